          02 AUD-IMPCLI-DESPUES PIC 9(6)V9(2).
          02 AUD-OPERADOR       PIC X(8).
          02 AUD-SUPERVISOR     PIC X(8).
          02 AUD-HORA           PIC X(6).
          02 AUD-REGCLI         PIC X(137).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).
       77 EXC-FILESTAT      PIC X(2).
       77 REC-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 HORA-ACTUAL       PIC 9(8).
       77 FECHA-HOY         PIC X(8).
       77 FIN-CLIENTE       PIC X(1).
       77 FIN-RECHAZO       PIC X(1).
          "000031059090120151181212243273304334".
       01 TAB-ACUM REDEFINES TAB-ACUM-V.
          02 DIAS-ACUM OCCURS 12 TIMES PIC 9(3).
      *
      * PETICION A LA RUTINA COMUN DE IDENTIFICACION Y AUTORIZACION
      * DE OPERADORES (ENT-OPE)
      *
       01 SES-PETICION.
          02 SES-PROGRAMA   PIC X(8).
          02 SES-OPCION     PIC X(1).
          02 SES-OPERADOR   PIC X(8).
          02 SES-NIVEL      PIC 9(1).
          02 SES-RESULTADO  PIC X(1).
             88 SES-AUTORIZADO VALUE "S".

       PROCEDURE DIVISION.
       APLICAR-POLITICA.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "POL-CLI" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LOS UMBRALES, RECORRE LA CARTERA
      * APLICANDO LA POLITICA Y EMITE EL LISTADO DE CAMBIOS
              DISPLAY "CLIENTES.DAT NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-EXCESOS.
           DISPLAY "CLIENTES REACTIVADOS.: " CONT-REACTIVADOS.
           DISPLAY "LISTADO DE REVISION EN POLICLI.LST".

           GOBACK.


      * APLICA LA POLITICA AL SIGUIENTE CLIENTE DE LA CARTERA
           MOVE IMPCLI     TO AUD-IMPCLI-DESPUES.
           MOVE "POL-CLI"  TO AUD-OPERADOR.
           MOVE SPACES     TO AUD-SUPERVISOR.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL(1:6) TO AUD-HORA.
           MOVE REGCLI TO AUD-REGCLI.
           WRITE REGAUDIT.


