          02 AUD-IMPCLI-DESPUES PIC 9(6)V9(2).
          02 AUD-OPERADOR       PIC X(8).
          02 AUD-SUPERVISOR     PIC X(8).
          02 AUD-HORA           PIC X(6).
          02 AUD-REGCLI         PIC X(137).

       FD A-ERRORES LABEL RECORD STANDARD.
       01 LINEA-ERROR        PIC X(90).
       77 CLI-FILESTAT      PIC X(2).
       77 DIR-RELATIVA      PIC 9(4).
       77 FECHA             PIC 99999999.
       77 HORA-ACTUAL       PIC 9(8).
       77 FIN-CSV           PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-PROV       PIC X(1).
          02 FILLER PIC X(23) VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       01 TAB-LETRAS-NIF REDEFINES TAB-LETRAS-NIF-INIC.
          02 TAB-NIF-LETRA OCCURS 23 TIMES PIC X(1).
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
       IMPORTAR-CLIENTES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "IMP-CSV" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: RECORRE EL CSV FILA A FILA, CARGANDO LAS
      * BUENAS Y LISTANDO LAS MALAS CON SU MOTIVO
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "CARGA DE CLIENTES DESDE CLIENIMP.CSV".
           DISPLAY "-------------------------------------".
           MOVE SES-OPERADOR TO ENT-OPERADOR.

           OPEN INPUT A-CSV.
           IF CSV-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL FICHERO CLIENIMP.CSV."
              CLOSE A-CSV
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-CLIENT.
              CLOSE A-CLIENT
              CLOSE A-CSV
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT  A-PROVIN.
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * SEPARA LAS COLUMNAS DE LA FILA ACTUAL, APLICA LAS REGLAS
              MOVE IMPCLI TO AUD-IMPCLI-DESPUES
              MOVE ENT-OPERADOR TO AUD-OPERADOR
              MOVE SPACES TO AUD-SUPERVISOR
              ACCEPT HORA-ACTUAL FROM TIME
              MOVE HORA-ACTUAL(1:6) TO AUD-HORA
              MOVE REGCLI TO AUD-REGCLI
              WRITE REGAUDIT
           ELSE
              MOVE "ERROR DE GRABACION EN EL MAESTRO"
