          02 PED-ESTADO     PIC X(1).
             88 PED-FACTURADO VALUE "F".
          02 PED-VENDEDOR   PIC X(3).
          02 PED-DIRENT     PIC 9(2).

       FD A-EFECTOS LABEL RECORD STANDARD.
       01 REGEFE.
          02 EFE-IMPORTE    PIC 9(8)V9(2).
          02 EFE-ESTADO     PIC X(1).
          02 EFE-FECHA-COB  PIC X(8).
          02 EFE-IMP-COBRADO   PIC 9(8)V9(2).
          02 EFE-IMP-PENDIENTE PIC 9(8)V9(2).
          02 EFE-MOTIVO-DEV PIC X(4).
          02 EFE-MONEDA     PIC X(3).
          02 EFE-CAMBIO     PIC 9(3)V9(4).
          02 EFE-IMPORTE-DIV PIC 9(8)V9(2).
          02 EFE-PEND-DIV   PIC 9(8)V9(2).

       FD A-HISTORIA LABEL RECORD STANDARD.
       01 REGHIST.
          02 AUD-IMPCLI-DESPUES PIC 9(6)V9(2).
          02 AUD-OPERADOR       PIC X(8).
          02 AUD-SUPERVISOR     PIC X(8).
          02 AUD-HORA           PIC X(6).
          02 AUD-REGCLI         PIC X(137).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).
       77 OPE-FILESTAT      PIC X(2).
       77 AUD-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 HORA-ACTUAL       PIC 9(8).
       77 EXISTE            PIC X(1).
       77 EXISTE-OPE        PIC X(1).
       77 FIN-PEDIDO        PIC X(1).
       77 SALDO-SUPERV      PIC 9(6)V9(2).
       77 SALDO-DUP         PIC 9(6)V9(2).
       77 NOM-DUP           PIC X(25).
       77 IMAGEN-SUPERV     PIC X(137).
       77 IMAGEN-DUP        PIC X(137).
       77 CONT-PEDIDOS      PIC 9(4) VALUE ZERO.
       77 CONT-EFECTOS      PIC 9(4) VALUE ZERO.
       77 CONT-APUNTES      PIC 9(6) VALUE ZERO.
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
       FUSIONAR-CLIENTES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "FUS-CLI" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LA PAREJA, EXIGE SUPERVISOR,
      * IMPRIME EL ANTES, EJECUTA LA FUSION E IMPRIME EL DESPUES
           IF ENT-SUPERV = ENT-DUPLICADO
              DISPLAY "ERROR: SON EL MISMO CODIGO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-CLIENT.
              DISPLAY "CLIENTES.DAT NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE ENT-SUPERV TO CODCLI.
              DISPLAY "ERROR: EL SUPERVIVIENTE NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE NOMCLI TO NOM-SUPERV.
           MOVE IMPCLI TO SALDO-SUPERV.
              DISPLAY "ERROR: EL DUPLICADO NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE NOMCLI TO NOM-DUP.
           MOVE IMPCLI TO SALDO-DUP.
      * LA FUSION ES IRREVERSIBLE: EXIGE SUPERVISOR Y
      * CONFIRMACION EXPLICITA
      *
           MOVE SES-OPERADOR TO ENT-OPERADOR.

           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT NOT = "00"
                      " DENEGADA."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "Supervisor:".
           ACCEPT ENT-SUP-ID NO BELL.
                      " DENEGADA."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "CONFIRMA LA FUSION (S/N):".
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "FUSION ANULADA."
              CLOSE A-CLIENT
              GOBACK
           END-IF.

           OPEN OUTPUT A-LISTADO.
           COMPUTE IMECLI = IMPCLI * CAMCLI.
           REWRITE REGCLI.
           MOVE IMPCLI TO SALDO-SUPERV.
           MOVE REGCLI TO IMAGEN-SUPERV.

           MOVE ENT-DUPLICADO TO CODCLI.
           READ A-CLIENT
           MOVE ZERO TO IMECLI.
           MOVE "C"  TO ESTCLI.
           REWRITE REGCLI.
           MOVE REGCLI TO IMAGEN-DUP.

      *
      * 2) LOS PEDIDOS VIVOS DEL DUPLICADO PASAN AL SUPERVIVIENTE
      *    SUPERVIVIENTE Y UNA BAJA LOGICA DEL DUPLICADO
      *
           OPEN EXTEND A-AUDITORIA.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL(1:6) TO AUD-HORA.
           MOVE FECHA          TO AUD-FECHA.
           MOVE "M"            TO AUD-TIPO-REG.
           MOVE ENT-SUPERV     TO AUD-CODCLI.
           MOVE SALDO-SUPERV   TO AUD-IMPCLI-DESPUES.
           MOVE ENT-OPERADOR   TO AUD-OPERADOR.
           MOVE ENT-SUP-ID     TO AUD-SUPERVISOR.
           MOVE IMAGEN-SUPERV  TO AUD-REGCLI.
           WRITE REGAUDIT.

           MOVE FECHA          TO AUD-FECHA.
           MOVE ZERO           TO AUD-IMPCLI-DESPUES.
           MOVE ENT-OPERADOR   TO AUD-OPERADOR.
           MOVE ENT-SUP-ID     TO AUD-SUPERVISOR.
           MOVE IMAGEN-DUP     TO AUD-REGCLI.
           WRITE REGAUDIT.
           CLOSE A-AUDITORIA.

           DISPLAY "APUNTES TRASPASADOS: " CONT-APUNTES.
           DISPLAY "EJECUTE SYNC-HIS PARA REGENERAR HISTMOV.IND.".

           GOBACK.


      * REASIGNA AL SUPERVIVIENTE EL SIGUIENTE PEDIDO VIVO DEL
