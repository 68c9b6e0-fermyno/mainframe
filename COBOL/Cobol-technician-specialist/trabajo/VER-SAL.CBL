             88 AUD-ALTA        VALUE "A".
             88 AUD-BAJA        VALUE "B".
             88 AUD-MODIF       VALUE "M".
             88 AUD-PASE        VALUE "P".
          02 AUD-CODCLI         PIC X(5).
          02 AUD-NOMCLI         PIC X(25).
          02 AUD-IMPCLI-ANTES   PIC 9(6)V9(2).
          02 AUD-IMPCLI-DESPUES PIC 9(6)V9(2).
          02 AUD-OPERADOR       PIC X(8).
          02 AUD-SUPERVISOR     PIC X(8).
          02 AUD-HORA           PIC X(6).
          02 AUD-REGCLI         PIC X(137).

      *
      * DESCRIPCION DEL REGISTRO DEL ARCHIVO MAESTRO DE CLIENTES
           IF AUD-FILESTAT NOT = "00"
              DISPLAY "NO HAY FICHERO DE AUDITORIA QUE VERIFICAR."
              CLOSE A-AUDITORIA
              GOBACK
           END-IF.

           MOVE "N" TO FIN-AUDITORIA.
           DISPLAY "DISCREPANCIAS........: " CONT-DISCREP
                   " (VER DISCREP.LST)".

           GOBACK.


      * REGISTRA EN LA TABLA EL EFECTO DE UNA ENTRADA DE AUDITORIA:
