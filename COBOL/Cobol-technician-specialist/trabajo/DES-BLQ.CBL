       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 ENT-CONFIRMA      PIC X(1).
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
       LIMPIAR-CERROJO.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "DES-BLQ" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: MUESTRA EL CERROJO, EXIGE SUPERVISOR Y
      * LO RETIRA PREVIA CONFIRMACION

           IF HAY-CERROJO = "N"
              DISPLAY "NO HAY NINGUN CERROJO TOMADO."
              GOBACK
           END-IF.

           DISPLAY "CERROJO TOMADO POR " BLQ-PROGRAMA " EL "
              DISPLAY "NO HAY MAESTRO DE OPERADORES: NO SE PUEDE"
                      " RETIRAR."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "Supervisor:".
              DISPLAY "SUPERVISOR O CLAVE NO VALIDOS: EL CERROJO"
                      " SIGUE TOMADO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "CONFIRMA LA RETIRADA DEL CERROJO (S/N):".
              DISPLAY "RETIRADA ANULADA."
           END-IF.

           GOBACK.
