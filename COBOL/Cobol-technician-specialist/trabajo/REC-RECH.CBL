       77 CONT-PENDIENTES   PIC 9(4) VALUE ZERO.
       77 FIN-PENDIENTES    PIC X(1).
       77 CLIENTE-ELEGIDO   PIC X(1).
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
       RECICLAR-RECHAZOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "REC-RECH" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: RECORRE EL FICHERO DE RECHAZOS, TRATA
      * CADA UNO CON EL OPERADOR, REGRABA RECHAZOS.DAT SOLO CON
           IF REC-FILESTAT NOT = "00"
              DISPLAY "NO HAY FICHERO DE RECHAZOS QUE RECICLAR."
              CLOSE A-RECHAZOS
              GOBACK
           END-IF.

           OPEN INPUT  A-CLIENT.
           DISPLAY "MOVIMIENTOS RECICLADOS: " CONT-RECICLADOS.
           DISPLAY "RECHAZOS PENDIENTES...: " CONT-PENDIENTES.

           GOBACK.


      * MUESTRA EL RECHAZO ACTUAL CON SU MOTIVO Y PREGUNTA AL
