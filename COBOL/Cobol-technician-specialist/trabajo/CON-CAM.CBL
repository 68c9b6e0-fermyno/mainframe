       77 ENT-DESDE         PIC X(8).
       77 ENT-HASTA         PIC X(8).
       77 CONT-MOSTRADOS    PIC 9(5) VALUE ZERO.
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
       CONSULTAR-CAMBIOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CON-CAM" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           MOVE SPACE TO OPCION.
           PERFORM MENU-CAMBIOS UNTIL OPCION = "9".
           GOBACK.


      * MENU DE LA CONSULTA DEL HISTORICO DE CAMBIOS
