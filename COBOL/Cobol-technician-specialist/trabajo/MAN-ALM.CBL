       77 ENT-DESALM        PIC X(25).
       77 IDX-ALM           PIC 9(2).
       77 CONT-LISTADOS     PIC 9(2) VALUE ZERO.
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
       MANTENER-ALMACENES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-ALM" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL MAESTRO (LO CREA LA PRIMERA
      * VEZ) Y REPITE EL MENU HASTA LA OPCION DE SALIR
           PERFORM MENU-ALMACENES UNTIL OPCION = "9".

           CLOSE A-ALMACEN.
           GOBACK.


      * MENU PRINCIPAL DEL MANTENIMIENTO DE ALMACENES
