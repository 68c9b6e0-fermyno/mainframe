       77 FIN-CLIENTE       PIC X(1).
       77 CONT-RECODIF      PIC 9(6) VALUE ZERO.
       77 CONT-LEIDOS       PIC 9(6) VALUE ZERO.
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
       RECODIFICAR-PROVINCIA.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "RECOD-PROV" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * PEDIR EL CODIGO DE PROVINCIA ORIGEN Y EL CODIGO DESTINO
      *
           DISPLAY "CLIENTES LEIDOS......: " CONT-LEIDOS.
           DISPLAY "CLIENTES RECODIFICADOS: " CONT-RECODIF.

           GOBACK.

      *
      * SI EL CLIENTE ACTUAL PERTENECE A LA PROVINCIA ORIGEN, LE
