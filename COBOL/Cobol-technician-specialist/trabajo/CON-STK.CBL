          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-ALMACEN LABEL RECORD STANDARD.
       01 REGALMA.
       77 ENT-ALMACEN       PIC 9(2).
       77 SUMA-ALMACENES    PIC 9(7) VALUE ZERO.
       77 CONT-LISTADOS     PIC 9(4) VALUE ZERO.
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
       CONSULTAR-STOCK.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CON-STK" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ABRE LOS FICHEROS Y REPITE EL MENU
      *
                      " MOVIMIENTOS POR ALMACEN."
              CLOSE A-STOCKALM
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT A-ARTICULO.
           END-IF.
           CLOSE A-ARTICULO.
           CLOSE A-STOCKALM.
           GOBACK.


      * MENU DE LA CONSULTA DE EXISTENCIAS
