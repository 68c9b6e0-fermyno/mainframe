          02 COD-PROVEE-SEC   PIC X(4).
          02 CAN-PEDIDO-SEC   PIC 9(6).
          02 PRE-COSTE-SEC    PIC 9(4)V9(2).
          02 EST-ARTI-SEC     PIC X(1).

      *
      * DESCRIPCION DE LA EXISTENCIA POR ALMACEN (VER ACT-ART)
       77 ENT-CONFIRMA      PIC X(1).
       77 CONT-CARGADOS     PIC 9(5) VALUE ZERO.
       77 CONT-SIN-STOCK    PIC 9(5) VALUE ZERO.
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
       CARGAR-STOCK-INICIAL.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "INI-STK" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: COMPRUEBA QUE EL DESGLOSE ESTA VACIO,
      * CONFIRMA Y VUELCA NUM-ARTI AL ALMACEN 01
                         " CARGA INICIAL YA SE HIZO."
                 DISPLAY "REPETIRLA DUPLICARIA LAS EXISTENCIAS."
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              CLOSE A-STOCKALM
              CLOSE A-ARTI-SEC
              DISPLAY "AARTI.SEC NO EXISTE: NADA QUE CARGAR."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "LA EXISTENCIA ACTUAL DE CADA ARTICULO SE"
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              CLOSE A-ARTI-SEC
              DISPLAY "CARGA ANULADA."
              GOBACK
           END-IF.

           OPEN OUTPUT A-STOCKALM.
           DISPLAY "ARTICULOS SIN EXISTENCIA (OMITIDOS): "
                   CONT-SIN-STOCK.

           GOBACK.


      * VUELCA LA EXISTENCIA DE UN ARTICULO AL ALMACEN 01; LOS
