          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

      *
      * DESCRIPCION DE LA FOTO DE VALORACION: UNA LINEA POR
           IF ENT-PERIODO NOT NUMERIC
              DISPLAY "ERROR: PERIODO NO NUMERICO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
              DISPLAY "ERROR: EL PERIODO " ENT-PERIODO
                      " YA TIENE FOTO EN VALORHIS.DAT."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT A-ARTICULO.
              DISPLAY "AARTI.SEC NO EXISTE."
              CLOSE A-ARTICULO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           INITIALIZE TAB-TIPOS.
           DISPLAY "VALOR A VENTA......: " TOTAL-VENTA.
           DISPLAY "FOTO EN VALORHIS.DAT E INFORME EN VALORINV.LST".

           GOBACK.


      * ACUMULA UN ARTICULO EN SU TIPO, VALORADO A COSTE Y A VENTA
