          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).
              DISPLAY "ATPAR.SEC NO EXISTE."
              CLOSE A-TIPOARTI
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT A-ARTICULO.
              CLOSE A-ARTICULO
              CLOSE A-TIPOARTI
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT A-LISTADO.
           DISPLAY "TIPOS LISTADOS....: " CONT-TIPOS.
           DISPLAY "ARTICULOS LISTADOS: " CONT-GENERAL.

           GOBACK.


      * EMITE LA SECCION DEL TIPO ACTUAL: CABECERA CON SU
