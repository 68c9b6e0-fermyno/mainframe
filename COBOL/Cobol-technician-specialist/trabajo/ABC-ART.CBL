          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       SD A-ORDENA.
       01 REG-ORDENA.
          02 ALM-PTO-PEDIDO PIC 9(6).
          02 ALM-ABC        PIC X(1).
          02 ALM-FEC-RECUEN PIC X(8).
          02 ALM-SERIE      PIC X(1).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).
           DISPLAY "BANDA A: " TAB-BAN-CONT(1) "  BANDA B: "
                   TAB-BAN-CONT(2) "  BANDA C: " TAB-BAN-CONT(3).

           GOBACK.


      * PROCEDIMIENTO DE ENTRADA DEL SORT: VALORA CADA ARTICULO Y
              MOVE ZERO   TO ALM-PTO-PEDIDO
              MOVE BANDA  TO ALM-ABC
              MOVE SPACES TO ALM-FEC-RECUEN
              MOVE "N"    TO ALM-SERIE
              WRITE REGALM
                 INVALID KEY CONTINUE
              END-WRITE
