              DISPLAY "CLIENTES.DAT NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT A-LISTADO.

           DISPLAY "BANDA 4 (2+ ANOS O SIN MOV.): "
                   TAB-BAN-CONT(4) " / " TAB-BAN-SALDO(4).

           GOBACK.


      * CLASIFICA UN CLIENTE EN SU BANDA DE INACTIVIDAD Y GRABA SU
