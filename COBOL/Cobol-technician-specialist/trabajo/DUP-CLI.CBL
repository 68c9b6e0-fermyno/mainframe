              DISPLAY "CLIENTES.DAT NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT A-LISTADO.
           DISPLAY "PAREJAS SOSPECHOSAS: " CONT-PAREJAS
                   " (VER DUPLICLI.LST)".

           GOBACK.


      * LEE EL SIGUIENTE CLIENTE EN ORDEN DE NOMBRE Y LO COMPARA
