              DISPLAY "NO EXISTE EL MAESTRO DE CODIGOS POSTALES."
              CLOSE A-CODPOST
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT A-CLIENT.
           DISPLAY "POSTAL SIN ALTA: " CONT-SIN-MAESTRO
                   "  POBLACION DISCREPANTE: " CONT-DISCREPAN.

           GOBACK.


      * CONTRASTA UN CLIENTE CON EL MAESTRO DE CODIGOS POSTALES
