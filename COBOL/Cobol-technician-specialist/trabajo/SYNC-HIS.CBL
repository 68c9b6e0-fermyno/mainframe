              DISPLAY "NO EXISTE EL HISTORICO HISTMOV.DAT."
              CLOSE A-HISTORIA
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT A-HISTIND.
           DISPLAY "HISTMOV.IND REGENERADO CON " CONT-COPIADOS
                   " APUNTES.".

           GOBACK.


      * COPIA UN APUNTE DEL SECUENCIAL A LA COPIA INDEXADA
