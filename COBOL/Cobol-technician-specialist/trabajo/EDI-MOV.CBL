           DISPLAY "MOVIMIENTOS ERRONEOS.: " CONT-ERRONEOS
                   " (VER EDITMOV.LST)".

           GOBACK.


      * VERIFICA CAMPO A CAMPO EL MOVIMIENTO ACTUAL; A LA PRIMERA
