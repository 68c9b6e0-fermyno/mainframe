           CLOSE A-LISTADO.
           DISPLAY "DEPURACION TERMINADA: DETALLE EN DEPJRN.LST.".

           GOBACK.


      * DEPURA EL FICHERO EN NOMBRE-VIVO: CALCULA SU CORTE SEGUN
