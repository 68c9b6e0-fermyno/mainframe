
           DISPLAY "PROVINCIAS.DAT SINCRONIZADO DESDE PROVIN.DAT.".

           GOBACK.


      * COPIA UNA PROVINCIA DEL FICHERO ORIGEN AL FICHERO DESTINO, SIN
