           DISPLAY "DIRECTORIO GENERADO EN LISTPROV.LST".
           DISPLAY "CLIENTES LISTADOS: " CONT-GENERAL.

           GOBACK.


      * PROCEDIMIENTO DE ENTRADA DEL SORT: LEE EL MAESTRO COMPLETO
