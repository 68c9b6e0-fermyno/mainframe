           IF EST-FILESTAT NOT = "00"
              DISPLAY "NO HAY ESTADISTICAS QUE COMPARAR."
              CLOSE A-ESTADIS
              GOBACK
           END-IF.

           MOVE "N" TO FIN-ESTADIS.
           DISPLAY " ".
           DISPLAY "EJECUCIONES LEIDAS DEL HISTORICO: " CONT-LEIDAS.

           GOBACK.


      * ACUMULA UNA EJECUCION EN EL MES Y ANO QUE LE CORRESPONDEN
