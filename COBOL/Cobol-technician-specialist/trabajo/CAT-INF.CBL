
           MOVE SPACE TO OPCION.
           PERFORM MENU-CATALOGO UNTIL OPCION = "9".
           GOBACK.


      * MENU DEL CATALOGO DE INFORMES
