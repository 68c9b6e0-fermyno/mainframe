           02 COD-PROVEE     PIC X(4).
           02 CAN-PEDIDO     PIC 9(6).
           02 PRE-COSTE      PIC 9(4)V9(2).
           02 EST-ARTI       PIC X(1).
              88 ARTI-ACTIVO        VALUES 'A', ' '.
              88 ARTI-DESCATALOGADO VALUE 'D'.
              88 ARTI-BLOQUEADO     VALUE 'B'.
              88 ARTI-OBSOLETO      VALUE 'O'.

       WORKING-STORAGE SECTION.
       77  FIN-ARTICULO      PIC X.
           DISPLAY ' '.
           DISPLAY 'VALOR TOTAL DEL INVENTARIO......: ' TOTAL-GENERAL.

           GOBACK.
      *
      * CALCULA EL VALOR DE UN ARTICULO, LO MUESTRA, LO ACUMULA AL
      * TOTAL GENERAL Y AL SUBTOTAL DE SU TIPO, Y AVANZA AL SIGUIENTE
