          02 COD-PROVEE-SEC   PIC X(4).
          02 CAN-PEDIDO-SEC   PIC 9(6).
          02 PRE-COSTE-SEC    PIC 9(4)V9(2).
          02 EST-ARTI-SEC     PIC X(1).

      *
      * DESCRIPCION DEL REGISTRO DEL FICHERO INDEXADO
          02 COD-PROVEE-IND   PIC X(4).
          02 CAN-PEDIDO-IND   PIC 9(6).
          02 PRE-COSTE-IND    PIC 9(4)V9(2).
          02 EST-ARTI-IND     PIC X(1).

      *
      * DESCRIPCION DEL REGISTRO DEL FICHERO RELATIVO
          02 COD-PROVEE-REL   PIC X(4).
          02 CAN-PEDIDO-REL   PIC 9(6).
          02 PRE-COSTE-REL    PIC 9(4)V9(2).
          02 EST-ARTI-REL     PIC X(1).


      *
          02 AAR-CODARTI    PIC 9(4).
          02 AAR-OPERADOR   PIC X(8).
          02 AAR-PROGRAMA   PIC X(8).
          02 AAR-ANTES      PIC X(77).
          02 AAR-DESPUES    PIC X(77).

       WORKING-STORAGE SECTION.
       77 DIR-RELATIVA      PIC 9(4) VALUE ZERO.
       77 FIN-SEC           PIC X(1).
       77 CONT-COPIADOS     PIC 9(4) VALUE ZERO.
       77 IND-FILESTAT      PIC X(2).
       77 EXISTE-IND        PIC X(1).
       77 AAR-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.

                   "AARTI.SEC.".
           DISPLAY "TOTAL DE ARTICULOS COPIADOS: " CONT-COPIADOS.

           GOBACK.


      * COPIA UN ARTICULO DEL FICHERO ORIGEN A LOS FICHEROS DESTINO
      * ****************************************************************

       COPIAR-ARTICULO.
      *
      * EL ESTADO DEL ARTICULO SE MANTIENE EN AARTI.IND (PE-ASI05):
      * SI EL ARTICULO YA ESTA EN EL SE CONSERVA EL SUYO, Y SOLO
      * LOS NUEVOS TOMAN EL DE AARTI.SEC
      *
           MOVE COD-ARTI-SEC    TO COD-ARTI-IND.
           READ A-ARTI-IND
              INVALID KEY     MOVE "N" TO EXISTE-IND
                              MOVE EST-ARTI-SEC TO EST-ARTI-IND
              NOT INVALID KEY MOVE "S" TO EXISTE-IND
           END-READ.
           MOVE NOM-ARTI-SEC    TO NOM-ARTI-IND.
           MOVE NUM-ARTI-SEC    TO NUM-ARTI-IND.
           MOVE PRE-ARTI-SEC    TO PRE-ARTI-IND.
           MOVE CAN-PEDIDO-SEC  TO CAN-PEDIDO-IND.
           MOVE PRE-COSTE-SEC   TO PRE-COSTE-IND.

           IF EXISTE-IND = "N"
              WRITE REGARTI-IND
           ELSE
              REWRITE REGARTI-IND
           END-IF.

           ADD 1 TO DIR-RELATIVA.
           MOVE COD-ARTI-SEC    TO COD-ARTI-REL.
           MOVE COD-PROVEE-SEC  TO COD-PROVEE-REL.
           MOVE CAN-PEDIDO-SEC  TO CAN-PEDIDO-REL.
           MOVE PRE-COSTE-SEC   TO PRE-COSTE-REL.
           MOVE EST-ARTI-IND    TO EST-ARTI-REL.
           WRITE REGARTI-REL.

           ADD 1 TO CONT-COPIADOS.
