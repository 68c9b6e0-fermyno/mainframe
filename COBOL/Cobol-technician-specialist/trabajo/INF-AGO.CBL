       IDENTIFICATION DIVISION.
       PROGRAM-ID. INF-AGO.
       REMARKS. INFORME DE ARTICULOS A AGOTAR: RECORRE AARTI.IND Y
           LISTA EN AGOTAR.LST LOS ARTICULOS DESCATALOGADOS (ESTADO
           D, FIJADO EN PE-ASI05) QUE TODAVIA TIENEN EXISTENCIA,
           CON SU VALOR A PRECIO DE COSTE (PRE-COSTE) Y EL TOTAL
           INMOVILIZADO, PARA SEGUIR LA LIQUIDACION DE LO QUE YA NO
           SE VA A REPONER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'AGOTAR.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-ARTICULO LABEL RECORD STANDARD.
       01 R-ARTICULO.
          02 COD-ARTI       PIC 9(4).
          02 NOM-ARTI       PIC X(25).
          02 NUM-ARTI       PIC 9(6).
          02 PRE-ARTI       PIC 9(4)V9(2).
          02 COD-TPARTI     PIC X(3).
          02 COD-MONEDA     PIC X(3).
          02 TIPO-CAMBIO    PIC 9(3)V9(4).
          02 PRE-ARTI-ME    PIC 9(4)V9(2).
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 ART-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 FIN-ARTICULO      PIC X(1).
       77 VALOR-ART         PIC 9(10)V9(2).
       77 TOTAL-VALOR       PIC 9(11)V9(2) VALUE ZERO.
       77 TOTAL-UNIDADES    PIC 9(8) VALUE ZERO.
       77 CONT-AGOTAR       PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       INFORMAR-AGOTAMIENTO.

      *
      * BLOQUE PRINCIPAL: RECORRE EL MAESTRO DE ARTICULOS Y LISTA
      * LOS DESCATALOGADOS CON EXISTENCIA Y SU VALOR AL COSTE
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           DISPLAY "ARTICULOS DESCATALOGADOS A AGOTAR".
           DISPLAY "---------------------------------".

           OPEN INPUT A-ARTICULO.
           IF ART-FILESTAT NOT = "00"
              DISPLAY "AARTI.IND NO EXISTE."
              CLOSE A-ARTICULO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT A-LISTADO.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "ARTICULOS DESCATALOGADOS CON EXISTENCIA AL "
                  FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "ARTIC NOMBRE                    EXISTENCIA"
                & " PRE-COSTE VALOR AL COSTE" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE ZERO TO COD-ARTI.
           MOVE "N" TO FIN-ARTICULO.
           START A-ARTICULO KEY NOT LESS THAN COD-ARTI
              INVALID KEY MOVE "S" TO FIN-ARTICULO
           END-START.
           PERFORM EXAMINAR-ARTICULO THRU EXAMINAR-ARTICULO-FIN
                   UNTIL FIN-ARTICULO = "S".

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "ARTICULOS: " CONT-AGOTAR
                  "  UNIDADES: " TOTAL-UNIDADES
                  "  VALOR AL COSTE: " TOTAL-VALOR
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           CLOSE A-LISTADO.
           CLOSE A-ARTICULO.

           DISPLAY "ARTICULOS A AGOTAR: " CONT-AGOTAR
                   "  VALOR AL COSTE: " TOTAL-VALOR.
           DISPLAY "INFORME GENERADO EN AGOTAR.LST".

           GOBACK.


      * EXAMINA EL SIGUIENTE ARTICULO Y LO LISTA SI ESTA
      * DESCATALOGADO Y LE QUEDA EXISTENCIA
      * ****************************************************************

       EXAMINAR-ARTICULO.
           READ A-ARTICULO NEXT RECORD AT END MOVE "S" TO FIN-ARTICULO
           END-READ.
           IF FIN-ARTICULO = "S"
              GO TO EXAMINAR-ARTICULO-FIN
           END-IF.

           IF NOT ARTI-DESCATALOGADO OR NUM-ARTI = ZERO
              GO TO EXAMINAR-ARTICULO-FIN
           END-IF.

           COMPUTE VALOR-ART = NUM-ARTI * PRE-COSTE.
           ADD VALOR-ART TO TOTAL-VALOR.
           ADD NUM-ARTI TO TOTAL-UNIDADES.
           ADD 1 TO CONT-AGOTAR.

           MOVE SPACES TO LINEA-LISTADO.
           STRING COD-ARTI   DELIMITED BY SIZE
                  "  "       DELIMITED BY SIZE
                  NOM-ARTI   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  NUM-ARTI   DELIMITED BY SIZE
                  "     "    DELIMITED BY SIZE
                  PRE-COSTE  DELIMITED BY SIZE
                  "    "     DELIMITED BY SIZE
                  VALOR-ART  DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

       EXAMINAR-ARTICULO-FIN.
           EXIT.
