       FD A-ARTI-SEC LABEL RECORD STANDARD.
       01 REGARTI-SEC.
          02 COD-ARTI-SEC   PIC 9(4).
          02 RESTO-SEC      PIC X(73).

       FD A-ARTI-IND LABEL RECORD STANDARD.
       01 REGARTI-IND.
          02 NUM-ARTI-IND   PIC 9(6).
          02 PRE-ARTI-IND   PIC 9(4)V9(2).
          02 COD-TPARTI-IND PIC X(3).
          02 RESTO-IND      PIC X(33).

       FD A-ARTI-REL LABEL RECORD STANDARD.
       01 REGARTI-REL.
          02 COD-ARTI-REL   PIC 9(4).
          02 RESTO-REL      PIC X(73).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).
       01 TAB-SEC.
          02 TAB-SEC-OCU OCCURS 1000 TIMES.
             03 TAB-SEC-COD     PIC 9(4).
             03 TAB-SEC-REG     PIC X(77).
             03 TAB-SEC-EN-IND  PIC X(1).
             03 TAB-SEC-EN-REL  PIC X(1).

           DISPLAY "ARTICULOS EN AARTI.SEC..: " CONT-SEC.
           DISPLAY "DISCREPANCIAS...........: " CONT-DIFERENCIAS.

           GOBACK.


      * CARGA AARTI.SEC COMPLETO EN LA TABLA DE REFERENCIA
