       IDENTIFICATION DIVISION.
       PROGRAM-ID. INF-CAM.
       REMARKS. INFORME MENSUAL DE DIFERENCIAS DE CAMBIO: RECORRE
           LAS DIFERENCIAS ANOTADAS AL COBRAR EFECTOS FACTURADOS EN
           LA MONEDA DEL CLIENTE (DIFCAM.DAT, GRABADO POR GES-EFE E
           IMP-EXT) Y LISTA EN DIFCAM.LST LAS DEL MES PEDIDO
           AGRUPADAS POR MONEDA, CON LA FACTURA, EL CLIENTE, LO
           COBRADO EN DIVISA, LOS CAMBIOS DE LA FACTURA Y DEL COBRO,
           SU VALOR EN EUROS A CADA UNO Y LA DIFERENCIA, CON LOS
           BENEFICIOS, LAS PERDIDAS Y EL NETO DE CADA MONEDA Y DEL
           MES. LAS DIFERENCIAS YA ESTAN CONTABILIZADAS POR ACT-CLI
           (TIPOS G Y X DE SUCURSAL.DAT); EL INFORME SIRVE PARA
           CUADRARLAS CON EL MAYOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-DIFCAM ASSIGN TO DISK 'DIFCAM.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DCA-FILESTAT.

           SELECT A-ORDENA ASSIGN TO DISK 'DIFCAM.TMP'.

           SELECT A-LISTADO ASSIGN TO DISK 'DIFCAM.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DEL REGISTRO DE DIFERENCIAS DE CAMBIO (VER
      * GES-EFE): UNO POR COBRO EN DIVISA CON DIFERENCIA
      * (B = BENEFICIO, P = PERDIDA)
      *
       FD A-DIFCAM LABEL RECORD STANDARD.
       01 REGDCA.
          02 DCA-FECHA       PIC X(8).
          02 DCA-NUMFAC      PIC 9(6).
          02 DCA-CODCLI      PIC X(5).
          02 DCA-MONEDA      PIC X(3).
          02 DCA-IMPORTE-DIV PIC 9(8)V9(2).
          02 DCA-CAMBIO-FAC  PIC 9(3)V9(4).
          02 DCA-CAMBIO-COB  PIC 9(3)V9(4).
          02 DCA-IMPORTE-FAC PIC 9(8)V9(2).
          02 DCA-IMPORTE-COB PIC 9(8)V9(2).
          02 DCA-DIFERENCIA  PIC 9(8)V9(2).
          02 DCA-SIGNO       PIC X(1).
             88 DCA-BENEFICIO VALUE "B".
             88 DCA-PERDIDA   VALUE "P".
          02 DCA-SUCURSAL    PIC 9(3).
          02 DCA-ORIGEN      PIC X(7).

       SD A-ORDENA.
       01 REG-ORDENA.
          02 ORD-MONEDA      PIC X(3).
          02 ORD-FECHA       PIC X(8).
          02 ORD-NUMFAC      PIC 9(6).
          02 ORD-CODCLI      PIC X(5).
          02 ORD-IMPORTE-DIV PIC 9(8)V9(2).
          02 ORD-CAMBIO-FAC  PIC 9(3)V9(4).
          02 ORD-CAMBIO-COB  PIC 9(3)V9(4).
          02 ORD-IMPORTE-FAC PIC 9(8)V9(2).
          02 ORD-IMPORTE-COB PIC 9(8)V9(2).
          02 ORD-DIFERENCIA  PIC 9(8)V9(2).
          02 ORD-SIGNO       PIC X(1).
          02 ORD-ORIGEN      PIC X(7).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(110).


       WORKING-STORAGE SECTION.
       77 DCA-FILESTAT      PIC X(2).
       77 FIN-DIFCAM        PIC X(1).
       77 FIN-ORDENADO      PIC X(1).
       77 FECHA             PIC 99999999.
       77 FECHA-HOY         PIC X(8).
       77 ENT-MES           PIC X(6).
       77 MES-INFORME       PIC X(6).
       77 MONEDA-ACTUAL     PIC X(3).
       77 HAY-MONEDA-ACTUAL PIC X(1).
       77 COBROS-MONEDA     PIC 9(5).
       77 BENEFICIO-MONEDA  PIC 9(9)V9(2).
       77 PERDIDA-MONEDA    PIC 9(9)V9(2).
       77 NETO-MONEDA       PIC S9(9)V9(2).
       77 COBROS-TOTAL      PIC 9(5) VALUE ZERO.
       77 BENEFICIO-TOTAL   PIC 9(9)V9(2) VALUE ZERO.
       77 PERDIDA-TOTAL     PIC 9(9)V9(2) VALUE ZERO.
       77 NETO-TOTAL        PIC S9(9)V9(2) VALUE ZERO.
       77 CONT-MONEDAS      PIC 9(3) VALUE ZERO.
       77 TEXTO-SIGNO       PIC X(9).

      *
      * IMPORTES CON SIGNO EDITADOS PARA EL LISTADO
      *
       01 NETO-EDITADO      PIC -(9)9,99.

       PROCEDURE DIVISION.
       INFORME-DIFERENCIAS SECTION.

      *
      * BLOQUE PRINCIPAL: FIJA EL MES, CLASIFICA SUS DIFERENCIAS
      * POR MONEDA Y FECHA E IMPRIME EL LISTADO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FECHA-HOY.

           DISPLAY "DIFERENCIAS DE CAMBIO DEL MES".
           DISPLAY "-----------------------------".
           DISPLAY "Mes del informe (AAAAMM, blanco=mes actual):".
           MOVE SPACES TO ENT-MES.
           ACCEPT ENT-MES NO BELL.
           IF ENT-MES = SPACES
              MOVE FECHA-HOY(1:6) TO ENT-MES
           END-IF.
           IF ENT-MES IS NOT NUMERIC
              OR ENT-MES(5:2) < "01" OR ENT-MES(5:2) > "12"
              DISPLAY "ERROR: MES NO VALIDO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE ENT-MES TO MES-INFORME.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "DIFERENCIAS DE CAMBIO DEL MES " MES-INFORME
                  " POR MONEDA (EMITIDO EL " FECHA-HOY ")"
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "    FECHA    FACTURA CLIENT   EN DIVISA CAMB.FAC"
              & " CAMB.COB  EUROS FACT. EUROS COBRO  DIFERENCIA"
              & " SIGNO     ORIGEN" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           SORT A-ORDENA
                ON ASCENDING KEY ORD-MONEDA
                ON ASCENDING KEY ORD-FECHA
                ON ASCENDING KEY ORD-NUMFAC
                INPUT PROCEDURE SELECCIONAR-DIFERENCIAS
                OUTPUT PROCEDURE IMPRIMIR-DIFERENCIAS.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE NETO-TOTAL TO NETO-EDITADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL DEL MES: " COBROS-TOTAL " COBROS,"
                  " BENEFICIOS " BENEFICIO-TOTAL
                  ", PERDIDAS " PERDIDA-TOTAL
                  ", NETO " NETO-EDITADO
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           DISPLAY "DIFERENCIAS DE CAMBIO DEL MES " MES-INFORME
                   " EN DIFCAM.LST: " CONT-MONEDAS " MONEDAS, "
                   COBROS-TOTAL " COBROS".
           DISPLAY "NETO DEL MES: " NETO-EDITADO.

           GOBACK.


      * PROCEDIMIENTO DE ENTRADA DEL SORT: SUELTA LAS DIFERENCIAS
      * DEL MES. SIN FICHERO NO HAY NADA QUE LISTAR
      * ****************************************************************

       SELECCIONAR-DIFERENCIAS SECTION.
           MOVE "N" TO FIN-DIFCAM.
           OPEN INPUT A-DIFCAM.
           IF DCA-FILESTAT NOT = "00"
              CLOSE A-DIFCAM
              MOVE "S" TO FIN-DIFCAM
           ELSE
              READ A-DIFCAM
                 AT END MOVE "S" TO FIN-DIFCAM
              END-READ
           END-IF.
           PERFORM TRATAR-DIFERENCIA UNTIL FIN-DIFCAM = "S".
           IF DCA-FILESTAT NOT = "35"
              CLOSE A-DIFCAM
           END-IF.


      * SUELTA AL SORT UNA DIFERENCIA SI ES DEL MES
      * ****************************************************************

       TRATAR-DIFERENCIA SECTION.
           IF DCA-FECHA(1:6) = MES-INFORME
              MOVE DCA-MONEDA      TO ORD-MONEDA
              MOVE DCA-FECHA       TO ORD-FECHA
              MOVE DCA-NUMFAC      TO ORD-NUMFAC
              MOVE DCA-CODCLI      TO ORD-CODCLI
              MOVE DCA-IMPORTE-DIV TO ORD-IMPORTE-DIV
              MOVE DCA-CAMBIO-FAC  TO ORD-CAMBIO-FAC
              MOVE DCA-CAMBIO-COB  TO ORD-CAMBIO-COB
              MOVE DCA-IMPORTE-FAC TO ORD-IMPORTE-FAC
              MOVE DCA-IMPORTE-COB TO ORD-IMPORTE-COB
              MOVE DCA-DIFERENCIA  TO ORD-DIFERENCIA
              MOVE DCA-SIGNO       TO ORD-SIGNO
              MOVE DCA-ORIGEN      TO ORD-ORIGEN
              RELEASE REG-ORDENA
           END-IF.
           READ A-DIFCAM
              AT END MOVE "S" TO FIN-DIFCAM
           END-READ.


      * PROCEDIMIENTO DE SALIDA DEL SORT: IMPRIME UNA LINEA POR
      * COBRO CON SU DIFERENCIA Y EL RESUMEN DE CADA MONEDA
      * ****************************************************************

       IMPRIMIR-DIFERENCIAS SECTION.
           MOVE "N" TO FIN-ORDENADO.
           MOVE "N" TO HAY-MONEDA-ACTUAL.
           RETURN A-ORDENA
              AT END MOVE "S" TO FIN-ORDENADO
           END-RETURN.
           IF FIN-ORDENADO = "N"
              PERFORM INICIAR-MONEDA
           END-IF.
           PERFORM RECOGER-DIFERENCIA UNTIL FIN-ORDENADO = "S".
           IF HAY-MONEDA-ACTUAL = "S"
              PERFORM IMPRIMIR-MONEDA
           END-IF.


      * IMPRIME LA DIFERENCIA RECOGIDA, LA ACUMULA Y LEE LA
      * SIGUIENTE, CORTANDO POR MONEDA
      * ****************************************************************

       RECOGER-DIFERENCIA SECTION.
           IF ORD-SIGNO = "B"
              MOVE "BENEFICIO" TO TEXTO-SIGNO
              ADD ORD-DIFERENCIA TO BENEFICIO-MONEDA
              ADD ORD-DIFERENCIA TO NETO-MONEDA
           ELSE
              MOVE "PERDIDA" TO TEXTO-SIGNO
              ADD ORD-DIFERENCIA TO PERDIDA-MONEDA
              SUBTRACT ORD-DIFERENCIA FROM NETO-MONEDA
           END-IF.
           ADD 1 TO COBROS-MONEDA.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "    "          DELIMITED BY SIZE
                  ORD-FECHA       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ORD-NUMFAC      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  ORD-CODCLI      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ORD-IMPORTE-DIV DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ORD-CAMBIO-FAC  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ORD-CAMBIO-COB  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ORD-IMPORTE-FAC DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ORD-IMPORTE-COB DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ORD-DIFERENCIA  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TEXTO-SIGNO     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ORD-ORIGEN      DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           RETURN A-ORDENA
              AT END MOVE "S" TO FIN-ORDENADO
           END-RETURN.
           IF FIN-ORDENADO = "N"
              IF ORD-MONEDA NOT = MONEDA-ACTUAL
                 PERFORM IMPRIMIR-MONEDA
                 PERFORM INICIAR-MONEDA
              END-IF
           END-IF.


      * PONE A CERO LOS ACUMULADOS DE LA MONEDA RECOGIDA E IMPRIME
      * SU CABECERA
      * ****************************************************************

       INICIAR-MONEDA SECTION.
           MOVE "S" TO HAY-MONEDA-ACTUAL.
           MOVE ORD-MONEDA TO MONEDA-ACTUAL.
           MOVE ZERO TO COBROS-MONEDA.
           MOVE ZERO TO BENEFICIO-MONEDA.
           MOVE ZERO TO PERDIDA-MONEDA.
           MOVE ZERO TO NETO-MONEDA.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "MONEDA " MONEDA-ACTUAL
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * IMPRIME EL RESUMEN DE LA MONEDA Y LO SUMA AL TOTAL
      * ****************************************************************

       IMPRIMIR-MONEDA SECTION.
           MOVE NETO-MONEDA TO NETO-EDITADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "    TOTAL " MONEDA-ACTUAL ": " COBROS-MONEDA
                  " COBROS, BENEFICIOS " BENEFICIO-MONEDA
                  ", PERDIDAS " PERDIDA-MONEDA
                  ", NETO " NETO-EDITADO
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           ADD 1                TO CONT-MONEDAS.
           ADD COBROS-MONEDA    TO COBROS-TOTAL.
           ADD BENEFICIO-MONEDA TO BENEFICIO-TOTAL.
           ADD PERDIDA-MONEDA   TO PERDIDA-TOTAL.
           ADD NETO-MONEDA      TO NETO-TOTAL.
