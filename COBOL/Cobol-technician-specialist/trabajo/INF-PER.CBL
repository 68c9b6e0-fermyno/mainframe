       IDENTIFICATION DIVISION.
       PROGRAM-ID. INF-PER.
       REMARKS. INFORME MENSUAL DE VENTAS PERDIDAS PARA COMPRAS:
           RECORRE LAS VENTAS PERDIDAS ANOTADAS POR LA CAPTURA DE
           PEDIDOS DE PED-CLI (PERDIDAS.DAT: DEMANDA QUE EL CLIENTE
           NO QUISO ESPERAR NI SUSTITUIR) Y LISTA EN PERDIDAS.LST LAS
           DEL MES PEDIDO AGRUPADAS POR TIPO DE ARTICULO Y ARTICULO,
           CON LAS VECES, LA CANTIDAD Y EL IMPORTE A TARIFA PERDIDOS,
           CUANTO SE PERDIO SIN SUSTITUTO DISPONIBLE Y CUANTO
           RECHAZANDO EL SUSTITUTO, Y LA EXISTENCIA Y LA CANTIDAD DE
           PEDIDO ACTUALES DEL ARTICULO, CON SUBTOTAL POR TIPO Y
           TOTAL DEL MES. ES LA DEMANDA QUE HISTVEN.DAT NO RECOGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PERDIDAS ASSIGN TO DISK 'PERDIDAS.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS PER-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-ORDENA ASSIGN TO DISK 'PERDIDAS.TMP'.

           SELECT A-LISTADO ASSIGN TO DISK 'PERDIDAS.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE UNA VENTA PERDIDA (VER PED-CLI). PER-MOTIVO:
      *    E = NO ESPERA Y NO HABIA SUSTITUTO DISPONIBLE,
      *    S = NO ESPERA Y RECHAZA EL SUSTITUTO OFRECIDO
      *
       FD A-PERDIDAS LABEL RECORD STANDARD.
       01 REGPER.
          02 PER-FECHA      PIC X(8).
          02 PER-PEDIDO     PIC 9(6).
          02 PER-CODCLI     PIC X(5).
          02 PER-VENDEDOR   PIC X(3).
          02 PER-CODARTI    PIC 9(4).
          02 PER-TPARTI     PIC X(3).
          02 PER-CANTIDAD   PIC 9(6).
          02 PER-IMPORTE    PIC 9(8)V9(2).
          02 PER-MOTIVO     PIC X(1).
             88 PER-SIN-SUSTITUTO   VALUE "E".
             88 PER-RECHAZA-SUSTIT  VALUE "S".
          02 PER-TEXTO      PIC X(30).

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

       SD A-ORDENA.
       01 REG-ORDENA.
          02 ORD-TPARTI     PIC X(3).
          02 ORD-CODARTI    PIC 9(4).
          02 ORD-CANTIDAD   PIC 9(6).
          02 ORD-IMPORTE    PIC 9(8)V9(2).
          02 ORD-MOTIVO     PIC X(1).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).


       WORKING-STORAGE SECTION.
       77 PER-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 HAY-ARTICULOS     PIC X(1) VALUE "N".
       77 FIN-PERDIDAS      PIC X(1).
       77 FIN-ORDENADO      PIC X(1).
       77 FECHA             PIC 99999999.
       77 FECHA-HOY         PIC X(8).
       77 ENT-MES           PIC X(6).
       77 MES-INFORME       PIC X(6).
       77 TIPO-ACTUAL       PIC X(3).
       77 ARTI-ACTUAL       PIC 9(4).
       77 HAY-ARTI-ACTUAL   PIC X(1).
       77 NOMBRE-ARTI       PIC X(25).
       77 EXISTENCIA-ARTI   PIC 9(6).
       77 PEDIDO-ARTI       PIC 9(6).
       77 VECES-ART         PIC 9(5).
       77 CANTIDAD-ART      PIC 9(8).
       77 IMPORTE-ART       PIC 9(9)V9(2).
       77 SIN-SUST-ART      PIC 9(8).
       77 RECHAZO-ART       PIC 9(8).
       77 VECES-TIPO        PIC 9(5).
       77 CANTIDAD-TIPO     PIC 9(8).
       77 IMPORTE-TIPO      PIC 9(9)V9(2).
       77 VECES-TOTAL       PIC 9(5) VALUE ZERO.
       77 CANTIDAD-TOTAL    PIC 9(8) VALUE ZERO.
       77 IMPORTE-TOTAL     PIC 9(9)V9(2) VALUE ZERO.
       77 CONT-ARTICULOS    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       INFORME-PERDIDAS SECTION.

      *
      * BLOQUE PRINCIPAL: FIJA EL MES, CLASIFICA SUS VENTAS
      * PERDIDAS POR TIPO Y ARTICULO E IMPRIME EL LISTADO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FECHA-HOY.

           DISPLAY "VENTAS PERDIDAS DEL MES POR ARTICULO".
           DISPLAY "------------------------------------".
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

      *
      * EL MAESTRO SOLO DA NOMBRES, EXISTENCIA Y CANTIDAD DE
      * PEDIDO; SIN EL EL INFORME SALE IGUAL, CON CODIGOS
      *
           OPEN INPUT A-ARTICULO.
           IF ART-FILESTAT = "00"
              MOVE "S" TO HAY-ARTICULOS
           ELSE
              CLOSE A-ARTICULO
              MOVE "N" TO HAY-ARTICULOS
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "VENTAS PERDIDAS DEL MES " MES-INFORME
                  " POR TIPO DE ARTICULO Y ARTICULO (EMITIDO EL "
                  FECHA-HOY ")"
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "TIP ARTI NOMBRE                    VECES CANTIDAD"
              & "     IMPORTE SIN-SUST RECHAZO EXISTE PEDIDO"
              TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           SORT A-ORDENA
                ON ASCENDING KEY ORD-TPARTI
                ON ASCENDING KEY ORD-CODARTI
                INPUT PROCEDURE SELECCIONAR-PERDIDAS
                OUTPUT PROCEDURE IMPRIMIR-PERDIDAS.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL DEL MES: " VECES-TOTAL " VECES, "
                  CANTIDAD-TOTAL " UNIDADES, IMPORTE "
                  IMPORTE-TOTAL
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           IF HAY-ARTICULOS = "S"
              CLOSE A-ARTICULO
           END-IF.

           DISPLAY "VENTAS PERDIDAS DEL MES " MES-INFORME
                   " EN PERDIDAS.LST: " CONT-ARTICULOS
                   " ARTICULOS, " CANTIDAD-TOTAL " UNIDADES".

           GOBACK.


      * PROCEDIMIENTO DE ENTRADA DEL SORT: SUELTA LAS VENTAS
      * PERDIDAS DEL MES. SIN FICHERO NO HAY NADA QUE LISTAR
      * ****************************************************************

       SELECCIONAR-PERDIDAS SECTION.
           MOVE "N" TO FIN-PERDIDAS.
           OPEN INPUT A-PERDIDAS.
           IF PER-FILESTAT NOT = "00"
              CLOSE A-PERDIDAS
              MOVE "S" TO FIN-PERDIDAS
           ELSE
              READ A-PERDIDAS AT END MOVE "S" TO FIN-PERDIDAS
              END-READ
           END-IF.
           PERFORM TRATAR-PERDIDA UNTIL FIN-PERDIDAS = "S".
           IF PER-FILESTAT NOT = "35"
              CLOSE A-PERDIDAS
           END-IF.


      * SUELTA AL SORT UNA VENTA PERDIDA SI ES DEL MES
      * ****************************************************************

       TRATAR-PERDIDA SECTION.
           IF PER-FECHA(1:6) = MES-INFORME
              MOVE PER-TPARTI   TO ORD-TPARTI
              MOVE PER-CODARTI  TO ORD-CODARTI
              MOVE PER-CANTIDAD TO ORD-CANTIDAD
              MOVE PER-IMPORTE  TO ORD-IMPORTE
              MOVE PER-MOTIVO   TO ORD-MOTIVO
              RELEASE REG-ORDENA
           END-IF.
           READ A-PERDIDAS AT END MOVE "S" TO FIN-PERDIDAS END-READ.


      * PROCEDIMIENTO DE SALIDA DEL SORT: ACUMULA POR ARTICULO Y
      * POR TIPO E IMPRIME UNA LINEA POR ARTICULO Y EL SUBTOTAL DE
      * CADA TIPO
      * ****************************************************************

       IMPRIMIR-PERDIDAS SECTION.
           MOVE "N" TO FIN-ORDENADO.
           MOVE "N" TO HAY-ARTI-ACTUAL.
           RETURN A-ORDENA
              AT END MOVE "S" TO FIN-ORDENADO
           END-RETURN.
           IF FIN-ORDENADO = "N"
              MOVE ORD-TPARTI TO TIPO-ACTUAL
              PERFORM INICIAR-TIPO
              PERFORM INICIAR-ARTICULO
           END-IF.
           PERFORM RECOGER-PERDIDA UNTIL FIN-ORDENADO = "S".
           IF HAY-ARTI-ACTUAL = "S"
              PERFORM IMPRIMIR-ARTICULO
              PERFORM IMPRIMIR-TIPO
           END-IF.


      * ACUMULA LA VENTA PERDIDA RECOGIDA Y LEE LA SIGUIENTE,
      * CORTANDO POR ARTICULO Y POR TIPO
      * ****************************************************************

       RECOGER-PERDIDA SECTION.
           ADD 1            TO VECES-ART.
           ADD ORD-CANTIDAD TO CANTIDAD-ART.
           ADD ORD-IMPORTE  TO IMPORTE-ART.
           IF ORD-MOTIVO = "S"
              ADD ORD-CANTIDAD TO RECHAZO-ART
           ELSE
              ADD ORD-CANTIDAD TO SIN-SUST-ART
           END-IF.

           RETURN A-ORDENA
              AT END MOVE "S" TO FIN-ORDENADO
           END-RETURN.
           IF FIN-ORDENADO = "N"
              IF ORD-TPARTI NOT = TIPO-ACTUAL
                 PERFORM IMPRIMIR-ARTICULO
                 PERFORM IMPRIMIR-TIPO
                 MOVE ORD-TPARTI TO TIPO-ACTUAL
                 PERFORM INICIAR-TIPO
                 PERFORM INICIAR-ARTICULO
              ELSE
                 IF ORD-CODARTI NOT = ARTI-ACTUAL
                    PERFORM IMPRIMIR-ARTICULO
                    PERFORM INICIAR-ARTICULO
                 END-IF
              END-IF
           END-IF.


      * PONE A CERO LOS ACUMULADOS DEL TIPO
      * ****************************************************************

       INICIAR-TIPO SECTION.
           MOVE ZERO TO VECES-TIPO.
           MOVE ZERO TO CANTIDAD-TIPO.
           MOVE ZERO TO IMPORTE-TIPO.


      * PONE A CERO LOS ACUMULADOS DEL ARTICULO RECOGIDO Y TOMA DEL
      * MAESTRO SU NOMBRE, EXISTENCIA Y CANTIDAD DE PEDIDO
      * ****************************************************************

       INICIAR-ARTICULO SECTION.
           MOVE "S" TO HAY-ARTI-ACTUAL.
           MOVE ORD-CODARTI TO ARTI-ACTUAL.
           MOVE ZERO TO VECES-ART.
           MOVE ZERO TO CANTIDAD-ART.
           MOVE ZERO TO IMPORTE-ART.
           MOVE ZERO TO SIN-SUST-ART.
           MOVE ZERO TO RECHAZO-ART.

           MOVE "** DESCONOCIDO **" TO NOMBRE-ARTI.
           MOVE ZERO TO EXISTENCIA-ARTI.
           MOVE ZERO TO PEDIDO-ARTI.
           IF HAY-ARTICULOS = "S"
              MOVE ORD-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY
                    MOVE NOM-ARTI   TO NOMBRE-ARTI
                    MOVE NUM-ARTI   TO EXISTENCIA-ARTI
                    MOVE CAN-PEDIDO TO PEDIDO-ARTI
              END-READ
           END-IF.


      * IMPRIME LA LINEA DEL ARTICULO Y LA SUMA A SU TIPO Y AL
      * TOTAL DEL MES
      * ****************************************************************

       IMPRIMIR-ARTICULO SECTION.
           MOVE SPACES TO LINEA-LISTADO.
           STRING TIPO-ACTUAL     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ARTI-ACTUAL     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  NOMBRE-ARTI     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  VECES-ART       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CANTIDAD-ART    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  IMPORTE-ART     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  SIN-SUST-ART    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  RECHAZO-ART     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  EXISTENCIA-ARTI DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  PEDIDO-ARTI     DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           ADD 1 TO CONT-ARTICULOS.

           ADD VECES-ART    TO VECES-TIPO.
           ADD CANTIDAD-ART TO CANTIDAD-TIPO.
           ADD IMPORTE-ART  TO IMPORTE-TIPO.
           ADD VECES-ART    TO VECES-TOTAL.
           ADD CANTIDAD-ART TO CANTIDAD-TOTAL.
           ADD IMPORTE-ART  TO IMPORTE-TOTAL.


      * IMPRIME EL SUBTOTAL DEL TIPO DE ARTICULO
      * ****************************************************************

       IMPRIMIR-TIPO SECTION.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "    TOTAL TIPO " TIPO-ACTUAL ": " VECES-TIPO
                  " VECES, " CANTIDAD-TIPO " UNIDADES, IMPORTE "
                  IMPORTE-TIPO
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
