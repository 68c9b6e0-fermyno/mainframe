       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUD-CRU.
       REMARKS. AUDITORIA DE CONSISTENCIA ENTRE FICHEROS DE PEDIDOS,
           FACTURAS, CARTERA Y EXISTENCIAS. CADA SUBSISTEMA VALIDA SUS
           PROPIOS FICHEROS; ESTE PROGRAMA, SOLO EN CONSULTA, COMPRUEBA
           LOS ENLACES ENTRE ELLOS:
             1 LINEAS DE PEDIDO (PEDLIN.DAT) SIN CABECERA EN
               PEDIDOS.DAT
             2 LINEAS DE FACTURA (FACLIN.DAT) SIN CABECERA EN
               FACCAB.DAT
             3 EFECTOS DE LA CARTERA (EFECTOS.DAT) DE FACTURAS QUE NO
               EXISTEN EN FACCAB.DAT
             4 EXISTENCIA POR ALMACEN (STOCKALM.DAT) QUE NO SUMA LA
               EXISTENCIA DEL ARTICULO (NUM-ARTI DE AARTI.IND), O DE
               ARTICULOS QUE NO EXISTEN
             5 EXISTENCIA POR LOTE (LOTESTK.DAT) QUE NO SUMA LA
               EXISTENCIA DEL ARTICULO, O DE ARTICULOS QUE NO EXISTEN
             6 ULTIMA EXISTENCIA DEL KARDEX (KARDEX.IND) DISTINTA DE LA
               EXISTENCIA ACTUAL DEL ARTICULO
           EL INFORME (AUDCRU.LST) VA AGRUPADO POR COMPROBACION, CON
           LOS REGISTROS EXAMINADOS, LAS ROTURAS HALLADAS Y LAS CLAVES
           DE LAS DIEZ PRIMERAS. LAS COMPROBACIONES 1 A 4 SON GRAVES Y
           LAS 5 Y 6 AVISOS. CODIGO DE RETORNO PARA LA CADENA:
              0 = SIN ROTURAS
              4 = SOLO AVISOS, O ALGUNA COMPROBACION NO SE PUDO HACER
                  POR FALTAR SU FICHERO
              8 = ROTURAS GRAVES -- LA CADENA SE DETIENE

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PEDIDOS ASSIGN TO DISK 'PEDIDOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PED-NUMERO
                  FILE STATUS IS PED-FILESTAT.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS LIN-FILESTAT.

           SELECT A-FACCAB ASSIGN TO DISK 'FACCAB.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FAC-NUMERO
                  ALTERNATE RECORD KEY FAC-CODCLI WITH DUPLICATES
                  FILE STATUS IS FAC-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS FLN-FILESTAT.

           SELECT A-EFECTOS ASSIGN TO DISK 'EFECTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EFE-NUMFAC
                  ALTERNATE RECORD KEY EFE-CODCLI WITH DUPLICATES
                  FILE STATUS IS EFE-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-STOCKALM ASSIGN TO DISK 'STOCKALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY STK-CLAVE
                  FILE STATUS IS STK-FILESTAT.

           SELECT A-LOTESTK ASSIGN TO DISK 'LOTESTK.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LTK-CLAVE
                  FILE STATUS IS LTK-FILESTAT.

           SELECT A-KARDEX ASSIGN TO DISK 'KARDEX.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY KDX-CLAVE
                  FILE STATUS IS KDX-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'AUDCRU.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-PEDIDOS LABEL RECORD STANDARD.
       01 REGPED.
          02 PED-NUMERO     PIC 9(6).
          02 PED-CODCLI     PIC X(5).
          02 PED-FECHA      PIC X(8).
          02 PED-ESTADO     PIC X(1).
          02 PED-VENDEDOR   PIC X(3).
          02 PED-DIRENT     PIC 9(2).

       FD A-PEDLIN LABEL RECORD STANDARD.
       01 REGLIN.
          02 LIN-CLAVE.
             03 LIN-PEDIDO  PIC 9(6).
             03 LIN-NUMLIN  PIC 9(2).
          02 LIN-CODARTI    PIC 9(4).
          02 LIN-CANTIDAD   PIC 9(6).
          02 LIN-SERVIDA    PIC 9(6).
          02 LIN-FACTURADA  PIC 9(6).
          02 LIN-FEC-SOLICITADA PIC X(8).
          02 LIN-FEC-PROMETIDA  PIC X(8).
          02 LIN-FEC-ENTREGA    PIC X(8).
          02 LIN-UNIDAD     PIC X(3).
          02 LIN-FACTOR     PIC 9(4).

       FD A-FACCAB LABEL RECORD STANDARD.
       01 REGFAC.
          02 FAC-NUMERO     PIC 9(6).
          02 FAC-CODCLI     PIC X(5).
          02 FAC-NOMCLI     PIC X(25).
          02 FAC-FECHA      PIC X(8).
          02 FAC-PEDIDO     PIC 9(6).
          02 FAC-VENDEDOR   PIC X(3).
          02 FAC-BASE       PIC 9(8)V9(2).
          02 FAC-IVA        PIC 9(8)V9(2).
          02 FAC-TOTAL      PIC 9(8)V9(2).
          02 FAC-MONEDA     PIC X(3).
          02 FAC-CAMBIO     PIC 9(3)V9(4).
          02 FAC-TOTAL-DIV  PIC 9(8)V9(2).

       FD A-FACLIN LABEL RECORD STANDARD.
       01 REGFLN.
          02 FLN-CLAVE.
             03 FLN-FACTURA PIC 9(6).
             03 FLN-NUMLIN  PIC 9(2).
          02 FLN-CODARTI    PIC 9(4).
          02 FLN-NOMARTI    PIC X(25).
          02 FLN-CANTIDAD   PIC 9(6).
          02 FLN-PRECIO     PIC 9(4)V9(2).
          02 FLN-IMPORTE    PIC 9(8)V9(2).
          02 FLN-TIPIVA     PIC 9(2).
          02 FLN-PEDIDO     PIC 9(6).
          02 FLN-ALBARAN    PIC 9(6).

       FD A-EFECTOS LABEL RECORD STANDARD.
       01 REGEFE.
          02 EFE-NUMFAC     PIC 9(6).
          02 EFE-CODCLI     PIC X(5).
          02 EFE-FECHA-EMI  PIC X(8).
          02 EFE-FECHA-VTO  PIC X(8).
          02 EFE-IMPORTE    PIC 9(8)V9(2).
          02 EFE-ESTADO     PIC X(1).
          02 EFE-FECHA-COB  PIC X(8).
          02 EFE-IMP-COBRADO   PIC 9(8)V9(2).
          02 EFE-IMP-PENDIENTE PIC 9(8)V9(2).
          02 EFE-MOTIVO-DEV PIC X(4).
          02 EFE-MONEDA     PIC X(3).
          02 EFE-CAMBIO     PIC 9(3)V9(4).
          02 EFE-IMPORTE-DIV PIC 9(8)V9(2).
          02 EFE-PEND-DIV   PIC 9(8)V9(2).

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

       FD A-STOCKALM LABEL RECORD STANDARD.
       01 REGSTK.
          02 STK-CLAVE.
             03 STK-CODARTI PIC 9(4).
             03 STK-ALMACEN PIC 9(2).
          02 STK-EXISTENCIA PIC 9(6).

       FD A-LOTESTK LABEL RECORD STANDARD.
       01 REGLTK.
          02 LTK-CLAVE.
             03 LTK-CODARTI PIC 9(4).
             03 LTK-LOTE    PIC X(8).
          02 LTK-CADUCIDAD  PIC X(8).
          02 LTK-EXISTENCIA PIC 9(6).
          02 LTK-ESTADO     PIC X(1).

       FD A-KARDEX LABEL RECORD STANDARD.
       01 REGKDX.
          02 KDX-CLAVE.
             03 KDX-CODARTI PIC 9(4).
             03 KDX-FECHA   PIC X(8).
             03 KDX-SEC     PIC 9(6).
          02 KDX-TIPO       PIC X(1).
          02 KDX-CANTIDAD   PIC 9(6).
          02 KDX-ALMACEN    PIC 9(2).
          02 KDX-ALMDES     PIC 9(2).
          02 KDX-EXISTENCIA PIC 9(6).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(80).


       WORKING-STORAGE SECTION.
       77 PED-FILESTAT      PIC X(2).
       77 LIN-FILESTAT      PIC X(2).
       77 FAC-FILESTAT      PIC X(2).
       77 FLN-FILESTAT      PIC X(2).
       77 EFE-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 STK-FILESTAT      PIC X(2).
       77 LTK-FILESTAT      PIC X(2).
       77 KDX-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 FIN-FICHERO       PIC X(1).
       77 FIN-ARTICULO      PIC X(1).
       77 EXISTE            PIC X(1).
       77 HAY-ARTICULOS     PIC X(1).
       77 GRAVEDAD          PIC X(1).
          88 ROTURA-GRAVE   VALUE "G".
          88 ROTURA-AVISO   VALUE "A".
       77 ARTICULO-ACTUAL   PIC 9(4).
       77 SUMA-EXISTENCIA   PIC 9(8).
       77 CONT-REGISTROS    PIC 9(7).
       77 CONT-ROTURAS      PIC 9(7).
       77 CONT-MUESTRAS     PIC 9(2).
       77 MAX-MUESTRAS      PIC 9(2) VALUE 10.
       77 TOTAL-GRAVES      PIC 9(7) VALUE ZERO.
       77 TOTAL-AVISOS      PIC 9(7) VALUE ZERO.
       77 CONT-NO-HECHAS    PIC 9(1) VALUE ZERO.
       77 ULTIMA-FECHA-KDX  PIC X(8).
       77 ULTIMA-EXIST-KDX  PIC 9(6).
       77 HAY-KARDEX        PIC X(1).

      *
      * LINEA DE MUESTRA DE UNA ROTURA, QUE CADA COMPROBACION
      * PREPARA ANTES DE ANOTARLA
      *
       01 LINEA-MUESTRA     PIC X(80).

      *
      * RESUMEN FINAL: UNA LINEA POR COMPROBACION
      *
       01 TAB-RESUMEN.
          02 RES-LINEA OCCURS 6 TIMES.
             03 RES-NOMBRE     PIC X(40).
             03 RES-GRAVEDAD   PIC X(6).
             03 RES-ROTURAS    PIC X(9).
       77 IDX-CHK           PIC 9(1).

       PROCEDURE DIVISION.
       AUDITAR-ENLACES.

      *
      * BLOQUE PRINCIPAL: HACE LAS SEIS COMPROBACIONES EN ORDEN,
      * EMITE EL RESUMEN Y DEVUELVE EL CODIGO DE RETORNO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "AUDITORIA DE CONSISTENCIA ENTRE FICHEROS A " FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE 1 TO IDX-CHK.
           PERFORM COMPROBAR-LINEAS-PEDIDO
                   THRU COMPROBAR-LINEAS-PEDIDO-FIN.
           MOVE 2 TO IDX-CHK.
           PERFORM COMPROBAR-LINEAS-FACTURA
                   THRU COMPROBAR-LINEAS-FACTURA-FIN.
           MOVE 3 TO IDX-CHK.
           PERFORM COMPROBAR-EFECTOS THRU COMPROBAR-EFECTOS-FIN.

           MOVE "N" TO HAY-ARTICULOS.
           OPEN INPUT A-ARTICULO.
           IF ART-FILESTAT = "00"
              MOVE "S" TO HAY-ARTICULOS
           ELSE
              CLOSE A-ARTICULO
           END-IF.
           MOVE 4 TO IDX-CHK.
           PERFORM COMPROBAR-ALMACENES THRU COMPROBAR-ALMACENES-FIN.
           MOVE 5 TO IDX-CHK.
           PERFORM COMPROBAR-LOTES THRU COMPROBAR-LOTES-FIN.
           MOVE 6 TO IDX-CHK.
           PERFORM COMPROBAR-KARDEX THRU COMPROBAR-KARDEX-FIN.
           IF HAY-ARTICULOS = "S"
              CLOSE A-ARTICULO
           END-IF.

           PERFORM EMITIR-RESUMEN.
           CLOSE A-LISTADO.

           DISPLAY "AUDITORIA ENTRE FICHEROS: " TOTAL-GRAVES
                   " ROTURAS GRAVES, " TOTAL-AVISOS
                   " AVISOS (VER AUDCRU.LST).".

           IF TOTAL-GRAVES > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF TOTAL-AVISOS > ZERO OR CONT-NO-HECHAS > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.

           GOBACK.


      * COMPROBACION 1: CADA LINEA DE PEDIDO DEBE TENER SU CABECERA
      * ****************************************************************

       COMPROBAR-LINEAS-PEDIDO.
           MOVE "LINEAS DE PEDIDO SIN CABECERA" TO RES-NOMBRE(IDX-CHK).
           MOVE "G" TO GRAVEDAD.
           PERFORM EMPEZAR-COMPROBACION.

           OPEN INPUT A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
              MOVE "  NO HAY LINEAS DE PEDIDO (PEDLIN.DAT)."
                   TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              PERFORM TERMINAR-COMPROBACION
              GO TO COMPROBAR-LINEAS-PEDIDO-FIN
           END-IF.
           OPEN INPUT A-PEDIDOS.
           IF PED-FILESTAT NOT = "00"
              CLOSE A-PEDIDOS
              CLOSE A-PEDLIN
              MOVE "PEDIDOS.DAT" TO LINEA-MUESTRA
              PERFORM ANOTAR-NO-HECHA
              GO TO COMPROBAR-LINEAS-PEDIDO-FIN
           END-IF.

           MOVE "N" TO FIN-FICHERO.
           PERFORM EXAMINAR-LINEA-PEDIDO UNTIL FIN-FICHERO = "S".
           CLOSE A-PEDIDOS.
           CLOSE A-PEDLIN.
           PERFORM TERMINAR-COMPROBACION.

       COMPROBAR-LINEAS-PEDIDO-FIN.
           EXIT.


      * BUSCA LA CABECERA DE LA SIGUIENTE LINEA DE PEDIDO
      * ****************************************************************

       EXAMINAR-LINEA-PEDIDO.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-FICHERO
           END-READ.
           IF FIN-FICHERO NOT = "S"
              ADD 1 TO CONT-REGISTROS
              MOVE LIN-PEDIDO TO PED-NUMERO
              READ A-PEDIDOS
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "N"
                 MOVE SPACES TO LINEA-MUESTRA
                 STRING "  PEDIDO " LIN-PEDIDO " LINEA " LIN-NUMLIN
                        " ARTICULO " LIN-CODARTI
                    DELIMITED BY SIZE INTO LINEA-MUESTRA
                 END-STRING
                 PERFORM ANOTAR-ROTURA
              END-IF
           END-IF.


      * COMPROBACION 2: CADA LINEA DE FACTURA DEBE TENER SU CABECERA
      * ****************************************************************

       COMPROBAR-LINEAS-FACTURA.
           MOVE "LINEAS DE FACTURA SIN CABECERA" TO RES-NOMBRE(IDX-CHK).
           MOVE "G" TO GRAVEDAD.
           PERFORM EMPEZAR-COMPROBACION.

           OPEN INPUT A-FACLIN.
           IF FLN-FILESTAT NOT = "00"
              CLOSE A-FACLIN
              MOVE "  NO HAY LINEAS DE FACTURA (FACLIN.DAT)."
                   TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              PERFORM TERMINAR-COMPROBACION
              GO TO COMPROBAR-LINEAS-FACTURA-FIN
           END-IF.
           OPEN INPUT A-FACCAB.
           IF FAC-FILESTAT NOT = "00"
              CLOSE A-FACCAB
              CLOSE A-FACLIN
              MOVE "FACCAB.DAT" TO LINEA-MUESTRA
              PERFORM ANOTAR-NO-HECHA
              GO TO COMPROBAR-LINEAS-FACTURA-FIN
           END-IF.

           MOVE "N" TO FIN-FICHERO.
           PERFORM EXAMINAR-LINEA-FACTURA UNTIL FIN-FICHERO = "S".
           CLOSE A-FACCAB.
           CLOSE A-FACLIN.
           PERFORM TERMINAR-COMPROBACION.

       COMPROBAR-LINEAS-FACTURA-FIN.
           EXIT.


      * BUSCA LA CABECERA DE LA SIGUIENTE LINEA DE FACTURA
      * ****************************************************************

       EXAMINAR-LINEA-FACTURA.
           READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-FICHERO
           END-READ.
           IF FIN-FICHERO NOT = "S"
              ADD 1 TO CONT-REGISTROS
              MOVE FLN-FACTURA TO FAC-NUMERO
              READ A-FACCAB
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "N"
                 MOVE SPACES TO LINEA-MUESTRA
                 STRING "  FACTURA " FLN-FACTURA " LINEA " FLN-NUMLIN
                        " PEDIDO " FLN-PEDIDO
                    DELIMITED BY SIZE INTO LINEA-MUESTRA
                 END-STRING
                 PERFORM ANOTAR-ROTURA
              END-IF
           END-IF.


      * COMPROBACION 3: CADA EFECTO DE LA CARTERA DEBE CORRESPONDER A
      * UNA FACTURA EMITIDA
      * ****************************************************************

       COMPROBAR-EFECTOS.
           MOVE "EFECTOS DE FACTURAS INEXISTENTES"
                TO RES-NOMBRE(IDX-CHK).
           MOVE "G" TO GRAVEDAD.
           PERFORM EMPEZAR-COMPROBACION.

           OPEN INPUT A-EFECTOS.
           IF EFE-FILESTAT NOT = "00"
              CLOSE A-EFECTOS
              MOVE "  NO HAY CARTERA DE EFECTOS (EFECTOS.DAT)."
                   TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              PERFORM TERMINAR-COMPROBACION
              GO TO COMPROBAR-EFECTOS-FIN
           END-IF.
           OPEN INPUT A-FACCAB.
           IF FAC-FILESTAT NOT = "00"
              CLOSE A-FACCAB
              CLOSE A-EFECTOS
              MOVE "FACCAB.DAT" TO LINEA-MUESTRA
              PERFORM ANOTAR-NO-HECHA
              GO TO COMPROBAR-EFECTOS-FIN
           END-IF.

           MOVE ZERO TO EFE-NUMFAC.
           MOVE "N" TO FIN-FICHERO.
           START A-EFECTOS KEY NOT LESS THAN EFE-NUMFAC
              INVALID KEY MOVE "S" TO FIN-FICHERO
           END-START.
           PERFORM EXAMINAR-EFECTO UNTIL FIN-FICHERO = "S".
           CLOSE A-FACCAB.
           CLOSE A-EFECTOS.
           PERFORM TERMINAR-COMPROBACION.

       COMPROBAR-EFECTOS-FIN.
           EXIT.


      * BUSCA LA FACTURA DEL SIGUIENTE EFECTO
      * ****************************************************************

       EXAMINAR-EFECTO.
           READ A-EFECTOS NEXT RECORD AT END MOVE "S" TO FIN-FICHERO
           END-READ.
           IF FIN-FICHERO NOT = "S"
              ADD 1 TO CONT-REGISTROS
              MOVE EFE-NUMFAC TO FAC-NUMERO
              READ A-FACCAB
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "N"
                 MOVE SPACES TO LINEA-MUESTRA
                 STRING "  FACTURA " EFE-NUMFAC " CLIENTE " EFE-CODCLI
                        " VENCIMIENTO " EFE-FECHA-VTO
                        " ESTADO " EFE-ESTADO
                    DELIMITED BY SIZE INTO LINEA-MUESTRA
                 END-STRING
                 PERFORM ANOTAR-ROTURA
              END-IF
           END-IF.


      * COMPROBACION 4: LA EXISTENCIA POR ALMACEN DE CADA ARTICULO
      * DEBE SUMAR SU EXISTENCIA TOTAL, Y NO PUEDE HABER EXISTENCIA
      * DE ARTICULOS QUE NO EXISTEN
      * ****************************************************************

       COMPROBAR-ALMACENES.
           MOVE "EXISTENCIA POR ALMACEN DESCUADRADA"
                TO RES-NOMBRE(IDX-CHK).
           MOVE "G" TO GRAVEDAD.
           PERFORM EMPEZAR-COMPROBACION.

           OPEN INPUT A-STOCKALM.
           IF STK-FILESTAT NOT = "00"
              CLOSE A-STOCKALM
              MOVE "STOCKALM.DAT" TO LINEA-MUESTRA
              PERFORM ANOTAR-NO-HECHA
              GO TO COMPROBAR-ALMACENES-FIN
           END-IF.
           IF HAY-ARTICULOS = "N"
              CLOSE A-STOCKALM
              MOVE "AARTI.IND" TO LINEA-MUESTRA
              PERFORM ANOTAR-NO-HECHA
              GO TO COMPROBAR-ALMACENES-FIN
           END-IF.

      *
      * PRIMERO, CADA ARTICULO CONTRA LA SUMA DE SUS ALMACENES
      *
           MOVE ZERO TO COD-ARTI.
           MOVE "N" TO FIN-ARTICULO.
           START A-ARTICULO KEY NOT LESS THAN COD-ARTI
              INVALID KEY MOVE "S" TO FIN-ARTICULO
           END-START.
           PERFORM CUADRAR-ALMACENES-ARTICULO
                   UNTIL FIN-ARTICULO = "S".

      *
      * DESPUES, LA EXISTENCIA DE ARTICULOS QUE NO ESTAN EN EL
      * MAESTRO
      *
           MOVE LOW-VALUES TO STK-CLAVE.
           MOVE "N" TO FIN-FICHERO.
           START A-STOCKALM KEY NOT LESS THAN STK-CLAVE
              INVALID KEY MOVE "S" TO FIN-FICHERO
           END-START.
           PERFORM BUSCAR-ALMACEN-HUERFANO UNTIL FIN-FICHERO = "S".

           CLOSE A-STOCKALM.
           PERFORM TERMINAR-COMPROBACION.

       COMPROBAR-ALMACENES-FIN.
           EXIT.


      * SUMA LA EXISTENCIA POR ALMACEN DEL SIGUIENTE ARTICULO Y LA
      * COMPARA CON NUM-ARTI
      * ****************************************************************

       CUADRAR-ALMACENES-ARTICULO.
           READ A-ARTICULO NEXT RECORD
              AT END MOVE "S" TO FIN-ARTICULO
           END-READ.
           IF FIN-ARTICULO NOT = "S"
              ADD 1 TO CONT-REGISTROS
              MOVE COD-ARTI TO ARTICULO-ACTUAL
              MOVE ZERO TO SUMA-EXISTENCIA
              MOVE COD-ARTI TO STK-CODARTI
              MOVE ZERO     TO STK-ALMACEN
              MOVE "N" TO FIN-FICHERO
              START A-STOCKALM KEY NOT LESS THAN STK-CLAVE
                 INVALID KEY MOVE "S" TO FIN-FICHERO
              END-START
              PERFORM SUMAR-UN-ALMACEN UNTIL FIN-FICHERO = "S"
              IF SUMA-EXISTENCIA NOT = NUM-ARTI
                 MOVE SPACES TO LINEA-MUESTRA
                 STRING "  ARTICULO " COD-ARTI " EXISTENCIA "
                        NUM-ARTI " SUMA DE ALMACENES "
                        SUMA-EXISTENCIA
                    DELIMITED BY SIZE INTO LINEA-MUESTRA
                 END-STRING
                 PERFORM ANOTAR-ROTURA
              END-IF
           END-IF.


      * ACUMULA UN ALMACEN DEL ARTICULO EN CURSO
      * ****************************************************************

       SUMAR-UN-ALMACEN.
           READ A-STOCKALM NEXT RECORD AT END MOVE "S" TO FIN-FICHERO
           END-READ.
           IF FIN-FICHERO NOT = "S"
              IF STK-CODARTI NOT = ARTICULO-ACTUAL
                 MOVE "S" TO FIN-FICHERO
              ELSE
                 ADD STK-EXISTENCIA TO SUMA-EXISTENCIA
              END-IF
           END-IF.


      * ANOTA LA EXISTENCIA POR ALMACEN DE UN ARTICULO QUE NO ESTA
      * EN EL MAESTRO (UNA VEZ POR ARTICULO)
      * ****************************************************************

       BUSCAR-ALMACEN-HUERFANO.
           READ A-STOCKALM NEXT RECORD AT END MOVE "S" TO FIN-FICHERO
           END-READ.
           IF FIN-FICHERO NOT = "S"
              IF STK-CODARTI NOT = ARTICULO-ACTUAL
                 MOVE STK-CODARTI TO ARTICULO-ACTUAL
                 MOVE STK-CODARTI TO COD-ARTI
                 READ A-ARTICULO
                    INVALID KEY     MOVE "N" TO EXISTE
                    NOT INVALID KEY MOVE "S" TO EXISTE
                 END-READ
                 IF EXISTE = "N"
                    MOVE SPACES TO LINEA-MUESTRA
                    STRING "  ARTICULO " STK-CODARTI
                           " CON EXISTENCIA POR ALMACEN PERO SIN FICHA"
                       DELIMITED BY SIZE INTO LINEA-MUESTRA
                    END-STRING
                    PERFORM ANOTAR-ROTURA
                 END-IF
              END-IF
           END-IF.


      * COMPROBACION 5: LA EXISTENCIA POR LOTE DE LOS ARTICULOS QUE
      * SE LLEVAN POR LOTES DEBE SUMAR SU EXISTENCIA TOTAL
      * ****************************************************************

       COMPROBAR-LOTES.
           MOVE "EXISTENCIA POR LOTE DESCUADRADA"
                TO RES-NOMBRE(IDX-CHK).
           MOVE "A" TO GRAVEDAD.
           PERFORM EMPEZAR-COMPROBACION.

           OPEN INPUT A-LOTESTK.
           IF LTK-FILESTAT NOT = "00"
              CLOSE A-LOTESTK
              MOVE "  NO HAY EXISTENCIA POR LOTE (LOTESTK.DAT)."
                   TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              PERFORM TERMINAR-COMPROBACION
              GO TO COMPROBAR-LOTES-FIN
           END-IF.
           IF HAY-ARTICULOS = "N"
              CLOSE A-LOTESTK
              MOVE "AARTI.IND" TO LINEA-MUESTRA
              PERFORM ANOTAR-NO-HECHA
              GO TO COMPROBAR-LOTES-FIN
           END-IF.

           MOVE LOW-VALUES TO LTK-CLAVE.
           MOVE ZERO TO ARTICULO-ACTUAL.
           MOVE ZERO TO SUMA-EXISTENCIA.
           MOVE "N" TO FIN-FICHERO.
           START A-LOTESTK KEY NOT LESS THAN LTK-CLAVE
              INVALID KEY MOVE "S" TO FIN-FICHERO
           END-START.
           PERFORM SUMAR-UN-LOTE UNTIL FIN-FICHERO = "S".
           IF CONT-REGISTROS > ZERO
              PERFORM CUADRAR-LOTES-ARTICULO
           END-IF.

           CLOSE A-LOTESTK.
           PERFORM TERMINAR-COMPROBACION.

       COMPROBAR-LOTES-FIN.
           EXIT.


      * ACUMULA EL SIGUIENTE LOTE; AL CAMBIAR DE ARTICULO CUADRA EL
      * ANTERIOR
      * ****************************************************************

       SUMAR-UN-LOTE.
           READ A-LOTESTK NEXT RECORD AT END MOVE "S" TO FIN-FICHERO
           END-READ.
           IF FIN-FICHERO NOT = "S"
              IF CONT-REGISTROS > ZERO
                 AND LTK-CODARTI NOT = ARTICULO-ACTUAL
                 PERFORM CUADRAR-LOTES-ARTICULO
                 MOVE ZERO TO SUMA-EXISTENCIA
              END-IF
              ADD 1 TO CONT-REGISTROS
              MOVE LTK-CODARTI TO ARTICULO-ACTUAL
              ADD LTK-EXISTENCIA TO SUMA-EXISTENCIA
           END-IF.


      * COMPARA LA SUMA DE LOS LOTES DEL ARTICULO EN CURSO CON SU
      * EXISTENCIA
      * ****************************************************************

       CUADRAR-LOTES-ARTICULO.
           MOVE ARTICULO-ACTUAL TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              MOVE SPACES TO LINEA-MUESTRA
              STRING "  ARTICULO " ARTICULO-ACTUAL
                     " CON LOTES PERO SIN FICHA"
                 DELIMITED BY SIZE INTO LINEA-MUESTRA
              END-STRING
              PERFORM ANOTAR-ROTURA
           ELSE
              IF SUMA-EXISTENCIA NOT = NUM-ARTI
                 MOVE SPACES TO LINEA-MUESTRA
                 STRING "  ARTICULO " COD-ARTI " EXISTENCIA "
                        NUM-ARTI " SUMA DE LOTES " SUMA-EXISTENCIA
                    DELIMITED BY SIZE INTO LINEA-MUESTRA
                 END-STRING
                 PERFORM ANOTAR-ROTURA
              END-IF
           END-IF.


      * COMPROBACION 6: LA EXISTENCIA QUE DEJO EL ULTIMO APUNTE DEL
      * KARDEX DE CADA ARTICULO DEBE SER SU EXISTENCIA ACTUAL
      * ****************************************************************

       COMPROBAR-KARDEX.
           MOVE "KARDEX DISTINTO DE LA EXISTENCIA"
                TO RES-NOMBRE(IDX-CHK).
           MOVE "A" TO GRAVEDAD.
           PERFORM EMPEZAR-COMPROBACION.

           OPEN INPUT A-KARDEX.
           IF KDX-FILESTAT NOT = "00"
              CLOSE A-KARDEX
              MOVE "  NO HAY KARDEX (KARDEX.IND)." TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              PERFORM TERMINAR-COMPROBACION
              GO TO COMPROBAR-KARDEX-FIN
           END-IF.
           IF HAY-ARTICULOS = "N"
              CLOSE A-KARDEX
              MOVE "AARTI.IND" TO LINEA-MUESTRA
              PERFORM ANOTAR-NO-HECHA
              GO TO COMPROBAR-KARDEX-FIN
           END-IF.

           MOVE LOW-VALUES TO KDX-CLAVE.
           MOVE "N" TO HAY-KARDEX.
           MOVE "N" TO FIN-FICHERO.
           START A-KARDEX KEY NOT LESS THAN KDX-CLAVE
              INVALID KEY MOVE "S" TO FIN-FICHERO
           END-START.
           PERFORM LEER-UN-APUNTE UNTIL FIN-FICHERO = "S".
           IF HAY-KARDEX = "S"
              PERFORM CUADRAR-KARDEX-ARTICULO
           END-IF.

           CLOSE A-KARDEX.
           PERFORM TERMINAR-COMPROBACION.

       COMPROBAR-KARDEX-FIN.
           EXIT.


      * LEE EL SIGUIENTE APUNTE Y GUARDA EL ULTIMO DE CADA ARTICULO;
      * AL CAMBIAR DE ARTICULO CUADRA EL ANTERIOR
      * ****************************************************************

       LEER-UN-APUNTE.
           READ A-KARDEX NEXT RECORD AT END MOVE "S" TO FIN-FICHERO
           END-READ.
           IF FIN-FICHERO NOT = "S"
              IF HAY-KARDEX = "S"
                 AND KDX-CODARTI NOT = ARTICULO-ACTUAL
                 PERFORM CUADRAR-KARDEX-ARTICULO
              END-IF
              MOVE "S" TO HAY-KARDEX
              MOVE KDX-CODARTI    TO ARTICULO-ACTUAL
              MOVE KDX-FECHA      TO ULTIMA-FECHA-KDX
              MOVE KDX-EXISTENCIA TO ULTIMA-EXIST-KDX
           END-IF.


      * COMPARA EL ULTIMO APUNTE DEL ARTICULO EN CURSO CON SU
      * EXISTENCIA ACTUAL
      * ****************************************************************

       CUADRAR-KARDEX-ARTICULO.
           ADD 1 TO CONT-REGISTROS.
           MOVE ARTICULO-ACTUAL TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              MOVE SPACES TO LINEA-MUESTRA
              STRING "  ARTICULO " ARTICULO-ACTUAL
                     " CON KARDEX PERO SIN FICHA"
                 DELIMITED BY SIZE INTO LINEA-MUESTRA
              END-STRING
              PERFORM ANOTAR-ROTURA
           ELSE
              IF ULTIMA-EXIST-KDX NOT = NUM-ARTI
                 MOVE SPACES TO LINEA-MUESTRA
                 STRING "  ARTICULO " COD-ARTI " EXISTENCIA "
                        NUM-ARTI " KARDEX " ULTIMA-EXIST-KDX
                        " AL " ULTIMA-FECHA-KDX
                    DELIMITED BY SIZE INTO LINEA-MUESTRA
                 END-STRING
                 PERFORM ANOTAR-ROTURA
              END-IF
           END-IF.


      * CABECERA DE UNA COMPROBACION Y PUESTA A CERO DE SUS CUENTAS
      * ****************************************************************

       EMPEZAR-COMPROBACION.
           MOVE ZERO TO CONT-REGISTROS CONT-ROTURAS CONT-MUESTRAS.
           MOVE ZERO TO ARTICULO-ACTUAL.
           IF ROTURA-GRAVE
              MOVE "GRAVE" TO RES-GRAVEDAD(IDX-CHK)
           ELSE
              MOVE "AVISO" TO RES-GRAVEDAD(IDX-CHK)
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING IDX-CHK ". " RES-NOMBRE(IDX-CHK)
                  " (" RES-GRAVEDAD(IDX-CHK) ")"
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * ANOTA UNA ROTURA: LA CUENTA Y, SI NO SE HA LLEGADO AL
      * MAXIMO, ESCRIBE SU CLAVE COMO MUESTRA
      * ****************************************************************

       ANOTAR-ROTURA.
           ADD 1 TO CONT-ROTURAS.
           IF CONT-MUESTRAS < MAX-MUESTRAS
              ADD 1 TO CONT-MUESTRAS
              MOVE LINEA-MUESTRA TO LINEA-LISTADO
              WRITE LINEA-LISTADO
           END-IF.


      * LA COMPROBACION NO SE PUEDE HACER POR FALTAR EL FICHERO CUYO
      * NOMBRE VIENE EN LINEA-MUESTRA
      * ****************************************************************

       ANOTAR-NO-HECHA.
           ADD 1 TO CONT-NO-HECHAS.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "  NO SE PUEDE COMPROBAR: FALTA " LINEA-MUESTRA
              DELIMITED BY "  " INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "NO HECHA" TO RES-ROTURAS(IDX-CHK).


      * TOTALES DE UNA COMPROBACION; LAS ROTURAS SE SUMAN A LAS
      * GRAVES O A LOS AVISOS SEGUN LA COMPROBACION
      * ****************************************************************

       TERMINAR-COMPROBACION.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "  EXAMINADOS " CONT-REGISTROS
                  "  ROTURAS " CONT-ROTURAS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF CONT-ROTURAS > CONT-MUESTRAS
              MOVE SPACES TO LINEA-LISTADO
              STRING "  (SOLO SE MUESTRAN LAS " MAX-MUESTRAS
                     " PRIMERAS)"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           MOVE CONT-ROTURAS TO RES-ROTURAS(IDX-CHK).
           IF ROTURA-GRAVE
              ADD CONT-ROTURAS TO TOTAL-GRAVES
           ELSE
              ADD CONT-ROTURAS TO TOTAL-AVISOS
           END-IF.


      * RESUMEN FINAL POR COMPROBACION Y TOTALES
      * ****************************************************************

       EMITIR-RESUMEN.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "RESUMEN" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           PERFORM EMITIR-LINEA-RESUMEN
                   VARYING IDX-CHK FROM 1 BY 1 UNTIL IDX-CHK > 6.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "ROTURAS GRAVES: " TOTAL-GRAVES
                  "  AVISOS: " TOTAL-AVISOS
                  "  COMPROBACIONES NO HECHAS: " CONT-NO-HECHAS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * UNA LINEA DEL RESUMEN
      * ****************************************************************

       EMITIR-LINEA-RESUMEN.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "  " IDX-CHK ". " RES-NOMBRE(IDX-CHK) " "
                  RES-GRAVEDAD(IDX-CHK) " " RES-ROTURAS(IDX-CHK)
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
