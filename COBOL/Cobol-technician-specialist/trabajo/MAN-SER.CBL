       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-SER.
       REMARKS. NUMEROS DE SERIE DE LOS ARTICULOS DE ALTO VALOR
           (LOS MARCADOS CON NUMERO DE SERIE EN ARTALM.DAT, VER
           MAN-UBI). SERIES.DAT GUARDA UNA FICHA POR UNIDAD CON SU
           ESTADO (A = EN ALMACEN, V = VENDIDA, D = DEVUELTA Y DE
           NUEVO EN ALMACEN), SU ALMACEN Y SU HISTORIA: PROVEEDOR,
           PEDIDO DE COMPRA Y FECHA DE ENTRADA (LOS GRABA LA
           RECEPCION DE GES-COM), CLIENTE, PEDIDO, ALBARAN Y FECHA
           DE VENTA (AL SERVIR EN PED-CLI), FACTURA (FAC-PED) Y
           FECHA DE DEVOLUCION (DEV-FAC, QUE SOLO ADMITE UNIDADES
           VENDIDAS AL CLIENTE DE LA FACTURA). ESTE PROGRAMA DA DE
           ALTA A MANO LAS UNIDADES QUE YA ESTABAN EN ALMACEN ANTES
           DE LLEVAR EL CONTROL, CONSULTA LA HISTORIA COMPLETA DE
           UN NUMERO DE SERIE Y LISTA LAS UNIDADES DE UN ARTICULO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-SERIES ASSIGN TO DISK 'SERIES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SER-CLAVE
                  ALTERNATE RECORD KEY SER-PEDIDO WITH DUPLICATES
                  FILE STATUS IS SER-FILESTAT.

           SELECT A-ARTALM ASSIGN TO DISK 'ARTALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ALM-CODARTI
                  FILE STATUS IS ALM-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA FICHA DE UNA UNIDAD CON NUMERO DE SERIE.
      * SER-ESTADO: A = EN ALMACEN, V = VENDIDA, D = DEVUELTA (DE
      * NUEVO EN ALMACEN)
      *
       FD A-SERIES LABEL RECORD STANDARD.
       01 REGSER.
          02 SER-CLAVE.
             03 SER-CODARTI    PIC 9(4).
             03 SER-NUMERO     PIC X(20).
          02 SER-ESTADO     PIC X(1).
             88 SER-EN-ALMACEN VALUE "A".
             88 SER-VENDIDA    VALUE "V".
             88 SER-DEVUELTA   VALUE "D".
          02 SER-ALMACEN    PIC 9(2).
          02 SER-PROVEEDOR  PIC X(4).
          02 SER-PEDPROV    PIC 9(6).
          02 SER-FEC-ENTRADA PIC X(8).
          02 SER-CODCLI     PIC X(5).
          02 SER-PEDIDO     PIC 9(6).
          02 SER-ALBARAN    PIC 9(6).
          02 SER-FEC-VENTA  PIC X(8).
          02 SER-FACTURA    PIC 9(6).
          02 SER-FEC-DEVOL  PIC X(8).

       FD A-ARTALM LABEL RECORD STANDARD.
       01 REGALM.
          02 ALM-CODARTI    PIC 9(4).
          02 ALM-UBICACION  PIC X(6).
          02 ALM-PERECEDERO PIC X(1).
          02 ALM-PTO-PEDIDO PIC 9(6).
          02 ALM-ABC        PIC X(1).
          02 ALM-FEC-RECUEN PIC X(8).
          02 ALM-SERIE      PIC X(1).

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


       WORKING-STORAGE SECTION.
       77 SER-FILESTAT      PIC X(2).
       77 ALM-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-SER        PIC X(1).
       77 HAY-ARTALM        PIC X(1) VALUE "N".
       77 FIN-SERIES        PIC X(1).
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-NUMSERIE      PIC X(20).
       77 ENT-ALMACEN       PIC 9(2).
       77 TEXTO-ESTADO      PIC X(20).
       77 CONT-LISTADOS     PIC 9(4) VALUE ZERO.
       77 CONT-EN-ALMACEN   PIC 9(4) VALUE ZERO.
      *
      * PETICION A LA RUTINA COMUN DE IDENTIFICACION Y AUTORIZACION
      * DE OPERADORES (ENT-OPE)
      *
       01 SES-PETICION.
          02 SES-PROGRAMA   PIC X(8).
          02 SES-OPCION     PIC X(1).
          02 SES-OPERADOR   PIC X(8).
          02 SES-NIVEL      PIC 9(1).
          02 SES-RESULTADO  PIC X(1).
             88 SES-AUTORIZADO VALUE "S".

       PROCEDURE DIVISION.
       MANTENER-NUMEROS-SERIE.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-SER" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO DE NUMEROS DE SERIE
      * (LO CREA LA PRIMERA VEZ) Y REPITE EL MENU HASTA SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           OPEN I-O A-SERIES.
           IF SER-FILESTAT NOT = "00"
              CLOSE A-SERIES
              OPEN OUTPUT A-SERIES
              CLOSE A-SERIES
              OPEN I-O A-SERIES
           END-IF.

           OPEN INPUT A-ARTALM.
           IF ALM-FILESTAT = "00"
              MOVE "S" TO HAY-ARTALM
           ELSE
              CLOSE A-ARTALM
              MOVE "N" TO HAY-ARTALM
           END-IF.

           OPEN INPUT A-ARTICULO.

           MOVE SPACE TO OPCION.
           PERFORM MENU-NUMEROS-SERIE UNTIL OPCION = "9".

           CLOSE A-ARTICULO.
           IF HAY-ARTALM = "S"
              CLOSE A-ARTALM
           END-IF.
           CLOSE A-SERIES.
           GOBACK.


      * MENU PRINCIPAL DE LOS NUMEROS DE SERIE
      * ****************************************************************

       MENU-NUMEROS-SERIE.
           DISPLAY " ".
           DISPLAY "NUMEROS DE SERIE DE ARTICULOS".
           DISPLAY "<A>LTA DE EXISTENCIAS, <C>ONSULTA DE HISTORIA,"
                   " SERIES POR A<R>TICULO, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "A" OR OPCION = "a"
              PERFORM ALTA-SERIE THRU ALTA-SERIE-FIN
           ELSE
              IF OPCION = "C" OR OPCION = "c"
                 PERFORM CONSULTAR-SERIE
              ELSE
                 IF OPCION = "R" OR OPCION = "r"
                    PERFORM LISTAR-SERIES-ARTICULO
                 END-IF
              END-IF
           END-IF.


      * ALTA A MANO DE UNA UNIDAD QUE YA ESTA EN ALMACEN: EL
      * ARTICULO DEBE EXISTIR Y LLEVAR NUMERO DE SERIE, Y EL
      * NUMERO NO PUEDE ESTAR YA DADO DE ALTA
      * ****************************************************************

       ALTA-SERIE.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL ARTICULO NO EXISTE."
              GO TO ALTA-SERIE-FIN
           END-IF.
           DISPLAY "ARTICULO: " NOM-ARTI.

           MOVE "N" TO EXISTE.
           IF HAY-ARTALM = "S"
              MOVE ENT-CODARTI TO ALM-CODARTI
              READ A-ARTALM
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
           END-IF.
           IF EXISTE = "N" OR ALM-SERIE NOT = "S"
              DISPLAY "ERROR: EL ARTICULO NO LLEVA NUMERO DE SERIE"
                      " (VER MAN-UBI)."
              GO TO ALTA-SERIE-FIN
           END-IF.

           DISPLAY "Numero de serie:".
           ACCEPT ENT-NUMSERIE NO BELL.
           IF ENT-NUMSERIE = SPACES
              DISPLAY "ERROR: EL NUMERO DE SERIE NO PUEDE QUEDAR EN"
                      " BLANCO."
              GO TO ALTA-SERIE-FIN
           END-IF.

           MOVE ENT-CODARTI  TO SER-CODARTI.
           MOVE ENT-NUMSERIE TO SER-NUMERO.
           READ A-SERIES
              INVALID KEY     MOVE "N" TO EXISTE-SER
              NOT INVALID KEY MOVE "S" TO EXISTE-SER
           END-READ.
           IF EXISTE-SER = "S"
              DISPLAY "ERROR: EL NUMERO DE SERIE YA ESTA DADO DE"
                      " ALTA."
              GO TO ALTA-SERIE-FIN
           END-IF.

           DISPLAY "Almacen en que esta la unidad:".
           ACCEPT ENT-ALMACEN NO BELL.
           IF ENT-ALMACEN = ZERO
              MOVE 1 TO ENT-ALMACEN
           END-IF.

      *
      * SIN RECEPCION DE COMPRA NO HAY PROVEEDOR NI PEDIDO: LA
      * FECHA DE ENTRADA ES LA DEL ALTA
      *
           MOVE ENT-CODARTI  TO SER-CODARTI.
           MOVE ENT-NUMSERIE TO SER-NUMERO.
           MOVE "A"          TO SER-ESTADO.
           MOVE ENT-ALMACEN  TO SER-ALMACEN.
           MOVE SPACES       TO SER-PROVEEDOR.
           MOVE ZERO         TO SER-PEDPROV.
           MOVE FECHA        TO SER-FEC-ENTRADA.
           MOVE SPACES       TO SER-CODCLI.
           MOVE ZERO         TO SER-PEDIDO.
           MOVE ZERO         TO SER-ALBARAN.
           MOVE SPACES       TO SER-FEC-VENTA.
           MOVE ZERO         TO SER-FACTURA.
           MOVE SPACES       TO SER-FEC-DEVOL.
           WRITE REGSER.
           DISPLAY "NUMERO DE SERIE GRABADO.".

       ALTA-SERIE-FIN.
           EXIT.


      * CONSULTA LA HISTORIA COMPLETA DE UN NUMERO DE SERIE: SU
      * ENTRADA, SU VENTA, SU FACTURA Y SU DEVOLUCION
      * ****************************************************************

       CONSULTAR-SERIE.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           DISPLAY "Numero de serie:".
           ACCEPT ENT-NUMSERIE NO BELL.

           MOVE ENT-CODARTI  TO SER-CODARTI.
           MOVE ENT-NUMSERIE TO SER-NUMERO.
           READ A-SERIES
              INVALID KEY     MOVE "N" TO EXISTE-SER
              NOT INVALID KEY MOVE "S" TO EXISTE-SER
           END-READ.
           IF EXISTE-SER = "N"
              DISPLAY "EL NUMERO DE SERIE NO ESTA DADO DE ALTA."
           ELSE
              MOVE SPACES TO NOM-ARTI
              MOVE SER-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY CONTINUE
              END-READ
              PERFORM DESCRIBIR-ESTADO
              DISPLAY "ARTICULO " SER-CODARTI "  " NOM-ARTI
              DISPLAY "NUMERO DE SERIE " SER-NUMERO
              DISPLAY "ESTADO.......: " TEXTO-ESTADO
                      "  ALMACEN " SER-ALMACEN
              IF SER-PROVEEDOR = SPACES
                 DISPLAY "ENTRADA......: " SER-FEC-ENTRADA
                         "  (ALTA DE EXISTENCIAS, SIN COMPRA)"
              ELSE
                 DISPLAY "ENTRADA......: " SER-FEC-ENTRADA
                         "  PROVEEDOR " SER-PROVEEDOR
                         "  PEDIDO DE COMPRA " SER-PEDPROV
              END-IF
              IF SER-CODCLI NOT = SPACES
                 DISPLAY "VENTA........: " SER-FEC-VENTA
                         "  CLIENTE " SER-CODCLI
                         "  PEDIDO " SER-PEDIDO
                         "  ALBARAN " SER-ALBARAN
                 IF SER-FACTURA = ZERO
                    DISPLAY "FACTURA......: PENDIENTE DE FACTURAR"
                 ELSE
                    DISPLAY "FACTURA......: " SER-FACTURA
                 END-IF
              END-IF
              IF SER-FEC-DEVOL NOT = SPACES
                 DISPLAY "DEVOLUCION...: " SER-FEC-DEVOL
              END-IF
           END-IF.


      * DEJA EN TEXTO-ESTADO LA DESCRIPCION DEL ESTADO DE LA UNIDAD
      * ****************************************************************

       DESCRIBIR-ESTADO.
           IF SER-EN-ALMACEN
              MOVE "EN ALMACEN" TO TEXTO-ESTADO
           ELSE
              IF SER-VENDIDA
                 MOVE "VENDIDA" TO TEXTO-ESTADO
              ELSE
                 IF SER-DEVUELTA
                    MOVE "DEVUELTA EN ALMACEN" TO TEXTO-ESTADO
                 ELSE
                    MOVE SER-ESTADO TO TEXTO-ESTADO
                 END-IF
              END-IF
           END-IF.


      * LISTA LAS UNIDADES DE UN ARTICULO CON SU ESTADO Y, SI ESTAN
      * VENDIDAS, SU CLIENTE
      * ****************************************************************

       LISTAR-SERIES-ARTICULO.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.

           MOVE ZERO TO CONT-LISTADOS.
           MOVE ZERO TO CONT-EN-ALMACEN.
           MOVE ENT-CODARTI TO SER-CODARTI.
           MOVE LOW-VALUES TO SER-NUMERO.
           MOVE "N" TO FIN-SERIES.
           START A-SERIES KEY NOT LESS THAN SER-CLAVE
              INVALID KEY MOVE "S" TO FIN-SERIES
           END-START.
           DISPLAY "NUMERO DE SERIE      ESTADO              ALM"
                   " CLIENTE FACTURA".
           PERFORM LISTAR-UNA-SERIE UNTIL FIN-SERIES = "S".
           DISPLAY "UNIDADES DEL ARTICULO: " CONT-LISTADOS
                   "  EN ALMACEN: " CONT-EN-ALMACEN.


      * LISTA UNA UNIDAD MIENTRAS SEA DEL ARTICULO PEDIDO
      * ****************************************************************

       LISTAR-UNA-SERIE.
           READ A-SERIES NEXT RECORD
              AT END MOVE "S" TO FIN-SERIES
           END-READ.
           IF FIN-SERIES NOT = "S"
              IF SER-CODARTI NOT = ENT-CODARTI
                 MOVE "S" TO FIN-SERIES
              ELSE
                 PERFORM DESCRIBIR-ESTADO
                 DISPLAY SER-NUMERO " " TEXTO-ESTADO " " SER-ALMACEN
                         "  " SER-CODCLI "   " SER-FACTURA
                 ADD 1 TO CONT-LISTADOS
                 IF NOT SER-VENDIDA
                    ADD 1 TO CONT-EN-ALMACEN
                 END-IF
              END-IF
           END-IF.
