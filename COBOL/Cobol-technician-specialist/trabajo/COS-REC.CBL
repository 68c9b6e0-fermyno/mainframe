       IDENTIFICATION DIVISION.
       PROGRAM-ID. COS-REC.
       REMARKS. COSTE EN DESTINO DE LAS RECEPCIONES DE COMPRA:
           SOBRE UNA RECEPCION DE GES-COM (SUS LINEAS EN
           RECEPLIN.DAT) SE TECLEAN LOS COSTES ADICIONALES DE LA
           ENTRADA -- PORTES, ADUANAS Y ARANCELES, MANIPULACION U
           OTROS -- CON SU IMPORTE, EL DOCUMENTO QUE LOS JUSTIFICA Y
           EL CRITERIO DE REPARTO ENTRE LAS LINEAS: POR VALOR DE
           COMPRA, POR CANTIDAD O POR PESO (EL PESO DE CADA LINEA SE
           TECLEA LA PRIMERA VEZ Y SE CONSERVA PARA LOS SIGUIENTES
           COSTES DE LA MISMA RECEPCION). LOS COSTES PUEDEN IMPUTARSE
           EN CUALQUIER MOMENTO, TAMBIEN LOS QUE LLEGAN DESPUES DE LA
           RECEPCION (UNA FACTURA DE PORTES TARDIA). LO REPARTIDO A
           CADA LINEA SE SUMA AL COSTE MEDIO DEL ARTICULO (PRE-COSTE)
           REPARTIDO SOBRE SU EXISTENCIA MAS LAS ENTRADAS AUN
           PENDIENTES DE APLICAR EN MOVARTI.DAT, PARA QUE LOS
           MARGENES DE INF-MARG RECOJAN EL COSTE REAL. CADA COSTE
           QUEDA EN COSTREC.DAT Y SU REPARTO EN COSTREP.DAT; EL
           LISTADO DEL COSTE EN DESTINO DE UNA RECEPCION
           (COSTREC.LST) MUESTRA COMO SE REPARTIO CADA COSTE Y EL
           COSTE FINAL DE CADA LINEA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-RECEPLIN ASSIGN TO DISK 'RECEPLIN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS REL-FILESTAT.

      *
      * DECLARACION DE LOS COSTES ADICIONALES DE CADA RECEPCION Y
      * DE SU REPARTO ENTRE LAS LINEAS
      *
           SELECT A-COSTREC ASSIGN TO DISK 'COSTREC.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CST-FILESTAT.

           SELECT A-COSTREP ASSIGN TO DISK 'COSTREP.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CSR-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-MOVARTI ASSIGN TO DISK 'MOVARTI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS MAR-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'COSTREC.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE UNA LINEA RECIBIDA (VER GES-COM)
      *
       FD A-RECEPLIN LABEL RECORD STANDARD.
       01 REGREL.
          02 REL-RECEPCION  PIC 9(6).
          02 REL-PEDIDO     PIC 9(6).
          02 REL-PROVEEDOR  PIC X(4).
          02 REL-FECHA      PIC X(8).
          02 REL-ALMACEN    PIC 9(2).
          02 REL-NUMLIN     PIC 9(2).
          02 REL-CODARTI    PIC 9(4).
          02 REL-CANTIDAD   PIC 9(6).
          02 REL-PRECIO     PIC 9(4)V9(2).

      *
      * DESCRIPCION DE UN COSTE ADICIONAL DE UNA RECEPCION.
      * CST-CONCEPTO: F = PORTES, A = ADUANAS Y ARANCELES,
      *    M = MANIPULACION, O = OTROS.
      * CST-CRITERIO: V = POR VALOR, C = POR CANTIDAD, P = POR PESO
      *
       FD A-COSTREC LABEL RECORD STANDARD.
       01 REGCST.
          02 CST-RECEPCION  PIC 9(6).
          02 CST-NUMCOSTE   PIC 9(2).
          02 CST-FECHA      PIC X(8).
          02 CST-CONCEPTO   PIC X(1).
             88 CST-PORTES      VALUE "F".
             88 CST-ADUANAS     VALUE "A".
             88 CST-MANIPULACION VALUE "M".
             88 CST-OTROS       VALUE "O".
          02 CST-DESCRI     PIC X(20).
          02 CST-DOCUMENTO  PIC X(10).
          02 CST-IMPORTE    PIC 9(7)V9(2).
          02 CST-CRITERIO   PIC X(1).

      *
      * DESCRIPCION DEL REPARTO DE UN COSTE A UNA LINEA: BASE DE
      * REPARTO (VALOR, CANTIDAD O PESO), IMPORTE IMPUTADO, UNIDADES
      * QUE LO ABSORBEN Y COSTE MEDIO ANTERIOR Y NUEVO
      *
       FD A-COSTREP LABEL RECORD STANDARD.
       01 REGCSR.
          02 CSR-RECEPCION  PIC 9(6).
          02 CSR-NUMCOSTE   PIC 9(2).
          02 CSR-CRITERIO   PIC X(1).
          02 CSR-NUMLIN     PIC 9(2).
          02 CSR-CODARTI    PIC 9(4).
          02 CSR-BASE       PIC 9(10)V9(3).
          02 CSR-IMPORTE    PIC 9(7)V9(2).
          02 CSR-UNIDADES   PIC 9(7).
          02 CSR-COSTE-ANT  PIC 9(4)V9(2).
          02 CSR-COSTE-NUE  PIC 9(4)V9(2).

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

       FD A-MOVARTI LABEL RECORD STANDARD.
       01 REGMAR.
          02 MAR-CODARTI    PIC 9(4).
          02 MAR-FECHA      PIC X(8).
          02 MAR-TIPO       PIC X(1).
          02 MAR-CANTIDAD   PIC 9(6).
          02 MAR-ALMACEN    PIC 9(2).
          02 MAR-ALMDES     PIC 9(2).
          02 MAR-LOTE       PIC X(8).
          02 MAR-CADUCA     PIC X(8).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).


       WORKING-STORAGE SECTION.
       77 REL-FILESTAT      PIC X(2).
       77 CST-FILESTAT      PIC X(2).
       77 CSR-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 MAR-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 CONFIRMA          PIC X(1).
       77 FIN-RECEPCION     PIC X(1).
       77 FIN-COSTE         PIC X(1).
       77 FIN-REPARTO       PIC X(1).
       77 FIN-MOVIMIENTO    PIC X(1).
       77 ENT-RECEPCION     PIC 9(6).
       77 ENT-CONCEPTO      PIC X(1).
       77 ENT-DESCRI        PIC X(20).
       77 ENT-DOCUMENTO     PIC X(10).
       77 ENT-IMPORTE       PIC 9(7)V9(2).
       77 ENT-CRITERIO      PIC X(1).
       77 ENT-PESO          PIC 9(6)V9(3).
       77 REC-PEDIDO        PIC 9(6).
       77 REC-PROVEEDOR     PIC X(4).
       77 REC-FECHA         PIC X(8).
       77 NUM-COSTE         PIC 9(2).
       77 TOTAL-BASE        PIC 9(11)V9(3).
       77 TOTAL-REPARTIDO   PIC 9(7)V9(2).
       77 TOTAL-COSTES      PIC 9(8)V9(2).
       77 TOTAL-COMPRA      PIC 9(9)V9(2).
       77 UNIDADES-ABSORBEN PIC 9(7).
       77 COSTE-NUEVO       PIC 9(4)V9(2).
       77 VALOR-LINEA       PIC 9(9)V9(2).
       77 DESTINO-LINEA     PIC 9(9)V9(2).
       77 UNITARIO-DESTINO  PIC 9(4)V9(4).
       77 TEXTO-CONCEPTO    PIC X(12).
       77 TEXTO-CRITERIO    PIC X(12).
       77 CONT-REL          PIC 9(2) COMP VALUE ZERO.
       77 IDX-REL           PIC 9(2) COMP.
       77 CONT-CST          PIC 9(2) COMP VALUE ZERO.
       77 IDX-CST           PIC 9(2) COMP.
       77 CONT-SIN-EXISTENCIA PIC 9(3) VALUE ZERO.

      *
      * LINEAS DE LA RECEPCION CON SU PESO (SI SE TECLEO), LA BASE
      * DEL REPARTO EN CURSO, LO IMPUTADO AHORA Y LO IMPUTADO EN
      * TOTAL POR TODOS SUS COSTES
      *
       01 TAB-RECEPCION.
          02 TAB-REL-OCU OCCURS 99 TIMES.
             03 TAB-REL-NUMLIN   PIC 9(2).
             03 TAB-REL-ART      PIC 9(4).
             03 TAB-REL-CANT     PIC 9(6).
             03 TAB-REL-PRECIO   PIC 9(4)V9(2).
             03 TAB-REL-PESO     PIC 9(6)V9(3).
             03 TAB-REL-BASE     PIC 9(10)V9(3).
             03 TAB-REL-IMPUTADO PIC 9(7)V9(2).
             03 TAB-REL-COSTES   PIC 9(8)V9(2).

      *
      * COSTES YA IMPUTADOS A LA RECEPCION, PARA EL LISTADO
      *
       01 TAB-COSTES.
          02 TAB-CST-OCU OCCURS 50 TIMES.
             03 TAB-CST-NUM      PIC 9(2).
             03 TAB-CST-FECHA    PIC X(8).
             03 TAB-CST-CONCEPTO PIC X(1).
             03 TAB-CST-DESCRI   PIC X(20).
             03 TAB-CST-DOCUM    PIC X(10).
             03 TAB-CST-IMPORTE  PIC 9(7)V9(2).
             03 TAB-CST-CRITERIO PIC X(1).
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
       COSTES-RECEPCION.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "COS-REC" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           MOVE SPACE TO OPCION.
           PERFORM MENU-COSTES UNTIL OPCION = "9".
           GOBACK.


      * MENU PRINCIPAL DEL COSTE EN DESTINO
      * ****************************************************************

       MENU-COSTES.
           DISPLAY " ".
           DISPLAY "COSTE EN DESTINO DE LAS RECEPCIONES".
           DISPLAY "<I>MPUTAR UN COSTE A UNA RECEPCION, <L>ISTADO DEL"
                   " COSTE EN DESTINO DE UNA RECEPCION, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "I" OR OPCION = "i"
              PERFORM IMPUTAR-COSTE THRU IMPUTAR-COSTE-FIN
           ELSE
              IF OPCION = "L" OR OPCION = "l"
                 PERFORM LISTAR-COSTE-DESTINO
                         THRU LISTAR-COSTE-DESTINO-FIN
              END-IF
           END-IF.


      * IMPUTA UN COSTE ADICIONAL A UNA RECEPCION: LO REPARTE
      * ENTRE SUS LINEAS SEGUN EL CRITERIO, LO SUMA AL COSTE MEDIO
      * DE CADA ARTICULO Y LO DEJA REGISTRADO CON SU REPARTO
      * ****************************************************************

       IMPUTAR-COSTE.
           DISPLAY "Numero de la recepcion:".
           ACCEPT ENT-RECEPCION NO BELL.
           PERFORM CARGAR-RECEPCION.
           IF CONT-REL = ZERO
              DISPLAY "ERROR: LA RECEPCION NO EXISTE EN RECEPLIN.DAT."
              GO TO IMPUTAR-COSTE-FIN
           END-IF.
           PERFORM CARGAR-COSTES.
           PERFORM CARGAR-REPARTOS.

           DISPLAY "RECEPCION " ENT-RECEPCION "  PEDIDO " REC-PEDIDO
                   "  PROVEEDOR " REC-PROVEEDOR "  FECHA " REC-FECHA.
           DISPLAY "LN ARTIC CANTIDAD PRECIO  COSTES IMPUTADOS".
           PERFORM MOSTRAR-LINEA-RECEPCION
                   VARYING IDX-REL FROM 1 BY 1
                   UNTIL IDX-REL > CONT-REL.
           DISPLAY "COSTES YA IMPUTADOS: " CONT-CST "  IMPORTE "
                   TOTAL-COSTES.
           IF CONT-CST NOT < 50
              DISPLAY "ERROR: LA RECEPCION NO ADMITE MAS COSTES."
              GO TO IMPUTAR-COSTE-FIN
           END-IF.

           DISPLAY "Concepto: <F>PORTES, <A>DUANAS Y ARANCELES,"
                   " <M>ANIPULACION, <O>TROS:".
           ACCEPT ENT-CONCEPTO NO BELL.
           INSPECT ENT-CONCEPTO CONVERTING "famo" TO "FAMO".
           IF ENT-CONCEPTO NOT = "F" AND ENT-CONCEPTO NOT = "A"
              AND ENT-CONCEPTO NOT = "M" AND ENT-CONCEPTO NOT = "O"
              DISPLAY "ERROR: CONCEPTO NO VALIDO."
              GO TO IMPUTAR-COSTE-FIN
           END-IF.
           DISPLAY "Descripcion del coste:".
           MOVE SPACES TO ENT-DESCRI.
           ACCEPT ENT-DESCRI NO BELL.
           DISPLAY "Documento (factura del transportista, DUA...):".
           MOVE SPACES TO ENT-DOCUMENTO.
           ACCEPT ENT-DOCUMENTO NO BELL.
           DISPLAY "Importe del coste:".
           ACCEPT ENT-IMPORTE NO BELL.
           IF ENT-IMPORTE = ZERO
              DISPLAY "ERROR: IMPORTE NO VALIDO."
              GO TO IMPUTAR-COSTE-FIN
           END-IF.
           DISPLAY "Reparto por <V>ALOR, <C>ANTIDAD o <P>ESO:".
           ACCEPT ENT-CRITERIO NO BELL.
           INSPECT ENT-CRITERIO CONVERTING "vcp" TO "VCP".
           IF ENT-CRITERIO NOT = "V" AND ENT-CRITERIO NOT = "C"
              AND ENT-CRITERIO NOT = "P"
              DISPLAY "ERROR: CRITERIO DE REPARTO NO VALIDO."
              GO TO IMPUTAR-COSTE-FIN
           END-IF.

      *
      * EL PESO DE LAS LINEAS SE TECLEA UNA SOLA VEZ POR RECEPCION
      *
           IF ENT-CRITERIO = "P"
              PERFORM PEDIR-PESO-LINEA
                      VARYING IDX-REL FROM 1 BY 1
                      UNTIL IDX-REL > CONT-REL
           END-IF.

           MOVE ZERO TO TOTAL-BASE.
           PERFORM CALCULAR-BASE-LINEA
                   VARYING IDX-REL FROM 1 BY 1
                   UNTIL IDX-REL > CONT-REL.
           IF TOTAL-BASE = ZERO
              DISPLAY "ERROR: LA BASE DE REPARTO ES CERO; EL COSTE"
                      " NO SE IMPUTA."
              GO TO IMPUTAR-COSTE-FIN
           END-IF.

      *
      * CADA LINEA LLEVA SU PARTE PROPORCIONAL A LA BASE; LA ULTIMA
      * SE QUEDA CON EL RESTO PARA QUE EL REPARTO CUADRE AL CENTIMO
      *
           MOVE ZERO TO TOTAL-REPARTIDO.
           PERFORM REPARTIR-LINEA
                   VARYING IDX-REL FROM 1 BY 1
                   UNTIL IDX-REL > CONT-REL.
           DISPLAY "REPARTO PROPUESTO:".
           DISPLAY "LN ARTIC            BASE IMPORTE".
           PERFORM MOSTRAR-REPARTO-LINEA
                   VARYING IDX-REL FROM 1 BY 1
                   UNTIL IDX-REL > CONT-REL.
           DISPLAY "CONFIRMA LA IMPUTACION AL COSTE MEDIO (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              DISPLAY "IMPUTACION ANULADA."
              GO TO IMPUTAR-COSTE-FIN
           END-IF.

           COMPUTE NUM-COSTE = CONT-CST + 1.
           OPEN EXTEND A-COSTREC.
           IF CST-FILESTAT NOT = "00"
              CLOSE A-COSTREC
              OPEN OUTPUT A-COSTREC
           END-IF.
           MOVE ENT-RECEPCION TO CST-RECEPCION.
           MOVE NUM-COSTE     TO CST-NUMCOSTE.
           MOVE FECHA         TO CST-FECHA.
           MOVE ENT-CONCEPTO  TO CST-CONCEPTO.
           MOVE ENT-DESCRI    TO CST-DESCRI.
           MOVE ENT-DOCUMENTO TO CST-DOCUMENTO.
           MOVE ENT-IMPORTE   TO CST-IMPORTE.
           MOVE ENT-CRITERIO  TO CST-CRITERIO.
           WRITE REGCST.
           CLOSE A-COSTREC.

           OPEN I-O A-ARTICULO.
           IF ART-FILESTAT NOT = "00"
              CLOSE A-ARTICULO
              DISPLAY "AARTI.IND NO EXISTE: EL COSTE QUEDA REGISTRADO"
                      " SIN ACTUALIZAR EL COSTE MEDIO."
              GO TO IMPUTAR-COSTE-FIN
           END-IF.
           OPEN EXTEND A-COSTREP.
           IF CSR-FILESTAT NOT = "00"
              CLOSE A-COSTREP
              OPEN OUTPUT A-COSTREP
           END-IF.
           MOVE ZERO TO CONT-SIN-EXISTENCIA.
           PERFORM IMPUTAR-LINEA
                   VARYING IDX-REL FROM 1 BY 1
                   UNTIL IDX-REL > CONT-REL.
           CLOSE A-COSTREP.
           CLOSE A-ARTICULO.

           DISPLAY "COSTE " NUM-COSTE " IMPUTADO A LA RECEPCION "
                   ENT-RECEPCION ": " ENT-IMPORTE.
           IF CONT-SIN-EXISTENCIA > ZERO
              DISPLAY "AVISO: " CONT-SIN-EXISTENCIA " LINEAS SIN"
                      " EXISTENCIA; SU PARTE NO PASA AL COSTE MEDIO."
           END-IF.

       IMPUTAR-COSTE-FIN.
           EXIT.


      * CARGA EN LA TABLA LAS LINEAS DE LA RECEPCION PEDIDA
      * ****************************************************************

       CARGAR-RECEPCION.
           MOVE ZERO TO CONT-REL.
           MOVE "N" TO FIN-RECEPCION.
           OPEN INPUT A-RECEPLIN.
           IF REL-FILESTAT NOT = "00"
              CLOSE A-RECEPLIN
              MOVE "S" TO FIN-RECEPCION
           ELSE
              READ A-RECEPLIN AT END MOVE "S" TO FIN-RECEPCION
              END-READ
           END-IF.
           PERFORM ANOTAR-LINEA-RECEPCION UNTIL FIN-RECEPCION = "S".
           IF REL-FILESTAT NOT = "35"
              CLOSE A-RECEPLIN
           END-IF.


      * ANOTA UNA LINEA SI ES DE LA RECEPCION PEDIDA
      * ****************************************************************

       ANOTAR-LINEA-RECEPCION.
           IF REL-RECEPCION = ENT-RECEPCION AND CONT-REL < 99
              ADD 1 TO CONT-REL
              MOVE REL-NUMLIN   TO TAB-REL-NUMLIN(CONT-REL)
              MOVE REL-CODARTI  TO TAB-REL-ART(CONT-REL)
              MOVE REL-CANTIDAD TO TAB-REL-CANT(CONT-REL)
              MOVE REL-PRECIO   TO TAB-REL-PRECIO(CONT-REL)
              MOVE ZERO         TO TAB-REL-PESO(CONT-REL)
                                   TAB-REL-BASE(CONT-REL)
                                   TAB-REL-IMPUTADO(CONT-REL)
                                   TAB-REL-COSTES(CONT-REL)
              MOVE REL-PEDIDO    TO REC-PEDIDO
              MOVE REL-PROVEEDOR TO REC-PROVEEDOR
              MOVE REL-FECHA     TO REC-FECHA
           END-IF.
           READ A-RECEPLIN AT END MOVE "S" TO FIN-RECEPCION END-READ.


      * CARGA LOS COSTES YA IMPUTADOS A LA RECEPCION
      * ****************************************************************

       CARGAR-COSTES.
           MOVE ZERO TO CONT-CST TOTAL-COSTES.
           MOVE "N" TO FIN-COSTE.
           OPEN INPUT A-COSTREC.
           IF CST-FILESTAT NOT = "00"
              CLOSE A-COSTREC
              MOVE "S" TO FIN-COSTE
           ELSE
              READ A-COSTREC AT END MOVE "S" TO FIN-COSTE END-READ
           END-IF.
           PERFORM ANOTAR-COSTE UNTIL FIN-COSTE = "S".
           IF CST-FILESTAT NOT = "35"
              CLOSE A-COSTREC
           END-IF.


      * ANOTA UN COSTE SI ES DE LA RECEPCION PEDIDA
      * ****************************************************************

       ANOTAR-COSTE.
           IF CST-RECEPCION = ENT-RECEPCION AND CONT-CST < 50
              ADD 1 TO CONT-CST
              MOVE CST-NUMCOSTE  TO TAB-CST-NUM(CONT-CST)
              MOVE CST-FECHA     TO TAB-CST-FECHA(CONT-CST)
              MOVE CST-CONCEPTO  TO TAB-CST-CONCEPTO(CONT-CST)
              MOVE CST-DESCRI    TO TAB-CST-DESCRI(CONT-CST)
              MOVE CST-DOCUMENTO TO TAB-CST-DOCUM(CONT-CST)
              MOVE CST-IMPORTE   TO TAB-CST-IMPORTE(CONT-CST)
              MOVE CST-CRITERIO  TO TAB-CST-CRITERIO(CONT-CST)
              ADD CST-IMPORTE    TO TOTAL-COSTES
           END-IF.
           READ A-COSTREC AT END MOVE "S" TO FIN-COSTE END-READ.


      * RECORRE LOS REPARTOS DE LA RECEPCION: SUMA LO IMPUTADO A
      * CADA LINEA Y RECUPERA EL PESO DE LOS REPARTOS POR PESO
      * ****************************************************************

       CARGAR-REPARTOS.
           MOVE "N" TO FIN-REPARTO.
           OPEN INPUT A-COSTREP.
           IF CSR-FILESTAT NOT = "00"
              CLOSE A-COSTREP
              MOVE "S" TO FIN-REPARTO
           ELSE
              READ A-COSTREP AT END MOVE "S" TO FIN-REPARTO END-READ
           END-IF.
           PERFORM ANOTAR-REPARTO UNTIL FIN-REPARTO = "S".
           IF CSR-FILESTAT NOT = "35"
              CLOSE A-COSTREP
           END-IF.


      * ANOTA UN REPARTO SI ES DE LA RECEPCION PEDIDA
      * ****************************************************************

       ANOTAR-REPARTO.
           IF CSR-RECEPCION = ENT-RECEPCION
              PERFORM BUSCAR-LINEA-REPARTO
                      VARYING IDX-REL FROM 1 BY 1
                      UNTIL IDX-REL > CONT-REL
           END-IF.
           READ A-COSTREP AT END MOVE "S" TO FIN-REPARTO END-READ.


      * ACUMULA EL REPARTO EN SU LINEA DE LA TABLA
      * ****************************************************************

       BUSCAR-LINEA-REPARTO.
           IF TAB-REL-NUMLIN(IDX-REL) = CSR-NUMLIN
              AND TAB-REL-ART(IDX-REL) = CSR-CODARTI
              ADD CSR-IMPORTE TO TAB-REL-COSTES(IDX-REL)
              IF CSR-CRITERIO = "P"
                 MOVE CSR-BASE TO TAB-REL-PESO(IDX-REL)
              END-IF
           END-IF.


      * MUESTRA UNA LINEA DE LA RECEPCION
      * ****************************************************************

       MOSTRAR-LINEA-RECEPCION.
           DISPLAY TAB-REL-NUMLIN(IDX-REL) " " TAB-REL-ART(IDX-REL)
                   " " TAB-REL-CANT(IDX-REL) "   "
                   TAB-REL-PRECIO(IDX-REL) " "
                   TAB-REL-COSTES(IDX-REL).


      * PIDE EL PESO DE UNA LINEA QUE TODAVIA NO LO TIENE
      * ****************************************************************

       PEDIR-PESO-LINEA.
           IF TAB-REL-PESO(IDX-REL) = ZERO
              DISPLAY "Peso en kg de la linea " TAB-REL-NUMLIN(IDX-REL)
                      " (articulo " TAB-REL-ART(IDX-REL) ", "
                      TAB-REL-CANT(IDX-REL) " unidades):"
              MOVE ZERO TO ENT-PESO
              ACCEPT ENT-PESO NO BELL
              MOVE ENT-PESO TO TAB-REL-PESO(IDX-REL)
           END-IF.


      * CALCULA LA BASE DE REPARTO DE UNA LINEA SEGUN EL CRITERIO
      * ****************************************************************

       CALCULAR-BASE-LINEA.
           IF ENT-CRITERIO = "V"
              COMPUTE TAB-REL-BASE(IDX-REL) =
                      TAB-REL-CANT(IDX-REL) * TAB-REL-PRECIO(IDX-REL)
           ELSE
              IF ENT-CRITERIO = "C"
                 MOVE TAB-REL-CANT(IDX-REL) TO TAB-REL-BASE(IDX-REL)
              ELSE
                 MOVE TAB-REL-PESO(IDX-REL) TO TAB-REL-BASE(IDX-REL)
              END-IF
           END-IF.
           ADD TAB-REL-BASE(IDX-REL) TO TOTAL-BASE.


      * CALCULA LA PARTE DEL COSTE QUE CORRESPONDE A UNA LINEA
      * ****************************************************************

       REPARTIR-LINEA.
           IF IDX-REL = CONT-REL
              COMPUTE TAB-REL-IMPUTADO(IDX-REL) =
                      ENT-IMPORTE - TOTAL-REPARTIDO
           ELSE
              COMPUTE TAB-REL-IMPUTADO(IDX-REL) ROUNDED =
                      ENT-IMPORTE * TAB-REL-BASE(IDX-REL) / TOTAL-BASE
           END-IF.
           ADD TAB-REL-IMPUTADO(IDX-REL) TO TOTAL-REPARTIDO.


      * MUESTRA LA PARTE DEL COSTE PROPUESTA PARA UNA LINEA
      * ****************************************************************

       MOSTRAR-REPARTO-LINEA.
           DISPLAY TAB-REL-NUMLIN(IDX-REL) " " TAB-REL-ART(IDX-REL)
                   " " TAB-REL-BASE(IDX-REL) " "
                   TAB-REL-IMPUTADO(IDX-REL).


      * SUMA LA PARTE DE LA LINEA AL COSTE MEDIO DEL ARTICULO,
      * REPARTIDA SOBRE SU EXISTENCIA MAS LAS ENTRADAS PENDIENTES
      * DE APLICAR, Y GRABA EL REPARTO
      * ****************************************************************

       IMPUTAR-LINEA.
           MOVE ENT-RECEPCION           TO CSR-RECEPCION.
           MOVE NUM-COSTE               TO CSR-NUMCOSTE.
           MOVE ENT-CRITERIO            TO CSR-CRITERIO.
           MOVE TAB-REL-NUMLIN(IDX-REL) TO CSR-NUMLIN.
           MOVE TAB-REL-ART(IDX-REL)    TO CSR-CODARTI.
           MOVE TAB-REL-BASE(IDX-REL)   TO CSR-BASE.
           MOVE TAB-REL-IMPUTADO(IDX-REL) TO CSR-IMPORTE.
           MOVE ZERO TO CSR-UNIDADES CSR-COSTE-ANT CSR-COSTE-NUE.

           MOVE TAB-REL-ART(IDX-REL) TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "S"
              PERFORM SUMAR-ENTRADAS-PENDIENTES
              COMPUTE UNIDADES-ABSORBEN = NUM-ARTI + UNIDADES-ABSORBEN
              MOVE PRE-COSTE TO CSR-COSTE-ANT
              MOVE UNIDADES-ABSORBEN TO CSR-UNIDADES
              IF UNIDADES-ABSORBEN = ZERO
                 ADD 1 TO CONT-SIN-EXISTENCIA
                 MOVE PRE-COSTE TO CSR-COSTE-NUE
              ELSE
                 COMPUTE COSTE-NUEVO ROUNDED = PRE-COSTE
                         + TAB-REL-IMPUTADO(IDX-REL)
                           / UNIDADES-ABSORBEN
                    ON SIZE ERROR MOVE PRE-COSTE TO COSTE-NUEVO
                 END-COMPUTE
                 MOVE COSTE-NUEVO TO PRE-COSTE
                 REWRITE R-ARTICULO
                 MOVE PRE-COSTE TO CSR-COSTE-NUE
                 DISPLAY "ARTICULO " COD-ARTI ": PRECIO DE COSTE "
                         CSR-COSTE-ANT " -> " CSR-COSTE-NUE
              END-IF
           END-IF.
           WRITE REGCSR.


      * DEJA EN UNIDADES-ABSORBEN LAS ENTRADAS DEL ARTICULO AUN
      * PENDIENTES DE APLICAR POR ACT-ART EN MOVARTI.DAT
      * ****************************************************************

       SUMAR-ENTRADAS-PENDIENTES.
           MOVE ZERO TO UNIDADES-ABSORBEN.
           MOVE "N" TO FIN-MOVIMIENTO.
           OPEN INPUT A-MOVARTI.
           IF MAR-FILESTAT NOT = "00"
              CLOSE A-MOVARTI
              MOVE "S" TO FIN-MOVIMIENTO
           ELSE
              READ A-MOVARTI AT END MOVE "S" TO FIN-MOVIMIENTO
              END-READ
           END-IF.
           PERFORM SUMAR-ENTRADA UNTIL FIN-MOVIMIENTO = "S".
           IF MAR-FILESTAT NOT = "35"
              CLOSE A-MOVARTI
           END-IF.


      * SUMA UNA ENTRADA PENDIENTE SI ES DEL ARTICULO
      * ****************************************************************

       SUMAR-ENTRADA.
           IF MAR-CODARTI = COD-ARTI AND MAR-TIPO = "E"
              ADD MAR-CANTIDAD TO UNIDADES-ABSORBEN
           END-IF.
           READ A-MOVARTI AT END MOVE "S" TO FIN-MOVIMIENTO END-READ.


      * LISTADO DEL COSTE EN DESTINO DE UNA RECEPCION: CADA COSTE
      * CON SU REPARTO ENTRE LAS LINEAS Y, AL FINAL, EL VALOR DE
      * COMPRA, LOS COSTES Y EL COSTE EN DESTINO DE CADA LINEA
      * ****************************************************************

       LISTAR-COSTE-DESTINO.
           DISPLAY "Numero de la recepcion:".
           ACCEPT ENT-RECEPCION NO BELL.
           PERFORM CARGAR-RECEPCION.
           IF CONT-REL = ZERO
              DISPLAY "ERROR: LA RECEPCION NO EXISTE EN RECEPLIN.DAT."
              GO TO LISTAR-COSTE-DESTINO-FIN
           END-IF.
           PERFORM CARGAR-COSTES.
           PERFORM CARGAR-REPARTOS.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "COSTE EN DESTINO DE LA RECEPCION " ENT-RECEPCION
                  "  PEDIDO " REC-PEDIDO "  PROVEEDOR " REC-PROVEEDOR
                  "  FECHA " REC-FECHA
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           PERFORM LISTAR-UN-COSTE
                   VARYING IDX-CST FROM 1 BY 1
                   UNTIL IDX-CST > CONT-CST.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "LN ARTIC CANTIDAD PRECIO   VALOR COMPRA      COSTES"
              & "  COSTE DESTINO UNITARIO" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE ZERO TO TOTAL-COMPRA.
           PERFORM LISTAR-LINEA-DESTINO
                   VARYING IDX-REL FROM 1 BY 1
                   UNTIL IDX-REL > CONT-REL.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE CONT-CST TO NUM-COSTE.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL: VALOR DE COMPRA " TOTAL-COMPRA
                  "  COSTES ADICIONALES " TOTAL-COSTES
                  "  (" NUM-COSTE " COSTES)"
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.
           DISPLAY "COSTE EN DESTINO DE LA RECEPCION " ENT-RECEPCION
                   " EN COSTREC.LST.".

       LISTAR-COSTE-DESTINO-FIN.
           EXIT.


      * IMPRIME UN COSTE DE LA RECEPCION Y SU REPARTO
      * ****************************************************************

       LISTAR-UN-COSTE.
           IF TAB-CST-CONCEPTO(IDX-CST) = "F"
              MOVE "PORTES"       TO TEXTO-CONCEPTO
           ELSE
              IF TAB-CST-CONCEPTO(IDX-CST) = "A"
                 MOVE "ADUANAS"      TO TEXTO-CONCEPTO
              ELSE
                 IF TAB-CST-CONCEPTO(IDX-CST) = "M"
                    MOVE "MANIPULACION" TO TEXTO-CONCEPTO
                 ELSE
                    MOVE "OTROS"        TO TEXTO-CONCEPTO
                 END-IF
              END-IF
           END-IF.
           IF TAB-CST-CRITERIO(IDX-CST) = "V"
              MOVE "POR VALOR"    TO TEXTO-CRITERIO
           ELSE
              IF TAB-CST-CRITERIO(IDX-CST) = "C"
                 MOVE "POR CANTIDAD" TO TEXTO-CRITERIO
              ELSE
                 MOVE "POR PESO"     TO TEXTO-CRITERIO
              END-IF
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "COSTE "                  DELIMITED BY SIZE
                  TAB-CST-NUM(IDX-CST)      DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TEXTO-CONCEPTO            DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TAB-CST-DESCRI(IDX-CST)   DELIMITED BY SIZE
                  " DOC "                   DELIMITED BY SIZE
                  TAB-CST-DOCUM(IDX-CST)    DELIMITED BY SIZE
                  " DEL "                   DELIMITED BY SIZE
                  TAB-CST-FECHA(IDX-CST)    DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TAB-CST-IMPORTE(IDX-CST)  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TEXTO-CRITERIO            DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "    LN ARTIC          BASE   IMPORTE UNIDADES"
              & " COSTE ANT. COSTE NUEVO" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE "N" TO FIN-REPARTO.
           OPEN INPUT A-COSTREP.
           IF CSR-FILESTAT NOT = "00"
              CLOSE A-COSTREP
              MOVE "S" TO FIN-REPARTO
           ELSE
              READ A-COSTREP AT END MOVE "S" TO FIN-REPARTO END-READ
           END-IF.
           PERFORM LISTAR-REPARTO UNTIL FIN-REPARTO = "S".
           IF CSR-FILESTAT NOT = "35"
              CLOSE A-COSTREP
           END-IF.


      * IMPRIME UN REPARTO SI ES DEL COSTE EN CURSO
      * ****************************************************************

       LISTAR-REPARTO.
           IF CSR-RECEPCION = ENT-RECEPCION
              AND CSR-NUMCOSTE = TAB-CST-NUM(IDX-CST)
              MOVE SPACES TO LINEA-LISTADO
              STRING "    "         DELIMITED BY SIZE
                     CSR-NUMLIN     DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     CSR-CODARTI    DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     CSR-BASE       DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     CSR-IMPORTE    DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     CSR-UNIDADES   DELIMITED BY SIZE
                     "   "          DELIMITED BY SIZE
                     CSR-COSTE-ANT  DELIMITED BY SIZE
                     "      "       DELIMITED BY SIZE
                     CSR-COSTE-NUE  DELIMITED BY SIZE
                     INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           READ A-COSTREP AT END MOVE "S" TO FIN-REPARTO END-READ.


      * IMPRIME EL COSTE EN DESTINO DE UNA LINEA: VALOR DE COMPRA
      * MAS LOS COSTES IMPUTADOS, EN TOTAL Y POR UNIDAD
      * ****************************************************************

       LISTAR-LINEA-DESTINO.
           COMPUTE VALOR-LINEA =
                   TAB-REL-CANT(IDX-REL) * TAB-REL-PRECIO(IDX-REL).
           ADD VALOR-LINEA TO TOTAL-COMPRA.
           COMPUTE DESTINO-LINEA =
                   VALOR-LINEA + TAB-REL-COSTES(IDX-REL).
           MOVE ZERO TO UNITARIO-DESTINO.
           IF TAB-REL-CANT(IDX-REL) > ZERO
              COMPUTE UNITARIO-DESTINO ROUNDED =
                      DESTINO-LINEA / TAB-REL-CANT(IDX-REL)
                 ON SIZE ERROR MOVE ZERO TO UNITARIO-DESTINO
              END-COMPUTE
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING TAB-REL-NUMLIN(IDX-REL) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-REL-ART(IDX-REL)    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-REL-CANT(IDX-REL)   DELIMITED BY SIZE
                  "   "                   DELIMITED BY SIZE
                  TAB-REL-PRECIO(IDX-REL) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  VALOR-LINEA             DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-REL-COSTES(IDX-REL) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  DESTINO-LINEA           DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  UNITARIO-DESTINO        DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
