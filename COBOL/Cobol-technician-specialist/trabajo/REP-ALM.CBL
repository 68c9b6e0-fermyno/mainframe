       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-ALM.
       REMARKS. REPOSICION ENTRE ALMACENES: COMPARA LA EXISTENCIA
           DE CADA ARTICULO EN CADA ALMACEN (STOCKALM.DAT, MAS LOS
           TRASLADOS YA GRABADOS EN MOVARTI.DAT QUE ACT-ART AUN NO
           HA CONTABILIZADO) CON SUS NIVELES MINIMO Y MAXIMO
           (NIVALM.DAT, MANTENIDO POR MAN-NIV) Y PROPONE TRASLADAR
           DESDE EL ALMACEN CENTRAL (01) A CADA ALMACEN BAJO SU
           MINIMO LO QUE LE FALTA HASTA SU MAXIMO, SIN BAJAR EL
           CENTRAL DE SU PROPIO MINIMO. LO QUE EL CENTRAL NO PUEDE
           CUBRIR QUEDA EN LA PROPUESTA COMO NECESIDAD DE COMPRA. LA
           PROPUESTA SE GRABA EN TRASPROP.DAT Y SE LISTA EN
           TRASPROP.LST; CUANDO UN OPERADOR DE NIVEL SUPERVISOR LA
           ACEPTA, LOS TRASLADOS PASAN A MOVARTI.DAT COMO
           MOVIMIENTOS T PARA QUE LOS CONTABILICE ACT-ART, LAS
           NECESIDADES DE COMPRA PASAN A NECALM.DAT PARA PRO-COM Y
           LA PROPUESTA QUEDA VACIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * DECLARACION DE LOS NIVELES POR ARTICULO Y ALMACEN (MAN-NIV)
      * Y DE LA EXISTENCIA POR ALMACEN QUE MANTIENE ACT-ART
      *
           SELECT A-NIVALM ASSIGN TO DISK 'NIVALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY NIV-CLAVE
                  FILE STATUS IS NIV-FILESTAT.

           SELECT A-STOCKALM ASSIGN TO DISK 'STOCKALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY STK-CLAVE
                  FILE STATUS IS STK-FILESTAT.

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

      *
      * DECLARACION DE LA PROPUESTA PENDIENTE DE ACEPTAR Y DE LAS
      * NECESIDADES DE COMPRA QUE RECOGE PRO-COM
      *
           SELECT A-TRASPROP ASSIGN TO DISK 'TRASPROP.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS TRP-FILESTAT.

           SELECT A-NECALM ASSIGN TO DISK 'NECALM.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'TRASPROP.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-NIVALM LABEL RECORD STANDARD.
       01 REGNIV.
          02 NIV-CLAVE.
             03 NIV-CODARTI PIC 9(4).
             03 NIV-ALMACEN PIC 9(2).
          02 NIV-MINIMO     PIC 9(6).
          02 NIV-MAXIMO     PIC 9(6).

       FD A-STOCKALM LABEL RECORD STANDARD.
       01 REGSTK.
          02 STK-CLAVE.
             03 STK-CODARTI PIC 9(4).
             03 STK-ALMACEN PIC 9(2).
          02 STK-EXISTENCIA PIC 9(6).

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
             88 MAR-ENTRADA  VALUE "E".
             88 MAR-SALIDA   VALUE "S".
             88 MAR-TRASLADO VALUE "T".
             88 MAR-MONTAJE  VALUE "M".
          02 MAR-CANTIDAD   PIC 9(6).
          02 MAR-ALMACEN    PIC 9(2).
          02 MAR-ALMDES     PIC 9(2).
          02 MAR-LOTE       PIC X(8).
          02 MAR-CADUCA     PIC X(8).

      *
      * DESCRIPCION DE UNA LINEA DE LA PROPUESTA. TRP-TIPO:
      *    T = TRASLADO DEL CENTRAL AL ALMACEN TRP-ALMDES,
      *    C = NECESIDAD DE COMPRA QUE EL CENTRAL NO CUBRE
      *
       FD A-TRASPROP LABEL RECORD STANDARD.
       01 REGTRP.
          02 TRP-TIPO       PIC X(1).
             88 TRP-TRASLADO VALUE "T".
             88 TRP-COMPRA   VALUE "C".
          02 TRP-CODARTI    PIC 9(4).
          02 TRP-ALMORI     PIC 9(2).
          02 TRP-ALMDES     PIC 9(2).
          02 TRP-CANTIDAD   PIC 9(6).
          02 TRP-FECHA      PIC X(8).

       FD A-NECALM LABEL RECORD STANDARD.
       01 REGNEC.
          02 NEC-CODARTI    PIC 9(4).
          02 NEC-CANTIDAD   PIC 9(6).
          02 NEC-FECHA      PIC X(8).

       FD A-OPERADOR LABEL RECORD STANDARD.
       01 REGOPE.
          02 OPE-ID           PIC X(8).
          02 OPE-CLAVE        PIC X(8).
          02 OPE-NIVEL        PIC 9(1).
             88 OPE-CONSULTA   VALUE 1.
             88 OPE-GESTION    VALUE 2.
             88 OPE-SUPERVISOR VALUE 3.
          02 OPE-ESTADO       PIC X(1).
             88 OPE-ACTIVO      VALUE "A".
             88 OPE-DESACTIVADO VALUE "B".
          02 OPE-FALLOS       PIC 9(1).
          02 OPE-SUCURSAL     PIC 9(3).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 NIV-FILESTAT      PIC X(2).
       77 STK-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 MAR-FILESTAT      PIC X(2).
       77 TRP-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 CONFIRMA          PIC X(1).
       77 HAY-STOCKALM      PIC X(1) VALUE "N".
       77 HAY-OPERADORES    PIC X(1) VALUE "N".
       77 EXISTE-OPE        PIC X(1).
       77 VISTO-BUENO-SUP   PIC X(1).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 FIN-NIVALM        PIC X(1).
       77 FIN-MOVARTI       PIC X(1).
       77 FIN-TRASPROP      PIC X(1).
       77 ART-EN-CURSO      PIC 9(4).
       77 EXISTENCIA-ALM    PIC 9(6).
       77 EXISTENCIA-CEN    PIC S9(7).
       77 DISPONIBLE-CEN    PIC S9(7).
       77 PROYECTADA-ALM    PIC 9(7).
       77 NECESIDAD-ALM     PIC 9(7).
       77 CANT-TRASLADO     PIC 9(6).
       77 FALTA-ARTICULO    PIC 9(7).
       77 TRANSITO-ALM      PIC 9(7).
       77 IDX-TRA           PIC 9(3) COMP.
       77 CONT-TRANSITO     PIC 9(3) COMP VALUE ZERO.
       77 CONT-TRASLADOS    PIC 9(5) VALUE ZERO.
       77 CONT-COMPRAS      PIC 9(5) VALUE ZERO.
       77 UNID-TRASLADO     PIC 9(8) VALUE ZERO.
       77 UNID-COMPRA       PIC 9(8) VALUE ZERO.

      *
      * TRASLADOS DESDE EL CENTRAL GRABADOS EN MOVARTI.DAT Y AUN NO
      * CONTABILIZADOS: YA ESTAN EN CAMINO Y NO SE VUELVEN A PROPONER
      *
       01 TAB-TRANSITO.
          02 TAB-TRA-OCU OCCURS 300 TIMES.
             03 TAB-TRA-ART    PIC 9(4).
             03 TAB-TRA-ALM    PIC 9(2).
             03 TAB-TRA-CANT   PIC 9(6).
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
       REPONER-ALMACENES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "REP-ALM" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REPITE EL MENU HASTA SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           MOVE SPACE TO OPCION.
           PERFORM MENU-REPOSICION UNTIL OPCION = "9".

           GOBACK.


      * MENU PRINCIPAL DE LA REPOSICION ENTRE ALMACENES
      * ****************************************************************

       MENU-REPOSICION.
           DISPLAY " ".
           DISPLAY "REPOSICION ENTRE ALMACENES".
           DISPLAY "<P>ROPONER TRASLADOS, <V>ER LA PROPUESTA,"
                   " <A>CEPTAR LA PROPUESTA, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "P" OR OPCION = "p"
              PERFORM CALCULAR-PROPUESTA THRU CALCULAR-PROPUESTA-FIN
           ELSE
              IF OPCION = "V" OR OPCION = "v"
                 PERFORM VER-PROPUESTA
              ELSE
                 IF OPCION = "A" OR OPCION = "a"
                    PERFORM ACEPTAR-PROPUESTA
                            THRU ACEPTAR-PROPUESTA-FIN
                 END-IF
              END-IF
           END-IF.


      * CALCULA UNA PROPUESTA NUEVA (SUSTITUYE A LA QUE HUBIERA SIN
      * ACEPTAR): RECORRE LOS NIVELES POR ARTICULO Y ALMACEN; EL
      * ALMACEN 01 SALE EL PRIMERO DE CADA ARTICULO Y FIJA LA
      * RESERVA DEL CENTRAL
      * ****************************************************************

       CALCULAR-PROPUESTA.
           OPEN INPUT A-NIVALM.
           IF NIV-FILESTAT NOT = "00"
              CLOSE A-NIVALM
              DISPLAY "NO HAY NIVELES POR ALMACEN (VER MAN-NIV)."
              GO TO CALCULAR-PROPUESTA-FIN
           END-IF.

           OPEN INPUT A-STOCKALM.
           IF STK-FILESTAT = "00"
              MOVE "S" TO HAY-STOCKALM
           ELSE
              CLOSE A-STOCKALM
              MOVE "N" TO HAY-STOCKALM
           END-IF.
           OPEN INPUT A-ARTICULO.

           PERFORM CARGAR-TRANSITO THRU CARGAR-TRANSITO-FIN.

           OPEN OUTPUT A-TRASPROP.
           OPEN OUTPUT A-LISTADO.
           MOVE ZERO TO CONT-TRASLADOS CONT-COMPRAS.
           MOVE ZERO TO UNID-TRASLADO UNID-COMPRA.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "PROPUESTA DE REPOSICION ENTRE ALMACENES AL "
                  FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "ARTIC NOMBRE                    ORI DES  CANTIDAD"
                & " TIPO" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE ZERO TO ART-EN-CURSO.
           MOVE ZERO TO FALTA-ARTICULO.
           MOVE LOW-VALUES TO NIV-CLAVE.
           MOVE "N" TO FIN-NIVALM.
           START A-NIVALM KEY NOT LESS THAN NIV-CLAVE
              INVALID KEY MOVE "S" TO FIN-NIVALM
           END-START.
           PERFORM EXAMINAR-NIVEL THRU EXAMINAR-NIVEL-FIN
                   UNTIL FIN-NIVALM = "S".
           PERFORM CERRAR-ARTICULO.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TRASLADOS: " CONT-TRASLADOS
                  "  UNIDADES: " UNID-TRASLADO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "A COMPRAR: " CONT-COMPRAS
                  "  UNIDADES: " UNID-COMPRA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           CLOSE A-LISTADO.
           CLOSE A-TRASPROP.
           CLOSE A-ARTICULO.
           IF HAY-STOCKALM = "S"
              CLOSE A-STOCKALM
           END-IF.
           CLOSE A-NIVALM.

           DISPLAY "TRASLADOS PROPUESTOS: " CONT-TRASLADOS
                   "  UNIDADES: " UNID-TRASLADO.
           DISPLAY "NECESIDADES DE COMPRA: " CONT-COMPRAS
                   "  UNIDADES: " UNID-COMPRA.
           DISPLAY "PROPUESTA EN TRASPROP.LST, PENDIENTE DE ACEPTAR.".

       CALCULAR-PROPUESTA-FIN.
           EXIT.


      * CARGA EN LA TABLA LOS TRASLADOS DESDE EL CENTRAL QUE ESTAN
      * EN MOVARTI.DAT PENDIENTES DE CONTABILIZAR
      * ****************************************************************

       CARGAR-TRANSITO.
           MOVE ZERO TO CONT-TRANSITO.
           OPEN INPUT A-MOVARTI.
           IF MAR-FILESTAT NOT = "00"
              CLOSE A-MOVARTI
              GO TO CARGAR-TRANSITO-FIN
           END-IF.
           MOVE "N" TO FIN-MOVARTI.
           READ A-MOVARTI AT END MOVE "S" TO FIN-MOVARTI END-READ.
           PERFORM ANOTAR-TRANSITO UNTIL FIN-MOVARTI = "S".
           CLOSE A-MOVARTI.

       CARGAR-TRANSITO-FIN.
           EXIT.


      * ANOTA UN TRASLADO PENDIENTE DESDE EL CENTRAL
      * ****************************************************************

       ANOTAR-TRANSITO.
           IF MAR-TRASLADO AND MAR-ALMACEN = 01
              AND CONT-TRANSITO < 300
              ADD 1 TO CONT-TRANSITO
              MOVE MAR-CODARTI  TO TAB-TRA-ART(CONT-TRANSITO)
              MOVE MAR-ALMDES   TO TAB-TRA-ALM(CONT-TRANSITO)
              MOVE MAR-CANTIDAD TO TAB-TRA-CANT(CONT-TRANSITO)
           END-IF.
           READ A-MOVARTI AT END MOVE "S" TO FIN-MOVARTI END-READ.


      * EXAMINA LOS NIVELES DE UN ARTICULO EN UN ALMACEN: AL CAMBIAR
      * DE ARTICULO CIERRA EL ANTERIOR Y TOMA LA EXISTENCIA DEL
      * CENTRAL; SI EL ALMACEN QUEDA BAJO SU MINIMO PROPONE EL
      * TRASLADO HASTA SU MAXIMO
      * ****************************************************************

       EXAMINAR-NIVEL.
           READ A-NIVALM NEXT RECORD
              AT END MOVE "S" TO FIN-NIVALM
           END-READ.
           IF FIN-NIVALM = "S"
              GO TO EXAMINAR-NIVEL-FIN
           END-IF.

           IF NIV-CODARTI NOT = ART-EN-CURSO
              PERFORM CERRAR-ARTICULO
              PERFORM INICIAR-ARTICULO
           END-IF.

      *
      * LOS NIVELES DEL CENTRAL SOLO FIJAN SU RESERVA: EL MINIMO
      * DEL CENTRAL NO SE TRASLADA
      *
           IF NIV-ALMACEN = 01
              COMPUTE DISPONIBLE-CEN = EXISTENCIA-CEN - NIV-MINIMO
              IF DISPONIBLE-CEN < ZERO
                 MOVE ZERO TO DISPONIBLE-CEN
              END-IF
              GO TO EXAMINAR-NIVEL-FIN
           END-IF.

           MOVE NIV-CODARTI TO STK-CODARTI.
           MOVE NIV-ALMACEN TO STK-ALMACEN.
           PERFORM LEER-EXISTENCIA-ALM.
           PERFORM SUMAR-TRANSITO-ALM.
           COMPUTE PROYECTADA-ALM = EXISTENCIA-ALM + TRANSITO-ALM.
           IF PROYECTADA-ALM NOT < NIV-MINIMO
              GO TO EXAMINAR-NIVEL-FIN
           END-IF.

           COMPUTE NECESIDAD-ALM = NIV-MAXIMO - PROYECTADA-ALM.
           IF DISPONIBLE-CEN > NECESIDAD-ALM
              MOVE NECESIDAD-ALM TO CANT-TRASLADO
           ELSE
              MOVE DISPONIBLE-CEN TO CANT-TRASLADO
           END-IF.

           IF CANT-TRASLADO > ZERO
              SUBTRACT CANT-TRASLADO FROM DISPONIBLE-CEN
              MOVE "T"           TO TRP-TIPO
              MOVE NIV-CODARTI   TO TRP-CODARTI
              MOVE 01            TO TRP-ALMORI
              MOVE NIV-ALMACEN   TO TRP-ALMDES
              MOVE CANT-TRASLADO TO TRP-CANTIDAD
              MOVE FECHA         TO TRP-FECHA
              PERFORM GRABAR-LINEA-PROPUESTA
              ADD 1 TO CONT-TRASLADOS
              ADD CANT-TRASLADO TO UNID-TRASLADO
           END-IF.

           COMPUTE FALTA-ARTICULO = FALTA-ARTICULO
                   + NECESIDAD-ALM - CANT-TRASLADO.

       EXAMINAR-NIVEL-FIN.
           EXIT.


      * PREPARA UN ARTICULO NUEVO: SU EXISTENCIA EN EL CENTRAL MENOS
      * LO QUE YA ESTA EN CAMINO DESDE EL; SIN NIVELES DEL CENTRAL
      * NO HAY RESERVA
      * ****************************************************************

       INICIAR-ARTICULO.
           MOVE NIV-CODARTI TO ART-EN-CURSO.
           MOVE ZERO TO FALTA-ARTICULO.
           MOVE SPACES TO NOM-ARTI.
           MOVE NIV-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY CONTINUE
           END-READ.

           MOVE NIV-CODARTI TO STK-CODARTI.
           MOVE 01 TO STK-ALMACEN.
           PERFORM LEER-EXISTENCIA-ALM.
           MOVE EXISTENCIA-ALM TO EXISTENCIA-CEN.
           PERFORM RESTAR-TRANSITO-CEN
                   VARYING IDX-TRA FROM 1 BY 1
                   UNTIL IDX-TRA > CONT-TRANSITO.
           IF EXISTENCIA-CEN < ZERO
              MOVE ZERO TO EXISTENCIA-CEN
           END-IF.
           MOVE EXISTENCIA-CEN TO DISPONIBLE-CEN.


      * DESCUENTA DEL CENTRAL UN TRASLADO EN CAMINO DEL ARTICULO
      * ****************************************************************

       RESTAR-TRANSITO-CEN.
           IF TAB-TRA-ART(IDX-TRA) = ART-EN-CURSO
              SUBTRACT TAB-TRA-CANT(IDX-TRA) FROM EXISTENCIA-CEN
           END-IF.


      * CIERRA EL ARTICULO EN CURSO: LO QUE FALTO EN SUS ALMACENES
      * Y EL CENTRAL NO PUDO CUBRIR QUEDA COMO NECESIDAD DE COMPRA
      * ****************************************************************

       CERRAR-ARTICULO.
           IF ART-EN-CURSO NOT = ZERO AND FALTA-ARTICULO > ZERO
              MOVE "C"            TO TRP-TIPO
              MOVE ART-EN-CURSO   TO TRP-CODARTI
              MOVE ZERO           TO TRP-ALMORI
              MOVE ZERO           TO TRP-ALMDES
              MOVE FALTA-ARTICULO TO TRP-CANTIDAD
              MOVE FECHA          TO TRP-FECHA
              PERFORM GRABAR-LINEA-PROPUESTA
              ADD 1 TO CONT-COMPRAS
              ADD FALTA-ARTICULO TO UNID-COMPRA
           END-IF.
           MOVE ZERO TO FALTA-ARTICULO.


      * DEJA EN EXISTENCIA-ALM LA EXISTENCIA DEL ARTICULO EN EL
      * ALMACEN DE STK-CLAVE (CERO SI NO LA HAY)
      * ****************************************************************

       LEER-EXISTENCIA-ALM.
           MOVE ZERO TO EXISTENCIA-ALM.
           IF HAY-STOCKALM = "S"
              READ A-STOCKALM
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE STK-EXISTENCIA TO EXISTENCIA-ALM
              END-READ
           END-IF.


      * DEJA EN TRANSITO-ALM LO QUE YA VA DEL CENTRAL AL ALMACEN
      * DEL NIVEL EN CURSO
      * ****************************************************************

       SUMAR-TRANSITO-ALM.
           MOVE ZERO TO TRANSITO-ALM.
           PERFORM SUMAR-UN-TRANSITO
                   VARYING IDX-TRA FROM 1 BY 1
                   UNTIL IDX-TRA > CONT-TRANSITO.


      * SUMA UNA POSICION DE LA TABLA SI ES DEL ARTICULO Y ALMACEN
      * ****************************************************************

       SUMAR-UN-TRANSITO.
           IF TAB-TRA-ART(IDX-TRA) = NIV-CODARTI
              AND TAB-TRA-ALM(IDX-TRA) = NIV-ALMACEN
              ADD TAB-TRA-CANT(IDX-TRA) TO TRANSITO-ALM
           END-IF.


      * GRABA UNA LINEA DE LA PROPUESTA EN EL FICHERO Y EN EL
      * LISTADO
      * ****************************************************************

       GRABAR-LINEA-PROPUESTA.
           WRITE REGTRP.
           MOVE SPACES TO LINEA-LISTADO.
           STRING TRP-CODARTI  DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  NOM-ARTI     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  TRP-ALMORI   DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  TRP-ALMDES   DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  TRP-CANTIDAD DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           IF TRP-TRASLADO
              MOVE "TRASLADO" TO LINEA-LISTADO(50:9)
           ELSE
              MOVE "A COMPRAR" TO LINEA-LISTADO(50:9)
           END-IF.
           WRITE LINEA-LISTADO.


      * MUESTRA LA PROPUESTA PENDIENTE DE ACEPTAR
      * ****************************************************************

       VER-PROPUESTA.
           MOVE ZERO TO CONT-TRASLADOS CONT-COMPRAS.
           OPEN INPUT A-TRASPROP.
           IF TRP-FILESTAT NOT = "00"
              CLOSE A-TRASPROP
              DISPLAY "NO HAY PROPUESTA PENDIENTE."
           ELSE
              DISPLAY "TIPO ARTIC ORI DES CANTIDAD FECHA"
              MOVE "N" TO FIN-TRASPROP
              READ A-TRASPROP AT END MOVE "S" TO FIN-TRASPROP
              END-READ
              PERFORM MOSTRAR-LINEA-PROPUESTA
                      UNTIL FIN-TRASPROP = "S"
              CLOSE A-TRASPROP
              DISPLAY "TRASLADOS: " CONT-TRASLADOS
                      "  NECESIDADES DE COMPRA: " CONT-COMPRAS
           END-IF.


      * MUESTRA UNA LINEA DE LA PROPUESTA
      * ****************************************************************

       MOSTRAR-LINEA-PROPUESTA.
           DISPLAY TRP-TIPO "    " TRP-CODARTI "  " TRP-ALMORI "  "
                   TRP-ALMDES "  " TRP-CANTIDAD "   " TRP-FECHA.
           IF TRP-TRASLADO
              ADD 1 TO CONT-TRASLADOS
           ELSE
              ADD 1 TO CONT-COMPRAS
           END-IF.
           READ A-TRASPROP AT END MOVE "S" TO FIN-TRASPROP END-READ.


      * ACEPTA LA PROPUESTA CON EL VISTO BUENO DE UN SUPERVISOR:
      * LOS TRASLADOS SE ANADEN A MOVARTI.DAT, LAS NECESIDADES DE
      * COMPRA SUSTITUYEN A LAS DE NECALM.DAT Y LA PROPUESTA SE
      * VACIA PARA QUE NO PUEDA ACEPTARSE DOS VECES
      * ****************************************************************

       ACEPTAR-PROPUESTA.
           PERFORM VER-PROPUESTA.
           IF CONT-TRASLADOS = ZERO AND CONT-COMPRAS = ZERO
              GO TO ACEPTAR-PROPUESTA-FIN
           END-IF.

           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT = "00"
              MOVE "S" TO HAY-OPERADORES
           ELSE
              CLOSE A-OPERADOR
              MOVE "N" TO HAY-OPERADORES
           END-IF.
           PERFORM PEDIR-VISTO-BUENO-SUP THRU PEDIR-VISTO-BUENO-SUP-FIN.
           IF HAY-OPERADORES = "S"
              CLOSE A-OPERADOR
           END-IF.
           IF VISTO-BUENO-SUP NOT = "S"
              DISPLAY "PROPUESTA NO ACEPTADA."
              GO TO ACEPTAR-PROPUESTA-FIN
           END-IF.

           DISPLAY "CONFIRMA LA ACEPTACION (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO ACEPTAR-PROPUESTA-FIN
           END-IF.

           OPEN EXTEND A-MOVARTI.
           IF MAR-FILESTAT NOT = "00"
              CLOSE A-MOVARTI
              OPEN OUTPUT A-MOVARTI
           END-IF.
           OPEN OUTPUT A-NECALM.
           OPEN INPUT A-TRASPROP.
           MOVE "N" TO FIN-TRASPROP.
           READ A-TRASPROP AT END MOVE "S" TO FIN-TRASPROP END-READ.
           PERFORM PASAR-LINEA-PROPUESTA UNTIL FIN-TRASPROP = "S".
           CLOSE A-TRASPROP.
           CLOSE A-NECALM.
           CLOSE A-MOVARTI.

           OPEN OUTPUT A-TRASPROP.
           CLOSE A-TRASPROP.

           DISPLAY "TRASLADOS GRABADOS EN MOVARTI.DAT: " CONT-TRASLADOS.
           DISPLAY "NECESIDADES DE COMPRA EN NECALM.DAT: "
                   CONT-COMPRAS.

       ACEPTAR-PROPUESTA-FIN.
           EXIT.


      * PASA UNA LINEA DE LA PROPUESTA ACEPTADA A SU DESTINO
      * ****************************************************************

       PASAR-LINEA-PROPUESTA.
           IF TRP-TRASLADO
              MOVE TRP-CODARTI  TO MAR-CODARTI
              MOVE FECHA        TO MAR-FECHA
              MOVE "T"          TO MAR-TIPO
              MOVE TRP-CANTIDAD TO MAR-CANTIDAD
              MOVE TRP-ALMORI   TO MAR-ALMACEN
              MOVE TRP-ALMDES   TO MAR-ALMDES
              MOVE SPACES       TO MAR-LOTE
              MOVE SPACES       TO MAR-CADUCA
              WRITE REGMAR
           ELSE
              MOVE TRP-CODARTI  TO NEC-CODARTI
              MOVE TRP-CANTIDAD TO NEC-CANTIDAD
              MOVE FECHA        TO NEC-FECHA
              WRITE REGNEC
           END-IF.
           READ A-TRASPROP AT END MOVE "S" TO FIN-TRASPROP END-READ.


      * PIDE EL VISTO BUENO DE UN OPERADOR DE NIVEL SUPERVISOR
      * (MISMA NORMA QUE LAS BAJAS DE ACT-CLI)
      * ****************************************************************

       PEDIR-VISTO-BUENO-SUP.
           MOVE "N" TO VISTO-BUENO-SUP.
           IF HAY-OPERADORES = "N"
              DISPLAY "NO HAY MAESTRO DE OPERADORES: SIN VISTO"
                      " BUENO POSIBLE."
              GO TO PEDIR-VISTO-BUENO-SUP-FIN
           END-IF.

           DISPLAY "VISTO BUENO DE SUPERVISOR REQUERIDO".
           DISPLAY "Supervisor:".
           ACCEPT ENT-SUP-ID NO BELL.
           DISPLAY "Clave.....:".
           ACCEPT ENT-SUP-CLAVE NO BELL.

           MOVE ENT-SUP-ID TO OPE-ID.
           READ A-OPERADOR
              INVALID KEY     MOVE "N" TO EXISTE-OPE
              NOT INVALID KEY MOVE "S" TO EXISTE-OPE
           END-READ.

           IF EXISTE-OPE = "S" AND OPE-CLAVE = ENT-SUP-CLAVE
              AND OPE-ACTIVO AND OPE-SUPERVISOR
              MOVE "S" TO VISTO-BUENO-SUP
           ELSE
              DISPLAY "SUPERVISOR O CLAVE NO VALIDOS."
           END-IF.

       PEDIR-VISTO-BUENO-SUP-FIN.
           EXIT.
