       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-CAT.
       REMARKS. EXPORTACION DIARIA DEL CATALOGO Y DE LA
           DISPONIBILIDAD PARA LA TIENDA EN LINEA Y LOS
           DISTRIBUIDORES: RECORRE AARTI.IND Y, PARA CADA ARTICULO
           ACTIVO (LOS BLOQUEADOS, DESCATALOGADOS Y OBSOLETOS QUEDAN
           FUERA), DEJA SU NOMBRE, LA DESCRIPCION DE SU TIPO
           (ATPAR.SEC), EL PRECIO DE VENTA, EL TIPO DE IVA Y EL
           PRECIO CON IVA, ESE MISMO PRECIO EN SU SEGUNDA MONEDA
           (COD-MONEDA AL TIPO-CAMBIO DEL ARTICULO) Y UN TRAMO DE
           DISPONIBILIDAD EN LUGAR DE LA CANTIDAD: EXISTENCIA MENOS
           LO COMPROMETIDO EN LINEAS PENDIENTES DE PEDIDOS ABIERTOS O
           PARCIALES (MISMO CALCULO QUE PED-CLI), CON LOS CORTES
           DISPPOCO Y DISPAMPL DEL MAESTRO DE PARAMETROS. LA TIENDA
           (DESTINO WEB) RECIBE LA TARIFA; CADA DISTRIBUIDOR, DADO DE
           ALTA EN PARAMS.DAT CON EL CODIGO DST SEGUIDO DE SU CODIGO
           DE CLIENTE, RECIBE EL PRECIO DE SU ACUERDO (ACUERDOS.DAT,
           POR ARTICULO Y SI NO POR TIPO, MISMA NORMA QUE PED-CLI Y
           FAC-PED) Y LA TARIFA DONDE NO LO HAY. CADA DESTINO TIENE
           SU CATALOGO COMPLETO (CATxxxxx.DAT) Y SU FICHERO DE
           CAMBIOS DEL DIA (CAMxxxxx.DAT: ALTAS, MODIFICACIONES Y
           BAJAS RESPECTO DEL CATALOGO ANTERIOR, QUE SE CONSERVA EN
           CATxxxxx.ANT).

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

           SELECT A-TIPOARTI ASSIGN TO DISK 'ATPAR.SEC'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS TIP-FILESTAT.

      *
      * PEDIDOS Y LINEAS DE PEDIDO (VER PED-CLI), SOLO PARA EL
      * CALCULO DEL STOCK COMPROMETIDO
      *
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

      *
      * DECLARACION DE LOS ACUERDOS DE PRECIO (VER MAN-ACU)
      *
           SELECT A-ACUERDOS ASSIGN TO DISK 'ACUERDOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ACU-CLAVE
                  FILE STATUS IS ACU-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES
                  FILE STATUS IS CLI-FILESTAT.

           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

      *
      * FICHERO DE TRABAJO CON LOS DATOS COMUNES A TODOS LOS
      * DESTINOS DE CADA ARTICULO EXPORTADO, EN ORDEN DE ARTICULO
      *
           SELECT A-BASE ASSIGN TO DISK 'CATFEED.TMP'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BAS-FILESTAT.

      *
      * CATALOGO COMPLETO DEL DESTINO (CATxxxxx.DAT), SU COPIA DE
      * LA EJECUCION ANTERIOR (CATxxxxx.ANT) Y SUS CAMBIOS DEL DIA
      * (CAMxxxxx.DAT)
      *
           SELECT A-CATDEST ASSIGN TO DISK NOMBRE-CATALOGO
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CDE-FILESTAT.

           SELECT A-CATANT ASSIGN TO DISK NOMBRE-ANTERIOR
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CAN-FILESTAT.

           SELECT A-CAMBIOS ASSIGN TO DISK NOMBRE-CAMBIOS
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CAM-FILESTAT.

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

      *
      * DESCRIPCION DEL TIPO DE ARTICULO CON SU TIPO DE IVA
      *
       FD A-TIPOARTI LABEL RECORD STANDARD.
       01 R-TIPOARTI.
          02 COD-TPARTI-TIP PIC X(3).
          02 DES-TPARTI-TIP PIC X(25).
          02 TIP-IVA-TIP    PIC 9(2).

       FD A-PEDIDOS LABEL RECORD STANDARD.
       01 REGPED.
          02 PED-NUMERO     PIC 9(6).
          02 PED-CODCLI     PIC X(5).
          02 PED-FECHA      PIC X(8).
          02 PED-ESTADO     PIC X(1).
             88 PED-ABIERTO   VALUE "A".
             88 PED-PARCIAL   VALUE "P".
             88 PED-SERVIDO   VALUE "S".
             88 PED-FACTURADO VALUE "F".
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

      *
      * DESCRIPCION DEL ACUERDO DE PRECIO (VER MAN-ACU)
      *
       FD A-ACUERDOS LABEL RECORD STANDARD.
       01 REGACU.
          02 ACU-CLAVE.
             03 ACU-CODCLI  PIC X(5).
             03 ACU-AMBITO  PIC X(1).
             03 ACU-REFER   PIC X(4).
          02 ACU-DESCUENTO  PIC 9(2)V9(2).
          02 ACU-PRECIO     PIC 9(4)V9(2).

       FD A-CLIENT LABEL RECORD STANDARD.
       01 REGCLI.
          02 CODCLI         PIC X(5).
          02 NOMCLI         PIC X(25).
          02 DIRCLI         PIC X(25).
          02 POBCLI         PIC X(25).
          02 POSCLI         PIC 9(5).
          02 ALTCLI         PIC X(8).
          02 IMPCLI         PIC 9(6)V9(2).
          02 MONCLI         PIC X(3).
          02 CAMCLI         PIC 9(3)V9(4).
          02 IMECLI         PIC 9(6)V9(2).
          02 LIMCLI         PIC 9(6)V9(2).
          02 ESTCLI         PIC X(1).
             88 CLI-ACTIVO     VALUES "A", " ".
             88 CLI-SUSPENDIDO VALUE "S".
             88 CLI-CERRADO    VALUE "C".
          02 NIFCLI         PIC X(9).

       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

       FD A-BASE LABEL RECORD STANDARD.
       01 REGBAS.
          02 BAS-CODARTI    PIC 9(4).
          02 BAS-NOMARTI    PIC X(25).
          02 BAS-TPARTI     PIC X(3).
          02 BAS-DESTIPO    PIC X(25).
          02 BAS-PRE-ARTI   PIC 9(4)V9(2).
          02 BAS-TIPIVA     PIC 9(2).
          02 BAS-MONEDA     PIC X(3).
          02 BAS-CAMBIO     PIC 9(3)V9(4).
          02 BAS-BANDA      PIC 9(1).

      *
      * REGISTRO DEL CATALOGO EXPORTADO. TRAMOS DE DISPONIBILIDAD:
      * 0 AGOTADO, 1 POCAS UNIDADES (HASTA DISPPOCO), 2 DISPONIBLE,
      * 3 AMPLIA (DESDE DISPAMPL)
      *
       FD A-CATDEST LABEL RECORD STANDARD.
       01 REGCDE.
          02 CDE-CODARTI    PIC 9(4).
          02 CDE-NOMARTI    PIC X(25).
          02 CDE-TPARTI     PIC X(3).
          02 CDE-DESTIPO    PIC X(25).
          02 CDE-PRECIO     PIC 9(4)V9(2).
          02 CDE-TIPIVA     PIC 9(2).
          02 CDE-PRECIO-IVA PIC 9(5)V9(2).
          02 CDE-MONEDA     PIC X(3).
          02 CDE-PRECIO-ME  PIC 9(7)V9(2).
          02 CDE-BANDA      PIC 9(1).
          02 CDE-DISPONIB   PIC X(12).

       FD A-CATANT LABEL RECORD STANDARD.
       01 REGCAN.
          02 CAN-CODARTI    PIC 9(4).
          02 CAN-RESTO      PIC X(93).

      *
      * CAMBIO DEL DIA: A ALTA EN EL CATALOGO, M MODIFICACION (CON
      * LOS DATOS NUEVOS), B BAJA (CON LOS DATOS QUE TENIA)
      *
       FD A-CAMBIOS LABEL RECORD STANDARD.
       01 REGCAM.
          02 CAM-TIPO       PIC X(1).
          02 CAM-DATOS      PIC X(97).


       WORKING-STORAGE SECTION.
       77 ART-FILESTAT      PIC X(2).
       77 TIP-FILESTAT      PIC X(2).
       77 PED-FILESTAT      PIC X(2).
       77 LIN-FILESTAT      PIC X(2).
       77 ACU-FILESTAT      PIC X(2).
       77 CLI-FILESTAT      PIC X(2).
       77 PAR-FILESTAT      PIC X(2).
       77 BAS-FILESTAT      PIC X(2).
       77 CDE-FILESTAT      PIC X(2).
       77 CAN-FILESTAT      PIC X(2).
       77 CAM-FILESTAT      PIC X(2).
       77 NOMBRE-CATALOGO   PIC X(15).
       77 NOMBRE-ANTERIOR   PIC X(15).
       77 NOMBRE-CAMBIOS    PIC X(15).
       77 HAY-PEDIDOS       PIC X(1).
       77 HAY-ACUERDOS      PIC X(1).
       77 HAY-CLIENTES      PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-PAR        PIC X(1).
       77 EXISTE-ACU        PIC X(1).
       77 ENCONTRADO-TIP    PIC X(1).
       77 DESTINO-VALIDO    PIC X(1).
       77 FIN-ARTICULO      PIC X(1).
       77 FIN-TIPO          PIC X(1).
       77 FIN-PARAM         PIC X(1).
       77 FIN-LINEA         PIC X(1).
       77 FIN-BASE          PIC X(1).
       77 FIN-ANTERIOR      PIC X(1).
       77 DESTINO-ACTUAL    PIC X(5).
       77 PRECIO-APLICADO   PIC 9(4)V9(2).
       77 COMPROMETIDO-ART  PIC 9(8).
       77 PENDIENTE-LIN     PIC 9(6).
       77 DISPONIBLE-ART    PIC 9(8).
       77 DISP-POCO         PIC 9(6) VALUE 5.
       77 DISP-AMPLIA       PIC 9(6) VALUE 50.
       77 CONT-TIPOS        PIC 9(3) COMP VALUE ZERO.
       77 IDX-TIP           PIC 9(3) COMP.
       77 CONT-DESTINOS     PIC 9(2) COMP VALUE ZERO.
       77 IDX-DST           PIC 9(2) COMP.
       77 CONT-EXPORTADOS   PIC 9(6) VALUE ZERO.
       77 CONT-EXCLUIDOS    PIC 9(6) VALUE ZERO.
       77 CONT-BLOQUEADOS   PIC 9(6) VALUE ZERO.
       77 CONT-CATALOGO     PIC 9(6).
       77 CONT-ALTAS        PIC 9(6).
       77 CONT-MODIF        PIC 9(6).
       77 CONT-BAJAS        PIC 9(6).
       77 CONT-AVISOS       PIC 9(4) VALUE ZERO.

      *
      * TIPOS DE ARTICULO CON SU DESCRIPCION Y SU IVA, CARGADOS DE
      * ATPAR.SEC
      *
       01 TAB-TIPOS.
          02 TAB-TIP-OCU OCCURS 50 TIMES.
             03 TAB-TIP-COD    PIC X(3).
             03 TAB-TIP-DES    PIC X(25).
             03 TAB-TIP-IVA    PIC 9(2).

      *
      * DESTINOS DE LA EXPORTACION: LA TIENDA (WEB) Y LOS
      * DISTRIBUIDORES DADOS DE ALTA EN PARAMS.DAT (DST + CLIENTE)
      *
       01 TAB-DESTINOS.
          02 TAB-DST-OCU OCCURS 21 TIMES.
             03 TAB-DST-CODIGO PIC X(5).

      *
      * TEXTOS DE LOS TRAMOS DE DISPONIBILIDAD (0 A 3)
      *
       01 TAB-BANDAS-V.
          02 FILLER PIC X(12) VALUE "AGOTADO".
          02 FILLER PIC X(12) VALUE "POCAS UNID.".
          02 FILLER PIC X(12) VALUE "DISPONIBLE".
          02 FILLER PIC X(12) VALUE "AMPLIA".
       01 TAB-BANDAS REDEFINES TAB-BANDAS-V.
          02 TEXTO-BANDA OCCURS 4 TIMES PIC X(12).

       PROCEDURE DIVISION.
       EXPORTAR-CATALOGO.

      *
      * BLOQUE PRINCIPAL: PREPARA UNA VEZ LOS DATOS COMUNES DE LOS
      * ARTICULOS Y LUEGO GENERA EL CATALOGO Y LOS CAMBIOS DE CADA
      * DESTINO
      *
           OPEN INPUT A-ARTICULO.
           IF ART-FILESTAT NOT = "00"
              DISPLAY "AARTI.IND NO EXISTE."
              CLOSE A-ARTICULO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-TIPOS.

           MOVE "S" TO HAY-PEDIDOS.
           OPEN INPUT A-PEDIDOS.
           IF PED-FILESTAT NOT = "00"
              CLOSE A-PEDIDOS
              MOVE "N" TO HAY-PEDIDOS
           END-IF.
           IF HAY-PEDIDOS = "S"
              OPEN INPUT A-PEDLIN
              IF LIN-FILESTAT NOT = "00"
                 CLOSE A-PEDLIN
                 CLOSE A-PEDIDOS
                 MOVE "N" TO HAY-PEDIDOS
              END-IF
           END-IF.

           OPEN OUTPUT A-BASE.
           MOVE "N" TO FIN-ARTICULO.
           READ A-ARTICULO NEXT RECORD
              AT END MOVE "S" TO FIN-ARTICULO
           END-READ.
           PERFORM PREPARAR-ARTICULO UNTIL FIN-ARTICULO = "S".
           CLOSE A-BASE.

           IF HAY-PEDIDOS = "S"
              CLOSE A-PEDLIN
              CLOSE A-PEDIDOS
           END-IF.
           CLOSE A-ARTICULO.

           MOVE "S" TO HAY-ACUERDOS.
           OPEN INPUT A-ACUERDOS.
           IF ACU-FILESTAT NOT = "00"
              CLOSE A-ACUERDOS
              MOVE "N" TO HAY-ACUERDOS
           END-IF.
           MOVE "S" TO HAY-CLIENTES.
           OPEN INPUT A-CLIENT.
           IF CLI-FILESTAT NOT = "00"
              CLOSE A-CLIENT
              MOVE "N" TO HAY-CLIENTES
           END-IF.

           PERFORM EXPORTAR-DESTINO THRU EXPORTAR-DESTINO-FIN
                   VARYING IDX-DST FROM 1 BY 1
                   UNTIL IDX-DST > CONT-DESTINOS.

           IF HAY-CLIENTES = "S"
              CLOSE A-CLIENT
           END-IF.
           IF HAY-ACUERDOS = "S"
              CLOSE A-ACUERDOS
           END-IF.

           DISPLAY "ARTICULOS EXPORTADOS.........: " CONT-EXPORTADOS.
           DISPLAY "BLOQUEADOS (NO EXPORTADOS)...: " CONT-BLOQUEADOS.
           DISPLAY "OTROS NO ACTIVOS.............: " CONT-EXCLUIDOS.
           DISPLAY "AVISOS.......................: " CONT-AVISOS.

           IF CONT-AVISOS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           GOBACK.


      * TOMA DEL MAESTRO DE PARAMETROS LOS CORTES DE LOS TRAMOS DE
      * DISPONIBILIDAD Y LA RELACION DE DISTRIBUIDORES. LA TIENDA
      * ES SIEMPRE EL PRIMER DESTINO
      * ****************************************************************

       LEER-PARAMETROS.
           MOVE 1 TO CONT-DESTINOS.
           MOVE "WEB" TO TAB-DST-CODIGO(1).

           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT NOT = "00"
              CLOSE A-PARAMS
              DISPLAY "SIN PARAMS.DAT: SOLO SE EXPORTA PARA LA TIENDA."
           ELSE
              MOVE "DISPPOCO" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S" AND PAR-VALOR > ZERO
                 MOVE PAR-VALOR TO DISP-POCO
              END-IF
              MOVE "DISPAMPL" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S" AND PAR-VALOR > ZERO
                 MOVE PAR-VALOR TO DISP-AMPLIA
              END-IF

              MOVE SPACES TO PAR-CODIGO
              MOVE "DST" TO PAR-CODIGO(1:3)
              MOVE "N" TO FIN-PARAM
              START A-PARAMS KEY NOT LESS THAN PAR-CODIGO
                 INVALID KEY MOVE "S" TO FIN-PARAM
              END-START
              PERFORM LEER-DISTRIBUIDOR UNTIL FIN-PARAM = "S"
              CLOSE A-PARAMS
           END-IF.

           IF DISP-AMPLIA NOT > DISP-POCO
              COMPUTE DISP-AMPLIA = DISP-POCO + 1
           END-IF.


      * LEE EL SIGUIENTE PARAMETRO Y, SI ES UN DISTRIBUIDOR (DST
      * SEGUIDO DEL CODIGO DE CLIENTE), LO ANADE A LOS DESTINOS
      * ****************************************************************

       LEER-DISTRIBUIDOR.
           READ A-PARAMS NEXT RECORD AT END MOVE "S" TO FIN-PARAM
           END-READ.
           IF FIN-PARAM = "N" AND PAR-CODIGO(1:3) NOT = "DST"
              MOVE "S" TO FIN-PARAM
           END-IF.
           IF FIN-PARAM = "N" AND PAR-CODIGO(4:5) NOT = SPACES
              IF CONT-DESTINOS < 21
                 ADD 1 TO CONT-DESTINOS
                 MOVE PAR-CODIGO(4:5) TO TAB-DST-CODIGO(CONT-DESTINOS)
              ELSE
                 DISPLAY "DEMASIADOS DISTRIBUIDORES: NO SE EXPORTA"
                         " PARA " PAR-CODIGO(4:5)
                 ADD 1 TO CONT-AVISOS
              END-IF
           END-IF.


      * CARGA LA TABLA DE TIPOS DE ARTICULO DESDE ATPAR.SEC; SIN
      * FICHERO DE TIPOS LOS ARTICULOS SALEN SIN DESCRIPCION DE
      * TIPO Y CON IVA CERO
      * ****************************************************************

       CARGAR-TIPOS.
           MOVE ZERO TO CONT-TIPOS.
           MOVE "N" TO FIN-TIPO.
           OPEN INPUT A-TIPOARTI.
           IF TIP-FILESTAT NOT = "00"
              CLOSE A-TIPOARTI
              MOVE "S" TO FIN-TIPO
              DISPLAY "ATPAR.SEC NO EXISTE: TIPOS SIN DESCRIPCION NI"
                      " IVA."
              ADD 1 TO CONT-AVISOS
           ELSE
              READ A-TIPOARTI AT END MOVE "S" TO FIN-TIPO END-READ
           END-IF.
           PERFORM CARGAR-UN-TIPO UNTIL FIN-TIPO = "S".
           IF TIP-FILESTAT NOT = "35"
              CLOSE A-TIPOARTI
           END-IF.


      * ANADE UN TIPO DE ARTICULO A LA TABLA
      * ****************************************************************

       CARGAR-UN-TIPO.
           IF CONT-TIPOS < 50
              ADD 1 TO CONT-TIPOS
              MOVE COD-TPARTI-TIP TO TAB-TIP-COD(CONT-TIPOS)
              MOVE DES-TPARTI-TIP TO TAB-TIP-DES(CONT-TIPOS)
              MOVE TIP-IVA-TIP    TO TAB-TIP-IVA(CONT-TIPOS)
           END-IF.
           READ A-TIPOARTI AT END MOVE "S" TO FIN-TIPO END-READ.


      * GRABA EN EL FICHERO DE TRABAJO LOS DATOS COMUNES DE UN
      * ARTICULO ACTIVO: SU TIPO, SU PRECIO DE TARIFA Y SU TRAMO
      * DE DISPONIBILIDAD
      * ****************************************************************

       PREPARAR-ARTICULO.
           IF ARTI-ACTIVO
              MOVE COD-ARTI    TO BAS-CODARTI
              MOVE NOM-ARTI    TO BAS-NOMARTI
              MOVE COD-TPARTI  TO BAS-TPARTI
              MOVE PRE-ARTI    TO BAS-PRE-ARTI
              MOVE COD-MONEDA  TO BAS-MONEDA
              MOVE TIPO-CAMBIO TO BAS-CAMBIO
              PERFORM BUSCAR-TIPO
              PERFORM CALCULAR-COMPROMETIDO
              PERFORM CALCULAR-BANDA
              WRITE REGBAS
              ADD 1 TO CONT-EXPORTADOS
           ELSE
              IF ARTI-BLOQUEADO
                 ADD 1 TO CONT-BLOQUEADOS
              ELSE
                 ADD 1 TO CONT-EXCLUIDOS
              END-IF
           END-IF.
           READ A-ARTICULO NEXT RECORD
              AT END MOVE "S" TO FIN-ARTICULO
           END-READ.


      * DEJA EN EL REGISTRO DE TRABAJO LA DESCRIPCION Y EL IVA DEL
      * TIPO DEL ARTICULO EN CURSO
      * ****************************************************************

       BUSCAR-TIPO.
           MOVE SPACES TO BAS-DESTIPO.
           MOVE ZERO   TO BAS-TIPIVA.
           MOVE "N" TO ENCONTRADO-TIP.
           PERFORM COMPARAR-TIPO
                   VARYING IDX-TIP FROM 1 BY 1
                   UNTIL IDX-TIP > CONT-TIPOS
                      OR ENCONTRADO-TIP = "S".


      * COMPARA UNA POSICION DE LA TABLA DE TIPOS
      * ****************************************************************

       COMPARAR-TIPO.
           IF TAB-TIP-COD(IDX-TIP) = COD-TPARTI
              MOVE "S" TO ENCONTRADO-TIP
              MOVE TAB-TIP-DES(IDX-TIP) TO BAS-DESTIPO
              MOVE TAB-TIP-IVA(IDX-TIP) TO BAS-TIPIVA
           END-IF.


      * CALCULA EL STOCK COMPROMETIDO DEL ARTICULO EN COD-ARTI:
      * SUMA DE LAS CANTIDADES PENDIENTES DE SERVIR DE SUS LINEAS
      * EN PEDIDOS ABIERTOS O PARCIALES, POR LA CLAVE DE ARTICULO
      * DE PEDLIN.DAT (MISMO CALCULO QUE PED-CLI)
      * ****************************************************************

       CALCULAR-COMPROMETIDO.
           MOVE ZERO TO COMPROMETIDO-ART.
           MOVE "N" TO FIN-LINEA.
           IF HAY-PEDIDOS = "N"
              MOVE "S" TO FIN-LINEA
           ELSE
              MOVE COD-ARTI TO LIN-CODARTI
              START A-PEDLIN KEY = LIN-CODARTI
                 INVALID KEY MOVE "S" TO FIN-LINEA
              END-START
              IF FIN-LINEA = "N"
                 PERFORM LEER-LINEA-ARTICULO
              END-IF
           END-IF.
           PERFORM ACUMULAR-COMPROMETIDO UNTIL FIN-LINEA = "S".


      * ACUMULA EL PENDIENTE DE UNA LINEA DEL ARTICULO SI SU
      * PEDIDO SIGUE ABIERTO O PARCIAL
      * ****************************************************************

       ACUMULAR-COMPROMETIDO.
           IF LIN-CANTIDAD > LIN-SERVIDA
              COMPUTE PENDIENTE-LIN = LIN-CANTIDAD - LIN-SERVIDA
              MOVE LIN-PEDIDO TO PED-NUMERO
              READ A-PEDIDOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PED-ABIERTO OR PED-PARCIAL
                       ADD PENDIENTE-LIN TO COMPROMETIDO-ART
                    END-IF
              END-READ
           END-IF.
           PERFORM LEER-LINEA-ARTICULO.


      * LEE LA SIGUIENTE LINEA POR LA CLAVE DE ARTICULO; AL PASAR
      * A OTRO ARTICULO TERMINAN LAS LINEAS DE COD-ARTI
      * ****************************************************************

       LEER-LINEA-ARTICULO.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
           END-READ.
           IF FIN-LINEA = "N" AND LIN-CODARTI NOT = COD-ARTI
              MOVE "S" TO FIN-LINEA
           END-IF.


      * CLASIFICA LO DISPONIBLE (EXISTENCIA MENOS COMPROMETIDO) EN
      * SU TRAMO: SE PUBLICA EL TRAMO, NO LA CANTIDAD
      * ****************************************************************

       CALCULAR-BANDA.
           IF COMPROMETIDO-ART NOT < NUM-ARTI
              MOVE ZERO TO DISPONIBLE-ART
           ELSE
              COMPUTE DISPONIBLE-ART = NUM-ARTI - COMPROMETIDO-ART
           END-IF.
           IF DISPONIBLE-ART = ZERO
              MOVE 0 TO BAS-BANDA
           ELSE
              IF DISPONIBLE-ART NOT > DISP-POCO
                 MOVE 1 TO BAS-BANDA
              ELSE
                 IF DISPONIBLE-ART < DISP-AMPLIA
                    MOVE 2 TO BAS-BANDA
                 ELSE
                    MOVE 3 TO BAS-BANDA
                 END-IF
              END-IF
           END-IF.


      * GENERA EL CATALOGO COMPLETO Y LOS CAMBIOS DE UN DESTINO:
      * GUARDA EL CATALOGO ANTERIOR EN CATxxxxx.ANT Y CASA EL
      * FICHERO DE TRABAJO CON EL, LOS DOS EN ORDEN DE ARTICULO. UN
      * DISTRIBUIDOR QUE NO ES CLIENTE O ESTA CERRADO SE SALTA CON
      * AVISO
      * ****************************************************************

       EXPORTAR-DESTINO.
           MOVE TAB-DST-CODIGO(IDX-DST) TO DESTINO-ACTUAL.

           IF IDX-DST > 1
              MOVE "S" TO DESTINO-VALIDO
              IF HAY-CLIENTES = "N"
                 MOVE "N" TO DESTINO-VALIDO
              ELSE
                 MOVE DESTINO-ACTUAL TO CODCLI
                 READ A-CLIENT
                    INVALID KEY     MOVE "N" TO DESTINO-VALIDO
                    NOT INVALID KEY
                       IF CLI-CERRADO
                          MOVE "N" TO DESTINO-VALIDO
                       END-IF
                 END-READ
              END-IF
              IF DESTINO-VALIDO = "N"
                 DISPLAY "DISTRIBUIDOR " DESTINO-ACTUAL
                         " INEXISTENTE O CERRADO: NO SE EXPORTA."
                 ADD 1 TO CONT-AVISOS
                 GO TO EXPORTAR-DESTINO-FIN
              END-IF
           END-IF.

           MOVE SPACES TO NOMBRE-CATALOGO NOMBRE-ANTERIOR
                          NOMBRE-CAMBIOS.
           STRING "CAT" DESTINO-ACTUAL DELIMITED BY SPACE
                  ".DAT"              DELIMITED BY SIZE
              INTO NOMBRE-CATALOGO
           END-STRING.
           STRING "CAT" DESTINO-ACTUAL DELIMITED BY SPACE
                  ".ANT"              DELIMITED BY SIZE
              INTO NOMBRE-ANTERIOR
           END-STRING.
           STRING "CAM" DESTINO-ACTUAL DELIMITED BY SPACE
                  ".DAT"              DELIMITED BY SIZE
              INTO NOMBRE-CAMBIOS
           END-STRING.

           PERFORM GUARDAR-ANTERIOR.

           MOVE ZERO TO CONT-CATALOGO CONT-ALTAS CONT-MODIF
                        CONT-BAJAS.
           OPEN INPUT  A-BASE.
           OPEN INPUT  A-CATANT.
           OPEN OUTPUT A-CATDEST.
           OPEN OUTPUT A-CAMBIOS.
           MOVE "N" TO FIN-BASE.
           MOVE "N" TO FIN-ANTERIOR.
           READ A-BASE AT END MOVE "S" TO FIN-BASE END-READ.
           READ A-CATANT AT END MOVE "S" TO FIN-ANTERIOR END-READ.
           PERFORM CASAR-ARTICULO THRU CASAR-ARTICULO-FIN
              UNTIL FIN-BASE = "S" AND FIN-ANTERIOR = "S".
           CLOSE A-CAMBIOS.
           CLOSE A-CATDEST.
           CLOSE A-CATANT.
           CLOSE A-BASE.

           DISPLAY NOMBRE-CATALOGO ": " CONT-CATALOGO
                   " ARTICULOS; " NOMBRE-CAMBIOS ": " CONT-ALTAS
                   " ALTAS, " CONT-MODIF " MODIF., " CONT-BAJAS
                   " BAJAS".

       EXPORTAR-DESTINO-FIN.
           EXIT.


      * COPIA EL CATALOGO DE LA EJECUCION ANTERIOR DEL DESTINO A
      * CATxxxxx.ANT; LA PRIMERA VEZ LA COPIA QUEDA VACIA Y TODO EL
      * CATALOGO SALE COMO ALTAS
      * ****************************************************************

       GUARDAR-ANTERIOR.
           OPEN OUTPUT A-CATANT.
           OPEN INPUT A-CATDEST.
           IF CDE-FILESTAT NOT = "00"
              CLOSE A-CATDEST
           ELSE
              MOVE "N" TO FIN-ANTERIOR
              READ A-CATDEST AT END MOVE "S" TO FIN-ANTERIOR END-READ
              PERFORM COPIAR-ANTERIOR UNTIL FIN-ANTERIOR = "S"
              CLOSE A-CATDEST
           END-IF.
           CLOSE A-CATANT.


      * COPIA UN REGISTRO DEL CATALOGO ANTERIOR
      * ****************************************************************

       COPIAR-ANTERIOR.
           MOVE REGCDE TO REGCAN.
           WRITE REGCAN.
           READ A-CATDEST AT END MOVE "S" TO FIN-ANTERIOR END-READ.


      * CASA EL ARTICULO EN CURSO DEL FICHERO DE TRABAJO CON EL DEL
      * CATALOGO ANTERIOR: LO QUE SOLO ESTA EN EL TRABAJO ES ALTA,
      * LO QUE SOLO ESTA EN EL ANTERIOR ES BAJA (BLOQUEADO, YA NO
      * ACTIVO O DADO DE BAJA) Y LO QUE ESTA EN LOS DOS ES
      * MODIFICACION SI CAMBIA ALGUN DATO
      * ****************************************************************

       CASAR-ARTICULO.
           IF FIN-BASE = "S"
              PERFORM ANOTAR-BAJA
              READ A-CATANT AT END MOVE "S" TO FIN-ANTERIOR END-READ
              GO TO CASAR-ARTICULO-FIN
           END-IF.

           IF FIN-ANTERIOR = "N" AND CAN-CODARTI < BAS-CODARTI
              PERFORM ANOTAR-BAJA
              READ A-CATANT AT END MOVE "S" TO FIN-ANTERIOR END-READ
              GO TO CASAR-ARTICULO-FIN
           END-IF.

           PERFORM CONSTRUIR-REGISTRO.
           WRITE REGCDE.
           ADD 1 TO CONT-CATALOGO.

           IF FIN-ANTERIOR = "S" OR CAN-CODARTI > BAS-CODARTI
              MOVE "A"    TO CAM-TIPO
              MOVE REGCDE TO CAM-DATOS
              WRITE REGCAM
              ADD 1 TO CONT-ALTAS
           ELSE
              IF REGCDE NOT = REGCAN
                 MOVE "M"    TO CAM-TIPO
                 MOVE REGCDE TO CAM-DATOS
                 WRITE REGCAM
                 ADD 1 TO CONT-MODIF
              END-IF
              READ A-CATANT AT END MOVE "S" TO FIN-ANTERIOR END-READ
           END-IF.
           READ A-BASE AT END MOVE "S" TO FIN-BASE END-READ.

       CASAR-ARTICULO-FIN.
           EXIT.


      * ANOTA LA BAJA DE UN ARTICULO QUE YA NO SE EXPORTA
      * ****************************************************************

       ANOTAR-BAJA.
           MOVE "B"    TO CAM-TIPO.
           MOVE REGCAN TO CAM-DATOS.
           WRITE REGCAM.
           ADD 1 TO CONT-BAJAS.


      * MONTA EL REGISTRO DEL CATALOGO DEL DESTINO EN CURSO: EL
      * PRECIO DE TARIFA O EL DEL ACUERDO DEL DISTRIBUIDOR, CON SU
      * IVA, EN SEGUNDA MONEDA Y CON EL TEXTO DEL TRAMO
      * ****************************************************************

       CONSTRUIR-REGISTRO.
           MOVE BAS-CODARTI TO CDE-CODARTI.
           MOVE BAS-NOMARTI TO CDE-NOMARTI.
           MOVE BAS-TPARTI  TO CDE-TPARTI.
           MOVE BAS-DESTIPO TO CDE-DESTIPO.
           MOVE BAS-TIPIVA  TO CDE-TIPIVA.
           MOVE BAS-MONEDA  TO CDE-MONEDA.
           MOVE BAS-BANDA   TO CDE-BANDA.
           MOVE TEXTO-BANDA(BAS-BANDA + 1) TO CDE-DISPONIB.

           PERFORM BUSCAR-ACUERDO THRU BUSCAR-ACUERDO-FIN.
           MOVE PRECIO-APLICADO TO CDE-PRECIO.
           COMPUTE CDE-PRECIO-IVA ROUNDED =
                   CDE-PRECIO * (100 + CDE-TIPIVA) / 100.

           IF BAS-MONEDA = SPACES
              MOVE ZERO TO CDE-PRECIO-ME
           ELSE
              COMPUTE CDE-PRECIO-ME ROUNDED =
                      CDE-PRECIO-IVA * BAS-CAMBIO
                 ON SIZE ERROR MOVE ZERO TO CDE-PRECIO-ME
              END-COMPUTE
           END-IF.


      * DEJA EN PRECIO-APLICADO EL PRECIO DEL ARTICULO EN CURSO
      * PARA EL DESTINO: EL DEL ACUERDO DEL DISTRIBUIDOR PARA EL
      * ARTICULO (PRIORITARIO) O PARA SU TIPO, Y EN SU DEFECTO LA
      * TARIFA (MISMA NORMA QUE PED-CLI Y FAC-PED). LA TIENDA
      * RECIBE SIEMPRE LA TARIFA
      * ****************************************************************

       BUSCAR-ACUERDO.
           MOVE BAS-PRE-ARTI TO PRECIO-APLICADO.
           IF IDX-DST = 1 OR HAY-ACUERDOS = "N"
              GO TO BUSCAR-ACUERDO-FIN
           END-IF.

           MOVE DESTINO-ACTUAL TO ACU-CODCLI.
           MOVE "A"            TO ACU-AMBITO.
           MOVE BAS-CODARTI    TO ACU-REFER.
           READ A-ACUERDOS
              INVALID KEY     MOVE "N" TO EXISTE-ACU
              NOT INVALID KEY MOVE "S" TO EXISTE-ACU
           END-READ.

           IF EXISTE-ACU = "N"
              MOVE DESTINO-ACTUAL TO ACU-CODCLI
              MOVE "T"            TO ACU-AMBITO
              MOVE SPACES         TO ACU-REFER
              MOVE BAS-TPARTI     TO ACU-REFER(1:3)
              READ A-ACUERDOS
                 INVALID KEY     MOVE "N" TO EXISTE-ACU
                 NOT INVALID KEY MOVE "S" TO EXISTE-ACU
              END-READ
           END-IF.

           IF EXISTE-ACU = "S"
              IF ACU-PRECIO > ZERO
                 MOVE ACU-PRECIO TO PRECIO-APLICADO
              ELSE
                 COMPUTE PRECIO-APLICADO ROUNDED = BAS-PRE-ARTI
                         * (100 - ACU-DESCUENTO) / 100
              END-IF
           END-IF.

       BUSCAR-ACUERDO-FIN.
           EXIT.
