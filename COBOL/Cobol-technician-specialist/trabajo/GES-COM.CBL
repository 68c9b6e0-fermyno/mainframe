       REMARKS. GESTION DE PEDIDOS A PROVEEDOR: CONVIERTE LAS
           PROPUESTAS DE PRO-COM (PROPCOM.DAT) EN PEDIDOS REALES
           CONTRA PROVEED.DAT (PEDPROV.DAT Y PEDPRLIN.DAT, UNO POR
           PROVEEDOR, VALORADOS AL PRECIO DE COMPRA DEL PROVEEDOR EN
           PROVART.DAT (VER MAN-PRA) O, SI NO LO TIENE, AL
           PRE-COSTE VIGENTE), RECIBE LAS
           ENTREGAS COMPROBANDOLAS CONTRA EL PEDIDO (LA RECEPCION
           GRABA LA ENTRADA EN MOVARTI.DAT PARA ACT-ART, ANOTA LO
           RECIBIDO EN LA LINEA CON LA FECHA DE RECEPCION Y SI LA
           ENTREGA FUE PARCIAL, PARA LA EVALUACION DE PROVEEDORES
           DE EVA-PRV, Y RECALCULA PRE-COSTE COMO MEDIA
           PONDERADA CON EL PRECIO RECIBIDO), Y EMITE EL INFORME
           DE PEDIDOS PENDIENTES POR PROVEEDOR (PENDPROV.LST) PARA
           RECLAMAR LAS ENTREGAS TARDIAS DESDE EL SISTEMA. LOS
           ARTICULOS CON UNIDAD DE COMPRA (UNIDADES.DAT, MANTENIDO
           POR MAN-UNI) SE PIDEN EN UNIDADES DE COMPRA ENTERAS,
           REDONDEANDO POR EXCESO LA PROPUESTA; LA LINEA GUARDA LA
           UNIDAD PEDIDA PERO LAS CANTIDADES VAN SIEMPRE EN UNIDADES
           BASE, Y LA RECEPCION ADMITE LA CANTIDAD Y EL PRECIO EN
           LA UNIDAD DE COMPRA O EN LA BASE, CONVIRTIENDOLOS A LA
           BASE ANTES DE GRABAR LA ENTRADA Y EL COSTE MEDIO. LA
           RECEPCION PUEDE TOMARSE TAMBIEN DEL FICHERO DEL LECTOR DE
           CODIGOS DE BARRAS (ESCANER.DAT, CODIGO EAN Y CANTIDAD,
           TRADUCIDO POR CODBARRA.DAT DE MAN-EAN): LO LEIDO DE CADA
           ARTICULO SE REPARTE ENTRE SUS LINEAS PENDIENTES AL PRECIO
           DEL PEDIDO, Y LOS CODIGOS DESCONOCIDOS Y LO LEIDO QUE NO
           ESTABA PEDIDO VAN A LA LISTA DE EXCEPCIONES EANEXC.LST.
           DE LOS ARTICULOS CON NUMERO DE SERIE (ARTALM.DAT) SE
           TECLEA EL NUMERO DE CADA UNIDAD RECIBIDA, QUE QUEDA EN
           SERIES.DAT (VER MAN-SER) CON SU PROVEEDOR, SU PEDIDO DE
           COMPRA, LA FECHA Y EL ALMACEN DE ENTRADA. LAS
           PROPUESTAS DE ARTICULOS DESCATALOGADOS U OBSOLETOS NO SE
           CONVIERTEN EN PEDIDO (LO YA PEDIDO SI SE RECIBE). SI EL
           ALMACEN QUE RECIBE TIENE HUECOS (UBIALM.DAT Y STKUBI.DAT,
           VER MAN-HUE), LA RECEPCION EMITE LA LISTA DE UBICACION
           (UBICAR.LST) CON LOS HUECOS DONDE COLOCAR LO RECIBIDO:
           PRIMERO LOS QUE YA TIENE EL ARTICULO, EMPEZANDO POR EL DE
           PICKING, HASTA LLENAR SU CAPACIDAD, Y DESPUES HUECOS
           VACIOS DEL ALMACEN; LO COLOCADO SE SUMA A LA EXISTENCIA
           DE CADA HUECO. CADA RECEPCION TOMA UN NUMERO DEL CONTADOR
           CENTRAL (SERIE RECEPCIO DE CONTADOR.DAT) Y DEJA SUS LINEAS
           EN RECEPLIN.DAT, DONDE COS-REC IMPUTA LOS PORTES,
           ADUANAS Y DEMAS COSTES DE LA ENTRADA AL COSTE MEDIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

      *
      * PROVEEDORES DE CADA ARTICULO CON SU PRECIO DE COMPRA
      * (MAN-PRA), SOLO EN CONSULTA
      *
           SELECT A-PROVART ASSIGN TO DISK 'PROVART.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRA-CLAVE
                  ALTERNATE RECORD KEY PRA-PROVEEDOR WITH DUPLICATES
                  FILE STATUS IS PRA-FILESTAT.

      *
      * DATOS DE ALMACEN DEL ARTICULO (MARCA DE NUMERO DE SERIE) Y
      * FICHAS DE LAS UNIDADES CON NUMERO DE SERIE (MAN-SER)
      *
           SELECT A-ARTALM ASSIGN TO DISK 'ARTALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ALM-CODARTI
                  FILE STATUS IS ALM-FILESTAT.

           SELECT A-SERIES ASSIGN TO DISK 'SERIES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SER-CLAVE
                  ALTERNATE RECORD KEY SER-PEDIDO WITH DUPLICATES
                  FILE STATUS IS SER-FILESTAT.

           SELECT A-MOVARTI ASSIGN TO DISK 'MOVARTI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-UNIDADES ASSIGN TO DISK 'UNIDADES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY UNI-CODARTI
                  FILE STATUS IS UNI-FILESTAT.

           SELECT A-ESCANER ASSIGN TO DISK 'ESCANER.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS SCN-FILESTAT.

           SELECT A-CODBARRA ASSIGN TO DISK 'CODBARRA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EAN-CODIGO
                  ALTERNATE RECORD KEY EAN-CODARTI WITH DUPLICATES
                  FILE STATUS IS EAN-FILESTAT.

           SELECT A-EANEXC ASSIGN TO DISK 'EANEXC.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS EXC-FILESTAT.

      *
      * HUECOS DEL ALMACEN, EXISTENCIA POR HUECO (MAN-HUE) Y LISTA
      * DE UBICACION DE LO RECIBIDO
      *
           SELECT A-UBIALM ASSIGN TO DISK 'UBIALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY UBA-CLAVE
                  FILE STATUS IS UBA-FILESTAT.

           SELECT A-STKUBI ASSIGN TO DISK 'STKUBI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SUB-CLAVE
                  ALTERNATE RECORD KEY SUB-HUECO WITH DUPLICATES
                  FILE STATUS IS SUB-FILESTAT.

           SELECT A-UBICAR ASSIGN TO DISK 'UBICAR.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-LISTADO ASSIGN TO DISK 'PENDPROV.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

      *
      * DECLARACION DEL FICHERO CENTRAL DE CONTADORES DE
      * NUMERACION DE DOCUMENTOS Y DE LAS LINEAS DE CADA RECEPCION
      *
           SELECT A-CONTADOR ASSIGN TO DISK 'CONTADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CNT-SERIE
                  FILE STATUS IS CNT-FILESTAT.

           SELECT A-RECEPLIN ASSIGN TO DISK 'RECEPLIN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS REL-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

             88 PPR-RECIBIDO VALUE "R".

      *
      * DESCRIPCION DE LA LINEA DE PEDIDO A PROVEEDOR. CANTIDADES
      * Y PRECIO EN UNIDADES BASE; PPL-UNIDAD ES LA UNIDAD EN QUE
      * SE PIDIO (BLANCO = LA BASE) Y PPL-FACTOR SUS UNIDADES BASE.
      * PPL-FECREC ES LA FECHA DE LA ULTIMA RECEPCION DE LA LINEA Y
      * PPL-PARCIALES LAS RECEPCIONES QUE LA DEJARON INCOMPLETA
      *
       FD A-PEDPRLIN LABEL RECORD STANDARD.
       01 REGPPL.
          02 PPL-CANTIDAD   PIC 9(6).
          02 PPL-RECIBIDA   PIC 9(6).
          02 PPL-PRECIO     PIC 9(4)V9(2).
          02 PPL-UNIDAD     PIC X(3).
          02 PPL-FACTOR     PIC 9(4).
          02 PPL-FECREC     PIC X(8).
          02 PPL-PARCIALES  PIC 9(2).

       FD A-LINTMP LABEL RECORD STANDARD.
       01 REGPPL-TMP        PIC X(43).

       FD A-PROPFIC LABEL RECORD STANDARD.
       01 REGPRF.
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).

       FD A-ARTALM LABEL RECORD STANDARD.
       01 REGALM.
          02 ALM-CODARTI    PIC 9(4).
          02 ALM-UBICACION  PIC X(6).
          02 ALM-PERECEDERO PIC X(1).
          02 ALM-PTO-PEDIDO PIC 9(6).
          02 ALM-ABC        PIC X(1).
          02 ALM-FEC-RECUEN PIC X(8).
          02 ALM-SERIE      PIC X(1).

      *
      * FICHA DE UNA UNIDAD CON NUMERO DE SERIE (VER MAN-SER)
      *
       FD A-SERIES LABEL RECORD STANDARD.
       01 REGSER.
          02 SER-CLAVE.
             03 SER-CODARTI    PIC 9(4).
             03 SER-NUMERO     PIC X(20).
          02 SER-ESTADO     PIC X(1).
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

       FD A-ARTICULO LABEL RECORD STANDARD.
       01 R-ARTICULO.
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

      *
      * DESCRIPCION DEL PROVEEDOR DE UN ARTICULO (VER MAN-PRA)
      *
       FD A-PROVART LABEL RECORD STANDARD.
       01 REGPRA.
          02 PRA-CLAVE.
             03 PRA-CODARTI    PIC 9(4).
             03 PRA-PROVEEDOR  PIC X(4).
          02 PRA-REFERENCIA PIC X(15).
          02 PRA-PRECIO     PIC 9(4)V9(2).
          02 PRA-CANT-MINIMA PIC 9(6).
          02 PRA-PLAZO      PIC 9(3).
          02 PRA-PREFERIDO  PIC X(1).
             88 PRA-ES-PREFERIDO VALUE "S".
          02 PRA-FEC-PRECIO PIC X(8).

       FD A-MOVARTI LABEL RECORD STANDARD.
       01 REGMAR.
          02 MAR-LOTE       PIC X(8).
          02 MAR-CADUCA     PIC X(8).

       FD A-UNIDADES LABEL RECORD STANDARD.
       01 REGUNI.
          02 UNI-CODARTI    PIC 9(4).
          02 UNI-BASE       PIC X(3).
          02 UNI-COMPRA     PIC X(3).
          02 UNI-FAC-COMPRA PIC 9(4).
          02 UNI-VENTA      PIC X(3).
          02 UNI-FAC-VENTA  PIC 9(4).

      *
      * LECTURA DEL LECTOR DE CODIGOS DE BARRAS Y TABLA DE CODIGOS
      *
       FD A-ESCANER LABEL RECORD STANDARD.
       01 REGSCN.
          02 SCN-EAN        PIC X(13).
          02 SCN-CANTIDAD   PIC 9(6).

       FD A-CODBARRA LABEL RECORD STANDARD.
       01 REGEAN.
          02 EAN-CODIGO     PIC X(13).
          02 EAN-CODARTI    PIC 9(4).
          02 EAN-CANTIDAD   PIC 9(4).

       FD A-EANEXC LABEL RECORD STANDARD.
       01 LINEA-EANEXC       PIC X(80).

      *
      * HUECO DEL ALMACEN Y EXISTENCIA DE UN ARTICULO EN UN HUECO.
      * SUB-TIPO: P = HUECO DE PICKING, R = HUECO DE RESERVA
      *
       FD A-UBIALM LABEL RECORD STANDARD.
       01 REGUBA.
          02 UBA-CLAVE.
             03 UBA-ALMACEN   PIC 9(2).
             03 UBA-UBICACION PIC X(6).
          02 UBA-CAPACIDAD  PIC 9(6).

       FD A-STKUBI LABEL RECORD STANDARD.
       01 REGSUB.
          02 SUB-CLAVE.
             03 SUB-CODARTI   PIC 9(4).
             03 SUB-HUECO.
                04 SUB-ALMACEN   PIC 9(2).
                04 SUB-UBICACION PIC X(6).
          02 SUB-TIPO       PIC X(1).
             88 SUB-PICKING VALUE "P".
             88 SUB-RESERVA VALUE "R".
          02 SUB-EXISTENCIA PIC 9(6).
          02 SUB-REPONER    PIC 9(6).

       FD A-UBICAR LABEL RECORD STANDARD.
       01 LINEA-UBICAR       PIC X(80).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).

       FD A-CONTADOR LABEL RECORD STANDARD.
       01 REGCNT.
          02 CNT-SERIE      PIC X(8).
          02 CNT-SIGUIENTE  PIC 9(6).

      *
      * DESCRIPCION DE UNA LINEA RECIBIDA EN UNA RECEPCION:
      * CANTIDAD Y PRECIO DE COMPRA EN UNIDADES BASE
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


       WORKING-STORAGE SECTION.
       77 PPR-FILESTAT      PIC X(2).
       77 COSTE-NUEVO       PIC 9(4)V9(2).
       77 CONT-PEDIDOS      PIC 9(4) VALUE ZERO.
       77 CONT-LINEAS       PIC 9(5) VALUE ZERO.
       77 CONT-DESCARTADAS  PIC 9(5) VALUE ZERO.
       77 CONT-PENDIENTES   PIC 9(4) VALUE ZERO.
       77 UNI-FILESTAT      PIC X(2).
       77 HAY-UNIDADES      PIC X(1) VALUE "N".
       77 EXISTE-UNI        PIC X(1).
       77 UNIDAD-VALIDA     PIC X(1).
       77 ENT-CANT-UNIDAD   PIC 9(6).
       77 ENT-UNIDAD        PIC X(3).
       77 ENT-FACTOR        PIC 9(4).
       77 UNIDADES-COMPRA   PIC 9(6).
       77 CANT-BASE-UNI     PIC 9(6).
       77 UNIDAD-DOC        PIC X(3).
       77 FACTOR-DOC        PIC 9(4).
       77 CANT-EN-UNIDAD    PIC 9(6).
       77 RESTO-UNIDAD      PIC 9(4).
       77 TEXTO-UNIDAD      PIC X(40).
       77 SCN-FILESTAT      PIC X(2).
       77 EAN-FILESTAT      PIC X(2).
       77 EXC-FILESTAT      PIC X(2).
       77 FIN-ESCANER       PIC X(1).
       77 EXISTE-EAN        PIC X(1).
       77 ENT-MODO          PIC X(1).
       77 RECEPCION-ESCANER PIC X(1) VALUE "N".
       77 ESCANER-VALIDO    PIC X(1).
       77 CANT-LEIDA        PIC 9(7).
       77 CONT-LEIDOS       PIC 9(3) COMP VALUE ZERO.
       77 IDX-SCN           PIC 9(3) COMP.
       77 IDX-SCN-ENC       PIC 9(3) COMP.
       77 CONT-DESCONOCIDOS PIC 9(5) VALUE ZERO.
       77 CONT-NO-PEDIDOS   PIC 9(5) VALUE ZERO.
       77 ALM-FILESTAT      PIC X(2).
       77 SER-FILESTAT      PIC X(2).
       77 HAY-ARTALM        PIC X(1) VALUE "N".
       77 EXISTE-ALM        PIC X(1).
       77 EXISTE-SER        PIC X(1).
       77 SERIE-VALIDA      PIC X(1).
       77 ENT-NUMSERIE      PIC X(20).
       77 CONT-SERIE        PIC 9(6) COMP.
       77 CONT-SERIE-ED     PIC 9(6).
       77 UBA-FILESTAT      PIC X(2).
       77 SUB-FILESTAT      PIC X(2).
       77 HAY-HUECOS        PIC X(1) VALUE "N".
       77 EXISTE-UBA        PIC X(1).
       77 EXISTE-SUB        PIC X(1).
       77 FIN-STKUBI        PIC X(1).
       77 FIN-UBIALM        PIC X(1).
       77 HUECO-VACIO       PIC X(1).
       77 CANT-POR-UBICAR   PIC 9(6).
       77 CANT-AL-HUECO     PIC 9(6).
       77 OCUPACION-HUECO   PIC 9(7).
       77 LIBRE-HUECO       PIC S9(7).
       77 UBICACION-BUSCADA PIC X(6).
       77 CONT-HUE-ART      PIC 9(2) COMP.
       77 IDX-HUE           PIC 9(2) COMP.
       77 CONT-UBICADAS     PIC 9(4) VALUE ZERO.
       77 PRA-FILESTAT      PIC X(2).
       77 HAY-PROVART       PIC X(1) VALUE "N".
       77 CNT-FILESTAT      PIC X(2).
       77 REL-FILESTAT      PIC X(2).
       77 EXISTE-CNT        PIC X(1).
       77 NUM-RECEPCION     PIC 9(6) VALUE ZERO.
       77 CONT-LIN-RECEP    PIC 9(3) VALUE ZERO.

      *
      * HUECOS QUE YA TIENE EN EL ALMACEN EL ARTICULO QUE SE UBICA,
      * CON EL DE PICKING EN CABEZA
      *
       01 TAB-HUECOS-ART.
          02 TAB-HUE-OCU OCCURS 20 TIMES.
             03 TAB-HUE-UBI    PIC X(6).
             03 TAB-HUE-TIPO   PIC X(1).
       01 HUECO-TRABAJO.
          02 HUE-W-UBI        PIC X(6).
          02 HUE-W-TIPO       PIC X(1).

      *
      * CANTIDADES LEIDAS POR EL LECTOR, EN UNIDADES BASE POR
      * ARTICULO, QUE SE VAN REPARTIENDO ENTRE LAS LINEAS
      *
       01 TAB-LEIDOS.
          02 TAB-SCN-OCU OCCURS 200 TIMES.
             03 TAB-SCN-ART    PIC 9(4).
             03 TAB-SCN-CANT   PIC 9(7).
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
       GESTIONAR-COMPRAS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "GES-COM" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA LOS FICHEROS DE PEDIDOS A
      * PROVEEDOR Y REPITE EL MENU HASTA LA OPCION DE SALIR

           PERFORM BUSCAR-SIGUIENTE-NUMERO.

      *
      * SIN UNIDADES DE MEDIDA TODO SE PIDE Y RECIBE EN LA BASE
      *
           OPEN INPUT A-UNIDADES.
           IF UNI-FILESTAT = "00"
              MOVE "S" TO HAY-UNIDADES
           ELSE
              CLOSE A-UNIDADES
              MOVE "N" TO HAY-UNIDADES
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-COMPRAS UNTIL OPCION = "9".

           IF HAY-UNIDADES = "S"
              CLOSE A-UNIDADES
           END-IF.
           CLOSE A-PEDPROV.
           GOBACK.


      * MENU PRINCIPAL DE LA GESTION DE COMPRAS

      * CONVIERTE LAS PROPUESTAS DE PRO-COM EN PEDIDOS REALES:
      * UN PEDIDO POR PROVEEDOR, CON LAS LINEAS VALORADAS AL
      * PRECIO DE COMPRA DEL PROVEEDOR O AL PRE-COSTE VIGENTE DEL
      * ARTICULO
      * ****************************************************************

       CONVERTIR-PROPUESTAS.

           OPEN INPUT A-PROVEED.
           OPEN INPUT A-ARTICULO.
           OPEN INPUT A-PROVART.
           IF PRA-FILESTAT = "00"
              MOVE "S" TO HAY-PROVART
           ELSE
              CLOSE A-PROVART
              MOVE "N" TO HAY-PROVART
           END-IF.
           OPEN EXTEND A-PEDPRLIN.
           IF PPL-FILESTAT NOT = "00"
              CLOSE A-PEDPRLIN
                   UNTIL FIN-PROPUESTA = "S".

           CLOSE A-PEDPRLIN.
           IF HAY-PROVART = "S"
              CLOSE A-PROVART
           END-IF.
           CLOSE A-ARTICULO.
           CLOSE A-PROVEED.
           CLOSE A-PROPFIC.

           DISPLAY "PEDIDOS CREADOS: " CONT-PEDIDOS
                   "  LINEAS: " CONT-LINEAS.
           IF CONT-DESCARTADAS > ZERO
              DISPLAY "PROPUESTAS DESCARTADAS (DESCATALOGADOS U"
                      " OBSOLETOS): " CONT-DESCARTADAS
           END-IF.
           DISPLAY "PROPCOM.DAT HA QUEDADO VACIO.".

       CONVERTIR-PROPUESTAS-FIN.
           EXIT.


      * CONVIERTE UNA PROPUESTA. LA DE UN ARTICULO QUE ENTRETANTO
      * HA PASADO A DESCATALOGADO U OBSOLETO SE DESCARTA: ESOS
      * ARTICULOS YA NO SE VUELVEN A PEDIR
      * ****************************************************************

       CONVERTIR-UNA-PROPUESTA.
           MOVE ZERO TO PRE-COSTE.
           MOVE PRF-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY MOVE ZERO TO PRE-COSTE
                          MOVE SPACE TO EST-ARTI
              NOT INVALID KEY CONTINUE
           END-READ.

           IF ARTI-DESCATALOGADO OR ARTI-OBSOLETO
              DISPLAY "ARTICULO " PRF-CODARTI " DESCATALOGADO U"
                      " OBSOLETO: NO SE PIDE."
              ADD 1 TO CONT-DESCARTADAS
           ELSE
              PERFORM CONVERTIR-LINEA-PROPUESTA
           END-IF.

           READ A-PROPFIC AT END MOVE "S" TO FIN-PROPUESTA END-READ.


      * CONVIERTE LA LINEA DE UNA PROPUESTA: AL CAMBIAR DE
      * PROVEEDOR ABRE UN PEDIDO NUEVO (LAS PROPUESTAS VIENEN
      * AGRUPADAS)
      * ****************************************************************

       CONVERTIR-LINEA-PROPUESTA.
           IF PRF-PROVEEDOR NOT = PROVEEDOR-LOTE
              MOVE PRF-PROVEEDOR TO PROVEEDOR-LOTE
              MOVE NUM-SIGUIENTE TO PPR-NUMERO
                      " PROVEEDOR " PRF-PROVEEDOR "."
           END-IF.

           ADD 1 TO NUM-LINEA-PED.
           MOVE PPR-NUMERO    TO PPL-PEDIDO.
           MOVE NUM-LINEA-PED TO PPL-NUMLIN.
           MOVE PRF-CANTIDAD  TO PPL-CANTIDAD.
           MOVE ZERO          TO PPL-RECIBIDA.
           MOVE PRE-COSTE     TO PPL-PRECIO.
           MOVE SPACES        TO PPL-UNIDAD.
           MOVE 1             TO PPL-FACTOR.
           MOVE SPACES        TO PPL-FECREC.
           MOVE ZERO          TO PPL-PARCIALES.

      *
      * EL PRECIO DE LA LINEA ES EL DE COMPRA DE ESE PROVEEDOR SI
      * LO TIENE EN PROVART.DAT
      *
           IF HAY-PROVART = "S"
              MOVE PRF-CODARTI   TO PRA-CODARTI
              MOVE PRF-PROVEEDOR TO PRA-PROVEEDOR
              READ A-PROVART
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PRA-PRECIO > ZERO
                       MOVE PRA-PRECIO TO PPL-PRECIO
                    END-IF
              END-READ
           END-IF.

      *
      * EL PROVEEDOR QUE VENDE EN CAJAS O PALES RECIBE EL PEDIDO
      * EN UNIDADES DE COMPRA ENTERAS, REDONDEADO POR EXCESO
      *
           MOVE "N" TO EXISTE-UNI.
           IF HAY-UNIDADES = "S"
              MOVE PRF-CODARTI TO UNI-CODARTI
              READ A-UNIDADES
                 INVALID KEY     MOVE "N" TO EXISTE-UNI
                 NOT INVALID KEY MOVE "S" TO EXISTE-UNI
              END-READ
           END-IF.
           IF EXISTE-UNI = "S" AND UNI-COMPRA NOT = SPACES
              AND UNI-FAC-COMPRA > 1
              DIVIDE PRF-CANTIDAD BY UNI-FAC-COMPRA
                 GIVING UNIDADES-COMPRA REMAINDER RESTO-UNIDAD
              IF RESTO-UNIDAD > ZERO
                 ADD 1 TO UNIDADES-COMPRA
              END-IF
              COMPUTE PPL-CANTIDAD = UNIDADES-COMPRA * UNI-FAC-COMPRA
                 ON SIZE ERROR MOVE PRF-CANTIDAD TO PPL-CANTIDAD
              END-COMPUTE
              MOVE UNI-COMPRA     TO PPL-UNIDAD
              MOVE UNI-FAC-COMPRA TO PPL-FACTOR
              DISPLAY "ARTICULO " PRF-CODARTI ": " UNIDADES-COMPRA
                      " " UNI-COMPRA " DE " UNI-FAC-COMPRA " = "
                      PPL-CANTIDAD " " UNI-BASE
           END-IF.
           WRITE REGPPL.
           ADD 1 TO CONT-LINEAS.


      * RECEPCION DE UNA ENTREGA: COMPRUEBA CADA LINEA CONTRA LO
      * PEDIDO, GRABA LA ENTRADA EN MOVARTI.DAT Y RECALCULA EL
              MOVE 1 TO ENT-ALMACEN
           END-IF.

           DISPLAY "Recepcion por (P)ANTALLA o desde (E)SCANER.DAT"
                   " del lector:".
           ACCEPT ENT-MODO NO BELL.
           MOVE "N" TO RECEPCION-ESCANER.
           IF ENT-MODO = "E" OR ENT-MODO = "e"
              PERFORM CARGAR-LECTURAS-ESCANER
                      THRU CARGAR-LECTURAS-ESCANER-FIN
              IF ESCANER-VALIDO = "N"
                 GO TO RECIBIR-PEDIDO-FIN
              END-IF
              MOVE "S" TO RECEPCION-ESCANER
           END-IF.

           OPEN I-O A-ARTICULO.
           OPEN EXTEND A-MOVARTI.

      *
      * LA RECEPCION TOMA SU NUMERO AL RECIBIR LA PRIMERA LINEA
      *
           MOVE ZERO TO NUM-RECEPCION CONT-LIN-RECEP.
           OPEN I-O A-CONTADOR.
           IF CNT-FILESTAT NOT = "00"
              CLOSE A-CONTADOR
              OPEN OUTPUT A-CONTADOR
              CLOSE A-CONTADOR
              OPEN I-O A-CONTADOR
           END-IF.
           PERFORM INICIAR-CONTADOR-RECEP.
           OPEN EXTEND A-RECEPLIN.
           IF REL-FILESTAT NOT = "00"
              CLOSE A-RECEPLIN
              OPEN OUTPUT A-RECEPLIN
           END-IF.

           OPEN INPUT A-ARTALM.
           IF ALM-FILESTAT = "00"
              MOVE "S" TO HAY-ARTALM
           ELSE
              CLOSE A-ARTALM
              MOVE "N" TO HAY-ARTALM
           END-IF.
           OPEN I-O A-SERIES.
           IF SER-FILESTAT NOT = "00"
              CLOSE A-SERIES
              OPEN OUTPUT A-SERIES
              CLOSE A-SERIES
              OPEN I-O A-SERIES
           END-IF.

      *
      * SI EL ALMACEN TIENE HUECOS, LO RECIBIDO SE UBICA EN ELLOS
      *
           MOVE "N" TO HAY-HUECOS.
           OPEN INPUT A-UBIALM.
           IF UBA-FILESTAT = "00"
              MOVE "S" TO HAY-HUECOS
              MOVE ENT-ALMACEN TO UBA-ALMACEN
              MOVE SPACES TO UBA-UBICACION
              START A-UBIALM KEY NOT LESS THAN UBA-CLAVE
                 INVALID KEY MOVE "N" TO HAY-HUECOS
              END-START
              IF HAY-HUECOS = "S"
                 READ A-UBIALM NEXT RECORD
                    AT END MOVE "N" TO HAY-HUECOS
                 END-READ
              END-IF
              IF HAY-HUECOS = "S" AND UBA-ALMACEN NOT = ENT-ALMACEN
                 MOVE "N" TO HAY-HUECOS
              END-IF
              IF HAY-HUECOS = "N"
                 CLOSE A-UBIALM
              END-IF
           ELSE
              CLOSE A-UBIALM
           END-IF.
           IF HAY-HUECOS = "S"
              OPEN I-O A-STKUBI
              IF SUB-FILESTAT NOT = "00"
                 CLOSE A-STKUBI
                 OPEN OUTPUT A-STKUBI
                 CLOSE A-STKUBI
                 OPEN I-O A-STKUBI
              END-IF
              OPEN OUTPUT A-UBICAR
              MOVE SPACES TO LINEA-UBICAR
              STRING "LISTA DE UBICACION DEL PEDIDO " PPR-NUMERO
                     "  PROVEEDOR " PPR-PROVEEDOR "  ALMACEN "
                     ENT-ALMACEN "  FECHA " FECHA
                 DELIMITED BY SIZE INTO LINEA-UBICAR
              END-STRING
              WRITE LINEA-UBICAR
              MOVE "ARTIC HUECO  TIPO     CANTIDAD"
                TO LINEA-UBICAR
              WRITE LINEA-UBICAR
              MOVE ZERO TO CONT-UBICADAS
           END-IF.

           MOVE "N" TO QUEDA-PENDIENTE.
           MOVE "N" TO FIN-LINEA.
           OPEN INPUT A-PEDPRLIN.
              PERFORM REGRABAR-LINEAS
           END-IF.

           CLOSE A-SERIES.
           IF HAY-ARTALM = "S"
              CLOSE A-ARTALM
           END-IF.
           IF HAY-HUECOS = "S"
              CLOSE A-UBICAR
              CLOSE A-STKUBI
              CLOSE A-UBIALM
              DISPLAY "LISTA DE UBICACION EN UBICAR.LST ("
                      CONT-UBICADAS " LINEAS)."
           END-IF.
           CLOSE A-MOVARTI.
           CLOSE A-ARTICULO.
           CLOSE A-RECEPLIN.
           CLOSE A-CONTADOR.
           IF NUM-RECEPCION > ZERO
              DISPLAY "RECEPCION " NUM-RECEPCION ": " CONT-LIN-RECEP
                      " LINEAS EN RECEPLIN.DAT. SUS PORTES, ADUANAS Y"
                      " DEMAS COSTES SE IMPUTAN CON COS-REC."
           END-IF.

      *
      * LO LEIDO QUE NO CABIA EN EL PEDIDO NO ENTRA EN ALMACEN:
      * QUEDA EN LA LISTA DE EXCEPCIONES PARA REVISARLO
      *
           IF RECEPCION-ESCANER = "S"
              PERFORM ANOTAR-LEIDO-NO-PEDIDO
                      VARYING IDX-SCN FROM 1 BY 1
                      UNTIL IDX-SCN > CONT-LEIDOS
              CLOSE A-EANEXC
              DISPLAY "CODIGOS DESCONOCIDOS: " CONT-DESCONOCIDOS
                      "  ARTICULOS LEIDOS DE MAS O NO PEDIDOS: "
                      CONT-NO-PEDIDOS
              IF CONT-DESCONOCIDOS > ZERO OR CONT-NO-PEDIDOS > ZERO
                 DISPLAY "REVISE LA LISTA DE EXCEPCIONES EANEXC.LST."
              END-IF
           END-IF.

      *
      * SIN PENDIENTE, EL PEDIDO QUEDA RECIBIDO COMPLETO
           DISPLAY "LINEA " PPL-NUMLIN "  ARTICULO " PPL-CODARTI
                   "  PEDIDA " PPL-CANTIDAD "  PENDIENTE "
                   PENDIENTE-LIN.
           IF PPL-UNIDAD NOT = SPACES
              MOVE PENDIENTE-LIN TO CANT-BASE-UNI
              MOVE PPL-UNIDAD    TO UNIDAD-DOC
              MOVE PPL-FACTOR    TO FACTOR-DOC
              PERFORM DESCRIBIR-UNIDAD
              DISPLAY "PEDIDA EN " PPL-UNIDAD ": PENDIENTE "
                      TEXTO-UNIDAD
           END-IF.

      *
      * DESDE EL LECTOR, LA LINEA RECIBE LO LEIDO DE SU ARTICULO
      * HASTA CUBRIR SU PENDIENTE, AL PRECIO DEL PEDIDO Y SIN LOTE
      *
           IF RECEPCION-ESCANER = "S"
              PERFORM TOMAR-RECIBIDA-ESCANER
              IF ENT-RECIBIDA < PENDIENTE-LIN
                 MOVE "S" TO QUEDA-PENDIENTE
              END-IF
              IF ENT-RECIBIDA = ZERO
                 GO TO RECIBIR-UNA-LINEA-SIG
              END-IF
              DISPLAY "RECIBIDO POR EL LECTOR: " ENT-RECIBIDA
              MOVE PPL-PRECIO TO ENT-PRECIO
              MOVE SPACES TO ENT-LOTE
              MOVE SPACES TO ENT-CADUCA
              GO TO RECIBIR-UNA-LINEA-GRABAR
           END-IF.

           MOVE "N" TO UNIDAD-VALIDA.
           PERFORM PEDIR-CANTIDAD-RECIBIDA
                   THRU PEDIR-CANTIDAD-RECIBIDA-FIN
                   UNTIL UNIDAD-VALIDA = "S".

           IF ENT-RECIBIDA = ZERO
              MOVE "S" TO QUEDA-PENDIENTE
              GO TO RECIBIR-UNA-LINEA-SIG
           END-IF.

      *
      * EL PRECIO SE DA POR LA UNIDAD EN QUE SE RECIBE Y SE LLEVA
      * A LA UNIDAD BASE PARA EL COSTE MEDIO
      *
           IF ENT-UNIDAD = SPACES
              DISPLAY "Precio real de compra (0 = EL DEL PEDIDO):"
           ELSE
              DISPLAY "Precio real de compra por " ENT-UNIDAD
                      " (0 = EL DEL PEDIDO):"
           END-IF.
           ACCEPT ENT-PRECIO NO BELL.
           IF ENT-PRECIO = ZERO
              MOVE PPL-PRECIO TO ENT-PRECIO
           ELSE
              IF ENT-FACTOR > 1
                 COMPUTE ENT-PRECIO ROUNDED = ENT-PRECIO / ENT-FACTOR
              END-IF
           END-IF.

           DISPLAY "Lote recibido (blanco = sin lote):".
              ACCEPT ENT-CADUCA NO BELL
           END-IF.

       RECIBIR-UNA-LINEA-GRABAR.

      *
      * CADA UNIDAD DE UN ARTICULO CON NUMERO DE SERIE QUEDA
      * IDENTIFICADA DESDE SU ENTRADA
      *
           MOVE "N" TO EXISTE-ALM.
           IF HAY-ARTALM = "S"
              MOVE PPL-CODARTI TO ALM-CODARTI
              READ A-ARTALM
                 INVALID KEY     MOVE "N" TO EXISTE-ALM
                 NOT INVALID KEY MOVE "S" TO EXISTE-ALM
              END-READ
           END-IF.
           IF EXISTE-ALM = "S" AND ALM-SERIE = "S"
              DISPLAY "ARTICULO CON NUMERO DE SERIE: TECLEE EL DE"
                      " CADA UNA DE LAS " ENT-RECIBIDA " UNIDADES."
              PERFORM GRABAR-SERIE-RECIBIDA
                      VARYING CONT-SERIE FROM 1 BY 1
                      UNTIL CONT-SERIE > ENT-RECIBIDA
           END-IF.

      *
      * LA ENTRADA VIAJA POR EL CIRCUITO NORMAL DE MOVARTI.DAT Y
      * EL COSTE MEDIO SE RECALCULA CON EL PRECIO RECIBIDO
           MOVE ENT-LOTE     TO MAR-LOTE.
           MOVE ENT-CADUCA   TO MAR-CADUCA.
           WRITE REGMAR.
           PERFORM ANOTAR-LINEA-RECEPCION.

           IF HAY-HUECOS = "S"
              PERFORM UBICAR-RECIBIDO
           END-IF.

           MOVE PPL-CODARTI TO COD-ARTI.
           READ A-ARTICULO
           END-IF.

           ADD ENT-RECIBIDA TO PPL-RECIBIDA.
           MOVE FECHA TO PPL-FECREC.
           IF PPL-PARCIALES IS NOT NUMERIC
              MOVE ZERO TO PPL-PARCIALES
           END-IF.
           IF PPL-RECIBIDA < PPL-CANTIDAD
              MOVE "S" TO QUEDA-PENDIENTE
              ADD 1 TO PPL-PARCIALES
           END-IF.
           DISPLAY "LINEA RECIBIDA.".

           READ A-PEDPRLIN AT END MOVE "S" TO FIN-LINEA END-READ.


      * ANOTA LA LINEA RECIBIDA EN LA RECEPCION EN CURSO, TOMANDO
      * SU NUMERO CON LA PRIMERA
      * ****************************************************************

       ANOTAR-LINEA-RECEPCION.
           IF NUM-RECEPCION = ZERO
              PERFORM TOMAR-NUMERO-RECEP
           END-IF.
           ADD 1 TO CONT-LIN-RECEP.
           MOVE NUM-RECEPCION TO REL-RECEPCION.
           MOVE PPR-NUMERO    TO REL-PEDIDO.
           MOVE PPR-PROVEEDOR TO REL-PROVEEDOR.
           MOVE FECHA         TO REL-FECHA.
           MOVE ENT-ALMACEN   TO REL-ALMACEN.
           MOVE PPL-NUMLIN    TO REL-NUMLIN.
           MOVE PPL-CODARTI   TO REL-CODARTI.
           MOVE ENT-RECIBIDA  TO REL-CANTIDAD.
           MOVE ENT-PRECIO    TO REL-PRECIO.
           WRITE REGREL.


      * PREPARA EL CONTADOR DE LA SERIE DE RECEPCIONES,
      * SEMBRANDOLO CON EL 1 SI TODAVIA NO EXISTE
      * ****************************************************************

       INICIAR-CONTADOR-RECEP.
           MOVE "RECEPCIO" TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY     MOVE "N" TO EXISTE-CNT
              NOT INVALID KEY MOVE "S" TO EXISTE-CNT
           END-READ.
           IF EXISTE-CNT = "N"
              MOVE "RECEPCIO" TO CNT-SERIE
              MOVE 1 TO CNT-SIGUIENTE
              WRITE REGCNT
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.


      * TOMA DE FORMA ATOMICA EL SIGUIENTE NUMERO DE RECEPCION
      * ****************************************************************

       TOMAR-NUMERO-RECEP.
           MOVE "RECEPCIO" TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY CONTINUE
           END-READ.
           MOVE CNT-SIGUIENTE TO NUM-RECEPCION.
           ADD 1 TO CNT-SIGUIENTE.
           REWRITE REGCNT.


      * PROPONE DONDE COLOCAR LO RECIBIDO DE LA LINEA: PRIMERO EN
      * LOS HUECOS QUE YA TIENE EL ARTICULO EN EL ALMACEN (EL DE
      * PICKING EN CABEZA) HASTA LLENAR SU CAPACIDAD, DESPUES EN
      * HUECOS VACIOS DEL ALMACEN; LO QUE NO CABE QUEDA SIN
      * UBICACION. CADA PROPUESTA SE SUMA A LA EXISTENCIA DEL HUECO
      * ****************************************************************

       UBICAR-RECIBIDO.
           MOVE ENT-RECIBIDA TO CANT-POR-UBICAR.

           MOVE ZERO TO CONT-HUE-ART.
           MOVE PPL-CODARTI TO SUB-CODARTI.
           MOVE ENT-ALMACEN TO SUB-ALMACEN.
           MOVE SPACES      TO SUB-UBICACION.
           MOVE "N" TO FIN-STKUBI.
           START A-STKUBI KEY NOT LESS THAN SUB-CLAVE
              INVALID KEY MOVE "S" TO FIN-STKUBI
           END-START.
           PERFORM CARGAR-HUECO-ARTICULO UNTIL FIN-STKUBI = "S".

           PERFORM LLENAR-HUECO-ARTICULO
                   VARYING IDX-HUE FROM 1 BY 1
                   UNTIL IDX-HUE > CONT-HUE-ART
                      OR CANT-POR-UBICAR = ZERO.

           IF CANT-POR-UBICAR > ZERO
              MOVE ENT-ALMACEN TO UBA-ALMACEN
              MOVE SPACES TO UBA-UBICACION
              MOVE "N" TO FIN-UBIALM
              START A-UBIALM KEY NOT LESS THAN UBA-CLAVE
                 INVALID KEY MOVE "S" TO FIN-UBIALM
              END-START
              PERFORM OCUPAR-HUECO-VACIO
                      UNTIL FIN-UBIALM = "S" OR CANT-POR-UBICAR = ZERO
           END-IF.

           IF CANT-POR-UBICAR > ZERO
              MOVE SPACES TO LINEA-UBICAR
              STRING PPL-CODARTI " SIN UBICACION   " CANT-POR-UBICAR
                     "  NO CABE EN LOS HUECOS DEL ALMACEN"
                 DELIMITED BY SIZE INTO LINEA-UBICAR
              END-STRING
              WRITE LINEA-UBICAR
              ADD 1 TO CONT-UBICADAS
              DISPLAY "AVISO: " CANT-POR-UBICAR " UNIDADES QUEDAN SIN"
                      " UBICACION (VER UBICAR.LST)."
           END-IF.


      * ANOTA EN LA TABLA UN HUECO DEL ARTICULO EN EL ALMACEN; EL
      * DE PICKING PASA A LA CABEZA
      * ****************************************************************

       CARGAR-HUECO-ARTICULO.
           READ A-STKUBI NEXT RECORD
              AT END MOVE "S" TO FIN-STKUBI
           END-READ.
           IF FIN-STKUBI NOT = "S"
              IF SUB-CODARTI NOT = PPL-CODARTI
                 OR SUB-ALMACEN NOT = ENT-ALMACEN
                 MOVE "S" TO FIN-STKUBI
              ELSE
                 IF CONT-HUE-ART < 20
                    ADD 1 TO CONT-HUE-ART
                    MOVE SUB-UBICACION TO TAB-HUE-UBI(CONT-HUE-ART)
                    MOVE SUB-TIPO      TO TAB-HUE-TIPO(CONT-HUE-ART)
                    IF SUB-PICKING AND CONT-HUE-ART > 1
                       MOVE TAB-HUE-OCU(1) TO HUECO-TRABAJO
                       MOVE TAB-HUE-OCU(CONT-HUE-ART)
                         TO TAB-HUE-OCU(1)
                       MOVE HUECO-TRABAJO TO TAB-HUE-OCU(CONT-HUE-ART)
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * COLOCA EN UN HUECO DEL ARTICULO LO QUE QUEPA SEGUN LA
      * CAPACIDAD DEL HUECO Y LO QUE YA CONTIENE
      * ****************************************************************

       LLENAR-HUECO-ARTICULO.
           MOVE ENT-ALMACEN TO UBA-ALMACEN.
           MOVE TAB-HUE-UBI(IDX-HUE) TO UBA-UBICACION.
           READ A-UBIALM
              INVALID KEY     MOVE "N" TO EXISTE-UBA
              NOT INVALID KEY MOVE "S" TO EXISTE-UBA
           END-READ.
           IF EXISTE-UBA = "S"
              MOVE TAB-HUE-UBI(IDX-HUE) TO UBICACION-BUSCADA
              PERFORM CALCULAR-OCUPACION
              COMPUTE LIBRE-HUECO = UBA-CAPACIDAD - OCUPACION-HUECO
              IF LIBRE-HUECO > ZERO
                 IF LIBRE-HUECO < CANT-POR-UBICAR
                    MOVE LIBRE-HUECO TO CANT-AL-HUECO
                 ELSE
                    MOVE CANT-POR-UBICAR TO CANT-AL-HUECO
                 END-IF
                 PERFORM SUMAR-AL-HUECO
              END-IF
           END-IF.


      * SI EL SIGUIENTE HUECO DEL ALMACEN ESTA VACIO (NINGUN
      * ARTICULO LO TIENE ASIGNADO), COLOCA EN EL LO QUE QUEPA. EL
      * PRIMER HUECO QUE OCUPA UN ARTICULO EN EL ALMACEN QUEDA COMO
      * SU HUECO DE PICKING; LOS DEMAS, COMO RESERVA
      * ****************************************************************

       OCUPAR-HUECO-VACIO.
           READ A-UBIALM NEXT RECORD
              AT END MOVE "S" TO FIN-UBIALM
           END-READ.
           IF FIN-UBIALM NOT = "S"
              IF UBA-ALMACEN NOT = ENT-ALMACEN
                 MOVE "S" TO FIN-UBIALM
              ELSE
                 MOVE ENT-ALMACEN   TO SUB-ALMACEN
                 MOVE UBA-UBICACION TO SUB-UBICACION
                 READ A-STKUBI KEY IS SUB-HUECO
                    INVALID KEY     MOVE "S" TO HUECO-VACIO
                    NOT INVALID KEY MOVE "N" TO HUECO-VACIO
                 END-READ
                 IF HUECO-VACIO = "S"
                    IF UBA-CAPACIDAD < CANT-POR-UBICAR
                       MOVE UBA-CAPACIDAD TO CANT-AL-HUECO
                    ELSE
                       MOVE CANT-POR-UBICAR TO CANT-AL-HUECO
                    END-IF
                    MOVE PPL-CODARTI   TO SUB-CODARTI
                    MOVE ENT-ALMACEN   TO SUB-ALMACEN
                    MOVE UBA-UBICACION TO SUB-UBICACION
                    IF CONT-HUE-ART = ZERO
                       MOVE "P" TO SUB-TIPO
                    ELSE
                       MOVE "R" TO SUB-TIPO
                    END-IF
                    MOVE ZERO TO SUB-EXISTENCIA
                    MOVE ZERO TO SUB-REPONER
                    WRITE REGSUB
                    IF CONT-HUE-ART < 20
                       ADD 1 TO CONT-HUE-ART
                       MOVE UBA-UBICACION TO TAB-HUE-UBI(CONT-HUE-ART)
                       MOVE SUB-TIPO      TO TAB-HUE-TIPO(CONT-HUE-ART)
                    END-IF
                    MOVE UBA-UBICACION TO UBICACION-BUSCADA
                    PERFORM SUMAR-AL-HUECO
                 END-IF
              END-IF
           END-IF.


      * SUMA LA CANTIDAD PROPUESTA A LA EXISTENCIA DEL ARTICULO EN
      * EL HUECO Y LA ANOTA EN LA LISTA DE UBICACION
      * ****************************************************************

       SUMAR-AL-HUECO.
           MOVE PPL-CODARTI       TO SUB-CODARTI.
           MOVE ENT-ALMACEN       TO SUB-ALMACEN.
           MOVE UBICACION-BUSCADA TO SUB-UBICACION.
           READ A-STKUBI
              INVALID KEY     MOVE "N" TO EXISTE-SUB
              NOT INVALID KEY MOVE "S" TO EXISTE-SUB
           END-READ.
           IF EXISTE-SUB = "S"
              ADD CANT-AL-HUECO TO SUB-EXISTENCIA
              REWRITE REGSUB
              SUBTRACT CANT-AL-HUECO FROM CANT-POR-UBICAR
              MOVE SPACES TO LINEA-UBICAR
              IF SUB-PICKING
                 STRING PPL-CODARTI " " SUB-UBICACION " PICKING  "
                        CANT-AL-HUECO
                    DELIMITED BY SIZE INTO LINEA-UBICAR
                 END-STRING
              ELSE
                 STRING PPL-CODARTI " " SUB-UBICACION " RESERVA  "
                        CANT-AL-HUECO
                    DELIMITED BY SIZE INTO LINEA-UBICAR
                 END-STRING
              END-IF
              WRITE LINEA-UBICAR
              ADD 1 TO CONT-UBICADAS
           END-IF.


      * SUMA EN OCUPACION-HUECO LA EXISTENCIA DE TODOS LOS
      * ARTICULOS QUE HAY EN EL HUECO BUSCADO DEL ALMACEN
      * ****************************************************************

       CALCULAR-OCUPACION.
           MOVE ZERO TO OCUPACION-HUECO.
           MOVE ENT-ALMACEN       TO SUB-ALMACEN.
           MOVE UBICACION-BUSCADA TO SUB-UBICACION.
           MOVE "N" TO FIN-STKUBI.
           START A-STKUBI KEY IS EQUAL TO SUB-HUECO
              INVALID KEY MOVE "S" TO FIN-STKUBI
           END-START.
           PERFORM SUMAR-OCUPACION UNTIL FIN-STKUBI = "S".


      * SUMA LA EXISTENCIA DE UN ARTICULO DEL HUECO BUSCADO
      * ****************************************************************

       SUMAR-OCUPACION.
           READ A-STKUBI NEXT RECORD
              AT END MOVE "S" TO FIN-STKUBI
           END-READ.
           IF FIN-STKUBI NOT = "S"
              IF SUB-ALMACEN NOT = ENT-ALMACEN
                 OR SUB-UBICACION NOT = UBICACION-BUSCADA
                 MOVE "S" TO FIN-STKUBI
              ELSE
                 ADD SUB-EXISTENCIA TO OCUPACION-HUECO
              END-IF
           END-IF.


      * PIDE EL NUMERO DE SERIE DE UNA UNIDAD RECIBIDA Y GRABA SU
      * FICHA EN ALMACEN CON EL PROVEEDOR Y EL PEDIDO DE COMPRA
      * ****************************************************************

       GRABAR-SERIE-RECIBIDA.
           MOVE "N" TO SERIE-VALIDA.
           MOVE CONT-SERIE TO CONT-SERIE-ED.
           PERFORM PEDIR-SERIE-RECIBIDA THRU PEDIR-SERIE-RECIBIDA-FIN
                   UNTIL SERIE-VALIDA = "S".

           MOVE PPL-CODARTI   TO SER-CODARTI.
           MOVE ENT-NUMSERIE  TO SER-NUMERO.
           MOVE "A"           TO SER-ESTADO.
           MOVE ENT-ALMACEN   TO SER-ALMACEN.
           MOVE PPR-PROVEEDOR TO SER-PROVEEDOR.
           MOVE PPR-NUMERO    TO SER-PEDPROV.
           MOVE FECHA         TO SER-FEC-ENTRADA.
           MOVE SPACES        TO SER-CODCLI.
           MOVE ZERO          TO SER-PEDIDO.
           MOVE ZERO          TO SER-ALBARAN.
           MOVE SPACES        TO SER-FEC-VENTA.
           MOVE ZERO          TO SER-FACTURA.
           MOVE SPACES        TO SER-FEC-DEVOL.
           WRITE REGSER.


      * PIDE UN NUMERO DE SERIE: NO PUEDE QUEDAR EN BLANCO NI
      * ESTAR YA DADO DE ALTA PARA EL ARTICULO
      * ****************************************************************

       PEDIR-SERIE-RECIBIDA.
           DISPLAY "Numero de serie de la unidad " CONT-SERIE-ED ":".
           ACCEPT ENT-NUMSERIE NO BELL.
           IF ENT-NUMSERIE = SPACES
              DISPLAY "ERROR: EL NUMERO DE SERIE ES OBLIGATORIO."
              GO TO PEDIR-SERIE-RECIBIDA-FIN
           END-IF.

           MOVE PPL-CODARTI  TO SER-CODARTI.
           MOVE ENT-NUMSERIE TO SER-NUMERO.
           READ A-SERIES
              INVALID KEY     MOVE "N" TO EXISTE-SER
              NOT INVALID KEY MOVE "S" TO EXISTE-SER
           END-READ.
           IF EXISTE-SER = "S"
              DISPLAY "ERROR: EL NUMERO DE SERIE YA ESTA DADO DE"
                      " ALTA (VER MAN-SER)."
              GO TO PEDIR-SERIE-RECIBIDA-FIN
           END-IF.
           MOVE "S" TO SERIE-VALIDA.

       PEDIR-SERIE-RECIBIDA-FIN.
           EXIT.


      * CARGA EN LA TABLA DE LEIDOS EL FICHERO DEL LECTOR: CADA
      * CODIGO SE TRADUCE A SU ARTICULO Y A UNIDADES BASE; LOS
      * DESCONOCIDOS VAN A EANEXC.LST SIN DETENER LA RECEPCION
      * ****************************************************************

       CARGAR-LECTURAS-ESCANER.
           MOVE "N" TO ESCANER-VALIDO.
           MOVE ZERO TO CONT-LEIDOS.
           MOVE ZERO TO CONT-DESCONOCIDOS.
           MOVE ZERO TO CONT-NO-PEDIDOS.

           OPEN INPUT A-CODBARRA.
           IF EAN-FILESTAT NOT = "00"
              CLOSE A-CODBARRA
              DISPLAY "NO EXISTE LA TABLA DE CODIGOS DE BARRAS"
                      " CODBARRA.DAT (VER MAN-EAN)."
              GO TO CARGAR-LECTURAS-ESCANER-FIN
           END-IF.
           OPEN INPUT A-ESCANER.
           IF SCN-FILESTAT NOT = "00"
              CLOSE A-ESCANER
              CLOSE A-CODBARRA
              DISPLAY "NO EXISTE EL FICHERO DEL LECTOR ESCANER.DAT."
              GO TO CARGAR-LECTURAS-ESCANER-FIN
           END-IF.

           OPEN EXTEND A-EANEXC.
           IF EXC-FILESTAT NOT = "00"
              CLOSE A-EANEXC
              OPEN OUTPUT A-EANEXC
           END-IF.

           MOVE "N" TO FIN-ESCANER.
           READ A-ESCANER AT END MOVE "S" TO FIN-ESCANER END-READ.
           PERFORM CARGAR-UNA-LECTURA UNTIL FIN-ESCANER = "S".
           CLOSE A-ESCANER.
           CLOSE A-CODBARRA.
           MOVE "S" TO ESCANER-VALIDO.
           DISPLAY "ARTICULOS LEIDOS: " CONT-LEIDOS
                   "  CODIGOS DESCONOCIDOS: " CONT-DESCONOCIDOS.

       CARGAR-LECTURAS-ESCANER-FIN.
           EXIT.


      * TRADUCE UNA LECTURA Y LA SUMA A SU ARTICULO EN LA TABLA
      * ****************************************************************

       CARGAR-UNA-LECTURA.
           MOVE SCN-EAN TO EAN-CODIGO.
           READ A-CODBARRA
              INVALID KEY     MOVE "N" TO EXISTE-EAN
              NOT INVALID KEY MOVE "S" TO EXISTE-EAN
           END-READ.

           IF EXISTE-EAN = "N"
              ADD 1 TO CONT-DESCONOCIDOS
              MOVE SPACES TO LINEA-EANEXC
              STRING FECHA " GES-COM  " SCN-EAN " CANTIDAD "
                     SCN-CANTIDAD "  CODIGO DE BARRAS DESCONOCIDO"
                     " (PEDIDO " ENT-NUMPED ")"
                 DELIMITED BY SIZE INTO LINEA-EANEXC
              END-STRING
              WRITE LINEA-EANEXC
           ELSE
              COMPUTE CANT-LEIDA = SCN-CANTIDAD * EAN-CANTIDAD
                 ON SIZE ERROR MOVE 9999999 TO CANT-LEIDA
              END-COMPUTE
              PERFORM BUSCAR-ARTICULO-LEIDO
              IF IDX-SCN-ENC > ZERO
                 ADD CANT-LEIDA TO TAB-SCN-CANT(IDX-SCN-ENC)
                    ON SIZE ERROR
                       MOVE 9999999 TO TAB-SCN-CANT(IDX-SCN-ENC)
                 END-ADD
              ELSE
                 IF CONT-LEIDOS < 200
                    ADD 1 TO CONT-LEIDOS
                    MOVE EAN-CODARTI TO TAB-SCN-ART(CONT-LEIDOS)
                    MOVE CANT-LEIDA  TO TAB-SCN-CANT(CONT-LEIDOS)
                 ELSE
                    DISPLAY "TABLA DE LEIDOS LLENA: ARTICULO "
                            EAN-CODARTI " NO RECIBIDO."
                 END-IF
              END-IF
           END-IF.

           READ A-ESCANER AT END MOVE "S" TO FIN-ESCANER END-READ.


      * DEJA EN IDX-SCN-ENC LA POSICION DEL ARTICULO EAN-CODARTI EN
      * LA TABLA DE LEIDOS (CERO SI NO ESTA)
      * ****************************************************************

       BUSCAR-ARTICULO-LEIDO.
           MOVE ZERO TO IDX-SCN-ENC.
           PERFORM COMPARAR-ARTICULO-LEIDO
                   VARYING IDX-SCN FROM 1 BY 1
                   UNTIL IDX-SCN > CONT-LEIDOS
                      OR IDX-SCN-ENC > ZERO.


      * COMPARA UNA POSICION DE LA TABLA DE LEIDOS CON EL ARTICULO
      * ****************************************************************

       COMPARAR-ARTICULO-LEIDO.
           IF TAB-SCN-ART(IDX-SCN) = EAN-CODARTI
              MOVE IDX-SCN TO IDX-SCN-ENC
           END-IF.


      * TOMA DE LA TABLA DE LEIDOS LO QUE CORRESPONDE A LA LINEA EN
      * CURSO, SIN PASAR DE SU PENDIENTE, Y LO DEJA EN ENT-RECIBIDA
      * ****************************************************************

       TOMAR-RECIBIDA-ESCANER.
           MOVE ZERO TO ENT-RECIBIDA.
           MOVE PPL-CODARTI TO EAN-CODARTI.
           PERFORM BUSCAR-ARTICULO-LEIDO.
           IF IDX-SCN-ENC > ZERO
              IF TAB-SCN-CANT(IDX-SCN-ENC) > PENDIENTE-LIN
                 MOVE PENDIENTE-LIN TO ENT-RECIBIDA
              ELSE
                 MOVE TAB-SCN-CANT(IDX-SCN-ENC) TO ENT-RECIBIDA
              END-IF
              SUBTRACT ENT-RECIBIDA FROM TAB-SCN-CANT(IDX-SCN-ENC)
           END-IF.


      * ANOTA EN EANEXC.LST EL ARTICULO LEIDO DEL QUE SOBRA
      * CANTIDAD TRAS CUBRIR LAS LINEAS DEL PEDIDO
      * ****************************************************************

       ANOTAR-LEIDO-NO-PEDIDO.
           IF TAB-SCN-CANT(IDX-SCN) > ZERO
              ADD 1 TO CONT-NO-PEDIDOS
              MOVE SPACES TO LINEA-EANEXC
              STRING FECHA " GES-COM  ARTICULO " TAB-SCN-ART(IDX-SCN)
                     " SOBRAN " TAB-SCN-CANT(IDX-SCN)
                     " LEIDAS Y NO PEDIDAS (PEDIDO " ENT-NUMPED ")"
                 DELIMITED BY SIZE INTO LINEA-EANEXC
              END-STRING
              WRITE LINEA-EANEXC
           END-IF.


      * PIDE LA CANTIDAD RECIBIDA Y, SI EL ARTICULO TIENE UNIDAD DE
      * COMPRA, EN QUE UNIDAD VIENE (BLANCO = LA DEL PEDIDO); DEJA
      * EN ENT-RECIBIDA LAS UNIDADES BASE
      * ****************************************************************

       PEDIR-CANTIDAD-RECIBIDA.
           MOVE "S" TO UNIDAD-VALIDA.
           MOVE SPACES TO ENT-UNIDAD.
           MOVE 1 TO ENT-FACTOR.
           MOVE "N" TO EXISTE-UNI.
           IF HAY-UNIDADES = "S"
              MOVE PPL-CODARTI TO UNI-CODARTI
              READ A-UNIDADES
                 INVALID KEY     MOVE "N" TO EXISTE-UNI
                 NOT INVALID KEY MOVE "S" TO EXISTE-UNI
              END-READ
           END-IF.
           IF EXISTE-UNI = "S" AND UNI-COMPRA = SPACES
              MOVE "N" TO EXISTE-UNI
           END-IF.

           DISPLAY "Cantidad recibida ahora (0 = NADA):".
           ACCEPT ENT-CANT-UNIDAD NO BELL.
           MOVE ENT-CANT-UNIDAD TO ENT-RECIBIDA.
           IF EXISTE-UNI = "N" OR ENT-CANT-UNIDAD = ZERO
              GO TO PEDIR-CANTIDAD-RECIBIDA-FIN
           END-IF.

           DISPLAY "Unidad (" UNI-BASE " O " UNI-COMPRA " DE "
                   UNI-FAC-COMPRA ", blanco = LA DEL PEDIDO):".
           ACCEPT ENT-UNIDAD NO BELL.
           IF ENT-UNIDAD = SPACES
              MOVE PPL-UNIDAD TO ENT-UNIDAD
           END-IF.
           IF ENT-UNIDAD = SPACES OR ENT-UNIDAD = UNI-BASE
              MOVE SPACES TO ENT-UNIDAD
              GO TO PEDIR-CANTIDAD-RECIBIDA-FIN
           END-IF.
           IF ENT-UNIDAD NOT = UNI-COMPRA
              DISPLAY "ERROR: UNIDAD NO VALIDA PARA EL ARTICULO."
              MOVE "N" TO UNIDAD-VALIDA
              GO TO PEDIR-CANTIDAD-RECIBIDA-FIN
           END-IF.

           MOVE UNI-FAC-COMPRA TO ENT-FACTOR.
           COMPUTE ENT-RECIBIDA = ENT-CANT-UNIDAD * ENT-FACTOR
              ON SIZE ERROR
                 DISPLAY "ERROR: LA CANTIDAD EN " UNI-BASE
                         " ES DEMASIADO GRANDE."
                 MOVE "N" TO UNIDAD-VALIDA
           END-COMPUTE.
           IF UNIDAD-VALIDA = "S"
              DISPLAY "SON " ENT-RECIBIDA " " UNI-BASE "."
           END-IF.

       PEDIR-CANTIDAD-RECIBIDA-FIN.
           EXIT.


      * REGRABA PEDPRLIN.DAT COMPLETO DESDE EL FICHERO DE TRABAJO
      * ****************************************************************

                     INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
              IF PPL-UNIDAD NOT = SPACES
                 MOVE PENDIENTE-LIN TO CANT-BASE-UNI
                 MOVE PPL-UNIDAD    TO UNIDAD-DOC
                 MOVE PPL-FACTOR    TO FACTOR-DOC
                 PERFORM DESCRIBIR-UNIDAD
                 MOVE SPACES TO LINEA-LISTADO
                 STRING "        PENDIENTE " TEXTO-UNIDAD
                    DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
                 WRITE LINEA-LISTADO
              END-IF
           END-IF.
           READ A-PEDPRLIN AT END MOVE "S" TO FIN-LINEA END-READ.


      * DEJA EN TEXTO-UNIDAD LA CANTIDAD CANT-BASE-UNI EXPRESADA EN
      * LA UNIDAD UNIDAD-DOC DE FACTOR-DOC UNIDADES BASE, CON LAS
      * SUELTAS QUE SOBREN
      * ****************************************************************

       DESCRIBIR-UNIDAD.
           IF FACTOR-DOC = ZERO
              MOVE 1 TO FACTOR-DOC
           END-IF.
           DIVIDE CANT-BASE-UNI BY FACTOR-DOC
              GIVING CANT-EN-UNIDAD REMAINDER RESTO-UNIDAD.
           MOVE SPACES TO TEXTO-UNIDAD.
           IF RESTO-UNIDAD = ZERO
              STRING "= " CANT-EN-UNIDAD " " UNIDAD-DOC " DE "
                     FACTOR-DOC
                 DELIMITED BY SIZE INTO TEXTO-UNIDAD
              END-STRING
           ELSE
              STRING "= " CANT-EN-UNIDAD " " UNIDAD-DOC " DE "
                     FACTOR-DOC " + " RESTO-UNIDAD " SUELTAS"
                 DELIMITED BY SIZE INTO TEXTO-UNIDAD
              END-STRING
           END-IF.
