      * PARCIALES DE PEDIDOS.DAT/PEDLIN.DAT) POR DEBAJO DE UN
      * PUNTO DE PEDIDO INFORMADO POR PANTALLA, AGRUPADOS POR
      * TIPO DE ARTICULO Y CON EL DESGLOSE DE EXISTENCIA POR
      * ALMACEN (STOCKALM.DAT) DEBAJO DE CADA ARTICULO. LOS
      * ARTICULOS DESCATALOGADOS U OBSOLETOS NO SE LISTAN: NO SE
      * VAN A REPONER
      *

       IDENTIFICATION DIVISION.
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.
      *
      * DECLARACION DEL INDEXADO DE ARTICULOS, SOLO PARA TOMAR EL
      * ESTADO VIGENTE DE CADA ARTICULO (SE CAMBIA EN PE-ASI05)
      *
           SELECT A-ARTI-IND ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI-IND
                  ALTERNATE RECORD KEY COD-TPARTI-IND DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI-IND DUPLICATES
                  FILE STATUS IS IND-FILESTAT.
      *
      * DECLARACION DE LOS PEDIDOS Y SUS LINEAS, SOLO EN CONSULTA,
      * PARA CALCULAR EL STOCK COMPROMETIDO
      *
                  FILE STATUS IS PED-FILESTAT.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS LIN-FILESTAT.
      *
      * DECLARACION DE LA EXISTENCIA POR ALMACEN, SOLO EN CONSULTA
           02 COD-PROVEE     PIC X(4).
           02 CAN-PEDIDO     PIC 9(6).
           02 PRE-COSTE      PIC 9(4)V9(2).
           02 EST-ARTI       PIC X(1).
              88 ARTI-ACTIVO        VALUES 'A', ' '.
              88 ARTI-DESCATALOGADO VALUE 'D'.
              88 ARTI-BLOQUEADO     VALUE 'B'.
              88 ARTI-OBSOLETO      VALUE 'O'.
      *
      * DESCRIPCION DEL REGISTRO DEL INDEXADO DE ARTICULOS
      *
       FD  A-ARTI-IND
           LABEL RECORD STANDARD.
       01  REGARTI-IND.
           02 COD-ARTI-IND     PIC 9(4).
           02 NOM-ARTI-IND     PIC X(25).
           02 NUM-ARTI-IND     PIC 9(6).
           02 PRE-ARTI-IND     PIC 9(4)V9(2).
           02 COD-TPARTI-IND   PIC X(3).
           02 COD-MONEDA-IND   PIC X(3).
           02 TIPO-CAMBIO-IND  PIC 9(3)V9(4).
           02 PRE-ARTI-ME-IND  PIC 9(4)V9(2).
           02 COD-PROVEE-IND   PIC X(4).
           02 CAN-PEDIDO-IND   PIC 9(6).
           02 PRE-COSTE-IND    PIC 9(4)V9(2).
           02 EST-ARTI-IND     PIC X(1).
      *
      * DESCRIPCION DE LA CABECERA Y LA LINEA DE PEDIDO
      *
              88 PED-ABIERTO   VALUE 'A'.
              88 PED-PARCIAL   VALUE 'P'.
           02 PED-VENDEDOR   PIC X(3).
           02 PED-DIRENT     PIC 9(2).

       FD  A-PEDLIN
           LABEL RECORD STANDARD.
       01  REGLIN.
           02 LIN-CLAVE.
              03 LIN-PEDIDO  PIC 9(6).
              03 LIN-NUMLIN  PIC 9(2).
           02 LIN-CODARTI    PIC 9(4).
           02 LIN-CANTIDAD   PIC 9(6).
           02 LIN-SERVIDA    PIC 9(6).
           02 LIN-FACTURADA  PIC 9(6).
           02 FILLER         PIC X(31).

       FD  A-STOCKALM
           LABEL RECORD STANDARD.
       77  STK-FILESTAT      PIC X(2).
       77  HAY-STOCKALM      PIC X.
       77  FIN-STOCK         PIC X.
       77  IND-FILESTAT      PIC X(2).
       77  HAY-ARTI-IND      PIC X.
       01  TAB-TIPOS.
           02 TAB-TIPO-OCU OCCURS 50 TIMES.
              03 TAB-TIPO-COD       PIC X(3).
           02 TAB-COM-OCU OCCURS 300 TIMES.
              03 TAB-COM-COD        PIC 9(4).
              03 TAB-COM-CANT       PIC 9(8).
      *
      * PETICION A LA RUTINA COMUN DE IDENTIFICACION Y AUTORIZACION
      * DE OPERADORES (ENT-OPE)
      *
       01  SES-PETICION.
           02 SES-PROGRAMA   PIC X(8).
           02 SES-OPCION     PIC X.
           02 SES-OPERADOR   PIC X(8).
           02 SES-NIVEL      PIC 9.
           02 SES-RESULTADO  PIC X.
              88 SES-AUTORIZADO VALUE 'S'.

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE 'PE-INF02' TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL 'ENT-OPE' USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
      * PEDIR EL PUNTO DE PEDIDO Y RECORRER EL ARCHIVO DE ARTICULOS
      * CLASIFICANDO EN LA TABLA LOS QUE ESTAN POR DEBAJO DE EL
      *
              CLOSE A-STOCKALM
              MOVE 'N' TO HAY-STOCKALM
           END-IF.
      *
      * SIN INDEXADO DE ARTICULOS VALE EL ESTADO QUE TRAE AARTI.SEC
      *
           OPEN INPUT A-ARTI-IND.
           IF IND-FILESTAT = '00'
              MOVE 'S' TO HAY-ARTI-IND
           ELSE
              CLOSE A-ARTI-IND
              MOVE 'N' TO HAY-ARTI-IND
           END-IF.

           OPEN INPUT A-ARTICULO.

           IF HAY-STOCKALM = 'S'
              CLOSE A-STOCKALM
           END-IF.
           IF HAY-ARTI-IND = 'S'
              CLOSE A-ARTI-IND
           END-IF.

           GOBACK.
      *
      * SI LA EXISTENCIA DEL ARTICULO ESTA POR DEBAJO DEL PUNTO DE
      * PEDIDO, LO ANADE A LA TABLA DE SU TIPO; AVANZA AL SIGUIENTE.
      * LOS DESCATALOGADOS Y OBSOLETOS NO SE REPONEN Y NO SALEN
      *
       CLASIFICAR-ARTICULO.
           PERFORM TOMAR-ESTADO-VIGENTE.
           PERFORM BUSCAR-COMPROMETIDO.
           COMPUTE DISPONIBLE-ART = NUM-ARTI - COMPROMETIDO-ART.
           IF DISPONIBLE-ART < ENT-PUNTO-PEDIDO
              AND NOT ARTI-DESCATALOGADO AND NOT ARTI-OBSOLETO
              PERFORM ANADIR-A-TIPO
              ADD 1 TO CONT-BAJO-MINIMO
           END-IF.
           READ A-ARTICULO AT END MOVE 'S' TO FIN-ARTICULO
           END-READ.
      *
      * TOMA DEL INDEXADO EL ESTADO VIGENTE DEL ARTICULO LEIDO
      *
       TOMAR-ESTADO-VIGENTE.
           IF HAY-ARTI-IND = 'S'
              MOVE COD-ARTI TO COD-ARTI-IND
              READ A-ARTI-IND
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY MOVE EST-ARTI-IND TO EST-ARTI
              END-READ
           END-IF.
      *
      * CARGA EN LA TABLA EL STOCK COMPROMETIDO DE CADA ARTICULO:
      * PENDIENTE DE SERVIR DE LAS LINEAS DE PEDIDOS ABIERTOS O
      * PARCIALES
              CLOSE A-PEDLIN
              MOVE 'S' TO FIN-LINEA
           ELSE
              READ A-PEDLIN NEXT RECORD AT END MOVE 'S' TO FIN-LINEA
              END-READ
           END-IF.
           PERFORM ACUMULAR-COMPROMETIDO UNTIL FIN-LINEA = 'S'.
                    END-IF
              END-READ
           END-IF.
           READ A-PEDLIN NEXT RECORD AT END MOVE 'S' TO FIN-LINEA
           END-READ.
      *
      * ANOTA EL PENDIENTE DE LA LINEA EN LA TABLA DE COMPROMETIDO
