           PEDIDO POR PROVEEDOR (DATOS DEL MAESTRO DE PROVEEDORES)
           CON LOS ARTICULOS, LA CANTIDAD DE REAPROVISION
           (CAN-PEDIDO, O LO QUE FALTA HASTA EL PUNTO DE PEDIDO SI
           NO SE INFORMO) Y EL VALOR ESTIMADO A PRE-ARTI. LOS
           ARTICULOS DESCATALOGADOS U OBSOLETOS (ESTADO VIGENTE EN
           AARTI.IND) NO SE PROPONEN NUNCA. LAS NECESIDADES DE LOS
           ALMACENES QUE EL CENTRAL NO PUEDE CUBRIR CON TRASLADOS
           (NECALM.DAT, DE LA REPOSICION ACEPTADA EN REP-ALM)
           TAMBIEN SE PROPONEN, AUNQUE EL ARTICULO NO ESTE BAJO SU
           PUNTO DE PEDIDO; SI LO ESTA, SE PROPONE LA MAYOR DE LAS
           DOS CANTIDADES. SI EL ARTICULO TIENE PROVEEDORES EN
           PROVART.DAT (VER MAN-PRA) SE ELIGE ENTRE ELLOS SEGUN LA
           REGLA INFORMADA O, EN BLANCO, LA DEL MAESTRO DE
           PARAMETROS (PROVREGL: 1 EL MAS BARATO, 2 EL MAS RAPIDO,
           3 EL PREFERIDO, QUE ES LA REGLA SI NO HAY NINGUNA): EL
           MAS BARATO ES EL DE MENOR PRECIO DE COMPRA, EL MAS RAPIDO
           EL DE MENOR PLAZO Y EL PREFERIDO EL MARCADO COMO TAL O, SI
           NO HAY NINGUNO MARCADO, EL HABITUAL. LA CANTIDAD SE SUBE
           HASTA LA MINIMA DE PEDIDO DEL PROVEEDOR ELEGIDO, LA
           PROPUESTA SE VALORA A SU PRECIO DE COMPRA Y LLEVA SU
           REFERENCIA Y SU PLAZO. SIN DATOS EN PROVART.DAT SE PROPONE
           AL PROVEEDOR HABITUAL, VALORADO A PRE-ARTI. LA PROPUESTA
           DE UN PROVEEDOR CUYA ULTIMA EVALUACION (EVALPRV.DAT DE
           EVA-PRV) QUEDO POR DEBAJO DE LA NOTA MINIMA (NOTAPROV DEL
           MAESTRO DE PARAMETROS; 60 SI NO EXISTE) SALE MARCADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS SEQUENTIAL
                  FILE STATUS IS ART-FILESTAT.

      *
      * DECLARACION DEL INDEXADO DE ARTICULOS, SOLO PARA TOMAR EL
      * ESTADO VIGENTE (SE CAMBIA EN PE-ASI05 Y AARTI.SEC LO
      * RECIBE EN EL SIGUIENTE VOLCADO DE ACT-ART)
      *
           SELECT A-ARTI-IND ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI-IND
                  ALTERNATE RECORD KEY COD-TPARTI-IND DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI-IND DUPLICATES
                  FILE STATUS IS IND-FILESTAT.

      *
      * DECLARACION DE LOS PEDIDOS DE CLIENTES Y SUS LINEAS, SOLO
      * EN CONSULTA, PARA CALCULAR EL STOCK COMPROMETIDO
                  FILE STATUS IS PED-FILESTAT.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS LIN-FILESTAT.

      *
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

      *
      * DECLARACION DE LAS NECESIDADES DE COMPRA DE LA REPOSICION
      * ENTRE ALMACENES (REP-ALM), SOLO EN CONSULTA
      *
           SELECT A-NECALM ASSIGN TO DISK 'NECALM.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS NEC-FILESTAT.

      *
      * DECLARACION DE LOS PROVEEDORES DE CADA ARTICULO (MAN-PRA)
      * Y DEL MAESTRO CENTRAL DE PARAMETROS (MAN-PAR), SOLO EN
      * CONSULTA
      *
           SELECT A-PROVART ASSIGN TO DISK 'PROVART.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRA-CLAVE
                  ALTERNATE RECORD KEY PRA-PROVEEDOR WITH DUPLICATES
                  FILE STATUS IS PRA-FILESTAT.

           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

      *
      * DECLARACION DE LA ULTIMA EVALUACION DE CADA PROVEEDOR
      * (EVA-PRV), SOLO EN CONSULTA
      *
           SELECT A-EVALPRV ASSIGN TO DISK 'EVALPRV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EVP-PROVEEDOR
                  FILE STATUS IS EVP-FILESTAT.

      *
      * DECLARACION DE LA PROPUESTA EN FORMATO FICHERO, QUE
      * GES-COM CONVIERTE EN PEDIDOS REALES A PROVEEDOR
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-ARTI-IND LABEL RECORD STANDARD.
       01 REGARTI-IND.
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

       FD A-PEDIDOS LABEL RECORD STANDARD.
       01 REGPED.
             88 PED-ABIERTO   VALUE "A".
             88 PED-PARCIAL   VALUE "P".
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

       FD A-ARTALM LABEL RECORD STANDARD.
       01 REGALM.
          02 ALM-PTO-PEDIDO PIC 9(6).
          02 ALM-ABC        PIC X(1).
          02 ALM-FEC-RECUEN PIC X(8).
          02 ALM-SERIE      PIC X(1).

       FD A-PROVEED LABEL RECORD STANDARD.
       01 REGPRV.
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).

       FD A-NECALM LABEL RECORD STANDARD.
       01 REGNEC.
          02 NEC-CODARTI    PIC 9(4).
          02 NEC-CANTIDAD   PIC 9(6).
          02 NEC-FECHA      PIC X(8).

       FD A-PROPFIC LABEL RECORD STANDARD.
       01 REGPRF.
          02 PRF-PROVEEDOR  PIC X(4).
          02 PRF-CODARTI    PIC 9(4).
          02 PRF-CANTIDAD   PIC 9(6).

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

       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

      *
      * DESCRIPCION DE LA EVALUACION DE UN PROVEEDOR (VER EVA-PRV)
      *
       FD A-EVALPRV LABEL RECORD STANDARD.
       01 REGEVP.
          02 EVP-PROVEEDOR  PIC X(4).
          02 EVP-TRIMESTRE  PIC X(5).
          02 EVP-FECHA      PIC X(8).
          02 EVP-NOTA       PIC 9(3).
          02 EVP-SERVICIO   PIC 9(3).
          02 EVP-PUNTUALIDAD PIC 9(3).
          02 EVP-PLAZO-MEDIO PIC 9(3).
          02 EVP-PEOR-PLAZO PIC 9(4).
          02 EVP-PARCIALES  PIC 9(5).
          02 EVP-FAC-EXCEP  PIC 9(4).
          02 EVP-EXC-PRECIO PIC 9(5).
          02 EVP-DEVOLUCIONES PIC 9(4).


       WORKING-STORAGE SECTION.
       77 ART-FILESTAT      PIC X(2).
       77 HAY-ARTALM        PIC X(1) VALUE "N".
       77 EXISTE-DAT-ALM    PIC X(1).
       77 PUNTO-EFECTIVO    PIC 9(6).
       77 IND-FILESTAT      PIC X(2).
       77 HAY-ARTI-IND      PIC X(1) VALUE "N".
       77 CONT-NO-REPONER   PIC 9(4) VALUE ZERO.
       77 NEC-FILESTAT      PIC X(2).
       77 FIN-NECALM        PIC X(1).
       77 IDX-NEC           PIC 9(3) COMP.
       77 CONT-NECESIDAD    PIC 9(3) COMP VALUE ZERO.
       77 NECESIDAD-ART     PIC 9(6).
       77 PRA-FILESTAT      PIC X(2).
       77 HAY-PROVART       PIC X(1) VALUE "N".
       77 FIN-PROVART       PIC X(1).
       77 PAR-FILESTAT      PIC X(2).
       77 EXISTE-PAR        PIC X(1).
       77 ENT-REGLA         PIC X(1).
       77 REGLA-PROVEEDOR   PIC X(1).
          88 REGLA-BARATO     VALUE "B".
          88 REGLA-RAPIDO     VALUE "R".
          88 REGLA-PREFERIDO  VALUE "P".
       77 HAY-ELEGIDO       PIC X(1).
       77 PROVEEDOR-ELEGIDO PIC X(4).
       77 REFERENCIA-ELEGIDA PIC X(15).
       77 PRECIO-ELEGIDO    PIC 9(4)V9(2).
       77 MINIMO-ELEGIDO    PIC 9(6).
       77 PLAZO-ELEGIDO     PIC 9(3).
       77 CONT-MINIMOS      PIC 9(4) VALUE ZERO.
       77 EVP-FILESTAT      PIC X(2).
       77 HAY-EVALPRV       PIC X(1) VALUE "N".
       77 NOTA-MINIMA       PIC 9(3) VALUE 60.
       77 CONT-BAJO-MINIMO  PIC 9(2) VALUE ZERO.

      *
      * ARTICULOS BAJO MINIMOS CON SU PROPUESTA DE COMPRA
             03 TAB-PRO-NOM    PIC X(25).
             03 TAB-PRO-CANT   PIC 9(6).
             03 TAB-PRO-VALOR  PIC 9(9)V9(2).
             03 TAB-PRO-REF    PIC X(15).
             03 TAB-PRO-PLAZO  PIC 9(3).

      *
      * PROVEEDORES DISTINTOS ENCONTRADOS EN LA PROPUESTA
             03 TAB-COM-COD    PIC 9(4).
             03 TAB-COM-CANT   PIC 9(8).

      *
      * NECESIDADES DE COMPRA POR ARTICULO QUE EL ALMACEN CENTRAL
      * NO CUBRE (NECALM.DAT)
      *
       01 TAB-NECESIDAD.
          02 TAB-NEC-OCU OCCURS 300 TIMES.
             03 TAB-NEC-ART    PIC 9(4).
             03 TAB-NEC-CANT   PIC 9(6).
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
       PROPONER-COMPRAS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "PRO-COM" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: LOCALIZA LOS ARTICULOS BAJO MINIMOS,
      * LOS AGRUPA POR PROVEEDOR Y EMITE UNA PROPUESTA POR CADA UNO
           DISPLAY "----------------------------------".
           DISPLAY "Punto de pedido (existencia minima):".
           ACCEPT ENT-PUNTO-PEDIDO NO BELL.
           DISPLAY "Regla de eleccion de proveedor: <B>ARATO,"
                   " <R>APIDO, <P>REFERIDO (BLANCO = LA DEL MAESTRO"
                   " DE PARAMETROS):".
           MOVE SPACE TO ENT-REGLA.
           ACCEPT ENT-REGLA NO BELL.
           PERFORM FIJAR-REGLA-PROVEEDOR.

           PERFORM CARGAR-COMPROMETIDOS
                   THRU CARGAR-COMPROMETIDOS-FIN.
           PERFORM CARGAR-NECESIDADES
                   THRU CARGAR-NECESIDADES-FIN.

           OPEN INPUT A-ARTALM.
           IF ALM-FILESTAT = "00"
              MOVE "N" TO HAY-ARTALM
           END-IF.

           OPEN INPUT A-ARTI-IND.
           IF IND-FILESTAT = "00"
              MOVE "S" TO HAY-ARTI-IND
           ELSE
              CLOSE A-ARTI-IND
              MOVE "N" TO HAY-ARTI-IND
           END-IF.

           OPEN INPUT A-PROVART.
           IF PRA-FILESTAT = "00"
              MOVE "S" TO HAY-PROVART
           ELSE
              CLOSE A-PROVART
              MOVE "N" TO HAY-PROVART
           END-IF.

           OPEN INPUT A-ARTICULO.
           IF ART-FILESTAT NOT = "00"
              DISPLAY "AARTI.SEC NO EXISTE."
              CLOSE A-ARTICULO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "N" TO FIN-ARTICULO.
           IF HAY-ARTALM = "S"
              CLOSE A-ARTALM
           END-IF.
           IF HAY-ARTI-IND = "S"
              CLOSE A-ARTI-IND
           END-IF.
           IF HAY-PROVART = "S"
              CLOSE A-PROVART
           END-IF.

           IF CONT-NO-REPONER > ZERO
              DISPLAY "DESCATALOGADOS U OBSOLETOS (NO SE REPONEN): "
                      CONT-NO-REPONER
           END-IF.
           IF CONT-MINIMOS > ZERO
              DISPLAY "CANTIDADES SUBIDAS AL MINIMO DEL PROVEEDOR: "
                      CONT-MINIMOS
           END-IF.

           IF CONT-PROPUESTOS = ZERO
              DISPLAY "NINGUN ARTICULO BAJO EL PUNTO DE PEDIDO."
              GOBACK
           END-IF.

           PERFORM TOMAR-NOTA-MINIMA.
           OPEN INPUT A-EVALPRV.
           IF EVP-FILESTAT = "00"
              MOVE "S" TO HAY-EVALPRV
           ELSE
              CLOSE A-EVALPRV
              MOVE "N" TO HAY-EVALPRV
           END-IF.

           OPEN INPUT A-PROVEED.
           CLOSE A-PROPFIC.
           CLOSE A-LISTADO.
           CLOSE A-PROVEED.
           IF HAY-EVALPRV = "S"
              CLOSE A-EVALPRV
           END-IF.

           DISPLAY "ARTICULOS PROPUESTOS..: " CONT-PROPUESTOS.
           DISPLAY "PROVEEDORES IMPLICADOS: " CONT-PROVEEDORES.
           IF CONT-BAJO-MINIMO > ZERO
              DISPLAY "PROVEEDORES BAJO LA NOTA MINIMA DE EVALUACION: "
                      CONT-BAJO-MINIMO
           END-IF.
           DISPLAY "PROPUESTAS EN PROPCOM.LST Y PROPCOM.DAT"
                   " (PARA GES-COM).".

           GOBACK.


      * EXAMINA UN ARTICULO: LOS DESCATALOGADOS Y OBSOLETOS NO SE
      * REPONEN NUNCA; EL RESTO PASA A LA PROPUESTA SI ESTA BAJO
      * MINIMOS
      * ****************************************************************

       EXAMINAR-ARTICULO.
           PERFORM TOMAR-ESTADO-VIGENTE.
           IF ARTI-DESCATALOGADO OR ARTI-OBSOLETO
              ADD 1 TO CONT-NO-REPONER
           ELSE
              PERFORM PROPONER-ARTICULO
           END-IF.
           READ A-ARTICULO AT END MOVE "S" TO FIN-ARTICULO END-READ.


      * TOMA DE AARTI.IND EL ESTADO VIGENTE DEL ARTICULO LEIDO; SIN
      * AARTI.IND VALE EL QUE TRAE AARTI.SEC
      * ****************************************************************

       TOMAR-ESTADO-VIGENTE.
           IF HAY-ARTI-IND = "S"
              MOVE COD-ARTI TO COD-ARTI-IND
              READ A-ARTI-IND
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY MOVE EST-ARTI-IND TO EST-ARTI
              END-READ
           END-IF.


      * SI EL ARTICULO ESTA BAJO MINIMOS, O SUS ALMACENES TIENEN
      * UNA NECESIDAD QUE EL CENTRAL NO CUBRE, LO ANOTA EN LA
      * PROPUESTA DE SU PROVEEDOR
      * ****************************************************************

       PROPONER-ARTICULO.
           PERFORM BUSCAR-COMPROMETIDO.
           COMPUTE DISPONIBLE-ART = NUM-ARTI - COMPROMETIDO-ART.
           PERFORM OBTENER-PUNTO-PEDIDO.
           MOVE ZERO TO CANT-PROPUESTA.
           IF DISPONIBLE-ART < PUNTO-EFECTIVO
              IF CAN-PEDIDO > ZERO
                 MOVE CAN-PEDIDO TO CANT-PROPUESTA
                 COMPUTE CANT-PROPUESTA =
                         PUNTO-EFECTIVO - DISPONIBLE-ART
              END-IF
           END-IF.
           PERFORM BUSCAR-NECESIDAD.
           IF NECESIDAD-ART > CANT-PROPUESTA
              MOVE NECESIDAD-ART TO CANT-PROPUESTA
           END-IF.
           IF CANT-PROPUESTA > ZERO
              PERFORM ELEGIR-PROVEEDOR
              IF MINIMO-ELEGIDO > CANT-PROPUESTA
                 MOVE MINIMO-ELEGIDO TO CANT-PROPUESTA
                 ADD 1 TO CONT-MINIMOS
              END-IF
              COMPUTE VALOR-PROPUESTA =
                      CANT-PROPUESTA * PRECIO-ELEGIDO
              IF CONT-PROPUESTOS < 500
                 ADD 1 TO CONT-PROPUESTOS
                 MOVE PROVEEDOR-ELEGIDO TO
                      TAB-PRO-PRV(CONT-PROPUESTOS)
                 MOVE COD-ARTI        TO TAB-PRO-ART(CONT-PROPUESTOS)
                 MOVE NOM-ARTI        TO TAB-PRO-NOM(CONT-PROPUESTOS)
                 MOVE CANT-PROPUESTA  TO TAB-PRO-CANT(CONT-PROPUESTOS)
                 MOVE VALOR-PROPUESTA TO
                      TAB-PRO-VALOR(CONT-PROPUESTOS)
                 MOVE REFERENCIA-ELEGIDA TO
                      TAB-PRO-REF(CONT-PROPUESTOS)
                 MOVE PLAZO-ELEGIDO   TO TAB-PRO-PLAZO(CONT-PROPUESTOS)
                 PERFORM ANOTAR-PROVEEDOR
              END-IF
           END-IF.


      * FIJA LA REGLA DE ELECCION DE PROVEEDOR: LA TECLEADA O, EN
      * BLANCO, LA DEL MAESTRO DE PARAMETROS (PROVREGL); SIN
      * NINGUNA, EL PREFERIDO
      * ****************************************************************

       FIJAR-REGLA-PROVEEDOR.
           INSPECT ENT-REGLA CONVERTING "brp" TO "BRP".
           MOVE ENT-REGLA TO REGLA-PROVEEDOR.
           IF NOT REGLA-BARATO AND NOT REGLA-RAPIDO
              AND NOT REGLA-PREFERIDO
              MOVE "P" TO REGLA-PROVEEDOR
              OPEN INPUT A-PARAMS
              IF PAR-FILESTAT = "00"
                 MOVE "PROVREGL" TO PAR-CODIGO
                 READ A-PARAMS
                    INVALID KEY     MOVE "N" TO EXISTE-PAR
                    NOT INVALID KEY MOVE "S" TO EXISTE-PAR
                 END-READ
                 IF EXISTE-PAR = "S"
                    IF PAR-VALOR = 1
                       MOVE "B" TO REGLA-PROVEEDOR
                    ELSE
                       IF PAR-VALOR = 2
                          MOVE "R" TO REGLA-PROVEEDOR
                       END-IF
                    END-IF
                 END-IF
                 CLOSE A-PARAMS
              ELSE
                 CLOSE A-PARAMS
              END-IF
           END-IF.
           IF REGLA-BARATO
              DISPLAY "REGLA DE PROVEEDOR: EL MAS BARATO."
           ELSE
              IF REGLA-RAPIDO
                 DISPLAY "REGLA DE PROVEEDOR: EL MAS RAPIDO."
              ELSE
                 DISPLAY "REGLA DE PROVEEDOR: EL PREFERIDO."
              END-IF
           END-IF.


      * ELIGE EL PROVEEDOR DEL ARTICULO EN CURSO SEGUN LA REGLA
      * ENTRE LOS SUYOS DE PROVART.DAT; SIN NINGUNO VALIDO QUEDA EL
      * HABITUAL (COD-PROVEE) VALORADO A PRE-ARTI Y SIN MINIMO
      * ****************************************************************

       ELEGIR-PROVEEDOR.
           MOVE "N"        TO HAY-ELEGIDO.
           MOVE COD-PROVEE TO PROVEEDOR-ELEGIDO.
           MOVE SPACES     TO REFERENCIA-ELEGIDA.
           MOVE PRE-ARTI   TO PRECIO-ELEGIDO.
           MOVE ZERO       TO MINIMO-ELEGIDO.
           MOVE ZERO       TO PLAZO-ELEGIDO.
           IF HAY-PROVART = "S"
              MOVE COD-ARTI   TO PRA-CODARTI
              MOVE LOW-VALUES TO PRA-PROVEEDOR
              MOVE "N" TO FIN-PROVART
              START A-PROVART KEY NOT LESS THAN PRA-CLAVE
                 INVALID KEY MOVE "S" TO FIN-PROVART
              END-START
              PERFORM EXAMINAR-PROVEEDOR-ARTICULO
                      UNTIL FIN-PROVART = "S"
           END-IF.
           IF HAY-ELEGIDO = "S" AND PRECIO-ELEGIDO = ZERO
              MOVE PRE-ARTI TO PRECIO-ELEGIDO
           END-IF.


      * EXAMINA EL SIGUIENTE PROVEEDOR DEL ARTICULO Y LO TOMA SI
      * MEJORA AL ELEGIDO SEGUN LA REGLA. PARA EL MAS BARATO NO
      * CUENTAN LOS PROVEEDORES SIN PRECIO
      * ****************************************************************

       EXAMINAR-PROVEEDOR-ARTICULO.
           READ A-PROVART NEXT RECORD
              AT END MOVE "S" TO FIN-PROVART
           END-READ.
           IF FIN-PROVART NOT = "S"
              IF PRA-CODARTI NOT = COD-ARTI
                 MOVE "S" TO FIN-PROVART
              ELSE
                 IF REGLA-BARATO
                    IF PRA-PRECIO > ZERO
                       AND (HAY-ELEGIDO = "N"
                            OR PRA-PRECIO < PRECIO-ELEGIDO)
                       PERFORM TOMAR-PROVEEDOR-ARTICULO
                    END-IF
                 ELSE
                    IF REGLA-RAPIDO
                       IF HAY-ELEGIDO = "N"
                          OR PRA-PLAZO < PLAZO-ELEGIDO
                          PERFORM TOMAR-PROVEEDOR-ARTICULO
                       END-IF
                    ELSE
                       IF PRA-ES-PREFERIDO
                          PERFORM TOMAR-PROVEEDOR-ARTICULO
                          MOVE "S" TO FIN-PROVART
                       ELSE
                          IF PRA-PROVEEDOR = COD-PROVEE
                             PERFORM TOMAR-PROVEEDOR-ARTICULO
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * TOMA COMO ELEGIDO EL PROVEEDOR DEL ARTICULO LEIDO
      * ****************************************************************

       TOMAR-PROVEEDOR-ARTICULO.
           MOVE "S"             TO HAY-ELEGIDO.
           MOVE PRA-PROVEEDOR   TO PROVEEDOR-ELEGIDO.
           MOVE PRA-REFERENCIA  TO REFERENCIA-ELEGIDA.
           MOVE PRA-PRECIO      TO PRECIO-ELEGIDO.
           MOVE PRA-CANT-MINIMA TO MINIMO-ELEGIDO.
           MOVE PRA-PLAZO       TO PLAZO-ELEGIDO.


      * ANOTA EL PROVEEDOR DEL ARTICULO SI AUN NO ESTABA EN LA
                      OR ENCONTRADO-PRV = "S".
           IF ENCONTRADO-PRV = "N" AND CONT-PROVEEDORES < 50
              ADD 1 TO CONT-PROVEEDORES
              MOVE PROVEEDOR-ELEGIDO TO TAB-PRV-COD(CONT-PROVEEDORES)
           END-IF.


      * ****************************************************************

       COMPARAR-PROVEEDOR.
           IF TAB-PRV-COD(IDX-PRV) = PROVEEDOR-ELEGIDO
              MOVE "S" TO ENCONTRADO-PRV
           END-IF.

              END-STRING
           END-IF.
           WRITE LINEA-LISTADO.
           PERFORM AVISAR-EVALUACION.
           MOVE "  ARTIC NOMBRE                    CANTIDAD"
                & "  VALOR ESTIMADO REF.PROVEEDOR   PLAZO"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE ZERO TO TOTAL-PROVEEDOR CONT-LIN-PRV.
           WRITE LINEA-LISTADO.


      * AVISA EN LA PROPUESTA SI LA ULTIMA EVALUACION DEL
      * PROVEEDOR QUEDO POR DEBAJO DE LA NOTA MINIMA
      * ****************************************************************

       AVISAR-EVALUACION.
           IF HAY-EVALPRV = "S"
              MOVE TAB-PRV-COD(IDX-PRV) TO EVP-PROVEEDOR
              READ A-EVALPRV
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY
                    IF EVP-NOTA < NOTA-MINIMA
                       ADD 1 TO CONT-BAJO-MINIMO
                       MOVE SPACES TO LINEA-LISTADO
                       STRING "  ** PROVEEDOR BAJO LA NOTA MINIMA: "
                              EVP-NOTA " EN EL TRIMESTRE "
                              EVP-TRIMESTRE " (MINIMO " NOTA-MINIMA
                              ") **"
                          DELIMITED BY SIZE INTO LINEA-LISTADO
                       END-STRING
                       WRITE LINEA-LISTADO
                    END-IF
              END-READ
           END-IF.


      * TOMA LA NOTA MINIMA DE EVALUACION DEL MAESTRO DE
      * PARAMETROS (NOTAPROV); SIN ELLA QUEDA 60
      * ****************************************************************

       TOMAR-NOTA-MINIMA.
           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "NOTAPROV" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY MOVE PAR-VALOR TO NOTA-MINIMA
              END-READ
           END-IF.
           CLOSE A-PARAMS.


      * GRABA UNA LINEA DE LA PROPUESTA SI PERTENECE AL PROVEEDOR
      * EN CURSO
      * ****************************************************************
                     TAB-PRO-CANT(IDX-PRO) DELIMITED BY SIZE
                     "  "                  DELIMITED BY SIZE
                     TAB-PRO-VALOR(IDX-PRO) DELIMITED BY SIZE
                     "  "                  DELIMITED BY SIZE
                     TAB-PRO-REF(IDX-PRO)  DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     TAB-PRO-PLAZO(IDX-PRO) DELIMITED BY SIZE
                     INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
              CLOSE A-PEDLIN
              MOVE "S" TO FIN-LINEA
           ELSE
              READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
              END-READ
           END-IF.
           PERFORM ACUMULAR-COMPROMETIDO UNTIL FIN-LINEA = "S".
           IF LIN-FILESTAT NOT = "35"
                    END-IF
              END-READ
           END-IF.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
           END-READ.


      * ANOTA EL PENDIENTE DE LA LINEA EN LA TABLA DE COMPROMETIDO
           END-IF.


      * CARGA EN LA TABLA LAS NECESIDADES DE COMPRA DE LA ULTIMA
      * REPOSICION ENTRE ALMACENES ACEPTADA; SIN NECALM.DAT NO HAY
      * NINGUNA
      * ****************************************************************

       CARGAR-NECESIDADES.
           OPEN INPUT A-NECALM.
           IF NEC-FILESTAT NOT = "00"
              CLOSE A-NECALM
              GO TO CARGAR-NECESIDADES-FIN
           END-IF.
           MOVE "N" TO FIN-NECALM.
           READ A-NECALM AT END MOVE "S" TO FIN-NECALM END-READ.
           PERFORM ANOTAR-NECESIDAD UNTIL FIN-NECALM = "S".
           CLOSE A-NECALM.

       CARGAR-NECESIDADES-FIN.
           EXIT.


      * ANOTA UNA NECESIDAD DE COMPRA EN LA TABLA
      * ****************************************************************

       ANOTAR-NECESIDAD.
           IF CONT-NECESIDAD < 300
              ADD 1 TO CONT-NECESIDAD
              MOVE NEC-CODARTI  TO TAB-NEC-ART(CONT-NECESIDAD)
              MOVE NEC-CANTIDAD TO TAB-NEC-CANT(CONT-NECESIDAD)
           END-IF.
           READ A-NECALM AT END MOVE "S" TO FIN-NECALM END-READ.


      * DEJA EN NECESIDAD-ART LA NECESIDAD DE COMPRA DE LOS
      * ALMACENES PARA EL ARTICULO ACTUAL (CERO SI NO LA TIENE)
      * ****************************************************************

       BUSCAR-NECESIDAD.
           MOVE ZERO TO NECESIDAD-ART.
           PERFORM COMPARAR-NECESIDAD
                   VARYING IDX-NEC FROM 1 BY 1
                   UNTIL IDX-NEC > CONT-NECESIDAD.


      * SUMA UNA POSICION DE LA TABLA SI ES DEL ARTICULO ACTUAL
      * ****************************************************************

       COMPARAR-NECESIDAD.
           IF TAB-NEC-ART(IDX-NEC) = COD-ARTI
              ADD TAB-NEC-CANT(IDX-NEC) TO NECESIDAD-ART
           END-IF.


      * DEJA EN PUNTO-EFECTIVO EL PUNTO DE PEDIDO DEL ARTICULO EN
      * CURSO: EL PROPIO DE SUS DATOS DE ALMACEN SI LO TIENE, O
      * EL GENERAL INFORMADO POR PANTALLA
