           EQUIVALENTE PARA ARTICULOS DE LA ACTUALIZACION DE
           SUCURSAL.DAT: LEE EL FICHERO DE MOVIMIENTOS DE STOCK
           (MOVARTI.DAT: ARTICULO, FECHA, TIPO E=ENTRADA/S=SALIDA/
           T=TRASLADO ENTRE ALMACENES, M=MONTAJE DE KITS, CANTIDAD,
           ALMACEN DE ORIGEN Y DE DESTINO), EMITE LOS TOTALES DE
           CONTROL ANTES DE APLICAR, ACTUALIZA NUM-ARTI EN AARTI.IND
           Y LA EXISTENCIA POR ALMACEN EN STOCKALM.DAT (LOS ALMACENES
           SE VALIDAN CONTRA ALMACEN.DAT SI EXISTE; LOS TRASLADOS
           MUEVEN EXISTENCIA ENTRE ALMACENES SIN TOCAR EL TOTAL),
           DESVIA A RECHARTI.DAT LOS ARTICULOS DESCONOCIDOS, LOS
           ARTICULOS QUE SOLO ESTAN EN AARTI.SEC (ALTAS DE PE-AS02
           POSTERIORES A LA ULTIMA SINCRONIZACION) SE CONSERVAN AL
           FINAL DEL SECUENCIAL EN VEZ DE PERDERSE.
           LOS KITS CON ESCANDALLO (ESCANDA.DAT, MANTENIDO POR
           MAN-ESC) SE EXPLOTAN: UNA SALIDA DE KIT TOMA PRIMERO LOS
           KITS YA MONTADOS DEL ALMACEN Y EL RESTO LO SACA DE SUS
           COMPONENTES; UN MONTAJE CONSUME LOS COMPONENTES (QUEDAN
           EN EL KARDEX COMO C=CONSUMO DE MONTAJE), SUMA LOS KITS Y
           RECALCULA SU PRE-COSTE COMO MEDIA PONDERADA CON EL COSTE
           DE LOS COMPONENTES. SI FALTA CUALQUIER COMPONENTE, EL
           MOVIMIENTO ENTERO SE RECHAZA. LAS DEVOLUCIONES A
           PROVEEDOR (TIPO D, GRABADAS POR DEV-PRV) SON SALIDAS QUE
           NO EXPLOTAN KITS, SE RELEVAN DEL LOTE DEVUELTO SI LO
           TRAEN (AUNQUE ESTE BLOQUEADO) Y VAN EN LA INTERFAZ
           CONTABLE A LA CUENTA DE DEVOLUCIONES DE COMPRAS.
           CADA LINEA DE LA INTERFAZ LLEVA SU SENTIDO, DEBE (D) O
           HABER (H), Y VA SEGUIDA DE SU CONTRAPARTIDA (EXISTENCIAS,
           VARIACION DE EXISTENCIAS O PROVEEDORES) PARA QUE EL
           FICHERO CUADRE. A CONTINUACION DEL ALMACEN SE TRASPASAN A LA
           MISMA INTERFAZ LOS ASIENTOS DE VENTAS PENDIENTES DE
           ASIVEN.DAT (FAC-PED Y DEV-FAC), UN APUNTE POR LINEA CON
           TIPO F=FACTURA O A=ABONO, QUEDANDO MARCADOS CON LA FECHA
           DEL TRASPASO; UN ASIENTO CON ALGUN APUNTE SIN CUENTA
           ASIGNADA EN CUENTAS.DAT NO SE TRASPASA Y ESPERA A QUE
           FINANZAS LA ASIGNE EN MAN-CTA.
           LOS MOVIMIENTOS CON FECHA EN UN PERIODO CERRADO (VAL-PER)
           SE RECHAZAN A RECHARTI.DAT ("PERIODO CERRADO"); DESDE
           REC-RMA UN SUPERVISOR PUEDE APROBAR PASARLOS AL PRIMER
           PERIODO ABIERTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY KDX-CLAVE
                  FILE STATUS IS KDX-FILESTAT.

      *
      * DECLARACION DE LOS ESCANDALLOS DE KITS (MAN-ESC), SOLO EN
      * CONSULTA PARA EXPLOTAR SALIDAS Y MONTAJES
      *
           SELECT A-ESCANDA ASSIGN TO DISK 'ESCANDA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ESC-CLAVE
                  FILE STATUS IS ESC-FILESTAT.

           SELECT A-ARCHIVO ASSIGN TO DISK NOMBRE-ARCHIVO-MAR
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CTM-FILESTAT.

      *
      * DECLARACION DE LOS ASIENTOS DE VENTAS PENDIENTES DE
      * TRASPASO (FAC-PED, DEV-FAC) Y DEL MAESTRO DE CUENTAS
      * CONTABLES (MAN-CTA) PARA LOS APUNTES AUN SIN CUENTA
      *
           SELECT A-ASIVEN ASSIGN TO DISK 'ASIVEN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ASV-CLAVE
                  FILE STATUS IS ASV-FILESTAT.

           SELECT A-CUENTAS ASSIGN TO DISK 'CUENTAS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CTA-CLAVE
                  FILE STATUS IS CTA-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

             88 MAR-ENTRADA  VALUE "E".
             88 MAR-SALIDA   VALUE "S".
             88 MAR-TRASLADO VALUE "T".
             88 MAR-MONTAJE  VALUE "M".
             88 MAR-DEVOL-PRV VALUE "D".
          02 MAR-CANTIDAD   PIC 9(6).
          02 MAR-ALMACEN    PIC 9(2).
          02 MAR-ALMDES     PIC 9(2).
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-ARTI-SEC LABEL RECORD STANDARD.
       01 REGARTI-SEC       PIC X(77).

      *
      * DESCRIPCION DEL REGISTRO DE MOVIMIENTOS DE ALMACEN
             03 LTK-LOTE    PIC X(8).
          02 LTK-CADUCIDAD  PIC X(8).
          02 LTK-EXISTENCIA PIC 9(6).
          02 LTK-ESTADO     PIC X(1).
             88 LTK-BLOQUEADO VALUE "B".

       FD A-ARTALM LABEL RECORD STANDARD.
       01 REGALM.
          02 ALM-PTO-PEDIDO PIC 9(6).
          02 ALM-ABC        PIC X(1).
          02 ALM-FEC-RECUEN PIC X(8).
          02 ALM-SERIE      PIC X(1).

       FD A-KARDEX LABEL RECORD STANDARD.
       01 REGKDX.
          02 KDX-ALMDES     PIC 9(2).
          02 KDX-EXISTENCIA PIC 9(6).

      *
      * DESCRIPCION DE LA LINEA DE ESCANDALLO (VER MAN-ESC)
      *
       FD A-ESCANDA LABEL RECORD STANDARD.
       01 REGESC.
          02 ESC-CLAVE.
             03 ESC-KIT        PIC 9(4).
             03 ESC-COMPONENTE PIC 9(4).
          02 ESC-CANTIDAD      PIC 9(4).

       FD A-ARCHIVO LABEL RECORD STANDARD.
       01 REGMAR-ARC        PIC X(39).

          02 CTM-TIPOART      PIC X(3).
          02 CTM-CANTIDAD     PIC 9(6).
          02 CTM-IMPORTE      PIC 9(9)V9(2).
          02 CTM-SENTIDO      PIC X(1).

      *
      * DESCRIPCION DE UN APUNTE DEL ASIENTO DE VENTAS: FACTURA (F)
      * O ABONO (A), CUENTA, SENTIDO DEBE (D) O HABER (H) Y FECHA
      * DE TRASPASO A LA INTERFAZ CONTABLE (ESPACIOS = PENDIENTE)
      *
       FD A-ASIVEN LABEL RECORD STANDARD.
       01 REGASV.
          02 ASV-CLAVE.
             03 ASV-FECHA     PIC X(8).
             03 ASV-TIPODOC   PIC X(1).
             03 ASV-DOCUMENTO PIC 9(6).
             03 ASV-LINEA     PIC 9(3).
          02 ASV-CODCLI     PIC X(5).
          02 ASV-TIPMOV     PIC X(1).
          02 ASV-SUBCLAVE   PIC X(3).
          02 ASV-CUENTA     PIC X(8).
          02 ASV-SENTIDO    PIC X(1).
          02 ASV-IMPORTE    PIC 9(9)V9(2).
          02 ASV-TRASPASO   PIC X(8).

      *
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE CUENTAS: LA CLAVE
      * ES TIPO DE MOVIMIENTO + SUCURSAL (000 = TODAS); EN LOS
      * TIPOS DE VENTAS (V) E IVA (I) LA SUBCLAVE ES EL TIPO DE
      * ARTICULO O EL TIPO IMPOSITIVO
      *
       FD A-CUENTAS LABEL RECORD STANDARD.
       01 REGCTA.
          02 CTA-CLAVE.
             03 CTA-TIPMOV   PIC X(1).
             03 CTA-SUCURSAL PIC 9(3).
             03 CTA-SUBCLAVE REDEFINES CTA-SUCURSAL PIC X(3).
          02 CTA-CUENTA     PIC X(8).

      *
      * DESCRIPCION DEL REGISTRO DE LA BITACORA (VER ACT-CLI)
       77 CONT-ENTRADAS     PIC 9(6) VALUE ZERO.
       77 CONT-SALIDAS      PIC 9(6) VALUE ZERO.
       77 CONT-TRASLADOS    PIC 9(6) VALUE ZERO.
       77 CONT-MONTAJES     PIC 9(6) VALUE ZERO.
       77 CONT-DEVOL-PRV    PIC 9(6) VALUE ZERO.
       77 TOTAL-ENTRADAS    PIC 9(9) VALUE ZERO.
       77 TOTAL-SALIDAS     PIC 9(9) VALUE ZERO.
       77 TOTAL-TRASLADOS   PIC 9(9) VALUE ZERO.
       77 TOTAL-MONTAJES    PIC 9(9) VALUE ZERO.
       77 TOTAL-DEVOL-PRV   PIC 9(9) VALUE ZERO.
       77 STK-FILESTAT      PIC X(2).
       77 ALMA-FILESTAT     PIC X(2).
       77 DIR-REL-ALM       PIC 9(2).
       77 IMPORTE-COSTE     PIC 9(9)V9(2).
       77 CTM-TOT-CANT      PIC 9(6).
       77 CTM-TOT-IMP       PIC 9(9)V9(2).
       77 ASV-FILESTAT      PIC X(2).
       77 CTA-FILESTAT      PIC X(2).
       77 HAY-CUENTAS       PIC X(1) VALUE "N".
       77 EXISTE-CTA        PIC X(1).
       77 FIN-ASIVEN        PIC X(1).
       77 CONT-ASV-TRASP    PIC 9(6) VALUE ZERO.
       77 CONT-ASV-RETEN    PIC 9(3) COMP VALUE ZERO.
       77 CONT-ASV-RETEN-ED PIC 9(3).
       77 IDX-ASR           PIC 9(3) COMP.
       77 ASIENTO-RETENIDO  PIC X(1).

      *
      * ACUMULADOS DE LA INTERFAZ CONTABLE DE ALMACEN: UNA
             03 TAB-CTM-ART   PIC X(3).
             03 TAB-CTM-CANT  PIC 9(6).
             03 TAB-CTM-IMP   PIC 9(9)V9(2).

      *
      * ASIENTOS DE VENTAS QUE NO SE TRASPASAN EN ESTA EJECUCION
      * POR TENER ALGUN APUNTE SIN CUENTA ASIGNADA
      *
       01 TAB-ASV-RETENIDOS.
          02 TAB-ASR-DOC OCCURS 200 TIMES PIC X(15).
       77 CHK-PREVIOS       PIC 9(6) COMP VALUE ZERO.
       77 CHK-SALTADOS      PIC 9(6) COMP VALUE ZERO.
       77 HORA-ACTUAL       PIC 9(8).
       77 CONT-SEC-PREVIO   PIC 9(4) COMP VALUE ZERO.
       77 SEC-DESBORDADO    PIC X(1) VALUE "N".
       77 COD-SEC-TRABAJO   PIC 9(4).
       77 ESC-FILESTAT      PIC X(2).
       77 HAY-ESCANDALLOS   PIC X(1) VALUE "N".
       77 FIN-ESCANDALLO    PIC X(1).
       77 CONT-COMPONENTES  PIC 9(2) COMP VALUE ZERO.
       77 IDX-COM           PIC 9(2) COMP.
       77 KITS-DE-STOCK     PIC 9(6).
       77 KITS-A-EXPLOTAR   PIC 9(6).
       77 CANT-COMPONENTE   PIC 9(10).
       77 COSTE-KIT         PIC 9(7)V9(2).
       77 FALTA-COMPONENTE  PIC X(1).
       77 MOTIVO-KIT        PIC X(25).
       77 ES-MONTAJE        PIC X(1).

      *
      * COMPONENTES DEL KIT DEL MOVIMIENTO EN CURSO, CON SUS
      * UNIDADES POR KIT, Y COPIA DEL MOVIMIENTO ORIGINAL MIENTRAS
      * SE APLICAN LOS DE SUS COMPONENTES
      *
       01 TAB-COMPONENTES.
          02 TAB-COM-OCU OCCURS 20 TIMES.
             03 TAB-COM-CODARTI  PIC 9(4).
             03 TAB-COM-CANTIDAD PIC 9(4).
       01 MAR-GUARDADO      PIC X(39).

      *
      * IMAGEN DEL AARTI.SEC ANTERIOR AL VOLCADO, PARA CONSERVAR
       01 TAB-SEC-PREVIO.
          02 TAB-SEC-OCU OCCURS 1000 TIMES.
             03 TAB-SEC-COD    PIC 9(4).
             03 TAB-SEC-REG    PIC X(77).
             03 TAB-SEC-EN-IND PIC X(1).

      *
      * PETICION A LA RUTINA COMUN DE CONTROL DE PERIODOS CERRADOS
      * (VAL-PER)
      *
       01 PER-PETICION.
          02 PER-PROGRAMA   PIC X(8).
          02 PER-DOCUMENTO  PIC X(12).
          02 PER-OPERADOR   PIC X(8).
          02 PER-FECHA      PIC X(8).
          02 PER-MODO       PIC X(1).
             88 PER-LOTE       VALUE "L".
          02 PER-RESULTADO  PIC X(1).
             88 PER-ADMITIDA   VALUE "S".
             88 PER-TRASLADADA VALUE "T".
             88 PER-RECHAZADA  VALUE "N".

       PROCEDURE DIVISION.
       CONTABILIZAR-ALMACEN.

                 DISPLAY "FECHA DE NEGOCIO NO NUMERICA: "
                         FECHA-PARAM
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              ELSE
                 MOVE FECHA-PARAM TO FECHA
                 DISPLAY "CONTABILIZANDO ALMACEN CON FECHA DE"
              DISPLAY "LA CONTABILIZACION DE ALMACEN DE HOY YA FUE"
                      " EJECUTADA (EXISTE " NOMBRE-ARCHIVO-MAR ")."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
                      BLQ-PROGRAMA " DEL " BLQ-FECHA "). SI ES UN"
                      " CERROJO HUERFANO, LIMPIELO CON DES-BLQ."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ANOTAR-BLOQUEO-RUN.

           IF CONT-LEIDOS = ZERO
              DISPLAY "NO HAY MOVIMIENTOS DE ALMACEN QUE APLICAR."
              PERFORM RETIRAR-BLOQUEO-RUN
              GOBACK
           END-IF.

           PERFORM APLICAR-MOVIMIENTOS-ALM.
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * COMPRUEBA SI OTRO LOTE PESADO TIENE TOMADO EL CERROJO DE
                   TOTAL-SALIDAS.
           DISPLAY "TRASLADOS (CANT./UDS.): " CONT-TRASLADOS " / "
                   TOTAL-TRASLADOS.
           DISPLAY "MONTAJES (CANT./KITS).: " CONT-MONTAJES " / "
                   TOTAL-MONTAJES.
           DISPLAY "DEVOL. A PROVEEDOR....: " CONT-DEVOL-PRV " / "
                   TOTAL-DEVOL-PRV.


      * ACUMULA UN MOVIMIENTO EN LOS TOTALES DE CONTROL
                 IF MAR-TRASLADO
                    ADD 1 TO CONT-TRASLADOS
                    ADD MAR-CANTIDAD TO TOTAL-TRASLADOS
                 ELSE
                    IF MAR-MONTAJE
                       ADD 1 TO CONT-MONTAJES
                       ADD MAR-CANTIDAD TO TOTAL-MONTAJES
                    ELSE
                       IF MAR-DEVOL-PRV
                          ADD 1 TO CONT-DEVOL-PRV
                          ADD MAR-CANTIDAD TO TOTAL-DEVOL-PRV
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
              MOVE "N" TO HAY-ARTALM
           END-IF.

      *
      * SIN ESCANDALLOS NO HAY KITS: LAS SALIDAS SON TODAS
      * NORMALES Y LOS MONTAJES SE RECHAZAN
      *
           OPEN INPUT A-ESCANDA.
           IF ESC-FILESTAT = "00"
              MOVE "S" TO HAY-ESCANDALLOS
           ELSE
              CLOSE A-ESCANDA
              MOVE "N" TO HAY-ESCANDALLOS
           END-IF.

      *
      * SI UNA EJECUCION ANTERIOR QUEDO INTERRUMPIDA, EL PUNTO DE
      * REARRANQUE DICE CUANTOS MOVIMIENTOS YA SE APLICARON Y SE
           IF HAY-ARTALM = "S"
              CLOSE A-ARTALM
           END-IF.
           IF HAY-ESCANDALLOS = "S"
              CLOSE A-ESCANDA
           END-IF.
           CLOSE A-STOCKALM.
           IF HAY-ALMACENES = "S"
              CLOSE A-ALMACEN
      * EN AMBOS NIVELES, Y LOS TRASLADOS MUEVEN EXISTENCIA DEL
      * ALMACEN DE ORIGEN AL DE DESTINO SIN TOCAR EL TOTAL;
      * ARTICULO DESCONOCIDO, TIPO INVALIDO, ALMACEN SIN DAR DE
      * ALTA O EXISTENCIA INSUFICIENTE SE RECHAZAN. LAS SALIDAS DE
      * KITS Y LOS MONTAJES SE APLICAN EN APLICAR-KIT
      * ****************************************************************

       APLICAR-UN-MOVIMIENTO.
           IF NOT MAR-ENTRADA AND NOT MAR-SALIDA
              AND NOT MAR-TRASLADO AND NOT MAR-MONTAJE
              AND NOT MAR-DEVOL-PRV
              MOVE "TIPO DE MOVIMIENTO ERRONEO" TO RCM-MOTIVO
              PERFORM GRABAR-RECHAZO-ALM
              GO TO APLICAR-UN-MOVIMIENTO-SIG
           END-IF.

           MOVE "ACT-ART"   TO PER-PROGRAMA.
           MOVE SPACES      TO PER-DOCUMENTO.
           MOVE MAR-CODARTI TO PER-DOCUMENTO(1:4).
           MOVE SPACES      TO PER-OPERADOR.
           MOVE MAR-FECHA   TO PER-FECHA.
           MOVE "L"         TO PER-MODO.
           CALL "VAL-PER" USING PER-PETICION.
           IF PER-RECHAZADA
              MOVE "PERIODO CERRADO" TO RCM-MOTIVO
              PERFORM GRABAR-RECHAZO-ALM
              GO TO APLICAR-UN-MOVIMIENTO-SIG
           END-IF.

           PERFORM VALIDAR-ALMACEN-MOV.
           IF EXISTE-ALM = "N"
              MOVE "ALMACEN NO DADO DE ALTA" TO RCM-MOTIVO
              GO TO APLICAR-UN-MOVIMIENTO-SIG
           END-IF.

           IF MAR-SALIDA OR MAR-MONTAJE
              PERFORM CARGAR-ESCANDALLO
              IF MAR-MONTAJE OR CONT-COMPONENTES > ZERO
                 PERFORM APLICAR-KIT THRU APLICAR-KIT-FIN
                 GO TO APLICAR-UN-MOVIMIENTO-SIG
              END-IF
           END-IF.

           IF (MAR-SALIDA OR MAR-DEVOL-PRV)
              AND MAR-CANTIDAD > NUM-ARTI
              MOVE "SALIDA SUPERA EXISTENCIA" TO RCM-MOTIVO
              PERFORM GRABAR-RECHAZO-ALM
              GO TO APLICAR-UN-MOVIMIENTO-SIG
      * SALIDAS Y TRASLADOS NECESITAN EXISTENCIA EN SU ALMACEN DE
      * ORIGEN
      *
           IF MAR-SALIDA OR MAR-TRASLADO OR MAR-DEVOL-PRV
              PERFORM LEER-STOCK-ALMACEN
              IF MAR-CANTIDAD > STOCK-ALMACEN
                 MOVE "SUPERA EXISTENCIA ALMACEN" TO RCM-MOTIVO
                    PERFORM RELEVAR-LOTES-FEFO
                 END-IF
              ELSE
                 IF MAR-DEVOL-PRV
                    SUBTRACT MAR-CANTIDAD FROM NUM-ARTI
                    REWRITE R-ARTICULO
                    MOVE MAR-ALMACEN TO STK-ALMACEN
                    PERFORM RESTAR-STOCK-ALMACEN
      *
      * LA DEVOLUCION DE UN LOTE CONCRETO SALE DE ESE LOTE; SIN
      * LOTE, LOS PERECEDEROS SE RELEVAN COMO UNA SALIDA
      *
                    IF MAR-LOTE NOT = SPACES
                       PERFORM RESTAR-LOTE-DEVUELTO
                    ELSE
                       PERFORM COMPROBAR-PERECEDERO
                       IF ES-PERECEDERO = "S"
                          PERFORM RELEVAR-LOTES-FEFO
                       END-IF
                    END-IF
                 ELSE
                    MOVE MAR-ALMACEN TO STK-ALMACEN
                    PERFORM RESTAR-STOCK-ALMACEN
                    MOVE MAR-ALMDES TO STK-ALMACEN
                    PERFORM SUMAR-STOCK-ALMACEN
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO CONT-APLICADOS.
           READ A-MOVARTI AT END MOVE "S" TO FIN-MOVIMIENTO END-READ.


      * APLICA UNA SALIDA DE KIT O UN MONTAJE. LA SALIDA TOMA
      * PRIMERO LOS KITS YA MONTADOS QUE HAYA EN EL ALMACEN Y EL
      * RESTO LO SACA DE LOS COMPONENTES; EL MONTAJE CONSUME LOS
      * COMPONENTES DE TODOS LOS KITS Y LOS SUMA AL ALMACEN. TODOS
      * LOS COMPONENTES SE COMPRUEBAN ANTES DE TOCAR NADA, PARA
      * APLICAR EL MOVIMIENTO ENTERO O RECHAZARLO ENTERO
      * ****************************************************************

       APLICAR-KIT.
           IF CONT-COMPONENTES = ZERO
              MOVE "KIT SIN ESCANDALLO" TO RCM-MOTIVO
              PERFORM GRABAR-RECHAZO-ALM
              GO TO APLICAR-KIT-FIN
           END-IF.

           MOVE REGMAR TO MAR-GUARDADO.
           MOVE "N" TO ES-MONTAJE.
           MOVE ZERO TO KITS-DE-STOCK.
           IF MAR-MONTAJE
              MOVE "S" TO ES-MONTAJE
           ELSE
              PERFORM LEER-STOCK-ALMACEN
              MOVE MAR-CANTIDAD TO KITS-DE-STOCK
              IF KITS-DE-STOCK > NUM-ARTI
                 MOVE NUM-ARTI TO KITS-DE-STOCK
              END-IF
              IF KITS-DE-STOCK > STOCK-ALMACEN
                 MOVE STOCK-ALMACEN TO KITS-DE-STOCK
              END-IF
           END-IF.
           COMPUTE KITS-A-EXPLOTAR = MAR-CANTIDAD - KITS-DE-STOCK.

           MOVE ZERO TO COSTE-KIT.
           MOVE "N" TO FALTA-COMPONENTE.
           IF KITS-A-EXPLOTAR > ZERO
              PERFORM COMPROBAR-COMPONENTE
                      VARYING IDX-COM FROM 1 BY 1
                      UNTIL IDX-COM > CONT-COMPONENTES
                         OR FALTA-COMPONENTE = "S"
           END-IF.
           MOVE MAR-GUARDADO TO REGMAR.
           IF FALTA-COMPONENTE = "S"
              MOVE MOTIVO-KIT TO RCM-MOTIVO
              PERFORM GRABAR-RECHAZO-ALM
              GO TO APLICAR-KIT-FIN
           END-IF.

      *
      * LO QUE SALE DE KITS YA MONTADOS ES UNA SALIDA NORMAL DEL
      * PROPIO KIT
      *
           IF KITS-DE-STOCK > ZERO
              MOVE KITS-DE-STOCK TO MAR-CANTIDAD
              MOVE MAR-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY CONTINUE
              END-READ
              SUBTRACT MAR-CANTIDAD FROM NUM-ARTI
              REWRITE R-ARTICULO
              MOVE MAR-ALMACEN TO STK-ALMACEN
              PERFORM RESTAR-STOCK-ALMACEN
              PERFORM GRABAR-KARDEX
              PERFORM ACUMULAR-CONTABLE-ALM
              MOVE MAR-GUARDADO TO REGMAR
           END-IF.

           IF KITS-A-EXPLOTAR > ZERO
              PERFORM CONSUMIR-COMPONENTE
                      VARYING IDX-COM FROM 1 BY 1
                      UNTIL IDX-COM > CONT-COMPONENTES
              MOVE MAR-GUARDADO TO REGMAR
           END-IF.

      *
      * EL MONTAJE SUMA LOS KITS Y LES DA COMO COSTE LA MEDIA
      * PONDERADA DE LA EXISTENCIA ANTERIOR Y EL COSTE DE LOS
      * COMPONENTES CONSUMIDOS
      *
           IF ES-MONTAJE = "S"
              MOVE MAR-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY CONTINUE
              END-READ
              COMPUTE PRE-COSTE ROUNDED =
                      (NUM-ARTI * PRE-COSTE + MAR-CANTIDAD * COSTE-KIT)
                      / (NUM-ARTI + MAR-CANTIDAD)
                 ON SIZE ERROR CONTINUE
              END-COMPUTE
              ADD MAR-CANTIDAD TO NUM-ARTI
              REWRITE R-ARTICULO
              MOVE MAR-ALMACEN TO STK-ALMACEN
              PERFORM SUMAR-STOCK-ALMACEN
              PERFORM GRABAR-KARDEX
              PERFORM ACUMULAR-CONTABLE-ALM
           END-IF.
           ADD 1 TO CONT-APLICADOS.

       APLICAR-KIT-FIN.
           EXIT.


      * CARGA EN LA TABLA LOS COMPONENTES DEL ARTICULO DEL
      * MOVIMIENTO (NINGUNO SI NO ES UN KIT)
      * ****************************************************************

       CARGAR-ESCANDALLO.
           MOVE ZERO TO CONT-COMPONENTES.
           IF HAY-ESCANDALLOS = "S"
              MOVE MAR-CODARTI TO ESC-KIT
              MOVE ZERO TO ESC-COMPONENTE
              MOVE "N" TO FIN-ESCANDALLO
              START A-ESCANDA KEY NOT LESS THAN ESC-CLAVE
                 INVALID KEY MOVE "S" TO FIN-ESCANDALLO
              END-START
              PERFORM CARGAR-UN-COMPONENTE
                 UNTIL FIN-ESCANDALLO = "S"
           END-IF.


      * ANADE A LA TABLA EL SIGUIENTE COMPONENTE DEL KIT
      * ****************************************************************

       CARGAR-UN-COMPONENTE.
           READ A-ESCANDA NEXT RECORD
              AT END MOVE "S" TO FIN-ESCANDALLO
           END-READ.
           IF FIN-ESCANDALLO = "S" OR ESC-KIT NOT = MAR-CODARTI
              MOVE "S" TO FIN-ESCANDALLO
           ELSE
              IF CONT-COMPONENTES < 20
                 ADD 1 TO CONT-COMPONENTES
                 MOVE ESC-COMPONENTE
                   TO TAB-COM-CODARTI(CONT-COMPONENTES)
                 MOVE ESC-CANTIDAD
                   TO TAB-COM-CANTIDAD(CONT-COMPONENTES)
              END-IF
           END-IF.


      * COMPRUEBA QUE UN COMPONENTE EXISTE Y TIENE EXISTENCIA
      * TOTAL Y EN EL ALMACEN PARA LOS KITS A EXPLOTAR, Y SUMA
      * SU COSTE AL COSTE UNITARIO DEL KIT
      * ****************************************************************

       COMPROBAR-COMPONENTE.
           COMPUTE CANT-COMPONENTE =
                   TAB-COM-CANTIDAD(IDX-COM) * KITS-A-EXPLOTAR.
           MOVE TAB-COM-CODARTI(IDX-COM) TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE-ART
              NOT INVALID KEY MOVE "S" TO EXISTE-ART
           END-READ.
           IF EXISTE-ART = "N"
              MOVE "S" TO FALTA-COMPONENTE
           ELSE
              COMPUTE COSTE-KIT = COSTE-KIT
                      + TAB-COM-CANTIDAD(IDX-COM) * PRE-COSTE
              IF CANT-COMPONENTE > NUM-ARTI
                 MOVE "S" TO FALTA-COMPONENTE
              ELSE
                 MOVE TAB-COM-CODARTI(IDX-COM) TO MAR-CODARTI
                 PERFORM LEER-STOCK-ALMACEN
                 IF CANT-COMPONENTE > STOCK-ALMACEN
                    MOVE "S" TO FALTA-COMPONENTE
                 END-IF
              END-IF
           END-IF.
           IF FALTA-COMPONENTE = "S"
              MOVE SPACES TO MOTIVO-KIT
              STRING "FALTA COMPONENTE " TAB-COM-CODARTI(IDX-COM)
                 DELIMITED BY SIZE INTO MOTIVO-KIT
              END-STRING
           END-IF.


      * SACA DEL ALMACEN UN COMPONENTE DE LOS KITS EXPLOTADOS: ES
      * UNA SALIDA DEL COMPONENTE SI SE VENDE EL KIT Y UN CONSUMO
      * (C) SI SE MONTA, CON SU KARDEX Y SU APUNTE CONTABLE
      * ****************************************************************

       CONSUMIR-COMPONENTE.
           MOVE TAB-COM-CODARTI(IDX-COM) TO MAR-CODARTI.
           COMPUTE MAR-CANTIDAD =
                   TAB-COM-CANTIDAD(IDX-COM) * KITS-A-EXPLOTAR.
           IF ES-MONTAJE = "S"
              MOVE "C" TO MAR-TIPO
           END-IF.
           MOVE MAR-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY CONTINUE
           END-READ.
           SUBTRACT MAR-CANTIDAD FROM NUM-ARTI.
           REWRITE R-ARTICULO.
           MOVE MAR-ALMACEN TO STK-ALMACEN.
           PERFORM RESTAR-STOCK-ALMACEN.
           PERFORM COMPROBAR-PERECEDERO.
           IF ES-PERECEDERO = "S"
              PERFORM RELEVAR-LOTES-FEFO
           END-IF.
           PERFORM GRABAR-KARDEX.
           PERFORM ACUMULAR-CONTABLE-ALM.


      * SALTA (SIN APLICAR) UN MOVIMIENTO YA PROCESADO EN UNA
      * EJECUCION ANTERIOR, SEGUN EL PUNTO DE REARRANQUE
      * ****************************************************************
                   VARYING IDX-CTM FROM 1 BY 1
                   UNTIL IDX-CTM > CONT-CTM.

           PERFORM TRASPASAR-ASIENTOS-VENTAS.

           MOVE "T"    TO CTM-TIPO-REG.
           MOVE FECHA  TO CTM-FECHA.
           MOVE SPACES TO CTM-CUENTA.
           MOVE SPACES TO CTM-TIPOART.
           MOVE CTM-TOT-CANT TO CTM-CANTIDAD.
           MOVE CTM-TOT-IMP  TO CTM-IMPORTE.
           MOVE SPACE        TO CTM-SENTIDO.
           WRITE REGCTM.
           CLOSE A-CONTABLE.

           DISPLAY "INTERFAZ CONTABLE DE ALMACEN GENERADA EN "
                   NOMBRE-CONTABLE.
           IF CONT-ASV-TRASP > ZERO
              DISPLAY "APUNTES DE VENTAS TRASPASADOS: "
                      CONT-ASV-TRASP
           END-IF.
           IF CONT-ASV-RETEN > ZERO
              MOVE CONT-ASV-RETEN TO CONT-ASV-RETEN-ED
              DISPLAY "ASIENTOS DE VENTAS RETENIDOS SIN CUENTA: "
                      CONT-ASV-RETEN-ED " (ASIGNELAS EN MAN-CTA)"
              MOVE 4 TO RETURN-CODE
           END-IF.


      * GRABA UNA LINEA DE DETALLE DE LA INTERFAZ CON SU CUENTA
       GRABAR-DETALLE-CTM.
           MOVE "D"   TO CTM-TIPO-REG.
           MOVE FECHA TO CTM-FECHA.
           MOVE "D"   TO CTM-SENTIDO.
           IF TAB-CTM-TIP(IDX-CTM) = "E"
              MOVE "31000000" TO CTM-CUENTA
           ELSE
              IF TAB-CTM-TIP(IDX-CTM) = "S"
                 MOVE "61000000" TO CTM-CUENTA
              ELSE
                 IF TAB-CTM-TIP(IDX-CTM) = "D"
                    MOVE "60800000" TO CTM-CUENTA
                    MOVE "H"        TO CTM-SENTIDO
                 ELSE
                    MOVE "31900000" TO CTM-CUENTA
                 END-IF
              END-IF
           END-IF.
           MOVE TAB-CTM-TIP(IDX-CTM)  TO CTM-TIPMOV.
           ADD TAB-CTM-CANT(IDX-CTM) TO CTM-TOT-CANT.
           ADD TAB-CTM-IMP(IDX-CTM)  TO CTM-TOT-IMP.

      *
      * CONTRAPARTIDA: LAS ENTRADAS CONTRA VARIACION DE
      * EXISTENCIAS, LAS DEVOLUCIONES A PROVEEDOR CONTRA
      * PROVEEDORES Y EL RESTO CONTRA EXISTENCIAS
      *
           MOVE "H" TO CTM-SENTIDO.
           IF TAB-CTM-TIP(IDX-CTM) = "E"
              MOVE "61000000" TO CTM-CUENTA
           ELSE
              IF TAB-CTM-TIP(IDX-CTM) = "D"
                 MOVE "40000000" TO CTM-CUENTA
                 MOVE "D"        TO CTM-SENTIDO
              ELSE
                 MOVE "31000000" TO CTM-CUENTA
              END-IF
           END-IF.
           WRITE REGCTM.
           ADD TAB-CTM-CANT(IDX-CTM) TO CTM-TOT-CANT.
           ADD TAB-CTM-IMP(IDX-CTM)  TO CTM-TOT-IMP.


      * TRASPASA A LA INTERFAZ LOS ASIENTOS DE VENTAS PENDIENTES
      * (O YA TRASPASADOS HOY, SI SE RETOMA UNA EJECUCION): UNA
      * PRIMERA PASADA BUSCA CUENTA A LOS APUNTES QUE NO LA TENIAN
      * Y APARTA LOS ASIENTOS QUE SIGUEN SIN ELLA; LA SEGUNDA GRABA
      * LOS DEMAS Y LOS MARCA COMO TRASPASADOS
      * ****************************************************************

       TRASPASAR-ASIENTOS-VENTAS.
           MOVE ZERO TO CONT-ASV-TRASP CONT-ASV-RETEN.
           OPEN I-O A-ASIVEN.
           IF ASV-FILESTAT NOT = "00"
              CLOSE A-ASIVEN
           ELSE
              OPEN INPUT A-CUENTAS
              IF CTA-FILESTAT = "00"
                 MOVE "S" TO HAY-CUENTAS
              ELSE
                 CLOSE A-CUENTAS
                 MOVE "N" TO HAY-CUENTAS
              END-IF
              MOVE LOW-VALUES TO ASV-CLAVE
              MOVE "N" TO FIN-ASIVEN
              START A-ASIVEN KEY NOT LESS THAN ASV-CLAVE
                 INVALID KEY MOVE "S" TO FIN-ASIVEN
              END-START
              PERFORM REVISAR-APUNTE-VENTAS UNTIL FIN-ASIVEN = "S"
              MOVE LOW-VALUES TO ASV-CLAVE
              MOVE "N" TO FIN-ASIVEN
              START A-ASIVEN KEY NOT LESS THAN ASV-CLAVE
                 INVALID KEY MOVE "S" TO FIN-ASIVEN
              END-START
              PERFORM TRASPASAR-APUNTE-VENTAS UNTIL FIN-ASIVEN = "S"
              IF HAY-CUENTAS = "S"
                 CLOSE A-CUENTAS
              END-IF
              CLOSE A-ASIVEN
           END-IF.


      * PRIMERA PASADA: BUSCA LA CUENTA DE UN APUNTE PENDIENTE QUE
      * NO LA TENIA Y, SI SIGUE SIN ELLA, APARTA SU ASIENTO
      * ****************************************************************

       REVISAR-APUNTE-VENTAS.
           READ A-ASIVEN NEXT RECORD AT END MOVE "S" TO FIN-ASIVEN
           END-READ.
           IF FIN-ASIVEN NOT = "S"
              AND (ASV-TRASPASO = SPACES OR ASV-TRASPASO = FECHA)
              AND ASV-CUENTA = SPACES
              IF HAY-CUENTAS = "S"
                 MOVE ASV-TIPMOV   TO CTA-TIPMOV
                 MOVE ASV-SUBCLAVE TO CTA-SUBCLAVE
                 READ A-CUENTAS
                    INVALID KEY     MOVE "N" TO EXISTE-CTA
                    NOT INVALID KEY MOVE "S" TO EXISTE-CTA
                 END-READ
                 IF EXISTE-CTA = "N"
                    MOVE ASV-TIPMOV TO CTA-TIPMOV
                    MOVE "000"      TO CTA-SUBCLAVE
                    READ A-CUENTAS
                       INVALID KEY     MOVE "N" TO EXISTE-CTA
                       NOT INVALID KEY MOVE "S" TO EXISTE-CTA
                    END-READ
                 END-IF
                 IF EXISTE-CTA = "S"
                    MOVE CTA-CUENTA TO ASV-CUENTA
                    REWRITE REGASV
                 END-IF
              END-IF
              IF ASV-CUENTA = SPACES
                 PERFORM BUSCAR-ASIENTO-RETENIDO
                 IF ASIENTO-RETENIDO = "N" AND CONT-ASV-RETEN < 200
                    ADD 1 TO CONT-ASV-RETEN
                    MOVE ASV-CLAVE(1:15)
                         TO TAB-ASR-DOC(CONT-ASV-RETEN)
                    DISPLAY "ASIENTO DE VENTAS " ASV-TIPODOC " "
                            ASV-DOCUMENTO " DEL " ASV-FECHA
                            " RETENIDO: TIPO " ASV-TIPMOV
                            " CLAVE " ASV-SUBCLAVE " SIN CUENTA"
                 END-IF
              END-IF
           END-IF.


      * SEGUNDA PASADA: GRABA EN LA INTERFAZ UN APUNTE PENDIENTE
      * DE UN ASIENTO NO RETENIDO Y LO MARCA COMO TRASPASADO
      * ****************************************************************

       TRASPASAR-APUNTE-VENTAS.
           READ A-ASIVEN NEXT RECORD AT END MOVE "S" TO FIN-ASIVEN
           END-READ.
           IF FIN-ASIVEN NOT = "S"
              AND (ASV-TRASPASO = SPACES OR ASV-TRASPASO = FECHA)
              PERFORM BUSCAR-ASIENTO-RETENIDO
              IF ASIENTO-RETENIDO = "N"
                 MOVE "D"          TO CTM-TIPO-REG
                 MOVE ASV-FECHA    TO CTM-FECHA
                 MOVE ASV-CUENTA   TO CTM-CUENTA
                 MOVE ASV-TIPODOC  TO CTM-TIPMOV
                 MOVE ASV-SUBCLAVE TO CTM-TIPOART
                 MOVE 1            TO CTM-CANTIDAD
                 MOVE ASV-IMPORTE  TO CTM-IMPORTE
                 MOVE ASV-SENTIDO  TO CTM-SENTIDO
                 WRITE REGCTM
                 ADD 1           TO CTM-TOT-CANT
                 ADD ASV-IMPORTE TO CTM-TOT-IMP
                 MOVE FECHA TO ASV-TRASPASO
                 REWRITE REGASV
                 ADD 1 TO CONT-ASV-TRASP
              END-IF
           END-IF.


      * MARCA SI EL ASIENTO DEL APUNTE EN CURSO ESTA RETENIDO
      * ****************************************************************

       BUSCAR-ASIENTO-RETENIDO.
           MOVE "N" TO ASIENTO-RETENIDO.
           PERFORM COMPARAR-ASIENTO-RETENIDO
                   VARYING IDX-ASR FROM 1 BY 1
                   UNTIL IDX-ASR > CONT-ASV-RETEN
                      OR ASIENTO-RETENIDO = "S".


      * COMPARA UNA POSICION DE LOS ASIENTOS RETENIDOS
      * ****************************************************************

       COMPARAR-ASIENTO-RETENIDO.
           IF TAB-ASR-DOC(IDX-ASR) = ASV-CLAVE(1:15)
              MOVE "S" TO ASIENTO-RETENIDO
           END-IF.


      * GRABA EN EL KARDEX EL MOVIMIENTO RECIEN APLICADO CON LA
      * EXISTENCIA RESULTANTE; LA SECUENCIA AVANZA HASTA
              MOVE MAR-LOTE     TO LTK-LOTE
              MOVE MAR-CADUCA   TO LTK-CADUCIDAD
              MOVE MAR-CANTIDAD TO LTK-EXISTENCIA
              MOVE SPACE        TO LTK-ESTADO
              WRITE REGLTK
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.


      * DESCUENTA LA DEVOLUCION A PROVEEDOR DEL LOTE DEVUELTO,
      * HASTA DONDE LLEGUE SU EXISTENCIA
      * ****************************************************************

       RESTAR-LOTE-DEVUELTO.
           MOVE MAR-CODARTI TO LTK-CODARTI.
           MOVE MAR-LOTE    TO LTK-LOTE.
           READ A-LOTESTK
              INVALID KEY     MOVE "N" TO EXISTE-LTK
              NOT INVALID KEY MOVE "S" TO EXISTE-LTK
           END-READ.
           IF EXISTE-LTK = "S"
              IF LTK-EXISTENCIA > MAR-CANTIDAD
                 SUBTRACT MAR-CANTIDAD FROM LTK-EXISTENCIA
              ELSE
                 MOVE ZERO TO LTK-EXISTENCIA
              END-IF
              REWRITE REGLTK
           END-IF.


      * EXAMINA EL SIGUIENTE LOTE DEL ARTICULO RETENIENDO EL DE
      * CADUCIDAD MAS ANTIGUA CON EXISTENCIA Y NO BLOQUEADO
      * ****************************************************************

       EXAMINAR-LOTE-FEFO.
           ELSE
              IF LTK-EXISTENCIA > ZERO
                 AND LTK-CADUCIDAD < CAD-MINIMA
                 AND NOT LTK-BLOQUEADO
                 MOVE LTK-LOTE       TO LOTE-ELEGIDO
                 MOVE LTK-CADUCIDAD  TO CAD-MINIMA
                 MOVE LTK-EXISTENCIA TO STOCK-LOTE
