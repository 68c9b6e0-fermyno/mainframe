           CONTABILIZACION NORMAL Y AUDITADA DE ACT-CLI -- EL
           MISMO ESPEJO QUE FAC-PED USA PARA LOS CARGOS. CADA
           DEVOLUCION QUEDA ANOTADA EN DEVOLUC.DAT CON SU FACTURA
           DE ORIGEN. DE LOS ARTICULOS CON NUMERO DE SERIE
           (ARTALM.DAT) SE TECLEA EL DE CADA UNIDAD DEVUELTA, QUE
           SOLO SE ADMITE SI CONSTA EN SERIES.DAT (VER MAN-SER) COMO
           VENDIDA CON ESTA FACTURA O A SU CLIENTE; LA UNIDAD QUEDA
           DEVUELTA, DE NUEVO EN EL ALMACEN QUE LA RECIBE. NO SE
           ABONA NADA SI EL TRIMESTRE DE IVA EN CURSO YA ESTA
           PRESENTADO (IVATRIM.DAT) NI CON FECHA DE UN PERIODO
           CERRADO (VAL-PER), SALVO QUE UN SUPERVISOR APRUEBE
           ABONAR CON FECHA DEL PRIMER PERIODO ABIERTO. CADA ABONO
           DEJA EN ASIVEN.DAT EL ASIENTO INVERSO AL DE LA FACTURA:
           ABONO AL CLIENTE, CARGO A VENTAS POR TIPO DE ARTICULO Y
           CARGO AL IVA REPERCUTIDO POR TIPO IMPOSITIVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  FILE STATUS IS FAC-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS FLN-FILESTAT.

           SELECT A-MOVARTI ASSIGN TO DISK 'MOVARTI.DAT'
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DEV-FILESTAT.

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

      *
      * DECLARACION DE LOS TRIMESTRES DE IVA YA PRESENTADOS
      * (VER LIQ-IVA)
      *
           SELECT A-IVATRIM ASSIGN TO DISK 'IVATRIM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ITR-TRIMESTRE
                  FILE STATUS IS ITR-FILESTAT.

      *
      * DECLARACION DEL MAESTRO DE ARTICULOS, SOLO PARA EL TIPO DE
      * ARTICULO DE LA CUENTA DE VENTAS
      *
           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

      *
      * DECLARACION DEL MAESTRO DE CUENTAS CONTABLES (MAN-CTA) Y
      * DE LOS ASIENTOS DE VENTAS PENDIENTES DE TRASPASAR AL MAYOR
      *
           SELECT A-CUENTAS ASSIGN TO DISK 'CUENTAS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CTA-CLAVE
                  FILE STATUS IS CTA-FILESTAT.

           SELECT A-ASIVEN ASSIGN TO DISK 'ASIVEN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ASV-CLAVE
                  FILE STATUS IS ASV-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

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

       FD A-MOVARTI LABEL RECORD STANDARD.
       01 REGMAR.
          02 DEV-IMPORTE    PIC 9(8)V9(2).
          02 DEV-FECHA      PIC X(8).

       FD A-ARTALM LABEL RECORD STANDARD.
       01 REGALM.
          02 ALM-CODARTI    PIC 9(4).
          02 ALM-UBICACION  PIC X(6).
          02 ALM-PERECEDERO PIC X(1).
          02 ALM-PTO-PEDIDO PIC 9(6).
          02 ALM-ABC        PIC X(1).
          02 ALM-FEC-RECUEN PIC X(8).
          02 ALM-SERIE      PIC X(1).

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

      *
      * DESCRIPCION DE UN TRIMESTRE DE IVA PRESENTADO (LIQ-IVA)
      *
       FD A-IVATRIM LABEL RECORD STANDARD.
       01 REGITR.
          02 ITR-TRIMESTRE  PIC X(5).
          02 ITR-FECHA      PIC X(8).
          02 ITR-REPERCUTIDO PIC 9(9)V9(2).
          02 ITR-SOPORTADO  PIC 9(9)V9(2).
          02 ITR-RESULTADO  PIC 9(9)V9(2).
          02 ITR-SIGNO      PIC X(1).

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


       WORKING-STORAGE SECTION.
       77 FAC-FILESTAT      PIC X(2).
       77 ITR-FILESTAT      PIC X(2).
       77 TRIMESTRE-ACTUAL  PIC X(5).
       77 NUM-TRIMESTRE     PIC 9(1).
       77 MES-TRIMESTRE     PIC 9(2).
       77 FLN-FILESTAT      PIC X(2).
       77 DEV-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 IMPORTE-DEV       PIC 9(8)V9(2).
       77 TOTAL-DEVOLUCION  PIC 9(8)V9(2) VALUE ZERO.
       77 CONT-LIN-DEV      PIC 9(2) VALUE ZERO.
       77 ALM-FILESTAT      PIC X(2).
       77 SER-FILESTAT      PIC X(2).
       77 HAY-ARTALM        PIC X(1) VALUE "N".
       77 HAY-SERIES        PIC X(1) VALUE "N".
       77 EXISTE-ALM        PIC X(1).
       77 EXISTE-SER        PIC X(1).
       77 SERIE-VALIDA      PIC X(1).
       77 SERIES-COMPLETAS  PIC X(1).
       77 ENT-NUMSERIE      PIC X(20).
       77 CONT-SERIE        PIC 9(6) COMP.
       77 CONT-SERIE-ED     PIC 9(6).
       77 CONT-SRV          PIC 9(2) COMP VALUE ZERO.
       77 IDX-SRV           PIC 9(2) COMP.
       77 ART-FILESTAT      PIC X(2).
       77 HAY-ARTICULOS     PIC X(1) VALUE "N".
       77 CTA-FILESTAT      PIC X(2).
       77 HAY-CUENTAS       PIC X(1) VALUE "N".
       77 EXISTE-CTA        PIC X(1).
       77 ASV-FILESTAT      PIC X(2).
       77 NUM-LINEA-ASV     PIC 9(3).
       77 ASIENTO-GRABADO   PIC X(1).
       77 CONT-ASV-SINCTA   PIC 9(4) VALUE ZERO.
       77 BASE-DEV          PIC 9(8)V9(2).
       77 CUOTA-DEV         PIC 9(8)V9(2).
       77 TIPO-ART-DEV      PIC X(3).
       77 TIPO-IVA-CLAVE    PIC 9(3).
       77 CONT-ING          PIC 9(2) COMP VALUE ZERO.
       77 IDX-ING           PIC 9(2) COMP.
       77 ENCONTRADO-ING    PIC X(1).
       77 CONT-DESG         PIC 9(2) COMP VALUE ZERO.
       77 IDX-DESG          PIC 9(2) COMP.
       77 ENCONTRADO-DESG   PIC X(1).

      *
      * NUMEROS DE SERIE DE LAS UNIDADES DEVUELTAS DE LA LINEA
      *
       01 TAB-DEVUELTAS.
          02 TAB-DSR-NUM OCCURS 50 TIMES PIC X(20).

      *
      * BASE DEVUELTA POR TIPO DE ARTICULO Y CUOTA DEVUELTA POR
      * TIPO IMPOSITIVO, PARA EL ASIENTO DEL ABONO
      *
       01 TAB-INGRESOS.
          02 TAB-ING-OCU OCCURS 50 TIMES.
             03 TAB-ING-TIPO   PIC X(3).
             03 TAB-ING-BASE   PIC 9(8)V9(2).

       01 TAB-DESGLOSE.
          02 TAB-DES-OCU OCCURS 10 TIMES.
             03 TAB-DES-TIPO   PIC 9(2).
             03 TAB-DES-CUOTA  PIC 9(8)V9(2).
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
       DEVOLVER-FACTURA.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "DEV-FAC" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LA SUCURSAL EMISORA DEL ABONO Y LA
      * FACTURA, RECORRE SUS LINEAS CAPTURANDO LO DEVUELTO Y
           DISPLAY "DEVOLUCIONES SOBRE FACTURAS EMITIDAS".
           DISPLAY "------------------------------------".

      *
      * UN PERIODO CERRADO NO ADMITE ABONOS; CON VISTO BUENO DE
      * SUPERVISOR SE ABONA CON FECHA DEL PRIMER PERIODO ABIERTO
      *
           MOVE "DEV-FAC"      TO PER-PROGRAMA.
           MOVE "DEVOLUCION"   TO PER-DOCUMENTO.
           MOVE SES-OPERADOR   TO PER-OPERADOR.
           MOVE FECHA          TO PER-FECHA.
           MOVE "P"            TO PER-MODO.
           CALL "VAL-PER" USING PER-PETICION.
           IF PER-RECHAZADA
              DISPLAY "PERIODO CERRADO: NO SE EMITEN ABONOS."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PER-FECHA TO FECHA.

      *
      * UN TRIMESTRE DE IVA YA PRESENTADO NO ADMITE MAS ABONOS
      *
           MOVE FECHA(1:4) TO TRIMESTRE-ACTUAL(1:4).
           MOVE FECHA(5:2) TO MES-TRIMESTRE.
           COMPUTE NUM-TRIMESTRE = (MES-TRIMESTRE + 2) / 3.
           MOVE NUM-TRIMESTRE TO TRIMESTRE-ACTUAL(5:1).
           OPEN INPUT A-IVATRIM.
           IF ITR-FILESTAT = "00"
              MOVE TRIMESTRE-ACTUAL TO ITR-TRIMESTRE
              READ A-IVATRIM
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              CLOSE A-IVATRIM
              IF EXISTE = "S"
                 DISPLAY "EL TRIMESTRE DE IVA " TRIMESTRE-ACTUAL
                         " YA ESTA PRESENTADO (" ITR-FECHA
                         "). NO SE EMITEN ABONOS."
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              CLOSE A-IVATRIM
           END-IF.

           OPEN INPUT A-SUCMAEST.
           MOVE "N" TO EXISTE-SUC.
           PERFORM PEDIR-SUCURSAL-ABONO
                      " (FACCAB.DAT)."
              CLOSE A-FACCAB
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "Numero de factura de la devolucion:".
              DISPLAY "ERROR: LA FACTURA NO EXISTE."
              CLOSE A-FACCAB
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "FACTURA " FAC-NUMERO "  CLIENTE " FAC-CODCLI
           DISPLAY "FECHA " FAC-FECHA "  TOTAL " FAC-TOTAL.

           OPEN EXTEND A-MOVARTI.

      *
      * SIN MAESTRO DE ARTICULOS LA VENTA DEVUELTA VA A LA CUENTA
      * GENERICA DE VENTAS
      *
           OPEN INPUT A-ARTICULO.
           IF ART-FILESTAT = "00"
              MOVE "S" TO HAY-ARTICULOS
           ELSE
              CLOSE A-ARTICULO
              MOVE "N" TO HAY-ARTICULOS
           END-IF.

           OPEN INPUT A-ARTALM.
           IF ALM-FILESTAT = "00"
              MOVE "S" TO HAY-ARTALM
           ELSE
              CLOSE A-ARTALM
              MOVE "N" TO HAY-ARTALM
           END-IF.
           OPEN I-O A-SERIES.
           IF SER-FILESTAT = "00"
              MOVE "S" TO HAY-SERIES
           ELSE
              CLOSE A-SERIES
              MOVE "N" TO HAY-SERIES
           END-IF.

           OPEN EXTEND A-DEVOLUC.
           IF DEV-FILESTAT NOT = "00"
              CLOSE A-DEVOLUC
              CLOSE A-FACLIN
              MOVE "S" TO FIN-LINEA
           ELSE
              MOVE ENT-NUMFAC TO FLN-FACTURA
              MOVE ZERO TO FLN-NUMLIN
              START A-FACLIN KEY NOT LESS THAN FLN-CLAVE
                 INVALID KEY MOVE "S" TO FIN-LINEA
              END-START
              PERFORM LEER-LINEA-FACTURA
           END-IF.
           PERFORM DEVOLVER-UNA-LINEA THRU DEVOLVER-UNA-LINEA-SIG
                   UNTIL FIN-LINEA = "S".
           IF FLN-FILESTAT NOT = "35"
              CLOSE A-FACLIN
           END-IF.

           CLOSE A-DEVOLUC.
           IF HAY-ARTICULOS = "S"
              CLOSE A-ARTICULO
           END-IF.
           IF HAY-SERIES = "S"
              CLOSE A-SERIES
           END-IF.
           IF HAY-ARTALM = "S"
              CLOSE A-ARTALM
           END-IF.
           CLOSE A-MOVARTI.

      *
              MOVE SPACES           TO CTRMOV
              WRITE REGMOV
              CLOSE A-SUCURS
              PERFORM GRABAR-ASIENTO-ABONO
              DISPLAY "LINEAS DEVUELTAS......: " CONT-LIN-DEV
              DISPLAY "IMPORTE DEL ABONO.....: " TOTAL-DEVOLUCION
              DISPLAY "EL ABONO QUEDA EN SUCURSAL.DAT Y LA ENTRADA"
           END-IF.

           CLOSE A-FACCAB.
           GOBACK.


      * PIDE LA SUCURSAL EMISORA DEL ABONO Y LA VALIDA CONTRA EL
              GO TO DEVOLVER-UNA-LINEA-SIG
           END-IF.

      *
      * UNA UNIDAD CON NUMERO DE SERIE SOLO SE ADMITE SI SE LE
      * VENDIO A ESTE CLIENTE
      *
           PERFORM CAPTURAR-SERIES-DEVUELTAS
                   THRU CAPTURAR-SERIES-DEVUELTAS-FIN.
           IF SERIES-COMPLETAS = "N"
              DISPLAY "LA LINEA NO SE DEVUELVE."
              GO TO DEVOLVER-UNA-LINEA-SIG
           END-IF.

      *
      * EL ABONO DEVUELVE EL IMPORTE CON EL MISMO IVA QUE LLEVO
      * LA LINEA EN LA FACTURA DE ORIGEN
           MOVE ENT-CADUCA   TO MAR-CADUCA.
           WRITE REGMAR.

           PERFORM DEVOLVER-SERIE
                   VARYING IDX-SRV FROM 1 BY 1
                   UNTIL IDX-SRV > CONT-SRV.

           MOVE ENT-NUMFAC   TO DEV-FACTURA.
           MOVE FLN-NUMLIN   TO DEV-NUMLIN.
           MOVE FAC-CODCLI   TO DEV-CODCLI.

           ADD IMPORTE-DEV TO TOTAL-DEVOLUCION.
           ADD 1 TO CONT-LIN-DEV.
           PERFORM ANOTAR-ASIENTO-LINEA.
           DISPLAY "LINEA DEVUELTA.".

       DEVOLVER-UNA-LINEA-SIG.
           PERFORM LEER-LINEA-FACTURA.


      * LEE LA SIGUIENTE LINEA DE FACLIN.DAT POR CLAVE; AL PASAR A
      * OTRA FACTURA TERMINAN LAS LINEAS DE LA FACTURA DEVUELTA
      * ****************************************************************

       LEER-LINEA-FACTURA.
           IF FIN-LINEA = "N"
              READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
              END-READ
           END-IF.
           IF FIN-LINEA = "N" AND FLN-FACTURA NOT = ENT-NUMFAC
              MOVE "S" TO FIN-LINEA
           END-IF.


      * SI EL ARTICULO DE LA LINEA LLEVA NUMERO DE SERIE, PIDE EL
      * DE CADA UNIDAD DEVUELTA; SIN COMPLETARLOS, SERIES-COMPLETAS
      * QUEDA A "N" Y LA LINEA NO SE DEVUELVE
      * ****************************************************************

       CAPTURAR-SERIES-DEVUELTAS.
           MOVE ZERO TO CONT-SRV.
           MOVE "S" TO SERIES-COMPLETAS.
           MOVE "N" TO EXISTE-ALM.
           IF HAY-ARTALM = "S"
              MOVE FLN-CODARTI TO ALM-CODARTI
              READ A-ARTALM
                 INVALID KEY     MOVE "N" TO EXISTE-ALM
                 NOT INVALID KEY MOVE "S" TO EXISTE-ALM
              END-READ
           END-IF.
           IF EXISTE-ALM = "N" OR ALM-SERIE NOT = "S"
              GO TO CAPTURAR-SERIES-DEVUELTAS-FIN
           END-IF.

           MOVE "N" TO SERIES-COMPLETAS.
           IF HAY-SERIES = "N"
              DISPLAY "ERROR: ARTICULO CON NUMERO DE SERIE Y NO HAY"
                      " UNIDADES EN SERIES.DAT."
              GO TO CAPTURAR-SERIES-DEVUELTAS-FIN
           END-IF.
           IF ENT-DEVUELTA > 50
              DISPLAY "ERROR: DEVUELVA LAS UNIDADES CON NUMERO DE"
                      " SERIE EN GRUPOS DE 50 COMO MAXIMO."
              GO TO CAPTURAR-SERIES-DEVUELTAS-FIN
           END-IF.

           DISPLAY "ARTICULO CON NUMERO DE SERIE: TECLEE EL DE CADA"
                   " UNIDAD DEVUELTA.".
           MOVE "S" TO SERIES-COMPLETAS.
           PERFORM PEDIR-SERIE-DEVUELTA
                   VARYING CONT-SERIE FROM 1 BY 1
                   UNTIL CONT-SERIE > ENT-DEVUELTA
                      OR SERIES-COMPLETAS = "N".

       CAPTURAR-SERIES-DEVUELTAS-FIN.
           EXIT.


      * PIDE EL NUMERO DE SERIE DE UNA UNIDAD DEVUELTA HASTA QUE
      * SEA VALIDO O SE DEJE EN BLANCO PARA NO DEVOLVER LA LINEA
      * ****************************************************************

       PEDIR-SERIE-DEVUELTA.
           MOVE CONT-SERIE TO CONT-SERIE-ED.
           MOVE "N" TO SERIE-VALIDA.
           PERFORM PEDIR-UNA-SERIE-DEVUELTA
                   THRU PEDIR-UNA-SERIE-DEVUELTA-FIN
                   UNTIL SERIE-VALIDA NOT = "N".
           IF SERIE-VALIDA = "X"
              MOVE "N" TO SERIES-COMPLETAS
           END-IF.


      * PIDE Y VALIDA UN NUMERO DE SERIE DEVUELTO: DEBE SER DEL
      * ARTICULO Y CONSTAR COMO VENDIDO CON ESTA FACTURA O A SU
      * CLIENTE, Y NO ESTAR YA EN ESTA LINEA
      * ****************************************************************

       PEDIR-UNA-SERIE-DEVUELTA.
           DISPLAY "Numero de serie de la unidad " CONT-SERIE-ED
                   " (blanco = no devolver la linea):".
           ACCEPT ENT-NUMSERIE NO BELL.
           IF ENT-NUMSERIE = SPACES
              MOVE "X" TO SERIE-VALIDA
              GO TO PEDIR-UNA-SERIE-DEVUELTA-FIN
           END-IF.

           MOVE FLN-CODARTI  TO SER-CODARTI.
           MOVE ENT-NUMSERIE TO SER-NUMERO.
           READ A-SERIES
              INVALID KEY     MOVE "N" TO EXISTE-SER
              NOT INVALID KEY MOVE "S" TO EXISTE-SER
           END-READ.
           IF EXISTE-SER = "N"
              DISPLAY "ERROR: NUMERO DE SERIE DESCONOCIDO PARA EL"
                      " ARTICULO."
              GO TO PEDIR-UNA-SERIE-DEVUELTA-FIN
           END-IF.
           IF NOT SER-VENDIDA
              DISPLAY "ERROR: LA UNIDAD NO CONSTA COMO VENDIDA."
              GO TO PEDIR-UNA-SERIE-DEVUELTA-FIN
           END-IF.
           IF SER-FACTURA NOT = ENT-NUMFAC
              AND SER-CODCLI NOT = FAC-CODCLI
              DISPLAY "ERROR: LA UNIDAD SE VENDIO AL CLIENTE "
                      SER-CODCLI " EN LA FACTURA " SER-FACTURA "."
              GO TO PEDIR-UNA-SERIE-DEVUELTA-FIN
           END-IF.

           MOVE "N" TO EXISTE-SER.
           PERFORM COMPARAR-SERIE-DEVUELTA
                   VARYING IDX-SRV FROM 1 BY 1
                   UNTIL IDX-SRV > CONT-SRV.
           IF EXISTE-SER = "S"
              DISPLAY "ERROR: LA UNIDAD YA ESTA EN ESTA DEVOLUCION."
              GO TO PEDIR-UNA-SERIE-DEVUELTA-FIN
           END-IF.

           ADD 1 TO CONT-SRV.
           MOVE ENT-NUMSERIE TO TAB-DSR-NUM(CONT-SRV).
           MOVE "S" TO SERIE-VALIDA.

       PEDIR-UNA-SERIE-DEVUELTA-FIN.
           EXIT.


      * MARCA SI LA UNIDAD TECLEADA YA ESTA EN LA LINEA EN CURSO
      * ****************************************************************

       COMPARAR-SERIE-DEVUELTA.
           IF TAB-DSR-NUM(IDX-SRV) = ENT-NUMSERIE
              MOVE "S" TO EXISTE-SER
           END-IF.


      * DEJA DEVUELTA, DE NUEVO EN EL ALMACEN QUE LA RECIBE, UNA
      * UNIDAD CON NUMERO DE SERIE DE LA LINEA
      * ****************************************************************

       DEVOLVER-SERIE.
           MOVE FLN-CODARTI          TO SER-CODARTI.
           MOVE TAB-DSR-NUM(IDX-SRV) TO SER-NUMERO.
           READ A-SERIES
              INVALID KEY     MOVE "N" TO EXISTE-SER
              NOT INVALID KEY MOVE "S" TO EXISTE-SER
           END-READ.
           IF EXISTE-SER = "S"
              MOVE "D"         TO SER-ESTADO
              MOVE ENT-ALMACEN TO SER-ALMACEN
              MOVE FECHA       TO SER-FEC-DEVOL
              REWRITE REGSER
           END-IF.


      * ACUMULA LO YA DEVUELTO DE LA LINEA EN CURSO RELEYENDO EL
              ADD DEV-CANTIDAD TO YA-DEVUELTO
           END-IF.
           READ A-DEVOLUC AT END MOVE "S" TO FIN-DEVPREV END-READ.


      * REPARTE EL IMPORTE DE LA LINEA DEVUELTA EN BASE, POR TIPO
      * DE ARTICULO, Y CUOTA, POR TIPO IMPOSITIVO; LA CUOTA ES LA
      * DIFERENCIA PARA QUE EL ASIENTO CUADRE CON EL ABONO
      * ****************************************************************

       ANOTAR-ASIENTO-LINEA.
           COMPUTE BASE-DEV = ENT-DEVUELTA * FLN-PRECIO.
           COMPUTE CUOTA-DEV = IMPORTE-DEV - BASE-DEV.

           MOVE "000" TO TIPO-ART-DEV.
           IF HAY-ARTICULOS = "S"
              MOVE FLN-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY MOVE COD-TPARTI TO TIPO-ART-DEV
              END-READ
           END-IF.

           MOVE "N" TO ENCONTRADO-ING.
           PERFORM COMPARAR-INGRESO
                   VARYING IDX-ING FROM 1 BY 1
                   UNTIL IDX-ING > CONT-ING
                      OR ENCONTRADO-ING = "S".
           IF ENCONTRADO-ING = "N" AND CONT-ING < 50
              ADD 1 TO CONT-ING
              MOVE TIPO-ART-DEV TO TAB-ING-TIPO(CONT-ING)
              MOVE BASE-DEV     TO TAB-ING-BASE(CONT-ING)
           END-IF.

           MOVE "N" TO ENCONTRADO-DESG.
           PERFORM COMPARAR-DESGLOSE
                   VARYING IDX-DESG FROM 1 BY 1
                   UNTIL IDX-DESG > CONT-DESG
                      OR ENCONTRADO-DESG = "S".
           IF ENCONTRADO-DESG = "N" AND CONT-DESG < 10
              ADD 1 TO CONT-DESG
              MOVE FLN-TIPIVA TO TAB-DES-TIPO(CONT-DESG)
              MOVE CUOTA-DEV  TO TAB-DES-CUOTA(CONT-DESG)
           END-IF.


      * COMPARA UNA POSICION DE LAS VENTAS DEVUELTAS CON EL TIPO
      * DE ARTICULO DE LA LINEA Y ACUMULA LA BASE SI COINCIDE
      * ****************************************************************

       COMPARAR-INGRESO.
           IF TAB-ING-TIPO(IDX-ING) = TIPO-ART-DEV
              MOVE "S" TO ENCONTRADO-ING
              ADD BASE-DEV TO TAB-ING-BASE(IDX-ING)
           END-IF.


      * COMPARA UNA POSICION DE LAS CUOTAS DEVUELTAS CON EL TIPO
      * IMPOSITIVO DE LA LINEA Y ACUMULA LA CUOTA SI COINCIDE
      * ****************************************************************

       COMPARAR-DESGLOSE.
           IF TAB-DES-TIPO(IDX-DESG) = FLN-TIPIVA
              MOVE "S" TO ENCONTRADO-DESG
              ADD CUOTA-DEV TO TAB-DES-CUOTA(IDX-DESG)
           END-IF.


      * GRABA EL ASIENTO DEL ABONO, INVERSO AL DE LA FACTURA:
      * ABONO AL CLIENTE POR EL TOTAL DEVUELTO, CARGO A VENTAS POR
      * TIPO DE ARTICULO Y CARGO AL IVA REPERCUTIDO POR TIPO
      * ****************************************************************

       GRABAR-ASIENTO-ABONO.
           OPEN INPUT A-CUENTAS.
           IF CTA-FILESTAT = "00"
              MOVE "S" TO HAY-CUENTAS
           ELSE
              CLOSE A-CUENTAS
              MOVE "N" TO HAY-CUENTAS
           END-IF.

           OPEN I-O A-ASIVEN.
           IF ASV-FILESTAT NOT = "00"
              CLOSE A-ASIVEN
              OPEN OUTPUT A-ASIVEN
              CLOSE A-ASIVEN
              OPEN I-O A-ASIVEN
           END-IF.

           MOVE ZERO TO NUM-LINEA-ASV.
           MOVE "C"              TO ASV-TIPMOV.
           MOVE ENT-SUCURSAL     TO ASV-SUBCLAVE.
           MOVE "H"              TO ASV-SENTIDO.
           MOVE TOTAL-DEVOLUCION TO ASV-IMPORTE.
           PERFORM GRABAR-APUNTE-VENTAS.

           PERFORM GRABAR-APUNTE-INGRESO
                   VARYING IDX-ING FROM 1 BY 1
                   UNTIL IDX-ING > CONT-ING.

           PERFORM GRABAR-APUNTE-IVA
                   VARYING IDX-DESG FROM 1 BY 1
                   UNTIL IDX-DESG > CONT-DESG.

           CLOSE A-ASIVEN.
           IF HAY-CUENTAS = "S"
              CLOSE A-CUENTAS
           END-IF.

           IF CONT-ASV-SINCTA > ZERO
              DISPLAY "APUNTES DEL ABONO SIN CUENTA ASIGNADA: "
                      CONT-ASV-SINCTA " (ASIGNELAS EN MAN-CTA ANTES"
                      " DEL TRASPASO)"
           END-IF.


      * GRABA EL CARGO A VENTAS DE UN TIPO DE ARTICULO
      * ****************************************************************

       GRABAR-APUNTE-INGRESO.
           IF TAB-ING-BASE(IDX-ING) > ZERO
              MOVE "V"                   TO ASV-TIPMOV
              MOVE TAB-ING-TIPO(IDX-ING) TO ASV-SUBCLAVE
              MOVE "D"                   TO ASV-SENTIDO
              MOVE TAB-ING-BASE(IDX-ING) TO ASV-IMPORTE
              PERFORM GRABAR-APUNTE-VENTAS
           END-IF.


      * GRABA EL CARGO AL IVA REPERCUTIDO DE UN TIPO IMPOSITIVO
      * ****************************************************************

       GRABAR-APUNTE-IVA.
           IF TAB-DES-CUOTA(IDX-DESG) > ZERO
              MOVE "I"                     TO ASV-TIPMOV
              MOVE TAB-DES-TIPO(IDX-DESG)  TO TIPO-IVA-CLAVE
              MOVE TIPO-IVA-CLAVE          TO ASV-SUBCLAVE
              MOVE "D"                     TO ASV-SENTIDO
              MOVE TAB-DES-CUOTA(IDX-DESG) TO ASV-IMPORTE
              PERFORM GRABAR-APUNTE-VENTAS
           END-IF.


      * COMPLETA Y GRABA UN APUNTE DEL ASIENTO DEL ABONO CON SU
      * CUENTA DEL MAYOR; EL ASIENTO LLEVA EL NUMERO DE LA FACTURA
      * DE ORIGEN Y SIGUE LA NUMERACION DE LINEAS DE LOS ABONOS
      * ANTERIORES DEL DIA SOBRE LA MISMA FACTURA
      * ****************************************************************

       GRABAR-APUNTE-VENTAS.
           MOVE FECHA           TO ASV-FECHA.
           MOVE "A"             TO ASV-TIPODOC.
           MOVE ENT-NUMFAC      TO ASV-DOCUMENTO.
           MOVE FAC-CODCLI      TO ASV-CODCLI.
           MOVE SPACES          TO ASV-TRASPASO.
           PERFORM BUSCAR-CUENTA-VENTAS.
           MOVE "N" TO ASIENTO-GRABADO.
           PERFORM INTENTAR-GRABAR-APUNTE
                   UNTIL ASIENTO-GRABADO = "S".


      * GRABA EL APUNTE CON LA SIGUIENTE LINEA LIBRE DEL ASIENTO
      * ****************************************************************

       INTENTAR-GRABAR-APUNTE.
           ADD 1 TO NUM-LINEA-ASV.
           MOVE NUM-LINEA-ASV TO ASV-LINEA.
           WRITE REGASV
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO ASIENTO-GRABADO
           END-WRITE.


      * DEJA EN ASV-CUENTA LA CUENTA DEL MAYOR DEL APUNTE: LA DE SU
      * SUBCLAVE, LA GENERICA 000, O (SIN MAESTRO DE CUENTAS) LA
      * HISTORICA; ESPACIOS SI NO HAY CUENTA ASIGNADA
      * ****************************************************************

       BUSCAR-CUENTA-VENTAS.
           MOVE SPACES TO ASV-CUENTA.
           IF HAY-CUENTAS = "N"
              IF ASV-TIPMOV = "C"
                 MOVE "43000000" TO ASV-CUENTA
              ELSE
                 IF ASV-TIPMOV = "V"
                    MOVE "70000000" TO ASV-CUENTA
                 ELSE
                    MOVE "47700000" TO ASV-CUENTA
                 END-IF
              END-IF
           ELSE
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
              ELSE
                 ADD 1 TO CONT-ASV-SINCTA
              END-IF
           END-IF.
