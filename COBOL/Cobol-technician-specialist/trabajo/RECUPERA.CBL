       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
       REMARKS. RECUPERACION HACIA DELANTE DE LOS MAESTROS DE
           CLIENTES (CLIENTES.DAT) Y DE ARTICULOS (AARTI.IND) UNA VEZ
           RESTAURADOS CON RESTAURA DESDE UNA GENERACION DE RESPALDO:
           REAPLICA, EN ORDEN DE FECHA Y HORA, LO OCURRIDO DESPUES
           DEL RESPALDO Y HASTA EL PUNTO DE PARADA QUE SE ELIJA.
           LAS ALTAS, BAJAS Y MODIFICACIONES DE CLIENTES SE TOMAN
           DE LA AUDITORIA: LA ARCHIVADA POR LOS CIERRES DE MES
           (AUDAAAAMM.DAT) DESDE EL MES ANTERIOR AL DEL RESPALDO Y
           DESPUES LA VIGENTE (AUDITCLI.DAT), Y CADA UNA SE REHACE
           CON LA IMAGEN COMPLETA DEL CLIENTE QUE GUARDA LA ENTRADA;
           LOS PASES DE LA ACTUALIZACION (TIPO P) NO, PORQUE SE
           REPRODUCEN DESDE SU ARCHIVO. LAS ACTUALIZACIONES DE
           SUCURSAL.DAT Y LAS CONTABILIZACIONES DE ALMACEN SE TOMAN
           DE LA BITACORA (BITACORA.DAT), SE SITUAN EN LA HORA EN
           QUE TERMINARON Y
           SE REPRODUCEN DESDE SUS ARCHIVOS DEL DIA: SUCAAAAMMDD.ARC
           EN EL MODO EN QUE SE CONTABILIZO (LLEGADA U ORDENADO POR
           CLIENTE) Y MARAAAAMMDD.ARC SOBRE LA EXISTENCIA TOTAL
           NUM-ARTI. LOS MOVIMIENTOS SE VALIDAN CON LAS MISMAS
           REGLAS QUE EN SU PASE ORIGINAL Y LOS APLICADOS Y
           RECHAZADOS DE CADA EJECUCION SE CONTRASTAN CON LOS DE LA
           BITACORA; LO QUE NO SE PUEDE REPRODUCIR (RETENCION DE
           LOTES DE CAPTURA, EXISTENCIA POR ALMACEN, LOTES DE STOCK)
           APARECE COMO DIFERENCIA EN ESE CONTRASTE. EXIGE
           SUPERVISOR, CONFIRMACION Y EL CERROJO DE EJECUCION; AL
           TERMINAR LANZA LAS VERIFICACIONES DE SALDOS (VER-SAL) Y
           DE CODIGOS POSTALES (VER-POST) Y DEJA EL INFORME DE LA
           RECUPERACION EN RECUPERA.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES
                  FILE STATUS IS CLI-FILESTAT.

           SELECT A-SUCMAEST ASSIGN TO DISK 'SUCMAEST.DAT'
                  ORGANIZATION RELATIVE
                  ACCESS RANDOM
                  RELATIVE KEY DIR-REL-SUC
                  FILE STATUS IS SMA-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

      *
      * DECLARACION DE LOS ESCANDALLOS DE KITS (MAN-ESC), SOLO EN
      * CONSULTA PARA EXPLOTAR SALIDAS Y MONTAJES
      *
           SELECT A-ESCANDA ASSIGN TO DISK 'ESCANDA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ESC-CLAVE
                  FILE STATUS IS ESC-FILESTAT.

      *
      * DECLARACION DEL FICHERO DE AUDITORIA DE CLIENTES (SOLO
      * CONSULTA): LA VIGENTE (AUDITCLI.DAT) O LA ARCHIVADA DE UN
      * PERIODO (AUDAAAAMM.DAT, VER CIE-MES)
      *
           SELECT A-AUDITORIA ASSIGN TO DISK NOMBRE-AUDITORIA
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS AUD-FILESTAT.

      *
      * DECLARACION DE LA BITACORA DE EJECUCIONES (VER ACT-CLI)
      *
           SELECT A-BITACORA ASSIGN TO DISK 'BITACORA.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BIT-FILESTAT.

      *
      * CATALOGO DE GENERACIONES DE RESPALDO
      *
           SELECT A-CATALOGO ASSIGN TO DISK 'RESPCAT.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CAT-FILESTAT.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

      *
      * DECLARACION DEL CERROJO GENERAL DE EJECUCION ENTRE LOTES
      * PESADOS: LA RECUPERACION REESCRIBE LOS MAESTROS Y NINGUNA
      * ACTUALIZACION PUEDE CORRER A LA VEZ
      *
           SELECT A-BLOQRUN ASSIGN TO DISK 'BLOQRUN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BLQ-FILESTAT.

      *
      * ARCHIVO DEL DIA DE LOS MOVIMIENTOS DE SUCURSAL.DAT
      * CONTABILIZADOS (SUCAAAAMMDD.ARC, VER ACT-CLI)
      *
           SELECT A-MOVARC ASSIGN TO DISK NOMBRE-ARCHIVO-MOV
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS ARC-FILESTAT.

      *
      * CLASIFICACION DE LOS MOVIMIENTOS POR CLIENTE PARA LAS
      * ACTUALIZACIONES QUE SE CONTABILIZARON ORDENADAS
      *
           SELECT A-CLASIFICA ASSIGN TO DISK 'RECORD.TMP'.

           SELECT A-MOVORDEN ASSIGN TO DISK 'RECUPERA.ORD'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS MOR-FILESTAT.

      *
      * ARCHIVO DEL DIA DE LOS MOVIMIENTOS DE ALMACEN
      * CONTABILIZADOS (MARAAAAMMDD.ARC, VER ACT-ART)
      *
           SELECT A-MARARC ASSIGN TO DISK NOMBRE-ARCHIVO-MAR
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS MAR-FILESTAT.

      *
      * INFORME DE LA RECUPERACION
      *
           SELECT A-LISTADO ASSIGN TO DISK 'RECUPERA.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE CLIENTES (VER
      * ACT-CLI)
      *
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

      *
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE SUCURSALES
      *
       FD A-SUCMAEST LABEL RECORD STANDARD.
       01 REGSUC.
          02 CODSUC         PIC 9(3).
          02 DESSUC         PIC X(25).
          02 SUC-ESTADO     PIC X(1).
             88 SUC-ACTIVA  VALUES "A", " ".
             88 SUC-CERRADA VALUE "C".
          02 SUC-MAXIMP     PIC 9(5)V9(2).

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

       FD A-ESCANDA LABEL RECORD STANDARD.
       01 REGESC.
          02 ESC-CLAVE.
             03 ESC-KIT        PIC 9(4).
             03 ESC-COMPONENTE PIC 9(4).
          02 ESC-CANTIDAD      PIC 9(4).

      *
      * DESCRIPCION DEL REGISTRO DE AUDITORIA (VER ACT-CLI).
      * AUD-REGCLI ES LA IMAGEN DEL CLIENTE TRAS LA OPERACION, EN
      * BLANCO EN LAS ENTRADAS ANTERIORES A SU IMPLANTACION
      *
       FD A-AUDITORIA LABEL RECORD STANDARD.
       01 REGAUDIT.
          02 AUD-FECHA          PIC X(8).
          02 AUD-TIPO-REG       PIC X(1).
             88 AUD-ALTA        VALUE "A".
             88 AUD-BAJA        VALUE "B".
             88 AUD-MODIF       VALUE "M".
             88 AUD-PASE        VALUE "P".
          02 AUD-CODCLI         PIC X(5).
          02 AUD-NOMCLI         PIC X(25).
          02 AUD-IMPCLI-ANTES   PIC 9(6)V9(2).
          02 AUD-IMPCLI-DESPUES PIC 9(6)V9(2).
          02 AUD-OPERADOR       PIC X(8).
          02 AUD-SUPERVISOR     PIC X(8).
          02 AUD-HORA           PIC X(6).
          02 AUD-REGCLI         PIC X(137).

      *
      * DESCRIPCION DEL REGISTRO DE LA BITACORA (VER ACT-CLI). LA
      * RECUPERACION SE ANOTA CON BIT-OPCION "R"
      *
       FD A-BITACORA LABEL RECORD STANDARD.
       01 REGBIT.
          02 BIT-PROGRAMA     PIC X(8).
          02 BIT-OPCION       PIC X(1).
          02 BIT-OPERADOR     PIC X(8).
          02 BIT-FEC-INI      PIC X(8).
          02 BIT-HORA-INI     PIC X(6).
          02 BIT-FEC-FIN      PIC X(8).
          02 BIT-HORA-FIN     PIC X(6).
          02 BIT-LEIDOS       PIC 9(6).
          02 BIT-APLICADOS    PIC 9(6).
          02 BIT-RECHAZADOS   PIC 9(6).
          02 BIT-CUADRE       PIC X(1).

       FD A-CATALOGO LABEL RECORD STANDARD.
       01 REG-CATALOGO.
          02 CAT-FECHA      PIC X(8).
          02 CAT-HORA       PIC X(6).

       FD A-OPERADOR LABEL RECORD STANDARD.
       01 REGOPE.
          02 OPE-ID           PIC X(8).
          02 OPE-CLAVE        PIC X(8).
          02 OPE-NIVEL        PIC 9(1).
             88 OPE-SUPERVISOR VALUE 3.
          02 OPE-ESTADO       PIC X(1).
             88 OPE-ACTIVO      VALUE "A".
          02 OPE-FALLOS       PIC 9(1).
          02 OPE-SUCURSAL     PIC 9(3).

       FD A-BLOQRUN LABEL RECORD STANDARD.
       01 REGBLQ.
          02 BLQ-PROGRAMA   PIC X(8).
          02 BLQ-FECHA      PIC X(8).
          02 BLQ-HORA       PIC X(6).

      *
      * DESCRIPCION DEL MOVIMIENTO DE SUCURSAL.DAT (VER ACT-CLI,
      * DONDE ESTA LA TABLA DE CODIGOS DE TIPMOV)
      *
       FD A-MOVARC LABEL RECORD STANDARD.
       01 REGMOV.
          02 TIPMOV         PIC X(1).
             88 MOV-CARGO   VALUES "C", "D", "G".
             88 MOV-INTERES VALUE "D".
             88 MOV-ABONO   VALUES "A", "F", "X".
             88 MOV-DIFCAMBIO VALUES "G", "X".
             88 MOV-TRASPASO VALUE "T".
          02 CLIMOV         PIC X(5).
          02 NOMMOV         PIC X(25).
          02 IMPMOV         PIC 9(5)V9(2).
          02 FECMOV         PIC X(8).
          02 SUCMOV         PIC 9(3).
          02 CTRMOV         PIC X(5).

       SD A-CLASIFICA.
       01 REG-CLASIFICA.
          02 CLA-CLIMOV     PIC X(5).
          02 CLA-SECUENCIA  PIC 9(6).
          02 CLA-MOVIMIENTO PIC X(54).

       FD A-MOVORDEN LABEL RECORD STANDARD.
       01 REGMOR.
          02 MOR-CLIMOV     PIC X(5).
          02 MOR-SECUENCIA  PIC 9(6).
          02 MOR-MOVIMIENTO PIC X(54).

      *
      * DESCRIPCION DEL MOVIMIENTO DE ALMACEN (VER ACT-ART)
      *
       FD A-MARARC LABEL RECORD STANDARD.
       01 REGMAR.
          02 MAR-CODARTI    PIC 9(4).
          02 MAR-FECHA      PIC X(8).
          02 MAR-TIPO       PIC X(1).
             88 MAR-ENTRADA  VALUE "E".
             88 MAR-SALIDA   VALUE "S".
             88 MAR-TRASLADO VALUE "T".
             88 MAR-MONTAJE  VALUE "M".
             88 MAR-DEVOL-PRV VALUE "D".
          02 MAR-CANTIDAD   PIC 9(6).
          02 MAR-ALMACEN    PIC 9(2).
          02 MAR-ALMDES     PIC 9(2).
          02 MAR-LOTE       PIC X(8).
          02 MAR-CADUCA     PIC X(8).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).


       WORKING-STORAGE SECTION.
       77 CLI-FILESTAT      PIC X(2).
       77 SMA-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 ESC-FILESTAT      PIC X(2).
       77 AUD-FILESTAT      PIC X(2).
       77 BIT-FILESTAT      PIC X(2).
       77 CAT-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 BLQ-FILESTAT      PIC X(2).
       77 ARC-FILESTAT      PIC X(2).
       77 MOR-FILESTAT      PIC X(2).
       77 MAR-FILESTAT      PIC X(2).
       77 DIR-REL-SUC       PIC 9(4).
       77 FECHA             PIC 99999999.
       77 HORA-ACTUAL       PIC 9(8).
       77 FEC-INICIO        PIC X(8).
       77 HORA-INICIO       PIC X(6).
       77 NOMBRE-ARCHIVO-MOV PIC X(15).
       77 NOMBRE-ARCHIVO-MAR PIC X(15).
       77 NOMBRE-AUDITORIA  PIC X(15).
       77 PERIODO-FIN-AUD   PIC X(6).
       77 ENT-FECHA-GEN     PIC X(8).
       77 ENT-HORA-GEN      PIC X(6).
       77 ENT-FECHA-FIN     PIC X(8).
       77 ENT-HORA-FIN      PIC X(6).
       77 ENT-CONFIRMA      PIC X(1).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 EXISTE-OPE        PIC X(1).
       77 EXISTE-GEN        PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-CTR        PIC X(1).
       77 EXISTE-SUC        PIC X(1).
       77 EXISTE-ART        PIC X(1).
       77 RUN-BLOQUEADO     PIC X(1).
       77 PARADA-VALIDA     PIC X(1).
       77 APERTURA-OK       PIC X(1).
       77 HAY-AUDITORIA     PIC X(1).
       77 HAY-ESCANDALLOS   PIC X(1).
       77 ARCHIVO-OK        PIC X(1).
       77 AUD-VALIDA        PIC X(1).
       77 SIGUIENTE-EVENTO  PIC X(1).
          88 EVENTO-AUDITORIA VALUE "A".
          88 EVENTO-EJECUCION VALUE "E".
       77 MODO-ORDENADO     PIC X(1).
       77 FIN-CATALOGO      PIC X(1).
       77 FIN-AUDITORIA     PIC X(1).
       77 FIN-FICHERO-AUD   PIC X(1).
       77 AUD-ABIERTA       PIC X(1).
       77 FASE-AUDITORIA    PIC X(1).
          88 AUD-EN-ARCHIVOS VALUE "A".
          88 AUD-EN-VIGENTE  VALUE "V".
          88 AUD-AGOTADA     VALUE "F".
       77 FIN-BITACORA      PIC X(1).
       77 FIN-MOVIMIENTO    PIC X(1).
       77 FIN-ESCANDALLO    PIC X(1).
       77 FALTA-COMPONENTE  PIC X(1).
       77 ES-MONTAJE        PIC X(1).
       77 MOTIVO-RECH       PIC X(25).
       77 TEXTO-PARADA      PIC X(15).
       77 CONT-GEN          PIC 9(2) VALUE ZERO.
       77 CONT-EJE          PIC 9(3) COMP VALUE ZERO.
       77 IDX-EJE           PIC 9(3) COMP.
       77 CONT-COMPONENTES  PIC 9(2) COMP VALUE ZERO.
       77 IDX-COM           PIC 9(2) COMP.
       77 SEC-CLASIFICA     PIC 9(6).
       77 KITS-DE-STOCK     PIC 9(6).
       77 KITS-A-EXPLOTAR   PIC 9(6).
       77 CANT-COMPONENTE   PIC 9(10).
       77 COSTE-KIT         PIC 9(7)V9(2).
       77 RC-VERPOST        PIC 9(2).
       77 CONT-LEIDOS       PIC 9(6).
       77 CONT-APLICADOS    PIC 9(6).
       77 CONT-RECHAZADOS   PIC 9(6).
       77 CONT-AUD-LEIDAS   PIC 9(6) VALUE ZERO.
       77 CONT-AUD-APLICADAS PIC 9(6) VALUE ZERO.
       77 CONT-AUD-PASES    PIC 9(6) VALUE ZERO.
       77 CONT-AUD-POSTERIORES PIC 9(6) VALUE ZERO.
       77 CONT-EJE-REAPLICADAS PIC 9(6) VALUE ZERO.
       77 CONT-EJE-FALLIDAS PIC 9(6) VALUE ZERO.
       77 CONT-EJE-POSTERIORES PIC 9(6) VALUE ZERO.
       77 CONT-ALTAS-INCOMPLETAS PIC 9(6) VALUE ZERO.
       77 CONT-AUD-SIN-IMAGEN PIC 9(6) VALUE ZERO.
       77 CONT-AVISOS       PIC 9(6) VALUE ZERO.

      *
      * PUNTOS EN EL TIEMPO (FECHA Y HORA) QUE SE COMPARAN PARA
      * ORDENAR Y ACOTAR LO QUE SE REAPLICA
      *
       01 PUNTO-RESPALDO.
          02 PRE-FECHA      PIC X(8).
          02 PRE-HORA       PIC X(6).
       01 PUNTO-PARADA.
          02 PPA-FECHA      PIC X(8).
          02 PPA-HORA       PIC X(6).
       01 CLAVE-AUDIT.
          02 CAU-FECHA      PIC X(8).
          02 CAU-HORA       PIC X(6).
       01 CLAVE-EJECUCION.
          02 CEJ-FECHA      PIC X(8).
          02 CEJ-HORA       PIC X(6).

      *
      * PERIODO (AAAAMM) DE LA AUDITORIA ARCHIVADA EN CURSO
      *
       01 PERIODO-AUD.
          02 PAU-ANO        PIC 9(4).
          02 PAU-MES        PIC 9(2).

      *
      * TABLA DE LAS EJECUCIONES DE LA BITACORA A REAPLICAR, EN EL
      * ORDEN EN QUE TERMINARON
      *
       01 TAB-EJECUCIONES.
          02 TAB-EJE OCCURS 200 TIMES.
             03 TAB-EJE-CLAVE.
                04 TAB-EJE-FECHA   PIC X(8).
                04 TAB-EJE-HORA    PIC X(6).
             03 TAB-EJE-PROGRAMA   PIC X(8).
             03 TAB-EJE-OPCION     PIC X(1).
             03 TAB-EJE-APLICADOS  PIC 9(6).
             03 TAB-EJE-RECHAZADOS PIC 9(6).
             03 TAB-EJE-CUADRE     PIC X(1).

      *
      * COMPONENTES DEL KIT DEL MOVIMIENTO DE ALMACEN EN CURSO
      *
       01 TAB-COMPONENTES.
          02 TAB-COM-OCU OCCURS 20 TIMES.
             03 TAB-COM-CODARTI  PIC 9(4).
             03 TAB-COM-CANTIDAD PIC 9(4).

      *
      * CAMPOS DEL CALCULO DEL DIGITO DE CONTROL DEL CODIGO DE
      * CLIENTE (MODULO 11 CON PESOS 2 A 5, VER ACT-CLI)
      *
       01 DC-CAMPOS.
          02 DC-CODIGO       PIC X(5).
          02 DC-CODIGO-R REDEFINES DC-CODIGO.
             03 DC-BASE      PIC 9(4).
             03 DC-BASE-R REDEFINES DC-BASE.
                04 DC-D OCCURS 4 TIMES PIC 9(1).
             03 DC-DIGITO    PIC 9(1).
          02 DC-VALIDO       PIC X(1).
          02 DC-SUMA         PIC 9(4) COMP.
          02 DC-RESTO        PIC 9(2) COMP.
          02 DC-CALCULADO    PIC 9(1).
          02 DC-IDX          PIC 9(1) COMP.
          02 DC-COCIENTE     PIC 9(2) COMP.

      *
      * LINEAS DEL INFORME DE LA RECUPERACION
      *
       01 LIN-AUDITORIA.
          02 LAU-FECHA      PIC X(8).
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LAU-HORA       PIC X(6).
          02 FILLER         PIC X(2) VALUE SPACES.
          02 LAU-TIPO       PIC X(1).
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LAU-CODCLI     PIC X(5).
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LAU-NOMCLI     PIC X(25).
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LAU-ANTES      PIC ZZZZZ9,99.
          02 FILLER         PIC X(4) VALUE " -> ".
          02 LAU-DESPUES    PIC ZZZZZ9,99.
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LAU-OPERADOR   PIC X(8).

       01 LIN-EJECUCION.
          02 LEJ-FECHA      PIC X(8).
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LEJ-HORA       PIC X(6).
          02 FILLER         PIC X(2) VALUE SPACES.
          02 LEJ-PROGRAMA   PIC X(8).
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LEJ-ARCHIVO    PIC X(15).
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LEJ-MODO       PIC X(20).

       01 LIN-RECUENTO.
          02 FILLER         PIC X(12) VALUE "     LEIDOS ".
          02 LRE-LEIDOS     PIC ZZZZZ9.
          02 FILLER         PIC X(11) VALUE " APLICADOS ".
          02 LRE-APLICADOS  PIC ZZZZZ9.
          02 FILLER         PIC X(12) VALUE " RECHAZADOS ".
          02 LRE-RECHAZADOS PIC ZZZZZ9.
          02 FILLER         PIC X(12) VALUE " (BITACORA: ".
          02 LRE-BIT-APLIC  PIC ZZZZZ9.
          02 FILLER         PIC X(1) VALUE "/".
          02 LRE-BIT-RECH   PIC ZZZZZ9.
          02 FILLER         PIC X(1) VALUE ")".

       01 LIN-RECHAZO.
          02 FILLER         PIC X(14) VALUE "     RECHAZO: ".
          02 LRC-TIPO       PIC X(1).
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LRC-CODIGO     PIC X(5).
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LRC-IMPORTE    PIC ZZZZZ9,99.
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LRC-MOTIVO     PIC X(25).

       01 LIN-AVISO.
          02 FILLER         PIC X(12) VALUE "     AVISO: ".
          02 LAV-TEXTO      PIC X(70).

       01 LIN-AVISO-SALDO.
          02 FILLER         PIC X(12) VALUE "     AVISO: ".
          02 FILLER         PIC X(27)
             VALUE "SALDO PREVIO EN EL MAESTRO ".
          02 LAS-MAESTRO    PIC ZZZZZ9,99.
          02 FILLER         PIC X(20) VALUE " Y EN LA AUDITORIA ".
          02 LAS-AUDITORIA  PIC ZZZZZ9,99.

       01 LIN-TOTAL.
          02 LTO-TEXTO      PIC X(48).
          02 LTO-VALOR      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       RECUPERAR-MAESTROS.

      *
      * BLOQUE PRINCIPAL: EXIGE SUPERVISOR, PIDE LA GENERACION
      * RESTAURADA Y EL PUNTO DE PARADA, CONFIRMA, TOMA EL CERROJO
      * Y REAPLICA LA AUDITORIA Y LAS EJECUCIONES EN ORDEN DE
      * FECHA Y HORA; DESPUES LANZA LAS VERIFICACIONES
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FEC-INICIO.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL(1:6) TO HORA-INICIO.

           DISPLAY "RECUPERACION HACIA DELANTE DESDE UN RESPALDO".
           DISPLAY "--------------------------------------------".

           PERFORM PEDIR-SUPERVISOR.

           PERFORM ELEGIR-GENERACION.
           IF EXISTE-GEN = "N"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM PEDIR-PUNTO-PARADA.
           IF PARADA-VALIDA = "N"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "CLIENTES.DAT Y AARTI.IND DEBEN ESTAR YA RESTAURADOS"
                   " (RESTAURA, MAESTROS CLI Y AIN)".
           DISPLAY "DESDE LA GENERACION " PRE-FECHA ". SOBRE ELLOS SE"
                   " REAPLICARA LO OCURRIDO".
           DISPLAY "DESDE LAS " PRE-HORA " DE ESE DIA HASTA "
                   TEXTO-PARADA ".".
           DISPLAY "CONFIRMA LA RECUPERACION (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "RECUPERACION ANULADA."
              GOBACK
           END-IF.

           PERFORM COMPROBAR-BLOQUEO-RUN.
           IF RUN-BLOQUEADO = "S"
              DISPLAY "HAY OTRA EJECUCION PESADA EN MARCHA ("
                      BLQ-PROGRAMA " DEL " BLQ-FECHA "). SI ES UN"
                      " CERROJO HUERFANO, LIMPIELO CON DES-BLQ."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ANOTAR-BLOQUEO-RUN.

           PERFORM ABRIR-RECUPERACION.
           IF APERTURA-OK = "N"
              PERFORM RETIRAR-BLOQUEO-RUN
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM CARGAR-EJECUCIONES.

      *
      * FUSION POR FECHA Y HORA DE LAS ENTRADAS DE AUDITORIA CON
      * LAS EJECUCIONES DE LA BITACORA. LA AUDITORIA SE LEE COMO
      * UN SOLO FICHERO: LOS ARCHIVOS DE LOS PERIODOS EN ORDEN Y
      * DESPUES LA VIGENTE, QUE CIE-MES REINICIA AL ARCHIVAR
      *
           MOVE "N" TO FIN-AUDITORIA.
           MOVE "N" TO HAY-AUDITORIA.
           PERFORM PREPARAR-AUDITORIAS.
           PERFORM ABRIR-SIGUIENTE-AUDITORIA.
           IF HAY-AUDITORIA = "N"
              MOVE "NO HAY AUDITORIA DE CLIENTES (AUDITCLI.DAT NI"
                   & " AUDAAAAMM.DAT)." TO LAV-TEXTO
              PERFORM ESCRIBIR-AVISO
           ELSE
              PERFORM LEER-AUDITORIA
           END-IF.

           MOVE 1 TO IDX-EJE.
           PERFORM REAPLICAR-SIGUIENTE
              UNTIL FIN-AUDITORIA = "S" AND IDX-EJE > CONT-EJE.

           PERFORM CERRAR-RECUPERACION.
           PERFORM LANZAR-VERIFICACIONES.
           CLOSE A-LISTADO.

           PERFORM GRABAR-BITACORA-REC.
           PERFORM RETIRAR-BLOQUEO-RUN.

           DISPLAY " ".
           DISPLAY "RECUPERACION TERMINADA (VER RECUPERA.LST).".
           DISPLAY "OPERACIONES DE CLIENTES REAPLICADAS: "
                   CONT-AUD-APLICADAS.
           DISPLAY "EJECUCIONES REAPLICADAS............: "
                   CONT-EJE-REAPLICADAS.
           DISPLAY "EJECUCIONES NO REAPLICABLES........: "
                   CONT-EJE-FALLIDAS.
           DISPLAY "AVISOS.............................: "
                   CONT-AVISOS.

           IF CONT-EJE-FALLIDAS > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CONT-AVISOS > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.

           GOBACK.


      * PIDE Y VERIFICA UN OPERADOR DE NIVEL SUPERVISOR
      * ****************************************************************

       PEDIR-SUPERVISOR SECTION.
           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT NOT = "00"
              CLOSE A-OPERADOR
              DISPLAY "NO HAY MAESTRO DE OPERADORES: ACCESO"
                      " DENEGADO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "Supervisor:".
           ACCEPT ENT-SUP-ID NO BELL.
           DISPLAY "Clave.....:".
           ACCEPT ENT-SUP-CLAVE NO BELL.
           MOVE ENT-SUP-ID TO OPE-ID.
           READ A-OPERADOR
              INVALID KEY     MOVE "N" TO EXISTE-OPE
              NOT INVALID KEY MOVE "S" TO EXISTE-OPE
           END-READ.
           CLOSE A-OPERADOR.
           IF EXISTE-OPE = "N" OR OPE-CLAVE NOT = ENT-SUP-CLAVE
              OR NOT OPE-ACTIVO OR NOT OPE-SUPERVISOR
              DISPLAY "SUPERVISOR O CLAVE NO VALIDOS."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.


      * MUESTRA LAS GENERACIONES DEL CATALOGO, PIDE LA QUE SE HA
      * RESTAURADO Y TOMA LA HORA DE SU RESPALDO. LAS GENERACIONES
      * CATALOGADAS ANTES DE QUE SE GUARDARA LA HORA LA PIDEN AL
      * OPERADOR
      * ****************************************************************

       ELEGIR-GENERACION SECTION.
           MOVE "N" TO EXISTE-GEN.
           MOVE ZERO TO CONT-GEN.
           MOVE "N" TO FIN-CATALOGO.
           OPEN INPUT A-CATALOGO.
           IF CAT-FILESTAT NOT = "00"
              CLOSE A-CATALOGO
              DISPLAY "NO HAY CATALOGO DE RESPALDOS (RESPCAT.DAT)."
              GO TO ELEGIR-GENERACION-FIN
           END-IF.
           DISPLAY "GENERACIONES DISPONIBLES (FECHA Y HORA):".
           READ A-CATALOGO AT END MOVE "S" TO FIN-CATALOGO END-READ.
           PERFORM MOSTRAR-GENERACION UNTIL FIN-CATALOGO = "S".
           CLOSE A-CATALOGO.

           IF CONT-GEN = ZERO
              DISPLAY "EL CATALOGO ESTA VACIO: NO HAY RESPALDO DESDE"
                      " EL QUE RECUPERAR."
              GO TO ELEGIR-GENERACION-FIN
           END-IF.

           DISPLAY " ".
           DISPLAY "Generacion restaurada (AAAAMMDD)..........:".
           ACCEPT ENT-FECHA-GEN NO BELL.

           MOVE SPACES TO ENT-HORA-GEN.
           MOVE "N" TO FIN-CATALOGO.
           OPEN INPUT A-CATALOGO.
           READ A-CATALOGO AT END MOVE "S" TO FIN-CATALOGO END-READ.
           PERFORM BUSCAR-GENERACION UNTIL FIN-CATALOGO = "S".
           CLOSE A-CATALOGO.

           IF EXISTE-GEN = "N"
              DISPLAY "LA GENERACION " ENT-FECHA-GEN
                      " NO ESTA EN EL CATALOGO."
              GO TO ELEGIR-GENERACION-FIN
           END-IF.

           IF ENT-HORA-GEN = SPACES
              DISPLAY "EL CATALOGO NO GUARDA LA HORA DE ESE RESPALDO."
              DISPLAY "Hora de comienzo del respaldo (HHMMSS)....:"
              ACCEPT ENT-HORA-GEN NO BELL
              IF ENT-HORA-GEN NOT NUMERIC
                 DISPLAY "HORA NO VALIDA."
                 MOVE "N" TO EXISTE-GEN
                 GO TO ELEGIR-GENERACION-FIN
              END-IF
           END-IF.

           MOVE ENT-FECHA-GEN TO PRE-FECHA.
           MOVE ENT-HORA-GEN  TO PRE-HORA.

       ELEGIR-GENERACION-FIN.
           EXIT.


      * MUESTRA UNA GENERACION DEL CATALOGO
      * ****************************************************************

       MOSTRAR-GENERACION SECTION.
           ADD 1 TO CONT-GEN.
           DISPLAY "   " CAT-FECHA "  " CAT-HORA.
           READ A-CATALOGO AT END MOVE "S" TO FIN-CATALOGO END-READ.


      * COMPRUEBA SI UNA LINEA DEL CATALOGO ES LA GENERACION PEDIDA
      * ****************************************************************

       BUSCAR-GENERACION SECTION.
           IF CAT-FECHA = ENT-FECHA-GEN
              MOVE "S" TO EXISTE-GEN
              MOVE CAT-HORA TO ENT-HORA-GEN
           END-IF.
           READ A-CATALOGO AT END MOVE "S" TO FIN-CATALOGO END-READ.


      * PIDE EL PUNTO DE PARADA: FECHA Y HORA HASTA LAS QUE SE
      * REAPLICA (EN BLANCO, HASTA EL FINAL DE LO REGISTRADO). HA
      * DE SER POSTERIOR AL RESPALDO
      * ****************************************************************

       PEDIR-PUNTO-PARADA SECTION.
           MOVE "S" TO PARADA-VALIDA.
           DISPLAY "Parar en la fecha AAAAMMDD (blanco=todo)..:".
           ACCEPT ENT-FECHA-FIN NO BELL.
           IF ENT-FECHA-FIN = SPACES
              MOVE HIGH-VALUES TO PUNTO-PARADA
              MOVE "EL FINAL" TO TEXTO-PARADA
              GO TO PEDIR-PUNTO-PARADA-FIN
           END-IF.

           DISPLAY "         a la hora HHMMSS (blanco=235959)..:".
           ACCEPT ENT-HORA-FIN NO BELL.
           IF ENT-HORA-FIN = SPACES
              MOVE "235959" TO ENT-HORA-FIN
           END-IF.
           IF ENT-FECHA-FIN NOT NUMERIC OR ENT-HORA-FIN NOT NUMERIC
              DISPLAY "PUNTO DE PARADA NO VALIDO."
              MOVE "N" TO PARADA-VALIDA
              GO TO PEDIR-PUNTO-PARADA-FIN
           END-IF.

           MOVE ENT-FECHA-FIN TO PPA-FECHA.
           MOVE ENT-HORA-FIN  TO PPA-HORA.
           IF PUNTO-PARADA NOT > PUNTO-RESPALDO
              DISPLAY "EL PUNTO DE PARADA HA DE SER POSTERIOR AL"
                      " RESPALDO (" PRE-FECHA " " PRE-HORA ")."
              MOVE "N" TO PARADA-VALIDA
              GO TO PEDIR-PUNTO-PARADA-FIN
           END-IF.
           MOVE SPACES TO TEXTO-PARADA.
           STRING PPA-FECHA " " PPA-HORA DELIMITED BY SIZE
              INTO TEXTO-PARADA
           END-STRING.

       PEDIR-PUNTO-PARADA-FIN.
           EXIT.


      * COMPRUEBA SI OTRO LOTE PESADO TIENE TOMADO EL CERROJO DE
      * EJECUCION
      * ****************************************************************

       COMPROBAR-BLOQUEO-RUN SECTION.
           MOVE "N" TO RUN-BLOQUEADO.
           OPEN INPUT A-BLOQRUN.
           IF BLQ-FILESTAT = "00"
              READ A-BLOQRUN
                 AT END CONTINUE
                 NOT AT END MOVE "S" TO RUN-BLOQUEADO
              END-READ
              CLOSE A-BLOQRUN
           ELSE
              CLOSE A-BLOQRUN
           END-IF.


      * TOMA EL CERROJO DE EJECUCION A NOMBRE DE ESTE PROGRAMA
      * ****************************************************************

       ANOTAR-BLOQUEO-RUN SECTION.
           OPEN OUTPUT A-BLOQRUN.
           MOVE "RECUPERA"  TO BLQ-PROGRAMA.
           MOVE FEC-INICIO  TO BLQ-FECHA.
           MOVE HORA-INICIO TO BLQ-HORA.
           WRITE REGBLQ.
           CLOSE A-BLOQRUN.


      * SUELTA EL CERROJO DE EJECUCION AL TERMINAR
      * ****************************************************************

       RETIRAR-BLOQUEO-RUN SECTION.
           OPEN OUTPUT A-BLOQRUN.
           CLOSE A-BLOQRUN.


      * ABRE LOS MAESTROS A RECUPERAR Y EL INFORME, Y GRABA LA
      * CABECERA DEL INFORME. SIN CLIENTES, ARTICULOS O SUCURSALES
      * NO SE PUEDE RECUPERAR; SIN ESCANDALLOS NO HAY KITS
      * ****************************************************************

       ABRIR-RECUPERACION SECTION.
           MOVE "S" TO APERTURA-OK.
           OPEN I-O A-CLIENT.
           IF CLI-FILESTAT NOT = "00"
              DISPLAY "NO SE PUEDE ABRIR CLIENTES.DAT (" CLI-FILESTAT
                      ")."
              MOVE "N" TO APERTURA-OK
           END-IF.
           OPEN I-O A-ARTICULO.
           IF ART-FILESTAT NOT = "00"
              DISPLAY "NO SE PUEDE ABRIR AARTI.IND (" ART-FILESTAT
                      ")."
              MOVE "N" TO APERTURA-OK
           END-IF.
           OPEN INPUT A-SUCMAEST.
           IF SMA-FILESTAT NOT = "00"
              DISPLAY "NO SE PUEDE ABRIR SUCMAEST.DAT (" SMA-FILESTAT
                      ")."
              MOVE "N" TO APERTURA-OK
           END-IF.
           IF APERTURA-OK = "N"
              CLOSE A-CLIENT
              CLOSE A-ARTICULO
              CLOSE A-SUCMAEST
              GO TO ABRIR-RECUPERACION-FIN
           END-IF.

           OPEN INPUT A-ESCANDA.
           IF ESC-FILESTAT = "00"
              MOVE "S" TO HAY-ESCANDALLOS
           ELSE
              CLOSE A-ESCANDA
              MOVE "N" TO HAY-ESCANDALLOS
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "RECUPERACION HACIA DELANTE DESDE EL RESPALDO DEL "
                  PRE-FECHA " A LAS " PRE-HORA
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PUNTO DE PARADA: " TEXTO-PARADA
                  "  SUPERVISOR: " ENT-SUP-ID
                  "  EJECUTADA EL " FEC-INICIO " A LAS " HORA-INICIO
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "FECHA    HORA    T CLIENTE NOMBRE / PROGRAMA ARCHIVO"
                & "      SALDO ANTES -> DESPUES OPERADOR"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

       ABRIR-RECUPERACION-FIN.
           EXIT.


      * CARGA DE LA BITACORA LAS EJECUCIONES A REAPLICAR: LAS
      * ACTUALIZACIONES DE SUCURSAL.DAT ("1" EN ORDEN DE LLEGADA,
      * "O" ORDENADA) Y LAS CONTABILIZACIONES DE ALMACEN QUE
      * TERMINARON DESPUES DEL RESPALDO Y NO DESPUES DE LA PARADA
      * ****************************************************************

       CARGAR-EJECUCIONES SECTION.
           MOVE ZERO TO CONT-EJE.
           MOVE "N" TO FIN-BITACORA.
           OPEN INPUT A-BITACORA.
           IF BIT-FILESTAT NOT = "00"
              CLOSE A-BITACORA
              MOVE "NO HAY BITACORA (BITACORA.DAT): NO SE REAPLICA"
                   & " NINGUNA EJECUCION." TO LAV-TEXTO
              PERFORM ESCRIBIR-AVISO
              GO TO CARGAR-EJECUCIONES-FIN
           END-IF.
           READ A-BITACORA AT END MOVE "S" TO FIN-BITACORA END-READ.
           PERFORM EXAMINAR-EJECUCION UNTIL FIN-BITACORA = "S".
           CLOSE A-BITACORA.

       CARGAR-EJECUCIONES-FIN.
           EXIT.


      * SI LA LINEA DE LA BITACORA ES UNA EJECUCION A REAPLICAR,
      * LA ANADE A LA TABLA
      * ****************************************************************

       EXAMINAR-EJECUCION SECTION.
           IF (BIT-PROGRAMA = "ACT-CLI"
               AND (BIT-OPCION = "1" OR BIT-OPCION = "O"))
              OR BIT-PROGRAMA = "ACT-ART"
              MOVE BIT-FEC-FIN  TO CEJ-FECHA
              MOVE BIT-HORA-FIN TO CEJ-HORA
              IF CLAVE-EJECUCION > PUNTO-RESPALDO
                 IF CLAVE-EJECUCION > PUNTO-PARADA
                    ADD 1 TO CONT-EJE-POSTERIORES
                 ELSE
                    IF CONT-EJE < 200
                       ADD 1 TO CONT-EJE
                       MOVE CLAVE-EJECUCION TO TAB-EJE-CLAVE(CONT-EJE)
                       MOVE BIT-PROGRAMA TO TAB-EJE-PROGRAMA(CONT-EJE)
                       MOVE BIT-OPCION   TO TAB-EJE-OPCION(CONT-EJE)
                       MOVE BIT-APLICADOS
                         TO TAB-EJE-APLICADOS(CONT-EJE)
                       MOVE BIT-RECHAZADOS
                         TO TAB-EJE-RECHAZADOS(CONT-EJE)
                       MOVE BIT-CUADRE   TO TAB-EJE-CUADRE(CONT-EJE)
                    ELSE
                       ADD 1 TO CONT-EJE-FALLIDAS
                       MOVE SPACES TO LAV-TEXTO
                       STRING "DEMASIADAS EJECUCIONES: NO SE REAPLICA "
                              BIT-PROGRAMA " DEL " BIT-FEC-FIN
                              DELIMITED BY SIZE INTO LAV-TEXTO
                       END-STRING
                       PERFORM ESCRIBIR-AVISO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           READ A-BITACORA AT END MOVE "S" TO FIN-BITACORA END-READ.


      * FIJA LOS PERIODOS CUYA AUDITORIA ARCHIVADA (AUDAAAAMM.DAT)
      * PUEDE TENER ENTRADAS POSTERIORES AL RESPALDO: DESDE EL MES
      * ANTERIOR AL DEL RESPALDO, PORQUE SU CIERRE SE HACE YA
      * ENTRADO EL MES SIGUIENTE, HASTA EL DE LA PARADA (O EL
      * ACTUAL SI SE REAPLICA HASTA EL FINAL)
      * ****************************************************************

       PREPARAR-AUDITORIAS SECTION.
           MOVE PRE-FECHA(1:6) TO PERIODO-AUD.
           SUBTRACT 1 FROM PAU-MES.
           IF PAU-MES = ZERO
              MOVE 12 TO PAU-MES
              SUBTRACT 1 FROM PAU-ANO
           END-IF.
           MOVE FEC-INICIO(1:6) TO PERIODO-FIN-AUD.
           IF PUNTO-PARADA NOT = HIGH-VALUES
              AND PPA-FECHA(1:6) < PERIODO-FIN-AUD
              MOVE PPA-FECHA(1:6) TO PERIODO-FIN-AUD
           END-IF.
           MOVE "A" TO FASE-AUDITORIA.


      * ABRE EL SIGUIENTE FICHERO DE AUDITORIA QUE EXISTA: EL
      * ARCHIVO DEL PERIODO SIGUIENTE Y, AGOTADOS LOS PERIODOS, LA
      * AUDITORIA VIGENTE. SIN MAS FICHEROS, LA AUDITORIA TERMINA
      * ****************************************************************

       ABRIR-SIGUIENTE-AUDITORIA SECTION.
           MOVE "N" TO AUD-ABIERTA.
           IF AUD-EN-ARCHIVOS
              PERFORM PROBAR-AUDITORIA-PERIODO
                 UNTIL AUD-ABIERTA = "S"
                    OR PERIODO-AUD > PERIODO-FIN-AUD
              IF AUD-ABIERTA = "S"
                 GO TO ABRIR-SIGUIENTE-AUDITORIA-FIN
              END-IF
              MOVE "V" TO FASE-AUDITORIA
              MOVE "AUDITCLI.DAT" TO NOMBRE-AUDITORIA
              PERFORM ABRIR-AUDITORIA
              IF AUD-ABIERTA = "S"
                 GO TO ABRIR-SIGUIENTE-AUDITORIA-FIN
              END-IF
           END-IF.
           MOVE "F" TO FASE-AUDITORIA.
           MOVE "S" TO FIN-AUDITORIA.

       ABRIR-SIGUIENTE-AUDITORIA-FIN.
           EXIT.


      * INTENTA ABRIR LA AUDITORIA ARCHIVADA DEL PERIODO EN CURSO
      * Y PASA AL PERIODO SIGUIENTE
      * ****************************************************************

       PROBAR-AUDITORIA-PERIODO SECTION.
           MOVE SPACES TO NOMBRE-AUDITORIA.
           STRING "AUD" PERIODO-AUD ".DAT"
              DELIMITED BY SIZE INTO NOMBRE-AUDITORIA
           END-STRING.
           PERFORM ABRIR-AUDITORIA.
           ADD 1 TO PAU-MES.
           IF PAU-MES > 12
              MOVE 1 TO PAU-MES
              ADD 1 TO PAU-ANO
           END-IF.


      * ABRE EL FICHERO DE AUDITORIA DE NOMBRE-AUDITORIA, SI EXISTE,
      * Y LO ANOTA EN EL INFORME
      * ****************************************************************

       ABRIR-AUDITORIA SECTION.
           OPEN INPUT A-AUDITORIA.
           IF AUD-FILESTAT = "00"
              MOVE "S" TO AUD-ABIERTA
              MOVE "S" TO HAY-AUDITORIA
              MOVE SPACES TO LINEA-LISTADO
              STRING "AUDITORIA DE CLIENTES LEIDA DE " NOMBRE-AUDITORIA
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           ELSE
              CLOSE A-AUDITORIA
           END-IF.


      * LEE LA SIGUIENTE ENTRADA DE AUDITORIA A REAPLICAR
      * ****************************************************************

       LEER-AUDITORIA SECTION.
           MOVE "N" TO AUD-VALIDA.
           PERFORM LEER-UNA-AUDITORIA
              UNTIL FIN-AUDITORIA = "S" OR AUD-VALIDA = "S".


      * LEE UNA ENTRADA DE AUDITORIA Y DECIDE SI SE REAPLICA: HA DE
      * SER POSTERIOR AL RESPALDO Y NO POSTERIOR A LA PARADA. LOS
      * PASES DE LA ACTUALIZACION SE CUENTAN PERO NO SE REAPLICAN,
      * PORQUE SE REPRODUCEN DESDE EL ARCHIVO DE SU EJECUCION. AL
      * ACABAR UN FICHERO SE SIGUE POR EL SIGUIENTE
      * ****************************************************************

       LEER-UNA-AUDITORIA SECTION.
           MOVE "N" TO FIN-FICHERO-AUD.
           READ A-AUDITORIA AT END MOVE "S" TO FIN-FICHERO-AUD
           END-READ.
           IF FIN-FICHERO-AUD = "S"
              CLOSE A-AUDITORIA
              PERFORM ABRIR-SIGUIENTE-AUDITORIA
              GO TO LEER-UNA-AUDITORIA-FIN
           END-IF.
           MOVE AUD-FECHA TO CAU-FECHA.
           MOVE AUD-HORA  TO CAU-HORA.
           IF CLAVE-AUDIT NOT > PUNTO-RESPALDO
              GO TO LEER-UNA-AUDITORIA-FIN
           END-IF.
           ADD 1 TO CONT-AUD-LEIDAS.
           IF CLAVE-AUDIT > PUNTO-PARADA
              ADD 1 TO CONT-AUD-POSTERIORES
              GO TO LEER-UNA-AUDITORIA-FIN
           END-IF.
           IF AUD-PASE
              ADD 1 TO CONT-AUD-PASES
              GO TO LEER-UNA-AUDITORIA-FIN
           END-IF.
           MOVE "S" TO AUD-VALIDA.

       LEER-UNA-AUDITORIA-FIN.
           EXIT.


      * REAPLICA EL SIGUIENTE ACONTECIMIENTO POR FECHA Y HORA: LA
      * ENTRADA DE AUDITORIA EN CURSO O LA SIGUIENTE EJECUCION DE
      * LA TABLA. A IGUALDAD DE MOMENTO VA PRIMERO LA AUDITORIA
      * ****************************************************************

       REAPLICAR-SIGUIENTE SECTION.
           IF FIN-AUDITORIA = "S"
              MOVE "E" TO SIGUIENTE-EVENTO
           ELSE
              IF IDX-EJE > CONT-EJE
                 MOVE "A" TO SIGUIENTE-EVENTO
              ELSE
                 IF CLAVE-AUDIT > TAB-EJE-CLAVE(IDX-EJE)
                    MOVE "E" TO SIGUIENTE-EVENTO
                 ELSE
                    MOVE "A" TO SIGUIENTE-EVENTO
                 END-IF
              END-IF
           END-IF.

           IF EVENTO-AUDITORIA
              PERFORM REAPLICAR-AUDITORIA
              PERFORM LEER-AUDITORIA
           ELSE
              PERFORM REAPLICAR-EJECUCION
              ADD 1 TO IDX-EJE
           END-IF.


      * REAPLICA UNA ENTRADA DE AUDITORIA CON SU IMAGEN POSTERIOR:
      * EL ALTA CREA EL CLIENTE, LA BAJA LO BORRA Y LA MODIFICACION
      * LO DEJA COMO QUEDO (LIMITE, ESTADO, NIF, DOMICILIO...). SI
      * EL SALDO DEL MAESTRO NO ES EL SALDO DE ANTES DE LA
      * AUDITORIA, SE AVISA (ALGO ANTERIOR NO SE HA REPRODUCIDO
      * IGUAL)
      * ****************************************************************

       REAPLICAR-AUDITORIA SECTION.
           MOVE AUD-FECHA          TO LAU-FECHA.
           MOVE AUD-HORA           TO LAU-HORA.
           MOVE AUD-TIPO-REG       TO LAU-TIPO.
           MOVE AUD-CODCLI         TO LAU-CODCLI.
           MOVE AUD-NOMCLI         TO LAU-NOMCLI.
           MOVE AUD-IMPCLI-ANTES   TO LAU-ANTES.
           MOVE AUD-IMPCLI-DESPUES TO LAU-DESPUES.
           MOVE AUD-OPERADOR       TO LAU-OPERADOR.
           MOVE LIN-AUDITORIA TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           ADD 1 TO CONT-AUD-APLICADAS.

           MOVE AUD-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.

           IF AUD-ALTA
              IF EXISTE = "N"
                 PERFORM RECONSTRUIR-ALTA
              ELSE
                 MOVE "ALTA DE UN CLIENTE QUE YA EXISTE: SE AJUSTA A"
                      & " LA AUDITORIA" TO LAV-TEXTO
                 PERFORM ESCRIBIR-AVISO
                 PERFORM AJUSTAR-CLIENTE
              END-IF
              GO TO REAPLICAR-AUDITORIA-FIN
           END-IF.

           IF AUD-BAJA
              IF EXISTE = "S"
                 DELETE A-CLIENT
                    INVALID KEY CONTINUE
                 END-DELETE
              ELSE
                 MOVE "BAJA DE UN CLIENTE QUE NO EXISTE" TO LAV-TEXTO
                 PERFORM ESCRIBIR-AVISO
              END-IF
              GO TO REAPLICAR-AUDITORIA-FIN
           END-IF.

           IF AUD-MODIF
              IF EXISTE = "N"
                 MOVE "MODIFICACION DE UN CLIENTE QUE NO EXISTE: NO"
                      & " SE APLICA" TO LAV-TEXTO
                 PERFORM ESCRIBIR-AVISO
              ELSE
                 IF IMPCLI NOT = AUD-IMPCLI-ANTES
                    MOVE IMPCLI           TO LAS-MAESTRO
                    MOVE AUD-IMPCLI-ANTES TO LAS-AUDITORIA
                    MOVE LIN-AVISO-SALDO TO LINEA-LISTADO
                    WRITE LINEA-LISTADO
                    ADD 1 TO CONT-AVISOS
                 END-IF
                 PERFORM AJUSTAR-CLIENTE
              END-IF
              GO TO REAPLICAR-AUDITORIA-FIN
           END-IF.

           MOVE "TIPO DE OPERACION DESCONOCIDO: NO SE APLICA"
                TO LAV-TEXTO.
           PERFORM ESCRIBIR-AVISO.

       REAPLICAR-AUDITORIA-FIN.
           EXIT.


      * DEJA EL CLIENTE EN REGCLI COMO LA IMAGEN POSTERIOR DE LA
      * AUDITORIA. LAS ENTRADAS ANTERIORES A LA IMAGEN COMPLETA SOLO
      * GUARDAN EL NOMBRE Y EL SALDO, Y SE AVISA
      * ****************************************************************

       AJUSTAR-CLIENTE SECTION.
           IF AUD-REGCLI NOT = SPACES
              MOVE AUD-REGCLI TO REGCLI
           ELSE
              MOVE AUD-NOMCLI         TO NOMCLI
              MOVE AUD-IMPCLI-DESPUES TO IMPCLI
              COMPUTE IMECLI = IMPCLI * CAMCLI
              ADD 1 TO CONT-AUD-SIN-IMAGEN
              MOVE "ENTRADA SIN IMAGEN DEL CLIENTE: SOLO SE AJUSTAN"
                   & " NOMBRE Y SALDO" TO LAV-TEXTO
              PERFORM ESCRIBIR-AVISO
           END-IF.
           REWRITE REGCLI
              INVALID KEY
                 MOVE "ERROR AL REGRABAR EL CLIENTE" TO LAV-TEXTO
                 PERFORM ESCRIBIR-AVISO
           END-REWRITE.


      * CREA UN CLIENTE DADO DE ALTA DESPUES DEL RESPALDO CON LA
      * IMAGEN QUE GUARDA LA AUDITORIA. UNA ENTRADA ANTERIOR A LA
      * IMAGEN COMPLETA SOLO DA CODIGO, NOMBRE Y SALDO: DOMICILIO,
      * NIF, MONEDA Y LIMITE HAY QUE COMPLETARLOS DESPUES EN EL
      * MANTENIMIENTO DE CLIENTES
      * ****************************************************************

       RECONSTRUIR-ALTA SECTION.
           IF AUD-REGCLI NOT = SPACES
              MOVE AUD-REGCLI TO REGCLI
              WRITE REGCLI
                 INVALID KEY
                    MOVE "ERROR AL GRABAR EL ALTA" TO LAV-TEXTO
                    PERFORM ESCRIBIR-AVISO
              END-WRITE
              GO TO RECONSTRUIR-ALTA-FIN
           END-IF.

           MOVE SPACES             TO REGCLI.
           MOVE AUD-CODCLI         TO CODCLI.
           MOVE AUD-NOMCLI         TO NOMCLI.
           MOVE ZERO               TO POSCLI.
           MOVE AUD-FECHA          TO ALTCLI.
           MOVE AUD-IMPCLI-DESPUES TO IMPCLI.
           MOVE 1                  TO CAMCLI.
           COMPUTE IMECLI = IMPCLI * CAMCLI.
           MOVE ZERO               TO LIMCLI.
           MOVE "A"                TO ESTCLI.
           WRITE REGCLI
              INVALID KEY
                 MOVE "ERROR AL GRABAR EL ALTA" TO LAV-TEXTO
                 PERFORM ESCRIBIR-AVISO
              NOT INVALID KEY
                 ADD 1 TO CONT-ALTAS-INCOMPLETAS
                 MOVE "ALTA RECONSTRUIDA SOLO CON NOMBRE Y SALDO:"
                      & " COMPLETELA EN ACT-CLI" TO LAV-TEXTO
                 PERFORM ESCRIBIR-AVISO
           END-WRITE.

       RECONSTRUIR-ALTA-FIN.
           EXIT.


      * REAPLICA UNA EJECUCION DE LA BITACORA DESDE SU ARCHIVO Y
      * CONTRASTA SUS APLICADOS Y RECHAZADOS CON LOS ORIGINALES
      * ****************************************************************

       REAPLICAR-EJECUCION SECTION.
           MOVE ZERO TO CONT-LEIDOS CONT-APLICADOS CONT-RECHAZADOS.
           MOVE SPACES TO LIN-EJECUCION.
           MOVE TAB-EJE-FECHA(IDX-EJE)    TO LEJ-FECHA.
           MOVE TAB-EJE-HORA(IDX-EJE)     TO LEJ-HORA.
           MOVE TAB-EJE-PROGRAMA(IDX-EJE) TO LEJ-PROGRAMA.

           IF TAB-EJE-PROGRAMA(IDX-EJE) = "ACT-CLI"
              MOVE SPACES TO NOMBRE-ARCHIVO-MOV
              STRING "SUC" TAB-EJE-FECHA(IDX-EJE) ".ARC"
                 DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-MOV
              END-STRING
              MOVE NOMBRE-ARCHIVO-MOV TO LEJ-ARCHIVO
              IF TAB-EJE-OPCION(IDX-EJE) = "O"
                 MOVE "ORDENADA POR CLIENTE" TO LEJ-MODO
              ELSE
                 MOVE "EN ORDEN DE LLEGADA" TO LEJ-MODO
              END-IF
           ELSE
              MOVE SPACES TO NOMBRE-ARCHIVO-MAR
              STRING "MAR" TAB-EJE-FECHA(IDX-EJE) ".ARC"
                 DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-MAR
              END-STRING
              MOVE NOMBRE-ARCHIVO-MAR TO LEJ-ARCHIVO
              MOVE "EXISTENCIA TOTAL" TO LEJ-MODO
           END-IF.
           MOVE LIN-EJECUCION TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

      *
      * UNA ACTUALIZACION QUE NO CUADRO NO ARCHIVO SUS MOVIMIENTOS:
      * SIGUIERON EN SUCURSAL.DAT Y VAN EN EL ARCHIVO DE LA
      * SIGUIENTE QUE CUADRO
      *
           IF TAB-EJE-PROGRAMA(IDX-EJE) = "ACT-CLI"
              AND TAB-EJE-CUADRE(IDX-EJE) NOT = "S"
              MOVE "ACTUALIZACION SIN CUADRAR: NO ARCHIVO; SUS"
                   & " MOVIMIENTOS VAN CON LA SIGUIENTE" TO LAV-TEXTO
              PERFORM ESCRIBIR-AVISO
              GO TO REAPLICAR-EJECUCION-FIN
           END-IF.

           IF TAB-EJE-PROGRAMA(IDX-EJE) = "ACT-CLI"
              PERFORM REAPLICAR-SUCURSAL
           ELSE
              PERFORM REAPLICAR-ALMACEN
           END-IF.

           IF ARCHIVO-OK = "N"
              ADD 1 TO CONT-EJE-FALLIDAS
              MOVE "NO SE ENCUENTRA EL ARCHIVO: EJECUCION NO"
                   & " REAPLICADA" TO LAV-TEXTO
              PERFORM ESCRIBIR-AVISO
              GO TO REAPLICAR-EJECUCION-FIN
           END-IF.

           ADD 1 TO CONT-EJE-REAPLICADAS.
           MOVE CONT-LEIDOS     TO LRE-LEIDOS.
           MOVE CONT-APLICADOS  TO LRE-APLICADOS.
           MOVE CONT-RECHAZADOS TO LRE-RECHAZADOS.
           MOVE TAB-EJE-APLICADOS(IDX-EJE)  TO LRE-BIT-APLIC.
           MOVE TAB-EJE-RECHAZADOS(IDX-EJE) TO LRE-BIT-RECH.
           MOVE LIN-RECUENTO TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           IF CONT-APLICADOS NOT = TAB-EJE-APLICADOS(IDX-EJE)
              OR CONT-RECHAZADOS NOT = TAB-EJE-RECHAZADOS(IDX-EJE)
              MOVE "APLICADOS Y RECHAZADOS NO COINCIDEN CON LOS DE LA"
                   & " BITACORA" TO LAV-TEXTO
              PERFORM ESCRIBIR-AVISO
           END-IF.

       REAPLICAR-EJECUCION-FIN.
           EXIT.


      * REAPLICA EL ARCHIVO DE UNA ACTUALIZACION DE SUCURSAL.DAT.
      * SI SE CONTABILIZO ORDENADA POR CLIENTE, SE ORDENA IGUAL
      * (CLIENTE Y ORDEN DE LLEGADA) ANTES DE APLICARLA
      * ****************************************************************

       REAPLICAR-SUCURSAL SECTION.
           MOVE "S" TO ARCHIVO-OK.
           OPEN INPUT A-MOVARC.
           IF ARC-FILESTAT NOT = "00"
              CLOSE A-MOVARC
              MOVE "N" TO ARCHIVO-OK
              GO TO REAPLICAR-SUCURSAL-FIN
           END-IF.

           MOVE "N" TO FIN-MOVIMIENTO.
           IF TAB-EJE-OPCION(IDX-EJE) = "O"
              CLOSE A-MOVARC
              MOVE "S" TO MODO-ORDENADO
              MOVE ZERO TO SEC-CLASIFICA
              SORT A-CLASIFICA
                   ON ASCENDING KEY CLA-CLIMOV CLA-SECUENCIA
                   INPUT PROCEDURE NUMERAR-MOVIMIENTOS
                   GIVING A-MOVORDEN
              MOVE "N" TO FIN-MOVIMIENTO
              OPEN INPUT A-MOVORDEN
           ELSE
              MOVE "N" TO MODO-ORDENADO
           END-IF.

           PERFORM LEER-MOVIMIENTO.
           PERFORM REAPLICAR-MOVIMIENTO UNTIL FIN-MOVIMIENTO = "S".

           IF MODO-ORDENADO = "S"
              CLOSE A-MOVORDEN
           ELSE
              CLOSE A-MOVARC
           END-IF.

       REAPLICAR-SUCURSAL-FIN.
           EXIT.


      * PROCEDIMIENTO DE ENTRADA DEL SORT: NUMERA LOS MOVIMIENTOS
      * DEL ARCHIVO POR SU ORDEN DE LLEGADA
      * ****************************************************************

       NUMERAR-MOVIMIENTOS SECTION.
           MOVE "N" TO FIN-MOVIMIENTO.
           OPEN INPUT A-MOVARC.
           READ A-MOVARC AT END MOVE "S" TO FIN-MOVIMIENTO END-READ.
           PERFORM SOLTAR-MOVIMIENTO UNTIL FIN-MOVIMIENTO = "S".
           CLOSE A-MOVARC.


      * SUELTA UN MOVIMIENTO NUMERADO AL CLASIFICADOR
      * ****************************************************************

       SOLTAR-MOVIMIENTO SECTION.
           ADD 1 TO SEC-CLASIFICA.
           MOVE CLIMOV        TO CLA-CLIMOV.
           MOVE SEC-CLASIFICA TO CLA-SECUENCIA.
           MOVE REGMOV        TO CLA-MOVIMIENTO.
           RELEASE REG-CLASIFICA.
           READ A-MOVARC AT END MOVE "S" TO FIN-MOVIMIENTO END-READ.


      * LEE EL SIGUIENTE MOVIMIENTO A REAPLICAR, DEL ARCHIVO O DE
      * SU COPIA ORDENADA, DEJANDOLO EN REGMOV EN LOS DOS CASOS
      * ****************************************************************

       LEER-MOVIMIENTO SECTION.
           IF MODO-ORDENADO = "S"
              READ A-MOVORDEN
                 AT END     MOVE "S" TO FIN-MOVIMIENTO
                 NOT AT END MOVE MOR-MOVIMIENTO TO REGMOV
              END-READ
           ELSE
              READ A-MOVARC AT END MOVE "S" TO FIN-MOVIMIENTO
              END-READ
           END-IF.


      * REAPLICA UN MOVIMIENTO DE SUCURSAL.DAT CON LAS REGLAS DE LA
      * ACTUALIZACION: SUCURSAL DADA DE ALTA, ABIERTA Y DENTRO DE
      * SU TOPE, DIGITO DE CONTROL, TRASPASOS CON SUS DOS PATAS, Y
      * CLIENTE EXISTENTE, NO CERRADO, NO SUSPENDIDO PARA CARGOS Y
      * DENTRO DE SU LIMITE
      * ****************************************************************

       REAPLICAR-MOVIMIENTO SECTION.
           ADD 1 TO CONT-LEIDOS.

           MOVE SUCMOV TO DIR-REL-SUC.
           READ A-SUCMAEST
              INVALID KEY     MOVE "N" TO EXISTE-SUC
              NOT INVALID KEY MOVE "S" TO EXISTE-SUC
           END-READ.
           IF EXISTE-SUC = "N"
              MOVE "SUCURSAL DESCONOCIDA" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-MOVIMIENTO-SIG
           END-IF.
           IF SUC-CERRADA
              MOVE "SUCURSAL CERRADA" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-MOVIMIENTO-SIG
           END-IF.
           IF SUC-MAXIMP > ZERO AND IMPMOV > SUC-MAXIMP
              MOVE "SUPERA TOPE DE SUCURSAL" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-MOVIMIENTO-SIG
           END-IF.

           MOVE CLIMOV TO DC-CODIGO.
           PERFORM VALIDAR-DIGITO-CONTROL.
           IF DC-VALIDO = "N"
              MOVE "DIGITO DE CONTROL ERRONEO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-MOVIMIENTO-SIG
           END-IF.

           IF MOV-TRASPASO
              PERFORM REAPLICAR-TRASPASO
              GO TO REAPLICAR-MOVIMIENTO-SIG
           END-IF.

           MOVE CLIMOV TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              MOVE "CLIENTE NO EXISTE" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-MOVIMIENTO-SIG
           END-IF.
           IF CLI-CERRADO
              MOVE "CLIENTE CERRADO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-MOVIMIENTO-SIG
           END-IF.
           IF CLI-SUSPENDIDO AND MOV-CARGO
              AND NOT MOV-INTERES AND NOT MOV-DIFCAMBIO
              MOVE "CLIENTE SUSPENDIDO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-MOVIMIENTO-SIG
           END-IF.
           IF MOV-CARGO AND LIMCLI > ZERO
              AND NOT MOV-INTERES AND NOT MOV-DIFCAMBIO
              AND IMPCLI + IMPMOV > LIMCLI
              MOVE "LIMITE EXCEDIDO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-MOVIMIENTO-SIG
           END-IF.

           IF MOV-CARGO
              ADD IMPMOV TO IMPCLI
           ELSE
              IF MOV-ABONO
                 SUBTRACT IMPMOV FROM IMPCLI
              END-IF
           END-IF.
           COMPUTE IMECLI = IMPCLI * CAMCLI.
           REWRITE REGCLI
              INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO CONT-APLICADOS.

       REAPLICAR-MOVIMIENTO-SIG.
           PERFORM LEER-MOVIMIENTO.


      * REAPLICA UN TRASPASO: RESTA EL IMPORTE AL ORIGEN (CLIMOV) Y
      * SE LO SUMA AL DESTINO (CTRMOV), O LO RECHAZA ENTERO
      * ****************************************************************

       REAPLICAR-TRASPASO SECTION.
           MOVE CTRMOV TO DC-CODIGO.
           PERFORM VALIDAR-DIGITO-CONTROL.
           IF DC-VALIDO = "N"
              MOVE "DIGITO CONTROL DESTINO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-TRASPASO-FIN
           END-IF.

           MOVE CLIMOV TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              MOVE "NO EXISTE ORIGEN TRASP." TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-TRASPASO-FIN
           END-IF.
           IF CLI-CERRADO
              MOVE "ORIGEN CERRADO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-TRASPASO-FIN
           END-IF.

           MOVE CTRMOV TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE-CTR
              NOT INVALID KEY MOVE "S" TO EXISTE-CTR
           END-READ.
           IF EXISTE-CTR = "N"
              MOVE "NO EXISTE DESTINO TRASP." TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-TRASPASO-FIN
           END-IF.
           IF CLI-CERRADO
              MOVE "DESTINO CERRADO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-TRASPASO-FIN
           END-IF.
           IF CLI-SUSPENDIDO
              MOVE "DESTINO SUSPENDIDO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-TRASPASO-FIN
           END-IF.
           IF LIMCLI > ZERO AND IMPCLI + IMPMOV > LIMCLI
              MOVE "LIMITE EXCEDIDO DESTINO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-MOV
              GO TO REAPLICAR-TRASPASO-FIN
           END-IF.

           MOVE CLIMOV TO CODCLI.
           READ A-CLIENT
              INVALID KEY CONTINUE
           END-READ.
           SUBTRACT IMPMOV FROM IMPCLI.
           COMPUTE IMECLI = IMPCLI * CAMCLI.
           REWRITE REGCLI
              INVALID KEY CONTINUE
           END-REWRITE.

           MOVE CTRMOV TO CODCLI.
           READ A-CLIENT
              INVALID KEY CONTINUE
           END-READ.
           ADD IMPMOV TO IMPCLI.
           COMPUTE IMECLI = IMPCLI * CAMCLI.
           REWRITE REGCLI
              INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO CONT-APLICADOS.

       REAPLICAR-TRASPASO-FIN.
           EXIT.


      * ANOTA EN EL INFORME UN MOVIMIENTO DE SUCURSAL RECHAZADO
      * ****************************************************************

       ANOTAR-RECHAZO-MOV SECTION.
           MOVE TIPMOV      TO LRC-TIPO.
           MOVE CLIMOV      TO LRC-CODIGO.
           MOVE IMPMOV      TO LRC-IMPORTE.
           MOVE MOTIVO-RECH TO LRC-MOTIVO.
           MOVE LIN-RECHAZO TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           ADD 1 TO CONT-RECHAZADOS.


      * VERIFICA EL DIGITO DE CONTROL DEL CODIGO EN DC-CODIGO: LOS
      * CODIGOS NO NUMERICOS (ANTERIORES A LA NORMA) SE DAN POR
      * BUENOS; LOS NUMERICOS DEBEN LLEVAR EL DIGITO CORRECTO
      * ****************************************************************

       VALIDAR-DIGITO-CONTROL SECTION.
           IF DC-CODIGO NOT NUMERIC
              MOVE "S" TO DC-VALIDO
           ELSE
              PERFORM CALCULAR-DIGITO-CONTROL
              IF DC-DIGITO = DC-CALCULADO
                 MOVE "S" TO DC-VALIDO
              ELSE
                 MOVE "N" TO DC-VALIDO
              END-IF
           END-IF.


      * CALCULA EL DIGITO DE CONTROL DE LA BASE DE DC-CODIGO
      * ****************************************************************

       CALCULAR-DIGITO-CONTROL SECTION.
           MOVE ZERO TO DC-SUMA.
           PERFORM ACUMULAR-PESO-DIGITO
                   VARYING DC-IDX FROM 1 BY 1 UNTIL DC-IDX > 4.
           DIVIDE DC-SUMA BY 11 GIVING DC-COCIENTE
                  REMAINDER DC-RESTO.
           IF DC-RESTO = ZERO OR DC-RESTO = 1
              MOVE ZERO TO DC-CALCULADO
           ELSE
              COMPUTE DC-CALCULADO = 11 - DC-RESTO
           END-IF.


      * ACUMULA UN DIGITO DE LA BASE CON SU PESO (2 A 5)
      * ****************************************************************

       ACUMULAR-PESO-DIGITO SECTION.
           COMPUTE DC-SUMA = DC-SUMA + DC-D(DC-IDX) * (DC-IDX + 1).


      * REAPLICA EL ARCHIVO DE UNA CONTABILIZACION DE ALMACEN SOBRE
      * LA EXISTENCIA TOTAL DE CADA ARTICULO
      * ****************************************************************

       REAPLICAR-ALMACEN SECTION.
           MOVE "S" TO ARCHIVO-OK.
           OPEN INPUT A-MARARC.
           IF MAR-FILESTAT NOT = "00"
              CLOSE A-MARARC
              MOVE "N" TO ARCHIVO-OK
              GO TO REAPLICAR-ALMACEN-FIN
           END-IF.
           MOVE "N" TO FIN-MOVIMIENTO.
           READ A-MARARC AT END MOVE "S" TO FIN-MOVIMIENTO END-READ.
           PERFORM REAPLICAR-MOV-ALMACEN UNTIL FIN-MOVIMIENTO = "S".
           CLOSE A-MARARC.

       REAPLICAR-ALMACEN-FIN.
           EXIT.


      * REAPLICA UN MOVIMIENTO DE ALMACEN CON LAS REGLAS DE ACT-ART
      * SOBRE EL TOTAL: LAS ENTRADAS SUMAN, LAS SALIDAS Y LAS
      * DEVOLUCIONES A PROVEEDOR RESTAN SI HAY EXISTENCIA, LOS
      * TRASLADOS NO CAMBIAN EL TOTAL, Y LAS SALIDAS DE KITS Y LOS
      * MONTAJES SE EXPLOTAN CONTRA SU ESCANDALLO
      * ****************************************************************

       REAPLICAR-MOV-ALMACEN SECTION.
           ADD 1 TO CONT-LEIDOS.
           IF NOT MAR-ENTRADA AND NOT MAR-SALIDA
              AND NOT MAR-TRASLADO AND NOT MAR-MONTAJE
              AND NOT MAR-DEVOL-PRV
              MOVE "TIPO DE MOVIMIENTO ERRONEO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-ALM
              GO TO REAPLICAR-MOV-ALMACEN-SIG
           END-IF.

           MOVE MAR-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE-ART
              NOT INVALID KEY MOVE "S" TO EXISTE-ART
           END-READ.
           IF EXISTE-ART = "N"
              MOVE "ARTICULO NO EXISTE" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-ALM
              GO TO REAPLICAR-MOV-ALMACEN-SIG
           END-IF.

           IF MAR-SALIDA OR MAR-MONTAJE
              PERFORM CARGAR-ESCANDALLO
              IF MAR-MONTAJE OR CONT-COMPONENTES > ZERO
                 PERFORM REAPLICAR-KIT
                 GO TO REAPLICAR-MOV-ALMACEN-SIG
              END-IF
           END-IF.

           IF (MAR-SALIDA OR MAR-DEVOL-PRV)
              AND MAR-CANTIDAD > NUM-ARTI
              MOVE "SALIDA SUPERA EXISTENCIA" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-ALM
              GO TO REAPLICAR-MOV-ALMACEN-SIG
           END-IF.

           IF MAR-ENTRADA
              ADD MAR-CANTIDAD TO NUM-ARTI
           END-IF.
           IF MAR-SALIDA OR MAR-DEVOL-PRV
              SUBTRACT MAR-CANTIDAD FROM NUM-ARTI
           END-IF.
           REWRITE R-ARTICULO
              INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO CONT-APLICADOS.

       REAPLICAR-MOV-ALMACEN-SIG.
           READ A-MARARC AT END MOVE "S" TO FIN-MOVIMIENTO END-READ.


      * REAPLICA UNA SALIDA DE KIT O UN MONTAJE: LA SALIDA TOMA
      * PRIMERO LOS KITS YA MONTADOS Y EL RESTO LO SACA DE LOS
      * COMPONENTES; EL MONTAJE CONSUME LOS COMPONENTES, SUMA LOS
      * KITS Y RECALCULA SU COSTE. SI FALTA ALGUN COMPONENTE SE
      * RECHAZA EL MOVIMIENTO ENTERO
      * ****************************************************************

       REAPLICAR-KIT SECTION.
           IF CONT-COMPONENTES = ZERO
              MOVE "KIT SIN ESCANDALLO" TO MOTIVO-RECH
              PERFORM ANOTAR-RECHAZO-ALM
              GO TO REAPLICAR-KIT-FIN
           END-IF.

           MOVE "N" TO ES-MONTAJE.
           MOVE ZERO TO KITS-DE-STOCK.
           IF MAR-MONTAJE
              MOVE "S" TO ES-MONTAJE
           ELSE
              MOVE MAR-CANTIDAD TO KITS-DE-STOCK
              IF KITS-DE-STOCK > NUM-ARTI
                 MOVE NUM-ARTI TO KITS-DE-STOCK
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
           IF FALTA-COMPONENTE = "S"
              PERFORM ANOTAR-RECHAZO-ALM
              GO TO REAPLICAR-KIT-FIN
           END-IF.

           IF KITS-DE-STOCK > ZERO
              MOVE MAR-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY CONTINUE
              END-READ
              SUBTRACT KITS-DE-STOCK FROM NUM-ARTI
              REWRITE R-ARTICULO
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.

           IF KITS-A-EXPLOTAR > ZERO
              PERFORM CONSUMIR-COMPONENTE
                      VARYING IDX-COM FROM 1 BY 1
                      UNTIL IDX-COM > CONT-COMPONENTES
           END-IF.

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
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           ADD 1 TO CONT-APLICADOS.

       REAPLICAR-KIT-FIN.
           EXIT.


      * CARGA EN LA TABLA LOS COMPONENTES DEL ARTICULO DEL
      * MOVIMIENTO (NINGUNO SI NO ES UN KIT)
      * ****************************************************************

       CARGAR-ESCANDALLO SECTION.
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

       CARGAR-UN-COMPONENTE SECTION.
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


      * COMPRUEBA QUE UN COMPONENTE EXISTE Y TIENE EXISTENCIA PARA
      * LOS KITS A EXPLOTAR, Y SUMA SU COSTE AL COSTE DEL KIT
      * ****************************************************************

       COMPROBAR-COMPONENTE SECTION.
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
              END-IF
           END-IF.
           IF FALTA-COMPONENTE = "S"
              MOVE SPACES TO MOTIVO-RECH
              STRING "FALTA COMPONENTE " TAB-COM-CODARTI(IDX-COM)
                 DELIMITED BY SIZE INTO MOTIVO-RECH
              END-STRING
           END-IF.


      * DESCUENTA UN COMPONENTE DE LOS KITS EXPLOTADOS
      * ****************************************************************

       CONSUMIR-COMPONENTE SECTION.
           COMPUTE CANT-COMPONENTE =
                   TAB-COM-CANTIDAD(IDX-COM) * KITS-A-EXPLOTAR.
           MOVE TAB-COM-CODARTI(IDX-COM) TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY CONTINUE
           END-READ.
           SUBTRACT CANT-COMPONENTE FROM NUM-ARTI.
           REWRITE R-ARTICULO
              INVALID KEY CONTINUE
           END-REWRITE.


      * ANOTA EN EL INFORME UN MOVIMIENTO DE ALMACEN RECHAZADO
      * ****************************************************************

       ANOTAR-RECHAZO-ALM SECTION.
           MOVE MAR-TIPO     TO LRC-TIPO.
           MOVE MAR-CODARTI  TO LRC-CODIGO.
           MOVE MAR-CANTIDAD TO LRC-IMPORTE.
           MOVE MOTIVO-RECH  TO LRC-MOTIVO.
           MOVE LIN-RECHAZO  TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           ADD 1 TO CONT-RECHAZADOS.


      * ANOTA UN AVISO EN EL INFORME
      * ****************************************************************

       ESCRIBIR-AVISO SECTION.
           MOVE LIN-AVISO TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           ADD 1 TO CONT-AVISOS.
           MOVE SPACES TO LAV-TEXTO.


      * CIERRA LOS MAESTROS Y GRABA LOS TOTALES DEL INFORME
      * ****************************************************************

       CERRAR-RECUPERACION SECTION.
           IF HAY-ESCANDALLOS = "S"
              CLOSE A-ESCANDA
           END-IF.
           CLOSE A-SUCMAEST.
           CLOSE A-ARTICULO.
           CLOSE A-CLIENT.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "OPERACIONES DE CLIENTES REAPLICADAS............:"
                TO LTO-TEXTO.
           MOVE CONT-AUD-APLICADAS TO LTO-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "PASES DE ACTUALIZACION (REAPLICADOS DE ARCHIVO):"
                TO LTO-TEXTO.
           MOVE CONT-AUD-PASES TO LTO-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "OPERACIONES POSTERIORES A LA PARADA.............:"
                TO LTO-TEXTO.
           MOVE CONT-AUD-POSTERIORES TO LTO-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "EJECUCIONES REAPLICADAS........................:"
                TO LTO-TEXTO.
           MOVE CONT-EJE-REAPLICADAS TO LTO-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "EJECUCIONES NO REAPLICABLES....................:"
                TO LTO-TEXTO.
           MOVE CONT-EJE-FALLIDAS TO LTO-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "EJECUCIONES POSTERIORES A LA PARADA............:"
                TO LTO-TEXTO.
           MOVE CONT-EJE-POSTERIORES TO LTO-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "ALTAS RECONSTRUIDAS A COMPLETAR................:"
                TO LTO-TEXTO.
           MOVE CONT-ALTAS-INCOMPLETAS TO LTO-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "ENTRADAS SIN IMAGEN DEL CLIENTE................:"
                TO LTO-TEXTO.
           MOVE CONT-AUD-SIN-IMAGEN TO LTO-VALOR.
           PERFORM ESCRIBIR-TOTAL.
           MOVE "AVISOS.........................................:"
                TO LTO-TEXTO.
           MOVE CONT-AVISOS TO LTO-VALOR.
           PERFORM ESCRIBIR-TOTAL.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "NO SE TOCAN LA EXISTENCIA POR ALMACEN (STOCKALM.DAT),"
                & " LOS LOTES NI EL KARDEX." TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "AARTI.SEC SE REGRABA DESDE AARTI.IND EN LA PROXIMA"
                & " CONTABILIZACION DE ALMACEN (ACT-ART);"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "NO EJECUTE ANTES SYNC-ARTI, QUE REGENERARIA AARTI.IND"
                & " DESDE EL SECUENCIAL SIN RECUPERAR."
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.


      * GRABA UNA LINEA DE TOTALES DEL INFORME
      * ****************************************************************

       ESCRIBIR-TOTAL SECTION.
           MOVE LIN-TOTAL TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.


      * LANZA LAS VERIFICACIONES DE SALDOS CONTRA LA AUDITORIA
      * (VER-SAL, DISCREP.LST) Y DE CODIGOS POSTALES (VER-POST,
      * VERPOST.LST) SOBRE LOS MAESTROS RECUPERADOS, Y LO ANOTA EN
      * EL INFORME
      * ****************************************************************

       LANZAR-VERIFICACIONES SECTION.
           DISPLAY " ".
           DISPLAY "VERIFICACION DE SALDOS CONTRA LA AUDITORIA:".
           CALL "VER-SAL".
           CANCEL "VER-SAL".
           DISPLAY "VERIFICACION DE CODIGOS POSTALES:".
           MOVE ZERO TO RETURN-CODE.
           CALL "VER-POST".
           MOVE RETURN-CODE TO RC-VERPOST.
           CANCEL "VER-POST".

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "VERIFICACION DE SALDOS (VER-SAL): VER DISCREP.LST. LOS"
                & " CLIENTES CON ACTIVIDAD POSTERIOR A LA"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "PARADA APARECEN ALLI COMO DISCREPANCIA, PORQUE LA"
                & " AUDITORIA YA LA REFLEJA."
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           IF RC-VERPOST = 12
              MOVE "VERIFICACION DE CODIGOS POSTALES (VER-POST): NO"
                   & " HECHA, FALTA CODPOST.DAT." TO LINEA-LISTADO
           ELSE
              MOVE "VERIFICACION DE CODIGOS POSTALES (VER-POST): VER"
                   & " VERPOST.LST." TO LINEA-LISTADO
           END-IF.
           WRITE LINEA-LISTADO.


      * ANOTA LA RECUPERACION EN LA BITACORA (OPCION R): LEIDOS SON
      * LOS ACONTECIMIENTOS TRATADOS, APLICADOS LOS REAPLICADOS Y
      * RECHAZADOS LAS EJECUCIONES QUE NO SE PUDIERON REAPLICAR
      * ****************************************************************

       GRABAR-BITACORA-REC SECTION.
           OPEN EXTEND A-BITACORA.
           IF BIT-FILESTAT NOT = "00"
              CLOSE A-BITACORA
              OPEN OUTPUT A-BITACORA
           END-IF.
           MOVE "RECUPERA"      TO BIT-PROGRAMA.
           MOVE "R"             TO BIT-OPCION.
           MOVE ENT-SUP-ID      TO BIT-OPERADOR.
           MOVE FEC-INICIO      TO BIT-FEC-INI.
           MOVE HORA-INICIO     TO BIT-HORA-INI.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO BIT-FEC-FIN.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL(1:6) TO BIT-HORA-FIN.
           COMPUTE BIT-LEIDOS = CONT-AUD-APLICADAS
                   + CONT-EJE-REAPLICADAS + CONT-EJE-FALLIDAS.
           COMPUTE BIT-APLICADOS = CONT-AUD-APLICADAS
                   + CONT-EJE-REAPLICADAS.
           MOVE CONT-EJE-FALLIDAS TO BIT-RECHAZADOS.
           IF CONT-EJE-FALLIDAS = ZERO
              MOVE "S" TO BIT-CUADRE
           ELSE
              MOVE "N" TO BIT-CUADRE
           END-IF.
           WRITE REGBIT.
           CLOSE A-BITACORA.
