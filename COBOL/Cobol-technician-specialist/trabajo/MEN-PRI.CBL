       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEN-PRI.
       REMARKS. MENU GENERAL DE LA APLICACION: TRAS IDENTIFICAR AL
           OPERADOR (ENT-OPE) OFRECE LOS PROGRAMAS AGRUPADOS POR AREA
           DE NEGOCIO (CLIENTES Y MOVIMIENTOS, PEDIDOS Y FACTURACION,
           COBROS, ALMACEN Y ARTICULOS, COMPRAS, Y CIERRES Y
           UTILIDADES), LANZA EL PROGRAMA ELEGIDO (CALL) Y VUELVE AL
           MENU CUANDO ESTE TERMINA, DESCARGANDOLO (CANCEL) PARA QUE
           LA SIGUIENTE VEZ EMPIECE DE NUEVO. SOLO SE ENSENAN LAS
           OPCIONES QUE EL OPERADOR TIENE AUTORIZADAS EN AUTORIZA.DAT
           (MAN-AUT); LOS PROGRAMAS LANZADOS USAN EL OPERADOR YA
           IDENTIFICADO SIN VOLVER A PEDIRLO. LA CABECERA MUESTRA LA
           FECHA DE NEGOCIO (AVISANDO SI ES SABADO, DOMINGO O FESTIVO
           DEL CALENDARIO LABORAL) Y SI ESTA ACTIVA LA CONGELACION DEL
           CIERRE DE MES (CIERRE.BLK) O EL CERROJO GENERAL DE
           EJECUCION (BLOQRUN.DAT). LOS PASOS DE LAS CADENAS
           NOCTURNA Y DE CIERRE (VER-NOC, G-A-MAES, APL-PRE, CUA-VEN,
           PAS-MAY, CIE-MES Y FEC-CAL) NO SE LANZAN DESDE AQUI: SE
           EJECUTAN DESDE SU JCL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-BLOQUEO ASSIGN TO DISK 'CIERRE.BLK'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BLK-FILESTAT.

           SELECT A-BLOQRUN ASSIGN TO DISK 'BLOQRUN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BLQ-FILESTAT.

           SELECT A-CALENDAR ASSIGN TO DISK 'CALENDAR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CAL-FECHA
                  FILE STATUS IS CAL-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

       FD A-BLOQUEO LABEL RECORD STANDARD.
       01 REG-BLOQUEO         PIC X(14).

       FD A-BLOQRUN LABEL RECORD STANDARD.
       01 REGBLQ.
          02 BLQ-PROGRAMA   PIC X(8).
          02 BLQ-FECHA      PIC X(8).
          02 BLQ-HORA       PIC X(6).

       FD A-CALENDAR LABEL RECORD STANDARD.
       01 REGCAL.
          02 CAL-FECHA      PIC X(8).
          02 CAL-DESCRI     PIC X(25).


       WORKING-STORAGE SECTION.
       77 BLK-FILESTAT      PIC X(2).
       77 BLQ-FILESTAT      PIC X(2).
       77 CAL-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 DIA-SEMANA        PIC 9(1).
       77 HAY-CERROJO       PIC X(1).
       77 AVISO-DIA         PIC X(40).
       77 OPCION            PIC X(1).
       77 AREA-ELEGIDA      PIC 9(1).
       77 FIN-AREA          PIC X(1).
       77 ENT-NUMERO        PIC X(2).
       77 NUM-ELEGIDO       PIC 9(2).
       77 TECLA             PIC X(1).
       77 MODULO-LLAMADO    PIC X(10).
       77 PROGRAMA-LANZADO  PIC X(1).
       77 RC-PROGRAMA       PIC 9(4).
       77 COLUMNA-MENU      PIC 9(1) COMP.
       77 IDX-MNU           PIC 9(3) COMP.
       77 IDX-AREA          PIC 9(1) COMP.
       77 MNU-ELEGIDO       PIC 9(3) COMP.
       77 TOTAL-OPCIONES    PIC 9(3) COMP VALUE 143.
       77 OPERADOR-MENU     PIC X(8).
       77 NIVEL-MENU        PIC 9(1).

      *
      * FECHA DE NEGOCIO EN FORMA DD/MM/AAAA PARA LA CABECERA
      *
       01 FECHA-DESCOMP.
          02 FEC-ANO        PIC X(4).
          02 FEC-MES        PIC X(2).
          02 FEC-DIA        PIC X(2).
       01 FECHA-PANTALLA.
          02 PAN-DIA        PIC X(2).
          02 FILLER         PIC X(1) VALUE "/".
          02 PAN-MES        PIC X(2).
          02 FILLER         PIC X(1) VALUE "/".
          02 PAN-ANO        PIC X(4).

      *
      * LINEA DEL MENU DE UN AREA: DOS OPCIONES POR LINEA
      *
       01 LINEA-MENU        PIC X(78).
       01 TEXTO-OPCION.
          02 TXT-NUMERO     PIC 99.
          02 FILLER         PIC X(1) VALUE SPACE.
          02 TXT-MODULO     PIC X(10).
          02 FILLER         PIC X(1) VALUE SPACE.
          02 TXT-DESCRI     PIC X(24).

      *
      * AREAS DE NEGOCIO DEL MENU GENERAL
      *
       01 TAB-AREAS-INIC.
          02 FILLER PIC X(26) VALUE "CLIENTES Y MOVIMIENTOS".
          02 FILLER PIC X(26) VALUE "PEDIDOS Y FACTURACION".
          02 FILLER PIC X(26) VALUE "COBROS".
          02 FILLER PIC X(26) VALUE "ALMACEN Y ARTICULOS".
          02 FILLER PIC X(26) VALUE "COMPRAS".
          02 FILLER PIC X(26) VALUE "CIERRES Y UTILIDADES".
       01 TAB-AREAS REDEFINES TAB-AREAS-INIC.
          02 TAB-AREA-TITULO OCCURS 6 TIMES PIC X(26).
       01 TAB-AREAS-PERMITIDAS.
          02 CONT-AREA      OCCURS 6 TIMES PIC 9(3) COMP.

      *
      * OPCIONES DEL MENU: AREA, NUMERO DENTRO DEL AREA, PROGRAMA A
      * LANZAR Y DESCRIPCION. EL PERMISO DE CADA UNA SE CONSULTA A
      * ENT-OPE AL ENTRAR EL OPERADOR
      *
       01 TAB-MENU-INIC.
          02 FILLER PIC X(13) VALUE "101ACT-CLI".
          02 FILLER PIC X(24) VALUE "ACTUALIZACION CLIENTES".
          02 FILLER PIC X(13) VALUE "102CAP-MOV".
          02 FILLER PIC X(24) VALUE "CAPTURA DE MOVIMIENTOS".
          02 FILLER PIC X(13) VALUE "103EDI-MOV".
          02 FILLER PIC X(24) VALUE "DEPURACION MOVIMIENTOS".
          02 FILLER PIC X(13) VALUE "104REC-RECH".
          02 FILLER PIC X(24) VALUE "RECICLADO DE RECHAZOS".
          02 FILLER PIC X(13) VALUE "105REC-SOS".
          02 FILLER PIC X(24) VALUE "CUARENTENA DUPLICADOS".
          02 FILLER PIC X(13) VALUE "106EXT-MOV".
          02 FILLER PIC X(24) VALUE "EXTORNO DE MOVIMIENTOS".
          02 FILLER PIC X(13) VALUE "107DIA-SUC".
          02 FILLER PIC X(24) VALUE "DIARIO DE SUCURSAL".
          02 FILLER PIC X(13) VALUE "108CON-AUD".
          02 FILLER PIC X(24) VALUE "CONSULTA DE AUDITORIA".
          02 FILLER PIC X(13) VALUE "109CON-CAM".
          02 FILLER PIC X(24) VALUE "HISTORICO TIPOS CAMBIO".
          02 FILLER PIC X(13) VALUE "110MAN-DEN".
          02 FILLER PIC X(24) VALUE "DIRECCIONES DE ENTREGA".
          02 FILLER PIC X(13) VALUE "111MAN-RGP".
          02 FILLER PIC X(24) VALUE "PROTECCION DE DATOS".
          02 FILLER PIC X(13) VALUE "112IMP-CSV".
          02 FILLER PIC X(24) VALUE "CARGA CLIENTES CSV".
          02 FILLER PIC X(13) VALUE "113DUP-CLI".
          02 FILLER PIC X(24) VALUE "CLIENTES DUPLICADOS".
          02 FILLER PIC X(13) VALUE "114FUS-CLI".
          02 FILLER PIC X(24) VALUE "FUSION DE CLIENTES".
          02 FILLER PIC X(13) VALUE "115ANO-CLI".
          02 FILLER PIC X(24) VALUE "ANONIMIZACION CLIENTES".
          02 FILLER PIC X(13) VALUE "116POL-CLI".
          02 FILLER PIC X(24) VALUE "SUSPENSION/REACTIVACION".
          02 FILLER PIC X(13) VALUE "117REVALUA".
          02 FILLER PIC X(24) VALUE "REVALORIZACION DIVISAS".
          02 FILLER PIC X(13) VALUE "118EXT-CLI".
          02 FILLER PIC X(24) VALUE "EXTRACTO DE CLIENTES".
          02 FILLER PIC X(13) VALUE "119ANT-CLI".
          02 FILLER PIC X(24) VALUE "ANTIGUEDAD DE CLIENTES".
          02 FILLER PIC X(13) VALUE "120DIR-PROV".
          02 FILLER PIC X(24) VALUE "DIRECTORIO POR PROVINCIA".
          02 FILLER PIC X(13) VALUE "121ETI-CLI".
          02 FILLER PIC X(24) VALUE "ETIQUETAS DE CORREO".
          02 FILLER PIC X(13) VALUE "122VER-POST".
          02 FILLER PIC X(24) VALUE "VERIFICAR COD. POSTALES".
          02 FILLER PIC X(13) VALUE "123VER-SAL".
          02 FILLER PIC X(24) VALUE "VERIFICAR SALDOS".
          02 FILLER PIC X(13) VALUE "124PLA-VIS".
          02 FILLER PIC X(24) VALUE "PLANIFICAR VISITAS".
          02 FILLER PIC X(13) VALUE "125RECOD-PROV".
          02 FILLER PIC X(24) VALUE "RECODIFICAR PROVINCIA".
          02 FILLER PIC X(13) VALUE "126SYNC-PROV".
          02 FILLER PIC X(24) VALUE "SINCRONIZAR PROVINCIAS".
          02 FILLER PIC X(13) VALUE "127UD11E1".
          02 FILLER PIC X(24) VALUE "MANTENER PROVINCIAS".
          02 FILLER PIC X(13) VALUE "128UD11E2".
          02 FILLER PIC X(24) VALUE "CONSULTAR PROVINCIAS".
          02 FILLER PIC X(13) VALUE "201PED-CLI".
          02 FILLER PIC X(24) VALUE "ENTRADA DE PEDIDOS".
          02 FILLER PIC X(13) VALUE "202IMP-PED".
          02 FILLER PIC X(24) VALUE "CARGA PEDIDOS SUCURSAL".
          02 FILLER PIC X(13) VALUE "203PRE-CLI".
          02 FILLER PIC X(24) VALUE "PRESUPUESTOS".
          02 FILLER PIC X(13) VALUE "204CAJ-MOS".
          02 FILLER PIC X(24) VALUE "CAJA DE MOSTRADOR".
          02 FILLER PIC X(13) VALUE "205FAC-PED".
          02 FILLER PIC X(24) VALUE "FACTURACION DE PEDIDOS".
          02 FILLER PIC X(13) VALUE "206CON-FAC".
          02 FILLER PIC X(24) VALUE "CONSULTA DE FACTURAS".
          02 FILLER PIC X(13) VALUE "207DEV-FAC".
          02 FILLER PIC X(24) VALUE "DEVOLUCIONES DE VENTA".
          02 FILLER PIC X(13) VALUE "208CON-TRZ".
          02 FILLER PIC X(24) VALUE "TRAZABILIDAD PEDIDOS".
          02 FILLER PIC X(13) VALUE "209MAN-FCL".
          02 FILLER PIC X(24) VALUE "DATOS DE FACTURACION".
          02 FILLER PIC X(13) VALUE "210EXT-GRU".
          02 FILLER PIC X(24) VALUE "EXTRACTO DE GRUPOS".
          02 FILLER PIC X(13) VALUE "211MAN-ACU".
          02 FILLER PIC X(24) VALUE "ACUERDOS DE PRECIO".
          02 FILLER PIC X(13) VALUE "212MAN-PRM".
          02 FILLER PIC X(24) VALUE "PROMOCIONES".
          02 FILLER PIC X(13) VALUE "213MAN-FIJ".
          02 FILLER PIC X(24) VALUE "ORDENES PERIODICAS".
          02 FILLER PIC X(13) VALUE "214GEN-FIJ".
          02 FILLER PIC X(24) VALUE "EXPANSION PERIODICAS".
          02 FILLER PIC X(13) VALUE "215MAN-VEN".
          02 FILLER PIC X(24) VALUE "VENDEDORES".
          02 FILLER PIC X(13) VALUE "216INF-COM".
          02 FILLER PIC X(24) VALUE "COMISIONES VENDEDORES".
          02 FILLER PIC X(13) VALUE "217INF-PRE".
          02 FILLER PIC X(24) VALUE "INFORME PRESUPUESTOS".
          02 FILLER PIC X(13) VALUE "218INF-SER".
          02 FILLER PIC X(24) VALUE "SERVICIO A CLIENTES".
          02 FILLER PIC X(13) VALUE "219INF-EXC".
          02 FILLER PIC X(24) VALUE "EXCEPCIONES DE MARGEN".
          02 FILLER PIC X(13) VALUE "220EST-VEN".
          02 FILLER PIC X(24) VALUE "ESTADISTICAS DE VENTAS".
          02 FILLER PIC X(13) VALUE "221MAN-RAP".
          02 FILLER PIC X(24) VALUE "ESCALAS DE RAPPEL".
          02 FILLER PIC X(13) VALUE "222LIQ-RAP".
          02 FILLER PIC X(24) VALUE "LIQUIDACION DE RAPPEL".
          02 FILLER PIC X(13) VALUE "223AUD-NUM".
          02 FILLER PIC X(24) VALUE "HUECOS EN SERIES".
          02 FILLER PIC X(13) VALUE "224REG-IVA".
          02 FILLER PIC X(24) VALUE "REGISTRO IVA REPERCUT.".
          02 FILLER PIC X(13) VALUE "301GES-EFE".
          02 FILLER PIC X(24) VALUE "CARTERA DE EFECTOS".
          02 FILLER PIC X(13) VALUE "302MAN-COB".
          02 FILLER PIC X(24) VALUE "DATOS DE COBRO".
          02 FILLER PIC X(13) VALUE "303MAN-MDT".
          02 FILLER PIC X(24) VALUE "MANDATOS DOMICILIACION".
          02 FILLER PIC X(13) VALUE "304INF-MDT".
          02 FILLER PIC X(24) VALUE "MANDATOS SIN USO".
          02 FILLER PIC X(13) VALUE "305GEN-REM".
          02 FILLER PIC X(24) VALUE "REMESA BANCARIA".
          02 FILLER PIC X(13) VALUE "306IMP-DEV".
          02 FILLER PIC X(24) VALUE "RECIBOS DEVUELTOS".
          02 FILLER PIC X(13) VALUE "307IMP-EXT".
          02 FILLER PIC X(24) VALUE "EXTRACTO BANCARIO".
          02 FILLER PIC X(13) VALUE "308GES-NOT".
          02 FILLER PIC X(24) VALUE "GESTIONES DE COBRO".
          02 FILLER PIC X(13) VALUE "309CAR-COB".
          02 FILLER PIC X(24) VALUE "CARTAS DE RECLAMACION".
          02 FILLER PIC X(13) VALUE "310LIQ-INT".
          02 FILLER PIC X(24) VALUE "INTERESES DE DEMORA".
          02 FILLER PIC X(13) VALUE "311FAL-EFE".
          02 FILLER PIC X(24) VALUE "PASE A FALLIDO".
          02 FILLER PIC X(13) VALUE "312PRV-DUD".
          02 FILLER PIC X(24) VALUE "PROVISION DUDOSO COBRO".
          02 FILLER PIC X(13) VALUE "313INF-CAM".
          02 FILLER PIC X(24) VALUE "DIFERENCIAS DE CAMBIO".
          02 FILLER PIC X(13) VALUE "314CUA-SAL".
          02 FILLER PIC X(24) VALUE "CUADRE CARTERA-SALDOS".
          02 FILLER PIC X(13) VALUE "315CIR-SAL".
          02 FILLER PIC X(24) VALUE "CONFIRMACION DE SALDOS".
          02 FILLER PIC X(13) VALUE "401PE-ASI05".
          02 FILLER PIC X(24) VALUE "MANTENER ARTICULOS".
          02 FILLER PIC X(13) VALUE "402PE-AS02".
          02 FILLER PIC X(24) VALUE "ALTA TIPOS Y ARTICULOS".
          02 FILLER PIC X(13) VALUE "403PE-AS06".
          02 FILLER PIC X(24) VALUE "TIPOS DE ARTICULO".
          02 FILLER PIC X(13) VALUE "404PE-AS04".
          02 FILLER PIC X(24) VALUE "INCREMENTO DE PRECIOS".
          02 FILLER PIC X(13) VALUE "405PE-AS05".
          02 FILLER PIC X(24) VALUE "EXCLUSION DE ARTICULOS".
          02 FILLER PIC X(13) VALUE "406PE-ASI06".
          02 FILLER PIC X(24) VALUE "LISTADO POR TIPO".
          02 FILLER PIC X(13) VALUE "407PE-AR03".
          02 FILLER PIC X(24) VALUE "ARTICULOS (RELATIVO)".
          02 FILLER PIC X(13) VALUE "408MAN-PPG".
          02 FILLER PIC X(24) VALUE "PRECIOS PROGRAMADOS".
          02 FILLER PIC X(13) VALUE "409CON-PREC".
          02 FILLER PIC X(24) VALUE "HISTORICO DE PRECIOS".
          02 FILLER PIC X(13) VALUE "410CON-AAR".
          02 FILLER PIC X(24) VALUE "AUDITORIA ARTICULOS".
          02 FILLER PIC X(13) VALUE "411ACT-ART".
          02 FILLER PIC X(24) VALUE "CONTABILIZAR ALMACEN".
          02 FILLER PIC X(13) VALUE "412REC-RMA".
          02 FILLER PIC X(24) VALUE "RECHAZOS DE ALMACEN".
          02 FILLER PIC X(13) VALUE "413MAN-ALM".
          02 FILLER PIC X(24) VALUE "ALMACENES".
          02 FILLER PIC X(13) VALUE "414MAN-UBI".
          02 FILLER PIC X(24) VALUE "DATOS ALMACEN/ARTICULO".
          02 FILLER PIC X(13) VALUE "415MAN-HUE".
          02 FILLER PIC X(24) VALUE "HUECOS DE ALMACEN".
          02 FILLER PIC X(13) VALUE "416MAN-NIV".
          02 FILLER PIC X(24) VALUE "NIVELES MINIMO/MAXIMO".
          02 FILLER PIC X(13) VALUE "417MAN-UNI".
          02 FILLER PIC X(24) VALUE "UNIDADES DE MEDIDA".
          02 FILLER PIC X(13) VALUE "418MAN-EAN".
          02 FILLER PIC X(24) VALUE "CODIGOS DE BARRAS".
          02 FILLER PIC X(13) VALUE "419MAN-ESC".
          02 FILLER PIC X(24) VALUE "ESCANDALLOS DE KITS".
          02 FILLER PIC X(13) VALUE "420MAN-SUS".
          02 FILLER PIC X(24) VALUE "ARTICULOS SUSTITUTOS".
          02 FILLER PIC X(13) VALUE "421MAN-SER".
          02 FILLER PIC X(24) VALUE "NUMEROS DE SERIE".
          02 FILLER PIC X(13) VALUE "422INI-STK".
          02 FILLER PIC X(24) VALUE "CARGA INICIAL STOCK".
          02 FILLER PIC X(13) VALUE "423CON-STK".
          02 FILLER PIC X(24) VALUE "STOCK POR ALMACEN".
          02 FILLER PIC X(13) VALUE "424CON-KAR".
          02 FILLER PIC X(24) VALUE "KARDEX DE ARTICULOS".
          02 FILLER PIC X(13) VALUE "425INV-FIS".
          02 FILLER PIC X(24) VALUE "INVENTARIO FISICO".
          02 FILLER PIC X(13) VALUE "426PLAN-REC".
          02 FILLER PIC X(24) VALUE "RECUENTOS CICLICOS".
          02 FILLER PIC X(13) VALUE "427REP-ALM".
          02 FILLER PIC X(24) VALUE "REPOSICION ALMACENES".
          02 FILLER PIC X(13) VALUE "428CAL-REP".
          02 FILLER PIC X(24) VALUE "PUNTOS REAPROVISION".
          02 FILLER PIC X(13) VALUE "429CAD-STK".
          02 FILLER PIC X(24) VALUE "EXISTENCIAS A CADUCAR".
          02 FILLER PIC X(13) VALUE "430RET-LOT".
          02 FILLER PIC X(24) VALUE "RETIRADA DE UN LOTE".
          02 FILLER PIC X(13) VALUE "431ABC-ART".
          02 FILLER PIC X(24) VALUE "CLASIFICACION ABC".
          02 FILLER PIC X(13) VALUE "432CAT-ARTI".
          02 FILLER PIC X(24) VALUE "CATALOGO DE ARTICULOS".
          02 FILLER PIC X(13) VALUE "433INF-AGO".
          02 FILLER PIC X(24) VALUE "ARTICULOS A AGOTAR".
          02 FILLER PIC X(13) VALUE "434INF-MARG".
          02 FILLER PIC X(24) VALUE "MARGENES DE ARTICULOS".
          02 FILLER PIC X(13) VALUE "435PE-INF01".
          02 FILLER PIC X(24) VALUE "VALORACION INVENTARIO".
          02 FILLER PIC X(13) VALUE "436PE-INF02".
          02 FILLER PIC X(24) VALUE "BAJO PUNTO DE PEDIDO".
          02 FILLER PIC X(13) VALUE "437VAL-INV".
          02 FILLER PIC X(24) VALUE "FOTO DE VALORACION".
          02 FILLER PIC X(13) VALUE "438COMP-ART".
          02 FILLER PIC X(24) VALUE "VERIFICAR COPIAS ARTIC.".
          02 FILLER PIC X(13) VALUE "439SYNC-ARTI".
          02 FILLER PIC X(24) VALUE "REGENERAR COPIAS ARTIC.".
          02 FILLER PIC X(13) VALUE "440EXP-CAT".
          02 FILLER PIC X(24) VALUE "EXPORTAR CATALOGO WEB".
          02 FILLER PIC X(13) VALUE "501MAN-PRVE".
          02 FILLER PIC X(24) VALUE "PROVEEDORES".
          02 FILLER PIC X(13) VALUE "502MAN-PRA".
          02 FILLER PIC X(24) VALUE "PROVEEDORES POR ARTIC.".
          02 FILLER PIC X(13) VALUE "503IMP-TARI".
          02 FILLER PIC X(24) VALUE "TARIFA DE PROVEEDOR".
          02 FILLER PIC X(13) VALUE "504PRO-COM".
          02 FILLER PIC X(24) VALUE "PROPUESTAS DE COMPRA".
          02 FILLER PIC X(13) VALUE "505GES-COM".
          02 FILLER PIC X(24) VALUE "PEDIDOS A PROVEEDOR".
          02 FILLER PIC X(13) VALUE "506COS-REC".
          02 FILLER PIC X(24) VALUE "COSTE DE RECEPCIONES".
          02 FILLER PIC X(13) VALUE "507FAC-PROV".
          02 FILLER PIC X(24) VALUE "FACTURAS DE PROVEEDOR".
          02 FILLER PIC X(13) VALUE "508DEV-PRV".
          02 FILLER PIC X(24) VALUE "DEVOLUCION A PROVEEDOR".
          02 FILLER PIC X(13) VALUE "509GES-PAG".
          02 FILLER PIC X(24) VALUE "CUENTAS A PAGAR".
          02 FILLER PIC X(13) VALUE "510PAG-PRV".
          02 FILLER PIC X(24) VALUE "PAGO A PROVEEDORES".
          02 FILLER PIC X(13) VALUE "511EVA-PRV".
          02 FILLER PIC X(24) VALUE "EVALUACION PROVEEDORES".
          02 FILLER PIC X(13) VALUE "512INF-PER".
          02 FILLER PIC X(24) VALUE "VENTAS PERDIDAS".
          02 FILLER PIC X(13) VALUE "513INF-DVP".
          02 FILLER PIC X(24) VALUE "INFORME DEVOLUCIONES".
          02 FILLER PIC X(13) VALUE "514REG-IVS".
          02 FILLER PIC X(24) VALUE "REGISTRO IVA SOPORTADO".
          02 FILLER PIC X(13) VALUE "601LIQ-IVA".
          02 FILLER PIC X(24) VALUE "LIQUIDACION DE IVA".
          02 FILLER PIC X(13) VALUE "602MOD-347".
          02 FILLER PIC X(24) VALUE "MODELO 347".
          02 FILLER PIC X(13) VALUE "603CON-MAY".
          02 FILLER PIC X(24) VALUE "CONSULTA DEL MAYOR".
          02 FILLER PIC X(13) VALUE "604BAL-SUM".
          02 FILLER PIC X(24) VALUE "SUMAS Y SALDOS".
          02 FILLER PIC X(13) VALUE "605MAN-CTA".
          02 FILLER PIC X(24) VALUE "CUENTAS CONTABLES".
          02 FILLER PIC X(13) VALUE "606EST-MOV".
          02 FILLER PIC X(24) VALUE "ESTADISTICAS CONTABLES".
          02 FILLER PIC X(13) VALUE "607RES-GER".
          02 FILLER PIC X(24) VALUE "RESUMEN DE GERENCIA".
          02 FILLER PIC X(13) VALUE "608CAT-INF".
          02 FILLER PIC X(24) VALUE "CATALOGO DE INFORMES".
          02 FILLER PIC X(13) VALUE "609MAN-PAR".
          02 FILLER PIC X(24) VALUE "PARAMETROS".
          02 FILLER PIC X(13) VALUE "610MAN-CAL".
          02 FILLER PIC X(24) VALUE "CALENDARIO LABORAL".
          02 FILLER PIC X(13) VALUE "611MAN-AUT".
          02 FILLER PIC X(24) VALUE "AUTORIZACIONES".
          02 FILLER PIC X(13) VALUE "612DES-BLQ".
          02 FILLER PIC X(24) VALUE "LIMPIAR CERROJO".
          02 FILLER PIC X(13) VALUE "613RESPALDO".
          02 FILLER PIC X(24) VALUE "RESPALDO DE MAESTROS".
          02 FILLER PIC X(13) VALUE "614RESTAURA".
          02 FILLER PIC X(24) VALUE "RESTAURAR UN MAESTRO".
          02 FILLER PIC X(13) VALUE "615REORG-IX".
          02 FILLER PIC X(24) VALUE "REORGANIZAR INDEXADOS".
          02 FILLER PIC X(13) VALUE "616DEP-JRN".
          02 FILLER PIC X(24) VALUE "DEPURACION DE DIARIOS".
          02 FILLER PIC X(13) VALUE "617SYNC-HIS".
          02 FILLER PIC X(24) VALUE "REGENERAR HISTORICO".
          02 FILLER PIC X(13) VALUE "618AUD-CRU".
          02 FILLER PIC X(24) VALUE "AUDITORIA ENTRE FICHEROS".
          02 FILLER PIC X(13) VALUE "619INF-MAT".
          02 FILLER PIC X(24) VALUE "INFORME MATINAL".
          02 FILLER PIC X(13) VALUE "620GES-EXC".
          02 FILLER PIC X(24) VALUE "TRATAR EXCEPCIONES".
          02 FILLER PIC X(13) VALUE "621MAN-PER".
          02 FILLER PIC X(24) VALUE "PERIODOS CERRADOS".
          02 FILLER PIC X(13) VALUE "622RECUPERA".
          02 FILLER PIC X(24) VALUE "RECUPERAR DESDE RESPALDO".
       01 TAB-MENU REDEFINES TAB-MENU-INIC.
          02 TAB-MNU OCCURS 143 TIMES.
             03 MNU-AREA       PIC 9(1).
             03 MNU-NUMERO     PIC 9(2).
             03 MNU-MODULO     PIC X(10).
             03 MNU-DESCRI     PIC X(24).
       01 TAB-PERMISOS.
          02 MNU-PERMISO OCCURS 143 TIMES PIC X(1).

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
             88 SES-CONSULTA   VALUE "C".

       PROCEDURE DIVISION.
       MENU-GENERAL.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MEN-PRI" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SES-OPERADOR TO OPERADOR-MENU.
           MOVE SES-NIVEL    TO NIVEL-MENU.

      *
      * BLOQUE PRINCIPAL: AVERIGUA QUE OPCIONES TIENE AUTORIZADAS EL
      * OPERADOR Y REPITE EL MENU DE AREAS HASTA LA OPCION DE SALIR
      *
           MOVE ZERO TO CONT-AREA(1) CONT-AREA(2) CONT-AREA(3)
                        CONT-AREA(4) CONT-AREA(5) CONT-AREA(6).
           PERFORM CARGAR-PERMISO
                   VARYING IDX-MNU FROM 1 BY 1
                   UNTIL IDX-MNU > TOTAL-OPCIONES.

           MOVE SPACE TO OPCION.
           PERFORM MENU-AREAS UNTIL OPCION = "9".

           MOVE ZERO TO RETURN-CODE.
           STOP RUN.


      * CONSULTA A ENT-OPE, SIN AVISOS NI ANOTACIONES, SI EL
      * OPERADOR PUEDE EJECUTAR EL PROGRAMA DE UNA OPCION DEL MENU
      * ****************************************************************

       CARGAR-PERMISO.
           MOVE MNU-MODULO(IDX-MNU) TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           MOVE "C"   TO SES-RESULTADO.
           CALL "ENT-OPE" USING SES-PETICION.
           MOVE SES-RESULTADO TO MNU-PERMISO(IDX-MNU).
           IF SES-AUTORIZADO
              ADD 1 TO CONT-AREA(MNU-AREA(IDX-MNU))
           END-IF.


      * MENU DE AREAS: SOLO APARECEN LAS QUE TIENEN ALGUNA OPCION
      * AUTORIZADA PARA EL OPERADOR
      * ****************************************************************

       MENU-AREAS.
           PERFORM MOSTRAR-CABECERA.
           PERFORM MOSTRAR-AREA
                   VARYING IDX-AREA FROM 1 BY 1 UNTIL IDX-AREA > 6.
           DISPLAY "  9 - SALIR".
           DISPLAY "Elija un area: ".
           MOVE SPACE TO OPCION.
           ACCEPT OPCION NO BELL.

           IF OPCION NOT = "9"
              IF OPCION < "1" OR OPCION > "6"
                 DISPLAY "AREA NO VALIDA."
              ELSE
                 MOVE OPCION TO AREA-ELEGIDA
                 IF CONT-AREA(AREA-ELEGIDA) = ZERO
                    DISPLAY "AREA NO VALIDA."
                 ELSE
                    MOVE "N" TO FIN-AREA
                    PERFORM MENU-PROGRAMAS THRU MENU-PROGRAMAS-FIN
                            UNTIL FIN-AREA = "S"
                 END-IF
              END-IF
           END-IF.


      * CABECERA COMUN: FECHA DE NEGOCIO, OPERADOR Y BLOQUEOS
      * ACTIVOS, QUE SE VUELVEN A COMPROBAR CADA VEZ
      * ****************************************************************

       MOSTRAR-CABECERA.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA   TO FECHA-DESCOMP.
           MOVE FEC-DIA TO PAN-DIA.
           MOVE FEC-MES TO PAN-MES.
           MOVE FEC-ANO TO PAN-ANO.
           PERFORM COMPROBAR-DIA-HABIL.

           DISPLAY " ".
           DISPLAY "MENU GENERAL DE LA APLICACION".
           DISPLAY "FECHA DE NEGOCIO: " FECHA-PANTALLA " " AVISO-DIA.
           DISPLAY "OPERADOR: " OPERADOR-MENU "  NIVEL " NIVEL-MENU.
           PERFORM COMPROBAR-BLOQUEOS.
           DISPLAY " ".


      * LA FECHA DE HOY NO ES DE NEGOCIO SI CAE EN SABADO O DOMINGO
      * O ES FESTIVO EN EL CALENDARIO LABORAL (CALENDAR.DAT)
      * ****************************************************************

       COMPROBAR-DIA-HABIL.
           MOVE SPACES TO AVISO-DIA.
           ACCEPT DIA-SEMANA FROM DAY-OF-WEEK.
           IF DIA-SEMANA > 5
              MOVE "(SABADO O DOMINGO: DIA NO HABIL)" TO AVISO-DIA
           ELSE
              OPEN INPUT A-CALENDAR
              IF CAL-FILESTAT = "00"
                 MOVE FECHA TO CAL-FECHA
                 READ A-CALENDAR
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       STRING "(FESTIVO: " CAL-DESCRI ")"
                          DELIMITED BY SIZE INTO AVISO-DIA
                       END-STRING
                 END-READ
              END-IF
              CLOSE A-CALENDAR
           END-IF.


      * AVISA DE LA CONGELACION DEL CIERRE DE MES (CIERRE.BLK) Y DEL
      * CERROJO GENERAL DE EJECUCION (BLOQRUN.DAT)
      * ****************************************************************

       COMPROBAR-BLOQUEOS.
           OPEN INPUT A-BLOQUEO.
           IF BLK-FILESTAT = "00"
              CLOSE A-BLOQUEO
              DISPLAY "*** CIERRE DE MES EN CURSO (CIERRE.BLK):"
                      " CONTABILIZACION CONGELADA ***"
           ELSE
              CLOSE A-BLOQUEO
              DISPLAY "CIERRE DE MES: NO ACTIVO"
           END-IF.

           MOVE "N" TO HAY-CERROJO.
           OPEN INPUT A-BLOQRUN.
           IF BLQ-FILESTAT = "00"
              READ A-BLOQRUN
                 AT END CONTINUE
                 NOT AT END MOVE "S" TO HAY-CERROJO
              END-READ
              CLOSE A-BLOQRUN
           ELSE
              CLOSE A-BLOQRUN
           END-IF.
           IF HAY-CERROJO = "S"
              DISPLAY "*** CERROJO DE EJECUCION (BLOQRUN.DAT) TOMADO"
                      " POR " BLQ-PROGRAMA " DESDE " BLQ-FECHA " "
                      BLQ-HORA " ***"
           ELSE
              DISPLAY "CERROJO DE EJECUCION: LIBRE"
           END-IF.


      * MUESTRA UN AREA SI TIENE OPCIONES AUTORIZADAS
      * ****************************************************************

       MOSTRAR-AREA.
           IF CONT-AREA(IDX-AREA) NOT = ZERO
              DISPLAY "  " IDX-AREA " - " TAB-AREA-TITULO(IDX-AREA)
           END-IF.


      * MENU DE LAS OPCIONES AUTORIZADAS DE UN AREA: LANZA LA
      * ELEGIDA Y VUELVE A MOSTRARLO HASTA QUE SE PIDE VOLVER
      * ****************************************************************

       MENU-PROGRAMAS.
           PERFORM MOSTRAR-CABECERA.
           DISPLAY TAB-AREA-TITULO(AREA-ELEGIDA).
           MOVE SPACES TO LINEA-MENU.
           MOVE ZERO TO COLUMNA-MENU.
           PERFORM MOSTRAR-OPCION
                   VARYING IDX-MNU FROM 1 BY 1
                   UNTIL IDX-MNU > TOTAL-OPCIONES.
           IF COLUMNA-MENU = 1
              DISPLAY LINEA-MENU
           END-IF.
           DISPLAY "00 VOLVER AL MENU GENERAL".
           DISPLAY "Elija una opcion: ".
           MOVE SPACES TO ENT-NUMERO.
           ACCEPT ENT-NUMERO NO BELL.

           IF ENT-NUMERO = SPACES OR ENT-NUMERO = "00"
              MOVE "S" TO FIN-AREA
              GO TO MENU-PROGRAMAS-FIN
           END-IF.
           IF ENT-NUMERO(2:1) = SPACE
              MOVE ENT-NUMERO(1:1) TO ENT-NUMERO(2:1)
              MOVE "0" TO ENT-NUMERO(1:1)
           END-IF.
           IF ENT-NUMERO NOT NUMERIC
              DISPLAY "OPCION NO VALIDA."
              GO TO MENU-PROGRAMAS-FIN
           END-IF.

           MOVE ENT-NUMERO TO NUM-ELEGIDO.
           MOVE ZERO TO MNU-ELEGIDO.
           PERFORM BUSCAR-OPCION
                   VARYING IDX-MNU FROM 1 BY 1
                   UNTIL IDX-MNU > TOTAL-OPCIONES
                      OR MNU-ELEGIDO NOT = ZERO.
           IF MNU-ELEGIDO = ZERO
              DISPLAY "OPCION NO VALIDA."
              GO TO MENU-PROGRAMAS-FIN
           END-IF.

           PERFORM LANZAR-PROGRAMA.

       MENU-PROGRAMAS-FIN.
           EXIT.


      * PONE UNA OPCION AUTORIZADA DEL AREA EN LA LINEA DEL MENU;
      * CON DOS OPCIONES EN LA LINEA, LA MUESTRA
      * ****************************************************************

       MOSTRAR-OPCION.
           IF MNU-AREA(IDX-MNU) = AREA-ELEGIDA
              AND MNU-PERMISO(IDX-MNU) = "S"
              MOVE MNU-NUMERO(IDX-MNU) TO TXT-NUMERO
              MOVE MNU-MODULO(IDX-MNU) TO TXT-MODULO
              MOVE MNU-DESCRI(IDX-MNU) TO TXT-DESCRI
              IF COLUMNA-MENU = ZERO
                 MOVE TEXTO-OPCION TO LINEA-MENU(1:38)
                 MOVE 1 TO COLUMNA-MENU
              ELSE
                 MOVE TEXTO-OPCION TO LINEA-MENU(41:38)
                 DISPLAY LINEA-MENU
                 MOVE SPACES TO LINEA-MENU
                 MOVE ZERO TO COLUMNA-MENU
              END-IF
           END-IF.


      * BUSCA LA OPCION TECLEADA ENTRE LAS AUTORIZADAS DEL AREA
      * ****************************************************************

       BUSCAR-OPCION.
           IF MNU-AREA(IDX-MNU) = AREA-ELEGIDA
              AND MNU-NUMERO(IDX-MNU) = NUM-ELEGIDO
              AND MNU-PERMISO(IDX-MNU) = "S"
              MOVE IDX-MNU TO MNU-ELEGIDO
           END-IF.


      * LANZA EL PROGRAMA ELEGIDO Y, CUANDO TERMINA, LO DESCARGA
      * PARA QUE LA PROXIMA VEZ EMPIECE DESDE EL PRINCIPIO. EL
      * CODIGO DE RETORNO DEL PROGRAMA SE MUESTRA Y NO PASA AL MENU
      * ****************************************************************

       LANZAR-PROGRAMA.
           MOVE MNU-MODULO(MNU-ELEGIDO) TO MODULO-LLAMADO.
           DISPLAY " ".
           DISPLAY "EJECUTANDO " MODULO-LLAMADO " - "
                   MNU-DESCRI(MNU-ELEGIDO).
           MOVE ZERO TO RETURN-CODE.
           CALL MODULO-LLAMADO
              ON EXCEPTION
                 MOVE "N" TO PROGRAMA-LANZADO
              NOT ON EXCEPTION
                 MOVE "S" TO PROGRAMA-LANZADO
           END-CALL.
           IF PROGRAMA-LANZADO = "S"
              MOVE RETURN-CODE TO RC-PROGRAMA
              CANCEL MODULO-LLAMADO
              DISPLAY "FIN DE " MODULO-LLAMADO
                      " (CODIGO DE RETORNO " RC-PROGRAMA ")"
           ELSE
              DISPLAY "EL PROGRAMA " MODULO-LLAMADO
                      " NO ESTA DISPONIBLE."
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "PULSE INTRO PARA VOLVER AL MENU".
           ACCEPT TECLA NO BELL.
