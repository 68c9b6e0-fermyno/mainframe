           ACT-CLI Y NO A MANO. LOS PEDIDOS SERVIDOS COMPLETOS
           QUEDAN EN ESTADO F; LOS PARCIALES SIGUEN EN P CON SU
           PENDIENTE (BACKORDER) A LA ESPERA DE NUEVAS ENTREGAS.
           SI EL CLIENTE DEL PEDIDO TIENE PAGADOR EN FACCLI.DAT
           (MAN-FCL), LA FACTURA, EL CARGO Y EL EFECTO DE COBRO SE
           EMITEN A NOMBRE DE LA CENTRAL PAGADORA, CON SU LIMITE DE
           CREDITO Y SUS DIAS DE PAGO; EL HISTORICO DE VENTAS Y LOS
           PRECIOS ACORDADOS SIGUEN SIENDO LOS DEL CLIENTE QUE PIDE.
           CADA EJECUCION FACTURA UNA PERIODICIDAD (FCL-PERIODICIDAD
           DE FACCLI.DAT): LA FACTURACION POR PEDIDO (P) EMITE UNA
           FACTURA POR PEDIDO A LOS CLIENTES SIN PERIODICIDAD; LA
           SEMANAL, QUINCENAL O MENSUAL (S, Q, M) REUNE EN UNA SOLA
           FACTURA TODO LO SERVIDO Y NO FACTURADO DE CADA CLIENTE DE
           ESA PERIODICIDAD, SEPARANDO SOLO LOS PEDIDOS DE DISTINTO
           VENDEDOR PARA NO MEZCLAR COMISIONES. CADA LINEA DE
           FACTURA GUARDA SU PEDIDO Y SU ALBARAN DE ORIGEN
           (ALBARAN.DAT); LAS FACTURAS AGRUPADAS LLEVAN FAC-PEDIDO A
           CERO Y SE TRAZAN POR SUS LINEAS. LAS PROMOCIONES VIGENTES
           EN LA FECHA DE FACTURA (PROMOCI.DAT, MANTENIDO POR
           MAN-PRM) SE APLICAN POR TRAMOS SEGUN LA CANTIDAD PEDIDA
           EN LA LINEA, SOLO SI MEJORAN EL PRECIO DEL ACUERDO DEL
           CLIENTE O LA TARIFA: NUNCA SE ACUMULAN ACUERDO Y
           PROMOCION. UNA LINEA CUYO PRECIO NETO DEJA UN MARGEN
           BRUTO SOBRE EL PRE-COSTE INFERIOR AL MINIMO DE SU TIPO
           DE ARTICULO (MRG MAS EL TIPO EN PARAMS.DAT, O EL GENERAL
           MARGMIN) SOLO SE FACTURA CON EL VISTO BUENO DE UN
           SUPERVISOR (OPERADOR.DAT); CADA AUTORIZACION QUEDA EN
           MARGEXC.DAT (INFORME SEMANAL EN INF-EXC) Y, SIN ELLA, LA
           LINEA SE RETIENE Y EL PEDIDO SIGUE PENDIENTE DE FACTURAR.
           LAS CANTIDADES SE FACTURAN EN UNIDADES BASE; LA LINEA
           PEDIDA EN UNIDAD DE VENTA (VER MAN-UNI) MUESTRA DEBAJO SU
           EQUIVALENCIA EN LA UNIDAD PEDIDA. LAS UNIDADES CON NUMERO
           DE SERIE VENDIDAS CON EL PEDIDO (SERIES.DAT, VER MAN-SER)
           QUEDAN ANOTADAS CON SU NUMERO DE FACTURA, Y SUS NUMEROS SE
           IMPRIMEN BAJO LA LINEA FACTURADA. NO SE FACTURA SI EL
           TRIMESTRE DE IVA EN CURSO YA ESTA PRESENTADO (IVATRIM.DAT)
           NI CON FECHA DE UN PERIODO CERRADO (VAL-PER), SALVO QUE UN
           SUPERVISOR APRUEBE FACTURAR CON FECHA DEL PRIMER PERIODO
           ABIERTO.
           CADA FACTURA DEJA SU ASIENTO CUADRADO EN ASIVEN.DAT:
           CARGO AL CLIENTE POR EL TOTAL, ABONO A VENTAS POR LA BASE
           DE CADA TIPO DE ARTICULO Y ABONO AL IVA REPERCUTIDO POR
           LA CUOTA DE CADA TIPO IMPOSITIVO, CON LAS CUENTAS DE
           CUENTAS.DAT (MAN-CTA); ACT-ART LO TRASPASA A LA INTERFAZ
           CONTABLE DE ALMACEN Y CUA-VEN LO CUADRA CON LAS FACTURAS.
           COMO LOS DEMAS LOTES PESADOS TOMA EL CERROJO DE EJECUCION
           (BLOQRUN.DAT) Y ANOTA CADA EJECUCION EN LA BITACORA
           (BITACORA.DAT). TRAS CADA FACTURA GRABA UN PUNTO DE
           REARRANQUE (CHKFAC.DAT): SI LA FACTURACION SE INTERRUMPE,
           LA SIGUIENTE EJECUCION LA RETOMA CON LA MISMA SUCURSAL,
           ALMACEN Y PERIODICIDAD, ANULA LO QUE HUBIERA GRABADO DE
           LA FACTURA A MEDIAS (DEVOLVIENDO SU NUMERO A CONTADOR.DAT,
           COMPENSANDO SUS SALIDAS DE ALMACEN CON ENTRADAS Y SU CARGO
           CON UN ABONO)
           O, SI YA ESTABA GRABADA ENTERA, TERMINA DE ANOTARLA EN
           PEDLIN.DAT Y EN SUS PEDIDOS, Y SIGUE CON EL PEDIDO
           SIGUIENTE: NINGUN PEDIDO SE FACTURA DOS VECES NI QUEDA
           NUMERO DE FACTURA SIN USAR. LAS LINEAS DE PEDIDO
           (PEDLIN.DAT) Y DE FACTURA (FACLIN.DAT) SON INDEXADAS POR
           DOCUMENTO Y LINEA: SE LEEN, SE REGRABAN Y SE ANULAN POR
           SU CLAVE.
           AL CLIENTE CON MONEDA PROPIA (MONCLI DISTINTA DEL EURO)
           SE LE FACTURA EN SU MONEDA AL CAMBIO EN VIGOR EN LA FECHA
           DE FACTURA (CAMHIST.DAT O, EN SU DEFECTO, MONEDAS.DAT O
           EL CAMBIO DE SU FICHA): LA FACTURA Y EL EFECTO GUARDAN EL
           IMPORTE EN EUROS Y EN DIVISA CON EL CAMBIO APLICADO, Y LA
           DIFERENCIA DE CAMBIO AL COBRARLO LA CALCULAN GES-EFE E
           IMP-EXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  FILE STATUS IS PED-FILESTAT.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS LIN-FILESTAT.

      *
      * DECLARACION DEL FICHERO DE TRABAJO CON LAS LINEAS DE LOS
      * PEDIDOS DE LA FACTURA EN CURSO, YA CON LO FACTURADO
      * ANOTADO: CUANDO LA FACTURA QUEDA GRABADA ENTERA SE
      * REGRABAN EN PEDLIN.DAT POR SU CLAVE
      *
           SELECT A-LINTMP ASSIGN TO DISK 'PEDLIN.TMP'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS FAC-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS FLN-FILESTAT.

      *
      * DECLARACION DEL REGISTRO DE ALBARANES DE PED-CLI, SOLO EN
      * CONSULTA PARA REFERENCIAR CADA LINEA FACTURADA A SU ALBARAN
      *
           SELECT A-ALBARAN ASSIGN TO DISK 'ALBARAN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS ALB-FILESTAT.

      *
      * DECLARACION DE LOS ACUERDOS DE PRECIO CON CLIENTES, SOLO
                  RECORD KEY ACU-CLAVE
                  FILE STATUS IS ACU-FILESTAT.

      *
      * DECLARACION DE LAS PROMOCIONES DE VENTA, SOLO EN CONSULTA
      * (LAS MANTIENE MAN-PRM)
      *
           SELECT A-PROMOCI ASSIGN TO DISK 'PROMOCI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRM-CODIGO
                  FILE STATUS IS PRM-FILESTAT.

      *
      * DECLARACION DE LOS TIPOS DE ARTICULO, DE DONDE SALE EL
      * TIPO DE IVA DE CADA LINEA
                  RECORD KEY COB-CODCLI
                  FILE STATUS IS COB-FILESTAT.

      *
      * DECLARACION DE LOS DATOS DE FACTURACION POR CLIENTE
      * (MAN-FCL), SOLO PARA TOMAR EL CLIENTE PAGADOR
      *
           SELECT A-FACCLI ASSIGN TO DISK 'FACCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FCL-CODCLI
                  ALTERNATE RECORD KEY FCL-PAGADOR WITH DUPLICATES
                  FILE STATUS IS FCL-FILESTAT.

      *
      * DECLARACION DEL MAESTRO DE PARAMETROS (MAN-PAR), SOLO PARA
      * TOMAR LOS MARGENES MINIMOS
      *
           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

      *
      * DECLARACION DEL MAESTRO DE OPERADORES, SOLO PARA EXIGIR
      * EL VISTO BUENO DE SUPERVISOR EN LINEAS BAJO MARGEN MINIMO
      *
           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

      *
      * DECLARACION DEL REGISTRO DE LINEAS FACTURADAS BAJO MARGEN
      * MINIMO CON VISTO BUENO DE SUPERVISOR
      *
           SELECT A-MARGEXC ASSIGN TO DISK 'MARGEXC.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS MEX-FILESTAT.

      *
      * FICHAS DE LAS UNIDADES CON NUMERO DE SERIE (MAN-SER), POR
      * SU CLAVE ALTERNATIVA DE PEDIDO DE VENTA
      *
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

      *
      * DECLARACION DEL CERROJO GENERAL DE EJECUCION ENTRE LOTES
      * PESADOS (VER ACT-ART Y DES-BLQ)
      *
           SELECT A-BLOQRUN ASSIGN TO DISK 'BLOQRUN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BLQ-FILESTAT.

      *
      * DECLARACION DEL PUNTO DE REARRANQUE DE LA FACTURACION
      *
           SELECT A-CHKFAC ASSIGN TO DISK 'CHKFAC.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CKF-FILESTAT.

      *
      * DECLARACION DE LA BITACORA DE EJECUCIONES (COMPARTIDA CON
      * LAS ACTUALIZACIONES)
      *
           SELECT A-BITACORA ASSIGN TO DISK 'BITACORA.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BIT-FILESTAT.

      *
      * DECLARACION DE LOS FICHEROS CON LOS QUE UN REARRANQUE
      * RETIRA DEL HISTORICO DE VENTAS Y DE MARGEXC.DAT LOS
      * REGISTROS DE LA FACTURA INTERRUMPIDA: EL FICHERO A RECORTAR
      * (POR NOMBRE) Y UNA COPIA DE TRABAJO
      *
           SELECT A-RECORTE ASSIGN TO DISK NOMBRE-RECORTE
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS RCT-FILESTAT.

           SELECT A-RECTMP ASSIGN TO DISK 'FACREC.TMP'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

      *
      * DECLARACION DEL MAESTRO DE MONEDAS Y DEL HISTORICO DE
      * CAMBIOS (VER ACT-CLI), PARA FACTURAR EN LA MONEDA DEL
      * CLIENTE AL CAMBIO DE LA FECHA DE FACTURA
      *
           SELECT A-MONEDAS ASSIGN TO DISK 'MONEDAS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY MON-CODIGO
                  FILE STATUS IS MON-FILESTAT.

           SELECT A-CAMHIST ASSIGN TO DISK 'CAMHIST.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CAH-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

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

       FD A-LINTMP LABEL RECORD STANDARD.
       01 REGLIN-TMP        PIC X(61).

       FD A-CLIENT LABEL RECORD STANDARD.
       01 REGCLI.
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
       01 LINEA-LISTADO      PIC X(80).

      *
      * DESCRIPCION DE LA CABECERA DE FACTURA EMITIDA. LA FACTURA
      * EN MONEDA DEL CLIENTE LLEVA LA MONEDA, EL CAMBIO APLICADO
      * Y EL TOTAL EN DIVISA; LA FACTURA EN EUROS, BLANCOS Y CEROS
      *
       FD A-FACCAB LABEL RECORD STANDARD.
       01 REGFAC.
          02 FAC-BASE       PIC 9(8)V9(2).
          02 FAC-IVA        PIC 9(8)V9(2).
          02 FAC-TOTAL      PIC 9(8)V9(2).
          02 FAC-MONEDA     PIC X(3).
          02 FAC-CAMBIO     PIC 9(3)V9(4).
          02 FAC-TOTAL-DIV  PIC 9(8)V9(2).

      *
      * DESCRIPCION DE LA LINEA DE FACTURA EMITIDA
      *
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

      *
      * DESCRIPCION DE LA LINEA DE ALBARAN (VER PED-CLI)
      *
       FD A-ALBARAN LABEL RECORD STANDARD.
       01 REGALB.
          02 ALB-NUMERO     PIC 9(6).
          02 ALB-PEDIDO     PIC 9(6).
          02 ALB-NUMLIN     PIC 9(2).
          02 ALB-CODARTI    PIC 9(4).
          02 ALB-CANTIDAD   PIC 9(6).
          02 ALB-FECHA      PIC X(8).
          02 ALB-LOTE       PIC X(8).

      *
      * DESCRIPCION DEL ACUERDO DE PRECIO (VER MAN-ACU)
          02 ACU-DESCUENTO  PIC 9(2)V9(2).
          02 ACU-PRECIO     PIC 9(4)V9(2).

      *
      * DESCRIPCION DE LA PROMOCION DE VENTA (VER MAN-PRM)
      *
       FD A-PROMOCI LABEL RECORD STANDARD.
       01 REGPRM.
          02 PRM-CODIGO     PIC X(6).
          02 PRM-DESCRIPCION PIC X(25).
          02 PRM-FEC-INI    PIC X(8).
          02 PRM-FEC-FIN    PIC X(8).
          02 PRM-AMBITO     PIC X(1).
          02 PRM-REFER      PIC X(4).
          02 PRM-TRAMO OCCURS 3 TIMES.
             03 PRM-CANT-MIN   PIC 9(6).
             03 PRM-DESCUENTO  PIC 9(2)V9(2).
             03 PRM-PRECIO     PIC 9(4)V9(2).

      *
      * DESCRIPCION DEL TIPO DE ARTICULO CON SU TIPO DE IVA
      *

      *
      * DESCRIPCION DEL EFECTO DE COBRO. EFE-ESTADO:
      *    P = PENDIENTE, R = REMESADO AL BANCO, A = COBRADO EN
      *    PARTE, C = COBRADO
      * EFE-IMP-COBRADO Y EFE-IMP-PENDIENTE LLEVAN LO COBRADO Y LO
      * QUE FALTA POR COBRAR (VER GES-EFE), Y EFE-MOTIVO-DEV EL
      * MOTIVO DE LA ULTIMA DEVOLUCION DEL BANCO (VER IMP-DEV).
      * EL EFECTO EN MONEDA DEL CLIENTE GUARDA ADEMAS LA MONEDA, EL
      * CAMBIO DE LA FACTURA Y EL IMPORTE Y LO PENDIENTE EN DIVISA
      *
       FD A-EFECTOS LABEL RECORD STANDARD.
       01 REGEFE.
          02 EFE-ESTADO     PIC X(1).
             88 EFE-PENDIENTE VALUE "P".
             88 EFE-REMESADO  VALUE "R".
             88 EFE-PARCIAL   VALUE "A".
             88 EFE-COBRADO   VALUE "C".
          02 EFE-FECHA-COB  PIC X(8).
          02 EFE-IMP-COBRADO   PIC 9(8)V9(2).
          02 EFE-IMP-PENDIENTE PIC 9(8)V9(2).
          02 EFE-MOTIVO-DEV PIC X(4).
          02 EFE-MONEDA     PIC X(3).
          02 EFE-CAMBIO     PIC 9(3)V9(4).
          02 EFE-IMPORTE-DIV PIC 9(8)V9(2).
          02 EFE-PEND-DIV   PIC 9(8)V9(2).

       FD A-COBROCLI LABEL RECORD STANDARD.
       01 REGCOB.
          02 COB-DIAS-PAGO  PIC 9(3).
          02 COB-NIVEL-CARTA PIC 9(1).
          02 COB-FECHA-CARTA PIC X(8).
          02 COB-DEVOLUCIONES PIC 9(3).
          02 COB-FECHA-DEVOL PIC X(8).
          02 COB-RETENIDO   PIC X(1).
             88 COB-SIN-REMESA VALUE "S".

       FD A-FACCLI LABEL RECORD STANDARD.
       01 REGFCL.
          02 FCL-CODCLI     PIC X(5).
          02 FCL-PAGADOR    PIC X(5).
          02 FCL-PERIODICIDAD PIC X(1).
          02 FCL-EXENTO-INT PIC X(1).

      *
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE PARAMETROS
      *
       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

      *
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE OPERADORES (VER
      * ACT-CLI); AQUI SOLO SE CONSULTA PARA EL VISTO BUENO
      *
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

      *
      * DESCRIPCION DE LA LINEA FACTURADA BAJO MARGEN MINIMO: PRECIO
      * NETO APLICADO, COSTE, MINIMO EXIGIDO Y SUPERVISOR QUE LA
      * AUTORIZO
      *
       FD A-MARGEXC LABEL RECORD STANDARD.
       01 REGMEX.
          02 MEX-FECHA      PIC X(8).
          02 MEX-FACTURA    PIC 9(6).
          02 MEX-PEDIDO     PIC 9(6).
          02 MEX-NUMLIN     PIC 9(2).
          02 MEX-CODCLI     PIC X(5).
          02 MEX-VENDEDOR   PIC X(3).
          02 MEX-CODARTI    PIC 9(4).
          02 MEX-CANTIDAD   PIC 9(6).
          02 MEX-PRECIO     PIC 9(4)V9(2).
          02 MEX-COSTE      PIC 9(4)V9(2).
          02 MEX-MINIMO     PIC 9(3)V9(2).
          02 MEX-SUPERVISOR PIC X(8).

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

      *
      * DESCRIPCION DEL CERROJO DE EJECUCION COMPARTIDO: MIENTRAS
      * EXISTE CON CONTENIDO, OTRO LOTE PESADO ESTA EN MARCHA
      *
       FD A-BLOQRUN LABEL RECORD STANDARD.
       01 REGBLQ.
          02 BLQ-PROGRAMA   PIC X(8).
          02 BLQ-FECHA      PIC X(8).
          02 BLQ-HORA       PIC X(6).

      *
      * DESCRIPCION DEL PUNTO DE REARRANQUE. CKF-ESTADO DICE EN QUE
      * PUNTO QUEDO LA ULTIMA FACTURA:
      *    E = EN CURSO: AUN PUEDE TENER SALIDAS A MEDIAS, QUE EL
      *        REARRANQUE ANULA PARA REPETIRLA ENTERA. CKF-CARGO ES EL
      *        CARGO QUE YA GRABO EN SUCURSAL.DAT (EN BLANCO SI AUN
      *        NO LO HABIA GRABADO)
      *    L = GRABADA ENTERA, FALTA REGRABAR EN PEDLIN.DAT LAS
      *        LINEAS DE PEDLIN.TMP Y EL ESTADO DE SUS PEDIDOS
      *    T = TERMINADA
      * CON LOS DATOS DE LA EJECUCION, LOS ACUMULADOS DE LA
      * EJECUCION Y LOS PEDIDOS DE LA FACTURA
      *
       FD A-CHKFAC LABEL RECORD STANDARD.
       01 REGCKF.
          02 CKF-ESTADO       PIC X(1).
             88 CKF-EN-CURSO    VALUE "E".
             88 CKF-REGRABANDO  VALUE "L".
             88 CKF-TERMINADA   VALUE "T".
          02 CKF-FECHA        PIC X(8).
          02 CKF-FACTURA      PIC 9(6).
          02 CKF-PEDIDO       PIC 9(6).
          02 CKF-SUCURSAL     PIC 9(3).
          02 CKF-ALMACEN      PIC 9(2).
          02 CKF-PERIODICIDAD PIC X(1).
          02 CKF-CARGO        PIC X(54).
          02 CKF-PED-LEIDOS   PIC 9(6).
          02 CKF-FACTURAS     PIC 9(4).
          02 CKF-FACTURADO    PIC 9(9)V9(2).
          02 CKF-NO-FACT      PIC 9(4).
          02 CKF-PERIODICOS   PIC 9(4).
          02 CKF-CONT-PEDFAC  PIC 9(3).
          02 CKF-PEDFAC       PIC X(1600).

      *
      * DESCRIPCION DEL REGISTRO DE LA BITACORA (VER ACT-CLI)
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

       FD A-RECORTE LABEL RECORD STANDARD.
       01 REG-RECORTE       PIC X(200).
       01 RCT-HISTVEN.
          02 FILLER         PIC X(36).
          02 RCT-VEN-FACTURA PIC 9(6).
          02 FILLER         PIC X(158).
       01 RCT-MARGEXC.
          02 FILLER         PIC X(8).
          02 RCT-MEX-FACTURA PIC 9(6).
          02 FILLER         PIC X(186).

       FD A-RECTMP LABEL RECORD STANDARD.
       01 REG-RECTMP        PIC X(200).

       FD A-MONEDAS LABEL RECORD STANDARD.
       01 REGMON.
          02 MON-CODIGO     PIC X(3).
          02 MON-DESCRI     PIC X(25).
          02 MON-CAMBIO     PIC 9(3)V9(4).
          02 MON-FECHA      PIC X(8).

       FD A-CAMHIST LABEL RECORD STANDARD.
       01 REGCAH.
          02 CAH-MONEDA     PIC X(3).
          02 CAH-FECHA      PIC X(8).
          02 CAH-CAMBIO     PIC 9(3)V9(4).
          02 CAH-OPERADOR   PIC X(8).


       WORKING-STORAGE SECTION.
       77 PED-FILESTAT      PIC X(2).
       77 ITR-FILESTAT      PIC X(2).
       77 TRIMESTRE-ACTUAL  PIC X(5).
       77 NUM-TRIMESTRE     PIC 9(1).
       77 LIN-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 FIN-PEDIDO        PIC X(1).
       77 FACTURA-DESBORDA  PIC X(1).
       77 CONT-NO-FACT      PIC 9(4) VALUE ZERO.
       77 CANT-A-FACT       PIC 9(6).
       77 FIN-TMP           PIC X(1).
       77 FAC-FILESTAT      PIC X(2).
       77 FLN-FILESTAT      PIC X(2).
       77 EXISTE-ACU        PIC X(1).
       77 ACUERDO-APLICADO  PIC X(1).
       77 PRECIO-APLICADO   PIC 9(4)V9(2).
       77 PRM-FILESTAT      PIC X(2).
       77 FIN-PROMOCION     PIC X(1).
       77 CONT-PROMOCIONES  PIC 9(3) COMP VALUE ZERO.
       77 IDX-PRM           PIC 9(3) COMP.
       77 IDX-TRAMO         PIC 9(1) COMP.
       77 PROMOCION-APLICADA PIC X(1).
       77 PROMOCION-LINEA   PIC X(6).
       77 PRECIO-TRAMO      PIC 9(4)V9(2).
       77 CANTIDAD-TRAMO    PIC 9(6).
       77 REFER-ARTICULO    PIC X(4).
       77 REFER-TIPO        PIC X(4).
       77 TIP-FILESTAT      PIC X(2).
       77 FIN-TIPO          PIC X(1).
       77 CNT-FILESTAT      PIC X(2).
       77 ES-BISIESTO       PIC X(1).
       77 DIAS-DEL-MES      PIC 9(2).
       77 FECHA-VENCIMIENTO PIC X(8).
       77 FCL-FILESTAT      PIC X(2).
       77 HAY-FACCLI        PIC X(1) VALUE "N".
       77 EXISTE-FCL        PIC X(1).
       77 CLIENTE-PAGADOR   PIC X(5).
       77 NOMBRE-ORDENANTE  PIC X(25).
       77 ENT-PERIODICIDAD  PIC X(1).
       77 PERIODICIDAD-CLI  PIC X(1).
       77 CONT-PERIODICOS   PIC 9(4) VALUE ZERO.
       77 CLIENTE-FACTURA   PIC X(5).
       77 VENDEDOR-FACTURA  PIC X(3).
       77 FIN-AGRUPAR       PIC X(1).
       77 CONT-PEDFAC       PIC 9(3) COMP VALUE ZERO.
       77 IDX-PF            PIC 9(3) COMP.
       77 IDX-PF-ENC        PIC 9(3) COMP.
       77 PEDIDO-EN-FACTURA PIC X(1).
       77 PEDIDO-BUSCADO    PIC 9(6).
       77 IDX-PF-LIN        PIC 9(3) COMP.
       77 PEDIDO-LINEAS     PIC 9(6).
       77 CONT-FLN-ANULADAS PIC 9(4).
       77 ALB-FILESTAT      PIC X(2).
       77 FIN-ALB           PIC X(1).
       77 CONT-ALBFAC       PIC 9(3) COMP VALUE ZERO.
       77 IDX-AF            PIC 9(3) COMP.
       77 ENCONTRADO-AF     PIC X(1).
       77 ALBARAN-LINEA     PIC 9(6).
       77 PAR-FILESTAT      PIC X(2).
       77 HAY-PARAMS        PIC X(1) VALUE "N".
       77 EXISTE-PAR        PIC X(1).
       77 MARGEN-GENERAL    PIC 9(3)V9(2) VALUE ZERO.
       77 MARGEN-MINIMO     PIC 9(3)V9(2).
       77 MARGEN-LINEA      PIC S9(5)V9(2).
       77 LINEA-RETENIDA    PIC X(1).
       77 OPE-FILESTAT      PIC X(2).
       77 HAY-OPERADORES    PIC X(1) VALUE "N".
       77 EXISTE-OPE        PIC X(1).
       77 VISTO-BUENO-SUP   PIC X(1).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 MEX-FILESTAT      PIC X(2).
       77 CONT-EXCEPCIONES  PIC 9(3) COMP VALUE ZERO.
       77 IDX-EXC           PIC 9(3) COMP.
       77 IDX-EXC-ENC       PIC 9(3) COMP.
       77 ENCONTRADO-EXC    PIC X(1).
       77 SER-FILESTAT      PIC X(2).
       77 HAY-SERIES        PIC X(1) VALUE "N".
       77 FIN-SERIES        PIC X(1).
       77 CONT-RETENIDAS-FAC PIC 9(3) COMP VALUE ZERO.
       77 CONT-AUTORIZADAS  PIC 9(4) VALUE ZERO.
       77 CONT-RETENIDAS    PIC 9(4) VALUE ZERO.
       77 CANT-BASE-UNI     PIC 9(6).
       77 UNIDAD-DOC        PIC X(3).
       77 FACTOR-DOC        PIC 9(4).
       77 CANT-EN-UNIDAD    PIC 9(6).
       77 RESTO-UNIDAD      PIC 9(4).
       77 TEXTO-UNIDAD      PIC X(40).
       77 CTA-FILESTAT      PIC X(2).
       77 HAY-CUENTAS       PIC X(1) VALUE "N".
       77 EXISTE-CTA        PIC X(1).
       77 ASV-FILESTAT      PIC X(2).
       77 NUM-LINEA-ASV     PIC 9(3).
       77 ASIENTO-GRABADO   PIC X(1).
       77 CONT-ASV-SINCTA   PIC 9(4) VALUE ZERO.
       77 CONT-ING          PIC 9(2) COMP VALUE ZERO.
       77 IDX-ING           PIC 9(2) COMP.
       77 ENCONTRADO-ING    PIC X(1).
       77 TIPO-IVA-CLAVE    PIC 9(3).
       77 BLQ-FILESTAT      PIC X(2).
       77 RUN-BLOQUEADO     PIC X(1).
       77 HORA-ACTUAL       PIC 9(8).
       77 HORA-INICIO       PIC X(6).
       77 BIT-FILESTAT      PIC X(2).
       77 CKF-FILESTAT      PIC X(2).
       77 REARRANQUE        PIC X(1) VALUE "N".
       77 ESTADO-REARRANQUE PIC X(1).
       77 ESTADO-FAC-CHK    PIC X(1).
       77 FECHA-CHECKPOINT  PIC X(8).
       77 CONT-PED-LEIDOS   PIC 9(6) VALUE ZERO.
       77 CARGO-FACTURA     PIC X(54) VALUE SPACES.
       77 RCT-FILESTAT      PIC X(2).
       77 NOMBRE-RECORTE    PIC X(12).
       77 FACTURA-RECORTE   PIC 9(6).
       77 CONT-ANULADOS     PIC 9(6).
       77 FIN-RECORTE       PIC X(1).
       77 FIN-ASIENTO       PIC X(1).
       77 MONEDA-PROPIA     PIC X(3) VALUE "EUR".
       77 MON-FILESTAT      PIC X(2).
       77 HAY-MONEDAS       PIC X(1) VALUE "N".
       77 CAH-FILESTAT      PIC X(2).
       77 FIN-CAMHIST       PIC X(1).
       77 FECHA-CAMBIOS     PIC X(8).
       77 IDX-ASOF          PIC 9(2) COMP.
       77 CONT-ASOF         PIC 9(2) COMP VALUE ZERO.
       77 ENCONTRADO-ASOF   PIC X(1).
       77 MONEDA-FACTURA    PIC X(3).
       77 CAMBIO-FACTURA    PIC 9(3)V9(4).
       77 TOTAL-DIVISA      PIC 9(8)V9(2).

      *
      * PEDIDOS QUE ENTRAN EN LA FACTURA EN CURSO (UNO SOLO EN LA
      * FACTURACION POR PEDIDO) Y SI LES QUEDA ALGO POR SERVIR
      *
       01 TAB-PEDFAC.
          02 TAB-PF-OCU OCCURS 200 TIMES.
             03 TAB-PF-NUMERO    PIC 9(6).
             03 TAB-PF-PENDIENTE PIC X(1).
             03 TAB-PF-RETENIDA  PIC X(1).

      *
      * LINEAS DE LA FACTURA EN CURSO CON MARGEN BAJO EL MINIMO Y
      * LA DECISION DEL SUPERVISOR (A = AUTORIZADA, R = RETENIDA)
      *
       01 TAB-EXCEPCIONES.
          02 TAB-EXC-OCU OCCURS 200 TIMES.
             03 TAB-EXC-PEDIDO     PIC 9(6).
             03 TAB-EXC-NUMLIN     PIC 9(2).
             03 TAB-EXC-DECISION   PIC X(1).
             03 TAB-EXC-MINIMO     PIC 9(3)V9(2).
             03 TAB-EXC-SUPERVISOR PIC X(8).

      *
      * ULTIMO ALBARAN DE CADA LINEA DE LOS PEDIDOS DE LA FACTURA
      * EN CURSO, PARA REFERENCIAR LAS LINEAS FACTURADAS
      *
       01 TAB-ALBFAC.
          02 TAB-AF-OCU OCCURS 500 TIMES.
             03 TAB-AF-PEDIDO    PIC 9(6).
             03 TAB-AF-NUMLIN    PIC 9(2).
             03 TAB-AF-ALBARAN   PIC 9(6).

      *
      * DIAS DE CADA MES (FEBRERO SE CORRIGE EN ANO BISIESTO)
             03 TAB-TIV-COD    PIC X(3).
             03 TAB-TIV-IVA    PIC 9(2).

      *
      * PROMOCIONES VIGENTES EN LA FECHA DE FACTURA, CARGADAS DE
      * PROMOCI.DAT
      *
       01 TAB-PROMOCIONES.
          02 TAB-PRM-OCU OCCURS 100 TIMES.
             03 TAB-PRM-CODIGO   PIC X(6).
             03 TAB-PRM-AMBITO   PIC X(1).
             03 TAB-PRM-REFER    PIC X(4).
             03 TAB-PRM-TRAMO OCCURS 3 TIMES.
                04 TAB-PRM-CANT-MIN  PIC 9(6).
                04 TAB-PRM-DESCUENTO PIC 9(2)V9(2).
                04 TAB-PRM-PRECIO    PIC 9(4)V9(2).

      *
      * DESGLOSE DE IVA DE LA FACTURA EN CURSO: BASE Y CUOTA
      * ACUMULADAS POR TIPO IMPOSITIVO
             03 TAB-DES-BASE   PIC 9(8)V9(2).
             03 TAB-DES-CUOTA  PIC 9(8)V9(2).

      *
      * VENTAS DE LA FACTURA EN CURSO POR TIPO DE ARTICULO, PARA
      * EL ABONO A LA CUENTA DE VENTAS DE CADA TIPO
      *
       01 TAB-INGRESOS.
          02 TAB-ING-OCU OCCURS 50 TIMES.
             03 TAB-ING-TIPO   PIC X(3).
             03 TAB-ING-BASE   PIC 9(8)V9(2).

      *
      * CAMBIOS EN VIGOR EN LA FECHA DE FACTURA, UNO POR MONEDA
      * (EL ULTIMO APUNTE DE CAMHIST.DAT NO POSTERIOR A ELLA)
      *
       01 TAB-ASOF.
          02 TAB-ASF-OCU OCCURS 50 TIMES.
             03 TAB-ASF-MON   PIC X(3).
             03 TAB-ASF-CAM   PIC 9(3)V9(4).
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
       FACTURAR-PEDIDOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "FAC-PED" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LA SUCURSAL QUE EMITE LOS CARGOS,
      * RECORRE LOS PEDIDOS SERVIDOS Y FACTURA CADA UNO
           DISPLAY "-------------------------------".

      *
      * NADIE MAS PUEDE ESTAR TOCANDO LOS MAESTROS MIENTRAS DURA
      * LA FACTURACION
      *
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL(1:6) TO HORA-INICIO.
           PERFORM COMPROBAR-BLOQUEO-RUN.
           IF RUN-BLOQUEADO = "S"
              DISPLAY "HAY OTRA EJECUCION PESADA EN MARCHA ("
                      BLQ-PROGRAMA " DEL " BLQ-FECHA "). SI ES UN"
                      " CERROJO HUERFANO, LIMPIELO CON DES-BLQ."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ANOTAR-BLOQUEO-RUN.

      *
      * UNA FACTURACION INTERRUMPIDA SE RETOMA CON LOS DATOS DE
      * EJECUCION QUE TENIA, FECHA DE FACTURA INCLUIDA; SOLO UNA
      * NUEVA LOS PIDE. UN PERIODO CERRADO NO ADMITE FACTURAS; CON
      * VISTO BUENO DE SUPERVISOR SE FACTURA CON FECHA DEL PRIMER
      * PERIODO ABIERTO
      *
           PERFORM LEER-CHECKPOINT-FAC.
           IF REARRANQUE = "N"
              MOVE "FAC-PED"     TO PER-PROGRAMA
              MOVE "FACTURACION" TO PER-DOCUMENTO
              MOVE SES-OPERADOR  TO PER-OPERADOR
              MOVE FECHA         TO PER-FECHA
              MOVE "P"           TO PER-MODO
              CALL "VAL-PER" USING PER-PETICION
              IF PER-RECHAZADA
                 DISPLAY "PERIODO CERRADO: NO SE EMITEN FACTURAS."
                 PERFORM RETIRAR-BLOQUEO-RUN
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PER-FECHA TO FECHA
              PERFORM PEDIR-DATOS-EJECUCION
           END-IF.

      *
      * UN TRIMESTRE DE IVA YA PRESENTADO NO ADMITE MAS FACTURAS
      *
           MOVE FECHA(1:4) TO TRIMESTRE-ACTUAL(1:4).
           MOVE FECHA(5:2) TO FEC-W-MES.
           COMPUTE NUM-TRIMESTRE = (FEC-W-MES + 2) / 3.
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
                         "). NO SE EMITEN FACTURAS."
                 PERFORM RETIRAR-BLOQUEO-RUN
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              CLOSE A-IVATRIM
           END-IF.

      *
      * LO QUE LA FACTURA INTERRUMPIDA LLEGO A GRABAR EN LAS
      * SALIDAS SECUENCIALES SE ANULA: SUS LINEAS DEL HISTORICO DE
      * VENTAS Y DE MARGEXC.DAT SE BORRAN POR SU NUMERO, Y SUS
      * SALIDAS DE ALMACEN Y SU CARGO SE COMPENSAN CON UNA ENTRADA
      * Y UN ABONO, PORQUE ESOS FICHEROS PUEDEN HABER RECIBIDO
      * MOVIMIENTOS DE OTROS PROGRAMAS O HABERSE CONTABILIZADO YA
      *
           IF REARRANQUE = "S" AND ESTADO-REARRANQUE = "E"
              PERFORM ANULAR-SALIDAS-FACTURA
           END-IF.

           OPEN I-O A-PEDIDOS.
           IF PED-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL FICHERO DE PEDIDOS."
              CLOSE A-PEDIDOS
              PERFORM RETIRAR-BLOQUEO-RUN
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT  A-CLIENT.
           OPEN INPUT  A-ARTICULO.
           OPEN EXTEND A-MOVARTI.
           OPEN EXTEND A-SUCURS.
           IF REARRANQUE = "S"
              OPEN EXTEND A-LISTADO
           ELSE
              OPEN OUTPUT A-LISTADO
           END-IF.

           PERFORM ABRIR-FACTURAS.

           PERFORM INICIAR-CONTADOR-FACTURAS.

           PERFORM CARGAR-TIPOS-IVA.
           PERFORM CARGAR-PROMOCIONES.

      *
      * SIN FICHERO DE ACUERDOS SE FACTURA A TARIFA, COMO SIEMPRE
              CLOSE A-ACUERDOS
              MOVE "N" TO HAY-ACUERDOS
           END-IF.
           OPEN I-O A-FACLIN.
           IF FLN-FILESTAT NOT = "00"
              CLOSE A-FACLIN
              OPEN OUTPUT A-FACLIN
              CLOSE A-FACLIN
              OPEN I-O A-FACLIN
           END-IF.
           OPEN EXTEND A-HISTVEN.
           IF VEN-FILESTAT NOT = "00"
              MOVE "N" TO HAY-COBROCLI
           END-IF.

      *
      * SIN DATOS DE FACTURACION CADA CLIENTE PAGA LO SUYO
      *
           OPEN INPUT A-FACCLI.
           IF FCL-FILESTAT = "00"
              MOVE "S" TO HAY-FACCLI
           ELSE
              CLOSE A-FACCLI
              MOVE "N" TO HAY-FACCLI
           END-IF.

      *
      * SIN MAESTRO DE PARAMETROS NO HAY MARGEN MINIMO QUE VIGILAR;
      * SIN MAESTRO DE OPERADORES NO HAY VISTO BUENO POSIBLE Y LAS
      * LINEAS BAJO MINIMO QUEDAN RETENIDAS
      *
           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "S" TO HAY-PARAMS
              MOVE "MARGMIN " TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S" AND PAR-VALOR > ZERO
                 MOVE PAR-VALOR TO MARGEN-GENERAL
              END-IF
           ELSE
              CLOSE A-PARAMS
              MOVE "N" TO HAY-PARAMS
           END-IF.

           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT = "00"
              MOVE "S" TO HAY-OPERADORES
           ELSE
              CLOSE A-OPERADOR
              MOVE "N" TO HAY-OPERADORES
           END-IF.

           OPEN EXTEND A-MARGEXC.
           IF MEX-FILESTAT NOT = "00"
              CLOSE A-MARGEXC
              OPEN OUTPUT A-MARGEXC
           END-IF.

           OPEN I-O A-SERIES.
           IF SER-FILESTAT = "00"
              MOVE "S" TO HAY-SERIES
           ELSE
              CLOSE A-SERIES
              MOVE "N" TO HAY-SERIES
           END-IF.

      *
      * SIN MAESTRO DE CUENTAS EL ASIENTO DE VENTAS LLEVA LAS
      * CUENTAS HISTORICAS DE CLIENTES, VENTAS E IVA REPERCUTIDO
      *
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

      *
      * CAMBIOS PARA FACTURAR EN LA MONEDA DEL CLIENTE: LOS EN
      * VIGOR EN LA FECHA DE FACTURA SEGUN EL HISTORICO Y, SI UNA
      * MONEDA NO TIENE HISTORICO, EL VIGENTE DEL MAESTRO
      *
           OPEN INPUT A-MONEDAS.
           IF MON-FILESTAT = "00"
              MOVE "S" TO HAY-MONEDAS
           ELSE
              CLOSE A-MONEDAS
              MOVE "N" TO HAY-MONEDAS
           END-IF.
           PERFORM CARGAR-CAMBIOS-FACTURA.

           MOVE ZERO TO PED-NUMERO.
           MOVE "N" TO FIN-PEDIDO.
           IF REARRANQUE = "S"
              PERFORM RETOMAR-FACTURACION
           ELSE
              START A-PEDIDOS KEY NOT LESS THAN PED-NUMERO
                 INVALID KEY MOVE "S" TO FIN-PEDIDO
              END-START
           END-IF.
           PERFORM TRATAR-PEDIDO UNTIL FIN-PEDIDO = "S".

           IF HAY-ACUERDOS = "S"
           IF HAY-COBROCLI = "S"
              CLOSE A-COBROCLI
           END-IF.
           IF HAY-FACCLI = "S"
              CLOSE A-FACCLI
           END-IF.
           IF HAY-PARAMS = "S"
              CLOSE A-PARAMS
           END-IF.
           IF HAY-OPERADORES = "S"
              CLOSE A-OPERADOR
           END-IF.
           IF HAY-SERIES = "S"
              CLOSE A-SERIES
           END-IF.
           IF HAY-CUENTAS = "S"
              CLOSE A-CUENTAS
           END-IF.
           IF HAY-MONEDAS = "S"
              CLOSE A-MONEDAS
           END-IF.
           CLOSE A-ASIVEN.
           CLOSE A-MARGEXC.
           CLOSE A-EFECTOS.
           CLOSE A-CONTADOR.
           CLOSE A-HISTVEN.
           DISPLAY "FACTURAS EMITIDAS..: " CONT-FACTURAS
                   " (EN FACTURAS.LST)".
           DISPLAY "PEDIDOS NO FACTURADOS: " CONT-NO-FACT.
           IF CONT-PERIODICOS > ZERO
              DISPLAY "PEDIDOS DE CLIENTES CON FACTURACION"
                      " PERIODICA: " CONT-PERIODICOS
                      " (SE FACTURAN AL CERRAR SU PERIODO)"
           END-IF.
           DISPLAY "IMPORTE FACTURADO..: " TOTAL-FACTURADO.
           IF CONT-ASV-SINCTA > ZERO
              DISPLAY "APUNTES DE VENTAS SIN CUENTA ASIGNADA: "
                      CONT-ASV-SINCTA " (ASIGNELAS EN MAN-CTA ANTES"
                      " DEL TRASPASO)"
           END-IF.
           IF CONT-AUTORIZADAS > ZERO OR CONT-RETENIDAS > ZERO
              DISPLAY "LINEAS BAJO MARGEN MINIMO: " CONT-AUTORIZADAS
                      " AUTORIZADAS (EN MARGEXC.DAT), "
                      CONT-RETENIDAS " RETENIDAS"
           END-IF.
           DISPLAY "LOS CARGOS QUEDAN EN SUCURSAL.DAT Y LAS SALIDAS"
                   " EN MOVARTI.DAT.".

           PERFORM BORRAR-CHECKPOINT-FAC.
           PERFORM GRABAR-BITACORA-FAC.
           PERFORM RETIRAR-BLOQUEO-RUN.

           GOBACK.


      * PIDE LOS DATOS DE UNA FACTURACION NUEVA: SUCURSAL EMISORA,
      * ALMACEN DE SALIDA Y PERIODICIDAD A FACTURAR
      * ****************************************************************

       PEDIR-DATOS-EJECUCION.

      *
      * LA SUCURSAL EMISORA DEBE ESTAR EN EL MAESTRO: UN CODIGO
      * DESCONOCIDO HARIA QUE LA ACTUALIZACION RECHAZARA TODOS
      * LOS CARGOS DESPUES DE HABER SACADO LA MERCANCIA
      *
           OPEN INPUT A-SUCMAEST.
           MOVE "N" TO EXISTE-SUC.
           PERFORM PEDIR-SUCURSAL-EMISORA
               UNTIL EXISTE-SUC = "S".
           CLOSE A-SUCMAEST.

           DISPLAY "Almacen del que salen las mercancias:".
           ACCEPT ENT-ALMACEN NO BELL.
           IF ENT-ALMACEN = ZERO
              MOVE 1 TO ENT-ALMACEN
           END-IF.

      *
      * CADA EJECUCION FACTURA UNA SOLA PERIODICIDAD; POR DEFECTO
      * LA FACTURACION POR PEDIDO DE SIEMPRE
      *
           DISPLAY "Periodicidad a facturar (P=POR PEDIDO, S=SEMANAL,"
                   " Q=QUINCENAL, M=MENSUAL):".
           ACCEPT ENT-PERIODICIDAD NO BELL.
           INSPECT ENT-PERIODICIDAD CONVERTING "psqm" TO "PSQM".
           IF ENT-PERIODICIDAD NOT = "S" AND NOT = "Q"
              AND NOT = "M"
              MOVE "P" TO ENT-PERIODICIDAD
           END-IF.


      * PIDE LA SUCURSAL EMISORA DE LOS CARGOS Y LA VALIDA CONTRA
           REWRITE REGCNT.


      * DEJA EN NUM-SIG-FACTURA EL NUMERO QUE TOMARA LA FACTURA
      * SIGUIENTE, SIN TOMARLO TODAVIA
      * ****************************************************************

       CONSULTAR-NUMERO-FACTURA.
           MOVE "FACTURAS" TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY CONTINUE
           END-READ.
           MOVE CNT-SIGUIENTE TO NUM-SIG-FACTURA.


      * LOCALIZA EL MAYOR NUMERO DE FACTURA EN USO PARA SEMBRAR
      * LA SERIE LA PRIMERA VEZ
      * ****************************************************************
           END-IF.


      * COMPRUEBA SI OTRO LOTE PESADO TIENE TOMADO EL CERROJO DE
      * EJECUCION
      * ****************************************************************

       COMPROBAR-BLOQUEO-RUN.
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

       ANOTAR-BLOQUEO-RUN.
           OPEN OUTPUT A-BLOQRUN.
           MOVE "FAC-PED" TO BLQ-PROGRAMA.
           MOVE FECHA     TO BLQ-FECHA.
           MOVE HORA-INICIO TO BLQ-HORA.
           WRITE REGBLQ.
           CLOSE A-BLOQRUN.


      * SUELTA EL CERROJO DE EJECUCION AL TERMINAR BIEN
      * ****************************************************************

       RETIRAR-BLOQUEO-RUN.
           OPEN OUTPUT A-BLOQRUN.
           CLOSE A-BLOQRUN.


      * LEE EL PUNTO DE REARRANQUE DE UNA FACTURACION INTERRUMPIDA
      * Y, SI LO HAY, RECUPERA DE EL LOS DATOS DE LA EJECUCION
      * ****************************************************************

       LEER-CHECKPOINT-FAC.
           MOVE "N" TO REARRANQUE.
           OPEN INPUT A-CHKFAC.
           IF CKF-FILESTAT = "00"
              READ A-CHKFAC
                 AT END CONTINUE
                 NOT AT END MOVE "S" TO REARRANQUE
              END-READ
              IF REARRANQUE = "S"
                 PERFORM RECUPERAR-CHECKPOINT-FAC
              END-IF
              CLOSE A-CHKFAC
           ELSE
              CLOSE A-CHKFAC
           END-IF.


      * RECUPERA LOS DATOS DE LA EJECUCION INTERRUMPIDA: LA FECHA
      * DE FACTURA, SUCURSAL, ALMACEN Y PERIODICIDAD, LOS
      * ACUMULADOS Y LA ULTIMA FACTURA CON SUS PEDIDOS
      * ****************************************************************

       RECUPERAR-CHECKPOINT-FAC.
           MOVE CKF-ESTADO       TO ESTADO-REARRANQUE.
           MOVE CKF-FECHA        TO FECHA-CHECKPOINT.
           MOVE CKF-FECHA        TO FECHA.
           MOVE CKF-FACTURA      TO NUM-SIG-FACTURA.
           MOVE CKF-PEDIDO       TO NUMPED-ACTUAL.
           MOVE CKF-SUCURSAL     TO ENT-SUCURSAL.
           MOVE CKF-ALMACEN      TO ENT-ALMACEN.
           MOVE CKF-PERIODICIDAD TO ENT-PERIODICIDAD.
           MOVE CKF-CARGO        TO CARGO-FACTURA.
           MOVE CKF-PED-LEIDOS   TO CONT-PED-LEIDOS.
           MOVE CKF-FACTURAS     TO CONT-FACTURAS.
           MOVE CKF-FACTURADO    TO TOTAL-FACTURADO.
           MOVE CKF-NO-FACT      TO CONT-NO-FACT.
           MOVE CKF-PERIODICOS   TO CONT-PERIODICOS.
           MOVE CKF-CONT-PEDFAC  TO CONT-PEDFAC.
           MOVE CKF-PEDFAC       TO TAB-PEDFAC.
           DISPLAY "REARRANQUE DE LA FACTURACION DEL " CKF-FECHA
                   " (SUCURSAL " CKF-SUCURSAL ", ALMACEN "
                   CKF-ALMACEN ", PERIODICIDAD " CKF-PERIODICIDAD
                   ").".
           DISPLAY "ULTIMA FACTURA: " CKF-FACTURA " (PEDIDO "
                   CKF-PEDIDO ").".
           IF CKF-EN-CURSO
              DISPLAY "LA FACTURA QUEDO A MEDIAS: SE ANULA Y SE"
                      " REPITE ENTERA."
           END-IF.
           IF CKF-REGRABANDO
              DISPLAY "LA FACTURA ESTA GRABADA: SE COMPLETA SU"
                      " ANOTACION EN LOS PEDIDOS."
           END-IF.


      * GRABA EL PUNTO DE REARRANQUE CON EL ESTADO DE LA FACTURA
      * EN CURSO (ESTADO-FAC-CHK)
      * ****************************************************************

       GRABAR-CHECKPOINT-FAC.
           OPEN OUTPUT A-CHKFAC.
           MOVE ESTADO-FAC-CHK   TO CKF-ESTADO.
           MOVE FECHA            TO CKF-FECHA.
           MOVE NUM-SIG-FACTURA  TO CKF-FACTURA.
           MOVE NUMPED-ACTUAL    TO CKF-PEDIDO.
           MOVE ENT-SUCURSAL     TO CKF-SUCURSAL.
           MOVE ENT-ALMACEN      TO CKF-ALMACEN.
           MOVE ENT-PERIODICIDAD TO CKF-PERIODICIDAD.
           MOVE CARGO-FACTURA    TO CKF-CARGO.
           MOVE CONT-PED-LEIDOS  TO CKF-PED-LEIDOS.
           MOVE CONT-FACTURAS    TO CKF-FACTURAS.
           MOVE TOTAL-FACTURADO  TO CKF-FACTURADO.
           MOVE CONT-NO-FACT     TO CKF-NO-FACT.
           MOVE CONT-PERIODICOS  TO CKF-PERIODICOS.
           MOVE CONT-PEDFAC      TO CKF-CONT-PEDFAC.
           MOVE TAB-PEDFAC       TO CKF-PEDFAC.
           WRITE REGCKF.
           CLOSE A-CHKFAC.


      * RETIRA EL PUNTO DE REARRANQUE AL TERMINAR BIEN
      * ****************************************************************

       BORRAR-CHECKPOINT-FAC.
           DELETE FILE A-CHKFAC.


      * ANOTA LA EJECUCION EN LA BITACORA CON SUS RECUENTOS: PEDIDOS
      * TRATADOS, FACTURAS EMITIDAS Y PEDIDOS NO FACTURADOS
      * ****************************************************************

       GRABAR-BITACORA-FAC.
           ACCEPT HORA-ACTUAL FROM TIME.
           OPEN EXTEND A-BITACORA.
           IF BIT-FILESTAT NOT = "00"
              CLOSE A-BITACORA
              OPEN OUTPUT A-BITACORA
           END-IF.
           MOVE "FAC-PED"  TO BIT-PROGRAMA.
           MOVE ENT-PERIODICIDAD TO BIT-OPCION.
           MOVE SES-OPERADOR TO BIT-OPERADOR.
           MOVE FECHA      TO BIT-FEC-INI.
           MOVE HORA-INICIO TO BIT-HORA-INI.
           ACCEPT BIT-FEC-FIN FROM DATE YYYYMMDD.
           MOVE HORA-ACTUAL(1:6) TO BIT-HORA-FIN.
           MOVE CONT-PED-LEIDOS TO BIT-LEIDOS.
           MOVE CONT-FACTURAS TO BIT-APLICADOS.
           MOVE CONT-NO-FACT TO BIT-RECHAZADOS.
           MOVE "-"        TO BIT-CUADRE.
           WRITE REGBIT.
           CLOSE A-BITACORA.


      * ANULA LO QUE LA FACTURA INTERRUMPIDA GRABO EN LAS SALIDAS
      * SECUENCIALES: COMPENSA SU CARGO, DEVUELVE AL ALMACEN LO QUE
      * SALIO CON SUS LINEAS (BORRANDOLAS DE FACLIN.DAT) Y RETIRA SUS
      * REGISTROS DEL HISTORICO DE VENTAS Y DE MARGEXC.DAT
      * ****************************************************************

       ANULAR-SALIDAS-FACTURA.
           PERFORM COMPENSAR-CARGO-FACTURA.
           PERFORM RETIRAR-LINEAS-FACTURA
                   THRU RETIRAR-LINEAS-FACTURA-FIN.
           MOVE "HISTVEN.DAT" TO NOMBRE-RECORTE.
           PERFORM RECORTAR-FICHERO THRU RECORTAR-FICHERO-FIN.
           MOVE "MARGEXC.DAT" TO NOMBRE-RECORTE.
           PERFORM RECORTAR-FICHERO THRU RECORTAR-FICHERO-FIN.
           DELETE FILE A-RECTMP.


      * SI LA FACTURA INTERRUMPIDA LLEGO A GRABAR SU CARGO, LO
      * COMPENSA CON UN ABONO DEL MISMO IMPORTE EN SUCURSAL.DAT:
      * EL CARGO PUEDE ESTAR YA CONTABILIZADO POR ACT-CLI. EL PUNTO
      * DE REARRANQUE SE GRABA SIN EL CARGO PARA QUE OTRO
      * REARRANQUE NO LO VUELVA A COMPENSAR
      * ****************************************************************

       COMPENSAR-CARGO-FACTURA.
           IF CARGO-FACTURA NOT = SPACES
              OPEN EXTEND A-SUCURS
              MOVE CARGO-FACTURA TO REGMOV
              MOVE "A" TO TIPMOV
              WRITE REGMOV
              CLOSE A-SUCURS
              MOVE SPACES TO CARGO-FACTURA
              MOVE "E" TO ESTADO-FAC-CHK
              PERFORM GRABAR-CHECKPOINT-FAC
              DISPLAY "SUCURSAL.DAT: CARGO DE LA FACTURA ANULADA ("
                      IMPMOV ") COMPENSADO CON UN ABONO."
           END-IF.


      * DEJA EN EL FICHERO NOMBRE-RECORTE (HISTVEN.DAT O
      * MARGEXC.DAT) TODOS SUS REGISTROS MENOS LOS DE LA FACTURA
      * ANULADA, PASANDOLOS POR LA COPIA DE TRABAJO
      * ****************************************************************

       RECORTAR-FICHERO.
           MOVE ZERO TO CONT-ANULADOS.
           MOVE "N" TO FIN-RECORTE.
           OPEN INPUT A-RECORTE.
           IF RCT-FILESTAT NOT = "00"
              CLOSE A-RECORTE
              GO TO RECORTAR-FICHERO-FIN
           END-IF.
           OPEN OUTPUT A-RECTMP.
           READ A-RECORTE AT END MOVE "S" TO FIN-RECORTE END-READ.
           PERFORM PASAR-A-COPIA UNTIL FIN-RECORTE = "S".
           CLOSE A-RECTMP.
           CLOSE A-RECORTE.

           IF CONT-ANULADOS = ZERO
              GO TO RECORTAR-FICHERO-FIN
           END-IF.

           MOVE "N" TO FIN-RECORTE.
           OPEN INPUT A-RECTMP.
           OPEN OUTPUT A-RECORTE.
           READ A-RECTMP AT END MOVE "S" TO FIN-RECORTE END-READ.
           PERFORM DEVOLVER-DE-COPIA UNTIL FIN-RECORTE = "S".
           CLOSE A-RECORTE.
           CLOSE A-RECTMP.
           DISPLAY NOMBRE-RECORTE ": " CONT-ANULADOS
                   " REGISTROS DE LA FACTURA ANULADA RETIRADOS.".

       RECORTAR-FICHERO-FIN.
           EXIT.


      * PASA A LA COPIA DE TRABAJO UN REGISTRO QUE SE CONSERVA, O
      * CUENTA EL QUE ES DE LA FACTURA ANULADA
      * ****************************************************************

       PASAR-A-COPIA.
           IF NOMBRE-RECORTE = "HISTVEN.DAT"
              MOVE RCT-VEN-FACTURA TO FACTURA-RECORTE
           ELSE
              MOVE RCT-MEX-FACTURA TO FACTURA-RECORTE
           END-IF.
           IF FACTURA-RECORTE = NUM-SIG-FACTURA
              ADD 1 TO CONT-ANULADOS
           ELSE
              MOVE REG-RECORTE TO REG-RECTMP
              WRITE REG-RECTMP
           END-IF.
           READ A-RECORTE AT END MOVE "S" TO FIN-RECORTE END-READ.


      * DEVUELVE UN REGISTRO DE LA COPIA DE TRABAJO AL FICHERO
      * ****************************************************************

       DEVOLVER-DE-COPIA.
           MOVE REG-RECTMP TO REG-RECORTE.
           WRITE REG-RECORTE.
           READ A-RECTMP AT END MOVE "S" TO FIN-RECORTE END-READ.


      * BORRA DE FACLIN.DAT, POR SU CLAVE, LAS LINEAS QUE LLEGO A
      * GRABAR LA FACTURA INTERRUMPIDA (NUM-SIG-FACTURA) Y COMPENSA
      * LA SALIDA DE ALMACEN DE CADA UNA CON UNA ENTRADA EN
      * MOVARTI.DAT, QUE PUEDE ESTAR YA CONTABILIZADO POR ACT-ART
      * ****************************************************************

       RETIRAR-LINEAS-FACTURA.
           MOVE ZERO TO CONT-FLN-ANULADAS.
           OPEN I-O A-FACLIN.
           IF FLN-FILESTAT NOT = "00"
              CLOSE A-FACLIN
              GO TO RETIRAR-LINEAS-FACTURA-FIN
           END-IF.
           OPEN EXTEND A-MOVARTI.
           MOVE "N" TO FIN-RECORTE.
           MOVE NUM-SIG-FACTURA TO FLN-FACTURA.
           MOVE ZERO TO FLN-NUMLIN.
           START A-FACLIN KEY NOT LESS THAN FLN-CLAVE
              INVALID KEY MOVE "S" TO FIN-RECORTE
           END-START.
           PERFORM RETIRAR-LINEA-FACTURA UNTIL FIN-RECORTE = "S".
           CLOSE A-MOVARTI.
           CLOSE A-FACLIN.
           IF CONT-FLN-ANULADAS > ZERO
              DISPLAY "FACLIN.DAT: " CONT-FLN-ANULADAS
                      " REGISTROS DE LA FACTURA ANULADA RETIRADOS."
              DISPLAY "MOVARTI.DAT: " CONT-FLN-ANULADAS
                      " SALIDAS DE LA FACTURA ANULADA COMPENSADAS"
                      " CON ENTRADAS."
           END-IF.

       RETIRAR-LINEAS-FACTURA-FIN.
           EXIT.


      * LEE LA SIGUIENTE LINEA DE FACTURA Y, SI ES DE LA FACTURA
      * ANULADA, DEVUELVE AL ALMACEN LO QUE SALIO CON ELLA Y LA
      * BORRA
      * ****************************************************************

       RETIRAR-LINEA-FACTURA.
           READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-RECORTE
           END-READ.
           IF FIN-RECORTE = "N" AND FLN-FACTURA NOT = NUM-SIG-FACTURA
              MOVE "S" TO FIN-RECORTE
           END-IF.
           IF FIN-RECORTE = "N"
              MOVE FLN-CODARTI  TO MAR-CODARTI
              MOVE FECHA        TO MAR-FECHA
              MOVE "E"          TO MAR-TIPO
              MOVE FLN-CANTIDAD TO MAR-CANTIDAD
              MOVE ENT-ALMACEN  TO MAR-ALMACEN
              MOVE ZERO         TO MAR-ALMDES
              MOVE SPACES       TO MAR-LOTE
              MOVE SPACES       TO MAR-CADUCA
              WRITE REGMAR
              DELETE A-FACLIN RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              ADD 1 TO CONT-FLN-ANULADAS
           END-IF.


      * SE SITUA EN LOS PEDIDOS PARA SEGUIR UNA FACTURACION
      * INTERRUMPIDA: UNA FACTURA A MEDIAS SE ANULA Y SE VUELVE A
      * SU PRIMER PEDIDO; UNA GRABADA SE COMPLETA Y SE SIGUE
      * DETRAS DE ELLA
      * ****************************************************************

       RETOMAR-FACTURACION.
           MOVE NUMPED-ACTUAL TO PED-NUMERO.
           IF ESTADO-REARRANQUE = "E"
              PERFORM ANULAR-FACTURA-CURSO
              SUBTRACT 1 FROM CONT-PED-LEIDOS
              MOVE NUMPED-ACTUAL TO PED-NUMERO
              START A-PEDIDOS KEY NOT LESS THAN PED-NUMERO
                 INVALID KEY MOVE "S" TO FIN-PEDIDO
              END-START
           ELSE
              IF ESTADO-REARRANQUE = "L"
                 PERFORM COMPLETAR-FACTURA-CURSO
              END-IF
              MOVE NUMPED-ACTUAL TO PED-NUMERO
              START A-PEDIDOS KEY > PED-NUMERO
                 INVALID KEY MOVE "S" TO FIN-PEDIDO
              END-START
           END-IF.


      * ANULA LO QUE LA FACTURA INTERRUMPIDA LLEGO A GRABAR EN LOS
      * FICHEROS INDEXADOS (CABECERA, EFECTO, ASIENTO Y NUMEROS DE
      * SERIE) Y DEVUELVE SU NUMERO AL CONTADOR. SUS SALIDAS
      * SECUENCIALES YA SE ANULARON AL ARRANCAR
      * ****************************************************************

       ANULAR-FACTURA-CURSO.
           MOVE NUM-SIG-FACTURA TO FAC-NUMERO.
           DELETE A-FACCAB RECORD
              INVALID KEY CONTINUE
           END-DELETE.
           MOVE NUM-SIG-FACTURA TO EFE-NUMFAC.
           DELETE A-EFECTOS RECORD
              INVALID KEY CONTINUE
           END-DELETE.

           MOVE FECHA-CHECKPOINT TO ASV-FECHA.
           MOVE "F"             TO ASV-TIPODOC.
           MOVE NUM-SIG-FACTURA TO ASV-DOCUMENTO.
           MOVE ZERO            TO ASV-LINEA.
           MOVE "N" TO FIN-ASIENTO.
           START A-ASIVEN KEY NOT LESS THAN ASV-CLAVE
              INVALID KEY MOVE "S" TO FIN-ASIENTO
           END-START.
           PERFORM BORRAR-APUNTE-ANULADO UNTIL FIN-ASIENTO = "S".

           IF HAY-SERIES = "S"
              PERFORM LIBERAR-SERIES-PEDIDO
                      VARYING IDX-PF FROM 1 BY 1
                      UNTIL IDX-PF > CONT-PEDFAC
           END-IF.

      *
      * EL NUMERO SOLO SE DEVUELVE SI LA FACTURA LLEGO A TOMARLO
      *
           MOVE "FACTURAS" TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY     MOVE "N" TO EXISTE-CNT
              NOT INVALID KEY MOVE "S" TO EXISTE-CNT
           END-READ.
           IF EXISTE-CNT = "S"
              AND CNT-SIGUIENTE = NUM-SIG-FACTURA + 1
              MOVE NUM-SIG-FACTURA TO CNT-SIGUIENTE
              REWRITE REGCNT
           ELSE
              IF EXISTE-CNT = "N" OR CNT-SIGUIENTE NOT = NUM-SIG-FACTURA
                 DISPLAY "AVISO: EL CONTADOR DE FACTURAS NO SIGUE A LA"
                         " FACTURA ANULADA " NUM-SIG-FACTURA
                         ". REVISELO EN CONTADOR.DAT."
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "FACTURA " NUM-SIG-FACTURA " INTERRUMPIDA: ANULADA,"
                  " SE EMITE DE NUEVO A CONTINUACION"
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           DISPLAY "FACTURA " NUM-SIG-FACTURA " ANULADA; SE REPITE"
                   " ENTERA.".


      * BORRA EL SIGUIENTE APUNTE DEL ASIENTO DE LA FACTURA ANULADA
      * ****************************************************************

       BORRAR-APUNTE-ANULADO.
           READ A-ASIVEN NEXT RECORD
              AT END MOVE "S" TO FIN-ASIENTO
           END-READ.
           IF FIN-ASIENTO NOT = "S"
              IF ASV-FECHA NOT = FECHA-CHECKPOINT
                 OR ASV-TIPODOC NOT = "F"
                 OR ASV-DOCUMENTO NOT = NUM-SIG-FACTURA
                 MOVE "S" TO FIN-ASIENTO
              ELSE
                 DELETE A-ASIVEN RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
              END-IF
           END-IF.


      * QUITA EL NUMERO DE LA FACTURA ANULADA DE LAS UNIDADES CON
      * NUMERO DE SERIE DE UN PEDIDO DE LA FACTURA
      * ****************************************************************

       LIBERAR-SERIES-PEDIDO.
           MOVE TAB-PF-NUMERO(IDX-PF) TO SER-PEDIDO.
           MOVE "N" TO FIN-SERIES.
           START A-SERIES KEY = SER-PEDIDO
              INVALID KEY MOVE "S" TO FIN-SERIES
           END-START.
           PERFORM LIBERAR-UNA-SERIE UNTIL FIN-SERIES = "S".


      * DEJA SIN FACTURA LA SIGUIENTE UNIDAD DEL PEDIDO SI LLEVA
      * LA ANULADA
      * ****************************************************************

       LIBERAR-UNA-SERIE.
           READ A-SERIES NEXT RECORD
              AT END MOVE "S" TO FIN-SERIES
           END-READ.
           IF FIN-SERIES NOT = "S"
              IF SER-PEDIDO NOT = TAB-PF-NUMERO(IDX-PF)
                 MOVE "S" TO FIN-SERIES
              ELSE
                 IF SER-FACTURA = NUM-SIG-FACTURA
                    MOVE ZERO TO SER-FACTURA
                    REWRITE REGSER
                 END-IF
              END-IF
           END-IF.


      * COMPLETA UNA FACTURA QUE QUEDO GRABADA ENTERA: REGRABA EN
      * PEDLIN.DAT LAS LINEAS DEL FICHERO DE TRABAJO Y PASA DE
      * ESTADO SUS PEDIDOS
      * ****************************************************************

       COMPLETAR-FACTURA-CURSO.
           PERFORM REGRABAR-LINEAS-FACT.
           PERFORM ACTUALIZAR-ESTADO-PEDIDO
                   VARYING IDX-PF FROM 1 BY 1
                   UNTIL IDX-PF > CONT-PEDFAC.
           MOVE "T" TO ESTADO-FAC-CHK.
           PERFORM GRABAR-CHECKPOINT-FAC.
           DISPLAY "FACTURA " NUM-SIG-FACTURA " COMPLETADA EN SUS"
                   " PEDIDOS.".


      * AVANZA AL SIGUIENTE PEDIDO Y LO FACTURA SI ESTA SERVIDO.
      * LA FACTURA LEE Y REGRABA PEDIDOS POR CLAVE, ASI QUE TRAS
      * ELLA SE VUELVE A POSICIONAR DETRAS DEL PEDIDO TRATADO
      * ****************************************************************

       TRATAR-PEDIDO.
           READ A-PEDIDOS NEXT RECORD AT END MOVE "S" TO FIN-PEDIDO
           END-READ.
           IF FIN-PEDIDO NOT = "S"
              AND (PED-SERVIDO OR PED-PARCIAL)
              ADD 1 TO CONT-PED-LEIDOS
              PERFORM FACTURAR-UN-PEDIDO
                      THRU FACTURAR-UN-PEDIDO-FIN
              MOVE NUMPED-ACTUAL TO PED-NUMERO
              START A-PEDIDOS KEY > PED-NUMERO
                 INVALID KEY MOVE "S" TO FIN-PEDIDO
              END-START
           END-IF.


      * FACTURA UN PEDIDO SERVIDO (Y, EN LA FACTURACION PERIODICA,
      * LOS DEMAS PEDIDOS SERVIDOS DEL CLIENTE): CABECERA, LINEAS
      * VALORADAS, SALIDAS DE ALMACEN, CARGO AL CLIENTE Y CAMBIO
      * DE ESTADO DE LOS PEDIDOS
      * ****************************************************************

       FACTURAR-UN-PEDIDO.
           MOVE PED-NUMERO TO NUMPED-ACTUAL.
           MOVE ZERO TO TOTAL-FACTURA.
           MOVE "N" TO FACTURA-DESBORDA.
           MOVE ZERO TO CONT-DESG.
           INITIALIZE TAB-DESGLOSE.
           MOVE ZERO TO CONT-ING.
           INITIALIZE TAB-INGRESOS.
           MOVE ZERO TO CONT-EXCEPCIONES.
           MOVE ZERO TO CONT-RETENIDAS-FAC.
           INITIALIZE TAB-EXCEPCIONES.

      *
      * SOLO SE FACTURAN LOS CLIENTES DE LA PERIODICIDAD PEDIDA;
      * LOS PERIODICOS ESPERAN AL CIERRE DE SU PERIODO
      *
           PERFORM BUSCAR-PAGADOR.
           IF PERIODICIDAD-CLI NOT = ENT-PERIODICIDAD
              IF ENT-PERIODICIDAD = "P"
                 ADD 1 TO CONT-PERIODICOS
              END-IF
              GO TO FACTURAR-UN-PEDIDO-FIN
           END-IF.

           MOVE PED-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "PEDIDO " NUMPED-ACTUAL ": CLIENTE "
                      PED-CODCLI " NO EXISTE. NO SE FACTURA."
              ADD 1 TO CONT-NO-FACT
              GO TO FACTURAR-UN-PEDIDO-FIN
           END-IF.

      *
      * A UN CLIENTE SUSPENDIDO O CERRADO NO SE LE FACTURA: LA
      * ACTUALIZACION RECHAZARIA EL CARGO Y LA MERCANCIA HABRIA
      * SALIDO DEL ALMACEN SIN CONTRAPARTIDA. EL PEDIDO QUEDA EN
      * ESTADO SERVIDO PARA REVISARLO
      *
              GO TO FACTURAR-UN-PEDIDO-FIN
           END-IF.
           MOVE NOMCLI TO NOMBRE-CLIENTE.
           MOVE NOMCLI TO NOMBRE-ORDENANTE.

      *
      * SI EL CLIENTE FACTURA A TRAVES DE SU CENTRAL, A PARTIR DE
      * AQUI REGCLI ES EL PAGADOR: SU ESTADO, SU LIMITE Y SU
      * NOMBRE SON LOS QUE CUENTAN PARA LA FACTURA
      *
           IF CLIENTE-PAGADOR NOT = PED-CODCLI
              MOVE CLIENTE-PAGADOR TO CODCLI
              READ A-CLIENT
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "N"
                 DISPLAY "PEDIDO " NUMPED-ACTUAL ": EL PAGADOR "
                         CLIENTE-PAGADOR " NO EXISTE. NO SE FACTURA."
                 ADD 1 TO CONT-NO-FACT
                 GO TO FACTURAR-UN-PEDIDO-FIN
              END-IF
              IF ESTCLI = "S" OR ESTCLI = "C"
                 DISPLAY "PEDIDO " NUMPED-ACTUAL ": EL PAGADOR "
                         CLIENTE-PAGADOR " ESTA SUSPENDIDO O"
                         " CERRADO. NO SE FACTURA."
                 ADD 1 TO CONT-NO-FACT
                 GO TO FACTURAR-UN-PEDIDO-FIN
              END-IF
              MOVE NOMCLI TO NOMBRE-CLIENTE
           END-IF.

      *
      * PEDIDOS QUE ENTRAN EN LA FACTURA Y ALBARANES CON LOS QUE
      * SE SIRVIERON SUS LINEAS
      *
           PERFORM REUNIR-PEDIDOS-FACTURA.
           PERFORM CARGAR-ALBARANES-FACTURA.

      *
      * PRIMERA PASADA: SE VALORA EL PEDIDO COMPLETO ANTES DE
      * SIGUIENTE ENTREGA) SE DEJA TAL CUAL
      *
           IF FACTURA-DESBORDA = "N" AND TOTAL-FACTURA = ZERO
              IF CONT-RETENIDAS-FAC > ZERO
                 DISPLAY "PEDIDO " NUMPED-ACTUAL ": TODAS SUS"
                         " LINEAS QUEDAN RETENIDAS POR MARGEN."
              ELSE
                 IF ENT-PERIODICIDAD = "P"
                    DISPLAY "PEDIDO " NUMPED-ACTUAL ": SIN CANTIDAD"
                            " SERVIDA PENDIENTE DE FACTURAR."
                 END-IF
              END-IF
              GO TO FACTURAR-UN-PEDIDO-FIN
           END-IF.

              GO TO FACTURAR-UN-PEDIDO-FIN
           END-IF.

      *
      * MONEDA Y CAMBIO DE LA FACTURA SEGUN LA FICHA DEL PAGADOR
      *
           PERFORM DETERMINAR-MONEDA-FACTURA.

           MOVE ZERO TO TOTAL-FACTURA.

           MOVE ZERO TO NUM-LINEA-FAC.

      *
      * DESDE AQUI LA FACTURA ESTA EN CURSO: SI SE INTERRUMPE, EL
      * REARRANQUE LA ANULA Y LA REPITE ENTERA. EL PUNTO DE
      * REARRANQUE SE GRABA CON EL NUMERO QUE SE VA A TOMAR ANTES
      * DE TOMARLO, PARA QUE NINGUN NUMERO PUEDA QUEDAR PERDIDO
      *
           PERFORM CONSULTAR-NUMERO-FACTURA.
           MOVE SPACES TO CARGO-FACTURA.
           MOVE "E" TO ESTADO-FAC-CHK.
           PERFORM GRABAR-CHECKPOINT-FAC.
           PERFORM TOMAR-NUMERO-FACTURA.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           IF CONT-PEDFAC = 1
              STRING "FACTURA " NUM-SIG-FACTURA "  PEDIDO "
                     NUMPED-ACTUAL "  FECHA " FECHA
                     DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
              STRING "FACTURA " NUM-SIG-FACTURA "  AGRUPADA ("
                     ENT-PERIODICIDAD ")  FECHA " FECHA
                     DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           END-IF.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CLIENTE " CLIENTE-PAGADOR "  " NOMBRE-CLIENTE
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF CLIENTE-PAGADOR NOT = PED-CODCLI
              MOVE SPACES TO LINEA-LISTADO
              STRING "SERVIDO A " PED-CODCLI "  " NOMBRE-ORDENANTE
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           MOVE "ARTIC CANTIDAD PRECIO   IMPORTE     PEDIDO ALBARAN"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

      *
      * LAS LINEAS DE LOS PEDIDOS SE VALORAN AL PRECIO VIGENTE
      * POR LA CANTIDAD SERVIDA NO FACTURADA Y GENERAN LA SALIDA DE
      * ALMACEN CORRESPONDIENTE; CADA LINEA LEIDA POR SU CLAVE PASA
      * AL FICHERO DE TRABAJO PARA ANOTAR LO FACTURADO
      *
           OPEN OUTPUT A-LINTMP.
           OPEN INPUT A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
           ELSE
              PERFORM FACTURAR-LINEAS-PEDIDO
                      VARYING IDX-PF-LIN FROM 1 BY 1
                      UNTIL IDX-PF-LIN > CONT-PEDFAC
              CLOSE A-PEDLIN
           END-IF.
           CLOSE A-LINTMP.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "BASE IMPONIBLE: " TOTAL-FACTURA
           END-STRING.
           WRITE LINEA-LISTADO.

      *
      * LA FACTURA EN MONEDA DEL CLIENTE LLEVA ADEMAS SU TOTAL EN
      * DIVISA Y EL CAMBIO APLICADO
      *
           MOVE ZERO TO TOTAL-DIVISA.
           IF MONEDA-FACTURA NOT = SPACES
              COMPUTE TOTAL-DIVISA ROUNDED =
                      TOTAL-CON-IVA * CAMBIO-FACTURA
              MOVE SPACES TO LINEA-LISTADO
              STRING "TOTAL EN " MONEDA-FACTURA ": " TOTAL-DIVISA
                     "  (CAMBIO " CAMBIO-FACTURA " POR EURO)"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.

      *
      * EL TOTAL CON IVA SE CARGA AL CLIENTE POR EL CIRCUITO
      * NORMAL: UN MOVIMIENTO "C" EN SUCURSAL.DAT QUE
      * CONTABILIZARA ACT-CLI. EL PUNTO DE REARRANQUE GUARDA EL
      * CARGO PARA QUE, SI LA FACTURA SE INTERRUMPE, EL REARRANQUE
      * LO COMPENSE CON UN ABONO
      *
           MOVE "C"            TO TIPMOV.
           MOVE CLIENTE-PAGADOR TO CLIMOV.
           MOVE NOMBRE-CLIENTE TO NOMMOV.
           MOVE TOTAL-CON-IVA  TO IMPMOV.
           MOVE FECHA          TO FECMOV.
           MOVE ENT-SUCURSAL   TO SUCMOV.
           MOVE SPACES         TO CTRMOV.
           WRITE REGMOV.
           MOVE REGMOV TO CARGO-FACTURA.
           PERFORM GRABAR-CHECKPOINT-FAC.

      *
      * LA FACTURA QUEDA REGISTRADA EN EL FICHERO DE FACTURAS
      * PARA SU CONSULTA Y REIMPRESION POSTERIOR
      *
           MOVE NUM-SIG-FACTURA TO FAC-NUMERO.
           MOVE CLIENTE-PAGADOR TO FAC-CODCLI.
           MOVE NOMBRE-CLIENTE  TO FAC-NOMCLI.
           MOVE FECHA           TO FAC-FECHA.
           IF CONT-PEDFAC = 1
              MOVE NUMPED-ACTUAL TO FAC-PEDIDO
           ELSE
              MOVE ZERO          TO FAC-PEDIDO
           END-IF.
           MOVE PED-VENDEDOR    TO FAC-VENDEDOR.
           MOVE TOTAL-FACTURA   TO FAC-BASE.
           MOVE TOTAL-IVA       TO FAC-IVA.
           MOVE TOTAL-CON-IVA   TO FAC-TOTAL.
           MOVE MONEDA-FACTURA  TO FAC-MONEDA.
           MOVE CAMBIO-FACTURA  TO FAC-CAMBIO.
           MOVE TOTAL-DIVISA    TO FAC-TOTAL-DIV.
           WRITE REGFAC.

      *
      * Y SU ASIENTO DE VENTAS QUEDA PENDIENTE DE TRASPASO AL MAYOR
      *
           PERFORM GRABAR-ASIENTO-FACTURA.

      *
      * CADA FACTURA GENERA SU EFECTO DE COBRO CON VENCIMIENTO
      * SEGUN LOS DIAS DE PAGO PACTADOS CON EL CLIENTE
      *
           PERFORM CALCULAR-VENCIMIENTO.
           MOVE NUM-SIG-FACTURA TO EFE-NUMFAC.
           MOVE CLIENTE-PAGADOR TO EFE-CODCLI.
           MOVE FECHA           TO EFE-FECHA-EMI.
           MOVE FECHA-VENCIMIENTO TO EFE-FECHA-VTO.
           MOVE TOTAL-CON-IVA   TO EFE-IMPORTE.
           MOVE "P"             TO EFE-ESTADO.
           MOVE SPACES          TO EFE-FECHA-COB.
           MOVE ZERO            TO EFE-IMP-COBRADO.
           MOVE TOTAL-CON-IVA   TO EFE-IMP-PENDIENTE.
           MOVE SPACES          TO EFE-MOTIVO-DEV.
           MOVE MONEDA-FACTURA  TO EFE-MONEDA.
           MOVE CAMBIO-FACTURA  TO EFE-CAMBIO.
           MOVE TOTAL-DIVISA    TO EFE-IMPORTE-DIV.
           MOVE TOTAL-DIVISA    TO EFE-PEND-DIV.
           WRITE REGEFE.
           ADD 1 TO CONT-FACTURAS.
           ADD TOTAL-CON-IVA TO TOTAL-FACTURADO.

      *
      * LA FACTURA YA ESTA GRABADA ENTERA: LO QUE FALTA (REGRABAR
      * EN PEDLIN.DAT LAS LINEAS DEL FICHERO DE TRABAJO Y EL ESTADO
      * DE LOS PEDIDOS) UN REARRANQUE LO PUEDE REPETIR SIN RIESGO
      *
           MOVE "L" TO ESTADO-FAC-CHK.
           PERFORM GRABAR-CHECKPOINT-FAC.
           PERFORM REGRABAR-LINEAS-FACT.

      *
      * CADA PEDIDO SOLO QUEDA FACTURADO CUANDO NO RESTA NADA POR
      * SERVIR; SI QUEDA BACKORDER SIGUE EN ESTADO PARCIAL PARA
      * LAS ENTREGAS Y FACTURAS SIGUIENTES
      *
           PERFORM ACTUALIZAR-ESTADO-PEDIDO
                   VARYING IDX-PF FROM 1 BY 1
                   UNTIL IDX-PF > CONT-PEDFAC.

           MOVE "T" TO ESTADO-FAC-CHK.
           PERFORM GRABAR-CHECKPOINT-FAC.

           IF CONT-PEDFAC = 1
              DISPLAY "PEDIDO " NUMPED-ACTUAL " FACTURADO: "
                      TOTAL-CON-IVA " (IVA INCLUIDO)"
           ELSE
              DISPLAY "CLIENTE " CLIENTE-FACTURA ": " CONT-PEDFAC
                      " PEDIDOS EN LA FACTURA " NUM-SIG-FACTURA ": "
                      TOTAL-CON-IVA " (IVA INCLUIDO)"
           END-IF.

       FACTURAR-UN-PEDIDO-FIN.
           EXIT.


      * DEJA EN MONEDA-FACTURA Y CAMBIO-FACTURA LA MONEDA DEL
      * PAGADOR Y SU CAMBIO EN LA FECHA DE FACTURA: EL DEL
      * HISTORICO, EL VIGENTE DEL MAESTRO O EL DE LA FICHA DEL
      * CLIENTE. SIN NINGUNO, O CON MONEDA EURO O EN BLANCO, LA
      * FACTURA SE EMITE SOLO EN EUROS (MONEDA EN BLANCO)
      * ****************************************************************

       DETERMINAR-MONEDA-FACTURA.
           MOVE SPACES TO MONEDA-FACTURA.
           MOVE ZERO TO CAMBIO-FACTURA.
           IF MONCLI NOT = SPACES AND MONCLI NOT = MONEDA-PROPIA
              MOVE "N" TO ENCONTRADO-ASOF
              PERFORM BUSCAR-CAMBIO-FACTURA
                      VARYING IDX-ASOF FROM 1 BY 1
                      UNTIL IDX-ASOF > CONT-ASOF
                         OR ENCONTRADO-ASOF = "S"
              IF CAMBIO-FACTURA = ZERO AND HAY-MONEDAS = "S"
                 MOVE MONCLI TO MON-CODIGO
                 READ A-MONEDAS
                    INVALID KEY     MOVE ZERO TO MON-CAMBIO
                    NOT INVALID KEY CONTINUE
                 END-READ
                 MOVE MON-CAMBIO TO CAMBIO-FACTURA
              END-IF
              IF CAMBIO-FACTURA = ZERO
                 MOVE CAMCLI TO CAMBIO-FACTURA
              END-IF
              IF CAMBIO-FACTURA = ZERO
                 DISPLAY "CLIENTE " CLIENTE-PAGADOR ": SIN CAMBIO"
                         " PARA " MONCLI ". SE FACTURA EN EUROS."
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE MONCLI TO MONEDA-FACTURA
              END-IF
           END-IF.


      * COMPARA UNA POSICION DE LA TABLA DE CAMBIOS EN VIGOR
      * ****************************************************************

       BUSCAR-CAMBIO-FACTURA.
           IF TAB-ASF-MON(IDX-ASOF) = MONCLI
              MOVE "S" TO ENCONTRADO-ASOF
              MOVE TAB-ASF-CAM(IDX-ASOF) TO CAMBIO-FACTURA
           END-IF.


      * CARGA EN LA TABLA EL CAMBIO EN VIGOR DE CADA MONEDA EN LA
      * FECHA DE FACTURA: EL ULTIMO APUNTE DEL HISTORICO NO
      * POSTERIOR A ELLA
      * ****************************************************************

       CARGAR-CAMBIOS-FACTURA.
           MOVE FECHA TO FECHA-CAMBIOS.
           MOVE ZERO TO CONT-ASOF.
           MOVE "N" TO FIN-CAMHIST.
           OPEN INPUT A-CAMHIST.
           IF CAH-FILESTAT NOT = "00"
              CLOSE A-CAMHIST
              MOVE "S" TO FIN-CAMHIST
           ELSE
              READ A-CAMHIST AT END MOVE "S" TO FIN-CAMHIST
              END-READ
           END-IF.
           PERFORM CARGAR-UN-CAMBIO-FAC UNTIL FIN-CAMHIST = "S".
           IF CAH-FILESTAT NOT = "35"
              CLOSE A-CAMHIST
           END-IF.


      * ANOTA UN APUNTE DEL HISTORICO SI NO ES POSTERIOR A LA
      * FECHA DE FACTURA (EL ULTIMO LEIDO DE CADA MONEDA PREVALECE)
      * ****************************************************************

       CARGAR-UN-CAMBIO-FAC.
           IF CAH-FECHA <= FECHA-CAMBIOS
              MOVE "N" TO ENCONTRADO-ASOF
              PERFORM ANOTAR-CAMBIO-FAC
                      VARYING IDX-ASOF FROM 1 BY 1
                      UNTIL IDX-ASOF > CONT-ASOF
                         OR ENCONTRADO-ASOF = "S"
              IF ENCONTRADO-ASOF = "N" AND CONT-ASOF < 50
                 ADD 1 TO CONT-ASOF
                 MOVE CAH-MONEDA TO TAB-ASF-MON(CONT-ASOF)
                 MOVE CAH-CAMBIO TO TAB-ASF-CAM(CONT-ASOF)
              END-IF
           END-IF.
           READ A-CAMHIST AT END MOVE "S" TO FIN-CAMHIST END-READ.


      * SI LA MONEDA YA ESTA EN LA TABLA, EL APUNTE MAS RECIENTE
      * PISA AL ANTERIOR
      * ****************************************************************

       ANOTAR-CAMBIO-FAC.
           IF TAB-ASF-MON(IDX-ASOF) = CAH-MONEDA
              MOVE "S" TO ENCONTRADO-ASOF
              MOVE CAH-CAMBIO TO TAB-ASF-CAM(IDX-ASOF)
           END-IF.


      * PRIMERA PASADA SOBRE LAS LINEAS DEL PEDIDO: ACUMULA EL
      * TOTAL AL PRECIO VIGENTE Y DETECTA DESBORDAMIENTOS
      * ****************************************************************

       VALORAR-PEDIDO-PREVIO.
           OPEN INPUT A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
           ELSE
              PERFORM VALORAR-LINEAS-PEDIDO
                      VARYING IDX-PF-LIN FROM 1 BY 1
                      UNTIL IDX-PF-LIN > CONT-PEDFAC
              CLOSE A-PEDLIN
           END-IF.


      * VALORA EN LA PRIMERA PASADA LAS LINEAS DE UNO DE LOS
      * PEDIDOS DE LA FACTURA
      * ****************************************************************

       VALORAR-LINEAS-PEDIDO.
           MOVE TAB-PF-NUMERO(IDX-PF-LIN) TO PEDIDO-LINEAS.
           PERFORM SITUAR-LINEAS-FACT.
           PERFORM VALORAR-LINEA-PREVIA UNTIL FIN-LINEA = "S".


      * FACTURA LAS LINEAS DE UNO DE LOS PEDIDOS DE LA FACTURA
      * ****************************************************************

       FACTURAR-LINEAS-PEDIDO.
           MOVE TAB-PF-NUMERO(IDX-PF-LIN) TO PEDIDO-LINEAS.
           PERFORM SITUAR-LINEAS-FACT.
           PERFORM FACTURAR-LINEA THRU FACTURAR-LINEA-SIG
                   UNTIL FIN-LINEA = "S".


      * SE SITUA EN LA PRIMERA LINEA DEL PEDIDO PEDIDO-LINEAS Y LA
      * LEE; FIN-LINEA QUEDA A "S" SI EL PEDIDO NO TIENE LINEAS
      * ****************************************************************

       SITUAR-LINEAS-FACT.
           MOVE "N" TO FIN-LINEA.
           MOVE PEDIDO-LINEAS TO LIN-PEDIDO.
           MOVE ZERO TO LIN-NUMLIN.
           START A-PEDLIN KEY NOT LESS THAN LIN-CLAVE
              INVALID KEY MOVE "S" TO FIN-LINEA
           END-START.
           IF FIN-LINEA = "N"
              PERFORM LEER-LINEA-FACT
           END-IF.


      * LEE LA SIGUIENTE LINEA POR CLAVE; AL PASAR A OTRO PEDIDO
      * TERMINAN LAS LINEAS DE PEDIDO-LINEAS
      * ****************************************************************

       LEER-LINEA-FACT.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
           END-READ.
           IF FIN-LINEA = "N" AND LIN-PEDIDO NOT = PEDIDO-LINEAS
              MOVE "S" TO FIN-LINEA
           END-IF.


      * ****************************************************************

       VALORAR-LINEA-PREVIA.
           MOVE LIN-PEDIDO TO PEDIDO-BUSCADO.
           PERFORM COMPROBAR-PEDIDO-FACTURA.
           IF PEDIDO-EN-FACTURA = "S"
              COMPUTE CANT-A-FACT = LIN-SERVIDA - LIN-FACTURADA
              IF CANT-A-FACT > ZERO
                 MOVE LIN-CODARTI TO COD-ARTI
                    NOT INVALID KEY MOVE "S" TO EXISTE-ART
                 END-READ
                 IF EXISTE-ART = "S"
                    PERFORM VALORAR-PRECIO-LINEA
                    PERFORM CONTROLAR-MARGEN-LINEA
                       THRU CONTROLAR-MARGEN-LINEA-FIN
                 END-IF
                 IF EXISTE-ART = "S" AND LINEA-RETENIDA = "N"
                    COMPUTE IMPORTE-LINEA =
                            CANT-A-FACT * PRECIO-APLICADO
                       ON SIZE ERROR MOVE "S" TO FACTURA-DESBORDA
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-LINEA-FACT.


      * VALORA UNA LINEA DEL PEDIDO EN CURSO, LA IMPRIME Y GENERA
      * ****************************************************************

       FACTURAR-LINEA.
           MOVE LIN-PEDIDO TO PEDIDO-BUSCADO.
           PERFORM COMPROBAR-PEDIDO-FACTURA.
           IF PEDIDO-EN-FACTURA = "N"
              GO TO FACTURAR-LINEA-SIG
           END-IF.

           IF LIN-CANTIDAD > LIN-SERVIDA
              MOVE "S" TO TAB-PF-PENDIENTE(IDX-PF-ENC)
           END-IF.

           COMPUTE CANT-A-FACT = LIN-SERVIDA - LIN-FACTURADA.
              GO TO FACTURAR-LINEA-SIG
           END-IF.

           PERFORM VALORAR-PRECIO-LINEA.

      *
      * LA LINEA BAJO MARGEN MINIMO QUE EL SUPERVISOR NO AUTORIZO
      * EN LA PRIMERA PASADA NO SE FACTURA: QUEDA SERVIDA Y SIN
      * FACTURAR, Y SU PEDIDO NO PASA A FACTURADO
      *
           PERFORM BUSCAR-EXCEPCION-LINEA.
           IF ENCONTRADO-EXC = "S"
              AND TAB-EXC-DECISION(IDX-EXC-ENC) = "R"
              MOVE "S" TO TAB-PF-RETENIDA(IDX-PF-ENC)
              MOVE SPACES TO LINEA-LISTADO
              STRING LIN-CODARTI " MARGEN BAJO EL MINIMO SIN VISTO"
                     " BUENO: LINEA NO FACTURADA" DELIMITED BY SIZE
                 INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
              GO TO FACTURAR-LINEA-SIG
           END-IF.

           COMPUTE IMPORTE-LINEA = CANT-A-FACT * PRECIO-APLICADO
              ON SIZE ERROR MOVE ZERO TO IMPORTE-LINEA
           END-COMPUTE.
           ADD IMPORTE-LINEA TO TOTAL-FACTURA.
           PERFORM BUSCAR-ALBARAN-LINEA.

           MOVE SPACES TO LINEA-LISTADO.
           STRING LIN-CODARTI  DELIMITED BY SIZE
                  PRECIO-APLICADO DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  IMPORTE-LINEA DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  LIN-PEDIDO   DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  ALBARAN-LINEA DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF LIN-UNIDAD NOT = SPACES
              MOVE CANT-A-FACT TO CANT-BASE-UNI
              MOVE LIN-UNIDAD  TO UNIDAD-DOC
              MOVE LIN-FACTOR  TO FACTOR-DOC
              PERFORM DESCRIBIR-UNIDAD
              MOVE SPACES TO LINEA-LISTADO
              STRING "      " TEXTO-UNIDAD
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.

      *
      * EL CLIENTE VE EN LA FACTURA QUE SE LE APLICO EL PRECIO
      * ACORDADO O EL DE UNA PROMOCION Y CUAL ERA EL DE TARIFA
      *
           IF ACUERDO-APLICADO = "S"
              MOVE SPACES TO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           IF PROMOCION-APLICADA = "S"
              MOVE SPACES TO LINEA-LISTADO
              STRING "      PRECIO SEGUN PROMOCION " PROMOCION-LINEA
                     " (TARIFA " PRE-ARTI ")" DELIMITED BY SIZE
                 INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.

      *
      * LAS UNIDADES CON NUMERO DE SERIE SERVIDAS Y AUN SIN
      * FACTURA QUEDAN ANOTADAS CON ESTA
      *
           IF HAY-SERIES = "S"
              MOVE LIN-PEDIDO TO SER-PEDIDO
              MOVE "N" TO FIN-SERIES
              START A-SERIES KEY = SER-PEDIDO
                 INVALID KEY MOVE "S" TO FIN-SERIES
              END-START
              PERFORM FACTURAR-SERIE-LINEA UNTIL FIN-SERIES = "S"
           END-IF.

           MOVE LIN-CODARTI  TO MAR-CODARTI.
           MOVE FECHA        TO MAR-FECHA.
           MOVE IMPORTE-LINEA   TO FLN-IMPORTE.
           PERFORM BUSCAR-IVA-TIPO.
           MOVE IVA-LINEA       TO FLN-TIPIVA.
           MOVE LIN-PEDIDO      TO FLN-PEDIDO.
           MOVE ALBARAN-LINEA   TO FLN-ALBARAN.
           WRITE REGFLN
              INVALID KEY
                 DISPLAY "ERROR: LA LINEA " FLN-NUMLIN " DE LA FACTURA "
                         FLN-FACTURA " YA EXISTE EN FACLIN.DAT."
           END-WRITE.

      *
      * LA LINEA FACTURADA QUEDA EN EL HISTORICO DE VENTAS PARA
           MOVE IMPORTE-LINEA   TO VEN-IMPORTE.
           MOVE NUM-SIG-FACTURA TO VEN-FACTURA.
           WRITE REGVEN.
           PERFORM ANOTAR-INGRESO-LINEA.

      *
      * LA LINEA FACTURADA BAJO MINIMO CON VISTO BUENO QUEDA
      * ANOTADA CON SU VENDEDOR Y EL SUPERVISOR QUE LA AUTORIZO
      *
           IF ENCONTRADO-EXC = "S"
              MOVE FECHA           TO MEX-FECHA
              MOVE NUM-SIG-FACTURA TO MEX-FACTURA
              MOVE LIN-PEDIDO      TO MEX-PEDIDO
              MOVE LIN-NUMLIN      TO MEX-NUMLIN
              MOVE CLIENTE-FACTURA TO MEX-CODCLI
              MOVE VENDEDOR-FACTURA TO MEX-VENDEDOR
              MOVE LIN-CODARTI     TO MEX-CODARTI
              MOVE CANT-A-FACT     TO MEX-CANTIDAD
              MOVE PRECIO-APLICADO TO MEX-PRECIO
              MOVE PRE-COSTE       TO MEX-COSTE
              MOVE TAB-EXC-MINIMO(IDX-EXC-ENC) TO MEX-MINIMO
              MOVE TAB-EXC-SUPERVISOR(IDX-EXC-ENC) TO MEX-SUPERVISOR
              WRITE REGMEX
              ADD 1 TO CONT-AUTORIZADAS
           END-IF.

           MOVE LIN-SERVIDA TO LIN-FACTURADA.

       FACTURAR-LINEA-SIG.
           MOVE REGLIN TO REGLIN-TMP.
           WRITE REGLIN-TMP.
           PERFORM LEER-LINEA-FACT.


      * ANOTA LA FACTURA EN UNA UNIDAD VENDIDA DEL ARTICULO DE LA
      * LINEA CON EL PEDIDO EN CURSO E IMPRIME SU NUMERO DE SERIE
      * ****************************************************************

       FACTURAR-SERIE-LINEA.
           READ A-SERIES NEXT RECORD
              AT END MOVE "S" TO FIN-SERIES
           END-READ.
           IF FIN-SERIES NOT = "S"
              IF SER-PEDIDO NOT = LIN-PEDIDO
                 MOVE "S" TO FIN-SERIES
              ELSE
                 IF SER-CODARTI = LIN-CODARTI AND SER-VENDIDA
                    AND SER-FACTURA = ZERO
                    MOVE NUM-SIG-FACTURA TO SER-FACTURA
                    REWRITE REGSER
                    MOVE SPACES TO LINEA-LISTADO
                    STRING "      N/S " SER-NUMERO
                       DELIMITED BY SIZE INTO LINEA-LISTADO
                    END-STRING
                    WRITE LINEA-LISTADO
                 END-IF
              END-IF
           END-IF.


      * CARGA LA TABLA DE TIPOS DE IVA DESDE ATPAR.SEC; SIN
           WRITE LINEA-LISTADO.


      * ACUMULA LA BASE DE LA LINEA FACTURADA EN LAS VENTAS DE LA
      * FACTURA EN CURSO, SEGUN EL TIPO DE ARTICULO
      * ****************************************************************

       ANOTAR-INGRESO-LINEA.
           MOVE "N" TO ENCONTRADO-ING.
           PERFORM COMPARAR-INGRESO
                   VARYING IDX-ING FROM 1 BY 1
                   UNTIL IDX-ING > CONT-ING
                      OR ENCONTRADO-ING = "S".
           IF ENCONTRADO-ING = "N" AND CONT-ING < 50
              ADD 1 TO CONT-ING
              MOVE COD-TPARTI    TO TAB-ING-TIPO(CONT-ING)
              MOVE IMPORTE-LINEA TO TAB-ING-BASE(CONT-ING)
           END-IF.


      * COMPARA UNA POSICION DE LAS VENTAS CON EL TIPO DE ARTICULO
      * DE LA LINEA Y ACUMULA LA BASE SI COINCIDE
      * ****************************************************************

       COMPARAR-INGRESO.
           IF TAB-ING-TIPO(IDX-ING) = COD-TPARTI
              MOVE "S" TO ENCONTRADO-ING
              ADD IMPORTE-LINEA TO TAB-ING-BASE(IDX-ING)
           END-IF.


      * GRABA EL ASIENTO DE VENTAS DE LA FACTURA EN CURSO: CARGO AL
      * CLIENTE POR EL TOTAL CON IVA, ABONO A VENTAS POR TIPO DE
      * ARTICULO Y ABONO AL IVA REPERCUTIDO POR TIPO IMPOSITIVO
      * ****************************************************************

       GRABAR-ASIENTO-FACTURA.
           MOVE ZERO TO NUM-LINEA-ASV.

           MOVE "C"           TO ASV-TIPMOV.
           MOVE ENT-SUCURSAL  TO ASV-SUBCLAVE.
           MOVE "D"           TO ASV-SENTIDO.
           MOVE TOTAL-CON-IVA TO ASV-IMPORTE.
           PERFORM GRABAR-APUNTE-VENTAS.

           PERFORM GRABAR-APUNTE-INGRESO
                   VARYING IDX-ING FROM 1 BY 1
                   UNTIL IDX-ING > CONT-ING.

           PERFORM GRABAR-APUNTE-IVA
                   VARYING IDX-DESG FROM 1 BY 1
                   UNTIL IDX-DESG > CONT-DESG.


      * GRABA EL ABONO A VENTAS DE UN TIPO DE ARTICULO
      * ****************************************************************

       GRABAR-APUNTE-INGRESO.
           IF TAB-ING-BASE(IDX-ING) > ZERO
              MOVE "V"                   TO ASV-TIPMOV
              MOVE TAB-ING-TIPO(IDX-ING) TO ASV-SUBCLAVE
              MOVE "H"                   TO ASV-SENTIDO
              MOVE TAB-ING-BASE(IDX-ING) TO ASV-IMPORTE
              PERFORM GRABAR-APUNTE-VENTAS
           END-IF.


      * GRABA EL ABONO AL IVA REPERCUTIDO DE UN TIPO IMPOSITIVO
      * ****************************************************************

       GRABAR-APUNTE-IVA.
           IF TAB-DES-CUOTA(IDX-DESG) > ZERO
              MOVE "I"                     TO ASV-TIPMOV
              MOVE TAB-DES-TIPO(IDX-DESG)  TO TIPO-IVA-CLAVE
              MOVE TIPO-IVA-CLAVE          TO ASV-SUBCLAVE
              MOVE "H"                     TO ASV-SENTIDO
              MOVE TAB-DES-CUOTA(IDX-DESG) TO ASV-IMPORTE
              PERFORM GRABAR-APUNTE-VENTAS
           END-IF.


      * COMPLETA Y GRABA UN APUNTE DEL ASIENTO DE LA FACTURA EN
      * CURSO CON SU CUENTA DEL MAYOR
      * ****************************************************************

       GRABAR-APUNTE-VENTAS.
           MOVE FECHA           TO ASV-FECHA.
           MOVE "F"             TO ASV-TIPODOC.
           MOVE NUM-SIG-FACTURA TO ASV-DOCUMENTO.
           MOVE CLIENTE-PAGADOR TO ASV-CODCLI.
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


      * CALCULA EL VENCIMIENTO DE LA FACTURA EN CURSO: LA FECHA
      * DE HOY MAS LOS DIAS DE PAGO DEL PAGADOR (30 SI NO TIENE
      * DATOS DE COBRO), SUMANDO DIA A DIA CON EL CALENDARIO REAL
      * ****************************************************************

       CALCULAR-VENCIMIENTO.
           MOVE 30 TO DIAS-VENCIMIENTO.
           IF HAY-COBROCLI = "S"
              MOVE CLIENTE-PAGADOR TO COB-CODCLI
              READ A-COBROCLI
                 INVALID KEY     MOVE "N" TO EXISTE-COB
                 NOT INVALID KEY MOVE "S" TO EXISTE-COB
           END-IF.


      * DEJA EN CLIENTE-PAGADOR EL CLIENTE AL QUE SE FACTURA EL
      * PEDIDO EN CURSO: SU CENTRAL SI TIENE PAGADOR EN FACCLI.DAT
      * Y, SI NO, EL PROPIO CLIENTE DEL PEDIDO; Y EN
      * PERIODICIDAD-CLI SU PERIODICIDAD DE FACTURACION (P SI NO
      * TIENE DATOS)
      * ****************************************************************

       BUSCAR-PAGADOR.
           MOVE PED-CODCLI TO CLIENTE-PAGADOR.
           MOVE "P" TO PERIODICIDAD-CLI.
           IF HAY-FACCLI = "S"
              MOVE PED-CODCLI TO FCL-CODCLI
              READ A-FACCLI
                 INVALID KEY     MOVE "N" TO EXISTE-FCL
                 NOT INVALID KEY MOVE "S" TO EXISTE-FCL
              END-READ
              IF EXISTE-FCL = "S" AND FCL-PAGADOR NOT = SPACES
                 MOVE FCL-PAGADOR TO CLIENTE-PAGADOR
              END-IF
              IF EXISTE-FCL = "S" AND FCL-PERIODICIDAD NOT = SPACE
                 MOVE FCL-PERIODICIDAD TO PERIODICIDAD-CLI
              END-IF
           END-IF.


      * REUNE EN TAB-PEDFAC LOS PEDIDOS DE LA FACTURA EN CURSO: EL
      * PEDIDO LEIDO Y, EN LA FACTURACION PERIODICA, LOS DEMAS
      * PEDIDOS SERVIDOS DEL MISMO CLIENTE Y VENDEDOR QUE VIENEN
      * DETRAS (LOS ANTERIORES YA SE TRATARON). DEJA REGPED COMO
      * ESTABA, CON EL PEDIDO LEIDO
      * ****************************************************************

       REUNIR-PEDIDOS-FACTURA.
           INITIALIZE TAB-PEDFAC.
           MOVE 1 TO CONT-PEDFAC.
           MOVE NUMPED-ACTUAL TO TAB-PF-NUMERO(1).
           MOVE "N"           TO TAB-PF-PENDIENTE(1).
           MOVE "N"           TO TAB-PF-RETENIDA(1).
           MOVE PED-CODCLI    TO CLIENTE-FACTURA.
           MOVE PED-VENDEDOR  TO VENDEDOR-FACTURA.

           IF ENT-PERIODICIDAD NOT = "P"
              MOVE "N" TO FIN-AGRUPAR
              START A-PEDIDOS KEY > PED-NUMERO
                 INVALID KEY MOVE "S" TO FIN-AGRUPAR
              END-START
              PERFORM AGRUPAR-PEDIDO-CLIENTE UNTIL FIN-AGRUPAR = "S"
              MOVE NUMPED-ACTUAL TO PED-NUMERO
              READ A-PEDIDOS
                 INVALID KEY CONTINUE
              END-READ
           END-IF.


      * ANADE A LA FACTURA EL SIGUIENTE PEDIDO SI ES DEL MISMO
      * CLIENTE Y VENDEDOR Y ESTA SERVIDO
      * ****************************************************************

       AGRUPAR-PEDIDO-CLIENTE.
           READ A-PEDIDOS NEXT RECORD AT END MOVE "S" TO FIN-AGRUPAR
           END-READ.
           IF FIN-AGRUPAR NOT = "S"
              AND (PED-SERVIDO OR PED-PARCIAL)
              AND PED-CODCLI = CLIENTE-FACTURA
              AND PED-VENDEDOR = VENDEDOR-FACTURA
              IF CONT-PEDFAC < 200
                 ADD 1 TO CONT-PEDFAC
                 MOVE PED-NUMERO TO TAB-PF-NUMERO(CONT-PEDFAC)
                 MOVE "N"        TO TAB-PF-PENDIENTE(CONT-PEDFAC)
                 MOVE "N"        TO TAB-PF-RETENIDA(CONT-PEDFAC)
              ELSE
                 MOVE "S" TO FIN-AGRUPAR
              END-IF
           END-IF.


      * DEJA PEDIDO-EN-FACTURA EN "S" (E IDX-PF-ENC EN SU
      * POSICION) SI EL PEDIDO EN PEDIDO-BUSCADO ENTRA EN LA
      * FACTURA EN CURSO
      * ****************************************************************

       COMPROBAR-PEDIDO-FACTURA.
           MOVE "N" TO PEDIDO-EN-FACTURA.
           PERFORM COMPARAR-PEDIDO-FACTURA
                   VARYING IDX-PF FROM 1 BY 1
                   UNTIL IDX-PF > CONT-PEDFAC
                      OR PEDIDO-EN-FACTURA = "S".


      * COMPARA UNA POSICION DE LA TABLA DE PEDIDOS DE LA FACTURA
      * ****************************************************************

       COMPARAR-PEDIDO-FACTURA.
           IF TAB-PF-NUMERO(IDX-PF) = PEDIDO-BUSCADO
              MOVE "S" TO PEDIDO-EN-FACTURA
              MOVE IDX-PF TO IDX-PF-ENC
           END-IF.


      * PASA A F (O DEJA EN P SI QUEDA BACKORDER) UN PEDIDO DE LA
      * FACTURA RECIEN EMITIDA. SI SE LE RETUVO ALGUNA LINEA POR
      * MARGEN SIGUE SERVIDO, A LA ESPERA DE FACTURARLA
      * ****************************************************************

       ACTUALIZAR-ESTADO-PEDIDO.
           MOVE TAB-PF-NUMERO(IDX-PF) TO PED-NUMERO.
           READ A-PEDIDOS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF TAB-PF-PENDIENTE(IDX-PF) = "S"
                    MOVE "P" TO PED-ESTADO
                 ELSE
                    IF TAB-PF-RETENIDA(IDX-PF) = "S"
                       MOVE "S" TO PED-ESTADO
                    ELSE
                       MOVE "F" TO PED-ESTADO
                    END-IF
                 END-IF
                 REWRITE REGPED
           END-READ.


      * CARGA EN TAB-ALBFAC, PARA CADA LINEA DE LOS PEDIDOS DE LA
      * FACTURA EN CURSO, EL ULTIMO ALBARAN CON QUE SE SIRVIO
      * ****************************************************************

       CARGAR-ALBARANES-FACTURA.
           MOVE ZERO TO CONT-ALBFAC.
           MOVE "N" TO FIN-ALB.
           OPEN INPUT A-ALBARAN.
           IF ALB-FILESTAT NOT = "00"
              CLOSE A-ALBARAN
              MOVE "S" TO FIN-ALB
           ELSE
              READ A-ALBARAN AT END MOVE "S" TO FIN-ALB END-READ
           END-IF.
           PERFORM CARGAR-UN-ALBARAN UNTIL FIN-ALB = "S".
           IF ALB-FILESTAT NOT = "35"
              CLOSE A-ALBARAN
           END-IF.


      * ANOTA UNA LINEA DE ALBARAN SI SU PEDIDO ENTRA EN LA FACTURA
      * ****************************************************************

       CARGAR-UN-ALBARAN.
           MOVE ALB-PEDIDO TO PEDIDO-BUSCADO.
           PERFORM COMPROBAR-PEDIDO-FACTURA.
           IF PEDIDO-EN-FACTURA = "S"
              MOVE "N" TO ENCONTRADO-AF
              PERFORM COMPARAR-ALBARAN-FACTURA
                      VARYING IDX-AF FROM 1 BY 1
                      UNTIL IDX-AF > CONT-ALBFAC
                         OR ENCONTRADO-AF = "S"
              IF ENCONTRADO-AF = "N" AND CONT-ALBFAC < 500
                 ADD 1 TO CONT-ALBFAC
                 MOVE ALB-PEDIDO TO TAB-AF-PEDIDO(CONT-ALBFAC)
                 MOVE ALB-NUMLIN TO TAB-AF-NUMLIN(CONT-ALBFAC)
                 MOVE ALB-NUMERO TO TAB-AF-ALBARAN(CONT-ALBFAC)
              END-IF
           END-IF.
           READ A-ALBARAN AT END MOVE "S" TO FIN-ALB END-READ.


      * SI LA POSICION ES DE LA MISMA LINEA DE PEDIDO, SE QUEDA
      * CON EL ALBARAN MAS RECIENTE
      * ****************************************************************

       COMPARAR-ALBARAN-FACTURA.
           IF TAB-AF-PEDIDO(IDX-AF) = ALB-PEDIDO
              AND TAB-AF-NUMLIN(IDX-AF) = ALB-NUMLIN
              MOVE "S" TO ENCONTRADO-AF
              IF ALB-NUMERO > TAB-AF-ALBARAN(IDX-AF)
                 MOVE ALB-NUMERO TO TAB-AF-ALBARAN(IDX-AF)
              END-IF
           END-IF.


      * DEJA EN ALBARAN-LINEA EL ULTIMO ALBARAN DE LA LINEA DE
      * PEDIDO EN CURSO (CERO SI NO CONSTA)
      * ****************************************************************

       BUSCAR-ALBARAN-LINEA.
           MOVE ZERO TO ALBARAN-LINEA.
           PERFORM COMPARAR-ALBARAN-LINEA
                   VARYING IDX-AF FROM 1 BY 1
                   UNTIL IDX-AF > CONT-ALBFAC
                      OR ALBARAN-LINEA NOT = ZERO.


      * COMPARA UNA POSICION DE LA TABLA DE ALBARANES CON LA LINEA
      * ****************************************************************

       COMPARAR-ALBARAN-LINEA.
           IF TAB-AF-PEDIDO(IDX-AF) = LIN-PEDIDO
              AND TAB-AF-NUMLIN(IDX-AF) = LIN-NUMLIN
              MOVE TAB-AF-ALBARAN(IDX-AF) TO ALBARAN-LINEA
           END-IF.


      * DEJA EN PRECIO-APLICADO EL PRECIO DE LA LINEA EN CURSO:
      * EL DEL ACUERDO DEL CLIENTE PARA EL ARTICULO (PRIORITARIO)
      * O PARA SU TIPO, Y EN SU DEFECTO EL PRE-ARTI DE TARIFA.
           EXIT.


      * DEJA EN PRECIO-APLICADO EL MEJOR PRECIO PARA EL CLIENTE DE
      * LA LINEA EN CURSO: EL DE SU ACUERDO (O LA TARIFA) O EL DE
      * LA PROMOCION VIGENTE SI ES MAS BAJO. LAS DOS REBAJAS NO SE
      * ACUMULAN: LA PROMOCION SE CALCULA SIEMPRE SOBRE PRE-ARTI.
      * LOS TRAMOS SE ELIGEN POR LA CANTIDAD PEDIDA EN LA LINEA,
      * PARA QUE UNA ENTREGA PARCIAL NO PIERDA EL TRAMO
      * ****************************************************************

       VALORAR-PRECIO-LINEA.
           PERFORM BUSCAR-ACUERDO THRU BUSCAR-ACUERDO-FIN.

           MOVE "N" TO PROMOCION-APLICADA.
           MOVE SPACES TO PROMOCION-LINEA.
           MOVE LIN-CANTIDAD TO CANTIDAD-TRAMO.
           MOVE COD-ARTI TO REFER-ARTICULO.
           MOVE SPACES TO REFER-TIPO.
           MOVE COD-TPARTI TO REFER-TIPO(1:3).
           PERFORM EVALUAR-PROMOCION
                   VARYING IDX-PRM FROM 1 BY 1
                   UNTIL IDX-PRM > CONT-PROMOCIONES.


      * COMPRUEBA SI LA PROMOCION DE LA TABLA ALCANZA AL ARTICULO
      * EN CURSO Y, SI ES ASI, PRUEBA SUS TRAMOS
      * ****************************************************************

       EVALUAR-PROMOCION.
           IF TAB-PRM-AMBITO(IDX-PRM) = "G"
              OR (TAB-PRM-AMBITO(IDX-PRM) = "A"
                  AND TAB-PRM-REFER(IDX-PRM) = REFER-ARTICULO)
              OR (TAB-PRM-AMBITO(IDX-PRM) = "T"
                  AND TAB-PRM-REFER(IDX-PRM) = REFER-TIPO)
              PERFORM EVALUAR-TRAMO
                      VARYING IDX-TRAMO FROM 1 BY 1
                      UNTIL IDX-TRAMO > 3
           END-IF.


      * CALCULA EL PRECIO DE UN TRAMO ALCANZADO POR LA CANTIDAD Y
      * LO APLICA SI MEJORA EL PRECIO QUE HAY HASTA AHORA
      * ****************************************************************

       EVALUAR-TRAMO.
           IF CANTIDAD-TRAMO NOT < TAB-PRM-CANT-MIN(IDX-PRM, IDX-TRAMO)
              AND (TAB-PRM-PRECIO(IDX-PRM, IDX-TRAMO) > ZERO
                   OR TAB-PRM-DESCUENTO(IDX-PRM, IDX-TRAMO) > ZERO)
              IF TAB-PRM-PRECIO(IDX-PRM, IDX-TRAMO) > ZERO
                 MOVE TAB-PRM-PRECIO(IDX-PRM, IDX-TRAMO)
                      TO PRECIO-TRAMO
              ELSE
                 COMPUTE PRECIO-TRAMO = PRE-ARTI
                      * (100 - TAB-PRM-DESCUENTO(IDX-PRM, IDX-TRAMO))
                      / 100
              END-IF
              IF PRECIO-TRAMO < PRECIO-APLICADO
                 MOVE PRECIO-TRAMO TO PRECIO-APLICADO
                 MOVE "N" TO ACUERDO-APLICADO
                 MOVE "S" TO PROMOCION-APLICADA
                 MOVE TAB-PRM-CODIGO(IDX-PRM) TO PROMOCION-LINEA
              END-IF
           END-IF.


      * CARGA EN LA TABLA LAS PROMOCIONES VIGENTES EN LA FECHA DE
      * FACTURA (SIN FICHERO DE PROMOCIONES NO SE APLICA NINGUNA)
      * ****************************************************************

       CARGAR-PROMOCIONES.
           MOVE ZERO TO CONT-PROMOCIONES.
           MOVE "N" TO FIN-PROMOCION.
           OPEN INPUT A-PROMOCI.
           IF PRM-FILESTAT NOT = "00"
              CLOSE A-PROMOCI
              MOVE "S" TO FIN-PROMOCION
           ELSE
              MOVE LOW-VALUES TO PRM-CODIGO
              START A-PROMOCI KEY NOT LESS THAN PRM-CODIGO
                 INVALID KEY MOVE "S" TO FIN-PROMOCION
              END-START
              IF FIN-PROMOCION = "N"
                 READ A-PROMOCI NEXT RECORD
                    AT END MOVE "S" TO FIN-PROMOCION
                 END-READ
              END-IF
           END-IF.
           PERFORM CARGAR-UNA-PROMOCION UNTIL FIN-PROMOCION = "S".
           IF PRM-FILESTAT NOT = "35"
              CLOSE A-PROMOCI
           END-IF.


      * ANADE A LA TABLA LA PROMOCION LEIDA SI ESTA VIGENTE
      * ****************************************************************

       CARGAR-UNA-PROMOCION.
           IF PRM-FEC-INI NOT > FECHA AND PRM-FEC-FIN NOT < FECHA
              AND CONT-PROMOCIONES < 100
              ADD 1 TO CONT-PROMOCIONES
              MOVE PRM-CODIGO TO TAB-PRM-CODIGO(CONT-PROMOCIONES)
              MOVE PRM-AMBITO TO TAB-PRM-AMBITO(CONT-PROMOCIONES)
              MOVE PRM-REFER  TO TAB-PRM-REFER(CONT-PROMOCIONES)
              PERFORM CARGAR-TRAMO-PROMOCION
                      VARYING IDX-TRAMO FROM 1 BY 1
                      UNTIL IDX-TRAMO > 3
           END-IF.
           READ A-PROMOCI NEXT RECORD AT END MOVE "S" TO FIN-PROMOCION
           END-READ.


      * COPIA UN TRAMO DE LA PROMOCION LEIDA A LA TABLA
      * ****************************************************************

       CARGAR-TRAMO-PROMOCION.
           MOVE PRM-CANT-MIN(IDX-TRAMO)
                TO TAB-PRM-CANT-MIN(CONT-PROMOCIONES, IDX-TRAMO).
           MOVE PRM-DESCUENTO(IDX-TRAMO)
                TO TAB-PRM-DESCUENTO(CONT-PROMOCIONES, IDX-TRAMO).
           MOVE PRM-PRECIO(IDX-TRAMO)
                TO TAB-PRM-PRECIO(CONT-PROMOCIONES, IDX-TRAMO).


      * COMPRUEBA EN LA PRIMERA PASADA EL MARGEN BRUTO DEL PRECIO
      * NETO DE LA LINEA EN CURSO SOBRE SU PRE-COSTE. SI QUEDA BAJO
      * EL MINIMO DE SU TIPO SE PIDE EL VISTO BUENO DE SUPERVISOR Y
      * LA DECISION SE GUARDA EN TAB-EXCEPCIONES PARA LA SEGUNDA
      * PASADA; SIN VISTO BUENO LA LINEA QUEDA RETENIDA
      * (LINEA-RETENIDA = "S"). SIN COSTE CONOCIDO NO SE VIGILA
      * ****************************************************************

       CONTROLAR-MARGEN-LINEA.
           MOVE "N" TO LINEA-RETENIDA.
           PERFORM BUSCAR-MARGEN-MINIMO.
           IF MARGEN-MINIMO = ZERO OR PRE-COSTE = ZERO
              GO TO CONTROLAR-MARGEN-LINEA-FIN
           END-IF.

           IF PRECIO-APLICADO = ZERO
              MOVE -999 TO MARGEN-LINEA
           ELSE
              COMPUTE MARGEN-LINEA ROUNDED =
                      (PRECIO-APLICADO - PRE-COSTE) * 100
                      / PRECIO-APLICADO
                 ON SIZE ERROR MOVE -999 TO MARGEN-LINEA
              END-COMPUTE
           END-IF.
           IF MARGEN-LINEA NOT < MARGEN-MINIMO
              GO TO CONTROLAR-MARGEN-LINEA-FIN
           END-IF.

           DISPLAY "PEDIDO " LIN-PEDIDO " LINEA " LIN-NUMLIN
                   " ARTICULO " LIN-CODARTI ": PRECIO NETO "
                   PRECIO-APLICADO " (COSTE " PRE-COSTE ")".
           DISPLAY "MARGEN " MARGEN-LINEA " % BAJO EL MINIMO DE "
                   MARGEN-MINIMO " %.".

      *
      * SIN SITIO PARA ANOTAR LA DECISION LA LINEA SE RETIENE
      *
           IF CONT-EXCEPCIONES NOT < 200
              MOVE "S" TO LINEA-RETENIDA
           ELSE
              PERFORM PEDIR-VISTO-BUENO-SUP
                 THRU PEDIR-VISTO-BUENO-SUP-FIN
              ADD 1 TO CONT-EXCEPCIONES
              MOVE LIN-PEDIDO TO TAB-EXC-PEDIDO(CONT-EXCEPCIONES)
              MOVE LIN-NUMLIN TO TAB-EXC-NUMLIN(CONT-EXCEPCIONES)
              MOVE MARGEN-MINIMO TO TAB-EXC-MINIMO(CONT-EXCEPCIONES)
              IF VISTO-BUENO-SUP = "S"
                 MOVE "A" TO TAB-EXC-DECISION(CONT-EXCEPCIONES)
                 MOVE ENT-SUP-ID
                      TO TAB-EXC-SUPERVISOR(CONT-EXCEPCIONES)
                 DISPLAY "LINEA AUTORIZADA POR " ENT-SUP-ID "."
              ELSE
                 MOVE "R" TO TAB-EXC-DECISION(CONT-EXCEPCIONES)
                 MOVE SPACES TO TAB-EXC-SUPERVISOR(CONT-EXCEPCIONES)
                 MOVE "S" TO LINEA-RETENIDA
              END-IF
           END-IF.

           IF LINEA-RETENIDA = "S"
              DISPLAY "LINEA RETENIDA: NO SE FACTURA."
              ADD 1 TO CONT-RETENIDAS-FAC
              ADD 1 TO CONT-RETENIDAS
           END-IF.

       CONTROLAR-MARGEN-LINEA-FIN.
           EXIT.


      * DEJA EN MARGEN-MINIMO EL MARGEN MINIMO DEL TIPO DEL
      * ARTICULO EN CURSO (PARAMETRO MRG MAS EL TIPO) O, SI NO
      * TIENE, EL GENERAL (MARGMIN)
      * ****************************************************************

       BUSCAR-MARGEN-MINIMO.
           MOVE MARGEN-GENERAL TO MARGEN-MINIMO.
           IF HAY-PARAMS = "S"
              MOVE SPACES TO PAR-CODIGO
              MOVE "MRG" TO PAR-CODIGO(1:3)
              MOVE COD-TPARTI TO PAR-CODIGO(4:3)
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S" AND PAR-VALOR > ZERO
                 MOVE PAR-VALOR TO MARGEN-MINIMO
              END-IF
           END-IF.


      * DEJA ENCONTRADO-EXC EN "S" (E IDX-EXC-ENC EN SU POSICION)
      * SI LA LINEA EN CURSO QUEDO BAJO MARGEN EN LA PRIMERA PASADA
      * ****************************************************************

       BUSCAR-EXCEPCION-LINEA.
           MOVE "N" TO ENCONTRADO-EXC.
           PERFORM COMPARAR-EXCEPCION-LINEA
                   VARYING IDX-EXC FROM 1 BY 1
                   UNTIL IDX-EXC > CONT-EXCEPCIONES
                      OR ENCONTRADO-EXC = "S".


      * COMPARA UNA POSICION DE LA TABLA DE EXCEPCIONES CON LA LINEA
      * ****************************************************************

       COMPARAR-EXCEPCION-LINEA.
           IF TAB-EXC-PEDIDO(IDX-EXC) = LIN-PEDIDO
              AND TAB-EXC-NUMLIN(IDX-EXC) = LIN-NUMLIN
              MOVE "S" TO ENCONTRADO-EXC
              MOVE IDX-EXC TO IDX-EXC-ENC
           END-IF.


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


      * REGRABA EN PEDLIN.DAT, POR SU CLAVE, LAS LINEAS DEL FICHERO
      * DE TRABAJO CON LAS CANTIDADES FACTURADAS YA ANOTADAS
      * ****************************************************************

       REGRABAR-LINEAS-FACT.
           OPEN INPUT A-LINTMP.
           OPEN I-O A-PEDLIN.
           MOVE "N" TO FIN-TMP.
           READ A-LINTMP AT END MOVE "S" TO FIN-TMP END-READ.
           PERFORM REGRABAR-UNA-LINEA-FACT UNTIL FIN-TMP = "S".
           CLOSE A-LINTMP.


      * REGRABA UNA LINEA DEL FICHERO DE TRABAJO EN PEDLIN.DAT
      * ****************************************************************

       REGRABAR-UNA-LINEA-FACT.
           MOVE REGLIN-TMP TO REGLIN.
           REWRITE REGLIN
              INVALID KEY
                 DISPLAY "ERROR AL REGRABAR LA LINEA " LIN-NUMLIN
                         " DEL PEDIDO " LIN-PEDIDO "."
           END-REWRITE.
           READ A-LINTMP AT END MOVE "S" TO FIN-TMP END-READ.


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
