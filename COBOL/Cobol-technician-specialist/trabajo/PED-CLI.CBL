           AARTI.IND Y CANTIDAD, CON AVISO SI NO HAY EXISTENCIA
           SUFICIENTE), GUARDA LOS PEDIDOS EN PEDIDOS.DAT (ESTADO
           A=ABIERTO, P=PARCIALMENTE SERVIDO, S=SERVIDO,
           F=FACTURADO) Y SUS LINEAS EN PEDLIN.DAT (INDEXADO POR
           PEDIDO Y LINEA, CON CLAVE ALTERNATIVA POR ARTICULO: CADA
           LINEA SE LEE Y SE REGRABA POR SU CLAVE). EL SERVICIO ES
           LINEA A LINEA CON CANTIDAD SERVIDA POR LINEA: LO NO
           SERVIDO QUEDA COMO PENDIENTE (BACKORDER) Y PUEDE
           SERVIRSE EN ENTREGAS POSTERIORES. CADA LINEA LLEVA LA
           FECHA DE ENTREGA SOLICITADA POR EL CLIENTE Y LA
           PROMETIDA, Y AL SERVIRLA SE ANOTA LA FECHA DEL ALBARAN
           DE LA ENTREGA (EL SEGUIMIENTO DE RETRASOS Y DEL NIVEL DE
           SERVICIO LO HACE INF-SER). AL EMPEZAR A SERVIR
           SE IMPRIME LA LISTA DE PICKING DEL PEDIDO (PICKING.LST)
           ORDENADA POR LA UBICACION FISICA DE CADA ARTICULO
           (ARTALM.DAT, MANTENIDA POR MAN-UBI), CON LOS KITS
           DETALLADOS EN SUS COMPONENTES (ESCANDA.DAT, MANTENIDO
           POR MAN-ESC), Y AL CONFIRMAR LA
           ENTREGA SE EMITE EL ALBARAN NUMERADO (ALBARAN.LST) QUE
           VIAJA CON LA MERCANCIA, QUEDANDO REGISTRADO EN
           ALBARAN.DAT PARA CRUZARLO CON LO QUE FAC-PED FACTURE.
           SERVIR AGRUPADO POR ARTICULO. EL ALTA COMPRUEBA LA
           EXPOSICION PROYECTADA DEL CLIENTE (SALDO IMPCLI MAS EL
           VALOR PENDIENTE DE SUS PEDIDOS VIVOS MAS EL PEDIDO
           NUEVO) CONTRA SU LIMITE DE CREDITO; SI EL CLIENTE
           PERTENECE A UN GRUPO DE FACTURACION (FACCLI.DAT,
           MANTENIDO POR MAN-FCL) LA EXPOSICION ES LA DE TODO EL
           GRUPO CONTRA EL LIMITE DE LA CENTRAL PAGADORA. UN PEDIDO
           QUE LO ROMPERIA SOLO SE ADMITE CON EL VISTO BUENO DE UN
           OPERADOR DE NIVEL SUPERVISOR (OPERADOR.DAT); SIN VISTO
           BUENO, EL PEDIDO RECIEN CAPTURADO SE ANULA. EL PEDIDO
           PUEDE DIRIGIRSE A UNA DE LAS DIRECCIONES DE ENTREGA DEL
           CLIENTE (DIRENT.DAT, MANTENIDA POR MAN-DEN): ES LA QUE SE
           IMPRIME EN EL PICKING Y EN EL ALBARAN; LA FACTURA SIGUE
           YENDO A LA DIRECCION PRINCIPAL (O A LA CENTRAL PAGADORA).
           CADA LINEA CAPTURADA SE VALORA AL PRECIO NETO QUE LE
           APLICARA LA FACTURACION (ACUERDO DEL CLIENTE O PROMOCION
           VIGENTE, COMO EN FAC-PED) Y SE AVISA SI SU MARGEN BRUTO
           SOBRE EL PRE-COSTE QUEDA POR DEBAJO DEL MINIMO DE SU
           TIPO DE ARTICULO (MRG MAS EL TIPO EN PARAMS.DAT) O, EN
           SU DEFECTO, DEL MINIMO GENERAL (MARGMIN). LA CANTIDAD
           DE LA LINEA PUEDE DARSE EN LA UNIDAD BASE DEL ARTICULO O
           EN SU UNIDAD DE VENTA (UNIDADES.DAT, MANTENIDO POR
           MAN-UNI): SE CONVIERTE A UNIDADES BASE ANTES DE GRABARLA
           Y LA LINEA GUARDA LA UNIDAD PEDIDA, QUE SE IMPRIME EN EL
           PICKING Y EN EL ALBARAN. EL ARTICULO DE LA LINEA PUEDE
           DARSE POR SU CODIGO O LEYENDO SU CODIGO DE BARRAS
           (CODBARRA.DAT, MANTENIDO POR MAN-EAN); SI EL CODIGO ES EL
           DE UN PAQUETE, LA CANTIDAD SE PIDE EN PAQUETES. AL
           SERVIR UN ARTICULO CON NUMERO DE SERIE (ARTALM.DAT) SE
           TECLEA EL DE CADA UNIDAD ENTREGADA, QUE DEBE ESTAR EN
           ALMACEN EN SERIES.DAT (VER MAN-SER); LAS UNIDADES QUEDAN
           VENDIDAS AL CLIENTE CON SU PEDIDO Y SU ALBARAN, Y SUS
           NUMEROS SE IMPRIMEN EN EL ALBARAN. SI ANTES DE LA FECHA
           PROMETIDA DE UNA LINEA ENTRA EN VIGOR UN CAMBIO DE
           PRECIO PROGRAMADO DE SU ARTICULO O DE SU TIPO
           (PRECPROG.DAT, VER MAN-PPG), SE AVISA AL CAPTURARLA.
           SI EL ALMACEN QUE SIRVE TIENE HUECOS (STKUBI.DAT, VER
           MAN-HUE), EL PICKING SE HACE DESDE EL HUECO DE PICKING
           DE CADA ARTICULO, PROPONIENDO REPONERLO DESDE LA RESERVA
           SI NO LLEGA O QUEDA BAJO SU PUNTO DE REPOSICION, Y LO
           SERVIDO SE DESCUENTA DE SUS HUECOS. AL SERVIR UN
           ARTICULO CON LOTES (LOTESTK.DAT) SE TECLEA EL LOTE Y LA
           CANTIDAD DE CADA LOTE ENTREGADO, QUE SE IMPRIMEN EN EL
           ALBARAN Y QUEDAN EN SUS LINEAS DE ALBARAN.DAT PARA PODER
           RETIRAR UN LOTE (VER RET-LOT); LOS LOTES BLOQUEADOS NO
           SE PROPONEN EN EL PICKING NI SE ADMITEN AL SERVIR.
           SI UNA LINEA NO TIENE DISPONIBLE SUFICIENTE SE OFRECEN LOS
           SUSTITUTOS APROBADOS CON DISPONIBLE (SUSTITU.DAT, VER
           MAN-SUS) Y EL CLIENTE ELIGE ESPERAR, SUSTITUIR O NO; LA
           DEMANDA QUE RECHAZA SE ANOTA CON SU MOTIVO EN PERDIDAS.DAT
           (VER INF-PER).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY PED-NUMERO
                  FILE STATUS IS PED-FILESTAT.

      *
      * LINEAS DE PEDIDO, INDEXADAS POR PEDIDO Y NUMERO DE LINEA
      * CON CLAVE ALTERNATIVA POR ARTICULO: EL SERVICIO Y LA
      * ANULACION ACTUALIZAN LAS LINEAS EN SU SITIO
      *
           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS LIN-FILESTAT.

      *
      * SEGUNDA DECLARACION DE PEDLIN.DAT, SOLO DE CONSULTA, PARA
      * PODER CALCULAR EL STOCK COMPROMETIDO MIENTRAS EL ALTA
      * TIENE EL FICHERO DE LINEAS ABIERTO EN I-O
      *
           SELECT A-PEDLECT ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LEC-CLAVE
                  ALTERNATE RECORD KEY LEC-CODARTI WITH DUPLICATES
                  FILE STATUS IS LEC-FILESTAT.

      *
                  RECORD KEY LTK-CLAVE
                  FILE STATUS IS LTK-FILESTAT.

      *
      * DECLARACION DE LOS ESCANDALLOS DE KITS (MAN-ESC), SOLO EN
      * CONSULTA: EL PICKING DETALLA LOS COMPONENTES DE CADA KIT
      *
           SELECT A-ESCANDA ASSIGN TO DISK 'ESCANDA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ESC-CLAVE
                  FILE STATUS IS ESC-FILESTAT.

      *
      * DECLARACION DE LA EXISTENCIA POR HUECO DE ALMACEN (MAN-HUE):
      * EL PICKING SE HACE DESDE EL HUECO DE PICKING, PROPONIENDO
      * REPONERLO DESDE LA RESERVA, Y LO SERVIDO SALE DE LOS HUECOS
      *
           SELECT A-STKUBI ASSIGN TO DISK 'STKUBI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SUB-CLAVE
                  ALTERNATE RECORD KEY SUB-HUECO WITH DUPLICATES
                  FILE STATUS IS SUB-FILESTAT.

      *
      * DECLARACION DE LA LISTA DE PICKING DEL PEDIDO EN CURSO
      *
                  FILE STATUS IS CNT-FILESTAT.


      *
      * DECLARACION DE LAS DIRECCIONES DE ENTREGA DE LOS CLIENTES
      * (MAN-DEN), SOLO EN CONSULTA PARA ELEGIR LA DEL PEDIDO E
      * IMPRIMIRLA EN EL PICKING Y EN EL ALBARAN
      *
           SELECT A-DIRENT ASSIGN TO DISK 'DIRENT.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DEN-CLAVE
                  FILE STATUS IS DEN-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

      *
      * DECLARACION DE LOS DATOS DE FACTURACION POR CLIENTE
      * (MAN-FCL), SOLO PARA REUNIR EL GRUPO DEL PAGADOR EN EL
      * CONTROL DE CREDITO
      *
           SELECT A-FACCLI ASSIGN TO DISK 'FACCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FCL-CODCLI
                  ALTERNATE RECORD KEY FCL-PAGADOR WITH DUPLICATES
                  FILE STATUS IS FCL-FILESTAT.

      *
      * DECLARACION DE LOS ACUERDOS DE PRECIO Y DE LAS PROMOCIONES
      * (MAN-ACU, MAN-PRM), SOLO PARA VALORAR CADA LINEA AL PRECIO
      * NETO QUE LE APLICARA LA FACTURACION
      *
           SELECT A-ACUERDOS ASSIGN TO DISK 'ACUERDOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ACU-CLAVE
                  FILE STATUS IS ACU-FILESTAT.

           SELECT A-PROMOCI ASSIGN TO DISK 'PROMOCI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRM-CODIGO
                  FILE STATUS IS PRM-FILESTAT.

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
      * DECLARACION DE LAS UNIDADES DE MEDIDA POR ARTICULO
      * (MAN-UNI), PARA ADMITIR LAS LINEAS EN UNIDAD DE VENTA
      *
           SELECT A-UNIDADES ASSIGN TO DISK 'UNIDADES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY UNI-CODARTI
                  FILE STATUS IS UNI-FILESTAT.

      *
      * CODIGOS DE BARRAS DE LOS ARTICULOS (MAN-EAN), PARA DAR EL
      * ARTICULO DE LA LINEA CON EL LECTOR
      *
           SELECT A-CODBARRA ASSIGN TO DISK 'CODBARRA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EAN-CODIGO
                  ALTERNATE RECORD KEY EAN-CODARTI WITH DUPLICATES
                  FILE STATUS IS EAN-FILESTAT.

      *
      * FICHAS DE LAS UNIDADES CON NUMERO DE SERIE (MAN-SER)
      *
           SELECT A-SERIES ASSIGN TO DISK 'SERIES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SER-CLAVE
                  ALTERNATE RECORD KEY SER-PEDIDO WITH DUPLICATES
                  FILE STATUS IS SER-FILESTAT.

      *
      * CAMBIOS DE PRECIO PROGRAMADOS (MAN-PPG), PARA AVISAR DE LOS
      * QUE ENTRAN EN VIGOR ANTES DE LA ENTREGA PROMETIDA
      *
           SELECT A-PRECPROG ASSIGN TO DISK 'PRECPROG.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PPG-NUMERO
                  ALTERNATE RECORD KEY PPG-FECHA-EFEC WITH DUPLICATES
                  FILE STATUS IS PPG-FILESTAT.

      *
      * ARTICULOS SUSTITUTOS APROBADOS (MAN-SUS), PARA OFRECERLOS
      * CUANDO EL ARTICULO DE LA LINEA NO TIENE DISPONIBILIDAD
      *
           SELECT A-SUSTITU ASSIGN TO DISK 'SUSTITU.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SUS-CLAVE
                  FILE STATUS IS SUS-FILESTAT.

      *
      * VENTAS PERDIDAS: DEMANDA QUE EL CLIENTE NO QUISO ESPERAR
      * NI SUSTITUIR (LA LISTA INF-PER)
      *
           SELECT A-PERDIDAS ASSIGN TO DISK 'PERDIDAS.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS PER-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

             88 PED-SERVIDO   VALUE "S".
             88 PED-FACTURADO VALUE "F".
          02 PED-VENDEDOR   PIC X(3).
          02 PED-DIRENT     PIC 9(2).

      *
      * DESCRIPCION DE LA LINEA DE PEDIDO: ADEMAS DE LA CANTIDAD
      * PEDIDA SE LLEVA LA SERVIDA (ACUMULADA ENTREGA A ENTREGA)
      * Y LA YA FACTURADA; LO PENDIENTE DE SERVIR ES EL BACKORDER
      * DE LA LINEA. LLEVA TAMBIEN LA FECHA DE ENTREGA SOLICITADA
      * POR EL CLIENTE, LA PROMETIDA Y LA DE LA ULTIMA ENTREGA
      * (LA DE SU ALBARAN); EN BLANCO SI NO LAS HAY
      *
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

       FD A-PEDLECT LABEL RECORD STANDARD.
       01 REGLEC.
          02 LEC-CLAVE.
             03 LEC-PEDIDO  PIC 9(6).
             03 LEC-NUMLIN  PIC 9(2).
          02 LEC-CODARTI    PIC 9(4).
          02 LEC-CANTIDAD   PIC 9(6).
          02 LEC-SERVIDA    PIC 9(6).
          02 LEC-FACTURADA  PIC 9(6).
          02 LEC-FEC-SOLICITADA PIC X(8).
          02 LEC-FEC-PROMETIDA  PIC X(8).
          02 LEC-FEC-ENTREGA    PIC X(8).
          02 LEC-UNIDAD     PIC X(3).
          02 LEC-FACTOR     PIC 9(4).

       FD A-ARTALM LABEL RECORD STANDARD.
       01 REGALM.
          02 ALM-PTO-PEDIDO PIC 9(6).
          02 ALM-ABC        PIC X(1).
          02 ALM-FEC-RECUEN PIC X(8).
          02 ALM-SERIE      PIC X(1).

       FD A-LOTESTK LABEL RECORD STANDARD.
       01 REGLTK.
             03 LTK-LOTE    PIC X(8).
          02 LTK-CADUCIDAD  PIC X(8).
          02 LTK-EXISTENCIA PIC 9(6).
          02 LTK-ESTADO     PIC X(1).
             88 LTK-BLOQUEADO VALUE "B".

       FD A-ESCANDA LABEL RECORD STANDARD.
       01 REGESC.
          02 ESC-CLAVE.
             03 ESC-KIT        PIC 9(4).
             03 ESC-COMPONENTE PIC 9(4).
          02 ESC-CANTIDAD      PIC 9(4).

      *
      * DESCRIPCION DE LA EXISTENCIA DE UN ARTICULO EN UN HUECO.
      * SUB-TIPO: P = HUECO DE PICKING, R = HUECO DE RESERVA
      *
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

       FD A-PICKING LABEL RECORD STANDARD.
       01 LINEA-PICKING     PIC X(80).
          02 ALB-CODARTI    PIC 9(4).
          02 ALB-CANTIDAD   PIC 9(6).
          02 ALB-FECHA      PIC X(8).
          02 ALB-LOTE       PIC X(8).

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

      *
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE OPERADORES (VER
          02 CNT-SERIE      PIC X(8).
          02 CNT-SIGUIENTE  PIC 9(6).

      *
      * DESCRIPCION DE LA DIRECCION DE ENTREGA (VER MAN-DEN)
      *
       FD A-DIRENT LABEL RECORD STANDARD.
       01 REGDEN.
          02 DEN-CLAVE.
             03 DEN-CODCLI  PIC X(5).
             03 DEN-NUMDIR  PIC 9(2).
          02 DEN-NOMBRE     PIC X(25).
          02 DEN-DIRECCION  PIC X(25).
          02 DEN-POBLACION  PIC X(25).
          02 DEN-POSTAL     PIC 9(5).

       FD A-FACCLI LABEL RECORD STANDARD.
       01 REGFCL.
          02 FCL-CODCLI     PIC X(5).
          02 FCL-PAGADOR    PIC X(5).
          02 FCL-PERIODICIDAD PIC X(1).
          02 FCL-EXENTO-INT PIC X(1).

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
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE PARAMETROS
      *
       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

      *
      * DESCRIPCION DE LAS UNIDADES DE UN ARTICULO: FACTORES EN
      * UNIDADES BASE POR UNIDAD DE COMPRA Y DE VENTA
      *
       FD A-UNIDADES LABEL RECORD STANDARD.
       01 REGUNI.
          02 UNI-CODARTI    PIC 9(4).
          02 UNI-BASE       PIC X(3).
          02 UNI-COMPRA     PIC X(3).
          02 UNI-FAC-COMPRA PIC 9(4).
          02 UNI-VENTA      PIC X(3).
          02 UNI-FAC-VENTA  PIC 9(4).

      *
      * DESCRIPCION DE UN CODIGO DE BARRAS: ARTICULO Y UNIDADES
      * BASE QUE CONTIENE EL PAQUETE QUE LO LLEVA
      *
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

       FD A-CODBARRA LABEL RECORD STANDARD.
       01 REGEAN.
          02 EAN-CODIGO     PIC X(13).
          02 EAN-CODARTI    PIC 9(4).
          02 EAN-CANTIDAD   PIC 9(4).

      *
      * DESCRIPCION DE UN CAMBIO DE PRECIO PROGRAMADO (MAN-PPG)
      *
       FD A-PRECPROG LABEL RECORD STANDARD.
       01 REGPPG.
          02 PPG-NUMERO     PIC 9(6).
          02 PPG-FECHA-EFEC PIC X(8).
          02 PPG-AMBITO     PIC X(1).
             88 PPG-DE-ARTICULO VALUE "A".
             88 PPG-DE-TIPO     VALUE "T".
          02 PPG-CODARTI    PIC 9(4).
          02 PPG-TPARTI     PIC X(3).
          02 PPG-MODO       PIC X(1).
             88 PPG-IMPORTE     VALUE "I".
             88 PPG-PORCENTUAL  VALUE "P".
          02 PPG-PRECIO     PIC 9(4)V9(2).
          02 PPG-PORCENTAJE PIC S9(3)V9(2) SIGN LEADING SEPARATE.
          02 PPG-OPERADOR   PIC X(8).
          02 PPG-FECHA-ALTA PIC X(8).
          02 PPG-ESTADO     PIC X(1).
             88 PPG-PENDIENTE   VALUE "P".
             88 PPG-APLICADO    VALUE "A".
             88 PPG-ANULADO     VALUE "N".
          02 PPG-FECHA-APLIC PIC X(8).

       FD A-SUSTITU LABEL RECORD STANDARD.
       01 REGSUS.
          02 SUS-CLAVE.
             03 SUS-CODARTI PIC 9(4).
             03 SUS-ORDEN   PIC 9(2).
          02 SUS-SUSTITUTO  PIC 9(4).

      *
      * DESCRIPCION DE UNA VENTA PERDIDA. PER-MOTIVO:
      *    E = NO ESPERA Y NO HABIA SUSTITUTO DISPONIBLE,
      *    S = NO ESPERA Y RECHAZA EL SUSTITUTO OFRECIDO
      *
       FD A-PERDIDAS LABEL RECORD STANDARD.
       01 REGPER.
          02 PER-FECHA      PIC X(8).
          02 PER-PEDIDO     PIC 9(6).
          02 PER-CODCLI     PIC X(5).
          02 PER-VENDEDOR   PIC X(3).
          02 PER-CODARTI    PIC 9(4).
          02 PER-TPARTI     PIC X(3).
          02 PER-CANTIDAD   PIC 9(6).
          02 PER-IMPORTE    PIC 9(8)V9(2).
          02 PER-MOTIVO     PIC X(1).
             88 PER-SIN-SUSTITUTO   VALUE "E".
             88 PER-RECHAZA-SUSTIT  VALUE "S".
          02 PER-TEXTO      PIC X(30).


       WORKING-STORAGE SECTION.
       77 PEND-PEDIDO       PIC 9(7) VALUE ZERO.
       77 TOTAL-SERVIDA-PED PIC 9(7) VALUE ZERO.
       77 CONT-SERVIDAS     PIC 9(2) VALUE ZERO.
       77 IDX-PEN           PIC 9(3) COMP.
       77 CONT-ART-PEN      PIC 9(3) COMP VALUE ZERO.
       77 ENCONTRADO-PEN    PIC X(1).
       77 IDX-LUSA          PIC 9(2) COMP.
       77 CONT-LOTES-USADOS PIC 9(2) COMP.
       77 LOTE-YA-USADO     PIC X(1).
       77 ESC-FILESTAT      PIC X(2).
       77 HAY-ESCANDALLOS   PIC X(1) VALUE "N".
       77 FIN-ESCANDALLO    PIC X(1).
       77 CONT-COMP-PICK    PIC 9(2) COMP.
       77 CANT-COMP-PICK    PIC 9(8).
       77 UBI-COMP-PICK     PIC X(6).
       77 SUB-FILESTAT      PIC X(2).
       77 HAY-STKUBI        PIC X(1) VALUE "N".
       77 FIN-STKUBI        PIC X(1).
       77 ALMACEN-SERVIR    PIC 9(2).
       77 ARTI-HUECOS       PIC 9(4).
       77 HUECO-PICKING     PIC X(6).
       77 EXIST-PICKING     PIC 9(6).
       77 REPONER-PICKING   PIC 9(6).
       77 HUECO-RESERVA     PIC X(6).
       77 EXIST-RESERVA     PIC 9(6).
       77 QUEDA-PICKING     PIC S9(7).
       77 CANT-POR-SACAR    PIC 9(6).
       77 CANT-DEL-HUECO    PIC 9(6).
       77 TIPO-A-SACAR      PIC X(1).

      *
      * LOTES YA PROPUESTOS PARA LA LINEA DE PICKING EN CURSO
       77 HAY-VENDEDORES    PIC X(1) VALUE "N".
       77 EXISTE-VDR        PIC X(1).
       77 ENT-VENDEDOR      PIC X(3).
       77 ENT-FEC-SOLICITADA PIC X(8).
       77 ENT-FEC-PROMETIDA PIC X(8).
       77 FECHAS-VALIDAS    PIC X(1).
       77 VENDEDOR-VALIDO   PIC X(1).
       77 LIMITE-CLI        PIC 9(6)V9(2).
       77 SALDO-CLI         PIC 9(8)V9(2).
       77 VALOR-ABIERTOS    PIC 9(9)V9(2) VALUE ZERO.
       77 VALOR-PED-NUEVO   PIC 9(9)V9(2) VALUE ZERO.
       77 EXPOSICION        PIC 9(9)V9(2) VALUE ZERO.
       77 PEND-FACTURAR-LEC PIC 9(6).
       77 DEN-FILESTAT      PIC X(2).
       77 HAY-DIRENT        PIC X(1) VALUE "N".
       77 EXISTE-DEN        PIC X(1).
       77 FIN-DIRENT        PIC X(1).
       77 ENT-NUMDIR        PIC 9(2).
       77 DIRENT-VALIDA     PIC X(1).
       77 DIRENT-SERVIR     PIC 9(2).
       77 CONT-DIRENT       PIC 9(2) COMP.
       77 FCL-FILESTAT      PIC X(2).
       77 HAY-FACCLI        PIC X(1) VALUE "N".
       77 EXISTE-FCL        PIC X(1).
       77 FIN-FACCLI        PIC X(1).
       77 CLIENTE-PAGADOR   PIC X(5).
       77 CONT-GRUPO        PIC 9(3) COMP VALUE ZERO.
       77 IDX-GRU           PIC 9(3) COMP.
       77 ES-DEL-GRUPO      PIC X(1).
       77 ACU-FILESTAT      PIC X(2).
       77 HAY-ACUERDOS      PIC X(1) VALUE "N".
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
       77 PAR-FILESTAT      PIC X(2).
       77 HAY-PARAMS        PIC X(1) VALUE "N".
       77 EXISTE-PAR        PIC X(1).
       77 MARGEN-GENERAL    PIC 9(3)V9(2) VALUE ZERO.
       77 MARGEN-MINIMO     PIC 9(3)V9(2).
       77 MARGEN-LINEA      PIC S9(5)V9(2).
       77 UNI-FILESTAT      PIC X(2).
       77 HAY-UNIDADES      PIC X(1) VALUE "N".
       77 EXISTE-UNI        PIC X(1).
       77 UNIDAD-VALIDA     PIC X(1).
       77 ENT-CANT-UNIDAD   PIC 9(6).
       77 ENT-UNIDAD        PIC X(3).
       77 ENT-FACTOR        PIC 9(4).
       77 CANT-BASE-UNI     PIC 9(6).
       77 UNIDAD-DOC        PIC X(3).
       77 FACTOR-DOC        PIC 9(4).
       77 CANT-EN-UNIDAD    PIC 9(6).
       77 RESTO-UNIDAD      PIC 9(4).
       77 TEXTO-UNIDAD      PIC X(40).
       77 EAN-FILESTAT      PIC X(2).
       77 HAY-CODBARRA      PIC X(1) VALUE "N".
       77 EXISTE-EAN        PIC X(1).
       77 ENT-REFERENCIA    PIC X(13).
       77 LONG-REFERENCIA   PIC 9(2) COMP.
       77 FACTOR-PAQUETE    PIC 9(4).
       77 SER-FILESTAT      PIC X(2).
       77 HAY-SERIES        PIC X(1) VALUE "N".
       77 EXISTE-SER        PIC X(1).
       77 SERIE-VALIDA      PIC X(1).
       77 SERIES-COMPLETAS  PIC X(1).
       77 ENT-NUMSERIE      PIC X(20).
       77 CONT-SERIE        PIC 9(6) COMP.
       77 CONT-SERIE-ED     PIC 9(6).
       77 CONT-SRV          PIC 9(3) COMP VALUE ZERO.
       77 CONT-SRV-INICIAL  PIC 9(3) COMP.
       77 IDX-SRV           PIC 9(3) COMP.
       77 ARTI-CON-LOTES    PIC X(1).
       77 ENT-LOTE          PIC X(8).
       77 ENT-CANT-LOTE     PIC 9(6).
       77 POR-LOTEAR        PIC 9(6).
       77 FIN-LOTES-SRV     PIC X(1).
       77 CONT-LSV          PIC 9(3) COMP VALUE ZERO.
       77 IDX-LSV           PIC 9(3) COMP.
       77 CANT-LOTEADA      PIC 9(6).
       77 EXISTE-LTK        PIC X(1).
       77 PPG-FILESTAT      PIC X(2).
       77 HAY-PRECPROG      PIC X(1) VALUE "N".
       77 FIN-PRECPROG      PIC X(1).
       77 SUS-FILESTAT      PIC X(2).
       77 HAY-SUSTITU       PIC X(1) VALUE "N".
       77 FIN-SUSTITUTO     PIC X(1).
       77 PER-FILESTAT      PIC X(2).
       77 OPCION-CORTA      PIC X(1).
       77 DECISION-VALIDA   PIC X(1).
       77 LLEVA-DISPONIBLE  PIC X(1).
       77 ENT-SUSTITUTO     PIC 9(4).
       77 ENT-MOTIVO        PIC X(30).
       77 CODARTI-PEDIDO    PIC 9(4).
       77 DISPONIBLE-PEDIDO PIC S9(8).
       77 CANT-PERDIDA      PIC 9(6).
       77 CONT-SUS-OFR      PIC 9(2) COMP.
       77 IDX-SOF           PIC 9(2) COMP.
       77 SUSTITUTO-VALIDO  PIC X(1).

      *
      * SUSTITUTOS CON DISPONIBILIDAD OFRECIDOS PARA LA LINEA EN
      * CURSO, EN SU ORDEN DE PREFERENCIA
      *
       01 TAB-SUS-OFRECIDOS.
          02 TAB-SOF-OCU OCCURS 20 TIMES.
             03 TAB-SOF-ART    PIC 9(4).
             03 TAB-SOF-DISP   PIC S9(8).

      *
      * NUMEROS DE SERIE DE LAS UNIDADES SERVIDAS EN LA ENTREGA EN
      * CURSO, QUE SE VENDEN CON EL NUMERO DE SU ALBARAN
      *
       01 TAB-SERVIDAS.
          02 TAB-SRV-OCU OCCURS 200 TIMES.
             03 TAB-SRV-LIN    PIC 9(2).
             03 TAB-SRV-ART    PIC 9(4).
             03 TAB-SRV-NUM    PIC X(20).

      *
      * LOTES DE LO SERVIDO EN LA ENTREGA EN CURSO, QUE QUEDAN EN
      * LAS LINEAS DEL ALBARAN PARA PODER RETIRAR UN LOTE
      *
       01 TAB-LOTES-SRV.
          02 TAB-LSV-OCU OCCURS 200 TIMES.
             03 TAB-LSV-LIN    PIC 9(2).
             03 TAB-LSV-LOTE   PIC X(8).
             03 TAB-LSV-CANT   PIC 9(6).

      *
      * CODIGO DE ARTICULO TECLEADO, AJUSTADO A LA DERECHA Y
      * RELLENO DE CEROS PARA TRATARLO COMO NUMERO
      *
       01 REF-ARTICULO.
          02 REF-CORTA      PIC X(4) JUSTIFIED RIGHT.
       01 REF-CORTA-NUM REDEFINES REF-ARTICULO PIC 9(4).

      *
      * CLIENTES DEL GRUPO DE FACTURACION DEL PEDIDO EN CURSO: EL
      * PAGADOR Y LOS CLIENTES QUE PAGA
      *
       01 TAB-GRUPO.
          02 TAB-GRU-CLI OCCURS 100 TIMES PIC X(5).

      *
      * PROMOCIONES VIGENTES EN LA FECHA DEL PEDIDO, CARGADAS DE
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
      * DIRECCION A LA QUE SE ENTREGA EL PEDIDO EN CURSO: LA DE
      * ENTREGA ELEGIDA EN EL ALTA O, EN SU DEFECTO, LA PRINCIPAL
      *
       01 DIRECCION-ENTREGA.
          02 ENTREGA-NOMBRE    PIC X(25).
          02 ENTREGA-DIRECCION PIC X(25).
          02 ENTREGA-POBLACION PIC X(25).
          02 ENTREGA-POSTAL    PIC 9(5).

      *
      * LINEAS PENDIENTES DEL PEDIDO A SERVIR, ORDENADAS POR LA
             03 TAB-PICK-ART   PIC 9(4).
             03 TAB-PICK-NOM   PIC X(25).
             03 TAB-PICK-PEND  PIC 9(6).
             03 TAB-PICK-UNI   PIC X(3).
             03 TAB-PICK-FAC   PIC 9(4).
       01 PICK-TRABAJO.
          02 PIC-W-UBI        PIC X(6).
          02 PIC-W-ART        PIC 9(4).
          02 PIC-W-NOM        PIC X(25).
          02 PIC-W-PEND       PIC 9(6).
          02 PIC-W-UNI        PIC X(3).
          02 PIC-W-FAC        PIC 9(4).

      *
      * LINEAS SERVIDAS EN LA ENTREGA EN CURSO, PARA EL ALBARAN
             03 TAB-ALB-LIN    PIC 9(2).
             03 TAB-ALB-ART    PIC 9(4).
             03 TAB-ALB-CANT   PIC 9(6).
             03 TAB-ALB-UNI    PIC X(3).
             03 TAB-ALB-FAC    PIC 9(4).

      *
      * ARTICULOS CON CANTIDADES PENDIENTES DE SERVIR, PARA EL
          02 TAB-PEN-OCU OCCURS 200 TIMES.
             03 TAB-PEN-ART    PIC 9(4).
             03 TAB-PEN-CANT   PIC 9(7).
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
       ENTRADA-PEDIDOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "PED-CLI" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA LOS FICHEROS DE PEDIDOS (LOS
      * CREA LA PRIMERA VEZ), BUSCA EL SIGUIENTE NUMERO DE PEDIDO
              MOVE "N" TO HAY-VENDEDORES
           END-IF.

           OPEN INPUT A-DIRENT.
           IF DEN-FILESTAT = "00"
              MOVE "S" TO HAY-DIRENT
           ELSE
              CLOSE A-DIRENT
              MOVE "N" TO HAY-DIRENT
           END-IF.

           OPEN INPUT A-FACCLI.
           IF FCL-FILESTAT = "00"
              MOVE "S" TO HAY-FACCLI
           ELSE
              CLOSE A-FACCLI
              MOVE "N" TO HAY-FACCLI
           END-IF.

      *
      * EL PRECIO NETO DE CADA LINEA SE CALCULA COMO EN LA
      * FACTURACION; SIN ACUERDOS NI PROMOCIONES ES LA TARIFA
      *
           OPEN INPUT A-ACUERDOS.
           IF ACU-FILESTAT = "00"
              MOVE "S" TO HAY-ACUERDOS
           ELSE
              CLOSE A-ACUERDOS
              MOVE "N" TO HAY-ACUERDOS
           END-IF.
           PERFORM CARGAR-PROMOCIONES.

      *
      * SIN MAESTRO DE PARAMETROS NO HAY MARGEN MINIMO QUE VIGILAR
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

      *
      * SIN UNIDADES DE MEDIDA TODO SE PIDE EN UNIDADES SUELTAS
      *
           OPEN INPUT A-UNIDADES.
           IF UNI-FILESTAT = "00"
              MOVE "S" TO HAY-UNIDADES
           ELSE
              CLOSE A-UNIDADES
              MOVE "N" TO HAY-UNIDADES
           END-IF.

      *
      * SIN TABLA DE CODIGOS DE BARRAS EL ARTICULO SE DA POR CODIGO
      *
           OPEN INPUT A-CODBARRA.
           IF EAN-FILESTAT = "00"
              MOVE "S" TO HAY-CODBARRA
           ELSE
              CLOSE A-CODBARRA
              MOVE "N" TO HAY-CODBARRA
           END-IF.

      *
      * SIN CAMBIOS DE PRECIO PROGRAMADOS NO HAY NADA DE QUE AVISAR
      *
           OPEN INPUT A-PRECPROG.
           IF PPG-FILESTAT = "00"
              MOVE "S" TO HAY-PRECPROG
           ELSE
              CLOSE A-PRECPROG
              MOVE "N" TO HAY-PRECPROG
           END-IF.

      *
      * SIN SUSTITUTOS APROBADOS SOLO SE OFRECE ESPERAR
      *
           OPEN INPUT A-SUSTITU.
           IF SUS-FILESTAT = "00"
              MOVE "S" TO HAY-SUSTITU
           ELSE
              CLOSE A-SUSTITU
              MOVE "N" TO HAY-SUSTITU
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-PEDIDOS
               UNTIL OPCION = "9".
           IF HAY-VENDEDORES = "S"
              CLOSE A-VENDEDOR
           END-IF.
           IF HAY-DIRENT = "S"
              CLOSE A-DIRENT
           END-IF.
           IF HAY-FACCLI = "S"
              CLOSE A-FACCLI
           END-IF.
           IF HAY-ACUERDOS = "S"
              CLOSE A-ACUERDOS
           END-IF.
           IF HAY-PARAMS = "S"
              CLOSE A-PARAMS
           END-IF.
           IF HAY-UNIDADES = "S"
              CLOSE A-UNIDADES
           END-IF.
           IF HAY-CODBARRA = "S"
              CLOSE A-CODBARRA
           END-IF.
           IF HAY-PRECPROG = "S"
              CLOSE A-PRECPROG
           END-IF.
           IF HAY-SUSTITU = "S"
              CLOSE A-SUSTITU
           END-IF.
           CLOSE A-CONTADOR.
           CLOSE A-ARTICULO.
           CLOSE A-CLIENT.
           CLOSE A-PEDIDOS.

           GOBACK.


      * ABRE PEDIDOS.DAT, CREANDOLO VACIO LA PRIMERA VEZ
              GO TO ALTA-PEDIDO-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

      *
      * EL SALDO Y EL LIMITE SON LOS DEL GRUPO DE FACTURACION (EL
      * PROPIO CLIENTE SI NO PERTENECE A NINGUNO)
      *
           PERFORM CALCULAR-SALDO-GRUPO.

      *
      * EL VALOR PENDIENTE DE LOS PEDIDOS VIVOS DEL GRUPO FORMA
      * PARTE DE SU EXPOSICION ANTES DE ADMITIR EL PEDIDO NUEVO
      *
           PERFORM VALORAR-PEDIDOS-ABIERTOS.
           PERFORM PEDIR-VENDEDOR-PEDIDO
               UNTIL VENDEDOR-VALIDO = "S".

      *
      * LA MERCANCIA PUEDE IR A UNA DE LAS DIRECCIONES DE ENTREGA
      * DEL CLIENTE; LA FACTURA SIGUE YENDO A LA PRINCIPAL
      *
           MOVE "N" TO DIRENT-VALIDA.
           PERFORM PEDIR-DIRECCION-ENTREGA
               UNTIL DIRENT-VALIDA = "S".

           MOVE NUM-SIGUIENTE TO PED-NUMERO.
           MOVE NUM-SIGUIENTE TO NUM-PEDIDO-ALTA.
           MOVE ENT-CODCLI    TO PED-CODCLI.
           MOVE FECHA         TO PED-FECHA.
           MOVE "A"           TO PED-ESTADO.
           MOVE ENT-VENDEDOR  TO PED-VENDEDOR.
           MOVE ENT-NUMDIR    TO PED-DIRENT.
           WRITE REGPED.
           DISPLAY "PEDIDO " PED-NUMERO " ABIERTO.".

           MOVE ZERO TO NUM-LINEA-PED.
           OPEN I-O A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
              OPEN OUTPUT A-PEDLIN
              CLOSE A-PEDLIN
              OPEN I-O A-PEDLIN
           END-IF.
           DISPLAY "DESEA CAPTURAR UNA LINEA (S/N):".
           ACCEPT MAS-LINEAS NO BELL.
           PERFORM CAPTURAR-LINEA-PEDIDO


      * VALORA A PRECIO DE TARIFA LO PENDIENTE DE FACTURAR DE LOS
      * PEDIDOS VIVOS (A, P O S) DE LOS CLIENTES DE TAB-GRUPO
      * ****************************************************************

       VALORAR-PEDIDOS-ABIERTOS.
              CLOSE A-PEDLECT
              MOVE "S" TO FIN-LECTURA
           ELSE
              READ A-PEDLECT NEXT RECORD
                 AT END MOVE "S" TO FIN-LECTURA
              END-READ
           END-IF.
           PERFORM VALORAR-LINEA-ABIERTA UNTIL FIN-LECTURA = "S".
           IF LEC-FILESTAT NOT = "35"


      * ACUMULA EL VALOR PENDIENTE DE UNA LINEA SI SU PEDIDO ES
      * DEL GRUPO Y SIGUE SIN FACTURAR DEL TODO
      * ****************************************************************

       VALORAR-LINEA-ABIERTA.
              READ A-PEDIDOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM COMPROBAR-MIEMBRO-GRUPO
                    IF ES-DEL-GRUPO = "S"
                       AND NOT PED-FACTURADO
                       MOVE LEC-CODARTI TO COD-ARTI
                       READ A-ARTICULO
                    END-IF
              END-READ
           END-IF.
           READ A-PEDLECT NEXT RECORD AT END MOVE "S" TO FIN-LECTURA
           END-READ.

      * CALCULA LA EXPOSICION DEL GRUPO DE FACTURACION DEL CLIENTE
      * EN ENT-CODCLI: EL PAGADOR ES SU CENTRAL (FACCLI.DAT) O EL
      * MISMO; EL LIMITE ES EL DEL PAGADOR Y EL SALDO LA SUMA DE
      * LOS SALDOS DEL PAGADOR Y DE TODOS LOS CLIENTES QUE PAGA.
      * LOS CODIGOS DEL GRUPO QUEDAN EN TAB-GRUPO PARA VALORAR SUS
      * PEDIDOS VIVOS. AL TERMINAR, REGCLI VUELVE A SER EL CLIENTE
      * ****************************************************************

       CALCULAR-SALDO-GRUPO.
           MOVE ENT-CODCLI TO CLIENTE-PAGADOR.
           MOVE ZERO TO CONT-GRUPO.
           IF HAY-FACCLI = "S"
              MOVE ENT-CODCLI TO FCL-CODCLI
              READ A-FACCLI
                 INVALID KEY     MOVE "N" TO EXISTE-FCL
                 NOT INVALID KEY MOVE "S" TO EXISTE-FCL
              END-READ
              IF EXISTE-FCL = "S" AND FCL-PAGADOR NOT = SPACES
                 MOVE FCL-PAGADOR TO CLIENTE-PAGADOR
              END-IF
           END-IF.

           MOVE CLIENTE-PAGADOR TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "S"
              MOVE LIMCLI TO LIMITE-CLI
              MOVE IMPCLI TO SALDO-CLI
           ELSE
              MOVE ZERO TO LIMITE-CLI
              MOVE ZERO TO SALDO-CLI
           END-IF.
           ADD 1 TO CONT-GRUPO.
           MOVE CLIENTE-PAGADOR TO TAB-GRU-CLI(CONT-GRUPO).

           IF HAY-FACCLI = "S"
              MOVE CLIENTE-PAGADOR TO FCL-PAGADOR
              MOVE "N" TO FIN-FACCLI
              START A-FACCLI KEY = FCL-PAGADOR
                 INVALID KEY MOVE "S" TO FIN-FACCLI
              END-START
              PERFORM SUMAR-MIEMBRO-GRUPO UNTIL FIN-FACCLI = "S"
           END-IF.

           IF CONT-GRUPO > 1
              DISPLAY "GRUPO DE FACTURACION DE " CLIENTE-PAGADOR
                      ": " CONT-GRUPO " CLIENTES, SALDO " SALDO-CLI
           END-IF.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY CONTINUE
           END-READ.


      * SUMA AL SALDO DEL GRUPO EL DE UN CLIENTE PAGADO POR LA
      * CENTRAL EN CLIENTE-PAGADOR
      * ****************************************************************

       SUMAR-MIEMBRO-GRUPO.
           READ A-FACCLI NEXT RECORD AT END MOVE "S" TO FIN-FACCLI
           END-READ.
           IF FIN-FACCLI NOT = "S"
              IF FCL-PAGADOR NOT = CLIENTE-PAGADOR
                 MOVE "S" TO FIN-FACCLI
              ELSE
                 IF CONT-GRUPO < 100
                    ADD 1 TO CONT-GRUPO
                    MOVE FCL-CODCLI TO TAB-GRU-CLI(CONT-GRUPO)
                 END-IF
                 MOVE FCL-CODCLI TO CODCLI
                 READ A-CLIENT
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD IMPCLI TO SALDO-CLI
                 END-READ
              END-IF
           END-IF.


      * DEJA EN ES-DEL-GRUPO SI EL CLIENTE DEL PEDIDO LEIDO ES
      * DEL GRUPO DE FACTURACION CARGADO EN TAB-GRUPO
      * ****************************************************************

       COMPROBAR-MIEMBRO-GRUPO.
           MOVE "N" TO ES-DEL-GRUPO.
           PERFORM COMPARAR-MIEMBRO-GRUPO
                   VARYING IDX-GRU FROM 1 BY 1
                   UNTIL IDX-GRU > CONT-GRUPO
                      OR ES-DEL-GRUPO = "S".


      * COMPARA UNA POSICION DE LA TABLA DEL GRUPO
      * ****************************************************************

       COMPARAR-MIEMBRO-GRUPO.
           IF TAB-GRU-CLI(IDX-GRU) = PED-CODCLI
              MOVE "S" TO ES-DEL-GRUPO
           END-IF.



      * PIDE EL VISTO BUENO DE UN OPERADOR DE NIVEL SUPERVISOR


      * ANULA EL PEDIDO RECIEN CAPTURADO: BORRA LA CABECERA Y
      * SUS LINEAS DE PEDLIN.DAT
      * ****************************************************************

       ANULAR-PEDIDO-NUEVO.
              INVALID KEY CONTINUE
           END-DELETE.

           OPEN I-O A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
              GO TO ANULAR-PEDIDO-NUEVO-FIN
           END-IF.
           MOVE NUM-PEDIDO-ALTA TO ENT-NUMPED.
           PERFORM SITUAR-LINEAS-PEDIDO.
           PERFORM RETIRAR-LINEA-ANULADA UNTIL FIN-LINEA = "S".
           CLOSE A-PEDLIN.

       ANULAR-PEDIDO-NUEVO-FIN.
           EXIT.


      * BORRA UNA LINEA DEL PEDIDO ANULADO
      * ****************************************************************

       RETIRAR-LINEA-ANULADA.
           DELETE A-PEDLIN RECORD
              INVALID KEY CONTINUE
           END-DELETE.
           PERFORM LEER-LINEA-PEDIDO.


      * PIDE EL VENDEDOR DEL PEDIDO Y LO VALIDA CONTRA EL MAESTRO
           END-IF.


      * PIDE LA DIRECCION DE ENTREGA DEL PEDIDO ENTRE LAS DEL
      * CLIENTE EN ENT-CODCLI (00 = DIRECCION PRINCIPAL)
      * ****************************************************************

       PEDIR-DIRECCION-ENTREGA.
           MOVE ZERO TO ENT-NUMDIR.
           IF HAY-DIRENT = "N"
              MOVE "S" TO DIRENT-VALIDA
           ELSE
              PERFORM MOSTRAR-DIRECCIONES-CLI
              IF CONT-DIRENT = ZERO
                 MOVE "S" TO DIRENT-VALIDA
              ELSE
                 DISPLAY "Direccion de entrega (00 = principal):"
                 ACCEPT ENT-NUMDIR NO BELL
                 IF ENT-NUMDIR = ZERO
                    MOVE "S" TO DIRENT-VALIDA
                 ELSE
                    MOVE ENT-CODCLI TO DEN-CODCLI
                    MOVE ENT-NUMDIR TO DEN-NUMDIR
                    READ A-DIRENT
                       INVALID KEY     MOVE "N" TO EXISTE-DEN
                       NOT INVALID KEY MOVE "S" TO EXISTE-DEN
                    END-READ
                    IF EXISTE-DEN = "N"
                       DISPLAY "ERROR: LA DIRECCION NO EXISTE PARA"
                               " ESTE CLIENTE."
                    ELSE
                       DISPLAY "ENTREGA EN: " DEN-NOMBRE " "
                               DEN-DIRECCION
                       MOVE "S" TO DIRENT-VALIDA
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * MUESTRA LAS DIRECCIONES DE ENTREGA DEL CLIENTE EN
      * ENT-CODCLI Y DEJA CUANTAS HAY EN CONT-DIRENT
      * ****************************************************************

       MOSTRAR-DIRECCIONES-CLI.
           MOVE ZERO TO CONT-DIRENT.
           MOVE ENT-CODCLI TO DEN-CODCLI.
           MOVE ZERO TO DEN-NUMDIR.
           MOVE "N" TO FIN-DIRENT.
           START A-DIRENT KEY NOT LESS THAN DEN-CLAVE
              INVALID KEY MOVE "S" TO FIN-DIRENT
           END-START.
           PERFORM MOSTRAR-UNA-DIRECCION UNTIL FIN-DIRENT = "S".


      * MUESTRA UNA DIRECCION MIENTRAS SEA DEL CLIENTE
      * ****************************************************************

       MOSTRAR-UNA-DIRECCION.
           READ A-DIRENT NEXT RECORD AT END MOVE "S" TO FIN-DIRENT
           END-READ.
           IF FIN-DIRENT NOT = "S"
              IF DEN-CODCLI NOT = ENT-CODCLI
                 MOVE "S" TO FIN-DIRENT
              ELSE
                 IF CONT-DIRENT = ZERO
                    DISPLAY "00  DIRECCION PRINCIPAL"
                 END-IF
                 DISPLAY DEN-NUMDIR "  " DEN-NOMBRE "  "
                         DEN-DIRECCION "  " DEN-POBLACION
                 ADD 1 TO CONT-DIRENT
              END-IF
           END-IF.


      * DEJA EN DIRECCION-ENTREGA LA DIRECCION A LA QUE VA EL
      * PEDIDO QUE SE SIRVE: LA DE ENTREGA DIRENT-SERVIR DEL
      * CLIENTE CODCLI-SERVIR O, SI NO TIENE O YA NO EXISTE, LA
      * PRINCIPAL DEL MAESTRO DE CLIENTES
      * ****************************************************************

       CARGAR-DIRECCION-ENTREGA.
           MOVE SPACES TO DIRECCION-ENTREGA.
           MOVE ZERO TO ENTREGA-POSTAL.
           MOVE "N" TO EXISTE-DEN.
           IF DIRENT-SERVIR > ZERO AND HAY-DIRENT = "S"
              MOVE CODCLI-SERVIR TO DEN-CODCLI
              MOVE DIRENT-SERVIR TO DEN-NUMDIR
              READ A-DIRENT
                 INVALID KEY     MOVE "N" TO EXISTE-DEN
                 NOT INVALID KEY MOVE "S" TO EXISTE-DEN
              END-READ
           END-IF.
           IF EXISTE-DEN = "S"
              MOVE DEN-NOMBRE    TO ENTREGA-NOMBRE
              MOVE DEN-DIRECCION TO ENTREGA-DIRECCION
              MOVE DEN-POBLACION TO ENTREGA-POBLACION
              MOVE DEN-POSTAL    TO ENTREGA-POSTAL
           ELSE
              MOVE CODCLI-SERVIR TO CODCLI
              READ A-CLIENT
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "S"
                 MOVE NOMCLI TO ENTREGA-NOMBRE
                 MOVE DIRCLI TO ENTREGA-DIRECCION
                 MOVE POBCLI TO ENTREGA-POBLACION
                 MOVE POSCLI TO ENTREGA-POSTAL
              END-IF
           END-IF.


      * CAPTURA UNA LINEA DEL PEDIDO EN CURSO
      * ****************************************************************

       CAPTURAR-LINEA-PEDIDO.
           DISPLAY "Articulo o codigo de barras:".
           ACCEPT ENT-REFERENCIA NO BELL.
           PERFORM IDENTIFICAR-ARTICULO THRU IDENTIFICAR-ARTICULO-FIN.

           IF EXISTE-ART NOT = "S"
              IF EXISTE-ART = "N"
                 DISPLAY "ERROR: EL ARTICULO NO EXISTE."
              END-IF
           ELSE
      *
      * LA DISPONIBILIDAD REAL DESCUENTA DE LA EXISTENCIA LO YA
      * COMPROMETIDO EN LINEAS PENDIENTES DE PEDIDOS ABIERTOS O
      * PARCIALES, PARA QUE DOS CAPTURAS NO PROMETAN LAS MISMAS
      * UNIDADES
      *
              PERFORM CALCULAR-COMPROMETIDO
              COMPUTE DISPONIBLE-ART = NUM-ARTI - COMPROMETIDO-ART
              DISPLAY "EXISTENCIA: " NUM-ARTI "  COMPROMETIDO: "
                      COMPROMETIDO-ART "  DISPONIBLE: "
                      DISPONIBLE-ART
              IF ARTI-DESCATALOGADO
                 DISPLAY "ARTICULO DESCATALOGADO: SOLO SE VENDE HASTA"
                         " AGOTAR LA EXISTENCIA."
              END-IF
              MOVE "N" TO UNIDAD-VALIDA
              PERFORM PEDIR-CANTIDAD-ARTICULO
                      UNTIL UNIDAD-VALIDA = "S"
              IF ENT-CANTIDAD = ZERO
                 DISPLAY "ERROR: LA CANTIDAD NO PUEDE SER CERO."
              ELSE
                    DISPLAY "AVISO: LA CANTIDAD SUPERA LA"
                            " DISPONIBILIDAD REAL ("
                            DISPONIBLE-ART ")."
                    PERFORM DECIDIR-LINEA-CORTA
                            THRU DECIDIR-LINEA-CORTA-FIN
                 END-IF
                 IF ENT-CANTIDAD > ZERO
                    PERFORM GRABAR-LINEA-PEDIDO
                 END-IF
              END-IF
           END-IF.

           ACCEPT MAS-LINEAS NO BELL.


      * GRABA LA LINEA CAPTURADA DEL ARTICULO EN COD-ARTI CON SUS
      * FECHAS DE ENTREGA
      * ****************************************************************

       GRABAR-LINEA-PEDIDO.
           PERFORM CONTROLAR-MARGEN-LINEA.
           MOVE "N" TO FECHAS-VALIDAS.
           PERFORM PEDIR-FECHAS-LINEA
               UNTIL FECHAS-VALIDAS = "S".
           IF HAY-PRECPROG = "S"
              AND ENT-FEC-PROMETIDA NOT = SPACES
              PERFORM AVISAR-CAMBIOS-PRECIO
           END-IF.
           ADD 1 TO NUM-LINEA-PED.
           COMPUTE VALOR-PED-NUEVO = VALOR-PED-NUEVO
                   + ENT-CANTIDAD * PRE-ARTI.
           MOVE NUM-PEDIDO-ALTA TO LIN-PEDIDO.
           MOVE NUM-LINEA-PED TO LIN-NUMLIN.
           MOVE ENT-CODARTI  TO LIN-CODARTI.
           MOVE ENT-CANTIDAD TO LIN-CANTIDAD.
           MOVE ZERO         TO LIN-SERVIDA.
           MOVE ZERO         TO LIN-FACTURADA.
           MOVE ENT-FEC-SOLICITADA TO LIN-FEC-SOLICITADA.
           MOVE ENT-FEC-PROMETIDA  TO LIN-FEC-PROMETIDA.
           MOVE SPACES       TO LIN-FEC-ENTREGA.
           MOVE ENT-UNIDAD   TO LIN-UNIDAD.
           MOVE ENT-FACTOR   TO LIN-FACTOR.
           WRITE REGLIN
              INVALID KEY
                 DISPLAY "ERROR: LA LINEA " NUM-LINEA-PED
                         " YA EXISTE EN PEDLIN.DAT."
              NOT INVALID KEY
                 DISPLAY "LINEA " NUM-LINEA-PED " GRABADA."
           END-WRITE.


      * LA LINEA PIDE MAS DE LO DISPONIBLE: OFRECE LOS SUSTITUTOS
      * APROBADOS QUE SI LO TIENEN Y EL CLIENTE ELIGE ESPERAR
      * (PENDIENTE DE SERVIR), LLEVARSE UN SUSTITUTO O NO
      * QUERERLO. LO QUE NO QUIERE QUEDA COMO VENTA PERDIDA Y LA
      * LINEA SE REDUCE A LO DISPONIBLE (O NO SE GRABA)
      * ****************************************************************

       DECIDIR-LINEA-CORTA.
           MOVE ENT-CODARTI    TO CODARTI-PEDIDO.
           MOVE DISPONIBLE-ART TO DISPONIBLE-PEDIDO.
           MOVE ZERO TO CONT-SUS-OFR.
           IF HAY-SUSTITU = "S"
              MOVE CODARTI-PEDIDO TO SUS-CODARTI
              MOVE ZERO TO SUS-ORDEN
              MOVE "N" TO FIN-SUSTITUTO
              START A-SUSTITU KEY NOT LESS THAN SUS-CLAVE
                 INVALID KEY MOVE "S" TO FIN-SUSTITUTO
              END-START
              PERFORM OFRECER-UN-SUSTITUTO
                      UNTIL FIN-SUSTITUTO = "S"
           END-IF.

      *
      * LAS LECTURAS DE LOS SUSTITUTOS PISAN R-ARTICULO
      *
           MOVE CODARTI-PEDIDO TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY CONTINUE
           END-READ.

           MOVE "N" TO DECISION-VALIDA.
           PERFORM PEDIR-DECISION-CORTA
                   UNTIL DECISION-VALIDA = "S".

           IF OPCION-CORTA = "P"
              DISPLAY "LA LINEA QUEDA PENDIENTE DE SERVIR."
              GO TO DECIDIR-LINEA-CORTA-FIN
           END-IF.

           IF OPCION-CORTA = "S"
              MOVE ENT-SUSTITUTO TO ENT-CODARTI
              MOVE ENT-SUSTITUTO TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY CONTINUE
              END-READ
              MOVE TAB-SOF-DISP(IDX-SOF) TO DISPONIBLE-ART
              MOVE SPACES TO ENT-UNIDAD
              MOVE 1 TO ENT-FACTOR
              DISPLAY "LA LINEA PASA AL SUSTITUTO " COD-ARTI " "
                      NOM-ARTI " (" ENT-CANTIDAD " UDS)."
              GO TO DECIDIR-LINEA-CORTA-FIN
           END-IF.

      *
      * EL CLIENTE NO ESPERA NI SUSTITUYE: PUEDE LLEVARSE LO QUE
      * HAY Y EL RESTO ES VENTA PERDIDA
      *
           MOVE ENT-CANTIDAD TO CANT-PERDIDA.
           MOVE "N" TO LLEVA-DISPONIBLE.
           IF DISPONIBLE-PEDIDO > ZERO
              DISPLAY "Se lleva las " DISPONIBLE-PEDIDO
                      " unidades disponibles (S/N):"
              ACCEPT LLEVA-DISPONIBLE NO BELL
              IF LLEVA-DISPONIBLE = "s"
                 MOVE "S" TO LLEVA-DISPONIBLE
              END-IF
           END-IF.
           IF LLEVA-DISPONIBLE = "S"
              COMPUTE CANT-PERDIDA = ENT-CANTIDAD - DISPONIBLE-PEDIDO
              MOVE DISPONIBLE-PEDIDO TO ENT-CANTIDAD
              MOVE SPACES TO ENT-UNIDAD
              MOVE 1 TO ENT-FACTOR
           ELSE
              MOVE ZERO TO ENT-CANTIDAD
           END-IF.
           PERFORM GRABAR-VENTA-PERDIDA.
           IF ENT-CANTIDAD = ZERO
              DISPLAY "LINEA NO GRABADA: " CANT-PERDIDA
                      " UNIDADES ANOTADAS COMO VENTA PERDIDA."
           ELSE
              DISPLAY "LA LINEA QUEDA EN " ENT-CANTIDAD " UNIDADES: "
                      CANT-PERDIDA " ANOTADAS COMO VENTA PERDIDA."
           END-IF.

       DECIDIR-LINEA-CORTA-FIN.
           EXIT.


      * EXAMINA EL SIGUIENTE SUSTITUTO DEL ARTICULO PEDIDO Y LO
      * OFRECE SI ESTA A LA VENTA Y SU DISPONIBILIDAD REAL CUBRE
      * LA CANTIDAD DE LA LINEA
      * ****************************************************************

       OFRECER-UN-SUSTITUTO.
           READ A-SUSTITU NEXT RECORD
              AT END MOVE "S" TO FIN-SUSTITUTO
           END-READ.
           IF FIN-SUSTITUTO = "S" OR SUS-CODARTI NOT = CODARTI-PEDIDO
              OR CONT-SUS-OFR >= 20
              MOVE "S" TO FIN-SUSTITUTO
           ELSE
              MOVE SUS-SUSTITUTO TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "S"
                 AND NOT ARTI-BLOQUEADO AND NOT ARTI-OBSOLETO
                 PERFORM CALCULAR-COMPROMETIDO
                 COMPUTE DISPONIBLE-ART = NUM-ARTI - COMPROMETIDO-ART
                 IF DISPONIBLE-ART >= ENT-CANTIDAD
                    ADD 1 TO CONT-SUS-OFR
                    MOVE COD-ARTI       TO TAB-SOF-ART(CONT-SUS-OFR)
                    MOVE DISPONIBLE-ART TO TAB-SOF-DISP(CONT-SUS-OFR)
                    IF CONT-SUS-OFR = 1
                       DISPLAY "SUSTITUTOS DISPONIBLES:"
                    END-IF
                    DISPLAY "   " COD-ARTI "  " NOM-ARTI
                            "  DISPONIBLE: " DISPONIBLE-ART
                            "  PRECIO: " PRE-ARTI
                 END-IF
              END-IF
           END-IF.


      * PIDE QUE HACER CON LA LINEA CORTA Y, SI SE ELIGE UN
      * SUSTITUTO, QUE SEA UNO DE LOS OFRECIDOS
      * ****************************************************************

       PEDIR-DECISION-CORTA.
           IF CONT-SUS-OFR > ZERO
              DISPLAY "(P)ENDIENTE DE SERVIR, (S)USTITUTO O (N)O LO"
                      " QUIERE:"
           ELSE
              DISPLAY "NO HAY SUSTITUTOS DISPONIBLES. (P)ENDIENTE DE"
                      " SERVIR O (N)O LO QUIERE:"
           END-IF.
           ACCEPT OPCION-CORTA NO BELL.
           INSPECT OPCION-CORTA CONVERTING "psn" TO "PSN".

           IF OPCION-CORTA = "P" OR OPCION-CORTA = "N"
              MOVE "S" TO DECISION-VALIDA
           END-IF.
           IF OPCION-CORTA = "S" AND CONT-SUS-OFR > ZERO
              DISPLAY "Articulo sustituto:"
              ACCEPT ENT-SUSTITUTO NO BELL
              MOVE "N" TO SUSTITUTO-VALIDO
              PERFORM COMPARAR-SUSTITUTO-OFRECIDO
                      VARYING IDX-SOF FROM 1 BY 1
                      UNTIL IDX-SOF > CONT-SUS-OFR
                         OR SUSTITUTO-VALIDO = "S"
              IF SUSTITUTO-VALIDO = "S"
                 SUBTRACT 1 FROM IDX-SOF
                 MOVE "S" TO DECISION-VALIDA
              ELSE
                 DISPLAY "ERROR: NO ES UNO DE LOS SUSTITUTOS"
                         " OFRECIDOS."
              END-IF
           END-IF.


      * MARCA SI EL SUSTITUTO TECLEADO ESTA ENTRE LOS OFRECIDOS
      * ****************************************************************

       COMPARAR-SUSTITUTO-OFRECIDO.
           IF TAB-SOF-ART(IDX-SOF) = ENT-SUSTITUTO
              MOVE "S" TO SUSTITUTO-VALIDO
           END-IF.


      * ANOTA EN PERDIDAS.DAT LA DEMANDA QUE EL CLIENTE NO QUISO
      * ESPERAR NI SUSTITUIR, VALORADA A PRECIO DE TARIFA, CON EL
      * MOTIVO Y UN COMENTARIO LIBRE
      * ****************************************************************

       GRABAR-VENTA-PERDIDA.
           DISPLAY "Comentario del motivo (blanco = ninguno):".
           ACCEPT ENT-MOTIVO NO BELL.

           MOVE FECHA           TO PER-FECHA.
           MOVE NUM-PEDIDO-ALTA TO PER-PEDIDO.
           MOVE ENT-CODCLI      TO PER-CODCLI.
           MOVE ENT-VENDEDOR    TO PER-VENDEDOR.
           MOVE CODARTI-PEDIDO  TO PER-CODARTI.
           MOVE COD-TPARTI      TO PER-TPARTI.
           MOVE CANT-PERDIDA    TO PER-CANTIDAD.
           COMPUTE PER-IMPORTE = CANT-PERDIDA * PRE-ARTI
              ON SIZE ERROR MOVE ZERO TO PER-IMPORTE
           END-COMPUTE.
           IF CONT-SUS-OFR > ZERO
              MOVE "S" TO PER-MOTIVO
           ELSE
              MOVE "E" TO PER-MOTIVO
           END-IF.
           MOVE ENT-MOTIVO      TO PER-TEXTO.

           OPEN EXTEND A-PERDIDAS.
           IF PER-FILESTAT NOT = "00"
              CLOSE A-PERDIDAS
              OPEN OUTPUT A-PERDIDAS
           END-IF.
           WRITE REGPER.
           CLOSE A-PERDIDAS.


      * IDENTIFICA EL ARTICULO DE LA LINEA: HASTA CUATRO CIFRAS ES
      * SU CODIGO; CUALQUIER OTRA COSA SE BUSCA COMO CODIGO DE
      * BARRAS, Y SI ES EL DE UN PAQUETE DEJA EN FACTOR-PAQUETE LAS
      * UNIDADES BASE QUE CONTIENE
      * ****************************************************************

       IDENTIFICAR-ARTICULO.
           MOVE "N" TO EXISTE-ART.
           MOVE ZERO TO FACTOR-PAQUETE.
           MOVE ZERO TO ENT-CODARTI.
           MOVE ZERO TO LONG-REFERENCIA.
           MOVE SPACES TO REF-CORTA.
           UNSTRING ENT-REFERENCIA DELIMITED BY SPACE
              INTO REF-CORTA COUNT IN LONG-REFERENCIA
           END-UNSTRING.
           INSPECT REF-CORTA REPLACING LEADING SPACE BY ZERO.

           IF LONG-REFERENCIA > ZERO AND LONG-REFERENCIA < 5
                                     AND REF-CORTA IS NUMERIC
              MOVE REF-CORTA-NUM TO ENT-CODARTI
           ELSE
              IF HAY-CODBARRA = "N"
                 GO TO IDENTIFICAR-ARTICULO-FIN
              END-IF
              MOVE ENT-REFERENCIA TO EAN-CODIGO
              READ A-CODBARRA
                 INVALID KEY     MOVE "N" TO EXISTE-EAN
                 NOT INVALID KEY MOVE "S" TO EXISTE-EAN
              END-READ
              IF EXISTE-EAN = "N"
                 DISPLAY "CODIGO DE BARRAS DESCONOCIDO."
                 GO TO IDENTIFICAR-ARTICULO-FIN
              END-IF
              MOVE EAN-CODARTI TO ENT-CODARTI
              IF EAN-CANTIDAD > 1
                 MOVE EAN-CANTIDAD TO FACTOR-PAQUETE
              END-IF
           END-IF.

           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE-ART
              NOT INVALID KEY MOVE "S" TO EXISTE-ART
           END-READ.

      *
      * UN ARTICULO BLOQUEADO U OBSOLETO NO ADMITE PEDIDOS NUEVOS
      *
           IF EXISTE-ART = "S" AND ARTI-BLOQUEADO
              DISPLAY "ERROR: ARTICULO BLOQUEADO PARA LA VENTA."
              MOVE "B" TO EXISTE-ART
           END-IF.
           IF EXISTE-ART = "S" AND ARTI-OBSOLETO
              DISPLAY "ERROR: ARTICULO OBSOLETO, NO SE VENDE."
              MOVE "B" TO EXISTE-ART
           END-IF.

       IDENTIFICAR-ARTICULO-FIN.
           EXIT.


      * PIDE LA CANTIDAD DE LA LINEA Y, SI EL ARTICULO TIENE UNIDAD
      * DE VENTA, EN QUE UNIDAD SE PIDE; DEJA EN ENT-CANTIDAD LAS
      * UNIDADES BASE Y EN ENT-UNIDAD LA UNIDAD PEDIDA (BLANCO =
      * LA BASE). CON EL CODIGO DE BARRAS DE UN PAQUETE, LA
      * CANTIDAD SE DA EN PAQUETES
      * ****************************************************************

       PEDIR-CANTIDAD-LINEA.
           MOVE "S" TO UNIDAD-VALIDA.
           MOVE SPACES TO ENT-UNIDAD.
           MOVE 1 TO ENT-FACTOR.
           MOVE "N" TO EXISTE-UNI.
           IF HAY-UNIDADES = "S"
              MOVE ENT-CODARTI TO UNI-CODARTI
              READ A-UNIDADES
                 INVALID KEY     MOVE "N" TO EXISTE-UNI
                 NOT INVALID KEY MOVE "S" TO EXISTE-UNI
              END-READ
           END-IF.

           IF FACTOR-PAQUETE > 1
              MOVE FACTOR-PAQUETE TO ENT-FACTOR
              MOVE "PAQ" TO ENT-UNIDAD
              IF EXISTE-UNI = "S"
                 IF UNI-VENTA NOT = SPACES
                    AND UNI-FAC-VENTA = FACTOR-PAQUETE
                    MOVE UNI-VENTA TO ENT-UNIDAD
                 ELSE
                    IF UNI-COMPRA NOT = SPACES
                       AND UNI-FAC-COMPRA = FACTOR-PAQUETE
                       MOVE UNI-COMPRA TO ENT-UNIDAD
                    END-IF
                 END-IF
              END-IF
              DISPLAY "Cantidad en " ENT-UNIDAD " de " ENT-FACTOR ":"
              ACCEPT ENT-CANT-UNIDAD NO BELL
              GO TO PEDIR-CANTIDAD-LINEA-CONVERTIR
           END-IF.

           IF EXISTE-UNI = "S" AND UNI-VENTA = SPACES
              MOVE "N" TO EXISTE-UNI
           END-IF.

           DISPLAY "Cantidad.:".
           ACCEPT ENT-CANT-UNIDAD NO BELL.
           MOVE ENT-CANT-UNIDAD TO ENT-CANTIDAD.
           IF EXISTE-UNI = "N" OR ENT-CANT-UNIDAD = ZERO
              GO TO PEDIR-CANTIDAD-LINEA-FIN
           END-IF.

           DISPLAY "Unidad (" UNI-BASE " O " UNI-VENTA " DE "
                   UNI-FAC-VENTA ", blanco = " UNI-BASE "):".
           ACCEPT ENT-UNIDAD NO BELL.
           IF ENT-UNIDAD = SPACES OR ENT-UNIDAD = UNI-BASE
              MOVE SPACES TO ENT-UNIDAD
              GO TO PEDIR-CANTIDAD-LINEA-FIN
           END-IF.
           IF ENT-UNIDAD NOT = UNI-VENTA
              DISPLAY "ERROR: UNIDAD NO VALIDA PARA EL ARTICULO."
              MOVE "N" TO UNIDAD-VALIDA
              GO TO PEDIR-CANTIDAD-LINEA-FIN
           END-IF.
           MOVE UNI-FAC-VENTA TO ENT-FACTOR.

       PEDIR-CANTIDAD-LINEA-CONVERTIR.
           IF EXISTE-UNI = "N"
              MOVE "UDS" TO UNI-BASE
           END-IF.
           COMPUTE ENT-CANTIDAD = ENT-CANT-UNIDAD * ENT-FACTOR
              ON SIZE ERROR
                 DISPLAY "ERROR: LA CANTIDAD EN " UNI-BASE
                         " ES DEMASIADO GRANDE."
                 MOVE "N" TO UNIDAD-VALIDA
           END-COMPUTE.
           IF UNIDAD-VALIDA = "S"
              DISPLAY "SON " ENT-CANTIDAD " " UNI-BASE "."
           END-IF.

       PEDIR-CANTIDAD-LINEA-FIN.
           EXIT.


      * PIDE LA CANTIDAD DE LA LINEA Y, SI EL ARTICULO ESTA
      * DESCATALOGADO, NO ADMITE MAS DE LO DISPONIBLE PORQUE YA NO
      * SE VA A REPONER
      * ****************************************************************

       PEDIR-CANTIDAD-ARTICULO.
           PERFORM PEDIR-CANTIDAD-LINEA THRU PEDIR-CANTIDAD-LINEA-FIN.
           IF UNIDAD-VALIDA = "S" AND ARTI-DESCATALOGADO
              AND ENT-CANTIDAD > ZERO
              AND ENT-CANTIDAD > DISPONIBLE-ART
              DISPLAY "ERROR: ARTICULO DESCATALOGADO. SOLO QUEDAN "
                      DISPONIBLE-ART " DISPONIBLES."
              MOVE "N" TO UNIDAD-VALIDA
           END-IF.


      * PIDE LA FECHA DE ENTREGA QUE SOLICITA EL CLIENTE PARA LA
      * LINEA Y LA QUE SE LE PROMETE (EN BLANCO, LA SOLICITADA).
      * NINGUNA PUEDE SER ANTERIOR A HOY; SIN FECHAS LA LINEA NO
      * ENTRA EN EL SEGUIMIENTO DE RETRASOS
      * ****************************************************************

       PEDIR-FECHAS-LINEA.
           DISPLAY "Fecha solicitada (AAAAMMDD, blanco = ninguna):".
           ACCEPT ENT-FEC-SOLICITADA NO BELL.
           DISPLAY "Fecha prometida (AAAAMMDD, blanco = solicitada):".
           ACCEPT ENT-FEC-PROMETIDA NO BELL.
           IF ENT-FEC-PROMETIDA = SPACES
              MOVE ENT-FEC-SOLICITADA TO ENT-FEC-PROMETIDA
           END-IF.

           MOVE "S" TO FECHAS-VALIDAS.
           IF ENT-FEC-SOLICITADA NOT = SPACES
              IF ENT-FEC-SOLICITADA IS NOT NUMERIC
                 OR ENT-FEC-SOLICITADA < FECHA
                 DISPLAY "ERROR: FECHA SOLICITADA NO VALIDA."
                 MOVE "N" TO FECHAS-VALIDAS
              END-IF
           END-IF.
           IF ENT-FEC-PROMETIDA NOT = SPACES
              IF ENT-FEC-PROMETIDA IS NOT NUMERIC
                 OR ENT-FEC-PROMETIDA < FECHA
                 DISPLAY "ERROR: FECHA PROMETIDA NO VALIDA."
                 MOVE "N" TO FECHAS-VALIDAS
              END-IF
           END-IF.
           IF FECHAS-VALIDAS = "S"
              AND ENT-FEC-SOLICITADA NOT = SPACES
              AND ENT-FEC-PROMETIDA > ENT-FEC-SOLICITADA
              DISPLAY "AVISO: SE PROMETE DESPUES DE LO SOLICITADO"
                      " POR EL CLIENTE."
           END-IF.


      * AVISA DE LOS CAMBIOS DE PRECIO PENDIENTES DEL ARTICULO DE LA
      * LINEA, O DE TODO SU TIPO, QUE ENTRAN EN VIGOR NO MAS TARDE
      * DE LA FECHA PROMETIDA: LA LINEA SE VALORA AL PRECIO DE HOY
      * PERO SE ENTREGARA CON EL PRECIO YA CAMBIADO
      * ****************************************************************

       AVISAR-CAMBIOS-PRECIO.
           MOVE LOW-VALUES TO PPG-FECHA-EFEC.
           MOVE "N" TO FIN-PRECPROG.
           START A-PRECPROG KEY NOT LESS THAN PPG-FECHA-EFEC
              INVALID KEY MOVE "S" TO FIN-PRECPROG
           END-START.
           PERFORM AVISAR-UN-CAMBIO-PRECIO UNTIL FIN-PRECPROG = "S".


      * EXAMINA EL SIGUIENTE CAMBIO PROGRAMADO HASTA PASAR LA FECHA
      * PROMETIDA Y AVISA SI AFECTA AL ARTICULO DE LA LINEA
      * ****************************************************************

       AVISAR-UN-CAMBIO-PRECIO.
           READ A-PRECPROG NEXT RECORD
              AT END MOVE "S" TO FIN-PRECPROG
           END-READ.
           IF FIN-PRECPROG NOT = "S"
              IF PPG-FECHA-EFEC > ENT-FEC-PROMETIDA
                 MOVE "S" TO FIN-PRECPROG
              ELSE
                 IF PPG-PENDIENTE
                    AND ((PPG-DE-ARTICULO AND PPG-CODARTI = COD-ARTI)
                    OR (PPG-DE-TIPO AND PPG-TPARTI = COD-TPARTI))
                    IF PPG-IMPORTE
                       DISPLAY "AVISO: EL " PPG-FECHA-EFEC
                               " CAMBIA EL PRECIO A " PPG-PRECIO
                               ", ANTES DE LA ENTREGA."
                    ELSE
                       DISPLAY "AVISO: EL " PPG-FECHA-EFEC
                               " CAMBIA EL PRECIO UN "
                               PPG-PORCENTAJE
                               " %, ANTES DE LA ENTREGA."
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * AVISA SI EL PRECIO NETO DE LA LINEA EN CURSO DEJA UN
      * MARGEN BRUTO SOBRE EL PRE-COSTE INFERIOR AL MINIMO DE SU
      * TIPO DE ARTICULO. SOLO ES UN AVISO: LA LINEA SE GRABA Y ES
      * LA FACTURACION LA QUE EXIGE EL VISTO BUENO DE SUPERVISOR.
      * SIN COSTE CONOCIDO NO HAY MARGEN QUE VIGILAR
      * ****************************************************************

       CONTROLAR-MARGEN-LINEA.
           PERFORM VALORAR-PRECIO-LINEA.
           PERFORM BUSCAR-MARGEN-MINIMO.
           IF MARGEN-MINIMO > ZERO AND PRE-COSTE > ZERO
              IF PRECIO-APLICADO = ZERO
                 MOVE -999 TO MARGEN-LINEA
              ELSE
                 COMPUTE MARGEN-LINEA ROUNDED =
                         (PRECIO-APLICADO - PRE-COSTE) * 100
                         / PRECIO-APLICADO
                    ON SIZE ERROR MOVE -999 TO MARGEN-LINEA
                 END-COMPUTE
              END-IF
              IF MARGEN-LINEA < MARGEN-MINIMO
                 DISPLAY "AVISO: PRECIO NETO " PRECIO-APLICADO
                         " (COSTE " PRE-COSTE ") CON MARGEN "
                         MARGEN-LINEA " % BAJO EL MINIMO DE "
                         MARGEN-MINIMO " %."
                 DISPLAY "LA LINEA NO SE FACTURARA SIN VISTO BUENO"
                         " DE SUPERVISOR."
              END-IF
           END-IF.


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


      * DEJA EN PRECIO-APLICADO EL PRECIO DE LA LINEA EN CURSO:
      * EL DEL ACUERDO DEL CLIENTE PARA EL ARTICULO (PRIORITARIO)
      * O PARA SU TIPO, Y EN SU DEFECTO EL PRE-ARTI DE TARIFA
      * (MISMA NORMA QUE FAC-PED)
      * ****************************************************************

       BUSCAR-ACUERDO.
           MOVE PRE-ARTI TO PRECIO-APLICADO.
           MOVE "N" TO ACUERDO-APLICADO.
           IF HAY-ACUERDOS = "N"
              GO TO BUSCAR-ACUERDO-FIN
           END-IF.

           MOVE ENT-CODCLI TO ACU-CODCLI.
           MOVE "A"        TO ACU-AMBITO.
           MOVE COD-ARTI   TO ACU-REFER.
           READ A-ACUERDOS
              INVALID KEY     MOVE "N" TO EXISTE-ACU
              NOT INVALID KEY MOVE "S" TO EXISTE-ACU
           END-READ.

           IF EXISTE-ACU = "N"
              MOVE ENT-CODCLI TO ACU-CODCLI
              MOVE "T"        TO ACU-AMBITO
              MOVE SPACES     TO ACU-REFER
              MOVE COD-TPARTI TO ACU-REFER(1:3)
              READ A-ACUERDOS
                 INVALID KEY     MOVE "N" TO EXISTE-ACU
                 NOT INVALID KEY MOVE "S" TO EXISTE-ACU
              END-READ
           END-IF.

           IF EXISTE-ACU = "S"
              MOVE "S" TO ACUERDO-APLICADO
              IF ACU-PRECIO > ZERO
                 MOVE ACU-PRECIO TO PRECIO-APLICADO
              ELSE
                 COMPUTE PRECIO-APLICADO = PRE-ARTI
                         * (100 - ACU-DESCUENTO) / 100
              END-IF
           END-IF.

       BUSCAR-ACUERDO-FIN.
           EXIT.


      * DEJA EN PRECIO-APLICADO EL MEJOR PRECIO PARA EL CLIENTE DE
      * LA LINEA EN CURSO: EL DE SU ACUERDO (O LA TARIFA) O EL DE
      * LA PROMOCION VIGENTE SI ES MAS BAJO, CON EL TRAMO QUE
      * ALCANZA LA CANTIDAD PEDIDA
      * ****************************************************************

       VALORAR-PRECIO-LINEA.
           PERFORM BUSCAR-ACUERDO THRU BUSCAR-ACUERDO-FIN.

           MOVE "N" TO PROMOCION-APLICADA.
           MOVE SPACES TO PROMOCION-LINEA.
           MOVE ENT-CANTIDAD TO CANTIDAD-TRAMO.
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


      * CARGA EN LA TABLA LAS PROMOCIONES VIGENTES EN LA FECHA DEL
      * PEDIDO (SIN FICHERO DE PROMOCIONES NO SE APLICA NINGUNA)
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


      * CALCULA EL STOCK COMPROMETIDO DEL ARTICULO EN COD-ARTI:
      * SUMA DE LAS CANTIDADES PENDIENTES DE SERVIR DE SUS LINEAS
      * EN PEDIDOS ABIERTOS O PARCIALES. SE LEE POR LA SEGUNDA
      * DECLARACION DE PEDLIN.DAT PARA NO INTERFERIR CON EL ALTA,
      * POR SU CLAVE DE ARTICULO, Y EL NUMERO DE PEDIDO EN CURSO
      * SE CONSERVA EN NUM-PEDIDO-ALTA PORQUE LAS LECTURAS PISAN
      * REGPED
      * ****************************************************************

       CALCULAR-COMPROMETIDO.
              CLOSE A-PEDLECT
              MOVE "S" TO FIN-LECTURA
           ELSE
              MOVE COD-ARTI TO LEC-CODARTI
              START A-PEDLECT KEY = LEC-CODARTI
                 INVALID KEY MOVE "S" TO FIN-LECTURA
              END-START
              IF FIN-LECTURA = "N"
                 PERFORM LEER-LINEA-ARTICULO
              END-IF
           END-IF.
           PERFORM ACUMULAR-COMPROMETIDO UNTIL FIN-LECTURA = "S".
           IF LEC-FILESTAT NOT = "35"
      * ****************************************************************

       ACUMULAR-COMPROMETIDO.
           COMPUTE PENDIENTE-LEC = LEC-CANTIDAD - LEC-SERVIDA.
           IF PENDIENTE-LEC > ZERO
              MOVE LEC-PEDIDO TO PED-NUMERO
              READ A-PEDIDOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PED-ABIERTO OR PED-PARCIAL
                       ADD PENDIENTE-LEC TO COMPROMETIDO-ART
                    END-IF
              END-READ
           END-IF.
           PERFORM LEER-LINEA-ARTICULO.


      * LEE LA SIGUIENTE LINEA POR LA CLAVE DE ARTICULO; AL PASAR
      * A OTRO ARTICULO TERMINA LAS LINEAS DE COD-ARTI
      * ****************************************************************

       LEER-LINEA-ARTICULO.
           READ A-PEDLECT NEXT RECORD AT END MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND LEC-CODARTI NOT = COD-ARTI
              MOVE "S" TO FIN-LECTURA
           END-IF.


      * SIRVE UN PEDIDO LINEA A LINEA: PARA CADA LINEA CON
           END-IF.

           MOVE PED-CODCLI TO CODCLI-SERVIR.
           MOVE PED-DIRENT TO DIRENT-SERVIR.
           PERFORM CARGAR-DIRECCION-ENTREGA.
           DISPLAY "Almacen que sirve el pedido (0 = 01 CENTRAL):".
           ACCEPT ALMACEN-SERVIR NO BELL.
           IF ALMACEN-SERVIR = ZERO
              MOVE 1 TO ALMACEN-SERVIR
           END-IF.
           PERFORM EMITIR-PICKING.

           MOVE ZERO TO CONT-ALB-LIN.
           MOVE ZERO TO TOTAL-SERVIDA-PED.
           MOVE ZERO TO CONT-SERVIDAS.

           OPEN I-O A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
              DISPLAY "EL PEDIDO NO TIENE LINEAS."
              GO TO SERVIR-PEDIDO-FIN
           END-IF.
           PERFORM SITUAR-LINEAS-PEDIDO.

      *
      * LOS ARTICULOS CON NUMERO DE SERIE SE SIRVEN UNIDAD A UNIDAD
      *
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
           MOVE ZERO TO CONT-SRV.

      *
      * LO SERVIDO SALE DE LOS HUECOS DEL ALMACEN QUE SIRVE
      *
           OPEN I-O A-STKUBI.
           IF SUB-FILESTAT = "00"
              MOVE "S" TO HAY-STKUBI
           ELSE
              CLOSE A-STKUBI
              MOVE "N" TO HAY-STKUBI
           END-IF.

      *
      * LO SERVIDO DE ARTICULOS CON LOTES SE ANOTA CON SU LOTE
      *
           OPEN INPUT A-LOTESTK.
           IF LTK-FILESTAT = "00"
              MOVE "S" TO HAY-LOTESTK
           ELSE
              CLOSE A-LOTESTK
              MOVE "N" TO HAY-LOTESTK
           END-IF.
           MOVE ZERO TO CONT-LSV.

           PERFORM SERVIR-UNA-LINEA UNTIL FIN-LINEA = "S".
           CLOSE A-PEDLIN.

      *
      * EL ESTADO QUEDA SEGUN LO PENDIENTE: SIN PENDIENTE ES
      * SERVIDO COMPLETO; CON ALGO SERVIDO Y ALGO PENDIENTE ES
              PERFORM EMITIR-ALBARAN
           END-IF.

           IF HAY-LOTESTK = "S"
              CLOSE A-LOTESTK
           END-IF.
           IF HAY-STKUBI = "S"
              CLOSE A-STKUBI
           END-IF.
           IF HAY-SERIES = "S"
              CLOSE A-SERIES
           END-IF.
           IF HAY-ARTALM = "S"
              CLOSE A-ARTALM
           END-IF.

       SERVIR-PEDIDO-FIN.
           EXIT.


      * TRATA UNA LINEA DURANTE EL SERVICIO: SI ES DEL PEDIDO Y
      * TIENE PENDIENTE, PIDE LA CANTIDAD SERVIDA EN ESTA ENTREGA
      * Y LA ACUMULA; LA LINEA SE REGRABA EN SU SITIO
      * ****************************************************************

       SERVIR-UNA-LINEA.
           IF LIN-PEDIDO = ENT-NUMPED
              COMPUTE PENDIENTE-LIN = LIN-CANTIDAD - LIN-SERVIDA
              IF PENDIENTE-LIN > ZERO
                 DISPLAY "LINEA " LIN-NUMLIN "  ARTICULO "
                         LIN-CODARTI "  PEDIDA " LIN-CANTIDAD
                         "  PENDIENTE " PENDIENTE-LIN
                 IF LIN-UNIDAD NOT = SPACES
                    MOVE PENDIENTE-LIN TO CANT-BASE-UNI
                    MOVE LIN-UNIDAD    TO UNIDAD-DOC
                    MOVE LIN-FACTOR    TO FACTOR-DOC
                    PERFORM DESCRIBIR-UNIDAD
                    DISPLAY "PEDIDA EN " LIN-UNIDAD ": PENDIENTE "
                            TEXTO-UNIDAD
                 END-IF
      *
      * LAS LINEAS DE UN ARTICULO BLOQUEADO U OBSOLETO QUEDAN
      * RETENIDAS: NO SE SIRVEN Y SIGUEN PENDIENTES
      *
                 MOVE LIN-CODARTI TO COD-ARTI
                 READ A-ARTICULO
                    INVALID KEY MOVE SPACE TO EST-ARTI
                 END-READ
                 IF ARTI-BLOQUEADO OR ARTI-OBSOLETO
                    DISPLAY "ARTICULO BLOQUEADO PARA LA VENTA: LA"
                            " LINEA QUEDA RETENIDA."
                    MOVE ZERO TO ENT-SERVIDA
                 ELSE
                    DISPLAY "Cantidad servida ahora (0 = NADA):"
                    ACCEPT ENT-SERVIDA NO BELL
                 END-IF
                 IF ENT-SERVIDA > PENDIENTE-LIN
                    DISPLAY "ERROR: SUPERA LO PENDIENTE. LA LINEA"
                            " NO SE SIRVE."
                 ELSE
                    IF ENT-SERVIDA > ZERO
                       PERFORM CAPTURAR-SERIES-SERVIDAS
                               THRU CAPTURAR-SERIES-SERVIDAS-FIN
                    END-IF
                    IF ENT-SERVIDA > ZERO
                       PERFORM CAPTURAR-LOTES-SERVIDOS
                               THRU CAPTURAR-LOTES-SERVIDOS-FIN
                    END-IF
                    ADD ENT-SERVIDA TO LIN-SERVIDA
                    IF ENT-SERVIDA > ZERO
      *
      * LA ENTREGA SALE CON EL ALBARAN DE HOY: ES LA FECHA REAL
      * CON LA QUE SE MIDE EL CUMPLIMIENTO DE LO PROMETIDO
      *
                       MOVE FECHA TO LIN-FEC-ENTREGA
                       ADD 1 TO CONT-SERVIDAS
                       IF HAY-STKUBI = "S"
                          PERFORM DESCONTAR-HUECOS
                       END-IF
                       IF CONT-ALB-LIN < 99
                          ADD 1 TO CONT-ALB-LIN
                          MOVE LIN-NUMLIN  TO
                               TAB-ALB-LIN(CONT-ALB-LIN)
                          MOVE LIN-CODARTI TO
                               TAB-ALB-ART(CONT-ALB-LIN)
                          MOVE ENT-SERVIDA TO
                               TAB-ALB-CANT(CONT-ALB-LIN)
                          MOVE LIN-UNIDAD  TO
                               TAB-ALB-UNI(CONT-ALB-LIN)
                          MOVE LIN-FACTOR  TO
                               TAB-ALB-FAC(CONT-ALB-LIN)
                       END-IF
                    END-IF
                 END-IF
                 COMPUTE PENDIENTE-LIN = LIN-CANTIDAD - LIN-SERVIDA
                 ADD PENDIENTE-LIN TO PEND-PEDIDO
              END-IF
              ADD LIN-SERVIDA TO TOTAL-SERVIDA-PED
              REWRITE REGLIN
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR LA LINEA " LIN-NUMLIN
              END-REWRITE
           END-IF.
           PERFORM LEER-LINEA-PEDIDO.


      * SI EL ARTICULO DE LA LINEA LLEVA NUMERO DE SERIE, PIDE EL
      * DE CADA UNIDAD SERVIDA; SI NO SE COMPLETAN, LA LINEA NO SE
      * SIRVE (ENT-SERVIDA QUEDA A CERO)
      * ****************************************************************

       CAPTURAR-SERIES-SERVIDAS.
           MOVE "N" TO EXISTE-ALM.
           IF HAY-ARTALM = "S"
              MOVE LIN-CODARTI TO ALM-CODARTI
              READ A-ARTALM
                 INVALID KEY     MOVE "N" TO EXISTE-ALM
                 NOT INVALID KEY MOVE "S" TO EXISTE-ALM
              END-READ
           END-IF.
           IF EXISTE-ALM = "N" OR ALM-SERIE NOT = "S"
              GO TO CAPTURAR-SERIES-SERVIDAS-FIN
           END-IF.

           IF HAY-SERIES = "N"
              DISPLAY "ERROR: ARTICULO CON NUMERO DE SERIE Y NO HAY"
                      " UNIDADES EN SERIES.DAT. LA LINEA NO SE SIRVE."
              MOVE ZERO TO ENT-SERVIDA
              GO TO CAPTURAR-SERIES-SERVIDAS-FIN
           END-IF.
           IF CONT-SRV + ENT-SERVIDA > 200
              DISPLAY "ERROR: DEMASIADAS UNIDADES CON NUMERO DE SERIE"
                      " EN UNA ENTREGA. LA LINEA NO SE SIRVE."
              MOVE ZERO TO ENT-SERVIDA
              GO TO CAPTURAR-SERIES-SERVIDAS-FIN
           END-IF.

           DISPLAY "ARTICULO CON NUMERO DE SERIE: TECLEE EL DE CADA"
                   " UNIDAD SERVIDA.".
           MOVE CONT-SRV TO CONT-SRV-INICIAL.
           MOVE "S" TO SERIES-COMPLETAS.
           PERFORM PEDIR-SERIE-SERVIDA
                   VARYING CONT-SERIE FROM 1 BY 1
                   UNTIL CONT-SERIE > ENT-SERVIDA
                      OR SERIES-COMPLETAS = "N".
           IF SERIES-COMPLETAS = "N"
              MOVE CONT-SRV-INICIAL TO CONT-SRV
              MOVE ZERO TO ENT-SERVIDA
              DISPLAY "FALTAN NUMEROS DE SERIE. LA LINEA NO SE SIRVE."
           END-IF.

       CAPTURAR-SERIES-SERVIDAS-FIN.
           EXIT.


      * PIDE EL NUMERO DE SERIE DE UNA UNIDAD HASTA QUE SEA VALIDO
      * O SE DEJE EN BLANCO PARA NO SERVIR LA LINEA
      * ****************************************************************

       PEDIR-SERIE-SERVIDA.
           MOVE CONT-SERIE TO CONT-SERIE-ED.
           MOVE "N" TO SERIE-VALIDA.
           PERFORM PEDIR-UNA-SERIE-SERVIDA
                   THRU PEDIR-UNA-SERIE-SERVIDA-FIN
                   UNTIL SERIE-VALIDA NOT = "N".
           IF SERIE-VALIDA = "X"
              MOVE "N" TO SERIES-COMPLETAS
           END-IF.


      * PIDE Y VALIDA UN NUMERO DE SERIE: DEBE SER DEL ARTICULO,
      * ESTAR EN ALMACEN Y NO ESTAR YA EN ESTA ENTREGA
      * ****************************************************************

       PEDIR-UNA-SERIE-SERVIDA.
           DISPLAY "Numero de serie de la unidad " CONT-SERIE-ED
                   " (blanco = no servir la linea):".
           ACCEPT ENT-NUMSERIE NO BELL.
           IF ENT-NUMSERIE = SPACES
              MOVE "X" TO SERIE-VALIDA
              GO TO PEDIR-UNA-SERIE-SERVIDA-FIN
           END-IF.

           MOVE LIN-CODARTI  TO SER-CODARTI.
           MOVE ENT-NUMSERIE TO SER-NUMERO.
           READ A-SERIES
              INVALID KEY     MOVE "N" TO EXISTE-SER
              NOT INVALID KEY MOVE "S" TO EXISTE-SER
           END-READ.
           IF EXISTE-SER = "N"
              DISPLAY "ERROR: NUMERO DE SERIE DESCONOCIDO PARA EL"
                      " ARTICULO."
              GO TO PEDIR-UNA-SERIE-SERVIDA-FIN
           END-IF.
           IF SER-VENDIDA
              DISPLAY "ERROR: LA UNIDAD YA ESTA VENDIDA AL CLIENTE "
                      SER-CODCLI "."
              GO TO PEDIR-UNA-SERIE-SERVIDA-FIN
           END-IF.

           MOVE "N" TO EXISTE-SER.
           PERFORM COMPARAR-SERIE-SERVIDA
                   VARYING IDX-SRV FROM 1 BY 1
                   UNTIL IDX-SRV > CONT-SRV.
           IF EXISTE-SER = "S"
              DISPLAY "ERROR: LA UNIDAD YA ESTA EN ESTA ENTREGA."
              GO TO PEDIR-UNA-SERIE-SERVIDA-FIN
           END-IF.

           ADD 1 TO CONT-SRV.
           MOVE LIN-NUMLIN   TO TAB-SRV-LIN(CONT-SRV).
           MOVE LIN-CODARTI  TO TAB-SRV-ART(CONT-SRV).
           MOVE ENT-NUMSERIE TO TAB-SRV-NUM(CONT-SRV).
           MOVE "S" TO SERIE-VALIDA.

       PEDIR-UNA-SERIE-SERVIDA-FIN.
           EXIT.


      * SI EL ARTICULO DE LA LINEA TIENE LOTES EN LOTESTK.DAT, PIDE
      * EL LOTE Y LA CANTIDAD DE CADA LOTE SERVIDO. LO QUE QUEDE
      * SIN LOTE SALE EN EL ALBARAN SIN LOTE, CON AVISO
      * ****************************************************************

       CAPTURAR-LOTES-SERVIDOS.
           IF HAY-LOTESTK = "N"
              GO TO CAPTURAR-LOTES-SERVIDOS-FIN
           END-IF.

           MOVE LIN-CODARTI TO LTK-CODARTI.
           MOVE LOW-VALUES  TO LTK-LOTE.
           MOVE "N" TO FIN-LOTE.
           START A-LOTESTK KEY NOT LESS THAN LTK-CLAVE
              INVALID KEY MOVE "S" TO FIN-LOTE
           END-START.
           IF FIN-LOTE = "N"
              READ A-LOTESTK NEXT RECORD AT END MOVE "S" TO FIN-LOTE
              END-READ
           END-IF.
           IF FIN-LOTE = "S" OR LTK-CODARTI NOT = LIN-CODARTI
              GO TO CAPTURAR-LOTES-SERVIDOS-FIN
           END-IF.

           DISPLAY "ARTICULO CON LOTES: TECLEE EL LOTE Y LA CANTIDAD"
                   " DE CADA LOTE SERVIDO.".
           MOVE ENT-SERVIDA TO POR-LOTEAR.
           MOVE "N" TO FIN-LOTES-SRV.
           PERFORM PEDIR-LOTE-SERVIDO THRU PEDIR-LOTE-SERVIDO-FIN
                   UNTIL POR-LOTEAR = ZERO
                      OR FIN-LOTES-SRV = "S".
           IF POR-LOTEAR > ZERO
              DISPLAY "AVISO: " POR-LOTEAR " UNIDADES SALEN EN EL"
                      " ALBARAN SIN LOTE."
           END-IF.

       CAPTURAR-LOTES-SERVIDOS-FIN.
           EXIT.


      * PIDE Y VALIDA UN LOTE SERVIDO: DEBE SER DEL ARTICULO Y NO
      * ESTAR BLOQUEADO, Y SU CANTIDAD NO PUEDE PASAR DE LO QUE
      * QUEDA POR ANOTAR
      * ****************************************************************

       PEDIR-LOTE-SERVIDO.
           DISPLAY "Lote (quedan " POR-LOTEAR
                   " uds; blanco = terminar):".
           ACCEPT ENT-LOTE NO BELL.
           IF ENT-LOTE = SPACES
              MOVE "S" TO FIN-LOTES-SRV
              GO TO PEDIR-LOTE-SERVIDO-FIN
           END-IF.

           MOVE LIN-CODARTI TO LTK-CODARTI.
           MOVE ENT-LOTE    TO LTK-LOTE.
           READ A-LOTESTK
              INVALID KEY     MOVE "N" TO EXISTE-LTK
              NOT INVALID KEY MOVE "S" TO EXISTE-LTK
           END-READ.
           IF EXISTE-LTK = "N"
              DISPLAY "ERROR: LOTE DESCONOCIDO PARA EL ARTICULO."
              GO TO PEDIR-LOTE-SERVIDO-FIN
           END-IF.
           IF LTK-BLOQUEADO
              DISPLAY "ERROR: LOTE BLOQUEADO POR RETIRADA. NO SE"
                      " PUEDE SERVIR."
              GO TO PEDIR-LOTE-SERVIDO-FIN
           END-IF.

           DISPLAY "Cantidad servida de este lote:".
           ACCEPT ENT-CANT-LOTE NO BELL.
           IF ENT-CANT-LOTE = ZERO OR ENT-CANT-LOTE > POR-LOTEAR
              DISPLAY "ERROR: CANTIDAD NO VALIDA."
              GO TO PEDIR-LOTE-SERVIDO-FIN
           END-IF.
           IF CONT-LSV >= 200
              DISPLAY "ERROR: DEMASIADOS LOTES EN UNA ENTREGA."
              MOVE "S" TO FIN-LOTES-SRV
              GO TO PEDIR-LOTE-SERVIDO-FIN
           END-IF.

           ADD 1 TO CONT-LSV.
           MOVE LIN-NUMLIN    TO TAB-LSV-LIN(CONT-LSV).
           MOVE ENT-LOTE      TO TAB-LSV-LOTE(CONT-LSV).
           MOVE ENT-CANT-LOTE TO TAB-LSV-CANT(CONT-LSV).
           SUBTRACT ENT-CANT-LOTE FROM POR-LOTEAR.

       PEDIR-LOTE-SERVIDO-FIN.
           EXIT.


      * MARCA SI LA UNIDAD TECLEADA YA ESTA EN LA ENTREGA EN CURSO
      * ****************************************************************

       COMPARAR-SERIE-SERVIDA.
           IF TAB-SRV-ART(IDX-SRV) = LIN-CODARTI
              AND TAB-SRV-NUM(IDX-SRV) = ENT-NUMSERIE
              MOVE "S" TO EXISTE-SER
           END-IF.


      * SE SITUA EN LA PRIMERA LINEA DEL PEDIDO ENT-NUMPED Y LA
      * LEE; FIN-LINEA QUEDA A "S" SI EL PEDIDO NO TIENE LINEAS
      * ****************************************************************

       SITUAR-LINEAS-PEDIDO.
           MOVE "N" TO FIN-LINEA.
           MOVE ENT-NUMPED TO LIN-PEDIDO.
           MOVE ZERO TO LIN-NUMLIN.
           START A-PEDLIN KEY NOT LESS THAN LIN-CLAVE
              INVALID KEY MOVE "S" TO FIN-LINEA
           END-START.
           IF FIN-LINEA = "N"
              PERFORM LEER-LINEA-PEDIDO
           END-IF.


      * LEE LA SIGUIENTE LINEA POR CLAVE; AL PASAR A OTRO PEDIDO
      * TERMINA LAS LINEAS DE ENT-NUMPED
      * ****************************************************************

       LEER-LINEA-PEDIDO.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
           END-READ.
           IF FIN-LINEA = "N" AND LIN-PEDIDO NOT = ENT-NUMPED
              MOVE "S" TO FIN-LINEA
           END-IF.


      * PREPARA EL CONTADOR DE LA SERIE DE ALBARANES, SEMBRANDOLO
              MOVE "N" TO HAY-LOTESTK
           END-IF.

           OPEN INPUT A-ESCANDA.
           IF ESC-FILESTAT = "00"
              MOVE "S" TO HAY-ESCANDALLOS
           ELSE
              CLOSE A-ESCANDA
              MOVE "N" TO HAY-ESCANDALLOS
           END-IF.

           OPEN INPUT A-STKUBI.
           IF SUB-FILESTAT = "00"
              MOVE "S" TO HAY-STKUBI
           ELSE
              CLOSE A-STKUBI
              MOVE "N" TO HAY-STKUBI
           END-IF.

           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT A-PEDLECT.
           IF LEC-FILESTAT NOT = "00"
              CLOSE A-PEDLECT
              MOVE "S" TO FIN-LECTURA
           ELSE
              MOVE ENT-NUMPED TO LEC-PEDIDO
              MOVE ZERO TO LEC-NUMLIN
              START A-PEDLECT KEY NOT LESS THAN LEC-CLAVE
                 INVALID KEY MOVE "S" TO FIN-LECTURA
              END-START
              IF FIN-LECTURA = "N"
                 PERFORM LEER-LINEA-PICKING
              END-IF
           END-IF.
           PERFORM CLASIFICAR-LINEA-PICKING UNTIL FIN-LECTURA = "S".
           IF LEC-FILESTAT NOT = "35"
              IF HAY-LOTESTK = "S"
                 CLOSE A-LOTESTK
              END-IF
              IF HAY-ESCANDALLOS = "S"
                 CLOSE A-ESCANDA
              END-IF
              IF HAY-STKUBI = "S"
                 CLOSE A-STKUBI
              END-IF
              GO TO EMITIR-PICKING-FIN
           END-IF.

              DELIMITED BY SIZE INTO LINEA-PICKING
           END-STRING.
           WRITE LINEA-PICKING.
           MOVE SPACES TO LINEA-PICKING.
           STRING "ENTREGAR EN: " ENTREGA-NOMBRE " "
                  ENTREGA-DIRECCION
              DELIMITED BY SIZE INTO LINEA-PICKING
           END-STRING.
           WRITE LINEA-PICKING.
           MOVE SPACES TO LINEA-PICKING.
           STRING "             " ENTREGA-POSTAL " "
                  ENTREGA-POBLACION
              DELIMITED BY SIZE INTO LINEA-PICKING
           END-STRING.
           WRITE LINEA-PICKING.
           MOVE "UBICAC ARTIC NOMBRE                    PENDIENTE"
                TO LINEA-PICKING.
           WRITE LINEA-PICKING.
           IF HAY-LOTESTK = "S"
              CLOSE A-LOTESTK
           END-IF.
           IF HAY-ESCANDALLOS = "S"
              CLOSE A-ESCANDA
           END-IF.
           IF HAY-STKUBI = "S"
              CLOSE A-STKUBI
           END-IF.
           DISPLAY "LISTA DE PICKING EMITIDA EN PICKING.LST ("
                   CONT-PICK " LINEAS).".

                       MOVE ALM-UBICACION TO PIC-W-UBI
                    END-IF
                 END-IF
      *
      * CON HUECOS EN EL ALMACEN, SE RECOGE DEL HUECO DE PICKING
      *
                 IF HAY-STKUBI = "S"
                    MOVE LEC-CODARTI TO SUB-CODARTI
                    PERFORM LOCALIZAR-HUECOS-ARTICULO
                    IF HUECO-PICKING NOT = SPACES
                       MOVE HUECO-PICKING TO PIC-W-UBI
                    END-IF
                 END-IF
                 MOVE LEC-CODARTI  TO PIC-W-ART
                 MOVE PENDIENTE-LEC TO PIC-W-PEND
                 MOVE LEC-UNIDAD   TO PIC-W-UNI
                 MOVE LEC-FACTOR   TO PIC-W-FAC
                 PERFORM INSERTAR-PICKING
              END-IF
           END-IF.
           PERFORM LEER-LINEA-PICKING.


      * LEE LA SIGUIENTE LINEA POR CLAVE; AL PASAR A OTRO PEDIDO
      * TERMINAN LAS LINEAS DEL PEDIDO A SERVIR
      * ****************************************************************

       LEER-LINEA-PICKING.
           READ A-PEDLECT NEXT RECORD AT END MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "N" AND LEC-PEDIDO NOT = ENT-NUMPED
              MOVE "S" TO FIN-LECTURA
           END-IF.


      * INSERTA LA LINEA DE TRABAJO EN LA TABLA DE PICKING
           MOVE PIC-W-ART  TO TAB-PICK-ART(CONT-PICK).
           MOVE PIC-W-NOM  TO TAB-PICK-NOM(CONT-PICK).
           MOVE PIC-W-PEND TO TAB-PICK-PEND(CONT-PICK).
           MOVE PIC-W-UNI  TO TAB-PICK-UNI(CONT-PICK).
           MOVE PIC-W-FAC  TO TAB-PICK-FAC(CONT-PICK).
           MOVE CONT-PICK TO IDX-PICK.
           MOVE "N" TO ORDENADO-PICK.
           PERFORM SUBIR-PICKING
           END-STRING.
           WRITE LINEA-PICKING.

      *
      * LA LINEA PEDIDA EN UNIDAD DE VENTA SE RECOGE EN ESA UNIDAD
      *
           IF TAB-PICK-UNI(IDX-PICK) NOT = SPACES
              MOVE TAB-PICK-PEND(IDX-PICK) TO CANT-BASE-UNI
              MOVE TAB-PICK-UNI(IDX-PICK)  TO UNIDAD-DOC
              MOVE TAB-PICK-FAC(IDX-PICK)  TO FACTOR-DOC
              PERFORM DESCRIBIR-UNIDAD
              MOVE SPACES TO LINEA-PICKING
              STRING "       " TEXTO-UNIDAD
                 DELIMITED BY SIZE INTO LINEA-PICKING
              END-STRING
              WRITE LINEA-PICKING
           END-IF.

      *
      * SI EL HUECO DE PICKING NO LLEGA O QUEDA BAJO SU PUNTO DE
      * REPOSICION, SE PROPONE REPONERLO DESDE LA RESERVA
      *
           IF HAY-STKUBI = "S"
              PERFORM PROPONER-REPOSICION
           END-IF.

      *
      * EN LOS PERECEDEROS SE PROPONEN LOS LOTES A RECOGER, DEL
      * DE CADUCIDAD MAS ANTIGUA AL MAS NUEVO
              END-IF
           END-IF.

      *
      * LOS KITS SE DETALLAN CON SUS COMPONENTES, QUE ES LO QUE SE
      * RECOGE SI NO HAY KITS YA MONTADOS
      *
           IF HAY-ESCANDALLOS = "S"
              PERFORM DETALLAR-KIT-PICKING
           END-IF.


      * LOCALIZA LOS HUECOS DEL ARTICULO (SUB-CODARTI) EN EL
      * ALMACEN QUE SIRVE: SU HUECO DE PICKING CON SU EXISTENCIA Y
      * PUNTO DE REPOSICION, Y EL HUECO DE RESERVA CON MAS
      * EXISTENCIA
      * ****************************************************************

       LOCALIZAR-HUECOS-ARTICULO.
           MOVE SPACES TO HUECO-PICKING.
           MOVE ZERO   TO EXIST-PICKING.
           MOVE ZERO   TO REPONER-PICKING.
           MOVE SPACES TO HUECO-RESERVA.
           MOVE ZERO   TO EXIST-RESERVA.
           MOVE SUB-CODARTI TO ARTI-HUECOS.
           MOVE ALMACEN-SERVIR TO SUB-ALMACEN.
           MOVE SPACES TO SUB-UBICACION.
           MOVE "N" TO FIN-STKUBI.
           START A-STKUBI KEY NOT LESS THAN SUB-CLAVE
              INVALID KEY MOVE "S" TO FIN-STKUBI
           END-START.
           PERFORM EXAMINAR-HUECO-ARTICULO UNTIL FIN-STKUBI = "S".


      * EXAMINA UN HUECO MIENTRAS SEA DEL ARTICULO Y DEL ALMACEN
      * ****************************************************************

       EXAMINAR-HUECO-ARTICULO.
           READ A-STKUBI NEXT RECORD
              AT END MOVE "S" TO FIN-STKUBI
           END-READ.
           IF FIN-STKUBI NOT = "S"
              IF SUB-CODARTI NOT = ARTI-HUECOS
                 OR SUB-ALMACEN NOT = ALMACEN-SERVIR
                 MOVE "S" TO FIN-STKUBI
              ELSE
                 IF SUB-PICKING
                    MOVE SUB-UBICACION  TO HUECO-PICKING
                    MOVE SUB-EXISTENCIA TO EXIST-PICKING
                    MOVE SUB-REPONER    TO REPONER-PICKING
                 ELSE
                    IF SUB-EXISTENCIA > EXIST-RESERVA
                       MOVE SUB-UBICACION  TO HUECO-RESERVA
                       MOVE SUB-EXISTENCIA TO EXIST-RESERVA
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * BAJO LA LINEA DE PICKING, PROPONE REPONER EL HUECO DE
      * PICKING DESDE LA RESERVA CUANDO NO ALCANZA PARA LO
      * PENDIENTE O CUANDO, TRAS RECOGERLO, QUEDA POR DEBAJO DE SU
      * PUNTO DE REPOSICION
      * ****************************************************************

       PROPONER-REPOSICION.
           MOVE TAB-PICK-ART(IDX-PICK) TO SUB-CODARTI.
           PERFORM LOCALIZAR-HUECOS-ARTICULO.
           IF HUECO-PICKING NOT = SPACES
              COMPUTE QUEDA-PICKING = EXIST-PICKING
                                    - TAB-PICK-PEND(IDX-PICK)
              IF QUEDA-PICKING < ZERO
                 OR QUEDA-PICKING < REPONER-PICKING
                 MOVE SPACES TO LINEA-PICKING
                 IF QUEDA-PICKING < ZERO
                    STRING "       EL PICKING SOLO TIENE "
                           EXIST-PICKING " UDS"
                       DELIMITED BY SIZE INTO LINEA-PICKING
                    END-STRING
                 ELSE
                    STRING "       EL PICKING QUEDARA BAJO SU"
                           " REPOSICION (" REPONER-PICKING ")"
                       DELIMITED BY SIZE INTO LINEA-PICKING
                    END-STRING
                 END-IF
                 WRITE LINEA-PICKING
                 MOVE SPACES TO LINEA-PICKING
                 IF HUECO-RESERVA = SPACES
                    MOVE "       SIN RESERVA EN HUECOS PARA REPONERLO"
                      TO LINEA-PICKING
                 ELSE
                    STRING "       REPONER " HUECO-PICKING
                           " DESDE LA RESERVA " HUECO-RESERVA
                           " (" EXIST-RESERVA " UDS)"
                       DELIMITED BY SIZE INTO LINEA-PICKING
                    END-STRING
                 END-IF
                 WRITE LINEA-PICKING
              END-IF
           END-IF.


      * DESCUENTA LO SERVIDO DE LA LINEA DE LOS HUECOS DEL
      * ARTICULO EN EL ALMACEN QUE SIRVE: PRIMERO DEL HUECO DE
      * PICKING Y, SI NO LLEGA, DE LOS DE RESERVA. LO QUE NO CUBREN
      * LOS HUECOS SE AVISA PARA CONTARLOS (INV-FIS)
      * ****************************************************************

       DESCONTAR-HUECOS.
           MOVE ENT-SERVIDA TO CANT-POR-SACAR.
           MOVE "P" TO TIPO-A-SACAR.
           PERFORM SACAR-DE-HUECOS.
           MOVE "R" TO TIPO-A-SACAR.
           PERFORM SACAR-DE-HUECOS.
           IF CANT-POR-SACAR > ZERO
              DISPLAY "AVISO: " CANT-POR-SACAR " UNIDADES SERVIDAS"
                      " NO CONSTABAN EN LOS HUECOS DEL ALMACEN "
                      ALMACEN-SERVIR "."
           END-IF.


      * RECORRE LOS HUECOS DEL TIPO INDICADO DEL ARTICULO DE LA
      * LINEA SACANDO LO QUE FALTA POR SACAR
      * ****************************************************************

       SACAR-DE-HUECOS.
           MOVE LIN-CODARTI    TO SUB-CODARTI.
           MOVE ALMACEN-SERVIR TO SUB-ALMACEN.
           MOVE SPACES         TO SUB-UBICACION.
           MOVE "N" TO FIN-STKUBI.
           IF CANT-POR-SACAR = ZERO
              MOVE "S" TO FIN-STKUBI
           END-IF.
           START A-STKUBI KEY NOT LESS THAN SUB-CLAVE
              INVALID KEY MOVE "S" TO FIN-STKUBI
           END-START.
           PERFORM SACAR-DE-UN-HUECO
                   UNTIL FIN-STKUBI = "S" OR CANT-POR-SACAR = ZERO.


      * SACA DE UN HUECO DEL TIPO INDICADO LO QUE SU EXISTENCIA
      * PERMITA
      * ****************************************************************

       SACAR-DE-UN-HUECO.
           READ A-STKUBI NEXT RECORD
              AT END MOVE "S" TO FIN-STKUBI
           END-READ.
           IF FIN-STKUBI NOT = "S"
              IF SUB-CODARTI NOT = LIN-CODARTI
                 OR SUB-ALMACEN NOT = ALMACEN-SERVIR
                 MOVE "S" TO FIN-STKUBI
              ELSE
                 IF SUB-TIPO = TIPO-A-SACAR
                    AND SUB-EXISTENCIA > ZERO
                    IF SUB-EXISTENCIA < CANT-POR-SACAR
                       MOVE SUB-EXISTENCIA TO CANT-DEL-HUECO
                    ELSE
                       MOVE CANT-POR-SACAR TO CANT-DEL-HUECO
                    END-IF
                    SUBTRACT CANT-DEL-HUECO FROM SUB-EXISTENCIA
                    SUBTRACT CANT-DEL-HUECO FROM CANT-POR-SACAR
                    REWRITE REGSUB
                 END-IF
              END-IF
           END-IF.


      * LISTA BAJO LA LINEA DE UN KIT SUS COMPONENTES CON LA
      * CANTIDAD NECESARIA PARA LO PENDIENTE Y SU UBICACION
      * ****************************************************************

       DETALLAR-KIT-PICKING.
           MOVE ZERO TO CONT-COMP-PICK.
           MOVE TAB-PICK-ART(IDX-PICK) TO ESC-KIT.
           MOVE ZERO TO ESC-COMPONENTE.
           MOVE "N" TO FIN-ESCANDALLO.
           START A-ESCANDA KEY NOT LESS THAN ESC-CLAVE
              INVALID KEY MOVE "S" TO FIN-ESCANDALLO
           END-START.
           PERFORM LISTAR-COMPONENTE-PICKING
                   UNTIL FIN-ESCANDALLO = "S".


      * LISTA UN COMPONENTE DEL KIT EN LA LISTA DE PICKING
      * ****************************************************************

       LISTAR-COMPONENTE-PICKING.
           READ A-ESCANDA NEXT RECORD
              AT END MOVE "S" TO FIN-ESCANDALLO
           END-READ.
           IF FIN-ESCANDALLO = "S"
              OR ESC-KIT NOT = TAB-PICK-ART(IDX-PICK)
              MOVE "S" TO FIN-ESCANDALLO
           ELSE
              IF CONT-COMP-PICK = ZERO
                 MOVE "       KIT: SI NO HAY MONTADOS, RECOGER:"
                   TO LINEA-PICKING
                 WRITE LINEA-PICKING
              END-IF
              ADD 1 TO CONT-COMP-PICK
              COMPUTE CANT-COMP-PICK =
                      ESC-CANTIDAD * TAB-PICK-PEND(IDX-PICK)
              MOVE SPACES TO NOM-ARTI
              MOVE ESC-COMPONENTE TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY MOVE SPACES TO NOM-ARTI
              END-READ
              MOVE SPACES TO UBI-COMP-PICK
              IF HAY-ARTALM = "S"
                 MOVE ESC-COMPONENTE TO ALM-CODARTI
                 READ A-ARTALM
                    INVALID KEY     CONTINUE
                    NOT INVALID KEY MOVE ALM-UBICACION
                                      TO UBI-COMP-PICK
                 END-READ
              END-IF
              MOVE SPACES TO LINEA-PICKING
              STRING "       "       DELIMITED BY SIZE
                     UBI-COMP-PICK   DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     ESC-COMPONENTE  DELIMITED BY SIZE
                     "  "            DELIMITED BY SIZE
                     NOM-ARTI        DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     CANT-COMP-PICK  DELIMITED BY SIZE
                     INTO LINEA-PICKING
              END-STRING
              WRITE LINEA-PICKING
           END-IF.


      * PROPONE LOS LOTES DE LA LINEA EN CURSO, ASIGNANDO EL
      * PENDIENTE DEL LOTE MAS ANTIGUO AL MAS NUEVO


      * EXAMINA EL SIGUIENTE LOTE DEL ARTICULO, SALTANDO LOS YA
      * PROPUESTOS Y LOS BLOQUEADOS, Y RETIENE EL DE CADUCIDAD MAS
      * ANTIGUA
      * ****************************************************************

       EXAMINAR-LOTE-PICK.
           ELSE
              IF LTK-EXISTENCIA > ZERO
                 AND LTK-CADUCIDAD < CAD-MINIMA
                 AND NOT LTK-BLOQUEADO
                 MOVE "N" TO LOTE-YA-USADO
                 PERFORM COMPARAR-LOTE-USADO
                         VARYING IDX-LUSA FROM 1 BY 1
                 DELIMITED BY SIZE INTO LINEA-ALBLST
              END-STRING
              WRITE LINEA-ALBLST
           END-IF.

      *
      * EL ALBARAN VIAJA CON LA MERCANCIA: LLEVA LA DIRECCION DE
      * ENTREGA DEL PEDIDO, NO LA DE FACTURACION
      *
           MOVE SPACES TO LINEA-ALBLST.
           STRING "ENTREGAR EN: " ENTREGA-NOMBRE
              DELIMITED BY SIZE INTO LINEA-ALBLST
           END-STRING.
           WRITE LINEA-ALBLST.
           MOVE SPACES TO LINEA-ALBLST.
           STRING ENTREGA-DIRECCION "  " ENTREGA-POBLACION " "
                  ENTREGA-POSTAL
              DELIMITED BY SIZE INTO LINEA-ALBLST
           END-STRING.
           WRITE LINEA-ALBLST.
           MOVE "LIN ARTIC CANTIDAD ENTREGADA" TO LINEA-ALBLST.
           WRITE LINEA-ALBLST.

                   UNTIL IDX-ALB > CONT-ALB-LIN.
           CLOSE A-ALBARAN.

      *
      * LAS UNIDADES CON NUMERO DE SERIE QUEDAN VENDIDAS AL CLIENTE
      * CON EL PEDIDO Y EL ALBARAN DE LA ENTREGA
      *
           PERFORM VENDER-SERIE-SERVIDA
                   VARYING IDX-SRV FROM 1 BY 1
                   UNTIL IDX-SRV > CONT-SRV.

           MOVE SPACES TO LINEA-ALBLST.
           STRING "RECIBI CONFORME: ______________________"
              DELIMITED BY SIZE INTO LINEA-ALBLST
                  INTO LINEA-ALBLST
           END-STRING.
           WRITE LINEA-ALBLST.
           IF TAB-ALB-UNI(IDX-ALB) NOT = SPACES
              MOVE TAB-ALB-CANT(IDX-ALB) TO CANT-BASE-UNI
              MOVE TAB-ALB-UNI(IDX-ALB)  TO UNIDAD-DOC
              MOVE TAB-ALB-FAC(IDX-ALB)  TO FACTOR-DOC
              PERFORM DESCRIBIR-UNIDAD
              MOVE SPACES TO LINEA-ALBLST
              STRING "          " TEXTO-UNIDAD
                 DELIMITED BY SIZE INTO LINEA-ALBLST
              END-STRING
              WRITE LINEA-ALBLST
           END-IF.

           PERFORM IMPRIMIR-SERIE-ALBARAN
                   VARYING IDX-SRV FROM 1 BY 1
                   UNTIL IDX-SRV > CONT-SRV.

      *
      * LA LINEA SE REGISTRA UNA VEZ POR LOTE SERVIDO, Y LO QUE NO
      * LLEVE LOTE EN UN ULTIMO REGISTRO SIN LOTE
      *
           MOVE NUM-SIG-ALBARAN      TO ALB-NUMERO.
           MOVE ENT-NUMPED           TO ALB-PEDIDO.
           MOVE TAB-ALB-LIN(IDX-ALB) TO ALB-NUMLIN.
           MOVE TAB-ALB-ART(IDX-ALB) TO ALB-CODARTI.
           MOVE FECHA                TO ALB-FECHA.
           MOVE ZERO TO CANT-LOTEADA.
           PERFORM GRABAR-LOTE-ALBARAN
                   VARYING IDX-LSV FROM 1 BY 1
                   UNTIL IDX-LSV > CONT-LSV.
           IF CANT-LOTEADA < TAB-ALB-CANT(IDX-ALB)
              COMPUTE ALB-CANTIDAD = TAB-ALB-CANT(IDX-ALB)
                                   - CANT-LOTEADA
              MOVE SPACES TO ALB-LOTE
              WRITE REGALB
           END-IF.


      * IMPRIME Y REGISTRA UN LOTE SERVIDO DE LA LINEA DEL ALBARAN
      * ****************************************************************

       GRABAR-LOTE-ALBARAN.
           IF TAB-LSV-LIN(IDX-LSV) = TAB-ALB-LIN(IDX-ALB)
              MOVE SPACES TO LINEA-ALBLST
              STRING "          LOTE " TAB-LSV-LOTE(IDX-LSV) ": "
                     TAB-LSV-CANT(IDX-LSV)
                 DELIMITED BY SIZE INTO LINEA-ALBLST
              END-STRING
              WRITE LINEA-ALBLST
              MOVE TAB-LSV-LOTE(IDX-LSV) TO ALB-LOTE
              MOVE TAB-LSV-CANT(IDX-LSV) TO ALB-CANTIDAD
              WRITE REGALB
              ADD TAB-LSV-CANT(IDX-LSV) TO CANT-LOTEADA
           END-IF.


      * IMPRIME BAJO LA LINEA DEL ALBARAN LOS NUMEROS DE SERIE DE
      * SUS UNIDADES
      * ****************************************************************

       IMPRIMIR-SERIE-ALBARAN.
           IF TAB-SRV-LIN(IDX-SRV) = TAB-ALB-LIN(IDX-ALB)
              MOVE SPACES TO LINEA-ALBLST
              STRING "          N/S " TAB-SRV-NUM(IDX-SRV)
                 DELIMITED BY SIZE INTO LINEA-ALBLST
              END-STRING
              WRITE LINEA-ALBLST
           END-IF.


      * DEJA VENDIDA AL CLIENTE DEL PEDIDO UNA UNIDAD SERVIDA. UNA
      * UNIDAD DEVUELTA QUE SE VUELVE A VENDER EMPIEZA UNA VENTA
      * NUEVA
      * ****************************************************************

       VENDER-SERIE-SERVIDA.
           MOVE TAB-SRV-ART(IDX-SRV) TO SER-CODARTI.
           MOVE TAB-SRV-NUM(IDX-SRV) TO SER-NUMERO.
           READ A-SERIES
              INVALID KEY     MOVE "N" TO EXISTE-SER
              NOT INVALID KEY MOVE "S" TO EXISTE-SER
           END-READ.
           IF EXISTE-SER = "S"
              MOVE "V"             TO SER-ESTADO
              MOVE CODCLI-SERVIR   TO SER-CODCLI
              MOVE ENT-NUMPED      TO SER-PEDIDO
              MOVE NUM-SIG-ALBARAN TO SER-ALBARAN
              MOVE FECHA           TO SER-FEC-VENTA
              MOVE ZERO            TO SER-FACTURA
              MOVE SPACES          TO SER-FEC-DEVOL
              REWRITE REGSER
           END-IF.


      * LISTADO DE CANTIDADES PENDIENTES DE SERVIR (BACKORDERS)
              CLOSE A-PEDLIN
              MOVE "S" TO FIN-LINEA
           ELSE
              READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
              END-READ
           END-IF.
           PERFORM ACUMULAR-PENDIENTE-ART UNTIL FIN-LINEA = "S".
           IF LIN-FILESTAT NOT = "35"
                    END-IF
              END-READ
           END-IF.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
           END-READ.


      * ANOTA EL PENDIENTE DE LA LINEA ACTUAL EN LA TABLA DE
           DISPLAY "ARTICULO " TAB-PEN-ART(IDX-PEN)
                   "  PENDIENTE TOTAL: " TAB-PEN-CANT(IDX-PEN).

           MOVE TAB-PEN-ART(IDX-PEN) TO ENT-CODARTI.
           OPEN INPUT A-PEDLIN.
           PERFORM SITUAR-LINEAS-ARTICULO.
           PERFORM DETALLAR-LINEA-PENDIENTE UNTIL FIN-LINEA = "S".
           CLOSE A-PEDLIN.

      * ****************************************************************

       DETALLAR-LINEA-PENDIENTE.
           COMPUTE PENDIENTE-LIN = LIN-CANTIDAD - LIN-SERVIDA.
           IF PENDIENTE-LIN > ZERO
              MOVE LIN-PEDIDO TO PED-NUMERO
              READ A-PEDIDOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PED-ABIERTO OR PED-PARCIAL
                       DISPLAY "  PEDIDO " LIN-PEDIDO " LIN "
                               LIN-NUMLIN "  PEDIDA "
                               LIN-CANTIDAD "  SERVIDA "
                               LIN-SERVIDA "  PENDIENTE "
                               PENDIENTE-LIN
                    END-IF
              END-READ
           END-IF.
           PERFORM LEER-LINEA-DEL-ARTICULO.


      * CONSULTA DE UN PEDIDO CON SUS LINEAS

           DISPLAY "PEDIDO " PED-NUMERO "  CLIENTE " PED-CODCLI
                   "  FECHA " PED-FECHA "  ESTADO " PED-ESTADO.
           DISPLAY "LIN ARTICULO CANTIDAD SERVIDA FACTURADA SOLICIT."
                   "  PROMETIDA ENTREGADA".

           MOVE "N" TO FIN-LINEA.
           OPEN INPUT A-PEDLIN.
              CLOSE A-PEDLIN
              MOVE "S" TO FIN-LINEA
           ELSE
              PERFORM SITUAR-LINEAS-PEDIDO
           END-IF.
           PERFORM MOSTRAR-LINEA-DEL-PED UNTIL FIN-LINEA = "S".
           IF LIN-FILESTAT NOT = "35"
      * ****************************************************************

       MOSTRAR-LINEA-DEL-PED.
           DISPLAY LIN-NUMLIN "  " LIN-CODARTI "     "
                   LIN-CANTIDAD "  " LIN-SERVIDA "  "
                   LIN-FACTURADA "    " LIN-FEC-SOLICITADA " "
                   LIN-FEC-PROMETIDA " " LIN-FEC-ENTREGA.
           IF LIN-UNIDAD NOT = SPACES
              MOVE LIN-CANTIDAD TO CANT-BASE-UNI
              MOVE LIN-UNIDAD   TO UNIDAD-DOC
              MOVE LIN-FACTOR   TO FACTOR-DOC
              PERFORM DESCRIBIR-UNIDAD
              DISPLAY "    PEDIDA " TEXTO-UNIDAD
           END-IF.
           PERFORM LEER-LINEA-PEDIDO.


      * LISTADO DE PEDIDOS ABIERTOS DE UN CLIENTE (O DE TODOS SI
              CLOSE A-PEDLIN
              MOVE "S" TO FIN-LINEA
           ELSE
              PERFORM SITUAR-LINEAS-ARTICULO
           END-IF.
           DISPLAY "PEDIDO LIN CANTIDAD (SOLO PEDIDOS ABIERTOS)".
           PERFORM LISTAR-LINEA-ARTICULO UNTIL FIN-LINEA = "S".
      * ****************************************************************

       LISTAR-LINEA-ARTICULO.
           MOVE "N" TO ESTADO-PEDIDO-LIN.
           MOVE LIN-PEDIDO TO PED-NUMERO.
           READ A-PEDIDOS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PED-ABIERTO
                    MOVE "S" TO ESTADO-PEDIDO-LIN
                 END-IF
           END-READ.
           IF ESTADO-PEDIDO-LIN = "S"
              DISPLAY LIN-PEDIDO " " LIN-NUMLIN "  "
                      LIN-CANTIDAD
              ADD 1 TO CONT-LISTADOS
           END-IF.
           PERFORM LEER-LINEA-DEL-ARTICULO.


      * SE SITUA EN LA PRIMERA LINEA DEL ARTICULO ENT-CODARTI POR
      * LA CLAVE ALTERNATIVA Y LA LEE; FIN-LINEA QUEDA A "S" SI NO
      * HAY LINEAS DEL ARTICULO
      * ****************************************************************

       SITUAR-LINEAS-ARTICULO.
           MOVE "N" TO FIN-LINEA.
           MOVE ENT-CODARTI TO LIN-CODARTI.
           START A-PEDLIN KEY = LIN-CODARTI
              INVALID KEY MOVE "S" TO FIN-LINEA
           END-START.
           IF FIN-LINEA = "N"
              PERFORM LEER-LINEA-DEL-ARTICULO
           END-IF.


      * LEE LA SIGUIENTE LINEA POR LA CLAVE DE ARTICULO; AL PASAR
      * A OTRO ARTICULO TERMINAN LAS LINEAS DE ENT-CODARTI
      * ****************************************************************

       LEER-LINEA-DEL-ARTICULO.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
           END-READ.
           IF FIN-LINEA = "N" AND LIN-CODARTI NOT = ENT-CODARTI
              MOVE "S" TO FIN-LINEA
           END-IF.


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
