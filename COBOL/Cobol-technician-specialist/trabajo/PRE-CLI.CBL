       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRE-CLI.
       REMARKS. PRESUPUESTOS DE CLIENTES: CAPTURA LA CABECERA DEL
           PRESUPUESTO (CLIENTE VALIDADO CONTRA CLIENTES.DAT,
           VENDEDOR CONTRA VENDEDOR.DAT Y FECHA DE VALIDEZ) Y SUS
           LINEAS (ARTICULO VALIDADO CONTRA AARTI.IND), GUARDANDO
           LAS CABECERAS EN PRESUP.DAT Y LAS LINEAS EN PRELIN.DAT.
           CADA LINEA SE VALORA EXACTAMENTE COMO LA VALORARA
           FAC-PED AL FACTURAR: EL ACUERDO DEL CLIENTE PARA EL
           ARTICULO O PARA SU TIPO (ACUERDOS.DAT, MANTENIDO POR
           MAN-ACU) Y EN SU DEFECTO EL PRE-ARTI DE TARIFA, O LA
           PROMOCION VIGENTE HOY (PROMOCI.DAT, MAN-PRM) SI DA UN
           PRECIO MAS BAJO, SIN ACUMULAR NUNCA LAS DOS. UN
           ARTICULO DESCATALOGADO SOLO SE OFERTA, Y SOLO PASA AL
           PEDIDO, HASTA LO QUE QUEDA DISPONIBLE (EXISTENCIA MENOS
           LO COMPROMETIDO EN PEDIDOS VIVOS), COMO EN PED-CLI.
           ESTADOS DEL PRESUPUESTO: P=PENDIENTE, A=ACEPTADO
           (CONVERTIDO EN PEDIDO), C=CADUCADO, R=PERDIDO. UN
           PRESUPUESTO ACEPTADO SE CONVIERTE EN PEDIDO FIRME DE
           PEDIDOS.DAT / PEDLIN.DAT EN UN SOLO PASO, CON EL MISMO
           CONTADOR DE PEDIDOS (CONTADOR.DAT) Y EL MISMO CONTROL DE
           CREDITO QUE EL ALTA DE PED-CLI: SI LA EXPOSICION
           PROYECTADA ROMPE EL LIMITE DEL CLIENTE (O EL DE SU GRUPO
           DE FACTURACION, FACCLI.DAT) SOLO SE ADMITE
           CON VISTO BUENO DE SUPERVISOR (OPERADOR.DAT); SIN EL, EL
           PEDIDO SE ANULA Y EL PRESUPUESTO SIGUE PENDIENTE. EL
           INFORME MENSUAL POR VENDEDOR LO EMITE INF-PRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * DECLARACION DE LAS CABECERAS DE PRESUPUESTO
      *
           SELECT A-PRESUP ASSIGN TO DISK 'PRESUP.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRE-NUMERO
                  FILE STATUS IS PRE-FILESTAT.

      *
      * DECLARACION DE LAS LINEAS DE PRESUPUESTO: SE GRABAN UNA
      * VEZ VALORADAS Y NO SE MODIFICAN
      *
           SELECT A-PRELIN ASSIGN TO DISK 'PRELIN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS PRL-FILESTAT.

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
      * SEGUNDA DECLARACION DE PEDLIN.DAT, SOLO DE CONSULTA, PARA
      * VALORAR LOS PEDIDOS VIVOS DEL CLIENTE
      *
           SELECT A-PEDLECT ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LEC-CLAVE
                  ALTERNATE RECORD KEY LEC-CODARTI WITH DUPLICATES
                  FILE STATUS IS LEC-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

      *
      * DECLARACION DE LOS ACUERDOS DE PRECIO POR CLIENTE, SOLO EN
      * CONSULTA PARA VALORAR COMO FAC-PED
      *
           SELECT A-ACUERDOS ASSIGN TO DISK 'ACUERDOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ACU-CLAVE
                  FILE STATUS IS ACU-FILESTAT.

      *
      * DECLARACION DE LAS PROMOCIONES DE VENTA, SOLO EN CONSULTA
      * PARA VALORAR COMO FAC-PED
      *
           SELECT A-PROMOCI ASSIGN TO DISK 'PROMOCI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRM-CODIGO
                  FILE STATUS IS PRM-FILESTAT.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

           SELECT A-VENDEDOR ASSIGN TO DISK 'VENDEDOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY VDR-CODIGO
                  FILE STATUS IS VDR-FILESTAT.

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

           SELECT A-CONTADOR ASSIGN TO DISK 'CONTADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CNT-SERIE
                  FILE STATUS IS CNT-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA CABECERA DE PRESUPUESTO. PRE-ESTADO:
      *    P = PENDIENTE, A = ACEPTADO (PRE-PEDIDO GUARDA EL
      *    PEDIDO GENERADO), C = CADUCADO, R = PERDIDO
      * PRE-FECHA-CIERRE ES LA FECHA EN QUE DEJO DE ESTAR PENDIENTE
      *
       FD A-PRESUP LABEL RECORD STANDARD.
       01 REGPRE.
          02 PRE-NUMERO       PIC 9(6).
          02 PRE-CODCLI       PIC X(5).
          02 PRE-FECHA        PIC X(8).
          02 PRE-VALIDEZ      PIC X(8).
          02 PRE-VENDEDOR     PIC X(3).
          02 PRE-ESTADO       PIC X(1).
             88 PRE-PENDIENTE  VALUE "P".
             88 PRE-ACEPTADO   VALUE "A".
             88 PRE-CADUCADO   VALUE "C".
             88 PRE-PERDIDO    VALUE "R".
          02 PRE-IMPORTE      PIC 9(8)V9(2).
          02 PRE-PEDIDO       PIC 9(6).
          02 PRE-FECHA-CIERRE PIC X(8).

      *
      * DESCRIPCION DE LA LINEA DE PRESUPUESTO, CON EL PRECIO
      * OFRECIDO Y SU ORIGEN EN PRL-ACUERDO: S = ACUERDO DEL
      * CLIENTE, P = PROMOCION, N = TARIFA
      *
       FD A-PRELIN LABEL RECORD STANDARD.
       01 REGPRL.
          02 PRL-PRESUP     PIC 9(6).
          02 PRL-NUMLIN     PIC 9(2).
          02 PRL-CODARTI    PIC 9(4).
          02 PRL-CANTIDAD   PIC 9(6).
          02 PRL-PRECIO     PIC 9(4)V9(2).
          02 PRL-ACUERDO    PIC X(1).
          02 PRL-IMPORTE    PIC 9(8)V9(2).

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
          02 NIFCLI         PIC X(9).

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

       FD A-VENDEDOR LABEL RECORD STANDARD.
       01 REGVDR.
          02 VDR-CODIGO     PIC X(3).
          02 VDR-NOMBRE     PIC X(25).
          02 VDR-COMISION   PIC 9(2)V9(2).

       FD A-FACCLI LABEL RECORD STANDARD.
       01 REGFCL.
          02 FCL-CODCLI     PIC X(5).
          02 FCL-PAGADOR    PIC X(5).
          02 FCL-PERIODICIDAD PIC X(1).
          02 FCL-EXENTO-INT PIC X(1).

       FD A-CONTADOR LABEL RECORD STANDARD.
       01 REGCNT.
          02 CNT-SERIE      PIC X(8).
          02 CNT-SIGUIENTE  PIC 9(6).


       WORKING-STORAGE SECTION.
       77 PRE-FILESTAT      PIC X(2).
       77 PRL-FILESTAT      PIC X(2).
       77 PED-FILESTAT      PIC X(2).
       77 LIN-FILESTAT      PIC X(2).
       77 LEC-FILESTAT      PIC X(2).
       77 ACU-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 VDR-FILESTAT      PIC X(2).
       77 CNT-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-ART        PIC X(1).
       77 EXISTE-ACU        PIC X(1).
       77 EXISTE-OPE        PIC X(1).
       77 EXISTE-VDR        PIC X(1).
       77 EXISTE-CNT        PIC X(1).
       77 HAY-ACUERDOS      PIC X(1) VALUE "N".
       77 HAY-OPERADORES    PIC X(1) VALUE "N".
       77 HAY-VENDEDORES    PIC X(1) VALUE "N".
       77 ENT-CODCLI        PIC X(5).
       77 ENT-NUMPRE        PIC 9(6).
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-CANTIDAD      PIC 9(6).
       77 ENT-VALIDEZ       PIC X(8).
       77 ENT-VENDEDOR      PIC X(3).
       77 ENT-CONFIRMA      PIC X(1).
       77 VENDEDOR-VALIDO   PIC X(1).
       77 MAS-LINEAS        PIC X(1).
       77 FIN-PRESUP        PIC X(1).
       77 FIN-PRELIN        PIC X(1).
       77 FIN-PEDIDO        PIC X(1).
       77 FIN-LINEA         PIC X(1).
       77 FIN-LECTURA       PIC X(1).
       77 NUM-SIGUIENTE     PIC 9(6) VALUE ZERO.
       77 NUM-PRESUP-ALTA   PIC 9(6).
       77 NUM-PEDIDO-ALTA   PIC 9(6).
       77 NUM-LINEA-PRE     PIC 9(2) VALUE ZERO.
       77 NUM-LINEA-PED     PIC 9(2) VALUE ZERO.
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
       77 IMPORTE-LINEA     PIC 9(8)V9(2).
       77 TOTAL-PRESUP      PIC 9(8)V9(2) VALUE ZERO.
       77 CONT-CADUCADOS    PIC 9(5) VALUE ZERO.
       77 VISTO-BUENO-SUP   PIC X(1).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 LIMITE-CLI        PIC 9(6)V9(2).
       77 SALDO-CLI         PIC 9(8)V9(2).
       77 VALOR-ABIERTOS    PIC 9(9)V9(2) VALUE ZERO.
       77 VALOR-PED-NUEVO   PIC 9(9)V9(2) VALUE ZERO.
       77 EXPOSICION        PIC 9(9)V9(2) VALUE ZERO.
       77 PEND-FACTURAR-LEC PIC 9(6).
       77 DIAS-VALIDEZ      PIC 9(3) VALUE 30.
       77 DIAS-RESTANTES    PIC 9(3) COMP.
       77 FEC-W-ANO         PIC 9(4).
       77 FEC-W-MES         PIC 9(2).
       77 FEC-W-DIA         PIC 9(2).
       77 FEC-W-COC         PIC 9(4) COMP.
       77 FEC-W-R4          PIC 9(2) COMP.
       77 FEC-W-R100        PIC 9(2) COMP.
       77 FEC-W-R400        PIC 9(3) COMP.
       77 ES-BISIESTO       PIC X(1).
       77 DIAS-DEL-MES      PIC 9(2).
       77 FCL-FILESTAT      PIC X(2).
       77 HAY-FACCLI        PIC X(1) VALUE "N".
       77 EXISTE-FCL        PIC X(1).
       77 FIN-FACCLI        PIC X(1).
       77 CLIENTE-PAGADOR   PIC X(5).
       77 CONT-GRUPO        PIC 9(3) COMP VALUE ZERO.
       77 IDX-GRU           PIC 9(3) COMP.
       77 ES-DEL-GRUPO      PIC X(1).
       77 CANTIDAD-VALIDA   PIC X(1).
       77 CANTIDAD-PEDIDO   PIC 9(6).
       77 COMPROMETIDO-ART  PIC 9(8) VALUE ZERO.
       77 PENDIENTE-LEC     PIC 9(6).
       77 DISPONIBLE-ART    PIC S9(8) VALUE ZERO.

      *
      * CLIENTES DEL GRUPO DE FACTURACION DEL PRESUPUESTO EN
      * CURSO: EL PAGADOR Y LOS CLIENTES QUE PAGA
      *
       01 TAB-GRUPO.
          02 TAB-GRU-CLI OCCURS 100 TIMES PIC X(5).

      *
      * DIAS DE CADA MES (FEBRERO SE CORRIGE EN ANO BISIESTO)
      *
      *
      * PROMOCIONES VIGENTES HOY, CARGADAS DE PROMOCI.DAT
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

       01 TAB-DIAS-MES-V    PIC X(24)
                            VALUE "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-V.
          02 DIAS-MES OCCURS 12 TIMES PIC 9(2).
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
       PRESUPUESTOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "PRE-CLI" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA LOS FICHEROS DE PRESUPUESTOS
      * (LOS CREA LA PRIMERA VEZ), LOS CONTADORES DE PRESUPUESTOS
      * Y DE PEDIDOS, Y REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           OPEN I-O A-PRESUP.
           IF PRE-FILESTAT NOT = "00"
              CLOSE A-PRESUP
              OPEN OUTPUT A-PRESUP
              CLOSE A-PRESUP
              OPEN I-O A-PRESUP
           END-IF.

           OPEN I-O A-PEDIDOS.
           IF PED-FILESTAT NOT = "00"
              CLOSE A-PEDIDOS
              OPEN OUTPUT A-PEDIDOS
              CLOSE A-PEDIDOS
              OPEN I-O A-PEDIDOS
           END-IF.

           OPEN INPUT A-CLIENT.
           OPEN INPUT A-ARTICULO.

           OPEN I-O A-CONTADOR.
           IF CNT-FILESTAT NOT = "00"
              CLOSE A-CONTADOR
              OPEN OUTPUT A-CONTADOR
              CLOSE A-CONTADOR
              OPEN I-O A-CONTADOR
           END-IF.
           PERFORM INICIAR-CONTADOR-PRESUP.
           PERFORM INICIAR-CONTADOR-PEDIDOS.

           OPEN INPUT A-ACUERDOS.
           IF ACU-FILESTAT = "00"
              MOVE "S" TO HAY-ACUERDOS
           ELSE
              CLOSE A-ACUERDOS
              MOVE "N" TO HAY-ACUERDOS
           END-IF.
           PERFORM CARGAR-PROMOCIONES.

           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT = "00"
              MOVE "S" TO HAY-OPERADORES
           ELSE
              CLOSE A-OPERADOR
              MOVE "N" TO HAY-OPERADORES
           END-IF.

           OPEN INPUT A-VENDEDOR.
           IF VDR-FILESTAT = "00"
              MOVE "S" TO HAY-VENDEDORES
           ELSE
              CLOSE A-VENDEDOR
              MOVE "N" TO HAY-VENDEDORES
           END-IF.

           OPEN INPUT A-FACCLI.
           IF FCL-FILESTAT = "00"
              MOVE "S" TO HAY-FACCLI
           ELSE
              CLOSE A-FACCLI
              MOVE "N" TO HAY-FACCLI
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-PRESUPUESTOS
               UNTIL OPCION = "9".

           IF HAY-ACUERDOS = "S"
              CLOSE A-ACUERDOS
           END-IF.
           IF HAY-OPERADORES = "S"
              CLOSE A-OPERADOR
           END-IF.
           IF HAY-VENDEDORES = "S"
              CLOSE A-VENDEDOR
           END-IF.
           IF HAY-FACCLI = "S"
              CLOSE A-FACCLI
           END-IF.
           CLOSE A-CONTADOR.
           CLOSE A-ARTICULO.
           CLOSE A-CLIENT.
           CLOSE A-PEDIDOS.
           CLOSE A-PRESUP.

           GOBACK.


      * PREPARA EL CONTADOR DE LA SERIE DE PRESUPUESTOS: SI
      * TODAVIA NO EXISTE, SE SIEMBRA CON EL MAYOR NUMERO EN USO
      * ****************************************************************

       INICIAR-CONTADOR-PRESUP.
           MOVE "PRESUP  " TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY     MOVE "N" TO EXISTE-CNT
              NOT INVALID KEY MOVE "S" TO EXISTE-CNT
           END-READ.
           IF EXISTE-CNT = "N"
              PERFORM BUSCAR-SIGUIENTE-PRESUP
              MOVE "PRESUP  " TO CNT-SERIE
              MOVE NUM-SIGUIENTE TO CNT-SIGUIENTE
              WRITE REGCNT
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.


      * TOMA DE FORMA ATOMICA EL SIGUIENTE NUMERO DE PRESUPUESTO
      * ****************************************************************

       TOMAR-NUMERO-PRESUP.
           MOVE "PRESUP  " TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY CONTINUE
           END-READ.
           MOVE CNT-SIGUIENTE TO NUM-SIGUIENTE.
           ADD 1 TO CNT-SIGUIENTE.
           REWRITE REGCNT.


      * LOCALIZA EL MAYOR NUMERO DE PRESUPUESTO EN USO PARA
      * SEMBRAR LA SERIE LA PRIMERA VEZ
      * ****************************************************************

       BUSCAR-SIGUIENTE-PRESUP.
           MOVE ZERO TO NUM-SIGUIENTE.
           MOVE ZERO TO PRE-NUMERO.
           MOVE "N" TO FIN-PRESUP.
           START A-PRESUP KEY NOT LESS THAN PRE-NUMERO
              INVALID KEY MOVE "S" TO FIN-PRESUP
           END-START.
           PERFORM ANOTAR-PRESUP-MAYOR UNTIL FIN-PRESUP = "S".
           ADD 1 TO NUM-SIGUIENTE.


      * RETIENE EL NUMERO DE PRESUPUESTO MAS ALTO LEIDO
      * ****************************************************************

       ANOTAR-PRESUP-MAYOR.
           READ A-PRESUP NEXT RECORD AT END MOVE "S" TO FIN-PRESUP
           END-READ.
           IF FIN-PRESUP NOT = "S"
              MOVE PRE-NUMERO TO NUM-SIGUIENTE
           END-IF.


      * PREPARA EL CONTADOR DE LA SERIE DE PEDIDOS (EL MISMO QUE
      * USA PED-CLI): SI TODAVIA NO EXISTE, SE SIEMBRA CON EL
      * MAYOR NUMERO EN USO
      * ****************************************************************

       INICIAR-CONTADOR-PEDIDOS.
           MOVE "PEDIDOS " TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY     MOVE "N" TO EXISTE-CNT
              NOT INVALID KEY MOVE "S" TO EXISTE-CNT
           END-READ.
           IF EXISTE-CNT = "N"
              PERFORM BUSCAR-SIGUIENTE-NUMERO
              MOVE "PEDIDOS " TO CNT-SERIE
              MOVE NUM-SIGUIENTE TO CNT-SIGUIENTE
              WRITE REGCNT
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.


      * TOMA DE FORMA ATOMICA EL SIGUIENTE NUMERO DE PEDIDO DEL
      * CONTADOR CENTRAL
      * ****************************************************************

       TOMAR-NUMERO-PEDIDO.
           MOVE "PEDIDOS " TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY CONTINUE
           END-READ.
           MOVE CNT-SIGUIENTE TO NUM-SIGUIENTE.
           ADD 1 TO CNT-SIGUIENTE.
           REWRITE REGCNT.


      * LOCALIZA EL MAYOR NUMERO DE PEDIDO EN USO PARA SEMBRAR LA
      * SERIE LA PRIMERA VEZ
      * ****************************************************************

       BUSCAR-SIGUIENTE-NUMERO.
           MOVE ZERO TO NUM-SIGUIENTE.
           MOVE ZERO TO PED-NUMERO.
           MOVE "N" TO FIN-PEDIDO.
           START A-PEDIDOS KEY NOT LESS THAN PED-NUMERO
              INVALID KEY MOVE "S" TO FIN-PEDIDO
           END-START.
           PERFORM ANOTAR-NUMERO-MAYOR UNTIL FIN-PEDIDO = "S".
           ADD 1 TO NUM-SIGUIENTE.


      * RETIENE EL NUMERO DE PEDIDO MAS ALTO LEIDO
      * ****************************************************************

       ANOTAR-NUMERO-MAYOR.
           READ A-PEDIDOS NEXT RECORD AT END MOVE "S" TO FIN-PEDIDO
           END-READ.
           IF FIN-PEDIDO NOT = "S"
              MOVE PED-NUMERO TO NUM-SIGUIENTE
           END-IF.


      * MENU PRINCIPAL DE PRESUPUESTOS
      * ****************************************************************

       MENU-PRESUPUESTOS.
           DISPLAY " ".
           DISPLAY "PRESUPUESTOS DE CLIENTES".
           DISPLAY "<A>LTA, <P>ASAR A PEDIDO, <R>PERDIDO, <C>ONSULTA,".
           DISPLAY "<K>CADUCAR VENCIDOS, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "A" OR OPCION = "a"
              PERFORM ALTA-PRESUPUESTO THRU ALTA-PRESUPUESTO-FIN
           ELSE
              IF OPCION = "P" OR OPCION = "p"
                 PERFORM CONVERTIR-PRESUPUESTO
                         THRU CONVERTIR-PRESUPUESTO-FIN
              ELSE
                 IF OPCION = "R" OR OPCION = "r"
                    PERFORM MARCAR-PERDIDO THRU MARCAR-PERDIDO-FIN
                 ELSE
                    IF OPCION = "C" OR OPCION = "c"
                       PERFORM CONSULTAR-PRESUPUESTO
                               THRU CONSULTAR-PRESUPUESTO-FIN
                    ELSE
                       IF OPCION = "K" OR OPCION = "k"
                          PERFORM CADUCAR-VENCIDOS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * ALTA DE UN PRESUPUESTO: CABECERA CON CLIENTE, VENDEDOR Y
      * VALIDEZ, Y LINEAS VALORADAS CON EL PRECIO DE FACTURACION
      * ****************************************************************

       ALTA-PRESUPUESTO.
           DISPLAY "Cliente del presupuesto:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.

           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO EXISTE."
              GO TO ALTA-PRESUPUESTO-FIN
           END-IF.

      *
      * A UN CLIENTE CERRADO NO SE LE OFERTA; AL SUSPENDIDO SE LE
      * PUEDE OFERTAR, PERO NO PODRA CONVERTIRSE EN PEDIDO MIENTRAS
      * SIGA SUSPENDIDO
      *
           IF ESTCLI = "C"
              DISPLAY "ERROR: CLIENTE CERRADO. NO SE ADMITE EL"
                      " PRESUPUESTO."
              GO TO ALTA-PRESUPUESTO-FIN
           END-IF.
           IF ESTCLI = "S"
              DISPLAY "AVISO: CLIENTE SUSPENDIDO; EL PRESUPUESTO NO"
                      " PODRA PASAR A PEDIDO MIENTRAS LO ESTE."
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

           MOVE "N" TO VENDEDOR-VALIDO.
           PERFORM PEDIR-VENDEDOR-PRESUP
               UNTIL VENDEDOR-VALIDO = "S".

      *
      * SIN FECHA DE VALIDEZ EXPRESA, EL PRESUPUESTO VALE 30 DIAS
      *
           DISPLAY "Valido hasta (AAAAMMDD, blanco = 30 dias):".
           ACCEPT ENT-VALIDEZ NO BELL.
           IF ENT-VALIDEZ = SPACES OR ENT-VALIDEZ = ZEROS
              PERFORM CALCULAR-VALIDEZ
           ELSE
              IF ENT-VALIDEZ NOT NUMERIC OR ENT-VALIDEZ < FECHA
                 DISPLAY "ERROR: FECHA DE VALIDEZ INCORRECTA O YA"
                         " PASADA."
                 GO TO ALTA-PRESUPUESTO-FIN
              END-IF
           END-IF.

           PERFORM TOMAR-NUMERO-PRESUP.
           MOVE NUM-SIGUIENTE TO NUM-PRESUP-ALTA.
           MOVE ZERO TO TOTAL-PRESUP.
           MOVE ZERO TO NUM-LINEA-PRE.

           OPEN EXTEND A-PRELIN.
           IF PRL-FILESTAT NOT = "00"
              CLOSE A-PRELIN
              OPEN OUTPUT A-PRELIN
           END-IF.
           DISPLAY "DESEA CAPTURAR UNA LINEA (S/N):".
           ACCEPT MAS-LINEAS NO BELL.
           PERFORM CAPTURAR-LINEA-PRESUP
               UNTIL MAS-LINEAS = "N" OR MAS-LINEAS = "n".
           CLOSE A-PRELIN.

           MOVE NUM-PRESUP-ALTA TO PRE-NUMERO.
           MOVE ENT-CODCLI      TO PRE-CODCLI.
           MOVE FECHA           TO PRE-FECHA.
           MOVE ENT-VALIDEZ     TO PRE-VALIDEZ.
           MOVE ENT-VENDEDOR    TO PRE-VENDEDOR.
           MOVE "P"             TO PRE-ESTADO.
           MOVE TOTAL-PRESUP    TO PRE-IMPORTE.
           MOVE ZERO            TO PRE-PEDIDO.
           MOVE SPACES          TO PRE-FECHA-CIERRE.
           WRITE REGPRE
              INVALID KEY
                 DISPLAY "ERROR: EL PRESUPUESTO " PRE-NUMERO
                         " YA EXISTE."
                 GO TO ALTA-PRESUPUESTO-FIN
           END-WRITE.
           DISPLAY "PRESUPUESTO " PRE-NUMERO " GRABADO. IMPORTE: "
                   TOTAL-PRESUP "  VALIDO HASTA " PRE-VALIDEZ.

       ALTA-PRESUPUESTO-FIN.
           EXIT.


      * PIDE EL VENDEDOR DEL PRESUPUESTO Y LO VALIDA CONTRA EL
      * MAESTRO DE VENDEDORES (EN BLANCO SE ADMITE SIN VENDEDOR)
      * ****************************************************************

       PEDIR-VENDEDOR-PRESUP.
           DISPLAY "Vendedor del presupuesto (blanco = ninguno):".
           ACCEPT ENT-VENDEDOR NO BELL.

           IF ENT-VENDEDOR = SPACES
              MOVE "S" TO VENDEDOR-VALIDO
           ELSE
              IF HAY-VENDEDORES = "N"
                 DISPLAY "NO HAY MAESTRO DE VENDEDORES: QUEDA SIN"
                         " VENDEDOR."
                 MOVE SPACES TO ENT-VENDEDOR
                 MOVE "S" TO VENDEDOR-VALIDO
              ELSE
                 MOVE ENT-VENDEDOR TO VDR-CODIGO
                 READ A-VENDEDOR
                    INVALID KEY     MOVE "N" TO EXISTE-VDR
                    NOT INVALID KEY MOVE "S" TO EXISTE-VDR
                 END-READ
                 IF EXISTE-VDR = "N"
                    DISPLAY "ERROR: EL VENDEDOR NO EXISTE."
                 ELSE
                    DISPLAY "VENDEDOR: " VDR-NOMBRE
                    MOVE "S" TO VENDEDOR-VALIDO
                 END-IF
              END-IF
           END-IF.


      * CAPTURA Y VALORA UNA LINEA DEL PRESUPUESTO EN CURSO
      * ****************************************************************

       CAPTURAR-LINEA-PRESUP.
           DISPLAY "Articulo.:".
           ACCEPT ENT-CODARTI NO BELL.

           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE-ART
              NOT INVALID KEY MOVE "S" TO EXISTE-ART
           END-READ.

      *
      * UN ARTICULO BLOQUEADO U OBSOLETO NO SE OFERTA
      *
           IF EXISTE-ART = "S" AND ARTI-BLOQUEADO
              DISPLAY "ERROR: ARTICULO BLOQUEADO PARA LA VENTA."
              MOVE "B" TO EXISTE-ART
           END-IF.
           IF EXISTE-ART = "S" AND ARTI-OBSOLETO
              DISPLAY "ERROR: ARTICULO OBSOLETO, NO SE VENDE."
              MOVE "B" TO EXISTE-ART
           END-IF.

           IF EXISTE-ART NOT = "S"
              IF EXISTE-ART = "N"
                 DISPLAY "ERROR: EL ARTICULO NO EXISTE."
              END-IF
           ELSE
              DISPLAY "ARTICULO: " NOM-ARTI
              DISPLAY "Cantidad.:"
              ACCEPT ENT-CANTIDAD NO BELL
              PERFORM COMPROBAR-CANTIDAD-PRESUP
              IF CANTIDAD-VALIDA = "S"
                 PERFORM VALORAR-PRECIO-LINEA
                 COMPUTE IMPORTE-LINEA ROUNDED =
                         ENT-CANTIDAD * PRECIO-APLICADO
                 ADD IMPORTE-LINEA TO TOTAL-PRESUP
                 ADD 1 TO NUM-LINEA-PRE
                 MOVE NUM-PRESUP-ALTA  TO PRL-PRESUP
                 MOVE NUM-LINEA-PRE    TO PRL-NUMLIN
                 MOVE ENT-CODARTI      TO PRL-CODARTI
                 MOVE ENT-CANTIDAD     TO PRL-CANTIDAD
                 MOVE PRECIO-APLICADO  TO PRL-PRECIO
                 MOVE ACUERDO-APLICADO TO PRL-ACUERDO
                 IF PROMOCION-APLICADA = "S"
                    MOVE "P" TO PRL-ACUERDO
                 END-IF
                 MOVE IMPORTE-LINEA    TO PRL-IMPORTE
                 WRITE REGPRL
                 IF ACUERDO-APLICADO = "S"
                    DISPLAY "PRECIO DE ACUERDO: " PRECIO-APLICADO
                            "  IMPORTE: " IMPORTE-LINEA
                 ELSE
                    IF PROMOCION-APLICADA = "S"
                       DISPLAY "PRECIO PROMOCION " PROMOCION-LINEA
                               ": " PRECIO-APLICADO
                               "  IMPORTE: " IMPORTE-LINEA
                    ELSE
                       DISPLAY "PRECIO DE TARIFA.: " PRECIO-APLICADO
                               "  IMPORTE: " IMPORTE-LINEA
                    END-IF
                 END-IF
              END-IF
           END-IF.

           DISPLAY "DESEA CAPTURAR OTRA LINEA (S/N):".
           ACCEPT MAS-LINEAS NO BELL.


      * VALIDA LA CANTIDAD DE LA LINEA DEL PRESUPUESTO: NO PUEDE
      * SER CERO Y, SI EL ARTICULO ESTA DESCATALOGADO, NO PUEDE
      * SUPERAR LO DISPONIBLE PORQUE YA NO SE VA A REPONER (COMO EN
      * PED-CLI)
      * ****************************************************************

       COMPROBAR-CANTIDAD-PRESUP.
           MOVE "S" TO CANTIDAD-VALIDA.
           IF ENT-CANTIDAD = ZERO
              DISPLAY "ERROR: LA CANTIDAD NO PUEDE SER CERO."
              MOVE "N" TO CANTIDAD-VALIDA
           END-IF.
           IF CANTIDAD-VALIDA = "S" AND ARTI-DESCATALOGADO
              PERFORM CALCULAR-COMPROMETIDO
              COMPUTE DISPONIBLE-ART = NUM-ARTI - COMPROMETIDO-ART
              IF ENT-CANTIDAD > DISPONIBLE-ART
                 DISPLAY "ERROR: ARTICULO DESCATALOGADO. SOLO QUEDAN "
                         DISPONIBLE-ART " DISPONIBLES."
                 MOVE "N" TO CANTIDAD-VALIDA
              END-IF
           END-IF.


      * DEJA EN PRECIO-APLICADO EL PRECIO DE LA LINEA EN CURSO CON
      * LA MISMA REGLA QUE FAC-PED: EL DEL ACUERDO DEL CLIENTE PARA
      * EL ARTICULO (PRIORITARIO) O PARA SU TIPO, Y EN SU DEFECTO
      * EL PRE-ARTI DE TARIFA
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


      * DEJA EN PRECIO-APLICADO EL MEJOR PRECIO PARA EL CLIENTE CON
      * LA MISMA REGLA QUE FAC-PED: EL DE SU ACUERDO (O LA TARIFA)
      * O EL DE LA PROMOCION VIGENTE SI ES MAS BAJO, SIN ACUMULAR
      * LAS DOS REBAJAS; EL TRAMO SE ELIGE POR LA CANTIDAD DE LA
      * LINEA
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


      * CARGA EN LA TABLA LAS PROMOCIONES VIGENTES HOY (SIN
      * FICHERO DE PROMOCIONES NO SE APLICA NINGUNA)
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


      * CALCULA LA VALIDEZ POR DEFECTO: HOY MAS DIAS-VALIDEZ,
      * SUMANDO DIA A DIA CON EL CALENDARIO REAL
      * ****************************************************************

       CALCULAR-VALIDEZ.
           MOVE FECHA(1:4) TO FEC-W-ANO.
           MOVE FECHA(5:2) TO FEC-W-MES.
           MOVE FECHA(7:2) TO FEC-W-DIA.
           MOVE DIAS-VALIDEZ TO DIAS-RESTANTES.
           PERFORM SUMAR-UN-DIA UNTIL DIAS-RESTANTES = ZERO.

           MOVE SPACES TO ENT-VALIDEZ.
           MOVE FEC-W-ANO TO ENT-VALIDEZ(1:4).
           MOVE FEC-W-MES TO ENT-VALIDEZ(5:2).
           MOVE FEC-W-DIA TO ENT-VALIDEZ(7:2).


      * AVANZA UN DIA EL CALENDARIO DE TRABAJO
      * ****************************************************************

       SUMAR-UN-DIA.
           MOVE DIAS-MES(FEC-W-MES) TO DIAS-DEL-MES.
           IF FEC-W-MES = 2
              PERFORM COMPROBAR-BISIESTO
              IF ES-BISIESTO = "S"
                 MOVE 29 TO DIAS-DEL-MES
              END-IF
           END-IF.

           ADD 1 TO FEC-W-DIA.
           IF FEC-W-DIA > DIAS-DEL-MES
              MOVE 1 TO FEC-W-DIA
              ADD 1 TO FEC-W-MES
              IF FEC-W-MES > 12
                 MOVE 1 TO FEC-W-MES
                 ADD 1 TO FEC-W-ANO
              END-IF
           END-IF.
           SUBTRACT 1 FROM DIAS-RESTANTES.


      * DEJA EN ES-BISIESTO SI EL ANO DE TRABAJO ES BISIESTO
      * ****************************************************************

       COMPROBAR-BISIESTO.
           MOVE "N" TO ES-BISIESTO.
           DIVIDE FEC-W-ANO BY 4 GIVING FEC-W-COC
                  REMAINDER FEC-W-R4.
           DIVIDE FEC-W-ANO BY 100 GIVING FEC-W-COC
                  REMAINDER FEC-W-R100.
           DIVIDE FEC-W-ANO BY 400 GIVING FEC-W-COC
                  REMAINDER FEC-W-R400.
           IF FEC-W-R4 = ZERO
              AND (FEC-W-R100 NOT = ZERO OR FEC-W-R400 = ZERO)
              MOVE "S" TO ES-BISIESTO
           END-IF.


      * CONVIERTE UN PRESUPUESTO ACEPTADO EN PEDIDO FIRME: MISMA
      * NUMERACION Y MISMO CONTROL DE CREDITO QUE EL ALTA DE
      * PED-CLI. SI EL PEDIDO SE ANULA POR FALTA DE VISTO BUENO,
      * EL PRESUPUESTO SIGUE PENDIENTE
      * ****************************************************************

       CONVERTIR-PRESUPUESTO.
           DISPLAY "Numero de presupuesto aceptado:".
           ACCEPT ENT-NUMPRE NO BELL.

           MOVE ENT-NUMPRE TO PRE-NUMERO.
           READ A-PRESUP
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL PRESUPUESTO NO EXISTE."
              GO TO CONVERTIR-PRESUPUESTO-FIN
           END-IF.

           IF NOT PRE-PENDIENTE
              DISPLAY "EL PRESUPUESTO NO ESTA PENDIENTE (ESTADO "
                      PRE-ESTADO ")."
              GO TO CONVERTIR-PRESUPUESTO-FIN
           END-IF.

      *
      * UN PRESUPUESTO FUERA DE VALIDEZ YA NO COMPROMETE EL PRECIO:
      * SE DA POR CADUCADO Y NO SE CONVIERTE
      *
           IF PRE-VALIDEZ < FECHA
              MOVE "C"   TO PRE-ESTADO
              MOVE FECHA TO PRE-FECHA-CIERRE
              REWRITE REGPRE
              DISPLAY "EL PRESUPUESTO CADUCO EL " PRE-VALIDEZ
                      ". QUEDA COMO CADUCADO."
              GO TO CONVERTIR-PRESUPUESTO-FIN
           END-IF.

           MOVE PRE-CODCLI TO CODCLI.
           MOVE PRE-CODCLI TO ENT-CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE DEL PRESUPUESTO YA NO"
                      " EXISTE."
              GO TO CONVERTIR-PRESUPUESTO-FIN
           END-IF.
           IF ESTCLI = "S" OR ESTCLI = "C"
              DISPLAY "ERROR: CLIENTE SUSPENDIDO O CERRADO. NO SE"
                      " ADMITE EL PEDIDO."
              GO TO CONVERTIR-PRESUPUESTO-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI "  IMPORTE: " PRE-IMPORTE.
           DISPLAY "CONFIRMA EL PASO A PEDIDO (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              GO TO CONVERTIR-PRESUPUESTO-FIN
           END-IF.

           PERFORM CALCULAR-SALDO-GRUPO.
           PERFORM VALORAR-PEDIDOS-ABIERTOS.

           MOVE ZERO TO VALOR-PED-NUEVO.
           PERFORM TOMAR-NUMERO-PEDIDO.

           MOVE NUM-SIGUIENTE TO PED-NUMERO.
           MOVE NUM-SIGUIENTE TO NUM-PEDIDO-ALTA.
           MOVE PRE-CODCLI    TO PED-CODCLI.
           MOVE FECHA         TO PED-FECHA.
           MOVE "A"           TO PED-ESTADO.
           MOVE PRE-VENDEDOR  TO PED-VENDEDOR.
           MOVE ZERO          TO PED-DIRENT.
           WRITE REGPED.
           DISPLAY "PEDIDO " PED-NUMERO " ABIERTO.".

      *
      * LAS LINEAS DEL PRESUPUESTO PASAN TAL CUAL A LINEAS DEL
      * PEDIDO; EL PRECIO LO VOLVERA A CALCULAR FAC-PED CON LA
      * MISMA REGLA CON QUE SE OFERTO
      *
           MOVE ZERO TO NUM-LINEA-PED.
           MOVE "N" TO FIN-PRELIN.
           OPEN INPUT A-PRELIN.
           IF PRL-FILESTAT NOT = "00"
              CLOSE A-PRELIN
              MOVE "S" TO FIN-PRELIN
           ELSE
              READ A-PRELIN AT END MOVE "S" TO FIN-PRELIN END-READ
           END-IF.
           OPEN I-O A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
              OPEN OUTPUT A-PEDLIN
              CLOSE A-PEDLIN
              OPEN I-O A-PEDLIN
           END-IF.
           PERFORM PASAR-LINEA-A-PEDIDO UNTIL FIN-PRELIN = "S".
           CLOSE A-PEDLIN.
           IF PRL-FILESTAT NOT = "35"
              CLOSE A-PRELIN
           END-IF.

           IF NUM-LINEA-PED = ZERO
              PERFORM ANULAR-PEDIDO-NUEVO THRU ANULAR-PEDIDO-NUEVO-FIN
              DISPLAY "EL PRESUPUESTO NO TIENE LINEAS. PEDIDO "
                      NUM-PEDIDO-ALTA " ANULADO."
              GO TO CONVERTIR-PRESUPUESTO-FIN
           END-IF.

      *
      * CONTROL DE CREDITO: EL MISMO QUE EN EL ALTA DE PED-CLI
      *
           COMPUTE EXPOSICION = SALDO-CLI + VALOR-ABIERTOS
                              + VALOR-PED-NUEVO.
           IF LIMITE-CLI > ZERO AND EXPOSICION > LIMITE-CLI
              DISPLAY "AVISO: LA EXPOSICION PROYECTADA ("
                      EXPOSICION ") SUPERA EL LIMITE DE CREDITO ("
                      LIMITE-CLI ")."
              PERFORM PEDIR-VISTO-BUENO-SUP
                      THRU PEDIR-VISTO-BUENO-SUP-FIN
              IF VISTO-BUENO-SUP = "S"
                 DISPLAY "PEDIDO ADMITIDO CON VISTO BUENO DE "
                         ENT-SUP-ID "."
              ELSE
                 PERFORM ANULAR-PEDIDO-NUEVO
                         THRU ANULAR-PEDIDO-NUEVO-FIN
                 DISPLAY "PEDIDO " NUM-PEDIDO-ALTA " ANULADO: SIN"
                         " VISTO BUENO DE SUPERVISOR. EL PRESUPUESTO"
                         " SIGUE PENDIENTE."
                 GO TO CONVERTIR-PRESUPUESTO-FIN
              END-IF
           END-IF.

           MOVE ENT-NUMPRE TO PRE-NUMERO.
           READ A-PRESUP
              INVALID KEY CONTINUE
           END-READ.
           MOVE "A"             TO PRE-ESTADO.
           MOVE NUM-PEDIDO-ALTA TO PRE-PEDIDO.
           MOVE FECHA           TO PRE-FECHA-CIERRE.
           REWRITE REGPRE.
           DISPLAY "PRESUPUESTO " PRE-NUMERO " ACEPTADO: PEDIDO "
                   PRE-PEDIDO.

       CONVERTIR-PRESUPUESTO-FIN.
           EXIT.


      * COPIA UNA LINEA DEL PRESUPUESTO EN CURSO A PEDLIN.DAT COMO
      * LINEA DEL PEDIDO NUEVO, VALORANDOLA A TARIFA PARA LA
      * EXPOSICION COMO EN PED-CLI. LA LINEA DE UN ARTICULO
      * DESCATALOGADO SE REDUCE A LO QUE QUEDA DISPONIBLE (O NO
      * PASA SI YA NO QUEDA NADA)
      * ****************************************************************

       PASAR-LINEA-A-PEDIDO.
           IF PRL-PRESUP = ENT-NUMPRE
              MOVE PRL-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY     MOVE "N" TO EXISTE-ART
                 NOT INVALID KEY MOVE "S" TO EXISTE-ART
              END-READ
      *
      * EL ESTADO DEL ARTICULO PUEDE HABER CAMBIADO DESDE LA
      * OFERTA: UN ARTICULO HOY BLOQUEADO U OBSOLETO NO PASA AL
      * PEDIDO
      *
              IF EXISTE-ART = "S"
                 AND (ARTI-BLOQUEADO OR ARTI-OBSOLETO)
                 DISPLAY "LINEA " PRL-NUMLIN " NO PASA AL PEDIDO: EL"
                         " ARTICULO " PRL-CODARTI " ESTA BLOQUEADO U"
                         " OBSOLETO."
                 MOVE ZERO TO CANTIDAD-PEDIDO
              ELSE
                 PERFORM LIMITAR-LINEA-DESCATALOGADA
              END-IF
              IF CANTIDAD-PEDIDO > ZERO
                 IF EXISTE-ART = "S"
                    COMPUTE VALOR-PED-NUEVO = VALOR-PED-NUEVO
                            + CANTIDAD-PEDIDO * PRE-ARTI
                 END-IF
                 ADD 1 TO NUM-LINEA-PED
                 MOVE NUM-PEDIDO-ALTA TO LIN-PEDIDO
                 MOVE NUM-LINEA-PED   TO LIN-NUMLIN
                 MOVE PRL-CODARTI     TO LIN-CODARTI
                 MOVE CANTIDAD-PEDIDO TO LIN-CANTIDAD
                 MOVE ZERO            TO LIN-SERVIDA
                 MOVE ZERO            TO LIN-FACTURADA
                 MOVE SPACES          TO LIN-FEC-SOLICITADA
                 MOVE SPACES          TO LIN-FEC-PROMETIDA
                 MOVE SPACES          TO LIN-FEC-ENTREGA
                 MOVE SPACES          TO LIN-UNIDAD
                 MOVE 1               TO LIN-FACTOR
                 WRITE REGLIN
                    INVALID KEY
                       DISPLAY "ERROR: LA LINEA " NUM-LINEA-PED
                               " YA EXISTE EN PEDLIN.DAT."
                 END-WRITE
              END-IF
           END-IF.
           READ A-PRELIN AT END MOVE "S" TO FIN-PRELIN END-READ.


      * DEJA EN CANTIDAD-PEDIDO LO QUE PASA AL PEDIDO DE LA LINEA
      * EN CURSO: TODA SU CANTIDAD SALVO QUE EL ARTICULO ESTE HOY
      * DESCATALOGADO Y NO QUEDE TANTO DISPONIBLE (EXISTENCIA MENOS
      * LO COMPROMETIDO, INCLUIDAS LAS LINEAS YA PASADAS DE ESTE
      * PEDIDO)
      * ****************************************************************

       LIMITAR-LINEA-DESCATALOGADA.
           MOVE PRL-CANTIDAD TO CANTIDAD-PEDIDO.
           IF EXISTE-ART = "S" AND ARTI-DESCATALOGADO
              PERFORM CALCULAR-COMPROMETIDO
              COMPUTE DISPONIBLE-ART = NUM-ARTI - COMPROMETIDO-ART
              IF DISPONIBLE-ART NOT > ZERO
                 MOVE ZERO TO CANTIDAD-PEDIDO
                 DISPLAY "LINEA " PRL-NUMLIN " NO PASA AL PEDIDO: EL"
                         " ARTICULO " PRL-CODARTI " ESTA"
                         " DESCATALOGADO Y NO QUEDA DISPONIBLE."
              ELSE
                 IF PRL-CANTIDAD > DISPONIBLE-ART
                    MOVE DISPONIBLE-ART TO CANTIDAD-PEDIDO
                    DISPLAY "LINEA " PRL-NUMLIN ": ARTICULO "
                            PRL-CODARTI " DESCATALOGADO. PASA CON "
                            CANTIDAD-PEDIDO " DE " PRL-CANTIDAD "."
                 END-IF
              END-IF
           END-IF.


      * CALCULA EL STOCK COMPROMETIDO DEL ARTICULO EN COD-ARTI COMO
      * PED-CLI: SUMA DE LAS CANTIDADES PENDIENTES DE SERVIR DE SUS
      * LINEAS EN PEDIDOS ABIERTOS O PARCIALES, LEIDAS POR LA
      * SEGUNDA DECLARACION DE PEDLIN.DAT POR SU CLAVE DE ARTICULO.
      * LAS LECTURAS PISAN REGPED: EL PEDIDO EN CURSO SE CONSERVA
      * EN NUM-PEDIDO-ALTA
      * ****************************************************************

       CALCULAR-COMPROMETIDO.
           MOVE ZERO TO COMPROMETIDO-ART.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT A-PEDLECT.
           IF LEC-FILESTAT NOT = "00"
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
              CLOSE A-PEDLECT
           END-IF.


      * ACUMULA EL PENDIENTE DE UNA LINEA DEL ARTICULO SI SU
      * PEDIDO SIGUE ABIERTO O PARCIAL
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


      * VALORA A PRECIO DE TARIFA LO PENDIENTE DE FACTURAR DE LOS
      * PEDIDOS VIVOS DE LOS CLIENTES DE TAB-GRUPO (COMO PED-CLI)
      * ****************************************************************

       VALORAR-PEDIDOS-ABIERTOS.
           MOVE ZERO TO VALOR-ABIERTOS.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT A-PEDLECT.
           IF LEC-FILESTAT NOT = "00"
              CLOSE A-PEDLECT
              MOVE "S" TO FIN-LECTURA
           ELSE
              READ A-PEDLECT NEXT RECORD
                 AT END MOVE "S" TO FIN-LECTURA
              END-READ
           END-IF.
           PERFORM VALORAR-LINEA-ABIERTA UNTIL FIN-LECTURA = "S".
           IF LEC-FILESTAT NOT = "35"
              CLOSE A-PEDLECT
           END-IF.


      * ACUMULA EL VALOR PENDIENTE DE UNA LINEA SI SU PEDIDO ES
      * DEL GRUPO Y SIGUE SIN FACTURAR DEL TODO
      * ****************************************************************

       VALORAR-LINEA-ABIERTA.
           COMPUTE PEND-FACTURAR-LEC = LEC-CANTIDAD - LEC-FACTURADA.
           IF PEND-FACTURAR-LEC > ZERO
              MOVE LEC-PEDIDO TO PED-NUMERO
              READ A-PEDIDOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM COMPROBAR-MIEMBRO-GRUPO
                    IF ES-DEL-GRUPO = "S"
                       AND NOT PED-FACTURADO
                       MOVE LEC-CODARTI TO COD-ARTI
                       READ A-ARTICULO
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                             COMPUTE VALOR-ABIERTOS =
                                VALOR-ABIERTOS
                                + PEND-FACTURAR-LEC * PRE-ARTI
                       END-READ
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
      * (MISMA NORMA QUE PED-CLI)
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


      * ANULA EL PEDIDO RECIEN GENERADO: BORRA LA CABECERA Y
      * SUS LINEAS DE PEDLIN.DAT
      * ****************************************************************

       ANULAR-PEDIDO-NUEVO.
           MOVE NUM-PEDIDO-ALTA TO PED-NUMERO.
           DELETE A-PEDIDOS RECORD
              INVALID KEY CONTINUE
           END-DELETE.

           MOVE "N" TO FIN-LINEA.
           OPEN I-O A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
              GO TO ANULAR-PEDIDO-NUEVO-FIN
           END-IF.
           MOVE NUM-PEDIDO-ALTA TO LIN-PEDIDO.
           MOVE ZERO TO LIN-NUMLIN.
           START A-PEDLIN KEY NOT LESS THAN LIN-CLAVE
              INVALID KEY MOVE "S" TO FIN-LINEA
           END-START.
           IF FIN-LINEA = "N"
              PERFORM LEER-LINEA-ANULADA
           END-IF.
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
           PERFORM LEER-LINEA-ANULADA.


      * LEE LA SIGUIENTE LINEA POR CLAVE; AL PASAR A OTRO PEDIDO
      * TERMINAN LAS LINEAS DEL PEDIDO ANULADO
      * ****************************************************************

       LEER-LINEA-ANULADA.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
           END-READ.
           IF FIN-LINEA = "N" AND LIN-PEDIDO NOT = NUM-PEDIDO-ALTA
              MOVE "S" TO FIN-LINEA
           END-IF.


      * DA POR PERDIDO UN PRESUPUESTO PENDIENTE (EL CLIENTE LO HA
      * RECHAZADO O SE LO HA LLEVADO LA COMPETENCIA)
      * ****************************************************************

       MARCAR-PERDIDO.
           DISPLAY "Numero de presupuesto perdido:".
           ACCEPT ENT-NUMPRE NO BELL.

           MOVE ENT-NUMPRE TO PRE-NUMERO.
           READ A-PRESUP
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL PRESUPUESTO NO EXISTE."
              GO TO MARCAR-PERDIDO-FIN
           END-IF.
           IF NOT PRE-PENDIENTE
              DISPLAY "EL PRESUPUESTO NO ESTA PENDIENTE (ESTADO "
                      PRE-ESTADO ")."
              GO TO MARCAR-PERDIDO-FIN
           END-IF.

           MOVE "R"   TO PRE-ESTADO.
           MOVE FECHA TO PRE-FECHA-CIERRE.
           REWRITE REGPRE.
           DISPLAY "PRESUPUESTO " PRE-NUMERO " DADO POR PERDIDO.".

       MARCAR-PERDIDO-FIN.
           EXIT.


      * CONSULTA UN PRESUPUESTO CON SUS LINEAS
      * ****************************************************************

       CONSULTAR-PRESUPUESTO.
           DISPLAY "Numero de presupuesto:".
           ACCEPT ENT-NUMPRE NO BELL.

           MOVE ENT-NUMPRE TO PRE-NUMERO.
           READ A-PRESUP
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL PRESUPUESTO NO EXISTE."
              GO TO CONSULTAR-PRESUPUESTO-FIN
           END-IF.

           DISPLAY "PRESUPUESTO: " PRE-NUMERO "  CLIENTE: "
                   PRE-CODCLI "  FECHA: " PRE-FECHA.
           DISPLAY "VALIDO HASTA: " PRE-VALIDEZ "  VENDEDOR: "
                   PRE-VENDEDOR "  ESTADO: " PRE-ESTADO.
           DISPLAY "IMPORTE: " PRE-IMPORTE.
           IF PRE-ACEPTADO
              DISPLAY "CONVERTIDO EN EL PEDIDO " PRE-PEDIDO
                      " EL " PRE-FECHA-CIERRE
           END-IF.

           MOVE "N" TO FIN-PRELIN.
           OPEN INPUT A-PRELIN.
           IF PRL-FILESTAT NOT = "00"
              CLOSE A-PRELIN
              MOVE "S" TO FIN-PRELIN
           ELSE
              READ A-PRELIN AT END MOVE "S" TO FIN-PRELIN END-READ
           END-IF.
           PERFORM MOSTRAR-LINEA-PRESUP UNTIL FIN-PRELIN = "S".
           IF PRL-FILESTAT NOT = "35"
              CLOSE A-PRELIN
           END-IF.

       CONSULTAR-PRESUPUESTO-FIN.
           EXIT.


      * MUESTRA UNA LINEA SI PERTENECE AL PRESUPUESTO CONSULTADO
      * ****************************************************************

       MOSTRAR-LINEA-PRESUP.
           IF PRL-PRESUP = ENT-NUMPRE
              DISPLAY "  LIN " PRL-NUMLIN "  ART " PRL-CODARTI
                      "  CANT " PRL-CANTIDAD "  PRECIO " PRL-PRECIO
                      " " PRL-ACUERDO "  IMPORTE " PRL-IMPORTE
           END-IF.
           READ A-PRELIN AT END MOVE "S" TO FIN-PRELIN END-READ.


      * DA POR CADUCADOS TODOS LOS PRESUPUESTOS PENDIENTES CUYA
      * FECHA DE VALIDEZ YA HA PASADO
      * ****************************************************************

       CADUCAR-VENCIDOS.
           MOVE ZERO TO CONT-CADUCADOS.
           MOVE ZERO TO PRE-NUMERO.
           MOVE "N" TO FIN-PRESUP.
           START A-PRESUP KEY NOT LESS THAN PRE-NUMERO
              INVALID KEY MOVE "S" TO FIN-PRESUP
           END-START.
           PERFORM CADUCAR-UN-PRESUP UNTIL FIN-PRESUP = "S".
           DISPLAY "PRESUPUESTOS CADUCADOS: " CONT-CADUCADOS.


      * CADUCA EL PRESUPUESTO LEIDO SI ESTA PENDIENTE Y VENCIDO
      * ****************************************************************

       CADUCAR-UN-PRESUP.
           READ A-PRESUP NEXT RECORD AT END MOVE "S" TO FIN-PRESUP
           END-READ.
           IF FIN-PRESUP NOT = "S"
              AND PRE-PENDIENTE AND PRE-VALIDEZ < FECHA
              MOVE "C"   TO PRE-ESTADO
              MOVE FECHA TO PRE-FECHA-CIERRE
              REWRITE REGPRE
              ADD 1 TO CONT-CADUCADOS
           END-IF.
