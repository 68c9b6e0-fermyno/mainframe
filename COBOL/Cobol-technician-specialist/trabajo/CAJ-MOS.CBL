       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJ-MOS.
       REMARKS. CAJA DE VENTA AL CONTADO EN MOSTRADOR, UNA SESION
           POR SUCURSAL Y DIA (CAJA.DAT). LA APERTURA FIJA EL
           FONDO DE CAJA INICIAL, EL ALMACEN DEL QUE SALE LA
           MERCANCIA Y LA CUENTA DE CLIENTE DE MOSTRADOR DE LA
           SUCURSAL. CADA VENTA SE COBRA AL PRE-ARTI DE AARTI.IND
           MAS EL IVA DE SU TIPO DE ARTICULO (ATPAR.SEC), EMITE UN
           TICKET (FACTURA SIMPLIFICADA) DE LA SERIE "TICKETS" DEL
           CONTADOR CENTRAL (CONTADOR.DAT) QUE QUEDA EN TICKETS.DAT
           Y SE IMPRIME EN TICKETS.LST, Y GRABA LAS SALIDAS DE
           ALMACEN COMO MOVIMIENTOS "S" EN MOVARTI.DAT (QUE
           CONTABILIZA ACT-ART). EL CIERRE PIDE EL ARQUEO POR FORMA
           DE PAGO, INFORMA EN CAJA.LST DEL SOBRANTE O FALTANTE Y
           LLEVA LA RECAUDACION DEL DIA A SUCURSAL.DAT COMO UN
           CARGO Y SU COBRO ("C" Y "A") EN LA CUENTA DE MOSTRADOR,
           DE FORMA QUE LA VENTA QUEDA EN EL DIARIO DE LA SUCURSAL
           SIN ALTERAR EL SALDO. REG-IVA RECOGE LOS TICKETS EN EL
           REGISTRO DE IVA REPERCUTIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * DECLARACION DE LAS SESIONES DE CAJA: UNA POR SUCURSAL Y DIA
      *
           SELECT A-CAJA ASSIGN TO DISK 'CAJA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CAJ-CLAVE
                  FILE STATUS IS CAJ-FILESTAT.

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

           SELECT A-TIPOARTI ASSIGN TO DISK 'ATPAR.SEC'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS TIP-FILESTAT.

           SELECT A-MOVARTI ASSIGN TO DISK 'MOVARTI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-SUCURS ASSIGN TO DISK 'SUCURSAL.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-SUCMAEST ASSIGN TO DISK 'SUCMAEST.DAT'
                  ORGANIZATION RELATIVE
                  ACCESS RANDOM
                  RELATIVE KEY DIR-REL-SUC.

      *
      * DECLARACION DEL FICHERO CENTRAL DE CONTADORES DE
      * DOCUMENTOS (VER PED-CLI)
      *
           SELECT A-CONTADOR ASSIGN TO DISK 'CONTADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CNT-SERIE
                  FILE STATUS IS CNT-FILESTAT.

      *
      * DECLARACION DEL REGISTRO DE TICKETS EMITIDOS
      *
           SELECT A-TICKETS ASSIGN TO DISK 'TICKETS.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS TCK-FILESTAT.

           SELECT A-IMPRESO ASSIGN TO DISK 'TICKETS.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS IMP-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'CAJA.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA SESION DE CAJA: LO VENDIDO POR FORMA DE
      * PAGO SE ACUMULA VENTA A VENTA Y EL ARQUEO SE ANOTA AL
      * CERRAR
      *
       FD A-CAJA LABEL RECORD STANDARD.
       01 REGCAJ.
          02 CAJ-CLAVE.
             03 CAJ-SUCURSAL   PIC 9(3).
             03 CAJ-FECHA      PIC X(8).
          02 CAJ-ESTADO        PIC X(1).
             88 CAJ-ABIERTA    VALUE "A".
             88 CAJ-CERRADA    VALUE "C".
          02 CAJ-CUENTA        PIC X(5).
          02 CAJ-ALMACEN       PIC 9(2).
          02 CAJ-FONDO         PIC 9(5)V9(2).
          02 CAJ-TICKETS       PIC 9(4).
          02 CAJ-VENTA-EFE     PIC 9(7)V9(2).
          02 CAJ-VENTA-TAR     PIC 9(7)V9(2).
          02 CAJ-ARQUEO-EFE    PIC 9(7)V9(2).
          02 CAJ-ARQUEO-TAR    PIC 9(7)V9(2).

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

       FD A-TIPOARTI LABEL RECORD STANDARD.
       01 R-TIPOARTI.
          02 COD-TPARTI-TIP PIC X(3).
          02 DES-TPARTI-TIP PIC X(25).
          02 TIP-IVA-TIP    PIC 9(2).

       FD A-MOVARTI LABEL RECORD STANDARD.
       01 REGMAR.
          02 MAR-CODARTI    PIC 9(4).
          02 MAR-FECHA      PIC X(8).
          02 MAR-TIPO       PIC X(1).
          02 MAR-CANTIDAD   PIC 9(6).
          02 MAR-ALMACEN    PIC 9(2).
          02 MAR-ALMDES     PIC 9(2).
          02 MAR-LOTE       PIC X(8).
          02 MAR-CADUCA     PIC X(8).

       FD A-SUCURS LABEL RECORD STANDARD.
       01 REGMOV.
          02 TIPMOV         PIC X(1).
          02 CLIMOV         PIC X(5).
          02 NOMMOV         PIC X(25).
          02 IMPMOV         PIC 9(5)V9(2).
          02 FECMOV         PIC X(8).
          02 SUCMOV         PIC 9(3).
          02 CTRMOV         PIC X(5).

       FD A-SUCMAEST LABEL RECORD STANDARD.
       01 REGSUC.
          02 CODSUC         PIC 9(3).
          02 DESSUC         PIC X(25).
          02 SUC-ESTADO     PIC X(1).
             88 SUC-ACTIVA  VALUES "A", " ".
             88 SUC-CERRADA VALUE "C".
          02 SUC-MAXIMP     PIC 9(5)V9(2).

       FD A-CONTADOR LABEL RECORD STANDARD.
       01 REGCNT.
          02 CNT-SERIE      PIC X(8).
          02 CNT-SIGUIENTE  PIC 9(6).

      *
      * DESCRIPCION DEL REGISTRO DE TICKETS: UNA LINEA POR CADA
      * ARTICULO VENDIDO, CON LA BASE DE LA LINEA Y SU TIPO DE IVA
      *
       FD A-TICKETS LABEL RECORD STANDARD.
       01 REGTCK.
          02 TCK-NUMERO     PIC 9(6).
          02 TCK-NUMLIN     PIC 9(2).
          02 TCK-FECHA      PIC X(8).
          02 TCK-SUCURSAL   PIC 9(3).
          02 TCK-CODARTI    PIC 9(4).
          02 TCK-NOMARTI    PIC X(25).
          02 TCK-CANTIDAD   PIC 9(6).
          02 TCK-PRECIO     PIC 9(4)V9(2).
          02 TCK-IMPORTE    PIC 9(8)V9(2).
          02 TCK-TIPIVA     PIC 9(2).
          02 TCK-FORPAGO    PIC X(1).

       FD A-IMPRESO LABEL RECORD STANDARD.
       01 LINEA-TICKET       PIC X(80).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(80).


       WORKING-STORAGE SECTION.
       77 CAJ-FILESTAT      PIC X(2).
       77 TIP-FILESTAT      PIC X(2).
       77 CNT-FILESTAT      PIC X(2).
       77 TCK-FILESTAT      PIC X(2).
       77 IMP-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 DIR-REL-SUC       PIC 9(4).
       77 OPCION            PIC X(1).
       77 ENT-SUCURSAL      PIC 9(3).
       77 ENT-CUENTA        PIC X(5).
       77 ENT-ALMACEN       PIC 9(2).
       77 ENT-FONDO         PIC 9(5)V9(2).
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-CANTIDAD      PIC 9(6).
       77 ENT-FORPAGO       PIC X(1).
       77 ENT-ARQUEO-EFE    PIC 9(7)V9(2).
       77 ENT-ARQUEO-TAR    PIC 9(7)V9(2).
       77 ENT-CONFIRMA      PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-ART        PIC X(1).
       77 EXISTE-CNT        PIC X(1).
       77 EXISTE-SUC        PIC X(1).
       77 EXISTE-CAJA       PIC X(1).
       77 CUENTA-VALIDA     PIC X(1).
       77 FIN-TIPO          PIC X(1).
       77 FIN-TICKET        PIC X(1).
       77 FIN-VENTA         PIC X(1).
       77 CONT-TIPOS-IVA    PIC 9(3) COMP VALUE ZERO.
       77 IDX-TIV           PIC 9(3) COMP.
       77 ENCONTRADO-TIV    PIC X(1).
       77 IVA-LINEA         PIC 9(2).
       77 CONT-LINEAS       PIC 9(2) VALUE ZERO.
       77 IDX-LIN           PIC 9(2).
       77 NUM-SIG-TICKET    PIC 9(6) VALUE 1.
       77 CUOTA-LINEA       PIC 9(8)V9(2).
       77 BASE-TICKET       PIC 9(8)V9(2).
       77 CUOTA-TICKET      PIC 9(8)V9(2).
       77 TOTAL-TICKET      PIC 9(8)V9(2).
       77 TOTAL-VENTA       PIC 9(8)V9(2).
       77 EFECTIVO-ESPERADO PIC 9(8)V9(2).
       77 DIFERENCIA        PIC 9(8)V9(2).
       77 RESULTADO-ARQUEO  PIC X(9).
       77 TOPE-MOVIMIENTO   PIC 9(5)V9(2).
       77 RESTO-RECAUDACION PIC 9(8)V9(2).
       77 DES-SUCURSAL      PIC X(25).
       77 MAXIMP-SUCURSAL   PIC 9(5)V9(2).

      *
      * LINEAS DEL TICKET EN CAPTURA; NO SE GRABA NADA HASTA QUE
      * EL TICKET SE COBRA
      *
       01 TAB-TICKET.
          02 TAB-TCK-OCU OCCURS 30 TIMES.
             03 TAB-TCK-CODARTI   PIC 9(4).
             03 TAB-TCK-NOMARTI   PIC X(25).
             03 TAB-TCK-CANTIDAD  PIC 9(6).
             03 TAB-TCK-PRECIO    PIC 9(4)V9(2).
             03 TAB-TCK-IMPORTE   PIC 9(8)V9(2).
             03 TAB-TCK-TIPIVA    PIC 9(2).

      *
      * TIPOS DE IVA POR TIPO DE ARTICULO, CARGADOS DE ATPAR.SEC
      *
       01 TAB-TIPOS-IVA.
          02 TAB-TIV-OCU OCCURS 50 TIMES.
             03 TAB-TIV-COD    PIC X(3).
             03 TAB-TIV-IVA    PIC 9(2).
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
       VENDER-EN-MOSTRADOR.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CAJ-MOS" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LA SUCURSAL, ABRE O RETOMA SU
      * SESION DE CAJA DEL DIA Y REPITE EL MENU HASTA SALIR O
      * CERRAR LA CAJA
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "CAJA DE VENTA EN MOSTRADOR".
           DISPLAY "--------------------------".

           OPEN INPUT A-SUCMAEST.
           MOVE "N" TO EXISTE-SUC.
           PERFORM PEDIR-SUCURSAL-CAJA
               UNTIL EXISTE-SUC = "S".
           CLOSE A-SUCMAEST.

           OPEN I-O A-CAJA.
           IF CAJ-FILESTAT NOT = "00"
              CLOSE A-CAJA
              OPEN OUTPUT A-CAJA
              CLOSE A-CAJA
              OPEN I-O A-CAJA
           END-IF.

           OPEN INPUT A-CLIENT.

           MOVE ENT-SUCURSAL TO CAJ-SUCURSAL.
           MOVE FECHA        TO CAJ-FECHA.
           READ A-CAJA
              INVALID KEY     MOVE "N" TO EXISTE-CAJA
              NOT INVALID KEY MOVE "S" TO EXISTE-CAJA
           END-READ.

           IF EXISTE-CAJA = "S" AND CAJ-CERRADA
              DISPLAY "LA CAJA DE HOY DE ESTA SUCURSAL YA ESTA"
                      " CERRADA."
              CLOSE A-CLIENT
              CLOSE A-CAJA
              GOBACK
           END-IF.

           IF EXISTE-CAJA = "N"
              PERFORM ABRIR-CAJA THRU ABRIR-CAJA-FIN
              IF EXISTE-CAJA = "N"
                 CLOSE A-CLIENT
                 CLOSE A-CAJA
                 GOBACK
              END-IF
           ELSE
              DISPLAY "CAJA ABIERTA CON " CAJ-TICKETS " TICKETS."
           END-IF.

           OPEN INPUT A-ARTICULO.
           PERFORM CARGAR-TIPOS-IVA.

      *
      * EL NUMERO DE TICKET SALE DEL CONTADOR CENTRAL; LA PRIMERA
      * VEZ LA SERIE SE SIEMBRA CON EL MAYOR NUMERO EN USO DEL
      * REGISTRO DE TICKETS
      *
           OPEN I-O A-CONTADOR.
           IF CNT-FILESTAT NOT = "00"
              CLOSE A-CONTADOR
              OPEN OUTPUT A-CONTADOR
              CLOSE A-CONTADOR
              OPEN I-O A-CONTADOR
           END-IF.
           PERFORM INICIAR-CONTADOR-TICKETS.

           MOVE SPACE TO OPCION.
           PERFORM MENU-CAJA UNTIL OPCION = "9".

           CLOSE A-CONTADOR.
           CLOSE A-ARTICULO.
           CLOSE A-CLIENT.
           CLOSE A-CAJA.

           GOBACK.


      * PIDE LA SUCURSAL DE LA CAJA Y LA VALIDA CONTRA EL MAESTRO
      * DE SUCURSALES
      * ****************************************************************

       PEDIR-SUCURSAL-CAJA.
           DISPLAY "Sucursal de la caja:".
           ACCEPT ENT-SUCURSAL NO BELL.

           MOVE ENT-SUCURSAL TO DIR-REL-SUC.
           READ A-SUCMAEST
              INVALID KEY     MOVE "N" TO EXISTE-SUC
              NOT INVALID KEY MOVE "S" TO EXISTE-SUC
           END-READ.

           IF EXISTE-SUC = "N"
              DISPLAY "ERROR: SUCURSAL NO DADA DE ALTA EN"
                      " SUCMAEST.DAT"
           ELSE
              IF SUC-CERRADA
                 DISPLAY "ERROR: LA SUCURSAL ESTA CERRADA."
                 MOVE "N" TO EXISTE-SUC
              ELSE
                 DISPLAY "SUCURSAL: " DESSUC
                 MOVE DESSUC     TO DES-SUCURSAL
                 MOVE SUC-MAXIMP TO MAXIMP-SUCURSAL
              END-IF
           END-IF.


      * ABRE LA SESION DE CAJA DEL DIA: CUENTA DE MOSTRADOR,
      * ALMACEN Y FONDO DE CAJA INICIAL
      * ****************************************************************

       ABRIR-CAJA.
           DISPLAY "APERTURA DE CAJA".
           DISPLAY "Cuenta de cliente de mostrador de la sucursal:".
           ACCEPT ENT-CUENTA NO BELL.

           MOVE ENT-CUENTA TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: LA CUENTA NO EXISTE EN CLIENTES.DAT"
              GO TO ABRIR-CAJA-FIN
           END-IF.
           IF NOT CLI-ACTIVO
              DISPLAY "ERROR: LA CUENTA NO ESTA ACTIVA."
              GO TO ABRIR-CAJA-FIN
           END-IF.
           DISPLAY "CUENTA: " NOMCLI.

           DISPLAY "Almacen del que salen las mercancias:".
           ACCEPT ENT-ALMACEN NO BELL.
           IF ENT-ALMACEN = ZERO
              MOVE 1 TO ENT-ALMACEN
           END-IF.

           DISPLAY "Fondo de caja inicial:".
           ACCEPT ENT-FONDO NO BELL.

           INITIALIZE REGCAJ.
           MOVE ENT-SUCURSAL TO CAJ-SUCURSAL.
           MOVE FECHA        TO CAJ-FECHA.
           MOVE "A"          TO CAJ-ESTADO.
           MOVE ENT-CUENTA   TO CAJ-CUENTA.
           MOVE ENT-ALMACEN  TO CAJ-ALMACEN.
           MOVE ENT-FONDO    TO CAJ-FONDO.
           WRITE REGCAJ
              INVALID KEY
                 DISPLAY "ERROR AL ABRIR LA CAJA."
                 GO TO ABRIR-CAJA-FIN
           END-WRITE.
           MOVE "S" TO EXISTE-CAJA.
           DISPLAY "CAJA ABIERTA CON UN FONDO DE " CAJ-FONDO.

       ABRIR-CAJA-FIN.
           EXIT.


      * MENU DE LA CAJA
      * ****************************************************************

       MENU-CAJA.
           DISPLAY " ".
           DISPLAY "CAJA DE MOSTRADOR - SUCURSAL " CAJ-SUCURSAL.
           DISPLAY "<V>ENTA, <C>IERRE DE CAJA, 9=SALIR (CAJA ABIERTA)".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "V" OR OPCION = "v"
              PERFORM VENDER THRU VENDER-FIN
           ELSE
              IF OPCION = "C" OR OPCION = "c"
                 PERFORM CERRAR-CAJA THRU CERRAR-CAJA-FIN
              END-IF
           END-IF.


      * CAPTURA LAS LINEAS DE UN TICKET, LO COBRA Y LO REGISTRA
      * ****************************************************************

       VENDER.
           INITIALIZE TAB-TICKET.
           MOVE ZERO TO CONT-LINEAS.
           MOVE ZERO TO BASE-TICKET.
           MOVE ZERO TO CUOTA-TICKET.
           MOVE "N" TO FIN-VENTA.
           PERFORM PEDIR-LINEA-VENTA UNTIL FIN-VENTA = "S".

           IF CONT-LINEAS = ZERO
              DISPLAY "TICKET SIN LINEAS: NO SE REGISTRA."
              GO TO VENDER-FIN
           END-IF.

           COMPUTE TOTAL-TICKET = BASE-TICKET + CUOTA-TICKET.
           DISPLAY "BASE " BASE-TICKET "  IVA " CUOTA-TICKET
                   "  TOTAL A COBRAR " TOTAL-TICKET.
           DISPLAY "Forma de pago (E=EFECTIVO, T=TARJETA,"
                   " X=ANULAR):".
           ACCEPT ENT-FORPAGO NO BELL.
           INSPECT ENT-FORPAGO CONVERTING "etx" TO "ETX".
           IF ENT-FORPAGO NOT = "E" AND NOT = "T"
              DISPLAY "TICKET ANULADO: NO SE REGISTRA."
              GO TO VENDER-FIN
           END-IF.

           PERFORM TOMAR-NUMERO-TICKET.

           OPEN EXTEND A-TICKETS.
           IF TCK-FILESTAT NOT = "00"
              CLOSE A-TICKETS
              OPEN OUTPUT A-TICKETS
           END-IF.
           OPEN EXTEND A-MOVARTI.
           OPEN EXTEND A-IMPRESO.
           IF IMP-FILESTAT NOT = "00"
              CLOSE A-IMPRESO
              OPEN OUTPUT A-IMPRESO
           END-IF.

           PERFORM IMPRIMIR-CABECERA-TICKET.
           PERFORM REGISTRAR-LINEA-TICKET
                   VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > CONT-LINEAS.
           PERFORM IMPRIMIR-PIE-TICKET.

           CLOSE A-IMPRESO.
           CLOSE A-MOVARTI.
           CLOSE A-TICKETS.

           ADD 1 TO CAJ-TICKETS.
           IF ENT-FORPAGO = "E"
              ADD TOTAL-TICKET TO CAJ-VENTA-EFE
           ELSE
              ADD TOTAL-TICKET TO CAJ-VENTA-TAR
           END-IF.
           REWRITE REGCAJ
              INVALID KEY
                 DISPLAY "ERROR AL ACTUALIZAR LA CAJA."
           END-REWRITE.

           DISPLAY "TICKET " NUM-SIG-TICKET " REGISTRADO"
                   " (IMPRESO EN TICKETS.LST).".

       VENDER-FIN.
           EXIT.


      * PIDE UNA LINEA DEL TICKET (ARTICULO CERO PARA TERMINAR) Y
      * LA VALORA A PRE-ARTI CON EL IVA DE SU TIPO
      * ****************************************************************

       PEDIR-LINEA-VENTA.
           DISPLAY "Articulo (0 = fin del ticket):".
           ACCEPT ENT-CODARTI NO BELL.
           IF ENT-CODARTI = ZERO
              MOVE "S" TO FIN-VENTA
           ELSE
              MOVE ENT-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY     MOVE "N" TO EXISTE-ART
                 NOT INVALID KEY MOVE "S" TO EXISTE-ART
              END-READ
              IF EXISTE-ART = "N"
                 DISPLAY "ERROR: ARTICULO NO EXISTE."
              ELSE
      *
      * UN ARTICULO BLOQUEADO (RETENIDO POR CALIDAD) U OBSOLETO NO
      * SE VENDE EN CAJA
      *
                 IF ARTI-BLOQUEADO OR ARTI-OBSOLETO
                    DISPLAY "ERROR: ARTICULO BLOQUEADO U OBSOLETO, NO"
                            " SE VENDE."
                 ELSE
                    DISPLAY NOM-ARTI " PRECIO " PRE-ARTI
                    DISPLAY "Cantidad:"
                    ACCEPT ENT-CANTIDAD NO BELL
                    IF ENT-CANTIDAD = ZERO
                       DISPLAY "LINEA SIN CANTIDAD: NO SE ANOTA."
                    ELSE
                       PERFORM ANOTAR-LINEA-VENTA
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * ANOTA EN EL TICKET EL ARTICULO LEIDO CON LA CANTIDAD PEDIDA
      * ****************************************************************

       ANOTAR-LINEA-VENTA.
           ADD 1 TO CONT-LINEAS.
           MOVE COD-ARTI     TO TAB-TCK-CODARTI(CONT-LINEAS).
           MOVE NOM-ARTI     TO TAB-TCK-NOMARTI(CONT-LINEAS).
           MOVE ENT-CANTIDAD TO TAB-TCK-CANTIDAD(CONT-LINEAS).
           MOVE PRE-ARTI     TO TAB-TCK-PRECIO(CONT-LINEAS).
           COMPUTE TAB-TCK-IMPORTE(CONT-LINEAS) =
                   ENT-CANTIDAD * PRE-ARTI.
           PERFORM BUSCAR-IVA-TIPO.
           MOVE IVA-LINEA    TO TAB-TCK-TIPIVA(CONT-LINEAS).
           COMPUTE CUOTA-LINEA ROUNDED =
                   TAB-TCK-IMPORTE(CONT-LINEAS) * IVA-LINEA / 100.
           ADD TAB-TCK-IMPORTE(CONT-LINEAS) TO BASE-TICKET.
           ADD CUOTA-LINEA TO CUOTA-TICKET.
           DISPLAY "IMPORTE " TAB-TCK-IMPORTE(CONT-LINEAS)
                   "  IVA " IVA-LINEA "%".
           IF CONT-LINEAS = 30
              DISPLAY "TICKET COMPLETO (30 LINEAS)."
              MOVE "S" TO FIN-VENTA
           END-IF.


      * GRABA UNA LINEA DEL TICKET COBRADO EN TICKETS.DAT, SU
      * SALIDA DE ALMACEN EN MOVARTI.DAT Y SU LINEA IMPRESA
      * ****************************************************************

       REGISTRAR-LINEA-TICKET.
           MOVE NUM-SIG-TICKET              TO TCK-NUMERO.
           MOVE IDX-LIN                     TO TCK-NUMLIN.
           MOVE FECHA                       TO TCK-FECHA.
           MOVE CAJ-SUCURSAL                TO TCK-SUCURSAL.
           MOVE TAB-TCK-CODARTI(IDX-LIN)    TO TCK-CODARTI.
           MOVE TAB-TCK-NOMARTI(IDX-LIN)    TO TCK-NOMARTI.
           MOVE TAB-TCK-CANTIDAD(IDX-LIN)   TO TCK-CANTIDAD.
           MOVE TAB-TCK-PRECIO(IDX-LIN)     TO TCK-PRECIO.
           MOVE TAB-TCK-IMPORTE(IDX-LIN)    TO TCK-IMPORTE.
           MOVE TAB-TCK-TIPIVA(IDX-LIN)     TO TCK-TIPIVA.
           MOVE ENT-FORPAGO                 TO TCK-FORPAGO.
           WRITE REGTCK.

           MOVE TAB-TCK-CODARTI(IDX-LIN)    TO MAR-CODARTI.
           MOVE FECHA                       TO MAR-FECHA.
           MOVE "S"                         TO MAR-TIPO.
           MOVE TAB-TCK-CANTIDAD(IDX-LIN)   TO MAR-CANTIDAD.
           MOVE CAJ-ALMACEN                 TO MAR-ALMACEN.
           MOVE ZERO                        TO MAR-ALMDES.
           MOVE SPACES                      TO MAR-LOTE.
           MOVE SPACES                      TO MAR-CADUCA.
           WRITE REGMAR.

           MOVE SPACES TO LINEA-TICKET.
           STRING TAB-TCK-CANTIDAD(IDX-LIN) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TAB-TCK-NOMARTI(IDX-LIN)  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TAB-TCK-PRECIO(IDX-LIN)   DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TAB-TCK-IMPORTE(IDX-LIN)  DELIMITED BY SIZE
                  " IVA "                   DELIMITED BY SIZE
                  TAB-TCK-TIPIVA(IDX-LIN)   DELIMITED BY SIZE
                  "%"                       DELIMITED BY SIZE
                  INTO LINEA-TICKET
           END-STRING.
           WRITE LINEA-TICKET.


      * IMPRIME LA CABECERA DEL TICKET
      * ****************************************************************

       IMPRIMIR-CABECERA-TICKET.
           MOVE ALL "-" TO LINEA-TICKET.
           WRITE LINEA-TICKET.
           MOVE SPACES TO LINEA-TICKET.
           STRING "FACTURA SIMPLIFICADA (TICKET) " NUM-SIG-TICKET
                  "  FECHA " FECHA
              DELIMITED BY SIZE INTO LINEA-TICKET
           END-STRING.
           WRITE LINEA-TICKET.
           MOVE SPACES TO LINEA-TICKET.
           STRING "SUCURSAL " CAJ-SUCURSAL " " DES-SUCURSAL
              DELIMITED BY SIZE INTO LINEA-TICKET
           END-STRING.
           WRITE LINEA-TICKET.
           MOVE "CANTID ARTICULO                  PRECIO  IMPORTE"
                TO LINEA-TICKET.
           WRITE LINEA-TICKET.


      * IMPRIME EL PIE DEL TICKET CON LA BASE, EL IVA INCLUIDO Y LA
      * FORMA DE PAGO
      * ****************************************************************

       IMPRIMIR-PIE-TICKET.
           MOVE SPACES TO LINEA-TICKET.
           STRING "BASE " BASE-TICKET "  IVA INCLUIDO " CUOTA-TICKET
              DELIMITED BY SIZE INTO LINEA-TICKET
           END-STRING.
           WRITE LINEA-TICKET.
           MOVE SPACES TO LINEA-TICKET.
           IF ENT-FORPAGO = "E"
              STRING "TOTAL " TOTAL-TICKET "  PAGADO EN EFECTIVO"
                 DELIMITED BY SIZE INTO LINEA-TICKET
              END-STRING
           ELSE
              STRING "TOTAL " TOTAL-TICKET "  PAGADO CON TARJETA"
                 DELIMITED BY SIZE INTO LINEA-TICKET
              END-STRING
           END-IF.
           WRITE LINEA-TICKET.


      * CIERRA LA CAJA: PIDE EL ARQUEO POR FORMA DE PAGO, INFORMA
      * DEL DESCUADRE EN CAJA.LST Y LLEVA LA RECAUDACION A
      * SUCURSAL.DAT
      * ****************************************************************

       CERRAR-CAJA.
           DISPLAY "CIERRE DE CAJA: SE CONFIRMA (S/N)?".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND NOT = "s"
              GO TO CERRAR-CAJA-FIN
           END-IF.

           DISPLAY "Efectivo contado en caja (fondo incluido):".
           ACCEPT ENT-ARQUEO-EFE NO BELL.
           DISPLAY "Total de tarjeta segun el datafono:".
           ACCEPT ENT-ARQUEO-TAR NO BELL.

           MOVE ENT-ARQUEO-EFE TO CAJ-ARQUEO-EFE.
           MOVE ENT-ARQUEO-TAR TO CAJ-ARQUEO-TAR.
           MOVE "C" TO CAJ-ESTADO.
           REWRITE REGCAJ
              INVALID KEY
                 DISPLAY "ERROR AL CERRAR LA CAJA."
                 GO TO CERRAR-CAJA-FIN
           END-REWRITE.

           COMPUTE TOTAL-VENTA = CAJ-VENTA-EFE + CAJ-VENTA-TAR.
           COMPUTE EFECTIVO-ESPERADO = CAJ-FONDO + CAJ-VENTA-EFE.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CIERRE DE CAJA DE MOSTRADOR - SUCURSAL "
                  CAJ-SUCURSAL "  FECHA " CAJ-FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TICKETS EMITIDOS: " CAJ-TICKETS
                  "  FONDO INICIAL: " CAJ-FONDO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "FORMA DE PAGO  VENDIDO      ESPERADO     CONTADO"
                TO LINEA-LISTADO.
           MOVE "DIFERENCIA" TO LINEA-LISTADO(55:10).
           WRITE LINEA-LISTADO.

           MOVE SPACES TO RESULTADO-ARQUEO.
           IF CAJ-ARQUEO-EFE > EFECTIVO-ESPERADO
              COMPUTE DIFERENCIA = CAJ-ARQUEO-EFE - EFECTIVO-ESPERADO
              MOVE " SOBRANTE" TO RESULTADO-ARQUEO
           ELSE
              COMPUTE DIFERENCIA = EFECTIVO-ESPERADO - CAJ-ARQUEO-EFE
              IF DIFERENCIA > ZERO
                 MOVE " FALTANTE" TO RESULTADO-ARQUEO
              END-IF
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "EFECTIVO     " CAJ-VENTA-EFE " " EFECTIVO-ESPERADO
                  " " CAJ-ARQUEO-EFE "  " DIFERENCIA RESULTADO-ARQUEO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           DISPLAY "EFECTIVO: ESPERADO " EFECTIVO-ESPERADO
                   " CONTADO " CAJ-ARQUEO-EFE " DIFERENCIA "
                   DIFERENCIA RESULTADO-ARQUEO.

           MOVE SPACES TO RESULTADO-ARQUEO.
           IF CAJ-ARQUEO-TAR > CAJ-VENTA-TAR
              COMPUTE DIFERENCIA = CAJ-ARQUEO-TAR - CAJ-VENTA-TAR
              MOVE " SOBRANTE" TO RESULTADO-ARQUEO
           ELSE
              COMPUTE DIFERENCIA = CAJ-VENTA-TAR - CAJ-ARQUEO-TAR
              IF DIFERENCIA > ZERO
                 MOVE " FALTANTE" TO RESULTADO-ARQUEO
              END-IF
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TARJETA      " CAJ-VENTA-TAR " " CAJ-VENTA-TAR
                  " " CAJ-ARQUEO-TAR "  " DIFERENCIA RESULTADO-ARQUEO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           DISPLAY "TARJETA.: ESPERADO " CAJ-VENTA-TAR
                   " CONTADO " CAJ-ARQUEO-TAR " DIFERENCIA "
                   DIFERENCIA RESULTADO-ARQUEO.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "RECAUDACION DEL DIA (IVA INCLUIDO): " TOTAL-VENTA
                  "  CUENTA " CAJ-CUENTA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           IF TOTAL-VENTA > ZERO
              PERFORM CONTABILIZAR-RECAUDACION
           END-IF.

           DISPLAY "CAJA CERRADA (ARQUEO EN CAJA.LST).".
           MOVE "9" TO OPCION.

       CERRAR-CAJA-FIN.
           EXIT.


      * LLEVA LA RECAUDACION DEL DIA A SUCURSAL.DAT COMO CARGO Y
      * COBRO EN LA CUENTA DE MOSTRADOR; IMPMOV NO ADMITE MAS DE
      * 99.999,99 Y LA SUCURSAL PUEDE TENER UN TOPE MENOR, ASI QUE
      * UNA RECAUDACION MAYOR SE PARTE EN VARIOS MOVIMIENTOS
      * ****************************************************************

       CONTABILIZAR-RECAUDACION.
           MOVE CAJ-CUENTA TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.

           MOVE 99999,99 TO TOPE-MOVIMIENTO.
           IF MAXIMP-SUCURSAL > ZERO
              AND MAXIMP-SUCURSAL < TOPE-MOVIMIENTO
              MOVE MAXIMP-SUCURSAL TO TOPE-MOVIMIENTO
           END-IF.

           OPEN EXTEND A-SUCURS.
           MOVE "C" TO TIPMOV.
           MOVE TOTAL-VENTA TO RESTO-RECAUDACION.
           PERFORM GRABAR-MOVIMIENTO-CAJA
                   UNTIL RESTO-RECAUDACION = ZERO.
           MOVE "A" TO TIPMOV.
           MOVE TOTAL-VENTA TO RESTO-RECAUDACION.
           PERFORM GRABAR-MOVIMIENTO-CAJA
                   UNTIL RESTO-RECAUDACION = ZERO.
           CLOSE A-SUCURS.

           DISPLAY "RECAUDACION " TOTAL-VENTA
                   " LLEVADA A SUCURSAL.DAT.".


      * GRABA UN MOVIMIENTO DEL TIPO EN TIPMOV HASTA EL TOPE POR
      * MOVIMIENTO Y DESCUENTA LO GRABADO DE LO QUE RESTA
      * ****************************************************************

       GRABAR-MOVIMIENTO-CAJA.
           MOVE CAJ-CUENTA    TO CLIMOV.
           MOVE NOMCLI        TO NOMMOV.
           IF RESTO-RECAUDACION > TOPE-MOVIMIENTO
              MOVE TOPE-MOVIMIENTO TO IMPMOV
           ELSE
              MOVE RESTO-RECAUDACION TO IMPMOV
           END-IF.
           MOVE CAJ-FECHA     TO FECMOV.
           MOVE CAJ-SUCURSAL  TO SUCMOV.
           MOVE SPACES        TO CTRMOV.
           WRITE REGMOV.
           SUBTRACT IMPMOV FROM RESTO-RECAUDACION.


      * PREPARA EL CONTADOR DE LA SERIE DE TICKETS, SEMBRANDOLO
      * CON EL MAYOR NUMERO EN USO SI TODAVIA NO EXISTE
      * ****************************************************************

       INICIAR-CONTADOR-TICKETS.
           MOVE "TICKETS " TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY     MOVE "N" TO EXISTE-CNT
              NOT INVALID KEY MOVE "S" TO EXISTE-CNT
           END-READ.
           IF EXISTE-CNT = "N"
              PERFORM BUSCAR-SIGUIENTE-TICKET
              MOVE "TICKETS " TO CNT-SERIE
              MOVE NUM-SIG-TICKET TO CNT-SIGUIENTE
              WRITE REGCNT
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.


      * TOMA DE FORMA ATOMICA EL SIGUIENTE NUMERO DE TICKET
      * ****************************************************************

       TOMAR-NUMERO-TICKET.
           MOVE "TICKETS " TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY CONTINUE
           END-READ.
           MOVE CNT-SIGUIENTE TO NUM-SIG-TICKET.
           ADD 1 TO CNT-SIGUIENTE.
           REWRITE REGCNT.


      * LOCALIZA EL MAYOR NUMERO DE TICKET EN USO PARA SEMBRAR LA
      * SERIE LA PRIMERA VEZ
      * ****************************************************************

       BUSCAR-SIGUIENTE-TICKET.
           MOVE 1 TO NUM-SIG-TICKET.
           MOVE "N" TO FIN-TICKET.
           OPEN INPUT A-TICKETS.
           IF TCK-FILESTAT NOT = "00"
              CLOSE A-TICKETS
              MOVE "S" TO FIN-TICKET
           ELSE
              READ A-TICKETS AT END MOVE "S" TO FIN-TICKET END-READ
           END-IF.
           PERFORM EXAMINAR-TICKET UNTIL FIN-TICKET = "S".
           IF TCK-FILESTAT NOT = "35"
              CLOSE A-TICKETS
           END-IF.


      * COMPARA UNA LINEA DE TICKET CON EL MAYOR NUMERO VISTO
      * ****************************************************************

       EXAMINAR-TICKET.
           IF TCK-NUMERO NOT < NUM-SIG-TICKET
              COMPUTE NUM-SIG-TICKET = TCK-NUMERO + 1
           END-IF.
           READ A-TICKETS AT END MOVE "S" TO FIN-TICKET END-READ.


      * CARGA LA TABLA DE TIPOS DE IVA DESDE ATPAR.SEC; SIN
      * FICHERO SE VENDE SIN IVA
      * ****************************************************************

       CARGAR-TIPOS-IVA.
           MOVE ZERO TO CONT-TIPOS-IVA.
           MOVE "N" TO FIN-TIPO.
           OPEN INPUT A-TIPOARTI.
           IF TIP-FILESTAT NOT = "00"
              CLOSE A-TIPOARTI
              MOVE "S" TO FIN-TIPO
           ELSE
              READ A-TIPOARTI AT END MOVE "S" TO FIN-TIPO END-READ
           END-IF.
           PERFORM CARGAR-UN-TIPO-IVA UNTIL FIN-TIPO = "S".
           IF TIP-FILESTAT NOT = "35"
              CLOSE A-TIPOARTI
           END-IF.


      * ANADE UN TIPO DE ARTICULO CON SU IVA A LA TABLA
      * ****************************************************************

       CARGAR-UN-TIPO-IVA.
           IF CONT-TIPOS-IVA < 50
              ADD 1 TO CONT-TIPOS-IVA
              MOVE COD-TPARTI-TIP TO TAB-TIV-COD(CONT-TIPOS-IVA)
              MOVE TIP-IVA-TIP    TO TAB-TIV-IVA(CONT-TIPOS-IVA)
           END-IF.
           READ A-TIPOARTI AT END MOVE "S" TO FIN-TIPO END-READ.


      * DEJA EN IVA-LINEA EL TIPO DE IVA DEL ARTICULO LEIDO SEGUN
      * SU TIPO DE ARTICULO (CERO SI NO ESTA EN LA TABLA)
      * ****************************************************************

       BUSCAR-IVA-TIPO.
           MOVE ZERO TO IVA-LINEA.
           MOVE "N" TO ENCONTRADO-TIV.
           PERFORM COMPARAR-IVA-TIPO
                   VARYING IDX-TIV FROM 1 BY 1
                   UNTIL IDX-TIV > CONT-TIPOS-IVA
                      OR ENCONTRADO-TIV = "S".


      * COMPARA UNA POSICION DE LA TABLA DE TIPOS DE IVA
      * ****************************************************************

       COMPARAR-IVA-TIPO.
           IF TAB-TIV-COD(IDX-TIV) = COD-TPARTI
              MOVE TAB-TIV-IVA(IDX-TIV) TO IVA-LINEA
              MOVE "S" TO ENCONTRADO-TIV
           END-IF.
