       REMARKS. GESTION DE LA CARTERA DE EFECTOS DE COBRO
           (EFECTOS.DAT, CREADOS POR FAC-PED UNO POR FACTURA):
           LIQUIDA UN EFECTO CUANDO LLEGA EL PAGO (ESTADO C CON SU
           FECHA DE COBRO), ANOTA LOS COBROS PARCIALES (ESTADO A,
           CON LO COBRADO Y LO QUE QUEDA PENDIENTE), RECOGE LAS
           ENTREGAS A CUENTA DE UN CLIENTE QUE NO CORRESPONDEN A
           NINGUN EFECTO (ENTCTA.DAT, DONDE TAMBIEN DEJA IMP-EXT
           LOS ABONOS DEL BANCO SIN EFECTO QUE CASE) Y LAS APLICA
           DESPUES A SUS EFECTOS, A MANO O AUTOMATICAMENTE EMPEZANDO
           POR EL VENCIMIENTO MAS ANTIGUO. EMITE EL INFORME DE
           ANTIGUEDAD DE LO QUE QUEDA PENDIENTE DE LA CARTERA POR
           TRAMOS DE VENCIMIENTO (NO
           VENCIDO, HASTA 30, HASTA 60, HASTA 90 Y MAS DE 90 DIAS)
           EN ANTIGEFE.LST, PARA SABER NO SOLO QUIEN ESTA INACTIVO
           (ANT-CLI) SINO QUIEN ESTA PAGANDO TARDE.
           EL EFECTO FACTURADO EN LA MONEDA DEL CLIENTE SE COBRA EN
           DIVISA AL CAMBIO DEL DIA DEL COBRO (EL VIGENTE DE
           MONEDAS.DAT SI NO SE INFORMA OTRO): LA DIFERENCIA ENTRE
           SU VALOR EN EUROS AL CAMBIO DE LA FACTURA Y AL DEL COBRO
           SE CARGA (G, DIFERENCIA POSITIVA) O SE ABONA (X,
           NEGATIVA) AL CLIENTE EN SUCURSAL.DAT PARA SU CUENTA DEL
           MAYOR, Y QUEDA ANOTADA EN DIFCAM.DAT PARA EL INFORME
           MENSUAL DE DIFERENCIAS DE CAMBIO (INF-CAM).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY EFE-CODCLI WITH DUPLICATES
                  FILE STATUS IS EFE-FILESTAT.

           SELECT A-ENTCTA ASSIGN TO DISK 'ENTCTA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ECT-CODCLI
                  FILE STATUS IS ECT-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-LISTADO ASSIGN TO DISK 'ANTIGEFE.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-MONEDAS ASSIGN TO DISK 'MONEDAS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY MON-CODIGO
                  FILE STATUS IS MON-FILESTAT.

           SELECT A-SUCURS ASSIGN TO DISK 'SUCURSAL.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-SUCMAEST ASSIGN TO DISK 'SUCMAEST.DAT'
                  ORGANIZATION RELATIVE
                  ACCESS RANDOM
                  RELATIVE KEY DIR-REL-SUC.

           SELECT A-DIFCAM ASSIGN TO DISK 'DIFCAM.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DCA-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DEL EFECTO DE COBRO. EFE-ESTADO:
      *    P = PENDIENTE, R = REMESADO AL BANCO, A = COBRADO EN
      *    PARTE, C = COBRADO
      * EFE-IMP-COBRADO Y EFE-IMP-PENDIENTE LLEVAN LO COBRADO Y LO
      * QUE FALTA POR COBRAR, EFE-FECHA-COB LA FECHA DEL ULTIMO
      * COBRO Y EFE-MOTIVO-DEV EL MOTIVO DE LA ULTIMA DEVOLUCION
      * DEL BANCO (VER IMP-DEV). EL EFECTO EN MONEDA DEL CLIENTE
      * LLEVA SU MONEDA, EL CAMBIO DE LA FACTURA Y EL IMPORTE Y LO
      * PENDIENTE EN DIVISA (MONEDA EN BLANCO = EFECTO EN EUROS)
      *
       FD A-EFECTOS LABEL RECORD STANDARD.
       01 REGEFE.
          02 EFE-NUMFAC     PIC 9(6).
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

      *
      * DESCRIPCION DE LAS ENTREGAS A CUENTA DEL CLIENTE: SALDO SIN
      * APLICAR, TOTALES RECIBIDO Y APLICADO A EFECTOS Y FECHA DEL
      * ULTIMO MOVIMIENTO
      *
       FD A-ENTCTA LABEL RECORD STANDARD.
       01 REGECT.
          02 ECT-CODCLI     PIC X(5).
          02 ECT-SALDO      PIC 9(8)V9(2).
          02 ECT-RECIBIDO   PIC 9(9)V9(2).
          02 ECT-APLICADO   PIC 9(9)V9(2).
          02 ECT-FECHA-ULT  PIC X(8).

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

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).

       FD A-MONEDAS LABEL RECORD STANDARD.
       01 REGMON.
          02 MON-CODIGO     PIC X(3).
          02 MON-DESCRI     PIC X(25).
          02 MON-CAMBIO     PIC 9(3)V9(4).
          02 MON-FECHA      PIC X(8).

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

      *
      * DESCRIPCION DEL REGISTRO DE DIFERENCIAS DE CAMBIO: UNO POR
      * COBRO EN DIVISA CON DIFERENCIA, CON LO COBRADO EN DIVISA,
      * LOS CAMBIOS DE LA FACTURA Y DEL COBRO, SU VALOR EN EUROS A
      * CADA UNO Y LA DIFERENCIA (B = BENEFICIO, P = PERDIDA)
      *
       FD A-DIFCAM LABEL RECORD STANDARD.
       01 REGDCA.
          02 DCA-FECHA       PIC X(8).
          02 DCA-NUMFAC      PIC 9(6).
          02 DCA-CODCLI      PIC X(5).
          02 DCA-MONEDA      PIC X(3).
          02 DCA-IMPORTE-DIV PIC 9(8)V9(2).
          02 DCA-CAMBIO-FAC  PIC 9(3)V9(4).
          02 DCA-CAMBIO-COB  PIC 9(3)V9(4).
          02 DCA-IMPORTE-FAC PIC 9(8)V9(2).
          02 DCA-IMPORTE-COB PIC 9(8)V9(2).
          02 DCA-DIFERENCIA  PIC 9(8)V9(2).
          02 DCA-SIGNO       PIC X(1).
             88 DCA-BENEFICIO VALUE "B".
             88 DCA-PERDIDA   VALUE "P".
          02 DCA-SUCURSAL    PIC 9(3).
          02 DCA-ORIGEN      PIC X(7).


       WORKING-STORAGE SECTION.
       77 EFE-FILESTAT      PIC X(2).
       77 ECT-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 FIN-EFECTO        PIC X(1).
       77 ENT-NUMFAC        PIC 9(6).
       77 ENT-CONFIRMA      PIC X(1).
       77 ENT-CODCLI        PIC X(5).
       77 ENT-IMPORTE       PIC 9(8)V9(2).
       77 ENT-MODO          PIC X(1).
       77 EXISTE-ECT        PIC X(1).
       77 FIN-ENTCTA        PIC X(1).
       77 IMPORTE-APLICAR   PIC 9(8)V9(2).
       77 CONT-APLICADOS    PIC 9(5).
       77 TOTAL-APLICADO    PIC 9(9)V9(2).
       77 TOTAL-A-CUENTA    PIC 9(9)V9(2).
       77 CONT-APLICAR      PIC 9(3).
       77 IDX-APL           PIC 9(3) COMP.
       77 IDX-ANTIGUO       PIC 9(3) COMP.
       77 IDX-TRAMO         PIC 9(1).
       77 DIAS-VENCIDO      PIC S9(6).
       77 SERIAL-HOY        PIC 9(7) COMP.
       77 FECHA-TRABAJO     PIC X(8).
       77 CONT-PENDIENTES   PIC 9(5) VALUE ZERO.
       77 TOTAL-PENDIENTE   PIC 9(9)V9(2) VALUE ZERO.
       77 MONEDA-PROPIA     PIC X(3) VALUE "EUR".
       77 MON-FILESTAT      PIC X(2).
       77 HAY-MONEDAS       PIC X(1) VALUE "N".
       77 DCA-FILESTAT      PIC X(2).
       77 DIR-REL-SUC       PIC 9(4).
       77 ENT-SUCURSAL      PIC 9(3).
       77 EXISTE-SUC        PIC X(1) VALUE "N".
       77 MAXIMP-SUCURSAL   PIC 9(5)V9(2) VALUE ZERO.
       77 TOPE-MOVIMIENTO   PIC 9(5)V9(2).
       77 ENT-DIVISA        PIC 9(8)V9(2).
       77 ENT-CAMBIO        PIC 9(3)V9(4).
       77 DIVISA-APLICAR    PIC 9(8)V9(2).
       77 CAMBIO-COBRO      PIC 9(3)V9(4).
       77 VALOR-COBRO       PIC 9(8)V9(2).
       77 DIFERENCIA-CAMBIO PIC S9(8)V9(2).
       77 RESTO-DIFERENCIA  PIC 9(8)V9(2).

      *
      * DIAS ACUMULADOS AL EMPEZAR CADA MES, PARA EL NUMERO DE
             03 TAB-TRA-CONT   PIC 9(5).
             03 TAB-TRA-IMP    PIC 9(9)V9(2).

      *
      * EFECTOS ABIERTOS DEL CLIENTE AL QUE SE APLICAN SUS ENTREGAS
      * A CUENTA, PARA IR TOMANDOLOS POR VENCIMIENTO MAS ANTIGUO
      *
       01 TAB-APLICAR.
          02 TAB-APL-OCU OCCURS 500 TIMES.
             03 TAB-APL-NUMFAC   PIC 9(6).
             03 TAB-APL-VTO      PIC X(8).
             03 TAB-APL-USADO    PIC X(1).
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
       GESTIONAR-EFECTOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "GES-EFE" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ABRE LA CARTERA Y REPITE EL MENU HASTA
      * LA OPCION DE SALIR
                      " (EFECTOS.DAT). EJECUTE ANTES FAC-PED."
              CLOSE A-EFECTOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-ENTCTA.
           IF ECT-FILESTAT NOT = "00"
              CLOSE A-ENTCTA
              OPEN OUTPUT A-ENTCTA
              CLOSE A-ENTCTA
              OPEN I-O A-ENTCTA
           END-IF.
           OPEN INPUT A-CLIENT.

      *
      * LOS COBROS EN DIVISA TOMAN EL CAMBIO VIGENTE DEL MAESTRO DE
      * MONEDAS Y DEJAN SU DIFERENCIA DE CAMBIO EN SUCURSAL.DAT Y
      * EN DIFCAM.DAT
      *
           OPEN INPUT A-MONEDAS.
           IF MON-FILESTAT = "00"
              MOVE "S" TO HAY-MONEDAS
           ELSE
              CLOSE A-MONEDAS
              MOVE "N" TO HAY-MONEDAS
           END-IF.
           OPEN EXTEND A-SUCURS.
           OPEN EXTEND A-DIFCAM.
           IF DCA-FILESTAT NOT = "00"
              CLOSE A-DIFCAM
              OPEN OUTPUT A-DIFCAM
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-EFECTOS UNTIL OPCION = "9".

           CLOSE A-DIFCAM.
           CLOSE A-SUCURS.
           IF HAY-MONEDAS = "S"
              CLOSE A-MONEDAS
           END-IF.
           CLOSE A-CLIENT.
           CLOSE A-ENTCTA.
           CLOSE A-EFECTOS.
           GOBACK.


      * MENU DE LA GESTION DE EFECTOS
       MENU-EFECTOS.
           DISPLAY " ".
           DISPLAY "GESTION DE LA CARTERA DE EFECTOS".
           DISPLAY "<L>IQUIDAR COBRO, COBRO <P>ARCIAL, <C>ONSULTA,"
                   " <A>NTIGUEDAD,".
           DISPLAY "<E>NTREGA A CUENTA, <D>ISTRIBUIR ENTREGAS A"
                   " CUENTA, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "L" OR OPCION = "l"
              PERFORM LIQUIDAR-EFECTO THRU LIQUIDAR-EFECTO-FIN
           ELSE
           IF OPCION = "P" OR OPCION = "p"
              PERFORM COBRO-PARCIAL THRU COBRO-PARCIAL-FIN
           ELSE
           IF OPCION = "C" OR OPCION = "c"
              PERFORM CONSULTAR-EFECTO
           ELSE
           IF OPCION = "A" OR OPCION = "a"
              PERFORM INFORME-ANTIGUEDAD
           ELSE
           IF OPCION = "E" OR OPCION = "e"
              PERFORM ENTREGA-A-CUENTA THRU ENTREGA-A-CUENTA-FIN
           ELSE
           IF OPCION = "D" OR OPCION = "d"
              PERFORM DISTRIBUIR-ENTREGAS THRU DISTRIBUIR-ENTREGAS-FIN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.


      * LIQUIDA UN EFECTO CUANDO LLEGA SU PAGO (O EL DE LO QUE LE
      * QUEDABA PENDIENTE SI YA TENIA COBROS PARCIALES)
      * ****************************************************************

       LIQUIDAR-EFECTO.
           END-IF.

           PERFORM MOSTRAR-EFECTO.
           MOVE EFE-IMP-PENDIENTE TO IMPORTE-APLICAR.
           MOVE ZERO TO DIVISA-APLICAR.
           IF EFE-MONEDA NOT = SPACES AND EFE-PEND-DIV > ZERO
              MOVE EFE-PEND-DIV TO DIVISA-APLICAR
              PERFORM PEDIR-CAMBIO-COBRO
              DISPLAY "CONFIRMA EL COBRO DE " DIVISA-APLICAR " "
                      EFE-MONEDA " CON FECHA DE HOY (S/N):"
           ELSE
              DISPLAY "CONFIRMA EL COBRO DE " EFE-IMP-PENDIENTE
                      " CON FECHA DE HOY (S/N):"
           END-IF.
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              PERFORM ANOTAR-COBRO-EFECTO
              REWRITE REGEFE
              IF DIVISA-APLICAR > ZERO
                 PERFORM ANOTAR-DIFERENCIA-CAMBIO THRU
                         ANOTAR-DIFERENCIA-CAMBIO-FIN
              END-IF
              DISPLAY "EFECTO LIQUIDADO."
           ELSE
              DISPLAY "LIQUIDACION ANULADA."
           EXIT.


      * ANOTA EL COBRO DE UNA PARTE DE UN EFECTO
      * ****************************************************************

       COBRO-PARCIAL.
           DISPLAY "Numero de factura del efecto:".
           ACCEPT ENT-NUMFAC NO BELL.

           MOVE ENT-NUMFAC TO EFE-NUMFAC.
           READ A-EFECTOS
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.

           IF EXISTE = "N"
              DISPLAY "ERROR: EL EFECTO NO EXISTE."
              GO TO COBRO-PARCIAL-FIN
           END-IF.

           IF EFE-COBRADO
              DISPLAY "EL EFECTO YA ESTA COBRADO (" EFE-FECHA-COB
                      ")."
              GO TO COBRO-PARCIAL-FIN
           END-IF.

           PERFORM MOSTRAR-EFECTO.
           MOVE ZERO TO DIVISA-APLICAR.
           IF EFE-MONEDA NOT = SPACES AND EFE-PEND-DIV > ZERO
              PERFORM COBRO-PARCIAL-DIVISA THRU COBRO-PARCIAL-DIVISA-FIN
              IF DIVISA-APLICAR = ZERO
                 GO TO COBRO-PARCIAL-FIN
              END-IF
              GO TO COBRO-PARCIAL-ANOTAR
           END-IF.
           DISPLAY "Importe cobrado:".
           ACCEPT ENT-IMPORTE NO BELL.
           IF ENT-IMPORTE = ZERO
              DISPLAY "COBRO ANULADO."
              GO TO COBRO-PARCIAL-FIN
           END-IF.
           IF ENT-IMPORTE > EFE-IMP-PENDIENTE
              DISPLAY "ERROR: EL COBRO SUPERA LO PENDIENTE ("
                      EFE-IMP-PENDIENTE "). ANOTE EL EXCESO COMO"
                      " ENTREGA A CUENTA."
              GO TO COBRO-PARCIAL-FIN
           END-IF.
           MOVE ENT-IMPORTE TO IMPORTE-APLICAR.

       COBRO-PARCIAL-ANOTAR.
           PERFORM ANOTAR-COBRO-EFECTO.
           REWRITE REGEFE.
           IF DIVISA-APLICAR > ZERO
              PERFORM ANOTAR-DIFERENCIA-CAMBIO THRU
                      ANOTAR-DIFERENCIA-CAMBIO-FIN
           END-IF.
           IF EFE-COBRADO
              DISPLAY "EFECTO LIQUIDADO."
           ELSE
              DISPLAY "COBRO ANOTADO. QUEDA PENDIENTE "
                      EFE-IMP-PENDIENTE "."
           END-IF.

       COBRO-PARCIAL-FIN.
           EXIT.


      * PIDE LO COBRADO EN DIVISA DE UN EFECTO EN MONEDA DEL
      * CLIENTE Y EL CAMBIO DEL COBRO, Y DEJA EN IMPORTE-APLICAR SU
      * VALOR EN EUROS AL CAMBIO DE LA FACTURA (TODO LO PENDIENTE SI
      * SE COBRA TODA LA DIVISA). DIVISA-APLICAR QUEDA A CERO SI EL
      * COBRO SE ANULA
      * ****************************************************************

       COBRO-PARCIAL-DIVISA.
           DISPLAY "Importe cobrado en " EFE-MONEDA ":".
           ACCEPT ENT-DIVISA NO BELL.
           IF ENT-DIVISA = ZERO
              DISPLAY "COBRO ANULADO."
              GO TO COBRO-PARCIAL-DIVISA-FIN
           END-IF.
           IF ENT-DIVISA > EFE-PEND-DIV
              DISPLAY "ERROR: EL COBRO SUPERA LO PENDIENTE ("
                      EFE-PEND-DIV " " EFE-MONEDA "). ANOTE EL"
                      " EXCESO COMO ENTREGA A CUENTA."
              GO TO COBRO-PARCIAL-DIVISA-FIN
           END-IF.

           IF ENT-DIVISA = EFE-PEND-DIV
              MOVE EFE-IMP-PENDIENTE TO IMPORTE-APLICAR
           ELSE
              COMPUTE IMPORTE-APLICAR ROUNDED =
                      ENT-DIVISA / EFE-CAMBIO
              IF IMPORTE-APLICAR > EFE-IMP-PENDIENTE
                 MOVE EFE-IMP-PENDIENTE TO IMPORTE-APLICAR
              END-IF
           END-IF.
           MOVE ENT-DIVISA TO DIVISA-APLICAR.
           PERFORM PEDIR-CAMBIO-COBRO.

       COBRO-PARCIAL-DIVISA-FIN.
           EXIT.


      * PIDE EL CAMBIO AL QUE SE COBRA LA DIVISA (EN BLANCO, EL
      * VIGENTE DEL MAESTRO DE MONEDAS) Y MUESTRA EL VALOR EN EUROS
      * DEL COBRO Y SU DIFERENCIA CON EL DE LA FACTURA
      * ****************************************************************

       PEDIR-CAMBIO-COBRO.
           MOVE ZERO TO CAMBIO-COBRO.
           IF HAY-MONEDAS = "S"
              MOVE EFE-MONEDA TO MON-CODIGO
              READ A-MONEDAS
                 INVALID KEY     MOVE ZERO TO MON-CAMBIO
                 NOT INVALID KEY CONTINUE
              END-READ
              MOVE MON-CAMBIO TO CAMBIO-COBRO
           END-IF.
           DISPLAY "Cambio del cobro (" EFE-MONEDA " por euro, en"
                   " blanco = " CAMBIO-COBRO "):".
           ACCEPT ENT-CAMBIO NO BELL.
           IF ENT-CAMBIO > ZERO
              MOVE ENT-CAMBIO TO CAMBIO-COBRO
           END-IF.
           IF CAMBIO-COBRO = ZERO
              DISPLAY "SIN CAMBIO PARA " EFE-MONEDA ": SE COBRA AL"
                      " CAMBIO DE LA FACTURA."
              MOVE EFE-CAMBIO TO CAMBIO-COBRO
           END-IF.

           COMPUTE VALOR-COBRO ROUNDED = DIVISA-APLICAR / CAMBIO-COBRO.
           COMPUTE DIFERENCIA-CAMBIO = VALOR-COBRO - IMPORTE-APLICAR.
           DISPLAY "VALOR EN EUROS: " VALOR-COBRO " (FACTURA "
                   IMPORTE-APLICAR ")  DIFERENCIA DE CAMBIO: "
                   DIFERENCIA-CAMBIO.


      * LLEVA LA DIFERENCIA DE CAMBIO DEL COBRO EN DIVISA RECIEN
      * ANOTADO: CARGO G AL CLIENTE SI ES POSITIVA O ABONO X SI ES
      * NEGATIVA, EN SUCURSAL.DAT (EN VARIOS MOVIMIENTOS SI SUPERA
      * EL TOPE DEL MOVIMIENTO), Y SU REGISTRO EN DIFCAM.DAT
      * ****************************************************************

       ANOTAR-DIFERENCIA-CAMBIO.
           IF DIFERENCIA-CAMBIO = ZERO
              GO TO ANOTAR-DIFERENCIA-CAMBIO-FIN
           END-IF.

           PERFORM PEDIR-SUCURSAL-DIFCAM UNTIL EXISTE-SUC = "S".
           MOVE 99999,99 TO TOPE-MOVIMIENTO.
           IF MAXIMP-SUCURSAL > ZERO
              AND MAXIMP-SUCURSAL < TOPE-MOVIMIENTO
              MOVE MAXIMP-SUCURSAL TO TOPE-MOVIMIENTO
           END-IF.

           MOVE EFE-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.

           IF DIFERENCIA-CAMBIO > ZERO
              MOVE "G" TO TIPMOV
              MOVE "B" TO DCA-SIGNO
              MOVE DIFERENCIA-CAMBIO TO RESTO-DIFERENCIA
           ELSE
              MOVE "X" TO TIPMOV
              MOVE "P" TO DCA-SIGNO
              COMPUTE RESTO-DIFERENCIA = ZERO - DIFERENCIA-CAMBIO
           END-IF.
           MOVE RESTO-DIFERENCIA TO DCA-DIFERENCIA.
           PERFORM GRABAR-MOVIMIENTO-DIFCAM
                   UNTIL RESTO-DIFERENCIA = ZERO.

           MOVE FECHA           TO DCA-FECHA.
           MOVE EFE-NUMFAC      TO DCA-NUMFAC.
           MOVE EFE-CODCLI      TO DCA-CODCLI.
           MOVE EFE-MONEDA      TO DCA-MONEDA.
           MOVE DIVISA-APLICAR  TO DCA-IMPORTE-DIV.
           MOVE EFE-CAMBIO      TO DCA-CAMBIO-FAC.
           MOVE CAMBIO-COBRO    TO DCA-CAMBIO-COB.
           MOVE IMPORTE-APLICAR TO DCA-IMPORTE-FAC.
           MOVE VALOR-COBRO     TO DCA-IMPORTE-COB.
           MOVE ENT-SUCURSAL    TO DCA-SUCURSAL.
           MOVE "GES-EFE"       TO DCA-ORIGEN.
           WRITE REGDCA.
           DISPLAY "DIFERENCIA DE CAMBIO " TIPMOV ": "
                   DCA-DIFERENCIA " ANOTADA EN SUCURSAL.DAT.".

       ANOTAR-DIFERENCIA-CAMBIO-FIN.
           EXIT.


      * GRABA UN MOVIMIENTO DE DIFERENCIA DE CAMBIO POR LO QUE
      * QUEDE, HASTA EL TOPE DEL MOVIMIENTO
      * ****************************************************************

       GRABAR-MOVIMIENTO-DIFCAM.
           MOVE EFE-CODCLI              TO CLIMOV.
           MOVE NOMCLI                  TO NOMMOV.
           IF RESTO-DIFERENCIA > TOPE-MOVIMIENTO
              MOVE TOPE-MOVIMIENTO TO IMPMOV
           ELSE
              MOVE RESTO-DIFERENCIA TO IMPMOV
           END-IF.
           MOVE FECHA                   TO FECMOV.
           MOVE ENT-SUCURSAL            TO SUCMOV.
           MOVE SPACES                  TO CTRMOV.
           WRITE REGMOV.
           SUBTRACT IMPMOV FROM RESTO-DIFERENCIA.


      * PIDE, LA PRIMERA VEZ EN LA SESION, LA SUCURSAL QUE EMITE
      * LOS MOVIMIENTOS DE DIFERENCIA DE CAMBIO Y LA VALIDA CONTRA
      * EL MAESTRO DE SUCURSALES
      * ****************************************************************

       PEDIR-SUCURSAL-DIFCAM.
           DISPLAY "Sucursal emisora de las diferencias de cambio:".
           ACCEPT ENT-SUCURSAL NO BELL.

           OPEN INPUT A-SUCMAEST.
           MOVE ENT-SUCURSAL TO DIR-REL-SUC.
           READ A-SUCMAEST
              INVALID KEY     MOVE "N" TO EXISTE-SUC
              NOT INVALID KEY MOVE "S" TO EXISTE-SUC
           END-READ.
           CLOSE A-SUCMAEST.

           IF EXISTE-SUC = "N"
              DISPLAY "ERROR: SUCURSAL NO DADA DE ALTA EN"
                      " SUCMAEST.DAT"
           ELSE
              IF SUC-CERRADA
                 DISPLAY "ERROR: LA SUCURSAL ESTA CERRADA."
                 MOVE "N" TO EXISTE-SUC
              ELSE
                 DISPLAY "SUCURSAL: " DESSUC
                 MOVE SUC-MAXIMP TO MAXIMP-SUCURSAL
              END-IF
           END-IF.


      * SUMA IMPORTE-APLICAR A LO COBRADO DEL EFECTO EN REGEFE Y LO
      * DESCUENTA DE SU PENDIENTE: SIN PENDIENTE QUEDA COBRADO; UN
      * EFECTO PENDIENTE PASA A COBRADO EN PARTE (UNO REMESADO
      * SIGUE REMESADO HASTA QUE EL BANCO LO COBRE). EN UN EFECTO
      * EN DIVISA, LO PENDIENTE EN DIVISA BAJA POR LO COBRADO EN
      * DIVISA (DIVISA-APLICAR) O, SI SE APLICAN EUROS, QUEDA EN
      * EL VALOR DE LO PENDIENTE AL CAMBIO DE LA FACTURA
      * ****************************************************************

       ANOTAR-COBRO-EFECTO.
           ADD IMPORTE-APLICAR TO EFE-IMP-COBRADO.
           SUBTRACT IMPORTE-APLICAR FROM EFE-IMP-PENDIENTE.
           MOVE FECHA TO EFE-FECHA-COB.
           IF EFE-MONEDA NOT = SPACES
              IF EFE-IMP-PENDIENTE = ZERO
                 MOVE ZERO TO EFE-PEND-DIV
              ELSE
                 IF DIVISA-APLICAR > ZERO
                    SUBTRACT DIVISA-APLICAR FROM EFE-PEND-DIV
                 ELSE
                    COMPUTE EFE-PEND-DIV ROUNDED =
                            EFE-IMP-PENDIENTE * EFE-CAMBIO
                 END-IF
              END-IF
           END-IF.
           IF EFE-IMP-PENDIENTE = ZERO
              MOVE "C" TO EFE-ESTADO
           ELSE
              IF EFE-PENDIENTE
                 MOVE "A" TO EFE-ESTADO
              END-IF
           END-IF.


      * RECOGE UNA ENTREGA A CUENTA DE UN CLIENTE QUE NO CORRESPONDE
      * A NINGUN EFECTO (PAGO ANTICIPADO O EXCESO DE UN COBRO)
      * ****************************************************************

       ENTREGA-A-CUENTA.
           DISPLAY "Cliente:".
           ACCEPT ENT-CODCLI NO BELL.
           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO EXISTE."
              GO TO ENTREGA-A-CUENTA-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

           DISPLAY "Importe entregado a cuenta:".
           ACCEPT ENT-IMPORTE NO BELL.
           IF ENT-IMPORTE = ZERO
              DISPLAY "ENTREGA ANULADA."
              GO TO ENTREGA-A-CUENTA-FIN
           END-IF.

           MOVE ENT-CODCLI TO ECT-CODCLI.
           READ A-ENTCTA
              INVALID KEY     MOVE "N" TO EXISTE-ECT
              NOT INVALID KEY MOVE "S" TO EXISTE-ECT
           END-READ.
           IF EXISTE-ECT = "N"
              MOVE ENT-CODCLI TO ECT-CODCLI
              MOVE ZERO TO ECT-SALDO ECT-RECIBIDO ECT-APLICADO
           END-IF.
           ADD ENT-IMPORTE TO ECT-SALDO.
           ADD ENT-IMPORTE TO ECT-RECIBIDO.
           MOVE FECHA TO ECT-FECHA-ULT.
           IF EXISTE-ECT = "S"
              REWRITE REGECT
           ELSE
              WRITE REGECT
           END-IF.
           DISPLAY "ENTREGA ANOTADA. SALDO A CUENTA SIN APLICAR: "
                   ECT-SALDO.

       ENTREGA-A-CUENTA-FIN.
           EXIT.


      * APLICA LAS ENTREGAS A CUENTA A LOS EFECTOS ABIERTOS: LAS DE
      * UN CLIENTE, A MANO O AUTOMATICAMENTE, O LAS DE TODOS LOS
      * CLIENTES AUTOMATICAMENTE
      * ****************************************************************

       DISTRIBUIR-ENTREGAS.
           MOVE ZERO TO CONT-APLICADOS.
           MOVE ZERO TO TOTAL-APLICADO.
           DISPLAY "Cliente (en blanco = todos, automatico):".
           ACCEPT ENT-CODCLI NO BELL.

           IF ENT-CODCLI = SPACES
              MOVE LOW-VALUES TO ECT-CODCLI
              MOVE "N" TO FIN-ENTCTA
              START A-ENTCTA KEY NOT LESS THAN ECT-CODCLI
                 INVALID KEY MOVE "S" TO FIN-ENTCTA
              END-START
              PERFORM DISTRIBUIR-SIGUIENTE-CUENTA
                      UNTIL FIN-ENTCTA = "S"
              DISPLAY "EFECTOS APLICADOS: " CONT-APLICADOS
                      "  IMPORTE APLICADO: " TOTAL-APLICADO
              GO TO DISTRIBUIR-ENTREGAS-FIN
           END-IF.

           MOVE ENT-CODCLI TO ECT-CODCLI.
           READ A-ENTCTA
              INVALID KEY     MOVE "N" TO EXISTE-ECT
              NOT INVALID KEY MOVE "S" TO EXISTE-ECT
           END-READ.
           IF EXISTE-ECT = "N" OR ECT-SALDO = ZERO
              DISPLAY "EL CLIENTE NO TIENE ENTREGAS A CUENTA SIN"
                      " APLICAR."
              GO TO DISTRIBUIR-ENTREGAS-FIN
           END-IF.

           DISPLAY "SALDO A CUENTA SIN APLICAR: " ECT-SALDO.
           DISPLAY "<M>ANUAL O <A>UTOMATICA (VENCIMIENTO MAS"
                   " ANTIGUO PRIMERO):".
           ACCEPT ENT-MODO NO BELL.
           IF ENT-MODO = "M" OR ENT-MODO = "m"
              PERFORM APLICAR-MANUAL THRU APLICAR-MANUAL-FIN
           ELSE
              IF ENT-MODO = "A" OR ENT-MODO = "a"
                 PERFORM APLICAR-AUTOMATICA
                 DISPLAY "EFECTOS APLICADOS: " CONT-APLICADOS
                         "  IMPORTE APLICADO: " TOTAL-APLICADO
              ELSE
                 DISPLAY "ERROR: OPCION NO VALIDA."
              END-IF
           END-IF.
           DISPLAY "SALDO A CUENTA SIN APLICAR: " ECT-SALDO.

       DISTRIBUIR-ENTREGAS-FIN.
           EXIT.


      * APLICA AUTOMATICAMENTE EL SALDO DEL SIGUIENTE CLIENTE CON
      * ENTREGAS A CUENTA
      * ****************************************************************

       DISTRIBUIR-SIGUIENTE-CUENTA.
           READ A-ENTCTA NEXT RECORD AT END MOVE "S" TO FIN-ENTCTA
           END-READ.
           IF FIN-ENTCTA NOT = "S" AND ECT-SALDO > ZERO
              PERFORM APLICAR-AUTOMATICA
           END-IF.


      * APLICA EL SALDO A CUENTA DEL CLIENTE A UN EFECTO ELEGIDO,
      * HASTA LO QUE LE QUEDE PENDIENTE
      * ****************************************************************

       APLICAR-MANUAL.
           DISPLAY "Numero de factura del efecto:".
           ACCEPT ENT-NUMFAC NO BELL.

           MOVE ENT-NUMFAC TO EFE-NUMFAC.
           READ A-EFECTOS
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.

           IF EXISTE = "N"
              DISPLAY "ERROR: EL EFECTO NO EXISTE."
              GO TO APLICAR-MANUAL-FIN
           END-IF.
           IF EFE-CODCLI NOT = ECT-CODCLI
              DISPLAY "ERROR: EL EFECTO ES DE OTRO CLIENTE ("
                      EFE-CODCLI ")."
              GO TO APLICAR-MANUAL-FIN
           END-IF.
           IF EFE-COBRADO
              DISPLAY "EL EFECTO YA ESTA COBRADO (" EFE-FECHA-COB
                      ")."
              GO TO APLICAR-MANUAL-FIN
           END-IF.

           PERFORM MOSTRAR-EFECTO.
           MOVE EFE-IMP-PENDIENTE TO IMPORTE-APLICAR.
           IF IMPORTE-APLICAR > ECT-SALDO
              MOVE ECT-SALDO TO IMPORTE-APLICAR
           END-IF.
           DISPLAY "CONFIRMA APLICAR " IMPORTE-APLICAR
                   " AL EFECTO (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "APLICACION ANULADA."
              GO TO APLICAR-MANUAL-FIN
           END-IF.

           PERFORM APLICAR-A-EFECTO.
           REWRITE REGECT.
           DISPLAY "ENTREGA APLICADA.".

       APLICAR-MANUAL-FIN.
           EXIT.


      * APLICA EL SALDO A CUENTA DEL CLIENTE DE REGECT A SUS EFECTOS
      * ABIERTOS, DEL VENCIMIENTO MAS ANTIGUO AL MAS RECIENTE, HASTA
      * AGOTARLO O QUEDAR SIN EFECTOS
      * ****************************************************************

       APLICAR-AUTOMATICA.
           MOVE ZERO TO CONT-APLICAR.
           INITIALIZE TAB-APLICAR.
           MOVE ECT-CODCLI TO EFE-CODCLI.
           MOVE "N" TO FIN-EFECTO.
           START A-EFECTOS KEY = EFE-CODCLI
              INVALID KEY MOVE "S" TO FIN-EFECTO
           END-START.
           PERFORM CARGAR-EFECTO-ABIERTO UNTIL FIN-EFECTO = "S".

           MOVE 1 TO IDX-ANTIGUO.
           PERFORM APLICAR-MAS-ANTIGUO
                   UNTIL ECT-SALDO = ZERO OR IDX-ANTIGUO = ZERO.
           REWRITE REGECT.


      * ANOTA EN LA TABLA EL SIGUIENTE EFECTO ABIERTO DEL CLIENTE
      * ****************************************************************

       CARGAR-EFECTO-ABIERTO.
           READ A-EFECTOS NEXT RECORD AT END MOVE "S" TO FIN-EFECTO
           END-READ.
           IF FIN-EFECTO NOT = "S"
              IF EFE-CODCLI NOT = ECT-CODCLI
                 MOVE "S" TO FIN-EFECTO
              ELSE
                 IF NOT EFE-COBRADO AND EFE-IMP-PENDIENTE > ZERO
                    AND CONT-APLICAR < 500
                    ADD 1 TO CONT-APLICAR
                    MOVE EFE-NUMFAC    TO TAB-APL-NUMFAC(CONT-APLICAR)
                    MOVE EFE-FECHA-VTO TO TAB-APL-VTO(CONT-APLICAR)
                    MOVE "N"           TO TAB-APL-USADO(CONT-APLICAR)
                 END-IF
              END-IF
           END-IF.


      * TOMA EL EFECTO DE VENCIMIENTO MAS ANTIGUO AUN NO TRATADO Y
      * LE APLICA LO QUE SE PUEDA DEL SALDO A CUENTA (IDX-ANTIGUO
      * QUEDA A CERO CUANDO NO QUEDAN EFECTOS)
      * ****************************************************************

       APLICAR-MAS-ANTIGUO.
           MOVE ZERO TO IDX-ANTIGUO.
           PERFORM COMPARAR-ANTIGUEDAD
                   VARYING IDX-APL FROM 1 BY 1
                   UNTIL IDX-APL > CONT-APLICAR.
           IF IDX-ANTIGUO > ZERO
              MOVE "S" TO TAB-APL-USADO(IDX-ANTIGUO)
              MOVE TAB-APL-NUMFAC(IDX-ANTIGUO) TO EFE-NUMFAC
              READ A-EFECTOS
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "S"
                 MOVE EFE-IMP-PENDIENTE TO IMPORTE-APLICAR
                 IF IMPORTE-APLICAR > ECT-SALDO
                    MOVE ECT-SALDO TO IMPORTE-APLICAR
                 END-IF
                 PERFORM APLICAR-A-EFECTO
              END-IF
           END-IF.


      * RETIENE EN IDX-ANTIGUO EL EFECTO NO TRATADO DE VENCIMIENTO
      * MAS ANTIGUO
      * ****************************************************************

       COMPARAR-ANTIGUEDAD.
           IF TAB-APL-USADO(IDX-APL) = "N"
              IF IDX-ANTIGUO = ZERO
                 MOVE IDX-APL TO IDX-ANTIGUO
              ELSE
                 IF TAB-APL-VTO(IDX-APL) < TAB-APL-VTO(IDX-ANTIGUO)
                    MOVE IDX-APL TO IDX-ANTIGUO
                 END-IF
              END-IF
           END-IF.


      * APLICA IMPORTE-APLICAR DEL SALDO A CUENTA (REGECT) AL EFECTO
      * EN REGEFE Y LO DESCUENTA DEL SALDO
      * ****************************************************************

       APLICAR-A-EFECTO.
           MOVE ZERO TO DIVISA-APLICAR.
           PERFORM ANOTAR-COBRO-EFECTO.
           REWRITE REGEFE.
           SUBTRACT IMPORTE-APLICAR FROM ECT-SALDO.
           ADD IMPORTE-APLICAR TO ECT-APLICADO.
           MOVE FECHA TO ECT-FECHA-ULT.
           ADD 1 TO CONT-APLICADOS.
           ADD IMPORTE-APLICAR TO TOTAL-APLICADO.
           DISPLAY "EFECTO " EFE-NUMFAC " DE " EFE-CODCLI ": APLICADO "
                   IMPORTE-APLICAR ", PENDIENTE " EFE-IMP-PENDIENTE.


      * CONSULTA UN EFECTO POR SU NUMERO DE FACTURA
      * ****************************************************************

                   "  IMPORTE " EFE-IMPORTE.
           DISPLAY "EMISION " EFE-FECHA-EMI "  VENCIMIENTO "
                   EFE-FECHA-VTO "  ESTADO " EFE-ESTADO.
           DISPLAY "COBRADO " EFE-IMP-COBRADO "  PENDIENTE "
                   EFE-IMP-PENDIENTE.
           IF EFE-MONEDA NOT = SPACES
              DISPLAY "EN " EFE-MONEDA ": IMPORTE " EFE-IMPORTE-DIV
                      "  PENDIENTE " EFE-PEND-DIV "  CAMBIO "
                      EFE-CAMBIO
           END-IF.
           IF EFE-MOTIVO-DEV NOT = SPACES
              DISPLAY "DEVUELTO POR EL BANCO, MOTIVO " EFE-MOTIVO-DEV
           END-IF.


      * INFORME DE ANTIGUEDAD DE LO PENDIENTE DE LA CARTERA POR
      * TRAMOS DE DIAS VENCIDOS, CON LAS ENTREGAS A CUENTA AUN SIN
      * APLICAR
      * ****************************************************************

       INFORME-ANTIGUEDAD.
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "FACTURA CLIENTE VENCIMTO PENDIENTE   DIAS TRAMO"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE ZERO TO TOTAL-A-CUENTA.
           MOVE LOW-VALUES TO ECT-CODCLI.
           MOVE "N" TO FIN-ENTCTA.
           START A-ENTCTA KEY NOT LESS THAN ECT-CODCLI
              INVALID KEY MOVE "S" TO FIN-ENTCTA
           END-START.
           PERFORM SUMAR-ENTREGA-CUENTA UNTIL FIN-ENTCTA = "S".
           MOVE SPACES TO LINEA-LISTADO.
           STRING "ENTREGAS A CUENTA SIN APLICAR: " TOTAL-A-CUENTA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           DISPLAY "EFECTOS PENDIENTES: " CONT-PENDIENTES
                   "  IMPORTE: " TOTAL-PENDIENTE.
           DISPLAY "ENTREGAS A CUENTA SIN APLICAR: " TOTAL-A-CUENTA.
           DISPLAY "INFORME GENERADO EN ANTIGEFE.LST".


           END-IF.

           ADD 1 TO TAB-TRA-CONT(IDX-TRAMO).
           ADD EFE-IMP-PENDIENTE TO TAB-TRA-IMP(IDX-TRAMO).
           ADD 1 TO CONT-PENDIENTES.
           ADD EFE-IMP-PENDIENTE TO TOTAL-PENDIENTE.

           MOVE SPACES TO LINEA-LISTADO.
           STRING EFE-NUMFAC    DELIMITED BY SIZE
                  "   "         DELIMITED BY SIZE
                  EFE-FECHA-VTO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EFE-IMP-PENDIENTE DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  DIAS-VENCIDO  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
           EXIT.


      * SUMA EL SALDO SIN APLICAR DEL SIGUIENTE CLIENTE CON
      * ENTREGAS A CUENTA
      * ****************************************************************

       SUMAR-ENTREGA-CUENTA.
           READ A-ENTCTA NEXT RECORD AT END MOVE "S" TO FIN-ENTCTA
           END-READ.
           IF FIN-ENTCTA NOT = "S"
              ADD ECT-SALDO TO TOTAL-A-CUENTA
           END-IF.


      * GRABA EL RESUMEN DE UN TRAMO DE ANTIGUEDAD
      * ****************************************************************

