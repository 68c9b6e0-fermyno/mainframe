       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMP-DEV.
       REMARKS. IMPORTACION DE LOS RECIBOS DEVUELTOS POR EL BANCO
           (DEVBANCO.DAT: REMESA, FACTURA, FECHA, MOTIVO Y GASTOS):
           CASA CADA DEVOLUCION CON SU LINEA DEL REGISTRO DE REMESAS
           DE GEN-REM (REMESA.DAT) Y CON SU EFECTO (EFECTOS.DAT),
           QUE VUELVE A QUEDAR PENDIENTE CON EL MOTIVO DE LA
           DEVOLUCION, Y DEJA CONSTANCIA EN EL REGISTRO DE RECIBOS
           DEVUELTOS (RECDEV.DAT). LOS GASTOS DE DEVOLUCION DEL
           BANCO (LOS DEL FICHERO O, SI NO VIENEN, EL PARAMETRO
           GASTODEV DE PARAMS.DAT) SE CARGAN AL CLIENTE COMO
           MOVIMIENTO "C" EN SUCURSAL.DAT PARA LA CONTABILIZACION
           NORMAL DE ACT-CLI. LOS RECIBOS DEVUELTOS SE CUENTAN POR
           CLIENTE EN COBROCLI.DAT Y, CUANDO PASAN DEL MAXIMO DEL
           PARAMETRO MAXDEVOL (2 SI NO ESTA), EL CLIENTE QUEDA
           RETENIDO FUERA DE LAS REMESAS DE GEN-REM Y SE LE ANOTA
           UNA GESTION EN NOTASCLI.DAT CON SEGUIMIENTO PARA HOY,
           DE MODO QUE SALGA EN LA LISTA DE TRABAJO DE GES-NOT.
           LAS DEVOLUCIONES QUE NO CASAN SALEN EN EL LISTADO
           DEVREM.LST PARA SU TRATAMIENTO MANUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-DEVBANCO ASSIGN TO DISK 'DEVBANCO.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DVB-FILESTAT.

           SELECT A-REMESA ASSIGN TO DISK 'REMESA.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS REM-FILESTAT.

           SELECT A-EFECTOS ASSIGN TO DISK 'EFECTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EFE-NUMFAC
                  ALTERNATE RECORD KEY EFE-CODCLI WITH DUPLICATES
                  FILE STATUS IS EFE-FILESTAT.

           SELECT A-COBROCLI ASSIGN TO DISK 'COBROCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COB-CODCLI
                  FILE STATUS IS COB-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

           SELECT A-NOTAS ASSIGN TO DISK 'NOTASCLI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS NOT-FILESTAT.

      *
      * DECLARACION DEL REGISTRO PERMANENTE DE RECIBOS DEVUELTOS,
      * QUE SE ACUMULA EJECUCION A EJECUCION (MISMO PATRON QUE
      * REMESA.DAT EN GEN-REM)
      *
           SELECT A-RECDEV ASSIGN TO DISK 'RECDEV.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS RDV-FILESTAT.

           SELECT A-SUCURS ASSIGN TO DISK 'SUCURSAL.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

      *
      * DECLARACION DEL MAESTRO DE SUCURSALES, SOLO PARA VALIDAR
      * LA SUCURSAL EMISORA DE LOS CARGOS DE GASTOS
      *
           SELECT A-SUCMAEST ASSIGN TO DISK 'SUCMAEST.DAT'
                  ORGANIZATION RELATIVE
                  ACCESS RANDOM
                  RELATIVE KEY DIR-REL-SUC.

           SELECT A-LISTADO ASSIGN TO DISK 'DEVREM.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA LINEA DE DEVOLUCIONES DEL BANCO: REMESA
      * Y FACTURA DEL RECIBO DEVUELTO, FECHA, MOTIVO DEL BANCO Y
      * GASTOS DE LA DEVOLUCION. LOS NUMEROS SE DECLARAN
      * ALFANUMERICOS PARA VALIDARLOS ANTES DE USARLOS
      *
       FD A-DEVBANCO LABEL RECORD STANDARD.
       01 REGDVB.
          02 DVB-REMESA-X   PIC X(6).
          02 DVB-NUMFAC-X   PIC X(6).
          02 DVB-FECHA      PIC X(8).
          02 DVB-MOTIVO     PIC X(4).
          02 DVB-GASTOS-X   PIC X(6).

       FD A-REMESA LABEL RECORD STANDARD.
       01 REGREM.
          02 REM-NUMERO     PIC 9(6).
          02 REM-FECHA      PIC X(8).
          02 REM-NUMFAC     PIC 9(6).
          02 REM-CODCLI     PIC X(5).
          02 REM-NOMCLI     PIC X(25).
          02 REM-NIFCLI     PIC X(9).
          02 REM-IMPORTE    PIC 9(8)V9(2).
          02 REM-FECHA-VTO  PIC X(8).

       FD A-EFECTOS LABEL RECORD STANDARD.
       01 REGEFE.
          02 EFE-NUMFAC     PIC 9(6).
          02 EFE-CODCLI     PIC X(5).
          02 EFE-FECHA-EMI  PIC X(8).
          02 EFE-FECHA-VTO  PIC X(8).
          02 EFE-IMPORTE    PIC 9(8)V9(2).
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
          02 COB-CODCLI     PIC X(5).
          02 COB-DIAS-PAGO  PIC 9(3).
          02 COB-NIVEL-CARTA PIC 9(1).
          02 COB-FECHA-CARTA PIC X(8).
          02 COB-DEVOLUCIONES PIC 9(3).
          02 COB-FECHA-DEVOL PIC X(8).
          02 COB-RETENIDO   PIC X(1).
             88 COB-SIN-REMESA VALUE "S".

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

       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

       FD A-NOTAS LABEL RECORD STANDARD.
       01 REGNOT.
          02 NOT-CODCLI     PIC X(5).
          02 NOT-FECHA      PIC X(8).
          02 NOT-OPERADOR   PIC X(8).
          02 NOT-TEXTO      PIC X(40).
          02 NOT-SEGUIMIENTO PIC X(8).

      *
      * DESCRIPCION DEL REGISTRO DE RECIBOS DEVUELTOS: UNA LINEA
      * POR DEVOLUCION TRATADA
      *
       FD A-RECDEV LABEL RECORD STANDARD.
       01 REGRDV.
          02 RDV-FECHA      PIC X(8).
          02 RDV-REMESA     PIC 9(6).
          02 RDV-NUMFAC     PIC 9(6).
          02 RDV-CODCLI     PIC X(5).
          02 RDV-IMPORTE    PIC 9(8)V9(2).
          02 RDV-MOTIVO     PIC X(4).
          02 RDV-GASTOS     PIC 9(4)V9(2).

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

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 DVB-FILESTAT      PIC X(2).
       77 REM-FILESTAT      PIC X(2).
       77 EFE-FILESTAT      PIC X(2).
       77 COB-FILESTAT      PIC X(2).
       77 PAR-FILESTAT      PIC X(2).
       77 NOT-FILESTAT      PIC X(2).
       77 RDV-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 DIR-REL-SUC       PIC 9(4).
       77 ENT-SUCURSAL      PIC 9(3).
       77 EXISTE            PIC X(1).
       77 EXISTE-COB        PIC X(1).
       77 EXISTE-PAR        PIC X(1).
       77 EXISTE-SUC        PIC X(1).
       77 FIN-DEVBANCO      PIC X(1).
       77 FIN-REMESA        PIC X(1).
       77 MAXIMO-DEVOL      PIC 9(3) VALUE 2.
       77 GASTOS-DEFECTO    PIC 9(4)V9(2) VALUE ZERO.
       77 GASTOS-DEVOL      PIC 9(4)V9(2).
       77 MOTIVO-INCIDENCIA PIC X(40).
       77 NUM-LINEA         PIC 9(4) VALUE ZERO.
       77 CONT-DEVOL        PIC 9(3) VALUE ZERO.
       77 IDX-DEV           PIC 9(3) COMP.
       77 CONT-TRATADAS     PIC 9(5) VALUE ZERO.
       77 CONT-INCIDENCIAS  PIC 9(5) VALUE ZERO.
       77 CONT-RETENIDOS    PIC 9(5) VALUE ZERO.
       77 TOTAL-DEVUELTO    PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-GASTOS      PIC 9(7)V9(2) VALUE ZERO.

      *
      * DEVOLUCIONES DEL FICHERO DEL BANCO, CON LO QUE SE SABE DE
      * CADA UNA TRAS CASARLA CON EL REGISTRO DE REMESAS
      *
       01 TAB-DEVOLUCIONES.
          02 TAB-DEV-OCU OCCURS 500 TIMES.
             03 TAB-DEV-LINEA     PIC 9(4).
             03 TAB-DEV-REMESA    PIC 9(6).
             03 TAB-DEV-NUMFAC    PIC 9(6).
             03 TAB-DEV-FECHA     PIC X(8).
             03 TAB-DEV-MOTIVO    PIC X(4).
             03 TAB-DEV-GASTOS    PIC 9(4)V9(2).
             03 TAB-DEV-CASADA    PIC X(1).
             03 TAB-DEV-CODCLI    PIC X(5).
             03 TAB-DEV-IMPORTE   PIC 9(8)V9(2).
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
       IMPORTAR-DEVOLUCIONES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "IMP-DEV" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LA SUCURSAL EMISORA, CARGA LAS
      * DEVOLUCIONES DEL BANCO, LAS CASA CON EL REGISTRO DE
      * REMESAS Y TRATA CADA UNA SOBRE SU EFECTO Y SU CLIENTE
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "IMPORTACION DE RECIBOS DEVUELTOS POR EL BANCO".
           DISPLAY "---------------------------------------------".

           OPEN INPUT A-SUCMAEST.
           MOVE "N" TO EXISTE-SUC.
           PERFORM PEDIR-SUCURSAL-CARGOS
               UNTIL EXISTE-SUC = "S".
           CLOSE A-SUCMAEST.

           OPEN INPUT A-DEVBANCO.
           IF DVB-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL FICHERO DE DEVOLUCIONES DEL"
                      " BANCO (DEVBANCO.DAT)."
              CLOSE A-DEVBANCO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-EFECTOS.
           IF EFE-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE LA CARTERA DE EFECTOS"
                      " (EFECTOS.DAT)."
              CLOSE A-EFECTOS
              CLOSE A-DEVBANCO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM LEER-PARAMETROS.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "RECIBOS DEVUELTOS POR EL BANCO - " FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "LINEA REMESA FACTURA CLIENTE IMPORTE     MOTIVO"
                TO LINEA-LISTADO.
           MOVE "GASTOS  OBSERVACIONES" TO LINEA-LISTADO(49:21).
           WRITE LINEA-LISTADO.

           INITIALIZE TAB-DEVOLUCIONES.
           MOVE "N" TO FIN-DEVBANCO.
           READ A-DEVBANCO AT END MOVE "S" TO FIN-DEVBANCO END-READ.
           PERFORM CARGAR-DEVOLUCION UNTIL FIN-DEVBANCO = "S".
           CLOSE A-DEVBANCO.

           PERFORM CASAR-CON-REMESAS.

           OPEN I-O A-COBROCLI.
           IF COB-FILESTAT NOT = "00"
              CLOSE A-COBROCLI
              OPEN OUTPUT A-COBROCLI
              CLOSE A-COBROCLI
              OPEN I-O A-COBROCLI
           END-IF.
           OPEN INPUT A-CLIENT.

      *
      * LOS REGISTROS PERMANENTES SE ACUMULAN: LO ANTERIOR NO SE
      * PIERDE
      *
           OPEN EXTEND A-RECDEV.
           IF RDV-FILESTAT NOT = "00"
              CLOSE A-RECDEV
              OPEN OUTPUT A-RECDEV
           END-IF.
           OPEN EXTEND A-NOTAS.
           IF NOT-FILESTAT NOT = "00"
              CLOSE A-NOTAS
              OPEN OUTPUT A-NOTAS
           END-IF.
           OPEN EXTEND A-SUCURS.

           PERFORM TRATAR-DEVOLUCION THRU TRATAR-DEVOLUCION-FIN
                   VARYING IDX-DEV FROM 1 BY 1
                   UNTIL IDX-DEV > CONT-DEVOL.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "DEVOLUCIONES TRATADAS: " CONT-TRATADAS
                  "  IMPORTE " TOTAL-DEVUELTO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "GASTOS CARGADOS......: " TOTAL-GASTOS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CLIENTES RETENIDOS...: " CONT-RETENIDOS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "INCIDENCIAS..........: " CONT-INCIDENCIAS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           CLOSE A-SUCURS.
           CLOSE A-NOTAS.
           CLOSE A-RECDEV.
           CLOSE A-CLIENT.
           CLOSE A-COBROCLI.
           CLOSE A-EFECTOS.
           CLOSE A-LISTADO.

           DISPLAY "DEVOLUCIONES TRATADAS: " CONT-TRATADAS
                   "  IMPORTE " TOTAL-DEVUELTO.
           DISPLAY "GASTOS CARGADOS......: " TOTAL-GASTOS.
           DISPLAY "CLIENTES RETENIDOS...: " CONT-RETENIDOS.
           DISPLAY "INCIDENCIAS..........: " CONT-INCIDENCIAS
                   " (VER DEVREM.LST)".

           IF CONT-INCIDENCIAS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * PIDE LA SUCURSAL EMISORA DE LOS CARGOS Y LA VALIDA
      * ****************************************************************

       PEDIR-SUCURSAL-CARGOS.
           DISPLAY "Sucursal emisora de los cargos de gastos:".
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
              END-IF
           END-IF.


      * LEE DE PARAMS.DAT EL MAXIMO DE RECIBOS DEVUELTOS ANTES DE
      * RETENER AL CLIENTE Y LOS GASTOS DE DEVOLUCION POR DEFECTO
      * (SIN FICHERO O SIN PARAMETRO SE USAN LOS VALORES FIJOS)
      * ****************************************************************

       LEER-PARAMETROS.
           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "MAXDEVOL" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S" AND PAR-VALOR > ZERO
                 MOVE PAR-VALOR TO MAXIMO-DEVOL
              END-IF
              MOVE "GASTODEV" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S"
                 MOVE PAR-VALOR TO GASTOS-DEFECTO
              END-IF
              CLOSE A-PARAMS
           ELSE
              CLOSE A-PARAMS
           END-IF.


      * VALIDA LA SIGUIENTE LINEA DEL BANCO Y LA ANOTA EN LA TABLA
      * ****************************************************************

       CARGAR-DEVOLUCION.
           ADD 1 TO NUM-LINEA.
           IF DVB-REMESA-X NOT NUMERIC OR DVB-NUMFAC-X NOT NUMERIC
              MOVE "REMESA O FACTURA NO NUMERICA"
                   TO MOTIVO-INCIDENCIA
              PERFORM GRABAR-INCIDENCIA-LINEA
           ELSE
              IF CONT-DEVOL = 500
                 MOVE "DEMASIADAS DEVOLUCIONES EN EL FICHERO"
                      TO MOTIVO-INCIDENCIA
                 PERFORM GRABAR-INCIDENCIA-LINEA
              ELSE
                 ADD 1 TO CONT-DEVOL
                 MOVE NUM-LINEA    TO TAB-DEV-LINEA(CONT-DEVOL)
                 MOVE DVB-REMESA-X TO TAB-DEV-REMESA(CONT-DEVOL)
                 MOVE DVB-NUMFAC-X TO TAB-DEV-NUMFAC(CONT-DEVOL)
                 MOVE DVB-FECHA    TO TAB-DEV-FECHA(CONT-DEVOL)
                 MOVE DVB-MOTIVO   TO TAB-DEV-MOTIVO(CONT-DEVOL)
                 MOVE ZERO         TO TAB-DEV-GASTOS(CONT-DEVOL)
                 IF DVB-GASTOS-X NUMERIC
                    MOVE DVB-GASTOS-X TO TAB-DEV-GASTOS(CONT-DEVOL)(1:6)
                 END-IF
                 MOVE "N"          TO TAB-DEV-CASADA(CONT-DEVOL)
              END-IF
           END-IF.
           READ A-DEVBANCO AT END MOVE "S" TO FIN-DEVBANCO END-READ.


      * RECORRE EL REGISTRO DE REMESAS UNA SOLA VEZ CASANDO CADA
      * LINEA CON LAS DEVOLUCIONES DE SU REMESA Y FACTURA
      * ****************************************************************

       CASAR-CON-REMESAS.
           MOVE "N" TO FIN-REMESA.
           OPEN INPUT A-REMESA.
           IF REM-FILESTAT NOT = "00"
              CLOSE A-REMESA
              MOVE "S" TO FIN-REMESA
           ELSE
              READ A-REMESA AT END MOVE "S" TO FIN-REMESA END-READ
           END-IF.
           PERFORM CASAR-LINEA-REMESA UNTIL FIN-REMESA = "S".
           IF REM-FILESTAT NOT = "35"
              CLOSE A-REMESA
           END-IF.


      * COMPARA UNA LINEA DEL REGISTRO DE REMESAS CON TODAS LAS
      * DEVOLUCIONES
      * ****************************************************************

       CASAR-LINEA-REMESA.
           PERFORM COMPARAR-DEVOLUCION
                   VARYING IDX-DEV FROM 1 BY 1
                   UNTIL IDX-DEV > CONT-DEVOL.
           READ A-REMESA AT END MOVE "S" TO FIN-REMESA END-READ.


      * SI LA DEVOLUCION ES DE LA REMESA Y FACTURA DE LA LINEA, LE
      * TOMA EL CLIENTE Y EL IMPORTE REMESADO
      * ****************************************************************

       COMPARAR-DEVOLUCION.
           IF TAB-DEV-REMESA(IDX-DEV) = REM-NUMERO
              AND TAB-DEV-NUMFAC(IDX-DEV) = REM-NUMFAC
              MOVE "S"         TO TAB-DEV-CASADA(IDX-DEV)
              MOVE REM-CODCLI  TO TAB-DEV-CODCLI(IDX-DEV)
              MOVE REM-IMPORTE TO TAB-DEV-IMPORTE(IDX-DEV)
           END-IF.


      * TRATA UNA DEVOLUCION: REABRE SU EFECTO CON EL MOTIVO, LA
      * REGISTRA, CARGA LOS GASTOS AL CLIENTE Y LE CUENTA EL RECIBO
      * DEVUELTO, RETENIENDOLO SI PASA DEL MAXIMO
      * ****************************************************************

       TRATAR-DEVOLUCION.
           IF TAB-DEV-CASADA(IDX-DEV) = "N"
              MOVE "NO CONSTA EN EL REGISTRO DE REMESAS"
                   TO MOTIVO-INCIDENCIA
              PERFORM GRABAR-INCIDENCIA
              GO TO TRATAR-DEVOLUCION-FIN
           END-IF.

           MOVE TAB-DEV-NUMFAC(IDX-DEV) TO EFE-NUMFAC.
           READ A-EFECTOS
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              MOVE "EL EFECTO NO EXISTE EN LA CARTERA"
                   TO MOTIVO-INCIDENCIA
              PERFORM GRABAR-INCIDENCIA
              GO TO TRATAR-DEVOLUCION-FIN
           END-IF.

      *
      * SOLO SE REABRE UN EFECTO QUE SIGA REMESADO: UNA DEVOLUCION
      * REPETIDA O DE UN EFECTO YA COBRADO POR OTRA VIA SE REVISA
      * A MANO
      *
           IF NOT EFE-REMESADO
              MOVE "EL EFECTO YA NO ESTA REMESADO"
                   TO MOTIVO-INCIDENCIA
              PERFORM GRABAR-INCIDENCIA
              GO TO TRATAR-DEVOLUCION-FIN
           END-IF.

           IF EFE-IMP-COBRADO > ZERO
              MOVE "A" TO EFE-ESTADO
           ELSE
              MOVE "P" TO EFE-ESTADO
           END-IF.
           MOVE TAB-DEV-MOTIVO(IDX-DEV) TO EFE-MOTIVO-DEV.
           REWRITE REGEFE.

           MOVE TAB-DEV-GASTOS(IDX-DEV) TO GASTOS-DEVOL.
           IF GASTOS-DEVOL = ZERO
              MOVE GASTOS-DEFECTO TO GASTOS-DEVOL
           END-IF.

           MOVE FECHA                    TO RDV-FECHA.
           MOVE TAB-DEV-REMESA(IDX-DEV)  TO RDV-REMESA.
           MOVE TAB-DEV-NUMFAC(IDX-DEV)  TO RDV-NUMFAC.
           MOVE EFE-CODCLI               TO RDV-CODCLI.
           MOVE TAB-DEV-IMPORTE(IDX-DEV) TO RDV-IMPORTE.
           MOVE TAB-DEV-MOTIVO(IDX-DEV)  TO RDV-MOTIVO.
           MOVE GASTOS-DEVOL             TO RDV-GASTOS.
           WRITE REGRDV.

           MOVE EFE-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.

      *
      * LOS GASTOS VAN AL CLIENTE POR EL CIRCUITO NORMAL: CARGO
      * "C" EN SUCURSAL.DAT QUE CONTABILIZARA ACT-CLI
      *
           IF GASTOS-DEVOL > ZERO
              MOVE "C"          TO TIPMOV
              MOVE EFE-CODCLI   TO CLIMOV
              MOVE NOMCLI       TO NOMMOV
              MOVE GASTOS-DEVOL TO IMPMOV
              MOVE FECHA        TO FECMOV
              MOVE ENT-SUCURSAL TO SUCMOV
              MOVE SPACES       TO CTRMOV
              WRITE REGMOV
              ADD GASTOS-DEVOL TO TOTAL-GASTOS
           END-IF.

           PERFORM CONTAR-DEVOLUCION-CLIENTE.

           ADD 1 TO CONT-TRATADAS.
           ADD TAB-DEV-IMPORTE(IDX-DEV) TO TOTAL-DEVUELTO.

           MOVE SPACES TO LINEA-LISTADO.
           STRING TAB-DEV-LINEA(IDX-DEV)   DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  TAB-DEV-REMESA(IDX-DEV)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-DEV-NUMFAC(IDX-DEV)  DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  EFE-CODCLI               DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  TAB-DEV-IMPORTE(IDX-DEV) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-DEV-MOTIVO(IDX-DEV)  DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  GASTOS-DEVOL             DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  MOTIVO-INCIDENCIA        DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

       TRATAR-DEVOLUCION-FIN.
           EXIT.


      * SUMA EL RECIBO DEVUELTO EN LOS DATOS DE COBRO DEL CLIENTE
      * Y, SI PASA DEL MAXIMO, LO RETIENE FUERA DE LAS REMESAS Y
      * LE ANOTA LA GESTION DE COBRO
      * ****************************************************************

       CONTAR-DEVOLUCION-CLIENTE.
           MOVE SPACES TO MOTIVO-INCIDENCIA.
           MOVE EFE-CODCLI TO COB-CODCLI.
           READ A-COBROCLI
              INVALID KEY     MOVE "N" TO EXISTE-COB
              NOT INVALID KEY MOVE "S" TO EXISTE-COB
           END-READ.
           IF EXISTE-COB = "N"
              MOVE EFE-CODCLI TO COB-CODCLI
              MOVE ZERO       TO COB-DIAS-PAGO
              MOVE ZERO       TO COB-NIVEL-CARTA
              MOVE SPACES     TO COB-FECHA-CARTA
              MOVE ZERO       TO COB-DEVOLUCIONES
              MOVE "N"        TO COB-RETENIDO
           END-IF.
           ADD 1 TO COB-DEVOLUCIONES.
           MOVE FECHA TO COB-FECHA-DEVOL.

           IF COB-DEVOLUCIONES > MAXIMO-DEVOL AND NOT COB-SIN-REMESA
              MOVE "S" TO COB-RETENIDO
              ADD 1 TO CONT-RETENIDOS
              MOVE "CLIENTE RETENIDO FUERA DE LAS REMESAS"
                   TO MOTIVO-INCIDENCIA
              MOVE EFE-CODCLI TO NOT-CODCLI
              MOVE FECHA      TO NOT-FECHA
              MOVE "IMP-DEV"  TO NOT-OPERADOR
              MOVE SPACES     TO NOT-TEXTO
              STRING COB-DEVOLUCIONES " RECIBOS DEVUELTOS: FUERA DE"
                     " REMESAS"
                 DELIMITED BY SIZE INTO NOT-TEXTO
              END-STRING
              MOVE FECHA      TO NOT-SEGUIMIENTO
              WRITE REGNOT
           END-IF.

           IF EXISTE-COB = "S"
              REWRITE REGCOB
           ELSE
              WRITE REGCOB
           END-IF.


      * GRABA EN EL LISTADO UNA LINEA DEL BANCO QUE NO SE HA
      * PODIDO CARGAR
      * ****************************************************************

       GRABAR-INCIDENCIA-LINEA.
           ADD 1 TO CONT-INCIDENCIAS.
           MOVE SPACES TO LINEA-LISTADO.
           STRING NUM-LINEA         DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  DVB-REMESA-X      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  DVB-NUMFAC-X      DELIMITED BY SIZE
                  "  INCIDENCIA: "  DELIMITED BY SIZE
                  MOTIVO-INCIDENCIA DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * GRABA EN EL LISTADO UNA DEVOLUCION QUE NO SE HA PODIDO
      * TRATAR, CON SU MOTIVO
      * ****************************************************************

       GRABAR-INCIDENCIA.
           ADD 1 TO CONT-INCIDENCIAS.
           MOVE SPACES TO LINEA-LISTADO.
           STRING TAB-DEV-LINEA(IDX-DEV)  DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  TAB-DEV-REMESA(IDX-DEV) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-DEV-NUMFAC(IDX-DEV) DELIMITED BY SIZE
                  "  INCIDENCIA: "        DELIMITED BY SIZE
                  MOTIVO-INCIDENCIA       DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
