           EFECTOS ABIERTOS DE LA CARTERA (EFECTOS.DAT). LOS
           ABONOS CASADOS SE GRABAN COMO MOVIMIENTOS "A" EN
           SUCURSAL.DAT PARA LA CONTABILIZACION NORMAL Y AUDITADA
           DE ACT-CLI, Y SI EL IMPORTE COINCIDE CON LO PENDIENTE
           DE UN EFECTO DEL CLIENTE, EL EFECTO QUEDA LIQUIDADO; SI
           NO COINCIDE CON NINGUNO, EL ABONO QUEDA COMO ENTREGA A
           CUENTA DEL CLIENTE (ENTCTA.DAT) PARA APLICARLA DESPUES
           A SUS EFECTOS DESDE GES-EFE. LOS NO CASADOS
           SALEN EN EL LISTADO DE PARTIDAS EN SUSPENSO
           (SUSPENSO.LST) PARA SU TRATAMIENTO MANUAL, EN VEZ DE
           ACUMULARSE SIN APLICAR. UN EFECTO FACTURADO EN LA
           MONEDA DEL CLIENTE SE DA POR LIQUIDADO CON UN ABONO DEL
           CLIENTE QUE NO SE APARTE DE SU PENDIENTE EN EUROS MAS DE
           LA TOLERANCIA DE CAMBIO: LA DIFERENCIA ENTRE EL ABONO Y
           EL PENDIENTE ES LA DIFERENCIA DE CAMBIO, QUE SE CARGA (G)
           O SE ABONA (X) AL CLIENTE EN SUCURSAL.DAT Y QUEDA ANOTADA
           EN DIFCAM.DAT (INFORME MENSUAL EN INF-CAM).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY EFE-CODCLI WITH DUPLICATES
                  FILE STATUS IS EFE-FILESTAT.

           SELECT A-ENTCTA ASSIGN TO DISK 'ENTCTA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ECT-CODCLI
                  FILE STATUS IS ECT-FILESTAT.

           SELECT A-SUCURS ASSIGN TO DISK 'SUCURSAL.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-DIFCAM ASSIGN TO DISK 'DIFCAM.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DCA-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

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
      * DESCRIPCION DE LAS ENTREGAS A CUENTA DEL CLIENTE (VER
      * GES-EFE): SALDO SIN APLICAR, TOTALES RECIBIDO Y APLICADO
      * Y FECHA DEL ULTIMO MOVIMIENTO
      *
       FD A-ENTCTA LABEL RECORD STANDARD.
       01 REGECT.
          02 ECT-CODCLI     PIC X(5).
          02 ECT-SALDO      PIC 9(8)V9(2).
          02 ECT-RECIBIDO   PIC 9(9)V9(2).
          02 ECT-APLICADO   PIC 9(9)V9(2).
          02 ECT-FECHA-ULT  PIC X(8).

       FD A-SUCURS LABEL RECORD STANDARD.
       01 REGMOV.
       FD A-SUSPENSO LABEL RECORD STANDARD.
       01 LINEA-SUSPENSO     PIC X(80).

      *
      * DESCRIPCION DEL REGISTRO DE DIFERENCIAS DE CAMBIO (VER
      * GES-EFE): UNO POR COBRO EN DIVISA CON DIFERENCIA
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
       77 EXT-FILESTAT      PIC X(2).
       77 CLI-FILESTAT      PIC X(2).
       77 EFE-FILESTAT      PIC X(2).
       77 ECT-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 DIR-REL-SUC       PIC 9(4).
       77 EXISTE-SUC        PIC X(1).
       77 MOTIVO-SUSPENSO   PIC X(40).
       77 CONT-CASADOS      PIC 9(5) VALUE ZERO.
       77 CONT-SUSPENSO     PIC 9(5) VALUE ZERO.
       77 CONT-A-CUENTA     PIC 9(5) VALUE ZERO.
       77 TOTAL-A-CUENTA    PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-CASADO      PIC 9(9)V9(2) VALUE ZERO.
       77 DCA-FILESTAT      PIC X(2).
       77 TOLERANCIA-CAMBIO PIC 9(2)V9(2) VALUE 5.
       77 COINCIDE-EFECTO   PIC X(1).
       77 DESVIO-ABONO      PIC 9(8)V9(2).
       77 DESVIO-MAXIMO     PIC 9(8)V9(2).
       77 DIFERENCIA-CAMBIO PIC S9(8)V9(2).
       77 CONT-DIFCAM       PIC 9(5) VALUE ZERO.
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
       IMPORTAR-EXTRACTO.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "IMP-EXT" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LA SUCURSAL EMISORA Y RECORRE EL
      * EXTRACTO CASANDO CADA ABONO O DEJANDOLO EN SUSPENSO
                      " (EXTBANCO.DAT)."
              CLOSE A-EXTRACTO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT A-CLIENT.
              CLOSE A-EFECTOS
              OPEN I-O A-EFECTOS
           END-IF.
           OPEN I-O A-ENTCTA.
           IF ECT-FILESTAT NOT = "00"
              CLOSE A-ENTCTA
              OPEN OUTPUT A-ENTCTA
              CLOSE A-ENTCTA
              OPEN I-O A-ENTCTA
           END-IF.
           OPEN EXTEND A-SUCURS.
           OPEN OUTPUT A-SUSPENSO.
           OPEN EXTEND A-DIFCAM.
           IF DCA-FILESTAT NOT = "00"
              CLOSE A-DIFCAM
              OPEN OUTPUT A-DIFCAM
           END-IF.

           MOVE "LINEA  PARTIDAS EN SUSPENSO Y SU MOTIVO"
                TO LINEA-SUSPENSO.
           END-STRING.
           WRITE LINEA-SUSPENSO.
           MOVE SPACES TO LINEA-SUSPENSO.
           STRING "DE ELLOS A CUENTA.: " CONT-A-CUENTA
                  "  IMPORTE " TOTAL-A-CUENTA
              DELIMITED BY SIZE INTO LINEA-SUSPENSO
           END-STRING.
           WRITE LINEA-SUSPENSO.
           MOVE SPACES TO LINEA-SUSPENSO.
           STRING "PARTIDAS SUSPENSO.: " CONT-SUSPENSO
              DELIMITED BY SIZE INTO LINEA-SUSPENSO
           END-STRING.
           WRITE LINEA-SUSPENSO.

           CLOSE A-DIFCAM.
           CLOSE A-SUSPENSO.
           CLOSE A-SUCURS.
           CLOSE A-ENTCTA.
           CLOSE A-EFECTOS.
           CLOSE A-CLIENT.
           CLOSE A-EXTRACTO.

           DISPLAY "ABONOS CASADOS....: " CONT-CASADOS
                   "  IMPORTE " TOTAL-CASADO.
           DISPLAY "DE ELLOS A CUENTA.: " CONT-A-CUENTA
                   "  IMPORTE " TOTAL-A-CUENTA
                   " (SIN EFECTO, EN ENTCTA.DAT)".
           DISPLAY "PARTIDAS SUSPENSO.: " CONT-SUSPENSO
                   " (VER SUSPENSO.LST)".
           IF CONT-DIFCAM > ZERO
              DISPLAY "DIFERENCIAS DE CAMBIO: " CONT-DIFCAM
                      " (EN DIFCAM.DAT)"
           END-IF.
           DISPLAY "LOS ABONOS QUEDAN EN SUCURSAL.DAT PARA LA"
                   " CONTABILIZACION DE ACT-CLI.".

              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * PIDE LA SUCURSAL EMISORA DE LOS ABONOS Y LA VALIDA
      *
      * EL ABONO CASADO VA POR EL CIRCUITO NORMAL: MOVIMIENTO "A"
      * EN SUCURSAL.DAT QUE CONTABILIZARA ACT-CLI. SI ALGUN EFECTO
      * ABIERTO DEL CLIENTE COINCIDE CON LO QUE LE QUEDA PENDIENTE,
      * QUEDA LIQUIDADO; SI NO, EL ABONO QUEDA A CUENTA DEL CLIENTE
      *
           PERFORM LIQUIDAR-EFECTO-CASADO.
           IF EFECTO-CASADO = "N"
              PERFORM ANOTAR-ENTREGA-CUENTA
           END-IF.

           MOVE "A"            TO TIPMOV.
           MOVE CLIENTE-CASADO TO CLIMOV.
           MOVE SPACES         TO CTRMOV.
           WRITE REGMOV.

      *
      * SI EL ABONO LIQUIDA UN EFECTO EN DIVISA, SU DIFERENCIA CON
      * EL PENDIENTE EN EUROS ES LA DIFERENCIA DE CAMBIO
      *
           IF DIFERENCIA-CAMBIO NOT = ZERO
              PERFORM ANOTAR-DIFERENCIA-CAMBIO
           END-IF.

           ADD 1 TO CONT-CASADOS.
           ADD IMPORTE-ABONO TO TOTAL-CASADO.

           END-IF.


      * BUSCA UN EFECTO ABIERTO CON EL PENDIENTE EXACTO DEL ABONO
      * ****************************************************************

       CASAR-POR-IMPORTE.
           READ A-EFECTOS NEXT RECORD AT END MOVE "S" TO FIN-EFECTO
           END-READ.
           IF FIN-EFECTO NOT = "S" AND NOT EFE-COBRADO
              AND EFE-IMP-PENDIENTE = IMPORTE-ABONO
              MOVE "S" TO ABONO-CASADO
              MOVE EFE-CODCLI TO CLIENTE-CASADO
              MOVE SPACES TO NOMBRE-CASADO


      * LIQUIDA EL PRIMER EFECTO ABIERTO DEL CLIENTE CASADO CUYO
      * PENDIENTE COINCIDA CON EL IMPORTE DEL ABONO
      * ****************************************************************

       LIQUIDAR-EFECTO-CASADO.
           MOVE "N" TO EFECTO-CASADO.
           MOVE ZERO TO DIFERENCIA-CAMBIO.
           MOVE ZERO TO EFE-NUMFAC.
           MOVE "N" TO FIN-EFECTO.
           START A-EFECTOS KEY NOT LESS THAN EFE-NUMFAC
                   UNTIL FIN-EFECTO = "S" OR EFECTO-CASADO = "S".


      * LIQUIDA EL SIGUIENTE EFECTO SI ES DEL CLIENTE Y COINCIDE.
      * EL DE UN EFECTO EN DIVISA DEJA PREPARADO SU REGISTRO DE
      * DIFERENCIA DE CAMBIO
      * ****************************************************************

       LIQUIDAR-SI-COINCIDE.
           READ A-EFECTOS NEXT RECORD AT END MOVE "S" TO FIN-EFECTO
           END-READ.
           MOVE "N" TO COINCIDE-EFECTO.
           IF FIN-EFECTO NOT = "S" AND NOT EFE-COBRADO
              AND EFE-CODCLI = CLIENTE-CASADO
              PERFORM COMPROBAR-COINCIDENCIA
           END-IF.
           IF COINCIDE-EFECTO = "S"
              IF EFE-MONEDA NOT = SPACES AND EFE-PEND-DIV > ZERO
                 COMPUTE DIFERENCIA-CAMBIO =
                         IMPORTE-ABONO - EFE-IMP-PENDIENTE
                 MOVE EXT-FECHA         TO DCA-FECHA
                 MOVE EFE-NUMFAC        TO DCA-NUMFAC
                 MOVE EFE-CODCLI        TO DCA-CODCLI
                 MOVE EFE-MONEDA        TO DCA-MONEDA
                 MOVE EFE-PEND-DIV      TO DCA-IMPORTE-DIV
                 MOVE EFE-CAMBIO        TO DCA-CAMBIO-FAC
                 COMPUTE DCA-CAMBIO-COB ROUNDED =
                         EFE-PEND-DIV / IMPORTE-ABONO
                 MOVE EFE-IMP-PENDIENTE TO DCA-IMPORTE-FAC
                 MOVE IMPORTE-ABONO     TO DCA-IMPORTE-COB
              END-IF
              MOVE "C"       TO EFE-ESTADO
              MOVE EXT-FECHA TO EFE-FECHA-COB
              ADD EFE-IMP-PENDIENTE TO EFE-IMP-COBRADO
              MOVE ZERO      TO EFE-IMP-PENDIENTE
              MOVE ZERO      TO EFE-PEND-DIV
              REWRITE REGEFE
              MOVE "S" TO EFECTO-CASADO
              DISPLAY "EFECTO " EFE-NUMFAC " LIQUIDADO POR EL"
           END-IF.


      * DEJA EN COINCIDE-EFECTO SI EL ABONO LIQUIDA EL EFECTO EN
      * REGEFE: POR IMPORTE EXACTO O, SI EL EFECTO ES EN DIVISA,
      * SIN APARTARSE DE SU PENDIENTE MAS DE LA TOLERANCIA DE
      * CAMBIO (EN POR CIENTO)
      * ****************************************************************

       COMPROBAR-COINCIDENCIA.
           IF EFE-IMP-PENDIENTE = IMPORTE-ABONO
              MOVE "S" TO COINCIDE-EFECTO
           ELSE
              IF EFE-MONEDA NOT = SPACES AND EFE-PEND-DIV > ZERO
                 IF IMPORTE-ABONO > EFE-IMP-PENDIENTE
                    COMPUTE DESVIO-ABONO =
                            IMPORTE-ABONO - EFE-IMP-PENDIENTE
                 ELSE
                    COMPUTE DESVIO-ABONO =
                            EFE-IMP-PENDIENTE - IMPORTE-ABONO
                 END-IF
                 COMPUTE DESVIO-MAXIMO ROUNDED =
                         EFE-IMP-PENDIENTE * TOLERANCIA-CAMBIO / 100
                 IF DESVIO-ABONO NOT > DESVIO-MAXIMO
                    MOVE "S" TO COINCIDE-EFECTO
                 END-IF
              END-IF
           END-IF.


      * GRABA LA DIFERENCIA DE CAMBIO DEL EFECTO EN DIVISA RECIEN
      * LIQUIDADO: CARGO G AL CLIENTE SI EL ABONO SUPERA EL
      * PENDIENTE EN EUROS, ABONO X SI SE QUEDA CORTO, Y SU
      * REGISTRO EN DIFCAM.DAT
      * ****************************************************************

       ANOTAR-DIFERENCIA-CAMBIO.
           IF DIFERENCIA-CAMBIO > ZERO
              MOVE "G" TO TIPMOV
              MOVE "B" TO DCA-SIGNO
              MOVE DIFERENCIA-CAMBIO TO DCA-DIFERENCIA
           ELSE
              MOVE "X" TO TIPMOV
              MOVE "P" TO DCA-SIGNO
              COMPUTE DCA-DIFERENCIA = ZERO - DIFERENCIA-CAMBIO
           END-IF.
           MOVE CLIENTE-CASADO TO CLIMOV.
           MOVE NOMBRE-CASADO  TO NOMMOV.
           MOVE DCA-DIFERENCIA TO IMPMOV.
           MOVE EXT-FECHA      TO FECMOV.
           MOVE ENT-SUCURSAL   TO SUCMOV.
           MOVE SPACES         TO CTRMOV.
           WRITE REGMOV.

           MOVE ENT-SUCURSAL   TO DCA-SUCURSAL.
           MOVE "IMP-EXT"      TO DCA-ORIGEN.
           WRITE REGDCA.
           ADD 1 TO CONT-DIFCAM.
           DISPLAY "EFECTO " DCA-NUMFAC " EN " DCA-MONEDA
                   ": DIFERENCIA DE CAMBIO " TIPMOV " "
                   DCA-DIFERENCIA ".".


      * DEJA EL ABONO DEL CLIENTE CASADO COMO ENTREGA A CUENTA,
      * SUMANDOLO A SU SALDO SIN APLICAR DE ENTCTA.DAT
      * ****************************************************************

       ANOTAR-ENTREGA-CUENTA.
           MOVE CLIENTE-CASADO TO ECT-CODCLI.
           READ A-ENTCTA
              INVALID KEY
                 MOVE CLIENTE-CASADO TO ECT-CODCLI
                 MOVE ZERO TO ECT-SALDO ECT-RECIBIDO ECT-APLICADO
                 MOVE EXT-FECHA TO ECT-FECHA-ULT
                 WRITE REGECT
                    INVALID KEY
                       DISPLAY "ERROR AL CREAR LA CUENTA DE "
                               CLIENTE-CASADO
                 END-WRITE
              NOT INVALID KEY CONTINUE
           END-READ.
           ADD IMPORTE-ABONO TO ECT-SALDO.
           ADD IMPORTE-ABONO TO ECT-RECIBIDO.
           MOVE EXT-FECHA TO ECT-FECHA-ULT.
           REWRITE REGECT
              INVALID KEY
                 DISPLAY "ERROR AL ANOTAR LA ENTREGA DE "
                         CLIENTE-CASADO
           END-REWRITE.
           ADD 1 TO CONT-A-CUENTA.
           ADD IMPORTE-ABONO TO TOTAL-A-CUENTA.
           DISPLAY "ABONO DE " CLIENTE-CASADO " SIN EFECTO QUE"
                   " CASE: QUEDA A CUENTA (" IMPORTE-ABONO ").".


      * GRABA UNA PARTIDA EN SUSPENSO CON SU MOTIVO
      * ****************************************************************

