       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUA-SAL.
       REMARKS. CUADRE DE LA CARTERA DE EFECTOS CON LOS SALDOS DE
           LOS CLIENTES: EL SALDO DE CADA CLIENTE (IMPCLI) DEBE SER
           LO PENDIENTE DE SUS EFECTOS SIN COBRAR (EFECTOS.DAT)
           MENOS SU SALDO DE COBROS A CUENTA SIN APLICAR
           (ENTCTA.DAT). COMO LOS CARGOS DE SUCURSAL.DAT, LAS
           CUOTAS FIJAS DE GEN-FIJ, LOS ABONOS DE DEV-FAC Y LOS
           MOVIMIENTOS MANUALES DE CAP-MOV LLEGAN A IMPCLI POR
           CAMINOS DISTINTOS, ESTE CUADRE LISTA EN CUASAL.LST CADA
           CLIENTE QUE NO CUADRA CON SU DIFERENCIA Y, DEBAJO, LOS
           MOVIMIENTOS QUE PROBABLEMENTE LA EXPLICAN: LOS AUN SIN
           CONTABILIZAR DE SUCURSAL.DAT Y LOS DEL MES ACTUAL Y EL
           ANTERIOR DEL HISTORICO (HISTMOV.IND), SENALANDO LOS QUE
           NO LLEVAN EFECTO (INTERESES, FALLIDOS, DIFERENCIAS DE
           CAMBIO, TRASPASOS) Y LOS DE IMPORTE IGUAL A LA
           DIFERENCIA. AL FINAL DA EL TOTAL NETO Y LA SUMA DE LAS
           DIFERENCIAS EN VALOR ABSOLUTO, QUE SE COMPARA CON LA
           TOLERANCIA DEL PARAMETRO TOLCONCI DE PARAMS.DAT (SIN
           PARAMETRO, TOLERANCIA CERO). CODIGO DE RETORNO:
           0 = DENTRO DE LA TOLERANCIA, 8 = LA SUPERA,
           12 = FALTA EL MAESTRO DE CLIENTES.

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

           SELECT A-EFECTOS ASSIGN TO DISK 'EFECTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EFE-NUMFAC
                  ALTERNATE RECORD KEY EFE-CODCLI WITH DUPLICATES
                  FILE STATUS IS EFE-FILESTAT.

           SELECT A-ENTCTA ASSIGN TO DISK 'ENTCTA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ECT-CODCLI
                  FILE STATUS IS ECT-FILESTAT.

           SELECT A-HISTIND ASSIGN TO DISK 'HISTMOV.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY HIN-CLAVE
                  FILE STATUS IS HIN-FILESTAT.

           SELECT A-SUCURS ASSIGN TO DISK 'SUCURSAL.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS SUC-FILESTAT.

           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'CUASAL.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

      *
      * SALDO DE COBROS A CUENTA DEL CLIENTE AUN SIN APLICAR A
      * NINGUN EFECTO (VER GES-EFE)
      *
       FD A-ENTCTA LABEL RECORD STANDARD.
       01 REGECT.
          02 ECT-CODCLI     PIC X(5).
          02 ECT-SALDO      PIC 9(8)V9(2).
          02 ECT-RECIBIDO   PIC 9(9)V9(2).
          02 ECT-APLICADO   PIC 9(9)V9(2).
          02 ECT-FECHA-ULT  PIC X(8).

       FD A-HISTIND LABEL RECORD STANDARD.
       01 REGHIND.
          02 HIN-CLAVE.
             03 HIN-CODCLI    PIC X(5).
             03 HIN-FECHA     PIC X(8).
             03 HIN-SEC       PIC 9(6).
          02 HIN-TIPMOV       PIC X(1).
          02 HIN-IMPMOV       PIC 9(5)V9(2).
          02 HIN-SALDO        PIC 9(6)V9(2).

       FD A-SUCURS LABEL RECORD STANDARD.
       01 REGMOV.
          02 TIPMOV         PIC X(1).
          02 CLIMOV         PIC X(5).
          02 NOMMOV         PIC X(25).
          02 IMPMOV         PIC 9(5)V9(2).
          02 FECMOV         PIC X(8).
          02 SUCMOV         PIC 9(3).
          02 CTRMOV         PIC X(5).

       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).


       WORKING-STORAGE SECTION.
       77 CLI-FILESTAT      PIC X(2).
       77 EFE-FILESTAT      PIC X(2).
       77 ECT-FILESTAT      PIC X(2).
       77 HIN-FILESTAT      PIC X(2).
       77 SUC-FILESTAT      PIC X(2).
       77 PAR-FILESTAT      PIC X(2).
       77 HAY-EFECTOS       PIC X(1).
       77 HAY-ENTCTA        PIC X(1).
       77 HAY-HISTIND       PIC X(1).
       77 FECHA             PIC 99999999.
       77 FIN-CLIENTE       PIC X(1).
       77 FIN-EFECTO        PIC X(1).
       77 FIN-HISTORIAL     PIC X(1).
       77 FIN-MOVIMIENTO    PIC X(1).
       77 TOLERANCIA        PIC 9(6)V9(2) VALUE ZERO.
       77 PENDIENTE-EFECTOS PIC 9(9)V9(2).
       77 SALDO-A-CUENTA    PIC 9(8)V9(2).
       77 SALDO-ESPERADO    PIC S9(9)V9(2).
       77 DIFERENCIA        PIC S9(9)V9(2).
       77 DIFERENCIA-ABS    PIC 9(9)V9(2).
       77 TOTAL-NETO        PIC S9(11)V9(2) VALUE ZERO.
       77 TOTAL-ABSOLUTO    PIC 9(11)V9(2) VALUE ZERO.
       77 CONT-CLIENTES     PIC 9(5) VALUE ZERO.
       77 CONT-DESCUADRES   PIC 9(5) VALUE ZERO.
       77 CONT-CAUSAS       PIC 9(4).
       77 IDX-PEN           PIC 9(3) COMP.
       77 CONT-PENDIENTES   PIC 9(3) COMP VALUE ZERO.
       77 TIPO-CAUSA        PIC X(1).
       77 IMPORTE-CAUSA     PIC 9(5)V9(2).
       77 TEXTO-TIPO        PIC X(24).
       77 MARCA-CAUSA       PIC X(12).

      *
      * PRIMER DIA DEL MES ANTERIOR: LOS MOVIMIENTOS DEL HISTORICO
      * DESDE ESA FECHA SE LISTAN COMO POSIBLE CAUSA
      *
       01 FECHA-DESDE       PIC 9(8).
       01 FECHA-DESDE-R REDEFINES FECHA-DESDE.
          02 DESDE-ANO      PIC 9(4).
          02 DESDE-MES      PIC 9(2).
          02 DESDE-DIA      PIC 9(2).

      *
      * MOVIMIENTOS DE SUCURSAL.DAT AUN SIN CONTABILIZAR
      *
       01 TAB-PENDIENTES.
          02 TAB-PEN-OCU OCCURS 500 TIMES.
             03 TAB-PEN-CLI    PIC X(5).
             03 TAB-PEN-TIPO   PIC X(1).
             03 TAB-PEN-IMP    PIC 9(5)V9(2).
             03 TAB-PEN-FECHA  PIC X(8).
             03 TAB-PEN-NOMBRE PIC X(25).

      *
      * IMPORTES CON SIGNO EDITADOS PARA EL LISTADO
      *
       01 DIFERENCIA-EDITADA PIC -(9)9,99.
       01 ESPERADO-EDITADO   PIC -(9)9,99.
       01 TOTAL-EDITADO      PIC -(11)9,99.

       PROCEDURE DIVISION.
       CUADRAR-SALDOS.

      *
      * BLOQUE PRINCIPAL: RECORRE LOS CLIENTES, COMPARA CADA SALDO
      * CON SU CARTERA Y COMPRUEBA EL TOTAL CONTRA LA TOLERANCIA
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FECHA-DESDE.
           MOVE 1 TO DESDE-DIA.
           IF DESDE-MES = 1
              MOVE 12 TO DESDE-MES
              SUBTRACT 1 FROM DESDE-ANO
           ELSE
              SUBTRACT 1 FROM DESDE-MES
           END-IF.

           DISPLAY "CUADRE DE EFECTOS CON SALDOS DE CLIENTES".
           DISPLAY "----------------------------------------".

           OPEN INPUT A-CLIENT.
           IF CLI-FILESTAT NOT = "00"
              DISPLAY "CLIENTES.DAT NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "TOLCONCI" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE ZERO TO TOLERANCIA
                 NOT INVALID KEY MOVE PAR-VALOR TO TOLERANCIA
              END-READ
           END-IF.
           CLOSE A-PARAMS.

           MOVE "N" TO HAY-EFECTOS.
           OPEN INPUT A-EFECTOS.
           IF EFE-FILESTAT = "00"
              MOVE "S" TO HAY-EFECTOS
           ELSE
              CLOSE A-EFECTOS
           END-IF.
           MOVE "N" TO HAY-ENTCTA.
           OPEN INPUT A-ENTCTA.
           IF ECT-FILESTAT = "00"
              MOVE "S" TO HAY-ENTCTA
           ELSE
              CLOSE A-ENTCTA
           END-IF.

      *
      * SIN LA COPIA INDEXADA DEL HISTORICO EL CUADRE SE HACE
      * IGUAL, PERO SIN LISTAR LOS MOVIMIENTOS CONTABILIZADOS
      *
           MOVE "N" TO HAY-HISTIND.
           OPEN INPUT A-HISTIND.
           IF HIN-FILESTAT = "00"
              MOVE "S" TO HAY-HISTIND
           ELSE
              DISPLAY "AVISO: NO EXISTE HISTMOV.IND (EJECUTE"
                      " SYNC-HIS); NO SE LISTARAN LOS MOVIMIENTOS"
                      " CONTABILIZADOS."
              CLOSE A-HISTIND
           END-IF.

           PERFORM CARGAR-PENDIENTES.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CUADRE DE EFECTOS CON SALDOS DE CLIENTES AL "
                  FECHA "  (TOLERANCIA " TOLERANCIA ")"
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "CLIENT NOMBRE                       SALDO   EFECTOS"
              & "   A CUENTA    ESPERADO    DIFERENCIA"
              TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE LOW-VALUES TO CODCLI.
           MOVE "N" TO FIN-CLIENTE.
           START A-CLIENT KEY NOT LESS THAN CODCLI
              INVALID KEY MOVE "S" TO FIN-CLIENTE
           END-START.
           PERFORM CUADRAR-CLIENTE THRU CUADRAR-CLIENTE-FIN
                   UNTIL FIN-CLIENTE = "S".

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE TOTAL-NETO TO TOTAL-EDITADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CLIENTES: " CONT-CLIENTES
                  "  SIN CUADRAR: " CONT-DESCUADRES
                  "  DIFERENCIA NETA: " TOTAL-EDITADO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "SUMA DE DIFERENCIAS EN VALOR ABSOLUTO: "
                  TOTAL-ABSOLUTO "  TOLERANCIA: " TOLERANCIA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           CLOSE A-LISTADO.
           IF HAY-HISTIND = "S"
              CLOSE A-HISTIND
           END-IF.
           IF HAY-ENTCTA = "S"
              CLOSE A-ENTCTA
           END-IF.
           IF HAY-EFECTOS = "S"
              CLOSE A-EFECTOS
           END-IF.
           CLOSE A-CLIENT.

           DISPLAY "CLIENTES REVISADOS..: " CONT-CLIENTES.
           DISPLAY "CLIENTES SIN CUADRAR: " CONT-DESCUADRES.
           DISPLAY "DIFERENCIA NETA.....: " TOTAL-EDITADO.
           DISPLAY "DIFERENCIA ABSOLUTA.: " TOTAL-ABSOLUTO.
           IF TOTAL-ABSOLUTO > TOLERANCIA
              DISPLAY "LA DIFERENCIA SUPERA LA TOLERANCIA ("
                      TOLERANCIA ")."
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "CUADRE GENERADO EN CUASAL.LST".

           GOBACK.


      * GUARDA EN LA TABLA LOS MOVIMIENTOS DE SUCURSAL.DAT QUE
      * ACT-CLI AUN NO HA CONTABILIZADO
      * ****************************************************************

       CARGAR-PENDIENTES.
           OPEN INPUT A-SUCURS.
           IF SUC-FILESTAT NOT = "00"
              CLOSE A-SUCURS
           ELSE
              MOVE "N" TO FIN-MOVIMIENTO
              PERFORM CARGAR-UN-PENDIENTE UNTIL FIN-MOVIMIENTO = "S"
              CLOSE A-SUCURS
           END-IF.


      * ANOTA EL SIGUIENTE MOVIMIENTO DE SUCURSAL.DAT EN LA TABLA
      * ****************************************************************

       CARGAR-UN-PENDIENTE.
           READ A-SUCURS AT END MOVE "S" TO FIN-MOVIMIENTO END-READ.
           IF FIN-MOVIMIENTO NOT = "S" AND CONT-PENDIENTES < 500
              ADD 1 TO CONT-PENDIENTES
              MOVE CLIMOV TO TAB-PEN-CLI(CONT-PENDIENTES)
              MOVE TIPMOV TO TAB-PEN-TIPO(CONT-PENDIENTES)
              MOVE IMPMOV TO TAB-PEN-IMP(CONT-PENDIENTES)
              MOVE FECMOV TO TAB-PEN-FECHA(CONT-PENDIENTES)
              MOVE NOMMOV TO TAB-PEN-NOMBRE(CONT-PENDIENTES)
           END-IF.


      * LEE EL SIGUIENTE CLIENTE, CALCULA LO QUE DEBERIA SER SU
      * SALDO SEGUN LA CARTERA Y, SI NO CUADRA, LO LISTA CON LOS
      * MOVIMIENTOS QUE PUEDEN EXPLICAR LA DIFERENCIA
      * ****************************************************************

       CUADRAR-CLIENTE.
           READ A-CLIENT NEXT RECORD AT END MOVE "S" TO FIN-CLIENTE
           END-READ.
           IF FIN-CLIENTE = "S"
              GO TO CUADRAR-CLIENTE-FIN
           END-IF.
           ADD 1 TO CONT-CLIENTES.

           MOVE ZERO TO PENDIENTE-EFECTOS.
           IF HAY-EFECTOS = "S"
              MOVE CODCLI TO EFE-CODCLI
              MOVE "N" TO FIN-EFECTO
              START A-EFECTOS KEY = EFE-CODCLI
                 INVALID KEY MOVE "S" TO FIN-EFECTO
              END-START
              PERFORM SUMAR-EFECTO UNTIL FIN-EFECTO = "S"
           END-IF.

           MOVE ZERO TO SALDO-A-CUENTA.
           IF HAY-ENTCTA = "S"
              MOVE CODCLI TO ECT-CODCLI
              READ A-ENTCTA
                 INVALID KEY     MOVE ZERO TO SALDO-A-CUENTA
                 NOT INVALID KEY MOVE ECT-SALDO TO SALDO-A-CUENTA
              END-READ
           END-IF.

           COMPUTE SALDO-ESPERADO = PENDIENTE-EFECTOS - SALDO-A-CUENTA.
           COMPUTE DIFERENCIA = IMPCLI - SALDO-ESPERADO.
           IF DIFERENCIA = ZERO
              GO TO CUADRAR-CLIENTE-FIN
           END-IF.

           ADD 1 TO CONT-DESCUADRES.
           ADD DIFERENCIA TO TOTAL-NETO.
           IF DIFERENCIA < ZERO
              COMPUTE DIFERENCIA-ABS = ZERO - DIFERENCIA
           ELSE
              MOVE DIFERENCIA TO DIFERENCIA-ABS
           END-IF.
           ADD DIFERENCIA-ABS TO TOTAL-ABSOLUTO.

           MOVE SALDO-ESPERADO TO ESPERADO-EDITADO.
           MOVE DIFERENCIA TO DIFERENCIA-EDITADA.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING CODCLI             DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  NOMCLI             DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  IMPCLI             DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  PENDIENTE-EFECTOS  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SALDO-A-CUENTA     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  ESPERADO-EDITADO   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  DIFERENCIA-EDITADA DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE ZERO TO CONT-CAUSAS.
           PERFORM LISTAR-PENDIENTE
                   VARYING IDX-PEN FROM 1 BY 1
                   UNTIL IDX-PEN > CONT-PENDIENTES.

           IF HAY-HISTIND = "S"
              MOVE CODCLI      TO HIN-CODCLI
              MOVE FECHA-DESDE TO HIN-FECHA
              MOVE ZERO        TO HIN-SEC
              MOVE "N" TO FIN-HISTORIAL
              START A-HISTIND KEY NOT LESS THAN HIN-CLAVE
                 INVALID KEY MOVE "S" TO FIN-HISTORIAL
              END-START
              PERFORM LISTAR-HISTORICO UNTIL FIN-HISTORIAL = "S"
           END-IF.

           IF CONT-CAUSAS = ZERO
              MOVE "      SIN MOVIMIENTOS RECIENTES QUE LA EXPLIQUEN:"
                 & " REVISAR MESES ANTERIORES" TO LINEA-LISTADO
              WRITE LINEA-LISTADO
           END-IF.

       CUADRAR-CLIENTE-FIN.
           EXIT.


      * SUMA LO PENDIENTE DEL SIGUIENTE EFECTO DEL CLIENTE
      * ****************************************************************

       SUMAR-EFECTO.
           READ A-EFECTOS NEXT RECORD AT END MOVE "S" TO FIN-EFECTO
           END-READ.
           IF FIN-EFECTO NOT = "S"
              IF EFE-CODCLI NOT = CODCLI
                 MOVE "S" TO FIN-EFECTO
              ELSE
                 IF NOT EFE-COBRADO
                    ADD EFE-IMP-PENDIENTE TO PENDIENTE-EFECTOS
                 END-IF
              END-IF
           END-IF.


      * LISTA UN MOVIMIENTO SIN CONTABILIZAR SI ES DEL CLIENTE
      * ****************************************************************

       LISTAR-PENDIENTE.
           IF TAB-PEN-CLI(IDX-PEN) = CODCLI
              MOVE TAB-PEN-TIPO(IDX-PEN) TO TIPO-CAUSA
              MOVE TAB-PEN-IMP(IDX-PEN)  TO IMPORTE-CAUSA
              PERFORM CALIFICAR-CAUSA
              MOVE SPACES TO LINEA-LISTADO
              STRING "      SIN CONTABILIZAR " DELIMITED BY SIZE
                     TAB-PEN-FECHA(IDX-PEN)  DELIMITED BY SIZE
                     " "                     DELIMITED BY SIZE
                     TIPO-CAUSA              DELIMITED BY SIZE
                     " "                     DELIMITED BY SIZE
                     IMPORTE-CAUSA           DELIMITED BY SIZE
                     " "                     DELIMITED BY SIZE
                     TAB-PEN-NOMBRE(IDX-PEN) DELIMITED BY SIZE
                     " "                     DELIMITED BY SIZE
                     MARCA-CAUSA             DELIMITED BY SIZE
                     INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
              ADD 1 TO CONT-CAUSAS
           END-IF.


      * LISTA EL SIGUIENTE MOVIMIENTO CONTABILIZADO DEL CLIENTE
      * DESDE EL PRIMER DIA DEL MES ANTERIOR
      * ****************************************************************

       LISTAR-HISTORICO.
           READ A-HISTIND NEXT RECORD AT END MOVE "S" TO FIN-HISTORIAL
           END-READ.
           IF FIN-HISTORIAL NOT = "S"
              IF HIN-CODCLI NOT = CODCLI
                 MOVE "S" TO FIN-HISTORIAL
              ELSE
                 MOVE HIN-TIPMOV TO TIPO-CAUSA
                 MOVE HIN-IMPMOV TO IMPORTE-CAUSA
                 PERFORM CALIFICAR-CAUSA
                 MOVE SPACES TO LINEA-LISTADO
                 STRING "      CONTABILIZADO   " DELIMITED BY SIZE
                        HIN-FECHA               DELIMITED BY SIZE
                        " "                     DELIMITED BY SIZE
                        TIPO-CAUSA              DELIMITED BY SIZE
                        " "                     DELIMITED BY SIZE
                        IMPORTE-CAUSA           DELIMITED BY SIZE
                        " "                     DELIMITED BY SIZE
                        TEXTO-TIPO              DELIMITED BY SIZE
                        "  "                    DELIMITED BY SIZE
                        MARCA-CAUSA             DELIMITED BY SIZE
                        INTO LINEA-LISTADO
                 END-STRING
                 WRITE LINEA-LISTADO
                 ADD 1 TO CONT-CAUSAS
              END-IF
           END-IF.


      * DESCRIBE EL TIPO DEL MOVIMIENTO EN TEXTO-TIPO Y DEJA EN
      * MARCA-CAUSA SI SU IMPORTE ES EL DE LA DIFERENCIA O SI ES
      * DE LOS QUE NO LLEVAN EFECTO EN LA CARTERA
      * ****************************************************************

       CALIFICAR-CAUSA.
           MOVE SPACES TO MARCA-CAUSA.
           IF TIPO-CAUSA = "C"
              MOVE "CARGO" TO TEXTO-TIPO
           ELSE
              IF TIPO-CAUSA = "A"
                 MOVE "ABONO" TO TEXTO-TIPO
              ELSE
                 MOVE "*SIN EFECTO*" TO MARCA-CAUSA
                 IF TIPO-CAUSA = "D"
                    MOVE "INTERESES DE DEMORA" TO TEXTO-TIPO
                 ELSE
                    IF TIPO-CAUSA = "F"
                       MOVE "FALLIDO" TO TEXTO-TIPO
                    ELSE
                       IF TIPO-CAUSA = "G" OR TIPO-CAUSA = "X"
                          MOVE "DIFERENCIA DE CAMBIO" TO TEXTO-TIPO
                       ELSE
                          IF TIPO-CAUSA = "T"
                             MOVE "TRASPASO" TO TEXTO-TIPO
                          ELSE
                             MOVE "OTRO" TO TEXTO-TIPO
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF IMPORTE-CAUSA = DIFERENCIA-ABS
              MOVE "<== IMPORTE" TO MARCA-CAUSA
           END-IF.
