       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAL-EFE.
       REMARKS. PASE A FALLIDO DE EFECTOS INCOBRABLES: EL OPERADOR
           ELIGE LOS EFECTOS DE EFECTOS.DAT QUE SE DAN POR
           PERDIDOS Y, CON VISTO BUENO DE SUPERVISOR, SE CIERRAN
           (ESTADO "C", SIN PENDIENTE) Y SE ABONA LO QUE QUEDABA
           PENDIENTE AL CLIENTE CON UN MOVIMIENTO "F" EN
           SUCURSAL.DAT (ABONO POR FALLIDO, QUE ACT-CLI APLICA COMO
           UN ABONO Y CONTABILIZA CONTRA PERDIDAS POR
           INSOLVENCIAS). CADA PASE A FALLIDO QUEDA EN AUDITCLI.DAT
           CON EL OPERADOR Y EL SUPERVISOR Y EN EL REGISTRO
           FALLIDOS.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-EFECTOS ASSIGN TO DISK 'EFECTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EFE-NUMFAC
                  ALTERNATE RECORD KEY EFE-CODCLI WITH DUPLICATES
                  FILE STATUS IS EFE-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-SUCURS ASSIGN TO DISK 'SUCURSAL.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-SUCMAEST ASSIGN TO DISK 'SUCMAEST.DAT'
                  ORGANIZATION RELATIVE
                  ACCESS RANDOM
                  RELATIVE KEY DIR-REL-SUC.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

           SELECT A-AUDITORIA ASSIGN TO DISK 'AUDITCLI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS AUD-FILESTAT.

      *
      * DECLARACION DEL REGISTRO ACUMULATIVO DE EFECTOS PASADOS A
      * FALLIDO
      *
           SELECT A-FALLIDOS ASSIGN TO DISK 'FALLIDOS.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS FAL-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

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

       FD A-AUDITORIA LABEL RECORD STANDARD.
       01 REGAUDIT.
          02 AUD-FECHA          PIC X(8).
          02 AUD-TIPO-REG       PIC X(1).
          02 AUD-CODCLI         PIC X(5).
          02 AUD-NOMCLI         PIC X(25).
          02 AUD-IMPCLI-ANTES   PIC 9(6)V9(2).
          02 AUD-IMPCLI-DESPUES PIC 9(6)V9(2).
          02 AUD-OPERADOR       PIC X(8).
          02 AUD-SUPERVISOR     PIC X(8).
          02 AUD-HORA           PIC X(6).
          02 AUD-REGCLI         PIC X(137).

      *
      * DESCRIPCION DEL REGISTRO DE FALLIDOS: EFECTO, CLIENTE,
      * IMPORTE DADO POR PERDIDO, SUCURSAL DEL ABONO, OPERADOR Y
      * SUPERVISOR QUE LO AUTORIZO
      *
       FD A-FALLIDOS LABEL RECORD STANDARD.
       01 REGFAL.
          02 FAL-FECHA      PIC X(8).
          02 FAL-NUMFAC     PIC 9(6).
          02 FAL-CODCLI     PIC X(5).
          02 FAL-FECHA-VTO  PIC X(8).
          02 FAL-IMPORTE    PIC 9(8)V9(2).
          02 FAL-SUCURSAL   PIC 9(3).
          02 FAL-OPERADOR   PIC X(8).
          02 FAL-SUPERVISOR PIC X(8).


       WORKING-STORAGE SECTION.
       77 EFE-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 AUD-FILESTAT      PIC X(2).
       77 FAL-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 HORA-ACTUAL       PIC 9(8).
       77 DIR-REL-SUC       PIC 9(4).
       77 ENT-NUMFAC        PIC 9(6).
       77 ENT-CONFIRMA      PIC X(1).
       77 ENT-OPERADOR      PIC X(8).
       77 ENT-SUCURSAL      PIC 9(3).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 EXISTE-EFE        PIC X(1).
       77 EXISTE-CLI        PIC X(1).
       77 EXISTE-OPE        PIC X(1).
       77 EXISTE-SUC        PIC X(1).
       77 FIN-SELECCION     PIC X(1).
       77 YA-ELEGIDO        PIC X(1).
       77 CONT-ELEGIDOS     PIC 9(3) VALUE ZERO.
       77 IDX-FAL           PIC 9(3) COMP.
       77 CONT-FALLIDOS     PIC 9(3) VALUE ZERO.
       77 TOTAL-ELEGIDO     PIC 9(10)V9(2) VALUE ZERO.
       77 TOTAL-FALLIDO     PIC 9(10)V9(2) VALUE ZERO.
       77 RESTO-ABONO       PIC 9(8)V9(2).
       77 TOPE-MOVIMIENTO   PIC 9(5)V9(2).
       77 MAXIMP-SUCURSAL   PIC 9(5)V9(2).

      *
      * EFECTOS ELEGIDOS PARA PASAR A FALLIDO
      *
       01 TAB-FALLIDOS.
          02 TAB-FAL-OCU OCCURS 200 TIMES.
             03 TAB-FAL-NUMFAC    PIC 9(6).
             03 TAB-FAL-CODCLI    PIC X(5).
             03 TAB-FAL-IMPORTE   PIC 9(8)V9(2).
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
       PASAR-FALLIDOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "FAL-EFE" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ELEGIR LOS EFECTOS, PEDIR EL VISTO BUENO
      * Y LA SUCURSAL, Y PASARLOS A FALLIDO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           DISPLAY "PASE A FALLIDO DE EFECTOS".
           DISPLAY "-------------------------".

           OPEN I-O A-EFECTOS.
           IF EFE-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE LA CARTERA DE EFECTOS"
                      " (EFECTOS.DAT)."
              CLOSE A-EFECTOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT A-CLIENT.

           MOVE SES-OPERADOR TO ENT-OPERADOR.

           MOVE "N" TO FIN-SELECCION.
           PERFORM ELEGIR-EFECTO THRU ELEGIR-EFECTO-FIN
                   UNTIL FIN-SELECCION = "S".

           IF CONT-ELEGIDOS = ZERO
              DISPLAY "NINGUN EFECTO ELEGIDO."
              CLOSE A-CLIENT
              CLOSE A-EFECTOS
              GOBACK
           END-IF.

           DISPLAY "EFECTOS ELEGIDOS: " CONT-ELEGIDOS
                   "  IMPORTE A FALLIDO: " TOTAL-ELEGIDO.

      *
      * EL PASE A FALLIDO ES IRREVERSIBLE: EXIGE SUPERVISOR Y
      * CONFIRMACION EXPLICITA
      *
           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT NOT = "00"
              CLOSE A-OPERADOR
              DISPLAY "NO HAY MAESTRO DE OPERADORES: PASE A FALLIDO"
                      " DENEGADO."
              CLOSE A-CLIENT
              CLOSE A-EFECTOS
              MOVE 12 TO RETURN-CODE
              GOBACK
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
           CLOSE A-OPERADOR.
           IF EXISTE-OPE = "N" OR OPE-CLAVE NOT = ENT-SUP-CLAVE
              OR NOT OPE-ACTIVO OR NOT OPE-SUPERVISOR
              OR ENT-SUP-ID = ENT-OPERADOR
              DISPLAY "SUPERVISOR O CLAVE NO VALIDOS: PASE A FALLIDO"
                      " DENEGADO."
              CLOSE A-CLIENT
              CLOSE A-EFECTOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "CONFIRMA EL PASE A FALLIDO (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "PASE A FALLIDO ANULADO."
              CLOSE A-CLIENT
              CLOSE A-EFECTOS
              GOBACK
           END-IF.

           OPEN INPUT A-SUCMAEST.
           MOVE "N" TO EXISTE-SUC.
           PERFORM PEDIR-SUCURSAL-ABONO
               UNTIL EXISTE-SUC = "S".
           CLOSE A-SUCMAEST.

      *
      * IMPMOV NO ADMITE MAS DE 99.999,99 Y LA SUCURSAL PUEDE TENER
      * UN TOPE MENOR: UN ABONO MAYOR SE GRABA EN VARIOS
      * MOVIMIENTOS
      *
           MOVE 99999,99 TO TOPE-MOVIMIENTO.
           IF MAXIMP-SUCURSAL > ZERO
              AND MAXIMP-SUCURSAL < TOPE-MOVIMIENTO
              MOVE MAXIMP-SUCURSAL TO TOPE-MOVIMIENTO
           END-IF.

           OPEN EXTEND A-SUCURS.
           OPEN EXTEND A-AUDITORIA.
           IF AUD-FILESTAT NOT = "00"
              CLOSE A-AUDITORIA
              OPEN OUTPUT A-AUDITORIA
           END-IF.
           OPEN EXTEND A-FALLIDOS.
           IF FAL-FILESTAT NOT = "00"
              CLOSE A-FALLIDOS
              OPEN OUTPUT A-FALLIDOS
           END-IF.

           PERFORM PASAR-EFECTO THRU PASAR-EFECTO-FIN
                   VARYING IDX-FAL FROM 1 BY 1
                   UNTIL IDX-FAL > CONT-ELEGIDOS.

           CLOSE A-FALLIDOS.
           CLOSE A-AUDITORIA.
           CLOSE A-SUCURS.
           CLOSE A-CLIENT.
           CLOSE A-EFECTOS.

           DISPLAY "EFECTOS PASADOS A FALLIDO: " CONT-FALLIDOS
                   "  IMPORTE: " TOTAL-FALLIDO.
           DISPLAY "LOS ABONOS QUEDAN EN SUCURSAL.DAT.".
           IF CONT-FALLIDOS < CONT-ELEGIDOS
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * PIDE UN EFECTO, LO MUESTRA Y, SI SE CONFIRMA, LO ANADE A
      * LOS ELEGIDOS (0 TERMINA LA SELECCION)
      * ****************************************************************

       ELEGIR-EFECTO.
           DISPLAY "Efecto a pasar a fallido (0=terminar):".
           MOVE ZERO TO ENT-NUMFAC.
           ACCEPT ENT-NUMFAC NO BELL.
           IF ENT-NUMFAC = ZERO
              MOVE "S" TO FIN-SELECCION
              GO TO ELEGIR-EFECTO-FIN
           END-IF.
           IF CONT-ELEGIDOS = 200
              DISPLAY "NO SE ADMITEN MAS DE 200 EFECTOS POR PASE."
              MOVE "S" TO FIN-SELECCION
              GO TO ELEGIR-EFECTO-FIN
           END-IF.

           MOVE ENT-NUMFAC TO EFE-NUMFAC.
           READ A-EFECTOS
              INVALID KEY     MOVE "N" TO EXISTE-EFE
              NOT INVALID KEY MOVE "S" TO EXISTE-EFE
           END-READ.
           IF EXISTE-EFE = "N"
              DISPLAY "ERROR: EL EFECTO NO EXISTE."
              GO TO ELEGIR-EFECTO-FIN
           END-IF.
           IF EFE-COBRADO OR EFE-IMP-PENDIENTE = ZERO
              DISPLAY "ERROR: EL EFECTO NO TIENE NADA PENDIENTE."
              GO TO ELEGIR-EFECTO-FIN
           END-IF.

           MOVE "N" TO YA-ELEGIDO.
           PERFORM COMPROBAR-ELEGIDO
                   VARYING IDX-FAL FROM 1 BY 1
                   UNTIL IDX-FAL > CONT-ELEGIDOS.
           IF YA-ELEGIDO = "S"
              DISPLAY "ERROR: EL EFECTO YA ESTA ELEGIDO."
              GO TO ELEGIR-EFECTO-FIN
           END-IF.

           MOVE EFE-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.
           DISPLAY "CLIENTE " EFE-CODCLI " " NOMCLI.
           DISPLAY "VENCIMIENTO " EFE-FECHA-VTO "  IMPORTE "
                   EFE-IMPORTE "  PENDIENTE " EFE-IMP-PENDIENTE.
           DISPLAY "Pasar este efecto a fallido (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              GO TO ELEGIR-EFECTO-FIN
           END-IF.

           ADD 1 TO CONT-ELEGIDOS.
           MOVE EFE-NUMFAC        TO TAB-FAL-NUMFAC(CONT-ELEGIDOS).
           MOVE EFE-CODCLI        TO TAB-FAL-CODCLI(CONT-ELEGIDOS).
           MOVE EFE-IMP-PENDIENTE TO TAB-FAL-IMPORTE(CONT-ELEGIDOS).
           ADD EFE-IMP-PENDIENTE  TO TOTAL-ELEGIDO.

       ELEGIR-EFECTO-FIN.
           EXIT.


      * MIRA SI EL EFECTO LEIDO YA ESTA ENTRE LOS ELEGIDOS
      * ****************************************************************

       COMPROBAR-ELEGIDO.
           IF TAB-FAL-NUMFAC(IDX-FAL) = EFE-NUMFAC
              MOVE "S" TO YA-ELEGIDO
           END-IF.


      * PIDE LA SUCURSAL EMISORA DE LOS ABONOS Y LA VALIDA CONTRA
      * EL MAESTRO DE SUCURSALES
      * ****************************************************************

       PEDIR-SUCURSAL-ABONO.
           DISPLAY "Sucursal emisora de los abonos:".
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
                 MOVE SUC-MAXIMP TO MAXIMP-SUCURSAL
              END-IF
           END-IF.


      * PASA A FALLIDO UN EFECTO ELEGIDO: LO CIERRA, ABONA AL
      * CLIENTE LO PENDIENTE Y LO DEJA AUDITADO Y REGISTRADO. SI
      * ENTRE TANTO SE HA COBRADO O CAMBIADO, NO SE TOCA
      * ****************************************************************

       PASAR-EFECTO.
           MOVE TAB-FAL-NUMFAC(IDX-FAL) TO EFE-NUMFAC.
           READ A-EFECTOS
              INVALID KEY     MOVE "N" TO EXISTE-EFE
              NOT INVALID KEY MOVE "S" TO EXISTE-EFE
           END-READ.
           IF EXISTE-EFE = "N" OR EFE-COBRADO
              OR EFE-IMP-PENDIENTE NOT = TAB-FAL-IMPORTE(IDX-FAL)
              DISPLAY "EFECTO " TAB-FAL-NUMFAC(IDX-FAL)
                      " MODIFICADO ENTRE TANTO: NO SE PASA A FALLIDO"
              GO TO PASAR-EFECTO-FIN
           END-IF.

           MOVE "C"   TO EFE-ESTADO.
           MOVE FECHA TO EFE-FECHA-COB.
           MOVE ZERO  TO EFE-IMP-PENDIENTE.
           MOVE ZERO  TO EFE-PEND-DIV.
           REWRITE REGEFE
              INVALID KEY
                 DISPLAY "ERROR AL CERRAR EL EFECTO " EFE-NUMFAC
                 GO TO PASAR-EFECTO-FIN
           END-REWRITE.

           MOVE EFE-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE-CLI
              NOT INVALID KEY MOVE "S" TO EXISTE-CLI
           END-READ.
           IF EXISTE-CLI = "N"
              MOVE SPACES TO NOMCLI
              MOVE ZERO   TO IMPCLI
           END-IF.

           MOVE TAB-FAL-IMPORTE(IDX-FAL) TO RESTO-ABONO.
           PERFORM GRABAR-MOVIMIENTO-ABONO
                   UNTIL RESTO-ABONO = ZERO.

      *
      * EL SALDO DEL CLIENTE LO MUEVE ACT-CLI AL APLICAR EL ABONO:
      * AQUI SE AUDITA EL SALDO QUE TIENE EN EL MOMENTO DEL PASE
      *
           MOVE FECHA          TO AUD-FECHA.
           MOVE "M"            TO AUD-TIPO-REG.
           MOVE EFE-CODCLI     TO AUD-CODCLI.
           MOVE NOMCLI         TO AUD-NOMCLI.
           MOVE IMPCLI         TO AUD-IMPCLI-ANTES.
           MOVE IMPCLI         TO AUD-IMPCLI-DESPUES.
           MOVE ENT-OPERADOR   TO AUD-OPERADOR.
           MOVE ENT-SUP-ID     TO AUD-SUPERVISOR.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL(1:6) TO AUD-HORA.
           IF EXISTE-CLI = "S"
              MOVE REGCLI TO AUD-REGCLI
           ELSE
              MOVE SPACES TO AUD-REGCLI
           END-IF.
           WRITE REGAUDIT.

           MOVE FECHA                    TO FAL-FECHA.
           MOVE EFE-NUMFAC               TO FAL-NUMFAC.
           MOVE EFE-CODCLI               TO FAL-CODCLI.
           MOVE EFE-FECHA-VTO            TO FAL-FECHA-VTO.
           MOVE TAB-FAL-IMPORTE(IDX-FAL) TO FAL-IMPORTE.
           MOVE ENT-SUCURSAL             TO FAL-SUCURSAL.
           MOVE ENT-OPERADOR             TO FAL-OPERADOR.
           MOVE ENT-SUP-ID               TO FAL-SUPERVISOR.
           WRITE REGFAL.

           ADD 1 TO CONT-FALLIDOS.
           ADD TAB-FAL-IMPORTE(IDX-FAL) TO TOTAL-FALLIDO.
           DISPLAY "EFECTO " EFE-NUMFAC " DE " EFE-CODCLI
                   " PASADO A FALLIDO: " TAB-FAL-IMPORTE(IDX-FAL).

       PASAR-EFECTO-FIN.
           EXIT.


      * GRABA UN MOVIMIENTO "F" DE ABONO POR FALLIDO HASTA EL TOPE
      * POR MOVIMIENTO Y DESCUENTA LO GRABADO DE LO QUE RESTA
      * ****************************************************************

       GRABAR-MOVIMIENTO-ABONO.
           MOVE "F"                     TO TIPMOV.
           MOVE EFE-CODCLI              TO CLIMOV.
           MOVE NOMCLI                  TO NOMMOV.
           IF RESTO-ABONO > TOPE-MOVIMIENTO
              MOVE TOPE-MOVIMIENTO TO IMPMOV
           ELSE
              MOVE RESTO-ABONO TO IMPMOV
           END-IF.
           MOVE FECHA                   TO FECMOV.
           MOVE ENT-SUCURSAL            TO SUCMOV.
           MOVE SPACES                  TO CTRMOV.
           WRITE REGMOV.
           SUBTRACT IMPMOV FROM RESTO-ABONO.
