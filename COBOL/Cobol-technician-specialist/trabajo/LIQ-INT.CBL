       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQ-INT.
       REMARKS. LIQUIDACION MENSUAL DE INTERESES DE DEMORA SOBRE LOS
           EFECTOS VENCIDOS DE LA CARTERA (EFECTOS.DAT). CADA EFECTO
           DEVENGA AL TIPO ANUAL DEL PARAMETRO INTDEMOR DE
           PARAMS.DAT POR LOS DIAS ENTRE SU VENCIMIENTO Y SU FECHA
           DE COBRO (O HOY, SOBRE LO QUE QUEDE POR COBRAR, SI SIGUE
           PENDIENTE), SOBRE 365 DIAS. LOS
           CLIENTES EXENTOS EN FACCLI.DAT (MAN-FCL) NO DEVENGAN
           INTERESES. INTEFE.DAT GUARDA POR EFECTO HASTA QUE FECHA
           SE HAN COBRADO YA INTERESES, Y CADA LIQUIDACION SOLO
           CUENTA LOS DIAS POSTERIORES, DE MODO QUE NADA SE COBRA
           DOS VECES.
           DOS MODOS:
             P = PROPUESTA: SOLO EL INFORME, PARA SU APROBACION.
             L = LIQUIDACION: EL INFORME Y, CON VISTO BUENO DE
                 SUPERVISOR (OPERADOR.DAT), UN CARGO "D" EN
                 SUCURSAL.DAT POR CLIENTE, QUE CONTABILIZA ACT-CLI
                 COMO CUALQUIER OTRO CARGO PERO CONTRA SU PROPIA
                 CUENTA DE INGRESOS (TIPOS D Y N DE CUENTAS.DAT).
           EL INFORME SE GRABA EN INTDEM.LST.

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

           SELECT A-INTEFE ASSIGN TO DISK 'INTEFE.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY IEF-NUMFAC
                  FILE STATUS IS IEF-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-FACCLI ASSIGN TO DISK 'FACCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FCL-CODCLI
                  ALTERNATE RECORD KEY FCL-PAGADOR WITH DUPLICATES
                  FILE STATUS IS FCL-FILESTAT.

           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

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

           SELECT A-LISTADO ASSIGN TO DISK 'INTDEM.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

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

      *
      * DESCRIPCION DEL CONTROL DE INTERESES COBRADOS POR EFECTO:
      * FECHA HASTA LA QUE YA SE HAN LIQUIDADO, IMPORTE ACUMULADO
      * DE INTERESES, FECHA DE LA ULTIMA LIQUIDACION Y NUMERO DE
      * LIQUIDACIONES
      *
       FD A-INTEFE LABEL RECORD STANDARD.
       01 REGIEF.
          02 IEF-NUMFAC     PIC 9(6).
          02 IEF-CODCLI     PIC X(5).
          02 IEF-HASTA      PIC X(8).
          02 IEF-IMPORTE    PIC 9(8)V9(2).
          02 IEF-FECHA-LIQ  PIC X(8).
          02 IEF-LIQUIDACIONES PIC 9(3).

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

       FD A-FACCLI LABEL RECORD STANDARD.
       01 REGFCL.
          02 FCL-CODCLI     PIC X(5).
          02 FCL-PAGADOR    PIC X(5).
          02 FCL-PERIODICIDAD PIC X(1).
          02 FCL-EXENTO-INT PIC X(1).
             88 FCL-EXENTO  VALUE "S".

       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

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

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 EFE-FILESTAT      PIC X(2).
       77 IEF-FILESTAT      PIC X(2).
       77 FCL-FILESTAT      PIC X(2).
       77 PAR-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 HAY-FACCLI        PIC X(1) VALUE "N".
       77 HAY-OPERADORES    PIC X(1) VALUE "N".
       77 FECHA             PIC 99999999.
       77 DIR-REL-SUC       PIC 9(4).
       77 OPCION            PIC X(1).
       77 ENT-SUCURSAL      PIC 9(3).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 EXISTE-FCL        PIC X(1).
       77 EXISTE-IEF        PIC X(1).
       77 EXISTE-OPE        PIC X(1).
       77 EXISTE-PAR        PIC X(1).
       77 EXISTE-SUC        PIC X(1).
       77 VISTO-BUENO-SUP   PIC X(1).
       77 FIN-EFECTO        PIC X(1).
       77 TIPO-INTERES      PIC 9(6)V9(2) VALUE ZERO.
       77 CLIENTE-ANTERIOR  PIC X(5).
       77 CLIENTE-EXENTO    PIC X(1).
       77 CLIENTE-EN-TABLA  PIC X(5) VALUE SPACES.
       77 FECHA-DESDE       PIC X(8).
       77 FECHA-HASTA       PIC X(8).
       77 SERIAL-DESDE      PIC 9(7) COMP.
       77 SERIAL-HASTA      PIC 9(7) COMP.
       77 DIAS-DEMORA       PIC 9(5).
       77 BASE-INTERES      PIC 9(8)V9(2).
       77 INTERES-EFECTO    PIC 9(8)V9(2).
       77 CONT-EFECTOS      PIC 9(4) VALUE ZERO.
       77 IDX-EFE           PIC 9(4) COMP.
       77 CONT-CLIENTES     PIC 9(3) VALUE ZERO.
       77 IDX-CLI           PIC 9(3) COMP.
       77 CONT-EXENTOS      PIC 9(5) VALUE ZERO.
       77 CONT-DESBORDE     PIC 9(5) VALUE ZERO.
       77 TOTAL-INTERESES   PIC 9(10)V9(2) VALUE ZERO.
       77 CONT-CARGADOS     PIC 9(3) VALUE ZERO.
       77 RESTO-CARGO       PIC 9(8)V9(2).
       77 TOPE-MOVIMIENTO   PIC 9(5)V9(2).
       77 MAXIMP-SUCURSAL   PIC 9(5)V9(2).
       77 FEC-W-ANO         PIC 9(4).
       77 FEC-W-MES         PIC 9(2).
       77 FEC-W-DIA         PIC 9(2).
       77 FEC-W-COC         PIC 9(4) COMP.
       77 FEC-W-R4          PIC 9(2) COMP.
       77 FEC-W-R100        PIC 9(2) COMP.
       77 FEC-W-R400        PIC 9(3) COMP.
       77 ES-BISIESTO       PIC X(1).
       77 SERIAL-TRABAJO    PIC 9(7) COMP.
       77 FECHA-TRABAJO     PIC X(8).

      *
      * DIAS ACUMULADOS AL EMPEZAR CADA MES, PARA EL NUMERO DE
      * DIA CORRIDO DE UNA FECHA
      *
       01 TAB-ACUM-V        PIC X(36) VALUE
          "000031059090120151181212243273304334".
       01 TAB-ACUM REDEFINES TAB-ACUM-V.
          02 DIAS-ACUM OCCURS 12 TIMES PIC 9(3).

      *
      * EFECTOS CON INTERESES EN ESTA LIQUIDACION: PERIODO
      * LIQUIDADO, DIAS E INTERES, PARA EL INFORME Y PARA MARCAR
      * INTEFE.DAT TRAS EL CARGO
      *
       01 TAB-EFECTOS.
          02 TAB-EFE-OCU OCCURS 3000 TIMES.
             03 TAB-EFE-NUMFAC    PIC 9(6).
             03 TAB-EFE-CODCLI    PIC X(5).
             03 TAB-EFE-IMPORTE   PIC 9(8)V9(2).
             03 TAB-EFE-DESDE     PIC X(8).
             03 TAB-EFE-HASTA     PIC X(8).
             03 TAB-EFE-DIAS      PIC 9(5).
             03 TAB-EFE-INTERES   PIC 9(8)V9(2).

      *
      * TOTAL DE INTERESES POR CLIENTE, QUE ES LO QUE SE CARGA
      *
       01 TAB-CLIENTES.
          02 TAB-CLI-OCU OCCURS 500 TIMES.
             03 TAB-CLI-CODCLI    PIC X(5).
             03 TAB-CLI-EFECTOS   PIC 9(4).
             03 TAB-CLI-INTERES   PIC 9(8)V9(2).
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
       LIQUIDAR-INTERESES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "LIQ-INT" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL MODO, CALCULA LOS INTERESES DE
      * CADA EFECTO VENCIDO, GRABA EL INFORME Y, EN LA LIQUIDACION,
      * LOS CARGA CON VISTO BUENO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "INTERESES DE DEMORA SOBRE EFECTOS VENCIDOS".
           DISPLAY "------------------------------------------".
           DISPLAY "<P>ROPUESTA PARA APROBACION O <L>IQUIDACION"
                   " Y CARGO:".
           ACCEPT OPCION NO BELL.
           IF OPCION = "p" OR OPCION = "l"
              INSPECT OPCION CONVERTING "pl" TO "PL"
           END-IF.
           IF OPCION NOT = "P" AND OPCION NOT = "L"
              DISPLAY "ERROR: OPCION NO VALIDA."
              GOBACK
           END-IF.

      *
      * SIN TIPO DE INTERES NO HAY NADA QUE LIQUIDAR
      *
           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "INTDEMOR" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S"
                 MOVE PAR-VALOR TO TIPO-INTERES
              END-IF
              CLOSE A-PARAMS
           ELSE
              CLOSE A-PARAMS
           END-IF.
           IF TIPO-INTERES = ZERO
              DISPLAY "NO HAY TIPO DE INTERES DE DEMORA (PARAMETRO"
                      " INTDEMOR DE PARAMS.DAT)."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "TIPO ANUAL DE DEMORA: " TIPO-INTERES " %".

           OPEN INPUT A-EFECTOS.
           IF EFE-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE LA CARTERA DE EFECTOS"
                      " (EFECTOS.DAT). EJECUTE ANTES FAC-PED."
              CLOSE A-EFECTOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-INTEFE.
           IF IEF-FILESTAT NOT = "00"
              CLOSE A-INTEFE
              OPEN OUTPUT A-INTEFE
              CLOSE A-INTEFE
              OPEN I-O A-INTEFE
           END-IF.

           OPEN INPUT A-CLIENT.

      *
      * SIN DATOS DE FACTURACION NINGUN CLIENTE ESTA EXENTO
      *
           OPEN INPUT A-FACCLI.
           IF FCL-FILESTAT = "00"
              MOVE "S" TO HAY-FACCLI
           ELSE
              CLOSE A-FACCLI
              MOVE "N" TO HAY-FACCLI
           END-IF.

           INITIALIZE TAB-EFECTOS.
           INITIALIZE TAB-CLIENTES.
           MOVE SPACES TO CLIENTE-ANTERIOR.
           MOVE LOW-VALUES TO EFE-CODCLI.
           MOVE "N" TO FIN-EFECTO.
           START A-EFECTOS KEY NOT LESS THAN EFE-CODCLI
              INVALID KEY MOVE "S" TO FIN-EFECTO
           END-START.
           PERFORM CALCULAR-EFECTO THRU CALCULAR-EFECTO-FIN
                   UNTIL FIN-EFECTO = "S".
           CLOSE A-EFECTOS.

           PERFORM GRABAR-INFORME.

           IF OPCION = "L" AND TOTAL-INTERESES > ZERO
              PERFORM CARGAR-INTERESES THRU CARGAR-INTERESES-FIN
           END-IF.

           IF HAY-FACCLI = "S"
              CLOSE A-FACCLI
           END-IF.
           CLOSE A-CLIENT.
           CLOSE A-INTEFE.

           IF CONT-DESBORDE > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * CALCULA LOS INTERESES DEL SIGUIENTE EFECTO DE LA CARTERA
      * (EN ORDEN DE CLIENTE): DESDE SU VENCIMIENTO O LO YA
      * LIQUIDADO HASTA SU COBRO O HOY
      * ****************************************************************

       CALCULAR-EFECTO.
           READ A-EFECTOS NEXT RECORD AT END MOVE "S" TO FIN-EFECTO
           END-READ.
           IF FIN-EFECTO = "S"
              GO TO CALCULAR-EFECTO-FIN
           END-IF.

           IF EFE-CODCLI NOT = CLIENTE-ANTERIOR
              MOVE EFE-CODCLI TO CLIENTE-ANTERIOR
              PERFORM COMPROBAR-EXENCION
           END-IF.
           IF CLIENTE-EXENTO = "S"
              ADD 1 TO CONT-EXENTOS
              GO TO CALCULAR-EFECTO-FIN
           END-IF.

      *
      * UN EFECTO PENDIENTE DEVENGA SOBRE LO QUE FALTA POR COBRAR;
      * UNO YA COBRADO, SOBRE SU IMPORTE HASTA LA FECHA DE COBRO
      *
           IF EFE-COBRADO
              MOVE EFE-FECHA-COB TO FECHA-HASTA
              MOVE EFE-IMPORTE TO BASE-INTERES
           ELSE
              MOVE FECHA TO FECHA-HASTA
              MOVE EFE-IMP-PENDIENTE TO BASE-INTERES
           END-IF.

           MOVE EFE-FECHA-VTO TO FECHA-DESDE.
           MOVE EFE-NUMFAC TO IEF-NUMFAC.
           READ A-INTEFE
              INVALID KEY     MOVE "N" TO EXISTE-IEF
              NOT INVALID KEY MOVE "S" TO EXISTE-IEF
           END-READ.
           IF EXISTE-IEF = "S" AND IEF-HASTA > FECHA-DESDE
              MOVE IEF-HASTA TO FECHA-DESDE
           END-IF.

           IF FECHA-HASTA NOT > FECHA-DESDE
              GO TO CALCULAR-EFECTO-FIN
           END-IF.

           MOVE FECHA-DESDE TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           MOVE SERIAL-TRABAJO TO SERIAL-DESDE.
           MOVE FECHA-HASTA TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           MOVE SERIAL-TRABAJO TO SERIAL-HASTA.
           COMPUTE DIAS-DEMORA = SERIAL-HASTA - SERIAL-DESDE.

           COMPUTE INTERES-EFECTO ROUNDED = BASE-INTERES
                   * TIPO-INTERES * DIAS-DEMORA / 36500.
           IF INTERES-EFECTO = ZERO
              GO TO CALCULAR-EFECTO-FIN
           END-IF.

           IF CONT-EFECTOS = 3000
              DISPLAY "AVISO: DEMASIADOS EFECTOS, LA FACTURA "
                      EFE-NUMFAC " QUEDA PARA OTRA LIQUIDACION."
              ADD 1 TO CONT-DESBORDE
              GO TO CALCULAR-EFECTO-FIN
           END-IF.
           IF EFE-CODCLI NOT = CLIENTE-EN-TABLA
              IF CONT-CLIENTES = 500
                 DISPLAY "AVISO: DEMASIADOS CLIENTES, LA FACTURA "
                         EFE-NUMFAC " QUEDA PARA OTRA LIQUIDACION."
                 ADD 1 TO CONT-DESBORDE
                 GO TO CALCULAR-EFECTO-FIN
              END-IF
              ADD 1 TO CONT-CLIENTES
              MOVE EFE-CODCLI TO TAB-CLI-CODCLI(CONT-CLIENTES)
              MOVE EFE-CODCLI TO CLIENTE-EN-TABLA
           END-IF.

           ADD 1 TO CONT-EFECTOS.
           MOVE EFE-NUMFAC     TO TAB-EFE-NUMFAC(CONT-EFECTOS).
           MOVE EFE-CODCLI     TO TAB-EFE-CODCLI(CONT-EFECTOS).
           MOVE BASE-INTERES   TO TAB-EFE-IMPORTE(CONT-EFECTOS).
           MOVE FECHA-DESDE    TO TAB-EFE-DESDE(CONT-EFECTOS).
           MOVE FECHA-HASTA    TO TAB-EFE-HASTA(CONT-EFECTOS).
           MOVE DIAS-DEMORA    TO TAB-EFE-DIAS(CONT-EFECTOS).
           MOVE INTERES-EFECTO TO TAB-EFE-INTERES(CONT-EFECTOS).
           ADD 1 TO TAB-CLI-EFECTOS(CONT-CLIENTES).
           ADD INTERES-EFECTO TO TAB-CLI-INTERES(CONT-CLIENTES).
           ADD INTERES-EFECTO TO TOTAL-INTERESES.

       CALCULAR-EFECTO-FIN.
           EXIT.


      * DEJA EN CLIENTE-EXENTO SI EL CLIENTE DEL EFECTO ESTA EXENTO
      * DE INTERESES DE DEMORA EN FACCLI.DAT
      * ****************************************************************

       COMPROBAR-EXENCION.
           MOVE "N" TO CLIENTE-EXENTO.
           IF HAY-FACCLI = "S"
              MOVE EFE-CODCLI TO FCL-CODCLI
              READ A-FACCLI
                 INVALID KEY     MOVE "N" TO EXISTE-FCL
                 NOT INVALID KEY MOVE "S" TO EXISTE-FCL
              END-READ
              IF EXISTE-FCL = "S" AND FCL-EXENTO
                 MOVE "S" TO CLIENTE-EXENTO
              END-IF
           END-IF.


      * GRABA EL INFORME DE INTERESES EN INTDEM.LST: CADA CLIENTE
      * CON SUS EFECTOS Y EL TOTAL A CARGAR
      * ****************************************************************

       GRABAR-INFORME.
           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           IF OPCION = "P"
              STRING "PROPUESTA DE INTERESES DE DEMORA A " FECHA
                     "  (TIPO ANUAL " TIPO-INTERES " %)"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
              STRING "LIQUIDACION DE INTERESES DE DEMORA A " FECHA
                     "  (TIPO ANUAL " TIPO-INTERES " %)"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           END-IF.
           WRITE LINEA-LISTADO.
           MOVE "  FACTURA IMPORTE      DESDE    HASTA     DIAS"
                TO LINEA-LISTADO.
           MOVE "  INTERES" TO LINEA-LISTADO(47:9).
           WRITE LINEA-LISTADO.

           MOVE 1 TO IDX-EFE.
           PERFORM GRABAR-CLIENTE-INFORME
                   VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > CONT-CLIENTES.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           STRING "CLIENTES: " CONT-CLIENTES "  EFECTOS: " CONT-EFECTOS
                  "  TOTAL INTERESES: " TOTAL-INTERESES
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "EFECTOS DE CLIENTES EXENTOS: " CONT-EXENTOS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF CONT-DESBORDE > ZERO
              MOVE SPACES TO LINEA-LISTADO
              STRING "EFECTOS APLAZADOS POR CAPACIDAD: " CONT-DESBORDE
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           CLOSE A-LISTADO.

           DISPLAY "CLIENTES: " CONT-CLIENTES "  EFECTOS: "
                   CONT-EFECTOS " (INFORME EN INTDEM.LST)".
           DISPLAY "TOTAL INTERESES DE DEMORA: " TOTAL-INTERESES.


      * GRABA UN CLIENTE DEL INFORME: SU NOMBRE, SUS EFECTOS (QUE
      * ESTAN SEGUIDOS EN LA TABLA) Y SU TOTAL
      * ****************************************************************

       GRABAR-CLIENTE-INFORME.
           MOVE TAB-CLI-CODCLI(IDX-CLI) TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO LINEA-LISTADO.
           STRING TAB-CLI-CODCLI(IDX-CLI) " " NOMCLI
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           PERFORM GRABAR-LINEA-EFECTO
                   UNTIL IDX-EFE > CONT-EFECTOS
                      OR TAB-EFE-CODCLI(IDX-EFE)
                         NOT = TAB-CLI-CODCLI(IDX-CLI).

           MOVE SPACES TO LINEA-LISTADO.
           STRING "  TOTAL CLIENTE " TAB-CLI-CODCLI(IDX-CLI) ": "
                  TAB-CLI-EFECTOS(IDX-CLI) " EFECTOS, "
                  TAB-CLI-INTERES(IDX-CLI)
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * GRABA LA LINEA DE UN EFECTO Y PASA AL SIGUIENTE
      * ****************************************************************

       GRABAR-LINEA-EFECTO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "  "                     DELIMITED BY SIZE
                  TAB-EFE-NUMFAC(IDX-EFE)  DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  TAB-EFE-IMPORTE(IDX-EFE) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-EFE-DESDE(IDX-EFE)   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-EFE-HASTA(IDX-EFE)   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-EFE-DIAS(IDX-EFE)    DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-EFE-INTERES(IDX-EFE) DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           ADD 1 TO IDX-EFE.


      * PIDE EL VISTO BUENO DEL SUPERVISOR Y LA SUCURSAL EMISORA,
      * GRABA UN CARGO "D" POR CLIENTE Y MARCA LOS EFECTOS COMO
      * LIQUIDADOS HASTA SU FECHA
      * ****************************************************************

       CARGAR-INTERESES.
           DISPLAY "INTERESES A CARGAR: " TOTAL-INTERESES
                   " A " CONT-CLIENTES " CLIENTES".

           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT = "00"
              MOVE "S" TO HAY-OPERADORES
           ELSE
              CLOSE A-OPERADOR
              MOVE "N" TO HAY-OPERADORES
           END-IF.
           PERFORM PEDIR-VISTO-BUENO-SUP THRU PEDIR-VISTO-BUENO-SUP-FIN.
           IF HAY-OPERADORES = "S"
              CLOSE A-OPERADOR
           END-IF.
           IF VISTO-BUENO-SUP = "N"
              DISPLAY "INTERESES NO CARGADOS: SIN VISTO BUENO DE"
                      " SUPERVISOR."
              GO TO CARGAR-INTERESES-FIN
           END-IF.

           OPEN INPUT A-SUCMAEST.
           MOVE "N" TO EXISTE-SUC.
           PERFORM PEDIR-SUCURSAL-CARGO
               UNTIL EXISTE-SUC = "S".
           CLOSE A-SUCMAEST.

      *
      * IMPMOV NO ADMITE MAS DE 99.999,99 Y LA SUCURSAL PUEDE TENER
      * UN TOPE MENOR: UN CARGO MAYOR SE GRABA EN VARIOS
      * MOVIMIENTOS
      *
           MOVE 99999,99 TO TOPE-MOVIMIENTO.
           IF MAXIMP-SUCURSAL > ZERO
              AND MAXIMP-SUCURSAL < TOPE-MOVIMIENTO
              MOVE MAXIMP-SUCURSAL TO TOPE-MOVIMIENTO
           END-IF.

           OPEN EXTEND A-SUCURS.
           PERFORM CARGAR-CLIENTE
                   VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > CONT-CLIENTES.
           CLOSE A-SUCURS.

           PERFORM MARCAR-EFECTO
                   VARYING IDX-EFE FROM 1 BY 1
                   UNTIL IDX-EFE > CONT-EFECTOS.

           DISPLAY "CLIENTES CARGADOS: " CONT-CARGADOS
                   ". LOS CARGOS QUEDAN EN SUCURSAL.DAT.".

       CARGAR-INTERESES-FIN.
           EXIT.


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


      * PIDE LA SUCURSAL EMISORA DE LOS CARGOS Y LA VALIDA CONTRA
      * EL MAESTRO DE SUCURSALES
      * ****************************************************************

       PEDIR-SUCURSAL-CARGO.
           DISPLAY "Sucursal emisora de los cargos:".
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


      * CARGA LOS INTERESES DE UN CLIENTE
      * ****************************************************************

       CARGAR-CLIENTE.
           MOVE TAB-CLI-CODCLI(IDX-CLI) TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.
           MOVE TAB-CLI-INTERES(IDX-CLI) TO RESTO-CARGO.
           PERFORM GRABAR-MOVIMIENTO-CARGO
                   UNTIL RESTO-CARGO = ZERO.
           ADD 1 TO CONT-CARGADOS.
           DISPLAY "CARGADO " TAB-CLI-INTERES(IDX-CLI) " A "
                   TAB-CLI-CODCLI(IDX-CLI) " " NOMCLI.


      * GRABA UN MOVIMIENTO "D" DE INTERESES HASTA EL TOPE POR
      * MOVIMIENTO Y DESCUENTA LO GRABADO DE LO QUE RESTA
      * ****************************************************************

       GRABAR-MOVIMIENTO-CARGO.
           MOVE "D"                     TO TIPMOV.
           MOVE TAB-CLI-CODCLI(IDX-CLI) TO CLIMOV.
           MOVE NOMCLI                  TO NOMMOV.
           IF RESTO-CARGO > TOPE-MOVIMIENTO
              MOVE TOPE-MOVIMIENTO TO IMPMOV
           ELSE
              MOVE RESTO-CARGO TO IMPMOV
           END-IF.
           MOVE FECHA                   TO FECMOV.
           MOVE ENT-SUCURSAL            TO SUCMOV.
           MOVE SPACES                  TO CTRMOV.
           WRITE REGMOV.
           SUBTRACT IMPMOV FROM RESTO-CARGO.


      * DEJA UN EFECTO LIQUIDADO HASTA LA FECHA HASTA DE ESTA
      * LIQUIDACION, ACUMULANDO SUS INTERESES EN INTEFE.DAT
      * ****************************************************************

       MARCAR-EFECTO.
           MOVE TAB-EFE-NUMFAC(IDX-EFE) TO IEF-NUMFAC.
           READ A-INTEFE
              INVALID KEY     MOVE "N" TO EXISTE-IEF
              NOT INVALID KEY MOVE "S" TO EXISTE-IEF
           END-READ.
           IF EXISTE-IEF = "N"
              MOVE TAB-EFE-CODCLI(IDX-EFE) TO IEF-CODCLI
              MOVE ZERO TO IEF-IMPORTE
              MOVE ZERO TO IEF-LIQUIDACIONES
           END-IF.
           MOVE TAB-EFE-HASTA(IDX-EFE) TO IEF-HASTA.
           ADD TAB-EFE-INTERES(IDX-EFE) TO IEF-IMPORTE.
           MOVE FECHA TO IEF-FECHA-LIQ.
           ADD 1 TO IEF-LIQUIDACIONES.
           IF EXISTE-IEF = "S"
              REWRITE REGIEF
                 INVALID KEY
                    DISPLAY "ERROR AL MARCAR EL EFECTO " IEF-NUMFAC
              END-REWRITE
           ELSE
              WRITE REGIEF
                 INVALID KEY
                    DISPLAY "ERROR AL MARCAR EL EFECTO " IEF-NUMFAC
              END-WRITE
           END-IF.


      * CONVIERTE LA FECHA AAAAMMDD DE FECHA-TRABAJO EN UN NUMERO
      * DE DIA CORRIDO COMPARABLE (SERIAL-TRABAJO)
      * ****************************************************************

       FECHA-A-SERIAL.
           MOVE FECHA-TRABAJO(1:4) TO FEC-W-ANO.
           MOVE FECHA-TRABAJO(5:2) TO FEC-W-MES.
           MOVE FECHA-TRABAJO(7:2) TO FEC-W-DIA.

           COMPUTE SERIAL-TRABAJO = FEC-W-ANO * 365
                   + (FEC-W-ANO - 1) / 4
                   - (FEC-W-ANO - 1) / 100
                   + (FEC-W-ANO - 1) / 400
                   + DIAS-ACUM(FEC-W-MES) + FEC-W-DIA.

           PERFORM COMPROBAR-BISIESTO.
           IF ES-BISIESTO = "S" AND FEC-W-MES > 2
              ADD 1 TO SERIAL-TRABAJO
           END-IF.


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
