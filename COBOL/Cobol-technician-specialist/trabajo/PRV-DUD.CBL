       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRV-DUD.
       REMARKS. DOTACION MENSUAL DE LA PROVISION POR DUDOSO COBRO:
           CLASIFICA LO PENDIENTE DE LA CARTERA DE EFECTOS
           (EFECTOS.DAT) EN LOS MISMOS TRAMOS DE ANTIGUEDAD QUE EL
           INFORME DE GES-EFE (NO VENCIDO, HASTA 30, HASTA 60,
           HASTA 90 Y MAS DE 90 DIAS) A FIN DEL MES PEDIDO (AAAAMM
           POR SYSIN; EN BLANCO EL MES ACTUAL, A DIA DE HOY) Y
           APLICA A CADA TRAMO SU PORCENTAJE DE LOS PARAMETROS
           PROVDUD1 A PROVDUD5 DE PARAMS.DAT (SIN PARAMETRO EL
           TRAMO NO SE PROVISIONA). LA PROVISION DE CADA MES QUEDA
           EN PROVDUD.DAT, Y EL INFORME PROVDUD.LST LA COMPARA CON
           LA DEL MES ANTERIOR. LA VARIACION SE ENVIA A LA INTERFAZ
           CONTABLE DEL DIA (CTDAAAAMMDD.DAT, MISMO FORMATO QUE LAS
           DEMAS, QUE CONTABILIZA PAS-MAY): UN AUMENTO SE DOTA
           (69400000 AL DEBE, 49000000 AL HABER) Y UNA DISMINUCION
           SE REVIERTE (49000000 AL DEBE, 79400000 AL HABER). SI EL
           MES SE REPITE SOLO SE ENVIA LO QUE FALTE POR ENVIAR.
           CODIGO DE RETORNO: 0 = CORRECTO, 12 = MES NO VALIDO,
           FALTA LA CARTERA O NO HAY NINGUN PORCENTAJE.

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

           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

      *
      * DECLARACION DEL HISTORICO DE PROVISIONES, UNA POR MES
      *
           SELECT A-PROVDUD ASSIGN TO DISK 'PROVDUD.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PVD-PERIODO
                  FILE STATUS IS PVD-FILESTAT.

      *
      * DECLARACION DEL FICHERO DE INTERFAZ CONTABLE DE LA
      * PROVISION (CTDAAAAMMDD.DAT), MISMO FORMATO QUE LAS DE
      * CLIENTES, ALMACEN Y PAGOS
      *
           SELECT A-CONTABLE ASSIGN TO DISK NOMBRE-CONTABLE
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CTD-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'PROVDUD.LST'
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

       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

      *
      * DESCRIPCION DE LA PROVISION DE UN MES: POR TRAMO LO
      * PENDIENTE, EL PORCENTAJE APLICADO Y LA PROVISION; EL TOTAL
      * Y LO YA ENVIADO A CONTABILIDAD POR ESTE MES (CON SIGNO)
      *
       FD A-PROVDUD LABEL RECORD STANDARD.
       01 REGPVD.
          02 PVD-PERIODO    PIC X(6).
          02 PVD-FECHA      PIC X(8).
          02 PVD-TRAMO OCCURS 5 TIMES.
             03 PVD-EFECTOS    PIC 9(5).
             03 PVD-BASE       PIC 9(9)V9(2).
             03 PVD-PORCENTAJE PIC 9(3)V9(2).
             03 PVD-IMPORTE    PIC 9(9)V9(2).
          02 PVD-TOTAL      PIC 9(9)V9(2).
          02 PVD-ENVIADO    PIC S9(9)V9(2).

       FD A-CONTABLE LABEL RECORD STANDARD.
       01 REGCTD.
          02 CTD-TIPO-REG     PIC X(1).
          02 CTD-FECHA        PIC X(8).
          02 CTD-CUENTA       PIC X(8).
          02 CTD-TIPMOV       PIC X(1).
          02 CTD-ORIGEN       PIC X(3).
          02 CTD-CANTIDAD     PIC 9(6).
          02 CTD-IMPORTE      PIC 9(9)V9(2).
          02 CTD-SENTIDO      PIC X(1).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 EFE-FILESTAT      PIC X(2).
       77 PAR-FILESTAT      PIC X(2).
       77 PVD-FILESTAT      PIC X(2).
       77 CTD-FILESTAT      PIC X(2).
       77 NOMBRE-CONTABLE   PIC X(15).
       77 FECHA             PIC 99999999.
       77 ENT-MES           PIC X(6).
       77 FECHA-CORTE       PIC X(8).
       77 DIAS-MES          PIC 9(2).
       77 EXISTE-PAR        PIC X(1).
       77 EXISTE-PVD        PIC X(1).
       77 HAY-PORCENTAJES   PIC X(1) VALUE "N".
       77 FIN-EFECTO        PIC X(1).
       77 FIN-PROVDUD       PIC X(1).
       77 IDX-TRAMO         PIC 9(1).
       77 DIAS-VENCIDO      PIC S9(6).
       77 SERIAL-HOY        PIC 9(7) COMP.
       77 SERIAL-VTO        PIC 9(7) COMP.
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
       77 PERIODO-ANTERIOR  PIC X(6) VALUE SPACES.
       77 TOTAL-ANTERIOR    PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-PENDIENTE   PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-PROVISION   PIC 9(9)V9(2) VALUE ZERO.
       77 ENVIADO-ANTES     PIC S9(9)V9(2) VALUE ZERO.
       77 VARIACION         PIC S9(9)V9(2) VALUE ZERO.
       77 IMPORTE-ASIENTO   PIC S9(9)V9(2) VALUE ZERO.
       77 LINEAS-ASIENTO    PIC 9(6) VALUE ZERO.
       77 IMPORTE-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 TOTAL-ED          PIC ZZZ.ZZZ.ZZ9,99.
       77 VARIACION-ED      PIC -ZZZ.ZZZ.ZZ9,99.

      *
      * DIAS ACUMULADOS AL EMPEZAR CADA MES, PARA EL NUMERO DE
      * DIA CORRIDO DE UNA FECHA
      *
       01 TAB-ACUM-V        PIC X(36) VALUE
          "000031059090120151181212243273304334".
       01 TAB-ACUM REDEFINES TAB-ACUM-V.
          02 DIAS-ACUM OCCURS 12 TIMES PIC 9(3).

      *
      * DIAS DE CADA MES, PARA EL ULTIMO DIA DEL MES PEDIDO
      *
       01 TAB-DIAS-V        PIC X(24) VALUE
          "312831303130313130313031".
       01 TAB-DIAS REDEFINES TAB-DIAS-V.
          02 DIAS-DEL-MES OCCURS 12 TIMES PIC 9(2).

      *
      * TRAMOS DE ANTIGUEDAD (LOS DE GES-EFE): 1 = NO VENCIDO,
      * 2 = HASTA 30 DIAS, 3 = HASTA 60, 4 = HASTA 90, 5 = MAS DE
      * 90, CON SU PORCENTAJE DE PROVISION
      *
       01 TAB-TRAMOS.
          02 TAB-TRA-OCU OCCURS 5 TIMES.
             03 TAB-TRA-CONT   PIC 9(5).
             03 TAB-TRA-IMP    PIC 9(9)V9(2).
             03 TAB-TRA-PORC   PIC 9(3)V9(2).
             03 TAB-TRA-PROV   PIC 9(9)V9(2).

       01 NOMBRES-TRAMO-V.
          02 FILLER         PIC X(16) VALUE "NO VENCIDO......".
          02 FILLER         PIC X(16) VALUE "HASTA 30 DIAS...".
          02 FILLER         PIC X(16) VALUE "HASTA 60 DIAS...".
          02 FILLER         PIC X(16) VALUE "HASTA 90 DIAS...".
          02 FILLER         PIC X(16) VALUE "MAS DE 90 DIAS..".
       01 NOMBRES-TRAMO REDEFINES NOMBRES-TRAMO-V.
          02 NOMBRE-TRAMO OCCURS 5 TIMES PIC X(16).

       01 CODIGO-PARAM.
          02 FILLER         PIC X(7) VALUE "PROVDUD".
          02 CODIGO-PARAM-TRAMO PIC 9(1).

       PROCEDURE DIVISION.
       DOTAR-PROVISION.

      *
      * BLOQUE PRINCIPAL: FIJA EL MES Y SU FECHA DE CORTE, LEE LOS
      * PORCENTAJES, CLASIFICA LA CARTERA, GUARDA LA PROVISION Y
      * ENVIA LA VARIACION A CONTABILIDAD
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           DISPLAY "PROVISION POR DUDOSO COBRO".
           DISPLAY "--------------------------".
           DISPLAY "Mes de la provision (AAAAMM, blanco=mes actual):".
           MOVE SPACES TO ENT-MES.
           ACCEPT ENT-MES NO BELL.
           IF ENT-MES = SPACES
              MOVE FECHA(1:6) TO ENT-MES
           END-IF.
           IF ENT-MES IS NOT NUMERIC
              OR ENT-MES(5:2) < "01" OR ENT-MES(5:2) > "12"
              DISPLAY "ERROR: MES NO VALIDO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * LA CARTERA SE ENVEJECE AL ULTIMO DIA DEL MES, O A HOY SI
      * EL MES AUN NO HA TERMINADO
      *
           MOVE ENT-MES(1:4) TO FEC-W-ANO.
           MOVE ENT-MES(5:2) TO FEC-W-MES.
           MOVE DIAS-DEL-MES(FEC-W-MES) TO DIAS-MES.
           IF FEC-W-MES = 2
              PERFORM COMPROBAR-BISIESTO
              IF ES-BISIESTO = "S"
                 MOVE 29 TO DIAS-MES
              END-IF
           END-IF.
           MOVE SPACES TO FECHA-CORTE.
           STRING ENT-MES DIAS-MES DELIMITED BY SIZE
              INTO FECHA-CORTE
           END-STRING.
           IF FECHA-CORTE > FECHA
              MOVE FECHA TO FECHA-CORTE
           END-IF.

           OPEN INPUT A-EFECTOS.
           IF EFE-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE LA CARTERA DE EFECTOS"
                      " (EFECTOS.DAT)."
              CLOSE A-EFECTOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           INITIALIZE TAB-TRAMOS.
           PERFORM LEER-PORCENTAJES.
           IF HAY-PORCENTAJES = "N"
              DISPLAY "NO HAY PORCENTAJES DE PROVISION (PROVDUD1 A"
                      " PROVDUD5) EN PARAMS.DAT."
              CLOSE A-EFECTOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE FECHA-CORTE TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           MOVE SERIAL-TRABAJO TO SERIAL-HOY.

           MOVE ZERO TO EFE-NUMFAC.
           MOVE "N" TO FIN-EFECTO.
           START A-EFECTOS KEY NOT LESS THAN EFE-NUMFAC
              INVALID KEY MOVE "S" TO FIN-EFECTO
           END-START.
           PERFORM ENVEJECER-EFECTO THRU ENVEJECER-EFECTO-FIN
                   UNTIL FIN-EFECTO = "S".
           CLOSE A-EFECTOS.

           PERFORM CALCULAR-PROVISION-TRAMO
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 5.

           OPEN I-O A-PROVDUD.
           IF PVD-FILESTAT NOT = "00"
              CLOSE A-PROVDUD
              OPEN OUTPUT A-PROVDUD
              CLOSE A-PROVDUD
              OPEN I-O A-PROVDUD
           END-IF.
           PERFORM BUSCAR-MES-ANTERIOR.
           PERFORM GUARDAR-PROVISION.
           CLOSE A-PROVDUD.

           PERFORM GRABAR-CONTABLE-PROVISION.
           PERFORM EMITIR-INFORME.

           DISPLAY "PROVISION DEL MES " ENT-MES ": " TOTAL-PROVISION.
           DISPLAY "MES ANTERIOR......: " TOTAL-ANTERIOR.
           DISPLAY "INTERFAZ CONTABLE EN " NOMBRE-CONTABLE.
           DISPLAY "INFORME GENERADO EN PROVDUD.LST".

           GOBACK.


      * LEE DE PARAMS.DAT EL PORCENTAJE DE PROVISION DE CADA TRAMO
      * ****************************************************************

       LEER-PORCENTAJES.
           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              PERFORM LEER-PORCENTAJE-TRAMO
                      VARYING IDX-TRAMO FROM 1 BY 1
                      UNTIL IDX-TRAMO > 5
              CLOSE A-PARAMS
           ELSE
              CLOSE A-PARAMS
           END-IF.


      * LEE EL PARAMETRO PROVDUDN DEL TRAMO N
      * ****************************************************************

       LEER-PORCENTAJE-TRAMO.
           MOVE IDX-TRAMO TO CODIGO-PARAM-TRAMO.
           MOVE CODIGO-PARAM TO PAR-CODIGO.
           READ A-PARAMS
              INVALID KEY     MOVE "N" TO EXISTE-PAR
              NOT INVALID KEY MOVE "S" TO EXISTE-PAR
           END-READ.
           IF EXISTE-PAR = "S"
              MOVE "S" TO HAY-PORCENTAJES
              IF PAR-VALOR > 100
                 MOVE 100 TO TAB-TRA-PORC(IDX-TRAMO)
              ELSE
                 MOVE PAR-VALOR TO TAB-TRA-PORC(IDX-TRAMO)
              END-IF
           END-IF.


      * CLASIFICA EL SIGUIENTE EFECTO CON ALGO PENDIENTE EN SU
      * TRAMO DE ANTIGUEDAD A LA FECHA DE CORTE
      * ****************************************************************

       ENVEJECER-EFECTO.
           READ A-EFECTOS NEXT RECORD AT END MOVE "S" TO FIN-EFECTO
           END-READ.
           IF FIN-EFECTO = "S" OR EFE-COBRADO
              GO TO ENVEJECER-EFECTO-FIN
           END-IF.

           MOVE EFE-FECHA-VTO TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           MOVE SERIAL-TRABAJO TO SERIAL-VTO.
           COMPUTE DIAS-VENCIDO = SERIAL-HOY - SERIAL-VTO.

           IF DIAS-VENCIDO <= ZERO
              MOVE 1 TO IDX-TRAMO
           ELSE
              IF DIAS-VENCIDO <= 30
                 MOVE 2 TO IDX-TRAMO
              ELSE
                 IF DIAS-VENCIDO <= 60
                    MOVE 3 TO IDX-TRAMO
                 ELSE
                    IF DIAS-VENCIDO <= 90
                       MOVE 4 TO IDX-TRAMO
                    ELSE
                       MOVE 5 TO IDX-TRAMO
                    END-IF
                 END-IF
              END-IF
           END-IF.

           ADD 1 TO TAB-TRA-CONT(IDX-TRAMO).
           ADD EFE-IMP-PENDIENTE TO TAB-TRA-IMP(IDX-TRAMO).
           ADD EFE-IMP-PENDIENTE TO TOTAL-PENDIENTE.

       ENVEJECER-EFECTO-FIN.
           EXIT.


      * APLICA A UN TRAMO SU PORCENTAJE DE PROVISION
      * ****************************************************************

       CALCULAR-PROVISION-TRAMO.
           COMPUTE TAB-TRA-PROV(IDX-TRAMO) ROUNDED =
                   TAB-TRA-IMP(IDX-TRAMO) * TAB-TRA-PORC(IDX-TRAMO)
                   / 100.
           ADD TAB-TRA-PROV(IDX-TRAMO) TO TOTAL-PROVISION.


      * BUSCA LA PROVISION DEL ULTIMO MES ANTERIOR AL PEDIDO, QUE
      * ES CONTRA LA QUE SE MIDE LA VARIACION
      * ****************************************************************

       BUSCAR-MES-ANTERIOR.
           MOVE LOW-VALUES TO PVD-PERIODO.
           MOVE "N" TO FIN-PROVDUD.
           START A-PROVDUD KEY NOT LESS THAN PVD-PERIODO
              INVALID KEY MOVE "S" TO FIN-PROVDUD
           END-START.
           PERFORM LEER-MES-ANTERIOR UNTIL FIN-PROVDUD = "S".


      * LEE EL SIGUIENTE MES DEL HISTORICO Y LO RETIENE SI ES
      * ANTERIOR AL PEDIDO
      * ****************************************************************

       LEER-MES-ANTERIOR.
           READ A-PROVDUD NEXT RECORD AT END MOVE "S" TO FIN-PROVDUD
           END-READ.
           IF FIN-PROVDUD NOT = "S"
              IF PVD-PERIODO < ENT-MES
                 MOVE PVD-PERIODO TO PERIODO-ANTERIOR
                 MOVE PVD-TOTAL   TO TOTAL-ANTERIOR
              ELSE
                 MOVE "S" TO FIN-PROVDUD
              END-IF
           END-IF.


      * GUARDA LA PROVISION DEL MES (O LA SUSTITUYE SI EL MES SE
      * REPITE) Y DEJA EN VARIACION LO QUE FALTA POR ENVIAR A
      * CONTABILIDAD
      * ****************************************************************

       GUARDAR-PROVISION.
           MOVE ENT-MES TO PVD-PERIODO.
           READ A-PROVDUD
              INVALID KEY     MOVE "N" TO EXISTE-PVD
              NOT INVALID KEY MOVE "S" TO EXISTE-PVD
           END-READ.
           IF EXISTE-PVD = "S"
              MOVE PVD-ENVIADO TO ENVIADO-ANTES
           ELSE
              MOVE ZERO TO ENVIADO-ANTES
           END-IF.

           COMPUTE VARIACION = TOTAL-PROVISION - TOTAL-ANTERIOR.
           COMPUTE IMPORTE-ASIENTO = VARIACION - ENVIADO-ANTES.

           MOVE ENT-MES TO PVD-PERIODO.
           MOVE FECHA   TO PVD-FECHA.
           PERFORM GUARDAR-TRAMO
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 5.
           MOVE TOTAL-PROVISION TO PVD-TOTAL.
           MOVE VARIACION       TO PVD-ENVIADO.
           IF EXISTE-PVD = "S"
              REWRITE REGPVD
           ELSE
              WRITE REGPVD
           END-IF.


      * PASA UN TRAMO DE LA TABLA AL REGISTRO DEL MES
      * ****************************************************************

       GUARDAR-TRAMO.
           MOVE TAB-TRA-CONT(IDX-TRAMO) TO PVD-EFECTOS(IDX-TRAMO).
           MOVE TAB-TRA-IMP(IDX-TRAMO)  TO PVD-BASE(IDX-TRAMO).
           MOVE TAB-TRA-PORC(IDX-TRAMO) TO PVD-PORCENTAJE(IDX-TRAMO).
           MOVE TAB-TRA-PROV(IDX-TRAMO) TO PVD-IMPORTE(IDX-TRAMO).


      * GRABA LA INTERFAZ CONTABLE DE LA VARIACION DE LA
      * PROVISION, CON SU LINEA DE CIERRE DE CONTROL
      * ****************************************************************

       GRABAR-CONTABLE-PROVISION.
           MOVE SPACES TO NOMBRE-CONTABLE.
           STRING "CTD" FECHA ".DAT" DELIMITED BY SIZE
              INTO NOMBRE-CONTABLE
           END-STRING.

           OPEN OUTPUT A-CONTABLE.
           MOVE ZERO TO LINEAS-ASIENTO.
           IF IMPORTE-ASIENTO NOT = ZERO
              MOVE "D"          TO CTD-TIPO-REG
              MOVE FECHA        TO CTD-FECHA
              MOVE "E"          TO CTD-TIPMOV
              MOVE "DUD"        TO CTD-ORIGEN
              MOVE 1            TO CTD-CANTIDAD
              MOVE IMPORTE-ASIENTO TO CTD-IMPORTE
              IF IMPORTE-ASIENTO > ZERO
                 MOVE "69400000" TO CTD-CUENTA
              ELSE
                 MOVE "49000000" TO CTD-CUENTA
              END-IF
              MOVE "D"          TO CTD-SENTIDO
              WRITE REGCTD
              IF IMPORTE-ASIENTO > ZERO
                 MOVE "49000000" TO CTD-CUENTA
              ELSE
                 MOVE "79400000" TO CTD-CUENTA
              END-IF
              MOVE "H"          TO CTD-SENTIDO
              WRITE REGCTD
              MOVE 2 TO LINEAS-ASIENTO
           END-IF.

           MOVE "T"          TO CTD-TIPO-REG.
           MOVE FECHA        TO CTD-FECHA.
           MOVE SPACES       TO CTD-CUENTA.
           MOVE SPACE        TO CTD-TIPMOV.
           MOVE SPACES       TO CTD-ORIGEN.
           MOVE LINEAS-ASIENTO TO CTD-CANTIDAD.
           COMPUTE CTD-IMPORTE = IMPORTE-ASIENTO * LINEAS-ASIENTO.
           MOVE SPACE        TO CTD-SENTIDO.
           WRITE REGCTD.
           CLOSE A-CONTABLE.


      * EMITE EL INFORME DE LA PROVISION POR TRAMOS CON LA
      * VARIACION SOBRE EL MES ANTERIOR Y EL ASIENTO ENVIADO
      * ****************************************************************

       EMITIR-INFORME.
           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PROVISION POR DUDOSO COBRO DEL MES " ENT-MES
                  " (CARTERA A " FECHA-CORTE ", EMITIDO EL " FECHA
                  ")" DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "TRAMO            EFECTOS       PENDIENTE      %"
                & "        PROVISION" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           PERFORM GRABAR-LINEA-TRAMO
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 5.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE TOTAL-PENDIENTE TO IMPORTE-ED.
           MOVE TOTAL-PROVISION TO TOTAL-ED.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL..................  " IMPORTE-ED
                  "         " TOTAL-ED
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE TOTAL-ANTERIOR TO TOTAL-ED.
           MOVE SPACES TO LINEA-LISTADO.
           IF PERIODO-ANTERIOR = SPACES
              STRING "PROVISION ANTERIOR (SIN MES ANTERIOR)..... "
                     TOTAL-ED
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
              STRING "PROVISION DEL MES ANTERIOR (" PERIODO-ANTERIOR
                     ")......... " TOTAL-ED
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           END-IF.
           WRITE LINEA-LISTADO.
           MOVE VARIACION TO VARIACION-ED.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "VARIACION DEL MES......................... "
                  VARIACION-ED
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF ENVIADO-ANTES NOT = ZERO
              MOVE ENVIADO-ANTES TO VARIACION-ED
              MOVE SPACES TO LINEA-LISTADO
              STRING "YA ENVIADO A CONTABILIDAD ESTE MES........ "
                     VARIACION-ED
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           IF IMPORTE-ASIENTO = ZERO
              MOVE "ASIENTO: NINGUNO (SIN VARIACION PENDIENTE)"
                   TO LINEA-LISTADO
           ELSE
              MOVE IMPORTE-ASIENTO TO IMPORTE-ED
              IF IMPORTE-ASIENTO > ZERO
                 STRING "ASIENTO: DOTACION   69400000 DEBE / 49000000"
                        " HABER " IMPORTE-ED
                    DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
              ELSE
                 STRING "ASIENTO: REVERSION  49000000 DEBE / 79400000"
                        " HABER " IMPORTE-ED
                    DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
              END-IF
           END-IF.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "INTERFAZ CONTABLE: " NOMBRE-CONTABLE
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.


      * GRABA LA LINEA DE UN TRAMO EN EL INFORME
      * ****************************************************************

       GRABAR-LINEA-TRAMO.
           MOVE TAB-TRA-IMP(IDX-TRAMO)  TO IMPORTE-ED.
           MOVE TAB-TRA-PROV(IDX-TRAMO) TO TOTAL-ED.
           MOVE SPACES TO LINEA-LISTADO.
           STRING NOMBRE-TRAMO(IDX-TRAMO) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-TRA-CONT(IDX-TRAMO) DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  IMPORTE-ED              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-TRA-PORC(IDX-TRAMO) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TOTAL-ED                DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


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
