       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL-SUM.
       REMARKS. BALANCE DE SUMAS Y SALDOS DEL MAYOR (MAYOR.DAT,
           GRABADO POR PAS-MAY) PARA UN PERIODO: EL PARAMETRO AAAAMM,
           O EL MES EN CURSO SI NO SE DA. POR CADA CUENTA MUESTRA EL
           DEBE Y EL HABER DEL PERIODO, LOS ACUMULADOS DEL EJERCICIO
           HASTA EL PERIODO (INCLUIDO EL SALDO DE APERTURA, MES 00)
           Y EL SALDO DEUDOR (D) O ACREEDOR (A). EL BALANCE QUEDA EN
           BALSUM.LST CON LOS TOTALES, QUE DEBEN CUADRAR. CODIGO DE
           RETORNO: 0 = CUADRA, 8 = DESCUADRE, 12 = PARAMETRO
           INCORRECTO O FALTA EL MAYOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-MAYOR ASSIGN TO DISK 'MAYOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY MAY-CLAVE
                  FILE STATUS IS MAY-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'BALSUM.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * SALDOS DEL MAYOR POR CUENTA Y PERIODO AAAAMM; EL MES 00 ES
      * EL SALDO DE APERTURA DEL EJERCICIO
      *
       FD A-MAYOR LABEL RECORD STANDARD.
       01 REGMAY.
          02 MAY-CLAVE.
             03 MAY-CUENTA    PIC X(8).
             03 MAY-PERIODO.
                04 MAY-ANO    PIC 9(4).
                04 MAY-MES    PIC 9(2).
          02 MAY-DEBE         PIC 9(11)V9(2).
          02 MAY-HABER        PIC 9(11)V9(2).
          02 MAY-APUNTES      PIC 9(7).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(110).


       WORKING-STORAGE SECTION.
       77 MAY-FILESTAT      PIC X(2).
       77 PARAM-LOTE        PIC X(20).
       77 PERIODO-PARAM     PIC X(6).
       77 FECHA             PIC 99999999.
       77 FIN-MAYOR         PIC X(1).
       77 CUENTA-ACTUAL     PIC X(8).
       77 CONT-CUENTAS      PIC 9(5) VALUE ZERO.
       77 DEBE-PERIODO      PIC 9(11)V9(2).
       77 HABER-PERIODO     PIC 9(11)V9(2).
       77 DEBE-ACUMULADO    PIC 9(11)V9(2).
       77 HABER-ACUMULADO   PIC 9(11)V9(2).
       77 SALDO-CUENTA      PIC S9(11)V9(2).
       77 TOT-DEBE-PERIODO  PIC 9(11)V9(2) VALUE ZERO.
       77 TOT-HABER-PERIODO PIC 9(11)V9(2) VALUE ZERO.
       77 TOT-DEBE-ACUM     PIC 9(11)V9(2) VALUE ZERO.
       77 TOT-HABER-ACUM    PIC 9(11)V9(2) VALUE ZERO.
       77 TOT-DEUDOR        PIC 9(11)V9(2) VALUE ZERO.
       77 TOT-ACREEDOR      PIC 9(11)V9(2) VALUE ZERO.
       77 RESULTADO-CUADRE  PIC X(10).

       01 PERIODO.
          02 PERIODO-ANO    PIC 9(4).
          02 PERIODO-MES    PIC 9(2).

       01 LINEA-CUENTA.
          02 LC-CUENTA      PIC X(8).
          02 FILLER         PIC X(2) VALUE SPACES.
          02 LC-DEBE-PER    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LC-HABER-PER   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER         PIC X(2) VALUE SPACES.
          02 LC-DEBE-ACU    PIC Z.ZZZ.ZZZ.ZZ9,99.
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LC-HABER-ACU   PIC Z.ZZZ.ZZZ.ZZ9,99.
          02 FILLER         PIC X(2) VALUE SPACES.
          02 LC-SALDO       PIC Z.ZZZ.ZZZ.ZZ9,99.
          02 FILLER         PIC X(1) VALUE SPACE.
          02 LC-SIGNO       PIC X(1).

       PROCEDURE DIVISION.
       BALANCE-SUMAS.

      *
      * BLOQUE PRINCIPAL: PERIODO DEL BALANCE, RECORRIDO DEL MAYOR
      * POR CUENTA Y TOTALES
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA(1:6) TO PERIODO.
           ACCEPT PARAM-LOTE FROM COMMAND-LINE.
           MOVE SPACES TO PERIODO-PARAM.
           UNSTRING PARAM-LOTE DELIMITED BY ALL " "
              INTO PERIODO-PARAM
           END-UNSTRING.
           IF PERIODO-PARAM NOT = SPACES
              IF PERIODO-PARAM NOT NUMERIC
                 DISPLAY "PERIODO DEL BALANCE NO NUMERICO: "
                         PERIODO-PARAM
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PERIODO-PARAM TO PERIODO
              IF PERIODO-MES < 1 OR PERIODO-MES > 12
                 DISPLAY "MES DEL BALANCE INCORRECTO: " PERIODO-PARAM
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           DISPLAY "BALANCE DE SUMAS Y SALDOS DEL PERIODO " PERIODO.

           OPEN INPUT A-MAYOR.
           IF MAY-FILESTAT NOT = "00"
              CLOSE A-MAYOR
              DISPLAY "NO EXISTE EL MAYOR (MAYOR.DAT)."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "BALANCE DE SUMAS Y SALDOS - PERIODO " PERIODO-MES
                  "/" PERIODO-ANO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CUENTA        DEBE PERIODO  HABER PERIODO"
                  "   DEBE ACUMULADO  HABER ACUMULADO"
                  "             SALDO"
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE SPACES TO CUENTA-ACTUAL.
           MOVE "N" TO FIN-MAYOR.
           MOVE LOW-VALUES TO MAY-CLAVE.
           START A-MAYOR KEY NOT LESS THAN MAY-CLAVE
              INVALID KEY MOVE "S" TO FIN-MAYOR
           END-START.
           PERFORM ACUMULAR-CUENTA UNTIL FIN-MAYOR = "S".
           IF CUENTA-ACTUAL NOT = SPACES
              PERFORM IMPRIMIR-CUENTA
           END-IF.
           CLOSE A-MAYOR.

      *
      * TOTALES DEL BALANCE
      *
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "TOTALES"         TO LC-CUENTA.
           MOVE TOT-DEBE-PERIODO  TO LC-DEBE-PER.
           MOVE TOT-HABER-PERIODO TO LC-HABER-PER.
           MOVE TOT-DEBE-ACUM     TO LC-DEBE-ACU.
           MOVE TOT-HABER-ACUM    TO LC-HABER-ACU.
           MOVE ZERO              TO LC-SALDO.
           MOVE SPACE             TO LC-SIGNO.
           MOVE LINEA-CUENTA      TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE "CUADRA" TO RESULTADO-CUADRE.
           IF TOT-DEBE-PERIODO NOT = TOT-HABER-PERIODO
              OR TOT-DEBE-ACUM NOT = TOT-HABER-ACUM
              OR TOT-DEUDOR NOT = TOT-ACREEDOR
              MOVE "DESCUADRE" TO RESULTADO-CUADRE
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CUENTAS: " CONT-CUENTAS "  SALDOS DEUDORES "
                  TOT-DEUDOR "  ACREEDORES " TOT-ACREEDOR "  "
                  RESULTADO-CUADRE
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           DISPLAY "CUENTAS EN EL BALANCE.........: " CONT-CUENTAS.
           DISPLAY "SALDOS DEUDORES / ACREEDORES..: " TOT-DEUDOR
                   " / " TOT-ACREEDOR.
           DISPLAY "RESULTADO EN BALSUM.LST".

           IF RESULTADO-CUADRE NOT = "CUADRA"
              DISPLAY "EL BALANCE NO CUADRA."
              MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.


      * ACUMULA UN PERIODO DE LA CUENTA SI ES DEL EJERCICIO Y NO
      * POSTERIOR AL DEL BALANCE; AL CAMBIAR DE CUENTA IMPRIME LA
      * ANTERIOR
      * ****************************************************************

       ACUMULAR-CUENTA.
           READ A-MAYOR NEXT RECORD AT END MOVE "S" TO FIN-MAYOR
           END-READ.
           IF FIN-MAYOR NOT = "S" AND MAY-ANO = PERIODO-ANO
              AND MAY-MES NOT > PERIODO-MES
              IF MAY-CUENTA NOT = CUENTA-ACTUAL
                 IF CUENTA-ACTUAL NOT = SPACES
                    PERFORM IMPRIMIR-CUENTA
                 END-IF
                 MOVE MAY-CUENTA TO CUENTA-ACTUAL
                 MOVE ZERO TO DEBE-PERIODO HABER-PERIODO
                              DEBE-ACUMULADO HABER-ACUMULADO
              END-IF
              ADD MAY-DEBE  TO DEBE-ACUMULADO
              ADD MAY-HABER TO HABER-ACUMULADO
              IF MAY-MES = PERIODO-MES
                 ADD MAY-DEBE  TO DEBE-PERIODO
                 ADD MAY-HABER TO HABER-PERIODO
              END-IF
           END-IF.


      * IMPRIME LA LINEA DE LA CUENTA QUE TERMINA Y LA SUMA A LOS
      * TOTALES
      * ****************************************************************

       IMPRIMIR-CUENTA.
           ADD 1 TO CONT-CUENTAS.
           ADD DEBE-PERIODO    TO TOT-DEBE-PERIODO.
           ADD HABER-PERIODO   TO TOT-HABER-PERIODO.
           ADD DEBE-ACUMULADO  TO TOT-DEBE-ACUM.
           ADD HABER-ACUMULADO TO TOT-HABER-ACUM.
           COMPUTE SALDO-CUENTA = DEBE-ACUMULADO - HABER-ACUMULADO.

           MOVE CUENTA-ACTUAL   TO LC-CUENTA.
           MOVE DEBE-PERIODO    TO LC-DEBE-PER.
           MOVE HABER-PERIODO   TO LC-HABER-PER.
           MOVE DEBE-ACUMULADO  TO LC-DEBE-ACU.
           MOVE HABER-ACUMULADO TO LC-HABER-ACU.
           IF SALDO-CUENTA < ZERO
              COMPUTE LC-SALDO = ZERO - SALDO-CUENTA
              SUBTRACT SALDO-CUENTA FROM TOT-ACREEDOR
              MOVE "A" TO LC-SIGNO
           ELSE
              MOVE SALDO-CUENTA TO LC-SALDO
              ADD SALDO-CUENTA TO TOT-DEUDOR
              IF SALDO-CUENTA = ZERO
                 MOVE SPACE TO LC-SIGNO
              ELSE
                 MOVE "D" TO LC-SIGNO
              END-IF
           END-IF.
           MOVE LINEA-CUENTA TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
