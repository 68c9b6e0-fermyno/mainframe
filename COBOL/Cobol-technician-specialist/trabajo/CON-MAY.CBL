       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON-MAY.
       REMARKS. CONSULTA DE UNA CUENTA DEL MAYOR (MAYOR.DAT Y
           MAYMOV.DAT, GRABADOS POR PAS-MAY): PARA UNA CUENTA Y UN
           RANGO DE FECHAS MUESTRA EL SALDO ANTERIOR A LA FECHA
           DESDE (APERTURA DEL EJERCICIO, MESES YA CERRADOS Y
           MOVIMIENTOS DEL MES ANTERIORES A ESA FECHA), CADA
           MOVIMIENTO DEL RANGO CON SU FICHERO DE ORIGEN Y EL SALDO
           TRAS APLICARLO, Y EL SALDO FINAL.

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

           SELECT A-MAYMOV ASSIGN TO DISK 'MAYMOV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY MOV-CLAVE
                  FILE STATUS IS MOV-FILESTAT.

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

      *
      * MOVIMIENTOS DEL MAYOR: UNO POR LINEA DE DETALLE PASADA, POR
      * CUENTA, FECHA Y SECUENCIA, CON EL FICHERO DE ORIGEN
      *
       FD A-MAYMOV LABEL RECORD STANDARD.
       01 REGMOV.
          02 MOV-CLAVE.
             03 MOV-CUENTA    PIC X(8).
             03 MOV-FECHA     PIC X(8).
             03 MOV-SECUENCIA PIC 9(5).
          02 MOV-FICHERO      PIC X(15).
          02 MOV-TIPMOV       PIC X(1).
          02 MOV-REFERENCIA   PIC X(3).
          02 MOV-SENTIDO      PIC X(1).
          02 MOV-CANTIDAD     PIC 9(6).
          02 MOV-IMPORTE      PIC 9(9)V9(2).


       WORKING-STORAGE SECTION.
       77 MAY-FILESTAT      PIC X(2).
       77 MOV-FILESTAT      PIC X(2).
       77 FIN-MAYOR         PIC X(1).
       77 FIN-MAYMOV        PIC X(1).
       77 MAS-CONSULTAS     PIC X(1).
       77 FECHA             PIC 99999999.
       77 ENT-CUENTA        PIC X(8).
       77 ENT-DESDE         PIC X(8).
       77 ENT-HASTA         PIC X(8).
       77 SALDO-CUENTA      PIC S9(11)V9(2).
       77 DEBE-RANGO        PIC 9(11)V9(2).
       77 HABER-RANGO       PIC 9(11)V9(2).
       77 CONT-APUNTES      PIC 9(5) VALUE ZERO.
       77 SALDO-ED          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 IMPORTE-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 TOTAL-ED          PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 FECHA-DESDE.
          02 DESDE-ANO      PIC 9(4).
          02 DESDE-MES      PIC 9(2).
          02 DESDE-DIA      PIC 9(2).
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
       CONSULTAR-MAYOR.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CON-MAY" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ABRE EL MAYOR Y REPITE LA CONSULTA
      * HASTA QUE EL OPERADOR TERMINE
      *
           OPEN INPUT A-MAYOR.
           IF MAY-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL MAYOR (MAYOR.DAT). SE CREA"
                      " AL CONTABILIZAR CON PAS-MAY."
              CLOSE A-MAYOR
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT A-MAYMOV.
           IF MOV-FILESTAT NOT = "00"
              DISPLAY "NO EXISTEN LOS MOVIMIENTOS DEL MAYOR"
                      " (MAYMOV.DAT)."
              CLOSE A-MAYMOV
              CLOSE A-MAYOR
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT FECHA FROM DATE YYYYMMDD.

           DISPLAY "CONSULTA DE CUENTAS DEL MAYOR".
           DISPLAY "-----------------------------".
           MOVE "S" TO MAS-CONSULTAS.
           PERFORM CONSULTAR-UNA-CUENTA
                   THRU CONSULTAR-UNA-CUENTA-FIN
                   UNTIL MAS-CONSULTAS = "N"
                      OR MAS-CONSULTAS = "n".

           CLOSE A-MAYMOV.
           CLOSE A-MAYOR.
           GOBACK.


      * PIDE CUENTA Y RANGO DE FECHAS, CALCULA EL SALDO ANTERIOR Y
      * MUESTRA LOS MOVIMIENTOS DEL RANGO CON EL SALDO ACUMULADO
      * ****************************************************************

       CONSULTAR-UNA-CUENTA.
           DISPLAY "Cuenta a consultar.......:".
           ACCEPT ENT-CUENTA NO BELL.
           IF ENT-CUENTA = SPACES
              DISPLAY "ERROR: INDIQUE LA CUENTA."
              GO TO CONSULTAR-UNA-CUENTA-SIG
           END-IF.

           DISPLAY "Fecha desde (AAAAMMDD, blanco = 1 de enero):".
           ACCEPT ENT-DESDE NO BELL.
           IF ENT-DESDE = SPACES
              MOVE FECHA TO FECHA-DESDE
              MOVE 1     TO DESDE-MES DESDE-DIA
              MOVE FECHA-DESDE TO ENT-DESDE
           END-IF.
           IF ENT-DESDE NOT NUMERIC
              DISPLAY "ERROR: FECHA DESDE INCORRECTA."
              GO TO CONSULTAR-UNA-CUENTA-SIG
           END-IF.
           MOVE ENT-DESDE TO FECHA-DESDE.
           DISPLAY "Fecha hasta (AAAAMMDD, blanco = hoy mismo):".
           ACCEPT ENT-HASTA NO BELL.
           IF ENT-HASTA = SPACES
              MOVE "99999999" TO ENT-HASTA
           END-IF.

           MOVE ZERO TO SALDO-CUENTA DEBE-RANGO HABER-RANGO
                        CONT-APUNTES.
           PERFORM CALCULAR-SALDO-ANTERIOR.

           MOVE SALDO-CUENTA TO SALDO-ED.
           DISPLAY "CUENTA: " ENT-CUENTA
                   "  SALDO ANTERIOR AL " ENT-DESDE ": " SALDO-ED.
           DISPLAY "FECHA    FICHERO         T REF S"
                   "        IMPORTE               SALDO".

           MOVE ENT-CUENTA TO MOV-CUENTA.
           MOVE ENT-DESDE  TO MOV-FECHA.
           MOVE ZERO       TO MOV-SECUENCIA.
           MOVE "N" TO FIN-MAYMOV.
           START A-MAYMOV KEY NOT LESS THAN MOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-MAYMOV
           END-START.
           PERFORM MOSTRAR-MOVIMIENTO UNTIL FIN-MAYMOV = "S".

           MOVE DEBE-RANGO TO TOTAL-ED.
           DISPLAY "TOTAL DEBE.....: " TOTAL-ED.
           MOVE HABER-RANGO TO TOTAL-ED.
           DISPLAY "TOTAL HABER....: " TOTAL-ED.
           MOVE SALDO-CUENTA TO SALDO-ED.
           DISPLAY "SALDO FINAL....: " SALDO-ED
                   "  MOVIMIENTOS MOSTRADOS: " CONT-APUNTES.

       CONSULTAR-UNA-CUENTA-SIG.
           DISPLAY "DESEA OTRA CONSULTA (S/N):".
           ACCEPT MAS-CONSULTAS NO BELL.

       CONSULTAR-UNA-CUENTA-FIN.
           EXIT.


      * SALDO DE LA CUENTA ANTES DE LA FECHA DESDE: APERTURA Y MESES
      * ANTERIORES DEL EJERCICIO EN EL MAYOR, Y MOVIMIENTOS DEL MES
      * DESDE EL DIA 1 HASTA LA VISPERA
      * ****************************************************************

       CALCULAR-SALDO-ANTERIOR.
           MOVE ENT-CUENTA TO MAY-CUENTA.
           MOVE DESDE-ANO  TO MAY-ANO.
           MOVE ZERO       TO MAY-MES.
           MOVE "N" TO FIN-MAYOR.
           START A-MAYOR KEY NOT LESS THAN MAY-CLAVE
              INVALID KEY MOVE "S" TO FIN-MAYOR
           END-START.
           PERFORM SUMAR-PERIODO-ANTERIOR UNTIL FIN-MAYOR = "S".

           MOVE ENT-CUENTA TO MOV-CUENTA.
           MOVE ENT-DESDE  TO MOV-FECHA.
           MOVE "01"       TO MOV-FECHA(7:2).
           MOVE ZERO       TO MOV-SECUENCIA.
           MOVE "N" TO FIN-MAYMOV.
           START A-MAYMOV KEY NOT LESS THAN MOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-MAYMOV
           END-START.
           PERFORM SUMAR-MOVIMIENTO-ANTERIOR UNTIL FIN-MAYMOV = "S".


      * SUMA UN PERIODO DEL EJERCICIO ANTERIOR AL MES DESDE
      * ****************************************************************

       SUMAR-PERIODO-ANTERIOR.
           READ A-MAYOR NEXT RECORD AT END MOVE "S" TO FIN-MAYOR
           END-READ.
           IF FIN-MAYOR = "S"
              OR MAY-CUENTA NOT = ENT-CUENTA
              OR MAY-ANO NOT = DESDE-ANO
              OR MAY-MES NOT < DESDE-MES
              MOVE "S" TO FIN-MAYOR
           ELSE
              ADD MAY-DEBE TO SALDO-CUENTA
              SUBTRACT MAY-HABER FROM SALDO-CUENTA
           END-IF.


      * SUMA UN MOVIMIENTO DEL MES ANTERIOR A LA FECHA DESDE
      * ****************************************************************

       SUMAR-MOVIMIENTO-ANTERIOR.
           READ A-MAYMOV NEXT RECORD AT END MOVE "S" TO FIN-MAYMOV
           END-READ.
           IF FIN-MAYMOV = "S"
              OR MOV-CUENTA NOT = ENT-CUENTA
              OR MOV-FECHA NOT < ENT-DESDE
              MOVE "S" TO FIN-MAYMOV
           ELSE
              IF MOV-SENTIDO = "D"
                 ADD MOV-IMPORTE TO SALDO-CUENTA
              ELSE
                 SUBTRACT MOV-IMPORTE FROM SALDO-CUENTA
              END-IF
           END-IF.


      * MUESTRA EL SIGUIENTE MOVIMIENTO DE LA CUENTA DENTRO DEL
      * RANGO; AL CAMBIAR DE CUENTA O PASAR LA FECHA TOPE SE TERMINA
      * ****************************************************************

       MOSTRAR-MOVIMIENTO.
           READ A-MAYMOV NEXT RECORD AT END MOVE "S" TO FIN-MAYMOV
           END-READ.
           IF FIN-MAYMOV = "S"
              OR MOV-CUENTA NOT = ENT-CUENTA
              OR MOV-FECHA > ENT-HASTA
              MOVE "S" TO FIN-MAYMOV
           ELSE
              IF MOV-SENTIDO = "D"
                 ADD MOV-IMPORTE TO SALDO-CUENTA DEBE-RANGO
              ELSE
                 SUBTRACT MOV-IMPORTE FROM SALDO-CUENTA
                 ADD MOV-IMPORTE TO HABER-RANGO
              END-IF
              MOVE MOV-IMPORTE  TO IMPORTE-ED
              MOVE SALDO-CUENTA TO SALDO-ED
              DISPLAY MOV-FECHA " " MOV-FICHERO " " MOV-TIPMOV " "
                      MOV-REFERENCIA " " MOV-SENTIDO " " IMPORTE-ED
                      " " SALDO-ED
              ADD 1 TO CONT-APUNTES
           END-IF.
