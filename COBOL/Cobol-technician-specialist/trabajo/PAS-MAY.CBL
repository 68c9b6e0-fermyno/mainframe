       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAS-MAY.
       REMARKS. CONTABILIZACION EN EL MAYOR DE LOS FICHEROS DE
           INTERFAZ CONTABLE DE UN DIA (EL PARAMETRO AAAAMMDD, O HOY
           SI NO SE DA): CTBAAAAMMDD.DAT (ACT-CLI), CTMAAAAMMDD.DAT
           (ACT-ART), CTPAAAAMMDD.DAT (PAG-PRV) Y CTDAAAAMMDD.DAT
           (PRV-DUD, PROVISION POR DUDOSO COBRO). CADA FICHERO SE
           REVISA ENTERO ANTES DE PASARLO: SE RECHAZA SI NO CUADRA
           EN DEBE Y HABER, SI ALGUNA LINEA NO TIENE CUENTA O
           SENTIDO, O SI SU LINEA DE CIERRE (T) FALTA O NO COINCIDE
           CON EL DETALLE. UN FICHERO CORRECTO SE ACUMULA EN EL
           MAYOR POR CUENTA Y PERIODO AAAAMM (MAYOR.DAT) Y CADA
           LINEA QUEDA COMO MOVIMIENTO DE SU CUENTA (MAYMOV.DAT).
           EL REGISTRO DE FICHEROS (MAYFIC.DAT) EVITA PASAR DOS
           VECES EL MISMO FICHERO; UNO RECHAZADO PUEDE VOLVER A
           PASARSE UNA VEZ CORREGIDO. CON EL PARAMETRO
           "APERTURA AAAA" TRASLADA LOS SALDOS DE CIERRE DEL
           EJERCICIO AAAA AL PERIODO DE APERTURA (AAAA+1)00 DEL
           SIGUIENTE, SALDANDO LAS CUENTAS DE LOS GRUPOS 6 Y 7
           CONTRA LA CUENTA DE RESULTADOS 12900000; PUEDE REPETIRSE
           SI LLEGAN APUNTES TARDIOS DEL EJERCICIO CERRADO. EL
           RESULTADO QUEDA EN PASMAY.LST. CODIGO DE RETORNO:
           0 = CORRECTO, 8 = ALGUN FICHERO RECHAZADO,
           12 = PARAMETRO INCORRECTO O FALTA EL MAYOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * FICHERO DE INTERFAZ CONTABLE DEL DIA: EL NOMBRE SE FORMA CON
      * EL PREFIJO DEL PROGRAMA QUE LO GRABA Y LA FECHA
      *
           SELECT A-INTERFAZ ASSIGN TO DISK NOMBRE-INTERFAZ
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS INT-FILESTAT.

           SELECT A-MAYFIC ASSIGN TO DISK 'MAYFIC.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY MFC-NOMBRE
                  FILE STATUS IS MFC-FILESTAT.

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

      *
      * FICHERO DE TRABAJO DE LA APERTURA: SALDO DE CIERRE DE CADA
      * CUENTA, GRABADO AL RECORRER EL MAYOR Y LEIDO DESPUES PARA
      * ACTUALIZARLO
      *
           SELECT A-APERTURA ASSIGN TO DISK 'MAYAPE.TMP'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS APE-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'PASMAY.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * LINEA DE INTERFAZ CONTABLE, COMUN A CTB, CTM, CTP Y CTD:
      * DETALLE (D) CON CUENTA, SENTIDO DEBE (D) O HABER (H),
      * RECUENTO E IMPORTE, Y CIERRE (T) CON LA SUMA DEL RECUENTO
      * Y DEL IMPORTE DE TODO EL DETALLE
      *
       FD A-INTERFAZ LABEL RECORD STANDARD.
       01 REGINT.
          02 INT-TIPO-REG     PIC X(1).
          02 INT-FECHA        PIC X(8).
          02 INT-CUENTA       PIC X(8).
          02 INT-TIPMOV       PIC X(1).
          02 INT-REFERENCIA   PIC X(3).
          02 INT-CANTIDAD     PIC 9(6).
          02 INT-IMPORTE      PIC 9(9)V9(2).
          02 INT-SENTIDO      PIC X(1).

      *
      * REGISTRO DE FICHEROS DE INTERFAZ TRATADOS: PASADO (P) O
      * RECHAZADO (R), CON SUS TOTALES Y EL MOTIVO DEL RECHAZO
      *
       FD A-MAYFIC LABEL RECORD STANDARD.
       01 REGMFC.
          02 MFC-NOMBRE       PIC X(15).
          02 MFC-FECHA        PIC X(8).
          02 MFC-ESTADO       PIC X(1).
          02 MFC-LINEAS       PIC 9(6).
          02 MFC-DEBE         PIC 9(11)V9(2).
          02 MFC-HABER        PIC 9(11)V9(2).
          02 MFC-MOTIVO       PIC X(40).

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

       FD A-APERTURA LABEL RECORD STANDARD.
       01 REGAPE.
          02 APE-CUENTA       PIC X(8).
          02 APE-SALDO        PIC S9(11)V9(2).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 INT-FILESTAT      PIC X(2).
       77 MFC-FILESTAT      PIC X(2).
       77 MAY-FILESTAT      PIC X(2).
       77 MOV-FILESTAT      PIC X(2).
       77 APE-FILESTAT      PIC X(2).
       77 PARAM-LOTE        PIC X(20).
       77 PARAM-ORDEN       PIC X(8).
       77 ANO-PARAM         PIC X(4).
       77 FECHA             PIC 99999999.
       77 NOMBRE-INTERFAZ   PIC X(15).
       77 PREFIJO-INTERFAZ  PIC X(3).
       77 PROCEDE-PASE      PIC X(1).
       77 EXISTE-MFC        PIC X(1).
       77 EXISTE-MAY        PIC X(1).
       77 MOVIMIENTO-GRABADO PIC X(1).
       77 FIN-INTERFAZ      PIC X(1).
       77 FIN-MAYOR         PIC X(1).
       77 FIN-APERTURA      PIC X(1).
       77 HAY-CIERRE        PIC X(1).
       77 MOTIVO-RECHAZO    PIC X(40).
       77 CONT-LINEAS       PIC 9(6).
       77 SUMA-CANTIDAD     PIC 9(7).
       77 SUMA-IMPORTE      PIC 9(11)V9(2).
       77 CIERRE-CANTIDAD   PIC 9(6).
       77 CIERRE-IMPORTE    PIC 9(9)V9(2).
       77 TOTAL-DEBE        PIC 9(11)V9(2).
       77 TOTAL-HABER       PIC 9(11)V9(2).
       77 CONT-PASADOS      PIC 9(3) VALUE ZERO.
       77 CONT-RECHAZADOS   PIC 9(3) VALUE ZERO.
       77 CONT-YA-PASADOS   PIC 9(3) VALUE ZERO.
       77 CONT-AUSENTES     PIC 9(3) VALUE ZERO.
       77 CONT-MOVIMIENTOS  PIC 9(7) VALUE ZERO.
       77 ANO-CIERRE        PIC 9(4).
       77 ANO-APERTURA      PIC 9(4).
       77 CUENTA-ACTUAL     PIC X(8).
       77 SALDO-CUENTA      PIC S9(11)V9(2).
       77 SALDO-129         PIC S9(11)V9(2) VALUE ZERO.
       77 RESULTADO-EJERCICIO PIC S9(11)V9(2) VALUE ZERO.
       77 CONT-CTAS-APERTURA PIC 9(5) VALUE ZERO.
       77 SALDO-ED          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       PASAR-MAYOR.

      *
      * BLOQUE PRINCIPAL: SEGUN EL PARAMETRO, APERTURA DEL EJERCICIO
      * O CONTABILIZACION DE LOS FICHEROS DE INTERFAZ DE UN DIA
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           ACCEPT PARAM-LOTE FROM COMMAND-LINE.
           MOVE SPACES TO PARAM-ORDEN ANO-PARAM.
           UNSTRING PARAM-LOTE DELIMITED BY ALL " "
              INTO PARAM-ORDEN ANO-PARAM
           END-UNSTRING.

           IF PARAM-ORDEN = "APERTURA"
              IF ANO-PARAM NOT NUMERIC
                 DISPLAY "ANO DE APERTURA NO NUMERICO: " ANO-PARAM
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE ANO-PARAM TO ANO-CIERRE
              COMPUTE ANO-APERTURA = ANO-CIERRE + 1
              PERFORM ABRIR-EJERCICIO
              STOP RUN
           END-IF.

           IF PARAM-ORDEN NOT = SPACES
              IF PARAM-ORDEN NOT NUMERIC
                 DISPLAY "FECHA DE CONTABILIZACION NO NUMERICA: "
                         PARAM-ORDEN
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE PARAM-ORDEN TO FECHA
              END-IF
           END-IF.
           DISPLAY "CONTABILIZACION EN EL MAYOR DEL " FECHA.

           OPEN I-O A-MAYFIC.
           IF MFC-FILESTAT NOT = "00"
              CLOSE A-MAYFIC
              OPEN OUTPUT A-MAYFIC
              CLOSE A-MAYFIC
              OPEN I-O A-MAYFIC
           END-IF.
           OPEN I-O A-MAYOR.
           IF MAY-FILESTAT NOT = "00"
              CLOSE A-MAYOR
              OPEN OUTPUT A-MAYOR
              CLOSE A-MAYOR
              OPEN I-O A-MAYOR
           END-IF.
           OPEN I-O A-MAYMOV.
           IF MOV-FILESTAT NOT = "00"
              CLOSE A-MAYMOV
              OPEN OUTPUT A-MAYMOV
              CLOSE A-MAYMOV
              OPEN I-O A-MAYMOV
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CONTABILIZACION EN EL MAYOR - FECHA " FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "FICHERO         LINEAS          DEBE         HABER"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE "CTB" TO PREFIJO-INTERFAZ.
           PERFORM PASAR-INTERFAZ.
           MOVE "CTM" TO PREFIJO-INTERFAZ.
           PERFORM PASAR-INTERFAZ.
           MOVE "CTP" TO PREFIJO-INTERFAZ.
           PERFORM PASAR-INTERFAZ.
           MOVE "CTD" TO PREFIJO-INTERFAZ.
           PERFORM PASAR-INTERFAZ.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PASADOS: " CONT-PASADOS "  RECHAZADOS: "
                  CONT-RECHAZADOS "  YA PASADOS: " CONT-YA-PASADOS
                  "  NO ENCONTRADOS: " CONT-AUSENTES
                  "  MOVIMIENTOS: " CONT-MOVIMIENTOS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           CLOSE A-MAYFIC.
           CLOSE A-MAYOR.
           CLOSE A-MAYMOV.

           DISPLAY "FICHEROS PASADOS AL MAYOR.....: " CONT-PASADOS.
           DISPLAY "FICHEROS RECHAZADOS...........: " CONT-RECHAZADOS.
           DISPLAY "MOVIMIENTOS CONTABILIZADOS....: " CONT-MOVIMIENTOS.
           DISPLAY "RESULTADO EN PASMAY.LST".

           IF CONT-RECHAZADOS > ZERO
              DISPLAY "HAY FICHEROS DE INTERFAZ RECHAZADOS."
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.


      * TRATA UN FICHERO DE INTERFAZ DEL DIA: LO SALTA SI YA ESTA
      * PASADO O NO EXISTE; SI NO, LO REVISA Y, SI ES CORRECTO, LO
      * CONTABILIZA. EL RESULTADO QUEDA EN EL REGISTRO DE FICHEROS
      * ****************************************************************

       PASAR-INTERFAZ.
           MOVE SPACES TO NOMBRE-INTERFAZ.
           STRING PREFIJO-INTERFAZ FECHA ".DAT" DELIMITED BY SIZE
              INTO NOMBRE-INTERFAZ
           END-STRING.
           MOVE "S" TO PROCEDE-PASE.

           MOVE NOMBRE-INTERFAZ TO MFC-NOMBRE.
           READ A-MAYFIC
              INVALID KEY MOVE "N" TO EXISTE-MFC
              NOT INVALID KEY MOVE "S" TO EXISTE-MFC
           END-READ.
           IF EXISTE-MFC = "S" AND MFC-ESTADO = "P"
              ADD 1 TO CONT-YA-PASADOS
              MOVE SPACES TO LINEA-LISTADO
              STRING NOMBRE-INTERFAZ "  YA CONTABILIZADO EL "
                     MFC-FECHA
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
              MOVE "N" TO PROCEDE-PASE
           END-IF.

           IF PROCEDE-PASE = "S"
              OPEN INPUT A-INTERFAZ
              IF INT-FILESTAT NOT = "00"
                 ADD 1 TO CONT-AUSENTES
                 MOVE SPACES TO LINEA-LISTADO
                 STRING NOMBRE-INTERFAZ "  NO EXISTE"
                    DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
                 WRITE LINEA-LISTADO
                 MOVE "N" TO PROCEDE-PASE
              END-IF
              CLOSE A-INTERFAZ
           END-IF.

           IF PROCEDE-PASE = "S"
              PERFORM REVISAR-INTERFAZ
              IF MOTIVO-RECHAZO = SPACES
                 PERFORM CONTABILIZAR-INTERFAZ
                 ADD 1 TO CONT-PASADOS
                 MOVE "P" TO MFC-ESTADO
              ELSE
                 ADD 1 TO CONT-RECHAZADOS
                 MOVE "R" TO MFC-ESTADO
              END-IF
              MOVE SPACES TO LINEA-LISTADO
              IF MFC-ESTADO = "P"
                 STRING NOMBRE-INTERFAZ " " CONT-LINEAS " "
                        TOTAL-DEBE " " TOTAL-HABER "  CONTABILIZADO"
                    DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
              ELSE
                 STRING NOMBRE-INTERFAZ " " CONT-LINEAS " "
                        TOTAL-DEBE " " TOTAL-HABER "  RECHAZADO: "
                        MOTIVO-RECHAZO
                    DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
              END-IF
              WRITE LINEA-LISTADO
              PERFORM REGISTRAR-FICHERO
           END-IF.


      * ANOTA EN EL REGISTRO DE FICHEROS EL RESULTADO DEL PASE
      * ****************************************************************

       REGISTRAR-FICHERO.
           MOVE NOMBRE-INTERFAZ TO MFC-NOMBRE.
           MOVE FECHA           TO MFC-FECHA.
           MOVE CONT-LINEAS     TO MFC-LINEAS.
           MOVE TOTAL-DEBE      TO MFC-DEBE.
           MOVE TOTAL-HABER     TO MFC-HABER.
           MOVE MOTIVO-RECHAZO  TO MFC-MOTIVO.
           IF EXISTE-MFC = "S"
              REWRITE REGMFC
           ELSE
              WRITE REGMFC
           END-IF.


      * REVISA EL FICHERO ENTERO ANTES DE PASARLO; DEJA EN
      * MOTIVO-RECHAZO LA PRIMERA CAUSA DE RECHAZO, O ESPACIOS
      * ****************************************************************

       REVISAR-INTERFAZ.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE "N"    TO HAY-CIERRE.
           MOVE ZERO   TO CONT-LINEAS SUMA-CANTIDAD SUMA-IMPORTE
                          TOTAL-DEBE TOTAL-HABER
                          CIERRE-CANTIDAD CIERRE-IMPORTE.
           MOVE "N" TO FIN-INTERFAZ.
           OPEN INPUT A-INTERFAZ.
           READ A-INTERFAZ AT END MOVE "S" TO FIN-INTERFAZ END-READ.
           PERFORM REVISAR-UNA-LINEA UNTIL FIN-INTERFAZ = "S".
           CLOSE A-INTERFAZ.

           IF MOTIVO-RECHAZO = SPACES AND HAY-CIERRE = "N"
              MOVE "FALTA LA LINEA DE CIERRE (T)" TO MOTIVO-RECHAZO
           END-IF.
           IF MOTIVO-RECHAZO = SPACES
              IF SUMA-CANTIDAD NOT = CIERRE-CANTIDAD
                 OR SUMA-IMPORTE NOT = CIERRE-IMPORTE
                 MOVE "EL CIERRE (T) NO COINCIDE CON EL DETALLE"
                      TO MOTIVO-RECHAZO
              END-IF
           END-IF.
           IF MOTIVO-RECHAZO = SPACES AND TOTAL-DEBE NOT = TOTAL-HABER
              MOVE "NO CUADRA EN DEBE Y HABER" TO MOTIVO-RECHAZO
           END-IF.


      * REVISA UNA LINEA: ACUMULA EL DETALLE Y TOMA LOS TOTALES DEL
      * CIERRE
      * ****************************************************************

       REVISAR-UNA-LINEA.
           IF INT-TIPO-REG = "T"
              MOVE "S" TO HAY-CIERRE
              IF INT-CANTIDAD NUMERIC AND INT-IMPORTE NUMERIC
                 MOVE INT-CANTIDAD TO CIERRE-CANTIDAD
                 MOVE INT-IMPORTE  TO CIERRE-IMPORTE
              ELSE
                 IF MOTIVO-RECHAZO = SPACES
                    MOVE "TOTALES DEL CIERRE (T) NO NUMERICOS"
                         TO MOTIVO-RECHAZO
                 END-IF
              END-IF
           ELSE
              IF INT-TIPO-REG NOT = "D"
                 IF MOTIVO-RECHAZO = SPACES
                    MOVE "TIPO DE LINEA DESCONOCIDO" TO MOTIVO-RECHAZO
                 END-IF
              ELSE
                 ADD 1 TO CONT-LINEAS
                 IF INT-CANTIDAD NOT NUMERIC
                    OR INT-IMPORTE NOT NUMERIC
                    IF MOTIVO-RECHAZO = SPACES
                       MOVE "LINEA CON IMPORTE NO NUMERICO"
                            TO MOTIVO-RECHAZO
                    END-IF
                 ELSE
                    ADD INT-CANTIDAD TO SUMA-CANTIDAD
                    ADD INT-IMPORTE  TO SUMA-IMPORTE
                    IF INT-SENTIDO = "D"
                       ADD INT-IMPORTE TO TOTAL-DEBE
                    ELSE
                       IF INT-SENTIDO = "H"
                          ADD INT-IMPORTE TO TOTAL-HABER
                       ELSE
                          IF MOTIVO-RECHAZO = SPACES
                             MOVE "LINEA SIN SENTIDO DEBE/HABER"
                                  TO MOTIVO-RECHAZO
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                 IF INT-CUENTA = SPACES AND MOTIVO-RECHAZO = SPACES
                    MOVE "LINEA SIN CUENTA DEL MAYOR" TO MOTIVO-RECHAZO
                 END-IF
                 IF INT-FECHA NOT NUMERIC AND MOTIVO-RECHAZO = SPACES
                    MOVE "LINEA CON FECHA INCORRECTA" TO MOTIVO-RECHAZO
                 END-IF
              END-IF
           END-IF.
           READ A-INTERFAZ AT END MOVE "S" TO FIN-INTERFAZ END-READ.


      * PASA AL MAYOR TODAS LAS LINEAS DE DETALLE DEL FICHERO
      * ****************************************************************

       CONTABILIZAR-INTERFAZ.
           MOVE "N" TO FIN-INTERFAZ.
           OPEN INPUT A-INTERFAZ.
           READ A-INTERFAZ AT END MOVE "S" TO FIN-INTERFAZ END-READ.
           PERFORM CONTABILIZAR-UNA-LINEA UNTIL FIN-INTERFAZ = "S".
           CLOSE A-INTERFAZ.


      * ACUMULA UNA LINEA EN EL SALDO DE SU CUENTA Y PERIODO Y LA
      * GRABA COMO MOVIMIENTO DE LA CUENTA
      * ****************************************************************

       CONTABILIZAR-UNA-LINEA.
           IF INT-TIPO-REG = "D"
              MOVE INT-CUENTA      TO MAY-CUENTA
              MOVE INT-FECHA(1:6)  TO MAY-PERIODO
              READ A-MAYOR
                 INVALID KEY MOVE "N" TO EXISTE-MAY
                 NOT INVALID KEY MOVE "S" TO EXISTE-MAY
              END-READ
              IF EXISTE-MAY = "N"
                 MOVE INT-CUENTA     TO MAY-CUENTA
                 MOVE INT-FECHA(1:6) TO MAY-PERIODO
                 MOVE ZERO TO MAY-DEBE MAY-HABER MAY-APUNTES
              END-IF
              IF INT-SENTIDO = "D"
                 ADD INT-IMPORTE TO MAY-DEBE
              ELSE
                 ADD INT-IMPORTE TO MAY-HABER
              END-IF
              ADD 1 TO MAY-APUNTES
              IF EXISTE-MAY = "S"
                 REWRITE REGMAY
              ELSE
                 WRITE REGMAY
              END-IF

              MOVE INT-CUENTA      TO MOV-CUENTA
              MOVE INT-FECHA       TO MOV-FECHA
              MOVE ZERO            TO MOV-SECUENCIA
              MOVE NOMBRE-INTERFAZ TO MOV-FICHERO
              MOVE INT-TIPMOV      TO MOV-TIPMOV
              MOVE INT-REFERENCIA  TO MOV-REFERENCIA
              MOVE INT-SENTIDO     TO MOV-SENTIDO
              MOVE INT-CANTIDAD    TO MOV-CANTIDAD
              MOVE INT-IMPORTE     TO MOV-IMPORTE
              MOVE "N" TO MOVIMIENTO-GRABADO
              PERFORM INTENTAR-GRABAR-MOVIMIENTO
                      UNTIL MOVIMIENTO-GRABADO = "S"
              ADD 1 TO CONT-MOVIMIENTOS
           END-IF.
           READ A-INTERFAZ AT END MOVE "S" TO FIN-INTERFAZ END-READ.


      * GRABA EL MOVIMIENTO CON LA SIGUIENTE SECUENCIA LIBRE DE SU
      * CUENTA Y FECHA
      * ****************************************************************

       INTENTAR-GRABAR-MOVIMIENTO.
           ADD 1 TO MOV-SECUENCIA.
           WRITE REGMOV
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO MOVIMIENTO-GRABADO
           END-WRITE.


      * APERTURA DEL EJERCICIO: CALCULA EL SALDO DE CIERRE DE CADA
      * CUENTA EN EL EJERCICIO QUE TERMINA Y LO GRABA COMO SALDO DE
      * APERTURA (MES 00) DEL SIGUIENTE. LOS GRUPOS 6 Y 7 SE SALDAN
      * CONTRA LA CUENTA DE RESULTADOS 12900000
      * ****************************************************************

       ABRIR-EJERCICIO.
           DISPLAY "APERTURA DEL EJERCICIO " ANO-APERTURA
                   " CON LOS SALDOS DE " ANO-CIERRE.
           OPEN INPUT A-MAYOR.
           IF MAY-FILESTAT NOT = "00"
              CLOSE A-MAYOR
              DISPLAY "NO EXISTE EL MAYOR (MAYOR.DAT)."
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN OUTPUT A-APERTURA
              MOVE SPACES TO CUENTA-ACTUAL
              MOVE ZERO   TO SALDO-CUENTA
              MOVE "N" TO FIN-MAYOR
              MOVE LOW-VALUES TO MAY-CLAVE
              START A-MAYOR KEY NOT LESS THAN MAY-CLAVE
                 INVALID KEY MOVE "S" TO FIN-MAYOR
              END-START
              PERFORM ACUMULAR-SALDO-CIERRE UNTIL FIN-MAYOR = "S"
              IF CUENTA-ACTUAL NOT = SPACES
                 PERFORM CERRAR-SALDO-CUENTA
              END-IF
              MOVE "12900000" TO APE-CUENTA
              COMPUTE APE-SALDO = SALDO-129 + RESULTADO-EJERCICIO
              WRITE REGAPE
              CLOSE A-APERTURA
              CLOSE A-MAYOR
              PERFORM GRABAR-APERTURA
           END-IF.


      * ACUMULA EL SALDO DE UNA CUENTA EN EL EJERCICIO QUE TERMINA
      * (APERTURA Y DOCE MESES); AL CAMBIAR DE CUENTA CIERRA LA
      * ANTERIOR
      * ****************************************************************

       ACUMULAR-SALDO-CIERRE.
           READ A-MAYOR NEXT RECORD AT END MOVE "S" TO FIN-MAYOR
           END-READ.
           IF FIN-MAYOR NOT = "S" AND MAY-ANO = ANO-CIERRE
              IF MAY-CUENTA NOT = CUENTA-ACTUAL
                 IF CUENTA-ACTUAL NOT = SPACES
                    PERFORM CERRAR-SALDO-CUENTA
                 END-IF
                 MOVE MAY-CUENTA TO CUENTA-ACTUAL
                 MOVE ZERO       TO SALDO-CUENTA
              END-IF
              ADD MAY-DEBE      TO SALDO-CUENTA
              SUBTRACT MAY-HABER FROM SALDO-CUENTA
           END-IF.


      * DESTINO DEL SALDO DE CIERRE DE LA CUENTA QUE TERMINA: LOS
      * GRUPOS 6 Y 7 AL RESULTADO, LAS DEMAS AL FICHERO DE TRABAJO
      * ****************************************************************

       CERRAR-SALDO-CUENTA.
           IF CUENTA-ACTUAL(1:1) = "6" OR CUENTA-ACTUAL(1:1) = "7"
              ADD SALDO-CUENTA TO RESULTADO-EJERCICIO
           ELSE
              IF CUENTA-ACTUAL = "12900000"
                 ADD SALDO-CUENTA TO SALDO-129
              ELSE
                 MOVE CUENTA-ACTUAL TO APE-CUENTA
                 MOVE SALDO-CUENTA  TO APE-SALDO
                 WRITE REGAPE
              END-IF
           END-IF.


      * GRABA O SUSTITUYE EL SALDO DE APERTURA DE CADA CUENTA, DE
      * MODO QUE REPETIR LA APERTURA DEJA EL MISMO RESULTADO
      * ****************************************************************

       GRABAR-APERTURA.
           OPEN I-O A-MAYOR.
           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "APERTURA DEL EJERCICIO " ANO-APERTURA
                  " - SALDOS DE CIERRE DE " ANO-CIERRE
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "CUENTA                 SALDO DE APERTURA"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE "N" TO FIN-APERTURA.
           OPEN INPUT A-APERTURA.
           READ A-APERTURA AT END MOVE "S" TO FIN-APERTURA END-READ.
           PERFORM GRABAR-SALDO-APERTURA UNTIL FIN-APERTURA = "S".
           CLOSE A-APERTURA.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE RESULTADO-EJERCICIO TO SALDO-ED.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "RESULTADO DEL EJERCICIO (GRUPOS 6 Y 7): " SALDO-ED
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CUENTAS ABIERTAS: " CONT-CTAS-APERTURA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.
           CLOSE A-MAYOR.

           DISPLAY "CUENTAS ABIERTAS..............: "
                   CONT-CTAS-APERTURA.
           DISPLAY "RESULTADO DEL EJERCICIO.......: " SALDO-ED.
           DISPLAY "RESULTADO EN PASMAY.LST".


      * GRABA EL SALDO DE APERTURA DE UNA CUENTA AL DEBE O AL HABER
      * SEGUN SU SIGNO
      * ****************************************************************

       GRABAR-SALDO-APERTURA.
           MOVE APE-CUENTA   TO MAY-CUENTA.
           MOVE ANO-APERTURA TO MAY-ANO.
           MOVE ZERO         TO MAY-MES.
           READ A-MAYOR
              INVALID KEY MOVE "N" TO EXISTE-MAY
              NOT INVALID KEY MOVE "S" TO EXISTE-MAY
           END-READ.
           MOVE APE-CUENTA   TO MAY-CUENTA.
           MOVE ANO-APERTURA TO MAY-ANO.
           MOVE ZERO         TO MAY-MES.
           MOVE ZERO         TO MAY-DEBE MAY-HABER MAY-APUNTES.
           IF APE-SALDO < ZERO
              COMPUTE MAY-HABER = ZERO - APE-SALDO
           ELSE
              MOVE APE-SALDO TO MAY-DEBE
           END-IF.
           IF EXISTE-MAY = "S"
              REWRITE REGMAY
           ELSE
              WRITE REGMAY
           END-IF.
           ADD 1 TO CONT-CTAS-APERTURA.
           MOVE APE-SALDO TO SALDO-ED.
           MOVE SPACES TO LINEA-LISTADO.
           STRING APE-CUENTA "      " SALDO-ED
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           READ A-APERTURA AT END MOVE "S" TO FIN-APERTURA END-READ.
