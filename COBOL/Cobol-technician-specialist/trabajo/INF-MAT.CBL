       IDENTIFICATION DIVISION.
       PROGRAM-ID. INF-MAT.
       REMARKS. INFORME MATINAL DE EXCEPCIONES: REUNE EN UN SOLO
           LISTADO (INFMAT.LST) LO QUE LA NOCHE DEJA REPARTIDO EN
           VARIOS FICHEROS Y QUE EL SUPERVISOR TENIA QUE ABRIR UNO A
           UNO. LOS TIPOS DE EXCEPCION SALEN POR ORDEN DE GRAVEDAD:
             1 SALDOS DESCUADRADOS CONTRA AUDITORIA (DISCREP.LST)
             2 APUNTES RETENIDOS DE LA INTERFAZ CONTABLE (CTBERR.LST)
             3 MOVIMIENTOS RECHAZADOS (RECHAZOS.DAT)
             4 POSIBLES DUPLICADOS EN CUARENTENA (SOSPECHA.DAT)
             5 ABONOS BANCARIOS EN SUSPENSO (SUSPENSO.LST)
             6 CLIENTES POR ENCIMA DE SU LIMITE (EXCESOS.DAT)
             7 LOTES CADUCADOS O A PUNTO DE CADUCAR (CADUSTK.LST)
           DE CADA TIPO DA LA CUENTA DE HOY, LA DE LA NOCHE ANTERIOR
           (EXCCONT.DAT GUARDA LAS DOS) Y LAS DIEZ PRIMERAS PARTIDAS.
           CADA PARTIDA QUEDA COMO EXCEPCION EN EXCEPCIO.DAT, DONDE UN
           OPERADOR LA DA POR ENTERADA O RESUELTA CON UN COMENTARIO
           (GES-EXC); UNA PARTIDA RESUELTA QUE VUELVE A APARECER SE
           REABRE. AL FINAL SE ARRASTRAN Y SENALAN TODAS LAS
           EXCEPCIONES SIN RESOLVER DADAS DE ALTA HACE MAS DE LOS DIAS
           DEL PARAMETRO EXCDIAS DE PARAMS.DAT (3 SI NO ESTA),
           APAREZCAN O NO EN LOS FICHEROS DE ESTA NOCHE. DEVUELVE
           CODIGO 4 SI HAY EXCEPCIONES ARRASTRADAS Y 0 SI NO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * DECLARACION DEL FICHERO DE ORIGEN: CADA TIPO DE EXCEPCION
      * SE LEE POR TURNO CON SU NOMBRE DE FICHERO
      *
           SELECT A-ORIGEN ASSIGN TO DISK NOMBRE-ORIGEN
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS ORI-FILESTAT.

           SELECT A-EXCESOS ASSIGN TO DISK 'EXCESOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EXC-CODCLI
                  FILE STATUS IS EXC-FILESTAT.

      *
      * DECLARACION DEL REGISTRO DE EXCEPCIONES (VER GES-EXC)
      *
           SELECT A-EXCEPCION ASSIGN TO DISK 'EXCEPCIO.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EXP-CLAVE
                  FILE STATUS IS EXP-FILESTAT.

      *
      * DECLARACION DE LAS CUENTAS DE LA ULTIMA NOCHE Y DE LA
      * ANTERIOR
      *
           SELECT A-CONTEOS ASSIGN TO DISK 'EXCCONT.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CNT-FILESTAT.

      *
      * DECLARACION DEL MAESTRO CENTRAL DE PARAMETROS (MAN-PAR),
      * SOLO EN CONSULTA
      *
           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'INFMAT.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA LINEA DE ORIGEN: UNA LINEA DE LISTADO O
      * UN REGISTRO DE RECHAZOS.DAT O DE SOSPECHA.DAT
      *
       FD A-ORIGEN LABEL RECORD STANDARD.
       01 LINEA-ORIGEN       PIC X(100).
       01 REGRECHAZO.
          02 TIPMOV-RECH      PIC X(1).
          02 CLIMOV-RECH      PIC X(5).
          02 NOMMOV-RECH      PIC X(25).
          02 IMPMOV-RECH      PIC 9(5)V9(2).
          02 FECMOV-RECH      PIC X(8).
          02 SUCMOV-RECH      PIC 9(3).
          02 CTRMOV-RECH      PIC X(5).
          02 MOTIVO-RECH      PIC X(25).
       01 REGSOS.
          02 SOS-MOVIMIENTO.
             03 SOS-TIPMOV   PIC X(1).
             03 SOS-CLIMOV   PIC X(5).
             03 SOS-NOMMOV   PIC X(25).
             03 SOS-IMPMOV   PIC 9(5)V9(2).
             03 SOS-FECMOV   PIC X(8).
             03 SOS-SUCMOV   PIC 9(3).
             03 SOS-CTRMOV   PIC X(5).
          02 SOS-FECHA-PREVIA PIC X(8).

       FD A-EXCESOS LABEL RECORD STANDARD.
       01 REGEXC.
          02 EXC-CODCLI     PIC X(5).
          02 EXC-FECHA-INI  PIC X(8).
          02 EXC-SUSP-AUTO  PIC X(1).

      *
      * DESCRIPCION DE LA EXCEPCION: TIPO Y TEXTO DE LA PARTIDA
      * (SU CLAVE), PRIMER Y ULTIMO DIA EN QUE SE VIO, Y SU
      * TRATAMIENTO
      *
       FD A-EXCEPCION LABEL RECORD STANDARD.
       01 REGEXP.
          02 EXP-CLAVE.
             03 EXP-TIPO       PIC 9(1).
             03 EXP-PARTIDA    PIC X(70).
          02 EXP-FECHA-ALTA PIC X(8).
          02 EXP-FECHA-ULT  PIC X(8).
          02 EXP-ESTADO     PIC X(1).
             88 EXP-ABIERTA   VALUE "A".
             88 EXP-ENTERADA  VALUE "E".
             88 EXP-RESUELTA  VALUE "R".
          02 EXP-OPERADOR   PIC X(8).
          02 EXP-FECHA-TRAT PIC X(8).
          02 EXP-COMENTARIO PIC X(40).

       FD A-CONTEOS LABEL RECORD STANDARD.
       01 REGCNT.
          02 CNT-ACTUAL     PIC X(43).
          02 CNT-PREVIO     PIC X(43).

       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).


       WORKING-STORAGE SECTION.
       77 ORI-FILESTAT      PIC X(2).
       77 EXC-FILESTAT      PIC X(2).
       77 EXP-FILESTAT      PIC X(2).
       77 CNT-FILESTAT      PIC X(2).
       77 PAR-FILESTAT      PIC X(2).
       77 NOMBRE-ORIGEN     PIC X(12).
       77 FECHA             PIC 99999999.
       77 FECHA-HOY         PIC X(8).
       77 FECHA-LIMITE      PIC X(8).
       77 FIN-ORIGEN        PIC X(1).
       77 FIN-EXCEPCION     PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-PAR        PIC X(1).
       77 HAY-ORIGEN        PIC X(1).
       77 PARTIDA           PIC X(70).
       77 MARCA-PARTIDA     PIC X(9).
       77 CABECERAS-SALTADAS PIC 9(1).
       77 IDX-FUE           PIC 9(1).
       77 CONT-MUESTRAS     PIC 9(2).
       77 MAX-MUESTRAS      PIC 9(2) VALUE 10.
       77 CONT-RESTO        PIC 9(5).
       77 VARIACION         PIC S9(5).
       77 VARIACION-ED      PIC +ZZZZ9.
       77 DIAS-ARRASTRE     PIC 9(3) VALUE 3.
       77 CONT-ARRASTRADAS  PIC 9(5) VALUE ZERO.
       77 CONT-NUEVAS       PIC 9(5) VALUE ZERO.
       77 TOTAL-PARTIDAS    PIC 9(6) VALUE ZERO.
       77 IDX-RETRO         PIC 9(4) COMP.
       77 RET-ANO           PIC 9(4).
       77 RET-MES           PIC 9(2).
       77 RET-DIA           PIC 9(2).
       77 RET-COC           PIC 9(4) COMP.
       77 RET-R4            PIC 9(2) COMP.
       77 RET-R100          PIC 9(2) COMP.
       77 RET-R400          PIC 9(3) COMP.
       77 RET-BISIESTO      PIC X(1).

      *
      * DIAS DE CADA MES (FEBRERO SE CORRIGE EN ANO BISIESTO)
      *
       01 TAB-DIAS-MES-V    PIC X(24)
                            VALUE "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-V.
          02 DIAS-MES OCCURS 12 TIMES PIC 9(2).

      *
      * TIPOS DE EXCEPCION POR ORDEN DE GRAVEDAD: FICHERO DE
      * ORIGEN, LINEAS DE CABECERA QUE SALTAR SI ES UN LISTADO,
      * FORMATO (L LISTADO, R RECHAZOS, S SOSPECHOSOS, E EXCESOS),
      * GRAVEDAD Y DESCRIPCION
      *
       01 TAB-FUENTES-INIC.
          02 FILLER PIC X(19) VALUE "DISCREP.LST 2LGRAVE".
          02 FILLER PIC X(34) VALUE "SALDOS DESCUADRADOS CONTRA AUDIT.".
          02 FILLER PIC X(19) VALUE "CTBERR.LST  2LGRAVE".
          02 FILLER PIC X(34) VALUE "APUNTES CONTABLES RETENIDOS".
          02 FILLER PIC X(19) VALUE "RECHAZOS.DAT0RALTA ".
          02 FILLER PIC X(34) VALUE "MOVIMIENTOS RECHAZADOS".
          02 FILLER PIC X(19) VALUE "SOSPECHA.DAT0SALTA ".
          02 FILLER PIC X(34) VALUE "POSIBLES DUPLICADOS EN CUARENTENA".
          02 FILLER PIC X(19) VALUE "SUSPENSO.LST1LALTA ".
          02 FILLER PIC X(34) VALUE "ABONOS BANCARIOS EN SUSPENSO".
          02 FILLER PIC X(19) VALUE "EXCESOS.DAT 0EMEDIA".
          02 FILLER PIC X(34) VALUE "CLIENTES POR ENCIMA DE SU LIMITE".
          02 FILLER PIC X(19) VALUE "CADUSTK.LST 2LMEDIA".
          02 FILLER PIC X(34) VALUE "LOTES CADUCADOS O A PUNTO".
       01 TAB-FUENTES REDEFINES TAB-FUENTES-INIC.
          02 TAB-FUE OCCURS 7 TIMES.
             03 FUE-FICHERO    PIC X(12).
             03 FUE-CABECERAS  PIC 9(1).
             03 FUE-FORMATO    PIC X(1).
             03 FUE-GRAVEDAD   PIC X(5).
             03 FUE-DESCRI     PIC X(34).

      *
      * CUENTAS DE HOY Y DE LA NOCHE ANTERIOR, CON LA MISMA FORMA
      * QUE CADA MITAD DEL REGISTRO DE EXCCONT.DAT
      *
       01 CUENTAS-HOY.
          02 CHO-FECHA      PIC X(8).
          02 CHO-CUENTA OCCURS 7 TIMES PIC 9(5).
       01 CUENTAS-ANT.
          02 CAN-FECHA      PIC X(8).
          02 CAN-CUENTA OCCURS 7 TIMES PIC 9(5).

       PROCEDURE DIVISION.
       INFORMAR-EXCEPCIONES.

      *
      * BLOQUE PRINCIPAL: LEE CADA FICHERO DE ORIGEN POR ORDEN DE
      * GRAVEDAD, REGISTRA SUS PARTIDAS, ARRASTRA LAS EXCEPCIONES
      * VIEJAS SIN RESOLVER Y GUARDA LAS CUENTAS DE LA NOCHE
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FECHA-HOY.

           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "EXCDIAS " TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S" AND PAR-VALOR > ZERO
                 AND PAR-VALOR < 1000
                 MOVE PAR-VALOR TO DIAS-ARRASTRE
              END-IF
              CLOSE A-PARAMS
           ELSE
              CLOSE A-PARAMS
           END-IF.
           PERFORM CALCULAR-LIMITE.

           PERFORM LEER-CUENTAS-ANTERIORES.
           MOVE FECHA-HOY TO CHO-FECHA.

           OPEN I-O A-EXCEPCION.
           IF EXP-FILESTAT NOT = "00"
              CLOSE A-EXCEPCION
              OPEN OUTPUT A-EXCEPCION
              CLOSE A-EXCEPCION
              OPEN I-O A-EXCEPCION
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "INFORME MATINAL DE EXCEPCIONES DEL " FECHA-HOY
                  "  (NOCHE ANTERIOR: " CAN-FECHA ")"
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           PERFORM TRATAR-FUENTE THRU TRATAR-FUENTE-FIN
                   VARYING IDX-FUE FROM 1 BY 1 UNTIL IDX-FUE > 7.

           PERFORM ARRASTRAR-PENDIENTES.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PARTIDAS DE ESTA NOCHE: " TOTAL-PARTIDAS
                  "  NUEVAS: " CONT-NUEVAS
                  "  ARRASTRADAS SIN RESOLVER: " CONT-ARRASTRADAS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           CLOSE A-LISTADO.
           CLOSE A-EXCEPCION.

           PERFORM GRABAR-CUENTAS.

           DISPLAY "EXCEPCIONES DE ESTA NOCHE: " TOTAL-PARTIDAS
                   " (NUEVAS " CONT-NUEVAS ", ARRASTRADAS "
                   CONT-ARRASTRADAS ").".
           DISPLAY "INFORME GENERADO EN INFMAT.LST".

           IF CONT-ARRASTRADAS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           GOBACK.


      * LEE LAS CUENTAS GUARDADAS: SI YA SON DE HOY (SEGUNDA
      * EJECUCION DEL DIA) LA NOCHE ANTERIOR ES LA QUE GUARDARON
      * COMO PREVIA; SI NO, LA ANTERIOR ES LA ULTIMA GUARDADA
      * ****************************************************************

       LEER-CUENTAS-ANTERIORES.
           MOVE SPACES TO CAN-FECHA.
           MOVE ZERO TO CAN-CUENTA(1) CAN-CUENTA(2) CAN-CUENTA(3)
                        CAN-CUENTA(4) CAN-CUENTA(5) CAN-CUENTA(6)
                        CAN-CUENTA(7).
           OPEN INPUT A-CONTEOS.
           IF CNT-FILESTAT = "00"
              READ A-CONTEOS
                 AT END CONTINUE
                 NOT AT END
                    IF CNT-ACTUAL(1:8) = FECHA-HOY
                       MOVE CNT-PREVIO TO CUENTAS-ANT
                    ELSE
                       MOVE CNT-ACTUAL TO CUENTAS-ANT
                    END-IF
              END-READ
           END-IF.
           CLOSE A-CONTEOS.


      * GUARDA LAS CUENTAS DE HOY JUNTO A LAS DE LA NOCHE ANTERIOR
      * ****************************************************************

       GRABAR-CUENTAS.
           OPEN OUTPUT A-CONTEOS.
           MOVE CUENTAS-HOY TO CNT-ACTUAL.
           MOVE CUENTAS-ANT TO CNT-PREVIO.
           WRITE REGCNT.
           CLOSE A-CONTEOS.


      * LEE UN FICHERO DE ORIGEN: CUENTA SUS PARTIDAS, REGISTRA CADA
      * UNA COMO EXCEPCION Y LISTA LAS PRIMERAS CON SU SITUACION
      * ****************************************************************

       TRATAR-FUENTE.
           MOVE ZERO TO CHO-CUENTA(IDX-FUE).
           MOVE ZERO TO CONT-MUESTRAS.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING IDX-FUE ". " FUE-DESCRI(IDX-FUE)
                  " (" FUE-GRAVEDAD(IDX-FUE) ")  -- "
                  FUE-FICHERO(IDX-FUE)
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE "S" TO HAY-ORIGEN.
           IF FUE-FORMATO(IDX-FUE) = "E"
              OPEN INPUT A-EXCESOS
              IF EXC-FILESTAT NOT = "00"
                 CLOSE A-EXCESOS
                 MOVE "N" TO HAY-ORIGEN
              END-IF
           ELSE
              MOVE FUE-FICHERO(IDX-FUE) TO NOMBRE-ORIGEN
              OPEN INPUT A-ORIGEN
              IF ORI-FILESTAT NOT = "00"
                 CLOSE A-ORIGEN
                 MOVE "N" TO HAY-ORIGEN
              END-IF
           END-IF.
           IF HAY-ORIGEN = "N"
              MOVE "   FICHERO NO GENERADO ESTA NOCHE." TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              PERFORM COMPARAR-CUENTAS
              GO TO TRATAR-FUENTE-FIN
           END-IF.

           MOVE "N" TO FIN-ORIGEN.
           IF FUE-FORMATO(IDX-FUE) = "E"
              MOVE LOW-VALUES TO EXC-CODCLI
              START A-EXCESOS KEY NOT LESS THAN EXC-CODCLI
                 INVALID KEY MOVE "S" TO FIN-ORIGEN
              END-START
              PERFORM LEER-EXCESO UNTIL FIN-ORIGEN = "S"
              CLOSE A-EXCESOS
           ELSE
              MOVE ZERO TO CABECERAS-SALTADAS
              PERFORM LEER-LINEA-ORIGEN UNTIL FIN-ORIGEN = "S"
              CLOSE A-ORIGEN
           END-IF.

           IF CHO-CUENTA(IDX-FUE) > CONT-MUESTRAS
              SUBTRACT CONT-MUESTRAS FROM CHO-CUENTA(IDX-FUE)
                       GIVING CONT-RESTO
              MOVE SPACES TO LINEA-LISTADO
              STRING "   (Y " CONT-RESTO " PARTIDAS MAS EN "
                     FUE-FICHERO(IDX-FUE) ")"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           PERFORM COMPARAR-CUENTAS.

       TRATAR-FUENTE-FIN.
           EXIT.


      * LEE LA SIGUIENTE LINEA DEL ORIGEN Y, SI ES UNA PARTIDA,
      * PREPARA SU TEXTO SEGUN EL FORMATO DEL FICHERO. EN LOS
      * LISTADOS LAS PARTIDAS VAN TRAS LA CABECERA Y ACABAN EN LA
      * PRIMERA LINEA EN BLANCO, QUE PRECEDE A LOS TOTALES
      * ****************************************************************

       LEER-LINEA-ORIGEN.
           READ A-ORIGEN AT END MOVE "S" TO FIN-ORIGEN
           END-READ.
           IF FIN-ORIGEN NOT = "S"
              IF FUE-FORMATO(IDX-FUE) = "L"
                 IF CABECERAS-SALTADAS < FUE-CABECERAS(IDX-FUE)
                    ADD 1 TO CABECERAS-SALTADAS
                 ELSE
                    IF LINEA-ORIGEN = SPACES
                       MOVE "S" TO FIN-ORIGEN
                    ELSE
                       MOVE LINEA-ORIGEN TO PARTIDA
                       PERFORM REGISTRAR-PARTIDA
                    END-IF
                 END-IF
              ELSE
                 MOVE SPACES TO PARTIDA
                 IF FUE-FORMATO(IDX-FUE) = "R"
                    STRING CLIMOV-RECH " " FECMOV-RECH " SUC "
                           SUCMOV-RECH " " TIPMOV-RECH " "
                           IMPMOV-RECH " " MOTIVO-RECH
                       DELIMITED BY SIZE INTO PARTIDA
                    END-STRING
                 ELSE
                    STRING SOS-CLIMOV " " SOS-FECMOV " SUC "
                           SOS-SUCMOV " " SOS-TIPMOV " "
                           SOS-IMPMOV " YA APLICADO EL "
                           SOS-FECHA-PREVIA
                       DELIMITED BY SIZE INTO PARTIDA
                    END-STRING
                 END-IF
                 PERFORM REGISTRAR-PARTIDA
              END-IF
           END-IF.


      * LEE EL SIGUIENTE CLIENTE POR ENCIMA DE SU LIMITE
      * ****************************************************************

       LEER-EXCESO.
           READ A-EXCESOS NEXT RECORD AT END MOVE "S" TO FIN-ORIGEN
           END-READ.
           IF FIN-ORIGEN NOT = "S"
              MOVE SPACES TO PARTIDA
              IF EXC-SUSP-AUTO = "S"
                 STRING "CLIENTE " EXC-CODCLI " SOBRE SU LIMITE DESDE "
                        EXC-FECHA-INI " (SUSPENDIDO)"
                    DELIMITED BY SIZE INTO PARTIDA
                 END-STRING
              ELSE
                 STRING "CLIENTE " EXC-CODCLI " SOBRE SU LIMITE DESDE "
                        EXC-FECHA-INI
                    DELIMITED BY SIZE INTO PARTIDA
                 END-STRING
              END-IF
              PERFORM REGISTRAR-PARTIDA
           END-IF.


      * REGISTRA LA PARTIDA EN EXCEPCIO.DAT (ALTA, ULTIMA VEZ VISTA
      * O REAPERTURA) Y LA LISTA SI NO SE HA LLEGADO AL MAXIMO
      * ****************************************************************

       REGISTRAR-PARTIDA.
           ADD 1 TO CHO-CUENTA(IDX-FUE).
           ADD 1 TO TOTAL-PARTIDAS.
           MOVE IDX-FUE TO EXP-TIPO.
           MOVE PARTIDA TO EXP-PARTIDA.
           READ A-EXCEPCION
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.

           IF EXISTE = "N"
              MOVE FECHA-HOY TO EXP-FECHA-ALTA
              MOVE FECHA-HOY TO EXP-FECHA-ULT
              MOVE "A"       TO EXP-ESTADO
              MOVE SPACES    TO EXP-OPERADOR EXP-FECHA-TRAT
                                EXP-COMENTARIO
              WRITE REGEXP
                 INVALID KEY CONTINUE
              END-WRITE
              ADD 1 TO CONT-NUEVAS
              MOVE "NUEVA" TO MARCA-PARTIDA
           ELSE
              IF EXP-RESUELTA
                 MOVE FECHA-HOY TO EXP-FECHA-ALTA
                 MOVE "A"       TO EXP-ESTADO
                 MOVE SPACES    TO EXP-OPERADOR EXP-FECHA-TRAT
                                   EXP-COMENTARIO
                 MOVE "REABIERTA" TO MARCA-PARTIDA
              ELSE
                 IF EXP-FECHA-ALTA = FECHA-HOY
                    MOVE "NUEVA" TO MARCA-PARTIDA
                 ELSE
                    IF EXP-ENTERADA
                       MOVE "ENTERADA" TO MARCA-PARTIDA
                    ELSE
                       MOVE "ABIERTA" TO MARCA-PARTIDA
                    END-IF
                 END-IF
              END-IF
              MOVE FECHA-HOY TO EXP-FECHA-ULT
              REWRITE REGEXP
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.

           IF CONT-MUESTRAS < MAX-MUESTRAS
              ADD 1 TO CONT-MUESTRAS
              MOVE SPACES TO LINEA-LISTADO
              STRING "   " MARCA-PARTIDA " " PARTIDA
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.


      * CUENTA DE HOY FRENTE A LA DE LA NOCHE ANTERIOR
      * ****************************************************************

       COMPARAR-CUENTAS.
           SUBTRACT CAN-CUENTA(IDX-FUE) FROM CHO-CUENTA(IDX-FUE)
                    GIVING VARIACION.
           MOVE VARIACION TO VARIACION-ED.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "   PARTIDAS HOY: " CHO-CUENTA(IDX-FUE)
                  "  NOCHE ANTERIOR: " CAN-CUENTA(IDX-FUE)
                  "  VARIACION: " VARIACION-ED
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * ARRASTRA Y SENALA LAS EXCEPCIONES SIN RESOLVER DADAS DE
      * ALTA EN LA FECHA LIMITE O ANTES, SE HAYAN VISTO O NO ESTA
      * NOCHE
      * ****************************************************************

       ARRASTRAR-PENDIENTES.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "EXCEPCIONES SIN RESOLVER CON MAS DE " DIAS-ARRASTRE
                  " DIAS (ALTA EL " FECHA-LIMITE " O ANTES)"
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE LOW-VALUES TO EXP-CLAVE.
           MOVE "N" TO FIN-EXCEPCION.
           START A-EXCEPCION KEY NOT LESS THAN EXP-CLAVE
              INVALID KEY MOVE "S" TO FIN-EXCEPCION
           END-START.
           PERFORM ARRASTRAR-UNA-EXCEPCION
                   UNTIL FIN-EXCEPCION = "S".

           IF CONT-ARRASTRADAS = ZERO
              MOVE "   NINGUNA." TO LINEA-LISTADO
              WRITE LINEA-LISTADO
           END-IF.


      * LISTA LA SIGUIENTE EXCEPCION SI ESTA SIN RESOLVER Y ES
      * ANTERIOR AL LIMITE
      * ****************************************************************

       ARRASTRAR-UNA-EXCEPCION.
           READ A-EXCEPCION NEXT RECORD
              AT END MOVE "S" TO FIN-EXCEPCION
           END-READ.
           IF FIN-EXCEPCION NOT = "S"
              IF NOT EXP-RESUELTA
                 AND EXP-FECHA-ALTA NOT > FECHA-LIMITE
                 ADD 1 TO CONT-ARRASTRADAS
                 MOVE SPACES TO LINEA-LISTADO
                 IF EXP-ENTERADA
                    STRING "***" EXP-TIPO " DESDE " EXP-FECHA-ALTA
                           " ENTERADA POR " EXP-OPERADOR " "
                           EXP-PARTIDA
                       DELIMITED BY SIZE INTO LINEA-LISTADO
                    END-STRING
                 ELSE
                    STRING "***" EXP-TIPO " DESDE " EXP-FECHA-ALTA
                           " SIN TRATAR         " EXP-PARTIDA
                       DELIMITED BY SIZE INTO LINEA-LISTADO
                    END-STRING
                 END-IF
                 WRITE LINEA-LISTADO
              END-IF
           END-IF.


      * CALCULA LA FECHA LIMITE DEL ARRASTRE: HOY MENOS LOS DIAS
      * DEL PARAMETRO, DIA A DIA CON EL CALENDARIO REAL
      * ****************************************************************

       CALCULAR-LIMITE.
           MOVE FECHA-HOY TO FECHA-LIMITE.
           PERFORM RETROCEDER-UN-DIA
                   VARYING IDX-RETRO FROM 1 BY 1
                   UNTIL IDX-RETRO > DIAS-ARRASTRE.


      * RETROCEDE UN DIA LA FECHA LIMITE
      * ****************************************************************

       RETROCEDER-UN-DIA.
           MOVE FECHA-LIMITE(1:4) TO RET-ANO.
           MOVE FECHA-LIMITE(5:2) TO RET-MES.
           MOVE FECHA-LIMITE(7:2) TO RET-DIA.

           IF RET-DIA > 1
              SUBTRACT 1 FROM RET-DIA
           ELSE
              IF RET-MES > 1
                 SUBTRACT 1 FROM RET-MES
              ELSE
                 MOVE 12 TO RET-MES
                 SUBTRACT 1 FROM RET-ANO
              END-IF
              MOVE DIAS-MES(RET-MES) TO RET-DIA
              IF RET-MES = 2
                 MOVE "N" TO RET-BISIESTO
                 DIVIDE RET-ANO BY 4 GIVING RET-COC
                        REMAINDER RET-R4
                 DIVIDE RET-ANO BY 100 GIVING RET-COC
                        REMAINDER RET-R100
                 DIVIDE RET-ANO BY 400 GIVING RET-COC
                        REMAINDER RET-R400
                 IF RET-R4 = ZERO AND (RET-R100 NOT = ZERO
                    OR RET-R400 = ZERO)
                    MOVE "S" TO RET-BISIESTO
                 END-IF
                 IF RET-BISIESTO = "S"
                    MOVE 29 TO RET-DIA
                 END-IF
              END-IF
           END-IF.

           MOVE RET-ANO TO FECHA-LIMITE(1:4).
           MOVE RET-MES TO FECHA-LIMITE(5:2).
           MOVE RET-DIA TO FECHA-LIMITE(7:2).
