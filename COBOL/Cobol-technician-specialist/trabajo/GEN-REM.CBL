       PROGRAM-ID. GEN-REM.
       REMARKS. GENERACION DE LA REMESA BANCARIA DE COBROS:
           SELECCIONA LOS EFECTOS PENDIENTES DE EFECTOS.DAT CON
           VENCIMIENTO HASTA LA FECHA TOPE PEDIDA (DE LOS COBRADOS
           EN PARTE SE REMESA SOLO LO PENDIENTE) Y DEJA FUERA LOS
           DE CLIENTES RETENIDOS POR RECIBOS DEVUELTOS (COBROCLI.DAT,
           VER IMP-DEV) Y LOS DE CLIENTES SIN MANDATO DE
           DOMICILIACION VALIDO (MANDATOS.DAT, VER MAN-MDT: DE
           ALTA, FIRMADO Y USADO EN LOS ULTIMOS 36 MESES), QUE SE
           LISTAN EN REMEXC.LST. GRABA EL
           FICHERO DE REMESA PARA EL BANCO BAJO NOMBRE FECHADO
           (REMAAAAMMDD.DAT: CLIENTE, NIF DEL MAESTRO, IMPORTE,
           VENCIMIENTO, IBAN Y REFERENCIA DEL MANDATO Y SECUENCIA
           FRST EN SU PRIMER USO O RCUR DESPUES), ANOTA EL USO EN
           EL MANDATO, ANOTA LO REMESADO EN EL REGISTRO
           PERMANENTE ACUMULATIVO (REMESA.DAT, QUE AUDITA
           AUD-NUM), MARCA LOS EFECTOS COMO REMESADOS (ESTADO R) Y
           EMITE EL LISTADO DE CONTROL (REMESA.LST) CON RECUENTO E
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-COBROCLI ASSIGN TO DISK 'COBROCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COB-CODCLI
                  FILE STATUS IS COB-FILESTAT.

           SELECT A-MANDATOS ASSIGN TO DISK 'MANDATOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY MDT-CODCLI
                  FILE STATUS IS MDT-FILESTAT.

      *
      * DECLARACION DEL REGISTRO PERMANENTE DE REMESAS, QUE SE
      * ACUMULA EJECUCION A EJECUCION (MISMO PATRON QUE
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

      *
      * DECLARACION DEL LISTADO DE EFECTOS QUE SE QUEDAN FUERA
      * DE LA REMESA, CON EL MOTIVO
      *
           SELECT A-EXCLUIDOS ASSIGN TO DISK 'REMEXC.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

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

       FD A-CLIENT LABEL RECORD STANDARD.
       01 REGCLI.
          02 ESTCLI         PIC X(1).
          02 NIFCLI         PIC X(9).

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

       FD A-MANDATOS LABEL RECORD STANDARD.
       01 REGMDT.
          02 MDT-CODCLI     PIC X(5).
          02 MDT-IBAN       PIC X(24).
          02 MDT-REFERENCIA PIC X(35).
          02 MDT-FECHA-FIRMA PIC X(8).
          02 MDT-ESTADO     PIC X(1).
             88 MDT-PRIMER-USO  VALUE "F".
             88 MDT-RECURRENTE  VALUE "R".
             88 MDT-CANCELADO   VALUE "B".
          02 MDT-FECHA-ULT-USO PIC X(8).
          02 MDT-REMESA-PRIMER PIC 9(6).
          02 MDT-FECHA-BAJA PIC X(8).

      *
      * DESCRIPCION DEL REGISTRO DE LA REMESA QUE SE ENTREGA AL
      * BANCO: UNA LINEA POR EFECTO REMESADO
          02 REM-IMPORTE    PIC 9(8)V9(2).
          02 REM-FECHA-VTO  PIC X(8).

      *
      * LA LINEA PARA EL BANCO ES LA DEL REGISTRO DE REMESAS MAS
      * LOS DATOS DEL MANDATO Y LA SECUENCIA DEL ADEUDO
      *
       FD A-REMDIA LABEL RECORD STANDARD.
       01 REGREMD.
          02 RMD-REMESA     PIC X(77).
          02 RMD-IBAN       PIC X(24).
          02 RMD-REFERENCIA PIC X(35).
          02 RMD-FECHA-FIRMA PIC X(8).
          02 RMD-SECUENCIA  PIC X(4).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).

       FD A-EXCLUIDOS LABEL RECORD STANDARD.
       01 LINEA-EXCLUIDOS    PIC X(90).


       WORKING-STORAGE SECTION.
       77 EFE-FILESTAT      PIC X(2).
       77 COB-FILESTAT      PIC X(2).
       77 HAY-COBROCLI      PIC X(1) VALUE "N".
       77 EXISTE-COB        PIC X(1).
       77 CONT-RETENIDOS    PIC 9(5) VALUE ZERO.
       77 MDT-FILESTAT      PIC X(2).
       77 EXISTE-MDT        PIC X(1).
       77 FECHA-CADUCIDAD   PIC 9(8).
       77 FECHA-REF-MDT     PIC X(8).
       77 MOTIVO-EXCLUSION  PIC X(35).
       77 SECUENCIA         PIC X(4).
       77 CONT-SIN-MANDATO  PIC 9(5) VALUE ZERO.
       77 TOTAL-EXCLUIDO    PIC 9(9)V9(2) VALUE ZERO.
       77 FECHA             PIC 99999999.
       77 FIN-EFECTO        PIC X(1).
       77 EXISTE            PIC X(1).
       77 NUM-REMESA        PIC 9(6).
       77 REM-FILESTAT      PIC X(2).
       77 NOMBRE-REMDIA     PIC X(15).
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
       GENERAR-REMESA.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "GEN-REM" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LA FECHA TOPE, CONFIRMA Y GENERA
      * EL FICHERO DE REMESA MARCANDO LOS EFECTOS SELECCIONADOS
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "REMESA ANULADA."
              GOBACK
           END-IF.

           OPEN I-O A-EFECTOS.
                      " (EFECTOS.DAT)."
              CLOSE A-EFECTOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * SIN FICHERO DE MANDATOS NO HAY NADA QUE SE PUEDA REMESAR
      *
           OPEN I-O A-MANDATOS.
           IF MDT-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL FICHERO DE MANDATOS"
                      " (MANDATOS.DAT, VER MAN-MDT)."
              CLOSE A-MANDATOS
              CLOSE A-EFECTOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * UN MANDATO SIN USAR DESDE HACE 36 MESES HA CADUCADO
      *
           COMPUTE FECHA-CADUCIDAD = FECHA - 30000.

           OPEN INPUT  A-CLIENT.

      *
      * SIN DATOS DE COBRO NINGUN CLIENTE ESTA RETENIDO
      *
           OPEN INPUT A-COBROCLI.
           IF COB-FILESTAT = "00"
              MOVE "S" TO HAY-COBROCLI
           ELSE
              CLOSE A-COBROCLI
              MOVE "N" TO HAY-COBROCLI
           END-IF.

      *
      * EL REGISTRO PERMANENTE SE ACUMULA: LA REMESA ANTERIOR NO
      * SE PIERDE Y AUD-NUM PUEDE AUDITAR LA SERIE COMPLETA
           END-STRING.
           OPEN OUTPUT A-REMDIA.
           OPEN OUTPUT A-LISTADO.
           OPEN OUTPUT A-EXCLUIDOS.

      *
      * CADA REMESA RECIBE SU NUMERO DE LA SERIE CENTRAL
              INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "FACTURA CLIENTE NIF       IMPORTE     VENCIMTO SEC."
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE SPACES TO LINEA-EXCLUIDOS.
           STRING "EFECTOS FUERA DE LA REMESA " NUM-REMESA " DEL "
                  FECHA DELIMITED BY SIZE
              INTO LINEA-EXCLUIDOS
           END-STRING.
           WRITE LINEA-EXCLUIDOS.
           MOVE "FACTURA CLIENTE IMPORTE     VENCIMTO MOTIVO"
                TO LINEA-EXCLUIDOS.
           WRITE LINEA-EXCLUIDOS.

           MOVE ZERO TO EFE-NUMFAC.
           MOVE "N" TO FIN-EFECTO.
           START A-EFECTOS KEY NOT LESS THAN EFE-NUMFAC
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF CONT-RETENIDOS > ZERO
              MOVE SPACES TO LINEA-LISTADO
              STRING "EFECTOS RETENIDOS POR RECIBOS DEVUELTOS: "
                     CONT-RETENIDOS
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           IF CONT-SIN-MANDATO > ZERO
              MOVE SPACES TO LINEA-LISTADO
              STRING "EFECTOS SIN MANDATO VALIDO: " CONT-SIN-MANDATO
                     " (VER REMEXC.LST)"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           MOVE "ESTE TOTAL DEBE CUADRAR CON LA CONFIRMACION DEL"
                & " BANCO." TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE SPACES TO LINEA-EXCLUIDOS.
           WRITE LINEA-EXCLUIDOS.
           MOVE SPACES TO LINEA-EXCLUIDOS.
           STRING "RETENIDOS: " CONT-RETENIDOS
                  "  SIN MANDATO VALIDO: " CONT-SIN-MANDATO
                  "  IMPORTE: " TOTAL-EXCLUIDO
              DELIMITED BY SIZE INTO LINEA-EXCLUIDOS
           END-STRING.
           WRITE LINEA-EXCLUIDOS.

           CLOSE A-EXCLUIDOS.
           CLOSE A-LISTADO.
           CLOSE A-REMDIA.
           CLOSE A-REMESA.
           IF HAY-COBROCLI = "S"
              CLOSE A-COBROCLI
           END-IF.
           CLOSE A-CLIENT.
           CLOSE A-MANDATOS.
           CLOSE A-EFECTOS.

           DISPLAY "EFECTOS REMESADOS: " CONT-REMESADOS.
           DISPLAY "IMPORTE TOTAL....: " TOTAL-REMESA.
           IF CONT-RETENIDOS > ZERO
              DISPLAY "EFECTOS RETENIDOS: " CONT-RETENIDOS
                      " (CLIENTES CON RECIBOS DEVUELTOS)"
           END-IF.
           IF CONT-SIN-MANDATO > ZERO
              DISPLAY "EFECTOS SIN MANDATO VALIDO: " CONT-SIN-MANDATO
                      " (VER REMEXC.LST)"
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FICHERO PARA EL BANCO: " NOMBRE-REMDIA.
           DISPLAY "REGISTRO EN REMESA.DAT Y CONTROL EN REMESA.LST".

           GOBACK.


      * SI EL SIGUIENTE EFECTO ESTA PENDIENTE (O COBRADO EN PARTE)
      * Y VENCE DENTRO DEL PERIODO, PASA LO QUE FALTA POR COBRAR A
      * LA REMESA Y LO MARCA COMO REMESADO
      * ****************************************************************

       TRATAR-EFECTO-REMESA.
              GO TO TRATAR-EFECTO-REMESA-FIN
           END-IF.

           IF NOT EFE-PENDIENTE AND NOT EFE-PARCIAL
              GO TO TRATAR-EFECTO-REMESA-FIN
           END-IF.

              GO TO TRATAR-EFECTO-REMESA-FIN
           END-IF.

      *
      * EL CLIENTE RETENIDO POR RECIBOS DEVUELTOS NO SE REMESA
      * HASTA QUE SE LE REINCORPORE DESDE MAN-COB
      *
           IF HAY-COBROCLI = "S"
              MOVE EFE-CODCLI TO COB-CODCLI
              READ A-COBROCLI
                 INVALID KEY     MOVE "N" TO EXISTE-COB
                 NOT INVALID KEY MOVE "S" TO EXISTE-COB
              END-READ
              IF EXISTE-COB = "S" AND COB-SIN-REMESA
                 ADD 1 TO CONT-RETENIDOS
                 MOVE "CLIENTE RETENIDO POR DEVOLUCIONES"
                      TO MOTIVO-EXCLUSION
                 PERFORM GRABAR-EXCLUIDO
                 GO TO TRATAR-EFECTO-REMESA-FIN
              END-IF
           END-IF.

           PERFORM COMPROBAR-MANDATO.
           IF MOTIVO-EXCLUSION NOT = SPACES
              ADD 1 TO CONT-SIN-MANDATO
              PERFORM GRABAR-EXCLUIDO
              GO TO TRATAR-EFECTO-REMESA-FIN
           END-IF.

      *
      * EL NIF SALE DEL MAESTRO DE CLIENTES; UN CLIENTE BORRADO
      * DEJA EL NIF EN BLANCO PERO EL EFECTO SE REMESA IGUAL
           MOVE EFE-CODCLI    TO REM-CODCLI.
           MOVE NOMCLI        TO REM-NOMCLI.
           MOVE NIFCLI        TO REM-NIFCLI.
           MOVE EFE-IMP-PENDIENTE TO REM-IMPORTE.
           MOVE EFE-FECHA-VTO TO REM-FECHA-VTO.
           WRITE REGREM.

      *
      * EL PRIMER USO DEL MANDATO VA AL BANCO COMO FRST (TODOS
      * LOS EFECTOS DEL CLIENTE EN ESA MISMA REMESA) Y LOS
      * SIGUIENTES COMO RCUR
      *
           IF MDT-PRIMER-USO
              MOVE "R"        TO MDT-ESTADO
              MOVE NUM-REMESA TO MDT-REMESA-PRIMER
           END-IF.
           IF MDT-REMESA-PRIMER = NUM-REMESA
              MOVE "FRST" TO SECUENCIA
           ELSE
              MOVE "RCUR" TO SECUENCIA
           END-IF.
           MOVE FECHA TO MDT-FECHA-ULT-USO.
           REWRITE REGMDT.

           MOVE REGREM          TO RMD-REMESA.
           MOVE MDT-IBAN        TO RMD-IBAN.
           MOVE MDT-REFERENCIA  TO RMD-REFERENCIA.
           MOVE MDT-FECHA-FIRMA TO RMD-FECHA-FIRMA.
           MOVE SECUENCIA       TO RMD-SECUENCIA.
           WRITE REGREMD.

           MOVE "R" TO EFE-ESTADO.
           REWRITE REGEFE.

           ADD 1 TO CONT-REMESADOS.
           ADD EFE-IMP-PENDIENTE TO TOTAL-REMESA.

           MOVE SPACES TO LINEA-LISTADO.
           STRING EFE-NUMFAC    DELIMITED BY SIZE
                  "   "         DELIMITED BY SIZE
                  NIFCLI        DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EFE-IMP-PENDIENTE DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  EFE-FECHA-VTO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  SECUENCIA     DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

       TRATAR-EFECTO-REMESA-FIN.
           EXIT.


      * COMPRUEBA QUE EL CLIENTE DEL EFECTO TIENE UN MANDATO DE
      * DOMICILIACION VALIDO; SI NO, DEJA EL MOTIVO DE EXCLUSION
      * ****************************************************************

       COMPROBAR-MANDATO.
           MOVE SPACES TO MOTIVO-EXCLUSION.
           MOVE EFE-CODCLI TO MDT-CODCLI.
           READ A-MANDATOS
              INVALID KEY     MOVE "N" TO EXISTE-MDT
              NOT INVALID KEY MOVE "S" TO EXISTE-MDT
           END-READ.

           IF MDT-FECHA-ULT-USO = SPACES
              MOVE MDT-FECHA-FIRMA TO FECHA-REF-MDT
           ELSE
              MOVE MDT-FECHA-ULT-USO TO FECHA-REF-MDT
           END-IF.

           IF EXISTE-MDT = "N"
              MOVE "SIN MANDATO DE DOMICILIACION"
                   TO MOTIVO-EXCLUSION
           ELSE
              IF MDT-CANCELADO
                 MOVE "MANDATO DADO DE BAJA" TO MOTIVO-EXCLUSION
              ELSE
                 IF MDT-IBAN = SPACES OR MDT-FECHA-FIRMA = SPACES
                    MOVE "MANDATO SIN IBAN O SIN FIRMA"
                         TO MOTIVO-EXCLUSION
                 ELSE
                    IF FECHA-REF-MDT < FECHA-CADUCIDAD
                       MOVE "MANDATO CADUCADO (36 MESES SIN USO)"
                            TO MOTIVO-EXCLUSION
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * GRABA UN EFECTO QUE SE QUEDA FUERA DE LA REMESA EN EL
      * LISTADO DE EXCLUIDOS, CON SU MOTIVO
      * ****************************************************************

       GRABAR-EXCLUIDO.
           ADD EFE-IMP-PENDIENTE TO TOTAL-EXCLUIDO.
           MOVE SPACES TO LINEA-EXCLUIDOS.
           STRING EFE-NUMFAC        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  EFE-CODCLI        DELIMITED BY SIZE
                  "   "             DELIMITED BY SIZE
                  EFE-IMP-PENDIENTE DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  EFE-FECHA-VTO     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  MOTIVO-EXCLUSION  DELIMITED BY SIZE
                  INTO LINEA-EXCLUIDOS
           END-STRING.
           WRITE LINEA-EXCLUIDOS.
