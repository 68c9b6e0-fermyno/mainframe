       IDENTIFICATION DIVISION.
       PROGRAM-ID. INF-MDT.
       REMARKS. INFORME PERIODICO DE MANDATOS DE DOMICILIACION SIN
           USO: RECORRE MANDATOS.DAT (VER MAN-MDT) Y LISTA EN
           MANDATOS.LST LOS MANDATOS DE ALTA QUE LLEVAN 36 MESES O
           MAS SIN USARSE EN UNA REMESA (O SIN ESTRENAR DESDE SU
           FIRMA), QUE HAN CADUCADO Y GEN-REM YA NO REMESA, Y LOS
           QUE CADUCAN EN LOS PROXIMOS TRES MESES, PARA PEDIR AL
           CLIENTE UN MANDATO NUEVO A TIEMPO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-MANDATOS ASSIGN TO DISK 'MANDATOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY MDT-CODCLI
                  FILE STATUS IS MDT-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-LISTADO ASSIGN TO DISK 'MANDATOS.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 MDT-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 FIN-MANDATO       PIC X(1).
       77 FECHA-REF-MDT     PIC X(8).
       77 SITUACION         PIC X(12).
       77 CONT-CADUCADOS    PIC 9(4) VALUE ZERO.
       77 CONT-POR-CADUCAR  PIC 9(4) VALUE ZERO.

      *
      * FECHAS LIMITE: CADUCA LO NO USADO DESDE HACE 36 MESES Y SE
      * AVISA DE LO NO USADO DESDE HACE 33
      *
       01 FECHA-CADUCIDAD   PIC 9(8).
       01 FECHA-AVISO       PIC 9(8).
       01 FECHA-AVISO-R REDEFINES FECHA-AVISO.
          02 AVISO-ANO      PIC 9(4).
          02 AVISO-MES      PIC 9(2).
          02 AVISO-DIA      PIC 9(2).

       PROCEDURE DIVISION.
       INFORMAR-MANDATOS.

      *
      * BLOQUE PRINCIPAL: RECORRE LOS MANDATOS Y LISTA LOS
      * CADUCADOS Y LOS QUE ESTAN A PUNTO DE CADUCAR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           DISPLAY "MANDATOS DE DOMICILIACION SIN USO".
           DISPLAY "---------------------------------".

           OPEN INPUT A-MANDATOS.
           IF MDT-FILESTAT NOT = "00"
              DISPLAY "MANDATOS.DAT NO EXISTE."
              CLOSE A-MANDATOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT A-CLIENT.
           OPEN OUTPUT A-LISTADO.

           COMPUTE FECHA-CADUCIDAD = FECHA - 30000.
           COMPUTE FECHA-AVISO = FECHA-CADUCIDAD + 300.
           IF AVISO-MES > 12
              SUBTRACT 12 FROM AVISO-MES
              ADD 1 TO AVISO-ANO
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "MANDATOS SIN USAR DESDE HACE 33 MESES O MAS AL "
                  FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "CLIENT NOMBRE                    FIRMA    ULT.USO"
                & "  SITUACION" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE LOW-VALUES TO MDT-CODCLI.
           MOVE "N" TO FIN-MANDATO.
           START A-MANDATOS KEY NOT LESS THAN MDT-CODCLI
              INVALID KEY MOVE "S" TO FIN-MANDATO
           END-START.
           PERFORM EXAMINAR-MANDATO THRU EXAMINAR-MANDATO-FIN
                   UNTIL FIN-MANDATO = "S".

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CADUCADOS: " CONT-CADUCADOS
                  "  A PUNTO DE CADUCAR: " CONT-POR-CADUCAR
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           CLOSE A-LISTADO.
           CLOSE A-CLIENT.
           CLOSE A-MANDATOS.

           DISPLAY "CADUCADOS: " CONT-CADUCADOS
                   "  A PUNTO DE CADUCAR: " CONT-POR-CADUCAR.
           DISPLAY "INFORME GENERADO EN MANDATOS.LST".

           GOBACK.


      * EXAMINA EL SIGUIENTE MANDATO Y LO LISTA SI ESTA DE ALTA Y
      * NO SE USA DESDE ANTES DE LA FECHA DE AVISO
      * ****************************************************************

       EXAMINAR-MANDATO.
           READ A-MANDATOS NEXT RECORD AT END MOVE "S" TO FIN-MANDATO
           END-READ.
           IF FIN-MANDATO = "S"
              GO TO EXAMINAR-MANDATO-FIN
           END-IF.

           IF MDT-CANCELADO
              GO TO EXAMINAR-MANDATO-FIN
           END-IF.

           IF MDT-FECHA-ULT-USO = SPACES
              MOVE MDT-FECHA-FIRMA TO FECHA-REF-MDT
           ELSE
              MOVE MDT-FECHA-ULT-USO TO FECHA-REF-MDT
           END-IF.

           IF FECHA-REF-MDT NOT < FECHA-AVISO
              GO TO EXAMINAR-MANDATO-FIN
           END-IF.

           IF FECHA-REF-MDT < FECHA-CADUCIDAD
              MOVE "CADUCADO" TO SITUACION
              ADD 1 TO CONT-CADUCADOS
           ELSE
              MOVE "POR CADUCAR" TO SITUACION
              ADD 1 TO CONT-POR-CADUCAR
           END-IF.

           MOVE MDT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.

           MOVE SPACES TO LINEA-LISTADO.
           STRING MDT-CODCLI        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  NOMCLI            DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  MDT-FECHA-FIRMA   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  MDT-FECHA-ULT-USO DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SITUACION         DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

       EXAMINAR-MANDATO-FIN.
           EXIT.
