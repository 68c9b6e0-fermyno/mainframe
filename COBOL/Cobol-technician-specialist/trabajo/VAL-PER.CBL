       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL-PER.
       REMARKS. CONTROL COMUN DE PERIODOS CERRADOS PARA TODOS LOS
           PROGRAMAS QUE CONTABILIZAN (FAC-PED, DEV-FAC, CAP-MOV,
           INV-FIS, GEN-FIJ, ACT-ART Y REC-RMA). CADA PROGRAMA LO
           LLAMA (CALL "VAL-PER" USING PER-PETICION) CON LA FECHA DEL
           DOCUMENTO EN PER-FECHA ANTES DE GRABARLO. EL PERIODO
           (AAAAMM) DE LA FECHA SE BUSCA EN PERCERR.DAT, QUE LLEVA
           CIE-MES AL CERRAR CADA MES Y CADA ANO Y MAN-PER AL REABRIR
           O VOLVER A CERRAR UN PERIODO. SI EL PERIODO NO ESTA
           CERRADO (O NO EXISTE PERCERR.DAT) LA FECHA SE ADMITE. SI
           ESTA CERRADO:
             EN LOTE (PER-MODO "L") EL DOCUMENTO SE RECHAZA SIN MAS
             EN PANTALLA SE OFRECE TRASLADARLO AL PRIMER DIA DEL
             PRIMER PERIODO ABIERTO POSTERIOR, CON EL VISTO BUENO DE
             UN SUPERVISOR (OPERADOR.DAT, NIVEL 3 Y ACTIVO); SIN EL
             VISTO BUENO EL DOCUMENTO SE RECHAZA
           CADA TRASLADO APROBADO QUEDA ANOTADO EN PERTRAS.DAT CON LA
           FECHA Y HORA, EL PROGRAMA, EL DOCUMENTO, EL OPERADOR, EL
           SUPERVISOR Y LAS FECHAS ORIGINAL Y NUEVA. DEVUELVE EN
           PER-RESULTADO "S" SI LA FECHA SE ADMITE, "T" SI SE HA
           TRASLADADO (CON LA FECHA NUEVA EN PER-FECHA) Y "N" SI EL
           DOCUMENTO SE RECHAZA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PERCERR ASSIGN TO DISK 'PERCERR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PCE-PERIODO
                  FILE STATUS IS PCE-FILESTAT.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

           SELECT A-PERTRAS ASSIGN TO DISK 'PERTRAS.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS TRA-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DEL REGISTRO DE PERIODOS CERRADOS. PCE-TIPO ES
      * "M" SI LO CERRO EL CIERRE DEL MES Y "A" SI EL DEL ANO; SI EL
      * PERIODO SE REABRE QUEDAN EL SUPERVISOR Y LA FECHA
      *
       FD A-PERCERR LABEL RECORD STANDARD.
       01 REGPCE.
          02 PCE-PERIODO      PIC 9(6).
          02 PCE-ESTADO       PIC X(1).
             88 PCE-CERRADO    VALUE "C".
             88 PCE-REABIERTO  VALUE "R".
          02 PCE-TIPO         PIC X(1).
          02 PCE-FECHA-CIERRE PIC X(8).
          02 PCE-SUP-REAPER   PIC X(8).
          02 PCE-FECHA-REAPER PIC X(8).

      *
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE OPERADORES (VER
      * ACT-CLI)
      *
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

      *
      * DESCRIPCION DEL REGISTRO DE TRASLADOS DE PERIODO APROBADOS
      *
       FD A-PERTRAS LABEL RECORD STANDARD.
       01 REGTRA.
          02 TRA-FECHA        PIC X(8).
          02 TRA-HORA         PIC X(6).
          02 TRA-PROGRAMA     PIC X(8).
          02 TRA-DOCUMENTO    PIC X(12).
          02 TRA-OPERADOR     PIC X(8).
          02 TRA-SUPERVISOR   PIC X(8).
          02 TRA-FECHA-ORIG   PIC X(8).
          02 TRA-FECHA-NUEVA  PIC X(8).


       WORKING-STORAGE SECTION.
       77 PCE-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 TRA-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 HORA-ACTUAL       PIC X(8).
       77 EXISTE-PCE        PIC X(1).
       77 EXISTE-OPE        PIC X(1).
       77 PERIODO-ABIERTO   PIC X(1).
       77 VISTO-BUENO-SUP   PIC X(1).
       77 ENT-TRASLADO      PIC X(1).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 FECHA-NUEVA       PIC X(8).

      *
      * PERIODO EXAMINADO, CON SU ANO Y MES PARA AVANZAR AL SIGUIENTE
      *
       01 PERIODO-BUSCADO.
          02 PBU-ANO          PIC 9(4).
          02 PBU-MES          PIC 9(2).
       01 PERIODO-BUSCADO-R REDEFINES PERIODO-BUSCADO PIC 9(6).

       LINKAGE SECTION.
       01 PER-PETICION.
          02 PER-PROGRAMA   PIC X(8).
          02 PER-DOCUMENTO  PIC X(12).
          02 PER-OPERADOR   PIC X(8).
          02 PER-FECHA      PIC X(8).
          02 PER-MODO       PIC X(1).
             88 PER-LOTE       VALUE "L".
          02 PER-RESULTADO  PIC X(1).
             88 PER-ADMITIDA   VALUE "S".
             88 PER-TRASLADADA VALUE "T".
             88 PER-RECHAZADA  VALUE "N".

       PROCEDURE DIVISION USING PER-PETICION.
       CONTROLAR-PERIODO.

      *
      * BLOQUE PRINCIPAL: BUSCA EL PERIODO DE LA FECHA Y, SI ESTA
      * CERRADO, RECHAZA EL DOCUMENTO O LO TRASLADA CON VISTO BUENO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE "S" TO PER-RESULTADO.
           IF PER-FECHA(1:6) NOT NUMERIC
              GO TO CONTROLAR-PERIODO-FIN
           END-IF.

           OPEN INPUT A-PERCERR.
           IF PCE-FILESTAT NOT = "00"
              CLOSE A-PERCERR
              GO TO CONTROLAR-PERIODO-FIN
           END-IF.

           MOVE PER-FECHA(1:6) TO PERIODO-BUSCADO.
           PERFORM LEER-PERIODO.
           IF PERIODO-ABIERTO = "S"
              CLOSE A-PERCERR
              GO TO CONTROLAR-PERIODO-FIN
           END-IF.

           MOVE "N" TO PER-RESULTADO.
           DISPLAY "EL PERIODO " PER-FECHA(1:6) " ESTA CERRADO ("
                   PER-PROGRAMA " " PER-DOCUMENTO ").".

      *
      * PRIMER PERIODO ABIERTO POSTERIOR AL CERRADO
      *
           PERFORM AVANZAR-PERIODO UNTIL PERIODO-ABIERTO = "S".
           CLOSE A-PERCERR.
           MOVE SPACES TO FECHA-NUEVA.
           STRING PERIODO-BUSCADO "01" DELIMITED BY SIZE
              INTO FECHA-NUEVA
           END-STRING.

           IF PER-LOTE
              GO TO CONTROLAR-PERIODO-FIN
           END-IF.

           DISPLAY "TRASLADARLO AL " FECHA-NUEVA
                   " (PERIODO ABIERTO)? (S/N):".
           MOVE SPACE TO ENT-TRASLADO.
           ACCEPT ENT-TRASLADO NO BELL.
           IF ENT-TRASLADO NOT = "S" AND ENT-TRASLADO NOT = "s"
              DISPLAY "DOCUMENTO RECHAZADO: PERIODO CERRADO."
              GO TO CONTROLAR-PERIODO-FIN
           END-IF.

           PERFORM PEDIR-VISTO-BUENO-SUP THRU PEDIR-VISTO-BUENO-SUP-FIN.
           IF VISTO-BUENO-SUP NOT = "S"
              DISPLAY "DOCUMENTO RECHAZADO: PERIODO CERRADO."
              GO TO CONTROLAR-PERIODO-FIN
           END-IF.

           PERFORM GRABAR-TRASLADO.
           DISPLAY "DOCUMENTO TRASLADADO DEL " PER-FECHA " AL "
                   FECHA-NUEVA ".".
           MOVE FECHA-NUEVA TO PER-FECHA.
           MOVE "T" TO PER-RESULTADO.

       CONTROLAR-PERIODO-FIN.
           EXIT PROGRAM.


      * LEE EL PERIODO DE PERIODO-BUSCADO: ESTA ABIERTO SI NO TIENE
      * REGISTRO O SI SE REABRIO
      * ****************************************************************

       LEER-PERIODO.
           MOVE PERIODO-BUSCADO-R TO PCE-PERIODO.
           READ A-PERCERR
              INVALID KEY     MOVE "N" TO EXISTE-PCE
              NOT INVALID KEY MOVE "S" TO EXISTE-PCE
           END-READ.
           IF EXISTE-PCE = "S" AND PCE-CERRADO
              MOVE "N" TO PERIODO-ABIERTO
           ELSE
              MOVE "S" TO PERIODO-ABIERTO
           END-IF.


      * PASA AL PERIODO SIGUIENTE Y MIRA SI ESTA ABIERTO
      * ****************************************************************

       AVANZAR-PERIODO.
           IF PBU-MES = 12
              MOVE 1 TO PBU-MES
              ADD 1 TO PBU-ANO
           ELSE
              ADD 1 TO PBU-MES
           END-IF.
           PERFORM LEER-PERIODO.


      * PIDE EL VISTO BUENO DE UN OPERADOR DE NIVEL SUPERVISOR
      * (MISMA NORMA QUE LAS BAJAS DE ACT-CLI)
      * ****************************************************************

       PEDIR-VISTO-BUENO-SUP.
           MOVE "N" TO VISTO-BUENO-SUP.
           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT NOT = "00"
              CLOSE A-OPERADOR
              DISPLAY "NO HAY MAESTRO DE OPERADORES: SIN VISTO"
                      " BUENO POSIBLE."
              GO TO PEDIR-VISTO-BUENO-SUP-FIN
           END-IF.

           DISPLAY "VISTO BUENO DE SUPERVISOR REQUERIDO".
           DISPLAY "Supervisor:".
           MOVE SPACES TO ENT-SUP-ID.
           ACCEPT ENT-SUP-ID NO BELL.
           DISPLAY "Clave.....:".
           MOVE SPACES TO ENT-SUP-CLAVE.
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
           CLOSE A-OPERADOR.

       PEDIR-VISTO-BUENO-SUP-FIN.
           EXIT.


      * ANOTA EL TRASLADO APROBADO EN PERTRAS.DAT
      * ****************************************************************

       GRABAR-TRASLADO.
           ACCEPT HORA-ACTUAL FROM TIME.
           OPEN EXTEND A-PERTRAS.
           IF TRA-FILESTAT NOT = "00"
              CLOSE A-PERTRAS
              OPEN OUTPUT A-PERTRAS
           END-IF.
           MOVE FECHA            TO TRA-FECHA.
           MOVE HORA-ACTUAL(1:6) TO TRA-HORA.
           MOVE PER-PROGRAMA     TO TRA-PROGRAMA.
           MOVE PER-DOCUMENTO    TO TRA-DOCUMENTO.
           MOVE PER-OPERADOR     TO TRA-OPERADOR.
           MOVE ENT-SUP-ID       TO TRA-SUPERVISOR.
           MOVE PER-FECHA        TO TRA-FECHA-ORIG.
           MOVE FECHA-NUEVA      TO TRA-FECHA-NUEVA.
           WRITE REGTRA.
           CLOSE A-PERTRAS.
