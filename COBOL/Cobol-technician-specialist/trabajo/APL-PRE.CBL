       IDENTIFICATION DIVISION.
       PROGRAM-ID. APL-PRE.
       REMARKS. APLICACION NOCTURNA DE LOS CAMBIOS DE PRECIO
           PROGRAMADOS (PRECPROG.DAT, VER MAN-PPG): TODO CAMBIO
           PENDIENTE CUYA FECHA DE EFECTO SEA HOY O ANTERIOR (LAS
           NOCHES PERDIDAS SE RECUPERAN SOLAS) SE APLICA POR ORDEN
           DE FECHA SOBRE AARTI.IND, AL ARTICULO O A TODOS LOS DE
           SU TIPO, RECALCULANDO PRE-ARTI-ME CON EL TIPO DE CAMBIO
           COMO PE-AS04. CADA PRECIO CAMBIADO SE ANOTA EN EL
           HISTORICO (PRECHIST.DAT) CON EL OPERADOR QUE PROGRAMO EL
           CAMBIO Y SU FECHA DE EFECTO, Y EN LA AUDITORIA DE
           ARTICULOS (AUDIARTI.DAT). EL CAMBIO QUEDA MARCADO COMO
           APLICADO. UN PRECIO QUE NO CABE EN PRE-ARTI NO SE
           APLICA Y LA EJECUCION TERMINA CON CODIGO 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PRECPROG ASSIGN TO DISK 'PRECPROG.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PPG-NUMERO
                  ALTERNATE RECORD KEY PPG-FECHA-EFEC WITH DUPLICATES
                  FILE STATUS IS PPG-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-PRECHIST ASSIGN TO DISK 'PRECHIST.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS PRH-FILESTAT.

           SELECT A-AUDIARTI ASSIGN TO DISK 'AUDIARTI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS AAR-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE UN CAMBIO DE PRECIO PROGRAMADO (MAN-PPG)
      *
       FD A-PRECPROG LABEL RECORD STANDARD.
       01 REGPPG.
          02 PPG-NUMERO     PIC 9(6).
          02 PPG-FECHA-EFEC PIC X(8).
          02 PPG-AMBITO     PIC X(1).
             88 PPG-DE-ARTICULO VALUE "A".
             88 PPG-DE-TIPO     VALUE "T".
          02 PPG-CODARTI    PIC 9(4).
          02 PPG-TPARTI     PIC X(3).
          02 PPG-MODO       PIC X(1).
             88 PPG-IMPORTE     VALUE "I".
             88 PPG-PORCENTUAL  VALUE "P".
          02 PPG-PRECIO     PIC 9(4)V9(2).
          02 PPG-PORCENTAJE PIC S9(3)V9(2) SIGN LEADING SEPARATE.
          02 PPG-OPERADOR   PIC X(8).
          02 PPG-FECHA-ALTA PIC X(8).
          02 PPG-ESTADO     PIC X(1).
             88 PPG-PENDIENTE   VALUE "P".
             88 PPG-APLICADO    VALUE "A".
             88 PPG-ANULADO     VALUE "N".
          02 PPG-FECHA-APLIC PIC X(8).

       FD A-ARTICULO LABEL RECORD STANDARD.
       01 R-ARTICULO.
          02 COD-ARTI       PIC 9(4).
          02 NOM-ARTI       PIC X(25).
          02 NUM-ARTI       PIC 9(6).
          02 PRE-ARTI       PIC 9(4)V9(2).
          02 COD-TPARTI     PIC X(3).
          02 COD-MONEDA     PIC X(3).
          02 TIPO-CAMBIO    PIC 9(3)V9(4).
          02 PRE-ARTI-ME    PIC 9(4)V9(2).
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-PRECHIST LABEL RECORD STANDARD.
       01 REGPRH.
          02 PRH-CODARTI    PIC 9(4).
          02 PRH-FECHA      PIC X(8).
          02 PRH-OPERADOR   PIC X(8).
          02 PRH-PRE-ANT    PIC 9(4)V9(2).
          02 PRH-PRE-NUE    PIC 9(4)V9(2).
          02 PRH-ORIGEN     PIC X(8).

       FD A-AUDIARTI LABEL RECORD STANDARD.
       01 REGAAR.
          02 AAR-FECHA      PIC X(8).
          02 AAR-TIPO       PIC X(1).
          02 AAR-CODARTI    PIC 9(4).
          02 AAR-OPERADOR   PIC X(8).
          02 AAR-PROGRAMA   PIC X(8).
          02 AAR-ANTES      PIC X(77).
          02 AAR-DESPUES    PIC X(77).


       WORKING-STORAGE SECTION.
       77 PPG-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 PRH-FILESTAT      PIC X(2).
       77 AAR-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 FIN-PRECPROG      PIC X(1).
       77 FIN-TIPO          PIC X(1).
       77 EXISTE-ART        PIC X(1).
       77 PRECIO-VALIDO     PIC X(1).
       77 PRECIO-NUEVO      PIC 9(4)V9(2).
       77 PRE-ANTERIOR      PIC 9(4)V9(2).
       77 CONT-CAMBIOS      PIC 9(5) VALUE ZERO.
       77 CONT-PRECIOS      PIC 9(6) VALUE ZERO.
       77 CONT-ERRORES      PIC 9(6) VALUE ZERO.
       01 REG-ART-ANTES     PIC X(77).

       PROCEDURE DIVISION.
       APLICAR-PRECIOS-PROGRAMADOS.

      *
      * BLOQUE PRINCIPAL: RECORRE LOS CAMBIOS POR FECHA DE EFECTO
      * HASTA LLEGAR A LOS QUE TODAVIA NO VENCEN
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "APLICACION DE CAMBIOS DE PRECIO PROGRAMADOS".
           DISPLAY "-------------------------------------------".

      *
      * SIN CAMBIOS PROGRAMADOS NO HAY NADA QUE HACER
      *
           OPEN I-O A-PRECPROG.
           IF PPG-FILESTAT NOT = "00"
              CLOSE A-PRECPROG
              DISPLAY "NO HAY CAMBIOS DE PRECIO PROGRAMADOS."
              STOP RUN
           END-IF.

           OPEN I-O A-ARTICULO.
           IF ART-FILESTAT NOT = "00"
              DISPLAY "AARTI.IND NO EXISTE O NO SE PUEDE ABRIR."
              CLOSE A-ARTICULO
              CLOSE A-PRECPROG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND A-PRECHIST.
           IF PRH-FILESTAT NOT = "00"
              CLOSE A-PRECHIST
              OPEN OUTPUT A-PRECHIST
           END-IF.
           OPEN EXTEND A-AUDIARTI.
           IF AAR-FILESTAT NOT = "00"
              CLOSE A-AUDIARTI
              OPEN OUTPUT A-AUDIARTI
           END-IF.

           MOVE LOW-VALUES TO PPG-FECHA-EFEC.
           MOVE "N" TO FIN-PRECPROG.
           START A-PRECPROG KEY NOT LESS THAN PPG-FECHA-EFEC
              INVALID KEY MOVE "S" TO FIN-PRECPROG
           END-START.
           PERFORM TRATAR-CAMBIO THRU TRATAR-CAMBIO-FIN
                   UNTIL FIN-PRECPROG = "S".

           CLOSE A-AUDIARTI.
           CLOSE A-PRECHIST.
           CLOSE A-ARTICULO.
           CLOSE A-PRECPROG.

           DISPLAY "CAMBIOS APLICADOS.: " CONT-CAMBIOS.
           DISPLAY "PRECIOS CAMBIADOS.: " CONT-PRECIOS.
           DISPLAY "PRECIOS RECHAZADOS: " CONT-ERRORES.

           IF CONT-ERRORES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.


      * LEE EL SIGUIENTE CAMBIO POR FECHA DE EFECTO Y, SI ESTA
      * PENDIENTE Y YA VENCE, LO APLICA Y LO MARCA COMO APLICADO
      * ****************************************************************

       TRATAR-CAMBIO.
           READ A-PRECPROG NEXT RECORD
              AT END MOVE "S" TO FIN-PRECPROG
           END-READ.
           IF FIN-PRECPROG = "S"
              GO TO TRATAR-CAMBIO-FIN
           END-IF.

           IF PPG-FECHA-EFEC > FECHA
              MOVE "S" TO FIN-PRECPROG
              GO TO TRATAR-CAMBIO-FIN
           END-IF.

           IF NOT PPG-PENDIENTE
              GO TO TRATAR-CAMBIO-FIN
           END-IF.

           DISPLAY "CAMBIO " PPG-NUMERO " DE " PPG-FECHA-EFEC.

           IF PPG-DE-ARTICULO
              MOVE PPG-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY     MOVE "N" TO EXISTE-ART
                 NOT INVALID KEY MOVE "S" TO EXISTE-ART
              END-READ
              IF EXISTE-ART = "S"
                 PERFORM CAMBIAR-PRECIO-ARTICULO
                         THRU CAMBIAR-PRECIO-ARTICULO-FIN
              ELSE
                 DISPLAY "   EL ARTICULO " PPG-CODARTI
                         " YA NO EXISTE."
              END-IF
           ELSE
              MOVE PPG-TPARTI TO COD-TPARTI
              MOVE "N" TO FIN-TIPO
              START A-ARTICULO KEY = COD-TPARTI
                 INVALID KEY MOVE "S" TO FIN-TIPO
              END-START
              PERFORM CAMBIAR-PRECIO-TIPO UNTIL FIN-TIPO = "S"
           END-IF.

           MOVE "A"   TO PPG-ESTADO.
           MOVE FECHA TO PPG-FECHA-APLIC.
           REWRITE REGPPG.
           ADD 1 TO CONT-CAMBIOS.

       TRATAR-CAMBIO-FIN.
           EXIT.


      * CAMBIA EL PRECIO DEL SIGUIENTE ARTICULO DEL TIPO DEL CAMBIO
      * ****************************************************************

       CAMBIAR-PRECIO-TIPO.
           READ A-ARTICULO NEXT RECORD
              AT END MOVE "S" TO FIN-TIPO
           END-READ.
           IF FIN-TIPO NOT = "S"
              IF COD-TPARTI NOT = PPG-TPARTI
                 MOVE "S" TO FIN-TIPO
              ELSE
                 PERFORM CAMBIAR-PRECIO-ARTICULO
                         THRU CAMBIAR-PRECIO-ARTICULO-FIN
              END-IF
           END-IF.


      * APLICA EL CAMBIO EN CURSO AL ARTICULO LEIDO: CALCULA EL
      * PRECIO NUEVO, REGRABA EL ARTICULO Y ANOTA EL HISTORICO Y LA
      * AUDITORIA COMO PE-AS04 E IMP-TARI
      * ****************************************************************

       CAMBIAR-PRECIO-ARTICULO.
           MOVE "S" TO PRECIO-VALIDO.
           IF PPG-IMPORTE
              MOVE PPG-PRECIO TO PRECIO-NUEVO
           ELSE
              COMPUTE PRECIO-NUEVO ROUNDED =
                 PRE-ARTI + PRE-ARTI * PPG-PORCENTAJE / 100
                 ON SIZE ERROR MOVE "N" TO PRECIO-VALIDO
              END-COMPUTE
           END-IF.

           IF PRECIO-VALIDO = "N"
              DISPLAY "   ARTICULO " COD-ARTI
                      ": EL PRECIO NUEVO NO CABE, NO SE APLICA."
              ADD 1 TO CONT-ERRORES
              GO TO CAMBIAR-PRECIO-ARTICULO-FIN
           END-IF.

           MOVE R-ARTICULO TO REG-ART-ANTES.
           MOVE PRE-ARTI TO PRE-ANTERIOR.
           MOVE PRECIO-NUEVO TO PRE-ARTI.
           COMPUTE PRE-ARTI-ME = PRE-ARTI * TIPO-CAMBIO.
           REWRITE R-ARTICULO.

           MOVE FECHA         TO AAR-FECHA.
           MOVE "M"           TO AAR-TIPO.
           MOVE COD-ARTI      TO AAR-CODARTI.
           MOVE PPG-OPERADOR  TO AAR-OPERADOR.
           MOVE "APL-PRE"     TO AAR-PROGRAMA.
           MOVE REG-ART-ANTES TO AAR-ANTES.
           MOVE R-ARTICULO    TO AAR-DESPUES.
           WRITE REGAAR.

      *
      * EL HISTORICO LLEVA LA FECHA DE EFECTO, NO LA DE LA NOCHE EN
      * QUE SE APLICA, PARA QUE UNA NOCHE PERDIDA NO LA CAMBIE
      *
           MOVE COD-ARTI       TO PRH-CODARTI.
           MOVE PPG-FECHA-EFEC TO PRH-FECHA.
           MOVE PPG-OPERADOR   TO PRH-OPERADOR.
           MOVE PRE-ANTERIOR   TO PRH-PRE-ANT.
           MOVE PRE-ARTI       TO PRH-PRE-NUE.
           MOVE "APL-PRE"      TO PRH-ORIGEN.
           WRITE REGPRH.

           DISPLAY "   ARTICULO " COD-ARTI " " PRE-ANTERIOR
                   " -> " PRE-ARTI.
           ADD 1 TO CONT-PRECIOS.

       CAMBIAR-PRECIO-ARTICULO-FIN.
           EXIT.
