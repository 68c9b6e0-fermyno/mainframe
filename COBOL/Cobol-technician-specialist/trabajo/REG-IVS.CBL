       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-IVS.
       REMARKS. REGISTRO FISCAL DE IVA SOPORTADO: PARA UN PERIODO
           PEDIDO (AAAAMM, O EN BLANCO PARA TODO EL REGISTRO)
           RECORRE LAS FACTURAS DE PROVEEDOR REGISTRADAS EN
           FAC-PROV (FACPROV.DAT) Y GRABA EN REGIVS.LST, CON LA
           MISMA DISPOSICION QUE EL REGISTRO DE IVA REPERCUTIDO
           (REG-IVA), UNA LINEA POR FACTURA (NUMERO DEL
           PROVEEDOR, FECHA, PROVEEDOR, BASE, CUOTA, TOTAL) Y EL
           RESUMEN DE BASE Y CUOTA POR CADA TIPO DE IVA. LAS
           FACTURAS GRABADAS ANTES DE CAPTURARSE EL DESGLOSE DE
           IVA FIGURAN CON SU IMPORTE COMO BASE AL TIPO CERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-FACPROV ASSIGN TO DISK 'FACPROV.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS FPR-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'REGIVS.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-FACPROV LABEL RECORD STANDARD.
       01 REGFPR.
          02 FPR-NUMERO     PIC X(10).
          02 FPR-PROVEEDOR  PIC X(4).
          02 FPR-PEDIDO     PIC 9(6).
          02 FPR-FECHA      PIC X(8).
          02 FPR-IMPORTE    PIC 9(8)V9(2).
          02 FPR-ESTADO     PIC X(1).
          02 FPR-EXC-LINEAS PIC 9(3).
          02 FPR-EXC-PRECIO PIC 9(3).
          02 FPR-DESGLOSE-IVA OCCURS 3 TIMES.
             03 FPR-TIPIVA  PIC 9(2).
             03 FPR-BASE    PIC 9(8)V9(2).
             03 FPR-CUOTA   PIC 9(8)V9(2).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 FPR-FILESTAT      PIC X(2).
       77 FIN-FACTURA       PIC X(1).
       77 ENT-PERIODO       PIC X(6).
       77 CONT-FACTURAS     PIC 9(5) VALUE ZERO.
       77 TOTAL-BASE        PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-CUOTA       PIC 9(9)V9(2) VALUE ZERO.
       77 IDX-DESG          PIC 9(2) COMP.
       77 CONT-DESG         PIC 9(2) COMP VALUE ZERO.
       77 IDX-FPR           PIC 9(2) COMP.
       77 ENCONTRADO-DESG   PIC X(1).
       77 TIPO-DESGLOSE     PIC 9(2).
       77 BASE-DESGLOSE     PIC 9(8)V9(2).
       77 CUOTA-DESGLOSE    PIC 9(8)V9(2).
       77 BASE-FACTURA      PIC 9(8)V9(2).
       77 CUOTA-FACTURA     PIC 9(8)V9(2).
       77 TOTAL-FACTURA     PIC 9(8)V9(2).

      *
      * ACUMULADO DEL PERIODO POR TIPO IMPOSITIVO
      *
       01 TAB-DESGLOSE.
          02 TAB-DES-OCU OCCURS 10 TIMES.
             03 TAB-DES-TIPO   PIC 9(2).
             03 TAB-DES-BASE   PIC 9(9)V9(2).
             03 TAB-DES-CUOTA  PIC 9(9)V9(2).
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
       EMITIR-REGISTRO-SOPORTADO.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "REG-IVS" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL PERIODO, RECORRE LAS FACTURAS DE
      * PROVEEDOR ACUMULANDO POR TIPO DE IVA Y GRABA EL REGISTRO
      *
           DISPLAY "REGISTRO DE IVA SOPORTADO".
           DISPLAY "-------------------------".
           DISPLAY "Periodo (AAAAMM, blanco = todo):".
           ACCEPT ENT-PERIODO NO BELL.

           OPEN INPUT A-FACPROV.
           IF FPR-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL REGISTRO DE FACTURAS DE"
                      " PROVEEDOR (FACPROV.DAT)."
              CLOSE A-FACPROV
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           INITIALIZE TAB-DESGLOSE.
           OPEN OUTPUT A-LISTADO.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "REGISTRO DE IVA SOPORTADO - PERIODO "
                  ENT-PERIODO DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "FACTURA    FECHA    PROV BASE        CUOTA"
                & "       TOTAL" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE "N" TO FIN-FACTURA.
           READ A-FACPROV AT END MOVE "S" TO FIN-FACTURA END-READ.
           PERFORM TRATAR-FACTURA UNTIL FIN-FACTURA = "S".
           CLOSE A-FACPROV.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "RESUMEN POR TIPO IMPOSITIVO (BASE / CUOTA)"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           PERFORM GRABAR-RESUMEN-TIPO
                   VARYING IDX-DESG FROM 1 BY 1
                   UNTIL IDX-DESG > CONT-DESG.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTALES: BASE " TOTAL-BASE "  CUOTA "
                  TOTAL-CUOTA DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           DISPLAY "FACTURAS DEL PERIODO: " CONT-FACTURAS.
           DISPLAY "BASE TOTAL..........: " TOTAL-BASE.
           DISPLAY "CUOTA TOTAL.........: " TOTAL-CUOTA.
           DISPLAY "REGISTRO GENERADO EN REGIVS.LST".

           GOBACK.


      * TRATA LA FACTURA LEIDA SI ES DEL PERIODO Y LEE LA SIGUIENTE
      * ****************************************************************

       TRATAR-FACTURA.
           IF ENT-PERIODO = SPACES
              OR FPR-FECHA(1:6) = ENT-PERIODO
              PERFORM ANOTAR-FACTURA
           END-IF.
           READ A-FACPROV AT END MOVE "S" TO FIN-FACTURA END-READ.


      * ANOTA UNA FACTURA DEL PERIODO EN EL REGISTRO Y ACUMULA SU
      * DESGLOSE POR TIPO DE IVA
      * ****************************************************************

       ANOTAR-FACTURA.
           ADD 1 TO CONT-FACTURAS.
           MOVE ZERO TO BASE-FACTURA CUOTA-FACTURA.
           IF FPR-TIPIVA(1) IS NUMERIC
              PERFORM ACUMULAR-TIPO-FACTURA
                      VARYING IDX-FPR FROM 1 BY 1
                      UNTIL IDX-FPR > 3
           ELSE
              MOVE ZERO        TO TIPO-DESGLOSE
              MOVE FPR-IMPORTE TO BASE-DESGLOSE
              MOVE ZERO        TO CUOTA-DESGLOSE
              PERFORM ACUMULAR-DESGLOSE
              MOVE FPR-IMPORTE TO BASE-FACTURA
           END-IF.
           ADD BASE-FACTURA  TO TOTAL-BASE.
           ADD CUOTA-FACTURA TO TOTAL-CUOTA.
           COMPUTE TOTAL-FACTURA = BASE-FACTURA + CUOTA-FACTURA.

           MOVE SPACES TO LINEA-LISTADO.
           STRING FPR-NUMERO    DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  FPR-FECHA     DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  FPR-PROVEEDOR DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  BASE-FACTURA  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  CUOTA-FACTURA DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  TOTAL-FACTURA DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * ACUMULA UNA POSICION OCUPADA DEL DESGLOSE DE IVA DE LA
      * FACTURA
      * ****************************************************************

       ACUMULAR-TIPO-FACTURA.
           IF FPR-BASE(IDX-FPR) > ZERO
              OR FPR-CUOTA(IDX-FPR) > ZERO
              MOVE FPR-TIPIVA(IDX-FPR) TO TIPO-DESGLOSE
              MOVE FPR-BASE(IDX-FPR)   TO BASE-DESGLOSE
              MOVE FPR-CUOTA(IDX-FPR)  TO CUOTA-DESGLOSE
              PERFORM ACUMULAR-DESGLOSE
              ADD FPR-BASE(IDX-FPR)  TO BASE-FACTURA
              ADD FPR-CUOTA(IDX-FPR) TO CUOTA-FACTURA
           END-IF.


      * ACUMULA LA BASE Y LA CUOTA AL TIPO TIPO-DESGLOSE EN EL
      * DESGLOSE DEL PERIODO
      * ****************************************************************

       ACUMULAR-DESGLOSE.
           MOVE "N" TO ENCONTRADO-DESG.
           PERFORM COMPARAR-DESGLOSE
                   VARYING IDX-DESG FROM 1 BY 1
                   UNTIL IDX-DESG > CONT-DESG
                      OR ENCONTRADO-DESG = "S".
           IF ENCONTRADO-DESG = "N" AND CONT-DESG < 10
              ADD 1 TO CONT-DESG
              MOVE TIPO-DESGLOSE  TO TAB-DES-TIPO(CONT-DESG)
              MOVE BASE-DESGLOSE  TO TAB-DES-BASE(CONT-DESG)
              MOVE CUOTA-DESGLOSE TO TAB-DES-CUOTA(CONT-DESG)
           END-IF.


      * COMPARA UNA POSICION DEL DESGLOSE CON EL TIPO A ACUMULAR
      * Y ACUMULA SI COINCIDE
      * ****************************************************************

       COMPARAR-DESGLOSE.
           IF TAB-DES-TIPO(IDX-DESG) = TIPO-DESGLOSE
              MOVE "S" TO ENCONTRADO-DESG
              ADD BASE-DESGLOSE  TO TAB-DES-BASE(IDX-DESG)
              ADD CUOTA-DESGLOSE TO TAB-DES-CUOTA(IDX-DESG)
           END-IF.


      * GRABA EL RESUMEN DE UN TIPO IMPOSITIVO
      * ****************************************************************

       GRABAR-RESUMEN-TIPO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "  IVA " TAB-DES-TIPO(IDX-DESG) "%: BASE "
                  TAB-DES-BASE(IDX-DESG) "  CUOTA "
                  TAB-DES-CUOTA(IDX-DESG)
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
