       IDENTIFICATION DIVISION.
       PROGRAM-ID. INF-PRE.
       REMARKS. INFORME MENSUAL DE PRESUPUESTOS POR VENDEDOR: PARA
           UN PERIODO PEDIDO (AAAAMM) RECORRE LOS PRESUPUESTOS
           EMITIDOS EN EL (PRESUP.DAT, CAPTURADOS POR PRE-CLI) Y
           CUENTA POR VENDEDOR LOS EMITIDOS, LOS ACEPTADOS (PASADOS
           A PEDIDO), LOS CADUCADOS, LOS PERDIDOS Y LOS QUE SIGUEN
           PENDIENTES, CON EL IMPORTE OFERTADO Y EL ACEPTADO Y LA
           TASA DE CONVERSION (ACEPTADOS SOBRE EMITIDOS). UN
           PRESUPUESTO PENDIENTE CUYA VALIDEZ YA HA PASADO CUENTA
           COMO CADUCADO AUNQUE NO SE HAYA MARCADO TODAVIA. LOS
           PRESUPUESTOS SIN VENDEDOR SE AGRUPAN BAJO "---".
           SALIDA EN INFPRE.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PRESUP ASSIGN TO DISK 'PRESUP.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRE-NUMERO
                  FILE STATUS IS PRE-FILESTAT.

           SELECT A-VENDEDOR ASSIGN TO DISK 'VENDEDOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY VDR-CODIGO
                  FILE STATUS IS VDR-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'INFPRE.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-PRESUP LABEL RECORD STANDARD.
       01 REGPRE.
          02 PRE-NUMERO       PIC 9(6).
          02 PRE-CODCLI       PIC X(5).
          02 PRE-FECHA        PIC X(8).
          02 PRE-VALIDEZ      PIC X(8).
          02 PRE-VENDEDOR     PIC X(3).
          02 PRE-ESTADO       PIC X(1).
             88 PRE-PENDIENTE  VALUE "P".
             88 PRE-ACEPTADO   VALUE "A".
             88 PRE-CADUCADO   VALUE "C".
             88 PRE-PERDIDO    VALUE "R".
          02 PRE-IMPORTE      PIC 9(8)V9(2).
          02 PRE-PEDIDO       PIC 9(6).
          02 PRE-FECHA-CIERRE PIC X(8).

       FD A-VENDEDOR LABEL RECORD STANDARD.
       01 REGVDR.
          02 VDR-CODIGO     PIC X(3).
          02 VDR-NOMBRE     PIC X(25).
          02 VDR-COMISION   PIC 9(2)V9(2).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).


       WORKING-STORAGE SECTION.
       77 PRE-FILESTAT      PIC X(2).
       77 VDR-FILESTAT      PIC X(2).
       77 FIN-PRESUP        PIC X(1).
       77 EXISTE-VDR        PIC X(1).
       77 FECHA             PIC 99999999.
       77 ENT-PERIODO       PIC X(6).
       77 VENDEDOR-PRE      PIC X(3).
       77 IDX-VDR           PIC 9(2) COMP.
       77 CONT-VDR          PIC 9(2) COMP VALUE ZERO.
       77 ENCONTRADO-VDR    PIC X(1).
       77 TASA-CONVERSION   PIC 9(3)V9(2).
       77 TOTAL-EMITIDOS    PIC 9(5) VALUE ZERO.
       77 TOTAL-ACEPTADOS   PIC 9(5) VALUE ZERO.
       77 TOTAL-CADUCADOS   PIC 9(5) VALUE ZERO.
       77 TOTAL-PERDIDOS    PIC 9(5) VALUE ZERO.
       77 TOTAL-PENDIENTES  PIC 9(5) VALUE ZERO.
       77 TOTAL-OFERTADO    PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-ACEPTADO    PIC 9(9)V9(2) VALUE ZERO.

      *
      * RECUENTOS E IMPORTES DEL PERIODO POR VENDEDOR
      *
       01 TAB-VENDEDORES.
          02 TAB-VDR-OCU OCCURS 50 TIMES.
             03 TAB-VDR-COD    PIC X(3).
             03 TAB-VDR-EMI    PIC 9(5).
             03 TAB-VDR-ACE    PIC 9(5).
             03 TAB-VDR-CAD    PIC 9(5).
             03 TAB-VDR-PER    PIC 9(5).
             03 TAB-VDR-PEN    PIC 9(5).
             03 TAB-VDR-OFE    PIC 9(9)V9(2).
             03 TAB-VDR-IMPACE PIC 9(9)V9(2).
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
       INFORME-PRESUPUESTOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "INF-PRE" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ACUMULA LOS PRESUPUESTOS DEL PERIODO
      * POR VENDEDOR Y EMITE EL INFORME CON SU TASA DE CONVERSION
      *
           DISPLAY "INFORME MENSUAL DE PRESUPUESTOS".
           DISPLAY "-------------------------------".
           DISPLAY "Periodo del informe (AAAAMM):".
           ACCEPT ENT-PERIODO NO BELL.
           ACCEPT FECHA FROM DATE YYYYMMDD.

           OPEN INPUT A-PRESUP.
           IF PRE-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL REGISTRO DE PRESUPUESTOS"
                      " (PRESUP.DAT)."
              CLOSE A-PRESUP
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           INITIALIZE TAB-VENDEDORES.
           MOVE ZERO TO PRE-NUMERO.
           MOVE "N" TO FIN-PRESUP.
           START A-PRESUP KEY NOT LESS THAN PRE-NUMERO
              INVALID KEY MOVE "S" TO FIN-PRESUP
           END-START.
           PERFORM ACUMULAR-PRESUPUESTO UNTIL FIN-PRESUP = "S".
           CLOSE A-PRESUP.

           OPEN INPUT A-VENDEDOR.
           IF VDR-FILESTAT NOT = "00"
              DISPLAY "AVISO: NO HAY MAESTRO DE VENDEDORES; LOS"
                      " NOMBRES SALEN EN BLANCO."
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PRESUPUESTOS EMITIDOS EN EL PERIODO " ENT-PERIODO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "VDR NOMBRE                    EMIT. ACEP. CADU. PERD."
                & " PEND. OFERTADO     ACEPTADO     % CONV"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           PERFORM GRABAR-LINEA-VENDEDOR
                   VARYING IDX-VDR FROM 1 BY 1
                   UNTIL IDX-VDR > CONT-VDR.

           MOVE ZERO TO TASA-CONVERSION.
           IF TOTAL-EMITIDOS > ZERO
              COMPUTE TASA-CONVERSION ROUNDED =
                      TOTAL-ACEPTADOS * 100 / TOTAL-EMITIDOS
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTALES: EMITIDOS " TOTAL-EMITIDOS
                  "  ACEPTADOS " TOTAL-ACEPTADOS
                  "  CADUCADOS " TOTAL-CADUCADOS
                  "  PERDIDOS " TOTAL-PERDIDOS
                  "  PENDIENTES " TOTAL-PENDIENTES
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "         OFERTADO " TOTAL-OFERTADO
                  "  ACEPTADO " TOTAL-ACEPTADO
                  "  CONVERSION " TASA-CONVERSION " %"
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           IF VDR-FILESTAT = "00"
              CLOSE A-VENDEDOR
           END-IF.

           DISPLAY "PRESUPUESTOS EMITIDOS: " TOTAL-EMITIDOS.
           DISPLAY "TASA DE CONVERSION...: " TASA-CONVERSION " %".
           DISPLAY "INFORME GENERADO EN INFPRE.LST".

           GOBACK.


      * ACUMULA UN PRESUPUESTO EMITIDO EN EL PERIODO EN SU
      * VENDEDOR Y EN LOS TOTALES
      * ****************************************************************

       ACUMULAR-PRESUPUESTO.
           READ A-PRESUP NEXT RECORD AT END MOVE "S" TO FIN-PRESUP
           END-READ.
           IF FIN-PRESUP NOT = "S"
              AND PRE-FECHA(1:6) = ENT-PERIODO
      *
      * EL PENDIENTE YA VENCIDO SE CUENTA COMO CADUCADO
      *
              IF PRE-PENDIENTE AND PRE-VALIDEZ < FECHA
                 MOVE "C" TO PRE-ESTADO
              END-IF
              MOVE PRE-VENDEDOR TO VENDEDOR-PRE
              IF VENDEDOR-PRE = SPACES
                 MOVE "---" TO VENDEDOR-PRE
              END-IF
              PERFORM ANOTAR-VENDEDOR
              ADD 1 TO TOTAL-EMITIDOS
              ADD PRE-IMPORTE TO TOTAL-OFERTADO
              IF PRE-ACEPTADO
                 ADD 1 TO TOTAL-ACEPTADOS
                 ADD PRE-IMPORTE TO TOTAL-ACEPTADO
              END-IF
              IF PRE-CADUCADO
                 ADD 1 TO TOTAL-CADUCADOS
              END-IF
              IF PRE-PERDIDO
                 ADD 1 TO TOTAL-PERDIDOS
              END-IF
              IF PRE-PENDIENTE
                 ADD 1 TO TOTAL-PENDIENTES
              END-IF
           END-IF.


      * LOCALIZA EL VENDEDOR DEL PRESUPUESTO EN LA TABLA,
      * DANDOLO DE ALTA SI AUN NO ESTABA, Y ACUMULA
      * ****************************************************************

       ANOTAR-VENDEDOR.
           MOVE "N" TO ENCONTRADO-VDR.
           PERFORM COMPARAR-VENDEDOR
                   VARYING IDX-VDR FROM 1 BY 1
                   UNTIL IDX-VDR > CONT-VDR
                      OR ENCONTRADO-VDR = "S".
           IF ENCONTRADO-VDR = "N" AND CONT-VDR < 50
              ADD 1 TO CONT-VDR
              MOVE VENDEDOR-PRE TO TAB-VDR-COD(CONT-VDR)
              MOVE CONT-VDR TO IDX-VDR
              PERFORM SUMAR-PRESUPUESTO
           END-IF.


      * COMPARA UNA POSICION DE LA TABLA CON EL VENDEDOR DEL
      * PRESUPUESTO Y ACUMULA SI COINCIDE
      * ****************************************************************

       COMPARAR-VENDEDOR.
           IF TAB-VDR-COD(IDX-VDR) = VENDEDOR-PRE
              MOVE "S" TO ENCONTRADO-VDR
              PERFORM SUMAR-PRESUPUESTO
           END-IF.


      * SUMA EL PRESUPUESTO EN CURSO EN LA POSICION IDX-VDR
      * ****************************************************************

       SUMAR-PRESUPUESTO.
           ADD 1 TO TAB-VDR-EMI(IDX-VDR).
           ADD PRE-IMPORTE TO TAB-VDR-OFE(IDX-VDR).
           IF PRE-ACEPTADO
              ADD 1 TO TAB-VDR-ACE(IDX-VDR)
              ADD PRE-IMPORTE TO TAB-VDR-IMPACE(IDX-VDR)
           END-IF.
           IF PRE-CADUCADO
              ADD 1 TO TAB-VDR-CAD(IDX-VDR)
           END-IF.
           IF PRE-PERDIDO
              ADD 1 TO TAB-VDR-PER(IDX-VDR)
           END-IF.
           IF PRE-PENDIENTE
              ADD 1 TO TAB-VDR-PEN(IDX-VDR)
           END-IF.


      * GRABA LA LINEA DE UN VENDEDOR CON SU TASA DE CONVERSION
      * ****************************************************************

       GRABAR-LINEA-VENDEDOR.
           MOVE SPACES TO VDR-NOMBRE.
           IF VDR-FILESTAT = "00"
              AND TAB-VDR-COD(IDX-VDR) NOT = "---"
              MOVE TAB-VDR-COD(IDX-VDR) TO VDR-CODIGO
              READ A-VENDEDOR
                 INVALID KEY     MOVE "N" TO EXISTE-VDR
                 NOT INVALID KEY MOVE "S" TO EXISTE-VDR
              END-READ
              IF EXISTE-VDR = "N"
                 MOVE "(NO DADO DE ALTA)" TO VDR-NOMBRE
              END-IF
           END-IF.
           IF TAB-VDR-COD(IDX-VDR) = "---"
              MOVE "(SIN VENDEDOR)" TO VDR-NOMBRE
           END-IF.

           MOVE ZERO TO TASA-CONVERSION.
           IF TAB-VDR-EMI(IDX-VDR) > ZERO
              COMPUTE TASA-CONVERSION ROUNDED =
                      TAB-VDR-ACE(IDX-VDR) * 100
                      / TAB-VDR-EMI(IDX-VDR)
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           STRING TAB-VDR-COD(IDX-VDR)    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  VDR-NOMBRE              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-VDR-EMI(IDX-VDR)    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-VDR-ACE(IDX-VDR)    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-VDR-CAD(IDX-VDR)    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-VDR-PER(IDX-VDR)    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-VDR-PEN(IDX-VDR)    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-VDR-OFE(IDX-VDR)    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-VDR-IMPACE(IDX-VDR) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TASA-CONVERSION         DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
