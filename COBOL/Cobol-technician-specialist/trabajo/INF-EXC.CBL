       IDENTIFICATION DIVISION.
       PROGRAM-ID. INF-EXC.
       REMARKS. INFORME SEMANAL DE EXCEPCIONES DE MARGEN: LISTA LAS
           LINEAS QUE FAC-PED FACTURO CON UN MARGEN BRUTO INFERIOR
           AL MINIMO DE SU TIPO DE ARTICULO GRACIAS AL VISTO BUENO
           DE UN SUPERVISOR (MARGEXC.DAT), DE LOS SIETE DIAS QUE
           TERMINAN EN LA FECHA PEDIDA. SE CLASIFICAN CON UN SORT
           POR VENDEDOR, FECHA Y FACTURA, Y SE IMPRIMEN EN
           MARGEXC.LST CON UNA CABECERA POR VENDEDOR (CON SU NOMBRE
           DE VENDEDOR.DAT), EL PRECIO NETO, EL COSTE, EL MARGEN
           OBTENIDO, EL MINIMO EXIGIDO Y EL SUPERVISOR QUE AUTORIZO
           CADA LINEA, CON SUBTOTALES DE LINEAS, IMPORTE Y MARGEN
           POR VENDEDOR Y TOTALES GENERALES AL FINAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-MARGEXC ASSIGN TO DISK 'MARGEXC.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS MEX-FILESTAT.

           SELECT A-VENDEDOR ASSIGN TO DISK 'VENDEDOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY VDR-CODIGO
                  FILE STATUS IS VDR-FILESTAT.

           SELECT A-ORDENA ASSIGN TO DISK 'MARGEXC.TMP'.

           SELECT A-LISTADO ASSIGN TO DISK 'MARGEXC.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA LINEA FACTURADA BAJO MARGEN MINIMO (VER
      * FAC-PED)
      *
       FD A-MARGEXC LABEL RECORD STANDARD.
       01 REGMEX.
          02 MEX-FECHA      PIC X(8).
          02 MEX-FACTURA    PIC 9(6).
          02 MEX-PEDIDO     PIC 9(6).
          02 MEX-NUMLIN     PIC 9(2).
          02 MEX-CODCLI     PIC X(5).
          02 MEX-VENDEDOR   PIC X(3).
          02 MEX-CODARTI    PIC 9(4).
          02 MEX-CANTIDAD   PIC 9(6).
          02 MEX-PRECIO     PIC 9(4)V9(2).
          02 MEX-COSTE      PIC 9(4)V9(2).
          02 MEX-MINIMO     PIC 9(3)V9(2).
          02 MEX-SUPERVISOR PIC X(8).

       FD A-VENDEDOR LABEL RECORD STANDARD.
       01 REGVDR.
          02 VDR-CODIGO     PIC X(3).
          02 VDR-NOMBRE     PIC X(25).
          02 VDR-COMISION   PIC 9(2)V9(2).

       SD A-ORDENA.
       01 REG-ORDENA.
          02 ORD-VENDEDOR   PIC X(3).
          02 ORD-FECHA      PIC X(8).
          02 ORD-FACTURA    PIC 9(6).
          02 ORD-NUMLIN     PIC 9(2).
          02 ORD-PEDIDO     PIC 9(6).
          02 ORD-CODCLI     PIC X(5).
          02 ORD-CODARTI    PIC 9(4).
          02 ORD-CANTIDAD   PIC 9(6).
          02 ORD-PRECIO     PIC 9(4)V9(2).
          02 ORD-COSTE      PIC 9(4)V9(2).
          02 ORD-MINIMO     PIC 9(3)V9(2).
          02 ORD-SUPERVISOR PIC X(8).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 MEX-FILESTAT      PIC X(2).
       77 VDR-FILESTAT      PIC X(2).
       77 HAY-VENDEDORES    PIC X(1) VALUE "N".
       77 FIN-EXCEPCION     PIC X(1).
       77 FIN-ORDENADO      PIC X(1).
       77 FECHA             PIC 99999999.
       77 ENT-FECHA-FIN     PIC 9(8).
       77 FECHA-DESDE       PIC X(8).
       77 FECHA-HASTA       PIC X(8).
       77 VENDEDOR-ACTUAL   PIC X(3).
       77 NOMBRE-VENDEDOR   PIC X(25).
       77 HAY-GRUPO         PIC X(1) VALUE "N".
       77 IMPORTE-LINEA     PIC 9(8)V9(2).
       77 MARGEN-LINEA      PIC S9(8)V9(2).
       77 PORC-MARGEN       PIC S9(4)V9(1).
       77 CONT-VENDEDOR     PIC 9(5) VALUE ZERO.
       77 IMPORTE-VENDEDOR  PIC 9(9)V9(2) VALUE ZERO.
       77 MARGEN-VENDEDOR   PIC S9(9)V9(2) VALUE ZERO.
       77 CONT-GENERAL      PIC 9(6) VALUE ZERO.
       77 IMPORTE-GENERAL   PIC 9(10)V9(2) VALUE ZERO.
       77 MARGEN-GENERAL    PIC S9(10)V9(2) VALUE ZERO.
       77 DIAS-RESTANTES    PIC 9(3) COMP.
       77 FEC-W-ANO         PIC 9(4).
       77 FEC-W-MES         PIC 9(2).
       77 FEC-W-DIA         PIC 9(2).
       77 FEC-W-COC         PIC 9(4) COMP.
       77 FEC-W-R4          PIC 9(2) COMP.
       77 FEC-W-R100        PIC 9(2) COMP.
       77 FEC-W-R400        PIC 9(3) COMP.
       77 ES-BISIESTO       PIC X(1).

      *
      * DIAS DE CADA MES (FEBRERO SE CORRIGE EN ANO BISIESTO)
      *
       01 TAB-DIAS-MES-V    PIC X(24)
                            VALUE "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-V.
          02 DIAS-MES OCCURS 12 TIMES PIC 9(2).
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
       INFORME-EXCEPCIONES SECTION.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "INF-EXC" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: FIJA LA SEMANA, CLASIFICA SUS EXCEPCIONES
      * POR VENDEDOR Y EMITE EL INFORME CON CORTES DE CONTROL
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "INFORME SEMANAL DE EXCEPCIONES DE MARGEN".
           DISPLAY "----------------------------------------".
           DISPLAY "Ultimo dia de la semana (AAAAMMDD, 0=HOY):".
           ACCEPT ENT-FECHA-FIN NO BELL.
           IF ENT-FECHA-FIN = ZERO
              MOVE FECHA TO ENT-FECHA-FIN
           END-IF.
           MOVE ENT-FECHA-FIN TO FECHA-HASTA.

      *
      * LA SEMANA SON LOS SIETE DIAS QUE ACABAN EN LA FECHA DADA
      *
           MOVE FECHA-HASTA(1:4) TO FEC-W-ANO.
           MOVE FECHA-HASTA(5:2) TO FEC-W-MES.
           MOVE FECHA-HASTA(7:2) TO FEC-W-DIA.
           IF FEC-W-MES < 1 OR FEC-W-MES > 12
              OR FEC-W-DIA < 1 OR FEC-W-DIA > 31
              DISPLAY "ERROR: FECHA NO VALIDA."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 6 TO DIAS-RESTANTES.
           PERFORM RESTAR-UN-DIA UNTIL DIAS-RESTANTES = ZERO.
           MOVE SPACES TO FECHA-DESDE.
           MOVE FEC-W-ANO TO FECHA-DESDE(1:4).
           MOVE FEC-W-MES TO FECHA-DESDE(5:2).
           MOVE FEC-W-DIA TO FECHA-DESDE(7:2).

           OPEN INPUT A-MARGEXC.
           IF MEX-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL REGISTRO DE EXCEPCIONES DE MARGEN"
                      " (MARGEXC.DAT)."
              CLOSE A-MARGEXC
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE A-MARGEXC.

      *
      * SIN MAESTRO DE VENDEDORES EL INFORME SALE SOLO CON CODIGOS
      *
           OPEN INPUT A-VENDEDOR.
           IF VDR-FILESTAT = "00"
              MOVE "S" TO HAY-VENDEDORES
           ELSE
              CLOSE A-VENDEDOR
              MOVE "N" TO HAY-VENDEDORES
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "EXCEPCIONES DE MARGEN AUTORIZADAS DEL " FECHA-DESDE
                  " AL " FECHA-HASTA
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           SORT A-ORDENA
                ON ASCENDING KEY ORD-VENDEDOR
                ON ASCENDING KEY ORD-FECHA
                ON ASCENDING KEY ORD-FACTURA
                ON ASCENDING KEY ORD-NUMLIN
                INPUT PROCEDURE SELECCIONAR-EXCEPCIONES
                OUTPUT PROCEDURE IMPRIMIR-EXCEPCIONES.

           IF HAY-GRUPO = "S"
              PERFORM CERRAR-VENDEDOR
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL GENERAL: " CONT-GENERAL " LINEAS  IMPORTE "
                  IMPORTE-GENERAL "  MARGEN " MARGEN-GENERAL
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           CLOSE A-LISTADO.
           IF HAY-VENDEDORES = "S"
              CLOSE A-VENDEDOR
           END-IF.

           DISPLAY "INFORME GENERADO EN MARGEXC.LST".
           DISPLAY "SEMANA DEL " FECHA-DESDE " AL " FECHA-HASTA.
           DISPLAY "LINEAS AUTORIZADAS BAJO MINIMO: " CONT-GENERAL.

           GOBACK.


      * RETROCEDE UN DIA EL CALENDARIO DE TRABAJO
      * ****************************************************************

       RESTAR-UN-DIA SECTION.
           SUBTRACT 1 FROM FEC-W-DIA.
           IF FEC-W-DIA = ZERO
              SUBTRACT 1 FROM FEC-W-MES
              IF FEC-W-MES = ZERO
                 MOVE 12 TO FEC-W-MES
                 SUBTRACT 1 FROM FEC-W-ANO
              END-IF
              MOVE DIAS-MES(FEC-W-MES) TO FEC-W-DIA
              IF FEC-W-MES = 2
                 PERFORM COMPROBAR-BISIESTO
                 IF ES-BISIESTO = "S"
                    MOVE 29 TO FEC-W-DIA
                 END-IF
              END-IF
           END-IF.
           SUBTRACT 1 FROM DIAS-RESTANTES.


      * DEJA EN ES-BISIESTO SI EL ANO DE TRABAJO ES BISIESTO
      * ****************************************************************

       COMPROBAR-BISIESTO SECTION.
           MOVE "N" TO ES-BISIESTO.
           DIVIDE FEC-W-ANO BY 4 GIVING FEC-W-COC
                  REMAINDER FEC-W-R4.
           DIVIDE FEC-W-ANO BY 100 GIVING FEC-W-COC
                  REMAINDER FEC-W-R100.
           DIVIDE FEC-W-ANO BY 400 GIVING FEC-W-COC
                  REMAINDER FEC-W-R400.
           IF FEC-W-R4 = ZERO
              AND (FEC-W-R100 NOT = ZERO OR FEC-W-R400 = ZERO)
              MOVE "S" TO ES-BISIESTO
           END-IF.


      * PROCEDIMIENTO DE ENTRADA DEL SORT: LEE EL REGISTRO DE
      * EXCEPCIONES Y SUELTA LAS DE LA SEMANA PEDIDA
      * ****************************************************************

       SELECCIONAR-EXCEPCIONES SECTION.
           OPEN INPUT A-MARGEXC.
           MOVE "N" TO FIN-EXCEPCION.
           READ A-MARGEXC AT END MOVE "S" TO FIN-EXCEPCION END-READ.
           PERFORM SOLTAR-EXCEPCION UNTIL FIN-EXCEPCION = "S".
           CLOSE A-MARGEXC.


      * SUELTA UNA EXCEPCION AL CLASIFICADOR SI ES DE LA SEMANA
      * ****************************************************************

       SOLTAR-EXCEPCION SECTION.
           IF MEX-FECHA NOT < FECHA-DESDE
              AND MEX-FECHA NOT > FECHA-HASTA
              MOVE MEX-VENDEDOR   TO ORD-VENDEDOR
              MOVE MEX-FECHA      TO ORD-FECHA
              MOVE MEX-FACTURA    TO ORD-FACTURA
              MOVE MEX-NUMLIN     TO ORD-NUMLIN
              MOVE MEX-PEDIDO     TO ORD-PEDIDO
              MOVE MEX-CODCLI     TO ORD-CODCLI
              MOVE MEX-CODARTI    TO ORD-CODARTI
              MOVE MEX-CANTIDAD   TO ORD-CANTIDAD
              MOVE MEX-PRECIO     TO ORD-PRECIO
              MOVE MEX-COSTE      TO ORD-COSTE
              MOVE MEX-MINIMO     TO ORD-MINIMO
              MOVE MEX-SUPERVISOR TO ORD-SUPERVISOR
              RELEASE REG-ORDENA
           END-IF.
           READ A-MARGEXC AT END MOVE "S" TO FIN-EXCEPCION END-READ.


      * PROCEDIMIENTO DE SALIDA DEL SORT: RECOGE LAS EXCEPCIONES YA
      * ORDENADAS E IMPRIME EL INFORME CON CORTES POR VENDEDOR
      * ****************************************************************

       IMPRIMIR-EXCEPCIONES SECTION.
           MOVE "N" TO FIN-ORDENADO.
           PERFORM RECOGER-EXCEPCION UNTIL FIN-ORDENADO = "S".


      * RECOGE UNA EXCEPCION ORDENADA, CORTA POR VENDEDOR SI CAMBIA
      * Y LA IMPRIME EN EL GRUPO DE SU VENDEDOR
      * ****************************************************************

       RECOGER-EXCEPCION SECTION.
           RETURN A-ORDENA
              AT END MOVE "S" TO FIN-ORDENADO
           END-RETURN.
           IF FIN-ORDENADO = "S"
              GO TO RECOGER-EXCEPCION-FIN
           END-IF.

           IF HAY-GRUPO = "N" OR ORD-VENDEDOR NOT = VENDEDOR-ACTUAL
              IF HAY-GRUPO = "S"
                 PERFORM CERRAR-VENDEDOR
              END-IF
              PERFORM ABRIR-VENDEDOR
           END-IF.

      *
      * EL MARGEN SE EXPRESA SOBRE EL PRECIO NETO, COMO EL MINIMO
      * QUE EXIGE LA FACTURACION
      *
           COMPUTE IMPORTE-LINEA = ORD-CANTIDAD * ORD-PRECIO.
           COMPUTE MARGEN-LINEA = ORD-CANTIDAD
                                * (ORD-PRECIO - ORD-COSTE).
           IF ORD-PRECIO = ZERO
              MOVE -999 TO PORC-MARGEN
           ELSE
              COMPUTE PORC-MARGEN ROUNDED =
                      (ORD-PRECIO - ORD-COSTE) * 100 / ORD-PRECIO
                 ON SIZE ERROR MOVE -999 TO PORC-MARGEN
              END-COMPUTE
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "  "           DELIMITED BY SIZE
                  ORD-FECHA      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ORD-FACTURA    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ORD-PEDIDO     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ORD-NUMLIN     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ORD-CODCLI     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ORD-CODARTI    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ORD-CANTIDAD   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ORD-PRECIO     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ORD-COSTE      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  PORC-MARGEN    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ORD-MINIMO     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ORD-SUPERVISOR DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           ADD 1 TO CONT-VENDEDOR.
           ADD IMPORTE-LINEA TO IMPORTE-VENDEDOR.
           ADD MARGEN-LINEA TO MARGEN-VENDEDOR.
           ADD 1 TO CONT-GENERAL.
           ADD IMPORTE-LINEA TO IMPORTE-GENERAL.
           ADD MARGEN-LINEA TO MARGEN-GENERAL.

       RECOGER-EXCEPCION-FIN.
           EXIT.


      * ABRE EL GRUPO DE UN VENDEDOR NUEVO CON SU CABECERA
      * ****************************************************************

       ABRIR-VENDEDOR SECTION.
           MOVE ORD-VENDEDOR TO VENDEDOR-ACTUAL.
           MOVE ZERO TO CONT-VENDEDOR IMPORTE-VENDEDOR
                        MARGEN-VENDEDOR.
           MOVE "S" TO HAY-GRUPO.

           IF VENDEDOR-ACTUAL = SPACES
              MOVE "SIN VENDEDOR" TO NOMBRE-VENDEDOR
           ELSE
              MOVE "VENDEDOR NO REGISTRADO" TO NOMBRE-VENDEDOR
              IF HAY-VENDEDORES = "S"
                 MOVE VENDEDOR-ACTUAL TO VDR-CODIGO
                 READ A-VENDEDOR
                    INVALID KEY     CONTINUE
                    NOT INVALID KEY MOVE VDR-NOMBRE TO NOMBRE-VENDEDOR
                 END-READ
              END-IF
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "VENDEDOR " VENDEDOR-ACTUAL " - " NOMBRE-VENDEDOR
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "  FECHA    FACTUR PEDIDO LN CLIEN ARTI CANTID PRECIO"
                & " COSTE  MARG% MINIM SUPERVIS" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.


      * CIERRA EL GRUPO DEL VENDEDOR EN CURSO CON SU SUBTOTAL
      * ****************************************************************

       CERRAR-VENDEDOR SECTION.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "  TOTAL VENDEDOR " VENDEDOR-ACTUAL ": "
                  CONT-VENDEDOR " LINEAS  IMPORTE " IMPORTE-VENDEDOR
                  "  MARGEN " MARGEN-VENDEDOR
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
