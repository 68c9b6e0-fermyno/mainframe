           POR CLIENTE DE UN ANO FRENTE AL ANTERIOR, Y ARTICULOS
           DE AARTI.SEC SIN NINGUNA VENTA EN LOS ULTIMOS N MESES,
           PARA QUE LAS DECISIONES DE REAPROVISION Y LAS BAJAS DE
           CATALOGO SE TOMEN CON CIFRAS DE CONSUMO REALES. EL
           INFORME DE CAMPANA COMPARA, ARTICULO A ARTICULO, LAS
           UNIDADES VENDIDAS DURANTE UNA PROMOCION DE PROMOCI.DAT
           (MAN-PRM) CON LAS DEL MISMO NUMERO DE DIAS INMEDIATAMENTE
           ANTERIOR A SU INICIO. CADA INFORME SE GRABA EN
           ESTVEN.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS SEQUENTIAL
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-PROMOCI ASSIGN TO DISK 'PROMOCI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRM-CODIGO
                  FILE STATUS IS PRM-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'ESTVEN.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-PROMOCI LABEL RECORD STANDARD.
       01 REGPRM.
          02 PRM-CODIGO     PIC X(6).
          02 PRM-DESCRIPCION PIC X(25).
          02 PRM-FEC-INI    PIC X(8).
          02 PRM-FEC-FIN    PIC X(8).
          02 PRM-AMBITO     PIC X(1).
          02 PRM-REFER      PIC X(4).
          02 PRM-TRAMO OCCURS 3 TIMES.
             03 PRM-CANT-MIN   PIC 9(6).
             03 PRM-DESCUENTO  PIC 9(2)V9(2).
             03 PRM-PRECIO     PIC 9(4)V9(2).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).
       77 VARIACION         PIC S9(9)V9(2).
       77 CONT-SIN-VENTA    PIC 9(5) VALUE ZERO.
       77 VENTA-RECIENTE    PIC X(1).
       77 PRM-FILESTAT      PIC X(2).
       77 ENT-PROMOCION     PIC X(6).
       77 EXISTE-PRM        PIC X(1).
       77 DIAS-CAMPANA      PIC 9(5).
       77 DIAS-RESTANTES    PIC 9(5) COMP.
       77 FECHA-TRABAJO     PIC X(8).
       77 FECHA-ANT-INI     PIC X(8).
       77 FECHA-ANT-FIN     PIC X(8).
       77 FEC-W-ANO         PIC 9(4).
       77 FEC-W-MES         PIC 9(2).
       77 FEC-W-DIA         PIC 9(2).
       77 FEC-W-COC         PIC 9(4) COMP.
       77 FEC-W-R4          PIC 9(2) COMP.
       77 FEC-W-R100        PIC 9(2) COMP.
       77 FEC-W-R400        PIC 9(3) COMP.
       77 ES-BISIESTO       PIC X(1).
       77 DIAS-DEL-MES      PIC 9(2).
       77 VENTA-EN-AMBITO   PIC X(1).
       77 IDX-CAM           PIC 9(3) COMP.
       77 CONT-CAM          PIC 9(3) COMP VALUE ZERO.
       77 ENCONTRADO-CAM    PIC X(1).
       77 VARIACION-UDS     PIC S9(8).
       77 TOTAL-UDS-CAMP    PIC 9(9) VALUE ZERO.
       77 TOTAL-UDS-ANT     PIC 9(9) VALUE ZERO.
       77 TOTAL-IMP-CAMP    PIC 9(10)V9(2) VALUE ZERO.
       77 TOTAL-IMP-ANT     PIC 9(10)V9(2) VALUE ZERO.

      *
      * ACUMULADOS GENERICOS DE LOS INFORMES: POR TIPO DE ARTICULO
             03 TAB-ACU-IMP1   PIC 9(10)V9(2).
             03 TAB-ACU-IMP2   PIC 9(10)V9(2).

      *
      * UNIDADES E IMPORTE POR ARTICULO DEL INFORME DE CAMPANA:
      * DURANTE LA PROMOCION Y EN EL PERIODO ANTERIOR
      *
       01 TAB-CAMPANA.
          02 TAB-CAM-OCU OCCURS 500 TIMES.
             03 TAB-CAM-ARTI      PIC 9(4).
             03 TAB-CAM-UDS-CAMP  PIC 9(8).
             03 TAB-CAM-UDS-ANT   PIC 9(8).
             03 TAB-CAM-IMP-CAMP  PIC 9(10)V9(2).
             03 TAB-CAM-IMP-ANT   PIC 9(10)V9(2).

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
       ESTADISTICAS-VENTAS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "EST-VEN" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REPITE EL MENU DE INFORMES HASTA SALIR
      *
           MOVE SPACE TO OPCION.
           PERFORM MENU-ESTADISTICAS UNTIL OPCION = "9".

           GOBACK.


      * MENU DE INFORMES DE VENTAS
           DISPLAY "1 = VENTAS DE UN MES POR TIPO DE ARTICULO".
           DISPLAY "2 = VENTAS POR CLIENTE FRENTE AL ANO ANTERIOR".
           DISPLAY "3 = ARTICULOS SIN VENTAS EN N MESES".
           DISPLAY "4 = RESULTADO DE UNA CAMPANA DE PROMOCION".
           DISPLAY "9 = SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.
              ELSE
                 IF OPCION = "3"
                    PERFORM INFORME-SIN-VENTAS
                 ELSE
                    IF OPCION = "4"
                       PERFORM INFORME-CAMPANA THRU INFORME-CAMPANA-FIN
                    END-IF
                 END-IF
              END-IF
           END-IF.
              MOVE "S" TO VENTA-RECIENTE
           END-IF.
           READ A-HISTVEN AT END MOVE "S" TO FIN-VENTA END-READ.


      * INFORME 4: UNIDADES VENDIDAS POR ARTICULO DURANTE UNA
      * PROMOCION FRENTE AL MISMO NUMERO DE DIAS INMEDIATAMENTE
      * ANTERIOR A SU INICIO, SOLO DE LOS ARTICULOS DE SU AMBITO
      * ****************************************************************

       INFORME-CAMPANA.
           DISPLAY "Codigo de la promocion:".
           ACCEPT ENT-PROMOCION NO BELL.

           OPEN INPUT A-PROMOCI.
           IF PRM-FILESTAT NOT = "00"
              CLOSE A-PROMOCI
              DISPLAY "NO EXISTE EL FICHERO DE PROMOCIONES."
              GO TO INFORME-CAMPANA-FIN
           END-IF.
           MOVE ENT-PROMOCION TO PRM-CODIGO.
           READ A-PROMOCI
              INVALID KEY     MOVE "N" TO EXISTE-PRM
              NOT INVALID KEY MOVE "S" TO EXISTE-PRM
           END-READ.
           CLOSE A-PROMOCI.
           IF EXISTE-PRM = "N"
              DISPLAY "ERROR: LA PROMOCION NO EXISTE."
              GO TO INFORME-CAMPANA-FIN
           END-IF.

      *
      * DURACION DE LA CAMPANA EN DIAS (INICIO Y FIN INCLUIDOS)
      * Y PERIODO DE COMPARACION: LOS MISMOS DIAS ANTES DEL INICIO
      *
           MOVE PRM-FEC-INI(1:4) TO FEC-W-ANO.
           MOVE PRM-FEC-INI(5:2) TO FEC-W-MES.
           MOVE PRM-FEC-INI(7:2) TO FEC-W-DIA.
           MOVE PRM-FEC-INI TO FECHA-TRABAJO.
           MOVE 1 TO DIAS-CAMPANA.
           PERFORM CONTAR-DIA-CAMPANA
                   UNTIL FECHA-TRABAJO NOT < PRM-FEC-FIN.

           MOVE PRM-FEC-INI(1:4) TO FEC-W-ANO.
           MOVE PRM-FEC-INI(5:2) TO FEC-W-MES.
           MOVE PRM-FEC-INI(7:2) TO FEC-W-DIA.
           MOVE 1 TO DIAS-RESTANTES.
           PERFORM RESTAR-UN-DIA UNTIL DIAS-RESTANTES = ZERO.
           PERFORM COMPONER-FECHA-TRABAJO.
           MOVE FECHA-TRABAJO TO FECHA-ANT-FIN.
           COMPUTE DIAS-RESTANTES = DIAS-CAMPANA - 1.
           PERFORM RESTAR-UN-DIA UNTIL DIAS-RESTANTES = ZERO.
           PERFORM COMPONER-FECHA-TRABAJO.
           MOVE FECHA-TRABAJO TO FECHA-ANT-INI.

           MOVE ZERO TO CONT-CAM.
           INITIALIZE TAB-CAMPANA.
           MOVE ZERO TO TOTAL-UDS-CAMP.
           MOVE ZERO TO TOTAL-UDS-ANT.
           MOVE ZERO TO TOTAL-IMP-CAMP.
           MOVE ZERO TO TOTAL-IMP-ANT.

           MOVE "N" TO FIN-VENTA.
           OPEN INPUT A-HISTVEN.
           IF VEN-FILESTAT NOT = "00"
              CLOSE A-HISTVEN
              DISPLAY "NO EXISTE EL HISTORICO DE VENTAS."
              MOVE "S" TO FIN-VENTA
           ELSE
              READ A-HISTVEN AT END MOVE "S" TO FIN-VENTA END-READ
           END-IF.
           PERFORM ACUMULAR-VENTA-CAMPANA UNTIL FIN-VENTA = "S".
           IF VEN-FILESTAT NOT = "35"
              CLOSE A-HISTVEN
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CAMPANA " PRM-CODIGO " " PRM-DESCRIPCION
                  " AMBITO " PRM-AMBITO " " PRM-REFER
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CAMPANA DEL " PRM-FEC-INI " AL " PRM-FEC-FIN
                  "  FRENTE AL " FECHA-ANT-INI " AL " FECHA-ANT-FIN
                  "  (" DIAS-CAMPANA " DIAS)"
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "ARTIC UDS.CAMP UDS.ANTE VARIACION IMP.CAMPANA IMP.ANTE"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           PERFORM GRABAR-LINEA-CAMPANA
                   VARYING IDX-CAM FROM 1 BY 1
                   UNTIL IDX-CAM > CONT-CAM.

           COMPUTE VARIACION-UDS = TOTAL-UDS-CAMP - TOTAL-UDS-ANT.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL UNIDADES: " TOTAL-UDS-CAMP " FRENTE A "
                  TOTAL-UDS-ANT " VARIACION " VARIACION-UDS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL IMPORTE.: " TOTAL-IMP-CAMP " FRENTE A "
                  TOTAL-IMP-ANT
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.
           DISPLAY "ARTICULOS CON VENTA: " CONT-CAM
                   " (INFORME EN ESTVEN.LST)".

       INFORME-CAMPANA-FIN.
           EXIT.


      * AVANZA UN DIA DESDE EL INICIO DE LA CAMPANA CONTANDO LOS
      * DIAS HASTA SU FIN
      * ****************************************************************

       CONTAR-DIA-CAMPANA.
           MOVE 1 TO DIAS-RESTANTES.
           PERFORM SUMAR-UN-DIA.
           PERFORM COMPONER-FECHA-TRABAJO.
           ADD 1 TO DIAS-CAMPANA.


      * ACUMULA UNA VENTA DEL AMBITO DE LA PROMOCION EN SU
      * ARTICULO, EN LA CAMPANA O EN EL PERIODO ANTERIOR
      * ****************************************************************

       ACUMULAR-VENTA-CAMPANA.
           MOVE "N" TO VENTA-EN-AMBITO.
           IF PRM-AMBITO = "G"
              OR (PRM-AMBITO = "A" AND VEN-CODARTI = PRM-REFER)
              OR (PRM-AMBITO = "T" AND VEN-TIPO = PRM-REFER(1:3))
              IF (VEN-FECHA NOT < PRM-FEC-INI
                  AND VEN-FECHA NOT > PRM-FEC-FIN)
                 OR (VEN-FECHA NOT < FECHA-ANT-INI
                     AND VEN-FECHA NOT > FECHA-ANT-FIN)
                 MOVE "S" TO VENTA-EN-AMBITO
              END-IF
           END-IF.

           IF VENTA-EN-AMBITO = "S"
              MOVE "N" TO ENCONTRADO-CAM
              PERFORM COMPARAR-ARTI-CAMPANA
                      VARYING IDX-CAM FROM 1 BY 1
                      UNTIL IDX-CAM > CONT-CAM
                         OR ENCONTRADO-CAM = "S"
              IF ENCONTRADO-CAM = "N" AND CONT-CAM < 500
                 ADD 1 TO CONT-CAM
                 MOVE VEN-CODARTI TO TAB-CAM-ARTI(CONT-CAM)
                 MOVE CONT-CAM TO IDX-CAM
                 PERFORM SUMAR-VENTA-CAMPANA
              END-IF
           END-IF.
           READ A-HISTVEN AT END MOVE "S" TO FIN-VENTA END-READ.


      * COMPARA UNA POSICION DE LA TABLA CON EL ARTICULO DE LA
      * VENTA Y ACUMULA SI COINCIDE
      * ****************************************************************

       COMPARAR-ARTI-CAMPANA.
           IF TAB-CAM-ARTI(IDX-CAM) = VEN-CODARTI
              MOVE "S" TO ENCONTRADO-CAM
              PERFORM SUMAR-VENTA-CAMPANA
           END-IF.


      * SUMA LA VENTA ACTUAL EN EL PERIODO QUE LE CORRESPONDE
      * ****************************************************************

       SUMAR-VENTA-CAMPANA.
           IF VEN-FECHA NOT < PRM-FEC-INI
              ADD VEN-CANTIDAD TO TAB-CAM-UDS-CAMP(IDX-CAM)
              ADD VEN-IMPORTE  TO TAB-CAM-IMP-CAMP(IDX-CAM)
              ADD VEN-CANTIDAD TO TOTAL-UDS-CAMP
              ADD VEN-IMPORTE  TO TOTAL-IMP-CAMP
           ELSE
              ADD VEN-CANTIDAD TO TAB-CAM-UDS-ANT(IDX-CAM)
              ADD VEN-IMPORTE  TO TAB-CAM-IMP-ANT(IDX-CAM)
              ADD VEN-CANTIDAD TO TOTAL-UDS-ANT
              ADD VEN-IMPORTE  TO TOTAL-IMP-ANT
           END-IF.


      * GRABA UNA LINEA DEL INFORME DE CAMPANA CON LA VARIACION
      * DE UNIDADES
      * ****************************************************************

       GRABAR-LINEA-CAMPANA.
           COMPUTE VARIACION-UDS = TAB-CAM-UDS-CAMP(IDX-CAM)
                                 - TAB-CAM-UDS-ANT(IDX-CAM).
           MOVE SPACES TO LINEA-LISTADO.
           STRING TAB-CAM-ARTI(IDX-CAM)     DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  TAB-CAM-UDS-CAMP(IDX-CAM) DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  TAB-CAM-UDS-ANT(IDX-CAM)  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  VARIACION-UDS             DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TAB-CAM-IMP-CAMP(IDX-CAM) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TAB-CAM-IMP-ANT(IDX-CAM)  DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * AVANZA UN DIA LA FECHA DE TRABAJO
      * ****************************************************************

       SUMAR-UN-DIA.
           MOVE DIAS-MES(FEC-W-MES) TO DIAS-DEL-MES.
           IF FEC-W-MES = 2
              PERFORM COMPROBAR-BISIESTO
              IF ES-BISIESTO = "S"
                 MOVE 29 TO DIAS-DEL-MES
              END-IF
           END-IF.

           ADD 1 TO FEC-W-DIA.
           IF FEC-W-DIA > DIAS-DEL-MES
              MOVE 1 TO FEC-W-DIA
              ADD 1 TO FEC-W-MES
              IF FEC-W-MES > 12
                 MOVE 1 TO FEC-W-MES
                 ADD 1 TO FEC-W-ANO
              END-IF
           END-IF.
           SUBTRACT 1 FROM DIAS-RESTANTES.


      * RETROCEDE UN DIA LA FECHA DE TRABAJO
      * ****************************************************************

       RESTAR-UN-DIA.
           IF FEC-W-DIA > 1
              SUBTRACT 1 FROM FEC-W-DIA
           ELSE
              IF FEC-W-MES > 1
                 SUBTRACT 1 FROM FEC-W-MES
              ELSE
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

       COMPROBAR-BISIESTO.
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


      * COMPONE FECHA-TRABAJO (AAAAMMDD) CON LA FECHA DE TRABAJO
      * ****************************************************************

       COMPONER-FECHA-TRABAJO.
           MOVE SPACES TO FECHA-TRABAJO.
           MOVE FEC-W-ANO TO FECHA-TRABAJO(1:4).
           MOVE FEC-W-MES TO FECHA-TRABAJO(5:2).
           MOVE FEC-W-DIA TO FECHA-TRABAJO(7:2).
