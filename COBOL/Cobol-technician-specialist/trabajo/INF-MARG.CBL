           MARGEN POR TIPO DE ARTICULO Y LA MARCA *BAJO COSTE* EN
           LOS ARTICULOS QUE SE ESTAN VENDIENDO POR DEBAJO DE SU
           COSTE (POR EJEMPLO TRAS UNA SUBIDA DE TARIFA DE COMPRA
           SIN RETOCAR EL PRECIO DE VENTA). LOS KITS CON
           ESCANDALLO (ESCANDA.DAT, VER MAN-ESC) LLEVAN ADEMAS UNA
           LINEA CON SU MARGEN SOBRE EL COSTE DE SUS COMPONENTES
           (SUMA DE UNIDADES POR EL PRE-COSTE DE CADA COMPONENTE EN
           AARTI.IND). SALIDA EN MARGENES.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS SEQUENTIAL
                  FILE STATUS IS ART-FILESTAT.

      *
      * DECLARACION DE LOS ESCANDALLOS DE KITS Y DEL MAESTRO
      * INDEXADO DE ARTICULOS, DONDE SE BUSCA EL COSTE DE CADA
      * COMPONENTE
      *
           SELECT A-ESCANDA ASSIGN TO DISK 'ESCANDA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ESC-CLAVE
                  FILE STATUS IS ESC-FILESTAT.

           SELECT A-ARTI-IND ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI-IND
                  ALTERNATE RECORD KEY COD-TPARTI-IND DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI-IND DUPLICATES
                  FILE STATUS IS IND-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'MARGENES.LST'
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

       FD A-ESCANDA LABEL RECORD STANDARD.
       01 REGESC.
          02 ESC-CLAVE.
             03 ESC-KIT        PIC 9(4).
             03 ESC-COMPONENTE PIC 9(4).
          02 ESC-CANTIDAD      PIC 9(4).

       FD A-ARTI-IND LABEL RECORD STANDARD.
       01 REGARTI-IND.
          02 COD-ARTI-IND     PIC 9(4).
          02 NOM-ARTI-IND     PIC X(25).
          02 NUM-ARTI-IND     PIC 9(6).
          02 PRE-ARTI-IND     PIC 9(4)V9(2).
          02 COD-TPARTI-IND   PIC X(3).
          02 COD-MONEDA-IND   PIC X(3).
          02 TIPO-CAMBIO-IND  PIC 9(3)V9(4).
          02 PRE-ARTI-ME-IND  PIC 9(4)V9(2).
          02 COD-PROVEE-IND   PIC X(4).
          02 CAN-PEDIDO-IND   PIC 9(6).
          02 PRE-COSTE-IND    PIC 9(4)V9(2).
          02 EST-ARTI-IND     PIC X(1).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).
       77 CONT-TIPOS        PIC 9(3) COMP VALUE ZERO.
       77 IDX-TIPO          PIC 9(3) COMP.
       77 ENCONTRADO-TIPO   PIC X(1).
       77 ESC-FILESTAT      PIC X(2).
       77 IND-FILESTAT      PIC X(2).
       77 HAY-ESCANDALLOS   PIC X(1) VALUE "N".
       77 FIN-ESCANDALLO    PIC X(1).
       77 CONT-COMPONENTES  PIC 9(2) VALUE ZERO.
       77 COSTE-KIT         PIC 9(7)V9(2).
       77 MARGEN-KIT        PIC S9(7)V9(2).
       77 PORC-MARGEN-KIT   PIC S9(4)V9(1).
       77 CONT-KITS         PIC 9(6) VALUE ZERO.
       77 CONT-KITS-BAJO    PIC 9(6) VALUE ZERO.

      *
      * MARGEN ACUMULADO POR TIPO DE ARTICULO (MARGEN UNITARIO POR
              DISPLAY "AARTI.SEC NO EXISTE."
              CLOSE A-ARTICULO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * EL MARGEN DE LOS KITS NECESITA LOS ESCANDALLOS Y EL
      * INDEXADO DE ARTICULOS; SIN ELLOS EL INFORME SALE COMO
      * SIEMPRE
      *
           OPEN INPUT A-ESCANDA.
           IF ESC-FILESTAT = "00"
              OPEN INPUT A-ARTI-IND
              IF IND-FILESTAT = "00"
                 MOVE "S" TO HAY-ESCANDALLOS
              ELSE
                 CLOSE A-ARTI-IND
                 CLOSE A-ESCANDA
              END-IF
           ELSE
              CLOSE A-ESCANDA
           END-IF.

           OPEN OUTPUT A-LISTADO.
                   UNTIL FIN-ARTICULO = "S".

           CLOSE A-ARTICULO.
           IF HAY-ESCANDALLOS = "S"
              CLOSE A-ARTI-IND
              CLOSE A-ESCANDA
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "KITS CON ESCANDALLO....: " CONT-KITS
                  "  BAJO COSTE DE COMPONENTES: " CONT-KITS-BAJO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           DISPLAY "INFORME GENERADO EN MARGENES.LST".
           DISPLAY "ARTICULOS BAJO COSTE: " CONT-BAJO-COSTE.

           GOBACK.


      * CALCULA Y GRABA EL MARGEN DE UN ARTICULO, MARCANDO LOS QUE
           PERFORM ACUMULAR-MARGEN-TIPO.

       TRATAR-ARTICULO-MARG-SIG.
           IF HAY-ESCANDALLOS = "S"
              PERFORM TRATAR-MARGEN-KIT
           END-IF.
           READ A-ARTICULO AT END MOVE "S" TO FIN-ARTICULO END-READ.


      * SI EL ARTICULO ES UN KIT, GRABA SU MARGEN SOBRE EL COSTE
      * DE SUS COMPONENTES, MARCANDO LOS QUE NO LO CUBREN
      * ****************************************************************

       TRATAR-MARGEN-KIT.
           MOVE ZERO TO CONT-COMPONENTES.
           MOVE ZERO TO COSTE-KIT.
           MOVE COD-ARTI TO ESC-KIT.
           MOVE ZERO TO ESC-COMPONENTE.
           MOVE "N" TO FIN-ESCANDALLO.
           START A-ESCANDA KEY NOT LESS THAN ESC-CLAVE
              INVALID KEY MOVE "S" TO FIN-ESCANDALLO
           END-START.
           PERFORM SUMAR-COSTE-COMPONENTE UNTIL FIN-ESCANDALLO = "S".

           IF CONT-COMPONENTES > ZERO
              ADD 1 TO CONT-KITS
              COMPUTE MARGEN-KIT = PRE-ARTI - COSTE-KIT
              IF COSTE-KIT = ZERO
                 MOVE 9999 TO PORC-MARGEN-KIT
              ELSE
                 COMPUTE PORC-MARGEN-KIT = MARGEN-KIT * 100 / COSTE-KIT
                    ON SIZE ERROR MOVE 9999 TO PORC-MARGEN-KIT
                 END-COMPUTE
              END-IF
              MOVE SPACES TO LINEA-LISTADO
              IF MARGEN-KIT < ZERO
                 ADD 1 TO CONT-KITS-BAJO
                 STRING "      KIT: " CONT-COMPONENTES
                        " COMPONENTES, COSTE " COSTE-KIT
                        " MARGEN " MARGEN-KIT " " PORC-MARGEN-KIT
                        " *BAJO COSTE*"
                    DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
              ELSE
                 STRING "      KIT: " CONT-COMPONENTES
                        " COMPONENTES, COSTE " COSTE-KIT
                        " MARGEN " MARGEN-KIT " " PORC-MARGEN-KIT
                    DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
              END-IF
              WRITE LINEA-LISTADO
           END-IF.


      * SUMA AL COSTE DEL KIT EL DE SU SIGUIENTE COMPONENTE
      * ****************************************************************

       SUMAR-COSTE-COMPONENTE.
           READ A-ESCANDA NEXT RECORD
              AT END MOVE "S" TO FIN-ESCANDALLO
           END-READ.
           IF FIN-ESCANDALLO = "S" OR ESC-KIT NOT = COD-ARTI
              MOVE "S" TO FIN-ESCANDALLO
           ELSE
              ADD 1 TO CONT-COMPONENTES
              MOVE ESC-COMPONENTE TO COD-ARTI-IND
              READ A-ARTI-IND
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY
                    COMPUTE COSTE-KIT = COSTE-KIT
                            + ESC-CANTIDAD * PRE-COSTE-IND
              END-READ
           END-IF.


      * ACUMULA EL MARGEN SOBRE LA EXISTENCIA ACTUAL EN SU TIPO
      * ****************************************************************

