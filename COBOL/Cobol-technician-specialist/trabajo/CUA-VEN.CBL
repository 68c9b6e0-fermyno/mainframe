       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUA-VEN.
       REMARKS. CUADRE DIARIO DE LOS ASIENTOS DE VENTAS: PARA UNA
           FECHA (EL PARAMETRO AAAAMMDD, O HOY SI NO SE DA) SUMA EL
           TOTAL DE LAS FACTURAS EMITIDAS ESE DIA (FACCAB.DAT) Y EL
           DE LOS ABONOS POR DEVOLUCION (DEVOLUC.DAT) Y LOS COMPARA
           CON LOS CARGOS Y ABONOS A CLIENTES DE LOS ASIENTOS DE
           VENTAS DEL DIA (ASIVEN.DAT, GRABADOS POR FAC-PED Y
           DEV-FAC). COMPRUEBA ADEMAS QUE CADA ASIENTO CUADRE EN
           DEBE Y HABER Y SENALA LOS APUNTES SIN CUENTA ASIGNADA.
           EL RESULTADO QUEDA EN CUAVEN.LST. CODIGO DE RETORNO:
           0 = TODO CUADRA, 4 = CUADRA PERO HAY APUNTES SIN
           CUENTA, 8 = DESCUADRE, 12 = PARAMETRO INCORRECTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-FACCAB ASSIGN TO DISK 'FACCAB.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FAC-NUMERO
                  ALTERNATE RECORD KEY FAC-CODCLI WITH DUPLICATES
                  FILE STATUS IS FAC-FILESTAT.

           SELECT A-DEVOLUC ASSIGN TO DISK 'DEVOLUC.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DEV-FILESTAT.

           SELECT A-ASIVEN ASSIGN TO DISK 'ASIVEN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ASV-CLAVE
                  FILE STATUS IS ASV-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'CUAVEN.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-FACCAB LABEL RECORD STANDARD.
       01 REGFAC.
          02 FAC-NUMERO     PIC 9(6).
          02 FAC-CODCLI     PIC X(5).
          02 FAC-NOMCLI     PIC X(25).
          02 FAC-FECHA      PIC X(8).
          02 FAC-PEDIDO     PIC 9(6).
          02 FAC-VENDEDOR   PIC X(3).
          02 FAC-BASE       PIC 9(8)V9(2).
          02 FAC-IVA        PIC 9(8)V9(2).
          02 FAC-TOTAL      PIC 9(8)V9(2).
          02 FAC-MONEDA     PIC X(3).
          02 FAC-CAMBIO     PIC 9(3)V9(4).
          02 FAC-TOTAL-DIV  PIC 9(8)V9(2).

       FD A-DEVOLUC LABEL RECORD STANDARD.
       01 REGDEV.
          02 DEV-FACTURA    PIC 9(6).
          02 DEV-NUMLIN     PIC 9(2).
          02 DEV-CODCLI     PIC X(5).
          02 DEV-CODARTI    PIC 9(4).
          02 DEV-CANTIDAD   PIC 9(6).
          02 DEV-IMPORTE    PIC 9(8)V9(2).
          02 DEV-FECHA      PIC X(8).

      *
      * DESCRIPCION DE UN APUNTE DEL ASIENTO DE VENTAS: FACTURA (F)
      * O ABONO (A), CUENTA, SENTIDO DEBE (D) O HABER (H) Y FECHA
      * DE TRASPASO A LA INTERFAZ CONTABLE (ESPACIOS = PENDIENTE)
      *
       FD A-ASIVEN LABEL RECORD STANDARD.
       01 REGASV.
          02 ASV-CLAVE.
             03 ASV-FECHA     PIC X(8).
             03 ASV-TIPODOC   PIC X(1).
             03 ASV-DOCUMENTO PIC 9(6).
             03 ASV-LINEA     PIC 9(3).
          02 ASV-CODCLI     PIC X(5).
          02 ASV-TIPMOV     PIC X(1).
          02 ASV-SUBCLAVE   PIC X(3).
          02 ASV-CUENTA     PIC X(8).
          02 ASV-SENTIDO    PIC X(1).
          02 ASV-IMPORTE    PIC 9(9)V9(2).
          02 ASV-TRASPASO   PIC X(8).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 FAC-FILESTAT      PIC X(2).
       77 DEV-FILESTAT      PIC X(2).
       77 ASV-FILESTAT      PIC X(2).
       77 PARAM-LOTE        PIC X(20).
       77 FECHA-PARAM       PIC X(8).
       77 FECHA             PIC 99999999.
       77 FIN-FACTURA       PIC X(1).
       77 FIN-DEVOLUC       PIC X(1).
       77 FIN-ASIVEN        PIC X(1).
       77 CONT-FACTURAS     PIC 9(5) VALUE ZERO.
       77 CONT-LIN-DEV      PIC 9(5) VALUE ZERO.
       77 CONT-ASIENTOS     PIC 9(5) VALUE ZERO.
       77 CONT-DESCUADRES   PIC 9(5) VALUE ZERO.
       77 CONT-SIN-CUENTA   PIC 9(5) VALUE ZERO.
       77 TOTAL-FACTURAS    PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-ABONOS      PIC 9(9)V9(2) VALUE ZERO.
       77 CARGOS-CLIENTES   PIC 9(9)V9(2) VALUE ZERO.
       77 ABONOS-CLIENTES   PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-DEBE        PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-HABER       PIC 9(9)V9(2) VALUE ZERO.
       77 DEBE-ASIENTO      PIC 9(9)V9(2).
       77 HABER-ASIENTO     PIC 9(9)V9(2).
       77 ASIENTO-ACTUAL    PIC X(15).
       77 RESULTADO-CUADRE  PIC X(10).

       PROCEDURE DIVISION.
       CUADRAR-VENTAS.

      *
      * BLOQUE PRINCIPAL: FECHA DEL CUADRE, TOTALES DE FACTURAS Y
      * ABONOS DEL DIA, REPASO DE LOS ASIENTOS Y COMPARACION
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           ACCEPT PARAM-LOTE FROM COMMAND-LINE.
           MOVE SPACES TO FECHA-PARAM.
           UNSTRING PARAM-LOTE DELIMITED BY ALL " "
              INTO FECHA-PARAM
           END-UNSTRING.
           IF FECHA-PARAM NOT = SPACES
              IF FECHA-PARAM NOT NUMERIC
                 DISPLAY "FECHA DE CUADRE NO NUMERICA: " FECHA-PARAM
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE FECHA-PARAM TO FECHA
              END-IF
           END-IF.
           DISPLAY "CUADRE DE ASIENTOS DE VENTAS DEL " FECHA.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CUADRE DIARIO DE VENTAS - FECHA " FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           PERFORM SUMAR-FACTURAS-DIA.
           PERFORM SUMAR-ABONOS-DIA.
           PERFORM REPASAR-ASIENTOS-DIA.

      *
      * COMPARACION DE LOS DOCUMENTOS CON LOS ASIENTOS
      *
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "CUADRA" TO RESULTADO-CUADRE.
           IF TOTAL-FACTURAS NOT = CARGOS-CLIENTES
              MOVE "DESCUADRE" TO RESULTADO-CUADRE
              ADD 1 TO CONT-DESCUADRES
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "FACTURAS EMITIDAS.....: " CONT-FACTURAS " "
                  TOTAL-FACTURAS "  CARGOS A CLIENTES: "
                  CARGOS-CLIENTES "  " RESULTADO-CUADRE
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE "CUADRA" TO RESULTADO-CUADRE.
           IF TOTAL-ABONOS NOT = ABONOS-CLIENTES
              MOVE "DESCUADRE" TO RESULTADO-CUADRE
              ADD 1 TO CONT-DESCUADRES
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "LINEAS DEVUELTAS......: " CONT-LIN-DEV " "
                  TOTAL-ABONOS "  ABONOS A CLIENTES: "
                  ABONOS-CLIENTES "  " RESULTADO-CUADRE
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE "CUADRA" TO RESULTADO-CUADRE.
           IF TOTAL-DEBE NOT = TOTAL-HABER
              MOVE "DESCUADRE" TO RESULTADO-CUADRE
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "ASIENTOS DEL DIA......: " CONT-ASIENTOS
                  "  DEBE " TOTAL-DEBE "  HABER " TOTAL-HABER
                  "  " RESULTADO-CUADRE
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF CONT-SIN-CUENTA > ZERO
              MOVE SPACES TO LINEA-LISTADO
              STRING "APUNTES SIN CUENTA....: " CONT-SIN-CUENTA
                     " (ASIGNELAS EN MAN-CTA)"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           CLOSE A-LISTADO.

           DISPLAY "FACTURAS DEL DIA......: " TOTAL-FACTURAS
                   "  CARGOS EN ASIENTOS: " CARGOS-CLIENTES.
           DISPLAY "ABONOS DEL DIA........: " TOTAL-ABONOS
                   "  ABONOS EN ASIENTOS: " ABONOS-CLIENTES.
           DISPLAY "RESULTADO EN CUAVEN.LST".

           IF CONT-DESCUADRES > ZERO
              DISPLAY "HAY DESCUADRES EN LOS ASIENTOS DE VENTAS."
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CONT-SIN-CUENTA > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.


      * SUMA EL TOTAL CON IVA DE LAS FACTURAS EMITIDAS EN LA FECHA
      * ****************************************************************

       SUMAR-FACTURAS-DIA.
           MOVE "N" TO FIN-FACTURA.
           OPEN INPUT A-FACCAB.
           IF FAC-FILESTAT NOT = "00"
              CLOSE A-FACCAB
              MOVE "S" TO FIN-FACTURA
           ELSE
              MOVE ZERO TO FAC-NUMERO
              START A-FACCAB KEY NOT LESS THAN FAC-NUMERO
                 INVALID KEY MOVE "S" TO FIN-FACTURA
              END-START
           END-IF.
           PERFORM SUMAR-UNA-FACTURA UNTIL FIN-FACTURA = "S".
           IF FAC-FILESTAT NOT = "35"
              CLOSE A-FACCAB
           END-IF.


      * SUMA UNA FACTURA SI ES DE LA FECHA DEL CUADRE
      * ****************************************************************

       SUMAR-UNA-FACTURA.
           READ A-FACCAB NEXT RECORD AT END MOVE "S" TO FIN-FACTURA
           END-READ.
           IF FIN-FACTURA NOT = "S" AND FAC-FECHA = FECHA
              ADD 1         TO CONT-FACTURAS
              ADD FAC-TOTAL TO TOTAL-FACTURAS
           END-IF.


      * SUMA EL IMPORTE ABONADO DE LAS DEVOLUCIONES DE LA FECHA
      * ****************************************************************

       SUMAR-ABONOS-DIA.
           MOVE "N" TO FIN-DEVOLUC.
           OPEN INPUT A-DEVOLUC.
           IF DEV-FILESTAT NOT = "00"
              CLOSE A-DEVOLUC
              MOVE "S" TO FIN-DEVOLUC
           ELSE
              READ A-DEVOLUC AT END MOVE "S" TO FIN-DEVOLUC END-READ
           END-IF.
           PERFORM SUMAR-UN-ABONO UNTIL FIN-DEVOLUC = "S".
           IF DEV-FILESTAT NOT = "35"
              CLOSE A-DEVOLUC
           END-IF.


      * SUMA UNA LINEA DEVUELTA SI ES DE LA FECHA DEL CUADRE
      * ****************************************************************

       SUMAR-UN-ABONO.
           IF DEV-FECHA = FECHA
              ADD 1           TO CONT-LIN-DEV
              ADD DEV-IMPORTE TO TOTAL-ABONOS
           END-IF.
           READ A-DEVOLUC AT END MOVE "S" TO FIN-DEVOLUC END-READ.


      * RECORRE LOS ASIENTOS DE VENTAS DE LA FECHA: ACUMULA LOS
      * CARGOS Y ABONOS A CLIENTES Y COMPRUEBA CADA ASIENTO
      * ****************************************************************

       REPASAR-ASIENTOS-DIA.
           MOVE "ASIENTO          DEBE         HABER        INCIDENCIA"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO ASIENTO-ACTUAL.
           MOVE "N" TO FIN-ASIVEN.
           OPEN INPUT A-ASIVEN.
           IF ASV-FILESTAT NOT = "00"
              CLOSE A-ASIVEN
              MOVE "S" TO FIN-ASIVEN
           ELSE
              MOVE FECHA      TO ASV-FECHA
              MOVE LOW-VALUES TO ASV-TIPODOC
              MOVE ZERO       TO ASV-DOCUMENTO ASV-LINEA
              START A-ASIVEN KEY NOT LESS THAN ASV-CLAVE
                 INVALID KEY MOVE "S" TO FIN-ASIVEN
              END-START
           END-IF.
           PERFORM REPASAR-UN-APUNTE UNTIL FIN-ASIVEN = "S".
           IF ASIENTO-ACTUAL NOT = SPACES
              PERFORM CERRAR-ASIENTO
           END-IF.
           IF ASV-FILESTAT NOT = "35"
              CLOSE A-ASIVEN
           END-IF.


      * TRATA UN APUNTE DE LA FECHA; AL CAMBIAR DE DOCUMENTO CIERRA
      * EL ASIENTO ANTERIOR
      * ****************************************************************

       REPASAR-UN-APUNTE.
           READ A-ASIVEN NEXT RECORD AT END MOVE "S" TO FIN-ASIVEN
           END-READ.
           IF FIN-ASIVEN NOT = "S" AND ASV-FECHA NOT = FECHA
              MOVE "S" TO FIN-ASIVEN
           END-IF.
           IF FIN-ASIVEN NOT = "S"
              IF ASV-CLAVE(1:15) NOT = ASIENTO-ACTUAL
                 IF ASIENTO-ACTUAL NOT = SPACES
                    PERFORM CERRAR-ASIENTO
                 END-IF
                 MOVE ASV-CLAVE(1:15) TO ASIENTO-ACTUAL
                 MOVE ZERO TO DEBE-ASIENTO HABER-ASIENTO
                 ADD 1 TO CONT-ASIENTOS
              END-IF
              IF ASV-SENTIDO = "D"
                 ADD ASV-IMPORTE TO DEBE-ASIENTO TOTAL-DEBE
              ELSE
                 ADD ASV-IMPORTE TO HABER-ASIENTO TOTAL-HABER
              END-IF
              IF ASV-TIPMOV = "C"
                 IF ASV-TIPODOC = "F"
                    ADD ASV-IMPORTE TO CARGOS-CLIENTES
                 ELSE
                    ADD ASV-IMPORTE TO ABONOS-CLIENTES
                 END-IF
              END-IF
              IF ASV-CUENTA = SPACES
                 ADD 1 TO CONT-SIN-CUENTA
                 MOVE SPACES TO LINEA-LISTADO
                 STRING ASV-TIPODOC " " ASV-DOCUMENTO " "
                        ASV-LINEA "  TIPO " ASV-TIPMOV " CLAVE "
                        ASV-SUBCLAVE "  " ASV-IMPORTE
                        "  SIN CUENTA ASIGNADA"
                    DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
                 WRITE LINEA-LISTADO
              END-IF
           END-IF.


      * COMPRUEBA QUE EL ASIENTO QUE TERMINA CUADRE EN DEBE Y HABER
      * ****************************************************************

       CERRAR-ASIENTO.
           IF DEBE-ASIENTO NOT = HABER-ASIENTO
              ADD 1 TO CONT-DESCUADRES
              MOVE SPACES TO LINEA-LISTADO
              STRING ASIENTO-ACTUAL(9:1) " " ASIENTO-ACTUAL(10:6)
                     "  " DEBE-ASIENTO "  " HABER-ASIENTO
                     "  ASIENTO DESCUADRADO"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
