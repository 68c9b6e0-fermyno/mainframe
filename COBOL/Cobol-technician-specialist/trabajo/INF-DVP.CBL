       IDENTIFICATION DIVISION.
       PROGRAM-ID. INF-DVP.
       REMARKS. INFORME MENSUAL DE DEVOLUCIONES A PROVEEDOR:
           RECORRE LAS DEVOLUCIONES REGISTRADAS POR DEV-PRV
           (DEVPROV.DAT, UNA POR NOTA DE CARGO) Y LISTA EN
           DEVPROV.LST LAS DEL MES PEDIDO AGRUPADAS POR PROVEEDOR,
           CON LA NOTA DE CARGO, LA FECHA, EL PEDIDO DEVUELTO, LAS
           UNIDADES, EL IMPORTE CARGADO Y EL MOTIVO DE CADA UNA,
           CON SUBTOTAL POR PROVEEDOR Y TOTAL DEL MES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-DEVPROV ASSIGN TO DISK 'DEVPROV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DVP-NUMERO
                  FILE STATUS IS DVP-FILESTAT.

           SELECT A-PROVEED ASSIGN TO DISK 'PROVEED.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRV-CODIGO
                  FILE STATUS IS PRV-FILESTAT.

           SELECT A-ORDENA ASSIGN TO DISK 'DEVPROV.TMP'.

           SELECT A-LISTADO ASSIGN TO DISK 'DEVPROV.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA DEVOLUCION A PROVEEDOR (VER DEV-PRV)
      *
       FD A-DEVPROV LABEL RECORD STANDARD.
       01 REGDVP.
          02 DVP-NUMERO     PIC 9(6).
          02 DVP-PEDIDO     PIC 9(6).
          02 DVP-PROVEEDOR  PIC X(4).
          02 DVP-FECHA      PIC X(8).
          02 DVP-ALMACEN    PIC 9(2).
          02 DVP-UNIDADES   PIC 9(7).
          02 DVP-IMPORTE    PIC 9(8)V9(2).
          02 DVP-MOTIVO     PIC X(30).

       FD A-PROVEED LABEL RECORD STANDARD.
       01 REGPRV.
          02 PRV-CODIGO     PIC X(4).
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).

       SD A-ORDENA.
       01 REG-ORDENA.
          02 ORD-PROVEEDOR  PIC X(4).
          02 ORD-NUMERO     PIC 9(6).
          02 ORD-PEDIDO     PIC 9(6).
          02 ORD-FECHA      PIC X(8).
          02 ORD-UNIDADES   PIC 9(7).
          02 ORD-IMPORTE    PIC 9(8)V9(2).
          02 ORD-MOTIVO     PIC X(30).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).


       WORKING-STORAGE SECTION.
       77 DVP-FILESTAT      PIC X(2).
       77 PRV-FILESTAT      PIC X(2).
       77 HAY-PROVEEDORES   PIC X(1) VALUE "N".
       77 FIN-DEVOLUCIONES  PIC X(1).
       77 FIN-ORDENADO      PIC X(1).
       77 FECHA             PIC 99999999.
       77 FECHA-HOY         PIC X(8).
       77 ENT-MES           PIC X(6).
       77 MES-INFORME       PIC X(6).
       77 PROV-ACTUAL       PIC X(4).
       77 HAY-PROV-ACTUAL   PIC X(1).
       77 NOMBRE-PROV       PIC X(25).
       77 NOTAS-PROV        PIC 9(5).
       77 UNIDADES-PROV     PIC 9(8).
       77 IMPORTE-PROV      PIC 9(9)V9(2).
       77 NOTAS-TOTAL       PIC 9(5) VALUE ZERO.
       77 UNIDADES-TOTAL    PIC 9(8) VALUE ZERO.
       77 IMPORTE-TOTAL     PIC 9(9)V9(2) VALUE ZERO.
       77 CONT-PROVEEDORES  PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       INFORME-DEVOLUCIONES SECTION.

      *
      * BLOQUE PRINCIPAL: FIJA EL MES, CLASIFICA SUS DEVOLUCIONES
      * POR PROVEEDOR Y NOTA DE CARGO E IMPRIME EL LISTADO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FECHA-HOY.

           DISPLAY "DEVOLUCIONES A PROVEEDOR DEL MES".
           DISPLAY "--------------------------------".
           DISPLAY "Mes del informe (AAAAMM, blanco=mes actual):".
           MOVE SPACES TO ENT-MES.
           ACCEPT ENT-MES NO BELL.
           IF ENT-MES = SPACES
              MOVE FECHA-HOY(1:6) TO ENT-MES
           END-IF.
           IF ENT-MES IS NOT NUMERIC
              OR ENT-MES(5:2) < "01" OR ENT-MES(5:2) > "12"
              DISPLAY "ERROR: MES NO VALIDO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE ENT-MES TO MES-INFORME.

      *
      * EL MAESTRO DE PROVEEDORES SOLO DA NOMBRES; SIN EL EL
      * INFORME SALE IGUAL, CON CODIGOS
      *
           OPEN INPUT A-PROVEED.
           IF PRV-FILESTAT = "00"
              MOVE "S" TO HAY-PROVEEDORES
           ELSE
              CLOSE A-PROVEED
              MOVE "N" TO HAY-PROVEEDORES
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "DEVOLUCIONES A PROVEEDOR DEL MES " MES-INFORME
                  " POR PROVEEDOR (EMITIDO EL " FECHA-HOY ")"
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "    NOTA   FECHA    PEDIDO UNIDADES     IMPORTE"
              & " MOTIVO" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           SORT A-ORDENA
                ON ASCENDING KEY ORD-PROVEEDOR
                ON ASCENDING KEY ORD-NUMERO
                INPUT PROCEDURE SELECCIONAR-DEVOLUCIONES
                OUTPUT PROCEDURE IMPRIMIR-DEVOLUCIONES.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL DEL MES: " NOTAS-TOTAL " NOTAS DE CARGO, "
                  UNIDADES-TOTAL " UNIDADES, IMPORTE "
                  IMPORTE-TOTAL
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           IF HAY-PROVEEDORES = "S"
              CLOSE A-PROVEED
           END-IF.

           DISPLAY "DEVOLUCIONES DEL MES " MES-INFORME
                   " EN DEVPROV.LST: " CONT-PROVEEDORES
                   " PROVEEDORES, " NOTAS-TOTAL " NOTAS DE CARGO".

           GOBACK.


      * PROCEDIMIENTO DE ENTRADA DEL SORT: SUELTA LAS DEVOLUCIONES
      * DEL MES. SIN FICHERO NO HAY NADA QUE LISTAR
      * ****************************************************************

       SELECCIONAR-DEVOLUCIONES SECTION.
           MOVE "N" TO FIN-DEVOLUCIONES.
           OPEN INPUT A-DEVPROV.
           IF DVP-FILESTAT NOT = "00"
              CLOSE A-DEVPROV
              MOVE "S" TO FIN-DEVOLUCIONES
           ELSE
              READ A-DEVPROV NEXT RECORD
                 AT END MOVE "S" TO FIN-DEVOLUCIONES
              END-READ
           END-IF.
           PERFORM TRATAR-DEVOLUCION UNTIL FIN-DEVOLUCIONES = "S".
           IF DVP-FILESTAT NOT = "35"
              CLOSE A-DEVPROV
           END-IF.


      * SUELTA AL SORT UNA DEVOLUCION SI ES DEL MES
      * ****************************************************************

       TRATAR-DEVOLUCION SECTION.
           IF DVP-FECHA(1:6) = MES-INFORME
              MOVE DVP-PROVEEDOR TO ORD-PROVEEDOR
              MOVE DVP-NUMERO    TO ORD-NUMERO
              MOVE DVP-PEDIDO    TO ORD-PEDIDO
              MOVE DVP-FECHA     TO ORD-FECHA
              MOVE DVP-UNIDADES  TO ORD-UNIDADES
              MOVE DVP-IMPORTE   TO ORD-IMPORTE
              MOVE DVP-MOTIVO    TO ORD-MOTIVO
              RELEASE REG-ORDENA
           END-IF.
           READ A-DEVPROV NEXT RECORD
              AT END MOVE "S" TO FIN-DEVOLUCIONES
           END-READ.


      * PROCEDIMIENTO DE SALIDA DEL SORT: IMPRIME UNA LINEA POR
      * NOTA DE CARGO CON SU MOTIVO Y EL SUBTOTAL DE CADA PROVEEDOR
      * ****************************************************************

       IMPRIMIR-DEVOLUCIONES SECTION.
           MOVE "N" TO FIN-ORDENADO.
           MOVE "N" TO HAY-PROV-ACTUAL.
           RETURN A-ORDENA
              AT END MOVE "S" TO FIN-ORDENADO
           END-RETURN.
           IF FIN-ORDENADO = "N"
              PERFORM INICIAR-PROVEEDOR
           END-IF.
           PERFORM RECOGER-DEVOLUCION UNTIL FIN-ORDENADO = "S".
           IF HAY-PROV-ACTUAL = "S"
              PERFORM IMPRIMIR-PROVEEDOR
           END-IF.


      * IMPRIME LA DEVOLUCION RECOGIDA, LA ACUMULA Y LEE LA
      * SIGUIENTE, CORTANDO POR PROVEEDOR
      * ****************************************************************

       RECOGER-DEVOLUCION SECTION.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "    "        DELIMITED BY SIZE
                  ORD-NUMERO    DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  ORD-FECHA     DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  ORD-PEDIDO    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  ORD-UNIDADES  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  ORD-IMPORTE   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  ORD-MOTIVO    DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           ADD 1            TO NOTAS-PROV.
           ADD ORD-UNIDADES TO UNIDADES-PROV.
           ADD ORD-IMPORTE  TO IMPORTE-PROV.

           RETURN A-ORDENA
              AT END MOVE "S" TO FIN-ORDENADO
           END-RETURN.
           IF FIN-ORDENADO = "N"
              IF ORD-PROVEEDOR NOT = PROV-ACTUAL
                 PERFORM IMPRIMIR-PROVEEDOR
                 PERFORM INICIAR-PROVEEDOR
              END-IF
           END-IF.


      * PONE A CERO LOS ACUMULADOS DEL PROVEEDOR RECOGIDO E IMPRIME
      * SU CABECERA CON EL NOMBRE TOMADO DEL MAESTRO
      * ****************************************************************

       INICIAR-PROVEEDOR SECTION.
           MOVE "S" TO HAY-PROV-ACTUAL.
           MOVE ORD-PROVEEDOR TO PROV-ACTUAL.
           MOVE ZERO TO NOTAS-PROV.
           MOVE ZERO TO UNIDADES-PROV.
           MOVE ZERO TO IMPORTE-PROV.

           MOVE "** DESCONOCIDO **" TO NOMBRE-PROV.
           IF HAY-PROVEEDORES = "S"
              MOVE ORD-PROVEEDOR TO PRV-CODIGO
              READ A-PROVEED
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY MOVE PRV-NOMBRE TO NOMBRE-PROV
              END-READ
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PROVEEDOR " PROV-ACTUAL "  " NOMBRE-PROV
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * IMPRIME EL SUBTOTAL DEL PROVEEDOR Y LO SUMA AL TOTAL
      * ****************************************************************

       IMPRIMIR-PROVEEDOR SECTION.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "    TOTAL PROVEEDOR " PROV-ACTUAL ": " NOTAS-PROV
                  " NOTAS, " UNIDADES-PROV " UNIDADES, IMPORTE "
                  IMPORTE-PROV
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           ADD 1             TO CONT-PROVEEDORES.
           ADD NOTAS-PROV    TO NOTAS-TOTAL.
           ADD UNIDADES-PROV TO UNIDADES-TOTAL.
           ADD IMPORTE-PROV  TO IMPORTE-TOTAL.
