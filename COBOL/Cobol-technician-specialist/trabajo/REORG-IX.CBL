       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG-IX.
       REMARKS. REORGANIZACION DE LOS ARCHIVOS INDEXADOS QUE CRECEN
           CON EL USO (CLIENTES.DAT, AARTI.IND, PEDIDOS.DAT,
           OPERADOR.DAT Y LAS LINEAS DE PEDIDO Y DE FACTURA,
           PEDLIN.DAT Y FACLIN.DAT): VUELCA EL ARCHIVO ELEGIDO A UN
           TEMPORAL SECUENCIAL, VERIFICA QUE EL TEMPORAL CONTIENE TANTOS
           REGISTROS COMO SE LEYERON, Y SOLO ENTONCES RECONSTRUYE
           EL INDEXADO CARGANDOLO DE NUEVO, CON LO QUE LOS INDICES
           QUEDAN COMPACTOS Y SE RECUPERA EL ESPACIO DE LAS BAJAS.
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS LIN-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS FLN-FILESTAT.

      *
      * TEMPORAL SECUENCIAL POR EL QUE PASA LA COPIA COMPLETA
      *
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-PEDIDOS LABEL RECORD STANDARD.
       01 REGPED.
          02 PED-FECHA      PIC X(8).
          02 PED-ESTADO     PIC X(1).
          02 PED-VENDEDOR   PIC X(3).
          02 PED-DIRENT     PIC 9(2).

       FD A-OPERADOR LABEL RECORD STANDARD.
       01 REGOPE.
          02 OPE-FALLOS       PIC 9(1).
          02 OPE-SUCURSAL     PIC 9(3).

       FD A-PEDLIN LABEL RECORD STANDARD.
       01 REGLIN.
          02 LIN-CLAVE.
             03 LIN-PEDIDO  PIC 9(6).
             03 LIN-NUMLIN  PIC 9(2).
          02 LIN-CODARTI    PIC 9(4).
          02 FILLER         PIC X(49).

       FD A-FACLIN LABEL RECORD STANDARD.
       01 REGFLN.
          02 FLN-CLAVE.
             03 FLN-FACTURA PIC 9(6).
             03 FLN-NUMLIN  PIC 9(2).
          02 FLN-CODARTI    PIC 9(4).
          02 FILLER         PIC X(61).

       FD A-TEMPORAL LABEL RECORD STANDARD.
       01 REG-COPIA          PIC X(137).

       77 ART-FILESTAT      PIC X(2).
       77 PED-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 LIN-FILESTAT      PIC X(2).
       77 FLN-FILESTAT      PIC X(2).
       77 TMP-FILESTAT      PIC X(2).
       77 BIT-FILESTAT      PIC X(2).
       77 BLQ-FILESTAT      PIC X(2).
           DISPLAY "2 = ARTICULOS (AARTI.IND)".
           DISPLAY "3 = PEDIDOS   (PEDIDOS.DAT)".
           DISPLAY "4 = OPERADORES (OPERADOR.DAT)".
           DISPLAY "5 = LINEAS DE PEDIDO  (PEDLIN.DAT)".
           DISPLAY "6 = LINEAS DE FACTURA (FACLIN.DAT)".
           DISPLAY "Archivo a reorganizar: ".
           ACCEPT OPCION NO BELL.
           IF OPCION NOT = "1" AND OPCION NOT = "2"
              AND OPCION NOT = "3" AND OPCION NOT = "4"
              AND OPCION NOT = "5" AND OPCION NOT = "6"
              DISPLAY "OPCION NO VALIDA."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "EL ARCHIVO NO DEBE ESTAR EN USO POR NINGUN"
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "REORGANIZACION ANULADA."
              GOBACK
           END-IF.

      *
                      BLQ-PROGRAMA " DEL " BLQ-FECHA "). SI ES UN"
                      " CERROJO HUERFANO, LIMPIELO CON DES-BLQ."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ANOTAR-BLOQUEO-RUN.

              PERFORM REORG-CLIENTES THRU REORG-CLIENTES-FIN
           END-IF.
           IF OPCION = "2"
              MOVE 077 TO LARGO-REGISTRO
              PERFORM REORG-ARTICULOS THRU REORG-ARTICULOS-FIN
           END-IF.
           IF OPCION = "3"
              MOVE 022 TO LARGO-REGISTRO
              PERFORM REORG-OPERADOR THRU REORG-OPERADOR-FIN
           END-IF.
           IF OPCION = "5"
              MOVE 061 TO LARGO-REGISTRO
              PERFORM REORG-PEDLIN THRU REORG-PEDLIN-FIN
           END-IF.
           IF OPCION = "6"
              MOVE 073 TO LARGO-REGISTRO
              PERFORM REORG-FACLIN THRU REORG-FACLIN-FIN
           END-IF.

           PERFORM ANOTAR-BITACORA.
           PERFORM RETIRAR-BLOQUEO-RUN.
              MOVE 12 TO RETURN-CODE
           END-IF.

           GOBACK.


      * COMPRUEBA SI OTRO LOTE PESADO TIENE TOMADO EL CERROJO DE
              DISPLAY "NO HAY MAESTRO DE OPERADORES: ACCESO"
                      " DENEGADO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "Supervisor:".
           ACCEPT ENT-SUP-ID NO BELL.
              OR NOT OPE-ACTIVO OR NOT OPE-SUPERVISOR
              DISPLAY "SUPERVISOR O CLAVE NO VALIDOS."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.


           IF FIN-VUELCO NOT = "S"
              ADD 1 TO CONT-LEIDOS
              MOVE SPACES TO REG-COPIA
              MOVE R-ARTICULO TO REG-COPIA (1:77)
              WRITE REG-COPIA
           END-IF.

           READ A-TEMPORAL AT END MOVE "S" TO FIN-CARGA
           END-READ.
           IF FIN-CARGA NOT = "S"
              MOVE REG-COPIA (1:77) TO R-ARTICULO
              WRITE R-ARTICULO
                 INVALID KEY MOVE "N" TO REORG-VALIDA
              END-WRITE
           IF FIN-VUELCO NOT = "S"
              ADD 1 TO CONT-LEIDOS
              MOVE SPACES TO REG-COPIA
              MOVE REGPED TO REG-COPIA (1:25)
              WRITE REG-COPIA
           END-IF.

           READ A-TEMPORAL AT END MOVE "S" TO FIN-CARGA
           END-READ.
           IF FIN-CARGA NOT = "S"
              MOVE REG-COPIA (1:25) TO REGPED
              WRITE REGPED
                 INVALID KEY MOVE "N" TO REORG-VALIDA
              END-WRITE
           END-IF.


      * REORGANIZA LAS LINEAS DE PEDIDO
      * ****************************************************************

       REORG-PEDLIN.
           OPEN INPUT A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
              DISPLAY "PEDLIN.DAT NO EXISTE O NO SE PUEDE ABRIR."
              MOVE "N" TO REORG-VALIDA
              GO TO REORG-PEDLIN-FIN
           END-IF.
           OPEN OUTPUT A-TEMPORAL.
           MOVE "N" TO FIN-VUELCO.
           PERFORM VOLCAR-UNA-LINEA-PED UNTIL FIN-VUELCO = "S".
           CLOSE A-PEDLIN.
           CLOSE A-TEMPORAL.

           PERFORM RECONTAR-TEMPORAL.
           IF CONT-TEMPORAL NOT = CONT-LEIDOS
              MOVE "N" TO REORG-VALIDA
              GO TO REORG-PEDLIN-FIN
           END-IF.

           OPEN OUTPUT A-PEDLIN.
           OPEN INPUT A-TEMPORAL.
           MOVE "N" TO FIN-CARGA.
           PERFORM CARGAR-UNA-LINEA-PED UNTIL FIN-CARGA = "S".
           CLOSE A-TEMPORAL.
           CLOSE A-PEDLIN.
           IF CONT-CARGADOS NOT = CONT-LEIDOS
              MOVE "N" TO REORG-VALIDA
           END-IF.

       REORG-PEDLIN-FIN.
           EXIT.


      * VUELCA UNA LINEA DE PEDIDO AL TEMPORAL
      * ****************************************************************

       VOLCAR-UNA-LINEA-PED.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-VUELCO
           END-READ.
           IF FIN-VUELCO NOT = "S"
              ADD 1 TO CONT-LEIDOS
              MOVE SPACES TO REG-COPIA
              MOVE REGLIN TO REG-COPIA (1:61)
              WRITE REG-COPIA
           END-IF.


      * RECARGA UNA LINEA DE PEDIDO DESDE EL TEMPORAL
      * ****************************************************************

       CARGAR-UNA-LINEA-PED.
           READ A-TEMPORAL AT END MOVE "S" TO FIN-CARGA
           END-READ.
           IF FIN-CARGA NOT = "S"
              MOVE REG-COPIA (1:61) TO REGLIN
              WRITE REGLIN
                 INVALID KEY MOVE "N" TO REORG-VALIDA
              END-WRITE
              IF REORG-VALIDA = "S"
                 ADD 1 TO CONT-CARGADOS
              END-IF
           END-IF.


      * REORGANIZA LAS LINEAS DE FACTURA
      * ****************************************************************

       REORG-FACLIN.
           OPEN INPUT A-FACLIN.
           IF FLN-FILESTAT NOT = "00"
              CLOSE A-FACLIN
              DISPLAY "FACLIN.DAT NO EXISTE O NO SE PUEDE ABRIR."
              MOVE "N" TO REORG-VALIDA
              GO TO REORG-FACLIN-FIN
           END-IF.
           OPEN OUTPUT A-TEMPORAL.
           MOVE "N" TO FIN-VUELCO.
           PERFORM VOLCAR-UNA-LINEA-FAC UNTIL FIN-VUELCO = "S".
           CLOSE A-FACLIN.
           CLOSE A-TEMPORAL.

           PERFORM RECONTAR-TEMPORAL.
           IF CONT-TEMPORAL NOT = CONT-LEIDOS
              MOVE "N" TO REORG-VALIDA
              GO TO REORG-FACLIN-FIN
           END-IF.

           OPEN OUTPUT A-FACLIN.
           OPEN INPUT A-TEMPORAL.
           MOVE "N" TO FIN-CARGA.
           PERFORM CARGAR-UNA-LINEA-FAC UNTIL FIN-CARGA = "S".
           CLOSE A-TEMPORAL.
           CLOSE A-FACLIN.
           IF CONT-CARGADOS NOT = CONT-LEIDOS
              MOVE "N" TO REORG-VALIDA
           END-IF.

       REORG-FACLIN-FIN.
           EXIT.


      * VUELCA UNA LINEA DE FACTURA AL TEMPORAL
      * ****************************************************************

       VOLCAR-UNA-LINEA-FAC.
           READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-VUELCO
           END-READ.
           IF FIN-VUELCO NOT = "S"
              ADD 1 TO CONT-LEIDOS
              MOVE SPACES TO REG-COPIA
              MOVE REGFLN TO REG-COPIA (1:73)
              WRITE REG-COPIA
           END-IF.


      * RECARGA UNA LINEA DE FACTURA DESDE EL TEMPORAL
      * ****************************************************************

       CARGAR-UNA-LINEA-FAC.
           READ A-TEMPORAL AT END MOVE "S" TO FIN-CARGA
           END-READ.
           IF FIN-CARGA NOT = "S"
              MOVE REG-COPIA (1:73) TO REGFLN
              WRITE REGFLN
                 INVALID KEY MOVE "N" TO REORG-VALIDA
              END-WRITE
              IF REORG-VALIDA = "S"
                 ADD 1 TO CONT-CARGADOS
              END-IF
           END-IF.


      * RELEE EL TEMPORAL COMPLETO Y LO RECUENTA ANTES DE TOCAR
      * EL INDEXADO ORIGINAL
      * ****************************************************************
