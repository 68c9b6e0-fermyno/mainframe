           CON ARTICULO Y CANTIDAD. SE APLICAN EXACTAMENTE LAS
           VALIDACIONES DEL ALTA INTERACTIVA DE PED-CLI: CLIENTE
           EXISTENTE Y NO SUSPENDIDO NI CERRADO, ARTICULO
           EXISTENTE EN AARTI.IND, NO BLOQUEADO NI OBSOLETO (Y SI
           ESTA DESCATALOGADO, SIN PASAR DE SU EXISTENCIA) Y
           CANTIDAD NUMERICA Y DISTINTA DE CERO. LOS PEDIDOS
           BUENOS SE CREAN EN PEDIDOS.DAT Y PEDLIN.DAT CON SU
           NUMERACION NORMAL; CADA LINEA MALA
           SALE EN PEDIMERR.LST CON SU NUMERO DE LINEA Y MOTIVO
           -- LA MISMA REGLA DE IMP-CSV: NUNCA SE CARGA UN FICHERO
           A MEDIAS EN SILENCIO.
                  FILE STATUS IS PED-FILESTAT.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS LIN-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
          02 PED-FECHA      PIC X(8).
          02 PED-ESTADO     PIC X(1).
          02 PED-VENDEDOR   PIC X(3).
          02 PED-DIRENT     PIC 9(2).

       FD A-PEDLIN LABEL RECORD STANDARD.
       01 REGLIN.
          02 LIN-CLAVE.
             03 LIN-PEDIDO  PIC 9(6).
             03 LIN-NUMLIN  PIC 9(2).
          02 LIN-CODARTI    PIC 9(4).
          02 LIN-CANTIDAD   PIC 9(6).
          02 LIN-SERVIDA    PIC 9(6).
          02 LIN-FACTURADA  PIC 9(6).
          02 LIN-FEC-SOLICITADA PIC X(8).
          02 LIN-FEC-PROMETIDA  PIC X(8).
          02 LIN-FEC-ENTREGA    PIC X(8).
          02 LIN-UNIDAD     PIC X(3).
          02 LIN-FACTOR     PIC 9(4).

       FD A-CLIENT LABEL RECORD STANDARD.
       01 REGCLI.
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-ERRORES LABEL RECORD STANDARD.
       01 LINEA-ERROR        PIC X(80).
       77 NUM-SIGUIENTE     PIC 9(6) VALUE ZERO.
       77 NUM-LINEA         PIC 9(6) VALUE ZERO.
       77 MOTIVO-ERROR      PIC X(40).
       77 CANT-LINEA-IMP    PIC 9(6).
       77 CLIENTE-VALIDO    PIC X(1) VALUE "N".
       77 CLIENTE-LOTE      PIC X(5).
       77 CONT-LIN-LOTE     PIC 9(2) COMP VALUE ZERO.
              DISPLAY "NO EXISTE EL FICHERO DE CARGA PEDIMP.DAT."
              CLOSE A-PEDIMP
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-PEDIDOS.

           OPEN INPUT A-CLIENT.
           OPEN INPUT A-ARTICULO.
           OPEN I-O A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
              OPEN OUTPUT A-PEDLIN
              CLOSE A-PEDLIN
              OPEN I-O A-PEDLIN
           END-IF.
           OPEN OUTPUT A-ERRORES.

              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * PREPARA EL CONTADOR DE LA SERIE DE PEDIDOS, SEMBRANDOLO
              GO TO TRATAR-LINEA-LOTE-FIN
           END-IF.

           IF ARTI-BLOQUEADO
              MOVE "ARTICULO BLOQUEADO PARA LA VENTA" TO MOTIVO-ERROR
              PERFORM GRABAR-LINEA-ERROR
              GO TO TRATAR-LINEA-LOTE-FIN
           END-IF.

           IF ARTI-OBSOLETO
              MOVE "ARTICULO OBSOLETO" TO MOTIVO-ERROR
              PERFORM GRABAR-LINEA-ERROR
              GO TO TRATAR-LINEA-LOTE-FIN
           END-IF.

           MOVE IMP-CANTIDAD TO CANT-LINEA-IMP.
           IF ARTI-DESCATALOGADO AND CANT-LINEA-IMP > NUM-ARTI
              MOVE "DESCATALOGADO: SUPERA LA EXISTENCIA"
                   TO MOTIVO-ERROR
              PERFORM GRABAR-LINEA-ERROR
              GO TO TRATAR-LINEA-LOTE-FIN
           END-IF.

           IF CONT-LIN-LOTE >= 50
              MOVE "PEDIDO CON DEMASIADAS LINEAS" TO MOTIVO-ERROR
              PERFORM GRABAR-LINEA-ERROR
              MOVE FECHA         TO PED-FECHA
              MOVE "A"           TO PED-ESTADO
              MOVE SPACES        TO PED-VENDEDOR
              MOVE ZERO          TO PED-DIRENT
              WRITE REGPED
              PERFORM GRABAR-LINEA-LOTE
                      VARYING IDX-LOTE FROM 1 BY 1
           MOVE TAB-LOTE-CANT(IDX-LOTE) TO LIN-CANTIDAD.
           MOVE ZERO TO LIN-SERVIDA.
           MOVE ZERO TO LIN-FACTURADA.
           MOVE SPACES TO LIN-FEC-SOLICITADA.
           MOVE SPACES TO LIN-FEC-PROMETIDA.
           MOVE SPACES TO LIN-FEC-ENTREGA.
           MOVE SPACES TO LIN-UNIDAD.
           MOVE 1 TO LIN-FACTOR.
           WRITE REGLIN
              INVALID KEY
                 DISPLAY "ERROR: LA LINEA " LIN-NUMLIN " DEL PEDIDO "
                         LIN-PEDIDO " YA EXISTE EN PEDLIN.DAT."
              NOT INVALID KEY
                 ADD 1 TO CONT-LINEAS
           END-WRITE.


      * GRABA EN EL LISTADO DE ERRORES LA LINEA ERRONEA CON SU
