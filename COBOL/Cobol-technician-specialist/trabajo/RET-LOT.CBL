       IDENTIFICATION DIVISION.
       PROGRAM-ID. RET-LOT.
       REMARKS. RETIRADA DE UN LOTE: DADO EL ARTICULO Y EL LOTE,
           RECORRE LAS LINEAS DE ALBARAN (ALBARAN.DAT, CON EL LOTE
           DE LO SERVIDO ANOTADO POR PED-CLI) Y LISTA EN RETLOTE.LST
           CADA CLIENTE QUE LO RECIBIO CON SU ALBARAN, LA FECHA Y LA
           CANTIDAD (EL CLIENTE SALE DEL PEDIDO DEL ALBARAN EN
           PEDIDOS.DAT). LA EXISTENCIA QUE QUEDE DEL LOTE EN
           LOTESTK.DAT SE BLOQUEA PARA QUE NO SE PROPONGA NI SE
           SIRVA NI LA RELEVEN LAS SALIDAS, Y SE EMITE EN
           CARTARET.LST UNA CARTA DE RETIRADA POR CLIENTE AFECTADO
           CON SU DIRECCION DEL MAESTRO (COMO LAS CARTAS DE CAR-COB).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-ALBARAN ASSIGN TO DISK 'ALBARAN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS ALB-FILESTAT.

           SELECT A-LOTESTK ASSIGN TO DISK 'LOTESTK.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LTK-CLAVE
                  FILE STATUS IS LTK-FILESTAT.

           SELECT A-PEDIDOS ASSIGN TO DISK 'PEDIDOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PED-NUMERO
                  FILE STATUS IS PED-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-LISTADO ASSIGN TO DISK 'RETLOTE.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-CARTAS ASSIGN TO DISK 'CARTARET.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-ALBARAN LABEL RECORD STANDARD.
       01 REGALB.
          02 ALB-NUMERO     PIC 9(6).
          02 ALB-PEDIDO     PIC 9(6).
          02 ALB-NUMLIN     PIC 9(2).
          02 ALB-CODARTI    PIC 9(4).
          02 ALB-CANTIDAD   PIC 9(6).
          02 ALB-FECHA      PIC X(8).
          02 ALB-LOTE       PIC X(8).

       FD A-LOTESTK LABEL RECORD STANDARD.
       01 REGLTK.
          02 LTK-CLAVE.
             03 LTK-CODARTI PIC 9(4).
             03 LTK-LOTE    PIC X(8).
          02 LTK-CADUCIDAD  PIC X(8).
          02 LTK-EXISTENCIA PIC 9(6).
          02 LTK-ESTADO     PIC X(1).
             88 LTK-BLOQUEADO VALUE "B".

       FD A-PEDIDOS LABEL RECORD STANDARD.
       01 REGPED.
          02 PED-NUMERO     PIC 9(6).
          02 PED-CODCLI     PIC X(5).
          02 PED-FECHA      PIC X(8).
          02 PED-ESTADO     PIC X(1).
             88 PED-ABIERTO   VALUE "A".
             88 PED-PARCIAL   VALUE "P".
             88 PED-SERVIDO   VALUE "S".
             88 PED-FACTURADO VALUE "F".
          02 PED-VENDEDOR   PIC X(3).
          02 PED-DIRENT     PIC 9(2).

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

       FD A-CLIENT LABEL RECORD STANDARD.
       01 REGCLI.
          02 CODCLI         PIC X(5).
          02 NOMCLI         PIC X(25).
          02 DIRCLI         PIC X(25).
          02 POBCLI         PIC X(25).
          02 POSCLI         PIC 9(5).
          02 ALTCLI         PIC X(8).
          02 IMPCLI         PIC 9(6)V9(2).
          02 MONCLI         PIC X(3).
          02 CAMCLI         PIC 9(3)V9(4).
          02 IMECLI         PIC 9(6)V9(2).
          02 LIMCLI         PIC 9(6)V9(2).
          02 ESTCLI         PIC X(1).
          02 NIFCLI         PIC X(9).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(80).

       FD A-CARTAS LABEL RECORD STANDARD.
       01 LINEA-CARTA        PIC X(80).


       WORKING-STORAGE SECTION.
       77 ALB-FILESTAT      PIC X(2).
       77 LTK-FILESTAT      PIC X(2).
       77 PED-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-LOTE          PIC X(8).
       77 ENT-CONFIRMA      PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-LTK        PIC X(1).
       77 HAY-PEDIDOS       PIC X(1).
       77 HAY-LOTESTK       PIC X(1).
       77 FIN-ALBARAN       PIC X(1).
       77 CLIENTE-ALB       PIC X(5).
       77 NOMBRE-ALB        PIC X(25).
       77 IDX-AFE           PIC 9(3) COMP.
       77 CONT-AFECTADOS    PIC 9(3) VALUE ZERO.
       77 ENCONTRADO-AFE    PIC X(1).
       77 CONT-LINEAS       PIC 9(5) VALUE ZERO.
       77 TOTAL-SERVIDO     PIC 9(8) VALUE ZERO.
       77 STOCK-BLOQUEADO   PIC 9(6) VALUE ZERO.
       77 CONT-CARTAS       PIC 9(4) VALUE ZERO.

      *
      * CLIENTES QUE RECIBIERON EL LOTE: ALBARANES Y CANTIDAD
      * RECIBIDA, CON LA FECHA DE LA PRIMERA Y LA ULTIMA ENTREGA
      *
       01 TAB-AFECTADOS.
          02 TAB-AFE-OCU OCCURS 200 TIMES.
             03 TAB-AFE-CLI    PIC X(5).
             03 TAB-AFE-ALBS   PIC 9(4).
             03 TAB-AFE-CANT   PIC 9(8).
             03 TAB-AFE-DESDE  PIC X(8).
             03 TAB-AFE-HASTA  PIC X(8).
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
       RETIRAR-LOTE.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "RET-LOT" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL ARTICULO Y EL LOTE, LISTA A
      * QUIEN SE SIRVIO, BLOQUEA LO QUE QUEDA DEL LOTE Y EMITE LAS
      * CARTAS DE RETIRADA
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           DISPLAY "RETIRADA DE UN LOTE".
           DISPLAY "-------------------".
           DISPLAY "Codigo de articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           DISPLAY "Lote:".
           ACCEPT ENT-LOTE NO BELL.

           OPEN INPUT A-ARTICULO.
           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           CLOSE A-ARTICULO.
           IF EXISTE = "N" OR ENT-LOTE = SPACES
              DISPLAY "ERROR: ARTICULO INEXISTENTE O LOTE EN BLANCO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "N" TO EXISTE-LTK.
           OPEN I-O A-LOTESTK.
           IF LTK-FILESTAT = "00"
              MOVE "S" TO HAY-LOTESTK
              MOVE ENT-CODARTI TO LTK-CODARTI
              MOVE ENT-LOTE    TO LTK-LOTE
              READ A-LOTESTK
                 INVALID KEY     MOVE "N" TO EXISTE-LTK
                 NOT INVALID KEY MOVE "S" TO EXISTE-LTK
              END-READ
           ELSE
              CLOSE A-LOTESTK
              MOVE "N" TO HAY-LOTESTK
           END-IF.

           DISPLAY "ARTICULO " COD-ARTI " " NOM-ARTI.
           IF EXISTE-LTK = "S"
              DISPLAY "LOTE " LTK-LOTE "  CADUCIDAD " LTK-CADUCIDAD
                      "  EXISTENCIA " LTK-EXISTENCIA
              IF LTK-BLOQUEADO
                 DISPLAY "EL LOTE YA ESTA BLOQUEADO."
              END-IF
           ELSE
              DISPLAY "AVISO: EL LOTE NO TIENE EXISTENCIA REGISTRADA"
                      " (LOTESTK.DAT); SOLO SE RASTREA."
           END-IF.
           DISPLAY "Confirmar la retirada del lote (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "RETIRADA CANCELADA."
              IF HAY-LOTESTK = "S"
                 CLOSE A-LOTESTK
              END-IF
              GOBACK
           END-IF.

           OPEN INPUT A-PEDIDOS.
           IF PED-FILESTAT = "00"
              MOVE "S" TO HAY-PEDIDOS
           ELSE
              CLOSE A-PEDIDOS
              MOVE "N" TO HAY-PEDIDOS
           END-IF.
           OPEN INPUT A-CLIENT.
           OPEN OUTPUT A-LISTADO.
           PERFORM CABECERA-LISTADO.

      *
      * LAS LINEAS DE ALBARAN CON EL LOTE DICEN A QUIEN SE SIRVIO
      *
           MOVE "N" TO FIN-ALBARAN.
           OPEN INPUT A-ALBARAN.
           IF ALB-FILESTAT NOT = "00"
              CLOSE A-ALBARAN
              MOVE "S" TO FIN-ALBARAN
           ELSE
              READ A-ALBARAN AT END MOVE "S" TO FIN-ALBARAN END-READ
           END-IF.
           PERFORM RASTREAR-ALBARAN UNTIL FIN-ALBARAN = "S".
           IF ALB-FILESTAT NOT = "35"
              CLOSE A-ALBARAN
           END-IF.

      *
      * LO QUE QUEDA DEL LOTE EN ALMACEN QUEDA BLOQUEADO
      *
           IF EXISTE-LTK = "S"
              MOVE LTK-EXISTENCIA TO STOCK-BLOQUEADO
              MOVE "B" TO LTK-ESTADO
              REWRITE REGLTK
           END-IF.
           IF HAY-LOTESTK = "S"
              CLOSE A-LOTESTK
           END-IF.

           PERFORM PIE-LISTADO.
           CLOSE A-LISTADO.

           OPEN OUTPUT A-CARTAS.
           PERFORM EMITIR-CARTA-RETIRADA
                   THRU EMITIR-CARTA-RETIRADA-FIN
                   VARYING IDX-AFE FROM 1 BY 1
                   UNTIL IDX-AFE > CONT-AFECTADOS.
           CLOSE A-CARTAS.

           CLOSE A-CLIENT.
           IF HAY-PEDIDOS = "S"
              CLOSE A-PEDIDOS
           END-IF.

           DISPLAY "LINEAS DE ALBARAN CON EL LOTE: " CONT-LINEAS
                   " (EN RETLOTE.LST)".
           DISPLAY "CLIENTES AFECTADOS...........: " CONT-AFECTADOS.
           DISPLAY "EXISTENCIA BLOQUEADA.........: " STOCK-BLOQUEADO.
           DISPLAY "CARTAS EMITIDAS..............: " CONT-CARTAS
                   " (EN CARTARET.LST)".

           GOBACK.


      * IMPRIME LA CABECERA DEL LISTADO DE RETIRADA
      * ****************************************************************

       CABECERA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "RETIRADA DEL LOTE " ENT-LOTE " DEL ARTICULO "
                  COD-ARTI " " NOM-ARTI
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "FECHA " FECHA DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "CLIEN NOMBRE                    ALBARAN FECHA    "
                & "CANTIDAD" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.


      * EXAMINA LA SIGUIENTE LINEA DE ALBARAN Y, SI ES DEL
      * ARTICULO Y DEL LOTE RETIRADOS, LA LISTA CON SU CLIENTE Y
      * LA ACUMULA EN LA TABLA DE AFECTADOS
      * ****************************************************************

       RASTREAR-ALBARAN.
           IF ALB-CODARTI = ENT-CODARTI AND ALB-LOTE = ENT-LOTE
              MOVE SPACES TO CLIENTE-ALB
              IF HAY-PEDIDOS = "S"
                 MOVE ALB-PEDIDO TO PED-NUMERO
                 READ A-PEDIDOS
                    INVALID KEY     MOVE SPACES TO PED-CODCLI
                 END-READ
                 MOVE PED-CODCLI TO CLIENTE-ALB
              END-IF
              MOVE "** DESCONOCIDO **" TO NOMBRE-ALB
              IF CLIENTE-ALB NOT = SPACES
                 MOVE CLIENTE-ALB TO CODCLI
                 READ A-CLIENT
                    INVALID KEY     MOVE "N" TO EXISTE
                    NOT INVALID KEY MOVE "S" TO EXISTE
                 END-READ
                 IF EXISTE = "S"
                    MOVE NOMCLI TO NOMBRE-ALB
                 END-IF
              END-IF
              MOVE SPACES TO LINEA-LISTADO
              STRING CLIENTE-ALB  DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     NOMBRE-ALB   DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     ALB-NUMERO   DELIMITED BY SIZE
                     "  "         DELIMITED BY SIZE
                     ALB-FECHA    DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     ALB-CANTIDAD DELIMITED BY SIZE
                     INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
              ADD 1 TO CONT-LINEAS
              ADD ALB-CANTIDAD TO TOTAL-SERVIDO
              IF CLIENTE-ALB NOT = SPACES
                 PERFORM ANOTAR-AFECTADO
              END-IF
           END-IF.
           READ A-ALBARAN AT END MOVE "S" TO FIN-ALBARAN END-READ.


      * ANOTA LA LINEA DE ALBARAN EN LA TABLA DE SU CLIENTE
      * ****************************************************************

       ANOTAR-AFECTADO.
           MOVE "N" TO ENCONTRADO-AFE.
           PERFORM COMPARAR-AFECTADO
                   VARYING IDX-AFE FROM 1 BY 1
                   UNTIL IDX-AFE > CONT-AFECTADOS
                      OR ENCONTRADO-AFE = "S".
           IF ENCONTRADO-AFE = "N" AND CONT-AFECTADOS < 200
              ADD 1 TO CONT-AFECTADOS
              MOVE CLIENTE-ALB  TO TAB-AFE-CLI(CONT-AFECTADOS)
              MOVE 1            TO TAB-AFE-ALBS(CONT-AFECTADOS)
              MOVE ALB-CANTIDAD TO TAB-AFE-CANT(CONT-AFECTADOS)
              MOVE ALB-FECHA    TO TAB-AFE-DESDE(CONT-AFECTADOS)
              MOVE ALB-FECHA    TO TAB-AFE-HASTA(CONT-AFECTADOS)
           END-IF.


      * COMPARA UNA POSICION DE LA TABLA CON EL CLIENTE DE LA
      * LINEA Y ACUMULA SI COINCIDE
      * ****************************************************************

       COMPARAR-AFECTADO.
           IF TAB-AFE-CLI(IDX-AFE) = CLIENTE-ALB
              MOVE "S" TO ENCONTRADO-AFE
              ADD 1 TO TAB-AFE-ALBS(IDX-AFE)
              ADD ALB-CANTIDAD TO TAB-AFE-CANT(IDX-AFE)
              IF ALB-FECHA < TAB-AFE-DESDE(IDX-AFE)
                 MOVE ALB-FECHA TO TAB-AFE-DESDE(IDX-AFE)
              END-IF
              IF ALB-FECHA > TAB-AFE-HASTA(IDX-AFE)
                 MOVE ALB-FECHA TO TAB-AFE-HASTA(IDX-AFE)
              END-IF
           END-IF.


      * IMPRIME LOS TOTALES DEL LISTADO DE RETIRADA
      * ****************************************************************

       PIE-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "LINEAS: " CONT-LINEAS "  CANTIDAD SERVIDA: "
                  TOTAL-SERVIDO "  CLIENTES: " CONT-AFECTADOS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           IF EXISTE-LTK = "S"
              STRING "EXISTENCIA DEL LOTE BLOQUEADA: " STOCK-BLOQUEADO
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
              MOVE "EL LOTE NO TIENE EXISTENCIA REGISTRADA."
                   TO LINEA-LISTADO
           END-IF.
           WRITE LINEA-LISTADO.


      * EMITE LA CARTA DE RETIRADA DE UN CLIENTE AFECTADO CON SU
      * DIRECCION DEL MAESTRO
      * ****************************************************************

       EMITIR-CARTA-RETIRADA.
           MOVE TAB-AFE-CLI(IDX-AFE) TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "CLIENTE " TAB-AFE-CLI(IDX-AFE)
                      " NO EXISTE EN EL MAESTRO: SIN CARTA."
              GO TO EMITIR-CARTA-RETIRADA-FIN
           END-IF.

           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "--------------------------------------------"
                TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE NOMCLI TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE DIRCLI TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING POBCLI " " POSCLI DELIMITED BY SIZE
              INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.

           MOVE "AVISO DE RETIRADA DE PRODUCTO" TO LINEA-CARTA.
           WRITE LINEA-CARTA.

           MOVE SPACES TO LINEA-CARTA.
           STRING "ARTICULO " COD-ARTI " " NOM-ARTI
                  DELIMITED BY SIZE INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "LOTE " ENT-LOTE DELIMITED BY SIZE
              INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "LE SERVIMOS " TAB-AFE-CANT(IDX-AFE)
                  " UNIDADES DE ESTE LOTE EN " TAB-AFE-ALBS(IDX-AFE)
                  " ALBARANES," DELIMITED BY SIZE INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "ENTRE EL " TAB-AFE-DESDE(IDX-AFE) " Y EL "
                  TAB-AFE-HASTA(IDX-AFE) "."
                  DELIMITED BY SIZE INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.

           MOVE "LE ROGAMOS RETIRE DE LA VENTA Y NO UTILICE LAS"
                & " UNIDADES QUE CONSERVE" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "DE ESTE LOTE; NOS PONDREMOS EN CONTACTO CON USTED"
                & " PARA SU RECOGIDA." TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           ADD 1 TO CONT-CARTAS.

       EMITIR-CARTA-RETIRADA-FIN.
           EXIT.
