       IDENTIFICATION DIVISION.
       PROGRAM-ID. INF-SER.
       REMARKS. SEGUIMIENTO DEL SERVICIO A CLIENTES SOBRE LAS FECHAS
           DE ENTREGA PROMETIDAS DE CADA LINEA DE PEDIDO (PEDLIN.DAT,
           VER PED-CLI). EMITE DOS LISTADOS:
           RETRASOS.LST, EL LIBRO DE LINEAS RETRASADAS: LAS LINEAS
           DE PEDIDOS ABIERTOS O PARCIALMENTE SERVIDOS CUYA FECHA
           PROMETIDA YA HA PASADO SIN HABERSE SERVIDO ENTERAS,
           ORDENADAS POR FECHA PROMETIDA CON LOS DIAS DE RETRASO, LO
           PENDIENTE Y EL VENDEDOR DEL PEDIDO.
           SERVICIO.LST, EL NIVEL DE SERVICIO DEL MES PEDIDO: DE LAS
           LINEAS PROMETIDAS PARA ESE MES (Y YA VENCIDAS), CUANTAS
           SE SIRVIERON COMPLETAS Y CUANTAS COMPLETAS Y A TIEMPO
           (OTIF: LA ULTIMA ENTREGA NO POSTERIOR A LA FECHA
           PROMETIDA), CON SUS PORCENTAJES POR CLIENTE, POR TIPO DE
           ARTICULO Y POR VENDEDOR, Y EL TOTAL DEL MES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS LIN-FILESTAT.

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
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES
                  FILE STATUS IS CLI-FILESTAT.

           SELECT A-VENDEDOR ASSIGN TO DISK 'VENDEDOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY VDR-CODIGO
                  FILE STATUS IS VDR-FILESTAT.

           SELECT A-ORDENA ASSIGN TO DISK 'RETRASOS.TMP'.

           SELECT A-RETRASOS ASSIGN TO DISK 'RETRASOS.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-SERVICIO ASSIGN TO DISK 'SERVICIO.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA LINEA DE PEDIDO (VER PED-CLI)
      *
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

       FD A-VENDEDOR LABEL RECORD STANDARD.
       01 REGVDR.
          02 VDR-CODIGO     PIC X(3).
          02 VDR-NOMBRE     PIC X(25).
          02 VDR-COMISION   PIC 9(2)V9(2).

       SD A-ORDENA.
       01 REG-ORDENA.
          02 ORD-PROMETIDA  PIC X(8).
          02 ORD-PEDIDO     PIC 9(6).
          02 ORD-NUMLIN     PIC 9(2).
          02 ORD-CODCLI     PIC X(5).
          02 ORD-CODARTI    PIC 9(4).
          02 ORD-CANTIDAD   PIC 9(6).
          02 ORD-SERVIDA    PIC 9(6).
          02 ORD-SOLICITADA PIC X(8).
          02 ORD-VENDEDOR   PIC X(3).

       FD A-RETRASOS LABEL RECORD STANDARD.
       01 LINEA-RETRASO      PIC X(100).

       FD A-SERVICIO LABEL RECORD STANDARD.
       01 LINEA-SERVICIO     PIC X(90).


       WORKING-STORAGE SECTION.
       77 LIN-FILESTAT      PIC X(2).
       77 PED-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 CLI-FILESTAT      PIC X(2).
       77 VDR-FILESTAT      PIC X(2).
       77 HAY-ARTICULOS     PIC X(1) VALUE "N".
       77 HAY-CLIENTES      PIC X(1) VALUE "N".
       77 HAY-VENDEDORES    PIC X(1) VALUE "N".
       77 FIN-LINEAS        PIC X(1).
       77 FIN-ORDENADO      PIC X(1).
       77 EXISTE-PEDIDO     PIC X(1).
       77 FECHA             PIC 99999999.
       77 FECHA-HOY         PIC X(8).
       77 ENT-MES           PIC X(6).
       77 MES-INFORME       PIC X(6).
       77 PENDIENTE         PIC 9(6).
       77 DIAS-RETRASO      PIC 9(4).
       77 NOMBRE-CLIENTE    PIC X(25).
       77 DESCRIPCION       PIC X(25).
       77 CONT-RETRASADAS   PIC 9(5) VALUE ZERO.
       77 TOTAL-LINEAS      PIC 9(5) VALUE ZERO.
       77 TOTAL-COMPLETAS   PIC 9(5) VALUE ZERO.
       77 TOTAL-OTIF        PIC 9(5) VALUE ZERO.
       77 PORC-COMPLETAS    PIC 9(3)V9(1).
       77 PORC-OTIF         PIC 9(3)V9(1).
       77 LINEA-COMPLETA    PIC X(1).
       77 LINEA-OTIF        PIC X(1).
       77 CLASE-ANOTAR      PIC X(1).
       77 CODIGO-ANOTAR     PIC X(5).
       77 CLASE-ACTUAL      PIC X(1).
       77 CODIGO-LISTADO    PIC X(6).
       77 TOTAL-LINEAS-GRUPO PIC 9(5).
       77 COMPLETAS-GRUPO   PIC 9(5).
       77 OTIF-GRUPO        PIC 9(5).
       77 SERIAL-HOY        PIC 9(7) COMP.
       77 SERIAL-TRABAJO    PIC 9(7) COMP.
       77 FECHA-TRABAJO     PIC X(8).
       77 FEC-W-ANO         PIC 9(4).
       77 FEC-W-MES         PIC 9(2).
       77 FEC-W-DIA         PIC 9(2).
       77 FEC-W-COC         PIC 9(4) COMP.
       77 FEC-W-R4          PIC 9(2) COMP.
       77 FEC-W-R100        PIC 9(2) COMP.
       77 FEC-W-R400        PIC 9(3) COMP.
       77 ES-BISIESTO       PIC X(1).
       77 IDX-GRU           PIC 9(4) COMP.
       77 IDX-HUECO         PIC 9(4) COMP.
       77 GRUPO-HALLADO     PIC X(1).

      *
      * DIAS ACUMULADOS AL PRINCIPIO DE CADA MES (ANO NO BISIESTO)
      *
       01 TAB-ACUM-V        PIC X(36) VALUE
          "000031059090120151181212243273304334".
       01 TAB-ACUM REDEFINES TAB-ACUM-V.
          02 DIAS-ACUM OCCURS 12 TIMES PIC 9(3).

      *
      * CONTADORES DE SERVICIO DEL MES POR GRUPO, ORDENADOS POR
      * CLASE (1=CLIENTE, 2=TIPO DE ARTICULO, 3=VENDEDOR) Y CODIGO
      *
       01 TAB-GRUPOS.
          02 CONT-GRUPOS    PIC 9(4) COMP VALUE ZERO.
          02 TAB-GRU OCCURS 1500 TIMES.
             03 TAB-GRU-CLASE     PIC X(1).
             03 TAB-GRU-CODIGO    PIC X(5).
             03 TAB-GRU-LINEAS    PIC 9(5).
             03 TAB-GRU-COMPLETAS PIC 9(5).
             03 TAB-GRU-OTIF      PIC 9(5).
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
       INFORME-SERVICIO SECTION.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "INF-SER" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: FIJA EL MES, CLASIFICA LAS LINEAS
      * RETRASADAS POR FECHA PROMETIDA MIENTRAS ACUMULA EL SERVICIO
      * DEL MES, E IMPRIME LOS DOS LISTADOS
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FECHA-HOY.
           MOVE FECHA-HOY TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           MOVE SERIAL-TRABAJO TO SERIAL-HOY.

           DISPLAY "SEGUIMIENTO DE FECHAS DE ENTREGA PROMETIDAS".
           DISPLAY "-------------------------------------------".
           DISPLAY "Mes del nivel de servicio (AAAAMM, "
                   "blanco=mes actual):".
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

           OPEN INPUT A-PEDLIN.
           IF LIN-FILESTAT NOT = "00"
              DISPLAY "NO EXISTEN LINEAS DE PEDIDO (PEDLIN.DAT)."
              CLOSE A-PEDLIN
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE A-PEDLIN.

           OPEN INPUT A-PEDIDOS.
           IF PED-FILESTAT NOT = "00"
              DISPLAY "NO EXISTEN PEDIDOS (PEDIDOS.DAT)."
              CLOSE A-PEDIDOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * LOS MAESTROS SOLO DAN NOMBRES Y EL TIPO DE ARTICULO; SIN
      * ELLOS EL INFORME SALE IGUAL, CON CODIGOS
      *
           OPEN INPUT A-ARTICULO.
           IF ART-FILESTAT = "00"
              MOVE "S" TO HAY-ARTICULOS
           ELSE
              CLOSE A-ARTICULO
              MOVE "N" TO HAY-ARTICULOS
           END-IF.
           OPEN INPUT A-CLIENT.
           IF CLI-FILESTAT = "00"
              MOVE "S" TO HAY-CLIENTES
           ELSE
              CLOSE A-CLIENT
              MOVE "N" TO HAY-CLIENTES
           END-IF.
           OPEN INPUT A-VENDEDOR.
           IF VDR-FILESTAT = "00"
              MOVE "S" TO HAY-VENDEDORES
           ELSE
              CLOSE A-VENDEDOR
              MOVE "N" TO HAY-VENDEDORES
           END-IF.

           OPEN OUTPUT A-RETRASOS.
           MOVE SPACES TO LINEA-RETRASO.
           STRING "LINEAS DE PEDIDO CON LA FECHA PROMETIDA VENCIDA AL "
                  FECHA-HOY
                  DELIMITED BY SIZE INTO LINEA-RETRASO
           END-STRING.
           WRITE LINEA-RETRASO.
           MOVE SPACES TO LINEA-RETRASO.
           WRITE LINEA-RETRASO.
           MOVE "  PEDIDO LN CLIEN NOMBRE               ARTI PEDIDA"
              & " SERVID PENDTE PROMETID SOLICITA DIAS VEN"
              TO LINEA-RETRASO.
           WRITE LINEA-RETRASO.

           SORT A-ORDENA
                ON ASCENDING KEY ORD-PROMETIDA
                ON ASCENDING KEY ORD-PEDIDO
                ON ASCENDING KEY ORD-NUMLIN
                INPUT PROCEDURE SELECCIONAR-LINEAS
                OUTPUT PROCEDURE IMPRIMIR-RETRASOS.

           MOVE SPACES TO LINEA-RETRASO.
           WRITE LINEA-RETRASO.
           MOVE SPACES TO LINEA-RETRASO.
           STRING "TOTAL LINEAS RETRASADAS: " CONT-RETRASADAS
                  DELIMITED BY SIZE INTO LINEA-RETRASO
           END-STRING.
           WRITE LINEA-RETRASO.
           CLOSE A-RETRASOS.

           PERFORM IMPRIMIR-SERVICIO.

           CLOSE A-PEDIDOS.
           IF HAY-ARTICULOS = "S"
              CLOSE A-ARTICULO
           END-IF.
           IF HAY-CLIENTES = "S"
              CLOSE A-CLIENT
           END-IF.
           IF HAY-VENDEDORES = "S"
              CLOSE A-VENDEDOR
           END-IF.

           DISPLAY "LINEAS RETRASADAS EN RETRASOS.LST: "
                   CONT-RETRASADAS.
           DISPLAY "SERVICIO DEL MES " MES-INFORME
                   " EN SERVICIO.LST: " TOTAL-LINEAS " LINEAS, "
                   TOTAL-OTIF " COMPLETAS Y A TIEMPO".

           GOBACK.


      * PROCEDIMIENTO DE ENTRADA DEL SORT: RECORRE LAS LINEAS DE
      * PEDIDO, SUELTA LAS RETRASADAS Y ACUMULA EL SERVICIO DEL MES
      * ****************************************************************

       SELECCIONAR-LINEAS SECTION.
           OPEN INPUT A-PEDLIN.
           MOVE "N" TO FIN-LINEAS.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEAS
           END-READ.
           PERFORM TRATAR-LINEA UNTIL FIN-LINEAS = "S".
           CLOSE A-PEDLIN.


      * TRATA UNA LINEA DE PEDIDO CON FECHA PROMETIDA: LAS LINEAS
      * SIN ELLA (ANTERIORES AL CONTROL DE FECHAS) NO CUENTAN
      * ****************************************************************

       TRATAR-LINEA SECTION.
           IF LIN-FEC-PROMETIDA = SPACES
              OR LIN-FEC-PROMETIDA IS NOT NUMERIC
              GO TO TRATAR-LINEA-SIG
           END-IF.

           MOVE LIN-PEDIDO TO PED-NUMERO.
           READ A-PEDIDOS
              INVALID KEY     MOVE "N" TO EXISTE-PEDIDO
              NOT INVALID KEY MOVE "S" TO EXISTE-PEDIDO
           END-READ.
           IF EXISTE-PEDIDO = "N"
              GO TO TRATAR-LINEA-SIG
           END-IF.

      *
      * RETRASADA: VENCIDA LA PROMESA, SIN SERVIR ENTERA Y CON EL
      * PEDIDO TODAVIA VIVO
      *
           IF LIN-FEC-PROMETIDA < FECHA-HOY
              AND LIN-SERVIDA < LIN-CANTIDAD
              AND (PED-ABIERTO OR PED-PARCIAL)
              MOVE LIN-FEC-PROMETIDA  TO ORD-PROMETIDA
              MOVE LIN-PEDIDO         TO ORD-PEDIDO
              MOVE LIN-NUMLIN         TO ORD-NUMLIN
              MOVE PED-CODCLI         TO ORD-CODCLI
              MOVE LIN-CODARTI        TO ORD-CODARTI
              MOVE LIN-CANTIDAD       TO ORD-CANTIDAD
              MOVE LIN-SERVIDA        TO ORD-SERVIDA
              MOVE LIN-FEC-SOLICITADA TO ORD-SOLICITADA
              MOVE PED-VENDEDOR       TO ORD-VENDEDOR
              RELEASE REG-ORDENA
           END-IF.

      *
      * SERVICIO DEL MES: LINEAS PROMETIDAS EN EL MES CUYA FECHA YA
      * HA LLEGADO (LAS DE DIAS FUTUROS AUN ESTAN A TIEMPO)
      *
           IF LIN-FEC-PROMETIDA(1:6) = MES-INFORME
              AND LIN-FEC-PROMETIDA NOT > FECHA-HOY
              PERFORM CONTAR-SERVICIO-LINEA
           END-IF.

       TRATAR-LINEA-SIG.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEAS
           END-READ.


      * CLASIFICA UNA LINEA VENCIDA DEL MES (COMPLETA, A TIEMPO) Y
      * LA ANOTA EN SU CLIENTE, SU TIPO DE ARTICULO Y SU VENDEDOR
      * ****************************************************************

       CONTAR-SERVICIO-LINEA SECTION.
           MOVE "N" TO LINEA-COMPLETA.
           MOVE "N" TO LINEA-OTIF.
           IF LIN-SERVIDA NOT < LIN-CANTIDAD
              MOVE "S" TO LINEA-COMPLETA
              IF LIN-FEC-ENTREGA NOT = SPACES
                 AND LIN-FEC-ENTREGA NOT > LIN-FEC-PROMETIDA
                 MOVE "S" TO LINEA-OTIF
              END-IF
           END-IF.

           ADD 1 TO TOTAL-LINEAS.
           IF LINEA-COMPLETA = "S"
              ADD 1 TO TOTAL-COMPLETAS
           END-IF.
           IF LINEA-OTIF = "S"
              ADD 1 TO TOTAL-OTIF
           END-IF.

           MOVE "1" TO CLASE-ANOTAR.
           MOVE PED-CODCLI TO CODIGO-ANOTAR.
           PERFORM ANOTAR-GRUPO.

           MOVE "2" TO CLASE-ANOTAR.
           MOVE "???" TO CODIGO-ANOTAR.
           IF HAY-ARTICULOS = "S"
              MOVE LIN-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY MOVE COD-TPARTI TO CODIGO-ANOTAR
              END-READ
           END-IF.
           PERFORM ANOTAR-GRUPO.

           MOVE "3" TO CLASE-ANOTAR.
           MOVE PED-VENDEDOR TO CODIGO-ANOTAR.
           PERFORM ANOTAR-GRUPO.


      * ANOTA LA LINEA EN EL GRUPO CLASE-ANOTAR/CODIGO-ANOTAR,
      * DANDOLO DE ALTA EN SU SITIO SI ES NUEVO
      * ****************************************************************

       ANOTAR-GRUPO SECTION.
           MOVE "N" TO GRUPO-HALLADO.
           MOVE 1 TO IDX-GRU.
           PERFORM BUSCAR-GRUPO
              UNTIL GRUPO-HALLADO NOT = "N" OR IDX-GRU > CONT-GRUPOS.

           IF GRUPO-HALLADO NOT = "S"
              IF CONT-GRUPOS = 1500
                 DISPLAY "AVISO: DEMASIADOS GRUPOS, NO SE DETALLA "
                         CLASE-ANOTAR "-" CODIGO-ANOTAR
                 GO TO ANOTAR-GRUPO-FIN
              END-IF
              MOVE CONT-GRUPOS TO IDX-HUECO
              PERFORM CORRER-GRUPO
                 UNTIL IDX-HUECO < IDX-GRU
              ADD 1 TO CONT-GRUPOS
              MOVE CLASE-ANOTAR  TO TAB-GRU-CLASE(IDX-GRU)
              MOVE CODIGO-ANOTAR TO TAB-GRU-CODIGO(IDX-GRU)
              MOVE ZERO TO TAB-GRU-LINEAS(IDX-GRU)
                           TAB-GRU-COMPLETAS(IDX-GRU)
                           TAB-GRU-OTIF(IDX-GRU)
           END-IF.

           ADD 1 TO TAB-GRU-LINEAS(IDX-GRU).
           IF LINEA-COMPLETA = "S"
              ADD 1 TO TAB-GRU-COMPLETAS(IDX-GRU)
           END-IF.
           IF LINEA-OTIF = "S"
              ADD 1 TO TAB-GRU-OTIF(IDX-GRU)
           END-IF.

       ANOTAR-GRUPO-FIN.
           EXIT.


      * AVANZA EN LA TABLA HASTA EL GRUPO BUSCADO (GRUPO-HALLADO
      * = "S") O HASTA EL PRIMERO QUE VA DETRAS DE EL (= "D"), QUE
      * ES DONDE HABRA QUE DARLO DE ALTA
      * ****************************************************************

       BUSCAR-GRUPO SECTION.
           IF TAB-GRU-CLASE(IDX-GRU) = CLASE-ANOTAR
              AND TAB-GRU-CODIGO(IDX-GRU) = CODIGO-ANOTAR
              MOVE "S" TO GRUPO-HALLADO
           ELSE
              IF TAB-GRU-CLASE(IDX-GRU) > CLASE-ANOTAR
                 OR (TAB-GRU-CLASE(IDX-GRU) = CLASE-ANOTAR
                     AND TAB-GRU-CODIGO(IDX-GRU) > CODIGO-ANOTAR)
                 MOVE "D" TO GRUPO-HALLADO
              ELSE
                 ADD 1 TO IDX-GRU
              END-IF
           END-IF.


      * CORRE UNA POSICION HACIA ABAJO UN GRUPO PARA ABRIR HUECO
      * ****************************************************************

       CORRER-GRUPO SECTION.
           MOVE TAB-GRU(IDX-HUECO) TO TAB-GRU(IDX-HUECO + 1).
           SUBTRACT 1 FROM IDX-HUECO.


      * PROCEDIMIENTO DE SALIDA DEL SORT: IMPRIME LAS LINEAS
      * RETRASADAS YA ORDENADAS POR FECHA PROMETIDA
      * ****************************************************************

       IMPRIMIR-RETRASOS SECTION.
           MOVE "N" TO FIN-ORDENADO.
           PERFORM RECOGER-RETRASO UNTIL FIN-ORDENADO = "S".


      * RECOGE UNA LINEA RETRASADA Y LA IMPRIME CON SUS DIAS DE
      * RETRASO SOBRE LA FECHA PROMETIDA
      * ****************************************************************

       RECOGER-RETRASO SECTION.
           RETURN A-ORDENA
              AT END MOVE "S" TO FIN-ORDENADO
           END-RETURN.
           IF FIN-ORDENADO = "S"
              GO TO RECOGER-RETRASO-FIN
           END-IF.

           COMPUTE PENDIENTE = ORD-CANTIDAD - ORD-SERVIDA.
           MOVE ORD-PROMETIDA TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           COMPUTE DIAS-RETRASO = SERIAL-HOY - SERIAL-TRABAJO
              ON SIZE ERROR MOVE 9999 TO DIAS-RETRASO
           END-COMPUTE.

           MOVE SPACES TO NOMBRE-CLIENTE.
           IF HAY-CLIENTES = "S"
              MOVE ORD-CODCLI TO CODCLI
              READ A-CLIENT
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY MOVE NOMCLI TO NOMBRE-CLIENTE
              END-READ
           END-IF.

           MOVE SPACES TO LINEA-RETRASO.
           STRING "  "                 DELIMITED BY SIZE
                  ORD-PEDIDO           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ORD-NUMLIN           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ORD-CODCLI           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  NOMBRE-CLIENTE(1:20) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ORD-CODARTI          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ORD-CANTIDAD         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ORD-SERVIDA          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PENDIENTE            DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ORD-PROMETIDA        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ORD-SOLICITADA       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DIAS-RETRASO         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ORD-VENDEDOR         DELIMITED BY SIZE
                  INTO LINEA-RETRASO
           END-STRING.
           WRITE LINEA-RETRASO.
           ADD 1 TO CONT-RETRASADAS.

       RECOGER-RETRASO-FIN.
           EXIT.


      * IMPRIME EL NIVEL DE SERVICIO DEL MES: UN BLOQUE POR CLASE
      * DE GRUPO Y EL TOTAL DEL MES
      * ****************************************************************

       IMPRIMIR-SERVICIO SECTION.
           OPEN OUTPUT A-SERVICIO.
           MOVE SPACES TO LINEA-SERVICIO.
           STRING "NIVEL DE SERVICIO (OTIF) DE LAS LINEAS PROMETIDAS "
                  "EN EL MES " MES-INFORME " AL " FECHA-HOY
                  DELIMITED BY SIZE INTO LINEA-SERVICIO
           END-STRING.
           WRITE LINEA-SERVICIO.

           MOVE SPACE TO CLASE-ACTUAL.
           PERFORM IMPRIMIR-GRUPO VARYING IDX-GRU FROM 1 BY 1
              UNTIL IDX-GRU > CONT-GRUPOS.

           MOVE SPACES TO LINEA-SERVICIO.
           WRITE LINEA-SERVICIO.
           MOVE "TOTAL DEL MES" TO DESCRIPCION.
           MOVE MES-INFORME TO CODIGO-LISTADO.
           PERFORM CALCULAR-PORCENTAJES-TOTAL.
           PERFORM ESCRIBIR-LINEA-SERVICIO.
           CLOSE A-SERVICIO.


      * IMPRIME UN GRUPO, CON LA CABECERA DE SU CLASE SI CAMBIA
      * ****************************************************************

       IMPRIMIR-GRUPO SECTION.
           IF TAB-GRU-CLASE(IDX-GRU) NOT = CLASE-ACTUAL
              MOVE TAB-GRU-CLASE(IDX-GRU) TO CLASE-ACTUAL
              MOVE SPACES TO LINEA-SERVICIO
              WRITE LINEA-SERVICIO
              EVALUATE CLASE-ACTUAL
                 WHEN "1" MOVE "POR CLIENTE" TO LINEA-SERVICIO
                 WHEN "2" MOVE "POR TIPO DE ARTICULO" TO LINEA-SERVICIO
                 WHEN "3" MOVE "POR VENDEDOR" TO LINEA-SERVICIO
              END-EVALUATE
              WRITE LINEA-SERVICIO
              MOVE "  CODIGO DESCRIPCION               LINEAS COMPLE"
                 & " OTIF   %COMP %OTIF" TO LINEA-SERVICIO
              WRITE LINEA-SERVICIO
           END-IF.

           MOVE SPACES TO DESCRIPCION.
           EVALUATE CLASE-ACTUAL
              WHEN "1"
                 IF HAY-CLIENTES = "S"
                    MOVE TAB-GRU-CODIGO(IDX-GRU) TO CODCLI
                    READ A-CLIENT
                       INVALID KEY     MOVE "CLIENTE NO REGISTRADO"
                                          TO DESCRIPCION
                       NOT INVALID KEY MOVE NOMCLI TO DESCRIPCION
                    END-READ
                 END-IF
              WHEN "3"
                 IF TAB-GRU-CODIGO(IDX-GRU) = SPACES
                    MOVE "SIN VENDEDOR" TO DESCRIPCION
                 ELSE
                    IF HAY-VENDEDORES = "S"
                       MOVE TAB-GRU-CODIGO(IDX-GRU) TO VDR-CODIGO
                       READ A-VENDEDOR
                          INVALID KEY     MOVE "VENDEDOR NO REGISTRADO"
                                             TO DESCRIPCION
                          NOT INVALID KEY MOVE VDR-NOMBRE
                                             TO DESCRIPCION
                       END-READ
                    END-IF
                 END-IF
           END-EVALUATE.

           MOVE TAB-GRU-CODIGO(IDX-GRU) TO CODIGO-LISTADO.
           COMPUTE PORC-COMPLETAS ROUNDED =
                   TAB-GRU-COMPLETAS(IDX-GRU) * 100
                   / TAB-GRU-LINEAS(IDX-GRU).
           COMPUTE PORC-OTIF ROUNDED =
                   TAB-GRU-OTIF(IDX-GRU) * 100
                   / TAB-GRU-LINEAS(IDX-GRU).
           MOVE TAB-GRU-LINEAS(IDX-GRU)    TO TOTAL-LINEAS-GRUPO.
           MOVE TAB-GRU-COMPLETAS(IDX-GRU) TO COMPLETAS-GRUPO.
           MOVE TAB-GRU-OTIF(IDX-GRU)      TO OTIF-GRUPO.
           PERFORM ESCRIBIR-LINEA-SERVICIO.


      * PORCENTAJES DEL TOTAL DEL MES (CERO SI NO VENCIO NINGUNA)
      * ****************************************************************

       CALCULAR-PORCENTAJES-TOTAL SECTION.
           MOVE ZERO TO PORC-COMPLETAS PORC-OTIF.
           IF TOTAL-LINEAS > ZERO
              COMPUTE PORC-COMPLETAS ROUNDED =
                      TOTAL-COMPLETAS * 100 / TOTAL-LINEAS
              COMPUTE PORC-OTIF ROUNDED =
                      TOTAL-OTIF * 100 / TOTAL-LINEAS
           END-IF.
           MOVE TOTAL-LINEAS    TO TOTAL-LINEAS-GRUPO.
           MOVE TOTAL-COMPLETAS TO COMPLETAS-GRUPO.
           MOVE TOTAL-OTIF      TO OTIF-GRUPO.


      * ESCRIBE UNA LINEA DEL LISTADO DE SERVICIO
      * ****************************************************************

       ESCRIBIR-LINEA-SERVICIO SECTION.
           MOVE SPACES TO LINEA-SERVICIO.
           STRING "  "               DELIMITED BY SIZE
                  CODIGO-LISTADO     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  DESCRIPCION        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  TOTAL-LINEAS-GRUPO DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  COMPLETAS-GRUPO    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  OTIF-GRUPO         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PORC-COMPLETAS     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  PORC-OTIF          DELIMITED BY SIZE
                  INTO LINEA-SERVICIO
           END-STRING.
           WRITE LINEA-SERVICIO.


      * CONVIERTE LA FECHA AAAAMMDD DE FECHA-TRABAJO EN UN NUMERO
      * DE DIA CORRIDO COMPARABLE (SERIAL-TRABAJO)
      * ****************************************************************

       FECHA-A-SERIAL SECTION.
           MOVE FECHA-TRABAJO(1:4) TO FEC-W-ANO.
           MOVE FECHA-TRABAJO(5:2) TO FEC-W-MES.
           MOVE FECHA-TRABAJO(7:2) TO FEC-W-DIA.

           COMPUTE SERIAL-TRABAJO = FEC-W-ANO * 365
                   + (FEC-W-ANO - 1) / 4
                   - (FEC-W-ANO - 1) / 100
                   + (FEC-W-ANO - 1) / 400
                   + DIAS-ACUM(FEC-W-MES) + FEC-W-DIA.

           PERFORM COMPROBAR-BISIESTO.
           IF ES-BISIESTO = "S" AND FEC-W-MES > 2
              ADD 1 TO SERIAL-TRABAJO
           END-IF.


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
