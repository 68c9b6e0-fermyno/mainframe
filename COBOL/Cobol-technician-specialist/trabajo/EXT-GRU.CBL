       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXT-GRU.
       REMARKS. EXTRACTO DE GRUPOS DE FACTURACION: PARA UNA CENTRAL
           PAGADORA (O PARA TODAS, SI SE DEJA EN BLANCO) GENERA EN
           EXTGRU.LST LA SITUACION DE CADA CLIENTE DEL GRUPO
           (FACCLI.DAT, MANTENIDO POR MAN-FCL): SU SALDO PROPIO EN
           CLIENTES.DAT Y LO PENDIENTE DE COBRO DE LAS FACTURAS DE
           SUS PEDIDOS QUE FAC-PED EMITIO A NOMBRE DE LA CENTRAL.
           LO PENDIENTE SE OBTIENE DE LOS EFECTOS DE LA CENTRAL EN
           EFECTOS.DAT QUE NO ESTAN COBRADOS, LLEVANDO CADA UNO A
           SU FACTURA (FACCAB.DAT) Y DE ELLA AL PEDIDO (PEDIDOS.DAT)
           PARA SABER QUE CLIENTE LO ORIGINO (EN LAS FACTURAS
           AGRUPADAS, SIN PEDIDO EN LA CABECERA, EL PEDIDO SE TOMA
           DE SUS LINEAS EN FACLIN.DAT). AL PIE DE CADA GRUPO
           SALEN EL SALDO DE LA CENTRAL, LA EXPOSICION DEL GRUPO Y
           EL LIMITE DE CREDITO DE LA CENTRAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES
                  FILE STATUS IS CLI-FILESTAT.

           SELECT A-FACCLI ASSIGN TO DISK 'FACCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FCL-CODCLI
                  ALTERNATE RECORD KEY FCL-PAGADOR WITH DUPLICATES
                  FILE STATUS IS FCL-FILESTAT.

           SELECT A-EFECTOS ASSIGN TO DISK 'EFECTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EFE-NUMFAC
                  ALTERNATE RECORD KEY EFE-CODCLI WITH DUPLICATES
                  FILE STATUS IS EFE-FILESTAT.

           SELECT A-FACCAB ASSIGN TO DISK 'FACCAB.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FAC-NUMERO
                  ALTERNATE RECORD KEY FAC-CODCLI WITH DUPLICATES
                  FILE STATUS IS FAC-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS FLN-FILESTAT.

           SELECT A-PEDIDOS ASSIGN TO DISK 'PEDIDOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PED-NUMERO
                  FILE STATUS IS PED-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'EXTGRU.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD A-FACCLI LABEL RECORD STANDARD.
       01 REGFCL.
          02 FCL-CODCLI     PIC X(5).
          02 FCL-PAGADOR    PIC X(5).
          02 FCL-PERIODICIDAD PIC X(1).
          02 FCL-EXENTO-INT PIC X(1).

       FD A-EFECTOS LABEL RECORD STANDARD.
       01 REGEFE.
          02 EFE-NUMFAC     PIC 9(6).
          02 EFE-CODCLI     PIC X(5).
          02 EFE-FECHA-EMI  PIC X(8).
          02 EFE-FECHA-VTO  PIC X(8).
          02 EFE-IMPORTE    PIC 9(8)V9(2).
          02 EFE-ESTADO     PIC X(1).
             88 EFE-PENDIENTE VALUE "P".
             88 EFE-REMESADO  VALUE "R".
             88 EFE-PARCIAL   VALUE "A".
             88 EFE-COBRADO   VALUE "C".
          02 EFE-FECHA-COB  PIC X(8).
          02 EFE-IMP-COBRADO   PIC 9(8)V9(2).
          02 EFE-IMP-PENDIENTE PIC 9(8)V9(2).
          02 EFE-MOTIVO-DEV PIC X(4).
          02 EFE-MONEDA     PIC X(3).
          02 EFE-CAMBIO     PIC 9(3)V9(4).
          02 EFE-IMPORTE-DIV PIC 9(8)V9(2).
          02 EFE-PEND-DIV   PIC 9(8)V9(2).

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

       FD A-FACLIN LABEL RECORD STANDARD.
       01 REGFLN.
          02 FLN-CLAVE.
             03 FLN-FACTURA PIC 9(6).
             03 FLN-NUMLIN  PIC 9(2).
          02 FLN-CODARTI    PIC 9(4).
          02 FLN-NOMARTI    PIC X(25).
          02 FLN-CANTIDAD   PIC 9(6).
          02 FLN-PRECIO     PIC 9(4)V9(2).
          02 FLN-IMPORTE    PIC 9(8)V9(2).
          02 FLN-TIPIVA     PIC 9(2).
          02 FLN-PEDIDO     PIC 9(6).
          02 FLN-ALBARAN    PIC 9(6).

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

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(80).


       WORKING-STORAGE SECTION.
       77 CLI-FILESTAT      PIC X(2).
       77 FCL-FILESTAT      PIC X(2).
       77 EFE-FILESTAT      PIC X(2).
       77 FAC-FILESTAT      PIC X(2).
       77 PED-FILESTAT      PIC X(2).
       77 FLN-FILESTAT      PIC X(2).
       77 FIN-FACLIN        PIC X(1).
       77 PEDIDO-ORIGEN     PIC 9(6).
       77 HAY-EFECTOS       PIC X(1) VALUE "N".
       77 HAY-FACCAB        PIC X(1) VALUE "N".
       77 HAY-PEDIDOS       PIC X(1) VALUE "N".
       77 EXISTE            PIC X(1).
       77 EXISTE-FCL        PIC X(1).
       77 FIN-FACCLI        PIC X(1).
       77 FIN-GRUPO         PIC X(1).
       77 FIN-EFECTOS       PIC X(1).
       77 ENT-PAGADOR       PIC X(5).
       77 PAGADOR-ACTUAL    PIC X(5).
       77 PAGADOR-ANTERIOR  PIC X(5).
       77 CLIENTE-ORIGEN    PIC X(5).
       77 CONT-GRUPO        PIC 9(3) COMP VALUE ZERO.
       77 IDX-GRU           PIC 9(3) COMP.
       77 ENCONTRADO-GRU    PIC X(1).
       77 CONT-EXTRACTOS    PIC 9(4) VALUE ZERO.
       77 SALDO-GRUPO       PIC 9(9)V9(2).
       77 PENDIENTE-GRUPO   PIC 9(9)V9(2).
       77 PENDIENTE-OTROS   PIC 9(9)V9(2).
       77 SALDO-CENTRAL     PIC 9(6)V9(2).
       77 LIMITE-CENTRAL    PIC 9(6)V9(2).
       77 NOMBRE-CENTRAL    PIC X(25).

      *
      * CLIENTES DEL GRUPO EN CURSO (LA CENTRAL EN LA PRIMERA
      * POSICION) CON SU SALDO PROPIO Y LO PENDIENTE DE COBRO DE
      * SUS FACTURAS EMITIDAS A LA CENTRAL
      *
       01 TAB-GRUPO.
          02 TAB-GRU-OCU OCCURS 100 TIMES.
             03 TAB-GRU-CLI    PIC X(5).
             03 TAB-GRU-NOM    PIC X(25).
             03 TAB-GRU-SALDO  PIC 9(6)V9(2).
             03 TAB-GRU-PEND   PIC 9(8)V9(2).
             03 TAB-GRU-NEFE   PIC 9(4).
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
       EMITIR-EXTRACTO-GRUPOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "EXT-GRU" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LA CENTRAL (O TODAS) Y GENERA EL
      * EXTRACTO DE CADA GRUPO EN EXTGRU.LST
      *
           DISPLAY "EXTRACTO DE GRUPOS DE FACTURACION".
           DISPLAY "---------------------------------".
           DISPLAY "Central pagadora (blanco = todas)........:".
           ACCEPT ENT-PAGADOR NO BELL.

           OPEN INPUT A-CLIENT.
           IF CLI-FILESTAT NOT = "00"
              DISPLAY "CLIENTES.DAT NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT A-FACCLI.
           IF FCL-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE FACCLI.DAT: NO HAY GRUPOS DE"
                      " FACTURACION (VER MAN-FCL)."
              CLOSE A-FACCLI
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * SIN EFECTOS, FACTURAS O PEDIDOS EL EXTRACTO SALE SOLO
      * CON LOS SALDOS PROPIOS
      *
           OPEN INPUT A-EFECTOS.
           IF EFE-FILESTAT = "00"
              MOVE "S" TO HAY-EFECTOS
           ELSE
              CLOSE A-EFECTOS
              MOVE "N" TO HAY-EFECTOS
           END-IF.
           OPEN INPUT A-FACCAB.
           IF FAC-FILESTAT = "00"
              MOVE "S" TO HAY-FACCAB
           ELSE
              CLOSE A-FACCAB
              MOVE "N" TO HAY-FACCAB
           END-IF.
           OPEN INPUT A-PEDIDOS.
           IF PED-FILESTAT = "00"
              MOVE "S" TO HAY-PEDIDOS
           ELSE
              CLOSE A-PEDIDOS
              MOVE "N" TO HAY-PEDIDOS
           END-IF.

           OPEN OUTPUT A-LISTADO.

           IF ENT-PAGADOR NOT = SPACES
              MOVE ENT-PAGADOR TO PAGADOR-ACTUAL
              PERFORM EXTRACTO-DE-UN-GRUPO
                      THRU EXTRACTO-DE-UN-GRUPO-FIN
           ELSE
      *
      * TODAS LAS CENTRALES: SE RECORRE FACCLI.DAT POR PAGADOR Y
      * SE EMITE UN EXTRACTO CADA VEZ QUE CAMBIA
      *
              MOVE SPACES TO PAGADOR-ANTERIOR
              MOVE SPACES TO FCL-PAGADOR
              MOVE "N" TO FIN-FACCLI
              START A-FACCLI KEY > FCL-PAGADOR
                 INVALID KEY MOVE "S" TO FIN-FACCLI
              END-START
              PERFORM SIGUIENTE-CENTRAL UNTIL FIN-FACCLI = "S"
           END-IF.

           CLOSE A-LISTADO.
           IF HAY-PEDIDOS = "S"
              CLOSE A-PEDIDOS
           END-IF.
           IF HAY-FACCAB = "S"
              CLOSE A-FACCAB
           END-IF.
           IF HAY-EFECTOS = "S"
              CLOSE A-EFECTOS
           END-IF.
           CLOSE A-FACCLI.
           CLOSE A-CLIENT.

           DISPLAY "EXTRACTOS DE GRUPO EN EXTGRU.LST: "
                   CONT-EXTRACTOS.

           GOBACK.


      * AVANZA POR FACCLI.DAT EN ORDEN DE PAGADOR Y EMITE EL
      * EXTRACTO DE CADA CENTRAL LA PRIMERA VEZ QUE APARECE
      * ****************************************************************

       SIGUIENTE-CENTRAL.
           READ A-FACCLI NEXT RECORD AT END MOVE "S" TO FIN-FACCLI
           END-READ.
           IF FIN-FACCLI NOT = "S"
              AND FCL-PAGADOR NOT = PAGADOR-ANTERIOR
              MOVE FCL-PAGADOR TO PAGADOR-ANTERIOR
              MOVE FCL-PAGADOR TO PAGADOR-ACTUAL
              PERFORM EXTRACTO-DE-UN-GRUPO
                      THRU EXTRACTO-DE-UN-GRUPO-FIN
      *
      * EL EXTRACTO HA MOVIDO LA LECTURA DE FACCLI.DAT: SE VUELVE
      * A POSICIONAR TRAS EL ULTIMO CLIENTE DE ESTA CENTRAL
      *
              MOVE PAGADOR-ANTERIOR TO FCL-PAGADOR
              START A-FACCLI KEY > FCL-PAGADOR
                 INVALID KEY MOVE "S" TO FIN-FACCLI
              END-START
           END-IF.


      * EMITE EL EXTRACTO DEL GRUPO DE LA CENTRAL EN
      * PAGADOR-ACTUAL: CARGA SUS CLIENTES, REPARTE ENTRE ELLOS
      * LOS EFECTOS PENDIENTES DE LA CENTRAL Y LO IMPRIME
      * ****************************************************************

       EXTRACTO-DE-UN-GRUPO.
           MOVE PAGADOR-ACTUAL TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "LA CENTRAL " PAGADOR-ACTUAL " NO EXISTE."
              GO TO EXTRACTO-DE-UN-GRUPO-FIN
           END-IF.

           MOVE PAGADOR-ACTUAL TO FCL-CODCLI.
           READ A-FACCLI
              INVALID KEY     MOVE "N" TO EXISTE-FCL
              NOT INVALID KEY MOVE "S" TO EXISTE-FCL
           END-READ.
           IF EXISTE-FCL = "S" AND FCL-PAGADOR NOT = SPACES
              DISPLAY "EL CLIENTE " PAGADOR-ACTUAL " NO ES CENTRAL:"
                      " FACTURA A TRAVES DE " FCL-PAGADOR "."
              GO TO EXTRACTO-DE-UN-GRUPO-FIN
           END-IF.

           MOVE NOMCLI TO NOMBRE-CENTRAL.
           MOVE IMPCLI TO SALDO-CENTRAL.
           MOVE LIMCLI TO LIMITE-CENTRAL.
           INITIALIZE TAB-GRUPO.
           MOVE 1 TO CONT-GRUPO.
           MOVE CODCLI TO TAB-GRU-CLI(1).
           MOVE NOMCLI TO TAB-GRU-NOM(1).
           MOVE IMPCLI TO TAB-GRU-SALDO(1).

           MOVE PAGADOR-ACTUAL TO FCL-PAGADOR.
           MOVE "N" TO FIN-GRUPO.
           START A-FACCLI KEY = FCL-PAGADOR
              INVALID KEY MOVE "S" TO FIN-GRUPO
           END-START.
           PERFORM CARGAR-MIEMBRO-GRUPO UNTIL FIN-GRUPO = "S".

           MOVE ZERO TO PENDIENTE-OTROS.
           IF HAY-EFECTOS = "S"
              MOVE PAGADOR-ACTUAL TO EFE-CODCLI
              MOVE "N" TO FIN-EFECTOS
              START A-EFECTOS KEY = EFE-CODCLI
                 INVALID KEY MOVE "S" TO FIN-EFECTOS
              END-START
              PERFORM REPARTIR-EFECTO UNTIL FIN-EFECTOS = "S"
           END-IF.

           PERFORM IMPRIMIR-EXTRACTO-GRUPO.
           ADD 1 TO CONT-EXTRACTOS.

       EXTRACTO-DE-UN-GRUPO-FIN.
           EXIT.


      * ANADE A LA TABLA DEL GRUPO UN CLIENTE PAGADO POR LA
      * CENTRAL EN CURSO
      * ****************************************************************

       CARGAR-MIEMBRO-GRUPO.
           READ A-FACCLI NEXT RECORD AT END MOVE "S" TO FIN-GRUPO
           END-READ.
           IF FIN-GRUPO NOT = "S"
              IF FCL-PAGADOR NOT = PAGADOR-ACTUAL
                 MOVE "S" TO FIN-GRUPO
              ELSE
                 IF CONT-GRUPO < 100
                    ADD 1 TO CONT-GRUPO
                    MOVE FCL-CODCLI TO TAB-GRU-CLI(CONT-GRUPO)
                    MOVE FCL-CODCLI TO CODCLI
                    READ A-CLIENT
                       INVALID KEY
                          MOVE "*** NO EXISTE ***"
                            TO TAB-GRU-NOM(CONT-GRUPO)
                       NOT INVALID KEY
                          MOVE NOMCLI TO TAB-GRU-NOM(CONT-GRUPO)
                          MOVE IMPCLI TO TAB-GRU-SALDO(CONT-GRUPO)
                    END-READ
                 END-IF
              END-IF
           END-IF.


      * TOMA UN EFECTO DE LA CENTRAL Y, SI NO ESTA COBRADO, LO
      * ASIGNA AL CLIENTE DEL GRUPO QUE HIZO EL PEDIDO FACTURADO
      * ****************************************************************

       REPARTIR-EFECTO.
           READ A-EFECTOS NEXT RECORD AT END MOVE "S" TO FIN-EFECTOS
           END-READ.
           IF FIN-EFECTOS = "S" OR EFE-CODCLI NOT = PAGADOR-ACTUAL
              MOVE "S" TO FIN-EFECTOS
           ELSE
              IF NOT EFE-COBRADO
                 PERFORM BUSCAR-CLIENTE-ORIGEN
                 PERFORM ANOTAR-EFECTO-MIEMBRO
              END-IF
           END-IF.


      * DEJA EN CLIENTE-ORIGEN EL CLIENTE QUE HIZO EL PEDIDO DE LA
      * FACTURA DEL EFECTO EN CURSO (LA CENTRAL SI NO SE PUEDE
      * SEGUIR EL RASTRO HASTA EL PEDIDO)
      * ****************************************************************

       BUSCAR-CLIENTE-ORIGEN.
           MOVE PAGADOR-ACTUAL TO CLIENTE-ORIGEN.
           MOVE ZERO TO PEDIDO-ORIGEN.
           IF HAY-FACCAB = "S" AND HAY-PEDIDOS = "S"
              MOVE EFE-NUMFAC TO FAC-NUMERO
              READ A-FACCAB
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE FAC-PEDIDO TO PEDIDO-ORIGEN
              END-READ
           END-IF.
      *
      * UNA FACTURA AGRUPADA ES DE UN SOLO CLIENTE: BASTA CON EL
      * PEDIDO DE SU PRIMERA LINEA
      *
           IF HAY-PEDIDOS = "S" AND PEDIDO-ORIGEN = ZERO
              PERFORM BUSCAR-PEDIDO-EN-LINEAS
           END-IF.
           IF PEDIDO-ORIGEN NOT = ZERO
              MOVE PEDIDO-ORIGEN TO PED-NUMERO
              READ A-PEDIDOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE PED-CODCLI TO CLIENTE-ORIGEN
              END-READ
           END-IF.


      * DEJA EN PEDIDO-ORIGEN EL PEDIDO DE LA PRIMERA LINEA DE LA
      * FACTURA DEL EFECTO EN CURSO
      * ****************************************************************

       BUSCAR-PEDIDO-EN-LINEAS.
           MOVE "N" TO FIN-FACLIN.
           OPEN INPUT A-FACLIN.
           IF FLN-FILESTAT NOT = "00"
              CLOSE A-FACLIN
              MOVE "S" TO FIN-FACLIN
           ELSE
              MOVE EFE-NUMFAC TO FLN-FACTURA
              MOVE ZERO TO FLN-NUMLIN
              START A-FACLIN KEY NOT LESS THAN FLN-CLAVE
                 INVALID KEY MOVE "S" TO FIN-FACLIN
              END-START
           END-IF.
           IF FIN-FACLIN = "N"
              READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-FACLIN
              END-READ
           END-IF.
           PERFORM EXAMINAR-LINEA-FACTURA UNTIL FIN-FACLIN = "S".
           IF FLN-FILESTAT NOT = "35"
              CLOSE A-FACLIN
           END-IF.


      * TOMA EL PEDIDO DE LA LINEA SI ES DE LA FACTURA BUSCADA; AL
      * IR POR CLAVE, LA PRIMERA LINEA LEIDA ES LA UNICA QUE HACE
      * FALTA MIRAR
      * ****************************************************************

       EXAMINAR-LINEA-FACTURA.
           IF FLN-FACTURA = EFE-NUMFAC
              MOVE FLN-PEDIDO TO PEDIDO-ORIGEN
           END-IF.
           MOVE "S" TO FIN-FACLIN.


      * ACUMULA EL EFECTO EN CURSO EN LA POSICION DEL GRUPO DE
      * CLIENTE-ORIGEN; SI YA NO ES DEL GRUPO (SE CAMBIO DE
      * PAGADOR DESPUES DE FACTURAR) VA A "OTROS CLIENTES"
      * ****************************************************************

       ANOTAR-EFECTO-MIEMBRO.
           MOVE "N" TO ENCONTRADO-GRU.
           PERFORM COMPARAR-MIEMBRO-GRUPO
                   VARYING IDX-GRU FROM 1 BY 1
                   UNTIL IDX-GRU > CONT-GRUPO
                      OR ENCONTRADO-GRU = "S".
           IF ENCONTRADO-GRU = "N"
              ADD EFE-IMP-PENDIENTE TO PENDIENTE-OTROS
           END-IF.


      * COMPARA UNA POSICION DE LA TABLA DEL GRUPO CON EL CLIENTE
      * DE ORIGEN Y LE ACUMULA EL EFECTO SI COINCIDE
      * ****************************************************************

       COMPARAR-MIEMBRO-GRUPO.
           IF TAB-GRU-CLI(IDX-GRU) = CLIENTE-ORIGEN
              MOVE "S" TO ENCONTRADO-GRU
              ADD EFE-IMP-PENDIENTE TO TAB-GRU-PEND(IDX-GRU)
              ADD 1 TO TAB-GRU-NEFE(IDX-GRU)
           END-IF.


      * IMPRIME EL EXTRACTO DEL GRUPO CARGADO EN LA TABLA
      * ****************************************************************

       IMPRIMIR-EXTRACTO-GRUPO.
           MOVE ZERO TO SALDO-GRUPO.
           MOVE ZERO TO PENDIENTE-GRUPO.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "GRUPO DE FACTURACION  CENTRAL " PAGADOR-ACTUAL
                  "  " NOMBRE-CENTRAL
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "CLIENT NOMBRE                    SALDO PROPIO"
                TO LINEA-LISTADO.
           MOVE "PEND.VIA CENTRAL EFECT" TO LINEA-LISTADO(47:22).
           WRITE LINEA-LISTADO.

           PERFORM IMPRIMIR-MIEMBRO-GRUPO
                   VARYING IDX-GRU FROM 1 BY 1
                   UNTIL IDX-GRU > CONT-GRUPO.

           IF PENDIENTE-OTROS > ZERO
              MOVE SPACES TO LINEA-LISTADO
              STRING "PENDIENTE DE CLIENTES QUE YA NO SON DEL GRUPO: "
                     PENDIENTE-OTROS
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.

      *
      * EL SALDO DE LA CENTRAL YA INCLUYE LO FACTURADO A SUS
      * CLIENTES; LA EXPOSICION DEL GRUPO ES LA SUMA DE TODOS LOS
      * SALDOS PROPIOS, COMO LA CALCULA EL CONTROL DE CREDITO
      *
           MOVE SPACES TO LINEA-LISTADO.
           STRING "SALDO DE LA CENTRAL....: " SALDO-CENTRAL
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PENDIENTE VIA CENTRAL..: " PENDIENTE-GRUPO
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "EXPOSICION DEL GRUPO...: " SALDO-GRUPO
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "LIMITE DE LA CENTRAL...: " LIMITE-CENTRAL
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF LIMITE-CENTRAL > ZERO AND SALDO-GRUPO > LIMITE-CENTRAL
              MOVE "*** EL GRUPO SUPERA EL LIMITE DE CREDITO ***"
                   TO LINEA-LISTADO
              WRITE LINEA-LISTADO
           END-IF.


      * IMPRIME LA LINEA DE UN CLIENTE DEL GRUPO Y LO ACUMULA
      * ****************************************************************

       IMPRIMIR-MIEMBRO-GRUPO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING TAB-GRU-CLI(IDX-GRU)   DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  TAB-GRU-NOM(IDX-GRU)   DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  TAB-GRU-SALDO(IDX-GRU) DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  TAB-GRU-PEND(IDX-GRU)  DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  TAB-GRU-NEFE(IDX-GRU)  DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           ADD TAB-GRU-SALDO(IDX-GRU) TO SALDO-GRUPO.
           ADD TAB-GRU-PEND(IDX-GRU)  TO PENDIENTE-GRUPO.
