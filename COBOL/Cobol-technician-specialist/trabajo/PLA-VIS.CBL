       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLA-VIS.
       REMARKS. PLANIFICACION DE VISITAS DE LOS VENDEDORES A PARTIR
           DE LA PAUTA DE COMPRA DE CADA CLIENTE. LA CARTERA DE
           CADA VENDEDOR (VENDEDOR.DAT) LA FORMAN LOS CLIENTES CUYO
           PEDIDO MAS RECIENTE EN PEDIDOS.DAT LLEVA SU CODIGO. EL
           INTERVALO HABITUAL DE REPOSICION DE CADA CLIENTE ES LA
           MEDIA DE DIAS ENTRE SUS FECHAS DE COMPRA EN EL HISTORICO
           DE VENTAS (HISTVEN.DAT); HACEN FALTA AL MENOS DOS.
           OPCIONES:
             P = PLAN SEMANAL EN VISITAS.LST, POR VENDEDOR (O DE
                 TODOS): CLIENTES QUE LLEVAN SIN COMPRAR MAS DE SU
                 INTERVALO, CON LA ULTIMA COMPRA, EL IMPORTE MEDIO
                 POR FACTURA, LOS PEDIDOS ABIERTOS Y LOS EFECTOS
                 VENCIDOS SIN COBRAR (EFECTOS.DAT).
             V = ANOTACION DEL RESULTADO DE UNA VISITA EN
                 VISITAS.DAT (CON PEDIDO, SIN PEDIDO O AUSENTE; EL
                 PEDIDO OBTENIDO DEBE EXISTIR Y SER DEL CLIENTE).
             I = INFORME MENSUAL EN VISITAS.LST: VISITAS HECHAS
                 FRENTE A PEDIDOS OBTENIDOS POR CADA VENDEDOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-VENDEDOR ASSIGN TO DISK 'VENDEDOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY VDR-CODIGO
                  FILE STATUS IS VDR-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-PEDIDOS ASSIGN TO DISK 'PEDIDOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PED-NUMERO
                  FILE STATUS IS PED-FILESTAT.

           SELECT A-HISTVEN ASSIGN TO DISK 'HISTVEN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS VEN-FILESTAT.

           SELECT A-EFECTOS ASSIGN TO DISK 'EFECTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EFE-NUMFAC
                  ALTERNATE RECORD KEY EFE-CODCLI WITH DUPLICATES
                  FILE STATUS IS EFE-FILESTAT.

      *
      * DECLARACION DEL REGISTRO DE VISITAS DE LOS VENDEDORES
      *
           SELECT A-VISITAS ASSIGN TO DISK 'VISITAS.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS VIS-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'VISITAS.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-VENDEDOR LABEL RECORD STANDARD.
       01 REGVDR.
          02 VDR-CODIGO     PIC X(3).
          02 VDR-NOMBRE     PIC X(25).
          02 VDR-COMISION   PIC 9(2)V9(2).

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

       FD A-HISTVEN LABEL RECORD STANDARD.
       01 REGVEN.
          02 VEN-FECHA      PIC X(8).
          02 VEN-CODCLI     PIC X(5).
          02 VEN-CODARTI    PIC 9(4).
          02 VEN-TIPO       PIC X(3).
          02 VEN-CANTIDAD   PIC 9(6).
          02 VEN-IMPORTE    PIC 9(8)V9(2).
          02 VEN-FACTURA    PIC 9(6).

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

      *
      * DESCRIPCION DEL REGISTRO DE VISITAS. VIS-RESULTADO:
      *    P = CON PEDIDO (VIS-PEDIDO ES EL PEDIDO OBTENIDO),
      *    S = SIN PEDIDO, A = CLIENTE AUSENTE O NO RECIBE
      *
       FD A-VISITAS LABEL RECORD STANDARD.
       01 REGVIS.
          02 VIS-FECHA      PIC X(8).
          02 VIS-VENDEDOR   PIC X(3).
          02 VIS-CODCLI     PIC X(5).
          02 VIS-RESULTADO  PIC X(1).
             88 VIS-CON-PEDIDO VALUE "P".
             88 VIS-SIN-PEDIDO VALUE "S".
             88 VIS-AUSENTE    VALUE "A".
          02 VIS-PEDIDO     PIC 9(6).
          02 VIS-NOTA       PIC X(40).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 VDR-FILESTAT      PIC X(2).
       77 PED-FILESTAT      PIC X(2).
       77 VEN-FILESTAT      PIC X(2).
       77 EFE-FILESTAT      PIC X(2).
       77 VIS-FILESTAT      PIC X(2).
       77 HAY-EFECTOS       PIC X(1) VALUE "N".
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 ENT-VENDEDOR      PIC X(3).
       77 ENT-CODCLI        PIC X(5).
       77 ENT-FECHA         PIC X(8).
       77 ENT-RESULTADO     PIC X(1).
       77 ENT-PEDIDO        PIC 9(6).
       77 ENT-NOTA          PIC X(40).
       77 ENT-PERIODO       PIC X(6).
       77 EXISTE            PIC X(1).
       77 EXISTE-VDR        PIC X(1).
       77 EXISTE-PED        PIC X(1).
       77 FIN-VENDEDOR      PIC X(1).
       77 FIN-PEDIDO        PIC X(1).
       77 FIN-VENTA         PIC X(1).
       77 FIN-EFECTO        PIC X(1).
       77 FIN-VISITA        PIC X(1).
       77 CONT-CLIENTES     PIC 9(4) COMP VALUE ZERO.
       77 IDX-CLI           PIC 9(4) COMP.
       77 IDX-CLI-ENC       PIC 9(4) COMP.
       77 CLAVE-BUSCADA     PIC X(5).
       77 CONT-VENDEDORES   PIC 9(3) COMP VALUE ZERO.
       77 IDX-VDR           PIC 9(3) COMP.
       77 IDX-VDR-ENC       PIC 9(3) COMP.
       77 INTERVALO         PIC 9(5).
       77 DIAS-SIN-COMPRA   PIC 9(5).
       77 IMPORTE-MEDIO     PIC 9(8)V9(2).
       77 CONT-VENCIDOS     PIC 9(3).
       77 IMPORTE-VENCIDO   PIC 9(9)V9(2).
       77 CONT-EN-PLAN      PIC 9(4).
       77 TOTAL-EN-PLAN     PIC 9(5) VALUE ZERO.
       77 CONVERSION        PIC 9(3)V9(2).
       77 SERIAL-HOY        PIC 9(7) COMP.
       77 SERIAL-PRIMERA    PIC 9(7) COMP.
       77 SERIAL-ULTIMA     PIC 9(7) COMP.
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

      *
      * DIAS ACUMULADOS AL EMPEZAR CADA MES
      *
       01 TAB-ACUM-V        PIC X(36) VALUE
          "000031059090120151181212243273304334".
       01 TAB-ACUM REDEFINES TAB-ACUM-V.
          02 DIAS-ACUM OCCURS 12 TIMES PIC 9(3).

      *
      * PAUTA DE COMPRA DE CADA CLIENTE: SU VENDEDOR (EL DEL PEDIDO
      * MAS RECIENTE), PEDIDOS ABIERTOS, PRIMERA Y ULTIMA FECHA DE
      * COMPRA, FECHAS DE COMPRA DISTINTAS, FACTURAS E IMPORTE
      *
       01 TAB-CLIENTES.
          02 TAB-CLI-OCU OCCURS 2000 TIMES.
             03 TAB-CLI-COD       PIC X(5).
             03 TAB-CLI-VDR       PIC X(3).
             03 TAB-CLI-FEC-VDR   PIC X(8).
             03 TAB-CLI-ABIERTOS  PIC 9(3).
             03 TAB-CLI-PRIMERA   PIC X(8).
             03 TAB-CLI-ULTIMA    PIC X(8).
             03 TAB-CLI-COMPRAS   PIC 9(4).
             03 TAB-CLI-ULT-FAC   PIC 9(6).
             03 TAB-CLI-FACTURAS  PIC 9(4).
             03 TAB-CLI-IMPORTE   PIC 9(10)V9(2).

      *
      * RESUMEN MENSUAL POR VENDEDOR: VISITAS, VISITAS CON PEDIDO
      * Y PEDIDOS TOMADOS EN EL MES
      *
       01 TAB-RESUMEN.
          02 TAB-RES-OCU OCCURS 100 TIMES.
             03 TAB-RES-VDR       PIC X(3).
             03 TAB-RES-NOMBRE    PIC X(25).
             03 TAB-RES-VISITAS   PIC 9(4).
             03 TAB-RES-CON-PED   PIC 9(4).
             03 TAB-RES-AUSENTES  PIC 9(4).
             03 TAB-RES-PEDIDOS   PIC 9(4).
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
       PLANIFICAR-VISITAS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "PLA-VIS" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           MOVE SERIAL-TRABAJO TO SERIAL-HOY.

           OPEN INPUT A-VENDEDOR.
           IF VDR-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL MAESTRO DE VENDEDORES"
                      " (VENDEDOR.DAT)."
              CLOSE A-VENDEDOR
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT A-CLIENT.

           MOVE SPACE TO OPCION.
           PERFORM MENU-VISITAS UNTIL OPCION = "9".

           CLOSE A-CLIENT.
           CLOSE A-VENDEDOR.

           GOBACK.


      * MENU PRINCIPAL DE LA PLANIFICACION DE VISITAS
      * ****************************************************************

       MENU-VISITAS.
           DISPLAY " ".
           DISPLAY "VISITAS DE LOS VENDEDORES".
           DISPLAY "<P>LAN SEMANAL, <V>ISITA REALIZADA, <I>NFORME"
                   " MENSUAL, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "P" OR OPCION = "p"
              PERFORM PLAN-SEMANAL THRU PLAN-SEMANAL-FIN
           ELSE
              IF OPCION = "V" OR OPCION = "v"
                 PERFORM ANOTAR-VISITA THRU ANOTAR-VISITA-FIN
              ELSE
                 IF OPCION = "I" OR OPCION = "i"
                    PERFORM INFORME-MENSUAL THRU INFORME-MENSUAL-FIN
                 END-IF
              END-IF
           END-IF.


      * PLAN SEMANAL: CALCULA LA PAUTA DE COMPRA DE TODOS LOS
      * CLIENTES Y LISTA, POR VENDEDOR, LOS QUE YA HAN PASADO SU
      * INTERVALO DE REPOSICION
      * ****************************************************************

       PLAN-SEMANAL.
           DISPLAY "Vendedor (blanco = todos):".
           ACCEPT ENT-VENDEDOR NO BELL.
           IF ENT-VENDEDOR NOT = SPACES
              MOVE ENT-VENDEDOR TO VDR-CODIGO
              READ A-VENDEDOR
                 INVALID KEY     MOVE "N" TO EXISTE-VDR
                 NOT INVALID KEY MOVE "S" TO EXISTE-VDR
              END-READ
              IF EXISTE-VDR = "N"
                 DISPLAY "ERROR: VENDEDOR NO EXISTE."
                 GO TO PLAN-SEMANAL-FIN
              END-IF
           END-IF.

           PERFORM CARGAR-CARTERAS.
           PERFORM CARGAR-COMPRAS.

           OPEN INPUT A-EFECTOS.
           IF EFE-FILESTAT = "00"
              MOVE "S" TO HAY-EFECTOS
           ELSE
              CLOSE A-EFECTOS
              MOVE "N" TO HAY-EFECTOS
           END-IF.

           MOVE ZERO TO TOTAL-EN-PLAN.
           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PLAN SEMANAL DE VISITAS A " FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           IF ENT-VENDEDOR NOT = SPACES
              PERFORM PLAN-VENDEDOR
           ELSE
              MOVE LOW-VALUES TO VDR-CODIGO
              MOVE "N" TO FIN-VENDEDOR
              START A-VENDEDOR KEY NOT LESS THAN VDR-CODIGO
                 INVALID KEY MOVE "S" TO FIN-VENDEDOR
              END-START
              PERFORM PLAN-SIGUIENTE-VENDEDOR
                      UNTIL FIN-VENDEDOR = "S"
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CLIENTES A VISITAR EN TOTAL: " TOTAL-EN-PLAN
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           IF HAY-EFECTOS = "S"
              CLOSE A-EFECTOS
           END-IF.

           DISPLAY "CLIENTES A VISITAR: " TOTAL-EN-PLAN
                   " (PLAN EN VISITAS.LST)".

       PLAN-SEMANAL-FIN.
           EXIT.


      * AVANZA AL SIGUIENTE VENDEDOR DEL MAESTRO Y LISTA SU PLAN
      * ****************************************************************

       PLAN-SIGUIENTE-VENDEDOR.
           READ A-VENDEDOR NEXT RECORD AT END MOVE "S" TO FIN-VENDEDOR
           END-READ.
           IF FIN-VENDEDOR NOT = "S"
              PERFORM PLAN-VENDEDOR
           END-IF.


      * LISTA EL PLAN DEL VENDEDOR LEIDO EN REGVDR
      * ****************************************************************

       PLAN-VENDEDOR.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "VENDEDOR " VDR-CODIGO " " VDR-NOMBRE
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "CLIEN NOMBRE                    ULT.COMP   INTER"
                TO LINEA-LISTADO.
           MOVE "  DIAS IMP. MEDIO PED VEN      IMP.VENCIDO"
                TO LINEA-LISTADO(49:42).
           WRITE LINEA-LISTADO.

           MOVE ZERO TO CONT-EN-PLAN.
           PERFORM EXAMINAR-CLIENTE-PLAN
                   VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > CONT-CLIENTES.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "  CLIENTES A VISITAR: " CONT-EN-PLAN
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * PONE EN EL PLAN EL CLIENTE IDX-CLI SI ES DEL VENDEDOR Y
      * LLEVA SIN COMPRAR MAS DE SU INTERVALO HABITUAL
      * ****************************************************************

       EXAMINAR-CLIENTE-PLAN.
           IF TAB-CLI-VDR(IDX-CLI) = VDR-CODIGO
              AND TAB-CLI-COMPRAS(IDX-CLI) > 1
              MOVE TAB-CLI-PRIMERA(IDX-CLI) TO FECHA-TRABAJO
              PERFORM FECHA-A-SERIAL
              MOVE SERIAL-TRABAJO TO SERIAL-PRIMERA
              MOVE TAB-CLI-ULTIMA(IDX-CLI) TO FECHA-TRABAJO
              PERFORM FECHA-A-SERIAL
              MOVE SERIAL-TRABAJO TO SERIAL-ULTIMA
              COMPUTE INTERVALO ROUNDED =
                      (SERIAL-ULTIMA - SERIAL-PRIMERA)
                      / (TAB-CLI-COMPRAS(IDX-CLI) - 1)
              MOVE ZERO TO DIAS-SIN-COMPRA
              IF SERIAL-HOY > SERIAL-ULTIMA
                 COMPUTE DIAS-SIN-COMPRA = SERIAL-HOY - SERIAL-ULTIMA
              END-IF
              IF DIAS-SIN-COMPRA > INTERVALO
                 PERFORM GRABAR-CLIENTE-PLAN
              END-IF
           END-IF.


      * GRABA LA LINEA DEL PLAN DE UN CLIENTE CON SU ULTIMA COMPRA,
      * IMPORTE MEDIO, PEDIDOS ABIERTOS Y EFECTOS VENCIDOS
      * ****************************************************************

       GRABAR-CLIENTE-PLAN.
           ADD 1 TO CONT-EN-PLAN.
           ADD 1 TO TOTAL-EN-PLAN.

           MOVE TAB-CLI-COD(IDX-CLI) TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.

           MOVE ZERO TO IMPORTE-MEDIO.
           IF TAB-CLI-FACTURAS(IDX-CLI) > ZERO
              COMPUTE IMPORTE-MEDIO ROUNDED =
                      TAB-CLI-IMPORTE(IDX-CLI)
                      / TAB-CLI-FACTURAS(IDX-CLI)
           END-IF.

           MOVE ZERO TO CONT-VENCIDOS.
           MOVE ZERO TO IMPORTE-VENCIDO.
           IF HAY-EFECTOS = "S"
              MOVE TAB-CLI-COD(IDX-CLI) TO EFE-CODCLI
              MOVE "N" TO FIN-EFECTO
              START A-EFECTOS KEY NOT LESS THAN EFE-CODCLI
                 INVALID KEY MOVE "S" TO FIN-EFECTO
              END-START
              PERFORM EXAMINAR-EFECTO-CLIENTE
                      UNTIL FIN-EFECTO = "S"
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           STRING TAB-CLI-COD(IDX-CLI)       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  NOMCLI                     DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  TAB-CLI-ULTIMA(IDX-CLI)    DELIMITED BY SIZE
                  "   "                      DELIMITED BY SIZE
                  INTERVALO                  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  DIAS-SIN-COMPRA            DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  IMPORTE-MEDIO              DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  TAB-CLI-ABIERTOS(IDX-CLI)  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  CONT-VENCIDOS              DELIMITED BY SIZE
                  "      "                   DELIMITED BY SIZE
                  IMPORTE-VENCIDO            DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * LEE EL SIGUIENTE EFECTO DEL CLIENTE Y LO CUENTA SI ESTA
      * PENDIENTE DE COBRO Y VENCIDO
      * ****************************************************************

       EXAMINAR-EFECTO-CLIENTE.
           READ A-EFECTOS NEXT RECORD AT END MOVE "S" TO FIN-EFECTO
           END-READ.
           IF FIN-EFECTO NOT = "S"
              IF EFE-CODCLI NOT = TAB-CLI-COD(IDX-CLI)
                 MOVE "S" TO FIN-EFECTO
              ELSE
                 IF (EFE-PENDIENTE OR EFE-PARCIAL)
                    AND EFE-FECHA-VTO < FECHA
                    ADD 1 TO CONT-VENCIDOS
                    ADD EFE-IMP-PENDIENTE TO IMPORTE-VENCIDO
                 END-IF
              END-IF
           END-IF.


      * RECORRE LOS PEDIDOS: CADA CLIENTE QUEDA EN LA CARTERA DEL
      * VENDEDOR DE SU PEDIDO MAS RECIENTE Y SE CUENTAN SUS
      * PEDIDOS ABIERTOS O PARCIALMENTE SERVIDOS
      * ****************************************************************

       CARGAR-CARTERAS.
           MOVE ZERO TO CONT-CLIENTES.
           INITIALIZE TAB-CLIENTES.
           MOVE "N" TO FIN-PEDIDO.
           OPEN INPUT A-PEDIDOS.
           IF PED-FILESTAT NOT = "00"
              CLOSE A-PEDIDOS
              DISPLAY "NO EXISTE EL FICHERO DE PEDIDOS: NINGUN"
                      " CLIENTE TIENE VENDEDOR."
           ELSE
              MOVE ZERO TO PED-NUMERO
              START A-PEDIDOS KEY NOT LESS THAN PED-NUMERO
                 INVALID KEY MOVE "S" TO FIN-PEDIDO
              END-START
              PERFORM CARGAR-UN-PEDIDO UNTIL FIN-PEDIDO = "S"
              CLOSE A-PEDIDOS
           END-IF.


      * ANOTA EL SIGUIENTE PEDIDO EN LA PAUTA DE SU CLIENTE
      * ****************************************************************

       CARGAR-UN-PEDIDO.
           READ A-PEDIDOS NEXT RECORD AT END MOVE "S" TO FIN-PEDIDO
           END-READ.
           IF FIN-PEDIDO NOT = "S"
              MOVE PED-CODCLI TO CLAVE-BUSCADA
              PERFORM BUSCAR-O-ANADIR-CLIENTE
              IF IDX-CLI-ENC > ZERO
                 IF PED-VENDEDOR NOT = SPACES
                    AND PED-FECHA NOT < TAB-CLI-FEC-VDR(IDX-CLI-ENC)
                    MOVE PED-VENDEDOR TO TAB-CLI-VDR(IDX-CLI-ENC)
                    MOVE PED-FECHA TO TAB-CLI-FEC-VDR(IDX-CLI-ENC)
                 END-IF
                 IF PED-ABIERTO OR PED-PARCIAL
                    ADD 1 TO TAB-CLI-ABIERTOS(IDX-CLI-ENC)
                 END-IF
              END-IF
           END-IF.


      * RECORRE EL HISTORICO DE VENTAS ACUMULANDO LA PAUTA DE
      * COMPRA DE CADA CLIENTE
      * ****************************************************************

       CARGAR-COMPRAS.
           MOVE "N" TO FIN-VENTA.
           OPEN INPUT A-HISTVEN.
           IF VEN-FILESTAT NOT = "00"
              CLOSE A-HISTVEN
              DISPLAY "NO EXISTE EL HISTORICO DE VENTAS."
              MOVE "S" TO FIN-VENTA
           ELSE
              READ A-HISTVEN AT END MOVE "S" TO FIN-VENTA END-READ
           END-IF.
           PERFORM CARGAR-UNA-VENTA UNTIL FIN-VENTA = "S".
           IF VEN-FILESTAT NOT = "35"
              CLOSE A-HISTVEN
           END-IF.


      * ACUMULA UNA LINEA DEL HISTORICO: UNA FECHA DISTINTA ES UNA
      * COMPRA MAS Y UNA FACTURA DISTINTA UN PEDIDO MAS PARA EL
      * IMPORTE MEDIO
      * ****************************************************************

       CARGAR-UNA-VENTA.
           MOVE VEN-CODCLI TO CLAVE-BUSCADA.
           PERFORM BUSCAR-O-ANADIR-CLIENTE.
           IF IDX-CLI-ENC > ZERO
              IF TAB-CLI-COMPRAS(IDX-CLI-ENC) = ZERO
                 MOVE VEN-FECHA TO TAB-CLI-PRIMERA(IDX-CLI-ENC)
                 MOVE VEN-FECHA TO TAB-CLI-ULTIMA(IDX-CLI-ENC)
                 MOVE 1 TO TAB-CLI-COMPRAS(IDX-CLI-ENC)
              ELSE
                 IF VEN-FECHA > TAB-CLI-ULTIMA(IDX-CLI-ENC)
                    MOVE VEN-FECHA TO TAB-CLI-ULTIMA(IDX-CLI-ENC)
                    ADD 1 TO TAB-CLI-COMPRAS(IDX-CLI-ENC)
                 END-IF
                 IF VEN-FECHA < TAB-CLI-PRIMERA(IDX-CLI-ENC)
                    MOVE VEN-FECHA TO TAB-CLI-PRIMERA(IDX-CLI-ENC)
                    ADD 1 TO TAB-CLI-COMPRAS(IDX-CLI-ENC)
                 END-IF
              END-IF
              IF VEN-FACTURA NOT = TAB-CLI-ULT-FAC(IDX-CLI-ENC)
                 MOVE VEN-FACTURA TO TAB-CLI-ULT-FAC(IDX-CLI-ENC)
                 ADD 1 TO TAB-CLI-FACTURAS(IDX-CLI-ENC)
              END-IF
              ADD VEN-IMPORTE TO TAB-CLI-IMPORTE(IDX-CLI-ENC)
           END-IF.
           READ A-HISTVEN AT END MOVE "S" TO FIN-VENTA END-READ.


      * DEJA EN IDX-CLI-ENC LA POSICION DEL CLIENTE CLAVE-BUSCADA,
      * ANADIENDOLO SI NO ESTA (CERO SI LA TABLA ESTA LLENA)
      * ****************************************************************

       BUSCAR-O-ANADIR-CLIENTE.
           MOVE ZERO TO IDX-CLI-ENC.
           PERFORM COMPARAR-CLIENTE
                   VARYING IDX-CLI FROM 1 BY 1
                   UNTIL IDX-CLI > CONT-CLIENTES
                      OR IDX-CLI-ENC > ZERO.
           IF IDX-CLI-ENC = ZERO AND CONT-CLIENTES < 2000
              ADD 1 TO CONT-CLIENTES
              MOVE CLAVE-BUSCADA TO TAB-CLI-COD(CONT-CLIENTES)
              MOVE CONT-CLIENTES TO IDX-CLI-ENC
           END-IF.


      * COMPARA UNA POSICION DE LA TABLA DE CLIENTES
      * ****************************************************************

       COMPARAR-CLIENTE.
           IF TAB-CLI-COD(IDX-CLI) = CLAVE-BUSCADA
              MOVE IDX-CLI TO IDX-CLI-ENC
           END-IF.


      * ANOTA EN VISITAS.DAT EL RESULTADO DE UNA VISITA
      * ****************************************************************

       ANOTAR-VISITA.
           DISPLAY "Vendedor......................:".
           ACCEPT ENT-VENDEDOR NO BELL.
           MOVE ENT-VENDEDOR TO VDR-CODIGO.
           READ A-VENDEDOR
              INVALID KEY     MOVE "N" TO EXISTE-VDR
              NOT INVALID KEY MOVE "S" TO EXISTE-VDR
           END-READ.
           IF EXISTE-VDR = "N"
              DISPLAY "ERROR: VENDEDOR NO EXISTE."
              GO TO ANOTAR-VISITA-FIN
           END-IF.

           DISPLAY "Cliente visitado..............:".
           ACCEPT ENT-CODCLI NO BELL.
           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: CLIENTE NO EXISTE."
              GO TO ANOTAR-VISITA-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

           DISPLAY "Fecha de la visita (AAAAMMDD, blanco = hoy):".
           ACCEPT ENT-FECHA NO BELL.
           IF ENT-FECHA = SPACES
              MOVE FECHA TO ENT-FECHA
           END-IF.
           IF ENT-FECHA IS NOT NUMERIC OR ENT-FECHA > FECHA
              DISPLAY "ERROR: FECHA NO VALIDA."
              GO TO ANOTAR-VISITA-FIN
           END-IF.

           DISPLAY "Resultado (P=CON PEDIDO, S=SIN PEDIDO,"
                   " A=AUSENTE):".
           ACCEPT ENT-RESULTADO NO BELL.
           INSPECT ENT-RESULTADO CONVERTING "psa" TO "PSA".
           IF ENT-RESULTADO NOT = "P" AND NOT = "S" AND NOT = "A"
              DISPLAY "ERROR: RESULTADO NO VALIDO."
              GO TO ANOTAR-VISITA-FIN
           END-IF.

           MOVE ZERO TO ENT-PEDIDO.
           IF ENT-RESULTADO = "P"
              DISPLAY "Numero del pedido obtenido....:"
              ACCEPT ENT-PEDIDO NO BELL
              PERFORM VALIDAR-PEDIDO-VISITA
              IF EXISTE-PED = "N"
                 GO TO ANOTAR-VISITA-FIN
              END-IF
           END-IF.

           DISPLAY "Observaciones.................:".
           ACCEPT ENT-NOTA NO BELL.

           OPEN EXTEND A-VISITAS.
           IF VIS-FILESTAT NOT = "00"
              CLOSE A-VISITAS
              OPEN OUTPUT A-VISITAS
           END-IF.
           MOVE ENT-FECHA     TO VIS-FECHA.
           MOVE ENT-VENDEDOR  TO VIS-VENDEDOR.
           MOVE ENT-CODCLI    TO VIS-CODCLI.
           MOVE ENT-RESULTADO TO VIS-RESULTADO.
           MOVE ENT-PEDIDO    TO VIS-PEDIDO.
           MOVE ENT-NOTA      TO VIS-NOTA.
           WRITE REGVIS.
           CLOSE A-VISITAS.

           DISPLAY "VISITA ANOTADA.".

       ANOTAR-VISITA-FIN.
           EXIT.


      * EL PEDIDO OBTENIDO EN LA VISITA DEBE EXISTIR Y SER DEL
      * CLIENTE VISITADO
      * ****************************************************************

       VALIDAR-PEDIDO-VISITA.
           MOVE "N" TO EXISTE-PED.
           OPEN INPUT A-PEDIDOS.
           IF PED-FILESTAT NOT = "00"
              CLOSE A-PEDIDOS
              DISPLAY "ERROR: NO EXISTE EL FICHERO DE PEDIDOS."
           ELSE
              MOVE ENT-PEDIDO TO PED-NUMERO
              READ A-PEDIDOS
                 INVALID KEY     MOVE "N" TO EXISTE-PED
                 NOT INVALID KEY MOVE "S" TO EXISTE-PED
              END-READ
              CLOSE A-PEDIDOS
              IF EXISTE-PED = "N"
                 DISPLAY "ERROR: EL PEDIDO NO EXISTE."
              ELSE
                 IF PED-CODCLI NOT = ENT-CODCLI
                    DISPLAY "ERROR: EL PEDIDO ES DE OTRO CLIENTE."
                    MOVE "N" TO EXISTE-PED
                 END-IF
              END-IF
           END-IF.


      * INFORME MENSUAL: VISITAS HECHAS FRENTE A PEDIDOS OBTENIDOS
      * POR CADA VENDEDOR
      * ****************************************************************

       INFORME-MENSUAL.
           DISPLAY "Mes del informe (AAAAMM):".
           ACCEPT ENT-PERIODO NO BELL.
           IF ENT-PERIODO IS NOT NUMERIC
              DISPLAY "ERROR: MES NO VALIDO."
              GO TO INFORME-MENSUAL-FIN
           END-IF.

           MOVE ZERO TO CONT-VENDEDORES.
           INITIALIZE TAB-RESUMEN.
           MOVE LOW-VALUES TO VDR-CODIGO.
           MOVE "N" TO FIN-VENDEDOR.
           START A-VENDEDOR KEY NOT LESS THAN VDR-CODIGO
              INVALID KEY MOVE "S" TO FIN-VENDEDOR
           END-START.
           PERFORM CARGAR-UN-VENDEDOR UNTIL FIN-VENDEDOR = "S".

           MOVE "N" TO FIN-VISITA.
           OPEN INPUT A-VISITAS.
           IF VIS-FILESTAT NOT = "00"
              CLOSE A-VISITAS
              MOVE "S" TO FIN-VISITA
           ELSE
              READ A-VISITAS AT END MOVE "S" TO FIN-VISITA END-READ
           END-IF.
           PERFORM CONTAR-VISITA UNTIL FIN-VISITA = "S".
           IF VIS-FILESTAT NOT = "35"
              CLOSE A-VISITAS
           END-IF.

           MOVE "N" TO FIN-PEDIDO.
           OPEN INPUT A-PEDIDOS.
           IF PED-FILESTAT NOT = "00"
              CLOSE A-PEDIDOS
           ELSE
              MOVE ZERO TO PED-NUMERO
              START A-PEDIDOS KEY NOT LESS THAN PED-NUMERO
                 INVALID KEY MOVE "S" TO FIN-PEDIDO
              END-START
              PERFORM CONTAR-PEDIDO-MES UNTIL FIN-PEDIDO = "S"
              CLOSE A-PEDIDOS
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "VISITAS Y PEDIDOS POR VENDEDOR - MES " ENT-PERIODO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "VEN NOMBRE                    VISITAS CON PED AUSENT"
                TO LINEA-LISTADO.
           MOVE " % CONV. PEDIDOS MES" TO LINEA-LISTADO(55:20).
           WRITE LINEA-LISTADO.
           PERFORM GRABAR-RESUMEN-VENDEDOR
                   VARYING IDX-VDR FROM 1 BY 1
                   UNTIL IDX-VDR > CONT-VENDEDORES.
           CLOSE A-LISTADO.

           DISPLAY "INFORME MENSUAL EN VISITAS.LST".

       INFORME-MENSUAL-FIN.
           EXIT.


      * ANADE EL SIGUIENTE VENDEDOR DEL MAESTRO AL RESUMEN
      * ****************************************************************

       CARGAR-UN-VENDEDOR.
           READ A-VENDEDOR NEXT RECORD AT END MOVE "S" TO FIN-VENDEDOR
           END-READ.
           IF FIN-VENDEDOR NOT = "S" AND CONT-VENDEDORES < 100
              ADD 1 TO CONT-VENDEDORES
              MOVE VDR-CODIGO TO TAB-RES-VDR(CONT-VENDEDORES)
              MOVE VDR-NOMBRE TO TAB-RES-NOMBRE(CONT-VENDEDORES)
           END-IF.


      * CUENTA UNA VISITA DEL MES EN SU VENDEDOR
      * ****************************************************************

       CONTAR-VISITA.
           IF VIS-FECHA(1:6) = ENT-PERIODO
              MOVE VIS-VENDEDOR TO ENT-VENDEDOR
              PERFORM BUSCAR-VENDEDOR-RESUMEN
              IF IDX-VDR-ENC > ZERO
                 ADD 1 TO TAB-RES-VISITAS(IDX-VDR-ENC)
                 IF VIS-CON-PEDIDO
                    ADD 1 TO TAB-RES-CON-PED(IDX-VDR-ENC)
                 END-IF
                 IF VIS-AUSENTE
                    ADD 1 TO TAB-RES-AUSENTES(IDX-VDR-ENC)
                 END-IF
              END-IF
           END-IF.
           READ A-VISITAS AT END MOVE "S" TO FIN-VISITA END-READ.


      * CUENTA UN PEDIDO DEL MES EN SU VENDEDOR
      * ****************************************************************

       CONTAR-PEDIDO-MES.
           READ A-PEDIDOS NEXT RECORD AT END MOVE "S" TO FIN-PEDIDO
           END-READ.
           IF FIN-PEDIDO NOT = "S" AND PED-FECHA(1:6) = ENT-PERIODO
              MOVE PED-VENDEDOR TO ENT-VENDEDOR
              PERFORM BUSCAR-VENDEDOR-RESUMEN
              IF IDX-VDR-ENC > ZERO
                 ADD 1 TO TAB-RES-PEDIDOS(IDX-VDR-ENC)
              END-IF
           END-IF.


      * DEJA EN IDX-VDR-ENC LA POSICION DEL VENDEDOR ENT-VENDEDOR
      * EN EL RESUMEN (CERO SI NO ESTA)
      * ****************************************************************

       BUSCAR-VENDEDOR-RESUMEN.
           MOVE ZERO TO IDX-VDR-ENC.
           PERFORM COMPARAR-VENDEDOR
                   VARYING IDX-VDR FROM 1 BY 1
                   UNTIL IDX-VDR > CONT-VENDEDORES
                      OR IDX-VDR-ENC > ZERO.


      * COMPARA UNA POSICION DEL RESUMEN DE VENDEDORES
      * ****************************************************************

       COMPARAR-VENDEDOR.
           IF TAB-RES-VDR(IDX-VDR) = ENT-VENDEDOR
              MOVE IDX-VDR TO IDX-VDR-ENC
           END-IF.


      * GRABA LA LINEA DEL RESUMEN DE UN VENDEDOR CON SU
      * CONVERSION DE VISITAS EN PEDIDOS
      * ****************************************************************

       GRABAR-RESUMEN-VENDEDOR.
           MOVE ZERO TO CONVERSION.
           IF TAB-RES-VISITAS(IDX-VDR) > ZERO
              COMPUTE CONVERSION ROUNDED =
                      TAB-RES-CON-PED(IDX-VDR) * 100
                      / TAB-RES-VISITAS(IDX-VDR)
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING TAB-RES-VDR(IDX-VDR)      DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TAB-RES-NOMBRE(IDX-VDR)   DELIMITED BY SIZE
                  "    "                    DELIMITED BY SIZE
                  TAB-RES-VISITAS(IDX-VDR)  DELIMITED BY SIZE
                  "    "                    DELIMITED BY SIZE
                  TAB-RES-CON-PED(IDX-VDR)  DELIMITED BY SIZE
                  "   "                     DELIMITED BY SIZE
                  TAB-RES-AUSENTES(IDX-VDR) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  CONVERSION                DELIMITED BY SIZE
                  "       "                 DELIMITED BY SIZE
                  TAB-RES-PEDIDOS(IDX-VDR)  DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * CONVIERTE LA FECHA AAAAMMDD DE FECHA-TRABAJO EN UN NUMERO
      * DE DIA CORRIDO COMPARABLE (SERIAL-TRABAJO)
      * ****************************************************************

       FECHA-A-SERIAL.
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
