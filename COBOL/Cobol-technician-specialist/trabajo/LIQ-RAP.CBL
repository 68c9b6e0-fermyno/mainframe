       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQ-RAP.
       REMARKS. CALCULO Y LIQUIDACION DEL RAPPEL ANUAL POR VOLUMEN
           CON LAS ESCALAS DE RAPPEL.DAT (MAN-RAP). LA FACTURACION
           DE CADA ESCALA SALE DEL HISTORICO DE VENTAS (HISTVEN.DAT)
           DEL EJERCICIO, NETA DE LAS DEVOLUCIONES DE DEV-FAC
           (DEVOLUC.DAT) SOBRE ESAS MISMAS VENTAS; EN LAS ESCALAS
           DE GRUPO SE SUMAN LAS VENTAS DE LA CENTRAL Y DE LAS
           SUCURSALES QUE LA TIENEN COMO PAGADOR EN FACCLI.DAT. EL
           PORCENTAJE DEL TRAMO MAS ALTO ALCANZADO SE APLICA A TODA
           LA FACTURACION Y EL ABONO LLEVA EL IVA DE LAS VENTAS
           (ATPAR.SEC), IGUAL QUE LOS ABONOS DE DEV-FAC.
           DOS MODOS:
             P = PREVISION DEL EJERCICIO EN CURSO: FACTURACION HASTA
                 HOY, TRAMO ALCANZADO, LO QUE FALTA PARA EL SIGUIENTE
                 Y LA FACTURACION ANUAL PREVISTA AL RITMO ACTUAL.
             L = LIQUIDACION DE UN EJERCICIO CERRADO: LIQUIDACION POR
                 CLIENTE Y, CON VISTO BUENO DE SUPERVISOR
                 (OPERADOR.DAT), UN ABONO "A" EN SUCURSAL.DAT POR
                 CADA ESCALA (AL PAGADOR DEL CLIENTE), QUE CONTABILIZA
                 ACT-CLI COMO CUALQUIER OTRO ABONO. CADA ESCALA
                 ABONADA QUEDA MARCADA CON EL EJERCICIO PARA QUE NO SE
                 ABONE DOS VECES.
           EL INFORME SE GRABA EN RAPPEL.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-RAPPEL ASSIGN TO DISK 'RAPPEL.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RAP-CODCLI
                  FILE STATUS IS RAP-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-FACCLI ASSIGN TO DISK 'FACCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FCL-CODCLI
                  ALTERNATE RECORD KEY FCL-PAGADOR WITH DUPLICATES
                  FILE STATUS IS FCL-FILESTAT.

           SELECT A-HISTVEN ASSIGN TO DISK 'HISTVEN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS VEN-FILESTAT.

           SELECT A-DEVOLUC ASSIGN TO DISK 'DEVOLUC.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DEV-FILESTAT.

           SELECT A-TIPOARTI ASSIGN TO DISK 'ATPAR.SEC'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS TIP-FILESTAT.

           SELECT A-SUCURS ASSIGN TO DISK 'SUCURSAL.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-SUCMAEST ASSIGN TO DISK 'SUCMAEST.DAT'
                  ORGANIZATION RELATIVE
                  ACCESS RANDOM
                  RELATIVE KEY DIR-REL-SUC.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'RAPPEL.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA ESCALA DE RAPPEL (VER MAN-RAP)
      *
       FD A-RAPPEL LABEL RECORD STANDARD.
       01 REGRAP.
          02 RAP-CODCLI     PIC X(5).
          02 RAP-AMBITO     PIC X(1).
          02 RAP-TRAMO OCCURS 3 TIMES.
             03 RAP-UMBRAL     PIC 9(8)V9(2).
             03 RAP-PORCEN     PIC 9(2)V9(2).
          02 RAP-ULT-LIQUIDADO PIC 9(4).

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

       FD A-HISTVEN LABEL RECORD STANDARD.
       01 REGVEN.
          02 VEN-FECHA      PIC X(8).
          02 VEN-CODCLI     PIC X(5).
          02 VEN-CODARTI    PIC 9(4).
          02 VEN-TIPO       PIC X(3).
          02 VEN-CANTIDAD   PIC 9(6).
          02 VEN-IMPORTE    PIC 9(8)V9(2).
          02 VEN-FACTURA    PIC 9(6).

       FD A-DEVOLUC LABEL RECORD STANDARD.
       01 REGDEV.
          02 DEV-FACTURA    PIC 9(6).
          02 DEV-NUMLIN     PIC 9(2).
          02 DEV-CODCLI     PIC X(5).
          02 DEV-CODARTI    PIC 9(4).
          02 DEV-CANTIDAD   PIC 9(6).
          02 DEV-IMPORTE    PIC 9(8)V9(2).
          02 DEV-FECHA      PIC X(8).

       FD A-TIPOARTI LABEL RECORD STANDARD.
       01 R-TIPOARTI.
          02 COD-TPARTI-TIP PIC X(3).
          02 DES-TPARTI-TIP PIC X(25).
          02 TIP-IVA-TIP    PIC 9(2).

       FD A-SUCURS LABEL RECORD STANDARD.
       01 REGMOV.
          02 TIPMOV         PIC X(1).
          02 CLIMOV         PIC X(5).
          02 NOMMOV         PIC X(25).
          02 IMPMOV         PIC 9(5)V9(2).
          02 FECMOV         PIC X(8).
          02 SUCMOV         PIC 9(3).
          02 CTRMOV         PIC X(5).

       FD A-SUCMAEST LABEL RECORD STANDARD.
       01 REGSUC.
          02 CODSUC         PIC 9(3).
          02 DESSUC         PIC X(25).
          02 SUC-ESTADO     PIC X(1).
             88 SUC-ACTIVA  VALUES "A", " ".
             88 SUC-CERRADA VALUE "C".
          02 SUC-MAXIMP     PIC 9(5)V9(2).

       FD A-OPERADOR LABEL RECORD STANDARD.
       01 REGOPE.
          02 OPE-ID           PIC X(8).
          02 OPE-CLAVE        PIC X(8).
          02 OPE-NIVEL        PIC 9(1).
             88 OPE-CONSULTA   VALUE 1.
             88 OPE-GESTION    VALUE 2.
             88 OPE-SUPERVISOR VALUE 3.
          02 OPE-ESTADO       PIC X(1).
             88 OPE-ACTIVO      VALUE "A".
             88 OPE-DESACTIVADO VALUE "B".
          02 OPE-FALLOS       PIC 9(1).
          02 OPE-SUCURSAL     PIC 9(3).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 RAP-FILESTAT      PIC X(2).
       77 FCL-FILESTAT      PIC X(2).
       77 VEN-FILESTAT      PIC X(2).
       77 DEV-FILESTAT      PIC X(2).
       77 TIP-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 HAY-FACCLI        PIC X(1) VALUE "N".
       77 HAY-OPERADORES    PIC X(1) VALUE "N".
       77 FECHA             PIC 99999999.
       77 MES-ACTUAL        PIC 9(2).
       77 DIR-REL-SUC       PIC 9(4).
       77 OPCION            PIC X(1).
       77 EJERCICIO         PIC 9(4).
       77 ENT-EJERCICIO     PIC 9(4).
       77 ENT-SUCURSAL      PIC 9(3).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 EXISTE            PIC X(1).
       77 EXISTE-FCL        PIC X(1).
       77 EXISTE-OPE        PIC X(1).
       77 EXISTE-SUC        PIC X(1).
       77 VISTO-BUENO-SUP   PIC X(1).
       77 FIN-RAPPEL        PIC X(1).
       77 FIN-VENTA         PIC X(1).
       77 FIN-DEVOL         PIC X(1).
       77 FIN-TIPO          PIC X(1).
       77 CONT-ESCALAS      PIC 9(3) VALUE ZERO.
       77 IDX-ESC           PIC 9(3) COMP.
       77 IDX-ESC-ENC       PIC 9(3) COMP.
       77 IDX-TRAMO         PIC 9(1) COMP.
       77 CLAVE-BUSCADA     PIC X(5).
       77 AMBITO-BUSCADO    PIC X(1).
       77 PAGADOR-VENTA     PIC X(5).
       77 CONT-DEVOL        PIC 9(4) COMP VALUE ZERO.
       77 IDX-DEV           PIC 9(4) COMP.
       77 CANT-DEVUELTA     PIC 9(6).
       77 CANT-DESCONTAR    PIC 9(6).
       77 BASE-VENTA        PIC 9(8)V9(2).
       77 CUOTA-VENTA       PIC 9(8)V9(2).
       77 CONT-TIPOS-IVA    PIC 9(3) COMP VALUE ZERO.
       77 IDX-TIV           PIC 9(3) COMP.
       77 ENCONTRADO-TIV    PIC X(1).
       77 IVA-LINEA         PIC 9(2).
       77 TRAMO-ALCANZADO   PIC 9(1).
       77 PORCEN-ALCANZADO  PIC 9(2)V9(2).
       77 SIGUIENTE-UMBRAL  PIC 9(8)V9(2).
       77 FALTA-SIGUIENTE   PIC 9(10)V9(2).
       77 PREVISION-ANUAL   PIC 9(10)V9(2).
       77 TOTAL-RAPPEL      PIC 9(10)V9(2) VALUE ZERO.
       77 TOTAL-A-ABONAR    PIC 9(10)V9(2) VALUE ZERO.
       77 CONT-A-ABONAR     PIC 9(3) VALUE ZERO.
       77 CONT-ABONADOS     PIC 9(3) VALUE ZERO.
       77 CLIENTE-ABONO     PIC X(5).
       77 RESTO-ABONO       PIC 9(8)V9(2).
       77 TOPE-MOVIMIENTO   PIC 9(5)V9(2).
       77 MARCA-LIQUIDADO   PIC X(13).
       77 MAXIMP-SUCURSAL   PIC 9(5)V9(2).

      *
      * ESCALAS DE RAPPEL CON LO ACUMULADO EN EL EJERCICIO:
      * FACTURACION NETA, SU CUOTA DE IVA Y EL RAPPEL RESULTANTE
      *
       01 TAB-ESCALAS.
          02 TAB-ESC-OCU OCCURS 300 TIMES.
             03 TAB-ESC-CODCLI    PIC X(5).
             03 TAB-ESC-AMBITO    PIC X(1).
             03 TAB-ESC-TRAMO OCCURS 3 TIMES.
                04 TAB-ESC-UMBRAL PIC 9(8)V9(2).
                04 TAB-ESC-PORCEN PIC 9(2)V9(2).
             03 TAB-ESC-ULT-LIQ   PIC 9(4).
             03 TAB-ESC-BASE      PIC 9(10)V9(2).
             03 TAB-ESC-CUOTA     PIC 9(9)V9(2).
             03 TAB-ESC-RAPPEL    PIC 9(8)V9(2).
             03 TAB-ESC-RAP-IVA   PIC 9(8)V9(2).
             03 TAB-ESC-RAP-TOTAL PIC 9(8)V9(2).

      *
      * UNIDADES DEVUELTAS POR FACTURA Y ARTICULO, PENDIENTES DE
      * DESCONTAR DE LAS VENTAS DEL HISTORICO
      *
       01 TAB-DEVOLUCIONES.
          02 TAB-DEV-OCU OCCURS 2000 TIMES.
             03 TAB-DEV-FACTURA   PIC 9(6).
             03 TAB-DEV-CODARTI   PIC 9(4).
             03 TAB-DEV-PENDIENTE PIC 9(6).

      *
      * TIPOS DE IVA POR TIPO DE ARTICULO, CARGADOS DE ATPAR.SEC
      *
       01 TAB-TIPOS-IVA.
          02 TAB-TIV-OCU OCCURS 50 TIMES.
             03 TAB-TIV-COD    PIC X(3).
             03 TAB-TIV-IVA    PIC 9(2).
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
       LIQUIDAR-RAPPEL.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "LIQ-RAP" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL MODO, ACUMULA LA FACTURACION NETA
      * DE CADA ESCALA, CALCULA SU RAPPEL, GRABA EL INFORME Y, EN
      * LA LIQUIDACION, ABONA LO PENDIENTE CON VISTO BUENO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA(5:2) TO MES-ACTUAL.
           DISPLAY "RAPPEL ANUAL POR VOLUMEN".
           DISPLAY "------------------------".
           DISPLAY "<P>REVISION DEL EJERCICIO EN CURSO O"
                   " <L>IQUIDACION DE UN EJERCICIO CERRADO:".
           ACCEPT OPCION NO BELL.
           IF OPCION = "p" OR OPCION = "l"
              INSPECT OPCION CONVERTING "pl" TO "PL"
           END-IF.

           IF OPCION = "P"
              MOVE FECHA(1:4) TO EJERCICIO
           ELSE
              IF OPCION = "L"
                 DISPLAY "Ejercicio a liquidar (AAAA):"
                 ACCEPT ENT-EJERCICIO NO BELL
                 IF ENT-EJERCICIO NOT < FECHA(1:4)
                    DISPLAY "ERROR: SOLO SE LIQUIDAN EJERCICIOS"
                            " CERRADOS."
                    GOBACK
                 END-IF
                 MOVE ENT-EJERCICIO TO EJERCICIO
              ELSE
                 DISPLAY "ERROR: OPCION NO VALIDA."
                 GOBACK
              END-IF
           END-IF.

           OPEN I-O A-RAPPEL.
           IF RAP-FILESTAT NOT = "00"
              DISPLAY "NO HAY ESCALAS DE RAPPEL (RAPPEL.DAT)."
              CLOSE A-RAPPEL
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT A-CLIENT.

      *
      * SIN DATOS DE FACTURACION CADA CLIENTE ES SU PROPIO GRUPO
      *
           OPEN INPUT A-FACCLI.
           IF FCL-FILESTAT = "00"
              MOVE "S" TO HAY-FACCLI
           ELSE
              CLOSE A-FACCLI
              MOVE "N" TO HAY-FACCLI
           END-IF.

           PERFORM CARGAR-ESCALAS.
           PERFORM CARGAR-TIPOS-IVA.
           PERFORM CARGAR-DEVOLUCIONES.

           MOVE "N" TO FIN-VENTA.
           OPEN INPUT A-HISTVEN.
           IF VEN-FILESTAT NOT = "00"
              CLOSE A-HISTVEN
              DISPLAY "NO EXISTE EL HISTORICO DE VENTAS."
              MOVE "S" TO FIN-VENTA
           ELSE
              READ A-HISTVEN AT END MOVE "S" TO FIN-VENTA END-READ
           END-IF.
           PERFORM ACUMULAR-VENTA UNTIL FIN-VENTA = "S".
           IF VEN-FILESTAT NOT = "35"
              CLOSE A-HISTVEN
           END-IF.

           PERFORM CALCULAR-RAPPEL
                   VARYING IDX-ESC FROM 1 BY 1
                   UNTIL IDX-ESC > CONT-ESCALAS.

           PERFORM GRABAR-INFORME.

           IF OPCION = "L" AND TOTAL-A-ABONAR > ZERO
              PERFORM ABONAR-RAPPEL THRU ABONAR-RAPPEL-FIN
           END-IF.

           IF HAY-FACCLI = "S"
              CLOSE A-FACCLI
           END-IF.
           CLOSE A-CLIENT.
           CLOSE A-RAPPEL.

           GOBACK.


      * CARGA EN LA TABLA TODAS LAS ESCALAS DE RAPPEL.DAT
      * ****************************************************************

       CARGAR-ESCALAS.
           MOVE ZERO TO CONT-ESCALAS.
           INITIALIZE TAB-ESCALAS.
           MOVE LOW-VALUES TO RAP-CODCLI.
           MOVE "N" TO FIN-RAPPEL.
           START A-RAPPEL KEY NOT LESS THAN RAP-CODCLI
              INVALID KEY MOVE "S" TO FIN-RAPPEL
           END-START.
           PERFORM CARGAR-UNA-ESCALA UNTIL FIN-RAPPEL = "S".


      * ANADE A LA TABLA LA SIGUIENTE ESCALA
      * ****************************************************************

       CARGAR-UNA-ESCALA.
           READ A-RAPPEL NEXT RECORD AT END MOVE "S" TO FIN-RAPPEL
           END-READ.
           IF FIN-RAPPEL NOT = "S" AND CONT-ESCALAS < 300
              ADD 1 TO CONT-ESCALAS
              MOVE RAP-CODCLI TO TAB-ESC-CODCLI(CONT-ESCALAS)
              MOVE RAP-AMBITO TO TAB-ESC-AMBITO(CONT-ESCALAS)
              MOVE RAP-ULT-LIQUIDADO TO TAB-ESC-ULT-LIQ(CONT-ESCALAS)
              PERFORM CARGAR-TRAMO-ESCALA
                      VARYING IDX-TRAMO FROM 1 BY 1
                      UNTIL IDX-TRAMO > 3
           END-IF.


      * COPIA UN TRAMO DE LA ESCALA LEIDA A LA TABLA
      * ****************************************************************

       CARGAR-TRAMO-ESCALA.
           MOVE RAP-UMBRAL(IDX-TRAMO)
                TO TAB-ESC-UMBRAL(CONT-ESCALAS, IDX-TRAMO).
           MOVE RAP-PORCEN(IDX-TRAMO)
                TO TAB-ESC-PORCEN(CONT-ESCALAS, IDX-TRAMO).


      * CARGA LA TABLA DE TIPOS DE IVA DESDE ATPAR.SEC; SIN
      * FICHERO LAS VENTAS SE TOMAN SIN IVA
      * ****************************************************************

       CARGAR-TIPOS-IVA.
           MOVE ZERO TO CONT-TIPOS-IVA.
           MOVE "N" TO FIN-TIPO.
           OPEN INPUT A-TIPOARTI.
           IF TIP-FILESTAT NOT = "00"
              CLOSE A-TIPOARTI
              MOVE "S" TO FIN-TIPO
           ELSE
              READ A-TIPOARTI AT END MOVE "S" TO FIN-TIPO END-READ
           END-IF.
           PERFORM CARGAR-UN-TIPO-IVA UNTIL FIN-TIPO = "S".
           IF TIP-FILESTAT NOT = "35"
              CLOSE A-TIPOARTI
           END-IF.


      * ANADE UN TIPO DE ARTICULO CON SU IVA A LA TABLA
      * ****************************************************************

       CARGAR-UN-TIPO-IVA.
           IF CONT-TIPOS-IVA < 50
              ADD 1 TO CONT-TIPOS-IVA
              MOVE COD-TPARTI-TIP TO TAB-TIV-COD(CONT-TIPOS-IVA)
              MOVE TIP-IVA-TIP    TO TAB-TIV-IVA(CONT-TIPOS-IVA)
           END-IF.
           READ A-TIPOARTI AT END MOVE "S" TO FIN-TIPO END-READ.


      * CARGA LAS UNIDADES DEVUELTAS DE DEVOLUC.DAT POR FACTURA Y
      * ARTICULO (SIN REGISTRO DE DEVOLUCIONES NO SE DESCUENTA NADA)
      * ****************************************************************

       CARGAR-DEVOLUCIONES.
           MOVE ZERO TO CONT-DEVOL.
           MOVE "N" TO FIN-DEVOL.
           OPEN INPUT A-DEVOLUC.
           IF DEV-FILESTAT NOT = "00"
              CLOSE A-DEVOLUC
              MOVE "S" TO FIN-DEVOL
           ELSE
              READ A-DEVOLUC AT END MOVE "S" TO FIN-DEVOL END-READ
           END-IF.
           PERFORM CARGAR-UNA-DEVOLUCION UNTIL FIN-DEVOL = "S".
           IF DEV-FILESTAT NOT = "35"
              CLOSE A-DEVOLUC
           END-IF.


      * ANADE UNA DEVOLUCION A LA TABLA
      * ****************************************************************

       CARGAR-UNA-DEVOLUCION.
           IF CONT-DEVOL < 2000
              ADD 1 TO CONT-DEVOL
              MOVE DEV-FACTURA  TO TAB-DEV-FACTURA(CONT-DEVOL)
              MOVE DEV-CODARTI  TO TAB-DEV-CODARTI(CONT-DEVOL)
              MOVE DEV-CANTIDAD TO TAB-DEV-PENDIENTE(CONT-DEVOL)
           ELSE
              DISPLAY "AVISO: DEMASIADAS DEVOLUCIONES, LA FACTURA "
                      DEV-FACTURA " NO SE DESCUENTA."
           END-IF.
           READ A-DEVOLUC AT END MOVE "S" TO FIN-DEVOL END-READ.


      * ACUMULA UNA VENTA DEL EJERCICIO EN SU ESCALA, NETA DE LO
      * DEVUELTO DE ELLA Y CON SU CUOTA DE IVA
      * ****************************************************************

       ACUMULAR-VENTA.
           IF VEN-FECHA(1:4) = EJERCICIO AND VEN-CANTIDAD > ZERO
              PERFORM BUSCAR-ESCALA-VENTA
              IF IDX-ESC-ENC > ZERO
                 MOVE ZERO TO CANT-DEVUELTA
                 PERFORM DESCONTAR-DEVOLUCION
                         VARYING IDX-DEV FROM 1 BY 1
                         UNTIL IDX-DEV > CONT-DEVOL
                            OR CANT-DEVUELTA = VEN-CANTIDAD
                 COMPUTE BASE-VENTA ROUNDED = VEN-IMPORTE
                         - VEN-IMPORTE * CANT-DEVUELTA / VEN-CANTIDAD
                 PERFORM BUSCAR-IVA-TIPO
                 COMPUTE CUOTA-VENTA ROUNDED =
                         BASE-VENTA * IVA-LINEA / 100
                 ADD BASE-VENTA  TO TAB-ESC-BASE(IDX-ESC-ENC)
                 ADD CUOTA-VENTA TO TAB-ESC-CUOTA(IDX-ESC-ENC)
              END-IF
           END-IF.
           READ A-HISTVEN AT END MOVE "S" TO FIN-VENTA END-READ.


      * DEJA EN IDX-ESC-ENC LA ESCALA EN LA QUE CUENTA LA VENTA:
      * LA ESCALA C DEL CLIENTE QUE COMPRA O LA ESCALA G DE SU
      * CENTRAL PAGADORA (CERO SI NO CUENTA EN NINGUNA)
      * ****************************************************************

       BUSCAR-ESCALA-VENTA.
           MOVE VEN-CODCLI TO CLAVE-BUSCADA.
           MOVE "C" TO AMBITO-BUSCADO.
           PERFORM BUSCAR-ESCALA.

           IF IDX-ESC-ENC = ZERO
              MOVE VEN-CODCLI TO PAGADOR-VENTA
              IF HAY-FACCLI = "S"
                 MOVE VEN-CODCLI TO FCL-CODCLI
                 READ A-FACCLI
                    INVALID KEY     MOVE "N" TO EXISTE-FCL
                    NOT INVALID KEY MOVE "S" TO EXISTE-FCL
                 END-READ
                 IF EXISTE-FCL = "S" AND FCL-PAGADOR NOT = SPACES
                    MOVE FCL-PAGADOR TO PAGADOR-VENTA
                 END-IF
              END-IF
              MOVE PAGADOR-VENTA TO CLAVE-BUSCADA
              MOVE "G" TO AMBITO-BUSCADO
              PERFORM BUSCAR-ESCALA
           END-IF.


      * BUSCA EN LA TABLA LA ESCALA DE CLAVE-BUSCADA Y AMBITO-BUSCADO
      * ****************************************************************

       BUSCAR-ESCALA.
           MOVE ZERO TO IDX-ESC-ENC.
           PERFORM COMPARAR-ESCALA
                   VARYING IDX-ESC FROM 1 BY 1
                   UNTIL IDX-ESC > CONT-ESCALAS
                      OR IDX-ESC-ENC > ZERO.


      * COMPARA UNA POSICION DE LA TABLA DE ESCALAS
      * ****************************************************************

       COMPARAR-ESCALA.
           IF TAB-ESC-CODCLI(IDX-ESC) = CLAVE-BUSCADA
              AND TAB-ESC-AMBITO(IDX-ESC) = AMBITO-BUSCADO
              MOVE IDX-ESC TO IDX-ESC-ENC
           END-IF.


      * DESCUENTA DE LA VENTA EN CURSO LAS UNIDADES DEVUELTAS DE
      * SU FACTURA Y ARTICULO QUE AUN NO SE HAYAN DESCONTADO DE
      * OTRA VENTA
      * ****************************************************************

       DESCONTAR-DEVOLUCION.
           IF TAB-DEV-FACTURA(IDX-DEV) = VEN-FACTURA
              AND TAB-DEV-CODARTI(IDX-DEV) = VEN-CODARTI
              AND TAB-DEV-PENDIENTE(IDX-DEV) > ZERO
              COMPUTE CANT-DESCONTAR = VEN-CANTIDAD - CANT-DEVUELTA
              IF TAB-DEV-PENDIENTE(IDX-DEV) < CANT-DESCONTAR
                 MOVE TAB-DEV-PENDIENTE(IDX-DEV) TO CANT-DESCONTAR
              END-IF
              ADD CANT-DESCONTAR TO CANT-DEVUELTA
              SUBTRACT CANT-DESCONTAR FROM TAB-DEV-PENDIENTE(IDX-DEV)
           END-IF.


      * DEJA EN IVA-LINEA EL TIPO DE IVA DE LA VENTA EN CURSO
      * SEGUN SU TIPO DE ARTICULO (CERO SI NO ESTA EN LA TABLA)
      * ****************************************************************

       BUSCAR-IVA-TIPO.
           MOVE ZERO TO IVA-LINEA.
           MOVE "N" TO ENCONTRADO-TIV.
           PERFORM COMPARAR-IVA-TIPO
                   VARYING IDX-TIV FROM 1 BY 1
                   UNTIL IDX-TIV > CONT-TIPOS-IVA
                      OR ENCONTRADO-TIV = "S".


      * COMPARA UNA POSICION DE LA TABLA DE TIPOS DE IVA
      * ****************************************************************

       COMPARAR-IVA-TIPO.
           IF TAB-TIV-COD(IDX-TIV) = VEN-TIPO
              MOVE TAB-TIV-IVA(IDX-TIV) TO IVA-LINEA
              MOVE "S" TO ENCONTRADO-TIV
           END-IF.


      * CALCULA EL RAPPEL DE UNA ESCALA: EL PORCENTAJE DEL TRAMO
      * MAS ALTO ALCANZADO SOBRE TODA LA FACTURACION Y SU IVA.
      * SOLO SUMA EN LO PENDIENTE DE ABONO SI EL EJERCICIO NO ESTA
      * YA LIQUIDADO
      * ****************************************************************

       CALCULAR-RAPPEL.
           PERFORM BUSCAR-TRAMO-ALCANZADO.
           COMPUTE TAB-ESC-RAPPEL(IDX-ESC) ROUNDED =
                   TAB-ESC-BASE(IDX-ESC) * PORCEN-ALCANZADO / 100.
           COMPUTE TAB-ESC-RAP-IVA(IDX-ESC) ROUNDED =
                   TAB-ESC-CUOTA(IDX-ESC) * PORCEN-ALCANZADO / 100.
           COMPUTE TAB-ESC-RAP-TOTAL(IDX-ESC) =
                   TAB-ESC-RAPPEL(IDX-ESC) + TAB-ESC-RAP-IVA(IDX-ESC).
           ADD TAB-ESC-RAPPEL(IDX-ESC) TO TOTAL-RAPPEL.
           IF TAB-ESC-ULT-LIQ(IDX-ESC) < EJERCICIO
              AND TAB-ESC-RAP-TOTAL(IDX-ESC) > ZERO
              ADD TAB-ESC-RAP-TOTAL(IDX-ESC) TO TOTAL-A-ABONAR
              ADD 1 TO CONT-A-ABONAR
           END-IF.


      * DEJA EN TRAMO-ALCANZADO Y PORCEN-ALCANZADO EL TRAMO MAS
      * ALTO QUE ALCANZA LA ESCALA IDX-ESC, Y EN SIGUIENTE-UMBRAL
      * LA FACTURACION DEL SIGUIENTE (CERO SI NO HAY MAS TRAMOS)
      * ****************************************************************

       BUSCAR-TRAMO-ALCANZADO.
           MOVE ZERO TO TRAMO-ALCANZADO.
           MOVE ZERO TO PORCEN-ALCANZADO.
           MOVE ZERO TO SIGUIENTE-UMBRAL.
           PERFORM COMPARAR-TRAMO
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 3.


      * COMPARA LA FACTURACION DE LA ESCALA CON UN TRAMO
      * ****************************************************************

       COMPARAR-TRAMO.
           IF TAB-ESC-PORCEN(IDX-ESC, IDX-TRAMO) > ZERO
              IF TAB-ESC-BASE(IDX-ESC)
                 NOT < TAB-ESC-UMBRAL(IDX-ESC, IDX-TRAMO)
                 MOVE IDX-TRAMO TO TRAMO-ALCANZADO
                 MOVE TAB-ESC-PORCEN(IDX-ESC, IDX-TRAMO)
                      TO PORCEN-ALCANZADO
              ELSE
                 IF SIGUIENTE-UMBRAL = ZERO
                    MOVE TAB-ESC-UMBRAL(IDX-ESC, IDX-TRAMO)
                         TO SIGUIENTE-UMBRAL
                 END-IF
              END-IF
           END-IF.


      * GRABA EL INFORME DE PREVISION O DE LIQUIDACION EN
      * RAPPEL.LST
      * ****************************************************************

       GRABAR-INFORME.
           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           IF OPCION = "P"
              STRING "PREVISION DE RAPPEL DEL EJERCICIO " EJERCICIO
                     "  (VENTAS HASTA " FECHA ")"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
              STRING "LIQUIDACION DE RAPPEL DEL EJERCICIO " EJERCICIO
                     "  (FECHA " FECHA ")"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           END-IF.
           WRITE LINEA-LISTADO.

           IF OPCION = "P"
              MOVE "CLIENTE A FACTURACION  TR %    SIGUIENTE   FALTAN"
                 TO LINEA-LISTADO
              MOVE "       PREVISION ANUAL" TO LINEA-LISTADO(51:22)
           ELSE
              MOVE "CLIENTE A FACTURACION  TR %    RAPPEL     IVA"
                 TO LINEA-LISTADO
              MOVE "        TOTAL" TO LINEA-LISTADO(46:13)
           END-IF.
           WRITE LINEA-LISTADO.

           PERFORM GRABAR-LINEA-ESCALA
                   VARYING IDX-ESC FROM 1 BY 1
                   UNTIL IDX-ESC > CONT-ESCALAS.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "ESCALAS: " CONT-ESCALAS "  RAPPEL TOTAL (SIN IVA): "
                  TOTAL-RAPPEL DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF OPCION = "L"
              MOVE SPACES TO LINEA-LISTADO
              STRING "PENDIENTE DE ABONO (IVA INCLUIDO): "
                     TOTAL-A-ABONAR " EN " CONT-A-ABONAR " ESCALAS"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           CLOSE A-LISTADO.

           DISPLAY "ESCALAS TRATADAS: " CONT-ESCALAS
                   " (INFORME EN RAPPEL.LST)".
           DISPLAY "RAPPEL TOTAL (SIN IVA)...: " TOTAL-RAPPEL.


      * GRABA LAS LINEAS DE UNA ESCALA: EL CLIENTE CON SU NOMBRE Y
      * LAS CIFRAS DE PREVISION O DE LIQUIDACION
      * ****************************************************************

       GRABAR-LINEA-ESCALA.
           MOVE TAB-ESC-CODCLI(IDX-ESC) TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO LINEA-LISTADO.
           IF TAB-ESC-AMBITO(IDX-ESC) = "G"
              STRING TAB-ESC-CODCLI(IDX-ESC) " " NOMCLI
                     " (GRUPO DE FACTURACION)"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
              STRING TAB-ESC-CODCLI(IDX-ESC) " " NOMCLI
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           END-IF.
           WRITE LINEA-LISTADO.

           PERFORM BUSCAR-TRAMO-ALCANZADO.
           MOVE SPACES TO LINEA-LISTADO.
           IF OPCION = "P"
              MOVE ZERO TO FALTA-SIGUIENTE
              IF SIGUIENTE-UMBRAL > ZERO
                 COMPUTE FALTA-SIGUIENTE = SIGUIENTE-UMBRAL
                                         - TAB-ESC-BASE(IDX-ESC)
              END-IF
              COMPUTE PREVISION-ANUAL ROUNDED =
                      TAB-ESC-BASE(IDX-ESC) * 12 / MES-ACTUAL
              STRING TAB-ESC-CODCLI(IDX-ESC)  DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     TAB-ESC-AMBITO(IDX-ESC)  DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     TAB-ESC-BASE(IDX-ESC)    DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     TRAMO-ALCANZADO          DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     PORCEN-ALCANZADO         DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     SIGUIENTE-UMBRAL         DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     FALTA-SIGUIENTE          DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     PREVISION-ANUAL          DELIMITED BY SIZE
                     INTO LINEA-LISTADO
              END-STRING
           ELSE
              MOVE SPACES TO MARCA-LIQUIDADO
              IF TAB-ESC-ULT-LIQ(IDX-ESC) NOT < EJERCICIO
                 MOVE " YA ABONADO" TO MARCA-LIQUIDADO
              END-IF
              STRING TAB-ESC-CODCLI(IDX-ESC)    DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     TAB-ESC-AMBITO(IDX-ESC)    DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     TAB-ESC-BASE(IDX-ESC)      DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     TRAMO-ALCANZADO            DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     PORCEN-ALCANZADO           DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     TAB-ESC-RAPPEL(IDX-ESC)    DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     TAB-ESC-RAP-IVA(IDX-ESC)   DELIMITED BY SIZE
                     " "                        DELIMITED BY SIZE
                     TAB-ESC-RAP-TOTAL(IDX-ESC) DELIMITED BY SIZE
                     MARCA-LIQUIDADO            DELIMITED BY SIZE
                     INTO LINEA-LISTADO
              END-STRING
           END-IF.
           WRITE LINEA-LISTADO.


      * PIDE EL VISTO BUENO DEL SUPERVISOR Y LA SUCURSAL EMISORA Y
      * GRABA UN ABONO POR CADA ESCALA PENDIENTE DE ABONAR
      * ****************************************************************

       ABONAR-RAPPEL.
           DISPLAY "PENDIENTE DE ABONO (IVA INCLUIDO): " TOTAL-A-ABONAR
                   " EN " CONT-A-ABONAR " ESCALAS".

           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT = "00"
              MOVE "S" TO HAY-OPERADORES
           ELSE
              CLOSE A-OPERADOR
              MOVE "N" TO HAY-OPERADORES
           END-IF.
           PERFORM PEDIR-VISTO-BUENO-SUP THRU PEDIR-VISTO-BUENO-SUP-FIN.
           IF HAY-OPERADORES = "S"
              CLOSE A-OPERADOR
           END-IF.
           IF VISTO-BUENO-SUP = "N"
              DISPLAY "LIQUIDACION NO ABONADA: SIN VISTO BUENO DE"
                      " SUPERVISOR."
              GO TO ABONAR-RAPPEL-FIN
           END-IF.

           OPEN INPUT A-SUCMAEST.
           MOVE "N" TO EXISTE-SUC.
           PERFORM PEDIR-SUCURSAL-ABONO
               UNTIL EXISTE-SUC = "S".
           CLOSE A-SUCMAEST.

      *
      * IMPMOV NO ADMITE MAS DE 99.999,99 Y LA SUCURSAL PUEDE TENER
      * UN TOPE MENOR: UN RAPPEL MAYOR SE ABONA EN VARIOS
      * MOVIMIENTOS
      *
           MOVE 99999,99 TO TOPE-MOVIMIENTO.
           IF MAXIMP-SUCURSAL > ZERO
              AND MAXIMP-SUCURSAL < TOPE-MOVIMIENTO
              MOVE MAXIMP-SUCURSAL TO TOPE-MOVIMIENTO
           END-IF.

           OPEN EXTEND A-SUCURS.
           PERFORM ABONAR-ESCALA
                   VARYING IDX-ESC FROM 1 BY 1
                   UNTIL IDX-ESC > CONT-ESCALAS.
           CLOSE A-SUCURS.

           DISPLAY "ESCALAS ABONADAS: " CONT-ABONADOS
                   ". LOS ABONOS QUEDAN EN SUCURSAL.DAT.".

       ABONAR-RAPPEL-FIN.
           EXIT.


      * PIDE EL VISTO BUENO DE UN OPERADOR DE NIVEL SUPERVISOR
      * (MISMA NORMA QUE PED-CLI)
      * ****************************************************************

       PEDIR-VISTO-BUENO-SUP.
           MOVE "N" TO VISTO-BUENO-SUP.
           IF HAY-OPERADORES = "N"
              DISPLAY "NO HAY MAESTRO DE OPERADORES: SIN VISTO"
                      " BUENO POSIBLE."
              GO TO PEDIR-VISTO-BUENO-SUP-FIN
           END-IF.

           DISPLAY "VISTO BUENO DE SUPERVISOR REQUERIDO".
           DISPLAY "Supervisor:".
           ACCEPT ENT-SUP-ID NO BELL.
           DISPLAY "Clave.....:".
           ACCEPT ENT-SUP-CLAVE NO BELL.

           MOVE ENT-SUP-ID TO OPE-ID.
           READ A-OPERADOR
              INVALID KEY     MOVE "N" TO EXISTE-OPE
              NOT INVALID KEY MOVE "S" TO EXISTE-OPE
           END-READ.

           IF EXISTE-OPE = "S" AND OPE-CLAVE = ENT-SUP-CLAVE
              AND OPE-ACTIVO AND OPE-SUPERVISOR
              MOVE "S" TO VISTO-BUENO-SUP
           ELSE
              DISPLAY "SUPERVISOR O CLAVE NO VALIDOS."
           END-IF.

       PEDIR-VISTO-BUENO-SUP-FIN.
           EXIT.


      * PIDE LA SUCURSAL EMISORA DE LOS ABONOS Y LA VALIDA CONTRA
      * EL MAESTRO DE SUCURSALES
      * ****************************************************************

       PEDIR-SUCURSAL-ABONO.
           DISPLAY "Sucursal emisora de los abonos:".
           ACCEPT ENT-SUCURSAL NO BELL.

           MOVE ENT-SUCURSAL TO DIR-REL-SUC.
           READ A-SUCMAEST
              INVALID KEY     MOVE "N" TO EXISTE-SUC
              NOT INVALID KEY MOVE "S" TO EXISTE-SUC
           END-READ.

           IF EXISTE-SUC = "N"
              DISPLAY "ERROR: SUCURSAL NO DADA DE ALTA EN"
                      " SUCMAEST.DAT"
           ELSE
              IF SUC-CERRADA
                 DISPLAY "ERROR: LA SUCURSAL ESTA CERRADA."
                 MOVE "N" TO EXISTE-SUC
              ELSE
                 DISPLAY "SUCURSAL: " DESSUC
                 MOVE SUC-MAXIMP TO MAXIMP-SUCURSAL
              END-IF
           END-IF.


      * ABONA EL RAPPEL DE UNA ESCALA SI ESTA PENDIENTE: AL PAGADOR
      * DEL CLIENTE EN LAS ESCALAS C Y A LA PROPIA CENTRAL EN LAS
      * G, Y MARCA LA ESCALA CON EL EJERCICIO LIQUIDADO
      * ****************************************************************

       ABONAR-ESCALA.
           IF TAB-ESC-ULT-LIQ(IDX-ESC) < EJERCICIO
              AND TAB-ESC-RAP-TOTAL(IDX-ESC) > ZERO
              MOVE TAB-ESC-CODCLI(IDX-ESC) TO CLIENTE-ABONO
              IF TAB-ESC-AMBITO(IDX-ESC) = "C" AND HAY-FACCLI = "S"
                 MOVE TAB-ESC-CODCLI(IDX-ESC) TO FCL-CODCLI
                 READ A-FACCLI
                    INVALID KEY     MOVE "N" TO EXISTE-FCL
                    NOT INVALID KEY MOVE "S" TO EXISTE-FCL
                 END-READ
                 IF EXISTE-FCL = "S" AND FCL-PAGADOR NOT = SPACES
                    MOVE FCL-PAGADOR TO CLIENTE-ABONO
                 END-IF
              END-IF
              MOVE CLIENTE-ABONO TO CODCLI
              READ A-CLIENT
                 INVALID KEY     MOVE SPACES TO NOMCLI
                 NOT INVALID KEY CONTINUE
              END-READ
              MOVE TAB-ESC-RAP-TOTAL(IDX-ESC) TO RESTO-ABONO
              PERFORM GRABAR-MOVIMIENTO-ABONO
                      UNTIL RESTO-ABONO = ZERO
              MOVE TAB-ESC-CODCLI(IDX-ESC) TO RAP-CODCLI
              READ A-RAPPEL
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE EJERCICIO TO RAP-ULT-LIQUIDADO
                    REWRITE REGRAP
                       INVALID KEY
                          DISPLAY "ERROR AL MARCAR LA ESCALA "
                                  RAP-CODCLI
                    END-REWRITE
              END-READ
              ADD 1 TO CONT-ABONADOS
              DISPLAY "ABONADO " TAB-ESC-RAP-TOTAL(IDX-ESC) " A "
                      CLIENTE-ABONO " " NOMCLI
           END-IF.


      * GRABA UN MOVIMIENTO "A" DE ABONO HASTA EL TOPE POR
      * MOVIMIENTO Y DESCUENTA LO GRABADO DE LO QUE RESTA
      * ****************************************************************

       GRABAR-MOVIMIENTO-ABONO.
           MOVE "A"           TO TIPMOV.
           MOVE CLIENTE-ABONO TO CLIMOV.
           MOVE NOMCLI        TO NOMMOV.
           IF RESTO-ABONO > TOPE-MOVIMIENTO
              MOVE TOPE-MOVIMIENTO TO IMPMOV
           ELSE
              MOVE RESTO-ABONO TO IMPMOV
           END-IF.
           MOVE FECHA         TO FECMOV.
           MOVE ENT-SUCURSAL  TO SUCMOV.
           MOVE SPACES        TO CTRMOV.
           WRITE REGMOV.
           SUBTRACT IMPMOV FROM RESTO-ABONO.
