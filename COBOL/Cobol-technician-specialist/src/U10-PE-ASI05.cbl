      * TIPO DE CAMBIO VIGENTE EN LAS ALTAS
      *
      *
      * DECLARACION DE LA AUDITORIA DE ARTICULOS: ALTAS, BAJAS,
      * MODIFICACIONES Y CAMBIOS DE ESTADO CON IMAGEN ANTES Y
      * DESPUES (LA CONSULTA LA HACE CON-AAR)
      *
           SELECT A-AUDIARTI ASSIGN TO DISK 'AUDIARTI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  RECORD KEY PED-NUMERO
                  FILE STATUS IS PED-FILESTAT.
           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS PLN-FILESTAT.

       DATA DIVISION.
           02 COD-PROVEE   PIC X(4).
           02 CAN-PEDIDO   PIC 9(6).
           02 PRE-COSTE    PIC 9(4)V9(2).
           02 EST-ARTI     PIC X(1).
              88 ARTI-ACTIVO        VALUES 'A', ' '.
              88 ARTI-DESCATALOGADO VALUE 'D'.
              88 ARTI-BLOQUEADO     VALUE 'B'.
              88 ARTI-OBSOLETO      VALUE 'O'.
      *
      * DESCRIPCION DEL REGISTRO DE TIPOS DE ARTICULO
      *
           02 PED-FECHA      PIC X(8).
           02 PED-ESTADO     PIC X(1).
           02 PED-VENDEDOR   PIC X(3).
           02 PED-DIRENT     PIC 9(2).
       FD  A-PEDLIN
           LABEL RECORD STANDARD.
       01  REGLIN.
           02 LIN-CLAVE.
              03 LIN-PEDIDO  PIC 9(6).
              03 LIN-NUMLIN  PIC 9(2).
           02 LIN-CODARTI    PIC 9(4).
           02 LIN-CANTIDAD   PIC 9(6).
           02 LIN-SERVIDA    PIC 9(6).
           02 LIN-FACTURADA  PIC 9(6).
           02 FILLER         PIC X(31).

      *
      * DESCRIPCION DEL REGISTRO DE AUDITORIA DE ARTICULOS: CADA
           02 AAR-CODARTI    PIC 9(4).
           02 AAR-OPERADOR   PIC X(8).
           02 AAR-PROGRAMA   PIC X(8).
           02 AAR-ANTES      PIC X(77).
           02 AAR-DESPUES    PIC X(77).

       WORKING-STORAGE SECTION.
       77  AAR-FILESTAT      PIC X(2).
       77  AAR-TIPO-OP       PIC X(1).
       01  REG-ART-ANTES     PIC X(77).
       77  OPCION            PIC X.
       77  CONFIRMA-BORRAR   PIC X.
       77  ENT-TIPO-BUSQ     PIC X(3).
       77  ENT-SEL-NOM       PIC X(2).
       77  IDX-NOM           PIC 9(2).
       77  SEGUIR-NOMBRE     PIC X.
       77  ENT-ESTADO        PIC X.
       01  TAB-NOMBRES.
           02 TAB-NOM-COD OCCURS 15 TIMES PIC 9(4).
       01  TAB-TIPOARTI.
           02 TAB-TIPOARTI-OCU OCCURS 200 TIMES PIC X(3).
      *
      * PETICION A LA RUTINA COMUN DE IDENTIFICACION Y AUTORIZACION
      * DE OPERADORES (ENT-OPE)
      *
       01  SES-PETICION.
           02 SES-PROGRAMA   PIC X(8).
           02 SES-OPCION     PIC X.
           02 SES-OPERADOR   PIC X(8).
           02 SES-NIVEL      PIC 9.
           02 SES-RESULTADO  PIC X.
              88 SES-AUTORIZADO VALUE 'S'.

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE 'PE-ASI05' TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL 'ENT-OPE' USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
      * BLOQUE PRINCIPAL DEL PROGRAMA: REPITE EL MENU HASTA QUE SE
      * ELIJA LA OPCION DE SALIR, PARA PODER PROCESAR VARIAS
      * TRANSACCIONES EN LA MISMA EJECUCION
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE SES-OPERADOR TO ENT-OPERADOR.

           PERFORM CARGAR-TIPOARTI.
           PERFORM ABRIR-MONEDAS.
              CLOSE A-MONEDAS
           END-IF.

           GOBACK.
      *
      * ABRE EL MAESTRO DE MONEDAS SI EXISTE; SI NO EXISTE, LAS
      * ALTAS SIGUEN PIDIENDO EL TIPO DE CAMBIO AL OPERADOR
           DISPLAY SPACE LINE 20 POSITION 1 ERASE EOS.
           DISPLAY 'MANTENIMIENTO ARCHIVO ARTICULOS'.
           DISPLAY '<A>ltas, <C>onsultas, <M>odificaciones, <B>orrados'.
           DISPLAY '<T>ipo, <N>ombre, <E>stado, <S>alir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION NO BELL.

                          IF OPCION = 'N' OR OPCION = 'n'
                             PERFORM CONSULTAS-POR-NOMBRE
                          ELSE
                             IF OPCION = 'E' OR OPCION = 'e'
                                PERFORM CAMBIOS-DE-ESTADO
                             ELSE
                                IF OPCION NOT = 'S' AND OPCION NOT = 's'
                                   DISPLAY 'OPCION ERRONEA'
                                END-IF
                             END-IF
                          END-IF
                       END-IF
              ACCEPT COD-PROVEE NO BELL
              ACCEPT CAN-PEDIDO NO BELL
              ACCEPT PRE-COSTE NO BELL
              MOVE 'A' TO EST-ARTI
              WRITE R-ARTICULO
                INVALID     DISPLAY 'ERROR: CLAVE YA EXISTE'
                NOT INVALID DISPLAY 'ALTA CORRECTA'
             NOT INVALID  DISPLAY 'CONSULTA CORRECTA'
                          DISPLAY COD-ARTI '-' NOM-ARTI '-' NUM-ARTI
                                  '-' PRE-ARTI '-' COD-TPARTI
                                  '-' EST-ARTI
           END-READ.
      *
      * TRATAMIENTO DE CONSULTAS POR TIPO DE ARTICULO, USANDO LA
                          PERFORM GRABAR-AUDIT-ARTI
           END-REWRITE.
      *
      * CAMBIO DEL ESTADO DEL ARTICULO EN SU CICLO DE VIDA:
      * A = ACTIVO, D = DESCATALOGADO (SE VENDE HASTA AGOTAR EL
      * STOCK PERO NO SE REPONE), B = BLOQUEADO PARA LA VENTA,
      * O = OBSOLETO (NI SE VENDE NI SE COMPRA). EL CAMBIO QUEDA
      * EN LA AUDITORIA COMO OPERACION 'E'
      *
       CAMBIOS-DE-ESTADO.
           DISPLAY 'TRATAMIENTO DE CAMBIOS DE ESTADO'.
           DISPLAY 'COD-ARTI'.
           ACCEPT COD-ARTI NO BELL.
           READ A-ARTICULO
             INVALID     DISPLAY 'ERROR: CLAVE NO EXISTE'
             NOT INVALID PERFORM CAMBIAR-ESTADO-ARTICULO
           END-READ.
      *
      * PIDE Y VALIDA EL NUEVO ESTADO DEL ARTICULO LEIDO Y LO GRABA
      *
       CAMBIAR-ESTADO-ARTICULO.
           DISPLAY COD-ARTI '-' NOM-ARTI '-' NUM-ARTI.
           IF EST-ARTI = SPACE
              DISPLAY 'ESTADO ACTUAL: A'
           ELSE
              DISPLAY 'ESTADO ACTUAL: ' EST-ARTI
           END-IF.
           DISPLAY 'NUEVO ESTADO: <A>ctivo, <D>escatalogado, '
                   '<B>loqueado, <O>bsoleto'.
           ACCEPT ENT-ESTADO NO BELL.
           INSPECT ENT-ESTADO CONVERTING 'adbo' TO 'ADBO'.
           IF ENT-ESTADO NOT = 'A' AND ENT-ESTADO NOT = 'D'
              AND ENT-ESTADO NOT = 'B' AND ENT-ESTADO NOT = 'O'
              DISPLAY 'ERROR: ESTADO NO VALIDO'
           ELSE
              IF ENT-ESTADO = EST-ARTI
                 OR (ENT-ESTADO = 'A' AND EST-ARTI = SPACE)
                 DISPLAY 'EL ARTICULO YA TIENE ESE ESTADO'
              ELSE
                 MOVE R-ARTICULO TO REG-ART-ANTES
                 MOVE ENT-ESTADO TO EST-ARTI
                 REWRITE R-ARTICULO
                   INVALID     DISPLAY 'ERROR: CLAVE NO EXISTE'
                   NOT INVALID DISPLAY 'CAMBIO DE ESTADO CORRECTO'
                               MOVE 'E' TO AAR-TIPO-OP
                               PERFORM GRABAR-AUDIT-ARTI
                 END-REWRITE
              END-IF
           END-IF.
      *
      * ANOTA EN EL HISTORICO PERMANENTE EL CAMBIO DE PRECIO
      * MANUAL, CON OPERADOR Y PROGRAMA DE ORIGEN
      *
                 CLOSE A-PEDLIN
                 MOVE 'S' TO FIN-PEDLIN
              ELSE
                 MOVE COD-ARTI TO LIN-CODARTI
                 START A-PEDLIN KEY = LIN-CODARTI
                    INVALID KEY MOVE 'S' TO FIN-PEDLIN
                 END-START
                 PERFORM LEER-LINEA-ARTICULO
                 PERFORM EXAMINAR-LINEA-PEDIDO
                         UNTIL FIN-PEDLIN = 'S'
                 CLOSE A-PEDIDOS
              END-IF
           END-IF.
      *
      * EXAMINA UNA LINEA DE PEDIDO DEL ARTICULO Y AVANZA A LA
      * SIGUIENTE
      *
       EXAMINAR-LINEA-PEDIDO.
           MOVE LIN-PEDIDO TO PED-NUMERO.
           READ A-PEDIDOS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PED-ESTADO = 'A' OR PED-ESTADO = 'S'
                    OR PED-ESTADO = 'P'
                    ADD 1 TO CONT-PED-ART
                 END-IF
           END-READ.
           PERFORM LEER-LINEA-ARTICULO.
      *
      * LEE LA SIGUIENTE LINEA POR LA CLAVE ALTERNATIVA DEL
      * ARTICULO; AL CAMBIAR DE ARTICULO TERMINAN SUS LINEAS
      *
       LEER-LINEA-ARTICULO.
           IF FIN-PEDLIN = 'N'
              READ A-PEDLIN NEXT RECORD AT END MOVE 'S' TO FIN-PEDLIN
              END-READ
           END-IF.
           IF FIN-PEDLIN = 'N' AND LIN-CODARTI NOT = COD-ARTI
              MOVE 'S' TO FIN-PEDLIN
           END-IF.
      *
      * TRATAMIENTO DE CONSULTAS POR NOMBRE, USANDO LA CLAVE
      * ALTERNATIVA NOM-ARTI (CREADA POR SYNC-ARTI AL REGENERAR
