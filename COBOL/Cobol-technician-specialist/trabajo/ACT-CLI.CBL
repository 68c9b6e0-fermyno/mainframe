                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

      *
      * DECLARACION DEL FICHERO DE CONTACTOS DE LOS CLIENTES: VARIAS
      * PERSONAS POR CLIENTE, CADA UNA CON SU FUNCION, TELEFONO Y
      * CORREO (SE MANTIENE DESDE LA CONSULTA DE CLIENTES; LO LEEN
      * CAR-COB, EXT-CLI Y GES-NOT)
      *
           SELECT A-CONTACTOS ASSIGN TO DISK 'CONTACTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CTO-CLAVE
                  FILE STATUS IS CTO-FILESTAT.

      *
      * DECLARACION DEL FICHERO DE CAMBIOS PENDIENTES DE APROBACION:
      * LAS SUBIDAS DE LIMITE DE CREDITO, LOS CAMBIOS DE NIF Y LAS
      * REACTIVACIONES QUEDAN RETENIDOS AQUI HASTA QUE UN SUPERVISOR
      * DISTINTO DEL SOLICITANTE LOS APRUEBE O LOS RECHACE
      *
           SELECT A-CAMBPEND ASSIGN TO DISK 'CAMBPEND.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PEN-CLAVE
                  FILE STATUS IS PEN-FILESTAT.

      *
      * DECLARACION DEL FICHERO DE TRABAJO DE LA CONTABILIZACION
      * ORDENADA POR CLIENTE, Y DE LOS MOVIMIENTOS DE SUCURSAL.DAT
      * YA ORDENADOS POR CLIENTE Y ORDEN DE LLEGADA
      *
           SELECT A-CLASIFICA ASSIGN TO DISK 'SUCORD.TMP'.

           SELECT A-MOVORDEN ASSIGN TO DISK 'SUCURSAL.ORD'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS MOR-FILESTAT.




      * DESCRIPCION DEL REGISTRO DEL ARCHIVO SEQUENCIAL DE MOVIMIENTOS
      * EL CAMPO TIPMOV ES LA TABLA DE CODIGOS DE MOVIMIENTO:
      *    C = CARGO (AUMENTA EL SALDO DEL CLIENTE)
      *    D = CARGO DE INTERESES DE DEMORA (LIQ-INT); SE APLICA COMO
      *        UN CARGO PERO VA A SU PROPIA CUENTA DEL MAYOR
      *    A = ABONO (DISMINUYE EL SALDO DEL CLIENTE)
      *    F = ABONO POR SALDO FALLIDO (FAL-EFE); SE APLICA COMO UN
      *        ABONO PERO VA A LA CUENTA DE PERDIDAS POR INSOLVENCIAS
      *    G = DIFERENCIA POSITIVA DE CAMBIO AL COBRAR UN EFECTO EN
      *        DIVISA (GES-EFE, IMP-EXT); SE APLICA COMO UN CARGO
      *    X = DIFERENCIA NEGATIVA DE CAMBIO; SE APLICA COMO UN ABONO
      *    T = TRASPASO (MUEVE SALDO DEL CLIENTE CLIMOV AL CLIENTE
      *        CONTRAPARTIDA CTRMOV, LAS DOS PATAS EN UNA OPERACION)
      * FECMOV ES LA FECHA DEL MOVIMIENTO (AAAAMMDD) Y SUCMOV EL
       FD A-SUCURS LABEL RECORD STANDARD.
       01 REGMOV.
          02 TIPMOV         PIC X(1).
             88 MOV-CARGO   VALUES "C", "D", "G".
             88 MOV-INTERES VALUE "D".
             88 MOV-ABONO   VALUES "A", "F", "X".
             88 MOV-DIFCAMBIO VALUES "G", "X".
             88 MOV-FALLIDO VALUE "F".
             88 MOV-TRASPASO VALUE "T".
          02 CLIMOV         PIC X(5).
          02 NOMMOV         PIC X(25).
       FD A-CHECKPT LABEL RECORD STANDARD.
       01 REGCHK.
          02 CHK-PROCESADOS   PIC 9(6).
          02 CHK-MODO         PIC X(1).

      *
      * DESCRIPCION DE LA LINEA DEL LISTADO IMPRESO DE CLIENTES
      * DESCRIPCION DEL REGISTRO DE AUDITORIA. AUD-TIPO-REG ES LA
      * TABLA DE CODIGOS DE OPERACION:
      *    A = ALTA, B = BAJA, M = MODIFICACION
      *    P = PASE DE UN MOVIMIENTO DE SUCURSAL.DAT POR LA
      *        ACTUALIZACION (UNA ENTRADA POR PATA EN LOS TRASPASOS)
      * AUD-HORA ES LA HORA (HHMMSS) EN QUE SE GRABO LA ENTRADA Y
      * AUD-REGCLI LA IMAGEN COMPLETA DEL CLIENTE TRAS LA OPERACION
      * (EN LAS BAJAS, LA DEL CLIENTE BORRADO), CON LA QUE RECUPERA
      * REHACE EL MAESTRO; EN BLANCO EN LAS ENTRADAS ANTERIORES A
      * SU IMPLANTACION
      *
       FD A-AUDITORIA LABEL RECORD STANDARD.
       01 REGAUDIT.
             88 AUD-ALTA        VALUE "A".
             88 AUD-BAJA        VALUE "B".
             88 AUD-MODIF       VALUE "M".
             88 AUD-PASE        VALUE "P".
          02 AUD-CODCLI         PIC X(5).
          02 AUD-NOMCLI         PIC X(25).
          02 AUD-IMPCLI-ANTES   PIC 9(6)V9(2).
          02 AUD-IMPCLI-DESPUES PIC 9(6)V9(2).
          02 AUD-OPERADOR       PIC X(8).
          02 AUD-SUPERVISOR     PIC X(8).
          02 AUD-HORA           PIC X(6).
          02 AUD-REGCLI         PIC X(137).

      *
      * DESCRIPCION DE LA LINEA DEL FICHERO DE EXPORTACION CSV
      *    S = ENTRADA CORRECTA
      *    N = OPERADOR O CLAVE INCORRECTOS
      *    B = INTENTO SOBRE OPERADOR BLOQUEADO O DESACTIVADO
      *    R = OPERADOR NO AUTORIZADO AL PROGRAMA O A LA OPCION
      * SEG-OPCION ES LA OPCION DE MENU A LA QUE SE INTENTABA ENTRAR
      * Y SEG-PROGRAMA EL PROGRAMA (LAS ENTRADAS DE LOS DEMAS
      * PROGRAMAS LAS ANOTA LA RUTINA COMUN ENT-OPE)
      *
       FD A-SEGJRN LABEL RECORD STANDARD.
       01 REGSEG.
          02 SEG-OPERADOR     PIC X(8).
          02 SEG-RESULTADO    PIC X(1).
          02 SEG-OPCION       PIC X(1).
          02 SEG-PROGRAMA     PIC X(8).

      *
      * DESCRIPCION DEL REGISTRO DE ESTADISTICAS DE EJECUCION DE
      *
      * DESCRIPCION DEL REGISTRO DE LA INTERFAZ CONTABLE: UNA
      * LINEA DE DETALLE (D) POR TIPO DE MOVIMIENTO Y SUCURSAL CON
      * SU CUENTA CONTABLE, RECUENTO E IMPORTE, SEGUIDA DE SU
      * CONTRAPARTIDA EN EL SENTIDO CONTRARIO (DEBE D / HABER H)
      * PARA QUE EL FICHERO CUADRE, Y UNA LINEA DE CIERRE (T) CON
      * LOS TOTALES DE CONTROL DEL FICHERO
      *
       FD A-CONTABLE LABEL RECORD STANDARD.
       01 REGCTB.
          02 CTB-SUCURSAL     PIC 9(3).
          02 CTB-CANTIDAD     PIC 9(6).
          02 CTB-IMPORTE      PIC 9(9)V9(2).
          02 CTB-SENTIDO      PIC X(1).

      *
      * DESCRIPCION DEL REGISTRO DE LA PAPELERA DE CLIENTES
      *
      * DESCRIPCION DEL REGISTRO DE LA BITACORA DE EJECUCIONES.
      * BIT-CUADRE ES "S" SI LA ACTUALIZACION CUADRO, "N" SI HUBO
      * DESCUADRE Y "-" EN LOS INFORMES. EN LA ACTUALIZACION,
      * BIT-OPCION ES "1" EN ORDEN DE LLEGADA Y "O" ORDENADA POR
      * CLIENTE
      *
       FD A-BITACORA LABEL RECORD STANDARD.
       01 REGBIT.
          02 NOT-TEXTO        PIC X(40).
          02 NOT-SEGUIMIENTO  PIC X(8).

      *
      * DESCRIPCION DEL REGISTRO DE CONTACTOS: CLAVE CLIENTE + NUMERO
      * DE CONTACTO; LA FUNCION ES C = CUENTAS (A QUIEN SE DIRIGEN
      * LAS CARTAS DE RECLAMACION Y LOS EXTRACTOS), P = COMPRAS,
      * A = ALMACEN
      *
       FD A-CONTACTOS LABEL RECORD STANDARD.
       01 REGCTO.
          02 CTO-CLAVE.
             03 CTO-CODCLI    PIC X(5).
             03 CTO-NUMERO    PIC 9(2).
          02 CTO-FUNCION      PIC X(1).
             88 CTO-CUENTAS   VALUE "C".
             88 CTO-COMPRAS   VALUE "P".
             88 CTO-ALMACEN   VALUE "A".
          02 CTO-NOMBRE       PIC X(30).
          02 CTO-TELEFONO     PIC X(15).
          02 CTO-EMAIL        PIC X(40).

      *
      * DESCRIPCION DEL REGISTRO DE CAMBIO PENDIENTE: CLAVE CLIENTE +
      * CAMPO (L = LIMITE DE CREDITO, N = NIF, E = ESTADO); UN SOLO
      * CAMBIO VIVO POR CLIENTE Y CAMPO. LA SITUACION ES P =
      * PENDIENTE, A = APROBADO, R = RECHAZADO, C = CADUCADO
      *
       FD A-CAMBPEND LABEL RECORD STANDARD.
       01 REGPEN.
          02 PEN-CLAVE.
             03 PEN-CODCLI    PIC X(5).
             03 PEN-CAMPO     PIC X(1).
                88 PEN-LIMITE     VALUE "L".
                88 PEN-NIF        VALUE "N".
                88 PEN-ESTADO     VALUE "E".
          02 PEN-VALOR-ANTES  PIC X(9).
          02 PEN-LIM-ANTES REDEFINES PEN-VALOR-ANTES.
             03 PEN-LIMITE-ANTES PIC 9(6)V9(2).
             03 FILLER           PIC X(1).
          02 PEN-VALOR-NUEVO  PIC X(9).
          02 PEN-LIM-NUEVO REDEFINES PEN-VALOR-NUEVO.
             03 PEN-LIMITE-NUEVO PIC 9(6)V9(2).
             03 FILLER           PIC X(1).
          02 PEN-SITUACION    PIC X(1).
             88 PEN-PENDIENTE  VALUE "P".
             88 PEN-APROBADO   VALUE "A".
             88 PEN-RECHAZADO  VALUE "R".
             88 PEN-CADUCADO   VALUE "C".
          02 PEN-SOLICITANTE  PIC X(8).
          02 PEN-FECHA-SOL    PIC X(8).
          02 PEN-APROBADOR    PIC X(8).
          02 PEN-FECHA-RES    PIC X(8).

      *
      * DESCRIPCION DEL REGISTRO DE CLASIFICACION DE LA
      * CONTABILIZACION ORDENADA: CLIENTE, NUMERO DE ORDEN DE
      * LLEGADA EN SUCURSAL.DAT Y EL MOVIMIENTO COMPLETO (REGMOV)
      *
       SD A-CLASIFICA.
       01 REG-CLASIFICA.
          02 CLA-CLIMOV       PIC X(5).
          02 CLA-SECUENCIA    PIC 9(6).
          02 CLA-MOVIMIENTO   PIC X(54).

       FD A-MOVORDEN LABEL RECORD STANDARD.
       01 REGMOR.
          02 MOR-CLIMOV       PIC X(5).
          02 MOR-SECUENCIA    PIC 9(6).
          02 MOR-MOVIMIENTO   PIC X(54).


      * VARIABLES
      * ****************************************************************
       77 HAY-CUENTAS       PIC X(1) VALUE "N".
       77 EXISTE-CTA        PIC X(1).
       77 CUENTA-ASIGNADA   PIC X(8).
       77 TIPMOV-CUENTA     PIC X(1).
       77 CUENTA-LINEA      PIC X(8).
       77 CUENTA-CONTRA     PIC X(8).
       77 TIPMOV-CONTRA     PIC X(1).
       77 SENTIDO-LINEA     PIC X(1).
       77 SENTIDO-CONTRA    PIC X(1).
       77 CONT-CTB-RETEN    PIC 9(3) VALUE ZERO.
       77 BLQ-FILESTAT      PIC X(2).
       77 RUN-BLOQUEADO     PIC X(1).
       77 ENT-SEGUIMIENTO   PIC X(8).
       77 FIN-NOTAS         PIC X(1).
       77 CONT-NOTAS        PIC 9(4) COMP VALUE ZERO.
       77 CTO-FILESTAT      PIC X(2).
       77 EXISTE-CTO        PIC X(1).
       77 FIN-CONTACTOS     PIC X(1).
       77 ENT-OPC-CTO       PIC X(1).
       77 ENT-CTO-NUMERO    PIC 9(2).
       77 ENT-CTO-FUNCION   PIC X(1).
       77 ENT-CTO-NOMBRE    PIC X(30).
       77 ENT-CTO-TELEFONO  PIC X(15).
       77 ENT-CTO-EMAIL     PIC X(40).
       77 ENT-CTO-CONFIRMA  PIC X(1).
       77 CONT-CONTACTOS    PIC 9(2) COMP.
       77 ULTIMO-CONTACTO   PIC 9(2).
       77 CONTACTO-NOMBRE   PIC X(30).
       77 CONTACTO-TELEFONO PIC X(15).
       77 CONTACTO-FUNCION  PIC X(1).
       77 PEN-FILESTAT      PIC X(2).
       77 EXISTE-PEN        PIC X(1).
       77 FIN-PENDIENTES    PIC X(1).
       77 CONT-PENDIENTES   PIC 9(4) COMP VALUE ZERO.
       77 CONT-RETENIDOS    PIC 9(1) VALUE ZERO.
       77 CONT-YA-PENDIENTE PIC 9(1) VALUE ZERO.
       77 DIAS-CADUCIDAD    PIC 9(3) VALUE ZERO.
       77 FECHA-CADUCIDAD   PIC X(8).
       77 SOLICITANTE-CAMBIO PIC X(8) VALUE SPACES.
       77 ENT-PEN-CODCLI    PIC X(5).
       77 ENT-PEN-CAMPO     PIC X(1).
       77 ENT-PEN-DECISION  PIC X(1).
       77 PEN-VIGENTE       PIC X(1).
       77 CAMPO-CAMBIO      PIC X(1).
       01 VALORES-CAMBIO.
          02 VALOR-ANTES-CAMBIO PIC X(9).
          02 LIM-ANTES-CAMBIO REDEFINES VALOR-ANTES-CAMBIO.
             03 LIMITE-ANTES-CAMBIO PIC 9(6)V9(2).
             03 FILLER              PIC X(1).
          02 VALOR-NUEVO-CAMBIO PIC X(9).
          02 LIM-NUEVO-CAMBIO REDEFINES VALOR-NUEVO-CAMBIO.
             03 LIMITE-NUEVO-CAMBIO PIC 9(6)V9(2).
             03 FILLER              PIC X(1).
       77 ENT-MENU-MON      PIC X(1).
       77 ENT-MON-COD       PIC X(3).
       77 ENT-MON-DES       PIC X(25).
       77 FIN-SEGJRN        PIC X(1).
       77 CONT-SEGJRN       PIC 9(6) COMP VALUE ZERO.

      *
      * MODO DE CONTABILIZACION DE SUCURSAL.DAT: EN ORDEN DE LLEGADA
      * O, PARA VOLUMENES GRANDES, ORDENADA POR CLIENTE (CADA
      * CLIENTE SE REGRABA UNA SOLA VEZ). EL PARAMETRO ACTORDEN
      * FIJA EL NUMERO DE MOVIMIENTOS A PARTIR DEL CUAL SE ORDENA
      * (CERO O SIN INFORMAR = SIEMPRE EN ORDEN DE LLEGADA). EL
      * MODO QUEDA EN LA BITACORA (BIT-OPCION) Y EN EL PUNTO DE
      * REARRANQUE, QUE LO IMPONE AL REANUDAR
      *
       77 MODO-CONTAB       PIC X(1) VALUE "1".
          88 CONTAB-LLEGADA VALUE "1".
          88 CONTAB-ORDENADA VALUE "O".
       77 UMBRAL-ORDEN      PIC 9(6) VALUE ZERO.
       77 SEC-CLASIFICA     PIC 9(6) VALUE ZERO.
       77 MOR-FILESTAT      PIC X(2).
       77 CHK-MODO-PREVIO   PIC X(1) VALUE SPACE.
       77 CLI-RETENIDO      PIC X(1) VALUE "N".
       77 CONT-APUNTES-PEN  PIC 9(3) COMP VALUE ZERO.
       77 IDX-APU           PIC 9(3) COMP.

      *
      * CLIENTE EN CURSO DE LA CONTABILIZACION ORDENADA, CON LOS
      * MOVIMIENTOS YA APLICADOS Y PENDIENTE DE REGRABAR (REGCLI)
      *
       01 REGCLI-RETENIDO.
          02 RET-CODCLI       PIC X(5).
          02 FILLER           PIC X(132).

      *
      * APUNTES DE AUDITORIA (A) E HISTORICO (H) DEL CLIENTE EN
      * CURSO, Y RECHAZOS (R) PRODUCIDOS MIENTRAS ESTA EN CURSO:
      * SE GRABAN AL REGRABAR EL CLIENTE, JUNTO CON EL PUNTO DE
      * REARRANQUE, PARA QUE UN REARRANQUE NO LOS DUPLIQUE
      *
       01 TAB-APUNTES-PEN.
          02 TAB-APU-OCU OCCURS 300 TIMES.
             03 TAB-APU-TIPO   PIC X(1).
             03 TAB-APU-IMAGEN PIC X(214).

      *
      * TABLA DE OPERADORES INICIALES, USADA UNICAMENTE PARA
      * SEMBRAR EL MAESTRO DE OPERADORES (OPERADOR.DAT) LA PRIMERA
             03 TAB-OPER-PASS  PIC X(8).
             03 TAB-OPER-NIVEL PIC 9(1).

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



      * ****************************************************************
           PERFORM ABRIR-MONEDAS.
           PERFORM ABRIR-CODPOST.
           PERFORM ABRIR-OPERADORES.
           PERFORM ABRIR-CONTACTOS.
           PERFORM ABRIR-CAMBPEND.
           OPEN EXTEND A-AUDITORIA.
           MOVE "AUDITCLI" TO ES-ARCHIVO.
           MOVE "OPEN EXT" TO ES-OPERACION.
              CLOSE A-MONEDAS
              CLOSE A-CODPOST
              CLOSE A-OPERADOR
              CLOSE A-CONTACTOS
              CLOSE A-CAMBPEND
              CLOSE A-AUDITORIA
              GOBACK
           END-IF.

      *
      * EN PANTALLA, EL OPERADOR SE IDENTIFICA AL ENTRAR; SIN
      * AUTORIZACION A ACT-CLI LA SESION TERMINA SIN MENUS
      *
           PERFORM LOGIN-OPERADOR.
           IF OPERADOR-LOGUEADO NOT = "S"
              MOVE "S" TO FIN-SISTEMA
              MOVE 12 TO RETURN-CODE
           END-IF.

           PERFORM LIMPIAR-PANTALLA.
           CLOSE A-MONEDAS.
           CLOSE A-CODPOST.
           CLOSE A-OPERADOR.
           CLOSE A-CONTACTOS.
           CLOSE A-CAMBPEND.
           CLOSE A-AUDITORIA.
           GOBACK.


      * INTERPRETA EL PARAMETRO DE EJECUCION EN MODO LOTE:
           CLOSE A-MONEDAS.
           CLOSE A-CODPOST.
           CLOSE A-OPERADOR.
           CLOSE A-CONTACTOS.
           CLOSE A-CAMBPEND.
           CLOSE A-AUDITORIA.

           MOVE 16 TO RETURN-CODE.
           GOBACK.


      * CALCULA EL DIGITO DE CONTROL DE LA BASE DC-BASE, DEJANDOLO

           ACCEPT ENT-MENU-PRINC NO BELL.

           IF ENT-MENU-PRINC = "1" OR ENT-MENU-PRINC = "2"
              OR ENT-MENU-PRINC = "3"
              PERFORM AUTORIZAR-OPCION
           END-IF.

           IF ENT-MENU-PRINC = "9"
              PERFORM MENU-SALIR
           END-IF.

      * PROCEDURE PARA PROCESAR LOS MOVIMIENTOS DE SUCURSAL.DAT
      * CONTRA EL MAESTRO DE CLIENTES, CON REARRANQUE POR SI LA
      * ACTUALIZACION SE HUBIERA INTERRUMPIDO EN UNA EJECUCION ANTERIOR.
      * EN MODO ORDENADO LOS MOVIMIENTOS SE APLICAN EN EL ORDEN DE
      * SUCURSAL.ORD, CON LAS MISMAS COMPROBACIONES, RECHAZOS,
      * HISTORICO Y AUDITORIA QUE EN ORDEN DE LLEGADA
      * ****************************************************************

       PROCESAR-MOVIMIENTOS SECTION.
           MOVE ZERO TO TOTAL-RECHAZADO.
           MOVE ZERO TO TOTAL-SALTADO.
           PERFORM LEER-CHECKPOINT.
           PERFORM ELEGIR-MODO-CONTAB.
           IF CONTAB-ORDENADA
              PERFORM ORDENAR-MOVIMIENTOS
           END-IF.

           OPEN INPUT A-SUCURS.
           MOVE "SUCURSAL.DAT" TO ES-ARCHIVO.
           MOVE REC-FILESTAT TO ES-STATUS.
           PERFORM VERIFICAR-ES.
           MOVE "N" TO FIN-MOVIMIENTO.
           MOVE "N" TO CLI-RETENIDO.
           MOVE ZERO TO CONT-APUNTES-PEN.
           PERFORM LEER-MOVIMIENTO.

           MOVE ZERO TO CHK-SALTADOS.
           PERFORM SALTAR-MOVIMIENTO-PROCESADO

           PERFORM APLICAR-MOVIMIENTO UNTIL FIN-MOVIMIENTO = "S".

      *
      * EL ULTIMO CLIENTE DE LA CONTABILIZACION ORDENADA QUEDA EN
      * MEMORIA HASTA EL FINAL
      *
           IF CONTAB-ORDENADA
              PERFORM GRABAR-CLIENTE-RETENIDO
              CLOSE A-MOVORDEN
           END-IF.

           CLOSE A-SUCURS.
           CLOSE A-HISTIND.
           CLOSE A-HISTORIA.
           DISPLAY CONT-APLICADOS LINE 14 POSITION 31.
           DISPLAY "   MOVIMIENTOS RECHAZADOS:" LINE 15 POSITION 4.
           DISPLAY CONT-RECHAZADOS LINE 15 POSITION 31.
           IF CONTAB-ORDENADA
              DISPLAY "   (CONTABILIZACION ORDENADA POR CLIENTE)"
                      LINE 16 POSITION 4
           END-IF.


      * DECIDE EL MODO DE CONTABILIZACION: ORDENADA POR CLIENTE SI
      * SUCURSAL.DAT LLEGA AL UMBRAL DEL PARAMETRO ACTORDEN, Y EN
      * ORDEN DE LLEGADA EN OTRO CASO. UNA EJECUCION INTERRUMPIDA SE
      * REANUDA SIEMPRE EN EL MODO EN QUE EMPEZO, PORQUE EL PUNTO DE
      * REARRANQUE CUENTA POSICIONES DE ESE ORDEN
      * ****************************************************************

       ELEGIR-MODO-CONTAB SECTION.
           MOVE "1" TO MODO-CONTAB.
           MOVE ZERO TO UMBRAL-ORDEN.
           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "ACTORDEN" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S"
                 MOVE PAR-VALOR TO UMBRAL-ORDEN
              END-IF
              CLOSE A-PARAMS
           ELSE
              CLOSE A-PARAMS
           END-IF.

           IF UMBRAL-ORDEN > ZERO AND CONT-LEIDOS >= UMBRAL-ORDEN
              MOVE "O" TO MODO-CONTAB
           END-IF.

           IF CHK-PREVIOS > ZERO
              IF CHK-MODO-PREVIO = "O"
                 MOVE "O" TO MODO-CONTAB
              ELSE
                 MOVE "1" TO MODO-CONTAB
              END-IF
           END-IF.


      * CLASIFICA SUCURSAL.DAT POR CLIENTE EN SUCURSAL.ORD; A
      * IGUALDAD DE CLIENTE SE RESPETA EL ORDEN DE LLEGADA, DE MODO
      * QUE UNA MISMA SUCURSAL.DAT DA SIEMPRE EL MISMO ORDEN (EL
      * REARRANQUE DEPENDE DE ELLO)
      * ****************************************************************

       ORDENAR-MOVIMIENTOS SECTION.
           MOVE ZERO TO SEC-CLASIFICA.
           SORT A-CLASIFICA
                ON ASCENDING KEY CLA-CLIMOV CLA-SECUENCIA
                INPUT PROCEDURE NUMERAR-MOVIMIENTOS
                GIVING A-MOVORDEN.
           OPEN INPUT A-MOVORDEN.
           MOVE "SUCURSAL.ORD" TO ES-ARCHIVO.
           MOVE "OPEN INPUT" TO ES-OPERACION.
           MOVE MOR-FILESTAT TO ES-STATUS.
           PERFORM VERIFICAR-ES.


      * PROCEDIMIENTO DE ENTRADA DEL SORT: NUMERA LOS MOVIMIENTOS
      * DE SUCURSAL.DAT POR SU ORDEN DE LLEGADA
      * ****************************************************************

       NUMERAR-MOVIMIENTOS SECTION.
           MOVE "N" TO FIN-MOVIMIENTO.
           OPEN INPUT A-SUCURS.
           READ A-SUCURS AT END MOVE "S" TO FIN-MOVIMIENTO END-READ.
           PERFORM SOLTAR-MOVIMIENTO UNTIL FIN-MOVIMIENTO = "S".
           CLOSE A-SUCURS.


      * SUELTA UN MOVIMIENTO NUMERADO AL CLASIFICADOR
      * ****************************************************************

       SOLTAR-MOVIMIENTO SECTION.
           ADD 1 TO SEC-CLASIFICA.
           MOVE CLIMOV        TO CLA-CLIMOV.
           MOVE SEC-CLASIFICA TO CLA-SECUENCIA.
           MOVE REGMOV        TO CLA-MOVIMIENTO.
           RELEASE REG-CLASIFICA.
           READ A-SUCURS AT END MOVE "S" TO FIN-MOVIMIENTO END-READ.


      * LEE EL SIGUIENTE MOVIMIENTO A APLICAR: DE SUCURSAL.DAT EN
      * ORDEN DE LLEGADA, O DE SUCURSAL.ORD EN MODO ORDENADO,
      * DEJANDOLO EN REGMOV EN LOS DOS CASOS
      * ****************************************************************

       LEER-MOVIMIENTO SECTION.
           IF CONTAB-ORDENADA
              READ A-MOVORDEN
                 AT END     MOVE "S" TO FIN-MOVIMIENTO
                 NOT AT END MOVE MOR-MOVIMIENTO TO REGMOV
              END-READ
           ELSE
              READ A-SUCURS AT END MOVE "S" TO FIN-MOVIMIENTO
              END-READ
           END-IF.


      * SALTA (SIN APLICAR) UN MOVIMIENTO YA PROCESADO EN UNA EJECUCION
           IF MOV-ABONO
              SUBTRACT IMPMOV FROM TOTAL-SALTADO
           END-IF.
           PERFORM LEER-MOVIMIENTO.


      * APLICA UN MOVIMIENTO DE SUCURSAL.DAT SOBRE EL MAESTRO DE

      *
      * LOS TRASPASOS APLICAN LAS DOS PATAS (ORIGEN Y DESTINO) EN
      * UNA SOLA OPERACION, O SE RECHAZAN COMPLETOS. EN MODO
      * ORDENADO, EL CLIENTE EN CURSO SE REGRABA ANTES, PORQUE
      * EL TRASPASO LEE Y REGRABA SUS DOS PATAS DIRECTAMENTE
      *
           IF MOV-TRASPASO
              PERFORM GRABAR-CLIENTE-RETENIDO
              PERFORM APLICAR-TRASPASO
              GO TO APLICAR-MOVIMIENTO-SIG
           END-IF.

           IF CONTAB-ORDENADA
              PERFORM LEER-CLIENTE-ORDENADO
           ELSE
              MOVE CLIMOV TO CODCLI
              READ A-CLIENT
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
           END-IF.

      *
      * LOS CLIENTES CERRADOS NO ADMITEN NINGUN MOVIMIENTO, Y LOS
      * SUSPENDIDOS NO ADMITEN NUEVOS CARGOS (LOS ABONOS SIGUEN
      * ADMITIENDOSE PARA PODER REDUCIR SU SALDO). LOS INTERESES DE
      * DEMORA NO SON VENTA NUEVA SINO COSTE DE LA DEUDA YA
      * EXISTENTE, Y LAS DIFERENCIAS DE CAMBIO SOLO AJUSTAN EN
      * EUROS UNA DEUDA YA COBRADA: NO LES AFECTAN NI LA
      * SUSPENSION NI EL LIMITE
      *
           IF EXISTE = "S" AND CLI-CERRADO
              MOVE "CLIENTE CERRADO" TO MOTIVO-RECH
           END-IF.

           IF EXISTE = "S" AND CLI-SUSPENDIDO AND MOV-CARGO
              AND NOT MOV-INTERES AND NOT MOV-DIFCAMBIO
              MOVE "CLIENTE SUSPENDIDO" TO MOTIVO-RECH
              PERFORM GRABAR-RECHAZO
              GO TO APLICAR-MOVIMIENTO-SIG
      * AL FICHERO DE RECHAZOS SIN TOCAR EL SALDO
      *
           IF EXISTE = "S" AND MOV-CARGO AND LIMCLI > ZERO
              AND NOT MOV-INTERES AND NOT MOV-DIFCAMBIO
              AND IMPCLI + IMPMOV > LIMCLI
              MOVE "LIMITE EXCEDIDO" TO MOTIVO-RECH
              PERFORM GRABAR-RECHAZO
                 END-IF
              END-IF
              COMPUTE IMECLI = IMPCLI * CAMCLI
              IF CONTAB-ORDENADA
                 MOVE REGCLI TO REGCLI-RETENIDO
                 MOVE "S" TO CLI-RETENIDO
              ELSE
                 REWRITE REGCLI
                 MOVE "CLIENTES.DAT" TO ES-ARCHIVO
                 MOVE "REWRITE" TO ES-OPERACION
                 MOVE CLI-FILESTAT TO ES-STATUS
                 PERFORM VERIFICAR-ES
              END-IF
              MOVE "P" TO AUD-TIPO
              PERFORM GRABAR-AUDITORIA
              PERFORM GRABAR-HISTORIAL
              ADD 1 TO CONT-APLICADOS
              PERFORM GRABAR-RECHAZO
           END-IF.

      *
      * CON UN CLIENTE PENDIENTE DE REGRABAR, EL PUNTO DE
      * REARRANQUE NO AVANZA HASTA QUE SE REGRABA. SI LA TABLA DE
      * APUNTES PENDIENTES NO ADMITE OTRO MOVIMIENTO (HASTA DOS
      * APUNTES), EL CLIENTE SE REGRABA YA
      *
       APLICAR-MOVIMIENTO-SIG.
           ADD 1 TO CHK-PREVIOS.
           IF CLI-RETENIDO = "S" AND CONT-APUNTES-PEN > 298
              PERFORM GRABAR-CLIENTE-RETENIDO
           ELSE
              IF CLI-RETENIDO NOT = "S"
                 PERFORM GRABAR-CHECKPOINT
              END-IF
           END-IF.

           PERFORM LEER-MOVIMIENTO.


      * MODO ORDENADO: DEJA EN REGCLI EL CLIENTE DEL MOVIMIENTO.
      * SI ES EL CLIENTE EN CURSO SE TOMA DE MEMORIA, CON LOS
      * MOVIMIENTOS ANTERIORES YA APLICADOS; SI NO, SE REGRABA EL
      * CLIENTE EN CURSO Y SE LEE EL NUEVO DEL MAESTRO
      * ****************************************************************

       LEER-CLIENTE-ORDENADO SECTION.
           IF CLI-RETENIDO = "S" AND RET-CODCLI = CLIMOV
              MOVE REGCLI-RETENIDO TO REGCLI
              MOVE "S" TO EXISTE
           ELSE
              PERFORM GRABAR-CLIENTE-RETENIDO
              MOVE CLIMOV TO CODCLI
              READ A-CLIENT
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
           END-IF.


      * MODO ORDENADO: REGRABA EN EL MAESTRO EL CLIENTE EN CURSO,
      * SI LO HAY, GRABA SUS APUNTES PENDIENTES Y AVANZA EL PUNTO
      * DE REARRANQUE HASTA EL ULTIMO MOVIMIENTO TERMINADO
      * ****************************************************************

       GRABAR-CLIENTE-RETENIDO SECTION.
           IF CLI-RETENIDO = "S"
              MOVE REGCLI-RETENIDO TO REGCLI
              REWRITE REGCLI
              MOVE "CLIENTES.DAT" TO ES-ARCHIVO
              MOVE "REWRITE" TO ES-OPERACION
              MOVE CLI-FILESTAT TO ES-STATUS
              PERFORM VERIFICAR-ES
              MOVE "N" TO CLI-RETENIDO
              PERFORM VOLCAR-PENDIENTES
              PERFORM GRABAR-CHECKPOINT
           END-IF.


      * GRABA EN SUS FICHEROS LOS APUNTES PENDIENTES DEL CLIENTE
      * RECIEN REGRABADO, EN EL ORDEN EN QUE SE PRODUJERON
      * ****************************************************************

       VOLCAR-PENDIENTES SECTION.
           PERFORM VOLCAR-UN-PENDIENTE
                   VARYING IDX-APU FROM 1 BY 1
                   UNTIL IDX-APU > CONT-APUNTES-PEN.
           MOVE ZERO TO CONT-APUNTES-PEN.


      * GRABA UN APUNTE PENDIENTE SEGUN SU TIPO
      * ****************************************************************

       VOLCAR-UN-PENDIENTE SECTION.
           IF TAB-APU-TIPO(IDX-APU) = "A"
              MOVE TAB-APU-IMAGEN(IDX-APU) TO REGAUDIT
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.
           IF TAB-APU-TIPO(IDX-APU) = "H"
              MOVE TAB-APU-IMAGEN(IDX-APU) TO REGHIST
              PERFORM ESCRIBIR-HISTORIAL
           END-IF.
           IF TAB-APU-TIPO(IDX-APU) = "R"
              MOVE TAB-APU-IMAGEN(IDX-APU) TO REGRECHAZO
              PERFORM ESCRIBIR-RECHAZO
           END-IF.


      * GRABA EL MOVIMIENTO ACTUAL EN EL FICHERO DE RECHAZOS CON EL
      * MOTIVO YA INFORMADO EN MOTIVO-RECH, Y LO ACUMULA EN LOS
      * TOTALES DE MOVIMIENTOS RECHAZADOS. CON UN CLIENTE EN CURSO
      * EN MODO ORDENADO, EL RECHAZO QUEDA PENDIENTE HASTA QUE SE
      * REGRABA EL CLIENTE
      * ****************************************************************

       GRABAR-RECHAZO SECTION.
           MOVE FECMOV TO FECMOV-RECH.
           MOVE SUCMOV TO SUCMOV-RECH.
           MOVE CTRMOV TO CTRMOV-RECH.
           IF CLI-RETENIDO = "S"
              ADD 1 TO CONT-APUNTES-PEN
              MOVE "R" TO TAB-APU-TIPO(CONT-APUNTES-PEN)
              MOVE REGRECHAZO TO TAB-APU-IMAGEN(CONT-APUNTES-PEN)
           ELSE
              PERFORM ESCRIBIR-RECHAZO
           END-IF.
           ADD 1 TO CONT-RECHAZADOS.
           IF MOV-CARGO
              ADD IMPMOV TO TOTAL-RECHAZADO
           END-IF.


      * ESCRIBE EL REGISTRO DE RECHAZO YA PREPARADO
      * ****************************************************************

       ESCRIBIR-RECHAZO SECTION.
           WRITE REGRECHAZO.
           MOVE "RECHAZOS.DAT" TO ES-ARCHIVO.
           MOVE "WRITE" TO ES-OPERACION.
           MOVE REC-FILESTAT TO ES-STATUS.
           PERFORM VERIFICAR-ES.


      * APLICA UN TRASPASO: RESTA EL IMPORTE AL CLIENTE ORIGEN
      * (CLIMOV) Y SE LO SUMA AL CLIENTE DESTINO (CTRMOV). SI
      * CUALQUIERA DE LOS DOS NO EXISTE, EL TRASPASO COMPLETO SE
           MOVE "REWRITE" TO ES-OPERACION.
           MOVE CLI-FILESTAT TO ES-STATUS.
           PERFORM VERIFICAR-ES.
           MOVE "P" TO AUD-TIPO.
           PERFORM GRABAR-AUDITORIA.
           PERFORM GRABAR-HISTORIAL.

           MOVE "REWRITE" TO ES-OPERACION.
           MOVE CLI-FILESTAT TO ES-STATUS.
           PERFORM VERIFICAR-ES.
           MOVE "P" TO AUD-TIPO.
           PERFORM GRABAR-AUDITORIA.
           PERFORM GRABAR-HISTORIAL.


       LEER-CHECKPOINT SECTION.
           MOVE ZERO TO CHK-PREVIOS.
           MOVE SPACE TO CHK-MODO-PREVIO.
           OPEN INPUT A-CHECKPT.
           IF CHK-FILESTAT = "00"
              READ A-CHECKPT
                 AT END     MOVE ZERO TO CHK-PREVIOS
                 NOT AT END MOVE CHK-PROCESADOS TO CHK-PREVIOS
                            MOVE CHK-MODO TO CHK-MODO-PREVIO
              END-READ
              CLOSE A-CHECKPT
           END-IF.
       GRABAR-CHECKPOINT SECTION.
           OPEN OUTPUT A-CHECKPT.
           MOVE CHK-PREVIOS TO CHK-PROCESADOS.
           MOVE MODO-CONTAB TO CHK-MODO.
           WRITE REGCHK.
           CLOSE A-CHECKPT.

           MOVE ZERO TO CHK-PREVIOS.
           OPEN OUTPUT A-CHECKPT.
           MOVE ZERO TO CHK-PROCESADOS.
           MOVE SPACE TO CHK-MODO.
           WRITE REGCHK.
           CLOSE A-CHECKPT.

           MOVE ZERO   TO CTB-SUCURSAL.
           MOVE CTB-TOT-CANT TO CTB-CANTIDAD.
           MOVE CTB-TOT-IMP  TO CTB-IMPORTE.
           MOVE SPACE        TO CTB-SENTIDO.
           WRITE REGCTB.
           CLOSE A-CONTABLE.
           CLOSE A-CTBERR.
      * ****************************************************************

       GRABAR-DETALLE-CONTABLE SECTION.
           MOVE TAB-CTB-TIP(IDX-CTB) TO TIPMOV-CUENTA.
           PERFORM BUSCAR-CUENTA-MAYOR.
           MOVE CUENTA-ASIGNADA TO CUENTA-LINEA.

      *
      * LA CONTRAPARTIDA DE CADA TIPO TIENE SU PROPIA CLAVE EN EL
      * MAESTRO DE CUENTAS: K PARA LOS CARGOS, N PARA LOS INTERESES
      * DE DEMORA, B PARA LOS ABONOS, E PARA LOS FALLIDOS, W Y Y
      * PARA LAS DIFERENCIAS DE CAMBIO POSITIVAS Y NEGATIVAS Y R
      * PARA LOS TRASPASOS
      *
           IF TAB-CTB-TIP(IDX-CTB) = "C"
              MOVE "K" TO TIPMOV-CONTRA
           ELSE
              IF TAB-CTB-TIP(IDX-CTB) = "D"
                 MOVE "N" TO TIPMOV-CONTRA
              ELSE
                 IF TAB-CTB-TIP(IDX-CTB) = "A"
                    MOVE "B" TO TIPMOV-CONTRA
                 ELSE
                    IF TAB-CTB-TIP(IDX-CTB) = "F"
                       MOVE "E" TO TIPMOV-CONTRA
                    ELSE
                       IF TAB-CTB-TIP(IDX-CTB) = "G"
                          MOVE "W" TO TIPMOV-CONTRA
                       ELSE
                          IF TAB-CTB-TIP(IDX-CTB) = "X"
                             MOVE "Y" TO TIPMOV-CONTRA
                          ELSE
                             MOVE "R" TO TIPMOV-CONTRA
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE TIPMOV-CONTRA TO TIPMOV-CUENTA.
           PERFORM BUSCAR-CUENTA-MAYOR.
           MOVE CUENTA-ASIGNADA TO CUENTA-CONTRA.
           IF CUENTA-LINEA = SPACES
              MOVE SPACES TO CUENTA-ASIGNADA
           END-IF.

      *
      * LA LINEA VA AL DEBE Y SU CONTRAPARTIDA AL HABER, SALVO SI
      * LOS RECHAZOS DESCONTADOS DEJAN EL IMPORTE EN NEGATIVO
      *
           IF TAB-CTB-IMP(IDX-CTB) < ZERO
              MOVE "H" TO SENTIDO-LINEA
              MOVE "D" TO SENTIDO-CONTRA
           ELSE
              MOVE "D" TO SENTIDO-LINEA
              MOVE "H" TO SENTIDO-CONTRA
           END-IF.

      *
      * UNA COMBINACION SIN CUENTA ASIGNADA NO VA AL MAYOR: QUEDA
           ELSE
              MOVE "D"   TO CTB-TIPO-REG
              MOVE FECHA TO CTB-FECHA
              MOVE CUENTA-LINEA TO CTB-CUENTA
              MOVE TAB-CTB-TIP(IDX-CTB)  TO CTB-TIPMOV
              MOVE TAB-CTB-SUC(IDX-CTB)  TO CTB-SUCURSAL
              MOVE TAB-CTB-CANT(IDX-CTB) TO CTB-CANTIDAD
              MOVE TAB-CTB-IMP(IDX-CTB)  TO CTB-IMPORTE
              MOVE SENTIDO-LINEA TO CTB-SENTIDO
              WRITE REGCTB
              ADD CTB-CANTIDAD TO CTB-TOT-CANT
              ADD CTB-IMPORTE  TO CTB-TOT-IMP
              MOVE CUENTA-CONTRA  TO CTB-CUENTA
              MOVE TIPMOV-CONTRA  TO CTB-TIPMOV
              MOVE SENTIDO-CONTRA TO CTB-SENTIDO
              WRITE REGCTB
              ADD CTB-CANTIDAD TO CTB-TOT-CANT
              ADD CTB-IMPORTE  TO CTB-TOT-IMP
           END-IF.


           MOVE SPACES TO CUENTA-ASIGNADA.

           IF HAY-CUENTAS = "N"
              IF TIPMOV-CUENTA = "C" OR TIPMOV-CUENTA = "B"
                 OR TIPMOV-CUENTA = "D" OR TIPMOV-CUENTA = "E"
                 OR TIPMOV-CUENTA = "G" OR TIPMOV-CUENTA = "Y"
                 MOVE "43000000" TO CUENTA-ASIGNADA
              ELSE
                 IF TIPMOV-CUENTA = "A"
                    MOVE "57000000" TO CUENTA-ASIGNADA
                 ELSE
                    IF TIPMOV-CUENTA = "K"
                       MOVE "70500000" TO CUENTA-ASIGNADA
                    ELSE
                       IF TIPMOV-CUENTA = "N"
                          MOVE "76900000" TO CUENTA-ASIGNADA
                       ELSE
                          IF TIPMOV-CUENTA = "F"
                             MOVE "65000000" TO CUENTA-ASIGNADA
                          ELSE
                             IF TIPMOV-CUENTA = "W"
                                MOVE "76800000" TO CUENTA-ASIGNADA
                             ELSE
                                IF TIPMOV-CUENTA = "X"
                                   MOVE "66800000"
                                        TO CUENTA-ASIGNADA
                                ELSE
                                   MOVE "43900000"
                                        TO CUENTA-ASIGNADA
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
              GO TO BUSCAR-CUENTA-MAYOR-FIN
           END-IF.

           MOVE TIPMOV-CUENTA TO CTA-TIPMOV.
           MOVE TAB-CTB-SUC(IDX-CTB) TO CTA-SUCURSAL.
           READ A-CUENTAS
              INVALID KEY     MOVE "N" TO EXISTE-CTA
           END-READ.

           IF EXISTE-CTA = "N"
              MOVE TIPMOV-CUENTA TO CTA-TIPMOV
              MOVE ZERO TO CTA-SUCURSAL
              READ A-CUENTAS
                 INVALID KEY     MOVE "N" TO EXISTE-CTA
           PERFORM LINEA-EN-BLANCO.
           DISPLAY "   D - MANTENER MONEDAS (DIVISAS)".
           PERFORM LINEA-EN-BLANCO.
           DISPLAY "   E - APROBAR CAMBIOS PENDIENTES DE CLIENTES".
           PERFORM LINEA-EN-BLANCO.
           DISPLAY "   R - RESTAURAR CLIENTE BORRADO".
           PERFORM LINEA-EN-BLANCO.
           DISPLAY "   V - VISUALIZAR CLIENTES (PAGINADO)".
              END-IF
           END-IF.

           IF ENT-MENU-MANT = "E" OR ENT-MENU-MANT = "e"
              PERFORM EXIGIR-NIVEL-SUPERVISOR
              IF OPERADOR-VALIDO = "S"
                 PERFORM MENU-MANT-APROBAR
              END-IF
           END-IF.


      * PROCEDURE DE LA OPCION ANADIR CLIENTES DEL MENU MANTENER
      * ****************************************************************


      * GRABA UNA LINEA EN EL FICHERO DE AUDITORIA PARA EL CLIENTE
      * ACTUALMENTE EN REGCLI, CON EL TIPO DE OPERACION EN AUD-TIPO.
      * LA DEL CLIENTE EN CURSO EN MODO ORDENADO QUEDA PENDIENTE
      * HASTA QUE SE REGRABA EL CLIENTE
      * ****************************************************************

       GRABAR-AUDITORIA SECTION.
           MOVE NOMCLI TO AUD-NOMCLI.
           MOVE AUD-IMPCLI-PREVIO TO AUD-IMPCLI-ANTES.
           MOVE IMPCLI TO AUD-IMPCLI-DESPUES.
           IF SOLICITANTE-CAMBIO NOT = SPACES
              MOVE SOLICITANTE-CAMBIO TO AUD-OPERADOR
           ELSE
              MOVE OPERADOR-ACTUAL TO AUD-OPERADOR
           END-IF.
           MOVE SUPERVISOR-BAJA TO AUD-SUPERVISOR.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL(1:6) TO AUD-HORA.
           MOVE REGCLI TO AUD-REGCLI.
           IF CLI-RETENIDO = "S"
              ADD 1 TO CONT-APUNTES-PEN
              MOVE "A" TO TAB-APU-TIPO(CONT-APUNTES-PEN)
              MOVE REGAUDIT TO TAB-APU-IMAGEN(CONT-APUNTES-PEN)
           ELSE
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.


      * ESCRIBE LA LINEA DE AUDITORIA YA PREPARADA
      * ****************************************************************

       ESCRIBIR-AUDITORIA SECTION.
           WRITE REGAUDIT.
           MOVE "AUDITCLI" TO ES-ARCHIVO.
           MOVE "WRITE" TO ES-OPERACION.


      * GRABA UNA LINEA EN EL HISTORICO PERMANENTE DE MOVIMIENTOS PARA
      * EL MOVIMIENTO RECIEN APLICADO SOBRE EL CLIENTE EN REGCLI. LA
      * DEL CLIENTE EN CURSO EN MODO ORDENADO QUEDA PENDIENTE HASTA
      * QUE SE REGRABA EL CLIENTE
      * ****************************************************************

       GRABAR-HISTORIAL SECTION.
           MOVE TIPMOV TO HIS-TIPMOV.
           MOVE IMPMOV TO HIS-IMPMOV.
           MOVE IMPCLI TO HIS-SALDO.
           IF CLI-RETENIDO = "S"
              ADD 1 TO CONT-APUNTES-PEN
              MOVE "H" TO TAB-APU-TIPO(CONT-APUNTES-PEN)
              MOVE REGHIST TO TAB-APU-IMAGEN(CONT-APUNTES-PEN)
           ELSE
              PERFORM ESCRIBIR-HISTORIAL
           END-IF.


      * ESCRIBE LA LINEA DE HISTORICO YA PREPARADA Y SU COPIA
      * INDEXADA
      * ****************************************************************

       ESCRIBIR-HISTORIAL SECTION.
           WRITE REGHIST.
           MOVE "HISTMOV.DAT" TO ES-ARCHIVO.
           MOVE "WRITE" TO ES-OPERACION.
      * AVANZA HASTA ENCONTRAR HUECO SI EL CLIENTE YA TIENE
      * APUNTES DE ESTA FECHA DE OTRAS EJECUCIONES
      *
           MOVE HIS-CODCLI TO HIN-CODCLI.
           MOVE HIS-FECHA  TO HIN-FECHA.
           MOVE HIS-TIPMOV TO HIN-TIPMOV.
           MOVE HIS-IMPMOV TO HIN-IMPMOV.
           MOVE HIS-SALDO  TO HIN-SALDO.
           MOVE "N" TO HIND-GRABADO.
           PERFORM INTENTAR-GRABAR-HISTIND
                   UNTIL HIND-GRABADO = "S".
           END-IF.


      * IDENTIFICA AL OPERADOR CON LA RUTINA COMUN ENT-OPE (OPERADOR
      * Y CLAVE CONTRA OPERADOR.DAT, BLOQUEO TRAS TRES FALLOS Y
      * DIARIO DE SEGURIDAD) Y COMPRUEBA SU AUTORIZACION A ACT-CLI
      * ****************************************************************

       LOGIN-OPERADOR SECTION.
           MOVE "ACT-CLI" TO SES-PROGRAMA.
           MOVE SPACE     TO SES-OPCION.

      *
      * ENT-OPE ACTUALIZA EL CONTADOR DE FALLOS DEL MAESTRO DE
      * OPERADORES: MIENTRAS IDENTIFICA AL OPERADOR SE CIERRA AQUI
      *
           CLOSE A-OPERADOR.
           CALL "ENT-OPE" USING SES-PETICION.
           OPEN I-O A-OPERADOR.

           IF SES-AUTORIZADO
              MOVE "S" TO OPERADOR-VALIDO
              MOVE "S" TO OPERADOR-LOGUEADO
              MOVE SES-OPERADOR TO OPERADOR-ACTUAL
              MOVE SES-NIVEL    TO NIVEL-ACTUAL
           ELSE
              MOVE "N" TO OPERADOR-VALIDO
              MOVE "N" TO OPERADOR-LOGUEADO
              MOVE ZERO TO NIVEL-ACTUAL
           END-IF.


      * COMPRUEBA EN LA TABLA DE AUTORIZACIONES (ENT-OPE) QUE EL
      * OPERADOR PUEDE ENTRAR EN LA OPCION DEL MENU DE INICIO
      * ELEGIDA; SI NO, ANULA LA OPCION
      * ****************************************************************

       AUTORIZAR-OPCION SECTION.
           MOVE "ACT-CLI"      TO SES-PROGRAMA.
           MOVE ENT-MENU-PRINC TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE SPACE TO ENT-MENU-PRINC
              PERFORM LINEA-EN-BLANCO
              DISPLAY "   PULSE PARA VOLVER AL MENU " NO ADVANCING
              ACCEPT ENTRADA NO BELL
           END-IF.


           MOVE ENT-OPERADOR   TO SEG-OPERADOR.
           MOVE RESULTADO-LOGIN TO SEG-RESULTADO.
           MOVE ENT-MENU-PRINC TO SEG-OPCION.
           MOVE "ACT-CLI"      TO SEG-PROGRAMA.
           WRITE REGSEG.
           CLOSE A-SEGJRN.

           END-IF.


      * ABRE EL FICHERO DE CONTACTOS; LA PRIMERA VEZ LO CREA VACIO
      * ****************************************************************

       ABRIR-CONTACTOS SECTION.
           OPEN I-O A-CONTACTOS.
           IF CTO-FILESTAT NOT = "00"
              CLOSE A-CONTACTOS
              OPEN OUTPUT A-CONTACTOS
              CLOSE A-CONTACTOS
              OPEN I-O A-CONTACTOS
           END-IF.


      * ABRE EL FICHERO DE CAMBIOS PENDIENTES DE APROBACION; LA
      * PRIMERA VEZ LO CREA VACIO
      * ****************************************************************

       ABRIR-CAMBPEND SECTION.
           OPEN I-O A-CAMBPEND.
           IF PEN-FILESTAT NOT = "00"
              CLOSE A-CAMBPEND
              OPEN OUTPUT A-CAMBPEND
              CLOSE A-CAMBPEND
              OPEN I-O A-CAMBPEND
           END-IF.


      * GRABA UN OPERADOR INICIAL EN EL MAESTRO RECIEN CREADO
      * ****************************************************************

                 DISPLAY NIF-CODIGO-DUP LINE 23 POSITION 49 REVERSE
                 GO TO MENU-MANT-MODIFICAR-FIN
              END-IF
      *
      * LA SUBIDA DEL LIMITE DE CREDITO, EL CAMBIO DE NIF Y LA
      * REACTIVACION DE UN CLIENTE SUSPENDIDO O CANCELADO NO SE
      * APLICAN AQUI: QUEDAN RETENIDOS EN CAMBPEND.DAT HASTA EL
      * VISTO BUENO DE OTRO SUPERVISOR, Y EL CAMPO CONSERVA SU
      * VALOR ACTUAL. EL RESTO DE LA MODIFICACION SE GRABA YA
      *
              MOVE ZERO TO CONT-RETENIDOS
              MOVE ZERO TO CONT-YA-PENDIENTE
              IF ENT-LIMITE > LIMCLI
                 MOVE "L" TO CAMPO-CAMBIO
                 MOVE SPACES TO VALORES-CAMBIO
                 MOVE LIMCLI TO LIMITE-ANTES-CAMBIO
                 MOVE ENT-LIMITE TO LIMITE-NUEVO-CAMBIO
                 PERFORM RETENER-CAMBIO
                 MOVE LIMCLI TO ENT-LIMITE
              END-IF
              IF ENT-NIF NOT = NIFCLI
                 MOVE "N" TO CAMPO-CAMBIO
                 MOVE NIFCLI  TO VALOR-ANTES-CAMBIO
                 MOVE ENT-NIF TO VALOR-NUEVO-CAMBIO
                 PERFORM RETENER-CAMBIO
                 MOVE NIFCLI TO ENT-NIF
              END-IF
              IF ENT-ESTADO = "A" AND ESTCLI NOT = "A"
                 MOVE "E" TO CAMPO-CAMBIO
                 MOVE SPACES TO VALORES-CAMBIO
                 MOVE ESTCLI     TO VALOR-ANTES-CAMBIO
                 MOVE ENT-ESTADO TO VALOR-NUEVO-CAMBIO
                 PERFORM RETENER-CAMBIO
                 MOVE ESTCLI TO ENT-ESTADO
              END-IF
              PERFORM VALIDAR-PROVINCIA
              MOVE IMPCLI     TO AUD-IMPCLI-PREVIO
              MOVE ENT-NOM    TO NOMCLI
              PERFORM GRABAR-AUDITORIA
              DISPLAY "REGISTRO MODIFICADO!" LINE 23 POSITION 14
                      REVERSE
              IF CONT-RETENIDOS > ZERO
                 DISPLAY "   CAMBIOS RETENIDOS PARA VISTO BUENO DE "
                         "SUPERVISOR: " LINE 27 POSITION 1
                 DISPLAY CONT-RETENIDOS LINE 27 POSITION 57
              END-IF
              IF CONT-YA-PENDIENTE > ZERO
                 DISPLAY "   CAMBIOS NO ADMITIDOS POR TENER OTRO "
                         "PENDIENTE: " LINE 28 POSITION 1
                 DISPLAY CONT-YA-PENDIENTE LINE 28 POSITION 57
              END-IF
           ELSE
              DISPLAY MSG-ERROR-NOEX LINE 23 POSITION 14 REVERSE
           END-IF.
           END-IF.


      * RETIENE EN CAMBPEND.DAT EL CAMBIO DEL CAMPO CAMPO-CAMBIO DEL
      * CLIENTE EN REGCLI, CON LOS VALORES DE VALORES-CAMBIO. SI YA
      * HAY UNO PENDIENTE PARA ESE CLIENTE Y CAMPO NO SE ADMITE
      * OTRO; UNO YA RESUELTO O CADUCADO SE SUSTITUYE
      * ****************************************************************

       RETENER-CAMBIO SECTION.
           MOVE CODCLI       TO PEN-CODCLI.
           MOVE CAMPO-CAMBIO TO PEN-CAMPO.
           READ A-CAMBPEND
              INVALID KEY     MOVE "N" TO EXISTE-PEN
              NOT INVALID KEY MOVE "S" TO EXISTE-PEN
           END-READ.

           IF EXISTE-PEN = "S" AND PEN-PENDIENTE
              ADD 1 TO CONT-YA-PENDIENTE
              GO TO RETENER-CAMBIO-FIN
           END-IF.

           MOVE CODCLI             TO PEN-CODCLI.
           MOVE CAMPO-CAMBIO       TO PEN-CAMPO.
           MOVE VALOR-ANTES-CAMBIO TO PEN-VALOR-ANTES.
           MOVE VALOR-NUEVO-CAMBIO TO PEN-VALOR-NUEVO.
           MOVE "P"                TO PEN-SITUACION.
           MOVE OPERADOR-ACTUAL    TO PEN-SOLICITANTE.
           MOVE FECHA              TO PEN-FECHA-SOL.
           MOVE SPACES             TO PEN-APROBADOR.
           MOVE SPACES             TO PEN-FECHA-RES.
           IF EXISTE-PEN = "S"
              REWRITE REGPEN
              MOVE "REWRITE" TO ES-OPERACION
           ELSE
              WRITE REGPEN
              MOVE "WRITE" TO ES-OPERACION
           END-IF.
           MOVE "CAMBPEND" TO ES-ARCHIVO.
           MOVE PEN-FILESTAT TO ES-STATUS.
           PERFORM VERIFICAR-ES.
           ADD 1 TO CONT-RETENIDOS.

       RETENER-CAMBIO-FIN.
           EXIT.


      * PROCEDURE DE LA OPCION APROBAR CAMBIOS DEL MENU MANTENER
      * (RESERVADA A SUPERVISORES): PRIMERO CADUCA LOS CAMBIOS QUE
      * HAN AGOTADO EL PLAZO Y LUEGO REPITE LA PANTALLA HASTA VOLVER
      * ****************************************************************

       MENU-MANT-APROBAR SECTION.
           PERFORM CADUCAR-CAMBIOS.
           MOVE SPACE TO ENT-PEN-DECISION.
           PERFORM APROBAR-CAMBIOS-PANTALLA
                   UNTIL ENT-PEN-DECISION = "9".


      * PANTALLA DE APROBACION: LISTA LOS CAMBIOS PENDIENTES Y
      * DESPACHA LA DECISION DEL SUPERVISOR
      * ****************************************************************

       APROBAR-CAMBIOS-PANTALLA SECTION.
           PERFORM MENU-HEADER.
           DISPLAY "   > MANTENER FICHEROS > APROBAR CAMBIOS >".
           PERFORM LINEA-EN-BLANCO 2 TIMES.
           DISPLAY "   CAMPO: L = LIMITE DE CREDITO, N = NIF, "
                   "E = ESTADO".
           DISPLAY "   CODIGO C ANTES     NUEVO     SOLICITA FECHA".

           MOVE ZERO TO CONT-PENDIENTES.
           MOVE LOW-VALUES TO PEN-CLAVE.
           MOVE "N" TO FIN-PENDIENTES.
           START A-CAMBPEND KEY NOT LESS THAN PEN-CLAVE
              INVALID KEY MOVE "S" TO FIN-PENDIENTES
           END-START.
           PERFORM MOSTRAR-UN-PENDIENTE UNTIL FIN-PENDIENTES = "S".
           IF CONT-PENDIENTES = ZERO
              DISPLAY "   (NO HAY CAMBIOS PENDIENTES)"
           END-IF.

           PERFORM LINEA-EN-BLANCO.
           DISPLAY "   <A>PROBAR, <R>ECHAZAR, 9=VOLVER: "
                   NO ADVANCING.
           ACCEPT ENT-PEN-DECISION NO BELL.

           IF ENT-PEN-DECISION = "A" OR ENT-PEN-DECISION = "a"
              OR ENT-PEN-DECISION = "R" OR ENT-PEN-DECISION = "r"
              PERFORM RESOLVER-CAMBIO
           END-IF.


      * LEE Y MUESTRA EL SIGUIENTE CAMBIO, SI ESTA PENDIENTE
      * ****************************************************************

       MOSTRAR-UN-PENDIENTE SECTION.
           READ A-CAMBPEND NEXT RECORD
              AT END MOVE "S" TO FIN-PENDIENTES
           END-READ.
           IF FIN-PENDIENTES NOT = "S" AND PEN-PENDIENTE
              DISPLAY "   " PEN-CODCLI "  " PEN-CAMPO " "
                      PEN-VALOR-ANTES " " PEN-VALOR-NUEVO " "
                      PEN-SOLICITANTE " " PEN-FECHA-SOL
              ADD 1 TO CONT-PENDIENTES
           END-IF.


      * RESUELVE UN CAMBIO PENDIENTE: EL SUPERVISOR NO PUEDE
      * RESOLVER LOS QUE HA SOLICITADO EL MISMO. EL RECHAZO SOLO
      * CIERRA LA SOLICITUD; LA APROBACION LA APLICA AL MAESTRO
      * ****************************************************************

       RESOLVER-CAMBIO SECTION.
           DISPLAY "   Codigo del cliente: " NO ADVANCING.
           MOVE SPACES TO ENT-PEN-CODCLI.
           ACCEPT ENT-PEN-CODCLI NO BELL.
           DISPLAY "   Campo (L/N/E).....: " NO ADVANCING.
           MOVE SPACE TO ENT-PEN-CAMPO.
           ACCEPT ENT-PEN-CAMPO NO BELL.
           INSPECT ENT-PEN-CAMPO CONVERTING "lne" TO "LNE".

           MOVE ENT-PEN-CODCLI TO PEN-CODCLI.
           MOVE ENT-PEN-CAMPO  TO PEN-CAMPO.
           READ A-CAMBPEND
              INVALID KEY     MOVE "N" TO EXISTE-PEN
              NOT INVALID KEY MOVE "S" TO EXISTE-PEN
           END-READ.

           IF EXISTE-PEN = "N" OR NOT PEN-PENDIENTE
              DISPLAY "   ERROR: NO HAY CAMBIO PENDIENTE CON ESA CLAVE."
              GO TO RESOLVER-CAMBIO-FIN
           END-IF.

           IF PEN-SOLICITANTE = OPERADOR-ACTUAL
              DISPLAY "   ERROR: NO PUEDE RESOLVER SU PROPIA "
                      "SOLICITUD."
              GO TO RESOLVER-CAMBIO-FIN
           END-IF.

           IF ENT-PEN-DECISION = "R" OR ENT-PEN-DECISION = "r"
              MOVE "R"             TO PEN-SITUACION
              MOVE OPERADOR-ACTUAL TO PEN-APROBADOR
              MOVE FECHA           TO PEN-FECHA-RES
              REWRITE REGPEN
              MOVE "CAMBPEND" TO ES-ARCHIVO
              MOVE "REWRITE" TO ES-OPERACION
              MOVE PEN-FILESTAT TO ES-STATUS
              PERFORM VERIFICAR-ES
              DISPLAY "   CAMBIO RECHAZADO."
           ELSE
              PERFORM APLICAR-CAMBIO-APROBADO
           END-IF.

       RESOLVER-CAMBIO-FIN.
           DISPLAY "   PULSE PARA SEGUIR " NO ADVANCING.
           ACCEPT ENTRADA NO BELL.


      * APLICA AL MAESTRO EL CAMBIO APROBADO QUE ESTA EN REGPEN,
      * SIEMPRE QUE EL CLIENTE CONSERVE EL VALOR QUE TENIA CUANDO
      * SE SOLICITO. LA AUDITORIA RECOGE AL SOLICITANTE COMO
      * OPERADOR Y AL QUE APRUEBA COMO SUPERVISOR
      * ****************************************************************

       APLICAR-CAMBIO-APROBADO SECTION.
           MOVE PEN-CODCLI TO ENT-CODCLI.
           IF PEN-NIF
              MOVE PEN-VALOR-NUEVO TO ENT-NIF
              PERFORM BUSCAR-NIF-DUPLICADO
              IF NIF-DUPLICADO = "S"
                 DISPLAY "   ERROR: NIF YA ASIGNADO AL CLIENTE "
                         NIF-CODIGO-DUP
                 GO TO APLICAR-CAMBIO-APROBADO-FIN
              END-IF
           END-IF.

           PERFORM LEER-CLIENTE-CON-CERROJO.
           IF EXISTE = "N"
              DISPLAY "   ERROR: EL CLIENTE NO ESTA DISPONIBLE."
              GO TO APLICAR-CAMBIO-APROBADO-FIN
           END-IF.

           MOVE "S" TO PEN-VIGENTE.
           IF PEN-LIMITE AND LIMCLI NOT = PEN-LIMITE-ANTES
              MOVE "N" TO PEN-VIGENTE
           END-IF.
           IF PEN-NIF AND NIFCLI NOT = PEN-VALOR-ANTES
              MOVE "N" TO PEN-VIGENTE
           END-IF.
           IF PEN-ESTADO AND ESTCLI NOT = PEN-VALOR-ANTES(1:1)
              MOVE "N" TO PEN-VIGENTE
           END-IF.
           IF PEN-VIGENTE = "N"
              DISPLAY "   ERROR: EL CLIENTE HA CAMBIADO DESDE LA "
                      "SOLICITUD; RECHACELA."
              GO TO APLICAR-CAMBIO-APROBADO-FIN
           END-IF.

           MOVE IMPCLI TO AUD-IMPCLI-PREVIO.
           IF PEN-LIMITE
              MOVE PEN-LIMITE-NUEVO TO LIMCLI
           END-IF.
           IF PEN-NIF
              MOVE PEN-VALOR-NUEVO TO NIFCLI
           END-IF.
           IF PEN-ESTADO
              MOVE PEN-VALOR-NUEVO(1:1) TO ESTCLI
           END-IF.
           REWRITE REGCLI.
           MOVE "CLIENTES.DAT" TO ES-ARCHIVO.
           MOVE "REWRITE" TO ES-OPERACION.
           MOVE CLI-FILESTAT TO ES-STATUS.
           PERFORM VERIFICAR-ES.

           MOVE PEN-SOLICITANTE TO SOLICITANTE-CAMBIO.
           MOVE OPERADOR-ACTUAL TO SUPERVISOR-BAJA.
           MOVE "M" TO AUD-TIPO.
           PERFORM GRABAR-AUDITORIA.
           MOVE SPACES TO SOLICITANTE-CAMBIO.
           MOVE SPACES TO SUPERVISOR-BAJA.

           MOVE "A"             TO PEN-SITUACION.
           MOVE OPERADOR-ACTUAL TO PEN-APROBADOR.
           MOVE FECHA           TO PEN-FECHA-RES.
           REWRITE REGPEN.
           MOVE "CAMBPEND" TO ES-ARCHIVO.
           MOVE "REWRITE" TO ES-OPERACION.
           MOVE PEN-FILESTAT TO ES-STATUS.
           PERFORM VERIFICAR-ES.
           DISPLAY "   CAMBIO APROBADO Y APLICADO AL CLIENTE.".

       APLICAR-CAMBIO-APROBADO-FIN.
           UNLOCK A-CLIENT.


      * CADUCA LOS CAMBIOS PENDIENTES SOLICITADOS HACE MAS DIAS DE
      * LOS QUE FIJA EL PARAMETRO DIASPEND (EN SU DEFECTO, 7)
      * ****************************************************************

       CADUCAR-CAMBIOS SECTION.
           MOVE 7 TO DIAS-CADUCIDAD.
           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "DIASPEND" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S" AND PAR-VALOR > ZERO
                 MOVE PAR-VALOR TO DIAS-CADUCIDAD
              END-IF
              CLOSE A-PARAMS
           ELSE
              CLOSE A-PARAMS
           END-IF.

           MOVE FECHA TO FECHA-RETRO.
           PERFORM RETROCEDER-UN-DIA DIAS-CADUCIDAD TIMES.
           MOVE FECHA-RETRO TO FECHA-CADUCIDAD.

           MOVE LOW-VALUES TO PEN-CLAVE.
           MOVE "N" TO FIN-PENDIENTES.
           START A-CAMBPEND KEY NOT LESS THAN PEN-CLAVE
              INVALID KEY MOVE "S" TO FIN-PENDIENTES
           END-START.
           PERFORM CADUCAR-UN-CAMBIO UNTIL FIN-PENDIENTES = "S".


      * CADUCA EL SIGUIENTE CAMBIO SI SIGUE PENDIENTE FUERA DE PLAZO
      * ****************************************************************

       CADUCAR-UN-CAMBIO SECTION.
           READ A-CAMBPEND NEXT RECORD
              AT END MOVE "S" TO FIN-PENDIENTES
           END-READ.
           IF FIN-PENDIENTES NOT = "S" AND PEN-PENDIENTE
              AND PEN-FECHA-SOL < FECHA-CADUCIDAD
              MOVE "C"    TO PEN-SITUACION
              MOVE SPACES TO PEN-APROBADOR
              MOVE FECHA  TO PEN-FECHA-RES
              REWRITE REGPEN
              MOVE "CAMBPEND" TO ES-ARCHIVO
              MOVE "REWRITE" TO ES-OPERACION
              MOVE PEN-FILESTAT TO ES-STATUS
              PERFORM VERIFICAR-ES
           END-IF.


      * PROCEDURE DE LA OPCION CONSULTAR CLIENTES DEL MENU MANTENER
      * ****************************************************************

      *
      * DESDE LA CONSULTA SE PUEDEN ANOTAR Y VER LAS GESTIONES DE
      * COBRO DEL CLIENTE, PARA QUE EL CUADERNO DE LLAMADAS DEJE
      * DE SER DE PAPEL, Y MANTENER SUS PERSONAS DE CONTACTO
      *
              DISPLAY "   GESTIONES DE COBRO: <A>NOTAR, <V>ER,"
                      " <C>ONTACTOS, <INTRO> SEGUIR"
                      LINE 28 POSITION 4
              ACCEPT ENT-OPC-NOTA LINE 28 POSITION 72 NO BELL
              IF ENT-OPC-NOTA = "A" OR ENT-OPC-NOTA = "a"
                 PERFORM ANOTAR-GESTION-COBRO
              ELSE
                 IF ENT-OPC-NOTA = "V" OR ENT-OPC-NOTA = "v"
                    PERFORM VER-GESTIONES-COBRO
                 ELSE
                    IF ENT-OPC-NOTA = "C" OR ENT-OPC-NOTA = "c"
                       PERFORM MANTENER-CONTACTOS
                    END-IF
                 END-IF
              END-IF
           ELSE
           PERFORM MENU-HEADER.
           DISPLAY "   > CONSULTAR CLIENTE > ANOTAR GESTION >".
           PERFORM LINEA-EN-BLANCO 2 TIMES.
           PERFORM BUSCAR-CONTACTO-CUENTAS.
           DISPLAY "   CLIENTE " ENT-CODCLI " " NOMCLI
                   "  TEL. " CONTACTO-TELEFONO " " CONTACTO-NOMBRE.
           DISPLAY "   Texto de la gestion (40 car.):".
           ACCEPT ENT-TEXTO-NOTA NO BELL.
           IF ENT-TEXTO-NOTA = SPACES
           PERFORM MENU-HEADER.
           DISPLAY "   > CONSULTAR CLIENTE > GESTIONES DE COBRO >".
           PERFORM LINEA-EN-BLANCO 2 TIMES.
           PERFORM BUSCAR-CONTACTO-CUENTAS.
           DISPLAY "   CLIENTE " ENT-CODCLI " " NOMCLI
                   "  TEL. " CONTACTO-TELEFONO " " CONTACTO-NOMBRE.
           DISPLAY "   FECHA    OPERADOR TEXTO".
           MOVE ZERO TO CONT-NOTAS.
           MOVE "N" TO FIN-NOTAS.
           READ A-NOTAS AT END MOVE "S" TO FIN-NOTAS END-READ.


      * MANTENIMIENTO DE LAS PERSONAS DE CONTACTO DEL CLIENTE
      * CONSULTADO, REPETIDO HASTA VOLVER A LA CONSULTA
      * ****************************************************************

       MANTENER-CONTACTOS SECTION.
           MOVE SPACE TO ENT-OPC-CTO.
           PERFORM CONTACTOS-PANTALLA UNTIL ENT-OPC-CTO = "9".


      * PANTALLA DE CONTACTOS: LISTA LOS DEL CLIENTE Y DESPACHA LA
      * OPCION ELEGIDA
      * ****************************************************************

       CONTACTOS-PANTALLA SECTION.
           PERFORM MENU-HEADER.
           DISPLAY "   > CONSULTAR CLIENTE > CONTACTOS >".
           PERFORM LINEA-EN-BLANCO 2 TIMES.
           DISPLAY "   CLIENTE " ENT-CODCLI " " NOMCLI.
           DISPLAY "   NUM F NOMBRE                         TELEFONO"
                   "        CORREO".

           MOVE ZERO TO CONT-CONTACTOS.
           MOVE ZERO TO ULTIMO-CONTACTO.
           MOVE ENT-CODCLI TO CTO-CODCLI.
           MOVE ZERO       TO CTO-NUMERO.
           MOVE "N" TO FIN-CONTACTOS.
           START A-CONTACTOS KEY NOT LESS THAN CTO-CLAVE
              INVALID KEY MOVE "S" TO FIN-CONTACTOS
           END-START.
           PERFORM MOSTRAR-UN-CONTACTO UNTIL FIN-CONTACTOS = "S".
           IF CONT-CONTACTOS = ZERO
              DISPLAY "   (SIN CONTACTOS)"
           END-IF.

           PERFORM LINEA-EN-BLANCO.
           DISPLAY "   FUNCION: C = CUENTAS, P = COMPRAS, A = ALMACEN".
           DISPLAY "   <A>NADIR, <M>ODIFICAR, <B>ORRAR, 9=VOLVER: "
                   NO ADVANCING.
           ACCEPT ENT-OPC-CTO NO BELL.

           IF ENT-OPC-CTO = "A" OR ENT-OPC-CTO = "a"
              PERFORM ANADIR-CONTACTO
           ELSE
              IF ENT-OPC-CTO = "M" OR ENT-OPC-CTO = "m"
                 PERFORM MODIFICAR-CONTACTO
              ELSE
                 IF ENT-OPC-CTO = "B" OR ENT-OPC-CTO = "b"
                    PERFORM BORRAR-CONTACTO
                 END-IF
              END-IF
           END-IF.


      * LEE Y MUESTRA EL SIGUIENTE CONTACTO DEL CLIENTE CONSULTADO
      * ****************************************************************

       MOSTRAR-UN-CONTACTO SECTION.
           READ A-CONTACTOS NEXT RECORD
              AT END MOVE "S" TO FIN-CONTACTOS
           END-READ.
           IF FIN-CONTACTOS NOT = "S"
              IF CTO-CODCLI NOT = ENT-CODCLI
                 MOVE "S" TO FIN-CONTACTOS
              ELSE
                 DISPLAY "   " CTO-NUMERO "  " CTO-FUNCION " "
                         CTO-NOMBRE " " CTO-TELEFONO " " CTO-EMAIL
                 ADD 1 TO CONT-CONTACTOS
                 MOVE CTO-NUMERO TO ULTIMO-CONTACTO
              END-IF
           END-IF.


      * ALTA DE UN CONTACTO CON EL SIGUIENTE NUMERO LIBRE DEL
      * CLIENTE; EL NOMBRE Y LA FUNCION SON OBLIGATORIOS
      * ****************************************************************

       ANADIR-CONTACTO SECTION.
           IF ULTIMO-CONTACTO = 99
              DISPLAY "   ERROR: EL CLIENTE YA TIENE 99 CONTACTOS."
           ELSE
              PERFORM PEDIR-DATOS-CONTACTO
              IF ENT-CTO-NOMBRE = SPACES
                 OR (ENT-CTO-FUNCION NOT = "C"
                     AND ENT-CTO-FUNCION NOT = "P"
                     AND ENT-CTO-FUNCION NOT = "A")
                 DISPLAY "   ERROR: NOMBRE Y FUNCION (C/P/A) SON"
                         " OBLIGATORIOS."
              ELSE
                 MOVE ENT-CODCLI       TO CTO-CODCLI
                 COMPUTE CTO-NUMERO = ULTIMO-CONTACTO + 1
                 MOVE ENT-CTO-FUNCION  TO CTO-FUNCION
                 MOVE ENT-CTO-NOMBRE   TO CTO-NOMBRE
                 MOVE ENT-CTO-TELEFONO TO CTO-TELEFONO
                 MOVE ENT-CTO-EMAIL    TO CTO-EMAIL
                 WRITE REGCTO
                    INVALID KEY
                       DISPLAY "   ERROR: NO SE PUDO GRABAR EL"
                               " CONTACTO."
                    NOT INVALID KEY
                       DISPLAY "   CONTACTO " CTO-NUMERO " CREADO."
                 END-WRITE
              END-IF
           END-IF.
           DISPLAY "   PULSE PARA SEGUIR " NO ADVANCING.
           ACCEPT ENTRADA NO BELL.


      * CAMBIO DE UN CONTACTO: LO QUE SE DEJA EN BLANCO CONSERVA
      * SU VALOR
      * ****************************************************************

       MODIFICAR-CONTACTO SECTION.
           PERFORM LEER-CONTACTO-PEDIDO.
           IF EXISTE-CTO = "S"
              DISPLAY "   (EN BLANCO SE CONSERVA EL VALOR ACTUAL)"
              PERFORM PEDIR-DATOS-CONTACTO
              IF ENT-CTO-FUNCION NOT = SPACE
                 AND ENT-CTO-FUNCION NOT = "C"
                 AND ENT-CTO-FUNCION NOT = "P"
                 AND ENT-CTO-FUNCION NOT = "A"
                 DISPLAY "   ERROR: LA FUNCION DEBE SER C, P O A."
              ELSE
                 IF ENT-CTO-FUNCION NOT = SPACE
                    MOVE ENT-CTO-FUNCION TO CTO-FUNCION
                 END-IF
                 IF ENT-CTO-NOMBRE NOT = SPACES
                    MOVE ENT-CTO-NOMBRE TO CTO-NOMBRE
                 END-IF
                 IF ENT-CTO-TELEFONO NOT = SPACES
                    MOVE ENT-CTO-TELEFONO TO CTO-TELEFONO
                 END-IF
                 IF ENT-CTO-EMAIL NOT = SPACES
                    MOVE ENT-CTO-EMAIL TO CTO-EMAIL
                 END-IF
                 REWRITE REGCTO
                 DISPLAY "   CONTACTO MODIFICADO."
              END-IF
           END-IF.
           DISPLAY "   PULSE PARA SEGUIR " NO ADVANCING.
           ACCEPT ENTRADA NO BELL.


      * BAJA DE UN CONTACTO, CON CONFIRMACION
      * ****************************************************************

       BORRAR-CONTACTO SECTION.
           PERFORM LEER-CONTACTO-PEDIDO.
           IF EXISTE-CTO = "S"
              DISPLAY "   CONFIRMA LA BAJA DE " CTO-NOMBRE " (S/N): "
                      NO ADVANCING
              ACCEPT ENT-CTO-CONFIRMA NO BELL
              IF ENT-CTO-CONFIRMA = "S" OR ENT-CTO-CONFIRMA = "s"
                 DELETE A-CONTACTOS RECORD
                 DISPLAY "   CONTACTO BORRADO."
              END-IF
           END-IF.
           DISPLAY "   PULSE PARA SEGUIR " NO ADVANCING.
           ACCEPT ENTRADA NO BELL.


      * PIDE EL NUMERO DE UN CONTACTO DEL CLIENTE Y LO LEE
      * ****************************************************************

       LEER-CONTACTO-PEDIDO SECTION.
           DISPLAY "   Numero del contacto: " NO ADVANCING.
           MOVE ZERO TO ENT-CTO-NUMERO.
           ACCEPT ENT-CTO-NUMERO NO BELL.
           MOVE ENT-CODCLI     TO CTO-CODCLI.
           MOVE ENT-CTO-NUMERO TO CTO-NUMERO.
           READ A-CONTACTOS
              INVALID KEY     MOVE "N" TO EXISTE-CTO
              NOT INVALID KEY MOVE "S" TO EXISTE-CTO
           END-READ.
           IF EXISTE-CTO = "N"
              DISPLAY "   ERROR: EL CONTACTO NO EXISTE."
           ELSE
              DISPLAY "   " CTO-NUMERO "  " CTO-FUNCION " " CTO-NOMBRE
                      " " CTO-TELEFONO
              DISPLAY "   " CTO-EMAIL
           END-IF.


      * PIDE LOS DATOS DE UN CONTACTO
      * ****************************************************************

       PEDIR-DATOS-CONTACTO SECTION.
           MOVE SPACE  TO ENT-CTO-FUNCION.
           MOVE SPACES TO ENT-CTO-NOMBRE.
           MOVE SPACES TO ENT-CTO-TELEFONO.
           MOVE SPACES TO ENT-CTO-EMAIL.
           DISPLAY "   Funcion (C/P/A): " NO ADVANCING.
           ACCEPT ENT-CTO-FUNCION NO BELL.
           IF ENT-CTO-FUNCION = "c"
              MOVE "C" TO ENT-CTO-FUNCION
           END-IF.
           IF ENT-CTO-FUNCION = "p"
              MOVE "P" TO ENT-CTO-FUNCION
           END-IF.
           IF ENT-CTO-FUNCION = "a"
              MOVE "A" TO ENT-CTO-FUNCION
           END-IF.
           DISPLAY "   Nombre         : " NO ADVANCING.
           ACCEPT ENT-CTO-NOMBRE NO BELL.
           DISPLAY "   Telefono       : " NO ADVANCING.
           ACCEPT ENT-CTO-TELEFONO NO BELL.
           DISPLAY "   Correo         : " NO ADVANCING.
           ACCEPT ENT-CTO-EMAIL NO BELL.


      * DEJA EN CONTACTO-NOMBRE Y CONTACTO-TELEFONO EL CONTACTO DE
      * CUENTAS DEL CLIENTE ENT-CODCLI (EL PRIMERO DE ELLOS) O, SI
      * NO TIENE, SU PRIMER CONTACTO; EN BLANCO SI NO TIENE NINGUNO
      * ****************************************************************

       BUSCAR-CONTACTO-CUENTAS SECTION.
           MOVE SPACES TO CONTACTO-NOMBRE.
           MOVE SPACES TO CONTACTO-TELEFONO.
           MOVE SPACE  TO CONTACTO-FUNCION.
           MOVE ENT-CODCLI TO CTO-CODCLI.
           MOVE ZERO       TO CTO-NUMERO.
           MOVE "N" TO FIN-CONTACTOS.
           START A-CONTACTOS KEY NOT LESS THAN CTO-CLAVE
              INVALID KEY MOVE "S" TO FIN-CONTACTOS
           END-START.
           PERFORM EXAMINAR-CONTACTO-CUENTAS UNTIL FIN-CONTACTOS = "S".


      * TOMA EL SIGUIENTE CONTACTO DEL CLIENTE SI AUN NO HAY
      * NINGUNO ELEGIDO O SI ES EL PRIMERO DE CUENTAS
      * ****************************************************************

       EXAMINAR-CONTACTO-CUENTAS SECTION.
           READ A-CONTACTOS NEXT RECORD
              AT END MOVE "S" TO FIN-CONTACTOS
           END-READ.
           IF FIN-CONTACTOS NOT = "S"
              IF CTO-CODCLI NOT = ENT-CODCLI
                 MOVE "S" TO FIN-CONTACTOS
              ELSE
                 IF CONTACTO-NOMBRE = SPACES OR CTO-CUENTAS
                    MOVE CTO-NOMBRE   TO CONTACTO-NOMBRE
                    MOVE CTO-TELEFONO TO CONTACTO-TELEFONO
                    MOVE CTO-FUNCION  TO CONTACTO-FUNCION
                    IF CTO-CUENTAS
                       MOVE "S" TO FIN-CONTACTOS
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * CONSULTA DE TODOS LOS CLIENTES A PARTIR DE UN NOMBRE, POR LA
      * CLAVE ALTERNATIVA NOMCLI (PERMITE BUSCAR SIN CONOCER EL CODIGO)
      * ****************************************************************
           PERFORM LINEA-EN-BLANCO.
           DISPLAY "   8 - MAYORES CLIENTES POR SALDO (TOP N)".
           PERFORM LINEA-EN-BLANCO.
           DISPLAY "   A - CAMBIOS DE CLIENTES CADUCADOS SIN APROBAR".
           PERFORM LINEA-EN-BLANCO.
           DISPLAY "   9 - VOLVER AL MENU".
           PERFORM LINEA-EN-BLANCO 3 TIMES.
           DISPLAY MSG-OPCION REVERSE HIGHLIGHT.
                             ELSE
                                IF ENT-MENU-INF = "8"
                                   PERFORM INFORME-TOP-CLIENTES
                                ELSE
                                   IF ENT-MENU-INF = "A" OR
                                      ENT-MENU-INF = "a"
                                      PERFORM INFORME-CADUCADOS
                                   END-IF
                                END-IF
                             END-IF
                          END-IF

           IF (ENT-MENU-INF >= "1" AND ENT-MENU-INF <= "6")
              OR ENT-MENU-INF = "8"
              OR ENT-MENU-INF = "A" OR ENT-MENU-INF = "a"
              PERFORM GRABAR-BITACORA-INF
           END-IF.

           ACCEPT HORA-ACTUAL FROM TIME.
           OPEN EXTEND A-BITACORA.
           MOVE "ACT-CLI"        TO BIT-PROGRAMA.
           MOVE MODO-CONTAB      TO BIT-OPCION.
           MOVE OPERADOR-ACTUAL  TO BIT-OPERADOR.
           MOVE BIT-FEC-INI-WS   TO BIT-FEC-INI.
           MOVE BIT-HORA-INI-WS  TO BIT-HORA-INI.
           PERFORM MENU-HEADER.
           DISPLAY "   > EMITIR INFORMES > DIARIO DE SEGURIDAD >".
           PERFORM LINEA-EN-BLANCO 2 TIMES.
           DISPLAY "FECHA    HORA   OPERADOR RES OPC PROGRAMA".

           MOVE ZERO TO CONT-SEGJRN.
           MOVE "N" TO FIN-SEGJRN.
           DISPLAY "INTENTOS REGISTRADOS: " CONT-SEGJRN.


      * INFORME DE LOS CAMBIOS DE CLIENTES QUE CADUCARON SIN QUE
      * NINGUN SUPERVISOR LOS APROBARA NI RECHAZARA; ANTES CADUCA
      * LOS QUE HAYAN AGOTADO EL PLAZO HASTA HOY
      * ****************************************************************

       INFORME-CADUCADOS SECTION.
           PERFORM MENU-HEADER.
           DISPLAY "   > EMITIR INFORMES > CAMBIOS CADUCADOS >".
           PERFORM LINEA-EN-BLANCO 2 TIMES.
           PERFORM CADUCAR-CAMBIOS.
           DISPLAY "   PLAZO DE APROBACION (DIAS): " DIAS-CADUCIDAD.
           PERFORM LINEA-EN-BLANCO.
           DISPLAY "CODIGO C ANTES     NUEVO     SOLICITA F.SOLIC. "
                   "CADUCADO".

           MOVE ZERO TO CONT-PENDIENTES.
           MOVE LOW-VALUES TO PEN-CLAVE.
           MOVE "N" TO FIN-PENDIENTES.
           START A-CAMBPEND KEY NOT LESS THAN PEN-CLAVE
              INVALID KEY MOVE "S" TO FIN-PENDIENTES
           END-START.
           PERFORM MOSTRAR-UN-CADUCADO UNTIL FIN-PENDIENTES = "S".

           PERFORM LINEA-EN-BLANCO.
           DISPLAY "CAMBIOS CADUCADOS: " CONT-PENDIENTES.


      * LEE Y MUESTRA EL SIGUIENTE CAMBIO, SI ESTA CADUCADO
      * ****************************************************************

       MOSTRAR-UN-CADUCADO SECTION.
           READ A-CAMBPEND NEXT RECORD
              AT END MOVE "S" TO FIN-PENDIENTES
           END-READ.
           IF FIN-PENDIENTES NOT = "S" AND PEN-CADUCADO
              DISPLAY PEN-CODCLI "  " PEN-CAMPO " " PEN-VALOR-ANTES " "
                      PEN-VALOR-NUEVO " " PEN-SOLICITANTE " "
                      PEN-FECHA-SOL " " PEN-FECHA-RES
              ADD 1 TO CONT-PENDIENTES
           END-IF.


      * MUESTRA UNA LINEA DEL DIARIO DE SEGURIDAD
      * ****************************************************************

       MOSTRAR-LINEA-SEGJRN SECTION.
           DISPLAY SEG-FECHA " " SEG-HORA " " SEG-OPERADOR "  "
                   SEG-RESULTADO "  " SEG-OPCION "   " SEG-PROGRAMA.
           ADD 1 TO CONT-SEGJRN.
           READ A-SEGJRN AT END MOVE "S" TO FIN-SEGJRN END-READ.

