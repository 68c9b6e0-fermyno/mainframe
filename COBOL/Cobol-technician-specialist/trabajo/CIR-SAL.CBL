       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIR-SAL.
       REMARKS. CONFIRMACION DE SALDOS DE CLIENTES PARA LA
           AUDITORIA ANUAL: A UNA FECHA DE CORTE SELECCIONA LOS
           CLIENTES CON SALDO (IMPCLI) POR ENCIMA DE UN IMPORTE
           Y UNA MUESTRA AL AZAR DEL RESTO CON SALDO, Y EMITE EN
           CONFIRMA.LST UNA CARTA POR CLIENTE CON SU SALDO Y LOS
           EFECTOS ABIERTOS A ESA FECHA (EFECTOS.DAT). CADA CARTA
           QUEDA ANOTADA EN CIRCULAR.DAT, DONDE SE REGISTRA LA
           RESPUESTA DEL CLIENTE (CONFORME, DISCONFORME CON LA
           CIFRA QUE DA EL CLIENTE, O SIN RESPUESTA). EL INFORME
           FINAL (CONFRES.LST) LISTA LAS DIFERENCIAS Y LOS
           CLIENTES QUE NO HAN CONTESTADO. LA MUESTRA SE SORTEA
           CON UNA SEMILLA QUE SE IMPRIME EN LAS CARTAS PARA QUE
           LOS AUDITORES PUEDAN REPETIR LA SELECCION. SI EL
           CLIENTE TIENE CONTACTOS (CONTACTOS.DAT), LA CARTA VA A
           LA ATENCION DE SU CONTACTO DE CUENTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-CIRCULAR ASSIGN TO DISK 'CIRCULAR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CIR-CLAVE
                  FILE STATUS IS CIR-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-EFECTOS ASSIGN TO DISK 'EFECTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EFE-NUMFAC
                  ALTERNATE RECORD KEY EFE-CODCLI WITH DUPLICATES
                  FILE STATUS IS EFE-FILESTAT.

           SELECT A-CARTAS ASSIGN TO DISK 'CONFIRMA.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-LISTADO ASSIGN TO DISK 'CONFRES.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

      *
      * DECLARACION DEL FICHERO DE CONTACTOS (MANTENIDO DESDE
      * ACT-CLI), SOLO EN CONSULTA PARA DIRIGIR EL DOCUMENTO A LA
      * PERSONA DE CUENTAS DEL CLIENTE
      *
           SELECT A-CONTACTOS ASSIGN TO DISK 'CONTACTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CTO-CLAVE
                  FILE STATUS IS CTO-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA CARTA DE CONFIRMACION DE SALDO: UNA POR
      * CLIENTE Y FECHA DE CORTE, CON LO COMUNICADO AL CLIENTE Y SU
      * RESPUESTA (P = PENDIENTE, C = CONFORME, D = DISCONFORME,
      * N = SIN RESPUESTA). LA DIFERENCIA ES LA CIFRA DEL CLIENTE
      * MENOS EL SALDO COMUNICADO
      *
       FD A-CIRCULAR LABEL RECORD STANDARD.
       01 REGCIR.
          02 CIR-CLAVE.
             03 CIR-FECHA-CORTE PIC X(8).
             03 CIR-CODCLI      PIC X(5).
          02 CIR-SELECCION  PIC X(1).
             88 CIR-POR-IMPORTE VALUE "I".
             88 CIR-POR-MUESTRA VALUE "M".
          02 CIR-FECHA-EMISION PIC X(8).
          02 CIR-SALDO      PIC 9(6)V9(2).
          02 CIR-NUM-EFECTOS PIC 9(4).
          02 CIR-IMP-EFECTOS PIC 9(9)V9(2).
          02 CIR-RESPUESTA  PIC X(1).
             88 CIR-PENDIENTE     VALUE "P".
             88 CIR-CONFORME      VALUE "C".
             88 CIR-DISCONFORME   VALUE "D".
             88 CIR-SIN-RESPUESTA VALUE "N".
          02 CIR-FECHA-RESPUESTA PIC X(8).
          02 CIR-SALDO-CLIENTE PIC 9(7)V9(2).
          02 CIR-DIFERENCIA PIC S9(7)V9(2).
          02 CIR-OBSERVACIONES PIC X(30).

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

       FD A-CARTAS LABEL RECORD STANDARD.
       01 LINEA-CARTA        PIC X(80).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).

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


       WORKING-STORAGE SECTION.
       77 CIR-FILESTAT      PIC X(2).
       77 EFE-FILESTAT      PIC X(2).
       77 HAY-EFECTOS       PIC X(1).
       77 FECHA             PIC 99999999.
       77 HORA-ACTUAL       PIC 9(8).
       77 OPCION            PIC X(1).
       77 EXISTE-CIR        PIC X(1).
       77 FIN-CLIENTE       PIC X(1).
       77 FIN-EFECTO        PIC X(1).
       77 FIN-CIRCULAR      PIC X(1).
       77 ENT-CORTE         PIC X(8).
       77 ENT-UMBRAL        PIC 9(6)V9(2).
       77 ENT-PORCENTAJE    PIC 9(2).
       77 ENT-SEMILLA       PIC X(9).
       77 ENT-CODCLI        PIC X(5).
       77 ENT-RESPUESTA     PIC X(1).
       77 ENT-SALDO-CLIENTE PIC 9(7)V9(2).
       77 ENT-OBSERVACIONES PIC X(30).
       77 FECHA-CORTE       PIC X(8).
       77 SELECCION-CLIENTE PIC X(1).
       77 IMPORTE-EFECTO    PIC 9(8)V9(2).
       77 CONT-EFECTOS      PIC 9(4).
       77 TOTAL-EFECTOS     PIC 9(9)V9(2).
       77 CONT-POR-IMPORTE  PIC 9(5).
       77 CONT-POR-MUESTRA  PIC 9(5).
       77 CONT-CONFORMES    PIC 9(5).
       77 CONT-DISCONFORMES PIC 9(5).
       77 CONT-SIN-RESPUESTA PIC 9(5).
       77 CONT-PENDIENTES   PIC 9(5).
       77 TOTAL-DIFERENCIAS PIC S9(9)V9(2).
       77 TEXTO-RESPUESTA   PIC X(14).
       77 CTO-FILESTAT      PIC X(2).
       77 HAY-CONTACTOS     PIC X(1) VALUE "N".
       77 FIN-CONTACTOS     PIC X(1).
       77 CONTACTO-NOMBRE   PIC X(30).
       77 CONTACTO-TELEFONO PIC X(15).

      *
      * SORTEO DE LA MUESTRA: GENERADOR CONGRUENCIAL DE PARK Y
      * MILLER (SEMILLA = SEMILLA * 16807 MOD 2**31-1). CADA
      * CLIENTE CON SALDO QUE NO LLEGA AL IMPORTE ENTRA EN LA
      * MUESTRA SI LAS DOS ULTIMAS CIFRAS DEL SORTEO QUEDAN POR
      * DEBAJO DEL PORCENTAJE PEDIDO
      *
       77 SEMILLA-INICIAL   PIC 9(10).
       77 SEMILLA           PIC 9(10) COMP.
       77 PRODUCTO-SEMILLA  PIC 9(15) COMP.
       77 COCIENTE-SEMILLA  PIC 9(15) COMP.
       77 SORTEO            PIC 9(2) COMP.

      *
      * IMPORTES CON SIGNO EDITADOS PARA EL LISTADO
      *
       01 DIFERENCIA-EDITADA PIC -(7)9,99.
       01 TOTAL-DIF-EDITADO  PIC -(9)9,99.
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
       CONFIRMAR-SALDOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CIR-SAL" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO DE CARTAS (LO CREA LA
      * PRIMERA VEZ) Y REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           OPEN I-O A-CIRCULAR.
           IF CIR-FILESTAT NOT = "00"
              CLOSE A-CIRCULAR
              OPEN OUTPUT A-CIRCULAR
              CLOSE A-CIRCULAR
              OPEN I-O A-CIRCULAR
           END-IF.

           OPEN INPUT A-CLIENT.

           MOVE SPACE TO OPCION.
           PERFORM MENU-CONFIRMACION UNTIL OPCION = "9".

           CLOSE A-CLIENT.
           CLOSE A-CIRCULAR.
           GOBACK.


      * MENU PRINCIPAL DE LA CONFIRMACION DE SALDOS
      * ****************************************************************

       MENU-CONFIRMACION.
           DISPLAY " ".
           DISPLAY "CONFIRMACION DE SALDOS DE CLIENTES".
           DISPLAY "<E>MITIR CARTAS, <R>ESPUESTA DEL CLIENTE,"
                   " <I>NFORME FINAL, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "E" OR OPCION = "e"
              PERFORM EMITIR-CARTAS THRU EMITIR-CARTAS-FIN
           ELSE
              IF OPCION = "R" OR OPCION = "r"
                 PERFORM ANOTAR-RESPUESTA THRU ANOTAR-RESPUESTA-FIN
              ELSE
                 IF OPCION = "I" OR OPCION = "i"
                    PERFORM INFORME-FINAL THRU INFORME-FINAL-FIN
                 END-IF
              END-IF
           END-IF.


      * PIDE LA FECHA DE CORTE (BLANCO = HOY) Y LA DEJA EN
      * FECHA-CORTE; LA DEJA EN BLANCO SI NO ES VALIDA
      * ****************************************************************

       PEDIR-FECHA-CORTE.
           DISPLAY "Fecha de corte (AAAAMMDD, blanco=hoy):".
           MOVE SPACES TO ENT-CORTE.
           ACCEPT ENT-CORTE NO BELL.
           IF ENT-CORTE = SPACES
              MOVE FECHA TO ENT-CORTE
           END-IF.
           IF ENT-CORTE IS NOT NUMERIC
              OR ENT-CORTE(5:2) < "01" OR ENT-CORTE(5:2) > "12"
              OR ENT-CORTE(7:2) < "01" OR ENT-CORTE(7:2) > "31"
              DISPLAY "ERROR: FECHA DE CORTE NO VALIDA."
              MOVE SPACES TO FECHA-CORTE
           ELSE
              MOVE ENT-CORTE TO FECHA-CORTE
           END-IF.


      * SELECCIONA LOS CLIENTES DE LA CONFIRMACION, EMITE SUS
      * CARTAS Y LAS ANOTA. UNA FECHA DE CORTE SOLO SE EMITE UNA
      * VEZ, PARA QUE LA MUESTRA NO SE PUEDA REPETIR A CONVENIENCIA
      * ****************************************************************

       EMITIR-CARTAS.
           PERFORM PEDIR-FECHA-CORTE.
           IF FECHA-CORTE = SPACES
              GO TO EMITIR-CARTAS-FIN
           END-IF.

           MOVE FECHA-CORTE TO CIR-FECHA-CORTE.
           MOVE LOW-VALUES  TO CIR-CODCLI.
           MOVE "N" TO EXISTE-CIR.
           START A-CIRCULAR KEY NOT LESS THAN CIR-CLAVE
              INVALID KEY MOVE "N" TO EXISTE-CIR
              NOT INVALID KEY
                 READ A-CIRCULAR NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF CIR-FECHA-CORTE = FECHA-CORTE
                          MOVE "S" TO EXISTE-CIR
                       END-IF
                 END-READ
           END-START.
           IF EXISTE-CIR = "S"
              DISPLAY "ERROR: YA SE EMITIERON CARTAS CON ESA FECHA"
                      " DE CORTE."
              GO TO EMITIR-CARTAS-FIN
           END-IF.

           DISPLAY "Saldo a partir del cual se escribe a todos:".
           MOVE ZERO TO ENT-UMBRAL.
           ACCEPT ENT-UMBRAL NO BELL.
           IF ENT-UMBRAL = ZERO
              DISPLAY "ERROR: EL IMPORTE DEBE SER MAYOR QUE CERO."
              GO TO EMITIR-CARTAS-FIN
           END-IF.

           DISPLAY "Porcentaje de muestra del resto (00-99):".
           MOVE ZERO TO ENT-PORCENTAJE.
           ACCEPT ENT-PORCENTAJE NO BELL.

           DISPLAY "Semilla del sorteo (blanco=la da el reloj):".
           MOVE SPACES TO ENT-SEMILLA.
           ACCEPT ENT-SEMILLA NO BELL.
           IF ENT-SEMILLA = SPACES
              ACCEPT HORA-ACTUAL FROM TIME
              COMPUTE SEMILLA-INICIAL = HORA-ACTUAL + 1
           ELSE
              IF ENT-SEMILLA IS NOT NUMERIC
                 DISPLAY "ERROR: LA SEMILLA DEBE SER NUMERICA."
                 GO TO EMITIR-CARTAS-FIN
              END-IF
              MOVE ENT-SEMILLA TO SEMILLA-INICIAL
           END-IF.
           IF SEMILLA-INICIAL = ZERO
              OR SEMILLA-INICIAL NOT < 2147483647
              DISPLAY "ERROR: LA SEMILLA DEBE ESTAR ENTRE 1 Y"
                      " 2147483646."
              GO TO EMITIR-CARTAS-FIN
           END-IF.
           MOVE SEMILLA-INICIAL TO SEMILLA.

           MOVE "N" TO HAY-EFECTOS.
           OPEN INPUT A-EFECTOS.
           IF EFE-FILESTAT = "00"
              MOVE "S" TO HAY-EFECTOS
           ELSE
              CLOSE A-EFECTOS
           END-IF.
           MOVE "N" TO HAY-CONTACTOS.
           OPEN INPUT A-CONTACTOS.
           IF CTO-FILESTAT = "00"
              MOVE "S" TO HAY-CONTACTOS
           ELSE
              CLOSE A-CONTACTOS
           END-IF.
           OPEN OUTPUT A-CARTAS.

           MOVE SPACES TO LINEA-CARTA.
           STRING "CONFIRMACION DE SALDOS AL " FECHA-CORTE
                  " - EMITIDA EL " FECHA
                  DELIMITED BY SIZE INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "SALDO MINIMO " ENT-UMBRAL
                  "  MUESTRA DEL RESTO " ENT-PORCENTAJE
                  "%  SEMILLA " SEMILLA-INICIAL
                  DELIMITED BY SIZE INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.

           MOVE ZERO TO CONT-POR-IMPORTE.
           MOVE ZERO TO CONT-POR-MUESTRA.
           MOVE LOW-VALUES TO CODCLI.
           MOVE "N" TO FIN-CLIENTE.
           START A-CLIENT KEY NOT LESS THAN CODCLI
              INVALID KEY MOVE "S" TO FIN-CLIENTE
           END-START.
           PERFORM SELECCIONAR-CLIENTE THRU SELECCIONAR-CLIENTE-FIN
                   UNTIL FIN-CLIENTE = "S".

           CLOSE A-CARTAS.
           IF HAY-EFECTOS = "S"
              CLOSE A-EFECTOS
           END-IF.
           IF HAY-CONTACTOS = "S"
              CLOSE A-CONTACTOS
           END-IF.

           DISPLAY "CARTAS POR IMPORTE..: " CONT-POR-IMPORTE.
           DISPLAY "CARTAS POR MUESTRA..: " CONT-POR-MUESTRA.
           DISPLAY "SEMILLA DEL SORTEO..: " SEMILLA-INICIAL.
           DISPLAY "CARTAS EMITIDAS EN CONFIRMA.LST".

       EMITIR-CARTAS-FIN.
           EXIT.


      * LEE EL SIGUIENTE CLIENTE Y, SI ENTRA EN LA SELECCION, LE
      * EMITE LA CARTA. EL SORTEO SE HACE PARA TODO CLIENTE CON
      * SALDO POR DEBAJO DEL IMPORTE, ENTRE O NO, PARA QUE LA MISMA
      * SEMILLA DE SIEMPRE LA MISMA MUESTRA
      * ****************************************************************

       SELECCIONAR-CLIENTE.
           READ A-CLIENT NEXT RECORD AT END MOVE "S" TO FIN-CLIENTE
           END-READ.
           IF FIN-CLIENTE = "S"
              GO TO SELECCIONAR-CLIENTE-FIN
           END-IF.
           IF IMPCLI = ZERO
              GO TO SELECCIONAR-CLIENTE-FIN
           END-IF.

           IF IMPCLI NOT < ENT-UMBRAL
              MOVE "I" TO SELECCION-CLIENTE
           ELSE
              PERFORM SORTEAR
              IF SORTEO < ENT-PORCENTAJE
                 MOVE "M" TO SELECCION-CLIENTE
              ELSE
                 GO TO SELECCIONAR-CLIENTE-FIN
              END-IF
           END-IF.

           PERFORM IMPRIMIR-CARTA-CONFIRMACION.

           MOVE FECHA-CORTE       TO CIR-FECHA-CORTE.
           MOVE CODCLI            TO CIR-CODCLI.
           MOVE SELECCION-CLIENTE TO CIR-SELECCION.
           MOVE FECHA             TO CIR-FECHA-EMISION.
           MOVE IMPCLI            TO CIR-SALDO.
           MOVE CONT-EFECTOS      TO CIR-NUM-EFECTOS.
           MOVE TOTAL-EFECTOS     TO CIR-IMP-EFECTOS.
           MOVE "P"               TO CIR-RESPUESTA.
           MOVE SPACES            TO CIR-FECHA-RESPUESTA.
           MOVE ZERO              TO CIR-SALDO-CLIENTE.
           MOVE ZERO              TO CIR-DIFERENCIA.
           MOVE SPACES            TO CIR-OBSERVACIONES.
           WRITE REGCIR
              INVALID KEY
                 DISPLAY "ERROR AL ANOTAR LA CARTA DE " CODCLI
           END-WRITE.

           IF SELECCION-CLIENTE = "I"
              ADD 1 TO CONT-POR-IMPORTE
           ELSE
              ADD 1 TO CONT-POR-MUESTRA
           END-IF.

       SELECCIONAR-CLIENTE-FIN.
           EXIT.


      * SACA EL SIGUIENTE NUMERO DEL SORTEO Y DEJA SUS DOS ULTIMAS
      * CIFRAS EN SORTEO
      * ****************************************************************

       SORTEAR.
           COMPUTE PRODUCTO-SEMILLA = SEMILLA * 16807.
           DIVIDE PRODUCTO-SEMILLA BY 2147483647
                  GIVING COCIENTE-SEMILLA REMAINDER SEMILLA.
           DIVIDE SEMILLA BY 100
                  GIVING COCIENTE-SEMILLA REMAINDER SORTEO.


      * IMPRIME LA CARTA DE CONFIRMACION DEL CLIENTE EN REGCLI CON
      * SU SALDO Y LOS EFECTOS ABIERTOS A LA FECHA DE CORTE
      * ****************************************************************

       IMPRIMIR-CARTA-CONFIRMACION.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "--------------------------------------------"
                TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE NOMCLI TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           PERFORM BUSCAR-CONTACTO-CUENTAS.
           IF CONTACTO-NOMBRE NOT = SPACES
              MOVE SPACES TO LINEA-CARTA
              STRING "A LA ATENCION DE: " CONTACTO-NOMBRE
                     DELIMITED BY SIZE INTO LINEA-CARTA
              END-STRING
              WRITE LINEA-CARTA
           END-IF.
           MOVE DIRCLI TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING POBCLI " " POSCLI DELIMITED BY SIZE
              INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.

           MOVE "CONFIRMACION DE SALDO PARA NUESTROS AUDITORES"
                TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "SEGUN NUESTROS REGISTROS, SU SALDO CON NOSOTROS"
                  " AL " FECHA-CORTE " ES DE " IMPCLI
              DELIMITED BY SIZE INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "(CLIENTE " CODCLI "), CON LOS SIGUIENTES EFECTOS"
                  " PENDIENTES DE COBRO:"
              DELIMITED BY SIZE INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE "    FACTURA  EMISION  VENCIMIENTO    IMPORTE"
                TO LINEA-CARTA.
           WRITE LINEA-CARTA.

           MOVE ZERO TO CONT-EFECTOS.
           MOVE ZERO TO TOTAL-EFECTOS.
           IF HAY-EFECTOS = "S"
              MOVE CODCLI TO EFE-CODCLI
              MOVE "N" TO FIN-EFECTO
              START A-EFECTOS KEY = EFE-CODCLI
                 INVALID KEY MOVE "S" TO FIN-EFECTO
              END-START
              PERFORM IMPRIMIR-EFECTO-ABIERTO UNTIL FIN-EFECTO = "S"
           END-IF.

           MOVE SPACES TO LINEA-CARTA.
           STRING "    TOTAL EFECTOS: " CONT-EFECTOS
                  "  IMPORTE " TOTAL-EFECTOS
              DELIMITED BY SIZE INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.

           MOVE "LE ROGAMOS NOS DEVUELVA ESTA CARTA FIRMADA INDICANDO"
                TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "SI ESTA CONFORME CON EL SALDO O, SI NO LO ESTA, EL"
                TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "SALDO QUE FIGURA EN SUS LIBROS A ESA FECHA."
                TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "  [ ] CONFORME    [ ] NO CONFORME, SALDO: ..........."
                TO LINEA-CARTA.
           WRITE LINEA-CARTA.


      * IMPRIME EL SIGUIENTE EFECTO DEL CLIENTE SI ESTABA ABIERTO A
      * LA FECHA DE CORTE: EMITIDO HASTA ESA FECHA Y NO COBRADO, O
      * COBRADO DESPUES (ENTONCES VA POR SU IMPORTE ENTERO)
      * ****************************************************************

       IMPRIMIR-EFECTO-ABIERTO.
           READ A-EFECTOS NEXT RECORD AT END MOVE "S" TO FIN-EFECTO
           END-READ.
           IF FIN-EFECTO NOT = "S"
              IF EFE-CODCLI NOT = CODCLI
                 MOVE "S" TO FIN-EFECTO
              ELSE
                 MOVE ZERO TO IMPORTE-EFECTO
                 IF EFE-FECHA-EMI NOT > FECHA-CORTE
                    IF EFE-FECHA-COB NOT = SPACES
                       AND EFE-FECHA-COB > FECHA-CORTE
                       MOVE EFE-IMPORTE TO IMPORTE-EFECTO
                    ELSE
                       IF NOT EFE-COBRADO
                          MOVE EFE-IMP-PENDIENTE TO IMPORTE-EFECTO
                       END-IF
                    END-IF
                 END-IF
                 IF IMPORTE-EFECTO > ZERO
                    ADD 1 TO CONT-EFECTOS
                    ADD IMPORTE-EFECTO TO TOTAL-EFECTOS
                    MOVE SPACES TO LINEA-CARTA
                    STRING "    " EFE-NUMFAC " " EFE-FECHA-EMI
                           " " EFE-FECHA-VTO "  " IMPORTE-EFECTO
                       DELIMITED BY SIZE INTO LINEA-CARTA
                    END-STRING
                    WRITE LINEA-CARTA
                 END-IF
              END-IF
           END-IF.


      * ANOTA LA RESPUESTA DE UN CLIENTE A SU CARTA: CONFORME,
      * DISCONFORME CON LA CIFRA QUE DA EL CLIENTE, O SIN RESPUESTA
      * ****************************************************************

       ANOTAR-RESPUESTA.
           PERFORM PEDIR-FECHA-CORTE.
           IF FECHA-CORTE = SPACES
              GO TO ANOTAR-RESPUESTA-FIN
           END-IF.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE FECHA-CORTE TO CIR-FECHA-CORTE.
           MOVE ENT-CODCLI  TO CIR-CODCLI.
           READ A-CIRCULAR
              INVALID KEY     MOVE "N" TO EXISTE-CIR
              NOT INVALID KEY MOVE "S" TO EXISTE-CIR
           END-READ.
           IF EXISTE-CIR = "N"
              DISPLAY "ERROR: NO SE ENVIO CARTA A ESE CLIENTE CON"
                      " ESA FECHA DE CORTE."
              GO TO ANOTAR-RESPUESTA-FIN
           END-IF.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.
           PERFORM DESCRIBIR-RESPUESTA.
           DISPLAY "CLIENTE: " CIR-CODCLI " " NOMCLI.
           DISPLAY "SALDO COMUNICADO: " CIR-SALDO
                   "  EFECTOS: " CIR-NUM-EFECTOS
                   " POR " CIR-IMP-EFECTOS.
           DISPLAY "RESPUESTA ACTUAL: " TEXTO-RESPUESTA.

           DISPLAY "Respuesta (C=conforme, D=disconforme,"
                   " N=sin respuesta):".
           MOVE SPACE TO ENT-RESPUESTA.
           ACCEPT ENT-RESPUESTA NO BELL.
           IF ENT-RESPUESTA = "c"
              MOVE "C" TO ENT-RESPUESTA
           END-IF.
           IF ENT-RESPUESTA = "d"
              MOVE "D" TO ENT-RESPUESTA
           END-IF.
           IF ENT-RESPUESTA = "n"
              MOVE "N" TO ENT-RESPUESTA
           END-IF.
           IF ENT-RESPUESTA NOT = "C" AND ENT-RESPUESTA NOT = "D"
              AND ENT-RESPUESTA NOT = "N"
              DISPLAY "ERROR: RESPUESTA NO VALIDA."
              GO TO ANOTAR-RESPUESTA-FIN
           END-IF.

           MOVE ZERO TO ENT-SALDO-CLIENTE.
           IF ENT-RESPUESTA = "D"
              DISPLAY "Saldo segun el cliente:"
              ACCEPT ENT-SALDO-CLIENTE NO BELL
              IF ENT-SALDO-CLIENTE = CIR-SALDO
                 DISPLAY "ERROR: ES EL SALDO COMUNICADO; ANOTELO"
                         " COMO CONFORME."
                 GO TO ANOTAR-RESPUESTA-FIN
              END-IF
           END-IF.
           DISPLAY "Observaciones:".
           MOVE SPACES TO ENT-OBSERVACIONES.
           ACCEPT ENT-OBSERVACIONES NO BELL.

           MOVE ENT-RESPUESTA     TO CIR-RESPUESTA.
           MOVE FECHA             TO CIR-FECHA-RESPUESTA.
           MOVE ENT-OBSERVACIONES TO CIR-OBSERVACIONES.
           IF CIR-DISCONFORME
              MOVE ENT-SALDO-CLIENTE TO CIR-SALDO-CLIENTE
              COMPUTE CIR-DIFERENCIA = ENT-SALDO-CLIENTE - CIR-SALDO
           ELSE
              IF CIR-CONFORME
                 MOVE CIR-SALDO TO CIR-SALDO-CLIENTE
              ELSE
                 MOVE ZERO TO CIR-SALDO-CLIENTE
              END-IF
              MOVE ZERO TO CIR-DIFERENCIA
           END-IF.
           REWRITE REGCIR.
           DISPLAY "RESPUESTA ANOTADA.".

       ANOTAR-RESPUESTA-FIN.
           EXIT.


      * DEJA EN TEXTO-RESPUESTA LA DESCRIPCION DE LA RESPUESTA
      * ****************************************************************

       DESCRIBIR-RESPUESTA.
           IF CIR-CONFORME
              MOVE "CONFORME" TO TEXTO-RESPUESTA
           ELSE
              IF CIR-DISCONFORME
                 MOVE "DISCONFORME" TO TEXTO-RESPUESTA
              ELSE
                 IF CIR-SIN-RESPUESTA
                    MOVE "SIN RESPUESTA" TO TEXTO-RESPUESTA
                 ELSE
                    MOVE "PENDIENTE" TO TEXTO-RESPUESTA
                 END-IF
              END-IF
           END-IF.


      * INFORME FINAL DE UNA FECHA DE CORTE: LISTA LAS CARTAS CON
      * DIFERENCIA Y LAS QUE NO HAN TENIDO RESPUESTA (ANOTADAS COMO
      * TALES O AUN PENDIENTES), CON EL RECUENTO DE RESPUESTAS
      * ****************************************************************

       INFORME-FINAL.
           PERFORM PEDIR-FECHA-CORTE.
           IF FECHA-CORTE = SPACES
              GO TO INFORME-FINAL-FIN
           END-IF.

           MOVE ZERO TO CONT-CONFORMES.
           MOVE ZERO TO CONT-DISCONFORMES.
           MOVE ZERO TO CONT-SIN-RESPUESTA.
           MOVE ZERO TO CONT-PENDIENTES.
           MOVE ZERO TO TOTAL-DIFERENCIAS.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CONFIRMACION DE SALDOS AL " FECHA-CORTE
                  ": DIFERENCIAS Y CLIENTES SIN RESPUESTA (EMITIDO EL "
                  FECHA ")"
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "CLIENT NOMBRE                    SALDO ENV. SALDO CLIE"
              & ".   DIFERENCIA RESPUESTA      OBSERVACIONES"
              TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE FECHA-CORTE TO CIR-FECHA-CORTE.
           MOVE LOW-VALUES  TO CIR-CODCLI.
           MOVE "N" TO FIN-CIRCULAR.
           START A-CIRCULAR KEY NOT LESS THAN CIR-CLAVE
              INVALID KEY MOVE "S" TO FIN-CIRCULAR
           END-START.
           PERFORM EXAMINAR-CARTA THRU EXAMINAR-CARTA-FIN
                   UNTIL FIN-CIRCULAR = "S".

           MOVE TOTAL-DIFERENCIAS TO TOTAL-DIF-EDITADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CONFORMES: " CONT-CONFORMES
                  "  DISCONFORMES: " CONT-DISCONFORMES
                  "  SIN RESPUESTA: " CONT-SIN-RESPUESTA
                  "  PENDIENTES: " CONT-PENDIENTES
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "SUMA DE DIFERENCIAS (CIFRA DEL CLIENTE MENOS"
                  " SALDO COMUNICADO): " TOTAL-DIF-EDITADO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           DISPLAY "CONFORMES: " CONT-CONFORMES
                   "  DISCONFORMES: " CONT-DISCONFORMES
                   "  SIN RESPUESTA: " CONT-SIN-RESPUESTA
                   "  PENDIENTES: " CONT-PENDIENTES.
           DISPLAY "INFORME GENERADO EN CONFRES.LST".

       INFORME-FINAL-FIN.
           EXIT.


      * EXAMINA LA SIGUIENTE CARTA DE LA FECHA DE CORTE, LA CUENTA
      * Y LA LISTA SI TIENE DIFERENCIA O NO HA TENIDO RESPUESTA
      * ****************************************************************

       EXAMINAR-CARTA.
           READ A-CIRCULAR NEXT RECORD AT END MOVE "S" TO FIN-CIRCULAR
           END-READ.
           IF FIN-CIRCULAR = "S"
              GO TO EXAMINAR-CARTA-FIN
           END-IF.
           IF CIR-FECHA-CORTE NOT = FECHA-CORTE
              MOVE "S" TO FIN-CIRCULAR
              GO TO EXAMINAR-CARTA-FIN
           END-IF.

           IF CIR-CONFORME
              ADD 1 TO CONT-CONFORMES
              GO TO EXAMINAR-CARTA-FIN
           END-IF.
           IF CIR-DISCONFORME
              ADD 1 TO CONT-DISCONFORMES
              ADD CIR-DIFERENCIA TO TOTAL-DIFERENCIAS
           ELSE
              IF CIR-SIN-RESPUESTA
                 ADD 1 TO CONT-SIN-RESPUESTA
              ELSE
                 ADD 1 TO CONT-PENDIENTES
              END-IF
           END-IF.

           MOVE CIR-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.
           PERFORM DESCRIBIR-RESPUESTA.
           MOVE CIR-DIFERENCIA TO DIFERENCIA-EDITADA.

           MOVE SPACES TO LINEA-LISTADO.
           STRING CIR-CODCLI         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  NOMCLI             DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CIR-SALDO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CIR-SALDO-CLIENTE  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  DIFERENCIA-EDITADA DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  TEXTO-RESPUESTA    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CIR-OBSERVACIONES  DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

       EXAMINAR-CARTA-FIN.
           EXIT.


      * DEJA EN CONTACTO-NOMBRE Y CONTACTO-TELEFONO EL CONTACTO DE
      * CUENTAS DEL CLIENTE EN REGCLI (EL PRIMERO DE ELLOS) O, SI
      * NO TIENE, SU PRIMER CONTACTO; EN BLANCO SI NO TIENE NINGUNO
      * ****************************************************************

       BUSCAR-CONTACTO-CUENTAS.
           MOVE SPACES TO CONTACTO-NOMBRE.
           MOVE SPACES TO CONTACTO-TELEFONO.
           IF HAY-CONTACTOS = "S"
              MOVE CODCLI TO CTO-CODCLI
              MOVE ZERO   TO CTO-NUMERO
              MOVE "N" TO FIN-CONTACTOS
              START A-CONTACTOS KEY NOT LESS THAN CTO-CLAVE
                 INVALID KEY MOVE "S" TO FIN-CONTACTOS
              END-START
              PERFORM EXAMINAR-CONTACTO-CUENTAS
                      UNTIL FIN-CONTACTOS = "S"
           END-IF.


      * TOMA EL SIGUIENTE CONTACTO DEL CLIENTE SI AUN NO HAY
      * NINGUNO ELEGIDO O SI ES EL PRIMERO DE CUENTAS
      * ****************************************************************

       EXAMINAR-CONTACTO-CUENTAS.
           READ A-CONTACTOS NEXT RECORD
              AT END MOVE "S" TO FIN-CONTACTOS
           END-READ.
           IF FIN-CONTACTOS NOT = "S"
              IF CTO-CODCLI NOT = CODCLI
                 MOVE "S" TO FIN-CONTACTOS
              ELSE
                 IF CONTACTO-NOMBRE = SPACES OR CTO-CUENTAS
                    MOVE CTO-NOMBRE   TO CONTACTO-NOMBRE
                    MOVE CTO-TELEFONO TO CONTACTO-TELEFONO
                    IF CTO-CUENTAS
                       MOVE "S" TO FIN-CONTACTOS
                    END-IF
                 END-IF
              END-IF
           END-IF.
