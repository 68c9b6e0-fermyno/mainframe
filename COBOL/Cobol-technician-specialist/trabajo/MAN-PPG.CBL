       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-PPG.
       REMARKS. CAMBIOS DE PRECIO PROGRAMADOS: PE-AS04 E IMP-TARI
           CAMBIAN PRE-ARTI EN EL ACTO; ESTE PROGRAMA GRABA EN
           PRECPROG.DAT CAMBIOS CON FECHA DE EFECTO FUTURA, PARA UN
           ARTICULO O PARA TODO UN TIPO DE ARTICULO (COD-TPARTI),
           COMO PRECIO NUEVO O COMO PORCENTAJE DE SUBIDA O BAJADA.
           LOS CAMBIOS QUE VENCEN LOS APLICA APL-PRE EN EL CIERRE
           NOCTURNO. PERMITE ANULAR UN CAMBIO AUN NO APLICADO Y
           EMITE EN PRECPROG.LST EL LISTADO DE LOS CAMBIOS
           PENDIENTES, POR ORDEN DE FECHA DE EFECTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PRECPROG ASSIGN TO DISK 'PRECPROG.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PPG-NUMERO
                  ALTERNATE RECORD KEY PPG-FECHA-EFEC WITH DUPLICATES
                  FILE STATUS IS PPG-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'PRECPROG.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE UN CAMBIO DE PRECIO PROGRAMADO.
      * PPG-AMBITO: A = UN ARTICULO (PPG-CODARTI), T = TODOS LOS
      *    ARTICULOS DE UN TIPO (PPG-TPARTI).
      * PPG-MODO: I = PRECIO NUEVO (PPG-PRECIO), P = PORCENTAJE
      *    SOBRE EL PRECIO VIGENTE AL APLICARLO (PPG-PORCENTAJE).
      * PPG-ESTADO: P = PENDIENTE, A = APLICADO, N = ANULADO
      *
       FD A-PRECPROG LABEL RECORD STANDARD.
       01 REGPPG.
          02 PPG-NUMERO     PIC 9(6).
          02 PPG-FECHA-EFEC PIC X(8).
          02 PPG-AMBITO     PIC X(1).
             88 PPG-DE-ARTICULO VALUE "A".
             88 PPG-DE-TIPO     VALUE "T".
          02 PPG-CODARTI    PIC 9(4).
          02 PPG-TPARTI     PIC X(3).
          02 PPG-MODO       PIC X(1).
             88 PPG-IMPORTE     VALUE "I".
             88 PPG-PORCENTUAL  VALUE "P".
          02 PPG-PRECIO     PIC 9(4)V9(2).
          02 PPG-PORCENTAJE PIC S9(3)V9(2) SIGN LEADING SEPARATE.
          02 PPG-OPERADOR   PIC X(8).
          02 PPG-FECHA-ALTA PIC X(8).
          02 PPG-ESTADO     PIC X(1).
             88 PPG-PENDIENTE   VALUE "P".
             88 PPG-APLICADO    VALUE "A".
             88 PPG-ANULADO     VALUE "N".
          02 PPG-FECHA-APLIC PIC X(8).

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

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).


       WORKING-STORAGE SECTION.
       77 PPG-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 CONFIRMA          PIC X(1).
       77 FIN-PRECPROG      PIC X(1).
       77 ENT-OPERADOR      PIC X(8).
       77 ENT-AMBITO        PIC X(1).
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-TPARTI        PIC X(3).
       77 ENT-FECHA-EFEC    PIC X(8).
       77 ENT-MODO          PIC X(1).
       77 ENT-PRECIO        PIC 9(4)V9(2).
       77 ENT-PORCENTAJE    PIC S9(3)V9(2) SIGN LEADING SEPARATE.
       77 ENT-NUMERO        PIC 9(6).
       77 NUM-SIGUIENTE     PIC 9(6) VALUE ZERO.
       77 NOM-DESTINO       PIC X(25).
       77 CONT-PENDIENTES   PIC 9(5) VALUE ZERO.
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
       MANTENER-PRECIOS-PROGRAMADOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-PPG" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO DE CAMBIOS PROGRAMADOS
      * (LO CREA LA PRIMERA VEZ) Y REPITE EL MENU HASTA SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "CAMBIOS DE PRECIO PROGRAMADOS".
           DISPLAY "-----------------------------".
           MOVE SES-OPERADOR TO ENT-OPERADOR.

           OPEN I-O A-PRECPROG.
           IF PPG-FILESTAT NOT = "00"
              CLOSE A-PRECPROG
              OPEN OUTPUT A-PRECPROG
              CLOSE A-PRECPROG
              OPEN I-O A-PRECPROG
           END-IF.

           OPEN INPUT A-ARTICULO.
           IF ART-FILESTAT NOT = "00"
              DISPLAY "AARTI.IND NO EXISTE O NO SE PUEDE ABRIR."
              CLOSE A-ARTICULO
              CLOSE A-PRECPROG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-PRECIOS-PROGRAMADOS UNTIL OPCION = "9".

           CLOSE A-ARTICULO.
           CLOSE A-PRECPROG.
           GOBACK.


      * MENU PRINCIPAL DE LOS CAMBIOS DE PRECIO PROGRAMADOS
      * ****************************************************************

       MENU-PRECIOS-PROGRAMADOS.
           DISPLAY " ".
           DISPLAY "<A>LTA DE UN CAMBIO, A<N>ULAR UN CAMBIO,"
                   " <L>ISTADO DE PENDIENTES, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "A" OR OPCION = "a"
              PERFORM ALTA-CAMBIO THRU ALTA-CAMBIO-FIN
           ELSE
              IF OPCION = "N" OR OPCION = "n"
                 PERFORM ANULAR-CAMBIO THRU ANULAR-CAMBIO-FIN
              ELSE
                 IF OPCION = "L" OR OPCION = "l"
                    PERFORM LISTAR-PENDIENTES
                 END-IF
              END-IF
           END-IF.


      * ALTA DE UN CAMBIO PROGRAMADO: EL ARTICULO O EL TIPO DEBEN
      * EXISTIR Y LA FECHA DE EFECTO DEBE SER POSTERIOR A HOY (LO
      * QUE VALE DESDE HOY SE CAMBIA CON PE-AS04)
      * ****************************************************************

       ALTA-CAMBIO.
           DISPLAY "Cambio para un <A>rticulo o para un <T>ipo:".
           ACCEPT ENT-AMBITO NO BELL.
           INSPECT ENT-AMBITO CONVERTING "at" TO "AT".

           IF ENT-AMBITO = "A"
              DISPLAY "Codigo del articulo:"
              ACCEPT ENT-CODARTI NO BELL
              MOVE ENT-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "N"
                 DISPLAY "ERROR: EL ARTICULO NO EXISTE."
                 GO TO ALTA-CAMBIO-FIN
              END-IF
              DISPLAY "ARTICULO: " NOM-ARTI
                      "  PRECIO ACTUAL: " PRE-ARTI
              MOVE SPACES TO ENT-TPARTI
           ELSE
              IF ENT-AMBITO = "T"
                 DISPLAY "Tipo de articulo:"
                 ACCEPT ENT-TPARTI NO BELL
                 MOVE ENT-TPARTI TO COD-TPARTI
                 START A-ARTICULO KEY = COD-TPARTI
                    INVALID KEY     MOVE "N" TO EXISTE
                    NOT INVALID KEY MOVE "S" TO EXISTE
                 END-START
                 IF EXISTE = "N"
                    DISPLAY "ERROR: NO HAY ARTICULOS DE ESE TIPO."
                    GO TO ALTA-CAMBIO-FIN
                 END-IF
                 MOVE ZERO TO ENT-CODARTI
              ELSE
                 DISPLAY "ERROR: INDIQUE A O T."
                 GO TO ALTA-CAMBIO-FIN
              END-IF
           END-IF.

           DISPLAY "Fecha de efecto (AAAAMMDD):".
           ACCEPT ENT-FECHA-EFEC NO BELL.
           IF ENT-FECHA-EFEC IS NOT NUMERIC
              OR ENT-FECHA-EFEC NOT > FECHA
              DISPLAY "ERROR: LA FECHA DE EFECTO DEBE SER POSTERIOR"
                      " A HOY."
              GO TO ALTA-CAMBIO-FIN
           END-IF.

           DISPLAY "<I>mporte nuevo o <P>orcentaje de cambio:".
           ACCEPT ENT-MODO NO BELL.
           INSPECT ENT-MODO CONVERTING "ip" TO "IP".
           MOVE ZERO TO ENT-PRECIO.
           MOVE ZERO TO ENT-PORCENTAJE.

           IF ENT-MODO = "I"
              DISPLAY "Precio nuevo:"
              ACCEPT ENT-PRECIO NO BELL
              IF ENT-PRECIO = ZERO
                 DISPLAY "ERROR: EL PRECIO NO PUEDE SER CERO."
                 GO TO ALTA-CAMBIO-FIN
              END-IF
           ELSE
              IF ENT-MODO = "P"
                 DISPLAY "Porcentaje (negativo para bajar):"
                 ACCEPT ENT-PORCENTAJE NO BELL
                 IF ENT-PORCENTAJE = ZERO
                    OR ENT-PORCENTAJE NOT > -100
                    DISPLAY "ERROR: PORCENTAJE NO VALIDO."
                    GO TO ALTA-CAMBIO-FIN
                 END-IF
              ELSE
                 DISPLAY "ERROR: INDIQUE I O P."
                 GO TO ALTA-CAMBIO-FIN
              END-IF
           END-IF.

           PERFORM BUSCAR-SIGUIENTE-NUMERO.

           MOVE NUM-SIGUIENTE  TO PPG-NUMERO.
           MOVE ENT-FECHA-EFEC TO PPG-FECHA-EFEC.
           MOVE ENT-AMBITO     TO PPG-AMBITO.
           MOVE ENT-CODARTI    TO PPG-CODARTI.
           MOVE ENT-TPARTI     TO PPG-TPARTI.
           MOVE ENT-MODO       TO PPG-MODO.
           MOVE ENT-PRECIO     TO PPG-PRECIO.
           MOVE ENT-PORCENTAJE TO PPG-PORCENTAJE.
           MOVE ENT-OPERADOR   TO PPG-OPERADOR.
           MOVE FECHA          TO PPG-FECHA-ALTA.
           MOVE "P"            TO PPG-ESTADO.
           MOVE SPACES         TO PPG-FECHA-APLIC.
           WRITE REGPPG.
           DISPLAY "CAMBIO " PPG-NUMERO " PROGRAMADO PARA EL "
                   PPG-FECHA-EFEC ".".

       ALTA-CAMBIO-FIN.
           EXIT.


      * LOCALIZA EL MAYOR NUMERO DE CAMBIO PROGRAMADO EN USO
      * ****************************************************************

       BUSCAR-SIGUIENTE-NUMERO.
           MOVE ZERO TO NUM-SIGUIENTE.
           MOVE ZERO TO PPG-NUMERO.
           MOVE "N" TO FIN-PRECPROG.
           START A-PRECPROG KEY NOT LESS THAN PPG-NUMERO
              INVALID KEY MOVE "S" TO FIN-PRECPROG
           END-START.
           PERFORM ANOTAR-NUMERO-MAYOR UNTIL FIN-PRECPROG = "S".
           ADD 1 TO NUM-SIGUIENTE.


      * RETIENE EL NUMERO DE CAMBIO MAS ALTO LEIDO
      * ****************************************************************

       ANOTAR-NUMERO-MAYOR.
           READ A-PRECPROG NEXT RECORD AT END MOVE "S" TO FIN-PRECPROG
           END-READ.
           IF FIN-PRECPROG NOT = "S"
              MOVE PPG-NUMERO TO NUM-SIGUIENTE
           END-IF.


      * ANULA UN CAMBIO QUE TODAVIA NO SE HA APLICADO. EL CAMBIO
      * NO SE BORRA: QUEDA CON ESTADO N PARA SU CONSULTA
      * ****************************************************************

       ANULAR-CAMBIO.
           DISPLAY "Numero del cambio a anular:".
           ACCEPT ENT-NUMERO NO BELL.
           MOVE ENT-NUMERO TO PPG-NUMERO.
           READ A-PRECPROG
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CAMBIO NO EXISTE."
              GO TO ANULAR-CAMBIO-FIN
           END-IF.
           IF NOT PPG-PENDIENTE
              DISPLAY "ERROR: EL CAMBIO YA ESTA APLICADO O ANULADO."
              GO TO ANULAR-CAMBIO-FIN
           END-IF.

           PERFORM NOMBRAR-DESTINO.
           DISPLAY "EFECTO " PPG-FECHA-EFEC "  " NOM-DESTINO.
           IF PPG-IMPORTE
              DISPLAY "PRECIO NUEVO: " PPG-PRECIO
           ELSE
              DISPLAY "PORCENTAJE..: " PPG-PORCENTAJE
           END-IF.
           DISPLAY "CONFIRMA LA ANULACION (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO ANULAR-CAMBIO-FIN
           END-IF.

           MOVE "N" TO PPG-ESTADO.
           REWRITE REGPPG.
           DISPLAY "CAMBIO ANULADO.".

       ANULAR-CAMBIO-FIN.
           EXIT.


      * DEJA EN NOM-DESTINO EL NOMBRE DEL ARTICULO O EL TIPO AL QUE
      * SE APLICA EL CAMBIO EN CURSO
      * ****************************************************************

       NOMBRAR-DESTINO.
           MOVE SPACES TO NOM-DESTINO.
           IF PPG-DE-ARTICULO
              MOVE PPG-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY MOVE "** ARTICULO NO EXISTE **"
                                  TO NOM-DESTINO
                 NOT INVALID KEY MOVE NOM-ARTI TO NOM-DESTINO
              END-READ
           ELSE
              STRING "TODO EL TIPO " PPG-TPARTI
                 DELIMITED BY SIZE INTO NOM-DESTINO
              END-STRING
           END-IF.


      * LISTADO DE LOS CAMBIOS PENDIENTES EN PRECPROG.LST, POR ORDEN
      * DE FECHA DE EFECTO; EN LOS DE UN ARTICULO SE MUESTRA TAMBIEN
      * SU PRECIO ACTUAL
      * ****************************************************************

       LISTAR-PENDIENTES.
           OPEN OUTPUT A-LISTADO.
           MOVE ZERO TO CONT-PENDIENTES.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "CAMBIOS DE PRECIO PENDIENTES AL " FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "NUMERO EFECTO   ARTI TIPO DESTINO                  "
                & " PRE-ACTUAL M PRE-NUEVO PORC.  OPERADOR"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE LOW-VALUES TO PPG-FECHA-EFEC.
           MOVE "N" TO FIN-PRECPROG.
           START A-PRECPROG KEY NOT LESS THAN PPG-FECHA-EFEC
              INVALID KEY MOVE "S" TO FIN-PRECPROG
           END-START.
           PERFORM LISTAR-UN-CAMBIO UNTIL FIN-PRECPROG = "S".

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CAMBIOS PENDIENTES: " CONT-PENDIENTES
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           DISPLAY "CAMBIOS PENDIENTES: " CONT-PENDIENTES.
           DISPLAY "LISTADO GENERADO EN PRECPROG.LST".


      * LISTA EL SIGUIENTE CAMBIO SI ESTA PENDIENTE
      * ****************************************************************

       LISTAR-UN-CAMBIO.
           READ A-PRECPROG NEXT RECORD
              AT END MOVE "S" TO FIN-PRECPROG
           END-READ.
           IF FIN-PRECPROG NOT = "S" AND PPG-PENDIENTE
              PERFORM NOMBRAR-DESTINO
              IF NOT PPG-DE-ARTICULO
                 MOVE ZERO TO PRE-ARTI
              END-IF
              MOVE SPACES TO LINEA-LISTADO
              STRING PPG-NUMERO     DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     PPG-FECHA-EFEC DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     PPG-CODARTI    DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     PPG-TPARTI     DELIMITED BY SIZE
                     "  "           DELIMITED BY SIZE
                     NOM-DESTINO    DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     PRE-ARTI       DELIMITED BY SIZE
                     "     "        DELIMITED BY SIZE
                     PPG-MODO       DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     PPG-PRECIO     DELIMITED BY SIZE
                     "    "         DELIMITED BY SIZE
                     PPG-PORCENTAJE DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     PPG-OPERADOR   DELIMITED BY SIZE
                     INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
              ADD 1 TO CONT-PENDIENTES
           END-IF.
