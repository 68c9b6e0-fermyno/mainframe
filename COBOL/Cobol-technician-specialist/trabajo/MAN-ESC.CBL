       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-ESC.
       REMARKS. MANTENIMIENTO DE LOS ESCANDALLOS DE KITS
           (ESCANDA.DAT): CADA REGISTRO LIGA UN ARTICULO KIT (LOTE
           DE REGALO, KIT DE INSTALACION...) CON UNO DE SUS
           COMPONENTES Y LA CANTIDAD DEL COMPONENTE QUE LLEVA CADA
           KIT. KIT Y COMPONENTES SE VALIDAN CONTRA AARTI.IND; EL
           ESCANDALLO ES DE UN SOLO NIVEL (UN COMPONENTE NO PUEDE
           SER A SU VEZ UN KIT). LA CONSULTA MUESTRA EL COSTE DEL
           KIT SEGUN EL PRE-COSTE DE SUS COMPONENTES. LA OPCION DE
           MONTAJE GRABA EN MOVARTI.DAT UN MOVIMIENTO DE TIPO M
           (MONTAJE DE KITS POR ADELANTADO) QUE ACT-ART CONTABILIZA
           CONSUMIENDO LOS COMPONENTES Y SUMANDO EXISTENCIA AL KIT.
           LAS SALIDAS DE KITS LAS EXPLOTA ACT-ART Y EL PICKING DE
           PED-CLI DETALLA SUS COMPONENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-ESCANDA ASSIGN TO DISK 'ESCANDA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ESC-CLAVE
                  FILE STATUS IS ESC-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

           SELECT A-MOVARTI ASSIGN TO DISK 'MOVARTI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS MAR-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE UNA LINEA DE ESCANDALLO: KIT, COMPONENTE Y
      * UNIDADES DEL COMPONENTE POR CADA KIT
      *
       FD A-ESCANDA LABEL RECORD STANDARD.
       01 REGESC.
          02 ESC-CLAVE.
             03 ESC-KIT        PIC 9(4).
             03 ESC-COMPONENTE PIC 9(4).
          02 ESC-CANTIDAD      PIC 9(4).

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

       FD A-MOVARTI LABEL RECORD STANDARD.
       01 REGMAR.
          02 MAR-CODARTI    PIC 9(4).
          02 MAR-FECHA      PIC X(8).
          02 MAR-TIPO       PIC X(1).
          02 MAR-CANTIDAD   PIC 9(6).
          02 MAR-ALMACEN    PIC 9(2).
          02 MAR-ALMDES     PIC 9(2).
          02 MAR-LOTE       PIC X(8).
          02 MAR-CADUCA     PIC X(8).


       WORKING-STORAGE SECTION.
       77 ESC-FILESTAT      PIC X(2).
       77 MAR-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-ART        PIC X(1).
       77 FIN-ESCANDALLO    PIC X(1).
       77 ES-KIT            PIC X(1).
       77 ES-COMPONENTE     PIC X(1).
       77 ENT-KIT           PIC 9(4).
       77 ENT-COMPONENTE    PIC 9(4).
       77 ENT-CANTIDAD      PIC 9(4).
       77 ENT-KITS          PIC 9(6).
       77 ENT-ALMACEN       PIC 9(2).
       77 ENT-CONFIRMA      PIC X(1).
       77 NOMBRE-KIT        PIC X(25).
       77 KIT-LISTADO       PIC 9(4).
       77 COSTE-LINEA       PIC 9(7)V9(2).
       77 COSTE-KIT         PIC 9(7)V9(2).
       77 CONT-COMPONENTES  PIC 9(4) VALUE ZERO.
       77 CONT-LISTADOS     PIC 9(4) VALUE ZERO.
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
       MANTENER-ESCANDALLOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-ESC" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO DE ESCANDALLOS (LO
      * CREA LA PRIMERA VEZ) Y REPITE EL MENU HASTA SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           OPEN I-O A-ESCANDA.
           IF ESC-FILESTAT NOT = "00"
              CLOSE A-ESCANDA
              OPEN OUTPUT A-ESCANDA
              CLOSE A-ESCANDA
              OPEN I-O A-ESCANDA
           END-IF.

           OPEN INPUT A-ARTICULO.

           MOVE SPACE TO OPCION.
           PERFORM MENU-ESCANDALLOS UNTIL OPCION = "9".

           CLOSE A-ARTICULO.
           CLOSE A-ESCANDA.

           GOBACK.


      * MENU PRINCIPAL DEL MANTENIMIENTO DE ESCANDALLOS
      * ****************************************************************

       MENU-ESCANDALLOS.
           DISPLAY " ".
           DISPLAY "ESCANDALLOS DE KITS".
           DISPLAY "<G>RABAR O CAMBIAR COMPONENTE, <B>AJA COMPONENTE,"
                   " <C>ONSULTA KIT,".
           DISPLAY "<L>ISTADO, <M>ONTAJE DE KITS, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "G" OR OPCION = "g"
              PERFORM GRABAR-COMPONENTE THRU GRABAR-COMPONENTE-FIN
           ELSE
              IF OPCION = "B" OR OPCION = "b"
                 PERFORM BAJA-COMPONENTE THRU BAJA-COMPONENTE-FIN
              ELSE
                 IF OPCION = "C" OR OPCION = "c"
                    PERFORM CONSULTAR-KIT THRU CONSULTAR-KIT-FIN
                 ELSE
                    IF OPCION = "L" OR OPCION = "l"
                       PERFORM LISTAR-ESCANDALLOS
                    ELSE
                       IF OPCION = "M" OR OPCION = "m"
                          PERFORM MONTAR-KITS THRU MONTAR-KITS-FIN
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * PIDE EL CODIGO DEL KIT Y COMPRUEBA QUE ES UN ARTICULO DADO
      * DE ALTA, DEJANDO SU NOMBRE EN NOMBRE-KIT
      * ****************************************************************

       PEDIR-KIT.
           DISPLAY "Codigo del articulo kit:".
           ACCEPT ENT-KIT NO BELL.
           MOVE SPACES TO NOMBRE-KIT.
           MOVE ENT-KIT TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE-ART
              NOT INVALID KEY MOVE "S" TO EXISTE-ART
           END-READ.
           IF EXISTE-ART = "S"
              MOVE NOM-ARTI TO NOMBRE-KIT
              DISPLAY "KIT: " NOMBRE-KIT
           END-IF.


      * GRABA UN COMPONENTE NUEVO DEL KIT O CAMBIA SU CANTIDAD
      * ****************************************************************

       GRABAR-COMPONENTE.
           PERFORM PEDIR-KIT.
           IF EXISTE-ART = "N"
              DISPLAY "ERROR: EL ARTICULO KIT NO EXISTE."
              GO TO GRABAR-COMPONENTE-FIN
           END-IF.

      *
      * UN ARTICULO QUE YA ES COMPONENTE DE OTRO KIT NO PUEDE
      * TENER ESCANDALLO PROPIO (SOLO HAY UN NIVEL)
      *
           MOVE ENT-KIT TO ENT-COMPONENTE.
           PERFORM COMPROBAR-ES-COMPONENTE.
           IF ES-COMPONENTE = "S"
              DISPLAY "ERROR: EL ARTICULO ES COMPONENTE DE OTRO KIT."
              GO TO GRABAR-COMPONENTE-FIN
           END-IF.

           DISPLAY "Codigo del componente:".
           ACCEPT ENT-COMPONENTE NO BELL.
           IF ENT-COMPONENTE = ENT-KIT
              DISPLAY "ERROR: EL KIT NO PUEDE SER SU PROPIO"
                      " COMPONENTE."
              GO TO GRABAR-COMPONENTE-FIN
           END-IF.
           MOVE ENT-COMPONENTE TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE-ART
              NOT INVALID KEY MOVE "S" TO EXISTE-ART
           END-READ.
           IF EXISTE-ART = "N"
              DISPLAY "ERROR: EL COMPONENTE NO EXISTE."
              GO TO GRABAR-COMPONENTE-FIN
           END-IF.
           DISPLAY "COMPONENTE: " NOM-ARTI "  COSTE: " PRE-COSTE.

           MOVE ENT-COMPONENTE TO ESC-KIT.
           PERFORM COMPROBAR-ES-KIT.
           IF ES-KIT = "S"
              DISPLAY "ERROR: EL COMPONENTE ES A SU VEZ UN KIT."
              GO TO GRABAR-COMPONENTE-FIN
           END-IF.

           MOVE ENT-KIT        TO ESC-KIT.
           MOVE ENT-COMPONENTE TO ESC-COMPONENTE.
           READ A-ESCANDA
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "S"
              DISPLAY "CANTIDAD ACTUAL POR KIT: " ESC-CANTIDAD
           END-IF.

           DISPLAY "Unidades del componente por kit:".
           ACCEPT ENT-CANTIDAD NO BELL.
           IF ENT-CANTIDAD = ZERO
              DISPLAY "ERROR: LA CANTIDAD DEBE SER MAYOR QUE CERO."
              GO TO GRABAR-COMPONENTE-FIN
           END-IF.

           MOVE ENT-KIT        TO ESC-KIT.
           MOVE ENT-COMPONENTE TO ESC-COMPONENTE.
           MOVE ENT-CANTIDAD   TO ESC-CANTIDAD.
           IF EXISTE = "S"
              REWRITE REGESC
              DISPLAY "COMPONENTE CAMBIADO."
           ELSE
              WRITE REGESC
                 INVALID KEY CONTINUE
              END-WRITE
              DISPLAY "COMPONENTE GRABADO."
           END-IF.

       GRABAR-COMPONENTE-FIN.
           EXIT.


      * BAJA DE UN COMPONENTE DEL KIT, CON CONFIRMACION
      * ****************************************************************

       BAJA-COMPONENTE.
           PERFORM PEDIR-KIT.
           DISPLAY "Codigo del componente:".
           ACCEPT ENT-COMPONENTE NO BELL.

           MOVE ENT-KIT        TO ESC-KIT.
           MOVE ENT-COMPONENTE TO ESC-COMPONENTE.
           READ A-ESCANDA
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL COMPONENTE NO ESTA EN EL KIT."
              GO TO BAJA-COMPONENTE-FIN
           END-IF.

           DISPLAY "KIT " ESC-KIT "  COMPONENTE " ESC-COMPONENTE
                   "  UNIDADES POR KIT " ESC-CANTIDAD.
           DISPLAY "CONFIRMA LA BAJA DEL COMPONENTE (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              DELETE A-ESCANDA RECORD
              DISPLAY "COMPONENTE BORRADO."
           ELSE
              DISPLAY "BAJA ANULADA."
           END-IF.

       BAJA-COMPONENTE-FIN.
           EXIT.


      * CONSULTA EL ESCANDALLO DE UN KIT CON EL COSTE DE CADA
      * COMPONENTE Y EL COSTE TOTAL DEL KIT
      * ****************************************************************

       CONSULTAR-KIT.
           PERFORM PEDIR-KIT.
           MOVE ENT-KIT TO ESC-KIT.
           PERFORM COMPROBAR-ES-KIT.
           IF ES-KIT = "N"
              DISPLAY "EL ARTICULO NO TIENE ESCANDALLO."
              GO TO CONSULTAR-KIT-FIN
           END-IF.

           MOVE ZERO TO COSTE-KIT.
           MOVE ZERO TO CONT-COMPONENTES.
           MOVE ENT-KIT TO ESC-KIT.
           MOVE ZERO TO ESC-COMPONENTE.
           MOVE "N" TO FIN-ESCANDALLO.
           START A-ESCANDA KEY NOT LESS THAN ESC-CLAVE
              INVALID KEY MOVE "S" TO FIN-ESCANDALLO
           END-START.
           DISPLAY "COMPO NOMBRE                    UDS  COSTE UD."
                   "  COSTE".
           PERFORM MOSTRAR-COMPONENTE UNTIL FIN-ESCANDALLO = "S".
           DISPLAY "COMPONENTES: " CONT-COMPONENTES
                   "  COSTE DEL KIT: " COSTE-KIT.

           MOVE ENT-KIT TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     CONTINUE
              NOT INVALID KEY
                 DISPLAY "PRECIO DE VENTA DEL KIT: " PRE-ARTI
                         "  EXISTENCIA MONTADA: " NUM-ARTI
           END-READ.

       CONSULTAR-KIT-FIN.
           EXIT.


      * MUESTRA UN COMPONENTE DEL KIT CONSULTADO CON SU COSTE
      * ****************************************************************

       MOSTRAR-COMPONENTE.
           READ A-ESCANDA NEXT RECORD
              AT END MOVE "S" TO FIN-ESCANDALLO
           END-READ.
           IF FIN-ESCANDALLO = "S" OR ESC-KIT NOT = ENT-KIT
              MOVE "S" TO FIN-ESCANDALLO
           ELSE
              MOVE ESC-COMPONENTE TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY
                    MOVE "COMPONENTE NO EXISTE" TO NOM-ARTI
                    MOVE ZERO TO PRE-COSTE
              END-READ
              COMPUTE COSTE-LINEA = ESC-CANTIDAD * PRE-COSTE
              ADD COSTE-LINEA TO COSTE-KIT
              ADD 1 TO CONT-COMPONENTES
              DISPLAY ESC-COMPONENTE " " NOM-ARTI " " ESC-CANTIDAD
                      " " PRE-COSTE " " COSTE-LINEA
           END-IF.


      * LISTA TODOS LOS ESCANDALLOS, KIT A KIT
      * ****************************************************************

       LISTAR-ESCANDALLOS.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE ZERO TO KIT-LISTADO.
           MOVE LOW-VALUES TO ESC-CLAVE.
           MOVE "N" TO FIN-ESCANDALLO.
           START A-ESCANDA KEY NOT LESS THAN ESC-CLAVE
              INVALID KEY MOVE "S" TO FIN-ESCANDALLO
           END-START.
           DISPLAY "KIT  COMPO  UDS".
           PERFORM LISTAR-UN-COMPONENTE UNTIL FIN-ESCANDALLO = "S".
           DISPLAY "LINEAS DE ESCANDALLO LISTADAS: " CONT-LISTADOS.


      * LISTA UNA LINEA DE ESCANDALLO, CON EL NOMBRE DEL KIT AL
      * EMPEZAR CADA UNO
      * ****************************************************************

       LISTAR-UN-COMPONENTE.
           READ A-ESCANDA NEXT RECORD
              AT END MOVE "S" TO FIN-ESCANDALLO
           END-READ.
           IF FIN-ESCANDALLO NOT = "S"
              IF ESC-KIT NOT = KIT-LISTADO
                 MOVE ESC-KIT TO KIT-LISTADO
                 MOVE ESC-KIT TO COD-ARTI
                 READ A-ARTICULO
                    INVALID KEY MOVE SPACES TO NOM-ARTI
                 END-READ
                 DISPLAY "KIT " ESC-KIT " " NOM-ARTI
              END-IF
              DISPLAY ESC-KIT " " ESC-COMPONENTE "  " ESC-CANTIDAD
              ADD 1 TO CONT-LISTADOS
           END-IF.


      * MONTAJE DE KITS POR ADELANTADO: GRABA EL MOVIMIENTO DE
      * MONTAJE (TIPO M) EN MOVARTI.DAT; ACT-ART CONSUME LOS
      * COMPONENTES DEL ALMACEN, SUMA LOS KITS Y LOS VALORA AL
      * COSTE DE SUS COMPONENTES
      * ****************************************************************

       MONTAR-KITS.
           PERFORM PEDIR-KIT.
           IF EXISTE-ART = "N"
              DISPLAY "ERROR: EL ARTICULO KIT NO EXISTE."
              GO TO MONTAR-KITS-FIN
           END-IF.
           MOVE ENT-KIT TO ESC-KIT.
           PERFORM COMPROBAR-ES-KIT.
           IF ES-KIT = "N"
              DISPLAY "ERROR: EL ARTICULO NO TIENE ESCANDALLO."
              GO TO MONTAR-KITS-FIN
           END-IF.

           DISPLAY "Kits a montar:".
           ACCEPT ENT-KITS NO BELL.
           IF ENT-KITS = ZERO
              DISPLAY "ERROR: LA CANTIDAD DEBE SER MAYOR QUE CERO."
              GO TO MONTAR-KITS-FIN
           END-IF.
           DISPLAY "Almacen donde se montan:".
           ACCEPT ENT-ALMACEN NO BELL.

           DISPLAY "CONFIRMA EL MONTAJE DE " ENT-KITS " KITS "
                   NOMBRE-KIT " (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "MONTAJE ANULADO."
              GO TO MONTAR-KITS-FIN
           END-IF.

           OPEN EXTEND A-MOVARTI.
           IF MAR-FILESTAT NOT = "00"
              CLOSE A-MOVARTI
              OPEN OUTPUT A-MOVARTI
           END-IF.
           MOVE ENT-KIT     TO MAR-CODARTI.
           MOVE FECHA       TO MAR-FECHA.
           MOVE "M"         TO MAR-TIPO.
           MOVE ENT-KITS    TO MAR-CANTIDAD.
           MOVE ENT-ALMACEN TO MAR-ALMACEN.
           MOVE ZERO        TO MAR-ALMDES.
           MOVE SPACES      TO MAR-LOTE.
           MOVE SPACES      TO MAR-CADUCA.
           WRITE REGMAR.
           CLOSE A-MOVARTI.
           DISPLAY "MOVIMIENTO DE MONTAJE GRABADO EN MOVARTI.DAT;"
                   " SE APLICARA EN LA PROXIMA CONTABILIZACION.".

       MONTAR-KITS-FIN.
           EXIT.


      * DEJA EN ES-KIT SI EL ARTICULO EN ESC-KIT TIENE ESCANDALLO
      * ****************************************************************

       COMPROBAR-ES-KIT.
           MOVE "N" TO ES-KIT.
           MOVE ZERO TO ESC-COMPONENTE.
           START A-ESCANDA KEY NOT LESS THAN ESC-CLAVE
              INVALID KEY MOVE "S" TO FIN-ESCANDALLO
              NOT INVALID KEY MOVE "N" TO FIN-ESCANDALLO
           END-START.
           IF FIN-ESCANDALLO = "N"
              MOVE ESC-KIT TO KIT-LISTADO
              READ A-ESCANDA NEXT RECORD
                 AT END MOVE "S" TO FIN-ESCANDALLO
              END-READ
              IF FIN-ESCANDALLO = "N" AND ESC-KIT = KIT-LISTADO
                 MOVE "S" TO ES-KIT
              END-IF
           END-IF.


      * DEJA EN ES-COMPONENTE SI EL ARTICULO EN ENT-COMPONENTE
      * FIGURA COMO COMPONENTE EN ALGUN ESCANDALLO
      * ****************************************************************

       COMPROBAR-ES-COMPONENTE.
           MOVE "N" TO ES-COMPONENTE.
           MOVE LOW-VALUES TO ESC-CLAVE.
           MOVE "N" TO FIN-ESCANDALLO.
           START A-ESCANDA KEY NOT LESS THAN ESC-CLAVE
              INVALID KEY MOVE "S" TO FIN-ESCANDALLO
           END-START.
           PERFORM BUSCAR-COMPONENTE
              UNTIL FIN-ESCANDALLO = "S" OR ES-COMPONENTE = "S".


      * LEE LA SIGUIENTE LINEA DE ESCANDALLO BUSCANDO EL ARTICULO
      * COMO COMPONENTE
      * ****************************************************************

       BUSCAR-COMPONENTE.
           READ A-ESCANDA NEXT RECORD
              AT END MOVE "S" TO FIN-ESCANDALLO
           END-READ.
           IF FIN-ESCANDALLO NOT = "S"
              AND ESC-COMPONENTE = ENT-COMPONENTE
              MOVE "S" TO ES-COMPONENTE
           END-IF.
