       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-SUS.
       REMARKS. MANTENIMIENTO DE LOS ARTICULOS SUSTITUTOS
           (SUSTITU.DAT): PARA CADA ARTICULO, LA LISTA DE ARTICULOS
           ALTERNATIVOS APROBADOS EN ORDEN DE PREFERENCIA (01 EL
           PREFERIDO). EL ALTA COMPRUEBA QUE LOS DOS ARTICULOS
           EXISTAN EN AARTI.IND, QUE SEAN DISTINTOS Y QUE EL
           SUSTITUTO NO ESTE YA EN LA LISTA. LO USA LA CAPTURA DE
           LINEAS DE PED-CLI PARA OFRECER UN SUSTITUTO DISPONIBLE
           CUANDO EL ARTICULO PEDIDO NO TIENE DISPONIBILIDAD REAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-SUSTITU ASSIGN TO DISK 'SUSTITU.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SUS-CLAVE
                  FILE STATUS IS SUS-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DEL SUSTITUTO: ARTICULO, ORDEN DE PREFERENCIA
      * Y ARTICULO ALTERNATIVO APROBADO
      *
       FD A-SUSTITU LABEL RECORD STANDARD.
       01 REGSUS.
          02 SUS-CLAVE.
             03 SUS-CODARTI PIC 9(4).
             03 SUS-ORDEN   PIC 9(2).
          02 SUS-SUSTITUTO  PIC 9(4).

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


       WORKING-STORAGE SECTION.
       77 SUS-FILESTAT      PIC X(2).
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-SUS        PIC X(1).
       77 FIN-SUSTITUTO     PIC X(1).
       77 CONFIRMA          PIC X(1).
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-ORDEN         PIC 9(2).
       77 ENT-SUSTITUTO     PIC 9(4).
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
       MANTENER-SUSTITUTOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-SUS" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO (LO CREA LA PRIMERA
      * VEZ) Y REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           OPEN I-O A-SUSTITU.
           IF SUS-FILESTAT NOT = "00"
              CLOSE A-SUSTITU
              OPEN OUTPUT A-SUSTITU
              CLOSE A-SUSTITU
              OPEN I-O A-SUSTITU
           END-IF.

           OPEN INPUT A-ARTICULO.

           MOVE SPACE TO OPCION.
           PERFORM MENU-SUSTITUTOS UNTIL OPCION = "9".

           CLOSE A-ARTICULO.
           CLOSE A-SUSTITU.
           GOBACK.


      * MENU PRINCIPAL DE LOS SUSTITUTOS
      * ****************************************************************

       MENU-SUSTITUTOS.
           DISPLAY " ".
           DISPLAY "ARTICULOS SUSTITUTOS".
           DISPLAY "<A>LTA, <B>AJA, SUSTITUTOS DE UN A<R>TICULO,"
                   " <L>ISTADO, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "A" OR OPCION = "a"
              PERFORM ALTA-SUSTITUTO THRU ALTA-SUSTITUTO-FIN
           ELSE
              IF OPCION = "B" OR OPCION = "b"
                 PERFORM BAJA-SUSTITUTO THRU BAJA-SUSTITUTO-FIN
              ELSE
                 IF OPCION = "R" OR OPCION = "r"
                    PERFORM LISTAR-SUSTITUTOS-ARTICULO
                 ELSE
                    IF OPCION = "L" OR OPCION = "l"
                       PERFORM LISTAR-SUSTITUTOS
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * ALTA DE UN SUSTITUTO: ARTICULO Y SUSTITUTO EXISTENTES Y
      * DISTINTOS, ORDEN DE PREFERENCIA LIBRE Y SUSTITUTO NO
      * REPETIDO EN LA LISTA DEL ARTICULO
      * ****************************************************************

       ALTA-SUSTITUTO.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL ARTICULO NO EXISTE."
              GO TO ALTA-SUSTITUTO-FIN
           END-IF.
           DISPLAY "ARTICULO: " NOM-ARTI.

           DISPLAY "Orden de preferencia (01 = el preferido):".
           ACCEPT ENT-ORDEN NO BELL.
           IF ENT-ORDEN = ZERO
              DISPLAY "ERROR: EL ORDEN NO PUEDE SER CERO."
              GO TO ALTA-SUSTITUTO-FIN
           END-IF.
           MOVE ENT-CODARTI TO SUS-CODARTI.
           MOVE ENT-ORDEN   TO SUS-ORDEN.
           READ A-SUSTITU
              INVALID KEY     MOVE "N" TO EXISTE-SUS
              NOT INVALID KEY MOVE "S" TO EXISTE-SUS
           END-READ.
           IF EXISTE-SUS = "S"
              DISPLAY "ERROR: ESE ORDEN YA LO OCUPA EL ARTICULO "
                      SUS-SUSTITUTO "."
              GO TO ALTA-SUSTITUTO-FIN
           END-IF.

           DISPLAY "Codigo del articulo sustituto:".
           ACCEPT ENT-SUSTITUTO NO BELL.
           IF ENT-SUSTITUTO = ENT-CODARTI
              DISPLAY "ERROR: UN ARTICULO NO SE SUSTITUYE A SI MISMO."
              GO TO ALTA-SUSTITUTO-FIN
           END-IF.
           MOVE ENT-SUSTITUTO TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL ARTICULO SUSTITUTO NO EXISTE."
              GO TO ALTA-SUSTITUTO-FIN
           END-IF.
           DISPLAY "SUSTITUTO: " NOM-ARTI.

           MOVE "N" TO EXISTE-SUS.
           MOVE ENT-CODARTI TO SUS-CODARTI.
           MOVE ZERO TO SUS-ORDEN.
           MOVE "N" TO FIN-SUSTITUTO.
           START A-SUSTITU KEY NOT LESS THAN SUS-CLAVE
              INVALID KEY MOVE "S" TO FIN-SUSTITUTO
           END-START.
           PERFORM BUSCAR-SUSTITUTO-REPETIDO
                   UNTIL FIN-SUSTITUTO = "S".
           IF EXISTE-SUS = "S"
              DISPLAY "ERROR: EL SUSTITUTO YA ESTA EN LA LISTA DEL"
                      " ARTICULO."
              GO TO ALTA-SUSTITUTO-FIN
           END-IF.

           MOVE ENT-CODARTI   TO SUS-CODARTI.
           MOVE ENT-ORDEN     TO SUS-ORDEN.
           MOVE ENT-SUSTITUTO TO SUS-SUSTITUTO.
           WRITE REGSUS.
           DISPLAY "SUSTITUTO GRABADO.".

       ALTA-SUSTITUTO-FIN.
           EXIT.


      * EXAMINA EL SIGUIENTE SUSTITUTO DEL ARTICULO Y MARCA SI ES
      * EL QUE SE QUIERE DAR DE ALTA
      * ****************************************************************

       BUSCAR-SUSTITUTO-REPETIDO.
           READ A-SUSTITU NEXT RECORD
              AT END MOVE "S" TO FIN-SUSTITUTO
           END-READ.
           IF FIN-SUSTITUTO NOT = "S"
              IF SUS-CODARTI NOT = ENT-CODARTI
                 MOVE "S" TO FIN-SUSTITUTO
              ELSE
                 IF SUS-SUSTITUTO = ENT-SUSTITUTO
                    MOVE "S" TO EXISTE-SUS
                    MOVE "S" TO FIN-SUSTITUTO
                 END-IF
              END-IF
           END-IF.


      * BAJA DE UN SUSTITUTO POR ARTICULO Y ORDEN
      * ****************************************************************

       BAJA-SUSTITUTO.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           DISPLAY "Orden de preferencia a borrar:".
           ACCEPT ENT-ORDEN NO BELL.

           MOVE ENT-CODARTI TO SUS-CODARTI.
           MOVE ENT-ORDEN   TO SUS-ORDEN.
           READ A-SUSTITU
              INVALID KEY     MOVE "N" TO EXISTE-SUS
              NOT INVALID KEY MOVE "S" TO EXISTE-SUS
           END-READ.
           IF EXISTE-SUS = "N"
              DISPLAY "ERROR: EL SUSTITUTO NO EXISTE."
              GO TO BAJA-SUSTITUTO-FIN
           END-IF.

           DISPLAY "ARTICULO " SUS-CODARTI "  ORDEN " SUS-ORDEN
                   "  SUSTITUTO " SUS-SUSTITUTO.
           DISPLAY "CONFIRMA LA BAJA (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
              DELETE A-SUSTITU RECORD
              DISPLAY "SUSTITUTO BORRADO."
           END-IF.

       BAJA-SUSTITUTO-FIN.
           EXIT.


      * LISTA LOS SUSTITUTOS DE UN ARTICULO EN ORDEN DE PREFERENCIA
      * ****************************************************************

       LISTAR-SUSTITUTOS-ARTICULO.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.

           MOVE ZERO TO CONT-LISTADOS.
           MOVE ENT-CODARTI TO SUS-CODARTI.
           MOVE ZERO TO SUS-ORDEN.
           MOVE "N" TO FIN-SUSTITUTO.
           START A-SUSTITU KEY NOT LESS THAN SUS-CLAVE
              INVALID KEY MOVE "S" TO FIN-SUSTITUTO
           END-START.
           DISPLAY "ORD SUSTI NOMBRE".
           PERFORM LISTAR-UN-SUSTITUTO-ARTICULO
                   UNTIL FIN-SUSTITUTO = "S".
           DISPLAY "SUSTITUTOS DEL ARTICULO: " CONT-LISTADOS.


      * LISTA UN SUSTITUTO MIENTRAS SEA DEL ARTICULO PEDIDO
      * ****************************************************************

       LISTAR-UN-SUSTITUTO-ARTICULO.
           READ A-SUSTITU NEXT RECORD
              AT END MOVE "S" TO FIN-SUSTITUTO
           END-READ.
           IF FIN-SUSTITUTO NOT = "S"
              IF SUS-CODARTI NOT = ENT-CODARTI
                 MOVE "S" TO FIN-SUSTITUTO
              ELSE
                 MOVE SPACES TO NOM-ARTI
                 MOVE SUS-SUSTITUTO TO COD-ARTI
                 READ A-ARTICULO
                    INVALID KEY CONTINUE
                 END-READ
                 DISPLAY SUS-ORDEN "  " SUS-SUSTITUTO "  " NOM-ARTI
                 ADD 1 TO CONT-LISTADOS
              END-IF
           END-IF.


      * LISTA TODOS LOS SUSTITUTOS
      * ****************************************************************

       LISTAR-SUSTITUTOS.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE LOW-VALUES TO SUS-CLAVE.
           MOVE "N" TO FIN-SUSTITUTO.
           START A-SUSTITU KEY NOT LESS THAN SUS-CLAVE
              INVALID KEY MOVE "S" TO FIN-SUSTITUTO
           END-START.
           DISPLAY "ARTIC ORD SUSTI".
           PERFORM LISTAR-UN-SUSTITUTO UNTIL FIN-SUSTITUTO = "S".
           DISPLAY "SUSTITUTOS LISTADOS: " CONT-LISTADOS.


      * LISTA UN SUSTITUTO
      * ****************************************************************

       LISTAR-UN-SUSTITUTO.
           READ A-SUSTITU NEXT RECORD
              AT END MOVE "S" TO FIN-SUSTITUTO
           END-READ.
           IF FIN-SUSTITUTO NOT = "S"
              DISPLAY SUS-CODARTI "  " SUS-ORDEN "  " SUS-SUSTITUTO
              ADD 1 TO CONT-LISTADOS
           END-IF.
