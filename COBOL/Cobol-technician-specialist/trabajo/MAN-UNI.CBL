       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-UNI.
       REMARKS. MANTENIMIENTO DE LAS UNIDADES DE MEDIDA POR
           ARTICULO (UNIDADES.DAT): LA UNIDAD BASE EN QUE SE LLEVA
           LA EXISTENCIA (NUM-ARTI, MOVARTI.DAT Y TODAS LAS
           CANTIDADES DEL SISTEMA), LA UNIDAD DE COMPRA CON LAS
           UNIDADES BASE QUE CONTIENE (LA CAJA DE 12 O EL PALE DE
           480 EN QUE VENDE EL PROVEEDOR) Y LA UNIDAD DE VENTA CON
           SU FACTOR (LA CAJA EN QUE PIDEN MUCHOS CLIENTES). GES-COM
           REDONDEA LOS PEDIDOS A PROVEEDOR A UNIDADES DE COMPRA
           ENTERAS Y ADMITE LA RECEPCION EN CUALQUIERA DE LAS DOS
           UNIDADES; PED-CLI ADMITE LAS LINEAS EN UNIDAD BASE O DE
           VENTA. TODO SE CONVIERTE A UNIDADES BASE ANTES DE TOCAR
           LA EXISTENCIA, Y LOS DOCUMENTOS MUESTRAN LA UNIDAD EN QUE
           SE PIDIO. UN ARTICULO SIN UNIDADES GRABADAS SE TRATA SOLO
           EN UNIDADES SUELTAS (UD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-UNIDADES ASSIGN TO DISK 'UNIDADES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY UNI-CODARTI
                  FILE STATUS IS UNI-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LAS UNIDADES DE UN ARTICULO. LOS FACTORES
      * SON LAS UNIDADES BASE QUE CONTIENE CADA UNIDAD; UNIDAD DE
      * COMPRA O DE VENTA EN BLANCO: SE COMPRA O VENDE EN LA BASE
      *
       FD A-UNIDADES LABEL RECORD STANDARD.
       01 REGUNI.
          02 UNI-CODARTI    PIC 9(4).
          02 UNI-BASE       PIC X(3).
          02 UNI-COMPRA     PIC X(3).
          02 UNI-FAC-COMPRA PIC 9(4).
          02 UNI-VENTA      PIC X(3).
          02 UNI-FAC-VENTA  PIC 9(4).

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
       77 UNI-FILESTAT      PIC X(2).
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-UNI        PIC X(1).
       77 FIN-UNIDADES      PIC X(1).
       77 CONFIRMA          PIC X(1).
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-BASE          PIC X(3).
       77 ENT-COMPRA        PIC X(3).
       77 ENT-FAC-COMPRA    PIC 9(4).
       77 ENT-VENTA         PIC X(3).
       77 ENT-FAC-VENTA     PIC 9(4).
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
       MANTENER-UNIDADES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-UNI" TO SES-PROGRAMA.
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
           OPEN I-O A-UNIDADES.
           IF UNI-FILESTAT NOT = "00"
              CLOSE A-UNIDADES
              OPEN OUTPUT A-UNIDADES
              CLOSE A-UNIDADES
              OPEN I-O A-UNIDADES
           END-IF.

           OPEN INPUT A-ARTICULO.

           MOVE SPACE TO OPCION.
           PERFORM MENU-UNIDADES UNTIL OPCION = "9".

           CLOSE A-ARTICULO.
           CLOSE A-UNIDADES.
           GOBACK.


      * MENU PRINCIPAL DE LAS UNIDADES DE MEDIDA
      * ****************************************************************

       MENU-UNIDADES.
           DISPLAY " ".
           DISPLAY "UNIDADES DE MEDIDA POR ARTICULO".
           DISPLAY "<G>RABAR O CAMBIAR, <B>AJA, <C>ONSULTA,"
                   " <L>ISTADO, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "G" OR OPCION = "g"
              PERFORM GRABAR-UNIDADES THRU GRABAR-UNIDADES-FIN
           ELSE
              IF OPCION = "B" OR OPCION = "b"
                 PERFORM BORRAR-UNIDADES THRU BORRAR-UNIDADES-FIN
              ELSE
                 IF OPCION = "C" OR OPCION = "c"
                    PERFORM CONSULTAR-UNIDADES
                 ELSE
                    IF OPCION = "L" OR OPCION = "l"
                       PERFORM LISTAR-UNIDADES
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * GRABA O CAMBIA LAS UNIDADES DE UN ARTICULO: LA BASE (POR
      * DEFECTO UD) Y LAS DE COMPRA Y VENTA CON SU FACTOR
      * ****************************************************************

       GRABAR-UNIDADES.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.

           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL ARTICULO NO EXISTE."
              GO TO GRABAR-UNIDADES-FIN
           END-IF.
           DISPLAY "ARTICULO: " NOM-ARTI "  EXISTENCIA: " NUM-ARTI.

           MOVE ENT-CODARTI TO UNI-CODARTI.
           READ A-UNIDADES
              INVALID KEY     MOVE "N" TO EXISTE-UNI
              NOT INVALID KEY MOVE "S" TO EXISTE-UNI
           END-READ.
           IF EXISTE-UNI = "S"
              PERFORM MOSTRAR-UNIDADES
           END-IF.

      *
      * LA UNIDAD BASE ES EN LA QUE YA ESTA LA EXISTENCIA: SOLO
      * CAMBIA SU NOMBRE, NUNCA LAS CANTIDADES GRABADAS
      *
           DISPLAY "Unidad base de la existencia (blanco = UD):".
           ACCEPT ENT-BASE NO BELL.
           IF ENT-BASE = SPACES
              MOVE "UD" TO ENT-BASE
           END-IF.

           DISPLAY "Unidad de compra (blanco = se compra en "
                   ENT-BASE "):".
           ACCEPT ENT-COMPRA NO BELL.
           MOVE 1 TO ENT-FAC-COMPRA.
           IF ENT-COMPRA NOT = SPACES
              IF ENT-COMPRA = ENT-BASE
                 DISPLAY "ERROR: LA UNIDAD DE COMPRA COINCIDE CON"
                         " LA BASE."
                 GO TO GRABAR-UNIDADES-FIN
              END-IF
              DISPLAY "Unidades " ENT-BASE " por " ENT-COMPRA ":"
              ACCEPT ENT-FAC-COMPRA NO BELL
              IF ENT-FAC-COMPRA < 2
                 DISPLAY "ERROR: EL FACTOR DEBE SER MAYOR QUE UNO."
                 GO TO GRABAR-UNIDADES-FIN
              END-IF
           END-IF.

           DISPLAY "Unidad de venta (blanco = se vende en "
                   ENT-BASE "):".
           ACCEPT ENT-VENTA NO BELL.
           MOVE 1 TO ENT-FAC-VENTA.
           IF ENT-VENTA NOT = SPACES
              IF ENT-VENTA = ENT-BASE
                 DISPLAY "ERROR: LA UNIDAD DE VENTA COINCIDE CON"
                         " LA BASE."
                 GO TO GRABAR-UNIDADES-FIN
              END-IF
              DISPLAY "Unidades " ENT-BASE " por " ENT-VENTA ":"
              ACCEPT ENT-FAC-VENTA NO BELL
              IF ENT-FAC-VENTA < 2
                 DISPLAY "ERROR: EL FACTOR DEBE SER MAYOR QUE UNO."
                 GO TO GRABAR-UNIDADES-FIN
              END-IF
           END-IF.

           MOVE ENT-CODARTI    TO UNI-CODARTI.
           MOVE ENT-BASE       TO UNI-BASE.
           MOVE ENT-COMPRA     TO UNI-COMPRA.
           MOVE ENT-FAC-COMPRA TO UNI-FAC-COMPRA.
           MOVE ENT-VENTA      TO UNI-VENTA.
           MOVE ENT-FAC-VENTA  TO UNI-FAC-VENTA.
           IF EXISTE-UNI = "S"
              REWRITE REGUNI
              DISPLAY "UNIDADES CAMBIADAS."
           ELSE
              WRITE REGUNI
              DISPLAY "UNIDADES GRABADAS."
           END-IF.

       GRABAR-UNIDADES-FIN.
           EXIT.


      * BORRA LAS UNIDADES DE UN ARTICULO, QUE PASA A TRATARSE
      * SOLO EN UNIDADES SUELTAS
      * ****************************************************************

       BORRAR-UNIDADES.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.

           MOVE ENT-CODARTI TO UNI-CODARTI.
           READ A-UNIDADES
              INVALID KEY     MOVE "N" TO EXISTE-UNI
              NOT INVALID KEY MOVE "S" TO EXISTE-UNI
           END-READ.
           IF EXISTE-UNI = "N"
              DISPLAY "ERROR: EL ARTICULO NO TIENE UNIDADES GRABADAS."
              GO TO BORRAR-UNIDADES-FIN
           END-IF.

           PERFORM MOSTRAR-UNIDADES.
           DISPLAY "CONFIRMA LA BAJA (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
              DELETE A-UNIDADES RECORD
              DISPLAY "UNIDADES BORRADAS."
           END-IF.

       BORRAR-UNIDADES-FIN.
           EXIT.


      * CONSULTA LAS UNIDADES DE UN ARTICULO
      * ****************************************************************

       CONSULTAR-UNIDADES.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.

           MOVE ENT-CODARTI TO UNI-CODARTI.
           READ A-UNIDADES
              INVALID KEY     MOVE "N" TO EXISTE-UNI
              NOT INVALID KEY MOVE "S" TO EXISTE-UNI
           END-READ.
           IF EXISTE-UNI = "N"
              DISPLAY "SIN UNIDADES GRABADAS: SE TRATA EN UD."
           ELSE
              PERFORM MOSTRAR-UNIDADES
           END-IF.


      * MUESTRA LAS UNIDADES LEIDAS EN REGUNI
      * ****************************************************************

       MOSTRAR-UNIDADES.
           DISPLAY "UNIDAD BASE: " UNI-BASE.
           IF UNI-COMPRA NOT = SPACES
              DISPLAY "COMPRA EN " UNI-COMPRA " DE " UNI-FAC-COMPRA
                      " " UNI-BASE
           END-IF.
           IF UNI-VENTA NOT = SPACES
              DISPLAY "VENTA EN  " UNI-VENTA " DE " UNI-FAC-VENTA
                      " " UNI-BASE
           END-IF.


      * LISTA LAS UNIDADES DE TODOS LOS ARTICULOS
      * ****************************************************************

       LISTAR-UNIDADES.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE ZERO TO UNI-CODARTI.
           MOVE "N" TO FIN-UNIDADES.
           START A-UNIDADES KEY NOT LESS THAN UNI-CODARTI
              INVALID KEY MOVE "S" TO FIN-UNIDADES
           END-START.
           DISPLAY "ARTIC BASE COMPRA FACTOR VENTA FACTOR".
           PERFORM LISTAR-UNA-UNIDAD UNTIL FIN-UNIDADES = "S".
           DISPLAY "ARTICULOS LISTADOS: " CONT-LISTADOS.


      * LISTA LAS UNIDADES DE UN ARTICULO
      * ****************************************************************

       LISTAR-UNA-UNIDAD.
           READ A-UNIDADES NEXT RECORD
              AT END MOVE "S" TO FIN-UNIDADES
           END-READ.
           IF FIN-UNIDADES NOT = "S"
              DISPLAY UNI-CODARTI "  " UNI-BASE "  " UNI-COMPRA
                      "    " UNI-FAC-COMPRA " " UNI-VENTA "   "
                      UNI-FAC-VENTA
              ADD 1 TO CONT-LISTADOS
           END-IF.
