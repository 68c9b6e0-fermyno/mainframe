       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-NIV.
       REMARKS. NIVELES MINIMO Y MAXIMO DE EXISTENCIA DE CADA
           ARTICULO EN CADA ALMACEN (NIVALM.DAT, CLAVE ARTICULO +
           ALMACEN). EL PUNTO DE PEDIDO DE ARTALM.DAT ES DEL
           ARTICULO EN TOTAL; ESTOS NIVELES SON LOS QUE VIGILA
           REP-ALM PARA PROPONER TRASLADOS DESDE EL ALMACEN CENTRAL
           (01) A LOS ALMACENES QUE QUEDAN BAJO SU MINIMO. EL
           MINIMO DEL ALMACEN CENTRAL ES LA RESERVA QUE NO SE
           TRASLADA. PERMITE GRABAR O CAMBIAR LOS NIVELES, BORRARLOS
           Y CONSULTAR LOS DE UN ARTICULO CON SU EXISTENCIA ACTUAL
           EN CADA ALMACEN (STOCKALM.DAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-NIVALM ASSIGN TO DISK 'NIVALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY NIV-CLAVE
                  FILE STATUS IS NIV-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-STOCKALM ASSIGN TO DISK 'STOCKALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY STK-CLAVE
                  FILE STATUS IS STK-FILESTAT.

           SELECT A-ALMACEN ASSIGN TO DISK 'ALMACEN.DAT'
                  ORGANIZATION RELATIVE
                  ACCESS RANDOM
                  RELATIVE KEY DIR-REL-ALM
                  FILE STATUS IS ALMA-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LOS NIVELES DE UN ARTICULO EN UN ALMACEN
      *
       FD A-NIVALM LABEL RECORD STANDARD.
       01 REGNIV.
          02 NIV-CLAVE.
             03 NIV-CODARTI PIC 9(4).
             03 NIV-ALMACEN PIC 9(2).
          02 NIV-MINIMO     PIC 9(6).
          02 NIV-MAXIMO     PIC 9(6).

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

       FD A-STOCKALM LABEL RECORD STANDARD.
       01 REGSTK.
          02 STK-CLAVE.
             03 STK-CODARTI PIC 9(4).
             03 STK-ALMACEN PIC 9(2).
          02 STK-EXISTENCIA PIC 9(6).

       FD A-ALMACEN LABEL RECORD STANDARD.
       01 REGALMA.
          02 CODALM         PIC 9(2).
          02 DESALM         PIC X(25).


       WORKING-STORAGE SECTION.
       77 NIV-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 STK-FILESTAT      PIC X(2).
       77 ALMA-FILESTAT     PIC X(2).
       77 DIR-REL-ALM       PIC 9(2).
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-NIV        PIC X(1).
       77 HAY-STOCKALM      PIC X(1) VALUE "N".
       77 HAY-ALMACENES     PIC X(1) VALUE "N".
       77 FIN-NIVALM        PIC X(1).
       77 CONFIRMA          PIC X(1).
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-ALMACEN       PIC 9(2).
       77 ENT-MINIMO        PIC 9(6).
       77 ENT-MAXIMO        PIC 9(6).
       77 EXISTENCIA-ALM    PIC 9(6).
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
       MANTENER-NIVELES-ALMACEN.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-NIV" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO DE NIVELES (LO CREA LA
      * PRIMERA VEZ) Y REPITE EL MENU HASTA SALIR
      *
           OPEN I-O A-NIVALM.
           IF NIV-FILESTAT NOT = "00"
              CLOSE A-NIVALM
              OPEN OUTPUT A-NIVALM
              CLOSE A-NIVALM
              OPEN I-O A-NIVALM
           END-IF.

           OPEN INPUT A-STOCKALM.
           IF STK-FILESTAT = "00"
              MOVE "S" TO HAY-STOCKALM
           ELSE
              CLOSE A-STOCKALM
              MOVE "N" TO HAY-STOCKALM
           END-IF.

           OPEN INPUT A-ALMACEN.
           IF ALMA-FILESTAT = "00"
              MOVE "S" TO HAY-ALMACENES
           ELSE
              CLOSE A-ALMACEN
              MOVE "N" TO HAY-ALMACENES
           END-IF.

           OPEN INPUT A-ARTICULO.

           MOVE SPACE TO OPCION.
           PERFORM MENU-NIVELES UNTIL OPCION = "9".

           CLOSE A-ARTICULO.
           IF HAY-ALMACENES = "S"
              CLOSE A-ALMACEN
           END-IF.
           IF HAY-STOCKALM = "S"
              CLOSE A-STOCKALM
           END-IF.
           CLOSE A-NIVALM.
           GOBACK.


      * MENU PRINCIPAL DE LOS NIVELES POR ALMACEN
      * ****************************************************************

       MENU-NIVELES.
           DISPLAY " ".
           DISPLAY "NIVELES MINIMO Y MAXIMO POR ALMACEN".
           DISPLAY "<G>RABAR NIVELES, <B>ORRAR NIVELES,"
                   " <C>ONSULTA POR ARTICULO, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "G" OR OPCION = "g"
              PERFORM GRABAR-NIVELES THRU GRABAR-NIVELES-FIN
           ELSE
              IF OPCION = "B" OR OPCION = "b"
                 PERFORM BORRAR-NIVELES THRU BORRAR-NIVELES-FIN
              ELSE
                 IF OPCION = "C" OR OPCION = "c"
                    PERFORM CONSULTAR-NIVELES
                 END-IF
              END-IF
           END-IF.


      * DA DE ALTA O CAMBIA LOS NIVELES DE UN ARTICULO EN UN
      * ALMACEN: EL ARTICULO Y EL ALMACEN DEBEN EXISTIR Y EL MAXIMO
      * NO PUEDE SER MENOR QUE EL MINIMO
      * ****************************************************************

       GRABAR-NIVELES.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL ARTICULO NO EXISTE."
              GO TO GRABAR-NIVELES-FIN
           END-IF.
           DISPLAY "ARTICULO: " NOM-ARTI.

           DISPLAY "Almacen (01 = CENTRAL):".
           ACCEPT ENT-ALMACEN NO BELL.
           PERFORM VALIDAR-ALMACEN THRU VALIDAR-ALMACEN-FIN.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL ALMACEN NO ESTA DADO DE ALTA."
              GO TO GRABAR-NIVELES-FIN
           END-IF.

           MOVE ENT-CODARTI TO NIV-CODARTI.
           MOVE ENT-ALMACEN TO NIV-ALMACEN.
           READ A-NIVALM
              INVALID KEY     MOVE "N" TO EXISTE-NIV
              NOT INVALID KEY MOVE "S" TO EXISTE-NIV
           END-READ.
           IF EXISTE-NIV = "S"
              DISPLAY "NIVELES ACTUALES: MINIMO " NIV-MINIMO
                      "  MAXIMO " NIV-MAXIMO
           END-IF.

           DISPLAY "Existencia minima:".
           ACCEPT ENT-MINIMO NO BELL.
           DISPLAY "Existencia maxima:".
           ACCEPT ENT-MAXIMO NO BELL.
           IF ENT-MAXIMO = ZERO OR ENT-MAXIMO < ENT-MINIMO
              DISPLAY "ERROR: EL MAXIMO DEBE SER MAYOR QUE CERO Y"
                      " NO MENOR QUE EL MINIMO."
              GO TO GRABAR-NIVELES-FIN
           END-IF.

           MOVE ENT-CODARTI TO NIV-CODARTI.
           MOVE ENT-ALMACEN TO NIV-ALMACEN.
           MOVE ENT-MINIMO  TO NIV-MINIMO.
           MOVE ENT-MAXIMO  TO NIV-MAXIMO.
           IF EXISTE-NIV = "S"
              REWRITE REGNIV
           ELSE
              WRITE REGNIV
           END-IF.
           DISPLAY "NIVELES GRABADOS.".

       GRABAR-NIVELES-FIN.
           EXIT.


      * COMPRUEBA QUE EL ALMACEN TECLEADO ESTA EN EL MAESTRO DE
      * ALMACENES; SIN MAESTRO SE ADMITE CUALQUIERA MENOS EL CERO
      * ****************************************************************

       VALIDAR-ALMACEN.
           IF ENT-ALMACEN = ZERO
              MOVE "N" TO EXISTE
              GO TO VALIDAR-ALMACEN-FIN
           END-IF.
           MOVE "S" TO EXISTE.
           IF HAY-ALMACENES = "N"
              GO TO VALIDAR-ALMACEN-FIN
           END-IF.
           MOVE ENT-ALMACEN TO DIR-REL-ALM.
           READ A-ALMACEN
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.

       VALIDAR-ALMACEN-FIN.
           EXIT.


      * BORRA LOS NIVELES DE UN ARTICULO EN UN ALMACEN: DEJA DE
      * REPONERSE DESDE EL CENTRAL
      * ****************************************************************

       BORRAR-NIVELES.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           DISPLAY "Almacen:".
           ACCEPT ENT-ALMACEN NO BELL.
           MOVE ENT-CODARTI TO NIV-CODARTI.
           MOVE ENT-ALMACEN TO NIV-ALMACEN.
           READ A-NIVALM
              INVALID KEY     MOVE "N" TO EXISTE-NIV
              NOT INVALID KEY MOVE "S" TO EXISTE-NIV
           END-READ.
           IF EXISTE-NIV = "N"
              DISPLAY "ERROR: NO HAY NIVELES PARA ESE ARTICULO Y"
                      " ALMACEN."
              GO TO BORRAR-NIVELES-FIN
           END-IF.

           DISPLAY "MINIMO " NIV-MINIMO "  MAXIMO " NIV-MAXIMO.
           DISPLAY "CONFIRMA EL BORRADO (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO BORRAR-NIVELES-FIN
           END-IF.

           DELETE A-NIVALM RECORD.
           DISPLAY "NIVELES BORRADOS.".

       BORRAR-NIVELES-FIN.
           EXIT.


      * CONSULTA LOS NIVELES DE UN ARTICULO EN TODOS SUS ALMACENES
      * CON LA EXISTENCIA ACTUAL DE CADA UNO
      * ****************************************************************

       CONSULTAR-NIVELES.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           MOVE SPACES TO NOM-ARTI.
           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY CONTINUE
           END-READ.
           DISPLAY "ARTICULO " ENT-CODARTI "  " NOM-ARTI.

           MOVE ZERO TO CONT-LISTADOS.
           MOVE ENT-CODARTI TO NIV-CODARTI.
           MOVE ZERO TO NIV-ALMACEN.
           MOVE "N" TO FIN-NIVALM.
           START A-NIVALM KEY NOT LESS THAN NIV-CLAVE
              INVALID KEY MOVE "S" TO FIN-NIVALM
           END-START.
           DISPLAY "ALM MINIMO MAXIMO EXISTENCIA".
           PERFORM CONSULTAR-UN-NIVEL UNTIL FIN-NIVALM = "S".
           DISPLAY "ALMACENES CON NIVELES: " CONT-LISTADOS.


      * MUESTRA LOS NIVELES DE UN ALMACEN MIENTRAS SEAN DEL
      * ARTICULO CONSULTADO
      * ****************************************************************

       CONSULTAR-UN-NIVEL.
           READ A-NIVALM NEXT RECORD
              AT END MOVE "S" TO FIN-NIVALM
           END-READ.
           IF FIN-NIVALM NOT = "S"
              IF NIV-CODARTI NOT = ENT-CODARTI
                 MOVE "S" TO FIN-NIVALM
              ELSE
                 MOVE ZERO TO EXISTENCIA-ALM
                 IF HAY-STOCKALM = "S"
                    MOVE NIV-CODARTI TO STK-CODARTI
                    MOVE NIV-ALMACEN TO STK-ALMACEN
                    READ A-STOCKALM
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          MOVE STK-EXISTENCIA TO EXISTENCIA-ALM
                    END-READ
                 END-IF
                 DISPLAY NIV-ALMACEN "  " NIV-MINIMO " " NIV-MAXIMO
                         " " EXISTENCIA-ALM
                 ADD 1 TO CONT-LISTADOS
              END-IF
           END-IF.
