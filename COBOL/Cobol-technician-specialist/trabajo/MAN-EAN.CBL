       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-EAN.
       REMARKS. MANTENIMIENTO DE LA TABLA DE CODIGOS DE BARRAS
           (CODBARRA.DAT): CADA CODIGO EAN-13 APUNTA A UN ARTICULO
           (COD-ARTI) Y A LAS UNIDADES BASE QUE CONTIENE EL ENVASE
           QUE LO LLEVA, DE MODO QUE UN MISMO ARTICULO PUEDE TENER
           VARIOS CODIGOS (LA UNIDAD SUELTA, LA CAJA, EL PALE). EL
           ALTA COMPRUEBA EL DIGITO DE CONTROL DEL EAN Y QUE EL
           ARTICULO EXISTA EN AARTI.IND. LO USAN LA CAPTURA DE
           RECUENTOS DE INV-FIS Y LA RECEPCION DE GES-COM DESDE EL
           FICHERO DEL LECTOR (ESCANER.DAT) Y LA CAPTURA DE LINEAS
           DE PED-CLI, QUE ADMITE EL CODIGO DE BARRAS EN LUGAR DEL
           CODIGO DE ARTICULO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-CODBARRA ASSIGN TO DISK 'CODBARRA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EAN-CODIGO
                  ALTERNATE RECORD KEY EAN-CODARTI WITH DUPLICATES
                  FILE STATUS IS EAN-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DEL CODIGO DE BARRAS: EAN-13, ARTICULO AL QUE
      * APUNTA Y UNIDADES BASE DEL ENVASE QUE LO LLEVA
      *
       FD A-CODBARRA LABEL RECORD STANDARD.
       01 REGEAN.
          02 EAN-CODIGO     PIC X(13).
          02 EAN-CODARTI    PIC 9(4).
          02 EAN-CANTIDAD   PIC 9(4).

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
       77 EAN-FILESTAT      PIC X(2).
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-EAN        PIC X(1).
       77 FIN-CODBARRA      PIC X(1).
       77 CONFIRMA          PIC X(1).
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-CANTIDAD      PIC 9(4).
       77 EAN-VALIDO        PIC X(1).
       77 SUMA-EAN          PIC 9(3) COMP.
       77 DIGITO-EAN        PIC 9(2) COMP.
       77 IDX-EAN           PIC 9(2) COMP.
       77 COCIENTE-EAN      PIC 9(3) COMP.
       77 CONT-LISTADOS     PIC 9(4) VALUE ZERO.

      *
      * CODIGO TECLEADO, CON SUS DIGITOS PARA EL CONTROL
      *
       01 ENT-EAN            PIC X(13).
       01 ENT-EAN-DIGITOS REDEFINES ENT-EAN.
          02 ENT-EAN-DIGITO  PIC 9(1) OCCURS 13 TIMES.
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
       MANTENER-CODIGOS-BARRAS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-EAN" TO SES-PROGRAMA.
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
           OPEN I-O A-CODBARRA.
           IF EAN-FILESTAT NOT = "00"
              CLOSE A-CODBARRA
              OPEN OUTPUT A-CODBARRA
              CLOSE A-CODBARRA
              OPEN I-O A-CODBARRA
           END-IF.

           OPEN INPUT A-ARTICULO.

           MOVE SPACE TO OPCION.
           PERFORM MENU-CODIGOS-BARRAS UNTIL OPCION = "9".

           CLOSE A-ARTICULO.
           CLOSE A-CODBARRA.
           GOBACK.


      * MENU PRINCIPAL DE LOS CODIGOS DE BARRAS
      * ****************************************************************

       MENU-CODIGOS-BARRAS.
           DISPLAY " ".
           DISPLAY "CODIGOS DE BARRAS (EAN-13) DE ARTICULOS".
           DISPLAY "<A>LTA, <B>AJA, <C>ONSULTA, CODIGOS POR"
                   " A<R>TICULO, <L>ISTADO, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "A" OR OPCION = "a"
              PERFORM ALTA-CODIGO THRU ALTA-CODIGO-FIN
           ELSE
              IF OPCION = "B" OR OPCION = "b"
                 PERFORM BAJA-CODIGO THRU BAJA-CODIGO-FIN
              ELSE
                 IF OPCION = "C" OR OPCION = "c"
                    PERFORM CONSULTAR-CODIGO
                 ELSE
                    IF OPCION = "R" OR OPCION = "r"
                       PERFORM LISTAR-CODIGOS-ARTICULO
                    ELSE
                       IF OPCION = "L" OR OPCION = "l"
                          PERFORM LISTAR-CODIGOS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * ALTA DE UN CODIGO DE BARRAS: EAN CON DIGITO DE CONTROL
      * CORRECTO, ARTICULO EXISTENTE Y UNIDADES DEL ENVASE
      * ****************************************************************

       ALTA-CODIGO.
           DISPLAY "Codigo EAN-13:".
           ACCEPT ENT-EAN NO BELL.
           PERFORM COMPROBAR-DIGITO-EAN.
           IF EAN-VALIDO = "N"
              DISPLAY "ERROR: CODIGO EAN-13 NO VALIDO (13 DIGITOS"
                      " CON SU DIGITO DE CONTROL)."
              GO TO ALTA-CODIGO-FIN
           END-IF.

           MOVE ENT-EAN TO EAN-CODIGO.
           READ A-CODBARRA
              INVALID KEY     MOVE "N" TO EXISTE-EAN
              NOT INVALID KEY MOVE "S" TO EXISTE-EAN
           END-READ.
           IF EXISTE-EAN = "S"
              DISPLAY "ERROR: EL CODIGO YA ESTA ASIGNADO AL ARTICULO "
                      EAN-CODARTI "."
              GO TO ALTA-CODIGO-FIN
           END-IF.

           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL ARTICULO NO EXISTE."
              GO TO ALTA-CODIGO-FIN
           END-IF.
           DISPLAY "ARTICULO: " NOM-ARTI.

           DISPLAY "Unidades base del envase (blanco o 0 = 1):".
           ACCEPT ENT-CANTIDAD NO BELL.
           IF ENT-CANTIDAD = ZERO
              MOVE 1 TO ENT-CANTIDAD
           END-IF.

           MOVE ENT-EAN      TO EAN-CODIGO.
           MOVE ENT-CODARTI  TO EAN-CODARTI.
           MOVE ENT-CANTIDAD TO EAN-CANTIDAD.
           WRITE REGEAN.
           DISPLAY "CODIGO GRABADO.".

       ALTA-CODIGO-FIN.
           EXIT.


      * COMPRUEBA EL CODIGO EN ENT-EAN: TRECE DIGITOS Y EL ULTIMO
      * IGUAL AL CONTROL EAN (PESOS 1 Y 3 ALTERNOS SOBRE LOS DOCE
      * PRIMEROS, COMPLEMENTO A LA DECENA SIGUIENTE)
      * ****************************************************************

       COMPROBAR-DIGITO-EAN.
           MOVE "N" TO EAN-VALIDO.
           IF ENT-EAN IS NUMERIC
              MOVE ZERO TO SUMA-EAN
              PERFORM SUMAR-DIGITO-EAN
                      VARYING IDX-EAN FROM 1 BY 1
                      UNTIL IDX-EAN > 12
              DIVIDE SUMA-EAN BY 10 GIVING COCIENTE-EAN
                 REMAINDER DIGITO-EAN
              IF DIGITO-EAN NOT = ZERO
                 COMPUTE DIGITO-EAN = 10 - DIGITO-EAN
              END-IF
              IF DIGITO-EAN = ENT-EAN-DIGITO(13)
                 MOVE "S" TO EAN-VALIDO
              END-IF
           END-IF.


      * SUMA UN DIGITO DEL EAN CON SU PESO (1 LOS IMPARES, 3 LOS
      * PARES)
      * ****************************************************************

       SUMAR-DIGITO-EAN.
           DIVIDE IDX-EAN BY 2 GIVING COCIENTE-EAN
              REMAINDER DIGITO-EAN.
           IF DIGITO-EAN = ZERO
              COMPUTE SUMA-EAN = SUMA-EAN + 3 * ENT-EAN-DIGITO(IDX-EAN)
           ELSE
              ADD ENT-EAN-DIGITO(IDX-EAN) TO SUMA-EAN
           END-IF.


      * BAJA DE UN CODIGO DE BARRAS
      * ****************************************************************

       BAJA-CODIGO.
           DISPLAY "Codigo EAN-13 a borrar:".
           ACCEPT ENT-EAN NO BELL.

           MOVE ENT-EAN TO EAN-CODIGO.
           READ A-CODBARRA
              INVALID KEY     MOVE "N" TO EXISTE-EAN
              NOT INVALID KEY MOVE "S" TO EXISTE-EAN
           END-READ.
           IF EXISTE-EAN = "N"
              DISPLAY "ERROR: EL CODIGO NO EXISTE."
              GO TO BAJA-CODIGO-FIN
           END-IF.

           DISPLAY "ARTICULO " EAN-CODARTI "  ENVASE DE " EAN-CANTIDAD.
           DISPLAY "CONFIRMA LA BAJA (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
              DELETE A-CODBARRA RECORD
              DISPLAY "CODIGO BORRADO."
           END-IF.

       BAJA-CODIGO-FIN.
           EXIT.


      * CONSULTA A QUE ARTICULO APUNTA UN CODIGO DE BARRAS
      * ****************************************************************

       CONSULTAR-CODIGO.
           DISPLAY "Codigo EAN-13:".
           ACCEPT ENT-EAN NO BELL.

           MOVE ENT-EAN TO EAN-CODIGO.
           READ A-CODBARRA
              INVALID KEY     MOVE "N" TO EXISTE-EAN
              NOT INVALID KEY MOVE "S" TO EXISTE-EAN
           END-READ.
           IF EXISTE-EAN = "N"
              DISPLAY "EL CODIGO NO ESTA DADO DE ALTA."
           ELSE
              MOVE SPACES TO NOM-ARTI
              MOVE EAN-CODARTI TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY CONTINUE
              END-READ
              DISPLAY "ARTICULO " EAN-CODARTI "  " NOM-ARTI
                      "  ENVASE DE " EAN-CANTIDAD
           END-IF.


      * LISTA LOS CODIGOS DE BARRAS DE UN ARTICULO POR LA CLAVE
      * ALTERNATIVA EAN-CODARTI
      * ****************************************************************

       LISTAR-CODIGOS-ARTICULO.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.

           MOVE ZERO TO CONT-LISTADOS.
           MOVE ENT-CODARTI TO EAN-CODARTI.
           MOVE "N" TO FIN-CODBARRA.
           START A-CODBARRA KEY = EAN-CODARTI
              INVALID KEY MOVE "S" TO FIN-CODBARRA
           END-START.
           DISPLAY "CODIGO EAN     ENVASE".
           PERFORM LISTAR-UN-CODIGO-ARTICULO
                   UNTIL FIN-CODBARRA = "S".
           DISPLAY "CODIGOS DEL ARTICULO: " CONT-LISTADOS.


      * LISTA UN CODIGO MIENTRAS SEA DEL ARTICULO PEDIDO
      * ****************************************************************

       LISTAR-UN-CODIGO-ARTICULO.
           READ A-CODBARRA NEXT RECORD
              AT END MOVE "S" TO FIN-CODBARRA
           END-READ.
           IF FIN-CODBARRA NOT = "S"
              IF EAN-CODARTI NOT = ENT-CODARTI
                 MOVE "S" TO FIN-CODBARRA
              ELSE
                 DISPLAY EAN-CODIGO "  " EAN-CANTIDAD
                 ADD 1 TO CONT-LISTADOS
              END-IF
           END-IF.


      * LISTA TODOS LOS CODIGOS DE BARRAS
      * ****************************************************************

       LISTAR-CODIGOS.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE LOW-VALUES TO EAN-CODIGO.
           MOVE "N" TO FIN-CODBARRA.
           START A-CODBARRA KEY NOT LESS THAN EAN-CODIGO
              INVALID KEY MOVE "S" TO FIN-CODBARRA
           END-START.
           DISPLAY "CODIGO EAN     ARTIC ENVASE".
           PERFORM LISTAR-UN-CODIGO UNTIL FIN-CODBARRA = "S".
           DISPLAY "CODIGOS LISTADOS: " CONT-LISTADOS.


      * LISTA UN CODIGO DE BARRAS
      * ****************************************************************

       LISTAR-UN-CODIGO.
           READ A-CODBARRA NEXT RECORD
              AT END MOVE "S" TO FIN-CODBARRA
           END-READ.
           IF FIN-CODBARRA NOT = "S"
              DISPLAY EAN-CODIGO "  " EAN-CODARTI "  " EAN-CANTIDAD
              ADD 1 TO CONT-LISTADOS
           END-IF.
