           02 COD-PROVEE     PIC X(4).
           02 CAN-PEDIDO     PIC 9(6).
           02 PRE-COSTE      PIC 9(4)V9(2).
           02 EST-ARTI       PIC X(1).
              88 ARTI-ACTIVO        VALUES 'A', ' '.
              88 ARTI-DESCATALOGADO VALUE 'D'.
              88 ARTI-BLOQUEADO     VALUE 'B'.
              88 ARTI-OBSOLETO      VALUE 'O'.
      *
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE MONEDAS
      *
           02 AAR-CODARTI    PIC 9(4).
           02 AAR-OPERADOR   PIC X(8).
           02 AAR-PROGRAMA   PIC X(8).
           02 AAR-ANTES      PIC X(77).
           02 AAR-DESPUES    PIC X(77).

       WORKING-STORAGE SECTION.
       77  AAR-FILESTAT      PIC X(2).
       77  EXISTE-MON        PIC X.
       01  TAB-CODIGOS.
           02 TAB-COD-ARTI   OCCURS 500 TIMES PIC 9(4).
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
           MOVE 'PE-AS02' TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL 'ENT-OPE' USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE SES-OPERADOR TO ENT-OPERADOR.
           PERFORM ABRIR-MONEDAS.
           PERFORM ALTA-TIPOS-ARTICULO.
           PERFORM CARGAR-CODIGOS-EXISTENTES.
           IF MONEDAS-ABIERTO = 'S'
              CLOSE A-MONEDAS
           END-IF.
           GOBACK.
      *
      * ABRE EL MAESTRO DE MONEDAS SI EXISTE; SI NO EXISTE, LAS
      * ALTAS SIGUEN PIDIENDO EL TIPO DE CAMBIO AL OPERADOR
              ACCEPT CAN-PEDIDO NO BELL
              DISPLAY 'Precio de coste.............:'
              ACCEPT PRE-COSTE NO BELL
              MOVE 'A' TO EST-ARTI

              WRITE R-ARTICULO
              ADD 1 TO CONT-COD
