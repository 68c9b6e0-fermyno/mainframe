           02 COD-PROVEE     PIC X(4).
           02 CAN-PEDIDO     PIC 9(6).
           02 PRE-COSTE      PIC 9(4)V9(2).
           02 EST-ARTI       PIC X(1).
              88 ARTI-ACTIVO        VALUES 'A', ' '.
              88 ARTI-DESCATALOGADO VALUE 'D'.
              88 ARTI-BLOQUEADO     VALUE 'B'.
              88 ARTI-OBSOLETO      VALUE 'O'.
      *
      * DESCRIPCION DEL REGISTRO DEL HISTORICO DE CAMBIOS DE PRECIO
      *
       77  CONT-CAMBIOS      PIC 9(4) COMP VALUE ZERO.
       77  FECHA             PIC 99999999.
       77  ENT-OPERADOR      PIC X(8).
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
           MOVE 'PE-AS04' TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL 'ENT-OPE' USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
      * PEDIR EL TIPO DE ARTICULO Y EL PORCENTAJE DE INCREMENTO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE SES-OPERADOR TO ENT-OPERADOR.
           DISPLAY 'Tipo de articulo a incrementar (3 caract.):'.
           ACCEPT ENT-TIPO-PARAM NO BELL.
           DISPLAY 'Porcentaje de incremento (p.e. 10,00)......:'.

           DISPLAY 'TOTAL DE ARTICULOS ACTUALIZADOS: ' CONT-CAMBIOS.

           GOBACK.
      *
      * INCREMENTA EL PRECIO DEL ARTICULO ACTUAL EN EL PORCENTAJE
      * INFORMADO, LO REGRABA Y AVANZA AL SIGUIENTE DE SU TIPO
