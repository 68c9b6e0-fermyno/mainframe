           02 COD-PROVEE     PIC X(4).
           02 CAN-PEDIDO     PIC 9(6).
           02 PRE-COSTE      PIC 9(4)V9(2).
           02 EST-ARTI       PIC X(1).
              88 ARTI-ACTIVO        VALUES 'A', ' '.
              88 ARTI-DESCATALOGADO VALUE 'D'.
              88 ARTI-BLOQUEADO     VALUE 'B'.
              88 ARTI-OBSOLETO      VALUE 'O'.
      *
      * DESCRIPCION DEL REGISTRO DE ARTICULOS RESULTADO
      *
           02 COD-PROVEE-01  PIC X(4).
           02 CAN-PEDIDO-01  PIC 9(6).
           02 PRE-COSTE-01   PIC 9(4)V9(2).
           02 EST-ARTI-01    PIC X(1).

       WORKING-STORAGE SECTION.
       77  FIN-ARTICULO      PIC X.
       77  EXCLUIR-REGISTRO  PIC X.
       77  CONT-INCLUIDOS    PIC 9(6) COMP VALUE ZERO.
       77  CONT-EXCLUIDOS    PIC 9(6) COMP VALUE ZERO.
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
           MOVE 'PE-AS05' TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL 'ENT-OPE' USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
      * PEDIR EL CRITERIO DE EXCLUSION: POR TIPO DE ARTICULO, O POR
      * UMBRAL MINIMO DE EXISTENCIA O DE PRECIO
      *
           DISPLAY 'REGISTROS COPIADOS..: ' CONT-INCLUIDOS.
           DISPLAY 'REGISTROS EXCLUIDOS.: ' CONT-EXCLUIDOS.

           GOBACK.
      *
      * DECIDE, SEGUN EL CRITERIO DE EXCLUSION ELEGIDO, SI EL
      * ARTICULO ACTUAL SE EXCLUYE O SE COPIA AL ARCHIVO RESULTADO,
