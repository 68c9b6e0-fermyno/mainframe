           02 COD-PROVEE     PIC X(4).
           02 CAN-PEDIDO     PIC 9(6).
           02 PRE-COSTE      PIC 9(4)V9(2).
           02 EST-ARTI       PIC X(1).
              88 ARTI-ACTIVO        VALUES 'A', ' '.
              88 ARTI-DESCATALOGADO VALUE 'D'.
              88 ARTI-BLOQUEADO     VALUE 'B'.
              88 ARTI-OBSOLETO      VALUE 'O'.

       WORKING-STORAGE SECTION.
       77  OPCION            PIC X.
              03 TAB-TIPO-COD   PIC X(3).
              03 TAB-TIPO-DES   PIC X(25).
              03 TAB-TIPO-IVA   PIC 9(2).
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
           MOVE 'PE-AS06' TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL 'ENT-OPE' USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
      * BLOQUE PRINCIPAL DEL PROGRAMA: CARGA EL ARCHIVO EN MEMORIA,
      * REPITE EL MENU HASTA QUE SE ELIJA LA OPCION DE SALIR, Y
      * REGRABA EL ARCHIVO COMPLETO DESDE LA TABLA AL TERMINAR

           PERFORM GRABAR-TIPOS.

           GOBACK.
      *
      * CARGA TODO EL CONTENIDO ACTUAL DE ATPAR.SEC EN LA TABLA
      *
