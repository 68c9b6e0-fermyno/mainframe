          02 COD-PROVEE   PIC X(4).
          02 CAN-PEDIDO   PIC 9(6).
          02 PRE-COSTE    PIC 9(4)V9(2).
          02 EST-ARTI     PIC X(1).
             88 ARTI-ACTIVO        VALUES 'A', ' '.
             88 ARTI-DESCATALOGADO VALUE 'D'.
             88 ARTI-BLOQUEADO     VALUE 'B'.
             88 ARTI-OBSOLETO      VALUE 'O'.

       WORKING-STORAGE SECTION.
       77 FIN-ARTICULO    PIC X.
       77 DIR-RELATIVA    PIC 9(4).
       77 OPCION          PIC X.
       77 ENT-SLOT        PIC 9(4).
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
           MOVE 'PE-AR03' TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL 'ENT-OPE' USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *
      * BLOQUE PRINCIPAL DEL PROGRAMA
      *
           OPEN INPUT A-ARTICULO.
           DISPLAY '----FIN LISTADO-----'.
           DISPLAY SPACE.

           GOBACK.
      *
      * LEER EN SECUENCIA EL ARCHIVO DE ARTICULOS Y
      * MOSTRALO POR PANTALLA
