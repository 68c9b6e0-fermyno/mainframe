          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".


       WORKING-STORAGE SECTION.
       77 ENT-DESDE         PIC X(8).
       77 ENT-HASTA         PIC X(8).
       77 CONT-APUNTES      PIC 9(5) VALUE ZERO.
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
       CONSULTAR-KARDEX.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CON-KAR" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ABRE EL KARDEX Y REPITE LA CONSULTA
      * HASTA QUE EL OPERADOR TERMINE
                      " AL CONTABILIZAR CON ACT-ART."
              CLOSE A-KARDEX
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT A-ARTICULO.


           CLOSE A-ARTICULO.
           CLOSE A-KARDEX.
           GOBACK.


      * PIDE ARTICULO Y RANGO DE FECHAS Y MUESTRA SU KARDEX
