          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".


       WORKING-STORAGE SECTION.
          02 TAB-ASF-OCU OCCURS 50 TIMES.
             03 TAB-ASF-MON   PIC X(3).
             03 TAB-ASF-CAM   PIC 9(3)V9(4).
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
       REVALORIZAR.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "REVALUA" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REVALORIZA PRIMERO EL MAESTRO DE
      * CLIENTES Y DESPUES EL FICHERO INDEXADO DE ARTICULOS, Y
              DISPLAY "NO EXISTE EL MAESTRO DE MONEDAS (MONEDAS.DAT)."
              CLOSE A-MONEDAS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "REVALORIZACION DE IMPORTES EN MONEDA EXTRANJERA".
                         " (CAMHIST.DAT): NO SE REVALORIZA."
                 CLOSE A-MONEDAS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY "REVALORIZANDO CON LOS CAMBIOS EN VIGOR EL "
                      ENT-FECHA-ASOF
           DISPLAY "ARTICULOS SIN MONEDA....: " CONT-ART-SINMON.
           DISPLAY "DIFERENCIA PRE-ME TOTAL.: " DIF-ARTICULOS.

           GOBACK.


      * RECORRE EL MAESTRO DE CLIENTES RECALCULANDO EL CAMBIO Y EL
