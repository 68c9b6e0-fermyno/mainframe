             03 LTK-LOTE    PIC X(8).
          02 LTK-CADUCIDAD  PIC X(8).
          02 LTK-EXISTENCIA PIC 9(6).
          02 LTK-ESTADO     PIC X(1).
             88 LTK-BLOQUEADO VALUE "B".

       FD A-ARTICULO LABEL RECORD STANDARD.
       01 R-ARTICULO.
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).
                            VALUE "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-V.
          02 DIAS-MES OCCURS 12 TIMES PIC 9(2).
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
       INFORMAR-CADUCIDADES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CAD-STK" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL HORIZONTE EN DIAS, CALCULA LA
      * FECHA TOPE Y LISTA LOS LOTES QUE CADUCAN ANTES DE ELLA
                      " (LOTESTK.DAT)."
              CLOSE A-LOTESTK
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT A-ARTICULO.
           OPEN OUTPUT A-LISTADO.
                   " (YA CADUCADOS: " CONT-CADUCADOS ")".
           DISPLAY "INFORME GENERADO EN CADUSTK.LST".

           GOBACK.


      * EXAMINA EL SIGUIENTE LOTE Y LO LISTA SI CADUCA DENTRO DEL
