       77 ENT-FECHA-DESDE   PIC X(8).
       77 ENT-FECHA-HASTA   PIC X(8).
       77 CONT-MOSTRADOS    PIC 9(6) VALUE ZERO.
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
       CONSULTAR-PRECIOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CON-PREC" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ELIGE ENTRE LA EVOLUCION DE UN ARTICULO
      * O TODOS LOS CAMBIOS DE UN RANGO DE FECHAS, Y LISTA LAS
           IF PRH-FILESTAT NOT = "00"
              DISPLAY "NO HAY HISTORICO DE CAMBIOS DE PRECIO."
              CLOSE A-PRECHIST
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "CAMBIOS MOSTRADOS: " CONT-MOSTRADOS.

           GOBACK.


      * MUESTRA EL CAMBIO ACTUAL SI PASA EL FILTRO ELEGIDO
