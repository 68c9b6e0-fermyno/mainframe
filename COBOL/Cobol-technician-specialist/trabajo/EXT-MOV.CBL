       77 ENT-CONFIRMA      PIC X(1).
       77 MOV-LOCALIZADO    PIC X(1).
       77 TIPO-EXTORNO      PIC X(1).
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
       EXTORNAR-MOVIMIENTO.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "EXT-MOV" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LOS DATOS DEL MOVIMIENTO ORIGINAL,
      * LO LOCALIZA, Y GENERA EL EXTORNO LIGADO
           IF ENT-TIPO NOT = "C" AND ENT-TIPO NOT = "A"
              DISPLAY "ERROR: SOLO SE EXTORNAN CARGOS Y ABONOS."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
              DISPLAY "MOVIMIENTO ORIGINAL NO LOCALIZADO NI EN"
                      " HISTMOV.DAT NI EN SU ARCHIVO DEL DIA."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "MOVIMIENTO ORIGINAL LOCALIZADO.".
               UNTIL EXISTE-SUC = "S".
           CLOSE A-SUCMAEST.

           MOVE SES-OPERADOR TO ENT-OPERADOR.

           IF ENT-TIPO = "C"
              MOVE "A" TO TIPO-EXTORNO
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "EXTORNO ANULADO."
              GOBACK
           END-IF.

      *
                   " EXTORNOS.DAT.".
           DISPLAY "EJECUTE LA ACTUALIZACION PARA CONTABILIZARLO.".

           GOBACK.


      * BUSCA EL MOVIMIENTO ORIGINAL EN EL HISTORICO PERMANENTE
