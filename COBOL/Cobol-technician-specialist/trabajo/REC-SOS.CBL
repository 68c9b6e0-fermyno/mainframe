       77 CONT-CONFIRMADOS  PIC 9(4) VALUE ZERO.
       77 CONT-DESCARTADOS  PIC 9(4) VALUE ZERO.
       77 CONT-PENDIENTES   PIC 9(4) VALUE ZERO.
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
       TRATAR-SOSPECHOSOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "REC-SOS" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: RECORRE LA CUARENTENA, TRATA CADA
      * SOSPECHOSO CON EL OPERADOR Y REGRABA SOSPECHA.DAT SOLO
           IF SOS-FILESTAT NOT = "00"
              DISPLAY "NO HAY CUARENTENA DE DUPLICADOS QUE TRATAR."
              CLOSE A-SOSPECHA
              GOBACK
           END-IF.

           OPEN EXTEND A-SUCURS.
           DISPLAY "MOVIMIENTOS DESCARTADOS: " CONT-DESCARTADOS.
           DISPLAY "SOSPECHOSOS PENDIENTES.: " CONT-PENDIENTES.

           GOBACK.


      * MUESTRA EL SOSPECHOSO ACTUAL Y PREGUNTA AL OPERADOR QUE
