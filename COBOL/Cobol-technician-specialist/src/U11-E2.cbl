           02 NN2     PIC 99.
           02 GH2     PIC X   VALUE ':'.
           02 SS2     PIC 99.
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
123456*   
       PROCEDURE DIVISION.
       COMIENZO.
      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE 'UD11E2' TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL 'ENT-OPE' USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
           GOBACK.
      *
      * ************************************************
      * Inicio
