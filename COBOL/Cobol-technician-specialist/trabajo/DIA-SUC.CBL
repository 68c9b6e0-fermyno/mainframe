             03 TAB-SUC-IMP-A  PIC 9(9)V9(2).
             03 TAB-SUC-CAN-T  PIC 9(5).
             03 TAB-SUC-IMP-T  PIC 9(9)V9(2).
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
       DIARIO-SUCURSAL.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "DIA-SUC" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL RANGO, ACUMULA LOS ARCHIVOS DEL
      * RANGO POR SUCURSAL Y EMITE EL DIARIO DE CADA UNA
           IF CONT-ARCHIVOS = ZERO
              DISPLAY "NINGUN ARCHIVO SUCAAAAMMDD.ARC EN EL RANGO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT A-SUCMAEST.
           DISPLAY "SUCURSALES CON DIA..: " CONT-SUCURSALES.
           DISPLAY "DIARIO GENERADO EN DIARSUC.LST".

           GOBACK.


      * ACUMULA EL ARCHIVO DE UN DIA DEL RANGO Y AVANZA AL DIA
      * ****************************************************************

       SUMAR-MOVIMIENTO.
           IF ARC-TIPMOV = "C" OR ARC-TIPMOV = "D"
              OR ARC-TIPMOV = "G"
              ADD 1 TO TAB-SUC-CAN-C(IDX-SUC)
              ADD ARC-IMPMOV TO TAB-SUC-IMP-C(IDX-SUC)
           ELSE
              IF ARC-TIPMOV = "A" OR ARC-TIPMOV = "F"
                 OR ARC-TIPMOV = "X"
                 ADD 1 TO TAB-SUC-CAN-A(IDX-SUC)
                 ADD ARC-IMPMOV TO TAB-SUC-IMP-A(IDX-SUC)
              ELSE
