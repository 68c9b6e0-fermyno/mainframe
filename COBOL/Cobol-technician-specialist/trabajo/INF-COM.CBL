          02 FAC-BASE       PIC 9(8)V9(2).
          02 FAC-IVA        PIC 9(8)V9(2).
          02 FAC-TOTAL      PIC 9(8)V9(2).
          02 FAC-MONEDA     PIC X(3).
          02 FAC-CAMBIO     PIC 9(3)V9(4).
          02 FAC-TOTAL-DIV  PIC 9(8)V9(2).

       FD A-VENDEDOR LABEL RECORD STANDARD.
       01 REGVDR.
             03 TAB-VDR-COD    PIC X(3).
             03 TAB-VDR-CANT   PIC 9(5).
             03 TAB-VDR-BASE   PIC 9(9)V9(2).
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
       INFORME-COMISIONES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "INF-COM" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ACUMULA LA BASE DEL PERIODO POR
      * VENDEDOR Y EMITE EL INFORME CON LA COMISION DE CADA UNO
                      " (FACCAB.DAT)."
              CLOSE A-FACCAB
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           INITIALIZE TAB-VENDEDORES.
           DISPLAY "COMISIONES TOTALES..: " TOTAL-COMISION.
           DISPLAY "INFORME GENERADO EN INFCOM.LST".

           GOBACK.


      * ACUMULA UNA FACTURA DEL PERIODO EN SU VENDEDOR
