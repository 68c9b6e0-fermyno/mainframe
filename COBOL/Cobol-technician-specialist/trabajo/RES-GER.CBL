          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-BITACORA LABEL RECORD STANDARD.
       01 REGBIT.
          02 TAB-TIPO-OCU OCCURS 50 TIMES.
             03 TAB-TIPO-COD     PIC X(3).
             03 TAB-TIPO-VALOR   PIC 9(10)V9(2).
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
       RESUMIR-GERENCIA.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "RES-GER" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REUNE LOS CUATRO BLOQUES DEL RESUMEN Y
      * LOS IMPRIME EN UNA SOLA PAGINA

           DISPLAY "RESUMEN GENERADO EN RESUMEN.LST".

           GOBACK.


      * RECUENTO Y SALDO TOTAL DE LA CARTERA DE CLIENTES
           EXIT.


      * SI LA LINEA ES UNA ACTUALIZACION, EN ORDEN DE LLEGADA ("1")
      * U ORDENADA POR CLIENTE ("O"), SE QUEDA CON SUS DATOS (LA
      * ULTIMA LEIDA PREVALECE)
      * ****************************************************************

       EXAMINAR-LINEA-BITACORA.
           IF BIT-OPCION = "1" OR BIT-OPCION = "O"
              MOVE "S" TO HAY-ULT-ACT
              MOVE BIT-FEC-FIN TO ULT-FECHA-ACT
              MOVE BIT-APLICADOS TO ULT-APLICADOS
