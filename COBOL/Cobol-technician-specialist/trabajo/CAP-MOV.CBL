           CON SUCURSAL ASIGNADA (OPE-SUCURSAL) SOLO PUEDE TECLEAR
           LOTES DE SU SUCURSAL, LAS SUCURSALES CERRADAS NO
           ADMITEN LOTES Y NINGUN MOVIMIENTO PUEDE SUPERAR EL TOPE
           POR MOVIMIENTO DE SU SUCURSAL. UN PERIODO CERRADO
           (VAL-PER) NO ADMITE LOTES, SALVO QUE UN SUPERVISOR APRUEBE
           CAPTURARLO CON FECHA DEL PRIMER PERIODO ABIERTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 EXISTE-OPE        PIC X(1).
       77 SUCURSAL-OPERADOR PIC 9(3).
       77 TOPE-SUCURSAL     PIC 9(5)V9(2).

          02 DC-CALCULADO    PIC 9(1).
          02 DC-IDX          PIC 9(1) COMP.
          02 DC-COCIENTE     PIC 9(2) COMP.
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

      *
      * PETICION A LA RUTINA COMUN DE CONTROL DE PERIODOS CERRADOS
      * (VAL-PER)
      *
       01 PER-PETICION.
          02 PER-PROGRAMA   PIC X(8).
          02 PER-DOCUMENTO  PIC X(12).
          02 PER-OPERADOR   PIC X(8).
          02 PER-FECHA      PIC X(8).
          02 PER-MODO       PIC X(1).
             88 PER-LOTE       VALUE "L".
          02 PER-RESULTADO  PIC X(1).
             88 PER-ADMITIDA   VALUE "S".
             88 PER-TRASLADADA VALUE "T".
             88 PER-RECHAZADA  VALUE "N".

       PROCEDURE DIVISION.
       CAPTURAR-MOVIMIENTOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CAP-MOV" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL DEL PROGRAMA: PIDE LA SUCURSAL QUE CAPTURA
      * EL LOTE, REPITE LA CAPTURA DE MOVIMIENTOS HASTA QUE EL
           DISPLAY "CAPTURA DE MOVIMIENTOS DE SUCURSAL.DAT".
           DISPLAY "---------------------------------------".

      *
      * UN PERIODO CERRADO NO ADMITE LOTES; CON VISTO BUENO DE
      * SUPERVISOR SE CAPTURA CON FECHA DEL PRIMER PERIODO ABIERTO
      *
           MOVE "CAP-MOV"      TO PER-PROGRAMA.
           MOVE "LOTE CAPTURA" TO PER-DOCUMENTO.
           MOVE SES-OPERADOR   TO PER-OPERADOR.
           MOVE FECHA          TO PER-FECHA.
           MOVE "P"            TO PER-MODO.
           CALL "VAL-PER" USING PER-PETICION.
           IF PER-RECHAZADA
              DISPLAY "PERIODO CERRADO: CAPTURA DENEGADA."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PER-FECHA TO FECHA.

      *
      * LA CAPTURA EXIGE OPERADOR: SU SUCURSAL ASIGNADA LIMITA
      * LOS LOTES QUE PUEDE TECLEAR
              DISPLAY "NO HAY MAESTRO DE OPERADORES: CAPTURA"
                      " DENEGADA."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SES-OPERADOR TO OPE-ID.
           READ A-OPERADOR
              INVALID KEY     MOVE "N" TO EXISTE-OPE
              NOT INVALID KEY MOVE "S" TO EXISTE-OPE
           END-READ.
           CLOSE A-OPERADOR.
           IF EXISTE-OPE = "N" OR NOT OPE-ACTIVO
              DISPLAY "OPERADOR NO VALIDO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE OPE-SUCURSAL TO SUCURSAL-OPERADOR.

              PERFORM LIBERAR-LOTE THRU LIBERAR-LOTE-FIN
              CLOSE A-SUCMAEST
              CLOSE A-LOTES
              GOBACK
           END-IF.

           OPEN INPUT  A-CLIENT.
           DISPLAY "EL LOTE QUEDA RETENIDO HASTA SU LIBERACION"
                   " POR UN SUPERVISOR.".

           GOBACK.


      * ABRE EL REGISTRO DE LOTES, CREANDOLO LA PRIMERA VEZ
