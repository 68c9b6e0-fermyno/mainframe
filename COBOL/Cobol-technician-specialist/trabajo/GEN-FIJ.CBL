           GENERADO PARA NO DUPLICARLO, Y EMITE EL LISTADO DE
           CONTROL (GENFIJOS.LST) CON LO GENERADO. LOS MOVIMIENTOS
           SE CONTABILIZAN POR EL CIRCUITO NORMAL DE ACT-CLI: SE
           ACABO TECLEAR LAS MISMAS CUOTAS CADA MES EN CAP-MOV. NO SE
           GENERA PARA UN PERIODO CERRADO (VAL-PER), SALVO QUE UN
           SUPERVISOR APRUEBE GENERAR LAS CUOTAS CON FECHA DEL
           PRIMER DIA DEL PRIMER PERIODO ABIERTO; LA ORDEN QUEDA
           ANOTADA CON EL PERIODO PEDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 COC-TRIM          PIC 9(4) COMP.
       77 LE-TOCA           PIC X(1).
       77 FECHA-MOVIMIENTO  PIC X(8).
       77 FECHA-TRASLADO    PIC X(8) VALUE SPACES.
       77 CONT-GENERADOS    PIC 9(4) VALUE ZERO.
       77 TOTAL-CARGOS      PIC 9(8)V9(2) VALUE ZERO.
       77 TOTAL-ABONOS      PIC 9(8)V9(2) VALUE ZERO.
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
       EXPANDIR-FIJOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "GEN-FIJ" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL PERIODO Y EXPANDE LAS ORDENES A
      * LAS QUE LES TOCA, CON SU LISTADO DE CONTROL
           IF ENT-PERIODO NOT NUMERIC
              DISPLAY "ERROR: PERIODO NO NUMERICO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE ENT-PERIODO(1:4) TO ANO-PERIODO.
           MOVE ENT-PERIODO(5:2) TO MES-PERIODO.

      *
      * UN PERIODO CERRADO NO ADMITE CUOTAS; CON VISTO BUENO DE
      * SUPERVISOR SE GENERAN CON FECHA DEL PRIMER PERIODO ABIERTO
      *
           MOVE "GEN-FIJ"      TO PER-PROGRAMA.
           MOVE "CUOTA"        TO PER-DOCUMENTO.
           MOVE ENT-PERIODO    TO PER-DOCUMENTO(7:6).
           MOVE SES-OPERADOR   TO PER-OPERADOR.
           MOVE SPACES         TO PER-FECHA.
           STRING ENT-PERIODO "01" DELIMITED BY SIZE INTO PER-FECHA
           END-STRING.
           MOVE "P"            TO PER-MODO.
           CALL "VAL-PER" USING PER-PETICION.
           IF PER-RECHAZADA
              DISPLAY "PERIODO CERRADO: NO SE GENERAN CUOTAS."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF PER-TRASLADADA
              MOVE PER-FECHA TO FECHA-TRASLADO
           END-IF.

           OPEN I-O A-FIJOS.
           IF FIJ-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL FICHERO DE ORDENES"
                      " (FIJOS.DAT)."
              CLOSE A-FIJOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT  A-CLIENT.
           DISPLAY "QUEDAN EN SUCURSAL.DAT PARA LA CONTABILIZACION"
                   " DE ACT-CLI.".

           GOBACK.


      * DECIDE SI A LA SIGUIENTE ORDEN LE TOCA GENERAR EN EL
           MOVE SPACES TO FECHA-MOVIMIENTO.
           MOVE ENT-PERIODO TO FECHA-MOVIMIENTO(1:6).
           MOVE FIJ-FECHA-INI(7:2) TO FECHA-MOVIMIENTO(7:2).
           IF FECHA-TRASLADO NOT = SPACES
              MOVE FECHA-TRASLADO TO FECHA-MOVIMIENTO
           END-IF.

           MOVE SPACES TO NOMCLI.
           MOVE FIJ-CODCLI TO CODCLI.
