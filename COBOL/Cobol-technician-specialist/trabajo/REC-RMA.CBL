           MOVIMIENTOS REPARADOS EN MOVARTI.DAT PARA LA SIGUIENTE
           CONTABILIZACION DE ACT-ART Y LOS ELIMINA DEL FICHERO DE
           RECHAZOS, DEJANDO EN EL SOLO LOS PENDIENTES -- EL MISMO
           PATRON QUE EL RECICLADO DE RECHAZOS DE CLIENTES. UN
           MOVIMIENTO CON FECHA EN UN PERIODO CERRADO (VAL-PER) SOLO
           SE GRABA SI UN SUPERVISOR APRUEBA PASARLO AL PRIMER DIA
           DEL PRIMER PERIODO ABIERTO; LOS RECHAZADOS POR PERIODO
           CERRADO NO PIDEN CORREGIR EL ARTICULO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-MOVARTI LABEL RECORD STANDARD.
       01 REGMAR.
       77 ARTICULO-ELEGIDO  PIC X(1).
       77 CONT-RECICLADOS   PIC 9(4) VALUE ZERO.
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
       RECICLAR-RECHAZOS-ALM.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "REC-RMA" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: RECORRE EL FICHERO DE RECHAZOS, TRATA
      * CADA UNO CON EL OPERADOR, REGRABA RECHARTI.DAT SOLO CON
           IF RCM-FILESTAT NOT = "00"
              DISPLAY "NO HAY RECHAZOS DE ALMACEN QUE RECICLAR."
              CLOSE A-RECHARTI
              GOBACK
           END-IF.

           OPEN INPUT  A-ARTICULO.
           DISPLAY "EJECUTE ACT-ART PARA CONTABILIZAR LOS"
                   " REPARADOS.".

           GOBACK.


      * MUESTRA EL RECHAZO ACTUAL CON SU MOTIVO Y PREGUNTA AL

       REPARAR-RECHAZO.
           MOVE "N" TO ARTICULO-ELEGIDO.
           IF RCM-MOTIVO = "PERIODO CERRADO"
              MOVE RCM-CODARTI TO COD-ARTI
              MOVE "S" TO ARTICULO-ELEGIDO
           END-IF.
           PERFORM PEDIR-ARTICULO-CORREGIDO
              UNTIL ARTICULO-ELEGIDO = "S"
                 OR ARTICULO-ELEGIDO = "X".

      *
      * LA FECHA DEL MOVIMIENTO NO PUEDE CAER EN UN PERIODO CERRADO
      * SIN EL VISTO BUENO DE UN SUPERVISOR PARA TRASLADARLO
      *
           IF ARTICULO-ELEGIDO = "S"
              MOVE "REC-RMA"    TO PER-PROGRAMA
              MOVE SPACES       TO PER-DOCUMENTO
              MOVE COD-ARTI     TO PER-DOCUMENTO(1:4)
              MOVE SES-OPERADOR TO PER-OPERADOR
              MOVE RCM-FECHA    TO PER-FECHA
              MOVE "P"          TO PER-MODO
              CALL "VAL-PER" USING PER-PETICION
              IF PER-RECHAZADA
                 MOVE "X" TO ARTICULO-ELEGIDO
              END-IF
           END-IF.

           IF ARTICULO-ELEGIDO = "S"
              MOVE COD-ARTI     TO MAR-CODARTI
              MOVE PER-FECHA    TO MAR-FECHA
              MOVE RCM-TIPO     TO MAR-TIPO
              MOVE RCM-CANTIDAD TO MAR-CANTIDAD
              MOVE RCM-ALMACEN  TO MAR-ALMACEN
