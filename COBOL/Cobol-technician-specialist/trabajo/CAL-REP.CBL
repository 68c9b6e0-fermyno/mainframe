           CONFIRMACION, GRABA CAN-PEDIDO EN AARTI.IND Y
           ALM-PTO-PEDIDO EN ARTALM.DAT, QUE PRO-COM Y LAS ALERTAS
           PASAN A USAR: EL MINIMO ADIVINADO HACE ANOS SE JUBILA.
           LOS ARTICULOS DESCATALOGADOS U OBSOLETOS SE EXCLUYEN.

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

       FD A-ARTALM LABEL RECORD STANDARD.
       01 REGALM.
          02 ALM-PTO-PEDIDO PIC 9(6).
          02 ALM-ABC        PIC X(1).
          02 ALM-FEC-RECUEN PIC X(8).
          02 ALM-SERIE      PIC X(1).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).
       77 PUNTO-PROPUESTO   PIC 9(6).
       77 CANT-PROPUESTA    PIC 9(6).
       77 CONT-ACTUALIZADOS PIC 9(4) VALUE ZERO.
       77 CONT-NO-REPONER   PIC 9(4) VALUE ZERO.

      *
      * CONSUMO ACUMULADO (SALIDAS APLICADAS) POR ARTICULO EN EL
          02 TAB-CON-OCU OCCURS 500 TIMES.
             03 TAB-CON-ART    PIC 9(4).
             03 TAB-CON-CANT   PIC 9(8).
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
       CALCULAR-REAPROVISION.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CAL-REP" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ACUMULA EL CONSUMO, PROPONE LOS PUNTOS
      * NUEVOS, LOS IMPRIME Y LOS GRABA SI SE CONFIRMA
           IF CONT-CONSUMOS = ZERO
              DISPLAY "SIN SALIDAS APLICADAS EN EL PERIODO: NADA"
                      " QUE PROPONER."
              GOBACK
           END-IF.

           OPEN I-O A-ARTICULO.
              DISPLAY "AARTI.IND NO EXISTE."
              CLOSE A-ARTICULO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-ARTALM.
           CLOSE A-ARTICULO.

           DISPLAY "ARTICULOS EXAMINADOS..: " CONT-CONSUMOS.
           IF CONT-NO-REPONER > ZERO
              DISPLAY "DESCATALOGADOS U OBSOLETOS (NO SE REPONEN): "
                      CONT-NO-REPONER
           END-IF.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              DISPLAY "ARTICULOS ACTUALIZADOS: " CONT-ACTUALIZADOS
           ELSE
           END-IF.
           DISPLAY "ANTES Y DESPUES EN REPUNTOS.LST".

           GOBACK.


      * ACUMULA LAS SALIDAS APLICADAS DEL PERIODO POR ARTICULO,
              GO TO PROPONER-ARTICULO-FIN
           END-IF.

      *
      * LOS DESCATALOGADOS Y OBSOLETOS NO SE REPONEN: NO SE LES
      * CALCULA PUNTO NI CANTIDAD DE REAPROVISION
      *
           IF ARTI-DESCATALOGADO OR ARTI-OBSOLETO
              ADD 1 TO CONT-NO-REPONER
              GO TO PROPONER-ARTICULO-FIN
           END-IF.

      *
      * PUNTO PROPUESTO = DEMANDA DEL PLAZO DE ENTREGA MAS LA
      * SEGURIDAD; CANTIDAD PROPUESTA = EL CONSUMO DE UN MES
                 MOVE PUNTO-PROPUESTO TO ALM-PTO-PEDIDO
                 MOVE SPACES TO ALM-ABC
                 MOVE SPACES TO ALM-FEC-RECUEN
                 MOVE "N"    TO ALM-SERIE
                 WRITE REGALM
                    INVALID KEY CONTINUE
                 END-WRITE
