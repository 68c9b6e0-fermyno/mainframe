           (LOTESTK.DAT, CONTABILIZADO POR ACT-ART Y PROPUESTO EN
           EL PICKING POR LOTE MAS ANTIGUO). EL ARTICULO SE VALIDA
           CONTRA AARTI.IND Y SE MUESTRA SU NOMBRE ANTES DE
           GRABAR. LA MARCA DE ARTICULO CON NUMERO DE SERIE ACTIVA
           EL SEGUIMIENTO UNIDAD A UNIDAD (SERIES.DAT, VER MAN-SER):
           CADA UNIDAD SE IDENTIFICA AL RECIBIRLA EN GES-COM, AL
           SERVIRLA EN PED-CLI Y AL DEVOLVERLA EN DEV-FAC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 ALM-PTO-PEDIDO PIC 9(6).
          02 ALM-ABC        PIC X(1).
          02 ALM-FEC-RECUEN PIC X(8).
          02 ALM-SERIE      PIC X(1).

       FD A-ARTICULO LABEL RECORD STANDARD.
       01 R-ARTICULO.
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".


       WORKING-STORAGE SECTION.
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-UBICACION     PIC X(6).
       77 ENT-PERECEDERO    PIC X(1).
       77 ENT-SERIE         PIC X(1).
       77 CONT-LISTADOS     PIC 9(4) VALUE ZERO.
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
       MANTENER-UBICACIONES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-UBI" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO DE DATOS DE ALMACEN
      * (LO CREA LA PRIMERA VEZ) Y REPITE EL MENU HASTA SALIR
           CLOSE A-ARTICULO.
           CLOSE A-ARTALM.

           GOBACK.


      * MENU PRINCIPAL DEL MANTENIMIENTO DE UBICACIONES
              MOVE "S" TO ENT-PERECEDERO
           END-IF.

           IF EXISTE = "S"
              DISPLAY "CON NUMERO DE SERIE ACTUAL: " ALM-SERIE
           END-IF.
           DISPLAY "Articulo con numero de serie (S/N):".
           ACCEPT ENT-SERIE NO BELL.
           IF ENT-SERIE NOT = "S" AND ENT-SERIE NOT = "s"
              MOVE "N" TO ENT-SERIE
           ELSE
              MOVE "S" TO ENT-SERIE
           END-IF.

           MOVE ENT-CODARTI    TO ALM-CODARTI.
           MOVE ENT-UBICACION  TO ALM-UBICACION.
           MOVE ENT-PERECEDERO TO ALM-PERECEDERO.
           MOVE ENT-SERIE      TO ALM-SERIE.
           IF EXISTE = "S"
              REWRITE REGALM
              DISPLAY "DATOS DE ALMACEN CAMBIADOS."
              DISPLAY "ARTICULO " ALM-CODARTI "  UBICACION "
                      ALM-UBICACION "  PERECEDERO " ALM-PERECEDERO
                      "  PUNTO PEDIDO " ALM-PTO-PEDIDO
              DISPLAY "  CON NUMERO DE SERIE " ALM-SERIE
           END-IF.


           START A-ARTALM KEY NOT LESS THAN ALM-CODARTI
              INVALID KEY MOVE "S" TO FIN-ALM
           END-START.
           DISPLAY "ARTIC UBICACION PERECEDERO SERIE".
           PERFORM LISTAR-UNA-UBICACION UNTIL FIN-ALM = "S".
           DISPLAY "UBICACIONES LISTADAS: " CONT-LISTADOS.

           END-READ.
           IF FIN-ALM NOT = "S"
              DISPLAY ALM-CODARTI "  " ALM-UBICACION "     "
                      ALM-PERECEDERO "          " ALM-SERIE
              ADD 1 TO CONT-LISTADOS
           END-IF.
