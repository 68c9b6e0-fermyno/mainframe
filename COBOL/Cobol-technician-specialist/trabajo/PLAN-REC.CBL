           DE COMPARACION Y AJUSTE DE INV-FIS, E IMPRIME EL PLAN
           EN PLANREC.LST. TAMBIEN EMITE EL INFORME DE PRECISION
           DE RECUENTOS POR BANDA SOBRE EL HISTORICO CONTHIST.DAT:
           EL RECUENTO ANUAL A PARED COMPLETA SE JUBILA. LOS
           ARTICULOS OBSOLETOS SIN EXISTENCIA NO SE PLANIFICAN.

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

      *
      * DESCRIPCION DEL FICHERO DE RECUENTO QUE CONSUME INV-FIS:
          02 TAB-PRE-OCU OCCURS 4 TIMES.
             03 TAB-PRE-CONT   PIC 9(5).
             03 TAB-PRE-EXACT  PIC 9(5).
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
       PLANIFICAR-RECUENTOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "PLAN-REC" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REPITE EL MENU HASTA LA OPCION DE SALIR
      *

           MOVE SPACE TO OPCION.
           PERFORM MENU-PLANIFICADOR UNTIL OPCION = "9".
           GOBACK.


      * MENU DEL PLANIFICADOR DE RECUENTOS
           MOVE SPACES TO NOM-ARTI.
           MOVE ALM-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY MOVE SPACE TO EST-ARTI
              NOT INVALID KEY CONTINUE
           END-READ.

      *
      * UN ARTICULO OBSOLETO YA SIN EXISTENCIA NO TIENE NADA QUE
      * CONTAR: SALE DEL PLAN HASTA QUE VUELVA A TENER STOCK
      *
           IF ARTI-OBSOLETO AND NUM-ARTI = ZERO
              GO TO EXAMINAR-ARTICULO-PLAN-FIN
           END-IF.

           MOVE ALM-CODARTI TO REC-CODARTI.
           MOVE ZERO        TO REC-CANTIDAD.
           WRITE REGREC.
