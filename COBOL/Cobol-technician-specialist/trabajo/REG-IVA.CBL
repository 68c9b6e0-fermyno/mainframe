           DE HACIENDA: UNA LINEA POR FACTURA (NUMERO, FECHA,
           CLIENTE, BASE, CUOTA, TOTAL) Y EL RESUMEN DE BASE Y
           CUOTA POR CADA TIPO DE IVA, SIN VOLVER A SUMAR
           LISTADOS DE FACTURAS A MANO. LOS TICKETS DE VENTA EN
           MOSTRADOR (TICKETS.DAT, GRABADO POR CAJ-MOS) SE ANOTAN
           DETRAS DE LAS FACTURAS, UNA LINEA POR TICKET CON SU
           SUCURSAL EN LUGAR DEL CLIENTE, Y SUMAN EN EL MISMO
           RESUMEN POR TIPO. EL IVA SOPORTADO SE LISTA CON REG-IVS Y
           LA LIQUIDACION DEL TRIMESTRE SE HACE CON LIQ-IVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  FILE STATUS IS FAC-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS FLN-FILESTAT.

      *
      * DECLARACION DEL REGISTRO DE TICKETS DE MOSTRADOR
      *
           SELECT A-TICKETS ASSIGN TO DISK 'TICKETS.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS TCK-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'REGIVA.LST'
                  ORGANIZATION LINE SEQUENTIAL
          02 FAC-BASE       PIC 9(8)V9(2).
          02 FAC-IVA        PIC 9(8)V9(2).
          02 FAC-TOTAL      PIC 9(8)V9(2).
          02 FAC-MONEDA     PIC X(3).
          02 FAC-CAMBIO     PIC 9(3)V9(4).
          02 FAC-TOTAL-DIV  PIC 9(8)V9(2).

       FD A-FACLIN LABEL RECORD STANDARD.
       01 REGFLN.
          02 FLN-CLAVE.
             03 FLN-FACTURA PIC 9(6).
             03 FLN-NUMLIN  PIC 9(2).
          02 FLN-CODARTI    PIC 9(4).
          02 FLN-NOMARTI    PIC X(25).
          02 FLN-CANTIDAD   PIC 9(6).
          02 FLN-PRECIO     PIC 9(4)V9(2).
          02 FLN-IMPORTE    PIC 9(8)V9(2).
          02 FLN-TIPIVA     PIC 9(2).
          02 FLN-PEDIDO     PIC 9(6).
          02 FLN-ALBARAN    PIC 9(6).

       FD A-TICKETS LABEL RECORD STANDARD.
       01 REGTCK.
          02 TCK-NUMERO     PIC 9(6).
          02 TCK-NUMLIN     PIC 9(2).
          02 TCK-FECHA      PIC X(8).
          02 TCK-SUCURSAL   PIC 9(3).
          02 TCK-CODARTI    PIC 9(4).
          02 TCK-NOMARTI    PIC X(25).
          02 TCK-CANTIDAD   PIC 9(6).
          02 TCK-PRECIO     PIC 9(4)V9(2).
          02 TCK-IMPORTE    PIC 9(8)V9(2).
          02 TCK-TIPIVA     PIC 9(2).
          02 TCK-FORPAGO    PIC X(1).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).
       77 CONT-DESG         PIC 9(2) COMP VALUE ZERO.
       77 ENCONTRADO-DESG   PIC X(1).
       77 CUOTA-LINEA       PIC 9(8)V9(2).
       77 TCK-FILESTAT      PIC X(2).
       77 FIN-TICKET        PIC X(1).
       77 CONT-TICKETS      PIC 9(5) VALUE ZERO.
       77 TICKET-ACTUAL     PIC 9(6) VALUE ZERO.
       77 FECHA-TICKET      PIC X(8).
       77 SUCURSAL-TICKET   PIC 9(3).
       77 BASE-TICKET       PIC 9(8)V9(2).
       77 CUOTA-TICKET      PIC 9(8)V9(2).
       77 TOTAL-TICKET      PIC 9(8)V9(2).
       77 TIPO-DESGLOSE     PIC 9(2).
       77 BASE-DESGLOSE     PIC 9(8)V9(2).

      *
      * ACUMULADO DEL PERIODO POR TIPO IMPOSITIVO
             03 TAB-DES-TIPO   PIC 9(2).
             03 TAB-DES-BASE   PIC 9(9)V9(2).
             03 TAB-DES-CUOTA  PIC 9(9)V9(2).
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
       EMITIR-REGISTRO-IVA.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "REG-IVA" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL PERIODO, RECORRE LAS FACTURAS
      * ACUMULANDO POR TIPO DE IVA Y GRABA EL REGISTRO FISCAL
                      " (FACCAB.DAT)."
              CLOSE A-FACCAB
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           INITIALIZE TAB-DESGLOSE.

           CLOSE A-FACCAB.

           PERFORM ANOTAR-TICKETS.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "RESUMEN POR TIPO IMPOSITIVO (BASE / CUOTA)"
           CLOSE A-LISTADO.

           DISPLAY "FACTURAS DEL PERIODO: " CONT-FACTURAS.
           DISPLAY "TICKETS DEL PERIODO.: " CONT-TICKETS.
           DISPLAY "BASE TOTAL..........: " TOTAL-BASE.
           DISPLAY "CUOTA TOTAL.........: " TOTAL-CUOTA.
           DISPLAY "REGISTRO GENERADO EN REGIVA.LST".

           GOBACK.


      * AVANZA A LA SIGUIENTE FACTURA Y LA TRATA SI ES DEL PERIODO
              CLOSE A-FACLIN
              MOVE "S" TO FIN-LINEA
           ELSE
              MOVE FAC-NUMERO TO FLN-FACTURA
              MOVE ZERO TO FLN-NUMLIN
              START A-FACLIN KEY NOT LESS THAN FLN-CLAVE
                 INVALID KEY MOVE "S" TO FIN-LINEA
              END-START
              PERFORM LEER-LINEA-FACTURA
           END-IF.
           PERFORM ACUMULAR-LINEA-IVA UNTIL FIN-LINEA = "S".
           IF FLN-FILESTAT NOT = "35"

       ACUMULAR-LINEA-IVA.
           IF FLN-FACTURA = FAC-NUMERO
              MOVE FLN-TIPIVA  TO TIPO-DESGLOSE
              MOVE FLN-IMPORTE TO BASE-DESGLOSE
              PERFORM ACUMULAR-DESGLOSE
           END-IF.
           PERFORM LEER-LINEA-FACTURA.


      * LEE LA SIGUIENTE LINEA DE FACLIN.DAT POR CLAVE; AL PASAR A
      * OTRA FACTURA TERMINAN LAS LINEAS DE LA FACTURA ACTUAL
      * ****************************************************************

       LEER-LINEA-FACTURA.
           IF FIN-LINEA = "N"
              READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
              END-READ
           END-IF.
           IF FIN-LINEA = "N" AND FLN-FACTURA NOT = FAC-NUMERO
              MOVE "S" TO FIN-LINEA
           END-IF.


      * ACUMULA LA BASE BASE-DESGLOSE AL TIPO TIPO-DESGLOSE EN EL
      * DESGLOSE DEL PERIODO, CON SU CUOTA
      * ****************************************************************

       ACUMULAR-DESGLOSE.
           COMPUTE CUOTA-LINEA ROUNDED =
                   BASE-DESGLOSE * TIPO-DESGLOSE / 100.
           MOVE "N" TO ENCONTRADO-DESG.
           PERFORM COMPARAR-DESGLOSE
                   VARYING IDX-DESG FROM 1 BY 1
                   UNTIL IDX-DESG > CONT-DESG
                      OR ENCONTRADO-DESG = "S".
           IF ENCONTRADO-DESG = "N" AND CONT-DESG < 10
              ADD 1 TO CONT-DESG
              MOVE TIPO-DESGLOSE TO TAB-DES-TIPO(CONT-DESG)
              MOVE BASE-DESGLOSE TO TAB-DES-BASE(CONT-DESG)
              MOVE CUOTA-LINEA   TO TAB-DES-CUOTA(CONT-DESG)
           END-IF.


      * COMPARA UNA POSICION DEL DESGLOSE CON EL TIPO DE LA LINEA
      * ****************************************************************

       COMPARAR-DESGLOSE.
           IF TAB-DES-TIPO(IDX-DESG) = TIPO-DESGLOSE
              MOVE "S" TO ENCONTRADO-DESG
              ADD BASE-DESGLOSE TO TAB-DES-BASE(IDX-DESG)
              ADD CUOTA-LINEA   TO TAB-DES-CUOTA(IDX-DESG)
           END-IF.


      * ANOTA LOS TICKETS DE MOSTRADOR DEL PERIODO: LAS LINEAS DE
      * CADA TICKET ESTAN SEGUIDAS EN TICKETS.DAT Y SE ANOTA UNA
      * LINEA POR TICKET AL CAMBIAR DE NUMERO
      * ****************************************************************

       ANOTAR-TICKETS.
           MOVE ZERO TO TICKET-ACTUAL.
           MOVE ZERO TO BASE-TICKET CUOTA-TICKET.
           MOVE "N" TO FIN-TICKET.
           OPEN INPUT A-TICKETS.
           IF TCK-FILESTAT NOT = "00"
              CLOSE A-TICKETS
              MOVE "S" TO FIN-TICKET
           ELSE
              MOVE SPACES TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              MOVE "TICKETS DE MOSTRADOR (SUCURSAL EN LUGAR DE"
                   & " CLIENTE)" TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              READ A-TICKETS AT END MOVE "S" TO FIN-TICKET END-READ
           END-IF.
           PERFORM ACUMULAR-LINEA-TICKET UNTIL FIN-TICKET = "S".
           IF TCK-FILESTAT NOT = "35"
              CLOSE A-TICKETS
           END-IF.
           IF TICKET-ACTUAL > ZERO
              PERFORM ANOTAR-UN-TICKET
           END-IF.


      * ACUMULA UNA LINEA DE TICKET DEL PERIODO, ANOTANDO EL
      * TICKET ANTERIOR CUANDO CAMBIA EL NUMERO
      * ****************************************************************

       ACUMULAR-LINEA-TICKET.
           IF ENT-PERIODO = SPACES
              OR TCK-FECHA(1:6) = ENT-PERIODO
              IF TCK-NUMERO NOT = TICKET-ACTUAL
                 IF TICKET-ACTUAL > ZERO
                    PERFORM ANOTAR-UN-TICKET
                 END-IF
                 MOVE TCK-NUMERO   TO TICKET-ACTUAL
                 MOVE TCK-FECHA    TO FECHA-TICKET
                 MOVE TCK-SUCURSAL TO SUCURSAL-TICKET
                 MOVE ZERO TO BASE-TICKET CUOTA-TICKET
              END-IF
              MOVE TCK-TIPIVA  TO TIPO-DESGLOSE
              MOVE TCK-IMPORTE TO BASE-DESGLOSE
              PERFORM ACUMULAR-DESGLOSE
              ADD TCK-IMPORTE TO BASE-TICKET
              ADD CUOTA-LINEA TO CUOTA-TICKET
           END-IF.
           READ A-TICKETS AT END MOVE "S" TO FIN-TICKET END-READ.


      * ANOTA EL TICKET ACUMULADO EN EL REGISTRO Y EN LOS TOTALES
      * ****************************************************************

       ANOTAR-UN-TICKET.
           ADD 1 TO CONT-TICKETS.
           ADD BASE-TICKET  TO TOTAL-BASE.
           ADD CUOTA-TICKET TO TOTAL-CUOTA.
           COMPUTE TOTAL-TICKET = BASE-TICKET + CUOTA-TICKET.

           MOVE SPACES TO LINEA-LISTADO.
           STRING TICKET-ACTUAL   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  FECHA-TICKET    DELIMITED BY SIZE
                  " S"            DELIMITED BY SIZE
                  SUCURSAL-TICKET DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  BASE-TICKET     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CUOTA-TICKET    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TOTAL-TICKET    DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * GRABA EL RESUMEN DE UN TIPO IMPOSITIVO
