       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALDO.
       REMARKS. RESPALDO GENERAL DE LOS MAESTROS DEL SISTEMA EN UNA
           GENERACION FECHADA: EN UNA SOLA EJECUCION COPIA LOS TRECE
           MAESTROS (CLIENTES.DAT, PROVINCIAS.DAT, SUCMAEST.DAT,
           OPERADOR.DAT, AARTI.SEC, AARTI.IND, AARTI.REL,
           ATPAR.SEC, MONEDAS.DAT, CODPOST.DAT, PROVEED.DAT Y LAS
           LINEAS INDEXADAS DE PEDIDO Y DE FACTURA, PEDLIN.DAT Y
           FACLIN.DAT) A
           FICHEROS XXXAAAAMMDD.BCK, VERIFICA EL RECUENTO DE
           REGISTROS DE CADA COPIA, ANOTA LA GENERACION EN EL
           CATALOGO (RESPCAT.DAT) CON SU FECHA Y LA HORA DE
           COMIENZO DEL RESPALDO (EL PUNTO DESDE EL QUE RECUPERA
           REAPLICA LA ACTIVIDAD POSTERIOR) Y CONSERVA SOLO EL NUMERO DE
           GENERACIONES CONFIGURADO EN RESPCONF.DAT (3 SI NO
           EXISTE).

                  RECORD KEY PRV-CODIGO
                  FILE STATUS IS ORI-FILESTAT.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS ORI-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS ORI-FILESTAT.

      *
      * FICHERO DE COPIA DE LA GENERACION (UNO POR MAESTRO, CON
      * NOMBRE FECHADO)
          02 RESTO-OPE      PIC X(14).

       FD A-ARTI-SEC LABEL RECORD STANDARD.
       01 REGARTI-SEC       PIC X(77).

       FD A-ARTI-IND LABEL RECORD STANDARD.
       01 REGARTI-IND.
          02 NUM-ARTI-IND   PIC 9(6).
          02 PRE-ARTI-IND   PIC 9(4)V9(2).
          02 COD-TPARTI-IND PIC X(3).
          02 RESTO-IND      PIC X(33).

       FD A-ARTI-REL LABEL RECORD STANDARD.
       01 REGARTI-REL       PIC X(77).

       FD A-TIPOARTI LABEL RECORD STANDARD.
       01 R-TIPOARTI        PIC X(30).
       FD A-PROVEED LABEL RECORD STANDARD.
       01 REGPRV.
          02 PRV-CODIGO     PIC X(4).
          02 RESTO-PRV      PIC X(74).

       FD A-PEDLIN LABEL RECORD STANDARD.
       01 REGLIN.
          02 LIN-CLAVE      PIC X(8).
          02 LIN-CODARTI    PIC 9(4).
          02 RESTO-LIN      PIC X(49).

       FD A-FACLIN LABEL RECORD STANDARD.
       01 REGFLN.
          02 FLN-CLAVE      PIC X(8).
          02 FLN-CODARTI    PIC 9(4).
          02 RESTO-FLN      PIC X(61).

       FD A-COPIA LABEL RECORD STANDARD.
       01 REG-COPIA         PIC X(150).
       FD A-CATALOGO LABEL RECORD STANDARD.
       01 REG-CATALOGO.
          02 CAT-FECHA      PIC X(8).
          02 CAT-HORA       PIC X(6).

       FD A-CONFIG LABEL RECORD STANDARD.
       01 REG-CONFIG.
       77 BLQ-FILESTAT      PIC X(2).
       77 RUN-BLOQUEADO     PIC X(1).
       77 HORA-BLOQUEO      PIC 9(8).
       77 HORA-RESPALDO     PIC 9(8).
       77 PAR-FILESTAT      PIC X(2).
       77 EXISTE-PAR        PIC X(1).
       77 FECHA             PIC 99999999.
       77 RESPALDO-OK       PIC X(1) VALUE "S".

       01 TAB-GENERACIONES.
          02 TAB-GEN OCCURS 20 TIMES.
             03 TAB-GEN-FECHA PIC X(8).
             03 TAB-GEN-HORA  PIC X(6).

      *
      * PREFIJOS DE LOS FICHEROS DE COPIA, EN EL MISMO ORDEN EN
      *
       01 TAB-PREFIJOS-INIC.
          02 FILLER PIC X(24) VALUE "CLIPROSUCOPEASEAINAREATP".
          02 FILLER PIC X(15) VALUE "MONCPOPRVPLNFLN".
       01 TAB-PREFIJOS REDEFINES TAB-PREFIJOS-INIC.
          02 TAB-PRF OCCURS 13 TIMES PIC X(3).

       PROCEDURE DIVISION.
       RESPALDAR-SISTEMA.

      *
      * BLOQUE PRINCIPAL: LEE LA CONFIGURACION, COPIA LOS TRECE
      * MAESTROS A LA GENERACION DE HOY, ANOTA LA GENERACION EN EL
      * CATALOGO Y RETIRA LAS GENERACIONES QUE SOBREN
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA-RESPALDO FROM TIME.

      *
      * EL RESPALDO NO DEBE COPIAR LOS MAESTROS MIENTRAS UNA
                      BLQ-PROGRAMA " DEL " BLQ-FECHA "). SI ES UN"
                      " CERROJO HUERFANO, LIMPIELO CON DES-BLQ."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ANOTAR-BLOQUEO-RUN.

           PERFORM RESPALDAR-CODPOST.
           MOVE "PRV" TO PREFIJO-ACTUAL.
           PERFORM RESPALDAR-PROVEED.
           MOVE "PLN" TO PREFIJO-ACTUAL.
           PERFORM RESPALDAR-PEDLIN.
           MOVE "FLN" TO PREFIJO-ACTUAL.
           PERFORM RESPALDAR-FACLIN.

           IF RESPALDO-OK = "S"
              PERFORM ANOTAR-GENERACION

           PERFORM RETIRAR-BLOQUEO-RUN.

           GOBACK.


      * COMPRUEBA SI OTRO LOTE PESADO TIENE TOMADO EL CERROJO DE
           END-READ.


      * RESPALDO DE LAS LINEAS DE PEDIDO
      * ****************************************************************

       RESPALDAR-PEDLIN SECTION.
           PERFORM PREPARAR-NOMBRE-COPIA.
           OPEN INPUT A-PEDLIN.
           IF ORI-FILESTAT NOT = "00"
              CLOSE A-PEDLIN
              DISPLAY "PEDLIN.DAT NO EXISTE: NO SE RESPALDA."
           ELSE
              OPEN OUTPUT A-COPIA
              MOVE "N" TO FIN-COPIA
              READ A-PEDLIN NEXT RECORD
                 AT END MOVE "S" TO FIN-COPIA
              END-READ
              PERFORM COPIAR-LINEA-PEDIDO UNTIL FIN-COPIA = "S"
              CLOSE A-COPIA
              CLOSE A-PEDLIN
              PERFORM VERIFICAR-COPIA
           END-IF.

       COPIAR-LINEA-PEDIDO SECTION.
           MOVE SPACES TO REG-COPIA.
           MOVE REGLIN TO REG-COPIA.
           WRITE REG-COPIA.
           ADD 1 TO CONT-COPIADOS.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-COPIA
           END-READ.


      * RESPALDO DE LAS LINEAS DE FACTURA
      * ****************************************************************

       RESPALDAR-FACLIN SECTION.
           PERFORM PREPARAR-NOMBRE-COPIA.
           OPEN INPUT A-FACLIN.
           IF ORI-FILESTAT NOT = "00"
              CLOSE A-FACLIN
              DISPLAY "FACLIN.DAT NO EXISTE: NO SE RESPALDA."
           ELSE
              OPEN OUTPUT A-COPIA
              MOVE "N" TO FIN-COPIA
              READ A-FACLIN NEXT RECORD
                 AT END MOVE "S" TO FIN-COPIA
              END-READ
              PERFORM COPIAR-LINEA-FACTURA UNTIL FIN-COPIA = "S"
              CLOSE A-COPIA
              CLOSE A-FACLIN
              PERFORM VERIFICAR-COPIA
           END-IF.

       COPIAR-LINEA-FACTURA SECTION.
           MOVE SPACES TO REG-COPIA.
           MOVE REGFLN TO REG-COPIA.
           WRITE REG-COPIA.
           ADD 1 TO CONT-COPIADOS.
           READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-COPIA
           END-READ.


      * ANOTA LA GENERACION DE HOY EN EL CATALOGO (SI NO ESTABA YA)
      * CON LA HORA DE COMIENZO DEL RESPALDO; UN SEGUNDO RESPALDO
      * EN EL MISMO DIA SUSTITUYE LAS COPIAS Y ACTUALIZA LA HORA
      * ****************************************************************

       ANOTAR-GENERACION SECTION.
           IF FIN-CATALOGO = "N" AND CONT-GEN < 20
              ADD 1 TO CONT-GEN
              MOVE FECHA TO TAB-GEN-FECHA(CONT-GEN)
              MOVE HORA-RESPALDO(1:6) TO TAB-GEN-HORA(CONT-GEN)
           END-IF.



       BUSCAR-GENERACION-HOY SECTION.
           IF TAB-GEN-FECHA(IDX-GEN) = FECHA
              MOVE HORA-RESPALDO(1:6) TO TAB-GEN-HORA(IDX-GEN)
              MOVE "S" TO FIN-CATALOGO
           END-IF.

           IF CONT-GEN < 20
              ADD 1 TO CONT-GEN
              MOVE CAT-FECHA TO TAB-GEN-FECHA(CONT-GEN)
              MOVE CAT-HORA  TO TAB-GEN-HORA(CONT-GEN)
           END-IF.
           READ A-CATALOGO AT END MOVE "S" TO FIN-CATALOGO END-READ.

           CLOSE A-CATALOGO.


      * BORRA LOS TRECE FICHEROS DE LA GENERACION MAS ANTIGUA Y LA
      * RETIRA DE LA TABLA DEL CATALOGO
      * ****************************************************************

           DISPLAY "RETIRANDO GENERACION " TAB-GEN-FECHA(1) ".".
           PERFORM BORRAR-COPIA-CADUCADA
              VARYING IDX-PRF FROM 1 BY 1
              UNTIL IDX-PRF > 13.

           PERFORM DESPLAZAR-CATALOGO
              VARYING IDX-GEN FROM 1 BY 1
           DELETE FILE A-CADUCADO.

       DESPLAZAR-CATALOGO SECTION.
           MOVE TAB-GEN(IDX-GEN + 1) TO TAB-GEN(IDX-GEN).

       GRABAR-GENERACION SECTION.
           MOVE TAB-GEN-FECHA(IDX-GEN) TO CAT-FECHA.
           MOVE TAB-GEN-HORA(IDX-GEN)  TO CAT-HORA.
           WRITE REG-CATALOGO.
