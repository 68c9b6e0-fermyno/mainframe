                  ACCESS DYNAMIC
                  RECORD KEY PRV-CODIGO.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES.

      *
      * FICHERO DE COPIA DE LA GENERACION ELEGIDA
      *
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


       WORKING-STORAGE SECTION.
           IF CAT-FILESTAT NOT = "00"
              CLOSE A-CATALOGO
              DISPLAY "NO HAY CATALOGO DE RESPALDOS (RESPCAT.DAT)."
              GOBACK
           END-IF.
           READ A-CATALOGO AT END MOVE "S" TO FIN-CATALOGO END-READ.
           PERFORM MOSTRAR-GENERACION UNTIL FIN-CATALOGO = "S".

           IF CONT-GEN = ZERO
              DISPLAY "EL CATALOGO ESTA VACIO: NADA QUE RESTAURAR."
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "Generacion a restaurar (AAAAMMDD)........:".
           ACCEPT ENT-FECHA NO BELL.
           DISPLAY "Maestro (CLI/PRO/SUC/OPE/ASE/AIN/ARE/ATP/".
           DISPLAY "         MON/CPO/PRV/PLN/FLN)............:".
           ACCEPT ENT-MAESTRO NO BELL.

           MOVE SPACES TO NOMBRE-COPIA.
              CLOSE A-COPIA
              DISPLAY "NO EXISTE LA COPIA " NOMBRE-COPIA "."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "ATENCION: EL CONTENIDO ACTUAL DEL MAESTRO SE".
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              CLOSE A-COPIA
              DISPLAY "RESTAURACION CANCELADA."
              GOBACK
           END-IF.

           MOVE "N" TO FIN-COPIA.
              OPEN OUTPUT A-PROVEED
              PERFORM RESTAURAR-PROVEEDOR UNTIL FIN-COPIA = "S"
              CLOSE A-PROVEED
           ELSE
           IF ENT-MAESTRO = "PLN"
              OPEN OUTPUT A-PEDLIN
              PERFORM RESTAURAR-LINEA-PEDIDO UNTIL FIN-COPIA = "S"
              CLOSE A-PEDLIN
           ELSE
           IF ENT-MAESTRO = "FLN"
              OPEN OUTPUT A-FACLIN
              PERFORM RESTAURAR-LINEA-FACTURA UNTIL FIN-COPIA = "S"
              CLOSE A-FACLIN
           ELSE
              DISPLAY "MAESTRO NO RECONOCIDO: " ENT-MAESTRO
              MOVE 12 TO RETURN-CODE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           CLOSE A-COPIA.
                      " REGISTROS DESDE " NOMBRE-COPIA "."
           END-IF.

           GOBACK.


      * MUESTRA UNA GENERACION DEL CATALOGO

       MOSTRAR-GENERACION SECTION.
           ADD 1 TO CONT-GEN.
           DISPLAY "   " CAT-FECHA "  " CAT-HORA.
           READ A-CATALOGO AT END MOVE "S" TO FIN-CATALOGO END-READ.


           READ A-COPIA AT END MOVE "S" TO FIN-COPIA END-READ.

       RESTAURAR-ARTI-SEC SECTION.
           MOVE REG-COPIA(1:77) TO REGARTI-SEC.
           WRITE REGARTI-SEC.
           ADD 1 TO CONT-RESTAURADOS.
           READ A-COPIA AT END MOVE "S" TO FIN-COPIA END-READ.

       RESTAURAR-ARTI-IND SECTION.
           MOVE REG-COPIA(1:77) TO REGARTI-IND.
           WRITE REGARTI-IND.
           ADD 1 TO CONT-RESTAURADOS.
           READ A-COPIA AT END MOVE "S" TO FIN-COPIA END-READ.

       RESTAURAR-ARTI-REL SECTION.
           MOVE REG-COPIA(1:77) TO REGARTI-REL.
           ADD 1 TO DIR-REL-ART.
           WRITE REGARTI-REL.
           ADD 1 TO CONT-RESTAURADOS.
           READ A-COPIA AT END MOVE "S" TO FIN-COPIA END-READ.

       RESTAURAR-PROVEEDOR SECTION.
           MOVE REG-COPIA(1:78) TO REGPRV.
           WRITE REGPRV.
           ADD 1 TO CONT-RESTAURADOS.
           READ A-COPIA AT END MOVE "S" TO FIN-COPIA END-READ.

       RESTAURAR-LINEA-PEDIDO SECTION.
           MOVE REG-COPIA(1:61) TO REGLIN.
           WRITE REGLIN.
           ADD 1 TO CONT-RESTAURADOS.
           READ A-COPIA AT END MOVE "S" TO FIN-COPIA END-READ.

       RESTAURAR-LINEA-FACTURA SECTION.
           MOVE REG-COPIA(1:73) TO REGFLN.
           WRITE REGFLN.
           ADD 1 TO CONT-RESTAURADOS.
           READ A-COPIA AT END MOVE "S" TO FIN-COPIA END-READ.
