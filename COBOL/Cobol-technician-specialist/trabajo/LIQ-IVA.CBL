       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQ-IVA.
       REMARKS. LIQUIDACION TRIMESTRAL DEL IVA: PARA UN TRIMESTRE
           PEDIDO (AAAAT) ACUMULA POR TIPO IMPOSITIVO EL IVA
           DEVENGADO EN LAS FACTURAS EMITIDAS (FACCAB.DAT Y
           FACLIN.DAT) Y EN LOS TICKETS DE MOSTRADOR (TICKETS.DAT),
           LE RESTA EL DE LOS ABONOS POR DEVOLUCION (DEVOLUC.DAT,
           GRABADO POR DEV-FAC, CUYO IMPORTE LLEVA EL IVA DEL TIPO
           DE LA LINEA DE FACTURA DEVUELTA) Y EL IVA DEDUCIBLE DE
           LAS FACTURAS DE PROVEEDOR (FACPROV.DAT), E IMPRIME EN
           LIQIVA.LST EL DESGLOSE Y EL RESULTADO A INGRESAR O A
           DEVOLVER. UNA VEZ CONFORME, EL TRIMESTRE SE MARCA COMO
           PRESENTADO EN IVATRIM.DAT CON SUS CIFRAS; DESDE ENTONCES
           FAC-PED, DEV-FAC Y FAC-PROV NO GRABAN DOCUMENTOS EN EL Y
           ESTE PROGRAMA SOLO REIMPRIME LA LIQUIDACION, JUNTO A LAS
           CIFRAS PRESENTADAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-FACCAB ASSIGN TO DISK 'FACCAB.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FAC-NUMERO
                  ALTERNATE RECORD KEY FAC-CODCLI WITH DUPLICATES
                  FILE STATUS IS FAC-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS FLN-FILESTAT.

           SELECT A-TICKETS ASSIGN TO DISK 'TICKETS.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS TCK-FILESTAT.

           SELECT A-DEVOLUC ASSIGN TO DISK 'DEVOLUC.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DEV-FILESTAT.

           SELECT A-FACPROV ASSIGN TO DISK 'FACPROV.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS FPR-FILESTAT.

      *
      * DECLARACION DE LOS TRIMESTRES DE IVA YA PRESENTADOS
      *
           SELECT A-IVATRIM ASSIGN TO DISK 'IVATRIM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ITR-TRIMESTRE
                  FILE STATUS IS ITR-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'LIQIVA.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-FACCAB LABEL RECORD STANDARD.
       01 REGFAC.
          02 FAC-NUMERO     PIC 9(6).
          02 FAC-CODCLI     PIC X(5).
          02 FAC-NOMCLI     PIC X(25).
          02 FAC-FECHA      PIC X(8).
          02 FAC-PEDIDO     PIC 9(6).
          02 FAC-VENDEDOR   PIC X(3).
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

       FD A-DEVOLUC LABEL RECORD STANDARD.
       01 REGDEV.
          02 DEV-FACTURA    PIC 9(6).
          02 DEV-NUMLIN     PIC 9(2).
          02 DEV-CODCLI     PIC X(5).
          02 DEV-CODARTI    PIC 9(4).
          02 DEV-CANTIDAD   PIC 9(6).
          02 DEV-IMPORTE    PIC 9(8)V9(2).
          02 DEV-FECHA      PIC X(8).

       FD A-FACPROV LABEL RECORD STANDARD.
       01 REGFPR.
          02 FPR-NUMERO     PIC X(10).
          02 FPR-PROVEEDOR  PIC X(4).
          02 FPR-PEDIDO     PIC 9(6).
          02 FPR-FECHA      PIC X(8).
          02 FPR-IMPORTE    PIC 9(8)V9(2).
          02 FPR-ESTADO     PIC X(1).
          02 FPR-EXC-LINEAS PIC 9(3).
          02 FPR-EXC-PRECIO PIC 9(3).
          02 FPR-DESGLOSE-IVA OCCURS 3 TIMES.
             03 FPR-TIPIVA  PIC 9(2).
             03 FPR-BASE    PIC 9(8)V9(2).
             03 FPR-CUOTA   PIC 9(8)V9(2).

      *
      * DESCRIPCION DE UN TRIMESTRE DE IVA PRESENTADO. ITR-
      * REPERCUTIDO ES LA CUOTA DEVENGADA NETA DE ABONOS, ITR-
      * SIGNO I = A INGRESAR, D = A DEVOLVER
      *
       FD A-IVATRIM LABEL RECORD STANDARD.
       01 REGITR.
          02 ITR-TRIMESTRE  PIC X(5).
          02 ITR-FECHA      PIC X(8).
          02 ITR-REPERCUTIDO PIC 9(9)V9(2).
          02 ITR-SOPORTADO  PIC 9(9)V9(2).
          02 ITR-RESULTADO  PIC 9(9)V9(2).
          02 ITR-SIGNO      PIC X(1).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 FAC-FILESTAT      PIC X(2).
       77 FLN-FILESTAT      PIC X(2).
       77 TCK-FILESTAT      PIC X(2).
       77 DEV-FILESTAT      PIC X(2).
       77 FPR-FILESTAT      PIC X(2).
       77 ITR-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 ENT-TRIMESTRE     PIC X(5).
       77 NUM-TRIMESTRE     PIC 9(1).
       77 MES-DESDE         PIC 9(2).
       77 MES-HASTA         PIC 9(2).
       77 PERIODO-DESDE     PIC X(6).
       77 PERIODO-HASTA     PIC X(6).
       77 TRIMESTRE-VALIDO  PIC X(1).
       77 PRESENTADO        PIC X(1).
       77 RESPUESTA         PIC X(1).
       77 FIN-FICHERO       PIC X(1).
       77 FACTURA-LEIDA     PIC 9(6) VALUE ZERO.
       77 FACTURA-EN-PER    PIC X(1).
       77 IDX-DESG          PIC 9(2) COMP.
       77 CONT-DESG         PIC 9(2) COMP VALUE ZERO.
       77 IDX-FPR           PIC 9(2) COMP.
       77 IDX-ABO           PIC 9(3) COMP.
       77 CONT-ABO          PIC 9(3) COMP VALUE ZERO.
       77 ENCONTRADO-DESG   PIC X(1).
       77 CLASE-DESGLOSE    PIC X(1).
       77 TIPO-DESGLOSE     PIC 9(2).
       77 BASE-DESGLOSE     PIC 9(8)V9(2).
       77 CUOTA-DESGLOSE    PIC 9(8)V9(2).
       77 CONT-SIN-LINEA    PIC 9(3) VALUE ZERO.
       77 CONT-ABO-EXCESO   PIC 9(3) VALUE ZERO.
       77 TOTAL-DEVENGADO   PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-ABONADO     PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-DEDUCIBLE   PIC 9(9)V9(2) VALUE ZERO.
       77 DEVENGADO-NETO    PIC 9(9)V9(2) VALUE ZERO.
       77 DEDUCIBLE-NETO    PIC 9(9)V9(2) VALUE ZERO.
       77 RESULTADO         PIC 9(9)V9(2) VALUE ZERO.
       77 SIGNO-RESULTADO   PIC X(1).

      *
      * DESGLOSE DEL TRIMESTRE POR TIPO IMPOSITIVO: LO DEVENGADO,
      * LO ABONADO Y LO DEDUCIBLE
      *
       01 TAB-DESGLOSE.
          02 TAB-DES-OCU OCCURS 10 TIMES.
             03 TAB-DES-TIPO      PIC 9(2).
             03 TAB-DES-REP-BASE  PIC 9(9)V9(2).
             03 TAB-DES-REP-CUOTA PIC 9(9)V9(2).
             03 TAB-DES-ABO-BASE  PIC 9(9)V9(2).
             03 TAB-DES-ABO-CUOTA PIC 9(9)V9(2).
             03 TAB-DES-SOP-BASE  PIC 9(9)V9(2).
             03 TAB-DES-SOP-CUOTA PIC 9(9)V9(2).

      *
      * ABONOS DEL TRIMESTRE PENDIENTES DE CASAR CON SU LINEA DE
      * FACTURA PARA CONOCER EL TIPO DE IVA
      *
       01 TAB-ABONOS.
          02 TAB-ABO-OCU OCCURS 300 TIMES.
             03 TAB-ABO-FACTURA   PIC 9(6).
             03 TAB-ABO-NUMLIN    PIC 9(2).
             03 TAB-ABO-IMPORTE   PIC 9(8)V9(2).
             03 TAB-ABO-CASADO    PIC X(1).
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
       LIQUIDAR-IVA.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "LIQ-IVA" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL TRIMESTRE, ACUMULA EL IVA
      * DEVENGADO, ABONADO Y DEDUCIBLE, IMPRIME LA LIQUIDACION Y,
      * SI NO ESTABA PRESENTADO, PERMITE MARCARLO COMO TAL
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "LIQUIDACION TRIMESTRAL DEL IVA".
           DISPLAY "------------------------------".
           MOVE "N" TO TRIMESTRE-VALIDO.
           PERFORM PEDIR-TRIMESTRE UNTIL TRIMESTRE-VALIDO = "S".

           MOVE "N" TO PRESENTADO.
           OPEN INPUT A-IVATRIM.
           IF ITR-FILESTAT = "00"
              MOVE ENT-TRIMESTRE TO ITR-TRIMESTRE
              READ A-IVATRIM
                 INVALID KEY     MOVE "N" TO PRESENTADO
                 NOT INVALID KEY MOVE "S" TO PRESENTADO
              END-READ
           END-IF.
           CLOSE A-IVATRIM.

           INITIALIZE TAB-DESGLOSE.
           INITIALIZE TAB-ABONOS.

           PERFORM CARGAR-ABONOS.
           PERFORM ACUMULAR-FACTURAS.
           PERFORM ACUMULAR-TICKETS.
           PERFORM ACUMULAR-SOPORTADO.

           IF TOTAL-DEVENGADO NOT < TOTAL-ABONADO
              COMPUTE DEVENGADO-NETO = TOTAL-DEVENGADO - TOTAL-ABONADO
              MOVE TOTAL-DEDUCIBLE TO DEDUCIBLE-NETO
           ELSE
              MOVE ZERO TO DEVENGADO-NETO
              COMPUTE DEDUCIBLE-NETO = TOTAL-DEDUCIBLE
                      + TOTAL-ABONADO - TOTAL-DEVENGADO
           END-IF.
           IF DEVENGADO-NETO NOT < DEDUCIBLE-NETO
              COMPUTE RESULTADO = DEVENGADO-NETO - DEDUCIBLE-NETO
              MOVE "I" TO SIGNO-RESULTADO
           ELSE
              COMPUTE RESULTADO = DEDUCIBLE-NETO - DEVENGADO-NETO
              MOVE "D" TO SIGNO-RESULTADO
           END-IF.

           PERFORM IMPRIMIR-LIQUIDACION.

           DISPLAY "CUOTA DEVENGADA.....: " TOTAL-DEVENGADO.
           DISPLAY "CUOTA ABONADA.......: " TOTAL-ABONADO.
           DISPLAY "CUOTA DEDUCIBLE.....: " TOTAL-DEDUCIBLE.
           IF SIGNO-RESULTADO = "I"
              DISPLAY "RESULTADO A INGRESAR: " RESULTADO
           ELSE
              DISPLAY "RESULTADO A DEVOLVER: " RESULTADO
           END-IF.
           DISPLAY "LIQUIDACION GENERADA EN LIQIVA.LST".
           IF CONT-SIN-LINEA > ZERO
              DISPLAY "ABONOS SIN LINEA DE FACTURA (AL TIPO CERO): "
                      CONT-SIN-LINEA
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF CONT-ABO-EXCESO > ZERO
              DISPLAY "ABONOS NO CARGADOS (MAS DE 300 EN EL"
                      " TRIMESTRE): " CONT-ABO-EXCESO
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF PRESENTADO = "S"
              DISPLAY "EL TRIMESTRE " ENT-TRIMESTRE
                      " YA ESTA PRESENTADO (" ITR-FECHA
                      "). NO SE VUELVE A PRESENTAR."
           ELSE
              PERFORM MARCAR-PRESENTADO
           END-IF.

           GOBACK.


      * PIDE EL TRIMESTRE A LIQUIDAR (AAAAT) Y CALCULA LOS PERIODOS
      * AAAAMM QUE LO LIMITAN
      * ****************************************************************

       PEDIR-TRIMESTRE.
           DISPLAY "Trimestre a liquidar (AAAAT, T = 1 a 4):".
           ACCEPT ENT-TRIMESTRE NO BELL.
           IF ENT-TRIMESTRE(1:4) IS NUMERIC
              AND ENT-TRIMESTRE(5:1) >= "1"
              AND ENT-TRIMESTRE(5:1) <= "4"
              MOVE "S" TO TRIMESTRE-VALIDO
              MOVE ENT-TRIMESTRE(5:1) TO NUM-TRIMESTRE
              COMPUTE MES-HASTA = NUM-TRIMESTRE * 3
              COMPUTE MES-DESDE = MES-HASTA - 2
              MOVE ENT-TRIMESTRE(1:4) TO PERIODO-DESDE(1:4)
              MOVE MES-DESDE          TO PERIODO-DESDE(5:2)
              MOVE ENT-TRIMESTRE(1:4) TO PERIODO-HASTA(1:4)
              MOVE MES-HASTA          TO PERIODO-HASTA(5:2)
           ELSE
              DISPLAY "TRIMESTRE NO VALIDO."
           END-IF.


      * CARGA EN LA TABLA LOS ABONOS POR DEVOLUCION DEL TRIMESTRE
      * ****************************************************************

       CARGAR-ABONOS.
           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-DEVOLUC.
           IF DEV-FILESTAT NOT = "00"
              CLOSE A-DEVOLUC
              MOVE "S" TO FIN-FICHERO
           ELSE
              READ A-DEVOLUC AT END MOVE "S" TO FIN-FICHERO END-READ
           END-IF.
           PERFORM CARGAR-UN-ABONO UNTIL FIN-FICHERO = "S".
           IF DEV-FILESTAT NOT = "35"
              CLOSE A-DEVOLUC
           END-IF.


      * GUARDA UN ABONO SI ES DEL TRIMESTRE Y LEE EL SIGUIENTE
      * ****************************************************************

       CARGAR-UN-ABONO.
           IF DEV-FECHA(1:6) NOT < PERIODO-DESDE
              AND DEV-FECHA(1:6) NOT > PERIODO-HASTA
              IF CONT-ABO < 300
                 ADD 1 TO CONT-ABO
                 MOVE DEV-FACTURA TO TAB-ABO-FACTURA(CONT-ABO)
                 MOVE DEV-NUMLIN  TO TAB-ABO-NUMLIN(CONT-ABO)
                 MOVE DEV-IMPORTE TO TAB-ABO-IMPORTE(CONT-ABO)
                 MOVE "N"         TO TAB-ABO-CASADO(CONT-ABO)
              ELSE
                 ADD 1 TO CONT-ABO-EXCESO
              END-IF
           END-IF.
           READ A-DEVOLUC AT END MOVE "S" TO FIN-FICHERO END-READ.


      * RECORRE LAS LINEAS DE FACTURA: ACUMULA LAS DE FACTURAS DEL
      * TRIMESTRE COMO IVA DEVENGADO Y CASA CADA LINEA CON LOS
      * ABONOS QUE LA DEVUELVEN. LOS ABONOS QUE NO CASAN CON
      * NINGUNA LINEA SE RESTAN AL TIPO CERO
      * ****************************************************************

       ACUMULAR-FACTURAS.
           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-FACCAB.
           IF FAC-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL REGISTRO DE FACTURAS"
                      " (FACCAB.DAT)."
              CLOSE A-FACCAB
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT A-FACLIN.
           IF FLN-FILESTAT NOT = "00"
              CLOSE A-FACLIN
              MOVE "S" TO FIN-FICHERO
           ELSE
              READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-FICHERO
              END-READ
           END-IF.
           PERFORM ACUMULAR-LINEA-FACTURA UNTIL FIN-FICHERO = "S".
           IF FLN-FILESTAT NOT = "35"
              CLOSE A-FACLIN
           END-IF.
           CLOSE A-FACCAB.

           PERFORM RESTAR-ABONO-SIN-LINEA
                   VARYING IDX-ABO FROM 1 BY 1
                   UNTIL IDX-ABO > CONT-ABO.


      * ACUMULA UNA LINEA DE FACTURA Y LEE LA SIGUIENTE. LA FECHA
      * SE TOMA DE LA CABECERA, QUE SOLO SE LEE AL CAMBIAR DE
      * FACTURA
      * ****************************************************************

       ACUMULAR-LINEA-FACTURA.
           IF FLN-FACTURA NOT = FACTURA-LEIDA
              MOVE FLN-FACTURA TO FACTURA-LEIDA
              MOVE "N" TO FACTURA-EN-PER
              MOVE FLN-FACTURA TO FAC-NUMERO
              READ A-FACCAB
                 INVALID KEY MOVE SPACES TO FAC-FECHA
              END-READ
              IF FAC-FECHA(1:6) NOT < PERIODO-DESDE
                 AND FAC-FECHA(1:6) NOT > PERIODO-HASTA
                 MOVE "S" TO FACTURA-EN-PER
              END-IF
           END-IF.
           IF FACTURA-EN-PER = "S"
              MOVE "R"         TO CLASE-DESGLOSE
              MOVE FLN-TIPIVA  TO TIPO-DESGLOSE
              MOVE FLN-IMPORTE TO BASE-DESGLOSE
              COMPUTE CUOTA-DESGLOSE ROUNDED =
                      BASE-DESGLOSE * TIPO-DESGLOSE / 100
              PERFORM ACUMULAR-DESGLOSE
           END-IF.
           PERFORM CASAR-ABONO-LINEA
                   VARYING IDX-ABO FROM 1 BY 1
                   UNTIL IDX-ABO > CONT-ABO.
           READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-FICHERO
           END-READ.


      * SI EL ABONO DEVUELVE LA LINEA LEIDA, SEPARA SU BASE Y SU
      * CUOTA AL TIPO DE LA LINEA Y LAS ACUMULA COMO ABONADO
      * ****************************************************************

       CASAR-ABONO-LINEA.
           IF TAB-ABO-CASADO(IDX-ABO) = "N"
              AND TAB-ABO-FACTURA(IDX-ABO) = FLN-FACTURA
              AND TAB-ABO-NUMLIN(IDX-ABO) = FLN-NUMLIN
              MOVE "S" TO TAB-ABO-CASADO(IDX-ABO)
              MOVE "A"        TO CLASE-DESGLOSE
              MOVE FLN-TIPIVA TO TIPO-DESGLOSE
              COMPUTE BASE-DESGLOSE ROUNDED =
                      TAB-ABO-IMPORTE(IDX-ABO) * 100
                      / (100 + TIPO-DESGLOSE)
              COMPUTE CUOTA-DESGLOSE =
                      TAB-ABO-IMPORTE(IDX-ABO) - BASE-DESGLOSE
              PERFORM ACUMULAR-DESGLOSE
           END-IF.


      * RESTA AL TIPO CERO UN ABONO CUYA LINEA NO ESTA EN FACLIN
      * ****************************************************************

       RESTAR-ABONO-SIN-LINEA.
           IF TAB-ABO-CASADO(IDX-ABO) = "N"
              ADD 1 TO CONT-SIN-LINEA
              MOVE "A"  TO CLASE-DESGLOSE
              MOVE ZERO TO TIPO-DESGLOSE
              MOVE TAB-ABO-IMPORTE(IDX-ABO) TO BASE-DESGLOSE
              MOVE ZERO TO CUOTA-DESGLOSE
              PERFORM ACUMULAR-DESGLOSE
           END-IF.


      * ACUMULA COMO IVA DEVENGADO LAS LINEAS DE LOS TICKETS DE
      * MOSTRADOR DEL TRIMESTRE
      * ****************************************************************

       ACUMULAR-TICKETS.
           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-TICKETS.
           IF TCK-FILESTAT NOT = "00"
              CLOSE A-TICKETS
              MOVE "S" TO FIN-FICHERO
           ELSE
              READ A-TICKETS AT END MOVE "S" TO FIN-FICHERO END-READ
           END-IF.
           PERFORM ACUMULAR-LINEA-TICKET UNTIL FIN-FICHERO = "S".
           IF TCK-FILESTAT NOT = "35"
              CLOSE A-TICKETS
           END-IF.


      * ACUMULA UNA LINEA DE TICKET DEL TRIMESTRE Y LEE LA SIGUIENTE
      * ****************************************************************

       ACUMULAR-LINEA-TICKET.
           IF TCK-FECHA(1:6) NOT < PERIODO-DESDE
              AND TCK-FECHA(1:6) NOT > PERIODO-HASTA
              MOVE "R"         TO CLASE-DESGLOSE
              MOVE TCK-TIPIVA  TO TIPO-DESGLOSE
              MOVE TCK-IMPORTE TO BASE-DESGLOSE
              COMPUTE CUOTA-DESGLOSE ROUNDED =
                      BASE-DESGLOSE * TIPO-DESGLOSE / 100
              PERFORM ACUMULAR-DESGLOSE
           END-IF.
           READ A-TICKETS AT END MOVE "S" TO FIN-FICHERO END-READ.


      * ACUMULA COMO IVA DEDUCIBLE EL DESGLOSE DE LAS FACTURAS DE
      * PROVEEDOR DEL TRIMESTRE
      * ****************************************************************

       ACUMULAR-SOPORTADO.
           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-FACPROV.
           IF FPR-FILESTAT NOT = "00"
              CLOSE A-FACPROV
              MOVE "S" TO FIN-FICHERO
           ELSE
              READ A-FACPROV AT END MOVE "S" TO FIN-FICHERO END-READ
           END-IF.
           PERFORM ACUMULAR-FACTURA-PROVEEDOR UNTIL FIN-FICHERO = "S".
           IF FPR-FILESTAT NOT = "35"
              CLOSE A-FACPROV
           END-IF.


      * ACUMULA UNA FACTURA DE PROVEEDOR DEL TRIMESTRE Y LEE LA
      * SIGUIENTE. LAS GRABADAS SIN DESGLOSE VAN AL TIPO CERO
      * ****************************************************************

       ACUMULAR-FACTURA-PROVEEDOR.
           IF FPR-FECHA(1:6) NOT < PERIODO-DESDE
              AND FPR-FECHA(1:6) NOT > PERIODO-HASTA
              MOVE "S" TO CLASE-DESGLOSE
              IF FPR-TIPIVA(1) IS NUMERIC
                 PERFORM ACUMULAR-TIPO-PROVEEDOR
                         VARYING IDX-FPR FROM 1 BY 1
                         UNTIL IDX-FPR > 3
              ELSE
                 MOVE ZERO        TO TIPO-DESGLOSE
                 MOVE FPR-IMPORTE TO BASE-DESGLOSE
                 MOVE ZERO        TO CUOTA-DESGLOSE
                 PERFORM ACUMULAR-DESGLOSE
              END-IF
           END-IF.
           READ A-FACPROV AT END MOVE "S" TO FIN-FICHERO END-READ.


      * ACUMULA UNA POSICION OCUPADA DEL DESGLOSE DE IVA DE LA
      * FACTURA DE PROVEEDOR
      * ****************************************************************

       ACUMULAR-TIPO-PROVEEDOR.
           IF FPR-BASE(IDX-FPR) > ZERO
              OR FPR-CUOTA(IDX-FPR) > ZERO
              MOVE FPR-TIPIVA(IDX-FPR) TO TIPO-DESGLOSE
              MOVE FPR-BASE(IDX-FPR)   TO BASE-DESGLOSE
              MOVE FPR-CUOTA(IDX-FPR)  TO CUOTA-DESGLOSE
              PERFORM ACUMULAR-DESGLOSE
           END-IF.


      * ACUMULA BASE Y CUOTA AL TIPO TIPO-DESGLOSE EN LA COLUMNA DE
      * CLASE-DESGLOSE: R = DEVENGADO, A = ABONADO, S = DEDUCIBLE
      * ****************************************************************

       ACUMULAR-DESGLOSE.
           MOVE "N" TO ENCONTRADO-DESG.
           PERFORM COMPARAR-DESGLOSE
                   VARYING IDX-DESG FROM 1 BY 1
                   UNTIL IDX-DESG > CONT-DESG
                      OR ENCONTRADO-DESG = "S".
           IF ENCONTRADO-DESG = "N" AND CONT-DESG < 10
              ADD 1 TO CONT-DESG
              MOVE TIPO-DESGLOSE TO TAB-DES-TIPO(CONT-DESG)
              MOVE CONT-DESG TO IDX-DESG
              MOVE "S" TO ENCONTRADO-DESG
           ELSE
              SUBTRACT 1 FROM IDX-DESG
           END-IF.
           IF ENCONTRADO-DESG = "S"
              IF CLASE-DESGLOSE = "R"
                 ADD BASE-DESGLOSE  TO TAB-DES-REP-BASE(IDX-DESG)
                 ADD CUOTA-DESGLOSE TO TAB-DES-REP-CUOTA(IDX-DESG)
                 ADD CUOTA-DESGLOSE TO TOTAL-DEVENGADO
              ELSE
                 IF CLASE-DESGLOSE = "A"
                    ADD BASE-DESGLOSE  TO TAB-DES-ABO-BASE(IDX-DESG)
                    ADD CUOTA-DESGLOSE TO TAB-DES-ABO-CUOTA(IDX-DESG)
                    ADD CUOTA-DESGLOSE TO TOTAL-ABONADO
                 ELSE
                    ADD BASE-DESGLOSE  TO TAB-DES-SOP-BASE(IDX-DESG)
                    ADD CUOTA-DESGLOSE TO TAB-DES-SOP-CUOTA(IDX-DESG)
                    ADD CUOTA-DESGLOSE TO TOTAL-DEDUCIBLE
                 END-IF
              END-IF
           END-IF.


      * COMPARA UNA POSICION DEL DESGLOSE CON EL TIPO A ACUMULAR
      * ****************************************************************

       COMPARAR-DESGLOSE.
           IF TAB-DES-TIPO(IDX-DESG) = TIPO-DESGLOSE
              MOVE "S" TO ENCONTRADO-DESG
           END-IF.


      * IMPRIME LA LIQUIDACION: DESGLOSE POR TIPO DE LO DEVENGADO,
      * LO ABONADO Y LO DEDUCIBLE, TOTALES Y RESULTADO
      * ****************************************************************

       IMPRIMIR-LIQUIDACION.
           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "LIQUIDACION DEL IVA - TRIMESTRE " ENT-TRIMESTRE
                  " (" PERIODO-DESDE " A " PERIODO-HASTA ")"
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "IVA DEVENGADO (FACTURAS Y TICKETS)" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           PERFORM GRABAR-TIPO-DEVENGADO
                   VARYING IDX-DESG FROM 1 BY 1
                   UNTIL IDX-DESG > CONT-DESG.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "ABONOS POR DEVOLUCION" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           PERFORM GRABAR-TIPO-ABONADO
                   VARYING IDX-DESG FROM 1 BY 1
                   UNTIL IDX-DESG > CONT-DESG.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "IVA DEDUCIBLE (FACTURAS DE PROVEEDOR)"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           PERFORM GRABAR-TIPO-DEDUCIBLE
                   VARYING IDX-DESG FROM 1 BY 1
                   UNTIL IDX-DESG > CONT-DESG.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CUOTA DEVENGADA......: " TOTAL-DEVENGADO
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CUOTA ABONADA........: " TOTAL-ABONADO
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CUOTA DEDUCIBLE......: " TOTAL-DEDUCIBLE
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           IF SIGNO-RESULTADO = "I"
              STRING "RESULTADO A INGRESAR.: " RESULTADO
                     DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
              STRING "RESULTADO A DEVOLVER.: " RESULTADO
                     DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           END-IF.
           WRITE LINEA-LISTADO.

           IF PRESENTADO = "S"
              MOVE SPACES TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              MOVE SPACES TO LINEA-LISTADO
              STRING "TRIMESTRE PRESENTADO EL " ITR-FECHA
                     ": DEVENGADO NETO " ITR-REPERCUTIDO
                     " DEDUCIBLE " ITR-SOPORTADO
                     DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
              MOVE SPACES TO LINEA-LISTADO
              IF ITR-SIGNO = "I"
                 STRING "  RESULTADO PRESENTADO A INGRESAR: "
                        ITR-RESULTADO
                        DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
              ELSE
                 STRING "  RESULTADO PRESENTADO A DEVOLVER: "
                        ITR-RESULTADO
                        DELIMITED BY SIZE INTO LINEA-LISTADO
                 END-STRING
              END-IF
              WRITE LINEA-LISTADO
           END-IF.
           CLOSE A-LISTADO.


      * GRABA UNA LINEA DEL DESGLOSE DE LO DEVENGADO
      * ****************************************************************

       GRABAR-TIPO-DEVENGADO.
           IF TAB-DES-REP-BASE(IDX-DESG) > ZERO
              MOVE SPACES TO LINEA-LISTADO
              STRING "  IVA " TAB-DES-TIPO(IDX-DESG) "%: BASE "
                     TAB-DES-REP-BASE(IDX-DESG) "  CUOTA "
                     TAB-DES-REP-CUOTA(IDX-DESG)
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.


      * GRABA UNA LINEA DEL DESGLOSE DE LO ABONADO
      * ****************************************************************

       GRABAR-TIPO-ABONADO.
           IF TAB-DES-ABO-BASE(IDX-DESG) > ZERO
              MOVE SPACES TO LINEA-LISTADO
              STRING "  IVA " TAB-DES-TIPO(IDX-DESG) "%: BASE "
                     TAB-DES-ABO-BASE(IDX-DESG) "  CUOTA "
                     TAB-DES-ABO-CUOTA(IDX-DESG)
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.


      * GRABA UNA LINEA DEL DESGLOSE DE LO DEDUCIBLE
      * ****************************************************************

       GRABAR-TIPO-DEDUCIBLE.
           IF TAB-DES-SOP-BASE(IDX-DESG) > ZERO
              OR TAB-DES-SOP-CUOTA(IDX-DESG) > ZERO
              MOVE SPACES TO LINEA-LISTADO
              STRING "  IVA " TAB-DES-TIPO(IDX-DESG) "%: BASE "
                     TAB-DES-SOP-BASE(IDX-DESG) "  CUOTA "
                     TAB-DES-SOP-CUOTA(IDX-DESG)
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.


      * PREGUNTA SI SE DA POR PRESENTADO EL TRIMESTRE Y, SI ES ASI,
      * GRABA SUS CIFRAS EN IVATRIM.DAT, QUE BLOQUEA LA EMISION DE
      * DOCUMENTOS CON IVA EN EL
      * ****************************************************************

       MARCAR-PRESENTADO.
           DISPLAY "Marcar el trimestre como presentado (S/N):".
           ACCEPT RESPUESTA NO BELL.
           IF RESPUESTA = "S" OR RESPUESTA = "s"
              OPEN I-O A-IVATRIM
              IF ITR-FILESTAT NOT = "00"
                 CLOSE A-IVATRIM
                 OPEN OUTPUT A-IVATRIM
                 CLOSE A-IVATRIM
                 OPEN I-O A-IVATRIM
              END-IF
              MOVE ENT-TRIMESTRE   TO ITR-TRIMESTRE
              MOVE FECHA           TO ITR-FECHA
              MOVE DEVENGADO-NETO  TO ITR-REPERCUTIDO
              MOVE DEDUCIBLE-NETO  TO ITR-SOPORTADO
              MOVE RESULTADO       TO ITR-RESULTADO
              MOVE SIGNO-RESULTADO TO ITR-SIGNO
              WRITE REGITR
                 INVALID KEY
                    DISPLAY "EL TRIMESTRE YA CONSTA COMO PRESENTADO."
                 NOT INVALID KEY
                    DISPLAY "TRIMESTRE " ENT-TRIMESTRE
                            " MARCADO COMO PRESENTADO."
              END-WRITE
              CLOSE A-IVATRIM
           ELSE
              DISPLAY "EL TRIMESTRE QUEDA SIN PRESENTAR."
           END-IF.
