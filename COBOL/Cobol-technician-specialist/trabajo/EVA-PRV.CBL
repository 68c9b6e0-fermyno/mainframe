       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVA-PRV.
       REMARKS. EVALUACION TRIMESTRAL DE PROVEEDORES PARA LA
           NEGOCIACION ANUAL: PARA CADA PROVEEDOR DE PROVEED.DAT
           RECORRE LAS LINEAS DE LOS PEDIDOS DEL TRIMESTRE
           (PEDPROV.DAT / PEDPRLIN.DAT DE GES-COM) Y CALCULA EL
           PLAZO MEDIO Y EL PEOR DESDE EL PEDIDO HASTA LA RECEPCION
           (PPL-FECREC) FRENTE AL PACTADO EN PROVART.DAT (MAN-PRA),
           EL GRADO DE SERVICIO (RECIBIDO SOBRE PEDIDO), LAS
           ENTREGAS PARCIALES, LAS FACTURAS EN EXCEPCION Y LAS
           DISCREPANCIAS DE PRECIO DETECTADAS POR FAC-PROV
           (FACPROV.DAT) Y LAS DEVOLUCIONES CON NOTA DE CARGO DE
           DEV-PRV (DEVPROV.DAT). CON TODO ELLO DA UNA NOTA DE 0 A
           100: LA MEDIA DEL GRADO DE SERVICIO Y DE LA PUNTUALIDAD,
           MENOS 5 PUNTOS POR FACTURA EN EXCEPCION Y 5 POR NOTA DE
           CARGO. LISTA LA EVALUACION EN EVALPRV.LST, MARCANDO LOS
           PROVEEDORES POR DEBAJO DE LA NOTA MINIMA DEL MAESTRO DE
           PARAMETROS (NOTAPROV; 60 SI NO EXISTE), Y DEJA LA ULTIMA
           EVALUACION DE CADA PROVEEDOR EN EVALPRV.DAT, DONDE LA
           CONSULTA PRO-COM PARA AVISAR EN LA PROPUESTA DE COMPRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PROVEED ASSIGN TO DISK 'PROVEED.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRV-CODIGO
                  FILE STATUS IS PRV-FILESTAT.

           SELECT A-PEDPROV ASSIGN TO DISK 'PEDPROV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PPR-NUMERO
                  FILE STATUS IS PPR-FILESTAT.

           SELECT A-PEDPRLIN ASSIGN TO DISK 'PEDPRLIN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS PPL-FILESTAT.

           SELECT A-PROVART ASSIGN TO DISK 'PROVART.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRA-CLAVE
                  ALTERNATE RECORD KEY PRA-PROVEEDOR WITH DUPLICATES
                  FILE STATUS IS PRA-FILESTAT.

           SELECT A-FACPROV ASSIGN TO DISK 'FACPROV.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS FPR-FILESTAT.

           SELECT A-DEVPROV ASSIGN TO DISK 'DEVPROV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DVP-NUMERO
                  FILE STATUS IS DVP-FILESTAT.

           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

      *
      * DECLARACION DE LA ULTIMA EVALUACION DE CADA PROVEEDOR
      *
           SELECT A-EVALPRV ASSIGN TO DISK 'EVALPRV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EVP-PROVEEDOR
                  FILE STATUS IS EVP-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'EVALPRV.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-PROVEED LABEL RECORD STANDARD.
       01 REGPRV.
          02 PRV-CODIGO     PIC X(4).
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).

       FD A-PEDPROV LABEL RECORD STANDARD.
       01 REGPPR.
          02 PPR-NUMERO     PIC 9(6).
          02 PPR-PROVEEDOR  PIC X(4).
          02 PPR-FECHA      PIC X(8).
          02 PPR-ESTADO     PIC X(1).

       FD A-PEDPRLIN LABEL RECORD STANDARD.
       01 REGPPL.
          02 PPL-PEDIDO     PIC 9(6).
          02 PPL-NUMLIN     PIC 9(2).
          02 PPL-CODARTI    PIC 9(4).
          02 PPL-CANTIDAD   PIC 9(6).
          02 PPL-RECIBIDA   PIC 9(6).
          02 PPL-PRECIO     PIC 9(4)V9(2).
          02 PPL-UNIDAD     PIC X(3).
          02 PPL-FACTOR     PIC 9(4).
          02 PPL-FECREC     PIC X(8).
          02 PPL-PARCIALES  PIC 9(2).

       FD A-PROVART LABEL RECORD STANDARD.
       01 REGPRA.
          02 PRA-CLAVE.
             03 PRA-CODARTI    PIC 9(4).
             03 PRA-PROVEEDOR  PIC X(4).
          02 PRA-REFERENCIA PIC X(15).
          02 PRA-PRECIO     PIC 9(4)V9(2).
          02 PRA-CANT-MINIMA PIC 9(6).
          02 PRA-PLAZO      PIC 9(3).
          02 PRA-PREFERIDO  PIC X(1).
             88 PRA-ES-PREFERIDO VALUE "S".
          02 PRA-FEC-PRECIO PIC X(8).

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

       FD A-DEVPROV LABEL RECORD STANDARD.
       01 REGDVP.
          02 DVP-NUMERO     PIC 9(6).
          02 DVP-PEDIDO     PIC 9(6).
          02 DVP-PROVEEDOR  PIC X(4).
          02 DVP-FECHA      PIC X(8).
          02 DVP-ALMACEN    PIC 9(2).
          02 DVP-UNIDADES   PIC 9(7).
          02 DVP-IMPORTE    PIC 9(8)V9(2).
          02 DVP-MOTIVO     PIC X(30).

       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

      *
      * DESCRIPCION DE LA EVALUACION DE UN PROVEEDOR: TRIMESTRE
      * EVALUADO (AAAAT), NOTA Y SUS COMPONENTES
      *
       FD A-EVALPRV LABEL RECORD STANDARD.
       01 REGEVP.
          02 EVP-PROVEEDOR  PIC X(4).
          02 EVP-TRIMESTRE  PIC X(5).
          02 EVP-FECHA      PIC X(8).
          02 EVP-NOTA       PIC 9(3).
          02 EVP-SERVICIO   PIC 9(3).
          02 EVP-PUNTUALIDAD PIC 9(3).
          02 EVP-PLAZO-MEDIO PIC 9(3).
          02 EVP-PEOR-PLAZO PIC 9(4).
          02 EVP-PARCIALES  PIC 9(5).
          02 EVP-FAC-EXCEP  PIC 9(4).
          02 EVP-EXC-PRECIO PIC 9(5).
          02 EVP-DEVOLUCIONES PIC 9(4).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(100).


       WORKING-STORAGE SECTION.
       77 PRV-FILESTAT      PIC X(2).
       77 PPR-FILESTAT      PIC X(2).
       77 PPL-FILESTAT      PIC X(2).
       77 PRA-FILESTAT      PIC X(2).
       77 FPR-FILESTAT      PIC X(2).
       77 DVP-FILESTAT      PIC X(2).
       77 PAR-FILESTAT      PIC X(2).
       77 EVP-FILESTAT      PIC X(2).
       77 HAY-PEDPROV       PIC X(1) VALUE "N".
       77 HAY-PROVART       PIC X(1) VALUE "N".
       77 EXISTE            PIC X(1).
       77 EXISTE-PRA        PIC X(1).
       77 FIN-PROVEEDOR     PIC X(1).
       77 FIN-LINEA         PIC X(1).
       77 FIN-FACTURA       PIC X(1).
       77 FIN-DEVOLUCION    PIC X(1).
       77 FECHA             PIC 99999999.
       77 FECHA-HOY         PIC X(8).
       77 ENT-TRIMESTRE     PIC X(5).
       77 TRI-NUMERO        PIC 9(1).
       77 NOTA-MINIMA       PIC 9(3) VALUE 60.
       77 IDX-EV            PIC 9(3) COMP.
       77 IDX-EV-ENC        PIC 9(3) COMP.
       77 CONT-EV           PIC 9(3) COMP VALUE ZERO.
       77 CODIGO-BUSCADO    PIC X(4).
       77 PLAZO-LINEA       PIC S9(6).
       77 SERIAL-PEDIDO     PIC 9(7) COMP.
       77 SERIAL-TRABAJO    PIC 9(7) COMP.
       77 FECHA-TRABAJO     PIC X(8).
       77 FEC-W-ANO         PIC 9(4).
       77 FEC-W-MES         PIC 9(2).
       77 FEC-W-DIA         PIC 9(2).
       77 FEC-W-COC         PIC 9(4) COMP.
       77 FEC-W-R4          PIC 9(2) COMP.
       77 FEC-W-R100        PIC 9(2) COMP.
       77 FEC-W-R400        PIC 9(3) COMP.
       77 ES-BISIESTO       PIC X(1).
       77 SERVICIO-PRV      PIC 9(3).
       77 PUNTUALIDAD-PRV   PIC 9(3).
       77 PLAZO-MEDIO-PRV   PIC 9(3).
       77 PACTADO-MEDIO-PRV PIC 9(3).
       77 NOTA-CALCULO      PIC S9(5).
       77 NOTA-PRV          PIC 9(3).
       77 MARCA-NOTA        PIC X(13).
       77 CONT-EVALUADOS    PIC 9(3) VALUE ZERO.
       77 CONT-BAJO-MINIMO  PIC 9(3) VALUE ZERO.

      *
      * PERIODO DEL TRIMESTRE (MES INICIAL Y FINAL, AAAAMM)
      *
       01 PERIODO-DESDE.
          02 PDE-ANO        PIC 9(4).
          02 PDE-MES        PIC 9(2).
       01 PERIODO-HASTA.
          02 PHA-ANO        PIC 9(4).
          02 PHA-MES        PIC 9(2).

      *
      * DIAS ACUMULADOS AL EMPEZAR CADA MES
      *
       01 TAB-ACUM-V        PIC X(36) VALUE
          "000031059090120151181212243273304334".
       01 TAB-ACUM REDEFINES TAB-ACUM-V.
          02 DIAS-ACUM OCCURS 12 TIMES PIC 9(3).

      *
      * ACUMULADOS DEL TRIMESTRE POR PROVEEDOR
      *
       01 TAB-EVALUACION.
          02 TAB-EV-OCU OCCURS 200 TIMES.
             03 TAB-EV-COD       PIC X(4).
             03 TAB-EV-NOM       PIC X(25).
             03 TAB-EV-LINEAS    PIC 9(5).
             03 TAB-EV-PEDIDA    PIC 9(8).
             03 TAB-EV-RECIBIDA  PIC 9(8).
             03 TAB-EV-PARCIALES PIC 9(5).
             03 TAB-EV-RECEPC    PIC 9(5).
             03 TAB-EV-SUMA-PLZ  PIC 9(7).
             03 TAB-EV-PEOR-PLZ  PIC 9(4).
             03 TAB-EV-SUMA-PAC  PIC 9(7).
             03 TAB-EV-CON-PAC   PIC 9(5).
             03 TAB-EV-ATRASADAS PIC 9(5).
             03 TAB-EV-FACTURAS  PIC 9(4).
             03 TAB-EV-FAC-EXC   PIC 9(4).
             03 TAB-EV-EXC-PRE   PIC 9(5).
             03 TAB-EV-NOTAS-DEV PIC 9(4).
             03 TAB-EV-UNID-DEV  PIC 9(7).
             03 TAB-EV-IMP-DEV   PIC 9(8)V9(2).
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
       EVALUAR-PROVEEDORES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "EVA-PRV" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: FIJA EL TRIMESTRE, ACUMULA PEDIDOS,
      * FACTURAS Y DEVOLUCIONES POR PROVEEDOR Y EMITE LA EVALUACION
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FECHA-HOY.

           DISPLAY "EVALUACION TRIMESTRAL DE PROVEEDORES".
           DISPLAY "------------------------------------".
           DISPLAY "Trimestre (AAAAT, blanco=trimestre actual):".
           MOVE SPACES TO ENT-TRIMESTRE.
           ACCEPT ENT-TRIMESTRE NO BELL.
           IF ENT-TRIMESTRE = SPACES
              MOVE FECHA-HOY(1:4) TO ENT-TRIMESTRE(1:4)
              MOVE FECHA-HOY(5:2) TO FEC-W-MES
              COMPUTE TRI-NUMERO = (FEC-W-MES + 2) / 3
              MOVE TRI-NUMERO TO ENT-TRIMESTRE(5:1)
           END-IF.
           IF ENT-TRIMESTRE IS NOT NUMERIC
              OR ENT-TRIMESTRE(5:1) < "1" OR ENT-TRIMESTRE(5:1) > "4"
              DISPLAY "ERROR: TRIMESTRE NO VALIDO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE ENT-TRIMESTRE(1:4) TO PDE-ANO PHA-ANO.
           MOVE ENT-TRIMESTRE(5:1) TO TRI-NUMERO.
           COMPUTE PDE-MES = TRI-NUMERO * 3 - 2.
           COMPUTE PHA-MES = TRI-NUMERO * 3.

           PERFORM TOMAR-NOTA-MINIMA.
           PERFORM CARGAR-PROVEEDORES.
           IF CONT-EV = ZERO
              DISPLAY "NO HAY PROVEEDORES DADOS DE ALTA"
                      " (PROVEED.DAT)."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM ACUMULAR-PEDIDOS.
           PERFORM ACUMULAR-FACTURAS.
           PERFORM ACUMULAR-DEVOLUCIONES.

           OPEN I-O A-EVALPRV.
           IF EVP-FILESTAT NOT = "00"
              CLOSE A-EVALPRV
              OPEN OUTPUT A-EVALPRV
              CLOSE A-EVALPRV
              OPEN I-O A-EVALPRV
           END-IF.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "EVALUACION DE PROVEEDORES DEL TRIMESTRE "
                  ENT-TRIMESTRE " (" PERIODO-DESDE " A "
                  PERIODO-HASTA ", EMITIDO EL " FECHA-HOY ")"
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "NOTA MINIMA EXIGIDA: " NOTA-MINIMA
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "PROV NOMBRE                    LINEAS   PEDIDO "
              & " RECIBIDO SERV% PARCIALES NOTA" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "     PLAZO MEDIO/PEOR/PACTADO PUNT% FACTURAS EXCEP"
              & " PRECIO DEVOL UNIDADES    IMPORTE" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           PERFORM EMITIR-EVALUACION
                   VARYING IDX-EV FROM 1 BY 1
                   UNTIL IDX-EV > CONT-EV.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PROVEEDORES EVALUADOS: " CONT-EVALUADOS
                  "   POR DEBAJO DE LA NOTA MINIMA: " CONT-BAJO-MINIMO
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.
           CLOSE A-EVALPRV.

           DISPLAY "EVALUACION DEL TRIMESTRE " ENT-TRIMESTRE
                   " EN EVALPRV.LST: " CONT-EVALUADOS
                   " PROVEEDORES, " CONT-BAJO-MINIMO
                   " BAJO LA NOTA MINIMA".

           GOBACK.


      * TOMA LA NOTA MINIMA DEL MAESTRO DE PARAMETROS (NOTAPROV);
      * SIN ELLA QUEDA 60
      * ****************************************************************

       TOMAR-NOTA-MINIMA.
           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "NOTAPROV" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY MOVE PAR-VALOR TO NOTA-MINIMA
              END-READ
           END-IF.
           CLOSE A-PARAMS.


      * CARGA EN LA TABLA LOS PROVEEDORES DEL MAESTRO
      * ****************************************************************

       CARGAR-PROVEEDORES.
           MOVE "N" TO FIN-PROVEEDOR.
           OPEN INPUT A-PROVEED.
           IF PRV-FILESTAT NOT = "00"
              CLOSE A-PROVEED
              MOVE "S" TO FIN-PROVEEDOR
           ELSE
              READ A-PROVEED NEXT RECORD
                 AT END MOVE "S" TO FIN-PROVEEDOR
              END-READ
           END-IF.
           PERFORM ANOTAR-PROVEEDOR UNTIL FIN-PROVEEDOR = "S".
           IF PRV-FILESTAT NOT = "35"
              CLOSE A-PROVEED
           END-IF.


      * ANOTA UN PROVEEDOR CON SUS ACUMULADOS A CERO
      * ****************************************************************

       ANOTAR-PROVEEDOR.
           IF CONT-EV < 200
              ADD 1 TO CONT-EV
              MOVE PRV-CODIGO TO TAB-EV-COD(CONT-EV)
              MOVE PRV-NOMBRE TO TAB-EV-NOM(CONT-EV)
              MOVE ZERO TO TAB-EV-LINEAS(CONT-EV)
                           TAB-EV-PEDIDA(CONT-EV)
                           TAB-EV-RECIBIDA(CONT-EV)
                           TAB-EV-PARCIALES(CONT-EV)
                           TAB-EV-RECEPC(CONT-EV)
                           TAB-EV-SUMA-PLZ(CONT-EV)
                           TAB-EV-PEOR-PLZ(CONT-EV)
                           TAB-EV-SUMA-PAC(CONT-EV)
                           TAB-EV-CON-PAC(CONT-EV)
                           TAB-EV-ATRASADAS(CONT-EV)
                           TAB-EV-FACTURAS(CONT-EV)
                           TAB-EV-FAC-EXC(CONT-EV)
                           TAB-EV-EXC-PRE(CONT-EV)
                           TAB-EV-NOTAS-DEV(CONT-EV)
                           TAB-EV-UNID-DEV(CONT-EV)
                           TAB-EV-IMP-DEV(CONT-EV)
           END-IF.
           READ A-PROVEED NEXT RECORD
              AT END MOVE "S" TO FIN-PROVEEDOR
           END-READ.


      * DEJA EN IDX-EV-ENC LA POSICION DEL PROVEEDOR
      * CODIGO-BUSCADO EN LA TABLA (CERO SI NO ESTA)
      * ****************************************************************

       BUSCAR-PROVEEDOR.
           MOVE ZERO TO IDX-EV-ENC.
           PERFORM COMPARAR-PROVEEDOR
                   VARYING IDX-EV FROM 1 BY 1
                   UNTIL IDX-EV > CONT-EV OR IDX-EV-ENC > ZERO.


      * COMPARA UNA POSICION DE LA TABLA CON EL PROVEEDOR BUSCADO
      * ****************************************************************

       COMPARAR-PROVEEDOR.
           IF TAB-EV-COD(IDX-EV) = CODIGO-BUSCADO
              MOVE IDX-EV TO IDX-EV-ENC
           END-IF.


      * RECORRE LAS LINEAS DE PEDIDO A PROVEEDOR Y ACUMULA LAS DE
      * LOS PEDIDOS HECHOS EN EL TRIMESTRE
      * ****************************************************************

       ACUMULAR-PEDIDOS.
           OPEN INPUT A-PEDPROV.
           IF PPR-FILESTAT = "00"
              MOVE "S" TO HAY-PEDPROV
           ELSE
              CLOSE A-PEDPROV
              MOVE "N" TO HAY-PEDPROV
           END-IF.
           IF HAY-PEDPROV = "N"
              DISPLAY "NO EXISTEN PEDIDOS A PROVEEDOR (PEDPROV.DAT)."
           ELSE
              OPEN INPUT A-PROVART
              IF PRA-FILESTAT = "00"
                 MOVE "S" TO HAY-PROVART
              ELSE
                 CLOSE A-PROVART
                 MOVE "N" TO HAY-PROVART
              END-IF
              MOVE "N" TO FIN-LINEA
              OPEN INPUT A-PEDPRLIN
              IF PPL-FILESTAT NOT = "00"
                 CLOSE A-PEDPRLIN
                 MOVE "S" TO FIN-LINEA
              ELSE
                 READ A-PEDPRLIN AT END MOVE "S" TO FIN-LINEA
                 END-READ
              END-IF
              PERFORM ACUMULAR-LINEA-PEDIDO THRU
                      ACUMULAR-LINEA-PEDIDO-FIN
                      UNTIL FIN-LINEA = "S"
              IF PPL-FILESTAT NOT = "35"
                 CLOSE A-PEDPRLIN
              END-IF
              IF HAY-PROVART = "S"
                 CLOSE A-PROVART
              END-IF
              CLOSE A-PEDPROV
           END-IF.


      * ACUMULA UNA LINEA SI SU PEDIDO ES DEL TRIMESTRE: LO PEDIDO,
      * LO RECIBIDO, LAS ENTREGAS PARCIALES Y, SI YA SE RECIBIO,
      * EL PLAZO REAL FRENTE AL PACTADO CON EL PROVEEDOR
      * ****************************************************************

       ACUMULAR-LINEA-PEDIDO.
           MOVE PPL-PEDIDO TO PPR-NUMERO.
           READ A-PEDPROV
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              GO TO ACUMULAR-LINEA-PEDIDO-SIG
           END-IF.
           IF PPR-FECHA(1:6) < PERIODO-DESDE
              OR PPR-FECHA(1:6) > PERIODO-HASTA
              GO TO ACUMULAR-LINEA-PEDIDO-SIG
           END-IF.
           MOVE PPR-PROVEEDOR TO CODIGO-BUSCADO.
           PERFORM BUSCAR-PROVEEDOR.
           IF IDX-EV-ENC = ZERO
              GO TO ACUMULAR-LINEA-PEDIDO-SIG
           END-IF.

           ADD 1            TO TAB-EV-LINEAS(IDX-EV-ENC).
           ADD PPL-CANTIDAD TO TAB-EV-PEDIDA(IDX-EV-ENC).
           ADD PPL-RECIBIDA TO TAB-EV-RECIBIDA(IDX-EV-ENC).
           IF PPL-PARCIALES IS NUMERIC
              ADD PPL-PARCIALES TO TAB-EV-PARCIALES(IDX-EV-ENC)
           END-IF.

           IF PPL-RECIBIDA = ZERO OR PPL-FECREC IS NOT NUMERIC
              OR PPR-FECHA IS NOT NUMERIC
              GO TO ACUMULAR-LINEA-PEDIDO-SIG
           END-IF.
           MOVE PPR-FECHA TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           MOVE SERIAL-TRABAJO TO SERIAL-PEDIDO.
           MOVE PPL-FECREC TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           COMPUTE PLAZO-LINEA = SERIAL-TRABAJO - SERIAL-PEDIDO.
           IF PLAZO-LINEA < ZERO
              MOVE ZERO TO PLAZO-LINEA
           END-IF.
           ADD 1           TO TAB-EV-RECEPC(IDX-EV-ENC).
           ADD PLAZO-LINEA TO TAB-EV-SUMA-PLZ(IDX-EV-ENC).
           IF PLAZO-LINEA > TAB-EV-PEOR-PLZ(IDX-EV-ENC)
              MOVE PLAZO-LINEA TO TAB-EV-PEOR-PLZ(IDX-EV-ENC)
           END-IF.

      *
      * EL PLAZO PACTADO ES EL DEL PROVEEDOR PARA ESE ARTICULO
      *
           MOVE "N" TO EXISTE-PRA.
           IF HAY-PROVART = "S"
              MOVE PPL-CODARTI   TO PRA-CODARTI
              MOVE PPR-PROVEEDOR TO PRA-PROVEEDOR
              READ A-PROVART
                 INVALID KEY     MOVE "N" TO EXISTE-PRA
                 NOT INVALID KEY MOVE "S" TO EXISTE-PRA
              END-READ
           END-IF.
           IF EXISTE-PRA = "S" AND PRA-PLAZO > ZERO
              ADD 1         TO TAB-EV-CON-PAC(IDX-EV-ENC)
              ADD PRA-PLAZO TO TAB-EV-SUMA-PAC(IDX-EV-ENC)
              IF PLAZO-LINEA > PRA-PLAZO
                 ADD 1 TO TAB-EV-ATRASADAS(IDX-EV-ENC)
              END-IF
           END-IF.

       ACUMULAR-LINEA-PEDIDO-SIG.
           READ A-PEDPRLIN AT END MOVE "S" TO FIN-LINEA END-READ.

       ACUMULAR-LINEA-PEDIDO-FIN.
           EXIT.


      * RECORRE LAS FACTURAS DE PROVEEDOR CASADAS POR FAC-PROV Y
      * ACUMULA LAS DEL TRIMESTRE
      * ****************************************************************

       ACUMULAR-FACTURAS.
           MOVE "N" TO FIN-FACTURA.
           OPEN INPUT A-FACPROV.
           IF FPR-FILESTAT NOT = "00"
              CLOSE A-FACPROV
              MOVE "S" TO FIN-FACTURA
           ELSE
              READ A-FACPROV AT END MOVE "S" TO FIN-FACTURA END-READ
           END-IF.
           PERFORM ACUMULAR-FACTURA UNTIL FIN-FACTURA = "S".
           IF FPR-FILESTAT NOT = "35"
              CLOSE A-FACPROV
           END-IF.


      * ACUMULA UNA FACTURA DEL TRIMESTRE: LAS EN EXCEPCION Y SUS
      * LINEAS CON EL PRECIO FUERA DE TOLERANCIA
      * ****************************************************************

       ACUMULAR-FACTURA.
           IF FPR-FECHA(1:6) NOT < PERIODO-DESDE
              AND FPR-FECHA(1:6) NOT > PERIODO-HASTA
              MOVE FPR-PROVEEDOR TO CODIGO-BUSCADO
              PERFORM BUSCAR-PROVEEDOR
              IF IDX-EV-ENC > ZERO
                 ADD 1 TO TAB-EV-FACTURAS(IDX-EV-ENC)
                 IF FPR-ESTADO = "E"
                    ADD 1 TO TAB-EV-FAC-EXC(IDX-EV-ENC)
                 END-IF
                 IF FPR-EXC-PRECIO IS NUMERIC
                    ADD FPR-EXC-PRECIO TO TAB-EV-EXC-PRE(IDX-EV-ENC)
                 END-IF
              END-IF
           END-IF.
           READ A-FACPROV AT END MOVE "S" TO FIN-FACTURA END-READ.


      * RECORRE LAS DEVOLUCIONES A PROVEEDOR DE DEV-PRV Y ACUMULA
      * LAS DEL TRIMESTRE
      * ****************************************************************

       ACUMULAR-DEVOLUCIONES.
           MOVE "N" TO FIN-DEVOLUCION.
           OPEN INPUT A-DEVPROV.
           IF DVP-FILESTAT NOT = "00"
              CLOSE A-DEVPROV
              MOVE "S" TO FIN-DEVOLUCION
           ELSE
              READ A-DEVPROV NEXT RECORD
                 AT END MOVE "S" TO FIN-DEVOLUCION
              END-READ
           END-IF.
           PERFORM ACUMULAR-DEVOLUCION UNTIL FIN-DEVOLUCION = "S".
           IF DVP-FILESTAT NOT = "35"
              CLOSE A-DEVPROV
           END-IF.


      * ACUMULA UNA NOTA DE CARGO DEL TRIMESTRE
      * ****************************************************************

       ACUMULAR-DEVOLUCION.
           IF DVP-FECHA(1:6) NOT < PERIODO-DESDE
              AND DVP-FECHA(1:6) NOT > PERIODO-HASTA
              MOVE DVP-PROVEEDOR TO CODIGO-BUSCADO
              PERFORM BUSCAR-PROVEEDOR
              IF IDX-EV-ENC > ZERO
                 ADD 1 TO TAB-EV-NOTAS-DEV(IDX-EV-ENC)
                 ADD DVP-UNIDADES TO TAB-EV-UNID-DEV(IDX-EV-ENC)
                 ADD DVP-IMPORTE  TO TAB-EV-IMP-DEV(IDX-EV-ENC)
              END-IF
           END-IF.
           READ A-DEVPROV NEXT RECORD
              AT END MOVE "S" TO FIN-DEVOLUCION
           END-READ.


      * CALCULA LA NOTA DE UN PROVEEDOR CON PEDIDOS EN EL
      * TRIMESTRE, LA IMPRIME Y LA DEJA COMO SU ULTIMA EVALUACION
      * ****************************************************************

       EMITIR-EVALUACION.
           IF TAB-EV-LINEAS(IDX-EV) = ZERO
              MOVE SPACES TO LINEA-LISTADO
              STRING TAB-EV-COD(IDX-EV) " " TAB-EV-NOM(IDX-EV)
                     " SIN PEDIDOS EN EL TRIMESTRE"
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           ELSE
              PERFORM CALCULAR-NOTA
              PERFORM IMPRIMIR-EVALUACION
              PERFORM GRABAR-EVALUACION
           END-IF.


      * GRADO DE SERVICIO Y PUNTUALIDAD EN PORCENTAJE, PLAZOS
      * MEDIOS Y NOTA: MEDIA DE LOS DOS PORCENTAJES MENOS 5 PUNTOS
      * POR FACTURA EN EXCEPCION Y POR NOTA DE CARGO
      * ****************************************************************

       CALCULAR-NOTA.
           MOVE ZERO TO SERVICIO-PRV.
           IF TAB-EV-PEDIDA(IDX-EV) > ZERO
              COMPUTE SERVICIO-PRV = TAB-EV-RECIBIDA(IDX-EV) * 100
                                   / TAB-EV-PEDIDA(IDX-EV)
                 ON SIZE ERROR MOVE 100 TO SERVICIO-PRV
              END-COMPUTE
           END-IF.
           MOVE 100 TO PUNTUALIDAD-PRV.
           IF TAB-EV-CON-PAC(IDX-EV) > ZERO
              COMPUTE PUNTUALIDAD-PRV =
                      (TAB-EV-CON-PAC(IDX-EV)
                       - TAB-EV-ATRASADAS(IDX-EV)) * 100
                    / TAB-EV-CON-PAC(IDX-EV)
           END-IF.
           MOVE ZERO TO PLAZO-MEDIO-PRV PACTADO-MEDIO-PRV.
           IF TAB-EV-RECEPC(IDX-EV) > ZERO
              COMPUTE PLAZO-MEDIO-PRV ROUNDED =
                      TAB-EV-SUMA-PLZ(IDX-EV) / TAB-EV-RECEPC(IDX-EV)
                 ON SIZE ERROR MOVE 999 TO PLAZO-MEDIO-PRV
              END-COMPUTE
           END-IF.
           IF TAB-EV-CON-PAC(IDX-EV) > ZERO
              COMPUTE PACTADO-MEDIO-PRV ROUNDED =
                      TAB-EV-SUMA-PAC(IDX-EV) / TAB-EV-CON-PAC(IDX-EV)
           END-IF.

           COMPUTE NOTA-CALCULO ROUNDED =
                   (SERVICIO-PRV + PUNTUALIDAD-PRV) / 2
                 - TAB-EV-FAC-EXC(IDX-EV) * 5
                 - TAB-EV-NOTAS-DEV(IDX-EV) * 5.
           IF NOTA-CALCULO < ZERO
              MOVE ZERO TO NOTA-CALCULO
           END-IF.
           MOVE NOTA-CALCULO TO NOTA-PRV.

           ADD 1 TO CONT-EVALUADOS.
           MOVE SPACES TO MARCA-NOTA.
           IF NOTA-PRV < NOTA-MINIMA
              MOVE "*BAJO MINIMO*" TO MARCA-NOTA
              ADD 1 TO CONT-BAJO-MINIMO
           END-IF.


      * IMPRIME LAS DOS LINEAS DE LA EVALUACION DEL PROVEEDOR
      * ****************************************************************

       IMPRIMIR-EVALUACION.
           MOVE SPACES TO LINEA-LISTADO.
           STRING TAB-EV-COD(IDX-EV)       DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-EV-NOM(IDX-EV)       DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-EV-LINEAS(IDX-EV)    DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-EV-PEDIDA(IDX-EV)    DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-EV-RECIBIDA(IDX-EV)  DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  SERVICIO-PRV             DELIMITED BY SIZE
                  "     "                  DELIMITED BY SIZE
                  TAB-EV-PARCIALES(IDX-EV) DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  NOTA-PRV                 DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  MARCA-NOTA               DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "     "                  DELIMITED BY SIZE
                  PLAZO-MEDIO-PRV          DELIMITED BY SIZE
                  " / "                    DELIMITED BY SIZE
                  TAB-EV-PEOR-PLZ(IDX-EV)  DELIMITED BY SIZE
                  " / "                    DELIMITED BY SIZE
                  PACTADO-MEDIO-PRV        DELIMITED BY SIZE
                  " DIAS  "                DELIMITED BY SIZE
                  PUNTUALIDAD-PRV          DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  TAB-EV-FACTURAS(IDX-EV)  DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  TAB-EV-FAC-EXC(IDX-EV)   DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  TAB-EV-EXC-PRE(IDX-EV)   DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  TAB-EV-NOTAS-DEV(IDX-EV) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-EV-UNID-DEV(IDX-EV)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-EV-IMP-DEV(IDX-EV)   DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * DEJA LA EVALUACION COMO LA ULTIMA DEL PROVEEDOR
      * ****************************************************************

       GRABAR-EVALUACION.
           MOVE TAB-EV-COD(IDX-EV)       TO EVP-PROVEEDOR.
           MOVE ENT-TRIMESTRE            TO EVP-TRIMESTRE.
           MOVE FECHA-HOY                TO EVP-FECHA.
           MOVE NOTA-PRV                 TO EVP-NOTA.
           MOVE SERVICIO-PRV             TO EVP-SERVICIO.
           MOVE PUNTUALIDAD-PRV          TO EVP-PUNTUALIDAD.
           MOVE PLAZO-MEDIO-PRV          TO EVP-PLAZO-MEDIO.
           MOVE TAB-EV-PEOR-PLZ(IDX-EV)  TO EVP-PEOR-PLAZO.
           MOVE TAB-EV-PARCIALES(IDX-EV) TO EVP-PARCIALES.
           MOVE TAB-EV-FAC-EXC(IDX-EV)   TO EVP-FAC-EXCEP.
           MOVE TAB-EV-EXC-PRE(IDX-EV)   TO EVP-EXC-PRECIO.
           MOVE TAB-EV-NOTAS-DEV(IDX-EV) TO EVP-DEVOLUCIONES.
           WRITE REGEVP
              INVALID KEY REWRITE REGEVP
           END-WRITE.


      * CONVIERTE LA FECHA AAAAMMDD DE FECHA-TRABAJO EN UN NUMERO
      * DE DIA CORRIDO COMPARABLE (SERIAL-TRABAJO)
      * ****************************************************************

       FECHA-A-SERIAL.
           MOVE FECHA-TRABAJO(1:4) TO FEC-W-ANO.
           MOVE FECHA-TRABAJO(5:2) TO FEC-W-MES.
           MOVE FECHA-TRABAJO(7:2) TO FEC-W-DIA.

           COMPUTE SERIAL-TRABAJO = FEC-W-ANO * 365
                   + (FEC-W-ANO - 1) / 4
                   - (FEC-W-ANO - 1) / 100
                   + (FEC-W-ANO - 1) / 400
                   + DIAS-ACUM(FEC-W-MES) + FEC-W-DIA.

           PERFORM COMPROBAR-BISIESTO.
           IF ES-BISIESTO = "S" AND FEC-W-MES > 2
              ADD 1 TO SERIAL-TRABAJO
           END-IF.


      * DEJA EN ES-BISIESTO SI EL ANO DE TRABAJO ES BISIESTO
      * ****************************************************************

       COMPROBAR-BISIESTO.
           MOVE "N" TO ES-BISIESTO.
           DIVIDE FEC-W-ANO BY 4 GIVING FEC-W-COC
                  REMAINDER FEC-W-R4.
           DIVIDE FEC-W-ANO BY 100 GIVING FEC-W-COC
                  REMAINDER FEC-W-R100.
           DIVIDE FEC-W-ANO BY 400 GIVING FEC-W-COC
                  REMAINDER FEC-W-R400.
           IF FEC-W-R4 = ZERO
              AND (FEC-W-R100 NOT = ZERO OR FEC-W-R400 = ZERO)
              MOVE "S" TO ES-BISIESTO
           END-IF.
