       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-347.
       REMARKS. DECLARACION ANUAL DE OPERACIONES CON TERCEROS
           (MODELO 347): PARA EL EJERCICIO PEDIDO SUMA POR NIF Y
           TRIMESTRE LAS FACTURAS EMITIDAS (FACCAB.DAT, CON EL NIF
           DEL CLIENTE EN CLIENTES.DAT) MENOS LOS ABONOS POR
           DEVOLUCION (DEVOLUC.DAT), Y LAS FACTURAS DE PROVEEDOR
           (FACPROV.DAT, CON EL NIF DEL PROVEEDOR EN PROVEED.DAT),
           TODO IVA INCLUIDO. LOS TERCEROS CUYO IMPORTE ANUAL SUPERA
           EL UMBRAL LEGAL (PARAMETRO UMB347 DE PARAMS.DAT, O
           3.005,06 SI NO ESTA) SE GRABAN EN M347AAAA.DAT, CLAVE B
           LAS VENTAS Y CLAVE A LAS COMPRAS, CON EL IMPORTE DE CADA
           TRIMESTRE, Y SE LISTAN EN MOD347.LST. LOS CLIENTES Y
           PROVEEDORES CON OPERACIONES EN EL EJERCICIO Y EL NIF EN
           BLANCO O ERRONEO (DNI, NIE O CIF CON SU CARACTER DE
           CONTROL) NO SE DECLARAN: SE LISTAN EN NIF347.LST PARA
           CORREGIRLOS (ACT-CLI, MAN-PRVE) ANTES DE PRESENTAR.

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

           SELECT A-DEVOLUC ASSIGN TO DISK 'DEVOLUC.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DEV-FILESTAT.

           SELECT A-FACPROV ASSIGN TO DISK 'FACPROV.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS FPR-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES
                  FILE STATUS IS CLI-FILESTAT.

           SELECT A-PROVEED ASSIGN TO DISK 'PROVEED.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRV-CODIGO
                  FILE STATUS IS PRV-FILESTAT.

           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

           SELECT A-ORDENA ASSIGN TO DISK 'MOD347.TMP'.

      *
      * DECLARACION PARA LA ASESORIA, UN FICHERO POR EJERCICIO
      *
           SELECT A-DECLARA ASSIGN TO DISK NOMBRE-DECLARA
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-LISTADO ASSIGN TO DISK 'MOD347.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-INCIDEN ASSIGN TO DISK 'NIF347.LST'
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

       FD A-CLIENT LABEL RECORD STANDARD.
       01 REGCLI.
          02 CODCLI         PIC X(5).
          02 NOMCLI         PIC X(25).
          02 DIRCLI         PIC X(25).
          02 POBCLI         PIC X(25).
          02 POSCLI         PIC 9(5).
          02 ALTCLI         PIC X(8).
          02 IMPCLI         PIC 9(6)V9(2).
          02 MONCLI         PIC X(3).
          02 CAMCLI         PIC 9(3)V9(4).
          02 IMECLI         PIC 9(6)V9(2).
          02 LIMCLI         PIC 9(6)V9(2).
          02 ESTCLI         PIC X(1).
          02 NIFCLI         PIC X(9).

       FD A-PROVEED LABEL RECORD STANDARD.
       01 REGPRV.
          02 PRV-CODIGO     PIC X(4).
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).

       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

      *
      * UNA OPERACION DEL EJERCICIO. ORD-AGRUPA ES EL NIF SI ES
      * CORRECTO, O EL NIF SEGUIDO DEL CODIGO SI NO LO ES, PARA
      * QUE CADA TERCERO SIN NIF VALIDO SALGA POR SEPARADO
      *
       SD A-ORDENA.
       01 REG-ORDENA.
          02 ORD-CLAVE      PIC X(1).
          02 ORD-AGRUPA     PIC X(14).
          02 ORD-NIF        PIC X(9).
          02 ORD-NIF-OK     PIC X(1).
          02 ORD-CODIGO     PIC X(5).
          02 ORD-NOMBRE     PIC X(25).
          02 ORD-TRIMESTRE  PIC 9(1).
          02 ORD-IMPORTE    PIC S9(9)V9(2).

      *
      * REGISTRO DE LA DECLARACION: CLAVE B = VENTAS (CLIENTES),
      * A = COMPRAS (PROVEEDORES). EL IMPORTE DE UN TRIMESTRE PUEDE
      * SER NEGATIVO SI LOS ABONOS SUPERAN LO FACTURADO
      *
       FD A-DECLARA LABEL RECORD STANDARD.
       01 REG347.
          02 D347-EJERCICIO PIC 9(4).
          02 D347-CLAVE     PIC X(1).
          02 D347-NIF       PIC X(9).
          02 D347-NOMBRE    PIC X(25).
          02 D347-CODIGO    PIC X(5).
          02 D347-IMPORTE   PIC 9(9)V9(2).
          02 D347-TRIMESTRE OCCURS 4 TIMES.
             03 D347-SIGNO     PIC X(1).
             03 D347-IMP-TRIM  PIC 9(9)V9(2).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(110).

       FD A-INCIDEN LABEL RECORD STANDARD.
       01 LINEA-INCIDEN      PIC X(110).


       WORKING-STORAGE SECTION.
       77 FAC-FILESTAT      PIC X(2).
       77 DEV-FILESTAT      PIC X(2).
       77 FPR-FILESTAT      PIC X(2).
       77 CLI-FILESTAT      PIC X(2).
       77 PRV-FILESTAT      PIC X(2).
       77 PAR-FILESTAT      PIC X(2).
       77 HAY-CLIENTES      PIC X(1) VALUE "N".
       77 HAY-PROVEEDORES   PIC X(1) VALUE "N".
       77 EXISTE-PAR        PIC X(1).
       77 FIN-FICHERO       PIC X(1).
       77 FIN-ORDENADO      PIC X(1).
       77 FECHA             PIC 99999999.
       77 ENT-EJERCICIO     PIC X(4).
       77 EJERCICIO         PIC 9(4).
       77 UMBRAL            PIC 9(6)V9(2) VALUE 3005,06.
       77 NOMBRE-DECLARA    PIC X(15).
       77 FECHA-OPERACION   PIC X(8).
       77 MES-OPERACION     PIC 9(2).
       77 CODIGO-OPERACION  PIC X(5).
       77 IMPORTE-OPERACION PIC S9(9)V9(2).
       77 IDX-FPR           PIC 9(2) COMP.
       77 IDX-TRIM          PIC 9(1) COMP.
       77 HAY-GRUPO         PIC X(1).
       77 CLAVE-ACTUAL      PIC X(1).
       77 AGRUPA-ACTUAL     PIC X(14).
       77 NIF-ACTUAL        PIC X(9).
       77 NIF-OK-ACTUAL     PIC X(1).
       77 CODIGO-ACTUAL     PIC X(5).
       77 NOMBRE-ACTUAL     PIC X(25).
       77 ANUAL-ACTUAL      PIC S9(9)V9(2).
       77 ANUAL-LISTADO     PIC 9(9)V9(2).
       77 CONT-VENTAS       PIC 9(5) VALUE ZERO.
       77 CONT-COMPRAS      PIC 9(5) VALUE ZERO.
       77 CONT-INCIDENCIAS  PIC 9(5) VALUE ZERO.
       77 TOTAL-VENTAS      PIC 9(11)V9(2) VALUE ZERO.
       77 TOTAL-COMPRAS     PIC 9(11)V9(2) VALUE ZERO.
       77 TEXTO-TERCERO     PIC X(9).
       77 TEXTO-UMBRAL      PIC X(17).
       77 ENT-NIF           PIC X(9).
       77 NIF-VALIDO        PIC X(1).
       77 IDX-NIF           PIC 9(1) COMP.

      *
      * IMPORTES DEL TERCERO QUE SE ESTA ACUMULANDO
      *
       01 TAB-TRIMESTRES.
          02 ACU-TRIMESTRE OCCURS 4 TIMES PIC S9(9)V9(2).

      *
      * IMPORTES DE LA LINEA DEL LISTADO: ANUAL Y CUATRO
      * TRIMESTRES, CADA UNO CON SU SIGNO DELANTE
      *
       01 LIN-IMPORTES.
          02 LIN-IMP OCCURS 5 TIMES.
             03 LIN-SEPARA     PIC X(1).
             03 LIN-SIGNO      PIC X(1).
             03 LIN-VALOR      PIC 9(9)V9(2).

      *
      * CAMPOS DE VALIDACION DEL NIF. DNI: OCHO CIFRAS Y LA LETRA
      * DE LA POSICION RESTO+1 DE LA TABLA, CON RESTO = NUMERO
      * MODULO 23. NIE: X, Y O Z (0, 1 O 2) Y SIETE CIFRAS, COMO
      * EL DNI. CIF: LETRA DE FORMA JURIDICA, SIETE CIFRAS Y UN
      * CONTROL (CIFRA, O LETRA DE LA POSICION CONTROL+1 DE LA
      * TABLA DE CIF)
      *
       01 NIF-CAMPOS.
          02 NIF-ENTRADA     PIC X(9).
          02 NIF-ENTRADA-R REDEFINES NIF-ENTRADA.
             03 NIF-PRIMERO  PIC X(1).
             03 NIF-CENTRO   PIC X(7).
             03 NIF-LETRA    PIC X(1).
          02 NIF-ENTRADA-C REDEFINES NIF-ENTRADA.
             03 NIF-CARACTER OCCURS 9 TIMES PIC X(1).
          02 NIF-NUMERO-X   PIC X(8).
          02 NIF-NUMERO     PIC 9(8).
          02 NIF-RESTO      PIC 9(2) COMP.
          02 NIF-COCIENTE   PIC 9(7) COMP.
          02 NIF-SUMA       PIC 9(3) COMP.
          02 NIF-CIFRA      PIC 9(1).
          02 NIF-DOBLE      PIC 9(2).
          02 NIF-CONTROL    PIC 9(1).
       01 TAB-LETRAS-NIF-INIC.
          02 FILLER PIC X(23) VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       01 TAB-LETRAS-NIF REDEFINES TAB-LETRAS-NIF-INIC.
          02 TAB-NIF-LETRA OCCURS 23 TIMES PIC X(1).
       01 TAB-LETRAS-CIF-INIC.
          02 FILLER PIC X(10) VALUE "JABCDEFGHI".
       01 TAB-LETRAS-CIF REDEFINES TAB-LETRAS-CIF-INIC.
          02 TAB-CIF-LETRA OCCURS 10 TIMES PIC X(1).
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
       DECLARAR-TERCEROS SECTION.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MOD-347" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: FIJA EL EJERCICIO Y EL UMBRAL, CLASIFICA
      * LAS OPERACIONES POR CLAVE Y NIF Y GRABA LA DECLARACION
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "DECLARACION ANUAL DE OPERACIONES CON TERCEROS".
           DISPLAY "---------------------------------------------".
           DISPLAY "Ejercicio (AAAA, blanco = el anterior):".
           MOVE SPACES TO ENT-EJERCICIO.
           ACCEPT ENT-EJERCICIO NO BELL.
           IF ENT-EJERCICIO = SPACES
              MOVE FECHA(1:4) TO EJERCICIO
              SUBTRACT 1 FROM EJERCICIO
           ELSE
              IF ENT-EJERCICIO IS NOT NUMERIC
                 DISPLAY "ERROR: EJERCICIO NO VALIDO."
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE ENT-EJERCICIO TO EJERCICIO
           END-IF.

      *
      * EL UMBRAL LEGAL SALE DEL MAESTRO DE PARAMETROS (3.005,06
      * SI NO ESTA CONFIGURADO)
      *
           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "UMB347  " TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY     MOVE "N" TO EXISTE-PAR
                 NOT INVALID KEY MOVE "S" TO EXISTE-PAR
              END-READ
              IF EXISTE-PAR = "S" AND PAR-VALOR > ZERO
                 MOVE PAR-VALOR TO UMBRAL
              END-IF
              CLOSE A-PARAMS
           ELSE
              CLOSE A-PARAMS
           END-IF.

      *
      * SIN MAESTRO DE CLIENTES O DE PROVEEDORES NO HAY NIF: SUS
      * OPERACIONES SALEN TODAS COMO INCIDENCIA
      *
           OPEN INPUT A-CLIENT.
           IF CLI-FILESTAT = "00"
              MOVE "S" TO HAY-CLIENTES
           ELSE
              CLOSE A-CLIENT
              MOVE "N" TO HAY-CLIENTES
           END-IF.
           OPEN INPUT A-PROVEED.
           IF PRV-FILESTAT = "00"
              MOVE "S" TO HAY-PROVEEDORES
           ELSE
              CLOSE A-PROVEED
              MOVE "N" TO HAY-PROVEEDORES
           END-IF.

           MOVE SPACES TO NOMBRE-DECLARA.
           STRING "M347" EJERCICIO ".DAT" DELIMITED BY SIZE
              INTO NOMBRE-DECLARA
           END-STRING.
           OPEN OUTPUT A-DECLARA.
           OPEN OUTPUT A-LISTADO.
           OPEN OUTPUT A-INCIDEN.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "OPERACIONES CON TERCEROS (MODELO 347) - EJERCICIO "
                  EJERCICIO " - UMBRAL " UMBRAL
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "C NIF       NOMBRE                          ANUAL"
              & "  1ER TRIMESTRE  2O TRIMESTRE  3ER TRIMESTRE"
              & "  4O TRIMESTRE" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE SPACES TO LINEA-INCIDEN.
           STRING "TERCEROS CON NIF EN BLANCO O ERRONEO - EJERCICIO "
                  EJERCICIO
                  DELIMITED BY SIZE INTO LINEA-INCIDEN
           END-STRING.
           WRITE LINEA-INCIDEN.
           MOVE SPACES TO LINEA-INCIDEN.
           WRITE LINEA-INCIDEN.
           MOVE "TERCERO   CODIGO NOMBRE                    NIF"
              & "              ANUAL" TO LINEA-INCIDEN.
           WRITE LINEA-INCIDEN.

           SORT A-ORDENA
                ON ASCENDING KEY ORD-CLAVE
                ON ASCENDING KEY ORD-AGRUPA
                INPUT PROCEDURE SELECCIONAR-OPERACIONES
                OUTPUT PROCEDURE EMITIR-DECLARACION.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "VENTAS (CLAVE B): " CONT-VENTAS " CLIENTES, "
                  TOTAL-VENTAS
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "COMPRAS (CLAVE A): " CONT-COMPRAS " PROVEEDORES, "
                  TOTAL-COMPRAS
                  DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           MOVE SPACES TO LINEA-INCIDEN.
           WRITE LINEA-INCIDEN.
           MOVE SPACES TO LINEA-INCIDEN.
           STRING "TERCEROS CON INCIDENCIA: " CONT-INCIDENCIAS
                  DELIMITED BY SIZE INTO LINEA-INCIDEN
           END-STRING.
           WRITE LINEA-INCIDEN.

           CLOSE A-DECLARA.
           CLOSE A-LISTADO.
           CLOSE A-INCIDEN.
           IF HAY-CLIENTES = "S"
              CLOSE A-CLIENT
           END-IF.
           IF HAY-PROVEEDORES = "S"
              CLOSE A-PROVEED
           END-IF.

           DISPLAY "CLIENTES DECLARADOS...: " CONT-VENTAS.
           DISPLAY "PROVEEDORES DECLARADOS: " CONT-COMPRAS.
           DISPLAY "DECLARACION GRABADA EN " NOMBRE-DECLARA
                   " Y LISTADA EN MOD347.LST".
           IF CONT-INCIDENCIAS > ZERO
              DISPLAY "TERCEROS CON NIF EN BLANCO O ERRONEO: "
                      CONT-INCIDENCIAS " (VER NIF347.LST)"
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * PROCEDIMIENTO DE ENTRADA DEL SORT: SUELTA LAS FACTURAS
      * EMITIDAS, LOS ABONOS Y LAS FACTURAS DE PROVEEDOR DEL
      * EJERCICIO
      * ****************************************************************

       SELECCIONAR-OPERACIONES SECTION.
           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-FACCAB.
           IF FAC-FILESTAT NOT = "00"
              CLOSE A-FACCAB
              MOVE "S" TO FIN-FICHERO
           ELSE
              READ A-FACCAB NEXT RECORD
                 AT END MOVE "S" TO FIN-FICHERO
              END-READ
           END-IF.
           PERFORM TRATAR-FACTURA UNTIL FIN-FICHERO = "S".
           IF FAC-FILESTAT NOT = "35"
              CLOSE A-FACCAB
           END-IF.

           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-DEVOLUC.
           IF DEV-FILESTAT NOT = "00"
              CLOSE A-DEVOLUC
              MOVE "S" TO FIN-FICHERO
           ELSE
              READ A-DEVOLUC AT END MOVE "S" TO FIN-FICHERO END-READ
           END-IF.
           PERFORM TRATAR-ABONO UNTIL FIN-FICHERO = "S".
           IF DEV-FILESTAT NOT = "35"
              CLOSE A-DEVOLUC
           END-IF.

           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-FACPROV.
           IF FPR-FILESTAT NOT = "00"
              CLOSE A-FACPROV
              MOVE "S" TO FIN-FICHERO
           ELSE
              READ A-FACPROV AT END MOVE "S" TO FIN-FICHERO END-READ
           END-IF.
           PERFORM TRATAR-FACTURA-PROVEEDOR UNTIL FIN-FICHERO = "S".
           IF FPR-FILESTAT NOT = "35"
              CLOSE A-FACPROV
           END-IF.


      * SUELTA UNA FACTURA EMITIDA SI ES DEL EJERCICIO
      * ****************************************************************

       TRATAR-FACTURA SECTION.
           IF FAC-FECHA(1:4) = EJERCICIO
              MOVE FAC-CODCLI TO CODIGO-OPERACION
              MOVE FAC-FECHA  TO FECHA-OPERACION
              MOVE FAC-TOTAL  TO IMPORTE-OPERACION
              PERFORM SOLTAR-VENTA
           END-IF.
           READ A-FACCAB NEXT RECORD
              AT END MOVE "S" TO FIN-FICHERO
           END-READ.


      * SUELTA UN ABONO POR DEVOLUCION DEL EJERCICIO, EN NEGATIVO
      * ****************************************************************

       TRATAR-ABONO SECTION.
           IF DEV-FECHA(1:4) = EJERCICIO
              MOVE DEV-CODCLI TO CODIGO-OPERACION
              MOVE DEV-FECHA  TO FECHA-OPERACION
              COMPUTE IMPORTE-OPERACION = ZERO - DEV-IMPORTE
              PERFORM SOLTAR-VENTA
           END-IF.
           READ A-DEVOLUC AT END MOVE "S" TO FIN-FICHERO END-READ.


      * SUELTA UNA FACTURA DE PROVEEDOR DEL EJERCICIO POR SU TOTAL
      * CON IVA. LAS GRABADAS SIN DESGLOSE VAN POR SU IMPORTE
      * ****************************************************************

       TRATAR-FACTURA-PROVEEDOR SECTION.
           IF FPR-FECHA(1:4) = EJERCICIO
              MOVE FPR-PROVEEDOR TO CODIGO-OPERACION
              MOVE FPR-FECHA     TO FECHA-OPERACION
              IF FPR-TIPIVA(1) IS NUMERIC
                 MOVE ZERO TO IMPORTE-OPERACION
                 PERFORM SUMAR-DESGLOSE-PROVEEDOR
                         VARYING IDX-FPR FROM 1 BY 1
                         UNTIL IDX-FPR > 3
              ELSE
                 MOVE FPR-IMPORTE TO IMPORTE-OPERACION
              END-IF
              PERFORM SOLTAR-COMPRA
           END-IF.
           READ A-FACPROV AT END MOVE "S" TO FIN-FICHERO END-READ.


      * SUMA UNA POSICION DEL DESGLOSE DE IVA DE LA FACTURA
      * ****************************************************************

       SUMAR-DESGLOSE-PROVEEDOR SECTION.
           ADD FPR-BASE(IDX-FPR)  TO IMPORTE-OPERACION.
           ADD FPR-CUOTA(IDX-FPR) TO IMPORTE-OPERACION.


      * PREPARA UNA OPERACION DE VENTA CON EL NIF Y EL NOMBRE DEL
      * CLIENTE
      * ****************************************************************

       SOLTAR-VENTA SECTION.
           MOVE "B" TO ORD-CLAVE.
           MOVE CODIGO-OPERACION TO ORD-CODIGO.
           MOVE SPACES TO ORD-NIF.
           MOVE "** CLIENTE DESCONOCIDO **" TO ORD-NOMBRE.
           IF HAY-CLIENTES = "S"
              MOVE CODIGO-OPERACION TO CODCLI
              READ A-CLIENT
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY MOVE NIFCLI TO ORD-NIF
                                 MOVE NOMCLI TO ORD-NOMBRE
              END-READ
           END-IF.
           PERFORM SOLTAR-OPERACION.


      * PREPARA UNA OPERACION DE COMPRA CON EL NIF Y EL NOMBRE DEL
      * PROVEEDOR
      * ****************************************************************

       SOLTAR-COMPRA SECTION.
           MOVE "A" TO ORD-CLAVE.
           MOVE CODIGO-OPERACION TO ORD-CODIGO.
           MOVE SPACES TO ORD-NIF.
           MOVE "** PROVEEDOR DESCONOCIDO **" TO ORD-NOMBRE.
           IF HAY-PROVEEDORES = "S"
              MOVE CODIGO-OPERACION TO PRV-CODIGO
              READ A-PROVEED
                 INVALID KEY     CONTINUE
                 NOT INVALID KEY MOVE PRV-NIF    TO ORD-NIF
                                 MOVE PRV-NOMBRE TO ORD-NOMBRE
              END-READ
           END-IF.
           PERFORM SOLTAR-OPERACION.


      * VALIDA EL NIF DE LA OPERACION, FIJA SU TRIMESTRE Y LA
      * SUELTA AL SORT
      * ****************************************************************

       SOLTAR-OPERACION SECTION.
           MOVE ORD-NIF TO ENT-NIF.
           IF ENT-NIF = SPACES
              MOVE "N" TO NIF-VALIDO
           ELSE
              PERFORM VALIDAR-NIF
           END-IF.
           MOVE NIF-VALIDO TO ORD-NIF-OK.
           MOVE SPACES TO ORD-AGRUPA.
           MOVE ORD-NIF TO ORD-AGRUPA(1:9).
           IF NIF-VALIDO = "N"
              MOVE ORD-CODIGO TO ORD-AGRUPA(10:5)
           END-IF.
           MOVE FECHA-OPERACION(5:2) TO MES-OPERACION.
           COMPUTE ORD-TRIMESTRE = (MES-OPERACION + 2) / 3.
           MOVE IMPORTE-OPERACION TO ORD-IMPORTE.
           RELEASE REG-ORDENA.


      * PROCEDIMIENTO DE SALIDA DEL SORT: ACUMULA POR TRIMESTRE LAS
      * OPERACIONES DE CADA TERCERO Y LO CIERRA AL CAMBIAR DE NIF
      * ****************************************************************

       EMITIR-DECLARACION SECTION.
           MOVE "N" TO FIN-ORDENADO.
           MOVE "N" TO HAY-GRUPO.
           RETURN A-ORDENA
              AT END MOVE "S" TO FIN-ORDENADO
           END-RETURN.
           IF FIN-ORDENADO = "N"
              PERFORM INICIAR-TERCERO
           END-IF.
           PERFORM RECOGER-OPERACION UNTIL FIN-ORDENADO = "S".
           IF HAY-GRUPO = "S"
              PERFORM CERRAR-TERCERO
           END-IF.


      * ACUMULA LA OPERACION RECOGIDA Y LEE LA SIGUIENTE, CORTANDO
      * POR CLAVE Y NIF
      * ****************************************************************

       RECOGER-OPERACION SECTION.
           ADD ORD-IMPORTE TO ACU-TRIMESTRE(ORD-TRIMESTRE).
           ADD ORD-IMPORTE TO ANUAL-ACTUAL.

           RETURN A-ORDENA
              AT END MOVE "S" TO FIN-ORDENADO
           END-RETURN.
           IF FIN-ORDENADO = "N"
              IF ORD-CLAVE NOT = CLAVE-ACTUAL
                 OR ORD-AGRUPA NOT = AGRUPA-ACTUAL
                 PERFORM CERRAR-TERCERO
                 PERFORM INICIAR-TERCERO
              END-IF
           END-IF.


      * PONE A CERO LOS ACUMULADOS DEL TERCERO RECOGIDO
      * ****************************************************************

       INICIAR-TERCERO SECTION.
           MOVE "S" TO HAY-GRUPO.
           MOVE ORD-CLAVE  TO CLAVE-ACTUAL.
           MOVE ORD-AGRUPA TO AGRUPA-ACTUAL.
           MOVE ORD-NIF    TO NIF-ACTUAL.
           MOVE ORD-NIF-OK TO NIF-OK-ACTUAL.
           MOVE ORD-CODIGO TO CODIGO-ACTUAL.
           MOVE ORD-NOMBRE TO NOMBRE-ACTUAL.
           MOVE ZERO TO ANUAL-ACTUAL.
           INITIALIZE TAB-TRIMESTRES.


      * CIERRA UN TERCERO: CON NIF CORRECTO SE DECLARA SI SUPERA EL
      * UMBRAL; SIN EL, SE LISTA COMO INCIDENCIA
      * ****************************************************************

       CERRAR-TERCERO SECTION.
           IF CLAVE-ACTUAL = "B"
              MOVE "CLIENTE  " TO TEXTO-TERCERO
           ELSE
              MOVE "PROVEEDOR" TO TEXTO-TERCERO
           END-IF.
           IF ANUAL-ACTUAL < ZERO
              COMPUTE ANUAL-LISTADO = ZERO - ANUAL-ACTUAL
           ELSE
              MOVE ANUAL-ACTUAL TO ANUAL-LISTADO
           END-IF.

           IF NIF-OK-ACTUAL = "N"
              MOVE SPACES TO TEXTO-UMBRAL
              IF ANUAL-ACTUAL > UMBRAL
                 MOVE "SUPERA EL UMBRAL" TO TEXTO-UMBRAL
              END-IF
              IF NIF-ACTUAL = SPACES
                 MOVE "(BLANCO)" TO NIF-ACTUAL
              END-IF
              MOVE SPACES TO LINEA-INCIDEN
              STRING TEXTO-TERCERO DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     CODIGO-ACTUAL DELIMITED BY SIZE
                     "  "          DELIMITED BY SIZE
                     NOMBRE-ACTUAL DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     NIF-ACTUAL    DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     ANUAL-LISTADO DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     TEXTO-UMBRAL  DELIMITED BY SIZE
                     INTO LINEA-INCIDEN
              END-STRING
              WRITE LINEA-INCIDEN
              ADD 1 TO CONT-INCIDENCIAS
           ELSE
              IF ANUAL-ACTUAL > UMBRAL
                 PERFORM GRABAR-DECLARADO
              END-IF
           END-IF.


      * GRABA EL TERCERO EN LA DECLARACION Y EN EL LISTADO
      * ****************************************************************

       GRABAR-DECLARADO SECTION.
           MOVE EJERCICIO     TO D347-EJERCICIO.
           MOVE CLAVE-ACTUAL  TO D347-CLAVE.
           MOVE NIF-ACTUAL    TO D347-NIF.
           MOVE NOMBRE-ACTUAL TO D347-NOMBRE.
           MOVE CODIGO-ACTUAL TO D347-CODIGO.
           MOVE ANUAL-LISTADO TO D347-IMPORTE.
           MOVE SPACES TO LIN-IMPORTES.
           MOVE SPACE TO LIN-SIGNO(1).
           MOVE ANUAL-LISTADO TO LIN-VALOR(1).
           PERFORM PREPARAR-TRIMESTRE
                   VARYING IDX-TRIM FROM 1 BY 1
                   UNTIL IDX-TRIM > 4.
           WRITE REG347.

           MOVE SPACES TO LINEA-LISTADO.
           STRING CLAVE-ACTUAL  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  NIF-ACTUAL    DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  NOMBRE-ACTUAL DELIMITED BY SIZE
                  LIN-IMPORTES  DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

           IF CLAVE-ACTUAL = "B"
              ADD 1 TO CONT-VENTAS
              ADD ANUAL-LISTADO TO TOTAL-VENTAS
           ELSE
              ADD 1 TO CONT-COMPRAS
              ADD ANUAL-LISTADO TO TOTAL-COMPRAS
           END-IF.


      * PASA EL IMPORTE DE UN TRIMESTRE, CON SU SIGNO, A LA
      * DECLARACION Y A LA LINEA DEL LISTADO
      * ****************************************************************

       PREPARAR-TRIMESTRE SECTION.
           IF ACU-TRIMESTRE(IDX-TRIM) < ZERO
              MOVE "-" TO D347-SIGNO(IDX-TRIM)
              COMPUTE D347-IMP-TRIM(IDX-TRIM) =
                      ZERO - ACU-TRIMESTRE(IDX-TRIM)
           ELSE
              MOVE "+" TO D347-SIGNO(IDX-TRIM)
              MOVE ACU-TRIMESTRE(IDX-TRIM)
                TO D347-IMP-TRIM(IDX-TRIM)
           END-IF.
           IF D347-SIGNO(IDX-TRIM) = "-"
              MOVE "-" TO LIN-SIGNO(IDX-TRIM + 1)
           ELSE
              MOVE SPACE TO LIN-SIGNO(IDX-TRIM + 1)
           END-IF.
           MOVE D347-IMP-TRIM(IDX-TRIM) TO LIN-VALOR(IDX-TRIM + 1).


      * VALIDA EL NIF INFORMADO EN ENT-NIF: DNI, NIE O CIF, CON SU
      * CARACTER DE CONTROL. DEJA EL RESULTADO EN NIF-VALIDO
      * ****************************************************************

       VALIDAR-NIF SECTION.
           MOVE ENT-NIF TO NIF-ENTRADA.
           MOVE "N" TO NIF-VALIDO.
           IF NIF-CENTRO IS NUMERIC
              IF NIF-PRIMERO IS NUMERIC
                 MOVE NIF-ENTRADA(1:8) TO NIF-NUMERO-X
                 PERFORM VALIDAR-LETRA-DNI
              ELSE
                 IF NIF-PRIMERO = "X" OR NIF-PRIMERO = "Y"
                    OR NIF-PRIMERO = "Z"
                    IF NIF-PRIMERO = "X"
                       MOVE "0" TO NIF-NUMERO-X(1:1)
                    ELSE
                       IF NIF-PRIMERO = "Y"
                          MOVE "1" TO NIF-NUMERO-X(1:1)
                       ELSE
                          MOVE "2" TO NIF-NUMERO-X(1:1)
                       END-IF
                    END-IF
                    MOVE NIF-CENTRO TO NIF-NUMERO-X(2:7)
                    PERFORM VALIDAR-LETRA-DNI
                 ELSE
                    IF NIF-PRIMERO = "A" OR "B" OR "C" OR "D" OR "E"
                       OR "F" OR "G" OR "H" OR "J" OR "N" OR "P"
                       OR "Q" OR "R" OR "S" OR "U" OR "V" OR "W"
                       PERFORM VALIDAR-CONTROL-CIF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * COMPRUEBA LA LETRA DE UN DNI O NIE CUYO NUMERO ESTA EN
      * NIF-NUMERO-X
      * ****************************************************************

       VALIDAR-LETRA-DNI SECTION.
           IF NIF-NUMERO-X IS NUMERIC
              MOVE NIF-NUMERO-X TO NIF-NUMERO
              DIVIDE NIF-NUMERO BY 23 GIVING NIF-COCIENTE
                     REMAINDER NIF-RESTO
              IF NIF-LETRA = TAB-NIF-LETRA(NIF-RESTO + 1)
                 MOVE "S" TO NIF-VALIDO
              END-IF
           END-IF.


      * COMPRUEBA EL CONTROL DE UN CIF: LAS CIFRAS DE POSICION PAR
      * SE SUMAN Y LAS DE POSICION IMPAR SE DOBLAN SUMANDO LAS
      * CIFRAS DEL DOBLE; EL CONTROL ES LO QUE FALTA HASTA LA
      * DECENA SIGUIENTE
      * ****************************************************************

       VALIDAR-CONTROL-CIF SECTION.
           MOVE ZERO TO NIF-SUMA.
           PERFORM SUMAR-CIFRA-CIF
                   VARYING IDX-NIF FROM 1 BY 1
                   UNTIL IDX-NIF > 7.
           DIVIDE NIF-SUMA BY 10 GIVING NIF-COCIENTE
                  REMAINDER NIF-RESTO.
           IF NIF-RESTO = ZERO
              MOVE ZERO TO NIF-CONTROL
           ELSE
              COMPUTE NIF-CONTROL = 10 - NIF-RESTO
           END-IF.
           IF NIF-LETRA = NIF-CONTROL
              OR NIF-LETRA = TAB-CIF-LETRA(NIF-CONTROL + 1)
              MOVE "S" TO NIF-VALIDO
           END-IF.


      * SUMA UNA CIFRA DEL CUERPO DEL CIF
      * ****************************************************************

       SUMAR-CIFRA-CIF SECTION.
           MOVE NIF-CARACTER(IDX-NIF + 1) TO NIF-CIFRA.
           DIVIDE IDX-NIF BY 2 GIVING NIF-COCIENTE
                  REMAINDER NIF-RESTO.
           IF NIF-RESTO = ZERO
              ADD NIF-CIFRA TO NIF-SUMA
           ELSE
              COMPUTE NIF-DOBLE = NIF-CIFRA * 2
              IF NIF-DOBLE > 9
                 SUBTRACT 9 FROM NIF-DOBLE
              END-IF
              ADD NIF-DOBLE TO NIF-SUMA
           END-IF.
