           CONFIRMACION, GRABA LOS AJUSTES COMO MOVIMIENTOS DE
           ALMACEN EN MOVARTI.DAT PARA QUE LA CONTABILIZACION DE
           ACT-ART LOS APLIQUE CON RASTRO, EN VEZ DE MACHACAR
           NUM-ARTI EN SILENCIO. LA CAPTURA DESDE FICHERO ADMITE
           TAMBIEN EL FICHERO DEL LECTOR DE CODIGOS DE BARRAS
           (ESCANER.DAT, CODIGO EAN Y CANTIDAD): CADA CODIGO SE
           TRADUCE AL ARTICULO POR CODBARRA.DAT (MAN-EAN) Y LA
           CANTIDAD SE MULTIPLICA POR LAS UNIDADES DEL ENVASE,
           SUMANDO LAS LECTURAS DEL MISMO ARTICULO; LOS CODIGOS
           DESCONOCIDOS VAN A LA LISTA DE EXCEPCIONES EANEXC.LST SIN
           DETENER EL RECUENTO. EL RECUENTO PUEDE HACERSE DE UN
           SOLO HUECO DEL ALMACEN (UBIALM.DAT Y STKUBI.DAT, VER
           MAN-HUE): EL TEORICO DE CADA ARTICULO ES ENTONCES SU
           EXISTENCIA EN EL HUECO, LOS ARTICULOS DEL HUECO QUE NO SE
           CUENTAN SE DAN POR CONTADOS A CERO Y, AL GRABAR LOS
           AJUSTES, LA EXISTENCIA DEL HUECO QUEDA IGUAL A LO CONTADO.
           LOS AJUSTES NO SE GRABAN CON FECHA DE UN PERIODO CERRADO
           (VAL-PER), SALVO QUE UN SUPERVISOR APRUEBE GRABARLOS CON
           FECHA DEL PRIMER PERIODO ABIERTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS SEQUENTIAL
                  FILE STATUS IS REC-FILESTAT.

      *
      * DECLARACION DEL FICHERO DEL LECTOR DE CODIGOS DE BARRAS,
      * DE LA TABLA DE CODIGOS (MAN-EAN) Y DE LA LISTA DE CODIGOS
      * DESCONOCIDOS
      *
           SELECT A-ESCANER ASSIGN TO DISK 'ESCANER.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS SCN-FILESTAT.

           SELECT A-CODBARRA ASSIGN TO DISK 'CODBARRA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EAN-CODIGO
                  ALTERNATE RECORD KEY EAN-CODARTI WITH DUPLICATES
                  FILE STATUS IS EAN-FILESTAT.

           SELECT A-EANEXC ASSIGN TO DISK 'EANEXC.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS EXC-FILESTAT.

           SELECT A-STOCKALM ASSIGN TO DISK 'STOCKALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CHI-FILESTAT.

      *
      * DECLARACION DE LOS HUECOS DEL ALMACEN Y DE LA EXISTENCIA POR
      * HUECO (MAN-HUE), PARA EL RECUENTO DE UN HUECO SUELTO
      *
           SELECT A-UBIALM ASSIGN TO DISK 'UBIALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY UBA-CLAVE
                  FILE STATUS IS UBA-FILESTAT.

           SELECT A-STKUBI ASSIGN TO DISK 'STKUBI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY SUB-CLAVE
                  ALTERNATE RECORD KEY SUB-HUECO WITH DUPLICATES
                  FILE STATUS IS SUB-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

          02 REC-CODARTI    PIC 9(4).
          02 REC-CANTIDAD   PIC 9(6).

      *
      * DESCRIPCION DE LA LECTURA DEL LECTOR DE CODIGOS DE BARRAS:
      * CODIGO EAN Y CANTIDAD DE ENVASES LEIDOS
      *
       FD A-ESCANER LABEL RECORD STANDARD.
       01 REGSCN.
          02 SCN-EAN        PIC X(13).
          02 SCN-CANTIDAD   PIC 9(6).

       FD A-CODBARRA LABEL RECORD STANDARD.
       01 REGEAN.
          02 EAN-CODIGO     PIC X(13).
          02 EAN-CODARTI    PIC 9(4).
          02 EAN-CANTIDAD   PIC 9(4).

       FD A-EANEXC LABEL RECORD STANDARD.
       01 LINEA-EANEXC       PIC X(80).

      *
      * DESCRIPCION DE LA EXISTENCIA POR ALMACEN (VER ACT-ART)
      *
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
          02 ALM-PTO-PEDIDO PIC 9(6).
          02 ALM-ABC        PIC X(1).
          02 ALM-FEC-RECUEN PIC X(8).
          02 ALM-SERIE      PIC X(1).

      *
      * DESCRIPCION DEL HISTORICO DE RECUENTOS: UNA LINEA POR
          02 CHI-FISICO     PIC 9(6).


      *
      * HUECO DEL ALMACEN Y EXISTENCIA DE UN ARTICULO EN UN HUECO.
      * SUB-TIPO: P = HUECO DE PICKING, R = HUECO DE RESERVA
      *
       FD A-UBIALM LABEL RECORD STANDARD.
       01 REGUBA.
          02 UBA-CLAVE.
             03 UBA-ALMACEN   PIC 9(2).
             03 UBA-UBICACION PIC X(6).
          02 UBA-CAPACIDAD  PIC 9(6).

       FD A-STKUBI LABEL RECORD STANDARD.
       01 REGSUB.
          02 SUB-CLAVE.
             03 SUB-CODARTI   PIC 9(4).
             03 SUB-HUECO.
                04 SUB-ALMACEN   PIC 9(2).
                04 SUB-UBICACION PIC X(6).
          02 SUB-TIPO       PIC X(1).
             88 SUB-PICKING VALUE "P".
             88 SUB-RESERVA VALUE "R".
          02 SUB-EXISTENCIA PIC 9(6).
          02 SUB-REPONER    PIC 9(6).


       WORKING-STORAGE SECTION.
       77 REC-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 ALM-FILESTAT      PIC X(2).
       77 CHI-FILESTAT      PIC X(2).
       77 EXISTE-DAT-ALM    PIC X(1).
       77 SCN-FILESTAT      PIC X(2).
       77 EAN-FILESTAT      PIC X(2).
       77 EXC-FILESTAT      PIC X(2).
       77 FIN-ESCANER       PIC X(1).
       77 EXISTE-EAN        PIC X(1).
       77 ENT-FICHERO       PIC X(1).
       77 ENCONTRADO-CON    PIC X(1).
       77 CONT-LECTURAS     PIC 9(5) VALUE ZERO.
       77 CONT-DESCONOCIDOS PIC 9(5) VALUE ZERO.
       77 UBA-FILESTAT      PIC X(2).
       77 SUB-FILESTAT      PIC X(2).
       77 ENT-AMBITO        PIC X(1).
       77 ENT-UBICACION     PIC X(6).
       77 RECUENTO-HUECO    PIC X(1) VALUE "N".
       77 HAY-STKUBI        PIC X(1) VALUE "N".
       77 EXISTE-SUB        PIC X(1).
       77 FIN-STKUBI        PIC X(1).

      *
      * RECUENTOS CAPTURADOS, CON LA EXISTENCIA TEORICA Y LOS
             03 TAB-TIPO-COD     PIC X(3).
             03 TAB-TIPO-MERMA   PIC 9(9)V9(2).
             03 TAB-TIPO-SOBRA   PIC 9(9)V9(2).
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
       INVENTARIAR.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "INV-FIS" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: CAPTURA LOS RECUENTOS, EMITE EL INFORME
      * DE DIFERENCIAS Y, SI SE CONFIRMA, GRABA LOS AJUSTES COMO
           IF ENT-ALMACEN = ZERO
              MOVE 1 TO ENT-ALMACEN
           END-IF.
           DISPLAY "Recuento de todo el (A)LMACEN o de un (H)UECO:".
           ACCEPT ENT-AMBITO NO BELL.
           IF ENT-AMBITO = "H" OR ENT-AMBITO = "h"
              PERFORM PREPARAR-RECUENTO-HUECO
           END-IF.
           DISPLAY "Capturar por (P)ANTALLA o desde (F)ICHERO:".
           ACCEPT ENT-MODO NO BELL.

              DISPLAY "AARTI.IND NO EXISTE."
              CLOSE A-ARTICULO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
              PERFORM CAPTURAR-POR-PANTALLA
           END-IF.

      *
      * EN EL RECUENTO DE UN HUECO, LO QUE CONSTABA EN EL Y NO SE
      * HA CONTADO NO ESTA: CUENTA COMO CERO
      *
           IF RECUENTO-HUECO = "S" AND HAY-STKUBI = "S"
              MOVE ENT-ALMACEN   TO SUB-ALMACEN
              MOVE ENT-UBICACION TO SUB-UBICACION
              MOVE "N" TO FIN-STKUBI
              START A-STKUBI KEY IS EQUAL TO SUB-HUECO
                 INVALID KEY MOVE "S" TO FIN-STKUBI
              END-START
              PERFORM ANOTAR-NO-CONTADO UNTIL FIN-STKUBI = "S"
           END-IF.
           IF HAY-STKUBI = "S"
              CLOSE A-STKUBI
           END-IF.

           IF HAY-STOCKALM = "S"
              CLOSE A-STOCKALM
           END-IF.

           IF CONT-CONTADOS = ZERO
              DISPLAY "NO SE CAPTURO NINGUN RECUENTO."
              GOBACK
           END-IF.

           PERFORM EMITIR-INFORME-DIFER.
           DISPLAY "MOVIMIENTOS DE ALMACEN (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.

      *
      * UN PERIODO CERRADO NO ADMITE LOS AJUSTES; CON VISTO BUENO DE
      * SUPERVISOR SE GRABAN CON FECHA DEL PRIMER PERIODO ABIERTO
      *
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              MOVE "INV-FIS"      TO PER-PROGRAMA
              MOVE "AJUSTES INV." TO PER-DOCUMENTO
              MOVE SES-OPERADOR   TO PER-OPERADOR
              MOVE FECHA          TO PER-FECHA
              MOVE "P"            TO PER-MODO
              CALL "VAL-PER" USING PER-PETICION
              IF PER-RECHAZADA
                 MOVE "N" TO ENT-CONFIRMA
              ELSE
                 MOVE PER-FECHA TO FECHA
              END-IF
           END-IF.

           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              PERFORM GRABAR-AJUSTES
              DISPLAY "AJUSTES GRABADOS EN MOVARTI.DAT: "
                      CONT-AJUSTES
              IF RECUENTO-HUECO = "S"
                 PERFORM ACTUALIZAR-HUECO
                 DISPLAY "EXISTENCIA DEL HUECO " ENT-UBICACION
                         " ACTUALIZADA CON LO CONTADO."
              END-IF
              DISPLAY "EJECUTE ACT-ART PARA CONTABILIZARLOS."
           ELSE
              DISPLAY "AJUSTES NO GRABADOS."
           END-IF.

           GOBACK.


      * PREPARA EL RECUENTO DE UN HUECO: EL HUECO DEBE ESTAR DADO
      * DE ALTA EN EL ALMACEN CONTADO
      * ****************************************************************

       PREPARAR-RECUENTO-HUECO.
           DISPLAY "Ubicacion del hueco a contar:".
           ACCEPT ENT-UBICACION NO BELL.
           OPEN INPUT A-UBIALM.
           IF UBA-FILESTAT NOT = "00"
              CLOSE A-UBIALM
              DISPLAY "NO HAY HUECOS DADOS DE ALTA (VER MAN-HUE)."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE ENT-ALMACEN   TO UBA-ALMACEN.
           MOVE ENT-UBICACION TO UBA-UBICACION.
           READ A-UBIALM
              INVALID KEY
                 CLOSE A-UBIALM
                 DISPLAY "ERROR: EL HUECO " ENT-UBICACION
                         " NO EXISTE EN EL ALMACEN " ENT-ALMACEN "."
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-READ.
           CLOSE A-UBIALM.
           MOVE "S" TO RECUENTO-HUECO.

           OPEN INPUT A-STKUBI.
           IF SUB-FILESTAT = "00"
              MOVE "S" TO HAY-STKUBI
           ELSE
              CLOSE A-STKUBI
              MOVE "N" TO HAY-STKUBI
           END-IF.


      * CAPTURA DE RECUENTOS POR PANTALLA, VALIDANDO EL ARTICULO
           ACCEPT MAS-RECUENTOS NO BELL.


      * CAPTURA DE RECUENTOS DESDE EL FICHERO RECUENTO.DAT O DESDE
      * EL FICHERO DEL LECTOR DE CODIGOS DE BARRAS
      * ****************************************************************

       CAPTURAR-DESDE-FICHERO.
           DISPLAY "Fichero: (R)ECUENTO.DAT o (E)SCANER.DAT del"
                   " lector:".
           ACCEPT ENT-FICHERO NO BELL.
           IF ENT-FICHERO = "E" OR ENT-FICHERO = "e"
              PERFORM CAPTURAR-DESDE-ESCANER
                      THRU CAPTURAR-DESDE-ESCANER-FIN
           ELSE
              PERFORM CAPTURAR-DESDE-RECUENTO
           END-IF.


      * CAPTURA DE RECUENTOS DESDE EL FICHERO RECUENTO.DAT
      * ****************************************************************

       CAPTURAR-DESDE-RECUENTO.
           MOVE "N" TO FIN-RECUENTO.
           OPEN INPUT A-RECUENTO.
           IF REC-FILESTAT NOT = "00"
           READ A-RECUENTO AT END MOVE "S" TO FIN-RECUENTO END-READ.


      * CAPTURA DE RECUENTOS DESDE ESCANER.DAT: TRADUCE CADA CODIGO
      * DE BARRAS A SU ARTICULO Y ACUMULA LAS LECTURAS; LOS
      * CODIGOS DESCONOCIDOS SE APARTAN EN EANEXC.LST
      * ****************************************************************

       CAPTURAR-DESDE-ESCANER.
           OPEN INPUT A-CODBARRA.
           IF EAN-FILESTAT NOT = "00"
              CLOSE A-CODBARRA
              DISPLAY "NO EXISTE LA TABLA DE CODIGOS DE BARRAS"
                      " CODBARRA.DAT (VER MAN-EAN)."
              GO TO CAPTURAR-DESDE-ESCANER-FIN
           END-IF.

           MOVE "N" TO FIN-ESCANER.
           OPEN INPUT A-ESCANER.
           IF SCN-FILESTAT NOT = "00"
              CLOSE A-ESCANER
              CLOSE A-CODBARRA
              DISPLAY "NO EXISTE EL FICHERO DEL LECTOR ESCANER.DAT."
              GO TO CAPTURAR-DESDE-ESCANER-FIN
           END-IF.

           OPEN EXTEND A-EANEXC.
           IF EXC-FILESTAT NOT = "00"
              CLOSE A-EANEXC
              OPEN OUTPUT A-EANEXC
           END-IF.

           READ A-ESCANER AT END MOVE "S" TO FIN-ESCANER END-READ.
           PERFORM CAPTURAR-LECTURA-ESCANER UNTIL FIN-ESCANER = "S".

           CLOSE A-EANEXC.
           CLOSE A-ESCANER.
           CLOSE A-CODBARRA.

           DISPLAY "LECTURAS DEL LECTOR: " CONT-LECTURAS
                   "  CODIGOS DESCONOCIDOS: " CONT-DESCONOCIDOS.
           IF CONT-DESCONOCIDOS > ZERO
              DISPLAY "LOS CODIGOS DESCONOCIDOS ESTAN EN EANEXC.LST:"
                      " NO SE HAN CONTADO."
           END-IF.

       CAPTURAR-DESDE-ESCANER-FIN.
           EXIT.


      * TRADUCE UNA LECTURA DEL LECTOR A ARTICULO Y UNIDADES Y LA
      * SUMA AL RECUENTO DEL ARTICULO
      * ****************************************************************

       CAPTURAR-LECTURA-ESCANER.
           ADD 1 TO CONT-LECTURAS.
           MOVE SCN-EAN TO EAN-CODIGO.
           READ A-CODBARRA
              INVALID KEY     MOVE "N" TO EXISTE-EAN
              NOT INVALID KEY MOVE "S" TO EXISTE-EAN
           END-READ.

           IF EXISTE-EAN = "N"
              ADD 1 TO CONT-DESCONOCIDOS
              MOVE SPACES TO LINEA-EANEXC
              STRING FECHA " INV-FIS  " SCN-EAN " CANTIDAD "
                     SCN-CANTIDAD "  CODIGO DE BARRAS DESCONOCIDO"
                 DELIMITED BY SIZE INTO LINEA-EANEXC
              END-STRING
              WRITE LINEA-EANEXC
           ELSE
              MOVE EAN-CODARTI TO ENT-CODARTI
              COMPUTE ENT-CANTIDAD = SCN-CANTIDAD * EAN-CANTIDAD
                 ON SIZE ERROR MOVE 999999 TO ENT-CANTIDAD
              END-COMPUTE
              MOVE "N" TO ENCONTRADO-CON
              PERFORM SUMAR-RECUENTO-ANOTADO
                      VARYING IDX-CON FROM 1 BY 1
                      UNTIL IDX-CON > CONT-CONTADOS
                         OR ENCONTRADO-CON = "S"
              IF ENCONTRADO-CON = "N"
                 PERFORM ANOTAR-RECUENTO
              END-IF
           END-IF.

           READ A-ESCANER AT END MOVE "S" TO FIN-ESCANER END-READ.


      * SI EL ARTICULO YA ESTA EN LA TABLA DE RECUENTOS, LE SUMA
      * LA CANTIDAD LEIDA
      * ****************************************************************

       SUMAR-RECUENTO-ANOTADO.
           IF TAB-CON-COD(IDX-CON) = ENT-CODARTI
              MOVE "S" TO ENCONTRADO-CON
              ADD ENT-CANTIDAD TO TAB-CON-FISICO(IDX-CON)
                 ON SIZE ERROR MOVE 999999 TO TAB-CON-FISICO(IDX-CON)
              END-ADD
           END-IF.


      * ARTICULO QUE CONSTA EN EL HUECO CONTADO: SI NO SE HA
      * CONTADO, SE ANOTA CON CERO UNIDADES Y SU EXISTENCIA EN EL
      * HUECO COMO TEORICO
      * ****************************************************************

       ANOTAR-NO-CONTADO.
           READ A-STKUBI NEXT RECORD
              AT END MOVE "S" TO FIN-STKUBI
           END-READ.
           IF FIN-STKUBI NOT = "S"
              IF SUB-ALMACEN NOT = ENT-ALMACEN
                 OR SUB-UBICACION NOT = ENT-UBICACION
                 MOVE "S" TO FIN-STKUBI
              ELSE
                 MOVE SUB-CODARTI TO ENT-CODARTI
                 MOVE ZERO TO ENT-CANTIDAD
                 MOVE "N" TO ENCONTRADO-CON
                 PERFORM SUMAR-RECUENTO-ANOTADO
                         VARYING IDX-CON FROM 1 BY 1
                         UNTIL IDX-CON > CONT-CONTADOS
                            OR ENCONTRADO-CON = "S"
                 IF ENCONTRADO-CON = "N" AND SUB-EXISTENCIA > ZERO
                    AND CONT-CONTADOS < 500
                    MOVE SUB-CODARTI TO COD-ARTI
                    READ A-ARTICULO
                       INVALID KEY
                          MOVE ZERO   TO PRE-ARTI
                          MOVE SPACES TO COD-TPARTI
                    END-READ
                    ADD 1 TO CONT-CONTADOS
                    MOVE SUB-CODARTI    TO TAB-CON-COD(CONT-CONTADOS)
                    MOVE ZERO           TO TAB-CON-FISICO(CONT-CONTADOS)
                    MOVE SUB-EXISTENCIA TO TAB-CON-TEORIC(CONT-CONTADOS)
                    MOVE PRE-ARTI       TO TAB-CON-PRECIO(CONT-CONTADOS)
                    MOVE COD-TPARTI     TO TAB-CON-TIPO(CONT-CONTADOS)
                 END-IF
              END-IF
           END-IF.


      * VALIDA EL ARTICULO CONTADO Y LO ANOTA EN LA TABLA CON SU
      * EXISTENCIA TEORICA Y SU PRECIO
      * ****************************************************************
      * DEJA EN TEORICO-ARTI LA EXISTENCIA TEORICA DEL ARTICULO EN
      * EL ALMACEN CONTADO: LA DE STOCKALM.DAT SI HAY DESGLOSE
      * (CERO SI EL ARTICULO NO TIENE EXISTENCIA EN ESE ALMACEN) O
      * NUM-ARTI EN SU DEFECTO. EN EL RECUENTO DE UN HUECO ES LA
      * EXISTENCIA DEL ARTICULO EN EL HUECO
      * ****************************************************************

       OBTENER-TEORICO-ALMACEN.
           IF RECUENTO-HUECO = "S"
              MOVE ZERO TO TEORICO-ARTI
              IF HAY-STKUBI = "S"
                 MOVE ENT-CODARTI   TO SUB-CODARTI
                 MOVE ENT-ALMACEN   TO SUB-ALMACEN
                 MOVE ENT-UBICACION TO SUB-UBICACION
                 READ A-STKUBI
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE SUB-EXISTENCIA TO TEORICO-ARTI
                 END-READ
              END-IF
           ELSE
              IF HAY-STOCKALM = "N"
                 MOVE NUM-ARTI TO TEORICO-ARTI
              ELSE
                 MOVE ENT-CODARTI TO STK-CODARTI
                 MOVE ENT-ALMACEN TO STK-ALMACEN
                 READ A-STOCKALM
                    INVALID KEY     MOVE "N" TO EXISTE-STK
                    NOT INVALID KEY MOVE "S" TO EXISTE-STK
                 END-READ
                 IF EXISTE-STK = "S"
                    MOVE STK-EXISTENCIA TO TEORICO-ARTI
                 ELSE
                    MOVE ZERO TO TEORICO-ARTI
                 END-IF
              END-IF
           END-IF.

           MOVE "INVENTARIO FISICO - INFORME DE DIFERENCIAS"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           IF RECUENTO-HUECO = "S"
              MOVE SPACES TO LINEA-LISTADO
              STRING "RECUENTO DEL HUECO " ENT-UBICACION
                     " DEL ALMACEN " ENT-ALMACEN
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           MOVE "ARTIC TIPO TEORICO FISICO  DIFER.   VALOR DIFER."
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
              MOVE ZERO   TO ALM-PTO-PEDIDO
              MOVE SPACES TO ALM-ABC
              MOVE FECHA  TO ALM-FEC-RECUEN
              MOVE "N"    TO ALM-SERIE
              WRITE REGALM
                 INVALID KEY CONTINUE
              END-WRITE
           MOVE TAB-CON-TEORIC(IDX-CON) TO CHI-TEORICO.
           MOVE TAB-CON-FISICO(IDX-CON) TO CHI-FISICO.
           WRITE REGCHI.


      * DEJA LA EXISTENCIA DE CADA ARTICULO EN EL HUECO CONTADO
      * IGUAL A LO CONTADO; LOS ARTICULOS ENCONTRADOS EN EL HUECO
      * SIN ESTAR ASIGNADOS A EL QUEDAN COMO RESERVA
      * ****************************************************************

       ACTUALIZAR-HUECO.
           OPEN I-O A-STKUBI.
           IF SUB-FILESTAT NOT = "00"
              CLOSE A-STKUBI
              OPEN OUTPUT A-STKUBI
              CLOSE A-STKUBI
              OPEN I-O A-STKUBI
           END-IF.
           PERFORM ACTUALIZAR-ARTICULO-HUECO
                   VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > CONT-CONTADOS.
           CLOSE A-STKUBI.


      * ACTUALIZA EN EL HUECO LA EXISTENCIA DE UN ARTICULO CONTADO
      * ****************************************************************

       ACTUALIZAR-ARTICULO-HUECO.
           MOVE TAB-CON-COD(IDX-CON) TO SUB-CODARTI.
           MOVE ENT-ALMACEN          TO SUB-ALMACEN.
           MOVE ENT-UBICACION        TO SUB-UBICACION.
           READ A-STKUBI
              INVALID KEY     MOVE "N" TO EXISTE-SUB
              NOT INVALID KEY MOVE "S" TO EXISTE-SUB
           END-READ.
           IF EXISTE-SUB = "S"
              MOVE TAB-CON-FISICO(IDX-CON) TO SUB-EXISTENCIA
              REWRITE REGSUB
           ELSE
              IF TAB-CON-FISICO(IDX-CON) > ZERO
                 MOVE "R"  TO SUB-TIPO
                 MOVE TAB-CON-FISICO(IDX-CON) TO SUB-EXISTENCIA
                 MOVE ZERO TO SUB-REPONER
                 WRITE REGSUB
              END-IF
           END-IF.
