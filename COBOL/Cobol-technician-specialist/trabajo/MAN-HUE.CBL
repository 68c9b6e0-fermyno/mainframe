       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-HUE.
       REMARKS. HUECOS DE ALMACEN Y EXISTENCIA POR HUECO. CADA
           ALMACEN TIENE SUS HUECOS (UBIALM.DAT, CLAVE ALMACEN +
           UBICACION) CON SU CAPACIDAD EN UNIDADES, Y CADA ARTICULO
           PUEDE OCUPAR EN UN ALMACEN UN HUECO DE PICKING Y UNO O
           VARIOS HUECOS DE RESERVA (STKUBI.DAT, CLAVE ARTICULO +
           ALMACEN + UBICACION, CON CLAVE ALTERNATIVA POR HUECO),
           CADA UNO CON SU EXISTENCIA. EL HUECO DE PICKING LLEVA SU
           PUNTO DE REPOSICION: POR DEBAJO, LA LISTA DE PICKING DE
           PED-CLI PROPONE REPONERLO DESDE LA RESERVA. LA RECEPCION
           DE GES-COM PROPONE DONDE UBICAR LO RECIBIDO Y LO SUMA A
           LOS HUECOS, E INV-FIS PUEDE CONTAR UN HUECO SUELTO.
           PERMITE GRABAR Y BORRAR HUECOS, ASIGNAR Y QUITAR UN
           ARTICULO DE UN HUECO, MOVER EXISTENCIA ENTRE HUECOS
           (REPOSICION DEL PICKING) Y CONSULTAR LOS HUECOS DE UN
           ARTICULO O EL CONTENIDO DE UN HUECO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * DECLARACION DEL MAESTRO DE HUECOS Y DE LA EXISTENCIA DE
      * CADA ARTICULO EN CADA HUECO
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

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-STOCKALM ASSIGN TO DISK 'STOCKALM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY STK-CLAVE
                  FILE STATUS IS STK-FILESTAT.

           SELECT A-ALMACEN ASSIGN TO DISK 'ALMACEN.DAT'
                  ORGANIZATION RELATIVE
                  ACCESS RANDOM
                  RELATIVE KEY DIR-REL-ALM
                  FILE STATUS IS ALMA-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE UN HUECO DEL ALMACEN: CAPACIDAD EN UNIDADES
      *
       FD A-UBIALM LABEL RECORD STANDARD.
       01 REGUBA.
          02 UBA-CLAVE.
             03 UBA-ALMACEN   PIC 9(2).
             03 UBA-UBICACION PIC X(6).
          02 UBA-CAPACIDAD  PIC 9(6).

      *
      * DESCRIPCION DE LA EXISTENCIA DE UN ARTICULO EN UN HUECO.
      * SUB-TIPO: P = HUECO DE PICKING, R = HUECO DE RESERVA.
      * SUB-REPONER ES EL PUNTO DE REPOSICION DEL HUECO DE PICKING
      *
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

       FD A-ARTICULO LABEL RECORD STANDARD.
       01 R-ARTICULO.
          02 COD-ARTI       PIC 9(4).
          02 NOM-ARTI       PIC X(25).
          02 NUM-ARTI       PIC 9(6).
          02 PRE-ARTI       PIC 9(4)V9(2).
          02 COD-TPARTI     PIC X(3).
          02 COD-MONEDA     PIC X(3).
          02 TIPO-CAMBIO    PIC 9(3)V9(4).
          02 PRE-ARTI-ME    PIC 9(4)V9(2).
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-STOCKALM LABEL RECORD STANDARD.
       01 REGSTK.
          02 STK-CLAVE.
             03 STK-CODARTI PIC 9(4).
             03 STK-ALMACEN PIC 9(2).
          02 STK-EXISTENCIA PIC 9(6).

       FD A-ALMACEN LABEL RECORD STANDARD.
       01 REGALMA.
          02 CODALM         PIC 9(2).
          02 DESALM         PIC X(25).


       WORKING-STORAGE SECTION.
       77 UBA-FILESTAT      PIC X(2).
       77 SUB-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 STK-FILESTAT      PIC X(2).
       77 ALMA-FILESTAT     PIC X(2).
       77 DIR-REL-ALM       PIC 9(2).
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-UBA        PIC X(1).
       77 EXISTE-SUB        PIC X(1).
       77 HAY-STOCKALM      PIC X(1) VALUE "N".
       77 HAY-ALMACENES     PIC X(1) VALUE "N".
       77 FIN-STKUBI        PIC X(1).
       77 CONFIRMA          PIC X(1).
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-ALMACEN       PIC 9(2).
       77 ENT-UBICACION     PIC X(6).
       77 ENT-UBI-ORIGEN    PIC X(6).
       77 ENT-UBI-DESTINO   PIC X(6).
       77 ENT-CAPACIDAD     PIC 9(6).
       77 ENT-TIPO          PIC X(1).
       77 ENT-REPONER       PIC 9(6).
       77 ENT-CANTIDAD      PIC 9(6).
       77 OCUPACION-HUECO   PIC 9(7).
       77 LIBRE-HUECO       PIC S9(7).
       77 OTRO-PICKING      PIC X(6).
       77 TOTAL-HUECOS      PIC 9(7).
       77 EXISTENCIA-ALM    PIC 9(6).
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
       MANTENER-HUECOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-HUE" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA LOS FICHEROS DE HUECOS (LOS CREA
      * LA PRIMERA VEZ) Y REPITE EL MENU HASTA SALIR
      *
           OPEN I-O A-UBIALM.
           IF UBA-FILESTAT NOT = "00"
              CLOSE A-UBIALM
              OPEN OUTPUT A-UBIALM
              CLOSE A-UBIALM
              OPEN I-O A-UBIALM
           END-IF.

           OPEN I-O A-STKUBI.
           IF SUB-FILESTAT NOT = "00"
              CLOSE A-STKUBI
              OPEN OUTPUT A-STKUBI
              CLOSE A-STKUBI
              OPEN I-O A-STKUBI
           END-IF.

           OPEN INPUT A-STOCKALM.
           IF STK-FILESTAT = "00"
              MOVE "S" TO HAY-STOCKALM
           ELSE
              CLOSE A-STOCKALM
              MOVE "N" TO HAY-STOCKALM
           END-IF.

           OPEN INPUT A-ALMACEN.
           IF ALMA-FILESTAT = "00"
              MOVE "S" TO HAY-ALMACENES
           ELSE
              CLOSE A-ALMACEN
              MOVE "N" TO HAY-ALMACENES
           END-IF.

           OPEN INPUT A-ARTICULO.

           MOVE SPACE TO OPCION.
           PERFORM MENU-HUECOS UNTIL OPCION = "9".

           CLOSE A-ARTICULO.
           IF HAY-ALMACENES = "S"
              CLOSE A-ALMACEN
           END-IF.
           IF HAY-STOCKALM = "S"
              CLOSE A-STOCKALM
           END-IF.
           CLOSE A-STKUBI.
           CLOSE A-UBIALM.
           GOBACK.


      * MENU PRINCIPAL DE LOS HUECOS DE ALMACEN
      * ****************************************************************

       MENU-HUECOS.
           DISPLAY " ".
           DISPLAY "HUECOS DE ALMACEN Y EXISTENCIA POR HUECO".
           DISPLAY "<H>UECO: GRABAR, <B>ORRAR HUECO,"
                   " <A>SIGNAR ARTICULO, <Q>UITAR ARTICULO,".
           DISPLAY "<M>OVER EXISTENCIA, <C>ONSULTA POR ARTICULO,"
                   " <V>ER HUECO, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "H" OR OPCION = "h"
              PERFORM GRABAR-HUECO THRU GRABAR-HUECO-FIN
           ELSE
              IF OPCION = "B" OR OPCION = "b"
                 PERFORM BORRAR-HUECO THRU BORRAR-HUECO-FIN
              ELSE
                 IF OPCION = "A" OR OPCION = "a"
                    PERFORM ASIGNAR-ARTICULO
                            THRU ASIGNAR-ARTICULO-FIN
                 ELSE
                    IF OPCION = "Q" OR OPCION = "q"
                       PERFORM QUITAR-ARTICULO
                               THRU QUITAR-ARTICULO-FIN
                    ELSE
                       IF OPCION = "M" OR OPCION = "m"
                          PERFORM MOVER-EXISTENCIA
                                  THRU MOVER-EXISTENCIA-FIN
                       ELSE
                          IF OPCION = "C" OR OPCION = "c"
                             PERFORM CONSULTAR-ARTICULO
                          ELSE
                             IF OPCION = "V" OR OPCION = "v"
                                PERFORM VER-HUECO THRU VER-HUECO-FIN
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * DA DE ALTA UN HUECO EN UN ALMACEN O CAMBIA SU CAPACIDAD:
      * LA CAPACIDAD NO PUEDE QUEDAR POR DEBAJO DE LO QUE YA HAY
      * ****************************************************************

       GRABAR-HUECO.
           DISPLAY "Almacen (01 = CENTRAL):".
           ACCEPT ENT-ALMACEN NO BELL.
           PERFORM VALIDAR-ALMACEN THRU VALIDAR-ALMACEN-FIN.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL ALMACEN NO ESTA DADO DE ALTA."
              GO TO GRABAR-HUECO-FIN
           END-IF.
           DISPLAY "Ubicacion del hueco:".
           ACCEPT ENT-UBICACION NO BELL.
           IF ENT-UBICACION = SPACES
              DISPLAY "ERROR: LA UBICACION ES OBLIGATORIA."
              GO TO GRABAR-HUECO-FIN
           END-IF.

           PERFORM LEER-HUECO.
           IF EXISTE-UBA = "S"
              PERFORM CALCULAR-OCUPACION
              DISPLAY "CAPACIDAD ACTUAL " UBA-CAPACIDAD
                      "  OCUPADO " OCUPACION-HUECO
           END-IF.

           DISPLAY "Capacidad del hueco (unidades):".
           ACCEPT ENT-CAPACIDAD NO BELL.
           IF ENT-CAPACIDAD = ZERO
              DISPLAY "ERROR: LA CAPACIDAD DEBE SER MAYOR QUE CERO."
              GO TO GRABAR-HUECO-FIN
           END-IF.
           IF EXISTE-UBA = "S" AND ENT-CAPACIDAD < OCUPACION-HUECO
              DISPLAY "ERROR: EL HUECO YA CONTIENE MAS DE ESA"
                      " CAPACIDAD."
              GO TO GRABAR-HUECO-FIN
           END-IF.

           PERFORM LEER-HUECO.
           MOVE ENT-CAPACIDAD TO UBA-CAPACIDAD.
           IF EXISTE-UBA = "S"
              REWRITE REGUBA
           ELSE
              WRITE REGUBA
           END-IF.
           DISPLAY "HUECO GRABADO.".

       GRABAR-HUECO-FIN.
           EXIT.


      * BORRA UN HUECO DEL MAESTRO: SOLO SI NINGUN ARTICULO LO
      * TIENE ASIGNADO
      * ****************************************************************

       BORRAR-HUECO.
           DISPLAY "Almacen:".
           ACCEPT ENT-ALMACEN NO BELL.
           DISPLAY "Ubicacion del hueco:".
           ACCEPT ENT-UBICACION NO BELL.
           PERFORM LEER-HUECO.
           IF EXISTE-UBA = "N"
              DISPLAY "ERROR: EL HUECO NO EXISTE."
              GO TO BORRAR-HUECO-FIN
           END-IF.

           MOVE ENT-ALMACEN   TO SUB-ALMACEN.
           MOVE ENT-UBICACION TO SUB-UBICACION.
           READ A-STKUBI KEY IS SUB-HUECO
              INVALID KEY     MOVE "N" TO EXISTE-SUB
              NOT INVALID KEY MOVE "S" TO EXISTE-SUB
           END-READ.
           IF EXISTE-SUB = "S"
              DISPLAY "ERROR: EL HUECO TIENE ARTICULOS ASIGNADOS"
                      " (EL " SUB-CODARTI " Y QUIZA OTROS)."
              GO TO BORRAR-HUECO-FIN
           END-IF.

           DISPLAY "CAPACIDAD " UBA-CAPACIDAD.
           DISPLAY "CONFIRMA EL BORRADO (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO BORRAR-HUECO-FIN
           END-IF.

           DELETE A-UBIALM RECORD.
           DISPLAY "HUECO BORRADO.".

       BORRAR-HUECO-FIN.
           EXIT.


      * ASIGNA UN ARTICULO A UN HUECO COMO PICKING O COMO RESERVA,
      * O CAMBIA EL TIPO Y EL PUNTO DE REPOSICION DE UNA
      * ASIGNACION EXISTENTE. CADA ARTICULO TIENE COMO MUCHO UN
      * HUECO DE PICKING EN CADA ALMACEN
      * ****************************************************************

       ASIGNAR-ARTICULO.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL ARTICULO NO EXISTE."
              GO TO ASIGNAR-ARTICULO-FIN
           END-IF.
           DISPLAY "ARTICULO: " NOM-ARTI.

           DISPLAY "Almacen:".
           ACCEPT ENT-ALMACEN NO BELL.
           DISPLAY "Ubicacion del hueco:".
           ACCEPT ENT-UBICACION NO BELL.
           PERFORM LEER-HUECO.
           IF EXISTE-UBA = "N"
              DISPLAY "ERROR: EL HUECO NO ESTA DADO DE ALTA."
              GO TO ASIGNAR-ARTICULO-FIN
           END-IF.

           PERFORM LEER-ASIGNACION.
           IF EXISTE-SUB = "S"
              DISPLAY "ASIGNACION ACTUAL: TIPO " SUB-TIPO
                      "  EXISTENCIA " SUB-EXISTENCIA
                      "  REPONER BAJO " SUB-REPONER
           END-IF.

           DISPLAY "Tipo de hueco: (P)ICKING o (R)ESERVA:".
           ACCEPT ENT-TIPO NO BELL.
           IF ENT-TIPO = "p"
              MOVE "P" TO ENT-TIPO
           END-IF.
           IF ENT-TIPO = "r"
              MOVE "R" TO ENT-TIPO
           END-IF.
           IF ENT-TIPO NOT = "P" AND ENT-TIPO NOT = "R"
              DISPLAY "ERROR: TIPO DE HUECO NO VALIDO."
              GO TO ASIGNAR-ARTICULO-FIN
           END-IF.

           MOVE ZERO TO ENT-REPONER.
           IF ENT-TIPO = "P"
              PERFORM BUSCAR-OTRO-PICKING
              IF OTRO-PICKING NOT = SPACES
                 DISPLAY "ERROR: EL ARTICULO YA TIENE SU HUECO DE"
                         " PICKING EN " OTRO-PICKING "."
                 GO TO ASIGNAR-ARTICULO-FIN
              END-IF
              DISPLAY "Punto de reposicion del picking (unidades):"
              ACCEPT ENT-REPONER NO BELL
           END-IF.

           PERFORM LEER-ASIGNACION.
           MOVE ENT-TIPO    TO SUB-TIPO.
           MOVE ENT-REPONER TO SUB-REPONER.
           IF EXISTE-SUB = "S"
              REWRITE REGSUB
           ELSE
              MOVE ZERO TO SUB-EXISTENCIA
              WRITE REGSUB
           END-IF.
           DISPLAY "ASIGNACION GRABADA.".

       ASIGNAR-ARTICULO-FIN.
           EXIT.


      * DEJA EN OTRO-PICKING LA UBICACION DEL HUECO DE PICKING QUE
      * EL ARTICULO TENGA EN EL ALMACEN, SI NO ES EL TECLEADO
      * ****************************************************************

       BUSCAR-OTRO-PICKING.
           MOVE SPACES TO OTRO-PICKING.
           MOVE ENT-CODARTI TO SUB-CODARTI.
           MOVE ENT-ALMACEN TO SUB-ALMACEN.
           MOVE SPACES      TO SUB-UBICACION.
           MOVE "N" TO FIN-STKUBI.
           START A-STKUBI KEY NOT LESS THAN SUB-CLAVE
              INVALID KEY MOVE "S" TO FIN-STKUBI
           END-START.
           PERFORM EXAMINAR-OTRO-PICKING UNTIL FIN-STKUBI = "S".


      * EXAMINA UNA ASIGNACION DEL ARTICULO EN EL ALMACEN
      * ****************************************************************

       EXAMINAR-OTRO-PICKING.
           READ A-STKUBI NEXT RECORD
              AT END MOVE "S" TO FIN-STKUBI
           END-READ.
           IF FIN-STKUBI NOT = "S"
              IF SUB-CODARTI NOT = ENT-CODARTI
                 OR SUB-ALMACEN NOT = ENT-ALMACEN
                 MOVE "S" TO FIN-STKUBI
              ELSE
                 IF SUB-PICKING AND SUB-UBICACION NOT = ENT-UBICACION
                    MOVE SUB-UBICACION TO OTRO-PICKING
                 END-IF
              END-IF
           END-IF.


      * QUITA UN ARTICULO DE UN HUECO: SOLO SI NO LE QUEDA
      * EXISTENCIA EN EL
      * ****************************************************************

       QUITAR-ARTICULO.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           DISPLAY "Almacen:".
           ACCEPT ENT-ALMACEN NO BELL.
           DISPLAY "Ubicacion del hueco:".
           ACCEPT ENT-UBICACION NO BELL.
           PERFORM LEER-ASIGNACION.
           IF EXISTE-SUB = "N"
              DISPLAY "ERROR: EL ARTICULO NO ESTA ASIGNADO A ESE"
                      " HUECO."
              GO TO QUITAR-ARTICULO-FIN
           END-IF.
           IF SUB-EXISTENCIA > ZERO
              DISPLAY "ERROR: QUEDAN " SUB-EXISTENCIA " UNIDADES EN"
                      " EL HUECO. MUEVALAS ANTES DE QUITARLO."
              GO TO QUITAR-ARTICULO-FIN
           END-IF.

           DISPLAY "CONFIRMA QUE SE QUITA EL ARTICULO DEL HUECO"
                   " (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO QUITAR-ARTICULO-FIN
           END-IF.

           DELETE A-STKUBI RECORD.
           DISPLAY "ARTICULO QUITADO DEL HUECO.".

       QUITAR-ARTICULO-FIN.
           EXIT.


      * MUEVE EXISTENCIA DE UN ARTICULO ENTRE DOS HUECOS DEL MISMO
      * ALMACEN (REPOSICION DEL PICKING DESDE LA RESERVA O
      * RECOLOCACION). EL DESTINO DEBE ESTAR DADO DE ALTA Y TENER
      * SITIO; SI EL ARTICULO NO LO TENIA ASIGNADO, QUEDA COMO
      * RESERVA. LA EXISTENCIA DEL ALMACEN NO CAMBIA
      * ****************************************************************

       MOVER-EXISTENCIA.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           DISPLAY "Almacen:".
           ACCEPT ENT-ALMACEN NO BELL.
           DISPLAY "Hueco de origen:".
           ACCEPT ENT-UBI-ORIGEN NO BELL.
           MOVE ENT-UBI-ORIGEN TO ENT-UBICACION.
           PERFORM LEER-ASIGNACION.
           IF EXISTE-SUB = "N"
              DISPLAY "ERROR: EL ARTICULO NO ESTA EN ESE HUECO."
              GO TO MOVER-EXISTENCIA-FIN
           END-IF.
           DISPLAY "EXISTENCIA EN EL HUECO: " SUB-EXISTENCIA.

           DISPLAY "Hueco de destino:".
           ACCEPT ENT-UBI-DESTINO NO BELL.
           IF ENT-UBI-DESTINO = ENT-UBI-ORIGEN
              DISPLAY "ERROR: EL DESTINO ES EL MISMO HUECO."
              GO TO MOVER-EXISTENCIA-FIN
           END-IF.
           DISPLAY "Cantidad a mover:".
           ACCEPT ENT-CANTIDAD NO BELL.
           IF ENT-CANTIDAD = ZERO OR ENT-CANTIDAD > SUB-EXISTENCIA
              DISPLAY "ERROR: CANTIDAD NO VALIDA PARA LA EXISTENCIA"
                      " DEL HUECO."
              GO TO MOVER-EXISTENCIA-FIN
           END-IF.

      *
      * EL DESTINO TIENE QUE EXISTIR Y ADMITIR LA CANTIDAD
      *
           MOVE ENT-UBI-DESTINO TO ENT-UBICACION.
           PERFORM LEER-HUECO.
           IF EXISTE-UBA = "N"
              DISPLAY "ERROR: EL HUECO DE DESTINO NO ESTA DADO DE"
                      " ALTA."
              GO TO MOVER-EXISTENCIA-FIN
           END-IF.
           PERFORM CALCULAR-OCUPACION.
           COMPUTE LIBRE-HUECO = UBA-CAPACIDAD - OCUPACION-HUECO.
           IF ENT-CANTIDAD > LIBRE-HUECO
              DISPLAY "ERROR: EN EL DESTINO SOLO CABEN "
                      LIBRE-HUECO " UNIDADES."
              GO TO MOVER-EXISTENCIA-FIN
           END-IF.

           PERFORM LEER-ASIGNACION.
           IF EXISTE-SUB = "S"
              ADD ENT-CANTIDAD TO SUB-EXISTENCIA
              REWRITE REGSUB
           ELSE
              MOVE "R"          TO SUB-TIPO
              MOVE ENT-CANTIDAD TO SUB-EXISTENCIA
              MOVE ZERO         TO SUB-REPONER
              WRITE REGSUB
           END-IF.

      *
      * SALE DEL HUECO DE ORIGEN LO QUE HA ENTRADO EN EL DESTINO
      *
           MOVE ENT-UBI-ORIGEN TO ENT-UBICACION.
           PERFORM LEER-ASIGNACION.
           SUBTRACT ENT-CANTIDAD FROM SUB-EXISTENCIA.
           REWRITE REGSUB.
           DISPLAY "MOVIDAS " ENT-CANTIDAD " UNIDADES.".

       MOVER-EXISTENCIA-FIN.
           EXIT.


      * LEE EN EL MAESTRO EL HUECO TECLEADO
      * ****************************************************************

       LEER-HUECO.
           MOVE ENT-ALMACEN   TO UBA-ALMACEN.
           MOVE ENT-UBICACION TO UBA-UBICACION.
           READ A-UBIALM
              INVALID KEY     MOVE "N" TO EXISTE-UBA
              NOT INVALID KEY MOVE "S" TO EXISTE-UBA
           END-READ.


      * LEE LA ASIGNACION DEL ARTICULO TECLEADO AL HUECO TECLEADO
      * ****************************************************************

       LEER-ASIGNACION.
           MOVE ENT-CODARTI   TO SUB-CODARTI.
           MOVE ENT-ALMACEN   TO SUB-ALMACEN.
           MOVE ENT-UBICACION TO SUB-UBICACION.
           READ A-STKUBI
              INVALID KEY     MOVE "N" TO EXISTE-SUB
              NOT INVALID KEY MOVE "S" TO EXISTE-SUB
           END-READ.


      * SUMA EN OCUPACION-HUECO LA EXISTENCIA DE TODOS LOS
      * ARTICULOS QUE HAY EN EL HUECO TECLEADO
      * ****************************************************************

       CALCULAR-OCUPACION.
           MOVE ZERO TO OCUPACION-HUECO.
           MOVE ENT-ALMACEN   TO SUB-ALMACEN.
           MOVE ENT-UBICACION TO SUB-UBICACION.
           MOVE "N" TO FIN-STKUBI.
           START A-STKUBI KEY IS EQUAL TO SUB-HUECO
              INVALID KEY MOVE "S" TO FIN-STKUBI
           END-START.
           PERFORM SUMAR-OCUPACION UNTIL FIN-STKUBI = "S".


      * SUMA LA EXISTENCIA DE UN ARTICULO DEL HUECO
      * ****************************************************************

       SUMAR-OCUPACION.
           READ A-STKUBI NEXT RECORD
              AT END MOVE "S" TO FIN-STKUBI
           END-READ.
           IF FIN-STKUBI NOT = "S"
              IF SUB-ALMACEN NOT = ENT-ALMACEN
                 OR SUB-UBICACION NOT = ENT-UBICACION
                 MOVE "S" TO FIN-STKUBI
              ELSE
                 ADD SUB-EXISTENCIA TO OCUPACION-HUECO
              END-IF
           END-IF.


      * CONSULTA LOS HUECOS DE UN ARTICULO EN UN ALMACEN CON SU
      * EXISTENCIA, Y LA COMPARA CON LA DEL ALMACEN
      * ****************************************************************

       CONSULTAR-ARTICULO.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           DISPLAY "Almacen:".
           ACCEPT ENT-ALMACEN NO BELL.
           MOVE SPACES TO NOM-ARTI.
           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY CONTINUE
           END-READ.
           DISPLAY "ARTICULO " ENT-CODARTI "  " NOM-ARTI
                   "  ALMACEN " ENT-ALMACEN.

           MOVE ZERO TO CONT-LISTADOS.
           MOVE ZERO TO TOTAL-HUECOS.
           MOVE ENT-CODARTI TO SUB-CODARTI.
           MOVE ENT-ALMACEN TO SUB-ALMACEN.
           MOVE SPACES      TO SUB-UBICACION.
           MOVE "N" TO FIN-STKUBI.
           START A-STKUBI KEY NOT LESS THAN SUB-CLAVE
              INVALID KEY MOVE "S" TO FIN-STKUBI
           END-START.
           DISPLAY "HUECO  T EXISTENCIA REPONER".
           PERFORM CONSULTAR-UN-HUECO UNTIL FIN-STKUBI = "S".
           DISPLAY "HUECOS: " CONT-LISTADOS
                   "  EXISTENCIA EN HUECOS: " TOTAL-HUECOS.

           IF HAY-STOCKALM = "S"
              MOVE ZERO TO EXISTENCIA-ALM
              MOVE ENT-CODARTI TO STK-CODARTI
              MOVE ENT-ALMACEN TO STK-ALMACEN
              READ A-STOCKALM
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE STK-EXISTENCIA TO EXISTENCIA-ALM
              END-READ
              DISPLAY "EXISTENCIA DEL ALMACEN: " EXISTENCIA-ALM
              IF EXISTENCIA-ALM NOT = TOTAL-HUECOS
                 DISPLAY "AVISO: LOS HUECOS NO CUADRAN CON EL"
                         " ALMACEN. CUENTE LOS HUECOS (INV-FIS)."
              END-IF
           END-IF.


      * MUESTRA UN HUECO MIENTRAS SEA DEL ARTICULO Y ALMACEN
      * CONSULTADOS
      * ****************************************************************

       CONSULTAR-UN-HUECO.
           READ A-STKUBI NEXT RECORD
              AT END MOVE "S" TO FIN-STKUBI
           END-READ.
           IF FIN-STKUBI NOT = "S"
              IF SUB-CODARTI NOT = ENT-CODARTI
                 OR SUB-ALMACEN NOT = ENT-ALMACEN
                 MOVE "S" TO FIN-STKUBI
              ELSE
                 DISPLAY SUB-UBICACION " " SUB-TIPO " "
                         SUB-EXISTENCIA "     " SUB-REPONER
                 ADD 1 TO CONT-LISTADOS
                 ADD SUB-EXISTENCIA TO TOTAL-HUECOS
              END-IF
           END-IF.


      * MUESTRA EL CONTENIDO DE UN HUECO: LOS ARTICULOS QUE LO
      * OCUPAN, SU EXISTENCIA Y EL SITIO LIBRE
      * ****************************************************************

       VER-HUECO.
           DISPLAY "Almacen:".
           ACCEPT ENT-ALMACEN NO BELL.
           DISPLAY "Ubicacion del hueco:".
           ACCEPT ENT-UBICACION NO BELL.
           PERFORM LEER-HUECO.
           IF EXISTE-UBA = "N"
              DISPLAY "ERROR: EL HUECO NO EXISTE."
              GO TO VER-HUECO-FIN
           END-IF.

           MOVE ZERO TO CONT-LISTADOS.
           MOVE ZERO TO OCUPACION-HUECO.
           MOVE ENT-ALMACEN   TO SUB-ALMACEN.
           MOVE ENT-UBICACION TO SUB-UBICACION.
           MOVE "N" TO FIN-STKUBI.
           START A-STKUBI KEY IS EQUAL TO SUB-HUECO
              INVALID KEY MOVE "S" TO FIN-STKUBI
           END-START.
           DISPLAY "ARTIC T EXISTENCIA".
           PERFORM VER-UN-ARTICULO-HUECO UNTIL FIN-STKUBI = "S".

           COMPUTE LIBRE-HUECO = UBA-CAPACIDAD - OCUPACION-HUECO.
           DISPLAY "ARTICULOS: " CONT-LISTADOS
                   "  CAPACIDAD: " UBA-CAPACIDAD
                   "  OCUPADO: " OCUPACION-HUECO
                   "  LIBRE: " LIBRE-HUECO.

       VER-HUECO-FIN.
           EXIT.


      * MUESTRA UN ARTICULO DEL HUECO CONSULTADO
      * ****************************************************************

       VER-UN-ARTICULO-HUECO.
           READ A-STKUBI NEXT RECORD
              AT END MOVE "S" TO FIN-STKUBI
           END-READ.
           IF FIN-STKUBI NOT = "S"
              IF SUB-ALMACEN NOT = ENT-ALMACEN
                 OR SUB-UBICACION NOT = ENT-UBICACION
                 MOVE "S" TO FIN-STKUBI
              ELSE
                 DISPLAY SUB-CODARTI "  " SUB-TIPO " " SUB-EXISTENCIA
                 ADD 1 TO CONT-LISTADOS
                 ADD SUB-EXISTENCIA TO OCUPACION-HUECO
              END-IF
           END-IF.


      * COMPRUEBA QUE EL ALMACEN TECLEADO ESTA EN EL MAESTRO DE
      * ALMACENES; SIN MAESTRO SE ADMITE CUALQUIERA MENOS EL CERO
      * ****************************************************************

       VALIDAR-ALMACEN.
           IF ENT-ALMACEN = ZERO
              MOVE "N" TO EXISTE
              GO TO VALIDAR-ALMACEN-FIN
           END-IF.
           MOVE "S" TO EXISTE.
           IF HAY-ALMACENES = "N"
              GO TO VALIDAR-ALMACEN-FIN
           END-IF.
           MOVE ENT-ALMACEN TO DIR-REL-ALM.
           READ A-ALMACEN
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.

       VALIDAR-ALMACEN-FIN.
           EXIT.
