       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-PRA.
       REMARKS. MANTENIMIENTO DE LOS PROVEEDORES DE CADA ARTICULO
           (PROVART.DAT): PARA CADA ARTICULO Y PROVEEDOR QUE LO
           SUMINISTRA, LA REFERENCIA PROPIA DEL PROVEEDOR, SU
           PRECIO DE COMPRA POR UNIDAD BASE, LA CANTIDAD MINIMA DE
           PEDIDO EN UNIDADES BASE, EL PLAZO DE ENTREGA EN DIAS Y
           LA MARCA DE PROVEEDOR PREFERIDO (UNO SOLO POR ARTICULO:
           AL MARCAR UNO SE DESMARCA EL QUE LO ERA). EL ALTA
           COMPRUEBA QUE EL ARTICULO EXISTA EN AARTI.IND Y EL
           PROVEEDOR EN PROVEED.DAT. LO USA PRO-COM PARA ELEGIR EL
           PROVEEDOR DE CADA PROPUESTA, GES-COM PARA VALORAR LAS
           LINEAS DE LOS PEDIDOS Y IMP-TARI PARA CARGAR LAS TARIFAS
           DE COMPRA DE CADA PROVEEDOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PROVART ASSIGN TO DISK 'PROVART.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRA-CLAVE
                  ALTERNATE RECORD KEY PRA-PROVEEDOR WITH DUPLICATES
                  FILE STATUS IS PRA-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

           SELECT A-PROVEED ASSIGN TO DISK 'PROVEED.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRV-CODIGO
                  FILE STATUS IS PRV-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DEL PROVEEDOR DE UN ARTICULO. PRECIO Y MINIMO
      * EN UNIDADES BASE; PRA-FEC-PRECIO ES LA FECHA DEL ULTIMO
      * CAMBIO DE PRECIO (ALTA, MODIFICACION O TARIFA DE IMP-TARI)
      *
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

       FD A-PROVEED LABEL RECORD STANDARD.
       01 REGPRV.
          02 PRV-CODIGO     PIC X(4).
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).


       WORKING-STORAGE SECTION.
       77 PRA-FILESTAT      PIC X(2).
       77 PRV-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-PRA        PIC X(1).
       77 EXISTE-PRV        PIC X(1).
       77 FIN-PROVART       PIC X(1).
       77 CONFIRMA          PIC X(1).
       77 ENT-CODARTI       PIC 9(4).
       77 ENT-PROVEEDOR     PIC X(4).
       77 ENT-REFERENCIA    PIC X(15).
       77 ENT-PRECIO        PIC 9(4)V9(2).
       77 ENT-CANT-MINIMA   PIC 9(6).
       77 ENT-PLAZO         PIC 9(3).
       77 ENT-PREFERIDO     PIC X(1).
       77 CONT-LISTADOS     PIC 9(4) VALUE ZERO.
       01 REG-PRA-GUARDADO  PIC X(47).
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
       MANTENER-PROVEEDORES-ARTICULO.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-PRA" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO (LO CREA LA PRIMERA
      * VEZ) Y REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           OPEN I-O A-PROVART.
           IF PRA-FILESTAT NOT = "00"
              CLOSE A-PROVART
              OPEN OUTPUT A-PROVART
              CLOSE A-PROVART
              OPEN I-O A-PROVART
           END-IF.

           OPEN INPUT A-ARTICULO.
           OPEN INPUT A-PROVEED.

           MOVE SPACE TO OPCION.
           PERFORM MENU-PROVART UNTIL OPCION = "9".

           CLOSE A-PROVEED.
           CLOSE A-ARTICULO.
           CLOSE A-PROVART.
           GOBACK.


      * MENU PRINCIPAL DE LOS PROVEEDORES POR ARTICULO
      * ****************************************************************

       MENU-PROVART.
           DISPLAY " ".
           DISPLAY "PROVEEDORES POR ARTICULO".
           DISPLAY "<A>LTA, <M>ODIFICACION, <B>AJA, PROVEEDORES DE"
                   " UN A<R>TICULO, <L>ISTADO, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "A" OR OPCION = "a"
              PERFORM ALTA-PROVART THRU ALTA-PROVART-FIN
           ELSE
              IF OPCION = "M" OR OPCION = "m"
                 PERFORM MODIFICAR-PROVART THRU MODIFICAR-PROVART-FIN
              ELSE
                 IF OPCION = "B" OR OPCION = "b"
                    PERFORM BAJA-PROVART THRU BAJA-PROVART-FIN
                 ELSE
                    IF OPCION = "R" OR OPCION = "r"
                       PERFORM LISTAR-PROVART-ARTICULO
                    ELSE
                       IF OPCION = "L" OR OPCION = "l"
                          PERFORM LISTAR-PROVART
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * ALTA DEL PROVEEDOR DE UN ARTICULO: ARTICULO Y PROVEEDOR
      * EXISTENTES Y PAREJA NO DADA YA DE ALTA
      * ****************************************************************

       ALTA-PROVART.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           MOVE ENT-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL ARTICULO NO EXISTE."
              GO TO ALTA-PROVART-FIN
           END-IF.
           DISPLAY "ARTICULO: " NOM-ARTI
                   "  PROVEEDOR HABITUAL: " COD-PROVEE.

           DISPLAY "Codigo del proveedor:".
           ACCEPT ENT-PROVEEDOR NO BELL.
           MOVE ENT-PROVEEDOR TO PRV-CODIGO.
           READ A-PROVEED
              INVALID KEY     MOVE "N" TO EXISTE-PRV
              NOT INVALID KEY MOVE "S" TO EXISTE-PRV
           END-READ.
           IF EXISTE-PRV = "N"
              DISPLAY "ERROR: EL PROVEEDOR NO EXISTE EN PROVEED.DAT."
              GO TO ALTA-PROVART-FIN
           END-IF.
           DISPLAY "PROVEEDOR: " PRV-NOMBRE.

           MOVE ENT-CODARTI   TO PRA-CODARTI.
           MOVE ENT-PROVEEDOR TO PRA-PROVEEDOR.
           READ A-PROVART
              INVALID KEY     MOVE "N" TO EXISTE-PRA
              NOT INVALID KEY MOVE "S" TO EXISTE-PRA
           END-READ.
           IF EXISTE-PRA = "S"
              DISPLAY "ERROR: EL PROVEEDOR YA ESTA DADO DE ALTA PARA"
                      " EL ARTICULO."
              GO TO ALTA-PROVART-FIN
           END-IF.

           PERFORM PEDIR-DATOS-PROVART.

           MOVE ENT-CODARTI     TO PRA-CODARTI.
           MOVE ENT-PROVEEDOR   TO PRA-PROVEEDOR.
           MOVE ENT-REFERENCIA  TO PRA-REFERENCIA.
           MOVE ENT-PRECIO      TO PRA-PRECIO.
           MOVE ENT-CANT-MINIMA TO PRA-CANT-MINIMA.
           MOVE ENT-PLAZO       TO PRA-PLAZO.
           MOVE ENT-PREFERIDO   TO PRA-PREFERIDO.
           MOVE FECHA           TO PRA-FEC-PRECIO.
           WRITE REGPRA.
           IF PRA-ES-PREFERIDO
              PERFORM QUITAR-OTROS-PREFERIDOS
           END-IF.
           DISPLAY "PROVEEDOR DEL ARTICULO GRABADO.".

       ALTA-PROVART-FIN.
           EXIT.


      * MODIFICACION DE LOS DATOS DEL PROVEEDOR DE UN ARTICULO
      * ****************************************************************

       MODIFICAR-PROVART.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           DISPLAY "Codigo del proveedor:".
           ACCEPT ENT-PROVEEDOR NO BELL.

           MOVE ENT-CODARTI   TO PRA-CODARTI.
           MOVE ENT-PROVEEDOR TO PRA-PROVEEDOR.
           READ A-PROVART
              INVALID KEY     MOVE "N" TO EXISTE-PRA
              NOT INVALID KEY MOVE "S" TO EXISTE-PRA
           END-READ.
           IF EXISTE-PRA = "N"
              DISPLAY "ERROR: EL PROVEEDOR NO ESTA DADO DE ALTA PARA"
                      " EL ARTICULO."
              GO TO MODIFICAR-PROVART-FIN
           END-IF.

           PERFORM MOSTRAR-PROVART.
           PERFORM PEDIR-DATOS-PROVART.

           IF ENT-PRECIO NOT = PRA-PRECIO
              MOVE FECHA TO PRA-FEC-PRECIO
           END-IF.
           MOVE ENT-REFERENCIA  TO PRA-REFERENCIA.
           MOVE ENT-PRECIO      TO PRA-PRECIO.
           MOVE ENT-CANT-MINIMA TO PRA-CANT-MINIMA.
           MOVE ENT-PLAZO       TO PRA-PLAZO.
           MOVE ENT-PREFERIDO   TO PRA-PREFERIDO.
           REWRITE REGPRA.
           IF PRA-ES-PREFERIDO
              PERFORM QUITAR-OTROS-PREFERIDOS
           END-IF.
           DISPLAY "PROVEEDOR DEL ARTICULO MODIFICADO.".

       MODIFICAR-PROVART-FIN.
           EXIT.


      * PIDE LOS DATOS DEL PROVEEDOR DEL ARTICULO
      * ****************************************************************

       PEDIR-DATOS-PROVART.
           DISPLAY "Referencia del proveedor:".
           MOVE SPACES TO ENT-REFERENCIA.
           ACCEPT ENT-REFERENCIA NO BELL.
           DISPLAY "Precio de compra por unidad base:".
           ACCEPT ENT-PRECIO NO BELL.
           DISPLAY "Cantidad minima de pedido (unidades base):".
           ACCEPT ENT-CANT-MINIMA NO BELL.
           DISPLAY "Plazo de entrega en dias:".
           ACCEPT ENT-PLAZO NO BELL.
           DISPLAY "Proveedor preferido del articulo (S/N):".
           ACCEPT ENT-PREFERIDO NO BELL.
           IF ENT-PREFERIDO = "S" OR ENT-PREFERIDO = "s"
              MOVE "S" TO ENT-PREFERIDO
           ELSE
              MOVE "N" TO ENT-PREFERIDO
           END-IF.


      * MUESTRA LOS DATOS DEL PROVEEDOR DEL ARTICULO LEIDO
      * ****************************************************************

       MOSTRAR-PROVART.
           DISPLAY "ARTICULO....: " PRA-CODARTI.
           DISPLAY "PROVEEDOR...: " PRA-PROVEEDOR.
           DISPLAY "REFERENCIA..: " PRA-REFERENCIA.
           DISPLAY "PRECIO......: " PRA-PRECIO
                   "  (DESDE " PRA-FEC-PRECIO ")".
           DISPLAY "MINIMO......: " PRA-CANT-MINIMA.
           DISPLAY "PLAZO (DIAS): " PRA-PLAZO.
           DISPLAY "PREFERIDO...: " PRA-PREFERIDO.


      * AL MARCAR UN PROVEEDOR COMO PREFERIDO SE DESMARCAN LOS
      * DEMAS PROVEEDORES DEL MISMO ARTICULO
      * ****************************************************************

       QUITAR-OTROS-PREFERIDOS.
           MOVE REGPRA TO REG-PRA-GUARDADO.
           MOVE ENT-CODARTI TO PRA-CODARTI.
           MOVE LOW-VALUES TO PRA-PROVEEDOR.
           MOVE "N" TO FIN-PROVART.
           START A-PROVART KEY NOT LESS THAN PRA-CLAVE
              INVALID KEY MOVE "S" TO FIN-PROVART
           END-START.
           PERFORM QUITAR-UN-PREFERIDO UNTIL FIN-PROVART = "S".
           MOVE REG-PRA-GUARDADO TO REGPRA.


      * DESMARCA EL SIGUIENTE PROVEEDOR DEL ARTICULO SI ERA EL
      * PREFERIDO Y NO ES EL QUE SE ACABA DE MARCAR
      * ****************************************************************

       QUITAR-UN-PREFERIDO.
           READ A-PROVART NEXT RECORD
              AT END MOVE "S" TO FIN-PROVART
           END-READ.
           IF FIN-PROVART NOT = "S"
              IF PRA-CODARTI NOT = ENT-CODARTI
                 MOVE "S" TO FIN-PROVART
              ELSE
                 IF PRA-ES-PREFERIDO
                    AND PRA-PROVEEDOR NOT = ENT-PROVEEDOR
                    MOVE "N" TO PRA-PREFERIDO
                    REWRITE REGPRA
                    DISPLAY "EL PROVEEDOR " PRA-PROVEEDOR
                            " DEJA DE SER EL PREFERIDO."
                 END-IF
              END-IF
           END-IF.


      * BAJA DEL PROVEEDOR DE UN ARTICULO
      * ****************************************************************

       BAJA-PROVART.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.
           DISPLAY "Codigo del proveedor:".
           ACCEPT ENT-PROVEEDOR NO BELL.

           MOVE ENT-CODARTI   TO PRA-CODARTI.
           MOVE ENT-PROVEEDOR TO PRA-PROVEEDOR.
           READ A-PROVART
              INVALID KEY     MOVE "N" TO EXISTE-PRA
              NOT INVALID KEY MOVE "S" TO EXISTE-PRA
           END-READ.
           IF EXISTE-PRA = "N"
              DISPLAY "ERROR: EL PROVEEDOR NO ESTA DADO DE ALTA PARA"
                      " EL ARTICULO."
              GO TO BAJA-PROVART-FIN
           END-IF.

           PERFORM MOSTRAR-PROVART.
           DISPLAY "CONFIRMA LA BAJA (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
              DELETE A-PROVART RECORD
              DISPLAY "PROVEEDOR DEL ARTICULO BORRADO."
           END-IF.

       BAJA-PROVART-FIN.
           EXIT.


      * LISTA LOS PROVEEDORES DE UN ARTICULO
      * ****************************************************************

       LISTAR-PROVART-ARTICULO.
           DISPLAY "Codigo del articulo:".
           ACCEPT ENT-CODARTI NO BELL.

           MOVE ZERO TO CONT-LISTADOS.
           MOVE ENT-CODARTI TO PRA-CODARTI.
           MOVE LOW-VALUES TO PRA-PROVEEDOR.
           MOVE "N" TO FIN-PROVART.
           START A-PROVART KEY NOT LESS THAN PRA-CLAVE
              INVALID KEY MOVE "S" TO FIN-PROVART
           END-START.
           DISPLAY "PROV REFERENCIA        PRECIO   MINIMO PLAZO P".
           PERFORM LISTAR-UN-PROVART-ARTICULO
                   UNTIL FIN-PROVART = "S".
           DISPLAY "PROVEEDORES DEL ARTICULO: " CONT-LISTADOS.


      * LISTA UN PROVEEDOR MIENTRAS SEA DEL ARTICULO PEDIDO
      * ****************************************************************

       LISTAR-UN-PROVART-ARTICULO.
           READ A-PROVART NEXT RECORD
              AT END MOVE "S" TO FIN-PROVART
           END-READ.
           IF FIN-PROVART NOT = "S"
              IF PRA-CODARTI NOT = ENT-CODARTI
                 MOVE "S" TO FIN-PROVART
              ELSE
                 DISPLAY PRA-PROVEEDOR " " PRA-REFERENCIA " "
                         PRA-PRECIO " " PRA-CANT-MINIMA " "
                         PRA-PLAZO "   " PRA-PREFERIDO
                 ADD 1 TO CONT-LISTADOS
              END-IF
           END-IF.


      * LISTA TODOS LOS PROVEEDORES POR ARTICULO
      * ****************************************************************

       LISTAR-PROVART.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE LOW-VALUES TO PRA-CLAVE.
           MOVE "N" TO FIN-PROVART.
           START A-PROVART KEY NOT LESS THAN PRA-CLAVE
              INVALID KEY MOVE "S" TO FIN-PROVART
           END-START.
           DISPLAY "ARTIC PROV REFERENCIA        PRECIO   MINIMO"
                   " PLAZO P".
           PERFORM LISTAR-UN-PROVART UNTIL FIN-PROVART = "S".
           DISPLAY "PROVEEDORES LISTADOS: " CONT-LISTADOS.


      * LISTA UN PROVEEDOR DE UN ARTICULO
      * ****************************************************************

       LISTAR-UN-PROVART.
           READ A-PROVART NEXT RECORD
              AT END MOVE "S" TO FIN-PROVART
           END-READ.
           IF FIN-PROVART NOT = "S"
              DISPLAY PRA-CODARTI "  " PRA-PROVEEDOR " "
                      PRA-REFERENCIA " " PRA-PRECIO " "
                      PRA-CANT-MINIMA " " PRA-PLAZO "   "
                      PRA-PREFERIDO
              ADD 1 TO CONT-LISTADOS
           END-IF.
