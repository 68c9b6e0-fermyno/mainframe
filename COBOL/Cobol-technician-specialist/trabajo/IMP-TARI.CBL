           APLICAN Y SALEN EN EL INFORME DE EXCEPCIONES
           (TARIFEXC.LST); CADA CAMBIO APLICADO QUEDA ANOTADO EN
           EL HISTORICO PERMANENTE DE PRECIOS (PRECHIST.DAT).
           SI SE INFORMA UN PROVEEDOR, LA TARIFA ES SU TARIFA DE
           COMPRA: CADA LINEA ACTUALIZA SOLO EL PRECIO DE COMPRA DE
           ESE PROVEEDOR PARA EL ARTICULO EN PROVART.DAT (VER
           MAN-PRA), CON LA MISMA TOLERANCIA, SIN TOCAR AARTI.IND;
           LOS ARTICULOS QUE EL PROVEEDOR NO TIENE DADOS DE ALTA EN
           PROVART.DAT SALEN EN LAS EXCEPCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  FILE STATUS IS PAR-FILESTAT.


      *
      * DECLARACION DE LOS PROVEEDORES DE CADA ARTICULO (MAN-PRA) Y
      * DEL MAESTRO DE PROVEEDORES, PARA LAS TARIFAS DE COMPRA
      *
           SELECT A-PROVART ASSIGN TO DISK 'PROVART.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRA-CLAVE
                  ALTERNATE RECORD KEY PRA-PROVEEDOR WITH DUPLICATES
                  FILE STATUS IS PRA-FILESTAT.

           SELECT A-PROVEED ASSIGN TO DISK 'PROVEED.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRV-CODIGO
                  FILE STATUS IS PRV-FILESTAT.

           SELECT A-EXCEPCION ASSIGN TO DISK 'TARIFEXC.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".

       FD A-PRECHIST LABEL RECORD STANDARD.
       01 REGPRH.
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

      *
      * DESCRIPCION DEL PROVEEDOR DE UN ARTICULO (VER MAN-PRA)
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

       FD A-PROVEED LABEL RECORD STANDARD.
       01 REGPRV.
          02 PRV-CODIGO     PIC X(4).
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).

      *
      * DESCRIPCION DEL REGISTRO DE AUDITORIA DE ARTICULOS (VER
      * PE-ASI05)
          02 AAR-CODARTI    PIC 9(4).
          02 AAR-OPERADOR   PIC X(8).
          02 AAR-PROGRAMA   PIC X(8).
          02 AAR-ANTES      PIC X(77).
          02 AAR-DESPUES    PIC X(77).


       WORKING-STORAGE SECTION.
       77 AAR-FILESTAT      PIC X(2).
       77 PAR-FILESTAT      PIC X(2).
       77 EXISTE-PAR        PIC X(1).
       77 PRA-FILESTAT      PIC X(2).
       77 PRV-FILESTAT      PIC X(2).
       77 EXISTE-PRA        PIC X(1).
       77 EXISTE-PRV        PIC X(1).
       77 ENT-PROVEEDOR     PIC X(4).
       77 TARIFA-COMPRA     PIC X(1) VALUE "N".
       01 REG-ART-ANTES     PIC X(77).
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
       IMPORTAR-TARIFA.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "IMP-TARI" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LA TOLERANCIA DE SALTO DE PRECIO Y
      * RECORRE LA TARIFA APLICANDO O EXCEPCIONANDO CADA LINEA
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "IMPORTACION DE TARIFA DE PROVEEDOR".
           DISPLAY "----------------------------------".
           MOVE SES-OPERADOR TO ENT-OPERADOR.
           DISPLAY "Proveedor de la tarifa de compra"
                   " (BLANCO = PRECIOS DE VENTA):".
           MOVE SPACES TO ENT-PROVEEDOR.
           ACCEPT ENT-PROVEEDOR NO BELL.
           DISPLAY "Tolerancia de salto de precio en %"
                   " (0 = LA DEL MAESTRO DE PARAMETROS):".
           ACCEPT ENT-TOLERANCIA NO BELL.
              END-IF
           END-IF.

      *
      * LA TARIFA DE COMPRA EXIGE UN PROVEEDOR DADO DE ALTA Y SUS
      * ARTICULOS EN PROVART.DAT
      *
           IF ENT-PROVEEDOR NOT = SPACES
              MOVE "S" TO TARIFA-COMPRA
              OPEN INPUT A-PROVEED
              MOVE "N" TO EXISTE-PRV
              IF PRV-FILESTAT = "00"
                 MOVE ENT-PROVEEDOR TO PRV-CODIGO
                 READ A-PROVEED
                    INVALID KEY     MOVE "N" TO EXISTE-PRV
                    NOT INVALID KEY MOVE "S" TO EXISTE-PRV
                 END-READ
              END-IF
              IF EXISTE-PRV = "N"
                 DISPLAY "EL PROVEEDOR " ENT-PROVEEDOR
                         " NO EXISTE EN PROVEED.DAT."
                 CLOSE A-PROVEED
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY "TARIFA DE COMPRA DEL PROVEEDOR " PRV-CODIGO
                      " " PRV-NOMBRE
              CLOSE A-PROVEED
              OPEN I-O A-PROVART
              IF PRA-FILESTAT NOT = "00"
                 DISPLAY "PROVART.DAT NO EXISTE O NO SE PUEDE ABRIR."
                 CLOSE A-PROVART
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

           OPEN INPUT A-TARIFA.
           IF TAR-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL FICHERO TARIFA.DAT."
              CLOSE A-TARIFA
              IF TARIFA-COMPRA = "S"
                 CLOSE A-PROVART
              END-IF
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-ARTICULO.
              DISPLAY "AARTI.IND NO EXISTE O NO SE PUEDE ABRIR."
              CLOSE A-ARTICULO
              CLOSE A-TARIFA
              IF TARIFA-COMPRA = "S"
                 CLOSE A-PROVART
              END-IF
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN EXTEND A-PRECHIST.
           CLOSE A-PRECHIST.
           CLOSE A-ARTICULO.
           CLOSE A-TARIFA.
           IF TARIFA-COMPRA = "S"
              CLOSE A-PROVART
           END-IF.

           DISPLAY "PRECIOS APLICADOS.: " CONT-APLICADOS.
           DISPLAY "EXCEPCIONES.......: " CONT-EXCEPCIONES
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * TRATA UNA LINEA DE LA TARIFA: VALIDA EL PRECIO, LOCALIZA
              GO TO TRATAR-LINEA-TARIFA-SIG
           END-IF.

           IF TARIFA-COMPRA = "S"
              PERFORM APLICAR-PRECIO-PROVEEDOR
                      THRU APLICAR-PRECIO-PROVEEDOR-FIN
              GO TO TRATAR-LINEA-TARIFA-SIG
           END-IF.

           MOVE TAR-CODARTI TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY     MOVE "N" TO EXISTE-ART
           READ A-TARIFA AT END MOVE "S" TO FIN-TARIFA END-READ.


      * APLICA UNA LINEA DE LA TARIFA DE COMPRA: ACTUALIZA EL
      * PRECIO DEL PROVEEDOR PARA EL ARTICULO EN PROVART.DAT, CON LA
      * MISMA COMPROBACION DE SALTO QUE LOS PRECIOS DE VENTA
      * ****************************************************************

       APLICAR-PRECIO-PROVEEDOR.
           MOVE TAR-CODARTI   TO PRA-CODARTI.
           MOVE ENT-PROVEEDOR TO PRA-PROVEEDOR.
           READ A-PROVART
              INVALID KEY     MOVE "N" TO EXISTE-PRA
              NOT INVALID KEY MOVE "S" TO EXISTE-PRA
           END-READ.

           IF EXISTE-PRA = "N"
              MOVE "PROVEEDOR SIN EL ARTICULO (PROVART)"
                   TO MOTIVO-EXCEPCION
              PERFORM GRABAR-EXCEPCION
              GO TO APLICAR-PRECIO-PROVEEDOR-FIN
           END-IF.

           IF PRA-PRECIO > ZERO AND ENT-TOLERANCIA > ZERO
              IF PRECIO-NUEVO > PRA-PRECIO
                 COMPUTE SALTO-PORC =
                    (PRECIO-NUEVO - PRA-PRECIO) * 100 / PRA-PRECIO
                    ON SIZE ERROR MOVE 99999 TO SALTO-PORC
                 END-COMPUTE
              ELSE
                 COMPUTE SALTO-PORC =
                    (PRA-PRECIO - PRECIO-NUEVO) * 100 / PRA-PRECIO
              END-IF
              IF SALTO-PORC > ENT-TOLERANCIA
                 MOVE "SALTO DE PRECIO FUERA DE TOLERANCIA"
                      TO MOTIVO-EXCEPCION
                 PERFORM GRABAR-EXCEPCION
                 GO TO APLICAR-PRECIO-PROVEEDOR-FIN
              END-IF
           END-IF.

           MOVE PRECIO-NUEVO TO PRA-PRECIO.
           MOVE FECHA        TO PRA-FEC-PRECIO.
           REWRITE REGPRA.
           ADD 1 TO CONT-APLICADOS.

       APLICAR-PRECIO-PROVEEDOR-FIN.
           EXIT.


      * GRABA UNA LINEA EN EL INFORME DE EXCEPCIONES
      * ****************************************************************

