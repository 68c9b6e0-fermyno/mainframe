       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-FCL.
       REMARKS. MANTENIMIENTO DE LOS DATOS DE FACTURACION POR
           CLIENTE (FACCLI.DAT): EL CLIENTE PAGADOR (LA CENTRAL DE
           UNA CADENA O FRANQUICIA QUE PAGA POR SUS TIENDAS). UN
           CLIENTE CON PAGADOR SIGUE PIDIENDO, RECIBIENDO LA
           MERCANCIA Y ACUMULANDO SU HISTORICO DE VENTAS A SU
           NOMBRE, PERO FAC-PED LE FACTURA A LA CENTRAL: LA
           FACTURA, EL CARGO EN SUCURSAL.DAT Y EL EFECTO DE COBRO
           VAN CONTRA EL PAGADOR, Y EL CONTROL DE CREDITO DE PED-CLI
           MIRA LA EXPOSICION DE TODO EL GRUPO CONTRA EL LIMITE DE
           LA CENTRAL. LA JERARQUIA ES DE UN SOLO NIVEL: UNA CENTRAL
           NO PUEDE TENER A SU VEZ PAGADOR, NI UN CLIENTE CON
           PAGADOR SER CENTRAL DE OTROS. AMBOS CLIENTES SE VALIDAN
           CONTRA CLIENTES.DAT. EL EXTRACTO DEL GRUPO LO EMITE
           EXT-GRU. TAMBIEN GUARDA LA PERIODICIDAD DE FACTURACION
           DEL CLIENTE: P=POR PEDIDO (LA DE SIEMPRE, Y LA QUE SE
           SUPONE SI NO HAY DATOS), S=SEMANAL, Q=QUINCENAL O
           M=MENSUAL. FAC-PED FACTURA POR PEDIDO SOLO A LOS CLIENTES
           P; A LOS DEMAS LES AGRUPA EN UNA FACTURA POR PERIODO
           TODO LO SERVIDO Y NO FACTURADO CUANDO SE LANZA LA
           FACTURACION DE SU PERIODICIDAD. POR ULTIMO, SENALA LOS
           CLIENTES EXENTOS DE INTERESES DE DEMORA, A LOS QUE LIQ-INT
           NO LES CALCULA INTERESES POR SUS EFECTOS PAGADOS TARDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-FACCLI ASSIGN TO DISK 'FACCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FCL-CODCLI
                  ALTERNATE RECORD KEY FCL-PAGADOR WITH DUPLICATES
                  FILE STATUS IS FCL-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LOS DATOS DE FACTURACION DEL CLIENTE.
      * FCL-PAGADOR EN BLANCO: EL CLIENTE SE PAGA SUS FACTURAS.
      * FCL-PERIODICIDAD: P (O BLANCO) = POR PEDIDO, S = SEMANAL,
      * Q = QUINCENAL, M = MENSUAL
      * FCL-EXENTO-INT: S = NO SE LE COBRAN INTERESES DE DEMORA
      * (LIQ-INT); N O BLANCO = SE LE COBRAN
      *
       FD A-FACCLI LABEL RECORD STANDARD.
       01 REGFCL.
          02 FCL-CODCLI     PIC X(5).
          02 FCL-PAGADOR    PIC X(5).
          02 FCL-PERIODICIDAD PIC X(1).
             88 FCL-POR-PEDIDO  VALUE "P" " ".
             88 FCL-SEMANAL     VALUE "S".
             88 FCL-QUINCENAL   VALUE "Q".
             88 FCL-MENSUAL     VALUE "M".
          02 FCL-EXENTO-INT PIC X(1).
             88 FCL-EXENTO      VALUE "S".

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


       WORKING-STORAGE SECTION.
       77 FCL-FILESTAT      PIC X(2).
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-FCL        PIC X(1).
       77 FIN-FACCLI        PIC X(1).
       77 ENT-CODCLI        PIC X(5).
       77 ENT-PAGADOR       PIC X(5).
       77 ENT-PERIODICIDAD  PIC X(1).
       77 ENT-EXENTO-INT    PIC X(1).
       77 ES-CENTRAL        PIC X(1).
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
       MANTENER-DATOS-FACTURACION.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-FCL" TO SES-PROGRAMA.
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
           OPEN I-O A-FACCLI.
           IF FCL-FILESTAT NOT = "00"
              CLOSE A-FACCLI
              OPEN OUTPUT A-FACCLI
              CLOSE A-FACCLI
              OPEN I-O A-FACCLI
           END-IF.

           OPEN INPUT A-CLIENT.

           MOVE SPACE TO OPCION.
           PERFORM MENU-FACTURACION UNTIL OPCION = "9".

           CLOSE A-CLIENT.
           CLOSE A-FACCLI.
           GOBACK.


      * MENU PRINCIPAL DE LOS DATOS DE FACTURACION
      * ****************************************************************

       MENU-FACTURACION.
           DISPLAY " ".
           DISPLAY "DATOS DE FACTURACION POR CLIENTE".
           DISPLAY "<P>AGADOR (CENTRAL), <F>RECUENCIA DE FACTURACION,"
                   " <I>NTERESES DE DEMORA,".
           DISPLAY "<C>ONSULTA, <L>ISTADO, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "P" OR OPCION = "p"
              PERFORM GRABAR-PAGADOR THRU GRABAR-PAGADOR-FIN
           ELSE
              IF OPCION = "F" OR OPCION = "f"
                 PERFORM GRABAR-PERIODICIDAD
                         THRU GRABAR-PERIODICIDAD-FIN
              ELSE
                 IF OPCION = "I" OR OPCION = "i"
                    PERFORM GRABAR-EXENCION-INT
                            THRU GRABAR-EXENCION-INT-FIN
                 ELSE
                    IF OPCION = "C" OR OPCION = "c"
                       PERFORM CONSULTAR-FACTURACION
                    ELSE
                       IF OPCION = "L" OR OPCION = "l"
                          PERFORM LISTAR-FACTURACION
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * GRABA, CAMBIA O QUITA (EN BLANCO) EL PAGADOR DE UN CLIENTE
      * ****************************************************************

       GRABAR-PAGADOR.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO EXISTE."
              GO TO GRABAR-PAGADOR-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

           MOVE ENT-CODCLI TO FCL-CODCLI.
           READ A-FACCLI
              INVALID KEY     MOVE "N" TO EXISTE-FCL
              NOT INVALID KEY MOVE "S" TO EXISTE-FCL
           END-READ.
           IF EXISTE-FCL = "S" AND FCL-PAGADOR NOT = SPACES
              DISPLAY "PAGADOR ACTUAL: " FCL-PAGADOR
           END-IF.

           DISPLAY "Cliente pagador (blanco = se paga el mismo):".
           ACCEPT ENT-PAGADOR NO BELL.

           IF ENT-PAGADOR NOT = SPACES
              IF ENT-PAGADOR = ENT-CODCLI
                 DISPLAY "ERROR: EL PAGADOR NO PUEDE SER EL MISMO"
                         " CLIENTE."
                 GO TO GRABAR-PAGADOR-FIN
              END-IF
              MOVE ENT-PAGADOR TO CODCLI
              READ A-CLIENT
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "N"
                 DISPLAY "ERROR: EL CLIENTE PAGADOR NO EXISTE."
                 GO TO GRABAR-PAGADOR-FIN
              END-IF
              DISPLAY "PAGADOR: " NOMCLI
      *
      * LA JERARQUIA ES DE UN SOLO NIVEL: LA CENTRAL NO PUEDE
      * TENER PAGADOR Y EL CLIENTE NO PUEDE SER CENTRAL DE OTROS
      *
              MOVE ENT-PAGADOR TO FCL-CODCLI
              READ A-FACCLI
                 INVALID KEY     MOVE "N" TO EXISTE-FCL
                 NOT INVALID KEY MOVE "S" TO EXISTE-FCL
              END-READ
              IF EXISTE-FCL = "S" AND FCL-PAGADOR NOT = SPACES
                 DISPLAY "ERROR: EL PAGADOR PAGA A TRAVES DE "
                         FCL-PAGADOR "; INDIQUE LA CENTRAL."
                 GO TO GRABAR-PAGADOR-FIN
              END-IF
              PERFORM COMPROBAR-SI-CENTRAL
              IF ES-CENTRAL = "S"
                 DISPLAY "ERROR: EL CLIENTE ES CENTRAL DE OTROS"
                         " CLIENTES Y NO PUEDE TENER PAGADOR."
                 GO TO GRABAR-PAGADOR-FIN
              END-IF
           END-IF.

           MOVE ENT-CODCLI TO FCL-CODCLI.
           READ A-FACCLI
              INVALID KEY     MOVE "N" TO EXISTE-FCL
              NOT INVALID KEY MOVE "S" TO EXISTE-FCL
           END-READ.
           IF EXISTE-FCL = "S"
              MOVE ENT-PAGADOR TO FCL-PAGADOR
              REWRITE REGFCL
              DISPLAY "PAGADOR CAMBIADO."
           ELSE
              MOVE ENT-CODCLI  TO FCL-CODCLI
              MOVE ENT-PAGADOR TO FCL-PAGADOR
              MOVE "P"         TO FCL-PERIODICIDAD
              MOVE "N"         TO FCL-EXENTO-INT
              WRITE REGFCL
              DISPLAY "PAGADOR GRABADO."
           END-IF.

       GRABAR-PAGADOR-FIN.
           EXIT.


      * GRABA O CAMBIA LA PERIODICIDAD DE FACTURACION DE UN CLIENTE
      * ****************************************************************

       GRABAR-PERIODICIDAD.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO EXISTE."
              GO TO GRABAR-PERIODICIDAD-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

           MOVE ENT-CODCLI TO FCL-CODCLI.
           READ A-FACCLI
              INVALID KEY     MOVE "N" TO EXISTE-FCL
              NOT INVALID KEY MOVE "S" TO EXISTE-FCL
           END-READ.
           IF EXISTE-FCL = "S"
              DISPLAY "PERIODICIDAD ACTUAL: " FCL-PERIODICIDAD
           END-IF.

           DISPLAY "Periodicidad (P=POR PEDIDO, S=SEMANAL,"
                   " Q=QUINCENAL, M=MENSUAL):".
           ACCEPT ENT-PERIODICIDAD NO BELL.
           INSPECT ENT-PERIODICIDAD CONVERTING "psqm" TO "PSQM".
           IF ENT-PERIODICIDAD NOT = "P" AND NOT = "S"
              AND NOT = "Q" AND NOT = "M"
              DISPLAY "ERROR: PERIODICIDAD NO VALIDA."
              GO TO GRABAR-PERIODICIDAD-FIN
           END-IF.

           IF EXISTE-FCL = "S"
              MOVE ENT-PERIODICIDAD TO FCL-PERIODICIDAD
              REWRITE REGFCL
              DISPLAY "PERIODICIDAD CAMBIADA."
           ELSE
              MOVE ENT-CODCLI       TO FCL-CODCLI
              MOVE SPACES           TO FCL-PAGADOR
              MOVE ENT-PERIODICIDAD TO FCL-PERIODICIDAD
              MOVE "N"              TO FCL-EXENTO-INT
              WRITE REGFCL
              DISPLAY "PERIODICIDAD GRABADA."
           END-IF.

       GRABAR-PERIODICIDAD-FIN.
           EXIT.


      * SENALA O QUITA LA EXENCION DE INTERESES DE DEMORA DE UN
      * CLIENTE
      * ****************************************************************

       GRABAR-EXENCION-INT.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO EXISTE."
              GO TO GRABAR-EXENCION-INT-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

           MOVE ENT-CODCLI TO FCL-CODCLI.
           READ A-FACCLI
              INVALID KEY     MOVE "N" TO EXISTE-FCL
              NOT INVALID KEY MOVE "S" TO EXISTE-FCL
           END-READ.
           IF EXISTE-FCL = "S" AND FCL-EXENTO
              DISPLAY "SITUACION ACTUAL: EXENTO DE INTERESES."
           ELSE
              DISPLAY "SITUACION ACTUAL: SE LE COBRAN INTERESES."
           END-IF.

           DISPLAY "Exento de intereses de demora (S/N):".
           ACCEPT ENT-EXENTO-INT NO BELL.
           INSPECT ENT-EXENTO-INT CONVERTING "sn" TO "SN".
           IF ENT-EXENTO-INT NOT = "S" AND NOT = "N"
              DISPLAY "ERROR: RESPUESTA NO VALIDA."
              GO TO GRABAR-EXENCION-INT-FIN
           END-IF.

           IF EXISTE-FCL = "S"
              MOVE ENT-EXENTO-INT TO FCL-EXENTO-INT
              REWRITE REGFCL
              DISPLAY "EXENCION CAMBIADA."
           ELSE
              MOVE ENT-CODCLI     TO FCL-CODCLI
              MOVE SPACES         TO FCL-PAGADOR
              MOVE "P"            TO FCL-PERIODICIDAD
              MOVE ENT-EXENTO-INT TO FCL-EXENTO-INT
              WRITE REGFCL
              DISPLAY "EXENCION GRABADA."
           END-IF.

       GRABAR-EXENCION-INT-FIN.
           EXIT.


      * DEJA ES-CENTRAL EN "S" SI ALGUN CLIENTE TIENE COMO
      * PAGADOR AL CLIENTE EN ENT-CODCLI
      * ****************************************************************

       COMPROBAR-SI-CENTRAL.
           MOVE "N" TO ES-CENTRAL.
           MOVE ENT-CODCLI TO FCL-PAGADOR.
           START A-FACCLI KEY = FCL-PAGADOR
              INVALID KEY     MOVE "N" TO ES-CENTRAL
              NOT INVALID KEY MOVE "S" TO ES-CENTRAL
           END-START.


      * CONSULTA LOS DATOS DE FACTURACION DE UN CLIENTE
      * ****************************************************************

       CONSULTAR-FACTURACION.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO FCL-CODCLI.
           READ A-FACCLI
              INVALID KEY     MOVE "N" TO EXISTE-FCL
              NOT INVALID KEY MOVE "S" TO EXISTE-FCL
           END-READ.

           IF EXISTE-FCL = "N" OR FCL-PAGADOR = SPACES
              DISPLAY "EL CLIENTE SE PAGA SUS PROPIAS FACTURAS."
           ELSE
              DISPLAY "CLIENTE " FCL-CODCLI "  PAGADOR (CENTRAL) "
                      FCL-PAGADOR
           END-IF.
           IF EXISTE-FCL = "N" OR FCL-POR-PEDIDO
              DISPLAY "FACTURACION POR PEDIDO."
           ELSE
              IF FCL-SEMANAL
                 DISPLAY "FACTURACION AGRUPADA SEMANAL."
              END-IF
              IF FCL-QUINCENAL
                 DISPLAY "FACTURACION AGRUPADA QUINCENAL."
              END-IF
              IF FCL-MENSUAL
                 DISPLAY "FACTURACION AGRUPADA MENSUAL."
              END-IF
           END-IF.
           IF EXISTE-FCL = "S" AND FCL-EXENTO
              DISPLAY "EXENTO DE INTERESES DE DEMORA."
           END-IF.
           PERFORM COMPROBAR-SI-CENTRAL.
           IF ES-CENTRAL = "S"
              DISPLAY "EL CLIENTE ES CENTRAL DE UN GRUPO (VER"
                      " EXT-GRU)."
           END-IF.


      * LISTA TODOS LOS DATOS DE FACTURACION GRABADOS
      * ****************************************************************

       LISTAR-FACTURACION.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE LOW-VALUES TO FCL-CODCLI.
           MOVE "N" TO FIN-FACCLI.
           START A-FACCLI KEY NOT LESS THAN FCL-CODCLI
              INVALID KEY MOVE "S" TO FIN-FACCLI
           END-START.
           DISPLAY "CLIENTE PAGADOR PERIODICIDAD EXENTO-INT".
           PERFORM LISTAR-UNA-FACTURACION UNTIL FIN-FACCLI = "S".
           DISPLAY "CLIENTES LISTADOS: " CONT-LISTADOS.


      * LISTA UN REGISTRO DE DATOS DE FACTURACION
      * ****************************************************************

       LISTAR-UNA-FACTURACION.
           READ A-FACCLI NEXT RECORD AT END MOVE "S" TO FIN-FACCLI
           END-READ.
           IF FIN-FACCLI NOT = "S"
              DISPLAY FCL-CODCLI "   " FCL-PAGADOR "   "
                      FCL-PERIODICIDAD "            " FCL-EXENTO-INT
              ADD 1 TO CONT-LISTADOS
           END-IF.
