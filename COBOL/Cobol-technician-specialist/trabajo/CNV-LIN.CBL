       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV-LIN.
       REMARKS. CONVERSION UNICA DE LAS LINEAS DE PEDIDO
           (PEDLIN.DAT) Y DE FACTURA (FACLIN.DAT) DE SECUENCIALES A
           INDEXADAS POR DOCUMENTO Y LINEA, CON CLAVE ALTERNATIVA
           POR ARTICULO. ANTES DE LANZARLA SE RENOMBRAN LOS
           SECUENCIALES ACTUALES A PEDLIN.SEC Y FACLIN.SEC; EL
           PROGRAMA CARGA CADA UNO EN SU INDEXADO, RECHAZA (Y
           LISTA) LAS LINEAS CON CLAVE REPETIDA, Y RELEE EL
           INDEXADO PARA COMPROBAR QUE CONTIENE TANTOS REGISTROS
           COMO SE GRABARON Y QUE LEIDOS = GRABADOS + RECHAZADOS.
           SI ALGUN RECUENTO NO CUADRA O HAY RECHAZOS TERMINA CON
           CODIGO DE RETORNO DISTINTO DE CERO; EL SECUENCIAL SE
           CONSERVA SIEMPRE, DE FORMA QUE LA CONVERSION PUEDE
           REPETIRSE UNA VEZ CORREGIDO EL ORIGEN. SOLO UN
           SUPERVISOR PUEDE LANZARLA Y CADA ARCHIVO CONVERTIDO
           QUEDA ANOTADO EN LA BITACORA (BITACORA.DAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * SECUENCIALES DE ORIGEN: LOS PEDLIN.DAT Y FACLIN.DAT
      * ANTERIORES, RENOMBRADOS
      *
           SELECT A-PEDSEC ASSIGN TO DISK 'PEDLIN.SEC'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS PSE-FILESTAT.

           SELECT A-FACSEC ASSIGN TO DISK 'FACLIN.SEC'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS FSE-FILESTAT.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS LIN-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS FLN-FILESTAT.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

      *
      * DECLARACION DEL CERROJO GENERAL DE EJECUCION (VER
      * ACT-CLI): LA CONVERSION NO PUEDE COINCIDIR CON NINGUN
      * OTRO LOTE PESADO
      *
           SELECT A-BLOQRUN ASSIGN TO DISK 'BLOQRUN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BLQ-FILESTAT.

      *
      * DECLARACION DE LA BITACORA DE EJECUCIONES (VER ACT-CLI)
      *
           SELECT A-BITACORA ASSIGN TO DISK 'BITACORA.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BIT-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

       FD A-PEDSEC LABEL RECORD STANDARD.
       01 REG-PEDSEC         PIC X(61).

       FD A-FACSEC LABEL RECORD STANDARD.
       01 REG-FACSEC         PIC X(73).

      *
      * DESCRIPCION DE LA LINEA DE PEDIDO (VER PED-CLI)
      *
       FD A-PEDLIN LABEL RECORD STANDARD.
       01 REGLIN.
          02 LIN-CLAVE.
             03 LIN-PEDIDO  PIC 9(6).
             03 LIN-NUMLIN  PIC 9(2).
          02 LIN-CODARTI    PIC 9(4).
          02 LIN-CANTIDAD   PIC 9(6).
          02 LIN-SERVIDA    PIC 9(6).
          02 LIN-FACTURADA  PIC 9(6).
          02 LIN-FEC-SOLICITADA PIC X(8).
          02 LIN-FEC-PROMETIDA  PIC X(8).
          02 LIN-FEC-ENTREGA    PIC X(8).
          02 LIN-UNIDAD     PIC X(3).
          02 LIN-FACTOR     PIC 9(4).

      *
      * DESCRIPCION DE LA LINEA DE FACTURA (VER FAC-PED)
      *
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

       FD A-OPERADOR LABEL RECORD STANDARD.
       01 REGOPE.
          02 OPE-ID           PIC X(8).
          02 OPE-CLAVE        PIC X(8).
          02 OPE-NIVEL        PIC 9(1).
             88 OPE-SUPERVISOR VALUE 3.
          02 OPE-ESTADO       PIC X(1).
             88 OPE-ACTIVO      VALUE "A".
          02 OPE-FALLOS       PIC 9(1).
          02 OPE-SUCURSAL     PIC 9(3).

       FD A-BLOQRUN LABEL RECORD STANDARD.
       01 REGBLQ.
          02 BLQ-PROGRAMA   PIC X(8).
          02 BLQ-FECHA      PIC X(8).
          02 BLQ-HORA       PIC X(6).

      *
      * DESCRIPCION DEL REGISTRO DE LA BITACORA (VER ACT-CLI)
      *
       FD A-BITACORA LABEL RECORD STANDARD.
       01 REGBIT.
          02 BIT-PROGRAMA     PIC X(8).
          02 BIT-OPCION       PIC X(1).
          02 BIT-OPERADOR     PIC X(8).
          02 BIT-FEC-INI      PIC X(8).
          02 BIT-HORA-INI     PIC X(6).
          02 BIT-FEC-FIN      PIC X(8).
          02 BIT-HORA-FIN     PIC X(6).
          02 BIT-LEIDOS       PIC 9(6).
          02 BIT-APLICADOS    PIC 9(6).
          02 BIT-RECHAZADOS   PIC 9(6).
          02 BIT-CUADRE       PIC X(1).


       WORKING-STORAGE SECTION.
       77 PSE-FILESTAT      PIC X(2).
       77 FSE-FILESTAT      PIC X(2).
       77 LIN-FILESTAT      PIC X(2).
       77 FLN-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 BIT-FILESTAT      PIC X(2).
       77 BLQ-FILESTAT      PIC X(2).
       77 RUN-BLOQUEADO     PIC X(1).
       77 FECHA             PIC 99999999.
       77 HORA-ACTUAL       PIC 9(8).
       77 EXISTE-OPE        PIC X(1).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 ENT-CONFIRMA      PIC X(1).
       77 FIN-ORIGEN        PIC X(1).
       77 FIN-RECUENTO      PIC X(1).
       77 ARCHIVO-ACTUAL    PIC X(1).
       77 CONV-VALIDA       PIC X(1).
       77 CONV-HECHAS       PIC 9(1) VALUE ZERO.
       77 CONV-FALLIDAS     PIC 9(1) VALUE ZERO.
       77 CONT-LEIDOS       PIC 9(6).
       77 CONT-GRABADOS     PIC 9(6).
       77 CONT-RECHAZADOS   PIC 9(6).
       77 CONT-RECUENTO     PIC 9(6).
       77 CONT-SUMA         PIC 9(7).
       77 FEC-INICIO        PIC X(8).
       77 HORA-INICIO       PIC X(6).

       PROCEDURE DIVISION.
       CONVERTIR-LINEAS.

      *
      * BLOQUE PRINCIPAL: EXIGE SUPERVISOR, TOMA EL CERROJO Y
      * CONVIERTE CADA ARCHIVO DE LINEAS CUYO SECUENCIAL EXISTA
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FEC-INICIO.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL (1:6) TO HORA-INICIO.

           DISPLAY "CONVERSION DE LINEAS DE PEDIDO Y FACTURA A"
                   " INDEXADAS".
           DISPLAY "------------------------------------------"
                   "----------".

           PERFORM PEDIR-SUPERVISOR.

           DISPLAY " ".
           DISPLAY "SE CARGARAN PEDLIN.SEC EN PEDLIN.DAT Y FACLIN.SEC"
                   " EN FACLIN.DAT.".
           DISPLAY "LOS INDEXADOS SE CREAN DE NUEVO: NINGUN OTRO"
                   " PROGRAMA DEBE ESTAR EN USO.".
           DISPLAY "CONFIRMA LA CONVERSION (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "CONVERSION ANULADA."
              GOBACK
           END-IF.

           PERFORM COMPROBAR-BLOQUEO-RUN.
           IF RUN-BLOQUEADO = "S"
              DISPLAY "HAY OTRA EJECUCION PESADA EN MARCHA ("
                      BLQ-PROGRAMA " DEL " BLQ-FECHA "). SI ES UN"
                      " CERROJO HUERFANO, LIMPIELO CON DES-BLQ."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ANOTAR-BLOQUEO-RUN.

           PERFORM CONVERTIR-PEDLIN THRU CONVERTIR-PEDLIN-FIN.
           PERFORM CONVERTIR-FACLIN THRU CONVERTIR-FACLIN-FIN.

           PERFORM RETIRAR-BLOQUEO-RUN.

           DISPLAY " ".
           IF CONV-HECHAS = ZERO AND CONV-FALLIDAS = ZERO
              DISPLAY "NO HAY PEDLIN.SEC NI FACLIN.SEC: NADA QUE"
                      " CONVERTIR."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF CONV-FALLIDAS NOT = ZERO
              DISPLAY "CONVERSION NO CUADRADA EN " CONV-FALLIDAS
                      " ARCHIVO(S). CORRIJA EL SECUENCIAL Y REPITA"
                      " LA CONVERSION."
              MOVE 12 TO RETURN-CODE
           ELSE
              DISPLAY "CONVERSION TERMINADA Y CUADRADA. LOS .SEC SE"
                      " CONSERVAN COMO SALVAGUARDA."
           END-IF.

           GOBACK.


      * COMPRUEBA SI OTRO LOTE PESADO TIENE TOMADO EL CERROJO DE
      * EJECUCION
      * ****************************************************************

       COMPROBAR-BLOQUEO-RUN.
           MOVE "N" TO RUN-BLOQUEADO.
           OPEN INPUT A-BLOQRUN.
           IF BLQ-FILESTAT = "00"
              READ A-BLOQRUN
                 AT END CONTINUE
                 NOT AT END MOVE "S" TO RUN-BLOQUEADO
              END-READ
              CLOSE A-BLOQRUN
           ELSE
              CLOSE A-BLOQRUN
           END-IF.


      * TOMA EL CERROJO DE EJECUCION A NOMBRE DE ESTE PROGRAMA
      * ****************************************************************

       ANOTAR-BLOQUEO-RUN.
           OPEN OUTPUT A-BLOQRUN.
           MOVE "CNV-LIN"   TO BLQ-PROGRAMA.
           MOVE FEC-INICIO  TO BLQ-FECHA.
           MOVE HORA-INICIO TO BLQ-HORA.
           WRITE REGBLQ.
           CLOSE A-BLOQRUN.


      * SUELTA EL CERROJO DE EJECUCION AL TERMINAR
      * ****************************************************************

       RETIRAR-BLOQUEO-RUN.
           OPEN OUTPUT A-BLOQRUN.
           CLOSE A-BLOQRUN.


      * PIDE Y VERIFICA UN OPERADOR DE NIVEL SUPERVISOR
      * ****************************************************************

       PEDIR-SUPERVISOR.
           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT NOT = "00"
              CLOSE A-OPERADOR
              DISPLAY "NO HAY MAESTRO DE OPERADORES: ACCESO"
                      " DENEGADO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "Supervisor:".
           ACCEPT ENT-SUP-ID NO BELL.
           DISPLAY "Clave.....:".
           ACCEPT ENT-SUP-CLAVE NO BELL.
           MOVE ENT-SUP-ID TO OPE-ID.
           READ A-OPERADOR
              INVALID KEY     MOVE "N" TO EXISTE-OPE
              NOT INVALID KEY MOVE "S" TO EXISTE-OPE
           END-READ.
           CLOSE A-OPERADOR.
           IF EXISTE-OPE = "N" OR OPE-CLAVE NOT = ENT-SUP-CLAVE
              OR NOT OPE-ACTIVO OR NOT OPE-SUPERVISOR
              DISPLAY "SUPERVISOR O CLAVE NO VALIDOS."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.


      * CONVIERTE PEDLIN.SEC EN EL INDEXADO PEDLIN.DAT Y LO
      * RECUENTA
      * ****************************************************************

       CONVERTIR-PEDLIN.
           MOVE "P" TO ARCHIVO-ACTUAL.
           OPEN INPUT A-PEDSEC.
           IF PSE-FILESTAT NOT = "00"
              CLOSE A-PEDSEC
              DISPLAY "NO EXISTE PEDLIN.SEC: NO SE CONVIERTEN LAS"
                      " LINEAS DE PEDIDO."
              GO TO CONVERTIR-PEDLIN-FIN
           END-IF.
           MOVE ZERO TO CONT-LEIDOS CONT-GRABADOS CONT-RECHAZADOS
                        CONT-RECUENTO.

           OPEN OUTPUT A-PEDLIN.
           MOVE "N" TO FIN-ORIGEN.
           READ A-PEDSEC AT END MOVE "S" TO FIN-ORIGEN END-READ.
           PERFORM CARGAR-LINEA-PEDIDO UNTIL FIN-ORIGEN = "S".
           CLOSE A-PEDLIN.
           CLOSE A-PEDSEC.

           OPEN INPUT A-PEDLIN.
           MOVE "N" TO FIN-RECUENTO.
           PERFORM RECONTAR-LINEA-PEDIDO UNTIL FIN-RECUENTO = "S".
           CLOSE A-PEDLIN.

           DISPLAY " ".
           DISPLAY "PEDLIN.DAT: LEIDAS " CONT-LEIDOS " GRABADAS "
                   CONT-GRABADOS " RECHAZADAS " CONT-RECHAZADOS
                   " EN EL INDEXADO " CONT-RECUENTO.
           PERFORM CUADRAR-CONVERSION.
           PERFORM ANOTAR-BITACORA.

       CONVERTIR-PEDLIN-FIN.
           EXIT.


      * GRABA UNA LINEA DE PEDIDO EN EL INDEXADO; LA QUE REPITE
      * UNA CLAVE YA GRABADA SE RECHAZA Y SE LISTA
      * ****************************************************************

       CARGAR-LINEA-PEDIDO.
           ADD 1 TO CONT-LEIDOS.
           MOVE REG-PEDSEC TO REGLIN.
           WRITE REGLIN
              INVALID KEY
                 ADD 1 TO CONT-RECHAZADOS
                 DISPLAY "CLAVE REPETIDA, RECHAZADA: PEDIDO "
                         LIN-PEDIDO " LINEA " LIN-NUMLIN
              NOT INVALID KEY
                 ADD 1 TO CONT-GRABADOS
           END-WRITE.
           READ A-PEDSEC AT END MOVE "S" TO FIN-ORIGEN END-READ.


      * RECUENTA UNA LINEA DEL INDEXADO RECIEN CARGADO
      * ****************************************************************

       RECONTAR-LINEA-PEDIDO.
           READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-RECUENTO
           END-READ.
           IF FIN-RECUENTO NOT = "S"
              ADD 1 TO CONT-RECUENTO
           END-IF.


      * CONVIERTE FACLIN.SEC EN EL INDEXADO FACLIN.DAT Y LO
      * RECUENTA
      * ****************************************************************

       CONVERTIR-FACLIN.
           MOVE "F" TO ARCHIVO-ACTUAL.
           OPEN INPUT A-FACSEC.
           IF FSE-FILESTAT NOT = "00"
              CLOSE A-FACSEC
              DISPLAY "NO EXISTE FACLIN.SEC: NO SE CONVIERTEN LAS"
                      " LINEAS DE FACTURA."
              GO TO CONVERTIR-FACLIN-FIN
           END-IF.
           MOVE ZERO TO CONT-LEIDOS CONT-GRABADOS CONT-RECHAZADOS
                        CONT-RECUENTO.

           OPEN OUTPUT A-FACLIN.
           MOVE "N" TO FIN-ORIGEN.
           READ A-FACSEC AT END MOVE "S" TO FIN-ORIGEN END-READ.
           PERFORM CARGAR-LINEA-FACTURA UNTIL FIN-ORIGEN = "S".
           CLOSE A-FACLIN.
           CLOSE A-FACSEC.

           OPEN INPUT A-FACLIN.
           MOVE "N" TO FIN-RECUENTO.
           PERFORM RECONTAR-LINEA-FACTURA UNTIL FIN-RECUENTO = "S".
           CLOSE A-FACLIN.

           DISPLAY " ".
           DISPLAY "FACLIN.DAT: LEIDAS " CONT-LEIDOS " GRABADAS "
                   CONT-GRABADOS " RECHAZADAS " CONT-RECHAZADOS
                   " EN EL INDEXADO " CONT-RECUENTO.
           PERFORM CUADRAR-CONVERSION.
           PERFORM ANOTAR-BITACORA.

       CONVERTIR-FACLIN-FIN.
           EXIT.


      * GRABA UNA LINEA DE FACTURA EN EL INDEXADO; LA QUE REPITE
      * UNA CLAVE YA GRABADA SE RECHAZA Y SE LISTA
      * ****************************************************************

       CARGAR-LINEA-FACTURA.
           ADD 1 TO CONT-LEIDOS.
           MOVE REG-FACSEC TO REGFLN.
           WRITE REGFLN
              INVALID KEY
                 ADD 1 TO CONT-RECHAZADOS
                 DISPLAY "CLAVE REPETIDA, RECHAZADA: FACTURA "
                         FLN-FACTURA " LINEA " FLN-NUMLIN
              NOT INVALID KEY
                 ADD 1 TO CONT-GRABADOS
           END-WRITE.
           READ A-FACSEC AT END MOVE "S" TO FIN-ORIGEN END-READ.


      * RECUENTA UNA LINEA DEL INDEXADO RECIEN CARGADO
      * ****************************************************************

       RECONTAR-LINEA-FACTURA.
           READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-RECUENTO
           END-READ.
           IF FIN-RECUENTO NOT = "S"
              ADD 1 TO CONT-RECUENTO
           END-IF.


      * COMPRUEBA LOS RECUENTOS DEL ARCHIVO CONVERTIDO: TODO LO
      * LEIDO ESTA GRABADO O RECHAZADO, EL INDEXADO TIENE LO
      * GRABADO, Y NO HAY RECHAZOS
      * ****************************************************************

       CUADRAR-CONVERSION.
           MOVE "S" TO CONV-VALIDA.
           COMPUTE CONT-SUMA = CONT-GRABADOS + CONT-RECHAZADOS.
           IF CONT-SUMA NOT = CONT-LEIDOS
              OR CONT-RECUENTO NOT = CONT-GRABADOS
              OR CONT-RECHAZADOS NOT = ZERO
              MOVE "N" TO CONV-VALIDA
           END-IF.
           IF CONV-VALIDA = "S"
              ADD 1 TO CONV-HECHAS
              DISPLAY "RECUENTOS CUADRADOS."
           ELSE
              ADD 1 TO CONV-FALLIDAS
              DISPLAY "LOS RECUENTOS NO CUADRAN."
           END-IF.


      * ANOTA LA CONVERSION DEL ARCHIVO ACTUAL EN LA BITACORA
      * (OPCION P = LINEAS DE PEDIDO, F = LINEAS DE FACTURA)
      * ****************************************************************

       ANOTAR-BITACORA.
           OPEN EXTEND A-BITACORA.
           IF BIT-FILESTAT NOT = "00"
              CLOSE A-BITACORA
              OPEN OUTPUT A-BITACORA
           END-IF.
           MOVE "CNV-LIN"       TO BIT-PROGRAMA.
           MOVE ARCHIVO-ACTUAL  TO BIT-OPCION.
           MOVE ENT-SUP-ID      TO BIT-OPERADOR.
           MOVE FEC-INICIO      TO BIT-FEC-INI.
           MOVE HORA-INICIO     TO BIT-HORA-INI.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO BIT-FEC-FIN.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL (1:6) TO BIT-HORA-FIN.
           MOVE CONT-LEIDOS     TO BIT-LEIDOS.
           MOVE CONT-GRABADOS   TO BIT-APLICADOS.
           MOVE CONT-RECHAZADOS TO BIT-RECHAZADOS.
           MOVE CONV-VALIDA     TO BIT-CUADRE.
           WRITE REGBIT.
           CLOSE A-BITACORA.
