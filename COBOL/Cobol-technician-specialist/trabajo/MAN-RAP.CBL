       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-RAP.
       REMARKS. MANTENIMIENTO DE LAS ESCALAS DE RAPPEL ANUAL POR
           VOLUMEN (RAPPEL.DAT): CADA ESCALA ES DE UN CLIENTE Y
           TIENE HASTA TRES TRAMOS DE FACTURACION ANUAL NETA, CADA
           UNO CON SU PORCENTAJE DE RAPPEL. EL AMBITO C CUENTA SOLO
           LA FACTURACION DEL PROPIO CLIENTE; EL AMBITO G CUENTA LA
           DE TODO SU GRUPO DE FACTURACION (LA CENTRAL Y LAS
           SUCURSALES QUE TIENEN ESA CENTRAL COMO PAGADOR EN
           FACCLI.DAT, VER MAN-FCL). PARA QUE NINGUNA VENTA CUENTE
           EN DOS ESCALAS NO SE ADMITE UNA ESCALA C DE UN CLIENTE
           CUYO GRUPO YA TIENE ESCALA G NI UNA ESCALA G SOBRE UN
           GRUPO CON ESCALAS C DE SUS MIEMBROS. LA ESCALA GUARDA EL
           ULTIMO EJERCICIO LIQUIDADO POR LIQ-RAP, QUE NO SE PIERDE
           AL MODIFICAR LOS TRAMOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-RAPPEL ASSIGN TO DISK 'RAPPEL.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RAP-CODCLI
                  FILE STATUS IS RAP-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

           SELECT A-FACCLI ASSIGN TO DISK 'FACCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FCL-CODCLI
                  ALTERNATE RECORD KEY FCL-PAGADOR WITH DUPLICATES
                  FILE STATUS IS FCL-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA ESCALA DE RAPPEL. RAP-AMBITO:
      *    C = SOLO LA FACTURACION DEL CLIENTE
      *    G = LA DEL CLIENTE Y LA DE LAS SUCURSALES QUE LE TIENEN
      *        COMO PAGADOR EN FACCLI.DAT
      * CADA TRAMO SE ALCANZA DESDE SU FACTURACION MINIMA Y EL
      * PORCENTAJE DEL TRAMO MAS ALTO ALCANZADO SE APLICA SOBRE
      * TODA LA FACTURACION DEL EJERCICIO. RAP-ULT-LIQUIDADO ES EL
      * ULTIMO EJERCICIO YA ABONADO POR LIQ-RAP
      *
       FD A-RAPPEL LABEL RECORD STANDARD.
       01 REGRAP.
          02 RAP-CODCLI     PIC X(5).
          02 RAP-AMBITO     PIC X(1).
          02 RAP-TRAMO OCCURS 3 TIMES.
             03 RAP-UMBRAL     PIC 9(8)V9(2).
             03 RAP-PORCEN     PIC 9(2)V9(2).
          02 RAP-ULT-LIQUIDADO PIC 9(4).

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

       FD A-FACCLI LABEL RECORD STANDARD.
       01 REGFCL.
          02 FCL-CODCLI     PIC X(5).
          02 FCL-PAGADOR    PIC X(5).
          02 FCL-PERIODICIDAD PIC X(1).
          02 FCL-EXENTO-INT PIC X(1).


       WORKING-STORAGE SECTION.
       77 RAP-FILESTAT      PIC X(2).
       77 FCL-FILESTAT      PIC X(2).
       77 HAY-FACCLI        PIC X(1) VALUE "N".
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-FCL        PIC X(1).
       77 FIN-RAPPEL        PIC X(1).
       77 FIN-MIEMBROS      PIC X(1).
       77 HAY-SOLAPE        PIC X(1).
       77 ENT-CODCLI        PIC X(5).
       77 ENT-AMBITO        PIC X(1).
       77 ENT-UMBRAL        PIC 9(8)V9(2).
       77 ENT-PORCEN        PIC 9(2)V9(2).
       77 ENT-CONFIRMA      PIC X(1).
       77 PAGADOR-CLIENTE   PIC X(5).
       77 IDX-TRAMO         PIC 9(1) COMP.
       77 FIN-TRAMOS        PIC X(1).
       77 TRAMO-ERRONEO     PIC X(1).
       77 CONT-TRAMOS       PIC 9(1) COMP.
       77 CONT-LISTADOS     PIC 9(4) VALUE ZERO.

      *
      * TRAMOS EN CAPTURA, PARA NO TOCAR LA ESCALA HASTA QUE LOS
      * NUEVOS TRAMOS SON VALIDOS
      *
       01 TAB-TRAMOS.
          02 TAB-TRA-OCU OCCURS 3 TIMES.
             03 TAB-TRA-UMBRAL PIC 9(8)V9(2).
             03 TAB-TRA-PORCEN PIC 9(2)V9(2).
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
       MANTENER-RAPPEL.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-RAP" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO DE ESCALAS (LO CREA
      * LA PRIMERA VEZ) Y REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           OPEN I-O A-RAPPEL.
           IF RAP-FILESTAT NOT = "00"
              CLOSE A-RAPPEL
              OPEN OUTPUT A-RAPPEL
              CLOSE A-RAPPEL
              OPEN I-O A-RAPPEL
           END-IF.

           OPEN INPUT A-CLIENT.

      *
      * SIN DATOS DE FACTURACION NO HAY GRUPOS: CADA CLIENTE ES
      * SU PROPIO GRUPO
      *
           OPEN INPUT A-FACCLI.
           IF FCL-FILESTAT = "00"
              MOVE "S" TO HAY-FACCLI
           ELSE
              CLOSE A-FACCLI
              MOVE "N" TO HAY-FACCLI
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-RAPPEL UNTIL OPCION = "9".

           IF HAY-FACCLI = "S"
              CLOSE A-FACCLI
           END-IF.
           CLOSE A-CLIENT.
           CLOSE A-RAPPEL.

           GOBACK.


      * MENU PRINCIPAL DEL MANTENIMIENTO DE ESCALAS
      * ****************************************************************

       MENU-RAPPEL.
           DISPLAY " ".
           DISPLAY "ESCALAS DE RAPPEL ANUAL".
           DISPLAY "<A>LTA, <M>ODIFICAR TRAMOS, <C>ONSULTA, <B>AJA, "
                   "<L>ISTAR, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "A" OR OPCION = "a"
              PERFORM ALTA-ESCALA THRU ALTA-ESCALA-FIN
           ELSE
              IF OPCION = "M" OR OPCION = "m"
                 PERFORM MODIFICAR-TRAMOS THRU MODIFICAR-TRAMOS-FIN
              ELSE
                 IF OPCION = "C" OR OPCION = "c"
                    PERFORM CONSULTAR-ESCALA
                 ELSE
                    IF OPCION = "B" OR OPCION = "b"
                       PERFORM BAJA-ESCALA THRU BAJA-ESCALA-FIN
                    ELSE
                       IF OPCION = "L" OR OPCION = "l"
                          PERFORM LISTAR-ESCALAS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * PIDE EL CLIENTE DE LA ESCALA Y LEE SU ESCALA
      * ****************************************************************

       LEER-ESCALA.
           DISPLAY "Cliente de la escala.............:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO RAP-CODCLI.
           READ A-RAPPEL
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.


      * ALTA DE UNA ESCALA, VALIDANDO EL CLIENTE Y QUE SU AMBITO
      * NO SE SOLAPE CON OTRA ESCALA
      * ****************************************************************

       ALTA-ESCALA.
           PERFORM LEER-ESCALA.
           IF EXISTE = "S"
              DISPLAY "ERROR: EL CLIENTE YA TIENE ESCALA. USE"
                      " MODIFICAR TRAMOS."
              GO TO ALTA-ESCALA-FIN
           END-IF.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO EXISTE."
              GO TO ALTA-ESCALA-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

           DISPLAY "Ambito (C=CLIENTE, G=GRUPO DE FACTURACION):".
           ACCEPT ENT-AMBITO NO BELL.
           IF ENT-AMBITO = "c" OR ENT-AMBITO = "g"
              INSPECT ENT-AMBITO CONVERTING "cg" TO "CG"
           END-IF.
           IF ENT-AMBITO NOT = "C" AND ENT-AMBITO NOT = "G"
              DISPLAY "ERROR: EL AMBITO DEBE SER C O G."
              GO TO ALTA-ESCALA-FIN
           END-IF.

           PERFORM BUSCAR-PAGADOR-CLIENTE.
           IF ENT-AMBITO = "G" AND PAGADOR-CLIENTE NOT = ENT-CODCLI
              DISPLAY "ERROR: EL CLIENTE FACTURA A NOMBRE DE "
                      PAGADOR-CLIENTE ". LA ESCALA DE GRUPO VA EN"
                      " LA CENTRAL."
              GO TO ALTA-ESCALA-FIN
           END-IF.

           PERFORM COMPROBAR-SOLAPE.
           IF HAY-SOLAPE = "S"
              GO TO ALTA-ESCALA-FIN
           END-IF.

           PERFORM PEDIR-TRAMOS.
           IF TRAMO-ERRONEO = "S"
              GO TO ALTA-ESCALA-FIN
           END-IF.

           INITIALIZE REGRAP.
           MOVE ENT-CODCLI TO RAP-CODCLI.
           MOVE ENT-AMBITO TO RAP-AMBITO.
           PERFORM COPIAR-TRAMO-ESCALA
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 3.
           MOVE ZERO TO RAP-ULT-LIQUIDADO.
           WRITE REGRAP
              INVALID KEY
                 DISPLAY "ERROR: EL CLIENTE YA TIENE ESCALA."
              NOT INVALID KEY
                 DISPLAY "ESCALA GRABADA CON " CONT-TRAMOS
                         " TRAMO(S)."
           END-WRITE.

       ALTA-ESCALA-FIN.
           EXIT.


      * DEJA EN PAGADOR-CLIENTE LA CENTRAL A CUYO NOMBRE FACTURA
      * ENT-CODCLI (EL PROPIO CLIENTE SI NO TIENE PAGADOR)
      * ****************************************************************

       BUSCAR-PAGADOR-CLIENTE.
           MOVE ENT-CODCLI TO PAGADOR-CLIENTE.
           IF HAY-FACCLI = "S"
              MOVE ENT-CODCLI TO FCL-CODCLI
              READ A-FACCLI
                 INVALID KEY     MOVE "N" TO EXISTE-FCL
                 NOT INVALID KEY MOVE "S" TO EXISTE-FCL
              END-READ
              IF EXISTE-FCL = "S" AND FCL-PAGADOR NOT = SPACES
                 MOVE FCL-PAGADOR TO PAGADOR-CLIENTE
              END-IF
           END-IF.


      * COMPRUEBA QUE LA NUEVA ESCALA NO CUENTE VENTAS QUE YA
      * CUENTA OTRA: UNA ESCALA C NO PUEDE IR EN UN MIEMBRO DE UN
      * GRUPO CON ESCALA G, NI UNA G EN UN GRUPO CON ESCALAS C
      * ****************************************************************

       COMPROBAR-SOLAPE.
           MOVE "N" TO HAY-SOLAPE.
           IF ENT-AMBITO = "C" AND PAGADOR-CLIENTE NOT = ENT-CODCLI
              MOVE PAGADOR-CLIENTE TO RAP-CODCLI
              READ A-RAPPEL
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RAP-AMBITO = "G"
                       MOVE "S" TO HAY-SOLAPE
                       DISPLAY "ERROR: SU CENTRAL " PAGADOR-CLIENTE
                               " YA TIENE ESCALA DE GRUPO."
                    END-IF
              END-READ
           END-IF.

           IF ENT-AMBITO = "G" AND HAY-FACCLI = "S"
              MOVE ENT-CODCLI TO FCL-PAGADOR
              MOVE "N" TO FIN-MIEMBROS
              START A-FACCLI KEY NOT LESS THAN FCL-PAGADOR
                 INVALID KEY MOVE "S" TO FIN-MIEMBROS
              END-START
              PERFORM COMPROBAR-MIEMBRO-SOLAPE
                      UNTIL FIN-MIEMBROS = "S"
           END-IF.


      * LEE EL SIGUIENTE MIEMBRO DEL GRUPO Y MIRA SI TIENE ESCALA
      * ****************************************************************

       COMPROBAR-MIEMBRO-SOLAPE.
           READ A-FACCLI NEXT RECORD AT END MOVE "S" TO FIN-MIEMBROS
           END-READ.
           IF FIN-MIEMBROS NOT = "S"
              IF FCL-PAGADOR NOT = ENT-CODCLI
                 MOVE "S" TO FIN-MIEMBROS
              ELSE
                 MOVE FCL-CODCLI TO RAP-CODCLI
                 READ A-RAPPEL
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE "S" TO HAY-SOLAPE
                       DISPLAY "ERROR: EL MIEMBRO " FCL-CODCLI
                               " DEL GRUPO YA TIENE ESCALA PROPIA."
                 END-READ
              END-IF
           END-IF.


      * PIDE LOS TRAMOS DE LA ESCALA EN TAB-TRAMOS, EN ORDEN
      * CRECIENTE DE FACTURACION; UN TRAMO SIN PORCENTAJE TERMINA
      * LA CAPTURA
      * ****************************************************************

       PEDIR-TRAMOS.
           INITIALIZE TAB-TRAMOS.
           MOVE ZERO TO CONT-TRAMOS.
           MOVE "N" TO FIN-TRAMOS.
           MOVE "N" TO TRAMO-ERRONEO.
           PERFORM PEDIR-TRAMO
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 3 OR FIN-TRAMOS = "S".
           IF TRAMO-ERRONEO = "N" AND CONT-TRAMOS = ZERO
              DISPLAY "ERROR: LA ESCALA NO TIENE NINGUN TRAMO."
              MOVE "S" TO TRAMO-ERRONEO
           END-IF.


      * PIDE UN TRAMO DE LA ESCALA Y LO VALIDA
      * ****************************************************************

       PEDIR-TRAMO.
           DISPLAY "TRAMO " IDX-TRAMO.
           DISPLAY "  Desde facturacion anual neta....:".
           ACCEPT ENT-UMBRAL NO BELL.
           DISPLAY "  Rappel en % (0 = FIN DE TRAMOS).:".
           ACCEPT ENT-PORCEN NO BELL.

           IF ENT-PORCEN = ZERO
              MOVE "S" TO FIN-TRAMOS
           ELSE
              IF ENT-UMBRAL = ZERO
                 DISPLAY "ERROR: EL TRAMO NECESITA UNA FACTURACION"
                         " MINIMA."
                 MOVE "S" TO TRAMO-ERRONEO
                 MOVE "S" TO FIN-TRAMOS
              ELSE
                 IF IDX-TRAMO > 1
                    AND (ENT-UMBRAL NOT > TAB-TRA-UMBRAL(IDX-TRAMO - 1)
                      OR ENT-PORCEN NOT > TAB-TRA-PORCEN(IDX-TRAMO - 1))
                    DISPLAY "ERROR: FACTURACION Y PORCENTAJE DEBEN"
                            " SUPERAR LOS DEL TRAMO ANTERIOR."
                    MOVE "S" TO TRAMO-ERRONEO
                    MOVE "S" TO FIN-TRAMOS
                 ELSE
                    MOVE ENT-UMBRAL TO TAB-TRA-UMBRAL(IDX-TRAMO)
                    MOVE ENT-PORCEN TO TAB-TRA-PORCEN(IDX-TRAMO)
                    ADD 1 TO CONT-TRAMOS
                 END-IF
              END-IF
           END-IF.


      * COPIA UN TRAMO CAPTURADO A LA ESCALA
      * ****************************************************************

       COPIAR-TRAMO-ESCALA.
           MOVE TAB-TRA-UMBRAL(IDX-TRAMO) TO RAP-UMBRAL(IDX-TRAMO).
           MOVE TAB-TRA-PORCEN(IDX-TRAMO) TO RAP-PORCEN(IDX-TRAMO).


      * SUSTITUYE LOS TRAMOS DE UNA ESCALA CONSERVANDO SU AMBITO
      * Y SU ULTIMO EJERCICIO LIQUIDADO
      * ****************************************************************

       MODIFICAR-TRAMOS.
           PERFORM LEER-ESCALA.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO TIENE ESCALA."
              GO TO MODIFICAR-TRAMOS-FIN
           END-IF.

           PERFORM MOSTRAR-ESCALA.
           PERFORM PEDIR-TRAMOS.
           IF TRAMO-ERRONEO = "S"
              DISPLAY "ESCALA SIN CAMBIOS."
              GO TO MODIFICAR-TRAMOS-FIN
           END-IF.

           PERFORM COPIAR-TRAMO-ESCALA
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 3.
           REWRITE REGRAP
              INVALID KEY
                 DISPLAY "ERROR AL REGRABAR LA ESCALA."
              NOT INVALID KEY
                 DISPLAY "TRAMOS MODIFICADOS."
           END-REWRITE.

       MODIFICAR-TRAMOS-FIN.
           EXIT.


      * CONSULTA DE LA ESCALA DE UN CLIENTE
      * ****************************************************************

       CONSULTAR-ESCALA.
           PERFORM LEER-ESCALA.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO TIENE ESCALA."
           ELSE
              PERFORM MOSTRAR-ESCALA
           END-IF.


      * BAJA DE UNA ESCALA, CON CONFIRMACION
      * ****************************************************************

       BAJA-ESCALA.
           PERFORM LEER-ESCALA.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO TIENE ESCALA."
              GO TO BAJA-ESCALA-FIN
           END-IF.

           PERFORM MOSTRAR-ESCALA.
           DISPLAY "CONFIRMA LA BAJA DE LA ESCALA (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              DELETE A-RAPPEL RECORD
              DISPLAY "ESCALA BORRADA."
           ELSE
              DISPLAY "BAJA ANULADA."
           END-IF.

       BAJA-ESCALA-FIN.
           EXIT.


      * MUESTRA LA ESCALA EN REGRAP CON SUS TRAMOS
      * ****************************************************************

       MOSTRAR-ESCALA.
           DISPLAY "CLIENTE " RAP-CODCLI "  AMBITO " RAP-AMBITO
                   "  ULTIMO EJERCICIO LIQUIDADO " RAP-ULT-LIQUIDADO.
           PERFORM MOSTRAR-TRAMO
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 3.


      * MUESTRA UN TRAMO DE LA ESCALA SI ESTA EN USO
      * ****************************************************************

       MOSTRAR-TRAMO.
           IF RAP-PORCEN(IDX-TRAMO) > ZERO
              DISPLAY "  DESDE " RAP-UMBRAL(IDX-TRAMO)
                      ": RAPPEL " RAP-PORCEN(IDX-TRAMO) " %"
           END-IF.


      * LISTA TODAS LAS ESCALAS
      * ****************************************************************

       LISTAR-ESCALAS.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE LOW-VALUES TO RAP-CODCLI.
           MOVE "N" TO FIN-RAPPEL.
           START A-RAPPEL KEY NOT LESS THAN RAP-CODCLI
              INVALID KEY MOVE "S" TO FIN-RAPPEL
           END-START.
           PERFORM LISTAR-UNA-ESCALA UNTIL FIN-RAPPEL = "S".
           DISPLAY "ESCALAS LISTADAS: " CONT-LISTADOS.


      * LISTA LA SIGUIENTE ESCALA
      * ****************************************************************

       LISTAR-UNA-ESCALA.
           READ A-RAPPEL NEXT RECORD AT END MOVE "S" TO FIN-RAPPEL
           END-READ.
           IF FIN-RAPPEL NOT = "S"
              DISPLAY " "
              PERFORM MOSTRAR-ESCALA
              ADD 1 TO CONT-LISTADOS
           END-IF.
