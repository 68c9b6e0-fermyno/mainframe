       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-MDT.
       REMARKS. MANTENIMIENTO DE LOS MANDATOS DE DOMICILIACION DE
           LOS CLIENTES (MANDATOS.DAT): CUENTA IBAN DE CARGO,
           REFERENCIA DEL MANDATO, FECHA DE FIRMA Y SITUACION
           (PRIMER USO, RECURRENTE O DADO DE BAJA). EL IBAN SE
           VALIDA AL GRABARLO (PAIS, LONGITUD Y DIGITOS DE CONTROL
           POR MODULO 97) Y UN CAMBIO DE CUENTA O DE REFERENCIA
           DEVUELVE EL MANDATO A PRIMER USO. GEN-REM SOLO REMESA
           LOS EFECTOS DE CLIENTES CON MANDATO VALIDO Y ANOTA AQUI
           SU USO; INF-MDT AVISA DE LOS QUE LLEVAN 36 MESES SIN
           USARSE. EL CLIENTE SE VALIDA CONTRA CLIENTES.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-MANDATOS ASSIGN TO DISK 'MANDATOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY MDT-CODCLI
                  FILE STATUS IS MDT-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DEL MANDATO DE DOMICILIACION DEL CLIENTE: UNO
      * POR CLIENTE, CON LA FECHA DEL ULTIMO USO EN REMESA Y LA
      * REMESA DEL PRIMER USO (LA QUE VA COMO PRIMERA AL BANCO)
      *
       FD A-MANDATOS LABEL RECORD STANDARD.
       01 REGMDT.
          02 MDT-CODCLI     PIC X(5).
          02 MDT-IBAN       PIC X(24).
          02 MDT-REFERENCIA PIC X(35).
          02 MDT-FECHA-FIRMA PIC X(8).
          02 MDT-ESTADO     PIC X(1).
             88 MDT-PRIMER-USO  VALUE "F".
             88 MDT-RECURRENTE  VALUE "R".
             88 MDT-CANCELADO   VALUE "B".
          02 MDT-FECHA-ULT-USO PIC X(8).
          02 MDT-REMESA-PRIMER PIC 9(6).
          02 MDT-FECHA-BAJA PIC X(8).

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
       77 MDT-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-MDT        PIC X(1).
       77 FIN-MANDATO       PIC X(1).
       77 ENT-CODCLI        PIC X(5).
       77 ENT-IBAN          PIC X(24).
       77 ENT-REFERENCIA    PIC X(35).
       77 ENT-FECHA-FIRMA   PIC X(8).
       77 ENT-CONFIRMA      PIC X(1).
       77 CONT-LISTADOS     PIC 9(4) VALUE ZERO.

      *
      * CAMPOS DE LA VALIDACION DEL IBAN: SE PASAN LOS CUATRO
      * PRIMEROS CARACTERES AL FINAL, CADA LETRA VALE 10 (A) A 35
      * (Z) Y EL RESTO DE DIVIDIR EL NUMERO RESULTANTE ENTRE 97
      * DEBE SER 1. EL RESTO SE VA ARRASTRANDO CARACTER A
      * CARACTER PARA NO MANEJAR UN NUMERO DE 40 CIFRAS
      *
       77 IBAN-VALIDO       PIC X(1).
       77 IBAN-REORDENADO   PIC X(24).
       77 LONG-IBAN         PIC 9(2) COMP.
       77 POS-IBAN          PIC 9(2) COMP.
       77 POS-LETRA         PIC 9(2) COMP.
       77 CAR-IBAN          PIC X(1).
       77 DIG-IBAN          PIC 9(1).
       77 RESTO-IBAN        PIC 9(5) COMP.
       77 COCIENTE-IBAN     PIC 9(5) COMP.
       77 ALFABETO          PIC X(26)
                            VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
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
       MANTENER-MANDATOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-MDT" TO SES-PROGRAMA.
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
           OPEN I-O A-MANDATOS.
           IF MDT-FILESTAT NOT = "00"
              CLOSE A-MANDATOS
              OPEN OUTPUT A-MANDATOS
              CLOSE A-MANDATOS
              OPEN I-O A-MANDATOS
           END-IF.

           OPEN INPUT A-CLIENT.

           MOVE SPACE TO OPCION.
           PERFORM MENU-MANDATOS UNTIL OPCION = "9".

           CLOSE A-CLIENT.
           CLOSE A-MANDATOS.
           GOBACK.


      * MENU PRINCIPAL DE LOS MANDATOS
      * ****************************************************************

       MENU-MANDATOS.
           DISPLAY " ".
           DISPLAY "MANDATOS DE DOMICILIACION DE CLIENTES".
           DISPLAY "<G>RABAR O CAMBIAR MANDATO, <C>ONSULTA, <B>AJA,"
                   " <L>ISTADO, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "G" OR OPCION = "g"
              PERFORM GRABAR-MANDATO THRU GRABAR-MANDATO-FIN
           ELSE
              IF OPCION = "C" OR OPCION = "c"
                 PERFORM CONSULTAR-MANDATO
              ELSE
                 IF OPCION = "B" OR OPCION = "b"
                    PERFORM BAJA-MANDATO THRU BAJA-MANDATO-FIN
                 ELSE
                    IF OPCION = "L" OR OPCION = "l"
                       PERFORM LISTAR-MANDATOS
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * GRABA EL MANDATO DE UN CLIENTE O CAMBIA EL QUE TIENE. UN
      * MANDATO DADO DE BAJA SOLO SE SUSTITUYE POR OTRO NUEVO
      * ****************************************************************

       GRABAR-MANDATO.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO EXISTE."
              GO TO GRABAR-MANDATO-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

           MOVE ENT-CODCLI TO MDT-CODCLI.
           READ A-MANDATOS
              INVALID KEY     MOVE "N" TO EXISTE-MDT
              NOT INVALID KEY MOVE "S" TO EXISTE-MDT
           END-READ.
           IF EXISTE-MDT = "S"
              PERFORM MOSTRAR-MANDATO
           END-IF.

           DISPLAY "Cuenta IBAN de cargo:".
           MOVE SPACES TO ENT-IBAN.
           ACCEPT ENT-IBAN NO BELL.
           PERFORM VALIDAR-IBAN.
           IF IBAN-VALIDO = "N"
              GO TO GRABAR-MANDATO-FIN
           END-IF.

           DISPLAY "Referencia del mandato:".
           MOVE SPACES TO ENT-REFERENCIA.
           ACCEPT ENT-REFERENCIA NO BELL.
           IF ENT-REFERENCIA = SPACES
              DISPLAY "ERROR: LA REFERENCIA DEL MANDATO ES"
                      " OBLIGATORIA."
              GO TO GRABAR-MANDATO-FIN
           END-IF.

           DISPLAY "Fecha de firma (AAAAMMDD):".
           ACCEPT ENT-FECHA-FIRMA NO BELL.
           IF ENT-FECHA-FIRMA NOT NUMERIC
              OR ENT-FECHA-FIRMA(5:2) < "01"
              OR ENT-FECHA-FIRMA(5:2) > "12"
              OR ENT-FECHA-FIRMA(7:2) < "01"
              OR ENT-FECHA-FIRMA(7:2) > "31"
              DISPLAY "ERROR: FECHA DE FIRMA NO VALIDA."
              GO TO GRABAR-MANDATO-FIN
           END-IF.
           IF ENT-FECHA-FIRMA > FECHA
              DISPLAY "ERROR: LA FECHA DE FIRMA ES POSTERIOR A HOY."
              GO TO GRABAR-MANDATO-FIN
           END-IF.

      *
      * CUENTA O REFERENCIA NUEVAS SON UN MANDATO NUEVO PARA EL
      * BANCO: VUELVE A PRIMER USO
      *
           IF EXISTE-MDT = "S" AND NOT MDT-CANCELADO
              IF ENT-IBAN NOT = MDT-IBAN
                 OR ENT-REFERENCIA NOT = MDT-REFERENCIA
                 MOVE "F"    TO MDT-ESTADO
                 MOVE SPACES TO MDT-FECHA-ULT-USO
                 MOVE ZERO   TO MDT-REMESA-PRIMER
              END-IF
              MOVE ENT-IBAN        TO MDT-IBAN
              MOVE ENT-REFERENCIA  TO MDT-REFERENCIA
              MOVE ENT-FECHA-FIRMA TO MDT-FECHA-FIRMA
              REWRITE REGMDT
              DISPLAY "MANDATO CAMBIADO."
              GO TO GRABAR-MANDATO-FIN
           END-IF.

           MOVE ENT-CODCLI      TO MDT-CODCLI.
           MOVE ENT-IBAN        TO MDT-IBAN.
           MOVE ENT-REFERENCIA  TO MDT-REFERENCIA.
           MOVE ENT-FECHA-FIRMA TO MDT-FECHA-FIRMA.
           MOVE "F"             TO MDT-ESTADO.
           MOVE SPACES          TO MDT-FECHA-ULT-USO.
           MOVE ZERO            TO MDT-REMESA-PRIMER.
           MOVE SPACES          TO MDT-FECHA-BAJA.
           IF EXISTE-MDT = "S"
              REWRITE REGMDT
           ELSE
              WRITE REGMDT
           END-IF.
           DISPLAY "MANDATO GRABADO (PRIMER USO).".

       GRABAR-MANDATO-FIN.
           EXIT.


      * VALIDA EL IBAN TECLEADO: PAIS EN LETRAS, DIGITOS DE
      * CONTROL NUMERICOS, LONGITUD (24 SI ES ESPANOL) Y MODULO 97
      * ****************************************************************

       VALIDAR-IBAN.
           MOVE "S" TO IBAN-VALIDO.
           INSPECT ENT-IBAN CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO LONG-IBAN.
           INSPECT ENT-IBAN TALLYING LONG-IBAN
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF LONG-IBAN < 15
              DISPLAY "ERROR: IBAN INCOMPLETO."
              MOVE "N" TO IBAN-VALIDO
           ELSE
              IF LONG-IBAN < 24
                 AND ENT-IBAN(LONG-IBAN + 1:) NOT = SPACES
                 DISPLAY "ERROR: EL IBAN NO PUEDE LLEVAR ESPACIOS."
                 MOVE "N" TO IBAN-VALIDO
              ELSE
                 IF ENT-IBAN(1:2) NOT ALPHABETIC
                    OR ENT-IBAN(3:2) NOT NUMERIC
                    DISPLAY "ERROR: EL IBAN DEBE EMPEZAR POR EL PAIS"
                            " Y LOS DIGITOS DE CONTROL."
                    MOVE "N" TO IBAN-VALIDO
                 ELSE
                    IF ENT-IBAN(1:2) = "ES" AND LONG-IBAN NOT = 24
                       DISPLAY "ERROR: UN IBAN ESPANOL TIENE 24"
                               " CARACTERES."
                       MOVE "N" TO IBAN-VALIDO
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF IBAN-VALIDO = "S"
              MOVE SPACES TO IBAN-REORDENADO
              STRING ENT-IBAN(5:LONG-IBAN - 4) ENT-IBAN(1:4)
                 DELIMITED BY SIZE INTO IBAN-REORDENADO
              END-STRING
              MOVE ZERO TO RESTO-IBAN
              PERFORM ACUMULAR-CARACTER-IBAN
                      VARYING POS-IBAN FROM 1 BY 1
                      UNTIL POS-IBAN > LONG-IBAN
                         OR IBAN-VALIDO = "N"
              IF IBAN-VALIDO = "N"
                 DISPLAY "ERROR: EL IBAN LLEVA CARACTERES NO VALIDOS."
              ELSE
                 IF RESTO-IBAN NOT = 1
                    DISPLAY "ERROR: LOS DIGITOS DE CONTROL DEL IBAN"
                            " NO CUADRAN."
                    MOVE "N" TO IBAN-VALIDO
                 END-IF
              END-IF
           END-IF.


      * SUMA UN CARACTER DEL IBAN REORDENADO AL RESTO ENTRE 97: UNA
      * CIFRA ENTRA COMO TAL Y UNA LETRA COMO SU VALOR DE DOS CIFRAS
      * ****************************************************************

       ACUMULAR-CARACTER-IBAN.
           MOVE IBAN-REORDENADO(POS-IBAN:1) TO CAR-IBAN.
           IF CAR-IBAN NUMERIC
              MOVE CAR-IBAN TO DIG-IBAN
              COMPUTE RESTO-IBAN = RESTO-IBAN * 10 + DIG-IBAN
           ELSE
              MOVE ZERO TO POS-LETRA
              INSPECT ALFABETO TALLYING POS-LETRA
                      FOR CHARACTERS BEFORE INITIAL CAR-IBAN
              IF POS-LETRA > 25
                 MOVE "N" TO IBAN-VALIDO
              ELSE
                 COMPUTE RESTO-IBAN = RESTO-IBAN * 100
                                    + POS-LETRA + 10
              END-IF
           END-IF.
           DIVIDE RESTO-IBAN BY 97 GIVING COCIENTE-IBAN
                  REMAINDER RESTO-IBAN.


      * MUESTRA EL MANDATO LEIDO
      * ****************************************************************

       MOSTRAR-MANDATO.
           DISPLAY "IBAN " MDT-IBAN "  FIRMADO " MDT-FECHA-FIRMA.
           DISPLAY "REFERENCIA " MDT-REFERENCIA.
           IF MDT-PRIMER-USO
              DISPLAY "SITUACION: PRIMER USO PENDIENTE"
           ELSE
              IF MDT-RECURRENTE
                 DISPLAY "SITUACION: RECURRENTE, PRIMERA REMESA "
                         MDT-REMESA-PRIMER ", ULTIMO USO "
                         MDT-FECHA-ULT-USO
              ELSE
                 DISPLAY "SITUACION: DADO DE BAJA EL "
                         MDT-FECHA-BAJA
              END-IF
           END-IF.


      * CONSULTA EL MANDATO DE UN CLIENTE
      * ****************************************************************

       CONSULTAR-MANDATO.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO MDT-CODCLI.
           READ A-MANDATOS
              INVALID KEY     MOVE "N" TO EXISTE-MDT
              NOT INVALID KEY MOVE "S" TO EXISTE-MDT
           END-READ.

           IF EXISTE-MDT = "N"
              DISPLAY "EL CLIENTE NO TIENE MANDATO (SUS EFECTOS NO"
                      " SE REMESAN)."
           ELSE
              PERFORM MOSTRAR-MANDATO
           END-IF.


      * DA DE BAJA EL MANDATO DE UN CLIENTE, CON CONFIRMACION. SE
      * CONSERVA EL REGISTRO PARA CONSULTA
      * ****************************************************************

       BAJA-MANDATO.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO MDT-CODCLI.
           READ A-MANDATOS
              INVALID KEY     MOVE "N" TO EXISTE-MDT
              NOT INVALID KEY MOVE "S" TO EXISTE-MDT
           END-READ.
           IF EXISTE-MDT = "N"
              DISPLAY "EL CLIENTE NO TIENE MANDATO."
              GO TO BAJA-MANDATO-FIN
           END-IF.
           PERFORM MOSTRAR-MANDATO.
           IF MDT-CANCELADO
              GO TO BAJA-MANDATO-FIN
           END-IF.

           DISPLAY "CONFIRMA LA BAJA DEL MANDATO (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              MOVE "B"   TO MDT-ESTADO
              MOVE FECHA TO MDT-FECHA-BAJA
              REWRITE REGMDT
              DISPLAY "MANDATO DADO DE BAJA."
           ELSE
              DISPLAY "BAJA ANULADA."
           END-IF.

       BAJA-MANDATO-FIN.
           EXIT.


      * LISTA TODOS LOS MANDATOS GRABADOS
      * ****************************************************************

       LISTAR-MANDATOS.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE LOW-VALUES TO MDT-CODCLI.
           MOVE "N" TO FIN-MANDATO.
           START A-MANDATOS KEY NOT LESS THAN MDT-CODCLI
              INVALID KEY MOVE "S" TO FIN-MANDATO
           END-START.
           DISPLAY "CLIENTE IBAN                     FIRMA    EST"
                   " ULT.USO".
           PERFORM LISTAR-UN-MANDATO UNTIL FIN-MANDATO = "S".
           DISPLAY "MANDATOS LISTADOS: " CONT-LISTADOS.


      * LISTA UN MANDATO
      * ****************************************************************

       LISTAR-UN-MANDATO.
           READ A-MANDATOS NEXT RECORD AT END MOVE "S" TO FIN-MANDATO
           END-READ.
           IF FIN-MANDATO NOT = "S"
              DISPLAY MDT-CODCLI "   " MDT-IBAN " " MDT-FECHA-FIRMA
                      " " MDT-ESTADO "   " MDT-FECHA-ULT-USO
              ADD 1 TO CONT-LISTADOS
           END-IF.
