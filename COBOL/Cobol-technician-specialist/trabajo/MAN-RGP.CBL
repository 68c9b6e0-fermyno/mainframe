       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-RGP.
       REMARKS. MANTENIMIENTO DE LOS CONSENTIMIENTOS DE PROTECCION
           DE DATOS POR CLIENTE (RGPDCLI.DAT): SI EL CLIENTE ACEPTA
           PUBLICIDAD POR CORREO POSTAL Y SI ACEPTA COMUNICACIONES
           COMERCIALES ELECTRONICAS, CADA UNO CON LA FECHA EN QUE SE
           DIO O SE RETIRO Y EL OPERADOR QUE LO ANOTO. UN CLIENTE SIN
           REGISTRO NO HA DADO NINGUN CONSENTIMIENTO: LAS ETIQUETAS
           DE ETI-CLI SOLO SALEN PARA LOS QUE ACEPTAN PUBLICIDAD. EL
           REGISTRO GUARDA TAMBIEN LA FECHA EN QUE ANO-CLI ANONIMIZO
           AL CLIENTE, Y DESDE ENTONCES YA NO SE PUEDE CAMBIAR. EL
           CLIENTE SE VALIDA CONTRA CLIENTES.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-RGPDCLI ASSIGN TO DISK 'RGPDCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RGP-CODCLI
                  FILE STATUS IS RGP-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LOS CONSENTIMIENTOS DEL CLIENTE: S = ACEPTA,
      * N O BLANCO = NO ACEPTA
      *
       FD A-RGPDCLI LABEL RECORD STANDARD.
       01 REGRGP.
          02 RGP-CODCLI       PIC X(5).
          02 RGP-PUBLICIDAD   PIC X(1).
             88 RGP-ACEPTA-PUBLICIDAD  VALUE "S".
          02 RGP-FECHA-PUBLI  PIC X(8).
          02 RGP-ELECTRONICA  PIC X(1).
             88 RGP-ACEPTA-ELECTRONICA VALUE "S".
          02 RGP-FECHA-ELEC   PIC X(8).
          02 RGP-OPERADOR     PIC X(8).
          02 RGP-FECHA-ANONIM PIC X(8).

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
       77 RGP-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 FECHA-HOY         PIC X(8).
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-RGP        PIC X(1).
       77 FIN-RGPD          PIC X(1).
       77 ENT-CODCLI        PIC X(5).
       77 ENT-PUBLICIDAD    PIC X(1).
       77 ENT-ELECTRONICA   PIC X(1).
       77 ENT-OPERADOR      PIC X(8).
       77 CONT-LISTADOS     PIC 9(4) VALUE ZERO.
       77 CONT-PUBLICIDAD   PIC 9(4) VALUE ZERO.
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
       MANTENER-CONSENTIMIENTOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-RGP" TO SES-PROGRAMA.
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
           MOVE FECHA TO FECHA-HOY.

           OPEN I-O A-RGPDCLI.
           IF RGP-FILESTAT NOT = "00"
              CLOSE A-RGPDCLI
              OPEN OUTPUT A-RGPDCLI
              CLOSE A-RGPDCLI
              OPEN I-O A-RGPDCLI
           END-IF.

           OPEN INPUT A-CLIENT.

           MOVE SPACE TO OPCION.
           PERFORM MENU-CONSENTIMIENTOS UNTIL OPCION = "9".

           CLOSE A-CLIENT.
           CLOSE A-RGPDCLI.
           GOBACK.


      * MENU PRINCIPAL DE LOS CONSENTIMIENTOS
      * ****************************************************************

       MENU-CONSENTIMIENTOS.
           DISPLAY " ".
           DISPLAY "CONSENTIMIENTOS DE PROTECCION DE DATOS".
           DISPLAY "<G>RABAR O CAMBIAR, <C>ONSULTA, <L>ISTADO,"
                   " 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "G" OR OPCION = "g"
              PERFORM GRABAR-CONSENTIMIENTO
                      THRU GRABAR-CONSENTIMIENTO-FIN
           ELSE
              IF OPCION = "C" OR OPCION = "c"
                 PERFORM CONSULTAR-CONSENTIMIENTO
              ELSE
                 IF OPCION = "L" OR OPCION = "l"
                    PERFORM LISTAR-CONSENTIMIENTOS
                 END-IF
              END-IF
           END-IF.


      * GRABA O CAMBIA LOS CONSENTIMIENTOS DE UN CLIENTE: CADA
      * CONSENTIMIENTO QUE CAMBIA TOMA LA FECHA DE HOY
      * ****************************************************************

       GRABAR-CONSENTIMIENTO.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO EXISTE."
              GO TO GRABAR-CONSENTIMIENTO-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

           MOVE ENT-CODCLI TO RGP-CODCLI.
           READ A-RGPDCLI
              INVALID KEY     MOVE "N" TO EXISTE-RGP
              NOT INVALID KEY MOVE "S" TO EXISTE-RGP
           END-READ.
           IF EXISTE-RGP = "S"
              IF RGP-FECHA-ANONIM NOT = SPACES
                 DISPLAY "ERROR: CLIENTE ANONIMIZADO EL "
                         RGP-FECHA-ANONIM "."
                 GO TO GRABAR-CONSENTIMIENTO-FIN
              END-IF
              PERFORM MOSTRAR-CONSENTIMIENTO
           ELSE
              DISPLAY "SIN CONSENTIMIENTOS ANOTADOS."
              MOVE ENT-CODCLI TO RGP-CODCLI
              MOVE "N"        TO RGP-PUBLICIDAD
              MOVE SPACES     TO RGP-FECHA-PUBLI
              MOVE "N"        TO RGP-ELECTRONICA
              MOVE SPACES     TO RGP-FECHA-ELEC
              MOVE SPACES     TO RGP-OPERADOR
              MOVE SPACES     TO RGP-FECHA-ANONIM
           END-IF.

           DISPLAY "Acepta publicidad por correo (S/N, blanco = sin"
                   " cambio):".
           MOVE SPACE TO ENT-PUBLICIDAD.
           ACCEPT ENT-PUBLICIDAD NO BELL.
           DISPLAY "Acepta comunicaciones electronicas (S/N, blanco"
                   " = sin cambio):".
           MOVE SPACE TO ENT-ELECTRONICA.
           ACCEPT ENT-ELECTRONICA NO BELL.
           IF ENT-PUBLICIDAD = "s"
              MOVE "S" TO ENT-PUBLICIDAD
           END-IF.
           IF ENT-PUBLICIDAD = "n"
              MOVE "N" TO ENT-PUBLICIDAD
           END-IF.
           IF ENT-ELECTRONICA = "s"
              MOVE "S" TO ENT-ELECTRONICA
           END-IF.
           IF ENT-ELECTRONICA = "n"
              MOVE "N" TO ENT-ELECTRONICA
           END-IF.
           IF (ENT-PUBLICIDAD NOT = SPACE AND ENT-PUBLICIDAD NOT = "S"
               AND ENT-PUBLICIDAD NOT = "N")
              OR (ENT-ELECTRONICA NOT = SPACE
               AND ENT-ELECTRONICA NOT = "S"
               AND ENT-ELECTRONICA NOT = "N")
              DISPLAY "ERROR: RESPONDA S, N O BLANCO."
              GO TO GRABAR-CONSENTIMIENTO-FIN
           END-IF.

           MOVE SES-OPERADOR TO ENT-OPERADOR.

           IF ENT-PUBLICIDAD NOT = SPACE
              AND ENT-PUBLICIDAD NOT = RGP-PUBLICIDAD
              MOVE ENT-PUBLICIDAD TO RGP-PUBLICIDAD
              MOVE FECHA-HOY      TO RGP-FECHA-PUBLI
           END-IF.
           IF ENT-ELECTRONICA NOT = SPACE
              AND ENT-ELECTRONICA NOT = RGP-ELECTRONICA
              MOVE ENT-ELECTRONICA TO RGP-ELECTRONICA
              MOVE FECHA-HOY       TO RGP-FECHA-ELEC
           END-IF.
           MOVE ENT-OPERADOR TO RGP-OPERADOR.

           IF EXISTE-RGP = "S"
              REWRITE REGRGP
              DISPLAY "CONSENTIMIENTOS CAMBIADOS."
           ELSE
              WRITE REGRGP
              DISPLAY "CONSENTIMIENTOS GRABADOS."
           END-IF.

       GRABAR-CONSENTIMIENTO-FIN.
           EXIT.


      * CONSULTA LOS CONSENTIMIENTOS DE UN CLIENTE
      * ****************************************************************

       CONSULTAR-CONSENTIMIENTO.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO RGP-CODCLI.
           READ A-RGPDCLI
              INVALID KEY     MOVE "N" TO EXISTE-RGP
              NOT INVALID KEY MOVE "S" TO EXISTE-RGP
           END-READ.

           IF EXISTE-RGP = "N"
              DISPLAY "EL CLIENTE NO TIENE CONSENTIMIENTOS ANOTADOS"
                      " (NO RECIBE PUBLICIDAD)."
           ELSE
              PERFORM MOSTRAR-CONSENTIMIENTO
           END-IF.


      * MUESTRA EL REGISTRO DE CONSENTIMIENTOS LEIDO
      * ****************************************************************

       MOSTRAR-CONSENTIMIENTO.
           DISPLAY "PUBLICIDAD POR CORREO...: " RGP-PUBLICIDAD
                   "  (" RGP-FECHA-PUBLI ")".
           DISPLAY "COMUNICAC. ELECTRONICAS.: " RGP-ELECTRONICA
                   "  (" RGP-FECHA-ELEC ")".
           DISPLAY "ULTIMO OPERADOR.........: " RGP-OPERADOR.
           IF RGP-FECHA-ANONIM NOT = SPACES
              DISPLAY "CLIENTE ANONIMIZADO EL " RGP-FECHA-ANONIM
           END-IF.


      * LISTA TODOS LOS CONSENTIMIENTOS GRABADOS
      * ****************************************************************

       LISTAR-CONSENTIMIENTOS.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE ZERO TO CONT-PUBLICIDAD.
           MOVE LOW-VALUES TO RGP-CODCLI.
           MOVE "N" TO FIN-RGPD.
           START A-RGPDCLI KEY NOT LESS THAN RGP-CODCLI
              INVALID KEY MOVE "S" TO FIN-RGPD
           END-START.
           DISPLAY "CLIENTE PUBL. FECHA    ELEC. FECHA    OPERADOR"
                   " ANONIMIZ.".
           PERFORM LISTAR-UN-CONSENTIMIENTO UNTIL FIN-RGPD = "S".
           DISPLAY "CLIENTES LISTADOS: " CONT-LISTADOS
                   "  CON PUBLICIDAD: " CONT-PUBLICIDAD.


      * LISTA UN REGISTRO DE CONSENTIMIENTOS
      * ****************************************************************

       LISTAR-UN-CONSENTIMIENTO.
           READ A-RGPDCLI NEXT RECORD AT END MOVE "S" TO FIN-RGPD
           END-READ.
           IF FIN-RGPD NOT = "S"
              DISPLAY RGP-CODCLI "     " RGP-PUBLICIDAD "   "
                      RGP-FECHA-PUBLI " " RGP-ELECTRONICA "     "
                      RGP-FECHA-ELEC " " RGP-OPERADOR " "
                      RGP-FECHA-ANONIM
              ADD 1 TO CONT-LISTADOS
              IF RGP-ACEPTA-PUBLICIDAD
                 ADD 1 TO CONT-PUBLICIDAD
              END-IF
           END-IF.
