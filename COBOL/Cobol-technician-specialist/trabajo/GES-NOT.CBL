           FECHA DE SEGUIMIENTO, Y EMITE LA LISTA DE TRABAJO
           DIARIA (AGENDA.LST) CON LOS CLIENTES CUYA FECHA DE
           SEGUIMIENTO YA HA LLEGADO -- SI ALGUIEN FALTA, SU
           CUADERNO YA NO SE VA CON EL. JUNTO AL CLIENTE SE MUESTRA
           EL TELEFONO DE SU CONTACTO DE CUENTAS (CONTACTOS.DAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

      *
      * DECLARACION DEL FICHERO DE CONTACTOS (MANTENIDO DESDE
      * ACT-CLI), SOLO EN CONSULTA PARA TENER A MANO EL TELEFONO
      * DE LA PERSONA DE CUENTAS DEL CLIENTE
      *
           SELECT A-CONTACTOS ASSIGN TO DISK 'CONTACTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CTO-CLAVE
                  FILE STATUS IS CTO-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).

       FD A-CONTACTOS LABEL RECORD STANDARD.
       01 REGCTO.
          02 CTO-CLAVE.
             03 CTO-CODCLI    PIC X(5).
             03 CTO-NUMERO    PIC 9(2).
          02 CTO-FUNCION      PIC X(1).
             88 CTO-CUENTAS   VALUE "C".
             88 CTO-COMPRAS   VALUE "P".
             88 CTO-ALMACEN   VALUE "A".
          02 CTO-NOMBRE       PIC X(30).
          02 CTO-TELEFONO     PIC X(15).
          02 CTO-EMAIL        PIC X(40).


       WORKING-STORAGE SECTION.
       77 NOT-FILESTAT      PIC X(2).
       77 ENT-SEGUIMIENTO   PIC X(8).
       77 CONT-NOTAS        PIC 9(4) VALUE ZERO.
       77 CONT-AGENDA       PIC 9(4) VALUE ZERO.
       77 CTO-FILESTAT      PIC X(2).
       77 HAY-CONTACTOS     PIC X(1) VALUE "N".
       77 FIN-CONTACTOS     PIC X(1).
       77 CONTACTO-NOMBRE   PIC X(30).
       77 CONTACTO-TELEFONO PIC X(15).
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
       GESTIONAR-NOTAS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "GES-NOT" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           MOVE FECHA TO FECHA-HOY.

           OPEN INPUT A-CLIENT.
           OPEN INPUT A-CONTACTOS.
           IF CTO-FILESTAT = "00"
              MOVE "S" TO HAY-CONTACTOS
           ELSE
              CLOSE A-CONTACTOS
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-NOTAS UNTIL OPCION = "9".

           CLOSE A-CLIENT.
           IF HAY-CONTACTOS = "S"
              CLOSE A-CONTACTOS
           END-IF.
           GOBACK.


      * MENU PRINCIPAL DE LAS GESTIONES DE COBRO
              DISPLAY "ERROR: EL CLIENTE NO EXISTE."
              GO TO ANOTAR-GESTION-FIN
           END-IF.
           PERFORM BUSCAR-CONTACTO-CUENTAS.
           DISPLAY "CLIENTE: " NOMCLI "  TEL. " CONTACTO-TELEFONO
                   " " CONTACTO-NOMBRE.

           MOVE SES-OPERADOR TO ENT-OPERADOR.
           DISPLAY "Texto de la gestion (40 car.):".
           ACCEPT ENT-TEXTO NO BELL.
           IF ENT-TEXTO = SPACES
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE SPACES TO NOMCLI
              NOT INVALID KEY CONTINUE
           END-READ.
           PERFORM BUSCAR-CONTACTO-CUENTAS.
           DISPLAY "CLIENTE: " NOMCLI "  TEL. " CONTACTO-TELEFONO
                   " " CONTACTO-NOMBRE.
           MOVE ZERO TO CONT-NOTAS.
           DISPLAY "FECHA    OPERADOR TEXTO".
           MOVE "N" TO FIN-NOTAS.
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "SEGUIM.  CLIENTE NOMBRE                    ANOTADA"
                & "  OPERADOR TELEFONO" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE "N" TO FIN-NOTAS.
                 INVALID KEY MOVE SPACES TO NOMCLI
                 NOT INVALID KEY CONTINUE
              END-READ
              PERFORM BUSCAR-CONTACTO-CUENTAS
              MOVE SPACES TO LINEA-LISTADO
              STRING NOT-SEGUIMIENTO DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     NOT-FECHA       DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     NOT-OPERADOR    DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     CONTACTO-TELEFONO DELIMITED BY SIZE
                     INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
              ADD 1 TO CONT-AGENDA
           END-IF.
           READ A-NOTAS AT END MOVE "S" TO FIN-NOTAS END-READ.


      * DEJA EN CONTACTO-NOMBRE Y CONTACTO-TELEFONO EL CONTACTO DE
      * CUENTAS DEL CLIENTE EN REGCLI (EL PRIMERO DE ELLOS) O, SI
      * NO TIENE, SU PRIMER CONTACTO; EN BLANCO SI NO TIENE NINGUNO
      * ****************************************************************

       BUSCAR-CONTACTO-CUENTAS.
           MOVE SPACES TO CONTACTO-NOMBRE.
           MOVE SPACES TO CONTACTO-TELEFONO.
           IF HAY-CONTACTOS = "S"
              MOVE CODCLI TO CTO-CODCLI
              MOVE ZERO   TO CTO-NUMERO
              MOVE "N" TO FIN-CONTACTOS
              START A-CONTACTOS KEY NOT LESS THAN CTO-CLAVE
                 INVALID KEY MOVE "S" TO FIN-CONTACTOS
              END-START
              PERFORM EXAMINAR-CONTACTO-CUENTAS
                      UNTIL FIN-CONTACTOS = "S"
           END-IF.


      * TOMA EL SIGUIENTE CONTACTO DEL CLIENTE SI AUN NO HAY
      * NINGUNO ELEGIDO O SI ES EL PRIMERO DE CUENTAS
      * ****************************************************************

       EXAMINAR-CONTACTO-CUENTAS.
           READ A-CONTACTOS NEXT RECORD
              AT END MOVE "S" TO FIN-CONTACTOS
           END-READ.
           IF FIN-CONTACTOS NOT = "S"
              IF CTO-CODCLI NOT = CODCLI
                 MOVE "S" TO FIN-CONTACTOS
              ELSE
                 IF CONTACTO-NOMBRE = SPACES OR CTO-CUENTAS
                    MOVE CTO-NOMBRE   TO CONTACTO-NOMBRE
                    MOVE CTO-TELEFONO TO CONTACTO-TELEFONO
                    IF CTO-CUENTAS
                       MOVE "S" TO FIN-CONTACTOS
                    END-IF
                 END-IF
              END-IF
           END-IF.
