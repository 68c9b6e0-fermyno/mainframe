           AL MES (CERO SI NO HAY MOVIMIENTOS ANTERIORES).
           LOS MOVIMIENTOS EXTORNADOS Y SUS EXTORNOS (REGISTRO
           EXTORNOS.DAT DE EXT-MOV) SALEN MARCADOS Y LIGADOS ENTRE
           SI EN EL EXTRACTO. SI EL CLIENTE TIENE CONTACTOS
           (CONTACTOS.DAT), EL EXTRACTO VA A LA ATENCION DE SU
           CONTACTO DE CUENTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS SEQUENTIAL
                  FILE STATUS IS XTO-FILESTAT.

      *
      * DECLARACION DEL FICHERO DE CONTACTOS (MANTENIDO DESDE
      * ACT-CLI), SOLO EN CONSULTA PARA DIRIGIR EL DOCUMENTO A LA
      * PERSONA DE CUENTAS DEL CLIENTE
      *
           SELECT A-CONTACTOS ASSIGN TO DISK 'CONTACTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CTO-CLAVE
                  FILE STATUS IS CTO-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

          02 XTO-FECHA-EXT  PIC X(8).
          02 XTO-OPERADOR   PIC X(8).

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
       77 CLI-FILESTAT      PIC X(2).
       77 CONT-EXTORNOS     PIC 9(3) COMP VALUE ZERO.
       77 MARCA-EXTORNO     PIC X(26).
       77 TIPO-CONTRARIO    PIC X(1).
       77 CTO-FILESTAT      PIC X(2).
       77 HAY-CONTACTOS     PIC X(1) VALUE "N".
       77 FIN-CONTACTOS     PIC X(1).
       77 CONTACTO-NOMBRE   PIC X(30).
       77 CONTACTO-TELEFONO PIC X(15).

      *
      * EXTORNOS CARGADOS EN MEMORIA PARA MARCAR EN EL EXTRACTO
             03 TAB-XTO-TORIG  PIC X(1).
             03 TAB-XTO-IMP    PIC 9(5)V9(2).
             03 TAB-XTO-FEXT   PIC X(8).
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
       EMITIR-EXTRACTOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "EXT-CLI" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL MES Y EL ALCANCE (UN CLIENTE O
      * TODA LA CARTERA) Y GENERA LOS EXTRACTOS EN EXTRACTO.LST
              DISPLAY "CLIENTES.DAT NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM CARGAR-EXTORNOS.
              CLOSE A-HISTIND
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT A-LISTADO.
           OPEN INPUT A-CONTACTOS.
           IF CTO-FILESTAT = "00"
              MOVE "S" TO HAY-CONTACTOS
           ELSE
              CLOSE A-CONTACTOS
           END-IF.

           IF ENT-CODCLI NOT = SPACES
              MOVE ENT-CODCLI TO CODCLI
           CLOSE A-LISTADO.
           CLOSE A-HISTIND.
           CLOSE A-CLIENT.
           IF HAY-CONTACTOS = "S"
              CLOSE A-CONTACTOS
           END-IF.

           DISPLAY "EXTRACTOS GENERADOS EN EXTRACTO.LST: "
                   CONT-EXTRACTOS.

           GOBACK.


      * AVANZA AL SIGUIENTE CLIENTE DE LA CARTERA Y EMITE SU
                  "  " NOMCLI DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           PERFORM BUSCAR-CONTACTO-CUENTAS.
           IF CONTACTO-NOMBRE NOT = SPACES
              MOVE SPACES TO LINEA-LISTADO
              STRING "A LA ATENCION DE: " CONTACTO-NOMBRE
                     DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.

      *
      * LECTURA POR CLAVE: SE ARRANCA EN EL PRIMER APUNTE DEL
                 END-IF
              END-IF
           END-IF.


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
