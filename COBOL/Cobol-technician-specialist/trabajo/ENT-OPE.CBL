       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENT-OPE.
       REMARKS. IDENTIFICACION DE OPERADOR Y AUTORIZACION COMUN A
           TODOS LOS PROGRAMAS DE PANTALLA. CADA PROGRAMA LO LLAMA AL
           ARRANCAR (CALL "ENT-OPE" USING SES-PETICION) CON SU NOMBRE
           EN SES-PROGRAMA Y LA OPCION EN BLANCO, Y PUEDE VOLVER A
           LLAMARLO CON UNA OPCION PARA AUTORIZAR UNA OPCION CONCRETA
           DE SU MENU. LA PRIMERA LLAMADA PIDE OPERADOR Y CLAVE
           CONTRA OPERADOR.DAT (TRES INTENTOS; TRES FALLOS SEGUIDOS
           BLOQUEAN AL OPERADOR HASTA QUE UN SUPERVISOR LO REACTIVE);
           LAS SIGUIENTES DE LA MISMA EJECUCION (TAMBIEN LAS DE LOS
           PROGRAMAS LANZADOS DESDE EL MENU GENERAL) USAN EL OPERADOR
           YA IDENTIFICADO. LA AUTORIZACION SE BUSCA EN AUTORIZA.DAT
           (MAN-AUT), DE LO MAS CONCRETO A LO MAS GENERAL:
             OPERADOR + PROGRAMA + OPCION
             OPERADOR + PROGRAMA
             OPERADOR + "*" (TODOS LOS PROGRAMAS)
             NIVEL    + PROGRAMA + OPCION   (SUJETO *NIVEL1..3)
             NIVEL    + PROGRAMA
             NIVEL    + "*"
           Y LA PRIMERA ENTRADA QUE EXISTE DECIDE. SIN NINGUNA, SOLO
           LOS SUPERVISORES (NIVEL 3) QUEDAN AUTORIZADOS; MIENTRAS
           AUTORIZA.DAT NO EXISTA, BASTA CON IDENTIFICARSE. CADA
           INTENTO DE ENTRADA Y CADA RECHAZO DE AUTORIZACION QUEDA EN
           EL DIARIO DE SEGURIDAD (SEGJRN.DAT) CON EL PROGRAMA Y LA
           OPCION. DEVUELVE EN SES-RESULTADO "S" SI EL OPERADOR ESTA
           AUTORIZADO Y "N" SI NO, Y EN SES-OPERADOR Y SES-NIVEL EL
           OPERADOR DE LA SESION. LLAMADO CON "C" EN SES-RESULTADO
           SOLO CONSULTA EL PERMISO DEL OPERADOR YA IDENTIFICADO, SIN
           AVISAR NI ANOTAR EL RECHAZO: ASI DECIDE EL MENU GENERAL
           (MEN-PRI) QUE OPCIONES ENSENA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

           SELECT A-AUTORIZA ASSIGN TO DISK 'AUTORIZA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY AUT-CLAVE
                  FILE STATUS IS AUT-FILESTAT.

           SELECT A-SEGJRN ASSIGN TO DISK 'SEGJRN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS SEG-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE OPERADORES (VER
      * ACT-CLI)
      *
       FD A-OPERADOR LABEL RECORD STANDARD.
       01 REGOPE.
          02 OPE-ID           PIC X(8).
          02 OPE-CLAVE        PIC X(8).
          02 OPE-NIVEL        PIC 9(1).
             88 OPE-CONSULTA   VALUE 1.
             88 OPE-GESTION    VALUE 2.
             88 OPE-SUPERVISOR VALUE 3.
          02 OPE-ESTADO       PIC X(1).
             88 OPE-ACTIVO      VALUE "A".
             88 OPE-DESACTIVADO VALUE "B".
          02 OPE-FALLOS       PIC 9(1).
          02 OPE-SUCURSAL     PIC 9(3).

      *
      * DESCRIPCION DE LA TABLA DE AUTORIZACIONES: EL SUJETO ES UN
      * OPERADOR O UN NIVEL (*NIVEL1, *NIVEL2, *NIVEL3), EL PROGRAMA
      * ES UN NOMBRE DE PROGRAMA O "*" PARA TODOS, Y LA OPCION EN
      * BLANCO SE REFIERE AL PROGRAMA ENTERO
      *
       FD A-AUTORIZA LABEL RECORD STANDARD.
       01 REGAUT.
          02 AUT-CLAVE.
             03 AUT-SUJETO    PIC X(8).
             03 AUT-PROGRAMA  PIC X(8).
             03 AUT-OPCION    PIC X(1).
          02 AUT-PERMISO      PIC X(1).
             88 AUT-PERMITIDO VALUE "S".
             88 AUT-DENEGADO  VALUE "N".
          02 AUT-OPERADOR     PIC X(8).
          02 AUT-FECHA        PIC X(8).

      *
      * DESCRIPCION DEL REGISTRO DEL DIARIO DE SEGURIDAD (VER
      * ACT-CLI). SEG-RESULTADO ES:
      *    S = ENTRADA CORRECTA
      *    N = OPERADOR O CLAVE INCORRECTOS
      *    B = INTENTO SOBRE OPERADOR BLOQUEADO O DESACTIVADO
      *    R = OPERADOR IDENTIFICADO PERO NO AUTORIZADO AL PROGRAMA
      *        O A LA OPCION
      *
       FD A-SEGJRN LABEL RECORD STANDARD.
       01 REGSEG.
          02 SEG-FECHA        PIC X(8).
          02 SEG-HORA         PIC X(6).
          02 SEG-OPERADOR     PIC X(8).
          02 SEG-RESULTADO    PIC X(1).
          02 SEG-OPCION       PIC X(1).
          02 SEG-PROGRAMA     PIC X(8).


       WORKING-STORAGE SECTION.
       77 OPE-FILESTAT      PIC X(2).
       77 AUT-FILESTAT      PIC X(2).
       77 SEG-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 HORA-ACTUAL       PIC X(8).
       77 ENT-OPERADOR      PIC X(8).
       77 ENT-CLAVE         PIC X(8).
       77 EXISTE-OPE        PIC X(1).
       77 RESULTADO-ENTRADA PIC X(1).
       77 INTENTOS          PIC 9(1) VALUE ZERO.
       77 PERMISO-HALLADO   PIC X(1).
       77 PERMISO-FINAL     PIC X(1).
       77 SUJETO-BUSCADO    PIC X(8).
       77 SOLO-CONSULTA     PIC X(1).

      *
      * OPERADOR DE LA SESION: SE CONSERVA ENTRE LLAMADAS MIENTRAS
      * DURE LA EJECUCION
      *
       77 OPERADOR-SESION   PIC X(8) VALUE SPACES.
       77 NIVEL-SESION      PIC 9(1) VALUE ZERO.

       LINKAGE SECTION.
       01 SES-PETICION.
          02 SES-PROGRAMA   PIC X(8).
          02 SES-OPCION     PIC X(1).
          02 SES-OPERADOR   PIC X(8).
          02 SES-NIVEL      PIC 9(1).
          02 SES-RESULTADO  PIC X(1).
             88 SES-AUTORIZADO VALUE "S".
             88 SES-CONSULTA   VALUE "C".

       PROCEDURE DIVISION USING SES-PETICION.
       CONTROLAR-ENTRADA.

      *
      * BLOQUE PRINCIPAL: IDENTIFICA AL OPERADOR SI TODAVIA NO LO
      * ESTA Y COMPRUEBA SU AUTORIZACION AL PROGRAMA U OPCION
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           IF SES-CONSULTA
              MOVE "S" TO SOLO-CONSULTA
           ELSE
              MOVE "N" TO SOLO-CONSULTA
           END-IF.
           MOVE "N" TO SES-RESULTADO.

           IF OPERADOR-SESION = SPACES AND SOLO-CONSULTA = "N"
              PERFORM IDENTIFICAR-OPERADOR
                      THRU IDENTIFICAR-OPERADOR-FIN
           END-IF.

           IF OPERADOR-SESION NOT = SPACES
              PERFORM COMPROBAR-AUTORIZACION
           END-IF.

           MOVE OPERADOR-SESION TO SES-OPERADOR.
           MOVE NIVEL-SESION    TO SES-NIVEL.
           EXIT PROGRAM.


      * PIDE OPERADOR Y CLAVE HASTA TRES VECES; UN OPERADOR
      * BLOQUEADO O DESACTIVADO NO PUEDE SEGUIR INTENTANDOLO
      * ****************************************************************

       IDENTIFICAR-OPERADOR.
           OPEN I-O A-OPERADOR.
           IF OPE-FILESTAT NOT = "00"
              CLOSE A-OPERADOR
              DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES"
                      " (OPERADOR.DAT): ENTRADA DENEGADA."
              GO TO IDENTIFICAR-OPERADOR-FIN
           END-IF.

           DISPLAY "IDENTIFICACION DE OPERADOR - " SES-PROGRAMA.
           MOVE ZERO TO INTENTOS.
           MOVE SPACE TO RESULTADO-ENTRADA.
           PERFORM PEDIR-OPERADOR
                   UNTIL OPERADOR-SESION NOT = SPACES
                      OR INTENTOS >= 3
                      OR RESULTADO-ENTRADA = "B".
           CLOSE A-OPERADOR.

       IDENTIFICAR-OPERADOR-FIN.
           EXIT.


      * UN INTENTO DE ENTRADA: TRES FALLOS CONSECUTIVOS BLOQUEAN AL
      * OPERADOR; UNA ENTRADA CORRECTA PONE EL CONTADOR A CERO
      * ****************************************************************

       PEDIR-OPERADOR.
           ADD 1 TO INTENTOS.
           DISPLAY "Operador:".
           MOVE SPACES TO ENT-OPERADOR.
           ACCEPT ENT-OPERADOR NO BELL.
           DISPLAY "Clave...:".
           MOVE SPACES TO ENT-CLAVE.
           ACCEPT ENT-CLAVE NO BELL.

           MOVE "N" TO RESULTADO-ENTRADA.
           MOVE ENT-OPERADOR TO OPE-ID.
           READ A-OPERADOR
              INVALID KEY     MOVE "N" TO EXISTE-OPE
              NOT INVALID KEY MOVE "S" TO EXISTE-OPE
           END-READ.

           IF EXISTE-OPE = "S" AND OPE-DESACTIVADO
              MOVE "B" TO RESULTADO-ENTRADA
           ELSE
              IF EXISTE-OPE = "S" AND OPE-CLAVE = ENT-CLAVE
                 AND OPE-ACTIVO
                 MOVE "S" TO RESULTADO-ENTRADA
              END-IF
           END-IF.

           IF EXISTE-OPE = "S" AND OPE-ACTIVO
              IF RESULTADO-ENTRADA = "S"
                 IF OPE-FALLOS NOT = ZERO
                    MOVE ZERO TO OPE-FALLOS
                    REWRITE REGOPE
                 END-IF
              ELSE
                 ADD 1 TO OPE-FALLOS
                 IF OPE-FALLOS >= 3
                    MOVE "B" TO OPE-ESTADO
                 END-IF
                 REWRITE REGOPE
              END-IF
           END-IF.

           PERFORM GRABAR-INTENTO-SEGJRN.

           IF RESULTADO-ENTRADA = "S"
              MOVE ENT-OPERADOR TO OPERADOR-SESION
              MOVE OPE-NIVEL    TO NIVEL-SESION
           ELSE
              IF RESULTADO-ENTRADA = "B" OR OPE-DESACTIVADO
                 MOVE "B" TO RESULTADO-ENTRADA
                 DISPLAY "OPERADOR BLOQUEADO: AVISE A UN SUPERVISOR."
              ELSE
                 DISPLAY "OPERADOR O CLAVE INCORRECTOS."
              END-IF
           END-IF.


      * BUSCA LA AUTORIZACION DEL OPERADOR DE LA SESION AL PROGRAMA
      * Y OPCION PEDIDOS; UN RECHAZO SE AVISA Y SE ANOTA EN EL DIARIO
      * ****************************************************************

       COMPROBAR-AUTORIZACION.
           OPEN INPUT A-AUTORIZA.
           IF AUT-FILESTAT NOT = "00"
              CLOSE A-AUTORIZA
              MOVE "S" TO PERMISO-FINAL
           ELSE
              MOVE "N" TO PERMISO-HALLADO
              MOVE OPERADOR-SESION TO SUJETO-BUSCADO
              PERFORM BUSCAR-PERMISO-SUJETO
              IF PERMISO-HALLADO = "N"
                 MOVE SPACES   TO SUJETO-BUSCADO
                 MOVE "*NIVEL" TO SUJETO-BUSCADO
                 MOVE NIVEL-SESION TO SUJETO-BUSCADO(7:1)
                 PERFORM BUSCAR-PERMISO-SUJETO
              END-IF
              IF PERMISO-HALLADO = "N"
                 IF NIVEL-SESION = 3
                    MOVE "S" TO PERMISO-FINAL
                 ELSE
                    MOVE "N" TO PERMISO-FINAL
                 END-IF
              END-IF
              CLOSE A-AUTORIZA
           END-IF.

           IF PERMISO-FINAL = "S"
              MOVE "S" TO SES-RESULTADO
           ELSE
              MOVE "N" TO SES-RESULTADO
           END-IF.

           IF PERMISO-FINAL NOT = "S" AND SOLO-CONSULTA = "N"
              IF SES-OPCION = SPACE
                 DISPLAY "OPERADOR " OPERADOR-SESION
                         " NO AUTORIZADO A " SES-PROGRAMA "."
              ELSE
                 DISPLAY "OPERADOR " OPERADOR-SESION
                         " NO AUTORIZADO A LA OPCION " SES-OPCION
                         " DE " SES-PROGRAMA "."
              END-IF
              MOVE OPERADOR-SESION TO ENT-OPERADOR
              MOVE "R" TO RESULTADO-ENTRADA
              PERFORM GRABAR-INTENTO-SEGJRN
           END-IF.


      * PRUEBA, PARA EL SUJETO DE SUJETO-BUSCADO, LA OPCION DEL
      * PROGRAMA, EL PROGRAMA ENTERO Y TODOS LOS PROGRAMAS
      * ****************************************************************

       BUSCAR-PERMISO-SUJETO.
           IF SES-OPCION NOT = SPACE
              MOVE SUJETO-BUSCADO TO AUT-SUJETO
              MOVE SES-PROGRAMA   TO AUT-PROGRAMA
              MOVE SES-OPCION     TO AUT-OPCION
              PERFORM LEER-PERMISO
           END-IF.
           IF PERMISO-HALLADO = "N"
              MOVE SUJETO-BUSCADO TO AUT-SUJETO
              MOVE SES-PROGRAMA   TO AUT-PROGRAMA
              MOVE SPACE          TO AUT-OPCION
              PERFORM LEER-PERMISO
           END-IF.
           IF PERMISO-HALLADO = "N"
              MOVE SUJETO-BUSCADO TO AUT-SUJETO
              MOVE "*"            TO AUT-PROGRAMA
              MOVE SPACE          TO AUT-OPCION
              PERFORM LEER-PERMISO
           END-IF.


      * LEE UNA ENTRADA DE LA TABLA; SI EXISTE, DECIDE
      * ****************************************************************

       LEER-PERMISO.
           READ A-AUTORIZA
              INVALID KEY     MOVE "N" TO PERMISO-HALLADO
              NOT INVALID KEY MOVE "S" TO PERMISO-HALLADO
           END-READ.
           IF PERMISO-HALLADO = "S"
              IF AUT-PERMITIDO
                 MOVE "S" TO PERMISO-FINAL
              ELSE
                 MOVE "N" TO PERMISO-FINAL
              END-IF
           END-IF.


      * ANOTA EL INTENTO EN EL DIARIO DE SEGURIDAD, CON FECHA, HORA,
      * OPERADOR, RESULTADO, OPCION Y PROGRAMA
      * ****************************************************************

       GRABAR-INTENTO-SEGJRN.
           ACCEPT HORA-ACTUAL FROM TIME.
           OPEN EXTEND A-SEGJRN.
           IF SEG-FILESTAT NOT = "00"
              CLOSE A-SEGJRN
              OPEN OUTPUT A-SEGJRN
           END-IF.
           MOVE FECHA             TO SEG-FECHA.
           MOVE HORA-ACTUAL(1:6)  TO SEG-HORA.
           MOVE ENT-OPERADOR      TO SEG-OPERADOR.
           MOVE RESULTADO-ENTRADA TO SEG-RESULTADO.
           MOVE SES-OPCION        TO SEG-OPCION.
           MOVE SES-PROGRAMA      TO SEG-PROGRAMA.
           WRITE REGSEG.
           CLOSE A-SEGJRN.
