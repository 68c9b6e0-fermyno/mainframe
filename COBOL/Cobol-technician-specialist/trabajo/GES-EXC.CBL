       IDENTIFICATION DIVISION.
       PROGRAM-ID. GES-EXC.
       REMARKS. TRATAMIENTO DE LAS EXCEPCIONES DEL INFORME MATINAL
           (EXCEPCIO.DAT, VER INF-MAT): MUESTRA UNA A UNA LAS
           EXCEPCIONES SIN RESOLVER, DE UN TIPO O DE TODOS, Y EL
           OPERADOR LAS DA POR ENTERADAS (LAS VE Y SE OCUPA DE ELLAS)
           O POR RESUELTAS, SIEMPRE CON UN COMENTARIO; QUEDAN
           ANOTADOS EL OPERADOR DE LA SESION Y LA FECHA. UNA
           EXCEPCION RESUELTA YA NO SE ARRASTRA EN EL INFORME, SALVO
           QUE LA PARTIDA VUELVA A APARECER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-EXCEPCION ASSIGN TO DISK 'EXCEPCIO.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EXP-CLAVE
                  FILE STATUS IS EXP-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA EXCEPCION: TIPO Y TEXTO DE LA PARTIDA
      * (SU CLAVE), PRIMER Y ULTIMO DIA EN QUE SE VIO, Y SU
      * TRATAMIENTO
      *
       FD A-EXCEPCION LABEL RECORD STANDARD.
       01 REGEXP.
          02 EXP-CLAVE.
             03 EXP-TIPO       PIC 9(1).
             03 EXP-PARTIDA    PIC X(70).
          02 EXP-FECHA-ALTA PIC X(8).
          02 EXP-FECHA-ULT  PIC X(8).
          02 EXP-ESTADO     PIC X(1).
             88 EXP-ABIERTA   VALUE "A".
             88 EXP-ENTERADA  VALUE "E".
             88 EXP-RESUELTA  VALUE "R".
          02 EXP-OPERADOR   PIC X(8).
          02 EXP-FECHA-TRAT PIC X(8).
          02 EXP-COMENTARIO PIC X(40).


       WORKING-STORAGE SECTION.
       77 EXP-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 FIN-EXCEPCION     PIC X(1).
       77 ENT-TIPO          PIC 9(1).
       77 ENT-OPCION        PIC X(1).
       77 ENT-COMENTARIO    PIC X(40).
       77 CONT-VISTAS       PIC 9(5) VALUE ZERO.
       77 CONT-ENTERADAS    PIC 9(5) VALUE ZERO.
       77 CONT-RESUELTAS    PIC 9(5) VALUE ZERO.

      *
      * DESCRIPCION DE CADA TIPO DE EXCEPCION (EL MISMO ORDEN DE
      * GRAVEDAD QUE EL INFORME MATINAL)
      *
       01 TAB-TIPOS-INIC.
          02 FILLER PIC X(34) VALUE "SALDOS DESCUADRADOS CONTRA AUDIT.".
          02 FILLER PIC X(34) VALUE "APUNTES CONTABLES RETENIDOS".
          02 FILLER PIC X(34) VALUE "MOVIMIENTOS RECHAZADOS".
          02 FILLER PIC X(34) VALUE "POSIBLES DUPLICADOS EN CUARENTENA".
          02 FILLER PIC X(34) VALUE "ABONOS BANCARIOS EN SUSPENSO".
          02 FILLER PIC X(34) VALUE "CLIENTES POR ENCIMA DE SU LIMITE".
          02 FILLER PIC X(34) VALUE "LOTES CADUCADOS O A PUNTO".
       01 TAB-TIPOS REDEFINES TAB-TIPOS-INIC.
          02 TIPO-DESCRI OCCURS 7 TIMES PIC X(34).
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
       TRATAR-EXCEPCIONES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "GES-EXC" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE EL TIPO Y RECORRE SUS EXCEPCIONES
      * SIN RESOLVER, TRATANDO CADA UNA CON EL OPERADOR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "TRATAMIENTO DE EXCEPCIONES DEL INFORME MATINAL".
           DISPLAY "----------------------------------------------".

           OPEN I-O A-EXCEPCION.
           IF EXP-FILESTAT NOT = "00"
              DISPLAY "NO HAY EXCEPCIONES REGISTRADAS (EXCEPCIO.DAT)."
              CLOSE A-EXCEPCION
              GOBACK
           END-IF.

           DISPLAY "1 " TIPO-DESCRI(1) "  5 " TIPO-DESCRI(5).
           DISPLAY "2 " TIPO-DESCRI(2) "  6 " TIPO-DESCRI(6).
           DISPLAY "3 " TIPO-DESCRI(3) "  7 " TIPO-DESCRI(7).
           DISPLAY "4 " TIPO-DESCRI(4).
           DISPLAY "Tipo de excepcion (1-7, 0 = TODOS):".
           ACCEPT ENT-TIPO NO BELL.
           IF ENT-TIPO > 7
              MOVE ZERO TO ENT-TIPO
           END-IF.

           MOVE LOW-VALUES TO EXP-CLAVE.
           MOVE ENT-TIPO TO EXP-TIPO.
           MOVE "N" TO FIN-EXCEPCION.
           START A-EXCEPCION KEY NOT LESS THAN EXP-CLAVE
              INVALID KEY MOVE "S" TO FIN-EXCEPCION
           END-START.
           PERFORM TRATAR-UNA-EXCEPCION THRU TRATAR-UNA-EXCEPCION-FIN
                   UNTIL FIN-EXCEPCION = "S".

           CLOSE A-EXCEPCION.

           DISPLAY " ".
           DISPLAY "RESUMEN DEL TRATAMIENTO DE EXCEPCIONES".
           DISPLAY "--------------------------------------".
           DISPLAY "EXCEPCIONES VISTAS...: " CONT-VISTAS.
           DISPLAY "DADAS POR ENTERADAS..: " CONT-ENTERADAS.
           DISPLAY "DADAS POR RESUELTAS..: " CONT-RESUELTAS.

           GOBACK.


      * LEE LA SIGUIENTE EXCEPCION; SI ESTA SIN RESOLVER Y ES DEL
      * TIPO PEDIDO, LA MUESTRA Y PREGUNTA AL OPERADOR QUE HACER
      * ****************************************************************

       TRATAR-UNA-EXCEPCION.
           READ A-EXCEPCION NEXT RECORD
              AT END MOVE "S" TO FIN-EXCEPCION
           END-READ.
           IF FIN-EXCEPCION = "S"
              GO TO TRATAR-UNA-EXCEPCION-FIN
           END-IF.
           IF ENT-TIPO NOT = ZERO AND EXP-TIPO NOT = ENT-TIPO
              MOVE "S" TO FIN-EXCEPCION
              GO TO TRATAR-UNA-EXCEPCION-FIN
           END-IF.
           IF EXP-RESUELTA
              GO TO TRATAR-UNA-EXCEPCION-FIN
           END-IF.

           ADD 1 TO CONT-VISTAS.
           DISPLAY " ".
           DISPLAY EXP-TIPO " " TIPO-DESCRI(EXP-TIPO).
           DISPLAY EXP-PARTIDA.
           DISPLAY "ALTA EL " EXP-FECHA-ALTA
                   "  VISTA POR ULTIMA VEZ EL " EXP-FECHA-ULT.
           IF EXP-ENTERADA
              DISPLAY "ENTERADA POR " EXP-OPERADOR " EL "
                      EXP-FECHA-TRAT ": " EXP-COMENTARIO
           END-IF.
           DISPLAY "(E)NTERADA, (R)ESUELTA, (S)IGUIENTE, (F)IN:".
           ACCEPT ENT-OPCION NO BELL.

           IF ENT-OPCION = "F" OR ENT-OPCION = "f"
              MOVE "S" TO FIN-EXCEPCION
              GO TO TRATAR-UNA-EXCEPCION-FIN
           END-IF.
           IF ENT-OPCION NOT = "E" AND ENT-OPCION NOT = "e"
              AND ENT-OPCION NOT = "R" AND ENT-OPCION NOT = "r"
              GO TO TRATAR-UNA-EXCEPCION-FIN
           END-IF.

           MOVE SPACES TO ENT-COMENTARIO.
           PERFORM PEDIR-COMENTARIO UNTIL ENT-COMENTARIO NOT = SPACES.

           IF ENT-OPCION = "E" OR ENT-OPCION = "e"
              MOVE "E" TO EXP-ESTADO
              ADD 1 TO CONT-ENTERADAS
           ELSE
              MOVE "R" TO EXP-ESTADO
              ADD 1 TO CONT-RESUELTAS
           END-IF.
           MOVE SES-OPERADOR   TO EXP-OPERADOR.
           MOVE FECHA          TO EXP-FECHA-TRAT.
           MOVE ENT-COMENTARIO TO EXP-COMENTARIO.
           REWRITE REGEXP
              INVALID KEY DISPLAY "ERROR AL GRABAR LA EXCEPCION."
           END-REWRITE.

       TRATAR-UNA-EXCEPCION-FIN.
           EXIT.


      * PIDE EL COMENTARIO, QUE ES OBLIGATORIO
      * ****************************************************************

       PEDIR-COMENTARIO.
           DISPLAY "Comentario (obligatorio):".
           ACCEPT ENT-COMENTARIO NO BELL.
           IF ENT-COMENTARIO = SPACES
              DISPLAY "HAY QUE INDICAR UN COMENTARIO."
           END-IF.
