       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-AUT.
       REMARKS. MANTENIMIENTO DE LA TABLA DE AUTORIZACIONES
           (AUTORIZA.DAT) QUE CONSULTA LA RUTINA COMUN DE ENTRADA
           ENT-OPE: PARA UN OPERADOR, O PARA UN NIVEL DE OPERADOR
           (*NIVEL1 = CONSULTA, *NIVEL2 = GESTION, *NIVEL3 =
           SUPERVISOR), SI PUEDE O NO EJECUTAR UN PROGRAMA ("*" =
           TODOS) O UNA OPCION CONCRETA DE SU MENU. LO QUE NO FIGURA
           EN LA TABLA SOLO LO PUEDEN EJECUTAR LOS SUPERVISORES. EL
           INFORME POR OPERADOR (AUTORIZ.LST), PARA LA REVISION DE
           CONTROL INTERNO, RESUELVE PARA CADA OPERADOR DE
           OPERADOR.DAT CADA PROGRAMA Y OPCION DE LA TABLA CON LAS
           MISMAS REGLAS QUE ENT-OPE Y DICE QUE ENTRADA LO DECIDE.
           CADA CAMBIO GUARDA EL OPERADOR QUE LO HIZO Y LA FECHA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-AUTORIZA ASSIGN TO DISK 'AUTORIZA.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY AUT-CLAVE
                  FILE STATUS IS AUT-FILESTAT.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'AUTORIZ.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS LST-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA TABLA DE AUTORIZACIONES (VER ENT-OPE)
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

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(80).


       WORKING-STORAGE SECTION.
       77 AUT-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 LST-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 EXISTE-AUT        PIC X(1).
       77 EXISTE-OPE        PIC X(1).
       77 FIN-AUTORIZA      PIC X(1).
       77 FIN-OPERADORES    PIC X(1).
       77 SUJETO-VALIDO     PIC X(1).
       77 ENT-SUJETO        PIC X(8).
       77 ENT-PROGRAMA      PIC X(8).
       77 ENT-OPCION        PIC X(1).
       77 ENT-PERMISO       PIC X(1).
       77 ENT-CONFIRMA      PIC X(1).
       77 CONT-LISTADOS     PIC 9(4) VALUE ZERO.
       77 CONT-OPERADORES   PIC 9(4) VALUE ZERO.

      *
      * DATOS DE LA RESOLUCION DE UN PERMISO: OPERADOR, NIVEL,
      * PROGRAMA Y OPCION A RESOLVER, Y RESULTADO CON LA ENTRADA
      * QUE LO DECIDE
      *
       77 RES-OPERADOR      PIC X(8).
       77 RES-NIVEL         PIC 9(1).
       77 RES-PROGRAMA      PIC X(8).
       77 RES-OPCION        PIC X(1).
       77 SUJETO-BUSCADO    PIC X(8).
       77 PERMISO-HALLADO   PIC X(1).
       77 PERMISO-FINAL     PIC X(1).
       77 ORIGEN-PERMISO    PIC X(26).
       77 TEXTO-PERMISO     PIC X(2).

      *
      * PROGRAMAS Y OPCIONES DISTINTOS QUE FIGURAN EN LA TABLA,
      * ORDENADOS, PARA EL INFORME POR OPERADOR
      *
       77 CONT-PROGRAMAS    PIC 9(3) COMP VALUE ZERO.
       77 IDX-PROG          PIC 9(3) COMP.
       77 IDX-DESPLAZ       PIC 9(3) COMP.
       77 POS-INSERCION     PIC 9(3) COMP.
       77 PROGRAMA-REPETIDO PIC X(1).
       77 TABLA-PROG-LLENA  PIC X(1) VALUE "N".
       77 TOTAL-PROGRAMAS   PIC 9(3).
       01 TAB-PROGRAMAS.
          02 TAB-PROG OCCURS 300 TIMES.
             03 TAB-PROG-CLAVE.
                04 TAB-PROG-NOMBRE PIC X(8).
                04 TAB-PROG-OPCION PIC X(1).
       01 CLAVE-PROG-NUEVA.
          02 NUEVA-PROG-NOMBRE     PIC X(8).
          02 NUEVA-PROG-OPCION     PIC X(1).

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
       MANTENER-AUTORIZACIONES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-AUT" TO SES-PROGRAMA.
           MOVE SPACE     TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA LA TABLA (LA CREA LA PRIMERA VEZ)
      * Y REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           OPEN I-O A-AUTORIZA.
           IF AUT-FILESTAT NOT = "00"
              CLOSE A-AUTORIZA
              OPEN OUTPUT A-AUTORIZA
              CLOSE A-AUTORIZA
              OPEN I-O A-AUTORIZA
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-AUTORIZACIONES UNTIL OPCION = "9".

           CLOSE A-AUTORIZA.
           GOBACK.


      * MENU PRINCIPAL DE LAS AUTORIZACIONES
      * ****************************************************************

       MENU-AUTORIZACIONES.
           DISPLAY " ".
           DISPLAY "AUTORIZACIONES DE OPERADORES POR PROGRAMA".
           DISPLAY "<G>RABAR O CAMBIAR, <B>ORRAR, <C>ONSULTA,"
                   " <I>NFORME POR OPERADOR, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "G" OR OPCION = "g"
              PERFORM GRABAR-AUTORIZACION THRU GRABAR-AUTORIZACION-FIN
           ELSE
              IF OPCION = "B" OR OPCION = "b"
                 PERFORM BORRAR-AUTORIZACION
                         THRU BORRAR-AUTORIZACION-FIN
              ELSE
                 IF OPCION = "C" OR OPCION = "c"
                    PERFORM LISTAR-AUTORIZACIONES
                 ELSE
                    IF OPCION = "I" OR OPCION = "i"
                       PERFORM INFORME-POR-OPERADOR
                               THRU INFORME-POR-OPERADOR-FIN
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * PIDE LA CLAVE DE UNA ENTRADA: SUJETO, PROGRAMA Y OPCION
      * ****************************************************************

       PEDIR-CLAVE-AUTORIZACION.
           DISPLAY "Operador o nivel (*NIVEL1, *NIVEL2, *NIVEL3):".
           MOVE SPACES TO ENT-SUJETO.
           ACCEPT ENT-SUJETO NO BELL.
           DISPLAY "Programa (* = todos):".
           MOVE SPACES TO ENT-PROGRAMA.
           ACCEPT ENT-PROGRAMA NO BELL.
           DISPLAY "Opcion del menu (blanco = el programa entero):".
           MOVE SPACE TO ENT-OPCION.
           ACCEPT ENT-OPCION NO BELL.
           INSPECT ENT-SUJETO CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT ENT-PROGRAMA
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ENT-SUJETO   TO AUT-SUJETO.
           MOVE ENT-PROGRAMA TO AUT-PROGRAMA.
           MOVE ENT-OPCION   TO AUT-OPCION.
           READ A-AUTORIZA
              INVALID KEY     MOVE "N" TO EXISTE-AUT
              NOT INVALID KEY MOVE "S" TO EXISTE-AUT
           END-READ.


      * GRABA O CAMBIA UNA ENTRADA DE LA TABLA. EL SUJETO DEBE SER
      * UN NIVEL VALIDO O UN OPERADOR DE OPERADOR.DAT
      * ****************************************************************

       GRABAR-AUTORIZACION.
           PERFORM PEDIR-CLAVE-AUTORIZACION.

           PERFORM VALIDAR-SUJETO.
           IF SUJETO-VALIDO = "N"
              DISPLAY "ERROR: EL SUJETO NO ES UN OPERADOR NI UN NIVEL"
                      " VALIDO."
              GO TO GRABAR-AUTORIZACION-FIN
           END-IF.
           IF ENT-PROGRAMA = SPACES
              DISPLAY "ERROR: EL PROGRAMA ES OBLIGATORIO."
              GO TO GRABAR-AUTORIZACION-FIN
           END-IF.
           IF ENT-PROGRAMA = "*" AND ENT-OPCION NOT = SPACE
              DISPLAY "ERROR: CON TODOS LOS PROGRAMAS NO CABE OPCION."
              GO TO GRABAR-AUTORIZACION-FIN
           END-IF.

           IF EXISTE-AUT = "S"
              PERFORM MOSTRAR-AUTORIZACION
           END-IF.

           DISPLAY "Permitido (S/N):".
           MOVE SPACE TO ENT-PERMISO.
           ACCEPT ENT-PERMISO NO BELL.
           IF ENT-PERMISO = "s"
              MOVE "S" TO ENT-PERMISO
           END-IF.
           IF ENT-PERMISO = "n"
              MOVE "N" TO ENT-PERMISO
           END-IF.
           IF ENT-PERMISO NOT = "S" AND ENT-PERMISO NOT = "N"
              DISPLAY "ERROR: RESPONDA S O N."
              GO TO GRABAR-AUTORIZACION-FIN
           END-IF.

           MOVE ENT-SUJETO   TO AUT-SUJETO.
           MOVE ENT-PROGRAMA TO AUT-PROGRAMA.
           MOVE ENT-OPCION   TO AUT-OPCION.
           MOVE ENT-PERMISO  TO AUT-PERMISO.
           MOVE SES-OPERADOR TO AUT-OPERADOR.
           MOVE FECHA        TO AUT-FECHA.
           IF EXISTE-AUT = "S"
              REWRITE REGAUT
              DISPLAY "AUTORIZACION CAMBIADA."
           ELSE
              WRITE REGAUT
              DISPLAY "AUTORIZACION GRABADA."
           END-IF.

       GRABAR-AUTORIZACION-FIN.
           EXIT.


      * COMPRUEBA QUE EL SUJETO TECLEADO ES UN NIVEL (*NIVEL1 A
      * *NIVEL3) O UN OPERADOR DADO DE ALTA
      * ****************************************************************

       VALIDAR-SUJETO.
           MOVE "N" TO SUJETO-VALIDO.
           IF ENT-SUJETO = "*NIVEL1" OR ENT-SUJETO = "*NIVEL2"
              OR ENT-SUJETO = "*NIVEL3"
              MOVE "S" TO SUJETO-VALIDO
           ELSE
              OPEN INPUT A-OPERADOR
              IF OPE-FILESTAT = "00"
                 MOVE ENT-SUJETO TO OPE-ID
                 READ A-OPERADOR
                    INVALID KEY     MOVE "N" TO SUJETO-VALIDO
                    NOT INVALID KEY MOVE "S" TO SUJETO-VALIDO
                 END-READ
              END-IF
              CLOSE A-OPERADOR
           END-IF.


      * BORRA UNA ENTRADA DE LA TABLA, CON CONFIRMACION
      * ****************************************************************

       BORRAR-AUTORIZACION.
           PERFORM PEDIR-CLAVE-AUTORIZACION.
           IF EXISTE-AUT = "N"
              DISPLAY "ERROR: NO EXISTE ESA AUTORIZACION."
              GO TO BORRAR-AUTORIZACION-FIN
           END-IF.
           PERFORM MOSTRAR-AUTORIZACION.
           DISPLAY "Confirma el borrado (S/N):".
           MOVE SPACE TO ENT-CONFIRMA.
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              DELETE A-AUTORIZA RECORD
              DISPLAY "AUTORIZACION BORRADA."
           END-IF.

       BORRAR-AUTORIZACION-FIN.
           EXIT.


      * MUESTRA LA ENTRADA LEIDA
      * ****************************************************************

       MOSTRAR-AUTORIZACION.
           DISPLAY "SUJETO " AUT-SUJETO " PROGRAMA " AUT-PROGRAMA
                   " OPCION " AUT-OPCION " PERMITIDO " AUT-PERMISO
                   " (" AUT-OPERADOR " " AUT-FECHA ")".


      * LISTA POR PANTALLA TODA LA TABLA, EN ORDEN DE SUJETO
      * ****************************************************************

       LISTAR-AUTORIZACIONES.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE LOW-VALUES TO AUT-CLAVE.
           MOVE "N" TO FIN-AUTORIZA.
           START A-AUTORIZA KEY NOT LESS THAN AUT-CLAVE
              INVALID KEY MOVE "S" TO FIN-AUTORIZA
           END-START.
           DISPLAY "SUJETO   PROGRAMA OPC PERM OPERADOR FECHA".
           PERFORM LISTAR-UNA-AUTORIZACION UNTIL FIN-AUTORIZA = "S".
           DISPLAY "ENTRADAS LISTADAS: " CONT-LISTADOS.


      * LISTA UNA ENTRADA DE LA TABLA
      * ****************************************************************

       LISTAR-UNA-AUTORIZACION.
           READ A-AUTORIZA NEXT RECORD AT END MOVE "S" TO FIN-AUTORIZA
           END-READ.
           IF FIN-AUTORIZA NOT = "S"
              DISPLAY AUT-SUJETO " " AUT-PROGRAMA " " AUT-OPCION
                      "   " AUT-PERMISO "    " AUT-OPERADOR " "
                      AUT-FECHA
              ADD 1 TO CONT-LISTADOS
           END-IF.


      * INFORME POR OPERADOR PARA LA REVISION DE CONTROL INTERNO:
      * PARA CADA OPERADOR, CADA PROGRAMA Y OPCION DE LA TABLA Y EL
      * RESTO DE PROGRAMAS, CON EL PERMISO QUE LE RESULTA Y LA
      * ENTRADA QUE LO DECIDE
      * ****************************************************************

       INFORME-POR-OPERADOR.
           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT NOT = "00"
              CLOSE A-OPERADOR
              DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES."
              GO TO INFORME-POR-OPERADOR-FIN
           END-IF.

           PERFORM CARGAR-PROGRAMAS.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "AUTORIZACIONES POR OPERADOR A " FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "(SIN ENTRADA EN LA TABLA SOLO ENTRAN LOS SUPERVISORES)"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           IF TABLA-PROG-LLENA = "S"
              MOVE "AVISO: MAS DE 300 PROGRAMAS Y OPCIONES EN TABLA"
                   TO LINEA-LISTADO
              WRITE LINEA-LISTADO
           END-IF.

           MOVE ZERO TO CONT-OPERADORES.
           MOVE LOW-VALUES TO OPE-ID.
           MOVE "N" TO FIN-OPERADORES.
           START A-OPERADOR KEY NOT LESS THAN OPE-ID
              INVALID KEY MOVE "S" TO FIN-OPERADORES
           END-START.
           PERFORM INFORMAR-UN-OPERADOR UNTIL FIN-OPERADORES = "S".

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE CONT-PROGRAMAS TO TOTAL-PROGRAMAS.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "OPERADORES: " CONT-OPERADORES
                  "  PROGRAMAS Y OPCIONES EN TABLA: " TOTAL-PROGRAMAS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.
           CLOSE A-OPERADOR.
           DISPLAY "OPERADORES: " CONT-OPERADORES
                   ". INFORME EN AUTORIZ.LST.".

       INFORME-POR-OPERADOR-FIN.
           EXIT.


      * CARGA EN TAB-PROGRAMAS, ORDENADOS Y SIN REPETIR, LOS
      * PROGRAMAS Y OPCIONES DE LA TABLA (SALVO "*")
      * ****************************************************************

       CARGAR-PROGRAMAS.
           MOVE ZERO TO CONT-PROGRAMAS.
           MOVE "N" TO TABLA-PROG-LLENA.
           MOVE LOW-VALUES TO AUT-CLAVE.
           MOVE "N" TO FIN-AUTORIZA.
           START A-AUTORIZA KEY NOT LESS THAN AUT-CLAVE
              INVALID KEY MOVE "S" TO FIN-AUTORIZA
           END-START.
           PERFORM CARGAR-UN-PROGRAMA UNTIL FIN-AUTORIZA = "S".


      * LEE UNA ENTRADA Y, SI SU PROGRAMA Y OPCION SON NUEVOS, LOS
      * INSERTA EN SU SITIO
      * ****************************************************************

       CARGAR-UN-PROGRAMA.
           READ A-AUTORIZA NEXT RECORD AT END MOVE "S" TO FIN-AUTORIZA
           END-READ.
           IF FIN-AUTORIZA NOT = "S" AND AUT-PROGRAMA NOT = "*"
              MOVE AUT-PROGRAMA TO NUEVA-PROG-NOMBRE
              MOVE AUT-OPCION   TO NUEVA-PROG-OPCION
              MOVE "N" TO PROGRAMA-REPETIDO
              MOVE ZERO TO POS-INSERCION
              PERFORM BUSCAR-SITIO-PROGRAMA
                      VARYING IDX-PROG FROM 1 BY 1
                      UNTIL IDX-PROG > CONT-PROGRAMAS
                         OR PROGRAMA-REPETIDO = "S"
                         OR POS-INSERCION NOT = ZERO
              IF PROGRAMA-REPETIDO = "N"
                 IF CONT-PROGRAMAS < 300
                    IF POS-INSERCION = ZERO
                       COMPUTE POS-INSERCION = CONT-PROGRAMAS + 1
                    END-IF
                    PERFORM DESPLAZAR-PROGRAMA
                            VARYING IDX-DESPLAZ FROM CONT-PROGRAMAS
                            BY -1 UNTIL IDX-DESPLAZ < POS-INSERCION
                    MOVE CLAVE-PROG-NUEVA
                         TO TAB-PROG-CLAVE(POS-INSERCION)
                    ADD 1 TO CONT-PROGRAMAS
                 ELSE
                    MOVE "S" TO TABLA-PROG-LLENA
                 END-IF
              END-IF
           END-IF.


      * COMPARA LA CLAVE NUEVA CON UNA POSICION DE LA TABLA
      * ****************************************************************

       BUSCAR-SITIO-PROGRAMA.
           IF TAB-PROG-CLAVE(IDX-PROG) = CLAVE-PROG-NUEVA
              MOVE "S" TO PROGRAMA-REPETIDO
           ELSE
              IF TAB-PROG-CLAVE(IDX-PROG) > CLAVE-PROG-NUEVA
                 MOVE IDX-PROG TO POS-INSERCION
              END-IF
           END-IF.


      * CORRE UNA POSICION HACIA ABAJO UNA ENTRADA DE LA TABLA
      * ****************************************************************

       DESPLAZAR-PROGRAMA.
           MOVE TAB-PROG-CLAVE(IDX-DESPLAZ)
                TO TAB-PROG-CLAVE(IDX-DESPLAZ + 1).


      * LEE EL SIGUIENTE OPERADOR Y LISTA SUS PERMISOS
      * ****************************************************************

       INFORMAR-UN-OPERADOR.
           READ A-OPERADOR NEXT RECORD
              AT END MOVE "S" TO FIN-OPERADORES
           END-READ.
           IF FIN-OPERADORES NOT = "S"
              ADD 1 TO CONT-OPERADORES
              MOVE SPACES TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              MOVE SPACES TO LINEA-LISTADO
              STRING "OPERADOR " OPE-ID "  NIVEL " OPE-NIVEL
                     "  ESTADO " OPE-ESTADO
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              IF OPE-DESACTIVADO
                 MOVE "(BLOQUEADO: NO PUEDE ENTRAR)"
                      TO LINEA-LISTADO(37:28)
              END-IF
              WRITE LINEA-LISTADO
              MOVE "  PROGRAMA OPC PERMITIDO SEGUN" TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              MOVE OPE-ID    TO RES-OPERADOR
              MOVE OPE-NIVEL TO RES-NIVEL
              PERFORM INFORMAR-UN-PROGRAMA
                      VARYING IDX-PROG FROM 1 BY 1
                      UNTIL IDX-PROG > CONT-PROGRAMAS
              MOVE "*"   TO RES-PROGRAMA
              MOVE SPACE TO RES-OPCION
              PERFORM RESOLVER-PERMISO
              MOVE SPACES TO LINEA-LISTADO
              STRING "  RESTO DE PROGRAMAS: " TEXTO-PERMISO
                     "  SEGUN " ORIGEN-PERMISO
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.


      * RESUELVE Y LISTA UN PROGRAMA U OPCION PARA EL OPERADOR
      * ****************************************************************

       INFORMAR-UN-PROGRAMA.
           MOVE TAB-PROG-NOMBRE(IDX-PROG) TO RES-PROGRAMA.
           MOVE TAB-PROG-OPCION(IDX-PROG) TO RES-OPCION.
           PERFORM RESOLVER-PERMISO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "  " RES-PROGRAMA " " RES-OPCION "   "
                  TEXTO-PERMISO "        " ORIGEN-PERMISO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.


      * RESUELVE EL PERMISO DE RES-OPERADOR (NIVEL RES-NIVEL) PARA
      * RES-PROGRAMA Y RES-OPCION CON LAS REGLAS DE ENT-OPE: PRIMERO
      * LAS ENTRADAS DEL OPERADOR, LUEGO LAS DE SU NIVEL Y, SIN
      * NINGUNA, SOLO LOS SUPERVISORES
      * ****************************************************************

       RESOLVER-PERMISO.
           MOVE "N" TO PERMISO-HALLADO.
           MOVE RES-OPERADOR TO SUJETO-BUSCADO.
           PERFORM BUSCAR-PERMISO-SUJETO.
           IF PERMISO-HALLADO = "N"
              MOVE SPACES   TO SUJETO-BUSCADO
              MOVE "*NIVEL" TO SUJETO-BUSCADO
              MOVE RES-NIVEL TO SUJETO-BUSCADO(7:1)
              PERFORM BUSCAR-PERMISO-SUJETO
           END-IF.
           IF PERMISO-HALLADO = "N"
              MOVE "SIN ENTRADA (SOLO NIVEL 3)" TO ORIGEN-PERMISO
              IF RES-NIVEL = 3
                 MOVE "S" TO PERMISO-FINAL
              ELSE
                 MOVE "N" TO PERMISO-FINAL
              END-IF
           END-IF.
           IF PERMISO-FINAL = "S"
              MOVE "SI" TO TEXTO-PERMISO
           ELSE
              MOVE "NO" TO TEXTO-PERMISO
           END-IF.


      * PRUEBA, PARA EL SUJETO DE SUJETO-BUSCADO, LA OPCION DEL
      * PROGRAMA, EL PROGRAMA ENTERO Y TODOS LOS PROGRAMAS
      * ****************************************************************

       BUSCAR-PERMISO-SUJETO.
           IF RES-OPCION NOT = SPACE
              MOVE SUJETO-BUSCADO TO AUT-SUJETO
              MOVE RES-PROGRAMA   TO AUT-PROGRAMA
              MOVE RES-OPCION     TO AUT-OPCION
              PERFORM LEER-PERMISO
           END-IF.
           IF PERMISO-HALLADO = "N"
              MOVE SUJETO-BUSCADO TO AUT-SUJETO
              MOVE RES-PROGRAMA   TO AUT-PROGRAMA
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
              MOVE SPACES TO ORIGEN-PERMISO
              STRING AUT-SUJETO " " AUT-PROGRAMA " " AUT-OPCION
                 DELIMITED BY SIZE INTO ORIGEN-PERMISO
              END-STRING
              IF AUT-PERMITIDO
                 MOVE "S" TO PERMISO-FINAL
              ELSE
                 MOVE "N" TO PERMISO-FINAL
              END-IF
           END-IF.
