       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-PER.
       REMARKS. MANTENIMIENTO DEL REGISTRO DE PERIODOS CERRADOS
           (PERCERR.DAT, VER VAL-PER). LOS PERIODOS LOS CIERRA
           CIE-MES AL CIERRE DEL MES Y DEL ANO; ESTE PROGRAMA LOS
           CONSULTA, REABRE UN PERIODO CERRADO PARA QUE SE PUEDAN
           CONTABILIZAR DOCUMENTOS CON FECHA EN EL, Y LO VUELVE A
           CERRAR CUANDO TERMINA LA CORRECCION. REABRIR EXIGE EL
           VISTO BUENO DE UN SUPERVISOR (OPERADOR.DAT, NIVEL 3 Y
           ACTIVO), QUE QUEDA EN EL REGISTRO DEL PERIODO. CADA
           REAPERTURA (OPCION "R") Y CADA NUEVO CIERRE (OPCION "C")
           QUEDA ANOTADO EN LA BITACORA (BITACORA.DAT) CON EL
           SUPERVISOR U OPERADOR QUE LO HIZO Y EL PERIODO (AAAAMM)
           EN EL CAMPO DE LEIDOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PERCERR ASSIGN TO DISK 'PERCERR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PCE-PERIODO
                  FILE STATUS IS PCE-FILESTAT.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

      *
      * DECLARACION DE LA BITACORA DE EJECUCIONES (VER ACT-CLI)
      *
           SELECT A-BITACORA ASSIGN TO DISK 'BITACORA.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BIT-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DEL REGISTRO DE PERIODOS CERRADOS (VER VAL-PER)
      *
       FD A-PERCERR LABEL RECORD STANDARD.
       01 REGPCE.
          02 PCE-PERIODO      PIC 9(6).
          02 PCE-ESTADO       PIC X(1).
             88 PCE-CERRADO    VALUE "C".
             88 PCE-REABIERTO  VALUE "R".
          02 PCE-TIPO         PIC X(1).
          02 PCE-FECHA-CIERRE PIC X(8).
          02 PCE-SUP-REAPER   PIC X(8).
          02 PCE-FECHA-REAPER PIC X(8).

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
       77 PCE-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 BIT-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 HORA-ACTUAL       PIC X(8).
       77 OPCION            PIC X(1).
       77 EXISTE-PCE        PIC X(1).
       77 EXISTE-OPE        PIC X(1).
       77 FIN-PERIODOS      PIC X(1).
       77 VISTO-BUENO-SUP   PIC X(1).
       77 ENT-PERIODO       PIC 9(6).
       77 ENT-CONFIRMA      PIC X(1).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 OPERADOR-BITACORA PIC X(8).
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
       MANTENER-PERIODOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-PER" TO SES-PROGRAMA.
           MOVE SPACE     TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           OPEN I-O A-PERCERR.
           IF PCE-FILESTAT NOT = "00"
              CLOSE A-PERCERR
              DISPLAY "NO HAY PERIODOS CERRADOS (PERCERR.DAT)."
              GOBACK
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-PERIODOS UNTIL OPCION = "9".

           CLOSE A-PERCERR.
           GOBACK.


      * MENU PRINCIPAL DE LOS PERIODOS CERRADOS
      * ****************************************************************

       MENU-PERIODOS.
           DISPLAY " ".
           DISPLAY "PERIODOS CERRADOS".
           DISPLAY "<L>ISTA, <R>EABRIR, <C>ERRAR DE NUEVO, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "L" OR OPCION = "l"
              PERFORM LISTAR-PERIODOS
           ELSE
              IF OPCION = "R" OR OPCION = "r"
                 PERFORM REABRIR-PERIODO THRU REABRIR-PERIODO-FIN
              ELSE
                 IF OPCION = "C" OR OPCION = "c"
                    PERFORM VOLVER-A-CERRAR THRU VOLVER-A-CERRAR-FIN
                 END-IF
              END-IF
           END-IF.


      * LISTA TODOS LOS PERIODOS DEL REGISTRO
      * ****************************************************************

       LISTAR-PERIODOS.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE ZERO TO PCE-PERIODO.
           MOVE "N" TO FIN-PERIODOS.
           START A-PERCERR KEY NOT LESS THAN PCE-PERIODO
              INVALID KEY MOVE "S" TO FIN-PERIODOS
           END-START.
           DISPLAY "PERIODO EST TIPO CERRADO  REABIERTO POR / EL".
           PERFORM LISTAR-UN-PERIODO UNTIL FIN-PERIODOS = "S".
           DISPLAY "PERIODOS LISTADOS: " CONT-LISTADOS.


      * LISTA UN PERIODO DEL REGISTRO
      * ****************************************************************

       LISTAR-UN-PERIODO.
           READ A-PERCERR NEXT RECORD AT END MOVE "S" TO FIN-PERIODOS
           END-READ.
           IF FIN-PERIODOS NOT = "S"
              DISPLAY PCE-PERIODO "  " PCE-ESTADO "   " PCE-TIPO
                      "    " PCE-FECHA-CIERRE " " PCE-SUP-REAPER
                      " " PCE-FECHA-REAPER
              ADD 1 TO CONT-LISTADOS
           END-IF.


      * PIDE UN PERIODO (AAAAMM) Y LO LEE DEL REGISTRO
      * ****************************************************************

       PEDIR-PERIODO.
           DISPLAY "Periodo (AAAAMM):".
           MOVE ZERO TO ENT-PERIODO.
           ACCEPT ENT-PERIODO NO BELL.
           MOVE ENT-PERIODO TO PCE-PERIODO.
           READ A-PERCERR
              INVALID KEY     MOVE "N" TO EXISTE-PCE
              NOT INVALID KEY MOVE "S" TO EXISTE-PCE
           END-READ.


      * REABRE UN PERIODO CERRADO CON EL VISTO BUENO DE UN
      * SUPERVISOR Y LO ANOTA EN LA BITACORA
      * ****************************************************************

       REABRIR-PERIODO.
           PERFORM PEDIR-PERIODO.
           IF EXISTE-PCE = "N" OR NOT PCE-CERRADO
              DISPLAY "ERROR: EL PERIODO " ENT-PERIODO
                      " NO ESTA CERRADO."
              GO TO REABRIR-PERIODO-FIN
           END-IF.

           DISPLAY "PERIODO " PCE-PERIODO " CERRADO EL "
                   PCE-FECHA-CIERRE.
           DISPLAY "Confirma la reapertura (S/N):".
           MOVE SPACE TO ENT-CONFIRMA.
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              GO TO REABRIR-PERIODO-FIN
           END-IF.

           PERFORM PEDIR-VISTO-BUENO-SUP THRU PEDIR-VISTO-BUENO-SUP-FIN.
           IF VISTO-BUENO-SUP NOT = "S"
              DISPLAY "PERIODO NO REABIERTO."
              GO TO REABRIR-PERIODO-FIN
           END-IF.

           MOVE "R"        TO PCE-ESTADO.
           MOVE ENT-SUP-ID TO PCE-SUP-REAPER.
           MOVE FECHA      TO PCE-FECHA-REAPER.
           REWRITE REGPCE
              INVALID KEY DISPLAY "ERROR AL GRABAR EL PERIODO."
                          GO TO REABRIR-PERIODO-FIN
           END-REWRITE.

           MOVE ENT-SUP-ID TO OPERADOR-BITACORA.
           PERFORM ANOTAR-BITACORA.
           DISPLAY "PERIODO " PCE-PERIODO " REABIERTO.".

       REABRIR-PERIODO-FIN.
           EXIT.


      * VUELVE A CERRAR UN PERIODO REABIERTO Y LO ANOTA EN LA
      * BITACORA
      * ****************************************************************

       VOLVER-A-CERRAR.
           PERFORM PEDIR-PERIODO.
           IF EXISTE-PCE = "N" OR NOT PCE-REABIERTO
              DISPLAY "ERROR: EL PERIODO " ENT-PERIODO
                      " NO ESTA REABIERTO."
              GO TO VOLVER-A-CERRAR-FIN
           END-IF.

           DISPLAY "PERIODO " PCE-PERIODO " REABIERTO EL "
                   PCE-FECHA-REAPER " POR " PCE-SUP-REAPER.
           DISPLAY "Confirma el cierre (S/N):".
           MOVE SPACE TO ENT-CONFIRMA.
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              GO TO VOLVER-A-CERRAR-FIN
           END-IF.

           MOVE "C"   TO PCE-ESTADO.
           MOVE FECHA TO PCE-FECHA-CIERRE.
           REWRITE REGPCE
              INVALID KEY DISPLAY "ERROR AL GRABAR EL PERIODO."
                          GO TO VOLVER-A-CERRAR-FIN
           END-REWRITE.

           MOVE SES-OPERADOR TO OPERADOR-BITACORA.
           PERFORM ANOTAR-BITACORA.
           DISPLAY "PERIODO " PCE-PERIODO " CERRADO DE NUEVO.".

       VOLVER-A-CERRAR-FIN.
           EXIT.


      * PIDE EL VISTO BUENO DE UN OPERADOR DE NIVEL SUPERVISOR
      * (MISMA NORMA QUE LAS BAJAS DE ACT-CLI)
      * ****************************************************************

       PEDIR-VISTO-BUENO-SUP.
           MOVE "N" TO VISTO-BUENO-SUP.
           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT NOT = "00"
              CLOSE A-OPERADOR
              DISPLAY "NO HAY MAESTRO DE OPERADORES: SIN VISTO"
                      " BUENO POSIBLE."
              GO TO PEDIR-VISTO-BUENO-SUP-FIN
           END-IF.

           DISPLAY "VISTO BUENO DE SUPERVISOR REQUERIDO".
           DISPLAY "Supervisor:".
           MOVE SPACES TO ENT-SUP-ID.
           ACCEPT ENT-SUP-ID NO BELL.
           DISPLAY "Clave.....:".
           MOVE SPACES TO ENT-SUP-CLAVE.
           ACCEPT ENT-SUP-CLAVE NO BELL.

           MOVE ENT-SUP-ID TO OPE-ID.
           READ A-OPERADOR
              INVALID KEY     MOVE "N" TO EXISTE-OPE
              NOT INVALID KEY MOVE "S" TO EXISTE-OPE
           END-READ.

           IF EXISTE-OPE = "S" AND OPE-CLAVE = ENT-SUP-CLAVE
              AND OPE-ACTIVO AND OPE-SUPERVISOR
              MOVE "S" TO VISTO-BUENO-SUP
           ELSE
              DISPLAY "SUPERVISOR O CLAVE NO VALIDOS."
           END-IF.
           CLOSE A-OPERADOR.

       PEDIR-VISTO-BUENO-SUP-FIN.
           EXIT.


      * ANOTA LA REAPERTURA O EL NUEVO CIERRE EN LA BITACORA, CON EL
      * PERIODO EN EL CAMPO DE LEIDOS
      * ****************************************************************

       ANOTAR-BITACORA.
           ACCEPT HORA-ACTUAL FROM TIME.
           OPEN EXTEND A-BITACORA.
           IF BIT-FILESTAT NOT = "00"
              CLOSE A-BITACORA
              OPEN OUTPUT A-BITACORA
           END-IF.
           MOVE "MAN-PER"         TO BIT-PROGRAMA.
           IF PCE-REABIERTO
              MOVE "R"            TO BIT-OPCION
           ELSE
              MOVE "C"            TO BIT-OPCION
           END-IF.
           MOVE OPERADOR-BITACORA TO BIT-OPERADOR.
           MOVE FECHA             TO BIT-FEC-INI.
           MOVE HORA-ACTUAL(1:6)  TO BIT-HORA-INI.
           MOVE FECHA             TO BIT-FEC-FIN.
           MOVE HORA-ACTUAL(1:6)  TO BIT-HORA-FIN.
           MOVE PCE-PERIODO       TO BIT-LEIDOS.
           MOVE ZERO              TO BIT-APLICADOS.
           MOVE ZERO              TO BIT-RECHAZADOS.
           MOVE "-"               TO BIT-CUADRE.
           WRITE REGBIT.
           CLOSE A-BITACORA.
