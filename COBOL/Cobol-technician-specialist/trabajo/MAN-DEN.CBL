       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-DEN.
       REMARKS. MANTENIMIENTO DE LAS DIRECCIONES DE ENTREGA DE LOS
           CLIENTES (DIRENT.DAT): ALTAS, CONSULTAS, MODIFICACIONES,
           BAJAS Y LISTADO POR CLIENTE. CADA CLIENTE PUEDE TENER
           HASTA 99 PUNTOS DE ENTREGA (TIENDAS, ALMACENES) ADEMAS DE
           SU DIRECCION PRINCIPAL DE CLIENTES.DAT, QUE SIGUE SIENDO
           LA DE FACTURACION. EL CLIENTE SE VALIDA CONTRA
           CLIENTES.DAT Y EL CODIGO POSTAL CONTRA EL MAESTRO DE
           CODIGOS POSTALES (CODPOST.DAT) IGUAL QUE EN LA DIRECCION
           PRINCIPAL: SI NO ESTA REGISTRADO SE AVISA, Y SI LA
           POBLACION NO SE TECLEA SE TOMA DEL MAESTRO. PED-CLI
           ELIGE UNA DE ESTAS DIRECCIONES AL DAR DE ALTA EL PEDIDO
           Y LA IMPRIME EN LA LISTA DE PICKING Y EN EL ALBARAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-DIRENT ASSIGN TO DISK 'DIRENT.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DEN-CLAVE
                  FILE STATUS IS DEN-FILESTAT.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES
                  FILE STATUS IS CLI-FILESTAT.

           SELECT A-CODPOST ASSIGN TO DISK 'CODPOST.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CPO-CODIGO
                  FILE STATUS IS CPO-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA DIRECCION DE ENTREGA: CLAVE CLIENTE +
      * NUMERO DE DIRECCION (01 A 99; LA 00 ES SIEMPRE LA
      * DIRECCION PRINCIPAL DEL MAESTRO DE CLIENTES)
      *
       FD A-DIRENT LABEL RECORD STANDARD.
       01 REGDEN.
          02 DEN-CLAVE.
             03 DEN-CODCLI  PIC X(5).
             03 DEN-NUMDIR  PIC 9(2).
          02 DEN-NOMBRE     PIC X(25).
          02 DEN-DIRECCION  PIC X(25).
          02 DEN-POBLACION  PIC X(25).
          02 DEN-POSTAL     PIC 9(5).

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

       FD A-CODPOST LABEL RECORD STANDARD.
       01 REGCPO.
          02 CPO-CODIGO       PIC 9(5).
          02 CPO-POBLA        PIC X(25).
          02 CPO-PROV         PIC 9(2).


       WORKING-STORAGE SECTION.
       77 DEN-FILESTAT      PIC X(2).
       77 CLI-FILESTAT      PIC X(2).
       77 CPO-FILESTAT      PIC X(2).
       77 HAY-CODPOST       PIC X(1) VALUE "N".
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-CPO        PIC X(1).
       77 FIN-DIRENT        PIC X(1).
       77 ENT-CODCLI        PIC X(5).
       77 ENT-NUMDIR        PIC 9(2).
       77 ENT-NOMBRE        PIC X(25).
       77 ENT-DIRECCION     PIC X(25).
       77 ENT-POBLACION     PIC X(25).
       77 ENT-POSTAL        PIC 9(5).
       77 ENT-CONFIRMA      PIC X(1).
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
       MANTENER-DIRECCIONES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-DEN" TO SES-PROGRAMA.
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
           OPEN I-O A-DIRENT.
           IF DEN-FILESTAT NOT = "00"
              CLOSE A-DIRENT
              OPEN OUTPUT A-DIRENT
              CLOSE A-DIRENT
              OPEN I-O A-DIRENT
           END-IF.

           OPEN INPUT A-CLIENT.
           IF CLI-FILESTAT NOT = "00"
              DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES"
                      " (CLIENTES.DAT)."
              CLOSE A-CLIENT
              CLOSE A-DIRENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT A-CODPOST.
           IF CPO-FILESTAT = "00"
              MOVE "S" TO HAY-CODPOST
           ELSE
              CLOSE A-CODPOST
              MOVE "N" TO HAY-CODPOST
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-DIRECCIONES UNTIL OPCION = "9".

           IF HAY-CODPOST = "S"
              CLOSE A-CODPOST
           END-IF.
           CLOSE A-CLIENT.
           CLOSE A-DIRENT.
           GOBACK.


      * MENU PRINCIPAL DEL MANTENIMIENTO DE DIRECCIONES
      * ****************************************************************

       MENU-DIRECCIONES.
           DISPLAY " ".
           DISPLAY "DIRECCIONES DE ENTREGA DE CLIENTES".
           DISPLAY "<A>LTA, <C>ONSULTA, <M>ODIFICAR, <B>AJA,"
                   " <L>ISTADO DE UN CLIENTE, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "A" OR OPCION = "a"
              PERFORM ALTA-DIRECCION THRU ALTA-DIRECCION-FIN
           ELSE
              IF OPCION = "C" OR OPCION = "c"
                 PERFORM CONSULTAR-DIRECCION
              ELSE
                 IF OPCION = "M" OR OPCION = "m"
                    PERFORM MODIFICAR-DIRECCION
                            THRU MODIFICAR-DIRECCION-FIN
                 ELSE
                    IF OPCION = "B" OR OPCION = "b"
                       PERFORM BAJA-DIRECCION THRU BAJA-DIRECCION-FIN
                    ELSE
                       IF OPCION = "L" OR OPCION = "l"
                          PERFORM LISTAR-DIRECCIONES
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * PIDE LA CLAVE (CLIENTE Y NUMERO DE DIRECCION) Y LEE LA
      * DIRECCION; DEJA EXISTE EN "S" O "N"
      * ****************************************************************

       PEDIR-CLAVE-DIRECCION.
           DISPLAY "Cliente............:".
           ACCEPT ENT-CODCLI NO BELL.
           DISPLAY "Numero de direccion (01-99):".
           ACCEPT ENT-NUMDIR NO BELL.

           MOVE ENT-CODCLI TO DEN-CODCLI.
           MOVE ENT-NUMDIR TO DEN-NUMDIR.
           READ A-DIRENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.


      * CONTRASTA EL CODIGO POSTAL TECLEADO CON EL MAESTRO, COMO
      * LA DIRECCION PRINCIPAL DEL CLIENTE; SI LA POBLACION NO SE
      * TECLEO, SE RELLENA CON LA DEL MAESTRO
      * ****************************************************************

       VALIDAR-CODIGO-POSTAL.
           MOVE "N" TO EXISTE-CPO.
           IF HAY-CODPOST = "S"
              MOVE ENT-POSTAL TO CPO-CODIGO
              READ A-CODPOST
                 INVALID KEY     MOVE "N" TO EXISTE-CPO
                 NOT INVALID KEY MOVE "S" TO EXISTE-CPO
              END-READ
           END-IF.
           IF EXISTE-CPO = "N"
              DISPLAY "AVISO: COD. POSTAL NO REGISTRADO EN MAESTRO"
           ELSE
              IF ENT-POBLACION = SPACES
                 MOVE CPO-POBLA TO ENT-POBLACION
                 DISPLAY "POBLACION: " ENT-POBLACION
              END-IF
           END-IF.


      * ALTA DE UNA DIRECCION DE ENTREGA
      * ****************************************************************

       ALTA-DIRECCION.
           PERFORM PEDIR-CLAVE-DIRECCION.
           IF ENT-NUMDIR = ZERO
              DISPLAY "ERROR: LA DIRECCION 00 ES LA PRINCIPAL DEL"
                      " CLIENTE."
              GO TO ALTA-DIRECCION-FIN
           END-IF.
           IF EXISTE = "S"
              DISPLAY "ERROR: LA DIRECCION YA EXISTE."
              GO TO ALTA-DIRECCION-FIN
           END-IF.

           MOVE ENT-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL CLIENTE NO EXISTE."
              GO TO ALTA-DIRECCION-FIN
           END-IF.
           DISPLAY "CLIENTE: " NOMCLI.

           DISPLAY "Nombre del punto de entrega:".
           ACCEPT ENT-NOMBRE NO BELL.
           DISPLAY "Direccion..................:".
           ACCEPT ENT-DIRECCION NO BELL.
           IF ENT-DIRECCION = SPACES
              DISPLAY "ERROR: LA DIRECCION ES OBLIGATORIA."
              GO TO ALTA-DIRECCION-FIN
           END-IF.
           DISPLAY "Poblacion..................:".
           ACCEPT ENT-POBLACION NO BELL.
           DISPLAY "Codigo postal..............:".
           ACCEPT ENT-POSTAL NO BELL.
           PERFORM VALIDAR-CODIGO-POSTAL.

           MOVE ENT-CODCLI    TO DEN-CODCLI.
           MOVE ENT-NUMDIR    TO DEN-NUMDIR.
           MOVE ENT-NOMBRE    TO DEN-NOMBRE.
           MOVE ENT-DIRECCION TO DEN-DIRECCION.
           MOVE ENT-POBLACION TO DEN-POBLACION.
           MOVE ENT-POSTAL    TO DEN-POSTAL.
           WRITE REGDEN
              INVALID KEY
                 DISPLAY "ERROR: LA DIRECCION YA EXISTE."
              NOT INVALID KEY
                 DISPLAY "DIRECCION DE ENTREGA DADA DE ALTA."
           END-WRITE.

       ALTA-DIRECCION-FIN.
           EXIT.


      * CONSULTA DE UNA DIRECCION DE ENTREGA
      * ****************************************************************

       CONSULTAR-DIRECCION.
           PERFORM PEDIR-CLAVE-DIRECCION.
           IF EXISTE = "N"
              DISPLAY "ERROR: LA DIRECCION NO EXISTE."
           ELSE
              DISPLAY "DIRECCION " DEN-CODCLI "/" DEN-NUMDIR "  "
                      DEN-NOMBRE
              DISPLAY "  " DEN-DIRECCION "  " DEN-POSTAL " "
                      DEN-POBLACION
           END-IF.


      * MODIFICACION DE UNA DIRECCION DE ENTREGA
      * ****************************************************************

       MODIFICAR-DIRECCION.
           PERFORM PEDIR-CLAVE-DIRECCION.
           IF EXISTE = "N"
              DISPLAY "ERROR: LA DIRECCION NO EXISTE."
              GO TO MODIFICAR-DIRECCION-FIN
           END-IF.

           DISPLAY "NOMBRE ACTUAL...: " DEN-NOMBRE.
           DISPLAY "Nombre nuevo (blanco = mantener):".
           ACCEPT ENT-NOMBRE NO BELL.
           IF ENT-NOMBRE NOT = SPACES
              MOVE ENT-NOMBRE TO DEN-NOMBRE
           END-IF.

           DISPLAY "DIRECCION ACTUAL: " DEN-DIRECCION.
           DISPLAY "Direccion nueva (blanco = mantener):".
           ACCEPT ENT-DIRECCION NO BELL.
           IF ENT-DIRECCION NOT = SPACES
              MOVE ENT-DIRECCION TO DEN-DIRECCION
           END-IF.

           DISPLAY "POBLACION ACTUAL: " DEN-POBLACION.
           DISPLAY "Poblacion nueva (blanco = mantener):".
           ACCEPT ENT-POBLACION NO BELL.

           DISPLAY "C. POSTAL ACTUAL: " DEN-POSTAL.
           DISPLAY "Codigo postal nuevo (0 = mantener):".
           ACCEPT ENT-POSTAL NO BELL.
           IF ENT-POSTAL NOT = ZERO
              PERFORM VALIDAR-CODIGO-POSTAL
              MOVE ENT-POSTAL TO DEN-POSTAL
           END-IF.
           IF ENT-POBLACION NOT = SPACES
              MOVE ENT-POBLACION TO DEN-POBLACION
           END-IF.

           REWRITE REGDEN.
           DISPLAY "DIRECCION MODIFICADA.".

       MODIFICAR-DIRECCION-FIN.
           EXIT.


      * BAJA DE UNA DIRECCION DE ENTREGA, CON CONFIRMACION
      * ****************************************************************

       BAJA-DIRECCION.
           PERFORM PEDIR-CLAVE-DIRECCION.
           IF EXISTE = "N"
              DISPLAY "ERROR: LA DIRECCION NO EXISTE."
              GO TO BAJA-DIRECCION-FIN
           END-IF.

           DISPLAY "DIRECCION " DEN-CODCLI "/" DEN-NUMDIR "  "
                   DEN-NOMBRE.
           DISPLAY "CONFIRMA LA BAJA (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              DELETE A-DIRENT RECORD
              DISPLAY "DIRECCION BORRADA."
           ELSE
              DISPLAY "BAJA ANULADA."
           END-IF.

       BAJA-DIRECCION-FIN.
           EXIT.


      * LISTADO DE LAS DIRECCIONES DE ENTREGA DE UN CLIENTE
      * ****************************************************************

       LISTAR-DIRECCIONES.
           DISPLAY "Cliente:".
           ACCEPT ENT-CODCLI NO BELL.
           MOVE ZERO TO CONT-LISTADOS.
           MOVE ENT-CODCLI TO DEN-CODCLI.
           MOVE ZERO TO DEN-NUMDIR.
           MOVE "N" TO FIN-DIRENT.
           START A-DIRENT KEY NOT LESS THAN DEN-CLAVE
              INVALID KEY MOVE "S" TO FIN-DIRENT
           END-START.
           DISPLAY "NUM NOMBRE                    DIRECCION".
           PERFORM LISTAR-UNA-DIRECCION UNTIL FIN-DIRENT = "S".
           DISPLAY "DIRECCIONES LISTADAS: " CONT-LISTADOS.


      * LISTA UNA DIRECCION MIENTRAS SEA DEL CLIENTE PEDIDO
      * ****************************************************************

       LISTAR-UNA-DIRECCION.
           READ A-DIRENT NEXT RECORD AT END MOVE "S" TO FIN-DIRENT
           END-READ.
           IF FIN-DIRENT NOT = "S"
              IF DEN-CODCLI NOT = ENT-CODCLI
                 MOVE "S" TO FIN-DIRENT
              ELSE
                 DISPLAY DEN-NUMDIR "  " DEN-NOMBRE "  "
                         DEN-DIRECCION "  " DEN-POSTAL " "
                         DEN-POBLACION
                 ADD 1 TO CONT-LISTADOS
              END-IF
           END-IF.
