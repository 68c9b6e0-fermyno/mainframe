           2 RECLAMACION, 3 ULTIMO AVISO) Y NUNCA POR DEBAJO DEL
           NIVEL YA ENVIADO, QUE QUEDA ANOTADO CON SU FECHA EN LOS
           DATOS DE COBRO DEL CLIENTE (COBROCLI.DAT) PARA QUE LA
           SIGUIENTE EMISION ESCALE EN VEZ DE REPETIRSE. LOS
           IMPORTES RECLAMADOS SON LO QUE QUEDA PENDIENTE DE CADA
           EFECTO, DESCONTADOS LOS COBROS PARCIALES. SI EL CLIENTE
           TIENE CONTACTOS (CONTACTOS.DAT), LA CARTA VA A LA
           ATENCION DE SU CONTACTO DE CUENTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

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

          02 EFE-ESTADO     PIC X(1).
             88 EFE-PENDIENTE VALUE "P".
             88 EFE-REMESADO  VALUE "R".
             88 EFE-PARCIAL   VALUE "A".
             88 EFE-COBRADO   VALUE "C".
          02 EFE-FECHA-COB  PIC X(8).
          02 EFE-IMP-COBRADO   PIC 9(8)V9(2).
          02 EFE-IMP-PENDIENTE PIC 9(8)V9(2).
          02 EFE-MOTIVO-DEV PIC X(4).
          02 EFE-MONEDA     PIC X(3).
          02 EFE-CAMBIO     PIC 9(3)V9(4).
          02 EFE-IMPORTE-DIV PIC 9(8)V9(2).
          02 EFE-PEND-DIV   PIC 9(8)V9(2).

       FD A-CLIENT LABEL RECORD STANDARD.
       01 REGCLI.
          02 COB-DIAS-PAGO  PIC 9(3).
          02 COB-NIVEL-CARTA PIC 9(1).
          02 COB-FECHA-CARTA PIC X(8).
          02 COB-DEVOLUCIONES PIC 9(3).
          02 COB-FECHA-DEVOL PIC X(8).
          02 COB-RETENIDO   PIC X(1).
             88 COB-SIN-REMESA VALUE "S".

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(80).

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
       77 EFE-FILESTAT      PIC X(2).
       77 FEC-W-R400        PIC 9(3) COMP.
       77 ES-BISIESTO       PIC X(1).
       77 CONT-CARTAS       PIC 9(4) VALUE ZERO.
       77 CTO-FILESTAT      PIC X(2).
       77 HAY-CONTACTOS     PIC X(1) VALUE "N".
       77 FIN-CONTACTOS     PIC X(1).
       77 CONTACTO-NOMBRE   PIC X(30).
       77 CONTACTO-TELEFONO PIC X(15).

      *
      * DIAS ACUMULADOS AL EMPEZAR CADA MES
                      " (EFECTOS.DAT)."
              CLOSE A-EFECTOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE ZERO TO EFE-NUMFAC.

           IF CONT-MOROSOS = ZERO
              DISPLAY "NO HAY CLIENTES CON EFECTOS VENCIDOS."
              GOBACK
           END-IF.

           OPEN INPUT A-CLIENT.
              OPEN I-O A-COBROCLI
           END-IF.
           OPEN OUTPUT A-LISTADO.
           OPEN INPUT A-CONTACTOS.
           IF CTO-FILESTAT = "00"
              MOVE "S" TO HAY-CONTACTOS
           ELSE
              CLOSE A-CONTACTOS
           END-IF.

           PERFORM EMITIR-CARTA-CLIENTE
                   VARYING IDX-MOR FROM 1 BY 1
           CLOSE A-LISTADO.
           CLOSE A-COBROCLI.
           CLOSE A-CLIENT.
           IF HAY-CONTACTOS = "S"
              CLOSE A-CONTACTOS
           END-IF.

           DISPLAY "CLIENTES CON VENCIDOS: " CONT-MOROSOS.
           DISPLAY "CARTAS EMITIDAS......: " CONT-CARTAS
                   " (EN CARTAS.LST)".

           GOBACK.


      * ACUMULA EL SIGUIENTE EFECTO EN SU CLIENTE SI ESTA VENCIDO
      * Y SIN COBRAR (DE LOS COBRADOS EN PARTE, SOLO LO PENDIENTE)
      * ****************************************************************

       ACUMULAR-VENCIDO.
              ADD 1 TO CONT-MOROSOS
              MOVE EFE-CODCLI    TO TAB-MOR-CLI(CONT-MOROSOS)
              MOVE 1             TO TAB-MOR-CONT(CONT-MOROSOS)
              MOVE EFE-IMP-PENDIENTE TO TAB-MOR-IMP(CONT-MOROSOS)
              MOVE EFE-FECHA-VTO TO TAB-MOR-VTO(CONT-MOROSOS)
           END-IF.

           IF TAB-MOR-CLI(IDX-MOR) = EFE-CODCLI
              MOVE "S" TO ENCONTRADO-MOR
              ADD 1 TO TAB-MOR-CONT(IDX-MOR)
              ADD EFE-IMP-PENDIENTE TO TAB-MOR-IMP(IDX-MOR)
              IF EFE-FECHA-VTO < TAB-MOR-VTO(IDX-MOR)
                 MOVE EFE-FECHA-VTO TO TAB-MOR-VTO(IDX-MOR)
              END-IF
              MOVE ZERO        TO COB-DIAS-PAGO
              MOVE NIVEL-CARTA TO COB-NIVEL-CARTA
              MOVE FECHA       TO COB-FECHA-CARTA
              MOVE ZERO        TO COB-DEVOLUCIONES
              MOVE SPACES      TO COB-FECHA-DEVOL
              MOVE "N"         TO COB-RETENIDO
              WRITE REGCOB
           END-IF.

           WRITE LINEA-LISTADO.
           MOVE NOMCLI TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           PERFORM BUSCAR-CONTACTO-CUENTAS.
           IF CONTACTO-NOMBRE NOT = SPACES
              MOVE SPACES TO LINEA-LISTADO
              STRING "A LA ATENCION DE: " CONTACTO-NOMBRE
                     DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           MOVE DIRCLI TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
              AND (FEC-W-R100 NOT = ZERO OR FEC-W-R400 = ZERO)
              MOVE "S" TO ES-BISIESTO
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
