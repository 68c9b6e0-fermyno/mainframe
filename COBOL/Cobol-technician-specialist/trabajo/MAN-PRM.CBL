       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAN-PRM.
       REMARKS. MANTENIMIENTO DE LAS PROMOCIONES DE VENTA
           (PROMOCI.DAT): CADA PROMOCION TIENE UN CODIGO, UNA
           DESCRIPCION, UNAS FECHAS DE INICIO Y FIN, UN AMBITO
           (UN ARTICULO CONCRETO A, TODO UN TIPO DE ARTICULO T O
           TODOS LOS ARTICULOS G) Y HASTA TRES TRAMOS POR CANTIDAD,
           CADA UNO CON UN PORCENTAJE DE DESCUENTO SOBRE EL
           PRE-ARTI VIGENTE O UN PRECIO ESPECIAL. FAC-PED Y PRE-CLI
           APLICAN LA PROMOCION VIGENTE SI MEJORA EL PRECIO DEL
           ACUERDO DEL CLIENTE (NUNCA SE ACUMULAN LAS DOS), DE MODO
           QUE LAS CAMPANAS DEJAN DE ABONARSE A MANO. EL ARTICULO
           SE VALIDA CONTRA AARTI.IND. EL INFORME DE RESULTADOS DE
           CADA CAMPANA ESTA EN EST-VEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PROMOCI ASSIGN TO DISK 'PROMOCI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRM-CODIGO
                  FILE STATUS IS PRM-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA PROMOCION. PRM-AMBITO:
      *    A = ARTICULO CONCRETO (PRM-REFER = CODIGO DE ARTICULO)
      *    T = TIPO DE ARTICULO  (PRM-REFER = CODIGO DE TIPO)
      *    G = TODOS LOS ARTICULOS (PRM-REFER EN BLANCO)
      * CADA TRAMO SE APLICA DESDE SU CANTIDAD MINIMA DE LA LINEA;
      * SI PRM-PRECIO ES MAYOR QUE CERO MANDA EL PRECIO ESPECIAL Y
      * SI NO, SE APLICA EL DESCUENTO SOBRE EL PRECIO VIGENTE. LOS
      * TRAMOS SIN DESCUENTO NI PRECIO NO SE USAN
      *
       FD A-PROMOCI LABEL RECORD STANDARD.
       01 REGPRM.
          02 PRM-CODIGO     PIC X(6).
          02 PRM-DESCRIPCION PIC X(25).
          02 PRM-FEC-INI    PIC X(8).
          02 PRM-FEC-FIN    PIC X(8).
          02 PRM-AMBITO     PIC X(1).
          02 PRM-REFER      PIC X(4).
          02 PRM-TRAMO OCCURS 3 TIMES.
             03 PRM-CANT-MIN   PIC 9(6).
             03 PRM-DESCUENTO  PIC 9(2)V9(2).
             03 PRM-PRECIO     PIC 9(4)V9(2).

       FD A-ARTICULO LABEL RECORD STANDARD.
       01 R-ARTICULO.
          02 COD-ARTI       PIC 9(4).
          02 NOM-ARTI       PIC X(25).
          02 NUM-ARTI       PIC 9(6).
          02 PRE-ARTI       PIC 9(4)V9(2).
          02 COD-TPARTI     PIC X(3).
          02 COD-MONEDA     PIC X(3).
          02 TIPO-CAMBIO    PIC 9(3)V9(4).
          02 PRE-ARTI-ME    PIC 9(4)V9(2).
          02 COD-PROVEE     PIC X(4).
          02 CAN-PEDIDO     PIC 9(6).
          02 PRE-COSTE      PIC 9(4)V9(2).
          02 EST-ARTI       PIC X(1).
             88 ARTI-ACTIVO        VALUES "A", " ".
             88 ARTI-DESCATALOGADO VALUE "D".
             88 ARTI-BLOQUEADO     VALUE "B".
             88 ARTI-OBSOLETO      VALUE "O".


       WORKING-STORAGE SECTION.
       77 PRM-FILESTAT      PIC X(2).
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-ART        PIC X(1).
       77 FIN-PROMOCION     PIC X(1).
       77 ENT-CODIGO        PIC X(6).
       77 ENT-DESCRIPCION   PIC X(25).
       77 ENT-FEC-INI       PIC X(8).
       77 ENT-FEC-FIN       PIC X(8).
       77 ENT-AMBITO        PIC X(1).
       77 ENT-REFER         PIC X(4).
       77 ENT-CANT-MIN      PIC 9(6).
       77 ENT-DESCUENTO     PIC 9(2)V9(2).
       77 ENT-PRECIO        PIC 9(4)V9(2).
       77 ENT-FECHA         PIC X(8).
       77 ENT-CONFIRMA      PIC X(1).
       77 IDX-TRAMO         PIC 9(1) COMP.
       77 FIN-TRAMOS        PIC X(1).
       77 TRAMO-ERRONEO     PIC X(1).
       77 CONT-TRAMOS       PIC 9(1) COMP.
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
       MANTENER-PROMOCIONES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-PRM" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO DE PROMOCIONES (LO
      * CREA LA PRIMERA VEZ) Y REPITE EL MENU HASTA LA OPCION DE
      * SALIR
      *
           OPEN I-O A-PROMOCI.
           IF PRM-FILESTAT NOT = "00"
              CLOSE A-PROMOCI
              OPEN OUTPUT A-PROMOCI
              CLOSE A-PROMOCI
              OPEN I-O A-PROMOCI
           END-IF.

           OPEN INPUT A-ARTICULO.

           MOVE SPACE TO OPCION.
           PERFORM MENU-PROMOCIONES UNTIL OPCION = "9".

           CLOSE A-ARTICULO.
           CLOSE A-PROMOCI.

           GOBACK.


      * MENU PRINCIPAL DEL MANTENIMIENTO DE PROMOCIONES
      * ****************************************************************

       MENU-PROMOCIONES.
           DISPLAY " ".
           DISPLAY "PROMOCIONES DE VENTA".
           DISPLAY "<A>LTA, <C>ONSULTA, <F>ECHAS, <B>AJA, <L>ISTAR"
                   ", 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "A" OR OPCION = "a"
              PERFORM ALTA-PROMOCION THRU ALTA-PROMOCION-FIN
           ELSE
              IF OPCION = "C" OR OPCION = "c"
                 PERFORM CONSULTAR-PROMOCION
              ELSE
                 IF OPCION = "F" OR OPCION = "f"
                    PERFORM CAMBIAR-FECHAS THRU CAMBIAR-FECHAS-FIN
                 ELSE
                    IF OPCION = "B" OR OPCION = "b"
                       PERFORM BAJA-PROMOCION THRU BAJA-PROMOCION-FIN
                    ELSE
                       IF OPCION = "L" OR OPCION = "l"
                          PERFORM LISTAR-PROMOCIONES
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * PIDE EL CODIGO DE UNA PROMOCION Y LA LEE
      * ****************************************************************

       LEER-PROMOCION.
           DISPLAY "Codigo de la promocion...........:".
           ACCEPT ENT-CODIGO NO BELL.

           MOVE ENT-CODIGO TO PRM-CODIGO.
           READ A-PROMOCI
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.


      * PIDE LAS FECHAS DE INICIO Y FIN DE LA PROMOCION Y LAS
      * VALIDA: AAAAMMDD Y EL FIN NO ANTERIOR AL INICIO
      * ****************************************************************

       PEDIR-FECHAS.
           DISPLAY "Fecha de inicio (AAAAMMDD)........:".
           ACCEPT ENT-FEC-INI NO BELL.
           DISPLAY "Fecha de fin (AAAAMMDD)...........:".
           ACCEPT ENT-FEC-FIN NO BELL.

           MOVE "S" TO EXISTE.
           IF ENT-FEC-INI NOT NUMERIC OR ENT-FEC-FIN NOT NUMERIC
              DISPLAY "ERROR: LAS FECHAS DEBEN SER AAAAMMDD."
              MOVE "N" TO EXISTE
           ELSE
              IF ENT-FEC-FIN < ENT-FEC-INI
                 DISPLAY "ERROR: EL FIN ES ANTERIOR AL INICIO."
                 MOVE "N" TO EXISTE
              END-IF
           END-IF.


      * ALTA DE UNA PROMOCION CON SUS TRAMOS
      * ****************************************************************

       ALTA-PROMOCION.
           PERFORM LEER-PROMOCION.
           IF EXISTE = "S"
              DISPLAY "ERROR: LA PROMOCION YA EXISTE."
              GO TO ALTA-PROMOCION-FIN
           END-IF.

           DISPLAY "Descripcion.......................:".
           ACCEPT ENT-DESCRIPCION NO BELL.

           PERFORM PEDIR-FECHAS.
           IF EXISTE = "N"
              GO TO ALTA-PROMOCION-FIN
           END-IF.

           DISPLAY "Ambito (A=ARTICULO, T=TIPO, G=TODOS):".
           ACCEPT ENT-AMBITO NO BELL.
           IF ENT-AMBITO = "a" OR ENT-AMBITO = "t" OR ENT-AMBITO = "g"
              INSPECT ENT-AMBITO CONVERTING "atg" TO "ATG"
           END-IF.
           IF ENT-AMBITO NOT = "A" AND ENT-AMBITO NOT = "T"
              AND ENT-AMBITO NOT = "G"
              DISPLAY "ERROR: EL AMBITO DEBE SER A, T O G."
              GO TO ALTA-PROMOCION-FIN
           END-IF.

      *
      * EN AMBITO A LA REFERENCIA DEBE SER UN ARTICULO DADO DE
      * ALTA; EN AMBITO T SE ADMITE EL CODIGO DE TIPO TAL CUAL,
      * COMO EN LOS ACUERDOS; EN AMBITO G NO HAY REFERENCIA
      *
           MOVE SPACES TO ENT-REFER.
           IF ENT-AMBITO NOT = "G"
              DISPLAY "Articulo o tipo de articulo.......:"
              ACCEPT ENT-REFER NO BELL
           END-IF.
           IF ENT-AMBITO = "A"
              MOVE ENT-REFER TO COD-ARTI
              READ A-ARTICULO
                 INVALID KEY     MOVE "N" TO EXISTE-ART
                 NOT INVALID KEY MOVE "S" TO EXISTE-ART
              END-READ
              IF EXISTE-ART = "N"
                 DISPLAY "ERROR: EL ARTICULO NO EXISTE."
                 GO TO ALTA-PROMOCION-FIN
              END-IF
              DISPLAY "ARTICULO: " NOM-ARTI
                      "  PRECIO VIGENTE: " PRE-ARTI
           END-IF.

           INITIALIZE REGPRM.
           MOVE ENT-CODIGO      TO PRM-CODIGO.
           MOVE ENT-DESCRIPCION TO PRM-DESCRIPCION.
           MOVE ENT-FEC-INI     TO PRM-FEC-INI.
           MOVE ENT-FEC-FIN     TO PRM-FEC-FIN.
           MOVE ENT-AMBITO      TO PRM-AMBITO.
           MOVE ENT-REFER       TO PRM-REFER.

      *
      * LOS TRAMOS SE PIDEN EN ORDEN CRECIENTE DE CANTIDAD; UN
      * TRAMO SIN DESCUENTO NI PRECIO TERMINA LA CAPTURA
      *
           MOVE ZERO TO CONT-TRAMOS.
           MOVE "N" TO FIN-TRAMOS.
           MOVE "N" TO TRAMO-ERRONEO.
           PERFORM PEDIR-TRAMO
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 3 OR FIN-TRAMOS = "S".

           IF TRAMO-ERRONEO = "S"
              GO TO ALTA-PROMOCION-FIN
           END-IF.
           IF CONT-TRAMOS = ZERO
              DISPLAY "ERROR: LA PROMOCION NO TIENE NINGUN TRAMO."
              GO TO ALTA-PROMOCION-FIN
           END-IF.

           WRITE REGPRM
              INVALID KEY
                 DISPLAY "ERROR: LA PROMOCION YA EXISTE."
              NOT INVALID KEY
                 DISPLAY "PROMOCION GRABADA CON " CONT-TRAMOS
                         " TRAMO(S)."
           END-WRITE.

       ALTA-PROMOCION-FIN.
           EXIT.


      * PIDE UN TRAMO DE LA PROMOCION EN CURSO Y LO VALIDA
      * ****************************************************************

       PEDIR-TRAMO.
           MOVE ZERO TO PRM-CANT-MIN(IDX-TRAMO).
           MOVE ZERO TO PRM-DESCUENTO(IDX-TRAMO).
           MOVE ZERO TO PRM-PRECIO(IDX-TRAMO).

           DISPLAY "TRAMO " IDX-TRAMO.
           DISPLAY "  Desde cantidad (0 = CUALQUIERA).:".
           ACCEPT ENT-CANT-MIN NO BELL.
           DISPLAY "  Descuento en % (0 = SIN DESCUENTO):".
           ACCEPT ENT-DESCUENTO NO BELL.
           DISPLAY "  Precio especial (0 = APLICAR DESCUENTO):".
           ACCEPT ENT-PRECIO NO BELL.

           IF ENT-DESCUENTO = ZERO AND ENT-PRECIO = ZERO
              MOVE "S" TO FIN-TRAMOS
           ELSE
              IF ENT-PRECIO > ZERO AND ENT-AMBITO NOT = "A"
                 DISPLAY "ERROR: EL PRECIO ESPECIAL SOLO VALE PARA"
                         " UN ARTICULO CONCRETO."
                 MOVE "S" TO TRAMO-ERRONEO
                 MOVE "S" TO FIN-TRAMOS
              ELSE
                 IF IDX-TRAMO > 1
                    AND ENT-CANT-MIN NOT > PRM-CANT-MIN(IDX-TRAMO - 1)
                    DISPLAY "ERROR: LA CANTIDAD DEBE SUPERAR LA DEL"
                            " TRAMO ANTERIOR."
                    MOVE "S" TO TRAMO-ERRONEO
                    MOVE "S" TO FIN-TRAMOS
                 ELSE
                    MOVE ENT-CANT-MIN  TO PRM-CANT-MIN(IDX-TRAMO)
                    MOVE ENT-DESCUENTO TO PRM-DESCUENTO(IDX-TRAMO)
                    MOVE ENT-PRECIO    TO PRM-PRECIO(IDX-TRAMO)
                    ADD 1 TO CONT-TRAMOS
                 END-IF
              END-IF
           END-IF.


      * CONSULTA DE UNA PROMOCION POR SU CODIGO
      * ****************************************************************

       CONSULTAR-PROMOCION.
           PERFORM LEER-PROMOCION.
           IF EXISTE = "N"
              DISPLAY "ERROR: LA PROMOCION NO EXISTE."
           ELSE
              PERFORM MOSTRAR-PROMOCION
           END-IF.


      * CAMBIA LAS FECHAS DE UNA PROMOCION (ADELANTAR SU FIN O
      * PRORROGARLA) SIN TOCAR SUS TRAMOS
      * ****************************************************************

       CAMBIAR-FECHAS.
           PERFORM LEER-PROMOCION.
           IF EXISTE = "N"
              DISPLAY "ERROR: LA PROMOCION NO EXISTE."
              GO TO CAMBIAR-FECHAS-FIN
           END-IF.

           PERFORM MOSTRAR-PROMOCION.
           PERFORM PEDIR-FECHAS.
           IF EXISTE = "N"
              GO TO CAMBIAR-FECHAS-FIN
           END-IF.

           MOVE ENT-FEC-INI TO PRM-FEC-INI.
           MOVE ENT-FEC-FIN TO PRM-FEC-FIN.
           REWRITE REGPRM
              INVALID KEY
                 DISPLAY "ERROR AL REGRABAR LA PROMOCION."
              NOT INVALID KEY
                 DISPLAY "FECHAS MODIFICADAS."
           END-REWRITE.

       CAMBIAR-FECHAS-FIN.
           EXIT.


      * BAJA DE UNA PROMOCION, CON CONFIRMACION
      * ****************************************************************

       BAJA-PROMOCION.
           PERFORM LEER-PROMOCION.
           IF EXISTE = "N"
              DISPLAY "ERROR: LA PROMOCION NO EXISTE."
              GO TO BAJA-PROMOCION-FIN
           END-IF.

           PERFORM MOSTRAR-PROMOCION.
           DISPLAY "CONFIRMA LA BAJA DE LA PROMOCION (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              DELETE A-PROMOCI RECORD
              DISPLAY "PROMOCION BORRADA."
           ELSE
              DISPLAY "BAJA ANULADA."
           END-IF.

       BAJA-PROMOCION-FIN.
           EXIT.


      * MUESTRA LA PROMOCION EN REGPRM CON SUS TRAMOS
      * ****************************************************************

       MOSTRAR-PROMOCION.
           DISPLAY "PROMOCION " PRM-CODIGO "  " PRM-DESCRIPCION.
           DISPLAY "DEL " PRM-FEC-INI " AL " PRM-FEC-FIN
                   "  AMBITO " PRM-AMBITO "  REFERENCIA " PRM-REFER.
           PERFORM MOSTRAR-TRAMO
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 3.


      * MUESTRA UN TRAMO DE LA PROMOCION SI ESTA EN USO
      * ****************************************************************

       MOSTRAR-TRAMO.
           IF PRM-PRECIO(IDX-TRAMO) > ZERO
              DISPLAY "  DESDE " PRM-CANT-MIN(IDX-TRAMO)
                      " UDS: PRECIO ESPECIAL " PRM-PRECIO(IDX-TRAMO)
           ELSE
              IF PRM-DESCUENTO(IDX-TRAMO) > ZERO
                 DISPLAY "  DESDE " PRM-CANT-MIN(IDX-TRAMO)
                         " UDS: DESCUENTO "
                         PRM-DESCUENTO(IDX-TRAMO) " %"
              END-IF
           END-IF.


      * LISTA LAS PROMOCIONES VIGENTES EN UNA FECHA (O TODAS SI
      * SE DEJA LA FECHA EN BLANCO)
      * ****************************************************************

       LISTAR-PROMOCIONES.
           DISPLAY "Vigentes en la fecha (AAAAMMDD, blanco = todas):".
           ACCEPT ENT-FECHA NO BELL.

           MOVE ZERO TO CONT-LISTADOS.
           MOVE LOW-VALUES TO PRM-CODIGO.
           MOVE "N" TO FIN-PROMOCION.
           START A-PROMOCI KEY NOT LESS THAN PRM-CODIGO
              INVALID KEY MOVE "S" TO FIN-PROMOCION
           END-START.
           DISPLAY "CODIGO DESCRIPCION               INICIO   FIN"
                   "      AMB REFER".
           PERFORM LISTAR-UNA-PROMOCION UNTIL FIN-PROMOCION = "S".
           DISPLAY "PROMOCIONES LISTADAS: " CONT-LISTADOS.


      * LISTA UNA PROMOCION SI ESTA VIGENTE EN LA FECHA PEDIDA
      * ****************************************************************

       LISTAR-UNA-PROMOCION.
           READ A-PROMOCI NEXT RECORD AT END MOVE "S" TO FIN-PROMOCION
           END-READ.
           IF FIN-PROMOCION NOT = "S"
              IF ENT-FECHA = SPACES
                 OR (PRM-FEC-INI NOT > ENT-FECHA
                     AND PRM-FEC-FIN NOT < ENT-FECHA)
                 DISPLAY PRM-CODIGO " " PRM-DESCRIPCION " "
                         PRM-FEC-INI " " PRM-FEC-FIN " "
                         PRM-AMBITO "   " PRM-REFER
                 ADD 1 TO CONT-LISTADOS
              END-IF
           END-IF.
