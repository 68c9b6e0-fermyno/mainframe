       IDENTIFICATION DIVISION.
       PROGRAM-ID. GES-PAG.
       REMARKS. GESTION DE LAS CUENTAS A PAGAR A PROVEEDORES
           (EFEPROV.DAT, CREADAS POR FAC-PROV UNA POR FACTURA):
           CONSULTA DE UNA CUENTA, RETENCION DE LAS QUE NO DEBEN
           PAGARSE TODAVIA Y LIBERACION DE LAS RETENIDAS (TAMBIEN
           LAS DE FACTURAS QUE QUEDARON EN EXCEPCION UNA VEZ
           REVISADAS), DATOS BANCARIOS DE CADA PROVEEDOR PARA LAS
           TRANSFERENCIAS DE PAG-PRV (BANCOPRV.DAT) E INFORME DE
           ANTIGUEDAD DE LO PENDIENTE DE PAGO POR PROVEEDOR Y POR
           TRAMOS DE VENCIMIENTO (NO VENCIDO, HASTA 30, HASTA 60,
           HASTA 90 Y MAS DE 90 DIAS) EN ANTIGPRV.LST, COMO EL DE
           LA CARTERA DE COBROS DE GES-EFE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-EFEPROV ASSIGN TO DISK 'EFEPROV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EFP-CLAVE
                  FILE STATUS IS EFP-FILESTAT.

      *
      * DECLARACION DE LOS DATOS BANCARIOS DE CADA PROVEEDOR
      *
           SELECT A-BANCOPRV ASSIGN TO DISK 'BANCOPRV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY BCP-PROVEEDOR
                  FILE STATUS IS BCP-FILESTAT.

           SELECT A-PROVEED ASSIGN TO DISK 'PROVEED.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRV-CODIGO
                  FILE STATUS IS PRV-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'ANTIGPRV.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *
      * DESCRIPCION DE LA CUENTA A PAGAR (VER FAC-PROV)
      *
       FD A-EFEPROV LABEL RECORD STANDARD.
       01 REGEFP.
          02 EFP-CLAVE.
             03 EFP-PROVEEDOR PIC X(4).
             03 EFP-NUMFAC    PIC X(10).
          02 EFP-PEDIDO     PIC 9(6).
          02 EFP-FECHA-FAC  PIC X(8).
          02 EFP-FECHA-VTO  PIC X(8).
          02 EFP-IMPORTE    PIC 9(8)V9(2).
          02 EFP-ESTADO     PIC X(1).
             88 EFP-PENDIENTE VALUE "P".
             88 EFP-RETENIDA  VALUE "R".
             88 EFP-PAGADA    VALUE "G".
          02 EFP-FECHA-PAGO PIC X(8).
          02 EFP-NUMPAGO    PIC 9(6).

      *
      * DESCRIPCION DE LOS DATOS BANCARIOS DEL PROVEEDOR: CUENTA
      * IBAN A LA QUE SE LE TRANSFIERE Y SU NIF
      *
       FD A-BANCOPRV LABEL RECORD STANDARD.
       01 REGBCP.
          02 BCP-PROVEEDOR  PIC X(4).
          02 BCP-IBAN       PIC X(24).
          02 BCP-NIF        PIC X(9).

       FD A-PROVEED LABEL RECORD STANDARD.
       01 REGPRV.
          02 PRV-CODIGO     PIC X(4).
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 EFP-FILESTAT      PIC X(2).
       77 BCP-FILESTAT      PIC X(2).
       77 PRV-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 OPCION            PIC X(1).
       77 EXISTE            PIC X(1).
       77 FIN-EFECTO        PIC X(1).
       77 ENT-PROVEEDOR     PIC X(4).
       77 ENT-NUMFAC        PIC X(10).
       77 ENT-IBAN          PIC X(24).
       77 ENT-NIF           PIC X(9).
       77 ENT-CONFIRMA      PIC X(1).
       77 PROVEEDOR-ANT     PIC X(4).
       77 IDX-TRAMO         PIC 9(1).
       77 DIAS-VENCIDO      PIC S9(6).
       77 SERIAL-HOY        PIC 9(7) COMP.
       77 SERIAL-VTO        PIC 9(7) COMP.
       77 FEC-W-ANO         PIC 9(4).
       77 FEC-W-MES         PIC 9(2).
       77 FEC-W-DIA         PIC 9(2).
       77 FEC-W-COC         PIC 9(4) COMP.
       77 FEC-W-R4          PIC 9(2) COMP.
       77 FEC-W-R100        PIC 9(2) COMP.
       77 FEC-W-R400        PIC 9(3) COMP.
       77 ES-BISIESTO       PIC X(1).
       77 SERIAL-TRABAJO    PIC 9(7) COMP.
       77 FECHA-TRABAJO     PIC X(8).
       77 CONT-PENDIENTES   PIC 9(5) VALUE ZERO.
       77 TOTAL-PENDIENTE   PIC 9(9)V9(2) VALUE ZERO.
       77 CONT-PROVEEDOR    PIC 9(5) VALUE ZERO.
       77 TOTAL-PROVEEDOR   PIC 9(9)V9(2) VALUE ZERO.
       77 TOTAL-RETENIDO    PIC 9(9)V9(2) VALUE ZERO.

      *
      * DIAS ACUMULADOS AL EMPEZAR CADA MES, PARA EL NUMERO DE
      * DIA CORRIDO DE UNA FECHA
      *
       01 TAB-ACUM-V        PIC X(36) VALUE
          "000031059090120151181212243273304334".
       01 TAB-ACUM REDEFINES TAB-ACUM-V.
          02 DIAS-ACUM OCCURS 12 TIMES PIC 9(3).

      *
      * TRAMOS DE ANTIGUEDAD: 1 = NO VENCIDO, 2 = HASTA 30 DIAS,
      * 3 = HASTA 60, 4 = HASTA 90, 5 = MAS DE 90
      *
       01 TAB-TRAMOS.
          02 TAB-TRA-OCU OCCURS 5 TIMES.
             03 TAB-TRA-CONT   PIC 9(5).
             03 TAB-TRA-IMP    PIC 9(9)V9(2).
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
       GESTIONAR-PAGOS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "GES-PAG" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ABRE LAS CUENTAS A PAGAR Y LOS DATOS
      * BANCARIOS Y REPITE EL MENU HASTA LA OPCION DE SALIR
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.

           OPEN I-O A-EFEPROV.
           IF EFP-FILESTAT NOT = "00"
              DISPLAY "NO EXISTEN CUENTAS A PAGAR"
                      " (EFEPROV.DAT). EJECUTE ANTES FAC-PROV."
              CLOSE A-EFEPROV
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-BANCOPRV.
           IF BCP-FILESTAT NOT = "00"
              CLOSE A-BANCOPRV
              OPEN OUTPUT A-BANCOPRV
              CLOSE A-BANCOPRV
              OPEN I-O A-BANCOPRV
           END-IF.

           OPEN INPUT A-PROVEED.

           MOVE SPACE TO OPCION.
           PERFORM MENU-PAGOS UNTIL OPCION = "9".

           CLOSE A-PROVEED.
           CLOSE A-BANCOPRV.
           CLOSE A-EFEPROV.
           GOBACK.


      * MENU DE LA GESTION DE CUENTAS A PAGAR
      * ****************************************************************

       MENU-PAGOS.
           DISPLAY " ".
           DISPLAY "GESTION DE LAS CUENTAS A PAGAR A PROVEEDORES".
           DISPLAY "<C>ONSULTA, <R>ETENER, <L>IBERAR, <B>ANCO DEL"
                   " PROVEEDOR, <A>NTIGUEDAD, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

           IF OPCION = "C" OR OPCION = "c"
              PERFORM CONSULTAR-CUENTA
           ELSE
              IF OPCION = "R" OR OPCION = "r"
                 PERFORM RETENER-CUENTA THRU RETENER-CUENTA-FIN
              ELSE
                 IF OPCION = "L" OR OPCION = "l"
                    PERFORM LIBERAR-CUENTA THRU LIBERAR-CUENTA-FIN
                 ELSE
                    IF OPCION = "B" OR OPCION = "b"
                       PERFORM DATOS-BANCARIOS
                               THRU DATOS-BANCARIOS-FIN
                    ELSE
                       IF OPCION = "A" OR OPCION = "a"
                          PERFORM INFORME-ANTIGUEDAD
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * PIDE PROVEEDOR Y FACTURA Y LEE SU CUENTA A PAGAR
      * ****************************************************************

       LEER-CUENTA.
           DISPLAY "Codigo del proveedor:".
           ACCEPT ENT-PROVEEDOR NO BELL.
           DISPLAY "Numero de la factura del proveedor:".
           ACCEPT ENT-NUMFAC NO BELL.

           MOVE ENT-PROVEEDOR TO EFP-PROVEEDOR.
           MOVE ENT-NUMFAC    TO EFP-NUMFAC.
           READ A-EFEPROV
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.


      * CONSULTA UNA CUENTA A PAGAR
      * ****************************************************************

       CONSULTAR-CUENTA.
           PERFORM LEER-CUENTA.
           IF EXISTE = "N"
              DISPLAY "ERROR: LA CUENTA A PAGAR NO EXISTE."
           ELSE
              PERFORM MOSTRAR-CUENTA
           END-IF.


      * RETIENE UNA CUENTA PENDIENTE PARA QUE NO SE PROPONGA AL
      * PAGO HASTA QUE SE LIBERE
      * ****************************************************************

       RETENER-CUENTA.
           PERFORM LEER-CUENTA.
           IF EXISTE = "N"
              DISPLAY "ERROR: LA CUENTA A PAGAR NO EXISTE."
              GO TO RETENER-CUENTA-FIN
           END-IF.

           IF NOT EFP-PENDIENTE
              DISPLAY "SOLO SE RETIENE UNA CUENTA PENDIENTE (ESTADO "
                      EFP-ESTADO ")."
              GO TO RETENER-CUENTA-FIN
           END-IF.

           PERFORM MOSTRAR-CUENTA.
           DISPLAY "CONFIRMA LA RETENCION (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              MOVE "R" TO EFP-ESTADO
              REWRITE REGEFP
              DISPLAY "CUENTA RETENIDA."
           ELSE
              DISPLAY "RETENCION ANULADA."
           END-IF.

       RETENER-CUENTA-FIN.
           EXIT.


      * LIBERA UNA CUENTA RETENIDA PARA QUE ENTRE EN LA SIGUIENTE
      * PROPUESTA DE PAGO
      * ****************************************************************

       LIBERAR-CUENTA.
           PERFORM LEER-CUENTA.
           IF EXISTE = "N"
              DISPLAY "ERROR: LA CUENTA A PAGAR NO EXISTE."
              GO TO LIBERAR-CUENTA-FIN
           END-IF.

           IF NOT EFP-RETENIDA
              DISPLAY "LA CUENTA NO ESTA RETENIDA (ESTADO "
                      EFP-ESTADO ")."
              GO TO LIBERAR-CUENTA-FIN
           END-IF.

           PERFORM MOSTRAR-CUENTA.
           DISPLAY "CONFIRMA LA LIBERACION (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              MOVE "P" TO EFP-ESTADO
              REWRITE REGEFP
              DISPLAY "CUENTA LIBERADA."
           ELSE
              DISPLAY "LIBERACION ANULADA."
           END-IF.

       LIBERAR-CUENTA-FIN.
           EXIT.


      * MUESTRA LA CUENTA A PAGAR EN REGEFP
      * ****************************************************************

       MOSTRAR-CUENTA.
           DISPLAY "PROVEEDOR " EFP-PROVEEDOR "  FACTURA " EFP-NUMFAC
                   "  PEDIDO " EFP-PEDIDO "  IMPORTE " EFP-IMPORTE.
           DISPLAY "FECHA " EFP-FECHA-FAC "  VENCIMIENTO "
                   EFP-FECHA-VTO "  ESTADO " EFP-ESTADO.
           IF EFP-PAGADA
              DISPLAY "PAGADA EL " EFP-FECHA-PAGO " EN LA ORDEN DE"
                      " PAGO " EFP-NUMPAGO
           END-IF.


      * ALTA O CAMBIO DE LOS DATOS BANCARIOS DE UN PROVEEDOR
      * ****************************************************************

       DATOS-BANCARIOS.
           DISPLAY "Codigo del proveedor:".
           ACCEPT ENT-PROVEEDOR NO BELL.
           MOVE "N" TO EXISTE.
           MOVE ENT-PROVEEDOR TO PRV-CODIGO.
           READ A-PROVEED
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL PROVEEDOR NO EXISTE EN PROVEED.DAT."
              GO TO DATOS-BANCARIOS-FIN
           END-IF.
           DISPLAY "PROVEEDOR " PRV-CODIGO " " PRV-NOMBRE.

           MOVE ENT-PROVEEDOR TO BCP-PROVEEDOR.
           READ A-BANCOPRV
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "S"
              DISPLAY "IBAN ACTUAL: " BCP-IBAN "  NIF: " BCP-NIF
           ELSE
              MOVE SPACES TO BCP-IBAN BCP-NIF
           END-IF.

           DISPLAY "Cuenta IBAN (en blanco = no cambia):".
           MOVE SPACES TO ENT-IBAN.
           ACCEPT ENT-IBAN NO BELL.
           DISPLAY "NIF del proveedor (en blanco = no cambia):".
           MOVE SPACES TO ENT-NIF.
           ACCEPT ENT-NIF NO BELL.
           INSPECT ENT-IBAN CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ENT-IBAN NOT = SPACES
              IF ENT-IBAN(1:2) NOT ALPHABETIC
                 OR ENT-IBAN(3:2) NOT NUMERIC
                 DISPLAY "ERROR: EL IBAN DEBE EMPEZAR POR EL PAIS Y"
                         " LOS DIGITOS DE CONTROL."
                 GO TO DATOS-BANCARIOS-FIN
              END-IF
              MOVE ENT-IBAN TO BCP-IBAN
           END-IF.
           IF ENT-NIF NOT = SPACES
              MOVE ENT-NIF TO BCP-NIF
           END-IF.

           MOVE ENT-PROVEEDOR TO BCP-PROVEEDOR.
           IF EXISTE = "S"
              REWRITE REGBCP
           ELSE
              WRITE REGBCP
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.
           DISPLAY "DATOS BANCARIOS GRABADOS.".

       DATOS-BANCARIOS-FIN.
           EXIT.


      * INFORME DE ANTIGUEDAD DE LO PENDIENTE DE PAGO, POR
      * PROVEEDOR Y POR TRAMOS DE DIAS VENCIDOS
      * ****************************************************************

       INFORME-ANTIGUEDAD.
           INITIALIZE TAB-TRAMOS.
           MOVE ZERO TO CONT-PENDIENTES.
           MOVE ZERO TO TOTAL-PENDIENTE TOTAL-RETENIDO.
           MOVE ZERO TO CONT-PROVEEDOR TOTAL-PROVEEDOR.
           MOVE SPACES TO PROVEEDOR-ANT.

           MOVE FECHA TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           MOVE SERIAL-TRABAJO TO SERIAL-HOY.

           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "ANTIGUEDAD DE LAS CUENTAS A PAGAR A " FECHA
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "PROV FACTURA    VENCIMTO IMPORTE     DIAS TRAMO EST"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE LOW-VALUES TO EFP-CLAVE.
           MOVE "N" TO FIN-EFECTO.
           START A-EFEPROV KEY NOT LESS THAN EFP-CLAVE
              INVALID KEY MOVE "S" TO FIN-EFECTO
           END-START.
           PERFORM ENVEJECER-CUENTA THRU ENVEJECER-CUENTA-FIN
                   UNTIL FIN-EFECTO = "S".
           IF PROVEEDOR-ANT NOT = SPACES
              PERFORM GRABAR-TOTAL-PROVEEDOR
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "RESUMEN POR TRAMOS (CUENTAS / IMPORTE)"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           PERFORM GRABAR-RESUMEN-TRAMO
                   VARYING IDX-TRAMO FROM 1 BY 1
                   UNTIL IDX-TRAMO > 5.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PENDIENTE TOTAL: " CONT-PENDIENTES
                  " CUENTAS / " TOTAL-PENDIENTE
                  "  (RETENIDO: " TOTAL-RETENIDO ")"
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.

           DISPLAY "CUENTAS PENDIENTES: " CONT-PENDIENTES
                   "  IMPORTE: " TOTAL-PENDIENTE.
           DISPLAY "INFORME GENERADO EN ANTIGPRV.LST".


      * CLASIFICA LA SIGUIENTE CUENTA SIN PAGAR EN SU TRAMO DE
      * ANTIGUEDAD Y LA GRABA EN EL INFORME, CON EL TOTAL DEL
      * PROVEEDOR AL CAMBIAR DE PROVEEDOR
      * ****************************************************************

       ENVEJECER-CUENTA.
           READ A-EFEPROV NEXT RECORD AT END MOVE "S" TO FIN-EFECTO
           END-READ.
           IF FIN-EFECTO = "S" OR EFP-PAGADA
              GO TO ENVEJECER-CUENTA-FIN
           END-IF.

           IF EFP-PROVEEDOR NOT = PROVEEDOR-ANT
              IF PROVEEDOR-ANT NOT = SPACES
                 PERFORM GRABAR-TOTAL-PROVEEDOR
              END-IF
              MOVE EFP-PROVEEDOR TO PROVEEDOR-ANT
              MOVE ZERO TO CONT-PROVEEDOR TOTAL-PROVEEDOR
           END-IF.

           MOVE EFP-FECHA-VTO TO FECHA-TRABAJO.
           PERFORM FECHA-A-SERIAL.
           MOVE SERIAL-TRABAJO TO SERIAL-VTO.
           COMPUTE DIAS-VENCIDO = SERIAL-HOY - SERIAL-VTO.

           IF DIAS-VENCIDO <= ZERO
              MOVE 1 TO IDX-TRAMO
           ELSE
              IF DIAS-VENCIDO <= 30
                 MOVE 2 TO IDX-TRAMO
              ELSE
                 IF DIAS-VENCIDO <= 60
                    MOVE 3 TO IDX-TRAMO
                 ELSE
                    IF DIAS-VENCIDO <= 90
                       MOVE 4 TO IDX-TRAMO
                    ELSE
                       MOVE 5 TO IDX-TRAMO
                    END-IF
                 END-IF
              END-IF
           END-IF.

           ADD 1 TO TAB-TRA-CONT(IDX-TRAMO).
           ADD EFP-IMPORTE TO TAB-TRA-IMP(IDX-TRAMO).
           ADD 1 TO CONT-PENDIENTES.
           ADD EFP-IMPORTE TO TOTAL-PENDIENTE.
           ADD 1 TO CONT-PROVEEDOR.
           ADD EFP-IMPORTE TO TOTAL-PROVEEDOR.
           IF EFP-RETENIDA
              ADD EFP-IMPORTE TO TOTAL-RETENIDO
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           STRING EFP-PROVEEDOR DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EFP-NUMFAC    DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EFP-FECHA-VTO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EFP-IMPORTE   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  DIAS-VENCIDO  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  IDX-TRAMO     DELIMITED BY SIZE
                  "     "       DELIMITED BY SIZE
                  EFP-ESTADO    DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

       ENVEJECER-CUENTA-FIN.
           EXIT.


      * GRABA EL TOTAL PENDIENTE DEL PROVEEDOR ANTERIOR
      * ****************************************************************

       GRABAR-TOTAL-PROVEEDOR.
           MOVE SPACES TO PRV-NOMBRE.
           MOVE PROVEEDOR-ANT TO PRV-CODIGO.
           READ A-PROVEED
              INVALID KEY MOVE SPACES TO PRV-NOMBRE
           END-READ.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "  TOTAL " PROVEEDOR-ANT " " PRV-NOMBRE ": "
                  CONT-PROVEEDOR " CUENTAS / " TOTAL-PROVEEDOR
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.


      * GRABA EL RESUMEN DE UN TRAMO DE ANTIGUEDAD
      * ****************************************************************

       GRABAR-RESUMEN-TRAMO.
           MOVE SPACES TO LINEA-LISTADO.
           IF IDX-TRAMO = 1
              STRING "  NO VENCIDO.....: " TAB-TRA-CONT(1)
                     " / " TAB-TRA-IMP(1)
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
           IF IDX-TRAMO = 2
              STRING "  HASTA 30 DIAS..: " TAB-TRA-CONT(2)
                     " / " TAB-TRA-IMP(2)
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
           IF IDX-TRAMO = 3
              STRING "  HASTA 60 DIAS..: " TAB-TRA-CONT(3)
                     " / " TAB-TRA-IMP(3)
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
           IF IDX-TRAMO = 4
              STRING "  HASTA 90 DIAS..: " TAB-TRA-CONT(4)
                     " / " TAB-TRA-IMP(4)
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           ELSE
              STRING "  MAS DE 90 DIAS.: " TAB-TRA-CONT(5)
                     " / " TAB-TRA-IMP(5)
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
           END-IF
           END-IF
           END-IF
           END-IF.
           WRITE LINEA-LISTADO.


      * CONVIERTE LA FECHA AAAAMMDD DE FECHA-TRABAJO EN UN NUMERO
      * DE DIA CORRIDO COMPARABLE (SERIAL-TRABAJO)
      * ****************************************************************

       FECHA-A-SERIAL.
           MOVE FECHA-TRABAJO(1:4) TO FEC-W-ANO.
           MOVE FECHA-TRABAJO(5:2) TO FEC-W-MES.
           MOVE FECHA-TRABAJO(7:2) TO FEC-W-DIA.

           COMPUTE SERIAL-TRABAJO = FEC-W-ANO * 365
                   + (FEC-W-ANO - 1) / 4
                   - (FEC-W-ANO - 1) / 100
                   + (FEC-W-ANO - 1) / 400
                   + DIAS-ACUM(FEC-W-MES) + FEC-W-DIA.

           PERFORM COMPROBAR-BISIESTO.
           IF ES-BISIESTO = "S" AND FEC-W-MES > 2
              ADD 1 TO SERIAL-TRABAJO
           END-IF.


      * DEJA EN ES-BISIESTO SI EL ANO DE TRABAJO ES BISIESTO
      * ****************************************************************

       COMPROBAR-BISIESTO.
           MOVE "N" TO ES-BISIESTO.
           DIVIDE FEC-W-ANO BY 4 GIVING FEC-W-COC
                  REMAINDER FEC-W-R4.
           DIVIDE FEC-W-ANO BY 100 GIVING FEC-W-COC
                  REMAINDER FEC-W-R100.
           DIVIDE FEC-W-ANO BY 400 GIVING FEC-W-COC
                  REMAINDER FEC-W-R400.
           IF FEC-W-R4 = ZERO
              AND (FEC-W-R100 NOT = ZERO OR FEC-W-R400 = ZERO)
              MOVE "S" TO ES-BISIESTO
           END-IF.
