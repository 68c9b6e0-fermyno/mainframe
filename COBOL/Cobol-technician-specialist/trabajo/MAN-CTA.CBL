           PETICION DE CAMBIO DE PROGRAMA. LOS MOVIMIENTOS SIN
           CUENTA ASIGNADA QUEDAN RETENIDOS EN UN LISTADO DE
           ERRORES EN VEZ DE IR AL MAYOR CON UNA CUENTA ERRONEA.
           LOS ASIENTOS DE VENTAS DE FAC-PED Y DEV-FAC TOMAN DE AQUI
           LA CUENTA DEL CLIENTE (TIPO C POR SUCURSAL), LA DE VENTAS
           (TIPO V POR TIPO DE ARTICULO) Y LA DEL IVA REPERCUTIDO
           (TIPO I POR TIPO IMPOSITIVO), CON 000 COMO GENERICA.
           LAS CONTRAPARTIDAS DE LA INTERFAZ DE ACT-CLI SE ASIGNAN
           POR SUCURSAL CON LOS TIPOS K (DE LOS CARGOS), B (DE LOS
           ABONOS) Y R (DE LOS TRASPASOS). LOS INTERESES DE DEMORA
           DE LIQ-INT USAN EL TIPO D (CUENTA DEL CLIENTE) Y SU
           CONTRAPARTIDA EL TIPO N (INGRESO POR INTERESES). LOS
           SALDOS FALLIDOS DE FAL-EFE USAN EL TIPO F (PERDIDAS POR
           INSOLVENCIAS) Y SU CONTRAPARTIDA EL TIPO E (CUENTA DEL
           CLIENTE). LAS DIFERENCIAS DE CAMBIO AL COBRAR EFECTOS EN
           DIVISA (GES-EFE, IMP-EXT) USAN EL TIPO G (CUENTA DEL
           CLIENTE) CON CONTRAPARTIDA W (DIFERENCIAS POSITIVAS DE
           CAMBIO) SI SON A FAVOR, Y EL TIPO X (DIFERENCIAS
           NEGATIVAS DE CAMBIO) CON CONTRAPARTIDA Y (CUENTA DEL
           CLIENTE) SI SON EN CONTRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      *
      * DESCRIPCION DEL REGISTRO DEL MAESTRO DE CUENTAS: LA CLAVE
      * ES TIPO DE MOVIMIENTO + SUCURSAL (000 = TODAS); EN LOS
      * TIPOS DE VENTAS (V) E IVA (I) LA SUBCLAVE ES EL TIPO DE
      * ARTICULO O EL TIPO IMPOSITIVO
      *
       FD A-CUENTAS LABEL RECORD STANDARD.
       01 REGCTA.
          02 CTA-CLAVE.
             03 CTA-TIPMOV   PIC X(1).
             03 CTA-SUCURSAL PIC 9(3).
             03 CTA-SUBCLAVE REDEFINES CTA-SUCURSAL PIC X(3).
          02 CTA-CUENTA     PIC X(8).


       77 FIN-CUENTA        PIC X(1).
       77 ENT-TIPMOV        PIC X(1).
       77 ENT-SUCURSAL      PIC 9(3).
       77 ENT-SUBCLAVE      PIC X(3).
       77 ENT-CUENTA        PIC X(8).
       77 ENT-CONFIRMA      PIC X(1).
       77 CONT-LISTADOS     PIC 9(3) VALUE ZERO.
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
       MANTENER-CUENTAS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-CTA" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL MAESTRO (LO CREA LA PRIMERA
      * VEZ) Y REPITE EL MENU HASTA LA OPCION DE SALIR
           PERFORM MENU-CUENTAS UNTIL OPCION = "9".

           CLOSE A-CUENTAS.
           GOBACK.


      * MENU PRINCIPAL DEL MAESTRO DE CUENTAS
      * ****************************************************************

       PEDIR-CLAVE-CUENTA.
           DISPLAY "Tipo (C/A/T/D/F/G/X/K/B/R/N/E/W/Y/V/I):".
           ACCEPT ENT-TIPMOV NO BELL.
           IF ENT-TIPMOV = "V"
              DISPLAY "Tipo de articulo (000 = TODOS).....:"
              ACCEPT ENT-SUBCLAVE NO BELL
              IF ENT-SUBCLAVE = SPACES
                 MOVE "000" TO ENT-SUBCLAVE
              END-IF
           ELSE
              IF ENT-TIPMOV = "I"
                 DISPLAY "Tipo de IVA (000 = TODOS)..........:"
              ELSE
                 DISPLAY "Sucursal (000 = TODAS).............:"
              END-IF
              ACCEPT ENT-SUCURSAL NO BELL
              MOVE ENT-SUCURSAL TO ENT-SUBCLAVE
           END-IF.


      * GRABA O CAMBIA LA CUENTA DE UNA CLAVE
       GRABAR-CUENTA.
           PERFORM PEDIR-CLAVE-CUENTA.
           IF ENT-TIPMOV NOT = "C" AND ENT-TIPMOV NOT = "A"
              AND ENT-TIPMOV NOT = "T" AND ENT-TIPMOV NOT = "V"
              AND ENT-TIPMOV NOT = "I" AND ENT-TIPMOV NOT = "K"
              AND ENT-TIPMOV NOT = "B" AND ENT-TIPMOV NOT = "R"
              AND ENT-TIPMOV NOT = "D" AND ENT-TIPMOV NOT = "N"
              AND ENT-TIPMOV NOT = "F" AND ENT-TIPMOV NOT = "E"
              AND ENT-TIPMOV NOT = "G" AND ENT-TIPMOV NOT = "X"
              AND ENT-TIPMOV NOT = "W" AND ENT-TIPMOV NOT = "Y"
              DISPLAY "ERROR: EL TIPO DEBE SER C, A, T, D, F, G, X,"
                      " K, B, R, N, E, W, Y, V O I."
              GO TO GRABAR-CUENTA-FIN
           END-IF.

           MOVE ENT-TIPMOV   TO CTA-TIPMOV.
           MOVE ENT-SUBCLAVE TO CTA-SUBCLAVE.
           READ A-CUENTAS
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-IF.

           MOVE ENT-TIPMOV   TO CTA-TIPMOV.
           MOVE ENT-SUBCLAVE TO CTA-SUBCLAVE.
           MOVE ENT-CUENTA   TO CTA-CUENTA.
           IF EXISTE = "S"
              REWRITE REGCTA
           PERFORM PEDIR-CLAVE-CUENTA.

           MOVE ENT-TIPMOV   TO CTA-TIPMOV.
           MOVE ENT-SUBCLAVE TO CTA-SUBCLAVE.
           READ A-CUENTAS
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           IF EXISTE = "N"
              DISPLAY "SIN CUENTA ASIGNADA PARA ESA CLAVE."
           ELSE
              DISPLAY "TIPO " CTA-TIPMOV "  CLAVE "
                      CTA-SUBCLAVE "  CUENTA " CTA-CUENTA
           END-IF.


           PERFORM PEDIR-CLAVE-CUENTA.

           MOVE ENT-TIPMOV   TO CTA-TIPMOV.
           MOVE ENT-SUBCLAVE TO CTA-SUBCLAVE.
           READ A-CUENTAS
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
              GO TO BAJA-CUENTA-FIN
           END-IF.

           DISPLAY "TIPO " CTA-TIPMOV "  CLAVE " CTA-SUBCLAVE
                   "  CUENTA " CTA-CUENTA.
           DISPLAY "CONFIRMA LA BAJA (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           START A-CUENTAS KEY NOT LESS THAN CTA-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTA
           END-START.
           DISPLAY "T CLA CUENTA".
           PERFORM LISTAR-UNA-CUENTA UNTIL FIN-CUENTA = "S".
           DISPLAY "ASIGNACIONES LISTADAS: " CONT-LISTADOS.

           READ A-CUENTAS NEXT RECORD AT END MOVE "S" TO FIN-CUENTA
           END-READ.
           IF FIN-CUENTA NOT = "S"
              DISPLAY CTA-TIPMOV " " CTA-SUBCLAVE " " CTA-CUENTA
              ADD 1 TO CONT-LISTADOS
           END-IF.
