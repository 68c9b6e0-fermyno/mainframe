           (PROVEED.DAT): ALTAS, CONSULTAS, MODIFICACIONES Y
           BORRADOS DE PROVEEDORES, CON SU NOMBRE, DIRECCION Y
           CONDICIONES DE PAGO, PARA QUE LAS PROPUESTAS DE COMPRA
           DEJEN DE SALIR DE LA CARPETA DE ANILLAS. EL NIF DEL
           PROVEEDOR (DNI, NIE O CIF) SE COMPRUEBA POR SU CARACTER
           DE CONTROL; EN BLANCO SE ADMITE, PERO MOD-347 LO LISTA
           COMO INCIDENCIA SI HAY OPERACIONES CON EL PROVEEDOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).


       WORKING-STORAGE SECTION.
       77 ENT-DIRECCION     PIC X(25).
       77 ENT-CONDPAGO      PIC X(15).
       77 ENT-CONFIRMA      PIC X(1).
       77 ENT-NIF           PIC X(9).
       77 NIF-VALIDO        PIC X(1).
       77 IDX-NIF           PIC 9(1) COMP.

      *
      * CAMPOS DE VALIDACION DEL NIF. DNI: OCHO CIFRAS Y LA LETRA
      * DE LA POSICION RESTO+1 DE LA TABLA, CON RESTO = NUMERO
      * MODULO 23. NIE: X, Y O Z (0, 1 O 2) Y SIETE CIFRAS, COMO
      * EL DNI. CIF: LETRA DE FORMA JURIDICA, SIETE CIFRAS Y UN
      * CONTROL (CIFRA, O LETRA DE LA POSICION CONTROL+1 DE LA
      * TABLA DE CIF)
      *
       01 NIF-CAMPOS.
          02 NIF-ENTRADA     PIC X(9).
          02 NIF-ENTRADA-R REDEFINES NIF-ENTRADA.
             03 NIF-PRIMERO  PIC X(1).
             03 NIF-CENTRO   PIC X(7).
             03 NIF-LETRA    PIC X(1).
          02 NIF-ENTRADA-C REDEFINES NIF-ENTRADA.
             03 NIF-CARACTER OCCURS 9 TIMES PIC X(1).
          02 NIF-NUMERO-X   PIC X(8).
          02 NIF-NUMERO     PIC 9(8).
          02 NIF-RESTO      PIC 9(2) COMP.
          02 NIF-COCIENTE   PIC 9(7) COMP.
          02 NIF-SUMA       PIC 9(3) COMP.
          02 NIF-CIFRA      PIC 9(1).
          02 NIF-DOBLE      PIC 9(2).
          02 NIF-CONTROL    PIC 9(1).
       01 TAB-LETRAS-NIF-INIC.
          02 FILLER PIC X(23) VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       01 TAB-LETRAS-NIF REDEFINES TAB-LETRAS-NIF-INIC.
          02 TAB-NIF-LETRA OCCURS 23 TIMES PIC X(1).
       01 TAB-LETRAS-CIF-INIC.
          02 FILLER PIC X(10) VALUE "JABCDEFGHI".
       01 TAB-LETRAS-CIF REDEFINES TAB-LETRAS-CIF-INIC.
          02 TAB-CIF-LETRA OCCURS 10 TIMES PIC X(1).
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
       MANTENER-PROVEEDORES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-PRVE" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ABRE (O CREA) EL MAESTRO Y REPITE EL
      * MENU HASTA LA OPCION DE SALIR

           CLOSE A-PROVEED.

           GOBACK.


      * MENU DEL MANTENIMIENTO DE PROVEEDORES
              ACCEPT ENT-DIRECCION NO BELL
              DISPLAY "Condiciones de pago......:"
              ACCEPT ENT-CONDPAGO NO BELL
              DISPLAY "NIF (DNI, NIE O CIF).....:"
              MOVE SPACES TO ENT-NIF
              ACCEPT ENT-NIF NO BELL
              MOVE "S" TO NIF-VALIDO
              IF ENT-NIF NOT = SPACES
                 PERFORM VALIDAR-NIF
              END-IF
              IF ENT-CODIGO = SPACES OR ENT-NOMBRE = SPACES
                 DISPLAY "ERROR: CODIGO Y NOMBRE SON OBLIGATORIOS."
              ELSE
              IF NIF-VALIDO = "N"
                 DISPLAY "ERROR: NIF ERRONEO."
              ELSE
                 MOVE ENT-CODIGO    TO PRV-CODIGO
                 MOVE ENT-NOMBRE    TO PRV-NOMBRE
                 MOVE ENT-DIRECCION TO PRV-DIRECCION
                 MOVE ENT-CONDPAGO  TO PRV-CONDPAGO
                 MOVE ENT-NIF       TO PRV-NIF
                 WRITE REGPRV
                 DISPLAY "PROVEEDOR DADO DE ALTA."
              END-IF
              END-IF
           END-IF.


              DISPLAY "NOMBRE....: " PRV-NOMBRE
              DISPLAY "DIRECCION.: " PRV-DIRECCION
              DISPLAY "COND.PAGO.: " PRV-CONDPAGO
              DISPLAY "NIF.......: " PRV-NIF
           ELSE
              DISPLAY "ERROR: EL PROVEEDOR NO EXISTE."
           END-IF.
              DISPLAY "COND.PAGO ACTUAL.: " PRV-CONDPAGO
              DISPLAY "Cond. pago nuevas:"
              ACCEPT ENT-CONDPAGO NO BELL
              DISPLAY "NIF ACTUAL.......: " PRV-NIF
              DISPLAY "NIF nuevo........:"
              MOVE SPACES TO ENT-NIF
              ACCEPT ENT-NIF NO BELL
              MOVE "S" TO NIF-VALIDO
              IF ENT-NIF NOT = SPACES
                 PERFORM VALIDAR-NIF
              END-IF
              IF ENT-NOMBRE NOT = SPACES
                 MOVE ENT-NOMBRE TO PRV-NOMBRE
              END-IF
              IF ENT-CONDPAGO NOT = SPACES
                 MOVE ENT-CONDPAGO TO PRV-CONDPAGO
              END-IF
              IF NIF-VALIDO = "N"
                 DISPLAY "ERROR: NIF ERRONEO. NO SE CAMBIA."
              ELSE
                 IF ENT-NIF NOT = SPACES
                    MOVE ENT-NIF TO PRV-NIF
                 END-IF
              END-IF
              REWRITE REGPRV
              DISPLAY "PROVEEDOR MODIFICADO."
           END-IF.
                 DISPLAY "BORRADO CANCELADO."
              END-IF
           END-IF.


      * VALIDA EL NIF INFORMADO EN ENT-NIF: DNI, NIE O CIF, CON SU
      * CARACTER DE CONTROL. DEJA EL RESULTADO EN NIF-VALIDO
      * ****************************************************************

       VALIDAR-NIF.
           MOVE ENT-NIF TO NIF-ENTRADA.
           MOVE "N" TO NIF-VALIDO.
           IF NIF-CENTRO IS NUMERIC
              IF NIF-PRIMERO IS NUMERIC
                 MOVE NIF-ENTRADA(1:8) TO NIF-NUMERO-X
                 PERFORM VALIDAR-LETRA-DNI
              ELSE
                 IF NIF-PRIMERO = "X" OR NIF-PRIMERO = "Y"
                    OR NIF-PRIMERO = "Z"
                    IF NIF-PRIMERO = "X"
                       MOVE "0" TO NIF-NUMERO-X(1:1)
                    ELSE
                       IF NIF-PRIMERO = "Y"
                          MOVE "1" TO NIF-NUMERO-X(1:1)
                       ELSE
                          MOVE "2" TO NIF-NUMERO-X(1:1)
                       END-IF
                    END-IF
                    MOVE NIF-CENTRO TO NIF-NUMERO-X(2:7)
                    PERFORM VALIDAR-LETRA-DNI
                 ELSE
                    IF NIF-PRIMERO = "A" OR "B" OR "C" OR "D" OR "E"
                       OR "F" OR "G" OR "H" OR "J" OR "N" OR "P"
                       OR "Q" OR "R" OR "S" OR "U" OR "V" OR "W"
                       PERFORM VALIDAR-CONTROL-CIF
                    END-IF
                 END-IF
              END-IF
           END-IF.


      * COMPRUEBA LA LETRA DE UN DNI O NIE CUYO NUMERO ESTA EN
      * NIF-NUMERO-X
      * ****************************************************************

       VALIDAR-LETRA-DNI.
           IF NIF-NUMERO-X IS NUMERIC
              MOVE NIF-NUMERO-X TO NIF-NUMERO
              DIVIDE NIF-NUMERO BY 23 GIVING NIF-COCIENTE
                     REMAINDER NIF-RESTO
              IF NIF-LETRA = TAB-NIF-LETRA(NIF-RESTO + 1)
                 MOVE "S" TO NIF-VALIDO
              END-IF
           END-IF.


      * COMPRUEBA EL CONTROL DE UN CIF: LAS CIFRAS DE POSICION PAR
      * SE SUMAN Y LAS DE POSICION IMPAR SE DOBLAN SUMANDO LAS
      * CIFRAS DEL DOBLE; EL CONTROL ES LO QUE FALTA HASTA LA
      * DECENA SIGUIENTE
      * ****************************************************************

       VALIDAR-CONTROL-CIF.
           MOVE ZERO TO NIF-SUMA.
           PERFORM SUMAR-CIFRA-CIF
                   VARYING IDX-NIF FROM 1 BY 1
                   UNTIL IDX-NIF > 7.
           DIVIDE NIF-SUMA BY 10 GIVING NIF-COCIENTE
                  REMAINDER NIF-RESTO.
           IF NIF-RESTO = ZERO
              MOVE ZERO TO NIF-CONTROL
           ELSE
              COMPUTE NIF-CONTROL = 10 - NIF-RESTO
           END-IF.
           IF NIF-LETRA = NIF-CONTROL
              OR NIF-LETRA = TAB-CIF-LETRA(NIF-CONTROL + 1)
              MOVE "S" TO NIF-VALIDO
           END-IF.


      * SUMA UNA CIFRA DEL CUERPO DEL CIF
      * ****************************************************************

       SUMAR-CIFRA-CIF.
           MOVE NIF-CARACTER(IDX-NIF + 1) TO NIF-CIFRA.
           DIVIDE IDX-NIF BY 2 GIVING NIF-COCIENTE
                  REMAINDER NIF-RESTO.
           IF NIF-RESTO = ZERO
              ADD NIF-CIFRA TO NIF-SUMA
           ELSE
              COMPUTE NIF-DOBLE = NIF-CIFRA * 2
              IF NIF-DOBLE > 9
                 SUBTRACT 9 FROM NIF-DOBLE
              END-IF
              ADD NIF-DOBLE TO NIF-SUMA
           END-IF.
