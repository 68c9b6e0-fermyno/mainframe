           LONGITUD DEL PREFIJO DE NOMBRE DE DUP-CLI (DUPPREF), EL
           PORCENTAJE DE AVISO DEL INFORME DE LIMITE DE CREDITO
           (LIMAVISO), LA TOLERANCIA DE SALTO DE PRECIO DE
           IMP-TARI (TARITOL), LA REGLA DE ELECCION DE PROVEEDOR
           DE PRO-COM (PROVREGL: 1 EL MAS BARATO, 2 EL MAS RAPIDO,
           3 EL PREFERIDO), LA NOTA MINIMA DE LA EVALUACION DE
           PROVEEDORES DE EVA-PRV (NOTAPROV), LAS GENERACIONES DE
           RESPALDO (GENRESP), LOS DIAS TRAS LOS QUE EL INFORME
           MATINAL ARRASTRA UNA EXCEPCION SIN RESOLVER (EXCDIAS),
           LOS CORTES DE LOS TRAMOS DE DISPONIBILIDAD DEL CATALOGO
           EXPORTADO POR EXP-CAT (DISPPOCO Y DISPAMPL), LOS
           DISTRIBUIDORES QUE RECIBEN ESE CATALOGO (DST SEGUIDO DEL
           CODIGO DE CLIENTE, POR EJEMPLO DST12345) Y
           LOS MARGENES BRUTOS MINIMOS DE
           PED-CLI Y FAC-PED, EL GENERAL (MARGMIN) Y LOS DE CADA TIPO DE
           ARTICULO (MRG SEGUIDO DEL TIPO, POR EJEMPLO MRGFER) --
           SE MANTIENEN AQUI. SOLO UN OPERADOR DE NIVEL SUPERVISOR
           PUEDE CAMBIARLOS, Y CADA CAMBIO QUEDA
           EN EL DIARIO PARAMJRN.DAT CON OPERADOR, FECHA Y VALOR
           ANTERIOR Y NUEVO: CAMBIAR UNA TOLERANCIA DEJA DE SER
           UNA PETICION DE CAMBIO DE PROGRAMA.
       77 ENT-DESCRI        PIC X(25).
       77 VALOR-ANTERIOR    PIC 9(6)V9(2).
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
       MANTENER-PARAMETROS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-PAR" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: EXIGE SUPERVISOR, PREPARA EL MAESTRO Y
      * REPITE EL MENU HASTA LA OPCION DE SALIR
              DISPLAY "NO HAY MAESTRO DE OPERADORES: ACCESO"
                      " DENEGADO."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "Supervisor:".
           ACCEPT ENT-SUP-ID NO BELL.
              OR NOT OPE-ACTIVO OR NOT OPE-SUPERVISOR
              DISPLAY "SUPERVISOR O CLAVE NO VALIDOS."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O A-PARAMS.
           PERFORM MENU-PARAMETROS UNTIL OPCION = "9".

           CLOSE A-PARAMS.
           GOBACK.


      * MENU PRINCIPAL DEL MAESTRO DE PARAMETROS
