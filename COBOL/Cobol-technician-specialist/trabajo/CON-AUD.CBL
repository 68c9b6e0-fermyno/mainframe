       PROGRAM-ID. CON-AUD.
       REMARKS. CONSULTA DEL FICHERO DE AUDITORIA (AUDITCLI.DAT):
           FILTRA LAS ENTRADAS POR CLIENTE, RANGO DE FECHAS,
           OPERADOR Y TIPO DE OPERACION (A/B/M/P), MUESTRA EL SALDO
           ANTES Y DESPUES DE CADA ENTRADA, Y PUEDE GRABAR LA
           SELECCION EN UN LISTADO (AUDISEL.LST).

          02 AUD-IMPCLI-DESPUES PIC 9(6)V9(2).
          02 AUD-OPERADOR       PIC X(8).
          02 AUD-SUPERVISOR     PIC X(8).
          02 AUD-HORA           PIC X(6).
          02 AUD-REGCLI         PIC X(137).

      *
      * DESCRIPCION DE LA LINEA DEL LISTADO DE LA SELECCION
       77 ENTRADA-PASA      PIC X(1).
       77 CONT-MOSTRADAS    PIC 9(6) VALUE ZERO.
       77 CONT-LEIDAS       PIC 9(6) VALUE ZERO.
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
       CONSULTAR-AUDITORIA.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CON-AUD" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LOS FILTROS (EN BLANCO = SIN
      * FILTRO), RECORRE LA AUDITORIA COMPLETA Y MUESTRA (Y
           ACCEPT ENT-FECHA-HASTA NO BELL.
           DISPLAY "Operador (blanco=todos).............:".
           ACCEPT ENT-OPERADOR NO BELL.
           DISPLAY "Tipo A/B/M/P (blanco=todos).........:".
           ACCEPT ENT-TIPO NO BELL.
           DISPLAY "Grabar la seleccion en AUDISEL.LST (S/N):".
           ACCEPT ENT-IMPRIMIR NO BELL.
           IF AUD-FILESTAT NOT = "00"
              DISPLAY "NO HAY FICHERO DE AUDITORIA QUE CONSULTAR."
              CLOSE A-AUDITORIA
              GOBACK
           END-IF.

           IF ENT-IMPRIMIR = "S" OR ENT-IMPRIMIR = "s"
           DISPLAY "ENTRADAS LEIDAS.......: " CONT-LEIDAS.
           DISPLAY "ENTRADAS SELECCIONADAS: " CONT-MOSTRADAS.

           GOBACK.


      * APLICA LOS FILTROS A LA ENTRADA ACTUAL Y, SI PASA TODOS,

           IF ENTRADA-PASA = "S"
              ADD 1 TO CONT-MOSTRADAS
              DISPLAY AUD-FECHA " " AUD-HORA " " AUD-TIPO-REG " "
                      AUD-CODCLI " "
                      AUD-IMPCLI-ANTES " " AUD-IMPCLI-DESPUES " "
                      AUD-OPERADOR
              IF ENT-IMPRIMIR = "S" OR ENT-IMPRIMIR = "s"
       GRABAR-LINEA-SELECCION.
           MOVE SPACES TO LINEA-LISTADO.
           STRING AUD-FECHA          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  AUD-HORA           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  AUD-TIPO-REG       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
