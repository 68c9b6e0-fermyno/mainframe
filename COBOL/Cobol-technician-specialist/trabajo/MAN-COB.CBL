           CLIENTE, DE LOS QUE FAC-PED DERIVA EL VENCIMIENTO DEL
           EFECTO DE CADA FACTURA (EFECTOS.DAT), Y EL NIVEL DE LA
           ULTIMA CARTA DE RECLAMACION ENVIADA, QUE LA EMISION DE
           CARTAS ACTUALIZA PARA ESCALAR EN VEZ DE REPETIRSE.
           TAMBIEN LLEVA LOS RECIBOS DEVUELTOS POR EL BANCO QUE
           CUENTA IMP-DEV Y LA MARCA DE CLIENTE RETENIDO FUERA DE
           LAS REMESAS, QUE SOLO SE LEVANTA DESDE AQUI UNA VEZ
           HECHA LA GESTION DE COBRO. EL CLIENTE SE VALIDA CONTRA
           CLIENTES.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 COB-DIAS-PAGO  PIC 9(3).
          02 COB-NIVEL-CARTA PIC 9(1).
          02 COB-FECHA-CARTA PIC X(8).
          02 COB-DEVOLUCIONES PIC 9(3).
          02 COB-FECHA-DEVOL PIC X(8).
          02 COB-RETENIDO   PIC X(1).
             88 COB-SIN-REMESA VALUE "S".

       FD A-CLIENT LABEL RECORD STANDARD.
       01 REGCLI.
       77 FIN-COBRO         PIC X(1).
       77 ENT-CODCLI        PIC X(5).
       77 ENT-DIAS          PIC 9(3).
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
       MANTENER-DATOS-COBRO.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "MAN-COB" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PREPARA EL FICHERO (LO CREA LA PRIMERA
      * VEZ) Y REPITE EL MENU HASTA LA OPCION DE SALIR

           CLOSE A-CLIENT.
           CLOSE A-COBROCLI.
           GOBACK.


      * MENU PRINCIPAL DE LOS DATOS DE COBRO
           DISPLAY " ".
           DISPLAY "DATOS DE COBRO POR CLIENTE".
           DISPLAY "<G>RABAR O CAMBIAR DIAS DE PAGO, <C>ONSULTA,"
                   " <L>ISTADO,".
           DISPLAY "<R>EINCORPORAR A LAS REMESAS, 9=SALIR".
           DISPLAY "Elija una opcion: ".
           ACCEPT OPCION NO BELL.

              ELSE
                 IF OPCION = "L" OR OPCION = "l"
                    PERFORM LISTAR-COBROS
                 ELSE
                    IF OPCION = "R" OR OPCION = "r"
                       PERFORM REINCORPORAR-REMESA
                               THRU REINCORPORAR-REMESA-FIN
                    END-IF
                 END-IF
              END-IF
           END-IF.
              MOVE ENT-DIAS   TO COB-DIAS-PAGO
              MOVE ZERO       TO COB-NIVEL-CARTA
              MOVE SPACES     TO COB-FECHA-CARTA
              MOVE ZERO       TO COB-DEVOLUCIONES
              MOVE SPACES     TO COB-FECHA-DEVOL
              MOVE "N"        TO COB-RETENIDO
              WRITE REGCOB
              DISPLAY "DIAS DE PAGO GRABADOS."
           END-IF.
              DISPLAY "CLIENTE " COB-CODCLI "  DIAS DE PAGO "
                      COB-DIAS-PAGO "  ULTIMA CARTA NIVEL "
                      COB-NIVEL-CARTA " (" COB-FECHA-CARTA ")"
              DISPLAY "RECIBOS DEVUELTOS " COB-DEVOLUCIONES
                      " (ULTIMO " COB-FECHA-DEVOL ")"
              IF COB-SIN-REMESA
                 DISPLAY "CLIENTE RETENIDO FUERA DE LAS REMESAS."
              END-IF
           END-IF.


      * LEVANTA LA RETENCION DE UN CLIENTE FUERA DE LAS REMESAS Y
      * PONE A CERO SU CUENTA DE RECIBOS DEVUELTOS
      * ****************************************************************

       REINCORPORAR-REMESA.
           DISPLAY "Codigo del cliente:".
           ACCEPT ENT-CODCLI NO BELL.

           MOVE ENT-CODCLI TO COB-CODCLI.
           READ A-COBROCLI
              INVALID KEY     MOVE "N" TO EXISTE-COB
              NOT INVALID KEY MOVE "S" TO EXISTE-COB
           END-READ.
           IF EXISTE-COB = "N"
              DISPLAY "EL CLIENTE NO TIENE DATOS DE COBRO."
              GO TO REINCORPORAR-REMESA-FIN
           END-IF.

           DISPLAY "RECIBOS DEVUELTOS " COB-DEVOLUCIONES
                   " (ULTIMO " COB-FECHA-DEVOL ")".
           IF NOT COB-SIN-REMESA
              DISPLAY "EL CLIENTE NO ESTA RETENIDO."
           END-IF.
           DISPLAY "CONFIRMA REINCORPORARLO A LAS REMESAS CON LA"
                   " CUENTA A CERO (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA = "S" OR ENT-CONFIRMA = "s"
              MOVE ZERO TO COB-DEVOLUCIONES
              MOVE "N"  TO COB-RETENIDO
              REWRITE REGCOB
              DISPLAY "CLIENTE REINCORPORADO A LAS REMESAS."
           ELSE
              DISPLAY "OPERACION ANULADA."
           END-IF.

       REINCORPORAR-REMESA-FIN.
           EXIT.


      * LISTA TODOS LOS DATOS DE COBRO GRABADOS
      * ****************************************************************
           START A-COBROCLI KEY NOT LESS THAN COB-CODCLI
              INVALID KEY MOVE "S" TO FIN-COBRO
           END-START.
           DISPLAY "CLIENTE DIAS CARTA FECHA CARTA DEVUELTOS RETENIDO".
           PERFORM LISTAR-UN-COBRO UNTIL FIN-COBRO = "S".
           DISPLAY "CLIENTES LISTADOS: " CONT-LISTADOS.

           END-READ.
           IF FIN-COBRO NOT = "S"
              DISPLAY COB-CODCLI "   " COB-DIAS-PAGO "  "
                      COB-NIVEL-CARTA "    " COB-FECHA-CARTA "  "
                      COB-DEVOLUCIONES "       " COB-RETENIDO
              ADD 1 TO CONT-LISTADOS
           END-IF.
