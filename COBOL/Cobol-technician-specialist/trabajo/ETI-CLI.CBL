           EN ETIQUETA.LST LAS ETIQUETAS FISICAS, DOS EN PARALELO
           POR FILA Y CUATRO LINEAS POR ETIQUETA (NOMBRE,
           DIRECCION, POBLACION + CODIGO POSTAL Y SEPARACION), CON
           EL RECUENTO DE ETIQUETAS POR PROVINCIA AL FINAL. SOLO
           SALEN LOS CLIENTES QUE HAN ACEPTADO PUBLICIDAD SEGUN SUS
           CONSENTIMIENTOS DE PROTECCION DE DATOS (RGPDCLI.DAT, DE
           MAN-RGP); SIN ESE FICHERO NO SE EMITE NINGUNA ETIQUETA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-RGPDCLI ASSIGN TO DISK 'RGPDCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RGP-CODCLI
                  FILE STATUS IS RGP-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

          02 FILLER         PIC X(4).
          02 ETI-DERECHA    PIC X(38).

       FD A-RGPDCLI LABEL RECORD STANDARD.
       01 REGRGP.
          02 RGP-CODCLI       PIC X(5).
          02 RGP-PUBLICIDAD   PIC X(1).
             88 RGP-ACEPTA-PUBLICIDAD  VALUE "S".
          02 RGP-FECHA-PUBLI  PIC X(8).
          02 RGP-ELECTRONICA  PIC X(1).
             88 RGP-ACEPTA-ELECTRONICA VALUE "S".
          02 RGP-FECHA-ELEC   PIC X(8).
          02 RGP-OPERADOR     PIC X(8).
          02 RGP-FECHA-ANONIM PIC X(8).


       WORKING-STORAGE SECTION.
       77 CLI-FILESTAT      PIC X(2).
       77 HAY-PENDIENTE     PIC X(1) VALUE "N".
       77 TOTAL-ETIQUETAS   PIC 9(6) VALUE ZERO.
       77 LINEA-POBLACION   PIC X(38).
       77 RGP-FILESTAT      PIC X(2).
       77 HAY-RGPD          PIC X(1) VALUE "N".
       77 IDX-ELEGIDA       PIC 9(1) COMP.
       77 CONT-SIN-CONSENT  PIC 9(6) VALUE ZERO.

      *
      * PROVINCIAS SELECCIONADAS PARA LA CAMPANA Y SU RECUENTO DE
          02 PEN-NOMBRE     PIC X(38).
          02 PEN-DIRECCION  PIC X(38).
          02 PEN-POBLACION  PIC X(38).
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
       IMPRIMIR-ETIQUETAS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "ETI-CLI" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LAS PROVINCIAS DE LA CAMPANA,
      * RECORRE LA CARTERA SELECCIONANDO LOS CLIENTES Y EMPAREJA

           IF CONT-SELECC = ZERO
              DISPLAY "NO SE SELECCIONO NINGUNA PROVINCIA."
              GOBACK
           END-IF.

           OPEN INPUT A-CLIENT.
              DISPLAY "CLIENTES.DAT NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT A-LISTADO.

           OPEN INPUT A-RGPDCLI.
           IF RGP-FILESTAT = "00"
              MOVE "S" TO HAY-RGPD
           ELSE
              CLOSE A-RGPDCLI
              DISPLAY "RGPDCLI.DAT NO EXISTE: NINGUN CLIENTE HA"
                      " ACEPTADO PUBLICIDAD."
           END-IF.

           MOVE LOW-VALUES TO CODCLI.
           MOVE "N" TO FIN-CLIENTE.
           START A-CLIENT KEY NOT LESS THAN CODCLI

           CLOSE A-LISTADO.
           CLOSE A-CLIENT.
           IF HAY-RGPD = "S"
              CLOSE A-RGPDCLI
           END-IF.

           DISPLAY "ETIQUETAS GENERADAS EN ETIQUETA.LST: "
                   TOTAL-ETIQUETAS.
           DISPLAY "EXCLUIDOS SIN CONSENTIMIENTO DE PUBLICIDAD: "
                   CONT-SIN-CONSENT.
           PERFORM MOSTRAR-RECUENTO-PROV
                   VARYING IDX-PROV FROM 1 BY 1
                   UNTIL IDX-PROV > CONT-SELECC.

           GOBACK.


      * PIDE UNA PROVINCIA DE LA CAMPANA (99 TERMINA LA LISTA)
                   UNTIL IDX-PROV > CONT-SELECC
                      OR CLIENTE-ELEGIDO = "S".

      *
      * UN CLIENTE DE LA CAMPANA SOLO RECIBE PUBLICIDAD SI LA HA
      * ACEPTADO
      *
           IF CLIENTE-ELEGIDO = "S"
              PERFORM COMPROBAR-CONSENTIMIENTO
              IF CLIENTE-ELEGIDO = "S"
                 ADD 1 TO TAB-SEL-CONT(IDX-ELEGIDA)
                 PERFORM GENERAR-ETIQUETA
              ELSE
                 ADD 1 TO CONT-SIN-CONSENT
              END-IF
           END-IF.

       TRATAR-CLIENTE-ETIQ-FIN.
       COMPARAR-PROV-CAMPANA.
           IF TAB-SEL-PROV(IDX-PROV) = PROV-CLIENTE
              MOVE "S" TO CLIENTE-ELEGIDO
              MOVE IDX-PROV TO IDX-ELEGIDA
           END-IF.


      * DEJA EL CLIENTE ELEGIDO SOLO SI CONSTA QUE ACEPTA PUBLICIDAD
      * ****************************************************************

       COMPROBAR-CONSENTIMIENTO.
           MOVE "N" TO CLIENTE-ELEGIDO.
           IF HAY-RGPD = "S"
              MOVE CODCLI TO RGP-CODCLI
              READ A-RGPDCLI
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RGP-ACEPTA-PUBLICIDAD
                       AND RGP-FECHA-ANONIM = SPACES
                       MOVE "S" TO CLIENTE-ELEGIDO
                    END-IF
              END-READ
           END-IF.


