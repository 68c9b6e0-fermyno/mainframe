       PROGRAM-ID. CON-FAC.
       REMARKS. CONSULTA Y REIMPRESION DEL REGISTRO DE FACTURAS
           EMITIDAS POR FAC-PED (FACCAB.DAT Y FACLIN.DAT): MUESTRA
           UNA FACTURA POR SU NUMERO CON TODAS SUS LINEAS (LEIDAS
           POR LA CLAVE FACTURA Y LINEA DE FACLIN.DAT), LISTA
           LAS FACTURAS DE UN CLIENTE POR LA CLAVE ALTERNATIVA
           FAC-CODCLI, Y REIMPRIME UNA FACTURA EN REIMPFAC.LST,
           PARA PODER ENTREGAR LA COPIA QUE EL CLIENTE PIDA AUNQUE
           FACTURAS.LST SE HAYA MACHACADO EN EJECUCIONES
           POSTERIORES. CADA LINEA MUESTRA EL PEDIDO Y EL ALBARAN
           DE LOS QUE PROCEDE (LAS FACTURAS AGRUPADAS DE LA
           FACTURACION PERIODICA LLEVAN EL PEDIDO A CERO EN LA
           CABECERA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  FILE STATUS IS FAC-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS FLN-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'REIMPFAC.LST'
          02 FAC-BASE       PIC 9(8)V9(2).
          02 FAC-IVA        PIC 9(8)V9(2).
          02 FAC-TOTAL      PIC 9(8)V9(2).
          02 FAC-MONEDA     PIC X(3).
          02 FAC-CAMBIO     PIC 9(3)V9(4).
          02 FAC-TOTAL-DIV  PIC 9(8)V9(2).

       FD A-FACLIN LABEL RECORD STANDARD.
       01 REGFLN.
          02 FLN-CLAVE.
             03 FLN-FACTURA PIC 9(6).
             03 FLN-NUMLIN  PIC 9(2).
          02 FLN-CODARTI    PIC 9(4).
          02 FLN-NOMARTI    PIC X(25).
          02 FLN-CANTIDAD   PIC 9(6).
          02 FLN-PRECIO     PIC 9(4)V9(2).
          02 FLN-IMPORTE    PIC 9(8)V9(2).
          02 FLN-TIPIVA     PIC 9(2).
          02 FLN-PEDIDO     PIC 9(6).
          02 FLN-ALBARAN    PIC 9(6).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(80).
       77 ENT-CODCLI        PIC X(5).
       77 CONT-LISTADAS     PIC 9(4) VALUE ZERO.
       77 TOTAL-CLIENTE     PIC 9(9)V9(2) VALUE ZERO.
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
       CONSULTAR-FACTURAS.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CON-FAC" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: ABRE EL REGISTRO DE FACTURAS Y REPITE
      * EL MENU HASTA LA OPCION DE SALIR
                      " (FACCAB.DAT). EJECUTE ANTES FAC-PED."
              CLOSE A-FACCAB
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACE TO OPCION.
           PERFORM MENU-FACTURAS UNTIL OPCION = "9".

           CLOSE A-FACCAB.
           GOBACK.


      * MENU PRINCIPAL DE LA CONSULTA DE FACTURAS
                   "  PEDIDO " FAC-PEDIDO.
           DISPLAY "CLIENTE " FAC-CODCLI "  " FAC-NOMCLI.
           DISPLAY "LIN ARTIC NOMBRE                    CANTIDAD"
                   " PRECIO  IMPORTE     PEDIDO ALBARAN".

           MOVE "N" TO FIN-LINEA.
           OPEN INPUT A-FACLIN.
              CLOSE A-FACLIN
              MOVE "S" TO FIN-LINEA
           ELSE
              PERFORM SITUAR-LINEAS-FACTURA
           END-IF.
           PERFORM MOSTRAR-LINEA-FACTURA UNTIL FIN-LINEA = "S".
           IF FLN-FILESTAT NOT = "35"
           IF FLN-FACTURA = ENT-NUMFAC
              DISPLAY FLN-NUMLIN "  " FLN-CODARTI "  " FLN-NOMARTI
                      " " FLN-CANTIDAD " " FLN-PRECIO " "
                      FLN-IMPORTE " " FLN-PEDIDO " " FLN-ALBARAN
           END-IF.
           PERFORM LEER-LINEA-FACTURA.


      * LISTA LAS CABECERAS DE FACTURA DE UN CLIENTE POR LA CLAVE
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "ARTIC CANTIDAD PRECIO   IMPORTE     PEDIDO ALBARAN"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE "N" TO FIN-LINEA.
              CLOSE A-FACLIN
              MOVE "S" TO FIN-LINEA
           ELSE
              PERFORM SITUAR-LINEAS-FACTURA
           END-IF.
           PERFORM REIMPRIMIR-LINEA UNTIL FIN-LINEA = "S".
           IF FLN-FILESTAT NOT = "35"
                     FLN-PRECIO   DELIMITED BY SIZE
                     "  "         DELIMITED BY SIZE
                     FLN-IMPORTE  DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     FLN-PEDIDO   DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     FLN-ALBARAN  DELIMITED BY SIZE
                     INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           PERFORM LEER-LINEA-FACTURA.


      * SE SITUA EN LA PRIMERA LINEA DE LA FACTURA ENT-NUMFAC Y LA
      * LEE; FIN-LINEA QUEDA A "S" SI LA FACTURA NO TIENE LINEAS
      * ****************************************************************

       SITUAR-LINEAS-FACTURA.
           MOVE ENT-NUMFAC TO FLN-FACTURA.
           MOVE ZERO TO FLN-NUMLIN.
           START A-FACLIN KEY NOT LESS THAN FLN-CLAVE
              INVALID KEY MOVE "S" TO FIN-LINEA
           END-START.
           IF FIN-LINEA = "N"
              PERFORM LEER-LINEA-FACTURA
           END-IF.


      * LEE LA SIGUIENTE LINEA POR CLAVE; AL PASAR A OTRA FACTURA
      * TERMINAN LAS LINEAS DE ENT-NUMFAC
      * ****************************************************************

       LEER-LINEA-FACTURA.
           READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
           END-READ.
           IF FIN-LINEA = "N" AND FLN-FACTURA NOT = ENT-NUMFAC
              MOVE "S" TO FIN-LINEA
           END-IF.
