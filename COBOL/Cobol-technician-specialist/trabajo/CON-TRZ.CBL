           SUCURSAL.DAT O EN EL ARCHIVO DEL DIA SUCAAAAMMDD.ARC, Y
           EL APUNTE DEL HISTORICO HISTMOV.DAT CON EL SALDO TRAS
           SU CONTABILIZACION -- PARA RESPONDER UNA DISPUTA DE
           SALDO SIN ABRIR CUATRO PROGRAMAS. LAS FACTURAS
           AGRUPADAS DE LA FACTURACION PERIODICA (FAC-PEDIDO A CERO)
           SE LOCALIZAN POR SUS LINEAS EN FACLIN.DAT, QUE GUARDAN EL
           PEDIDO Y EL ALBARAN DE ORIGEN; DE CADA FACTURA SE
           MUESTRAN LAS LINEAS DEL PEDIDO CON SU ALBARAN. LAS
           LINEAS DE PEDIDO Y DE FACTURA SE LEEN POR SU CLAVE
           (DOCUMENTO Y LINEA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  FILE STATUS IS PED-FILESTAT.

           SELECT A-PEDLIN ASSIGN TO DISK 'PEDLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY LIN-CLAVE
                  ALTERNATE RECORD KEY LIN-CODARTI WITH DUPLICATES
                  FILE STATUS IS LIN-FILESTAT.

           SELECT A-FACCAB ASSIGN TO DISK 'FACCAB.DAT'
                  ALTERNATE RECORD KEY FAC-CODCLI WITH DUPLICATES
                  FILE STATUS IS FAC-FILESTAT.

           SELECT A-FACLIN ASSIGN TO DISK 'FACLIN.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY FLN-CLAVE
                  ALTERNATE RECORD KEY FLN-CODARTI WITH DUPLICATES
                  FILE STATUS IS FLN-FILESTAT.

           SELECT A-SUCURS ASSIGN TO DISK 'SUCURSAL.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
          02 PED-FECHA      PIC X(8).
          02 PED-ESTADO     PIC X(1).
          02 PED-VENDEDOR   PIC X(3).
          02 PED-DIRENT     PIC 9(2).

       FD A-PEDLIN LABEL RECORD STANDARD.
       01 REGLIN.
          02 LIN-CLAVE.
             03 LIN-PEDIDO  PIC 9(6).
             03 LIN-NUMLIN  PIC 9(2).
          02 LIN-CODARTI    PIC 9(4).
          02 LIN-CANTIDAD   PIC 9(6).
          02 LIN-SERVIDA    PIC 9(6).
          02 LIN-FACTURADA  PIC 9(6).
          02 LIN-FEC-SOLICITADA PIC X(8).
          02 LIN-FEC-PROMETIDA  PIC X(8).
          02 LIN-FEC-ENTREGA    PIC X(8).
          02 LIN-UNIDAD     PIC X(3).
          02 LIN-FACTOR     PIC 9(4).

       FD A-FACCAB LABEL RECORD STANDARD.
       01 REGFAC.
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

       FD A-SUCURS LABEL RECORD STANDARD.
       01 REGMOV.
       77 PED-FILESTAT      PIC X(2).
       77 LIN-FILESTAT      PIC X(2).
       77 FAC-FILESTAT      PIC X(2).
       77 FLN-FILESTAT      PIC X(2).
       77 FIN-FACLIN        PIC X(1).
       77 FACTURA-DEL-PEDIDO PIC X(1).
       77 SUC-FILESTAT      PIC X(2).
       77 ARC-FILESTAT      PIC X(2).
       77 HIS-FILESTAT      PIC X(2).
       77 IMPORTE-BUSCADO   PIC 9(5)V9(2).
       77 FECHA-BUSCADA     PIC X(8).
       77 CLIENTE-BUSCADO   PIC X(5).
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
       TRAZAR-CIRCUITO.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CON-TRZ" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REPITE EL MENU (PEDIDO O CLIENTE) HASTA
      * LA OPCION DE SALIR
              DISPLAY "NO EXISTE EL FICHERO DE PEDIDOS."
              CLOSE A-PEDIDOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT A-FACCAB.

              CLOSE A-FACCAB
           END-IF.
           CLOSE A-PEDIDOS.
           GOBACK.


      * MENU DE LA CONSULTA DE TRAZABILIDAD
              CLOSE A-PEDLIN
              MOVE "S" TO FIN-LINEA
           ELSE
              MOVE ENT-NUMPED TO LIN-PEDIDO
              MOVE ZERO TO LIN-NUMLIN
              START A-PEDLIN KEY NOT LESS THAN LIN-CLAVE
                 INVALID KEY MOVE "S" TO FIN-LINEA
              END-START
              PERFORM LEER-LINEA-TRAZA
           END-IF.
           PERFORM MOSTRAR-LINEA-TRAZA UNTIL FIN-LINEA = "S".
           IF LIN-FILESTAT NOT = "35"
                      LIN-CANTIDAD "  " LIN-SERVIDA "  "
                      LIN-FACTURADA
           END-IF.
           PERFORM LEER-LINEA-TRAZA.


      * LEE LA SIGUIENTE LINEA POR CLAVE; AL PASAR A OTRO PEDIDO
      * TERMINAN LAS LINEAS DEL PEDIDO TRAZADO
      * ****************************************************************

       LEER-LINEA-TRAZA.
           IF FIN-LINEA = "N"
              READ A-PEDLIN NEXT RECORD AT END MOVE "S" TO FIN-LINEA
              END-READ
           END-IF.
           IF FIN-LINEA = "N" AND LIN-PEDIDO NOT = ENT-NUMPED
              MOVE "S" TO FIN-LINEA
           END-IF.


      * SI LA SIGUIENTE FACTURA ES DEL PEDIDO TRAZADO, LA MUESTRA
       TRAZAR-FACTURA-PEDIDO.
           READ A-FACCAB NEXT RECORD AT END MOVE "S" TO FIN-FACTURA
           END-READ.
           MOVE "N" TO FACTURA-DEL-PEDIDO.
           IF FIN-FACTURA NOT = "S"
              IF FAC-PEDIDO = ENT-NUMPED
                 MOVE "S" TO FACTURA-DEL-PEDIDO
              ELSE
                 IF FAC-PEDIDO = ZERO
                    PERFORM RECORRER-LINEAS-FACTURA
                 END-IF
              END-IF
           END-IF.
           IF FACTURA-DEL-PEDIDO = "S"
              DISPLAY "FACTURA " FAC-NUMERO "  FECHA " FAC-FECHA
                      "  BASE " FAC-BASE "  IVA " FAC-IVA
                      "  TOTAL " FAC-TOTAL
              IF FAC-PEDIDO = ZERO
                 DISPLAY "  FACTURA AGRUPADA DE VARIOS PEDIDOS"
                         " (CLIENTE " FAC-CODCLI ")"
              END-IF
              PERFORM RECORRER-LINEAS-FACTURA
              MOVE FAC-CODCLI TO CLIENTE-BUSCADO
              MOVE FAC-FECHA  TO FECHA-BUSCADA
              MOVE FAC-TOTAL  TO IMPORTE-BUSCADO
           END-IF.


      * RECORRE LAS LINEAS DE LA FACTURA EN REGFAC: SI AUN NO SE
      * SABE QUE SEA DEL PEDIDO TRAZADO, MIRA SI ALGUNA LINEA LO
      * ES; SI YA SE SABE, MUESTRA LAS LINEAS DEL PEDIDO CON SU
      * ALBARAN
      * ****************************************************************

       RECORRER-LINEAS-FACTURA.
           MOVE "N" TO FIN-FACLIN.
           OPEN INPUT A-FACLIN.
           IF FLN-FILESTAT NOT = "00"
              CLOSE A-FACLIN
              MOVE "S" TO FIN-FACLIN
           ELSE
              MOVE FAC-NUMERO TO FLN-FACTURA
              MOVE ZERO TO FLN-NUMLIN
              START A-FACLIN KEY NOT LESS THAN FLN-CLAVE
                 INVALID KEY MOVE "S" TO FIN-FACLIN
              END-START
              PERFORM LEER-LINEA-FACTURA
           END-IF.
           IF FACTURA-DEL-PEDIDO = "S"
              PERFORM MOSTRAR-LINEA-FACTURA UNTIL FIN-FACLIN = "S"
           ELSE
              PERFORM BUSCAR-LINEA-PEDIDO UNTIL FIN-FACLIN = "S"
           END-IF.
           IF FLN-FILESTAT NOT = "35"
              CLOSE A-FACLIN
           END-IF.


      * MIRA SI UNA LINEA DE FACTURA ES DE LA FACTURA Y DEL PEDIDO
      * TRAZADOS
      * ****************************************************************

       BUSCAR-LINEA-PEDIDO.
           IF FLN-FACTURA = FAC-NUMERO AND FLN-PEDIDO = ENT-NUMPED
              MOVE "S" TO FACTURA-DEL-PEDIDO
              MOVE "S" TO FIN-FACLIN
           ELSE
              PERFORM LEER-LINEA-FACTURA
           END-IF.


      * MUESTRA UNA LINEA DE LA FACTURA SI ES DEL PEDIDO TRAZADO,
      * CON EL ALBARAN CON QUE SE SIRVIO
      * ****************************************************************

       MOSTRAR-LINEA-FACTURA.
           IF FLN-FACTURA = FAC-NUMERO
              AND (FLN-PEDIDO = ENT-NUMPED OR FLN-PEDIDO = ZERO)
              DISPLAY "  LINEA " FLN-NUMLIN "  ARTICULO " FLN-CODARTI
                      "  CANTIDAD " FLN-CANTIDAD "  IMPORTE "
                      FLN-IMPORTE "  ALBARAN " FLN-ALBARAN
           END-IF.
           PERFORM LEER-LINEA-FACTURA.


      * LEE LA SIGUIENTE LINEA DE FACTURA POR CLAVE; AL PASAR A
      * OTRA FACTURA TERMINAN LAS LINEAS DE LA FACTURA EN REGFAC
      * ****************************************************************

       LEER-LINEA-FACTURA.
           IF FIN-FACLIN = "N"
              READ A-FACLIN NEXT RECORD AT END MOVE "S" TO FIN-FACLIN
              END-READ
           END-IF.
           IF FIN-FACLIN = "N" AND FLN-FACTURA NOT = FAC-NUMERO
              MOVE "S" TO FIN-FACLIN
           END-IF.


      * LOCALIZA EL MOVIMIENTO "C" DE LA FACTURA: PRIMERO EN
      * SUCURSAL.DAT (PENDIENTE DE CONTABILIZAR) Y SI NO EN EL
      * ARCHIVO DEL DIA DE LA FECHA DE LA FACTURA
