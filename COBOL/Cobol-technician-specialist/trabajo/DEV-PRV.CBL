       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV-PRV.
       REMARKS. DEVOLUCION A PROVEEDOR DE MERCANCIA RECIBIDA: SOBRE
           UN PEDIDO A PROVEEDOR (PEDPROV.DAT / PEDPRLIN.DAT DE
           GES-COM) SE TECLEAN LAS LINEAS QUE SE DEVUELVEN, CON LA
           CANTIDAD (NUNCA MAS DE LO RECIBIDO MENOS LO YA DEVUELTO)
           Y, SI VA POR LOTES, EL LOTE, Y EL MOTIVO DE LA
           DEVOLUCION. AL CONFIRMAR SE TOMA EL NUMERO DE NOTA DE
           CARGO DEL CONTADOR CENTRAL (SERIE NOTASCAR DE
           CONTADOR.DAT), SE GRABA LA DEVOLUCION (DEVPROV.DAT Y SUS
           LINEAS EN DEVPRLIN.DAT, VALORADAS AL PRECIO DEL PEDIDO),
           LA SALIDA DE STOCK EN MOVARTI.DAT CON EL TIPO PROPIO D
           (DEVOLUCION A PROVEEDOR) PARA QUE ACT-ART LA APLIQUE Y
           QUEDE ASI EN EL KARDEX, Y SE IMPRIME LA NOTA DE CARGO EN
           NOTACARG.LST. FAC-PROV DESCUENTA LO DEVUELTO DE LO
           RECIBIDO AL CASAR LAS FACTURAS, E INF-DVP LISTA LAS
           DEVOLUCIONES DEL MES POR PROVEEDOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-PEDPROV ASSIGN TO DISK 'PEDPROV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PPR-NUMERO
                  FILE STATUS IS PPR-FILESTAT.

           SELECT A-PEDPRLIN ASSIGN TO DISK 'PEDPRLIN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS PPL-FILESTAT.

      *
      * DECLARACION DE LAS DEVOLUCIONES A PROVEEDOR (CABECERA POR
      * NOTA DE CARGO) Y DE SUS LINEAS
      *
           SELECT A-DEVPROV ASSIGN TO DISK 'DEVPROV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DVP-NUMERO
                  FILE STATUS IS DVP-FILESTAT.

           SELECT A-DEVPRLIN ASSIGN TO DISK 'DEVPRLIN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DVL-FILESTAT.

      *
      * DECLARACION DEL FICHERO CENTRAL DE CONTADORES DE
      * NUMERACION DE DOCUMENTOS
      *
           SELECT A-CONTADOR ASSIGN TO DISK 'CONTADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CNT-SERIE
                  FILE STATUS IS CNT-FILESTAT.

           SELECT A-PROVEED ASSIGN TO DISK 'PROVEED.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRV-CODIGO
                  FILE STATUS IS PRV-FILESTAT.

           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY COD-ARTI
                  ALTERNATE RECORD KEY COD-TPARTI DUPLICATES
                  ALTERNATE RECORD KEY NOM-ARTI DUPLICATES
                  FILE STATUS IS ART-FILESTAT.

           SELECT A-MOVARTI ASSIGN TO DISK 'MOVARTI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS MAR-FILESTAT.

           SELECT A-NOTALST ASSIGN TO DISK 'NOTACARG.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS NTL-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

       FD A-PEDPROV LABEL RECORD STANDARD.
       01 REGPPR.
          02 PPR-NUMERO     PIC 9(6).
          02 PPR-PROVEEDOR  PIC X(4).
          02 PPR-FECHA      PIC X(8).
          02 PPR-ESTADO     PIC X(1).

       FD A-PEDPRLIN LABEL RECORD STANDARD.
       01 REGPPL.
          02 PPL-PEDIDO     PIC 9(6).
          02 PPL-NUMLIN     PIC 9(2).
          02 PPL-CODARTI    PIC 9(4).
          02 PPL-CANTIDAD   PIC 9(6).
          02 PPL-RECIBIDA   PIC 9(6).
          02 PPL-PRECIO     PIC 9(4)V9(2).
          02 PPL-UNIDAD     PIC X(3).
          02 PPL-FACTOR     PIC 9(4).
          02 PPL-FECREC     PIC X(8).
          02 PPL-PARCIALES  PIC 9(2).

      *
      * DESCRIPCION DE LA DEVOLUCION A PROVEEDOR: NUMERO DE NOTA
      * DE CARGO, PEDIDO DEVUELTO, UNIDADES E IMPORTE Y MOTIVO
      *
       FD A-DEVPROV LABEL RECORD STANDARD.
       01 REGDVP.
          02 DVP-NUMERO     PIC 9(6).
          02 DVP-PEDIDO     PIC 9(6).
          02 DVP-PROVEEDOR  PIC X(4).
          02 DVP-FECHA      PIC X(8).
          02 DVP-ALMACEN    PIC 9(2).
          02 DVP-UNIDADES   PIC 9(7).
          02 DVP-IMPORTE    PIC 9(8)V9(2).
          02 DVP-MOTIVO     PIC X(30).

      *
      * DESCRIPCION DE LA LINEA DEVUELTA: LINEA DEL PEDIDO,
      * CANTIDAD EN UNIDADES BASE, PRECIO DEL PEDIDO Y LOTE
      *
       FD A-DEVPRLIN LABEL RECORD STANDARD.
       01 REGDVL.
          02 DVL-NUMERO     PIC 9(6).
          02 DVL-PEDIDO     PIC 9(6).
          02 DVL-NUMLIN     PIC 9(2).
          02 DVL-CODARTI    PIC 9(4).
          02 DVL-CANTIDAD   PIC 9(6).
          02 DVL-PRECIO     PIC 9(4)V9(2).
          02 DVL-LOTE       PIC X(8).

       FD A-CONTADOR LABEL RECORD STANDARD.
       01 REGCNT.
          02 CNT-SERIE      PIC X(8).
          02 CNT-SIGUIENTE  PIC 9(6).

       FD A-PROVEED LABEL RECORD STANDARD.
       01 REGPRV.
          02 PRV-CODIGO     PIC X(4).
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).

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

       FD A-MOVARTI LABEL RECORD STANDARD.
       01 REGMAR.
          02 MAR-CODARTI    PIC 9(4).
          02 MAR-FECHA      PIC X(8).
          02 MAR-TIPO       PIC X(1).
          02 MAR-CANTIDAD   PIC 9(6).
          02 MAR-ALMACEN    PIC 9(2).
          02 MAR-ALMDES     PIC 9(2).
          02 MAR-LOTE       PIC X(8).
          02 MAR-CADUCA     PIC X(8).

       FD A-NOTALST LABEL RECORD STANDARD.
       01 LINEA-NOTALST      PIC X(80).


       WORKING-STORAGE SECTION.
       77 PPR-FILESTAT      PIC X(2).
       77 PPL-FILESTAT      PIC X(2).
       77 DVP-FILESTAT      PIC X(2).
       77 DVL-FILESTAT      PIC X(2).
       77 CNT-FILESTAT      PIC X(2).
       77 PRV-FILESTAT      PIC X(2).
       77 ART-FILESTAT      PIC X(2).
       77 MAR-FILESTAT      PIC X(2).
       77 NTL-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 EXISTE            PIC X(1).
       77 EXISTE-CNT        PIC X(1).
       77 EXISTE-PRV        PIC X(1).
       77 FIN-LINEA         PIC X(1).
       77 FIN-DEVOLUCION    PIC X(1).
       77 FIN-CAPTURA       PIC X(1).
       77 CONFIRMA          PIC X(1).
       77 ENT-NUMPED        PIC 9(6).
       77 ENT-ALMACEN       PIC 9(2).
       77 ENT-MOTIVO        PIC X(30).
       77 ENT-NUMLIN        PIC 9(2).
       77 ENT-CANTIDAD      PIC 9(6).
       77 ENT-LOTE          PIC X(8).
       77 NUM-SIG-NOTA      PIC 9(6) VALUE ZERO.
       77 CANT-DEVOLVIBLE   PIC S9(7).
       77 IMPORTE-LINEA     PIC 9(8)V9(2).
       77 TOTAL-UNIDADES    PIC 9(7) VALUE ZERO.
       77 TOTAL-NOTA        PIC 9(8)V9(2) VALUE ZERO.
       77 CONT-LPD          PIC 9(2) COMP VALUE ZERO.
       77 IDX-LPD           PIC 9(2) COMP.
       77 IDX-LPD-ENC       PIC 9(2) COMP.
       77 CONT-DEV          PIC 9(2) COMP VALUE ZERO.
       77 IDX-DEV           PIC 9(2) COMP.
       77 CONT-DEVOLVIBLES  PIC 9(2) COMP VALUE ZERO.

      *
      * LINEAS DEL PEDIDO CON LO RECIBIDO Y LO YA DEVUELTO EN
      * NOTAS DE CARGO ANTERIORES Y EN LA QUE SE ESTA TECLEANDO
      *
       01 TAB-LINEAS-PED.
          02 TAB-LPD-OCU OCCURS 99 TIMES.
             03 TAB-LPD-NUMLIN   PIC 9(2).
             03 TAB-LPD-ART      PIC 9(4).
             03 TAB-LPD-RECIBIDA PIC 9(6).
             03 TAB-LPD-DEVUELTA PIC 9(6).
             03 TAB-LPD-PRECIO   PIC 9(4)V9(2).

      *
      * LINEAS DE LA DEVOLUCION EN CURSO (POSICION EN LA TABLA DE
      * LINEAS DEL PEDIDO, CANTIDAD Y LOTE)
      *
       01 TAB-DEVOLUCION.
          02 TAB-DEV-OCU OCCURS 99 TIMES.
             03 TAB-DEV-LPD      PIC 9(2).
             03 TAB-DEV-CANT     PIC 9(6).
             03 TAB-DEV-LOTE     PIC X(8).
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
       DEVOLVER-A-PROVEEDOR.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "DEV-PRV" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: LOCALIZA EL PEDIDO, RECOGE LAS LINEAS
      * DEVUELTAS Y, CONFIRMADA LA DEVOLUCION, LA GRABA Y EMITE LA
      * NOTA DE CARGO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "DEVOLUCION DE MERCANCIA A PROVEEDOR".
           DISPLAY "-----------------------------------".
           DISPLAY "Numero del pedido a proveedor........:".
           ACCEPT ENT-NUMPED NO BELL.

           OPEN INPUT A-PEDPROV.
           IF PPR-FILESTAT NOT = "00"
              DISPLAY "NO EXISTEN PEDIDOS A PROVEEDOR"
                      " (PEDPROV.DAT)."
              CLOSE A-PEDPROV
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE ENT-NUMPED TO PPR-NUMERO.
           READ A-PEDPROV
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           CLOSE A-PEDPROV.
           IF EXISTE = "N"
              DISPLAY "ERROR: EL PEDIDO NO EXISTE."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "PEDIDO " PPR-NUMERO "  PROVEEDOR "
                   PPR-PROVEEDOR "  DEL " PPR-FECHA.

           PERFORM CARGAR-LINEAS-PEDIDO.
           PERFORM CARGAR-DEVUELTO.

           OPEN INPUT A-ARTICULO.
           DISPLAY "LN ARTIC NOMBRE                    RECIBIDA"
                   " DEVUELTA PRECIO".
           MOVE ZERO TO CONT-DEVOLVIBLES.
           PERFORM MOSTRAR-LINEA-PEDIDO
                   VARYING IDX-LPD FROM 1 BY 1
                   UNTIL IDX-LPD > CONT-LPD.
           IF CONT-DEVOLVIBLES = ZERO
              DISPLAY "NO HAY MERCANCIA RECIBIDA PENDIENTE DE"
                      " DEVOLVER EN ESTE PEDIDO."
              CLOSE A-ARTICULO
              GOBACK
           END-IF.

           DISPLAY "Almacen del que sale la mercancia (00 = 01):".
           ACCEPT ENT-ALMACEN NO BELL.
           IF ENT-ALMACEN = ZERO
              MOVE 1 TO ENT-ALMACEN
           END-IF.
           MOVE SPACES TO ENT-MOTIVO.
           PERFORM PEDIR-MOTIVO UNTIL ENT-MOTIVO NOT = SPACES.

           MOVE "N" TO FIN-CAPTURA.
           PERFORM PEDIR-LINEA-DEVUELTA THRU PEDIR-LINEA-DEVUELTA-FIN
                   UNTIL FIN-CAPTURA = "S".

           IF CONT-DEV = ZERO
              DISPLAY "NINGUNA LINEA DEVUELTA: NO SE EMITE NOTA DE"
                      " CARGO."
              CLOSE A-ARTICULO
              GOBACK
           END-IF.

           DISPLAY "LINEAS DEVUELTAS: " CONT-DEV.
           DISPLAY "CONFIRMA LA DEVOLUCION Y LA NOTA DE CARGO (S/N):".
           ACCEPT CONFIRMA NO BELL.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              DISPLAY "DEVOLUCION ANULADA."
              CLOSE A-ARTICULO
              GOBACK
           END-IF.

           PERFORM ABRIR-DEVOLUCIONES.

      *
      * EL NUMERO DE NOTA DE CARGO SALE DEL CONTADOR CENTRAL; LA
      * PRIMERA VEZ LA SERIE SE SIEMBRA CON EL MAYOR NUMERO EN
      * USO DEL REGISTRO DE DEVOLUCIONES
      *
           OPEN I-O A-CONTADOR.
           IF CNT-FILESTAT NOT = "00"
              CLOSE A-CONTADOR
              OPEN OUTPUT A-CONTADOR
              CLOSE A-CONTADOR
              OPEN I-O A-CONTADOR
           END-IF.
           PERFORM INICIAR-CONTADOR-NOTAS.
           PERFORM TOMAR-NUMERO-NOTA.
           CLOSE A-CONTADOR.

           PERFORM EMITIR-NOTA-CARGO.

           CLOSE A-DEVPROV.
           CLOSE A-ARTICULO.

           DISPLAY "NOTA DE CARGO " NUM-SIG-NOTA " EMITIDA EN"
                   " NOTACARG.LST: " TOTAL-UNIDADES " UNIDADES, "
                   TOTAL-NOTA.
           DISPLAY "LA SALIDA DE STOCK QUEDA EN MOVARTI.DAT PARA"
                   " ACT-ART.".

           GOBACK.


      * CARGA EN LA TABLA LAS LINEAS DEL PEDIDO CON LO RECIBIDO
      * ****************************************************************

       CARGAR-LINEAS-PEDIDO.
           MOVE ZERO TO CONT-LPD.
           MOVE "N" TO FIN-LINEA.
           OPEN INPUT A-PEDPRLIN.
           IF PPL-FILESTAT NOT = "00"
              CLOSE A-PEDPRLIN
              MOVE "S" TO FIN-LINEA
           ELSE
              READ A-PEDPRLIN AT END MOVE "S" TO FIN-LINEA END-READ
           END-IF.
           PERFORM ANOTAR-LINEA-PEDIDO UNTIL FIN-LINEA = "S".
           IF PPL-FILESTAT NOT = "35"
              CLOSE A-PEDPRLIN
           END-IF.


      * ANOTA UNA LINEA SI ES DEL PEDIDO DEVUELTO
      * ****************************************************************

       ANOTAR-LINEA-PEDIDO.
           IF PPL-PEDIDO = ENT-NUMPED AND CONT-LPD < 99
              ADD 1 TO CONT-LPD
              MOVE PPL-NUMLIN   TO TAB-LPD-NUMLIN(CONT-LPD)
              MOVE PPL-CODARTI  TO TAB-LPD-ART(CONT-LPD)
              MOVE PPL-RECIBIDA TO TAB-LPD-RECIBIDA(CONT-LPD)
              MOVE ZERO         TO TAB-LPD-DEVUELTA(CONT-LPD)
              MOVE PPL-PRECIO   TO TAB-LPD-PRECIO(CONT-LPD)
           END-IF.
           READ A-PEDPRLIN AT END MOVE "S" TO FIN-LINEA END-READ.


      * SUMA A CADA LINEA DEL PEDIDO LO YA DEVUELTO EN NOTAS DE
      * CARGO ANTERIORES
      * ****************************************************************

       CARGAR-DEVUELTO.
           MOVE "N" TO FIN-DEVOLUCION.
           OPEN INPUT A-DEVPRLIN.
           IF DVL-FILESTAT NOT = "00"
              CLOSE A-DEVPRLIN
              MOVE "S" TO FIN-DEVOLUCION
           ELSE
              READ A-DEVPRLIN AT END MOVE "S" TO FIN-DEVOLUCION
              END-READ
           END-IF.
           PERFORM ANOTAR-DEVUELTO UNTIL FIN-DEVOLUCION = "S".
           IF DVL-FILESTAT NOT = "35"
              CLOSE A-DEVPRLIN
           END-IF.


      * ANOTA UNA LINEA DEVUELTA SI ES DEL PEDIDO
      * ****************************************************************

       ANOTAR-DEVUELTO.
           IF DVL-PEDIDO = ENT-NUMPED
              MOVE DVL-NUMLIN TO ENT-NUMLIN
              PERFORM BUSCAR-LINEA-PEDIDO
              IF IDX-LPD-ENC > ZERO
                 ADD DVL-CANTIDAD TO TAB-LPD-DEVUELTA(IDX-LPD-ENC)
              END-IF
           END-IF.
           READ A-DEVPRLIN AT END MOVE "S" TO FIN-DEVOLUCION END-READ.


      * DEJA EN IDX-LPD-ENC LA POSICION DE LA LINEA ENT-NUMLIN EN
      * LA TABLA (CERO SI EL PEDIDO NO LA TIENE)
      * ****************************************************************

       BUSCAR-LINEA-PEDIDO.
           MOVE ZERO TO IDX-LPD-ENC.
           PERFORM COMPARAR-LINEA-PEDIDO
                   VARYING IDX-LPD FROM 1 BY 1
                   UNTIL IDX-LPD > CONT-LPD OR IDX-LPD-ENC > ZERO.


      * COMPARA UNA POSICION DE LA TABLA CON LA LINEA BUSCADA
      * ****************************************************************

       COMPARAR-LINEA-PEDIDO.
           IF TAB-LPD-NUMLIN(IDX-LPD) = ENT-NUMLIN
              MOVE IDX-LPD TO IDX-LPD-ENC
           END-IF.


      * MUESTRA UNA LINEA DEL PEDIDO Y CUENTA LAS QUE TIENEN ALGO
      * QUE DEVOLVER
      * ****************************************************************

       MOSTRAR-LINEA-PEDIDO.
           MOVE SPACES TO NOM-ARTI.
           MOVE TAB-LPD-ART(IDX-LPD) TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY CONTINUE
           END-READ.
           DISPLAY TAB-LPD-NUMLIN(IDX-LPD) " " TAB-LPD-ART(IDX-LPD)
                   " " NOM-ARTI " " TAB-LPD-RECIBIDA(IDX-LPD)
                   "   " TAB-LPD-DEVUELTA(IDX-LPD)
                   " " TAB-LPD-PRECIO(IDX-LPD).
           IF TAB-LPD-RECIBIDA(IDX-LPD) > TAB-LPD-DEVUELTA(IDX-LPD)
              ADD 1 TO CONT-DEVOLVIBLES
           END-IF.


      * PIDE EL MOTIVO DE LA DEVOLUCION, QUE ES OBLIGATORIO
      * ****************************************************************

       PEDIR-MOTIVO.
           DISPLAY "Motivo de la devolucion (obligatorio):".
           ACCEPT ENT-MOTIVO NO BELL.


      * PIDE UNA LINEA DEVUELTA: LINEA DEL PEDIDO, CANTIDAD HASTA
      * LO RECIBIDO MENOS LO YA DEVUELTO, Y LOTE SI LO HAY
      * ****************************************************************

       PEDIR-LINEA-DEVUELTA.
           DISPLAY "Linea del pedido a devolver (00 = terminar):".
           ACCEPT ENT-NUMLIN NO BELL.
           IF ENT-NUMLIN = ZERO
              MOVE "S" TO FIN-CAPTURA
              GO TO PEDIR-LINEA-DEVUELTA-FIN
           END-IF.
           IF CONT-DEV NOT < 99
              DISPLAY "NO CABEN MAS LINEAS EN LA NOTA DE CARGO."
              MOVE "S" TO FIN-CAPTURA
              GO TO PEDIR-LINEA-DEVUELTA-FIN
           END-IF.

           PERFORM BUSCAR-LINEA-PEDIDO.
           IF IDX-LPD-ENC = ZERO
              DISPLAY "ERROR: EL PEDIDO NO TIENE ESA LINEA."
              GO TO PEDIR-LINEA-DEVUELTA-FIN
           END-IF.
           COMPUTE CANT-DEVOLVIBLE =
                   TAB-LPD-RECIBIDA(IDX-LPD-ENC)
                 - TAB-LPD-DEVUELTA(IDX-LPD-ENC).
           IF CANT-DEVOLVIBLE NOT > ZERO
              DISPLAY "ERROR: NO QUEDA NADA RECIBIDO POR DEVOLVER EN"
                      " ESA LINEA."
              GO TO PEDIR-LINEA-DEVUELTA-FIN
           END-IF.

           DISPLAY "Cantidad devuelta (maximo " CANT-DEVOLVIBLE "):".
           ACCEPT ENT-CANTIDAD NO BELL.
           IF ENT-CANTIDAD = ZERO OR ENT-CANTIDAD > CANT-DEVOLVIBLE
              DISPLAY "ERROR: CANTIDAD NO VALIDA."
              GO TO PEDIR-LINEA-DEVUELTA-FIN
           END-IF.
           DISPLAY "Lote devuelto (blanco = sin lote):".
           MOVE SPACES TO ENT-LOTE.
           ACCEPT ENT-LOTE NO BELL.

           ADD 1 TO CONT-DEV.
           MOVE IDX-LPD-ENC  TO TAB-DEV-LPD(CONT-DEV).
           MOVE ENT-CANTIDAD TO TAB-DEV-CANT(CONT-DEV).
           MOVE ENT-LOTE     TO TAB-DEV-LOTE(CONT-DEV).
           ADD ENT-CANTIDAD  TO TAB-LPD-DEVUELTA(IDX-LPD-ENC).

       PEDIR-LINEA-DEVUELTA-FIN.
           EXIT.


      * ABRE EL REGISTRO DE DEVOLUCIONES (LO CREA LA PRIMERA VEZ)
      * ****************************************************************

       ABRIR-DEVOLUCIONES.
           OPEN I-O A-DEVPROV.
           IF DVP-FILESTAT NOT = "00"
              CLOSE A-DEVPROV
              OPEN OUTPUT A-DEVPROV
              CLOSE A-DEVPROV
              OPEN I-O A-DEVPROV
           END-IF.


      * PREPARA EL CONTADOR DE LA SERIE DE NOTAS DE CARGO,
      * SEMBRANDOLO CON EL MAYOR NUMERO EN USO SI TODAVIA NO EXISTE
      * ****************************************************************

       INICIAR-CONTADOR-NOTAS.
           MOVE "NOTASCAR" TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY     MOVE "N" TO EXISTE-CNT
              NOT INVALID KEY MOVE "S" TO EXISTE-CNT
           END-READ.
           IF EXISTE-CNT = "N"
              PERFORM BUSCAR-SIGUIENTE-NOTA
              MOVE "NOTASCAR" TO CNT-SERIE
              MOVE NUM-SIG-NOTA TO CNT-SIGUIENTE
              WRITE REGCNT
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.


      * TOMA DE FORMA ATOMICA EL SIGUIENTE NUMERO DE NOTA DE CARGO
      * ****************************************************************

       TOMAR-NUMERO-NOTA.
           MOVE "NOTASCAR" TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY CONTINUE
           END-READ.
           MOVE CNT-SIGUIENTE TO NUM-SIG-NOTA.
           ADD 1 TO CNT-SIGUIENTE.
           REWRITE REGCNT.


      * LOCALIZA EL MAYOR NUMERO DE NOTA DE CARGO EN USO PARA
      * SEMBRAR LA SERIE LA PRIMERA VEZ
      * ****************************************************************

       BUSCAR-SIGUIENTE-NOTA.
           MOVE ZERO TO NUM-SIG-NOTA.
           MOVE ZERO TO DVP-NUMERO.
           MOVE "N" TO FIN-DEVOLUCION.
           START A-DEVPROV KEY NOT LESS THAN DVP-NUMERO
              INVALID KEY MOVE "S" TO FIN-DEVOLUCION
           END-START.
           PERFORM ANOTAR-NOTA-MAYOR UNTIL FIN-DEVOLUCION = "S".
           ADD 1 TO NUM-SIG-NOTA.


      * RETIENE EL NUMERO DE NOTA DE CARGO MAS ALTO LEIDO
      * ****************************************************************

       ANOTAR-NOTA-MAYOR.
           READ A-DEVPROV NEXT RECORD
              AT END MOVE "S" TO FIN-DEVOLUCION
           END-READ.
           IF FIN-DEVOLUCION NOT = "S"
              MOVE DVP-NUMERO TO NUM-SIG-NOTA
           END-IF.


      * EMITE LA NOTA DE CARGO: LA IMPRIME EN NOTACARG.LST CON LOS
      * DATOS DEL PROVEEDOR, GRABA SUS LINEAS EN DEVPRLIN.DAT Y LAS
      * SALIDAS EN MOVARTI.DAT, Y REGISTRA LA CABECERA EN
      * DEVPROV.DAT
      * ****************************************************************

       EMITIR-NOTA-CARGO.
           OPEN INPUT A-PROVEED.
           MOVE "N" TO EXISTE-PRV.
           IF PRV-FILESTAT = "00"
              MOVE PPR-PROVEEDOR TO PRV-CODIGO
              READ A-PROVEED
                 INVALID KEY     MOVE "N" TO EXISTE-PRV
                 NOT INVALID KEY MOVE "S" TO EXISTE-PRV
              END-READ
           END-IF.

           OPEN EXTEND A-NOTALST.
           IF NTL-FILESTAT NOT = "00"
              CLOSE A-NOTALST
              OPEN OUTPUT A-NOTALST
           END-IF.
           MOVE SPACES TO LINEA-NOTALST.
           WRITE LINEA-NOTALST.
           MOVE SPACES TO LINEA-NOTALST.
           STRING "NOTA DE CARGO " NUM-SIG-NOTA "  FECHA " FECHA
              DELIMITED BY SIZE INTO LINEA-NOTALST
           END-STRING.
           WRITE LINEA-NOTALST.
           MOVE SPACES TO LINEA-NOTALST.
           IF EXISTE-PRV = "S"
              STRING "PROVEEDOR " PRV-CODIGO "  " PRV-NOMBRE
                 DELIMITED BY SIZE INTO LINEA-NOTALST
              END-STRING
              WRITE LINEA-NOTALST
              MOVE SPACES TO LINEA-NOTALST
              STRING "           " PRV-DIRECCION
                 DELIMITED BY SIZE INTO LINEA-NOTALST
              END-STRING
           ELSE
              STRING "PROVEEDOR " PPR-PROVEEDOR
                 DELIMITED BY SIZE INTO LINEA-NOTALST
              END-STRING
           END-IF.
           WRITE LINEA-NOTALST.
           IF PRV-FILESTAT NOT = "35"
              CLOSE A-PROVEED
           END-IF.
           MOVE SPACES TO LINEA-NOTALST.
           STRING "DEVOLUCION DE MERCANCIA DEL PEDIDO " ENT-NUMPED
                  " DEL " PPR-FECHA
              DELIMITED BY SIZE INTO LINEA-NOTALST
           END-STRING.
           WRITE LINEA-NOTALST.
           MOVE SPACES TO LINEA-NOTALST.
           STRING "MOTIVO: " ENT-MOTIVO
              DELIMITED BY SIZE INTO LINEA-NOTALST
           END-STRING.
           WRITE LINEA-NOTALST.
           MOVE "LN ARTIC NOMBRE                    CANTIDAD PRECIO"
              & "      IMPORTE LOTE" TO LINEA-NOTALST.
           WRITE LINEA-NOTALST.

           OPEN EXTEND A-DEVPRLIN.
           IF DVL-FILESTAT NOT = "00"
              CLOSE A-DEVPRLIN
              OPEN OUTPUT A-DEVPRLIN
           END-IF.
           OPEN EXTEND A-MOVARTI.
           IF MAR-FILESTAT NOT = "00"
              CLOSE A-MOVARTI
              OPEN OUTPUT A-MOVARTI
           END-IF.
           MOVE ZERO TO TOTAL-UNIDADES TOTAL-NOTA.
           PERFORM GRABAR-LINEA-DEVUELTA
                   VARYING IDX-DEV FROM 1 BY 1
                   UNTIL IDX-DEV > CONT-DEV.
           CLOSE A-MOVARTI.
           CLOSE A-DEVPRLIN.

           MOVE SPACES TO LINEA-NOTALST.
           STRING "TOTAL A CARGO DEL PROVEEDOR: " TOTAL-NOTA
              DELIMITED BY SIZE INTO LINEA-NOTALST
           END-STRING.
           WRITE LINEA-NOTALST.
           CLOSE A-NOTALST.

           MOVE NUM-SIG-NOTA   TO DVP-NUMERO.
           MOVE ENT-NUMPED     TO DVP-PEDIDO.
           MOVE PPR-PROVEEDOR  TO DVP-PROVEEDOR.
           MOVE FECHA          TO DVP-FECHA.
           MOVE ENT-ALMACEN    TO DVP-ALMACEN.
           MOVE TOTAL-UNIDADES TO DVP-UNIDADES.
           MOVE TOTAL-NOTA     TO DVP-IMPORTE.
           MOVE ENT-MOTIVO     TO DVP-MOTIVO.
           WRITE REGDVP
              INVALID KEY
                 DISPLAY "AVISO: LA NOTA DE CARGO " NUM-SIG-NOTA
                         " YA EXISTIA EN DEVPROV.DAT."
           END-WRITE.


      * GRABA UNA LINEA DEVUELTA: IMPRESO, LINEA DE LA DEVOLUCION Y
      * SALIDA DE STOCK DE TIPO D
      * ****************************************************************

       GRABAR-LINEA-DEVUELTA.
           MOVE TAB-DEV-LPD(IDX-DEV) TO IDX-LPD.
           COMPUTE IMPORTE-LINEA =
                   TAB-DEV-CANT(IDX-DEV) * TAB-LPD-PRECIO(IDX-LPD).
           ADD TAB-DEV-CANT(IDX-DEV) TO TOTAL-UNIDADES.
           ADD IMPORTE-LINEA TO TOTAL-NOTA.

           MOVE SPACES TO NOM-ARTI.
           MOVE TAB-LPD-ART(IDX-LPD) TO COD-ARTI.
           READ A-ARTICULO
              INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO LINEA-NOTALST.
           STRING TAB-LPD-NUMLIN(IDX-LPD) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-LPD-ART(IDX-LPD)    DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  NOM-ARTI                DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-DEV-CANT(IDX-DEV)   DELIMITED BY SIZE
                  "   "                   DELIMITED BY SIZE
                  TAB-LPD-PRECIO(IDX-LPD) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  IMPORTE-LINEA           DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  TAB-DEV-LOTE(IDX-DEV)   DELIMITED BY SIZE
                  INTO LINEA-NOTALST
           END-STRING.
           WRITE LINEA-NOTALST.

           MOVE NUM-SIG-NOTA            TO DVL-NUMERO.
           MOVE ENT-NUMPED              TO DVL-PEDIDO.
           MOVE TAB-LPD-NUMLIN(IDX-LPD) TO DVL-NUMLIN.
           MOVE TAB-LPD-ART(IDX-LPD)    TO DVL-CODARTI.
           MOVE TAB-DEV-CANT(IDX-DEV)   TO DVL-CANTIDAD.
           MOVE TAB-LPD-PRECIO(IDX-LPD) TO DVL-PRECIO.
           MOVE TAB-DEV-LOTE(IDX-DEV)   TO DVL-LOTE.
           WRITE REGDVL.

           MOVE TAB-LPD-ART(IDX-LPD)  TO MAR-CODARTI.
           MOVE FECHA                 TO MAR-FECHA.
           MOVE "D"                   TO MAR-TIPO.
           MOVE TAB-DEV-CANT(IDX-DEV) TO MAR-CANTIDAD.
           MOVE ENT-ALMACEN           TO MAR-ALMACEN.
           MOVE ZERO                  TO MAR-ALMDES.
           MOVE TAB-DEV-LOTE(IDX-DEV) TO MAR-LOTE.
           MOVE SPACES                TO MAR-CADUCA.
           WRITE REGMAR.
