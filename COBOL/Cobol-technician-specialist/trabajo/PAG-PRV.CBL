       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAG-PRV.
       REMARKS. PROPUESTA Y ORDEN DE PAGO A PROVEEDORES: SELECCIONA
           LAS CUENTAS A PAGAR PENDIENTES DE EFEPROV.DAT (FAC-PROV)
           CON VENCIMIENTO HASTA LA FECHA TOPE PEDIDA Y LAS MUESTRA
           COMO PROPUESTA (PROPPAG.LST); EL OPERADOR PUEDE APARTAR
           DE ESTA PROPUESTA LAS QUE NO DEBAN PAGARSE TODAVIA, QUE
           SIGUEN PENDIENTES (PARA RETENERLAS DE FORMA PERMANENTE
           ESTA GES-PAG). APROBADA LA PROPUESTA, TOMA EL NUMERO DE
           ORDEN DE PAGO DE LA SERIE CENTRAL, GRABA EL FICHERO DE
           TRANSFERENCIAS PARA EL BANCO BAJO NOMBRE FECHADO
           (TRFAAAAMMDD.DAT: UNA TRANSFERENCIA POR PROVEEDOR A SU
           IBAN DE BANCOPRV.DAT), ANOTA CADA FACTURA PAGADA EN EL
           REGISTRO PERMANENTE ACUMULATIVO (PAGOS.DAT), MARCA LAS
           CUENTAS COMO PAGADAS (ESTADO G), EMITE EL REGISTRO DE
           PAGOS (PAGOS.LST) Y LA INTERFAZ CONTABLE DE PAGOS
           (CTPAAAAMMDD.DAT, EN EL FORMATO DETALLE/CIERRE DEL
           CARGADOR DEL MAYOR, CON CARGO A PROVEEDORES Y ABONO A
           BANCOS). UN PROVEEDOR SIN IBAN NO SE PAGA:
           SUS CUENTAS SIGUEN PENDIENTES Y SE AVISA EN EL REGISTRO.

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

      *
      * DECLARACION DEL REGISTRO PERMANENTE DE PAGOS, QUE SE
      * ACUMULA EJECUCION A EJECUCION (VER REMESA.DAT EN GEN-REM)
      *
           SELECT A-PAGOS ASSIGN TO DISK 'PAGOS.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS PAG-FILESTAT.

      *
      * DECLARACION DEL FICHERO DE TRANSFERENCIAS DEL DIA PARA EL
      * BANCO, BAJO NOMBRE FECHADO
      *
           SELECT A-TRANSFER ASSIGN TO DISK NOMBRE-TRANSFER
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

      *
      * DECLARACION DEL FICHERO DE INTERFAZ CONTABLE DE PAGOS DE
      * CADA ORDEN (CTPAAAAMMDD.DAT), MISMO FORMATO QUE LAS DE
      * CLIENTES Y DE ALMACEN
      *
           SELECT A-CONTABLE ASSIGN TO DISK NOMBRE-CONTABLE
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CTP-FILESTAT.

           SELECT A-CONTADOR ASSIGN TO DISK 'CONTADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CNT-SERIE
                  FILE STATUS IS CNT-FILESTAT.

           SELECT A-PROPUESTA ASSIGN TO DISK 'PROPPAG.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-LISTADO ASSIGN TO DISK 'PAGOS.LST'
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
      * DESCRIPCION DE LOS DATOS BANCARIOS DEL PROVEEDOR (GES-PAG)
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

      *
      * DESCRIPCION DEL REGISTRO PERMANENTE DE PAGOS: UNA LINEA
      * POR FACTURA PAGADA
      *
       FD A-PAGOS LABEL RECORD STANDARD.
       01 REGPAG.
          02 PAG-NUMERO     PIC 9(6).
          02 PAG-FECHA      PIC X(8).
          02 PAG-PROVEEDOR  PIC X(4).
          02 PAG-NUMFAC     PIC X(10).
          02 PAG-FECHA-VTO  PIC X(8).
          02 PAG-IMPORTE    PIC 9(8)V9(2).
          02 PAG-IBAN       PIC X(24).

      *
      * DESCRIPCION DEL REGISTRO DE TRANSFERENCIA QUE SE ENTREGA
      * AL BANCO: UNA LINEA POR PROVEEDOR PAGADO
      *
       FD A-TRANSFER LABEL RECORD STANDARD.
       01 REGTRF.
          02 TRF-NUMPAGO    PIC 9(6).
          02 TRF-FECHA      PIC X(8).
          02 TRF-PROVEEDOR  PIC X(4).
          02 TRF-NOMBRE     PIC X(25).
          02 TRF-NIF        PIC X(9).
          02 TRF-IBAN       PIC X(24).
          02 TRF-IMPORTE    PIC 9(9)V9(2).
          02 TRF-FACTURAS   PIC 9(3).
          02 TRF-CONCEPTO   PIC X(20).

      *
      * DESCRIPCION DEL REGISTRO DE LA INTERFAZ CONTABLE DE PAGOS:
      * UNA LINEA DE DETALLE (D) CON LA CUENTA DE PROVEEDORES AL
      * DEBE, RECUENTO E IMPORTE PAGADO, SU CONTRAPARTIDA AL HABER
      * EN LA CUENTA DE BANCOS Y UNA LINEA DE CIERRE (T)
      *
       FD A-CONTABLE LABEL RECORD STANDARD.
       01 REGCTP.
          02 CTP-TIPO-REG     PIC X(1).
          02 CTP-FECHA        PIC X(8).
          02 CTP-CUENTA       PIC X(8).
          02 CTP-TIPMOV       PIC X(1).
          02 CTP-ORIGEN       PIC X(3).
          02 CTP-CANTIDAD     PIC 9(6).
          02 CTP-IMPORTE      PIC 9(9)V9(2).
          02 CTP-SENTIDO      PIC X(1).

       FD A-CONTADOR LABEL RECORD STANDARD.
       01 REGCNT.
          02 CNT-SERIE      PIC X(8).
          02 CNT-SIGUIENTE  PIC 9(6).

       FD A-PROPUESTA LABEL RECORD STANDARD.
       01 LINEA-PROPUESTA    PIC X(90).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 EFP-FILESTAT      PIC X(2).
       77 BCP-FILESTAT      PIC X(2).
       77 PRV-FILESTAT      PIC X(2).
       77 PAG-FILESTAT      PIC X(2).
       77 CTP-FILESTAT      PIC X(2).
       77 CNT-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 FIN-EFECTO        PIC X(1).
       77 EXISTE            PIC X(1).
       77 EXISTE-CNT        PIC X(1).
       77 HAY-BANCO         PIC X(1).
       77 ENT-FECHA-TOPE    PIC X(8).
       77 ENT-CONFIRMA      PIC X(1).
       77 ENT-LINEA         PIC 9(3).
       77 NUM-PAGO          PIC 9(6).
       77 NOMBRE-TRANSFER   PIC X(15).
       77 NOMBRE-CONTABLE   PIC X(15).
       77 PROVEEDOR-ANT     PIC X(4).
       77 CONT-PRO          PIC 9(3) COMP VALUE ZERO.
       77 IDX-PRO           PIC 9(3) COMP.
       77 NUM-LINEA         PIC 9(3).
       77 CONT-PROPUESTAS   PIC 9(5) VALUE ZERO.
       77 TOTAL-PROPUESTA   PIC 9(9)V9(2) VALUE ZERO.
       77 CONT-APARTADAS    PIC 9(5) VALUE ZERO.
       77 TOTAL-APARTADO    PIC 9(9)V9(2) VALUE ZERO.
       77 CONT-PAGADAS      PIC 9(5) VALUE ZERO.
       77 TOTAL-PAGADO      PIC 9(9)V9(2) VALUE ZERO.
       77 CONT-TRANSFER     PIC 9(5) VALUE ZERO.
       77 CONT-SIN-BANCO    PIC 9(5) VALUE ZERO.
       77 FACTURAS-PROV     PIC 9(3) VALUE ZERO.
       77 TOTAL-PROV        PIC 9(9)V9(2) VALUE ZERO.

      *
      * CUENTAS A PAGAR DE LA PROPUESTA, EN ORDEN DE PROVEEDOR Y
      * FACTURA; TAB-PRO-APARTADA = "S" SI EL OPERADOR LA SACA DE
      * ESTA PROPUESTA
      *
       01 TAB-PROPUESTA.
          02 TAB-PRO-OCU OCCURS 500 TIMES.
             03 TAB-PRO-PROV     PIC X(4).
             03 TAB-PRO-FACT     PIC X(10).
             03 TAB-PRO-VTO      PIC X(8).
             03 TAB-PRO-IMP      PIC 9(8)V9(2).
             03 TAB-PRO-APARTADA PIC X(1).
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
       PAGAR-PROVEEDORES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "PAG-PRV" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LA FECHA TOPE, PRESENTA LA PROPUESTA,
      * ATIENDE LAS EXCLUSIONES Y, SI SE APRUEBA, EMITE LA ORDEN
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           DISPLAY "PROPUESTA DE PAGO A PROVEEDORES".
           DISPLAY "-------------------------------".
           DISPLAY "Vencimientos hasta la fecha (AAAAMMDD):".
           ACCEPT ENT-FECHA-TOPE NO BELL.

           OPEN I-O A-EFEPROV.
           IF EFP-FILESTAT NOT = "00"
              DISPLAY "NO EXISTEN CUENTAS A PAGAR"
                      " (EFEPROV.DAT). EJECUTE ANTES FAC-PROV."
              CLOSE A-EFEPROV
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE LOW-VALUES TO EFP-CLAVE.
           MOVE "N" TO FIN-EFECTO.
           START A-EFEPROV KEY NOT LESS THAN EFP-CLAVE
              INVALID KEY MOVE "S" TO FIN-EFECTO
           END-START.
           PERFORM SELECCIONAR-CUENTA THRU SELECCIONAR-CUENTA-FIN
                   UNTIL FIN-EFECTO = "S".

           IF CONT-PRO = ZERO
              DISPLAY "NO HAY CUENTAS PENDIENTES CON VENCIMIENTO HASTA "
                      ENT-FECHA-TOPE "."
              CLOSE A-EFEPROV
              GOBACK
           END-IF.

           PERFORM LISTAR-PROPUESTA.

      *
      * LO QUE SE APARTA SIGUE PENDIENTE PARA LA PROXIMA PROPUESTA
      *
           MOVE 999 TO ENT-LINEA.
           PERFORM APARTAR-DE-PROPUESTA UNTIL ENT-LINEA = ZERO.

           DISPLAY "PROPUESTA: " CONT-PROPUESTAS " CUENTAS / "
                   TOTAL-PROPUESTA.
           DISPLAY "APARTADAS: " CONT-APARTADAS " CUENTAS / "
                   TOTAL-APARTADO.
           DISPLAY "APRUEBA EL PAGO DE LA PROPUESTA (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "PROPUESTA NO APROBADA; NO SE PAGA NADA."
              CLOSE A-EFEPROV
              GOBACK
           END-IF.

      *
      * CADA ORDEN DE PAGO RECIBE SU NUMERO DE LA SERIE CENTRAL
      *
           OPEN I-O A-CONTADOR.
           IF CNT-FILESTAT NOT = "00"
              CLOSE A-CONTADOR
              OPEN OUTPUT A-CONTADOR
              CLOSE A-CONTADOR
              OPEN I-O A-CONTADOR
           END-IF.
           MOVE "PAGOS   " TO CNT-SERIE.
           READ A-CONTADOR
              INVALID KEY     MOVE "N" TO EXISTE-CNT
              NOT INVALID KEY MOVE "S" TO EXISTE-CNT
           END-READ.
           IF EXISTE-CNT = "N"
              MOVE "PAGOS   " TO CNT-SERIE
              MOVE 1 TO CNT-SIGUIENTE
              WRITE REGCNT
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.
           MOVE CNT-SIGUIENTE TO NUM-PAGO.
           ADD 1 TO CNT-SIGUIENTE.
           REWRITE REGCNT.
           CLOSE A-CONTADOR.

           OPEN INPUT A-PROVEED.
           OPEN INPUT A-BANCOPRV.

           OPEN EXTEND A-PAGOS.
           IF PAG-FILESTAT NOT = "00"
              CLOSE A-PAGOS
              OPEN OUTPUT A-PAGOS
           END-IF.

           MOVE SPACES TO NOMBRE-TRANSFER.
           STRING "TRF" FECHA ".DAT" DELIMITED BY SIZE
              INTO NOMBRE-TRANSFER
           END-STRING.
           OPEN OUTPUT A-TRANSFER.
           OPEN OUTPUT A-LISTADO.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "REGISTRO DE PAGOS - ORDEN " NUM-PAGO " DEL " FECHA
                  " - VENCIMIENTOS HASTA " ENT-FECHA-TOPE
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE "PROV FACTURA    VENCIMTO IMPORTE     IBAN"
                TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE SPACES TO PROVEEDOR-ANT.
           PERFORM PAGAR-CUENTA THRU PAGAR-CUENTA-FIN
                   VARYING IDX-PRO FROM 1 BY 1
                   UNTIL IDX-PRO > CONT-PRO.
           IF PROVEEDOR-ANT NOT = SPACES
              PERFORM CERRAR-PROVEEDOR
           END-IF.

           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "FACTURAS PAGADAS: " CONT-PAGADAS
                  "  TRANSFERENCIAS: " CONT-TRANSFER
                  "  IMPORTE TOTAL: " TOTAL-PAGADO
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF CONT-SIN-BANCO > ZERO
              MOVE SPACES TO LINEA-LISTADO
              STRING "FACTURAS NO PAGADAS POR FALTA DE IBAN: "
                     CONT-SIN-BANCO
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
           MOVE "ESTE TOTAL DEBE CUADRAR CON LA CONFIRMACION DEL"
                & " BANCO." TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           CLOSE A-LISTADO.
           CLOSE A-TRANSFER.
           CLOSE A-PAGOS.
           CLOSE A-BANCOPRV.
           CLOSE A-PROVEED.
           CLOSE A-EFEPROV.

           PERFORM GRABAR-CONTABLE-PAGOS.

           DISPLAY "ORDEN DE PAGO " NUM-PAGO.
           DISPLAY "FACTURAS PAGADAS.: " CONT-PAGADAS.
           DISPLAY "IMPORTE TOTAL....: " TOTAL-PAGADO.
           DISPLAY "FICHERO PARA EL BANCO: " NOMBRE-TRANSFER.
           DISPLAY "REGISTRO EN PAGOS.DAT Y PAGOS.LST".
           IF CONT-SIN-BANCO > ZERO
              DISPLAY "AVISO: " CONT-SIN-BANCO " FACTURAS SIN PAGAR"
                      " POR FALTA DE IBAN (VER GES-PAG)."
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * SI LA SIGUIENTE CUENTA ESTA PENDIENTE Y VENCE DENTRO DEL
      * PERIODO, LA PASA A LA TABLA DE LA PROPUESTA
      * ****************************************************************

       SELECCIONAR-CUENTA.
           READ A-EFEPROV NEXT RECORD AT END MOVE "S" TO FIN-EFECTO
           END-READ.
           IF FIN-EFECTO = "S"
              GO TO SELECCIONAR-CUENTA-FIN
           END-IF.

           IF NOT EFP-PENDIENTE
              GO TO SELECCIONAR-CUENTA-FIN
           END-IF.

           IF EFP-FECHA-VTO > ENT-FECHA-TOPE
              GO TO SELECCIONAR-CUENTA-FIN
           END-IF.

           IF CONT-PRO NOT < 500
              DISPLAY "AVISO: LA PROPUESTA ADMITE 500 CUENTAS; LAS"
                      " DEMAS QUEDAN PARA LA SIGUIENTE."
              MOVE "S" TO FIN-EFECTO
              GO TO SELECCIONAR-CUENTA-FIN
           END-IF.

           ADD 1 TO CONT-PRO.
           MOVE EFP-PROVEEDOR TO TAB-PRO-PROV(CONT-PRO).
           MOVE EFP-NUMFAC    TO TAB-PRO-FACT(CONT-PRO).
           MOVE EFP-FECHA-VTO TO TAB-PRO-VTO(CONT-PRO).
           MOVE EFP-IMPORTE   TO TAB-PRO-IMP(CONT-PRO).
           MOVE "N"           TO TAB-PRO-APARTADA(CONT-PRO).
           ADD 1 TO CONT-PROPUESTAS.
           ADD EFP-IMPORTE TO TOTAL-PROPUESTA.

       SELECCIONAR-CUENTA-FIN.
           EXIT.


      * MUESTRA LA PROPUESTA NUMERADA Y LA GRABA EN PROPPAG.LST
      * ****************************************************************

       LISTAR-PROPUESTA.
           OPEN OUTPUT A-PROPUESTA.
           MOVE SPACES TO LINEA-PROPUESTA.
           STRING "PROPUESTA DE PAGO DEL " FECHA
                  " - VENCIMIENTOS HASTA " ENT-FECHA-TOPE
              DELIMITED BY SIZE INTO LINEA-PROPUESTA
           END-STRING.
           WRITE LINEA-PROPUESTA.
           MOVE "LIN PROV FACTURA    VENCIMTO IMPORTE"
                TO LINEA-PROPUESTA.
           WRITE LINEA-PROPUESTA.
           DISPLAY LINEA-PROPUESTA.
           PERFORM LISTAR-LINEA-PROPUESTA
                   VARYING IDX-PRO FROM 1 BY 1
                   UNTIL IDX-PRO > CONT-PRO.
           MOVE SPACES TO LINEA-PROPUESTA.
           WRITE LINEA-PROPUESTA.
           MOVE SPACES TO LINEA-PROPUESTA.
           STRING "TOTAL PROPUESTO: " CONT-PROPUESTAS
                  " CUENTAS / " TOTAL-PROPUESTA
              DELIMITED BY SIZE INTO LINEA-PROPUESTA
           END-STRING.
           WRITE LINEA-PROPUESTA.
           CLOSE A-PROPUESTA.


      * MUESTRA Y GRABA UNA LINEA DE LA PROPUESTA
      * ****************************************************************

       LISTAR-LINEA-PROPUESTA.
           MOVE IDX-PRO TO NUM-LINEA.
           MOVE SPACES TO LINEA-PROPUESTA.
           STRING NUM-LINEA             DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  TAB-PRO-PROV(IDX-PRO) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  TAB-PRO-FACT(IDX-PRO) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  TAB-PRO-VTO(IDX-PRO)  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  TAB-PRO-IMP(IDX-PRO)  DELIMITED BY SIZE
                  INTO LINEA-PROPUESTA
           END-STRING.
           WRITE LINEA-PROPUESTA.
           DISPLAY LINEA-PROPUESTA.


      * PIDE UNA LINEA DE LA PROPUESTA QUE NO SE DEBE PAGAR AHORA
      * Y LA APARTA
      * ****************************************************************

       APARTAR-DE-PROPUESTA.
           DISPLAY "Linea a apartar de esta propuesta (0 = ninguna"
                   " mas):".
           MOVE ZERO TO ENT-LINEA.
           ACCEPT ENT-LINEA NO BELL.
           IF ENT-LINEA NOT = ZERO
              IF ENT-LINEA > CONT-PRO
                 DISPLAY "ERROR: LA LINEA NO ESTA EN LA PROPUESTA."
              ELSE
                 IF TAB-PRO-APARTADA(ENT-LINEA) = "S"
                    DISPLAY "LA LINEA YA ESTABA APARTADA."
                 ELSE
                    MOVE "S" TO TAB-PRO-APARTADA(ENT-LINEA)
                    ADD 1 TO CONT-APARTADAS
                    ADD TAB-PRO-IMP(ENT-LINEA) TO TOTAL-APARTADO
                    SUBTRACT 1 FROM CONT-PROPUESTAS
                    SUBTRACT TAB-PRO-IMP(ENT-LINEA)
                             FROM TOTAL-PROPUESTA
                    DISPLAY "APARTADA LA FACTURA "
                            TAB-PRO-FACT(ENT-LINEA) " DEL PROVEEDOR "
                            TAB-PRO-PROV(ENT-LINEA) "."
                 END-IF
              END-IF
           END-IF.


      * PAGA UNA CUENTA DE LA PROPUESTA APROBADA: AL CAMBIAR DE
      * PROVEEDOR CIERRA LA TRANSFERENCIA DEL ANTERIOR Y BUSCA LOS
      * DATOS BANCARIOS DEL NUEVO
      * ****************************************************************

       PAGAR-CUENTA.
           IF TAB-PRO-APARTADA(IDX-PRO) = "S"
              GO TO PAGAR-CUENTA-FIN
           END-IF.

           IF TAB-PRO-PROV(IDX-PRO) NOT = PROVEEDOR-ANT
              IF PROVEEDOR-ANT NOT = SPACES
                 PERFORM CERRAR-PROVEEDOR
              END-IF
              MOVE TAB-PRO-PROV(IDX-PRO) TO PROVEEDOR-ANT
              PERFORM ABRIR-PROVEEDOR
           END-IF.

           IF HAY-BANCO = "N"
              ADD 1 TO CONT-SIN-BANCO
              MOVE SPACES TO LINEA-LISTADO
              STRING TAB-PRO-PROV(IDX-PRO) DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     TAB-PRO-FACT(IDX-PRO) DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     TAB-PRO-VTO(IDX-PRO)  DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     TAB-PRO-IMP(IDX-PRO)  DELIMITED BY SIZE
                     " NO PAGADA: PROVEEDOR SIN IBAN"
                                           DELIMITED BY SIZE
                     INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
              GO TO PAGAR-CUENTA-FIN
           END-IF.

           MOVE TAB-PRO-PROV(IDX-PRO) TO EFP-PROVEEDOR.
           MOVE TAB-PRO-FACT(IDX-PRO) TO EFP-NUMFAC.
           READ A-EFEPROV
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N" OR NOT EFP-PENDIENTE
              GO TO PAGAR-CUENTA-FIN
           END-IF.

           MOVE "G"      TO EFP-ESTADO.
           MOVE FECHA    TO EFP-FECHA-PAGO.
           MOVE NUM-PAGO TO EFP-NUMPAGO.
           REWRITE REGEFP.

           MOVE NUM-PAGO      TO PAG-NUMERO.
           MOVE FECHA         TO PAG-FECHA.
           MOVE EFP-PROVEEDOR TO PAG-PROVEEDOR.
           MOVE EFP-NUMFAC    TO PAG-NUMFAC.
           MOVE EFP-FECHA-VTO TO PAG-FECHA-VTO.
           MOVE EFP-IMPORTE   TO PAG-IMPORTE.
           MOVE BCP-IBAN      TO PAG-IBAN.
           WRITE REGPAG.

           ADD 1 TO FACTURAS-PROV.
           ADD EFP-IMPORTE TO TOTAL-PROV.
           ADD 1 TO CONT-PAGADAS.
           ADD EFP-IMPORTE TO TOTAL-PAGADO.

           MOVE SPACES TO LINEA-LISTADO.
           STRING EFP-PROVEEDOR DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EFP-NUMFAC    DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EFP-FECHA-VTO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EFP-IMPORTE   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  BCP-IBAN      DELIMITED BY SIZE
                  INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

       PAGAR-CUENTA-FIN.
           EXIT.


      * PREPARA EL PAGO DE UN PROVEEDOR: SU NOMBRE Y SUS DATOS
      * BANCARIOS (SIN IBAN NO SE LE PUEDE TRANSFERIR). SI LOS
      * DATOS BANCARIOS NO TRAEN NIF SE TOMA EL DEL MAESTRO
      * ****************************************************************

       ABRIR-PROVEEDOR.
           MOVE ZERO TO FACTURAS-PROV TOTAL-PROV.

           MOVE SPACES TO PRV-NOMBRE.
           MOVE PROVEEDOR-ANT TO PRV-CODIGO.
           READ A-PROVEED
              INVALID KEY MOVE SPACES TO PRV-NOMBRE PRV-NIF
           END-READ.

           MOVE "N" TO HAY-BANCO.
           MOVE SPACES TO BCP-IBAN BCP-NIF.
           MOVE PROVEEDOR-ANT TO BCP-PROVEEDOR.
           READ A-BANCOPRV
              INVALID KEY     MOVE SPACES TO BCP-IBAN BCP-NIF
              NOT INVALID KEY MOVE "S" TO HAY-BANCO
           END-READ.
           IF BCP-IBAN = SPACES
              MOVE "N" TO HAY-BANCO
           END-IF.
           IF BCP-NIF = SPACES
              MOVE PRV-NIF TO BCP-NIF
           END-IF.


      * CIERRA EL PAGO DEL PROVEEDOR ANTERIOR: UNA TRANSFERENCIA
      * POR EL TOTAL DE SUS FACTURAS PAGADAS
      * ****************************************************************

       CERRAR-PROVEEDOR.
           IF FACTURAS-PROV > ZERO
              MOVE NUM-PAGO      TO TRF-NUMPAGO
              MOVE FECHA         TO TRF-FECHA
              MOVE PROVEEDOR-ANT TO TRF-PROVEEDOR
              MOVE PRV-NOMBRE    TO TRF-NOMBRE
              MOVE BCP-NIF       TO TRF-NIF
              MOVE BCP-IBAN      TO TRF-IBAN
              MOVE TOTAL-PROV    TO TRF-IMPORTE
              MOVE FACTURAS-PROV TO TRF-FACTURAS
              MOVE SPACES        TO TRF-CONCEPTO
              STRING "ORDEN DE PAGO " NUM-PAGO
                 DELIMITED BY SIZE INTO TRF-CONCEPTO
              END-STRING
              WRITE REGTRF
              ADD 1 TO CONT-TRANSFER
              MOVE SPACES TO LINEA-LISTADO
              STRING "  TRANSFERENCIA A " PROVEEDOR-ANT " "
                     PRV-NOMBRE ": " FACTURAS-PROV " FACTURAS / "
                     TOTAL-PROV
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.


      * GRABA LA INTERFAZ CONTABLE DE LA ORDEN DE PAGO, CON SU
      * LINEA DE CIERRE DE CONTROL
      * ****************************************************************

       GRABAR-CONTABLE-PAGOS.
           MOVE SPACES TO NOMBRE-CONTABLE.
           STRING "CTP" FECHA ".DAT" DELIMITED BY SIZE
              INTO NOMBRE-CONTABLE
           END-STRING.

           OPEN OUTPUT A-CONTABLE.
           IF CONT-PAGADAS > ZERO
              MOVE "D"          TO CTP-TIPO-REG
              MOVE FECHA        TO CTP-FECHA
              MOVE "40000000"   TO CTP-CUENTA
              MOVE "P"          TO CTP-TIPMOV
              MOVE "PAG"        TO CTP-ORIGEN
              MOVE CONT-PAGADAS TO CTP-CANTIDAD
              MOVE TOTAL-PAGADO TO CTP-IMPORTE
              MOVE "D"          TO CTP-SENTIDO
              WRITE REGCTP
              MOVE "57200000"   TO CTP-CUENTA
              MOVE "BCO"        TO CTP-ORIGEN
              MOVE "H"          TO CTP-SENTIDO
              WRITE REGCTP
           END-IF.

           MOVE "T"          TO CTP-TIPO-REG.
           MOVE FECHA        TO CTP-FECHA.
           MOVE SPACES       TO CTP-CUENTA.
           MOVE SPACE        TO CTP-TIPMOV.
           MOVE SPACES       TO CTP-ORIGEN.
           COMPUTE CTP-CANTIDAD = CONT-PAGADAS * 2.
           COMPUTE CTP-IMPORTE  = TOTAL-PAGADO * 2.
           MOVE SPACE        TO CTP-SENTIDO.
           WRITE REGCTP.
           CLOSE A-CONTABLE.

           DISPLAY "INTERFAZ CONTABLE DE PAGOS GENERADA EN "
                   NOMBRE-CONTABLE.
