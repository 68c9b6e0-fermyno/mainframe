           PEDPRLIN.DAT DE GES-COM) Y CONTRA LO REALMENTE RECIBIDO:
           CANTIDAD FACTURADA NO SUPERIOR A LA RECIBIDA Y PRECIO
           FACTURADO DENTRO DE LA TOLERANCIA SOBRE EL PRECIO DEL
           PEDIDO. LO DEVUELTO AL PROVEEDOR CON NOTA DE CARGO
           (DEVPRLIN.DAT DE DEV-PRV) SE DESCUENTA DE LO RECIBIDO,
           PUES NO SE DEBE. LAS FACTURAS LIMPIAS QUEDAN APROBADAS EN
           FACPROV.DAT; LAS DEMAS QUEDAN EN EXCEPCION CON SU
           DETALLE EN FACPREXC.LST -- SE ACABO APROBAR FACTURAS DE
           MEMORIA Y BUENA VOLUNTAD. CADA FACTURA GUARDA SUS LINEAS
           EN EXCEPCION Y LAS DE PRECIO PARA LA EVALUACION DE
           PROVEEDORES (EVA-PRV). CADA FACTURA DA DE ALTA SU CUENTA
           A PAGAR EN EFEPROV.DAT CON EL VENCIMIENTO QUE MARCAN LAS
           CONDICIONES DE PAGO DEL PROVEEDOR (PRV-CONDPAGO: LOS
           PRIMEROS DIGITOS SON LOS DIAS; CONTADO SON 0 Y SIN
           CONDICIONES, 30); LA DE UNA FACTURA EN EXCEPCION NACE
           RETENIDA HASTA QUE GES-PAG LA LIBERE. DE CADA LINEA SE
           TECLEA SU TIPO DE IVA; LA FACTURA GUARDA LA BASE Y LA
           CUOTA DE HASTA TRES TIPOS (LA CUOTA SE CALCULA Y PUEDE
           CORREGIRSE CON LA QUE TRAE LA FACTURA) PARA EL REGISTRO
           DE IVA SOPORTADO (REG-IVS) Y LA LIQUIDACION TRIMESTRAL
           (LIQ-IVA), Y LA CUENTA A PAGAR ES EL TOTAL CON IVA. NO SE
           REGISTRAN FACTURAS SI EL TRIMESTRE EN CURSO YA ESTA
           PRESENTADO (IVATRIM.DAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS SEQUENTIAL
                  FILE STATUS IS PPL-FILESTAT.

           SELECT A-DEVPRLIN ASSIGN TO DISK 'DEVPRLIN.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS DVL-FILESTAT.

           SELECT A-FACPROV ASSIGN TO DISK 'FACPROV.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS FPR-FILESTAT.

      *
      * DECLARACION DE LAS CUENTAS A PAGAR A PROVEEDORES, UNA POR
      * FACTURA (VER GES-PAG Y PAG-PRV)
      *
           SELECT A-EFEPROV ASSIGN TO DISK 'EFEPROV.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY EFP-CLAVE
                  FILE STATUS IS EFP-FILESTAT.

           SELECT A-PROVEED ASSIGN TO DISK 'PROVEED.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PRV-CODIGO
                  FILE STATUS IS PRV-FILESTAT.

      *
      * DECLARACION DE LOS TRIMESTRES DE IVA YA PRESENTADOS
      * (VER LIQ-IVA)
      *
           SELECT A-IVATRIM ASSIGN TO DISK 'IVATRIM.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY ITR-TRIMESTRE
                  FILE STATUS IS ITR-FILESTAT.

           SELECT A-EXCEPCION ASSIGN TO DISK 'FACPREXC.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.
          02 PPL-CANTIDAD   PIC 9(6).
          02 PPL-RECIBIDA   PIC 9(6).
          02 PPL-PRECIO     PIC 9(4)V9(2).
          02 PPL-UNIDAD     PIC X(3).
          02 PPL-FACTOR     PIC 9(4).
          02 PPL-FECREC     PIC X(8).
          02 PPL-PARCIALES  PIC 9(2).

      *
      * DESCRIPCION DE LA LINEA DEVUELTA AL PROVEEDOR (DEV-PRV)
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

      *
      * DESCRIPCION DEL REGISTRO DE FACTURAS DE PROVEEDOR.
      * FPR-ESTADO: A = APROBADA, E = EN EXCEPCION. FPR-EXC-LINEAS
      * SON LAS LINEAS EN EXCEPCION Y FPR-EXC-PRECIO LAS QUE LO
      * ESTAN POR PRECIO FUERA DE TOLERANCIA. FPR-IMPORTE ES LA
      * BASE TOTAL Y FPR-DESGLOSE-IVA SU REPARTO POR TIPO DE IVA
      * CON LA CUOTA SOPORTADA
      *
       FD A-FACPROV LABEL RECORD STANDARD.
       01 REGFPR.
          02 FPR-FECHA      PIC X(8).
          02 FPR-IMPORTE    PIC 9(8)V9(2).
          02 FPR-ESTADO     PIC X(1).
          02 FPR-EXC-LINEAS PIC 9(3).
          02 FPR-EXC-PRECIO PIC 9(3).
          02 FPR-DESGLOSE-IVA OCCURS 3 TIMES.
             03 FPR-TIPIVA  PIC 9(2).
             03 FPR-BASE    PIC 9(8)V9(2).
             03 FPR-CUOTA   PIC 9(8)V9(2).

      *
      * DESCRIPCION DE LA CUENTA A PAGAR DE UNA FACTURA DE
      * PROVEEDOR. EFP-ESTADO: P = PENDIENTE, R = RETENIDA (NO SE
      * PROPONE AL PAGO), G = PAGADA EN LA ORDEN EFP-NUMPAGO
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

       FD A-PROVEED LABEL RECORD STANDARD.
       01 REGPRV.
          02 PRV-CODIGO     PIC X(4).
          02 PRV-NOMBRE     PIC X(25).
          02 PRV-DIRECCION  PIC X(25).
          02 PRV-CONDPAGO   PIC X(15).
          02 PRV-NIF        PIC X(9).

      *
      * DESCRIPCION DE UN TRIMESTRE DE IVA PRESENTADO (LIQ-IVA)
      *
       FD A-IVATRIM LABEL RECORD STANDARD.
       01 REGITR.
          02 ITR-TRIMESTRE  PIC X(5).
          02 ITR-FECHA      PIC X(8).
          02 ITR-REPERCUTIDO PIC 9(9)V9(2).
          02 ITR-SOPORTADO  PIC 9(9)V9(2).
          02 ITR-RESULTADO  PIC 9(9)V9(2).
          02 ITR-SIGNO      PIC X(1).

       FD A-EXCEPCION LABEL RECORD STANDARD.
       01 LINEA-EXCEPCION   PIC X(90).
       77 PPR-FILESTAT      PIC X(2).
       77 PPL-FILESTAT      PIC X(2).
       77 FPR-FILESTAT      PIC X(2).
       77 DVL-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 EXISTE            PIC X(1).
       77 FIN-LINEA         PIC X(1).
       77 FIN-DEVOLUCION    PIC X(1).
       77 MAS-LINEAS        PIC X(1).
       77 ENT-NUMFAC        PIC X(10).
       77 ENT-NUMPED        PIC 9(6).
       77 LINEA-ENCONTRADA  PIC X(1).
       77 CANT-PEDIDA       PIC 9(6).
       77 CANT-RECIBIDA     PIC 9(6).
       77 CANT-DEVUELTA     PIC 9(6).
       77 PRECIO-PEDIDO     PIC 9(4)V9(2).
       77 SALTO-PORC        PIC 9(5)V9(2).
       77 MOTIVO-EXCEPCION  PIC X(40).
       77 CONT-EXCEPCIONES  PIC 9(4) VALUE ZERO.
       77 CONT-EXC-PRECIO   PIC 9(4) VALUE ZERO.
       77 TOTAL-FACTURA     PIC 9(8)V9(2) VALUE ZERO.
       77 EFP-FILESTAT      PIC X(2).
       77 PRV-FILESTAT      PIC X(2).
       77 DIAS-VENCIMIENTO  PIC 9(3).
       77 DIAS-RESTANTES    PIC 9(3) COMP.
       77 IDX-CONDPAGO      PIC 9(2) COMP.
       77 FIN-CONDPAGO      PIC X(1).
       77 HAY-DIGITOS       PIC X(1).
       77 DIGITO-CONDPAGO   PIC 9(1).
       77 FEC-W-ANO         PIC 9(4).
       77 FEC-W-MES         PIC 9(2).
       77 FEC-W-DIA         PIC 9(2).
       77 FEC-W-COC         PIC 9(4) COMP.
       77 FEC-W-R4          PIC 9(2) COMP.
       77 FEC-W-R100        PIC 9(2) COMP.
       77 FEC-W-R400        PIC 9(3) COMP.
       77 ES-BISIESTO       PIC X(1).
       77 DIAS-DEL-MES      PIC 9(2).
       77 FECHA-VENCIMIENTO PIC X(8).
       77 ITR-FILESTAT      PIC X(2).
       77 TRIMESTRE-ACTUAL  PIC X(5).
       77 NUM-TRIMESTRE     PIC 9(1).
       77 ENT-TIPIVA        PIC 9(2).
       77 ENT-CUOTA         PIC 9(8)V9(2).
       77 BASE-LINEA        PIC 9(8)V9(2).
       77 TOTAL-CUOTA       PIC 9(8)V9(2) VALUE ZERO.
       77 IDX-IVA           PIC 9(1) COMP.
       77 CONT-IVA          PIC 9(1) COMP VALUE ZERO.
       77 ENCONTRADO-IVA    PIC X(1).

      *
      * BASE Y CUOTA DE LA FACTURA POR TIPO DE IVA
      *
       01 TAB-IVA-FACTURA.
          02 TAB-IVA-OCU OCCURS 3 TIMES.
             03 TAB-IVA-TIPO   PIC 9(2).
             03 TAB-IVA-BASE   PIC 9(8)V9(2).
             03 TAB-IVA-CUOTA  PIC 9(8)V9(2).

      *
      * DIAS DE CADA MES (FEBRERO SE CORRIGE EN ANO BISIESTO)
      *
       01 TAB-DIAS-MES-V    PIC X(24)
                            VALUE "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-V.
          02 DIAS-MES OCCURS 12 TIMES PIC 9(2).
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
       CASAR-FACTURA.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "FAC-PROV" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: REGISTRA LA FACTURA, CASA CADA LINEA
      * CONTRA PEDIDO Y RECEPCION, Y LA APRUEBA O LA DEJA EN
           DISPLAY "CASACION DE FACTURAS DE PROVEEDOR".
           DISPLAY "---------------------------------".

      *
      * UN TRIMESTRE DE IVA YA PRESENTADO NO ADMITE MAS FACTURAS
      *
           MOVE FECHA(1:4) TO TRIMESTRE-ACTUAL(1:4).
           MOVE FECHA(5:2) TO FEC-W-MES.
           COMPUTE NUM-TRIMESTRE = (FEC-W-MES + 2) / 3.
           MOVE NUM-TRIMESTRE TO TRIMESTRE-ACTUAL(5:1).
           OPEN INPUT A-IVATRIM.
           IF ITR-FILESTAT = "00"
              MOVE TRIMESTRE-ACTUAL TO ITR-TRIMESTRE
              READ A-IVATRIM
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              CLOSE A-IVATRIM
              IF EXISTE = "S"
                 DISPLAY "EL TRIMESTRE DE IVA " TRIMESTRE-ACTUAL
                         " YA ESTA PRESENTADO (" ITR-FECHA
                         "). NO SE REGISTRAN FACTURAS."
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              CLOSE A-IVATRIM
           END-IF.

           DISPLAY "Numero de la factura del proveedor...:".
           ACCEPT ENT-NUMFAC NO BELL.
           DISPLAY "Numero del pedido a proveedor........:".
                      " (PEDPROV.DAT)."
              CLOSE A-PEDPROV
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE ENT-NUMPED TO PPR-NUMERO.
              DISPLAY "ERROR: EL PEDIDO NO EXISTE."
              CLOSE A-PEDPROV
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "PEDIDO " PPR-NUMERO "  PROVEEDOR "
           WRITE LINEA-EXCEPCION.
           CLOSE A-EXCEPCION.

      *
      * CUOTA DE CADA TIPO DE IVA: LA CALCULADA, SALVO QUE LA
      * FACTURA TRAIGA OTRA POR REDONDEO
      *
           PERFORM CONFIRMAR-CUOTA-IVA
                   VARYING IDX-IVA FROM 1 BY 1
                   UNTIL IDX-IVA > CONT-IVA.

      *
      * LA FACTURA QUEDA REGISTRADA: APROBADA SI TODAS SUS LINEAS
      * CASARON, EN EXCEPCION EN CUANTO UNA FALLO
           MOVE ENT-NUMPED    TO FPR-PEDIDO.
           MOVE FECHA         TO FPR-FECHA.
           MOVE TOTAL-FACTURA TO FPR-IMPORTE.
           MOVE CONT-EXCEPCIONES TO FPR-EXC-LINEAS.
           MOVE CONT-EXC-PRECIO  TO FPR-EXC-PRECIO.
           PERFORM PASAR-DESGLOSE-IVA
                   VARYING IDX-IVA FROM 1 BY 1
                   UNTIL IDX-IVA > 3.
           IF CONT-EXCEPCIONES = ZERO
              MOVE "A" TO FPR-ESTADO
           ELSE
           WRITE REGFPR.
           CLOSE A-FACPROV.

           PERFORM GRABAR-CUENTA-PAGAR.

           CLOSE A-PEDPROV.

           IF CONT-EXCEPCIONES = ZERO
              DISPLAY "FACTURA " ENT-NUMFAC " APROBADA ("
                      TOTAL-FACTURA " + IVA " TOTAL-CUOTA ")."
           ELSE
              DISPLAY "FACTURA " ENT-NUMFAC " EN EXCEPCION: "
                      CONT-EXCEPCIONES " LINEAS (VER"
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * REGISTRA Y CASA UNA LINEA DE LA FACTURA: LOCALIZA LA
           ACCEPT ENT-CANTIDAD NO BELL.
           DISPLAY "Precio facturado.....................:".
           ACCEPT ENT-PRECIO NO BELL.
           DISPLAY "Tipo de IVA de la linea (%)..........:".
           ACCEPT ENT-TIPIVA NO BELL.

           COMPUTE BASE-LINEA = ENT-CANTIDAD * ENT-PRECIO.
           ADD BASE-LINEA TO TOTAL-FACTURA.
           PERFORM ACUMULAR-IVA-LINEA.

           PERFORM LOCALIZAR-LINEA-PEDIDO.

           END-IF.

           IF ENT-CANTIDAD > CANT-RECIBIDA
              MOVE "FACTURA MAS DE LO RECIBIDO NETO" TO MOTIVO-EXCEPCION
              PERFORM GRABAR-EXCEPCION
              GO TO CASAR-UNA-LINEA-SIG
           END-IF.
              IF SALTO-PORC > ENT-TOLERANCIA
                 MOVE "PRECIO FUERA DE TOLERANCIA"
                      TO MOTIVO-EXCEPCION
                 ADD 1 TO CONT-EXC-PRECIO
                 PERFORM GRABAR-EXCEPCION
                 GO TO CASAR-UNA-LINEA-SIG
              END-IF
           IF PPL-FILESTAT NOT = "35"
              CLOSE A-PEDPRLIN
           END-IF.
           IF LINEA-ENCONTRADA = "S"
              PERFORM RESTAR-DEVUELTO
           END-IF.


      * DESCUENTA DE LO RECIBIDO LO DEVUELTO AL PROVEEDOR DEL MISMO
      * ARTICULO Y PEDIDO CON NOTA DE CARGO
      * ****************************************************************

       RESTAR-DEVUELTO.
           MOVE ZERO TO CANT-DEVUELTA.
           MOVE "N" TO FIN-DEVOLUCION.
           OPEN INPUT A-DEVPRLIN.
           IF DVL-FILESTAT NOT = "00"
              CLOSE A-DEVPRLIN
              MOVE "S" TO FIN-DEVOLUCION
           ELSE
              READ A-DEVPRLIN AT END MOVE "S" TO FIN-DEVOLUCION
              END-READ
           END-IF.
           PERFORM SUMAR-DEVUELTO UNTIL FIN-DEVOLUCION = "S".
           IF DVL-FILESTAT NOT = "35"
              CLOSE A-DEVPRLIN
           END-IF.
           IF CANT-DEVUELTA > ZERO
              DISPLAY "DEVUELTO AL PROVEEDOR CON NOTA DE CARGO: "
                      CANT-DEVUELTA
              IF CANT-DEVUELTA > CANT-RECIBIDA
                 MOVE ZERO TO CANT-RECIBIDA
              ELSE
                 SUBTRACT CANT-DEVUELTA FROM CANT-RECIBIDA
              END-IF
           END-IF.


      * ACUMULA UNA LINEA DEVUELTA SI ES DEL ARTICULO Y PEDIDO
      * ****************************************************************

       SUMAR-DEVUELTO.
           IF DVL-PEDIDO = ENT-NUMPED
              AND DVL-CODARTI = ENT-CODARTI
              ADD DVL-CANTIDAD TO CANT-DEVUELTA
           END-IF.
           READ A-DEVPRLIN AT END MOVE "S" TO FIN-DEVOLUCION END-READ.


      * COMPARA UNA LINEA DEL FICHERO DE LINEAS CON EL ARTICULO
                  INTO LINEA-EXCEPCION
           END-STRING.
           WRITE LINEA-EXCEPCION.


      * ACUMULA LA BASE DE LA LINEA EN SU TIPO DE IVA; UN CUARTO
      * TIPO EN LA MISMA FACTURA NO CABE Y DEJA LA LINEA EN
      * EXCEPCION
      * ****************************************************************

       ACUMULAR-IVA-LINEA.
           MOVE "N" TO ENCONTRADO-IVA.
           PERFORM COMPARAR-IVA-LINEA
                   VARYING IDX-IVA FROM 1 BY 1
                   UNTIL IDX-IVA > CONT-IVA OR ENCONTRADO-IVA = "S".
           IF ENCONTRADO-IVA = "N"
              IF CONT-IVA < 3
                 ADD 1 TO CONT-IVA
                 MOVE ENT-TIPIVA TO TAB-IVA-TIPO(CONT-IVA)
                 MOVE BASE-LINEA TO TAB-IVA-BASE(CONT-IVA)
                 MOVE ZERO       TO TAB-IVA-CUOTA(CONT-IVA)
              ELSE
                 MOVE "FACTURA CON MAS DE TRES TIPOS DE IVA"
                      TO MOTIVO-EXCEPCION
                 PERFORM GRABAR-EXCEPCION
              END-IF
           END-IF.


      * COMPARA UNA POSICION DEL DESGLOSE CON EL TIPO DE LA LINEA
      * Y ACUMULA SI COINCIDE
      * ****************************************************************

       COMPARAR-IVA-LINEA.
           IF TAB-IVA-TIPO(IDX-IVA) = ENT-TIPIVA
              MOVE "S" TO ENCONTRADO-IVA
              ADD BASE-LINEA TO TAB-IVA-BASE(IDX-IVA)
           END-IF.


      * CALCULA LA CUOTA DE UN TIPO DE IVA Y LA CONFIRMA CONTRA LA
      * QUE TRAE LA FACTURA
      * ****************************************************************

       CONFIRMAR-CUOTA-IVA.
           COMPUTE TAB-IVA-CUOTA(IDX-IVA) ROUNDED =
                   TAB-IVA-BASE(IDX-IVA) * TAB-IVA-TIPO(IDX-IVA) / 100.
           DISPLAY "IVA " TAB-IVA-TIPO(IDX-IVA) "% SOBRE "
                   TAB-IVA-BASE(IDX-IVA) ": CUOTA CALCULADA "
                   TAB-IVA-CUOTA(IDX-IVA).
           DISPLAY "Cuota segun la factura (0 = la calculada):".
           MOVE ZERO TO ENT-CUOTA.
           ACCEPT ENT-CUOTA NO BELL.
           IF ENT-CUOTA NOT = ZERO
              MOVE ENT-CUOTA TO TAB-IVA-CUOTA(IDX-IVA)
           END-IF.
           ADD TAB-IVA-CUOTA(IDX-IVA) TO TOTAL-CUOTA.


      * PASA UNA POSICION DEL DESGLOSE DE IVA AL REGISTRO DE LA
      * FACTURA (LAS QUE SOBRAN, A CERO)
      * ****************************************************************

       PASAR-DESGLOSE-IVA.
           IF IDX-IVA > CONT-IVA
              MOVE ZERO TO FPR-TIPIVA(IDX-IVA) FPR-BASE(IDX-IVA)
                           FPR-CUOTA(IDX-IVA)
           ELSE
              MOVE TAB-IVA-TIPO(IDX-IVA)  TO FPR-TIPIVA(IDX-IVA)
              MOVE TAB-IVA-BASE(IDX-IVA)  TO FPR-BASE(IDX-IVA)
              MOVE TAB-IVA-CUOTA(IDX-IVA) TO FPR-CUOTA(IDX-IVA)
           END-IF.


      * DA DE ALTA LA CUENTA A PAGAR DE LA FACTURA REGISTRADA CON
      * SU VENCIMIENTO; LA DE UNA FACTURA EN EXCEPCION QUEDA
      * RETENIDA PARA QUE NO SE PAGUE SIN REVISARLA
      * ****************************************************************

       GRABAR-CUENTA-PAGAR.
           PERFORM CALCULAR-VENCIMIENTO.

           OPEN I-O A-EFEPROV.
           IF EFP-FILESTAT NOT = "00"
              CLOSE A-EFEPROV
              OPEN OUTPUT A-EFEPROV
              CLOSE A-EFEPROV
              OPEN I-O A-EFEPROV
           END-IF.
           MOVE PPR-PROVEEDOR     TO EFP-PROVEEDOR.
           MOVE ENT-NUMFAC        TO EFP-NUMFAC.
           MOVE ENT-NUMPED        TO EFP-PEDIDO.
           MOVE FECHA             TO EFP-FECHA-FAC.
           MOVE FECHA-VENCIMIENTO TO EFP-FECHA-VTO.
           COMPUTE EFP-IMPORTE = TOTAL-FACTURA + TOTAL-CUOTA.
           IF CONT-EXCEPCIONES = ZERO
              MOVE "P" TO EFP-ESTADO
           ELSE
              MOVE "R" TO EFP-ESTADO
           END-IF.
           MOVE SPACES TO EFP-FECHA-PAGO.
           MOVE ZERO   TO EFP-NUMPAGO.
           WRITE REGEFP
              INVALID KEY
                 DISPLAY "AVISO: LA FACTURA " ENT-NUMFAC
                         " YA TENIA CUENTA A PAGAR; NO SE DUPLICA."
              NOT INVALID KEY
                 DISPLAY "CUENTA A PAGAR CON VENCIMIENTO "
                         FECHA-VENCIMIENTO " (" EFP-ESTADO ")."
           END-WRITE.
           CLOSE A-EFEPROV.


      * CALCULA EL VENCIMIENTO DE LA FACTURA: LA FECHA DE HOY MAS
      * LOS DIAS DE LAS CONDICIONES DE PAGO DEL PROVEEDOR, SUMANDO
      * DIA A DIA CON EL CALENDARIO REAL (VER FAC-PED)
      * ****************************************************************

       CALCULAR-VENCIMIENTO.
           MOVE 30 TO DIAS-VENCIMIENTO.
           OPEN INPUT A-PROVEED.
           IF PRV-FILESTAT = "00"
              MOVE PPR-PROVEEDOR TO PRV-CODIGO
              READ A-PROVEED
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "S" AND PRV-CONDPAGO NOT = SPACES
                 PERFORM DIAS-CONDICION-PAGO
              END-IF
           END-IF.
           CLOSE A-PROVEED.

           MOVE FECHA(1:4) TO FEC-W-ANO.
           MOVE FECHA(5:2) TO FEC-W-MES.
           MOVE FECHA(7:2) TO FEC-W-DIA.
           MOVE DIAS-VENCIMIENTO TO DIAS-RESTANTES.
           PERFORM SUMAR-UN-DIA UNTIL DIAS-RESTANTES = ZERO.

           MOVE SPACES TO FECHA-VENCIMIENTO.
           MOVE FEC-W-ANO TO FECHA-VENCIMIENTO(1:4).
           MOVE FEC-W-MES TO FECHA-VENCIMIENTO(5:2).
           MOVE FEC-W-DIA TO FECHA-VENCIMIENTO(7:2).


      * DEJA EN DIAS-VENCIMIENTO LOS DIAS DE LA CONDICION DE PAGO:
      * EL PRIMER GRUPO DE DIGITOS DEL TEXTO ("30 DIAS", "60 D.F.F.")
      * O CERO SI NO LLEVA NINGUNO ("CONTADO")
      * ****************************************************************

       DIAS-CONDICION-PAGO.
           MOVE ZERO TO DIAS-VENCIMIENTO.
           MOVE "N" TO HAY-DIGITOS.
           MOVE "N" TO FIN-CONDPAGO.
           PERFORM EXAMINAR-CONDPAGO
                   VARYING IDX-CONDPAGO FROM 1 BY 1
                   UNTIL IDX-CONDPAGO > 15 OR FIN-CONDPAGO = "S".


      * TRATA UN CARACTER DE LA CONDICION DE PAGO
      * ****************************************************************

       EXAMINAR-CONDPAGO.
           IF PRV-CONDPAGO(IDX-CONDPAGO:1) IS NUMERIC
              MOVE "S" TO HAY-DIGITOS
              MOVE PRV-CONDPAGO(IDX-CONDPAGO:1) TO DIGITO-CONDPAGO
              IF DIAS-VENCIMIENTO < 100
                 COMPUTE DIAS-VENCIMIENTO =
                         DIAS-VENCIMIENTO * 10 + DIGITO-CONDPAGO
              END-IF
           ELSE
              IF HAY-DIGITOS = "S"
                 MOVE "S" TO FIN-CONDPAGO
              END-IF
           END-IF.


      * AVANZA UN DIA EL CALENDARIO DE TRABAJO
      * ****************************************************************

       SUMAR-UN-DIA.
           MOVE DIAS-MES(FEC-W-MES) TO DIAS-DEL-MES.
           IF FEC-W-MES = 2
              PERFORM COMPROBAR-BISIESTO
              IF ES-BISIESTO = "S"
                 MOVE 29 TO DIAS-DEL-MES
              END-IF
           END-IF.

           ADD 1 TO FEC-W-DIA.
           IF FEC-W-DIA > DIAS-DEL-MES
              MOVE 1 TO FEC-W-DIA
              ADD 1 TO FEC-W-MES
              IF FEC-W-MES > 12
                 MOVE 1 TO FEC-W-MES
                 ADD 1 TO FEC-W-ANO
              END-IF
           END-IF.
           SUBTRACT 1 FROM DIAS-RESTANTES.


      * DEJA EN ES-BISIESTO SI EL ANO DE TRABAJO ES BISIESTO
      * ****************************************************************

       COMPROBAR-BISIESTO.
           MOVE "N" TO ES-BISIESTO.
           DIVIDE FEC-W-ANO BY 4 GIVING FEC-W-COC
                  REMAINDER FEC-W-R4.
           DIVIDE FEC-W-ANO BY 100 GIVING FEC-W-COC
                  REMAINDER FEC-W-R100.
           DIVIDE FEC-W-ANO BY 400 GIVING FEC-W-COC
                  REMAINDER FEC-W-R400.
           IF FEC-W-R4 = ZERO
              AND (FEC-W-R100 NOT = ZERO OR FEC-W-R400 = ZERO)
              MOVE "S" TO ES-BISIESTO
           END-IF.
