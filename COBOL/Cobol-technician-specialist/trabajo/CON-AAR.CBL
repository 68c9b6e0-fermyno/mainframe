           (AUDIARTI.DAT, ALIMENTADA POR PE-AS02, PE-ASI05,
           IMP-TARI Y SYNC-ARTI): FILTRA LAS ENTRADAS POR
           ARTICULO, RANGO DE FECHAS, OPERADOR Y TIPO DE OPERACION
           (A/B/M/E) Y MUESTRA CADA UNA CON SU PROGRAMA DE ORIGEN Y
           LAS IMAGENES ANTES Y DESPUES DEL REGISTRO -- EL MISMO
           PAPEL QUE CON-AUD CUMPLE PARA LA AUDITORIA DE CLIENTES.
           LA SELECCION PUEDE GRABARSE EN AARTISEL.LST.
          02 AAR-CODARTI    PIC 9(4).
          02 AAR-OPERADOR   PIC X(8).
          02 AAR-PROGRAMA   PIC X(8).
          02 AAR-ANTES      PIC X(77).
          02 AAR-DESPUES    PIC X(77).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(120).
       77 ENT-GRABAR        PIC X(1).
       77 PASA-FILTRO       PIC X(1).
       77 CONT-MOSTRADAS    PIC 9(5) VALUE ZERO.
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
       CONSULTAR-AUDIT-ARTI.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "CON-AAR" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: PIDE LOS FILTROS, RECORRE LA AUDITORIA
      * MOSTRANDO LO QUE PASA EL FILTRO Y, SI SE PIDE, LO GRABA
           END-IF.
           DISPLAY "Operador (blanco = todos)............:".
           ACCEPT ENT-OPERADOR NO BELL.
           DISPLAY "Tipo A/B/M/E (blanco = todos)........:".
           ACCEPT ENT-TIPO NO BELL.
           DISPLAY "Grabar la seleccion en AARTISEL.LST (S/N):".
           ACCEPT ENT-GRABAR NO BELL.
                      " (AUDIARTI.DAT)."
              CLOSE A-AUDIARTI
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           IF ENT-GRABAR = "S" OR ENT-GRABAR = "s"

           DISPLAY "ENTRADAS MOSTRADAS: " CONT-MOSTRADAS.

           GOBACK.


      * APLICA LOS FILTROS A LA ENTRADA ACTUAL Y LA MUESTRA SI
