          02 PED-FECHA      PIC X(8).
          02 PED-ESTADO     PIC X(1).
          02 PED-VENDEDOR   PIC X(3).
          02 PED-DIRENT     PIC 9(2).

       FD A-FACCAB LABEL RECORD STANDARD.
       01 REGFAC.
          02 FAC-BASE       PIC 9(8)V9(2).
          02 FAC-IVA        PIC 9(8)V9(2).
          02 FAC-TOTAL      PIC 9(8)V9(2).
          02 FAC-MONEDA     PIC X(3).
          02 FAC-CAMBIO     PIC 9(3)V9(4).
          02 FAC-TOTAL-DIV  PIC 9(8)V9(2).

       FD A-CONTADOR LABEL RECORD STANDARD.
       01 REGCNT.
          02 ALB-CODARTI    PIC 9(4).
          02 ALB-CANTIDAD   PIC 9(6).
          02 ALB-FECHA      PIC X(8).
          02 ALB-LOTE       PIC X(8).

       FD A-REMESA LABEL RECORD STANDARD.
       01 REGREM.
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.


      * AUDITA LA SERIE DE PEDIDOS POR SU CLAVE ASCENDENTE
