                         GRABA LOS SALDOS DE CIERRE EN SALAAAA.DAT
                         COMO REFERENCIA DE APERTURA DEL ANO NUEVO
                         PARA VERIFICACIONES AL ESTILO VER-SAL
           AL TERMINAR BIEN, ARCHIVAR DA EL MES POR CERRADO Y ANUAL
           LOS DOCE MESES DEL ANO EN EL REGISTRO DE PERIODOS CERRADOS
           (PERCERR.DAT), QUE LOS PROGRAMAS QUE CONTABILIZAN CONSULTAN
           (VAL-PER) PARA NO ADMITIR DOCUMENTOS CON FECHA EN UN
           PERIODO CERRADO. UN PERIODO SOLO SE REABRE CON MAN-PER.
           CADA FASE DEVUELVE CODIGO DE RETORNO 0 SI TERMINO BIEN Y
           12 SI NO, PARA LAS CONDICIONES DE LA CADENA.

                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

      *
      * DECLARACION DEL REGISTRO DE PERIODOS CERRADOS
      *
           SELECT A-PERCERR ASSIGN TO DISK 'PERCERR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PCE-PERIODO
                  FILE STATUS IS PCE-FILESTAT.

       DATA DIVISION.
       FILE SECTION.

       01 REGHIST-PER        PIC X(29).

       FD A-AUDITORIA LABEL RECORD STANDARD.
       01 REGAUDIT           PIC X(214).

       FD A-AUD-PER LABEL RECORD STANDARD.
       01 REGAUDIT-PER       PIC X(214).

       FD A-CLIENT LABEL RECORD STANDARD.
       01 REGCLI.
       FD A-LISTANO LABEL RECORD STANDARD.
       01 LINEA-LISTANO     PIC X(90).

      *
      * DESCRIPCION DEL REGISTRO DE PERIODOS CERRADOS (VER VAL-PER)
      *
       FD A-PERCERR LABEL RECORD STANDARD.
       01 REGPCE.
          02 PCE-PERIODO      PIC 9(6).
          02 PCE-ESTADO       PIC X(1).
             88 PCE-CERRADO    VALUE "C".
             88 PCE-REABIERTO  VALUE "R".
          02 PCE-TIPO         PIC X(1).
          02 PCE-FECHA-CIERRE PIC X(8).
          02 PCE-SUP-REAPER   PIC X(8).
          02 PCE-FECHA-REAPER PIC X(8).


       WORKING-STORAGE SECTION.
       77 PARAM-LOTE        PIC X(24).
       77 ENCONTRADO-ANU    PIC X(1).
       77 TOTAL-CARGOS-ANO  PIC 9(10)V9(2) VALUE ZERO.
       77 TOTAL-ABONOS-ANO  PIC 9(10)V9(2) VALUE ZERO.
       77 PCE-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 PERIODO-CERRAR    PIC X(6).
       77 TIPO-CIERRE       PIC X(1).

      *
      * ACUMULADOS ANUALES POR CLIENTE: APERTURA (DERIVADA DEL
      *
           PERFORM TOTALES-PERIODO.

      *
      * EL MES QUEDA CERRADO PARA LOS PROGRAMAS QUE CONTABILIZAN
      *
           OPEN I-O A-PERCERR.
           IF PCE-FILESTAT NOT = "00"
              CLOSE A-PERCERR
              OPEN OUTPUT A-PERCERR
              CLOSE A-PERCERR
              OPEN I-O A-PERCERR
           END-IF.
           MOVE PERIODO TO PERIODO-CERRAR.
           MOVE "M" TO TIPO-CIERRE.
           PERFORM MARCAR-PERIODO-CERRADO.
           CLOSE A-PERCERR.
           DISPLAY "CIE-MES: PERIODO " PERIODO " CERRADO.".

           MOVE ZERO TO RETURN-CODE.

       FASE-ARCHIVAR-FIN.
                   CONT-MESES-LEIDOS " MESES).".
           DISPLAY "CIE-MES: EXTRACTO ANUAL EN " NOMBRE-LISTANO
                   " Y SALDOS DE CIERRE EN " NOMBRE-SALDOS ".".

      *
      * LOS DOCE MESES DEL EJERCICIO QUEDAN CERRADOS POR EL ANUAL
      *
           OPEN I-O A-PERCERR.
           IF PCE-FILESTAT NOT = "00"
              CLOSE A-PERCERR
              OPEN OUTPUT A-PERCERR
              CLOSE A-PERCERR
              OPEN I-O A-PERCERR
           END-IF.
           MOVE "A" TO TIPO-CIERRE.
           PERFORM CERRAR-MES-ANUAL
                   VARYING MES-ANUAL FROM 1 BY 1
                   UNTIL MES-ANUAL > 12.
           CLOSE A-PERCERR.
           DISPLAY "CIE-MES: EJERCICIO " PERIODO(1:4) " CERRADO.".
           MOVE ZERO TO RETURN-CODE.

       FASE-ANUAL-FIN.
      * DESCONOCIDO EN EL HISTORICO, DEJAN LA APERTURA EN EL
      * PROPIO SALDO COMO APROXIMACION)
      *
              IF HME-TIPMOV = "C" OR HME-TIPMOV = "D"
                 OR HME-TIPMOV = "G"
                 COMPUTE TAB-ANU-APER(CONT-CLI-ANO) =
                         HME-SALDO - HME-IMPMOV
              ELSE
                 IF HME-TIPMOV = "A" OR HME-TIPMOV = "F"
                    OR HME-TIPMOV = "X"
                    COMPUTE TAB-ANU-APER(CONT-CLI-ANO) =
                            HME-SALDO + HME-IMPMOV
                 ELSE
      * ****************************************************************

       SUMAR-APUNTE-ANUAL SECTION.
           IF HME-TIPMOV = "C" OR HME-TIPMOV = "D"
              OR HME-TIPMOV = "G"
              ADD HME-IMPMOV TO TAB-ANU-CARGOS(IDX-ANU)
           ELSE
              IF HME-TIPMOV = "A" OR HME-TIPMOV = "F"
                 OR HME-TIPMOV = "X"
                 ADD HME-IMPMOV TO TAB-ANU-ABONOS(IDX-ANU)
              END-IF
           END-IF.
           MOVE TAB-ANU-CLI(IDX-ANU)    TO SAL-CODCLI.
           MOVE TAB-ANU-CIERRE(IDX-ANU) TO SAL-SALDO.
           WRITE REGSAL.


      * CIERRA UN MES DEL EJERCICIO EN LA FASE ANUAL
      * ****************************************************************

       CERRAR-MES-ANUAL SECTION.
           MOVE SPACES TO PERIODO-CERRAR.
           MOVE PERIODO(1:4) TO PERIODO-CERRAR(1:4).
           MOVE MES-ANUAL    TO PERIODO-CERRAR(5:2).
           PERFORM MARCAR-PERIODO-CERRADO.


      * DA POR CERRADO EL PERIODO DE PERIODO-CERRAR, CREANDO SU
      * REGISTRO O VOLVIENDO A CERRARLO SI SE HABIA REABIERTO
      * ****************************************************************

       MARCAR-PERIODO-CERRADO SECTION.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE PERIODO-CERRAR TO PCE-PERIODO.
           READ A-PERCERR
              INVALID KEY
                 MOVE SPACES         TO REGPCE
                 MOVE PERIODO-CERRAR TO PCE-PERIODO
                 MOVE "C"            TO PCE-ESTADO
                 MOVE TIPO-CIERRE    TO PCE-TIPO
                 MOVE FECHA          TO PCE-FECHA-CIERRE
                 WRITE REGPCE
                 END-WRITE
              NOT INVALID KEY
                 MOVE "C"            TO PCE-ESTADO
                 MOVE TIPO-CIERRE    TO PCE-TIPO
                 MOVE FECHA          TO PCE-FECHA-CIERRE
                 REWRITE REGPCE
                 END-REWRITE
           END-READ.
