       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANO-CLI.
       REMARKS. ANONIMIZACION DE CLIENTES CERRADOS (DERECHO AL
           OLVIDO): UN CLIENTE SE PUEDE ANONIMIZAR CUANDO ESTA
           CERRADO (ESTCLI "C") CON SALDO CERO, O BORRADO Y SOLO
           QUEDA EN LA PAPELERA (BAJASCLI.DAT), Y NO TIENE ACTIVIDAD
           (ALTA, BAJA O MOVIMIENTOS DE HISTMOV.IND) DENTRO DEL
           PLAZO LEGAL DE CONSERVACION, EN ANOS, DEL PARAMETRO
           ANOSRGPD DE PARAMS.DAT (6 SI NO ESTA). SE PIDE UN
           CLIENTE O, EN BLANCO, TODOS LOS QUE CUMPLAN. CON VISTO
           BUENO DE SUPERVISOR, SUSTITUYE EL NOMBRE, LA DIRECCION,
           LA POBLACION Y EL NIF POR VALORES NEUTROS (DEL CODIGO
           POSTAL SOLO QUEDA LA PROVINCIA) EN CLIENTES.DAT,
           BAJASCLI.DAT, AUDITCLI.DAT, LAS EXPORTACIONES CSV
           (CLIENTES.CSV Y CLIENIMP.CSV), BORRA EL TEXTO DE SUS
           GESTIONES EN NOTASCLI.DAT Y SUS PERSONAS DE CONTACTO
           (CONTACTOS.DAT), Y RETIRA SUS CONSENTIMIENTOS
           (RGPDCLI.DAT) ANOTANDO LA FECHA. LOS IMPORTES DEL
           HISTORICO Y DE LA CONTABILIDAD NO SE TOCAN. CADA CLIENTE
           ANONIMIZADO QUEDA EN EL REGISTRO ACUMULATIVO ANONIMIZ.DAT
           (SIN DATOS PERSONALES: CODIGO, FECHAS, OPERADOR,
           SUPERVISOR Y REGISTROS TRATADOS EN CADA FICHERO) Y EN EL
           LISTADO ANONIM.LST. CODIGOS DE RETORNO: 0 = CORRECTO,
           8 = EL CLIENTE PEDIDO NO CUMPLE LAS CONDICIONES,
           12 = FALTA CLIENTES.DAT O AUTORIZACION DENEGADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT A-CLIENT ASSIGN TO DISK 'CLIENTES.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CODCLI
                  ALTERNATE RECORD KEY NOMCLI WITH DUPLICATES
                  FILE STATUS IS CLI-FILESTAT.

           SELECT A-HISTIND ASSIGN TO DISK 'HISTMOV.IND'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY HIN-CLAVE
                  FILE STATUS IS HIN-FILESTAT.

           SELECT A-BAJASCLI ASSIGN TO DISK 'BAJASCLI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS BAJ-FILESTAT.

           SELECT A-AUDITORIA ASSIGN TO DISK 'AUDITCLI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS AUD-FILESTAT.

           SELECT A-NOTAS ASSIGN TO DISK 'NOTASCLI.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS NOT-FILESTAT.

           SELECT A-CSV-EXP ASSIGN TO DISK 'CLIENTES.CSV'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CSV-FILESTAT.

           SELECT A-CSV-IMP ASSIGN TO DISK 'CLIENIMP.CSV'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS CSV-FILESTAT.

      *
      * FICHERO DE TRABAJO PARA REESCRIBIR LOS FICHEROS
      * SECUENCIALES POR COPIA
      *
           SELECT A-TRABAJO ASSIGN TO DISK 'ANONIMIZ.TMP'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

           SELECT A-CONTACTOS ASSIGN TO DISK 'CONTACTOS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY CTO-CLAVE
                  FILE STATUS IS CTO-FILESTAT.

           SELECT A-RGPDCLI ASSIGN TO DISK 'RGPDCLI.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY RGP-CODCLI
                  FILE STATUS IS RGP-FILESTAT.

           SELECT A-OPERADOR ASSIGN TO DISK 'OPERADOR.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OPE-ID
                  FILE STATUS IS OPE-FILESTAT.

           SELECT A-PARAMS ASSIGN TO DISK 'PARAMS.DAT'
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY PAR-CODIGO
                  FILE STATUS IS PAR-FILESTAT.

      *
      * REGISTRO ACUMULATIVO DE ANONIMIZACIONES, PARA AUDITORIA
      *
           SELECT A-REGISTRO ASSIGN TO DISK 'ANONIMIZ.DAT'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL
                  FILE STATUS IS ANO-FILESTAT.

           SELECT A-LISTADO ASSIGN TO DISK 'ANONIM.LST'
                  ORGANIZATION LINE SEQUENTIAL
                  ACCESS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD A-CLIENT LABEL RECORD STANDARD.
       01 REGCLI.
          02 CODCLI         PIC X(5).
          02 NOMCLI         PIC X(25).
          02 DIRCLI         PIC X(25).
          02 POBCLI         PIC X(25).
          02 POSCLI         PIC 9(5).
          02 ALTCLI         PIC X(8).
          02 IMPCLI         PIC 9(6)V9(2).
          02 MONCLI         PIC X(3).
          02 CAMCLI         PIC 9(3)V9(4).
          02 IMECLI         PIC 9(6)V9(2).
          02 LIMCLI         PIC 9(6)V9(2).
          02 ESTCLI         PIC X(1).
             88 CLI-CERRADO VALUE "C".
          02 NIFCLI         PIC X(9).

       FD A-HISTIND LABEL RECORD STANDARD.
       01 REGHIN.
          02 HIN-CLAVE.
             03 HIN-CODCLI    PIC X(5).
             03 HIN-FECHA     PIC X(8).
             03 HIN-SEC       PIC 9(6).
          02 HIN-TIPMOV       PIC X(1).
          02 HIN-IMPMOV       PIC 9(5)V9(2).
          02 HIN-SALDO        PIC 9(6)V9(2).

      *
      * PAPELERA DE CLIENTES BORRADOS: IMAGEN DEL REGISTRO DEL
      * MAESTRO MAS LA FECHA Y EL OPERADOR DE LA BAJA
      *
       FD A-BAJASCLI LABEL RECORD STANDARD.
       01 REGBAJA.
          02 BAJ-REGCLI.
             03 BAJ-CODCLI    PIC X(5).
             03 BAJ-NOMCLI    PIC X(25).
             03 BAJ-DIRCLI    PIC X(25).
             03 BAJ-POBCLI    PIC X(25).
             03 BAJ-POSCLI    PIC 9(5).
             03 BAJ-ECONOMICOS PIC X(43).
             03 BAJ-NIFCLI    PIC X(9).
          02 BAJ-FECHA        PIC X(8).
          02 BAJ-OPERADOR     PIC X(8).

       FD A-AUDITORIA LABEL RECORD STANDARD.
       01 REGAUDIT.
          02 AUD-FECHA          PIC X(8).
          02 AUD-TIPO-REG       PIC X(1).
          02 AUD-CODCLI         PIC X(5).
          02 AUD-NOMCLI         PIC X(25).
          02 AUD-IMPCLI-ANTES   PIC 9(6)V9(2).
          02 AUD-IMPCLI-DESPUES PIC 9(6)V9(2).
          02 AUD-OPERADOR       PIC X(8).
          02 AUD-SUPERVISOR     PIC X(8).
          02 AUD-HORA           PIC X(6).
          02 AUD-REGCLI.
             03 AUD-DES-CODCLI  PIC X(5).
             03 AUD-DES-NOMCLI  PIC X(25).
             03 AUD-DES-DIRCLI  PIC X(25).
             03 AUD-DES-POBCLI  PIC X(25).
             03 AUD-DES-POSCLI  PIC 9(5).
             03 AUD-DES-ECONOMICOS PIC X(43).
             03 AUD-DES-NIFCLI  PIC X(9).

       FD A-NOTAS LABEL RECORD STANDARD.
       01 REGNOT.
          02 NOT-CODCLI     PIC X(5).
          02 NOT-FECHA      PIC X(8).
          02 NOT-OPERADOR   PIC X(8).
          02 NOT-TEXTO      PIC X(40).
          02 NOT-SEGUIMIENTO PIC X(8).

       FD A-CSV-EXP LABEL RECORD STANDARD.
       01 LINEA-CSV-EXP      PIC X(160).

       FD A-CSV-IMP LABEL RECORD STANDARD.
       01 LINEA-CSV-IMP      PIC X(160).

       FD A-TRABAJO LABEL RECORD STANDARD.
       01 REG-TRABAJO        PIC X(214).

       FD A-CONTACTOS LABEL RECORD STANDARD.
       01 REGCTO.
          02 CTO-CLAVE.
             03 CTO-CODCLI    PIC X(5).
             03 CTO-NUMERO    PIC 9(2).
          02 CTO-FUNCION      PIC X(1).
          02 CTO-NOMBRE       PIC X(30).
          02 CTO-TELEFONO     PIC X(15).
          02 CTO-EMAIL        PIC X(40).

       FD A-RGPDCLI LABEL RECORD STANDARD.
       01 REGRGP.
          02 RGP-CODCLI       PIC X(5).
          02 RGP-PUBLICIDAD   PIC X(1).
          02 RGP-FECHA-PUBLI  PIC X(8).
          02 RGP-ELECTRONICA  PIC X(1).
          02 RGP-FECHA-ELEC   PIC X(8).
          02 RGP-OPERADOR     PIC X(8).
          02 RGP-FECHA-ANONIM PIC X(8).

       FD A-OPERADOR LABEL RECORD STANDARD.
       01 REGOPE.
          02 OPE-ID           PIC X(8).
          02 OPE-CLAVE        PIC X(8).
          02 OPE-NIVEL        PIC 9(1).
             88 OPE-SUPERVISOR VALUE 3.
          02 OPE-ESTADO       PIC X(1).
             88 OPE-ACTIVO      VALUE "A".
          02 OPE-FALLOS       PIC 9(1).
          02 OPE-SUCURSAL     PIC 9(3).

       FD A-PARAMS LABEL RECORD STANDARD.
       01 REGPAR.
          02 PAR-CODIGO     PIC X(8).
          02 PAR-VALOR      PIC 9(6)V9(2).
          02 PAR-DESCRI     PIC X(25).

      *
      * DESCRIPCION DEL REGISTRO DE ANONIMIZACIONES. ANO-ORIGEN:
      *    C = CLIENTE CERRADO DEL MAESTRO
      *    B = CLIENTE BORRADO QUE SOLO QUEDA EN LA PAPELERA
      *
       FD A-REGISTRO LABEL RECORD STANDARD.
       01 REGANO.
          02 ANO-FECHA        PIC X(8).
          02 ANO-CODCLI       PIC X(5).
          02 ANO-ORIGEN       PIC X(1).
          02 ANO-ULTIMA-ACT   PIC X(8).
          02 ANO-FECHA-LIMITE PIC X(8).
          02 ANO-OPERADOR     PIC X(8).
          02 ANO-SUPERVISOR   PIC X(8).
          02 ANO-CONT-BAJAS   PIC 9(3).
          02 ANO-CONT-AUDIT   PIC 9(5).
          02 ANO-CONT-NOTAS   PIC 9(5).
          02 ANO-CONT-CSV     PIC 9(3).
          02 ANO-CONT-CTO     PIC 9(2).

       FD A-LISTADO LABEL RECORD STANDARD.
       01 LINEA-LISTADO      PIC X(90).


       WORKING-STORAGE SECTION.
       77 CLI-FILESTAT      PIC X(2).
       77 HIN-FILESTAT      PIC X(2).
       77 BAJ-FILESTAT      PIC X(2).
       77 AUD-FILESTAT      PIC X(2).
       77 NOT-FILESTAT      PIC X(2).
       77 CSV-FILESTAT      PIC X(2).
       77 CTO-FILESTAT      PIC X(2).
       77 RGP-FILESTAT      PIC X(2).
       77 OPE-FILESTAT      PIC X(2).
       77 PAR-FILESTAT      PIC X(2).
       77 ANO-FILESTAT      PIC X(2).
       77 FECHA             PIC 99999999.
       77 FECHA-HOY         PIC X(8).
       77 FECHA-LIMITE      PIC X(8).
       77 ANO-LIMITE        PIC 9(4).
       77 ANOS-RETENCION    PIC 9(2).
       77 ULTIMA-ACTIVIDAD  PIC X(8).
       77 PROV-POSTAL       PIC 9(2).
       77 EXISTE            PIC X(1).
       77 EXISTE-OPE        PIC X(1).
       77 HAY-HISTIND       PIC X(1) VALUE "N".
       77 HAY-CONTACTOS     PIC X(1) VALUE "N".
       77 FIN-CLIENTE       PIC X(1).
       77 FIN-HISTORIAL     PIC X(1).
       77 FIN-FICHERO       PIC X(1).
       77 FIN-TMP           PIC X(1).
       77 FIN-CONTACTOS     PIC X(1).
       77 ENT-CODCLI        PIC X(5).
       77 ENT-OPERADOR      PIC X(8).
       77 ENT-SUP-ID        PIC X(8).
       77 ENT-SUP-CLAVE     PIC X(8).
       77 ENT-CONFIRMA      PIC X(1).
       77 MOTIVO-RECHAZO    PIC X(40).
       77 CODCLI-BUSCADO    PIC X(5).
       77 ENCONTRADO        PIC X(1).
       77 IDX-ANO           PIC 9(3) COMP.
       77 IDX-ENC           PIC 9(3) COMP.
       77 CONT-TABLA        PIC 9(3) COMP VALUE ZERO.
       77 CONT-ANONIMOS     PIC 9(3) VALUE ZERO.
       77 TABLA-LLENA       PIC X(1) VALUE "N".

      *
      * VALORES NEUTROS QUE SUSTITUYEN A LOS DATOS PERSONALES
      *
       77 NOMBRE-ANONIMO    PIC X(25) VALUE "CLIENTE ANONIMIZADO".
       77 TEXTO-ANONIMO     PIC X(25) VALUE "ANONIMIZADO".
       77 NIF-ANONIMO       PIC X(9)  VALUE "ANONIMO".
       77 GESTION-ANONIMA   PIC X(40) VALUE "GESTION ANONIMIZADA".

      *
      * CLIENTES A ANONIMIZAR, CON LO TRATADO EN CADA FICHERO.
      * ORIGEN C = MAESTRO, B = PAPELERA, X = DESCARTADO (TIENE
      * UNA BAJA MAS RECIENTE DENTRO DEL PLAZO)
      *
       01 TAB-ANONIMOS.
          02 TAB-ANO-OCU OCCURS 500 TIMES.
             03 TAB-ANO-CLI    PIC X(5).
             03 TAB-ANO-ORIGEN PIC X(1).
             03 TAB-ANO-ULTIMA PIC X(8).
             03 TAB-ANO-BAJ    PIC 9(3).
             03 TAB-ANO-AUD    PIC 9(5).
             03 TAB-ANO-NOT    PIC 9(5).
             03 TAB-ANO-CSV    PIC 9(3).
             03 TAB-ANO-CTO    PIC 9(2).

      *
      * COLUMNAS DE UNA FILA CSV, EN EL ORDEN DE LA EXPORTACION
      *
       01 LINEA-CSV          PIC X(160).
       01 FILA-CSV.
          02 CSV-CODCLI     PIC X(5).
          02 CSV-NOMCLI     PIC X(25).
          02 CSV-DIRCLI     PIC X(25).
          02 CSV-POBCLI     PIC X(25).
          02 CSV-POSCLI     PIC X(5).
          02 CSV-ALTCLI     PIC X(8).
          02 CSV-IMPCLI     PIC X(8).
          02 CSV-ESTCLI     PIC X(1).
          02 CSV-NIFCLI     PIC X(9).
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
       ANONIMIZAR-CLIENTES.

      *
      * IDENTIFICACION DEL OPERADOR Y AUTORIZACION DEL PROGRAMA
      * (ENT-OPE): SIN ELLA EL PROGRAMA NO SE EJECUTA
      *
           MOVE "ANO-CLI" TO SES-PROGRAMA.
           MOVE SPACE TO SES-OPCION.
           CALL "ENT-OPE" USING SES-PETICION.
           IF NOT SES-AUTORIZADO
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * BLOQUE PRINCIPAL: CALCULA LA FECHA LIMITE DEL PLAZO DE
      * CONSERVACION, SELECCIONA LOS CLIENTES, EXIGE SUPERVISOR
      * Y ANONIMIZA FICHERO A FICHERO
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FECHA-HOY.
           DISPLAY "ANONIMIZACION DE CLIENTES CERRADOS".
           DISPLAY "----------------------------------".
           DISPLAY "Cliente (blanco = todos los que cumplan):".
           MOVE SPACES TO ENT-CODCLI.
           ACCEPT ENT-CODCLI NO BELL.
           MOVE SPACES TO MOTIVO-RECHAZO.

           OPEN I-O A-CLIENT.
           IF CLI-FILESTAT NOT = "00"
              DISPLAY "CLIENTES.DAT NO EXISTE."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      * PLAZO DE CONSERVACION EN ANOS (PARAMETRO ANOSRGPD, Y EN
      * SU DEFECTO SEIS); SIN ACTIVIDAD DESDE LA MISMA FECHA DE
      * HACE ESE NUMERO DE ANOS
      *
           MOVE 6 TO ANOS-RETENCION.
           OPEN INPUT A-PARAMS.
           IF PAR-FILESTAT = "00"
              MOVE "ANOSRGPD" TO PAR-CODIGO
              READ A-PARAMS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PAR-VALOR > ZERO
                       MOVE PAR-VALOR TO ANOS-RETENCION
                    END-IF
              END-READ
           END-IF.
           CLOSE A-PARAMS.

           MOVE FECHA-HOY(1:4) TO ANO-LIMITE.
           SUBTRACT ANOS-RETENCION FROM ANO-LIMITE.
           MOVE ANO-LIMITE     TO FECHA-LIMITE(1:4).
           MOVE FECHA-HOY(5:4) TO FECHA-LIMITE(5:4).
           IF FECHA-LIMITE(5:4) = "0229"
              MOVE "0228" TO FECHA-LIMITE(5:4)
           END-IF.
           DISPLAY "PLAZO DE CONSERVACION: " ANOS-RETENCION
                   " ANOS. SIN ACTIVIDAD DESDE EL " FECHA-LIMITE.

      *
      * SELECCION: CLIENTES CERRADOS DEL MAESTRO Y CLIENTES
      * BORRADOS QUE SOLO QUEDAN EN LA PAPELERA
      *
           OPEN INPUT A-HISTIND.
           IF HIN-FILESTAT = "00"
              MOVE "S" TO HAY-HISTIND
           ELSE
              CLOSE A-HISTIND
           END-IF.

           IF ENT-CODCLI NOT = SPACES
              MOVE ENT-CODCLI TO CODCLI
              READ A-CLIENT
                 INVALID KEY     MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              IF EXISTE = "S"
                 PERFORM EVALUAR-CLIENTE THRU EVALUAR-CLIENTE-FIN
              END-IF
           ELSE
              MOVE LOW-VALUES TO CODCLI
              MOVE "N" TO FIN-CLIENTE
              START A-CLIENT KEY NOT LESS THAN CODCLI
                 INVALID KEY MOVE "S" TO FIN-CLIENTE
              END-START
              PERFORM SELECCIONAR-CLIENTE UNTIL FIN-CLIENTE = "S"
           END-IF.

           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-BAJASCLI.
           IF BAJ-FILESTAT NOT = "00"
              CLOSE A-BAJASCLI
              MOVE "S" TO FIN-FICHERO
           ELSE
              READ A-BAJASCLI AT END MOVE "S" TO FIN-FICHERO
              END-READ
           END-IF.
           PERFORM SELECCIONAR-BAJA UNTIL FIN-FICHERO = "S".
           IF BAJ-FILESTAT NOT = "35"
              CLOSE A-BAJASCLI
           END-IF.

           IF HAY-HISTIND = "S"
              CLOSE A-HISTIND
           END-IF.

           IF CONT-ANONIMOS = ZERO
              IF ENT-CODCLI NOT = SPACES
                 IF MOTIVO-RECHAZO = SPACES
                    MOVE "NO EXISTE NI EN EL MAESTRO NI EN LA PAPELERA"
                         TO MOTIVO-RECHAZO
                 END-IF
                 DISPLAY "NO SE PUEDE ANONIMIZAR: " MOTIVO-RECHAZO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY "NINGUN CLIENTE CUMPLE LAS CONDICIONES."
              END-IF
              CLOSE A-CLIENT
              GOBACK
           END-IF.

           DISPLAY "CLIENTE O ULT.ACTIV.".
           PERFORM MOSTRAR-SELECCIONADO
                   VARYING IDX-ANO FROM 1 BY 1
                   UNTIL IDX-ANO > CONT-TABLA.
           DISPLAY "CLIENTES A ANONIMIZAR: " CONT-ANONIMOS.
           IF TABLA-LLENA = "S"
              DISPLAY "HAY MAS CLIENTES QUE CUMPLEN: REPITA EL PROCESO"
                      " DESPUES."
           END-IF.

      *
      * LA ANONIMIZACION ES IRREVERSIBLE: EXIGE SUPERVISOR Y
      * CONFIRMACION EXPLICITA
      *
           MOVE SES-OPERADOR TO ENT-OPERADOR.

           OPEN INPUT A-OPERADOR.
           IF OPE-FILESTAT NOT = "00"
              CLOSE A-OPERADOR
              DISPLAY "NO HAY MAESTRO DE OPERADORES: ANONIMIZACION"
                      " DENEGADA."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "Supervisor:".
           ACCEPT ENT-SUP-ID NO BELL.
           DISPLAY "Clave.....:".
           ACCEPT ENT-SUP-CLAVE NO BELL.
           MOVE ENT-SUP-ID TO OPE-ID.
           READ A-OPERADOR
              INVALID KEY     MOVE "N" TO EXISTE-OPE
              NOT INVALID KEY MOVE "S" TO EXISTE-OPE
           END-READ.
           CLOSE A-OPERADOR.
           IF EXISTE-OPE = "N" OR OPE-CLAVE NOT = ENT-SUP-CLAVE
              OR NOT OPE-ACTIVO OR NOT OPE-SUPERVISOR
              DISPLAY "SUPERVISOR O CLAVE NO VALIDOS: ANONIMIZACION"
                      " DENEGADA."
              CLOSE A-CLIENT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "CONFIRMA LA ANONIMIZACION (S/N):".
           ACCEPT ENT-CONFIRMA NO BELL.
           IF ENT-CONFIRMA NOT = "S" AND ENT-CONFIRMA NOT = "s"
              DISPLAY "ANONIMIZACION ANULADA."
              CLOSE A-CLIENT
              GOBACK
           END-IF.

      *
      * 1) MAESTRO, CONTACTOS Y CONSENTIMIENTOS, CLIENTE A CLIENTE
      *
           OPEN I-O A-CONTACTOS.
           IF CTO-FILESTAT = "00"
              MOVE "S" TO HAY-CONTACTOS
           ELSE
              CLOSE A-CONTACTOS
           END-IF.
           OPEN I-O A-RGPDCLI.
           IF RGP-FILESTAT NOT = "00"
              CLOSE A-RGPDCLI
              OPEN OUTPUT A-RGPDCLI
              CLOSE A-RGPDCLI
              OPEN I-O A-RGPDCLI
           END-IF.

           PERFORM ANONIMIZAR-UN-CLIENTE
                   VARYING IDX-ANO FROM 1 BY 1
                   UNTIL IDX-ANO > CONT-TABLA.

           CLOSE A-RGPDCLI.
           IF HAY-CONTACTOS = "S"
              CLOSE A-CONTACTOS
           END-IF.

      *
      * 2) FICHEROS SECUENCIALES, REESCRITOS POR COPIA
      *
           PERFORM REESCRIBIR-BAJAS THRU REESCRIBIR-BAJAS-FIN.
           PERFORM REESCRIBIR-AUDITORIA
                   THRU REESCRIBIR-AUDITORIA-FIN.
           PERFORM REESCRIBIR-NOTAS THRU REESCRIBIR-NOTAS-FIN.
           PERFORM REESCRIBIR-CSV-EXP THRU REESCRIBIR-CSV-EXP-FIN.
           PERFORM REESCRIBIR-CSV-IMP THRU REESCRIBIR-CSV-IMP-FIN.

      *
      * 3) REGISTRO DE AUDITORIA DE LA ANONIMIZACION Y LISTADO
      *
           OPEN EXTEND A-REGISTRO.
           IF ANO-FILESTAT NOT = "00"
              CLOSE A-REGISTRO
              OPEN OUTPUT A-REGISTRO
           END-IF.
           OPEN OUTPUT A-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "ANONIMIZACION DE CLIENTES DEL " FECHA-HOY
                  " - OPERADOR " ENT-OPERADOR
                  " SUPERVISOR " ENT-SUP-ID
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "SIN ACTIVIDAD DESDE EL " FECHA-LIMITE
                  " (" ANOS-RETENCION " ANOS)"
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "CLIENTE O ULT.ACTIV. PAPELERA AUDITORIA GESTIONES"
                & " CSV CONTACTOS" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           PERFORM REGISTRAR-UN-CLIENTE
                   VARYING IDX-ANO FROM 1 BY 1
                   UNTIL IDX-ANO > CONT-TABLA.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "CLIENTES ANONIMIZADOS: " CONT-ANONIMOS
              DELIMITED BY SIZE INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           CLOSE A-LISTADO.
           CLOSE A-REGISTRO.

           CLOSE A-CLIENT.

           DISPLAY "ANONIMIZACION TERMINADA. CLIENTES: " CONT-ANONIMOS.
           DISPLAY "DETALLE EN ANONIM.LST Y REGISTRO EN ANONIMIZ.DAT.".

           GOBACK.


      * LEE EL SIGUIENTE CLIENTE DEL MAESTRO Y LO EVALUA
      * ****************************************************************

       SELECCIONAR-CLIENTE.
           READ A-CLIENT NEXT RECORD AT END MOVE "S" TO FIN-CLIENTE
           END-READ.
           IF FIN-CLIENTE NOT = "S"
              PERFORM EVALUAR-CLIENTE THRU EVALUAR-CLIENTE-FIN
           END-IF.


      * DECIDE SI EL CLIENTE DEL MAESTRO EN REGCLI SE PUEDE
      * ANONIMIZAR: CERRADO, SIN SALDO, NO ANONIMIZADO YA Y SIN
      * ACTIVIDAD DESDE LA FECHA LIMITE
      * ****************************************************************

       EVALUAR-CLIENTE.
           MOVE SPACES TO MOTIVO-RECHAZO.
           IF NOT CLI-CERRADO
              MOVE "EL CLIENTE NO ESTA CERRADO" TO MOTIVO-RECHAZO
              GO TO EVALUAR-CLIENTE-FIN
           END-IF.
           IF NOMCLI = NOMBRE-ANONIMO
              MOVE "EL CLIENTE YA ESTA ANONIMIZADO" TO MOTIVO-RECHAZO
              GO TO EVALUAR-CLIENTE-FIN
           END-IF.
           IF IMPCLI NOT = ZERO
              MOVE "EL CLIENTE TIENE SALDO" TO MOTIVO-RECHAZO
              GO TO EVALUAR-CLIENTE-FIN
           END-IF.

           MOVE ALTCLI TO ULTIMA-ACTIVIDAD.
           MOVE CODCLI TO CODCLI-BUSCADO.
           PERFORM BUSCAR-ULTIMO-MOVIMIENTO.
           IF ULTIMA-ACTIVIDAD NOT < FECHA-LIMITE
              MOVE "TIENE ACTIVIDAD DENTRO DEL PLAZO"
                   TO MOTIVO-RECHAZO
              GO TO EVALUAR-CLIENTE-FIN
           END-IF.

           PERFORM ANOTAR-SELECCIONADO.
           IF TABLA-LLENA = "N"
              MOVE "C" TO TAB-ANO-ORIGEN(CONT-TABLA)
           END-IF.

       EVALUAR-CLIENTE-FIN.
           EXIT.


      * EVALUA EL REGISTRO DE LA PAPELERA Y LEE EL SIGUIENTE: SOLO
      * CUENTAN LOS CLIENTES QUE YA NO ESTAN EN EL MAESTRO
      * ****************************************************************

       SELECCIONAR-BAJA.
           IF (ENT-CODCLI = SPACES OR BAJ-CODCLI = ENT-CODCLI)
              AND BAJ-NOMCLI NOT = NOMBRE-ANONIMO
              PERFORM EVALUAR-BAJA THRU EVALUAR-BAJA-FIN
           END-IF.
           READ A-BAJASCLI AT END MOVE "S" TO FIN-FICHERO END-READ.


      * DECIDE SI EL CLIENTE BORRADO DE REGBAJA SE PUEDE
      * ANONIMIZAR. LA PAPELERA VA EN ORDEN DE BAJA: SI UN CLIENTE
      * YA ELEGIDO TIENE OTRA BAJA DENTRO DEL PLAZO, SE DESCARTA
      * ****************************************************************

       EVALUAR-BAJA.
           MOVE BAJ-CODCLI TO CODCLI-BUSCADO.
           PERFORM BUSCAR-EN-TABLA.
           IF ENCONTRADO = "S"
              IF TAB-ANO-ORIGEN(IDX-ENC) = "B"
                 AND BAJ-FECHA > TAB-ANO-ULTIMA(IDX-ENC)
                 MOVE BAJ-FECHA TO TAB-ANO-ULTIMA(IDX-ENC)
                 IF BAJ-FECHA NOT < FECHA-LIMITE
                    MOVE "X" TO TAB-ANO-ORIGEN(IDX-ENC)
                    SUBTRACT 1 FROM CONT-ANONIMOS
                 END-IF
              END-IF
              GO TO EVALUAR-BAJA-FIN
           END-IF.

           MOVE BAJ-CODCLI TO CODCLI.
           READ A-CLIENT
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "S"
              GO TO EVALUAR-BAJA-FIN
           END-IF.

           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE BAJ-FECHA TO ULTIMA-ACTIVIDAD.
           PERFORM BUSCAR-ULTIMO-MOVIMIENTO.
           IF ULTIMA-ACTIVIDAD NOT < FECHA-LIMITE
              MOVE "TIENE ACTIVIDAD DENTRO DEL PLAZO"
                   TO MOTIVO-RECHAZO
              GO TO EVALUAR-BAJA-FIN
           END-IF.

           PERFORM ANOTAR-SELECCIONADO.
           IF TABLA-LLENA = "N"
              MOVE "B" TO TAB-ANO-ORIGEN(CONT-TABLA)
           END-IF.

       EVALUAR-BAJA-FIN.
           EXIT.


      * DEJA EN ULTIMA-ACTIVIDAD LA FECHA DEL ULTIMO MOVIMIENTO DEL
      * CLIENTE CODCLI-BUSCADO EN EL HISTORICO, SI ES POSTERIOR
      * ****************************************************************

       BUSCAR-ULTIMO-MOVIMIENTO.
           IF HAY-HISTIND = "S"
              MOVE CODCLI-BUSCADO TO HIN-CODCLI
              MOVE LOW-VALUES     TO HIN-FECHA
              MOVE ZERO           TO HIN-SEC
              MOVE "N" TO FIN-HISTORIAL
              START A-HISTIND KEY NOT LESS THAN HIN-CLAVE
                 INVALID KEY MOVE "S" TO FIN-HISTORIAL
              END-START
              PERFORM LEER-MOVIMIENTO-CLIENTE
                      UNTIL FIN-HISTORIAL = "S"
           END-IF.


      * LEE EL SIGUIENTE MOVIMIENTO DEL CLIENTE BUSCADO
      * ****************************************************************

       LEER-MOVIMIENTO-CLIENTE.
           READ A-HISTIND NEXT RECORD
              AT END MOVE "S" TO FIN-HISTORIAL
           END-READ.
           IF FIN-HISTORIAL NOT = "S"
              IF HIN-CODCLI NOT = CODCLI-BUSCADO
                 MOVE "S" TO FIN-HISTORIAL
              ELSE
                 IF HIN-FECHA > ULTIMA-ACTIVIDAD
                    MOVE HIN-FECHA TO ULTIMA-ACTIVIDAD
                 END-IF
              END-IF
           END-IF.


      * ANADE A LA TABLA EL CLIENTE CODCLI-BUSCADO CON SU ULTIMA
      * ACTIVIDAD (EL ORIGEN LO PONE QUIEN LLAMA)
      * ****************************************************************

       ANOTAR-SELECCIONADO.
           IF CONT-TABLA < 500
              ADD 1 TO CONT-TABLA
              ADD 1 TO CONT-ANONIMOS
              MOVE CODCLI-BUSCADO   TO TAB-ANO-CLI(CONT-TABLA)
              MOVE ULTIMA-ACTIVIDAD TO TAB-ANO-ULTIMA(CONT-TABLA)
              MOVE ZERO TO TAB-ANO-BAJ(CONT-TABLA)
              MOVE ZERO TO TAB-ANO-AUD(CONT-TABLA)
              MOVE ZERO TO TAB-ANO-NOT(CONT-TABLA)
              MOVE ZERO TO TAB-ANO-CSV(CONT-TABLA)
              MOVE ZERO TO TAB-ANO-CTO(CONT-TABLA)
           ELSE
              MOVE "S" TO TABLA-LLENA
           END-IF.


      * BUSCA CODCLI-BUSCADO EN LA TABLA (SOLO LOS NO DESCARTADOS
      * CUANDO SE ESTA ANONIMIZANDO; AL SELECCIONAR, TODOS)
      * ****************************************************************

       BUSCAR-EN-TABLA.
           MOVE "N" TO ENCONTRADO.
           PERFORM COMPARAR-EN-TABLA
                   VARYING IDX-ENC FROM 1 BY 1
                   UNTIL IDX-ENC > CONT-TABLA OR ENCONTRADO = "S".
           IF ENCONTRADO = "S"
              SUBTRACT 1 FROM IDX-ENC
           END-IF.


      * COMPARA UN ELEMENTO DE LA TABLA CON EL CLIENTE BUSCADO
      * ****************************************************************

       COMPARAR-EN-TABLA.
           IF TAB-ANO-CLI(IDX-ENC) = CODCLI-BUSCADO
              MOVE "S" TO ENCONTRADO
           END-IF.


      * MUESTRA UN CLIENTE SELECCIONADO
      * ****************************************************************

       MOSTRAR-SELECCIONADO.
           IF TAB-ANO-ORIGEN(IDX-ANO) NOT = "X"
              DISPLAY TAB-ANO-CLI(IDX-ANO) "   "
                      TAB-ANO-ORIGEN(IDX-ANO) " "
                      TAB-ANO-ULTIMA(IDX-ANO)
           END-IF.


      * ANONIMIZA UN CLIENTE EN EL MAESTRO, BORRA SUS CONTACTOS Y
      * RETIRA SUS CONSENTIMIENTOS
      * ****************************************************************

       ANONIMIZAR-UN-CLIENTE.
           IF TAB-ANO-ORIGEN(IDX-ANO) = "C"
              MOVE TAB-ANO-CLI(IDX-ANO) TO CODCLI
              READ A-CLIENT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE NOMBRE-ANONIMO TO NOMCLI
                    MOVE TEXTO-ANONIMO  TO DIRCLI
                    MOVE TEXTO-ANONIMO  TO POBCLI
                    DIVIDE POSCLI BY 1000 GIVING PROV-POSTAL
                    COMPUTE POSCLI = PROV-POSTAL * 1000
                    MOVE NIF-ANONIMO    TO NIFCLI
                    REWRITE REGCLI
              END-READ
           END-IF.

           IF TAB-ANO-ORIGEN(IDX-ANO) NOT = "X"
              IF HAY-CONTACTOS = "S"
                 MOVE TAB-ANO-CLI(IDX-ANO) TO CTO-CODCLI
                 MOVE ZERO TO CTO-NUMERO
                 MOVE "N" TO FIN-CONTACTOS
                 START A-CONTACTOS KEY NOT LESS THAN CTO-CLAVE
                    INVALID KEY MOVE "S" TO FIN-CONTACTOS
                 END-START
                 PERFORM BORRAR-UN-CONTACTO
                         UNTIL FIN-CONTACTOS = "S"
              END-IF
              PERFORM RETIRAR-CONSENTIMIENTOS
           END-IF.


      * BORRA EL SIGUIENTE CONTACTO DEL CLIENTE QUE SE ANONIMIZA
      * ****************************************************************

       BORRAR-UN-CONTACTO.
           READ A-CONTACTOS NEXT RECORD
              AT END MOVE "S" TO FIN-CONTACTOS
           END-READ.
           IF FIN-CONTACTOS NOT = "S"
              IF CTO-CODCLI NOT = TAB-ANO-CLI(IDX-ANO)
                 MOVE "S" TO FIN-CONTACTOS
              ELSE
                 DELETE A-CONTACTOS RECORD
                 ADD 1 TO TAB-ANO-CTO(IDX-ANO)
              END-IF
           END-IF.


      * DEJA LOS CONSENTIMIENTOS DEL CLIENTE RETIRADOS CON LA FECHA
      * DE LA ANONIMIZACION
      * ****************************************************************

       RETIRAR-CONSENTIMIENTOS.
           MOVE TAB-ANO-CLI(IDX-ANO) TO RGP-CODCLI.
           READ A-RGPDCLI
              INVALID KEY     MOVE "N" TO EXISTE
              NOT INVALID KEY MOVE "S" TO EXISTE
           END-READ.
           IF EXISTE = "N"
              MOVE TAB-ANO-CLI(IDX-ANO) TO RGP-CODCLI
              MOVE SPACES TO RGP-FECHA-PUBLI
              MOVE SPACES TO RGP-FECHA-ELEC
           END-IF.
           IF RGP-PUBLICIDAD NOT = "N"
              MOVE "N"       TO RGP-PUBLICIDAD
              MOVE FECHA-HOY TO RGP-FECHA-PUBLI
           END-IF.
           IF RGP-ELECTRONICA NOT = "N"
              MOVE "N"       TO RGP-ELECTRONICA
              MOVE FECHA-HOY TO RGP-FECHA-ELEC
           END-IF.
           MOVE ENT-OPERADOR TO RGP-OPERADOR.
           MOVE FECHA-HOY    TO RGP-FECHA-ANONIM.
           IF EXISTE = "S"
              REWRITE REGRGP
           ELSE
              WRITE REGRGP
           END-IF.


      * REESCRIBE LA PAPELERA CON LOS DATOS PERSONALES DE LOS
      * CLIENTES ANONIMIZADOS SUSTITUIDOS
      * ****************************************************************

       REESCRIBIR-BAJAS.
           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-BAJASCLI.
           IF BAJ-FILESTAT NOT = "00"
              CLOSE A-BAJASCLI
              GO TO REESCRIBIR-BAJAS-FIN
           END-IF.
           READ A-BAJASCLI AT END MOVE "S" TO FIN-FICHERO END-READ.
           OPEN OUTPUT A-TRABAJO.
           PERFORM COPIAR-UNA-BAJA UNTIL FIN-FICHERO = "S".
           CLOSE A-TRABAJO.
           CLOSE A-BAJASCLI.

           OPEN INPUT A-TRABAJO.
           OPEN OUTPUT A-BAJASCLI.
           MOVE "N" TO FIN-TMP.
           READ A-TRABAJO AT END MOVE "S" TO FIN-TMP END-READ.
           PERFORM DEVOLVER-UNA-BAJA UNTIL FIN-TMP = "S".
           CLOSE A-BAJASCLI.
           CLOSE A-TRABAJO.

       REESCRIBIR-BAJAS-FIN.
           EXIT.


      * COPIA UN REGISTRO DE LA PAPELERA AL FICHERO DE TRABAJO,
      * ANONIMIZADO SI ES DE UN CLIENTE DE LA TABLA
      * ****************************************************************

       COPIAR-UNA-BAJA.
           MOVE BAJ-CODCLI TO CODCLI-BUSCADO.
           PERFORM BUSCAR-ANONIMO.
           IF ENCONTRADO = "S"
              MOVE NOMBRE-ANONIMO TO BAJ-NOMCLI
              MOVE TEXTO-ANONIMO  TO BAJ-DIRCLI
              MOVE TEXTO-ANONIMO  TO BAJ-POBCLI
              DIVIDE BAJ-POSCLI BY 1000 GIVING PROV-POSTAL
              COMPUTE BAJ-POSCLI = PROV-POSTAL * 1000
              MOVE NIF-ANONIMO    TO BAJ-NIFCLI
              ADD 1 TO TAB-ANO-BAJ(IDX-ENC)
           END-IF.
           MOVE REGBAJA TO REG-TRABAJO.
           WRITE REG-TRABAJO.
           READ A-BAJASCLI AT END MOVE "S" TO FIN-FICHERO END-READ.


      * DEVUELVE UN REGISTRO DEL FICHERO DE TRABAJO A LA PAPELERA
      * ****************************************************************

       DEVOLVER-UNA-BAJA.
           MOVE REG-TRABAJO TO REGBAJA.
           WRITE REGBAJA.
           READ A-TRABAJO AT END MOVE "S" TO FIN-TMP END-READ.


      * REESCRIBE LA AUDITORIA DEL MAESTRO CON EL NOMBRE DE LOS
      * CLIENTES ANONIMIZADOS SUSTITUIDO, Y ANONIMIZADA LA IMAGEN
      * DEL CLIENTE QUE LLEVA CADA ENTRADA (LOS IMPORTES NO
      * CAMBIAN)
      * ****************************************************************

       REESCRIBIR-AUDITORIA.
           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-AUDITORIA.
           IF AUD-FILESTAT NOT = "00"
              CLOSE A-AUDITORIA
              GO TO REESCRIBIR-AUDITORIA-FIN
           END-IF.
           READ A-AUDITORIA AT END MOVE "S" TO FIN-FICHERO END-READ.
           OPEN OUTPUT A-TRABAJO.
           PERFORM COPIAR-UNA-AUDITORIA UNTIL FIN-FICHERO = "S".
           CLOSE A-TRABAJO.
           CLOSE A-AUDITORIA.

           OPEN INPUT A-TRABAJO.
           OPEN OUTPUT A-AUDITORIA.
           MOVE "N" TO FIN-TMP.
           READ A-TRABAJO AT END MOVE "S" TO FIN-TMP END-READ.
           PERFORM DEVOLVER-UNA-AUDITORIA UNTIL FIN-TMP = "S".
           CLOSE A-AUDITORIA.
           CLOSE A-TRABAJO.

       REESCRIBIR-AUDITORIA-FIN.
           EXIT.


      * COPIA UN APUNTE DE AUDITORIA AL FICHERO DE TRABAJO
      * ****************************************************************

       COPIAR-UNA-AUDITORIA.
           MOVE AUD-CODCLI TO CODCLI-BUSCADO.
           PERFORM BUSCAR-ANONIMO.
           IF ENCONTRADO = "S"
              MOVE NOMBRE-ANONIMO TO AUD-NOMCLI
              IF AUD-REGCLI NOT = SPACES
                 MOVE NOMBRE-ANONIMO TO AUD-DES-NOMCLI
                 MOVE TEXTO-ANONIMO  TO AUD-DES-DIRCLI
                 MOVE TEXTO-ANONIMO  TO AUD-DES-POBCLI
                 DIVIDE AUD-DES-POSCLI BY 1000 GIVING PROV-POSTAL
                 COMPUTE AUD-DES-POSCLI = PROV-POSTAL * 1000
                 MOVE NIF-ANONIMO    TO AUD-DES-NIFCLI
              END-IF
              ADD 1 TO TAB-ANO-AUD(IDX-ENC)
           END-IF.
           MOVE REGAUDIT TO REG-TRABAJO.
           WRITE REG-TRABAJO.
           READ A-AUDITORIA AT END MOVE "S" TO FIN-FICHERO END-READ.


      * DEVUELVE UN APUNTE DEL FICHERO DE TRABAJO A LA AUDITORIA
      * ****************************************************************

       DEVOLVER-UNA-AUDITORIA.
           MOVE REG-TRABAJO TO REGAUDIT.
           WRITE REGAUDIT.
           READ A-TRABAJO AT END MOVE "S" TO FIN-TMP END-READ.


      * REESCRIBE LAS GESTIONES DE COBRO BORRANDO EL TEXTO DE LAS
      * DE LOS CLIENTES ANONIMIZADOS (QUEDAN FECHAS Y OPERADOR)
      * ****************************************************************

       REESCRIBIR-NOTAS.
           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-NOTAS.
           IF NOT-FILESTAT NOT = "00"
              CLOSE A-NOTAS
              GO TO REESCRIBIR-NOTAS-FIN
           END-IF.
           READ A-NOTAS AT END MOVE "S" TO FIN-FICHERO END-READ.
           OPEN OUTPUT A-TRABAJO.
           PERFORM COPIAR-UNA-NOTA UNTIL FIN-FICHERO = "S".
           CLOSE A-TRABAJO.
           CLOSE A-NOTAS.

           OPEN INPUT A-TRABAJO.
           OPEN OUTPUT A-NOTAS.
           MOVE "N" TO FIN-TMP.
           READ A-TRABAJO AT END MOVE "S" TO FIN-TMP END-READ.
           PERFORM DEVOLVER-UNA-NOTA UNTIL FIN-TMP = "S".
           CLOSE A-NOTAS.
           CLOSE A-TRABAJO.

       REESCRIBIR-NOTAS-FIN.
           EXIT.


      * COPIA UNA GESTION AL FICHERO DE TRABAJO
      * ****************************************************************

       COPIAR-UNA-NOTA.
           MOVE NOT-CODCLI TO CODCLI-BUSCADO.
           PERFORM BUSCAR-ANONIMO.
           IF ENCONTRADO = "S"
              MOVE GESTION-ANONIMA TO NOT-TEXTO
              ADD 1 TO TAB-ANO-NOT(IDX-ENC)
           END-IF.
           MOVE REGNOT TO REG-TRABAJO.
           WRITE REG-TRABAJO.
           READ A-NOTAS AT END MOVE "S" TO FIN-FICHERO END-READ.


      * DEVUELVE UNA GESTION DEL FICHERO DE TRABAJO A NOTASCLI.DAT
      * ****************************************************************

       DEVOLVER-UNA-NOTA.
           MOVE REG-TRABAJO TO REGNOT.
           WRITE REGNOT.
           READ A-TRABAJO AT END MOVE "S" TO FIN-TMP END-READ.


      * REESCRIBE LA EXPORTACION CSV DEL MAESTRO (CLIENTES.CSV)
      * ****************************************************************

       REESCRIBIR-CSV-EXP.
           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-CSV-EXP.
           IF CSV-FILESTAT NOT = "00"
              CLOSE A-CSV-EXP
              GO TO REESCRIBIR-CSV-EXP-FIN
           END-IF.
           READ A-CSV-EXP AT END MOVE "S" TO FIN-FICHERO END-READ.
           OPEN OUTPUT A-TRABAJO.
           PERFORM COPIAR-UNA-FILA-EXP UNTIL FIN-FICHERO = "S".
           CLOSE A-TRABAJO.
           CLOSE A-CSV-EXP.

           OPEN INPUT A-TRABAJO.
           OPEN OUTPUT A-CSV-EXP.
           MOVE "N" TO FIN-TMP.
           READ A-TRABAJO AT END MOVE "S" TO FIN-TMP END-READ.
           PERFORM DEVOLVER-UNA-FILA-EXP UNTIL FIN-TMP = "S".
           CLOSE A-CSV-EXP.
           CLOSE A-TRABAJO.

       REESCRIBIR-CSV-EXP-FIN.
           EXIT.


      * COPIA UNA FILA DE CLIENTES.CSV AL FICHERO DE TRABAJO
      * ****************************************************************

       COPIAR-UNA-FILA-EXP.
           MOVE LINEA-CSV-EXP TO LINEA-CSV.
           PERFORM ANONIMIZAR-FILA-CSV.
           MOVE LINEA-CSV TO REG-TRABAJO.
           WRITE REG-TRABAJO.
           READ A-CSV-EXP AT END MOVE "S" TO FIN-FICHERO END-READ.


      * DEVUELVE UNA FILA DEL FICHERO DE TRABAJO A CLIENTES.CSV
      * ****************************************************************

       DEVOLVER-UNA-FILA-EXP.
           MOVE REG-TRABAJO TO LINEA-CSV-EXP.
           WRITE LINEA-CSV-EXP.
           READ A-TRABAJO AT END MOVE "S" TO FIN-TMP END-READ.


      * REESCRIBE EL FICHERO DE CARGA MASIVA (CLIENIMP.CSV)
      * ****************************************************************

       REESCRIBIR-CSV-IMP.
           MOVE "N" TO FIN-FICHERO.
           OPEN INPUT A-CSV-IMP.
           IF CSV-FILESTAT NOT = "00"
              CLOSE A-CSV-IMP
              GO TO REESCRIBIR-CSV-IMP-FIN
           END-IF.
           READ A-CSV-IMP AT END MOVE "S" TO FIN-FICHERO END-READ.
           OPEN OUTPUT A-TRABAJO.
           PERFORM COPIAR-UNA-FILA-IMP UNTIL FIN-FICHERO = "S".
           CLOSE A-TRABAJO.
           CLOSE A-CSV-IMP.

           OPEN INPUT A-TRABAJO.
           OPEN OUTPUT A-CSV-IMP.
           MOVE "N" TO FIN-TMP.
           READ A-TRABAJO AT END MOVE "S" TO FIN-TMP END-READ.
           PERFORM DEVOLVER-UNA-FILA-IMP UNTIL FIN-TMP = "S".
           CLOSE A-CSV-IMP.
           CLOSE A-TRABAJO.

       REESCRIBIR-CSV-IMP-FIN.
           EXIT.


      * COPIA UNA FILA DE CLIENIMP.CSV AL FICHERO DE TRABAJO
      * ****************************************************************

       COPIAR-UNA-FILA-IMP.
           MOVE LINEA-CSV-IMP TO LINEA-CSV.
           PERFORM ANONIMIZAR-FILA-CSV.
           MOVE LINEA-CSV TO REG-TRABAJO.
           WRITE REG-TRABAJO.
           READ A-CSV-IMP AT END MOVE "S" TO FIN-FICHERO END-READ.


      * DEVUELVE UNA FILA DEL FICHERO DE TRABAJO A CLIENIMP.CSV
      * ****************************************************************

       DEVOLVER-UNA-FILA-IMP.
           MOVE REG-TRABAJO TO LINEA-CSV-IMP.
           WRITE LINEA-CSV-IMP.
           READ A-TRABAJO AT END MOVE "S" TO FIN-TMP END-READ.


      * SI LA FILA CSV DE LINEA-CSV ES DE UN CLIENTE ANONIMIZADO,
      * LA RECOMPONE CON LOS VALORES NEUTROS Y LAS DEMAS COLUMNAS
      * COMO ESTABAN (LA CABECERA NO COINCIDE CON NINGUN CODIGO)
      * ****************************************************************

       ANONIMIZAR-FILA-CSV.
           MOVE SPACES TO FILA-CSV.
           UNSTRING LINEA-CSV DELIMITED BY ","
              INTO CSV-CODCLI CSV-NOMCLI CSV-DIRCLI CSV-POBCLI
                   CSV-POSCLI CSV-ALTCLI CSV-IMPCLI CSV-ESTCLI
                   CSV-NIFCLI
           END-UNSTRING.
           MOVE CSV-CODCLI TO CODCLI-BUSCADO.
           PERFORM BUSCAR-ANONIMO.
           IF ENCONTRADO = "S"
              IF CSV-POSCLI NOT = SPACES
                 MOVE "000" TO CSV-POSCLI(3:3)
              END-IF
              MOVE SPACES TO LINEA-CSV
              STRING CSV-CODCLI     DELIMITED BY SIZE
                     ","            DELIMITED BY SIZE
                     NOMBRE-ANONIMO DELIMITED BY SIZE
                     ","            DELIMITED BY SIZE
                     TEXTO-ANONIMO  DELIMITED BY SIZE
                     ","            DELIMITED BY SIZE
                     TEXTO-ANONIMO  DELIMITED BY SIZE
                     ","            DELIMITED BY SIZE
                     CSV-POSCLI     DELIMITED BY SPACE
                     ","            DELIMITED BY SIZE
                     CSV-ALTCLI     DELIMITED BY SPACE
                     ","            DELIMITED BY SIZE
                     CSV-IMPCLI     DELIMITED BY SPACE
                     ","            DELIMITED BY SIZE
                     CSV-ESTCLI     DELIMITED BY SPACE
                     ","            DELIMITED BY SIZE
                     NIF-ANONIMO    DELIMITED BY SIZE
                     INTO LINEA-CSV
              END-STRING
              ADD 1 TO TAB-ANO-CSV(IDX-ENC)
           END-IF.


      * BUSCA CODCLI-BUSCADO ENTRE LOS CLIENTES QUE SE ANONIMIZAN
      * (NO CUENTAN LOS DESCARTADOS)
      * ****************************************************************

       BUSCAR-ANONIMO.
           PERFORM BUSCAR-EN-TABLA.
           IF ENCONTRADO = "S"
              IF TAB-ANO-ORIGEN(IDX-ENC) = "X"
                 MOVE "N" TO ENCONTRADO
              END-IF
           END-IF.


      * GRABA EN EL REGISTRO Y EN EL LISTADO UN CLIENTE ANONIMIZADO
      * ****************************************************************

       REGISTRAR-UN-CLIENTE.
           IF TAB-ANO-ORIGEN(IDX-ANO) NOT = "X"
              MOVE FECHA-HOY              TO ANO-FECHA
              MOVE TAB-ANO-CLI(IDX-ANO)    TO ANO-CODCLI
              MOVE TAB-ANO-ORIGEN(IDX-ANO) TO ANO-ORIGEN
              MOVE TAB-ANO-ULTIMA(IDX-ANO) TO ANO-ULTIMA-ACT
              MOVE FECHA-LIMITE           TO ANO-FECHA-LIMITE
              MOVE ENT-OPERADOR           TO ANO-OPERADOR
              MOVE ENT-SUP-ID             TO ANO-SUPERVISOR
              MOVE TAB-ANO-BAJ(IDX-ANO)    TO ANO-CONT-BAJAS
              MOVE TAB-ANO-AUD(IDX-ANO)    TO ANO-CONT-AUDIT
              MOVE TAB-ANO-NOT(IDX-ANO)    TO ANO-CONT-NOTAS
              MOVE TAB-ANO-CSV(IDX-ANO)    TO ANO-CONT-CSV
              MOVE TAB-ANO-CTO(IDX-ANO)    TO ANO-CONT-CTO
              WRITE REGANO
              MOVE SPACES TO LINEA-LISTADO
              STRING ANO-CODCLI "   " ANO-ORIGEN " " ANO-ULTIMA-ACT
                     "       " ANO-CONT-BAJAS "     " ANO-CONT-AUDIT
                     "     " ANO-CONT-NOTAS "  " ANO-CONT-CSV
                     "        " ANO-CONT-CTO
                 DELIMITED BY SIZE INTO LINEA-LISTADO
              END-STRING
              WRITE LINEA-LISTADO
           END-IF.
