      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - EJERCICIO 32 - ANONIMIZACION DE DATOS
      *          PERSONALES EN LOS ARCHIVOS HISTORICOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20EJ32.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-EMP-HISTORICO
           ASSIGN TO '../EMPLEADOS-HISTORICO.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMP-HISTORICO
           RECORD KEY IS HIS-EMP-ID-EMPLEADO.

       SELECT ENT-EXT-HISTORICO
           ASSIGN TO '../DATOS-EXTRA-HISTORICO.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-EXT-HISTORICO
           RECORD KEY IS HIS-EXT-ID-EMPLEADO.

       SELECT ENT-CON-HISTORICO
           ASSIGN TO '../CONTACTOS-HISTORICO.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CON-HISTORICO
           RECORD KEY IS HIS-CON-CLAVE.

       SELECT ENT-HISTORIAL
           ASSIGN TO '../HISTORIAL-CAMBIOS.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT TRB-HISTORIAL
           ASSIGN TO '../HISTORIAL-CAMBIOS.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRB-HISTORIAL.

       SELECT ENT-AUDITORIA
           ASSIGN TO '../AUDITORIA-CONSULTAS.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       SELECT TRB-AUDITORIA
           ASSIGN TO '../AUDITORIA-CONSULTAS.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRB-AUDITORIA.

       SELECT ENT-ENVIADOS
           ASSIGN TO '../FEED-NOMINA-ENVIADOS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIADOS.

       SELECT TRB-ENVIADOS
           ASSIGN TO '../FEED-NOMINA-ENVIADOS.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRB-ENVIADOS.

       SELECT SAL-CERTIFICADO
           ASSIGN TO '../CERTIFICADO-ANONIMIZACION.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERTIFICADO.

       SELECT SAL-CONTROL-EJEC
           ASSIGN TO '../CONTROL-EJECUCIONES.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-EJEC.

       SELECT SAL-BLOQUEO
           ASSIGN TO '../BLOQUEO-EJECUCION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQUEO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-EMP-HISTORICO.
           COPY EMPLREG REPLACING LEADING ==ENT== BY ==HIS==.

       FD ENT-EXT-HISTORICO.
           COPY DEXTREG REPLACING LEADING ==ENT== BY ==HIS==.

       FD ENT-CON-HISTORICO.
           COPY CONTREG REPLACING LEADING ==ENT== BY ==HIS==.

       FD ENT-HISTORIAL.
       01 ENT-HISTORIAL-REG.
          05 HST-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01).
          05 HST-HORA                       PIC 9(06).
          05 FILLER                         PIC X(01).
          05 HST-ACCION                     PIC X(02).
          05 FILLER                         PIC X(01).
          05 HST-ID-EMPLEADO                PIC 9(08).
          05 FILLER                         PIC X(01).
          05 HST-IMAGEN-ANTES               PIC X(150).
          05 FILLER                         PIC X(01).
          05 HST-IMAGEN-DESPUES             PIC X(150).
          05 FILLER                         PIC X(01).
          05 HST-OPERADOR                   PIC X(08).

       FD TRB-HISTORIAL.
       01 TRB-HISTORIAL-REG                 PIC X(338).

       FD ENT-AUDITORIA.
       01 ENT-AUDITORIA-REG.
          05 AUD-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01).
          05 AUD-HORA                       PIC 9(06).
          05 FILLER                         PIC X(01).
          05 AUD-ID-EMPLEADO                PIC 9(08).
          05 FILLER                         PIC X(01).
          05 AUD-RESULTADO                  PIC X(20).
          05 FILLER                         PIC X(01).
          05 AUD-OPERADOR                   PIC X(08).

       FD TRB-AUDITORIA.
       01 TRB-AUDITORIA-REG                 PIC X(54).

       FD ENT-ENVIADOS.
           COPY FENVREG.

       FD TRB-ENVIADOS.
       01 TRB-ENVIADOS-REG                  PIC X(202).

       FD SAL-CERTIFICADO.
       01 CER-LINEA                         PIC X(132).

       FD SAL-CONTROL-EJEC.
           COPY CTLEREG.

       FD SAL-BLOQUEO.
           COPY BLOQREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EMP-HISTORICO               PIC X(2).
             88 FS-EMP-HIST-FILE-OK             VALUE '00'.
             88 FS-EMP-HIST-FILE-EOF            VALUE '10'.
             88 FS-EMP-HIST-FILE-NFD            VALUE '35'.
             88 FS-EMP-HIST-CLAVE-NFD           VALUE '23'.
          05 FS-EXT-HISTORICO               PIC X(2).
             88 FS-EXT-HIST-FILE-OK             VALUE '00'.
             88 FS-EXT-HIST-FILE-NFD            VALUE '35'.
             88 FS-EXT-HIST-CLAVE-NFD           VALUE '23'.
          05 FS-CON-HISTORICO               PIC X(2).
             88 FS-CON-HIST-FILE-OK             VALUE '00'.
             88 FS-CON-HIST-FILE-EOF            VALUE '10'.
             88 FS-CON-HIST-FILE-NFD            VALUE '35'.
             88 FS-CON-HIST-CLAVE-NFD           VALUE '23'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-FILE-OK            VALUE '00'.
             88 FS-HISTORIAL-FILE-EOF           VALUE '10'.
             88 FS-HISTORIAL-FILE-NFD           VALUE '35'.
          05 FS-TRB-HISTORIAL               PIC X(2).
             88 FS-TRB-HISTORIAL-FILE-OK        VALUE '00'.
             88 FS-TRB-HISTORIAL-FILE-EOF       VALUE '10'.
             88 FS-TRB-HISTORIAL-FILE-NFD       VALUE '35'.
          05 FS-AUDITORIA                   PIC X(2).
             88 FS-AUDITORIA-FILE-OK            VALUE '00'.
             88 FS-AUDITORIA-FILE-EOF           VALUE '10'.
             88 FS-AUDITORIA-FILE-NFD           VALUE '35'.
          05 FS-TRB-AUDITORIA               PIC X(2).
             88 FS-TRB-AUDITORIA-FILE-OK        VALUE '00'.
             88 FS-TRB-AUDITORIA-FILE-EOF       VALUE '10'.
             88 FS-TRB-AUDITORIA-FILE-NFD       VALUE '35'.
          05 FS-ENVIADOS                    PIC X(2).
             88 FS-ENVIADOS-FILE-OK             VALUE '00'.
             88 FS-ENVIADOS-FILE-EOF            VALUE '10'.
             88 FS-ENVIADOS-FILE-NFD            VALUE '35'.
          05 FS-TRB-ENVIADOS                PIC X(2).
             88 FS-TRB-ENVIADOS-FILE-OK         VALUE '00'.
             88 FS-TRB-ENVIADOS-FILE-EOF        VALUE '10'.
             88 FS-TRB-ENVIADOS-FILE-NFD        VALUE '35'.
          05 FS-CERTIFICADO                 PIC X(2).
             88 FS-CERTIFICADO-FILE-OK          VALUE '00'.
             88 FS-CERTIFICADO-FILE-NFD         VALUE '35'.
          05 FS-CONTROL-EJEC                PIC X(2).
             88 FS-CONTROL-EJEC-FILE-OK         VALUE '00'.
             88 FS-CONTROL-EJEC-FILE-NFD        VALUE '35'.
          05 FS-BLOQUEO                     PIC X(2).
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.

       77 WS-PARM-ANIOS                     PIC X(10).
       77 WS-ANIOS-RETENCION                PIC 9(05) VALUE 10.
       77 WS-ANIOS-INFORMADOS               PIC 9(05).
       77 WS-FECHA-HOY                      PIC 9(08).
       77 WS-HORA-HOY                       PIC 9(06).
       77 WS-FECHA-LIMITE                   PIC 9(08).
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ32'.
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.

       77 WS-SW-SIN-EXT-HIST                PIC X(01) VALUE 'N'.
          88 WS-SIN-EXT-HIST                     VALUE 'S'.

       77 WS-SW-SIN-CON-HIST                PIC X(01) VALUE 'N'.
          88 WS-SIN-CON-HIST                     VALUE 'S'.

       77 WS-SW-EMP-FIN                     PIC X(01) VALUE 'N'.
          88 WS-EMP-FIN                          VALUE 'S'.

       77 WS-SW-CON-FIN                     PIC X(01) VALUE 'N'.
          88 WS-CON-FIN                          VALUE 'S'.

       77 WS-SW-HST-FIN                     PIC X(01) VALUE 'N'.
          88 WS-HST-FIN                          VALUE 'S'.

       77 WS-SW-AUD-FIN                     PIC X(01) VALUE 'N'.
          88 WS-AUD-FIN                          VALUE 'S'.

       77 WS-SW-ENV-FIN                     PIC X(01) VALUE 'N'.
          88 WS-ENV-FIN                          VALUE 'S'.

       77 WS-SW-ANON-OK                     PIC X(01) VALUE 'N'.
          88 WS-ANON-OK                          VALUE 'S'.

       77 WS-SW-COPIA-OK                    PIC X(01) VALUE 'N'.
          88 WS-COPIA-OK                         VALUE 'S'.

       77 WS-SW-ENMASCARADO-OK              PIC X(01) VALUE 'S'.
          88 WS-ENMASCARADO-OK                   VALUE 'S'.

       77 WS-SW-RESTAURAR                   PIC X(01) VALUE 'N'.
          88 WS-RESTAURAR-TMP                    VALUE 'S'.

       77 WS-SW-ID-HALLADO                  PIC X(01) VALUE 'N'.
          88 WS-ID-HALLADO                       VALUE 'S'.

       77 WS-CONT-REG-LEIDOS                PIC 9(05) VALUE 0.
       77 WS-CONT-EMP-ANONIMIZADOS          PIC 9(05) VALUE 0.
       77 WS-CONT-EXT-ANONIMIZADOS          PIC 9(05) VALUE 0.
       77 WS-CONT-CON-ANONIMIZADOS          PIC 9(05) VALUE 0.
       77 WS-CONT-YA-ANONIMIZADOS           PIC 9(05) VALUE 0.
       77 WS-CONT-REINTENTOS                PIC 9(05) VALUE 0.
       77 WS-CONT-CONFIRMADOS               PIC 9(05) VALUE 0.
       77 WS-CONT-EN-RETENCION              PIC 9(05) VALUE 0.
       77 WS-CONT-BAJA-SIN-FECHA            PIC 9(05) VALUE 0.
       77 WS-CONT-EXT-NFD                   PIC 9(05) VALUE 0.
       77 WS-CONT-PENDIENTES                PIC 9(05) VALUE 0.
       77 WS-CONT-ERRORES                   PIC 9(05) VALUE 0.
       77 WS-CONT-HST-LEIDOS                PIC 9(07) VALUE 0.
       77 WS-CONT-HST-ENMASCARADOS          PIC 9(05) VALUE 0.
       77 WS-CONT-AUD-LEIDOS                PIC 9(07) VALUE 0.
       77 WS-CONT-AUD-ENMASCARADOS          PIC 9(05) VALUE 0.
       77 WS-CONT-ENV-LEIDOS                PIC 9(07) VALUE 0.
       77 WS-CONT-ENV-ENMASCARADOS          PIC 9(05) VALUE 0.

       77 WS-RES-HISTORIAL                  PIC X(40) VALUE
          'SIN EMPLEADOS ANONIMIZADOS'.
       77 WS-RES-AUDITORIA                  PIC X(40) VALUE
          'SIN EMPLEADOS ANONIMIZADOS'.
       77 WS-RES-ENVIADOS                   PIC X(40) VALUE
          'SIN EMPLEADOS ANONIMIZADOS'.

       77 WS-ID-BUSQ                        PIC 9(08).
       77 WS-IDX-ANO                        PIC 9(05).
       77 WS-IDX-ANO-BUSQ                   PIC 9(05).
       77 WS-CANT-ANONIMIZADOS              PIC 9(05) VALUE 0.
       77 WS-MAX-ANONIMIZADOS               PIC 9(05) VALUE 5000.

       01 WS-TABLA-ANONIMIZADOS.
          05 WS-ANO-ENT OCCURS 5000.
             10 WS-ANO-ID                   PIC 9(08).
             10 WS-ANO-FECHA-BAJA           PIC 9(08).
             10 WS-ANO-FECHA                PIC 9(08).
             10 WS-ANO-HORA                 PIC 9(06).
             10 WS-ANO-CANT-HST             PIC 9(05).
             10 WS-ANO-CANT-AUD             PIC 9(05).
             10 WS-ANO-CANT-ENV             PIC 9(05).
             10 WS-ANO-CONFIRMADO           PIC X(01).

       77 WS-ANONIMO                        PIC X(25) VALUE
          'ANONIMIZADO'.
       77 WS-IMAGEN                         PIC X(150).
       77 WS-ACCION-IMAGEN                  PIC X(02).
       77 WS-HST-ORIGINAL                   PIC X(338).
       77 WS-AUD-ORIGINAL                   PIC X(54).
       77 WS-ENV-ORIGINAL                   PIC X(202).

       01 WS-IMAGEN-EMP.
          05 WS-IMG-ID-EMPLEADO             PIC 9(08).
          05 WS-IMG-APELLIDO                PIC X(25).
          05 WS-IMG-NOMBRE                  PIC X(25).
          05 FILLER                         PIC X(01).
          05 WS-IMG-DIRECCION               PIC X(50).
          05 FILLER                         PIC X(41).

       01 WS-IMAGEN-EXT.
          05 WS-IMG-EXT-ID-EMPLEADO         PIC 9(08).
          05 FILLER                         PIC X(03).
          05 WS-IMG-NRO-DOC                 PIC X(08).
          05 WS-IMG-TELEFONO                PIC X(09).
          05 FILLER                         PIC X(122).

       01 WS-IMAGEN-CON.
          05 WS-IMG-CON-CLAVE               PIC X(10).
          05 FILLER                         PIC X(01).
          05 WS-IMG-CON-DATOS               PIC X(104).
          05 FILLER                         PIC X(35).

       01 WS-CER-ENCABEZADO1                PIC X(90) VALUE
          'CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES'.

       01 WS-CER-ENCABEZADO2.
          05 FILLER                         PIC X(06) VALUE 'FECHA '.
          05 WS-CER-ENC-FECHA               PIC 9(08).
          05 FILLER                         PIC X(06) VALUE ' HORA '.
          05 WS-CER-ENC-HORA                PIC 9(06).
          05 FILLER                         PIC X(13) VALUE
             ' - RETENCION '.
          05 WS-CER-ENC-ANIOS               PIC Z9.
          05 FILLER                         PIC X(30) VALUE
             ' ANIOS - BAJAS ANTERIORES AL '.
          05 WS-CER-ENC-LIMITE              PIC 9(08).

       01 WS-CER-ENCABEZADO3                PIC X(90) VALUE
          'ID-EMPLE FECHA-BAJA FECHA-ANON HORA   HISTORIAL '-
          'AUDITORIA ENVIADOS ESTADO'.

       01 WS-CER-DETALLE.
          05 WS-CER-ID-EMPLEADO             PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-CER-FECHA-BAJA              PIC 9(08).
          05 FILLER                         PIC X(03) VALUE SPACES.
          05 WS-CER-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(03) VALUE SPACES.
          05 WS-CER-HORA                    PIC 9(06).
          05 FILLER                         PIC X(05) VALUE SPACES.
          05 WS-CER-CANT-HST                PIC ZZZZ9.
          05 FILLER                         PIC X(05) VALUE SPACES.
          05 WS-CER-CANT-AUD                PIC ZZZZ9.
          05 FILLER                         PIC X(04) VALUE SPACES.
          05 WS-CER-CANT-ENV                PIC ZZZZ9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-CER-ESTADO                  PIC X(15).

       01 WS-CER-TOTAL.
          05 WS-CER-TOT-TITULO              PIC X(35).
          05 WS-CER-TOT-VALOR               PIC ZZZZ9.

       01 WS-CER-RESULTADO.
          05 WS-CER-RES-TITULO              PIC X(35).
          05 WS-CER-RES-TEXTO               PIC X(40).

       01 WS-CER-SEPARADOR                  PIC X(90) VALUE ALL '-'.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-BLOQUEO-TOMADO AND FS-EMP-HIST-FILE-OK AND
              (FS-EXT-HIST-FILE-OK OR WS-SIN-EXT-HIST) AND
              (FS-CON-HIST-FILE-OK OR WS-SIN-CON-HIST) AND
              FS-CERTIFICADO-FILE-OK

               PERFORM 2000-ANONIMIZAR-HISTORICO
                  THRU 2000-ANONIMIZAR-HISTORICO-FIN

               IF WS-CANT-ANONIMIZADOS > 0

                   PERFORM 2400-ENMASCARAR-HISTORIAL
                      THRU 2400-ENMASCARAR-HISTORIAL-FIN

                   PERFORM 2700-ENMASCARAR-AUDITORIA
                      THRU 2700-ENMASCARAR-AUDITORIA-FIN

                   PERFORM 2900-ENMASCARAR-ENVIADOS
                      THRU 2900-ENMASCARAR-ENVIADOS-FIN

                   IF WS-ENMASCARADO-OK
                       PERFORM 2080-CONFIRMAR-ANONIMIZADOS
                          THRU 2080-CONFIRMAR-ANONIMIZADOS-FIN
                   ELSE
                       DISPLAY 'LOS EMPLEADOS QUEDAN CON EL '-
                               'ENMASCARADO PENDIENTE'
                   END-IF

               END-IF

               PERFORM 2800-EMITIR-CERTIFICADO
                  THRU 2800-EMITIR-CERTIFICADO-FIN

           ELSE
               MOVE 8                       TO WS-RETORNO
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           PERFORM 1050-OBTENER-PARAMETROS
              THRU 1050-OBTENER-PARAMETROS-FIN.

           ACCEPT WS-FECHA-HOY              FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8                  FROM TIME.
           MOVE WS-TIME8(1:6)               TO WS-HORA-HOY.

           COMPUTE WS-FECHA-LIMITE =
                   WS-FECHA-HOY - (WS-ANIOS-RETENCION * 10000).

           DISPLAY 'SE ANONIMIZAN LAS BAJAS ANTERIORES AL '
                   WS-FECHA-LIMITE.

           PERFORM 1010-TOMAR-BLOQUEO
              THRU 1010-TOMAR-BLOQUEO-FIN.

           IF WS-BLOQUEO-TOMADO

               OPEN I-O ENT-EMP-HISTORICO

               EVALUATE TRUE
                   WHEN FS-EMP-HIST-FILE-OK
                        CONTINUE
                   WHEN FS-EMP-HIST-FILE-NFD
                        DISPLAY 'NO SE ENCUENTRA EL ARCHIVO '-
                                'EMPLEADOS-HISTORICO'
                        DISPLAY 'FILE STATUS: ' FS-EMP-HISTORICO
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EMPLEADOS-HISTORICO'
                        DISPLAY 'FILE STATUS: ' FS-EMP-HISTORICO
               END-EVALUATE

               PERFORM 1100-ABRIR-HISTORICOS
                  THRU 1100-ABRIR-HISTORICOS-FIN

               PERFORM 1200-ABRIR-CERTIFICADO
                  THRU 1200-ABRIR-CERTIFICADO-FIN

           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-TOMAR-BLOQUEO.

           OPEN INPUT SAL-BLOQUEO.

           EVALUATE TRUE
               WHEN FS-BLOQUEO-FILE-OK

                    READ SAL-BLOQUEO

                    IF FS-BLOQUEO-FILE-OK AND BLQ-ACTIVO
                        DISPLAY 'EJECUCION BLOQUEADA - BLOQUEO '-
                                'TOMADO POR ' BLQ-PROGRAMA
                                ' EL ' BLQ-FECHA ' A LAS ' BLQ-HORA
                                ' OPERADOR ' BLQ-OPERADOR
                        DISPLAY 'SI EL BLOQUEO QUEDO COLGADO '-
                                'LIBERARLO CON CL20EJ19'
                    ELSE
                        MOVE 'S'            TO WS-SW-BLOQUEO-TOMADO
                    END-IF

                    CLOSE SAL-BLOQUEO

               WHEN FS-BLOQUEO-FILE-NFD
                    MOVE 'S'                TO WS-SW-BLOQUEO-TOMADO
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE BLOQUEO'
                    DISPLAY 'FILE STATUS: ' FS-BLOQUEO
           END-EVALUATE.

           IF WS-BLOQUEO-TOMADO

               OPEN OUTPUT SAL-BLOQUEO

               IF FS-BLOQUEO-FILE-OK

                   MOVE SPACES              TO BLQ-BLOQUEO-REG
                   MOVE 'A'                 TO BLQ-ESTADO
                   MOVE 'CL20EJ32'          TO BLQ-PROGRAMA
                   ACCEPT BLQ-FECHA         FROM DATE YYYYMMDD
                   ACCEPT WS-TIME8          FROM TIME
                   MOVE WS-TIME8(1:6)       TO BLQ-HORA
                   MOVE WS-OPERADOR         TO BLQ-OPERADOR

                   WRITE BLQ-BLOQUEO-REG

                   IF NOT FS-BLOQUEO-FILE-OK
                       DISPLAY 'ERROR AL GRABAR EL BLOQUEO'
                       DISPLAY 'FILE STATUS: ' FS-BLOQUEO
                       MOVE 'N'             TO WS-SW-BLOQUEO-TOMADO
                   END-IF

                   CLOSE SAL-BLOQUEO

               ELSE
                   DISPLAY 'ERROR AL CREAR EL ARCHIVO DE BLOQUEO'
                   DISPLAY 'FILE STATUS: ' FS-BLOQUEO
                   MOVE 'N'                 TO WS-SW-BLOQUEO-TOMADO
               END-IF

           END-IF.

       1010-TOMAR-BLOQUEO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.

           MOVE SPACES                      TO WS-PARM-ANIOS.
           ACCEPT WS-PARM-ANIOS FROM COMMAND-LINE.

           IF WS-PARM-ANIOS NOT = SPACES

               IF FUNCTION TEST-NUMVAL(WS-PARM-ANIOS) = 0
                   COMPUTE WS-ANIOS-INFORMADOS =
                       FUNCTION NUMVAL(WS-PARM-ANIOS)
               ELSE
                   MOVE ZEROS               TO WS-ANIOS-INFORMADOS
               END-IF

               IF WS-ANIOS-INFORMADOS > 0 AND
                  WS-ANIOS-INFORMADOS < 100
                   MOVE WS-ANIOS-INFORMADOS TO WS-ANIOS-RETENCION
               ELSE
                   DISPLAY 'PARAMETRO DE ANIOS INVALIDO: '
                           WS-PARM-ANIOS
                   DISPLAY 'SE USA LA RETENCION POR DEFECTO'
               END-IF

           END-IF.

           DISPLAY 'ANIOS DE RETENCION DE DATOS PERSONALES: '
                   WS-ANIOS-RETENCION.

       1050-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-HISTORICOS.

           OPEN I-O ENT-EXT-HISTORICO.

           EVALUATE TRUE
               WHEN FS-EXT-HIST-FILE-OK
                    CONTINUE
               WHEN FS-EXT-HIST-FILE-NFD
                    MOVE 'S'                TO WS-SW-SIN-EXT-HIST
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DATOS-EXTRA-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-EXT-HISTORICO
           END-EVALUATE.

           OPEN I-O ENT-CON-HISTORICO.

           EVALUATE TRUE
               WHEN FS-CON-HIST-FILE-OK
                    CONTINUE
               WHEN FS-CON-HIST-FILE-NFD
                    MOVE 'S'                TO WS-SW-SIN-CON-HIST
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CONTACTOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-CON-HISTORICO
           END-EVALUATE.

       1100-ABRIR-HISTORICOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-CERTIFICADO.

           OPEN EXTEND SAL-CERTIFICADO.

           EVALUATE TRUE
               WHEN FS-CERTIFICADO-FILE-OK
                    CONTINUE
               WHEN FS-CERTIFICADO-FILE-NFD
                    OPEN OUTPUT SAL-CERTIFICADO
                    IF NOT FS-CERTIFICADO-FILE-OK
                        DISPLAY 'ERROR AL CREAR EL ARCHIVO DE '-
                                'CERTIFICADO'
                        DISPLAY 'FILE STATUS: ' FS-CERTIFICADO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CERTIFICADO'
                    DISPLAY 'FILE STATUS: ' FS-CERTIFICADO
           END-EVALUATE.

       1200-ABRIR-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-ANONIMIZAR-HISTORICO.

           MOVE 'N'                         TO WS-SW-EMP-FIN.

           PERFORM 2010-LEER-SIG-HISTORICO
              THRU 2010-LEER-SIG-HISTORICO-FIN.

           PERFORM 2020-EVALUAR-HISTORICO
              THRU 2020-EVALUAR-HISTORICO-FIN
              UNTIL WS-EMP-FIN.

       2000-ANONIMIZAR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-SIG-HISTORICO.

           READ ENT-EMP-HISTORICO.

           EVALUATE TRUE
               WHEN FS-EMP-HIST-FILE-OK
                    ADD 1                   TO WS-CONT-REG-LEIDOS
               WHEN FS-EMP-HIST-FILE-EOF
                    MOVE 'S'                TO WS-SW-EMP-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EMPLEADOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-EMP-HISTORICO
                    MOVE 'S'                TO WS-SW-EMP-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2010-LEER-SIG-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-EVALUAR-HISTORICO.

           EVALUATE TRUE
               WHEN HIS-EMP-ANONIMIZADO
                    ADD 1                   TO WS-CONT-YA-ANONIMIZADOS
               WHEN HIS-EMP-ANONIMIZ-PENDIENTE
                    ADD 1                   TO WS-CONT-REINTENTOS
                    PERFORM 2500-AGREGAR-ANONIMIZADO
                       THRU 2500-AGREGAR-ANONIMIZADO-FIN
                    IF WS-IDX-ANO > 0
                        MOVE ZEROS          TO WS-ANO-FECHA(WS-IDX-ANO)
                        MOVE ZEROS          TO WS-ANO-HORA(WS-IDX-ANO)
                    END-IF
               WHEN HIS-EMP-FECHA-BAJA = ZEROS
                    ADD 1                   TO WS-CONT-BAJA-SIN-FECHA
               WHEN HIS-EMP-FECHA-BAJA NOT < WS-FECHA-LIMITE
                    ADD 1                   TO WS-CONT-EN-RETENCION
               WHEN WS-CANT-ANONIMIZADOS NOT < WS-MAX-ANONIMIZADOS
                    DISPLAY 'AVISO: SE SUPERO EL MAXIMO DE EMPLEADOS '-
                            '- QUEDA PENDIENTE ' HIS-EMP-ID-EMPLEADO
                    ADD 1                   TO WS-CONT-PENDIENTES
               WHEN OTHER
                    PERFORM 2100-ANONIMIZAR-EMPLEADO
                       THRU 2100-ANONIMIZAR-EMPLEADO-FIN
           END-EVALUATE.

           PERFORM 2010-LEER-SIG-HISTORICO
              THRU 2010-LEER-SIG-HISTORICO-FIN.

       2020-EVALUAR-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2080-CONFIRMAR-ANONIMIZADOS.

           MOVE 'N'                         TO WS-SW-EMP-FIN.
           MOVE ZEROS                       TO HIS-EMP-ID-EMPLEADO.

           START ENT-EMP-HISTORICO
                 KEY IS NOT LESS THAN HIS-EMP-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-EMP-HIST-FILE-OK
                    PERFORM 2085-LEER-SIG-PENDIENTE
                       THRU 2085-LEER-SIG-PENDIENTE-FIN
                    PERFORM 2090-CONFIRMAR-EMPLEADO
                       THRU 2090-CONFIRMAR-EMPLEADO-FIN
                       UNTIL WS-EMP-FIN
               WHEN FS-EMP-HIST-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EMPLEADOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-EMP-HISTORICO
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2080-CONFIRMAR-ANONIMIZADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2085-LEER-SIG-PENDIENTE.

           READ ENT-EMP-HISTORICO.

           EVALUATE TRUE
               WHEN FS-EMP-HIST-FILE-OK
                    CONTINUE
               WHEN FS-EMP-HIST-FILE-EOF
                    MOVE 'S'                TO WS-SW-EMP-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EMPLEADOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-EMP-HISTORICO
                    MOVE 'S'                TO WS-SW-EMP-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2085-LEER-SIG-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2090-CONFIRMAR-EMPLEADO.

           IF HIS-EMP-ANONIMIZ-PENDIENTE

               MOVE HIS-EMP-ID-EMPLEADO     TO WS-ID-BUSQ

               PERFORM 2600-UBICAR-ANONIMIZADO
                  THRU 2600-UBICAR-ANONIMIZADO-FIN

               IF WS-ID-HALLADO

                   MOVE 'X'                 TO HIS-EMP-ESTADO

                   REWRITE HIS-EMPLEADOS-REG

                   IF FS-EMP-HIST-FILE-OK
                       ADD 1                TO WS-CONT-CONFIRMADOS
                       MOVE 'S'             TO
                            WS-ANO-CONFIRMADO(WS-IDX-ANO)
                   ELSE
                       DISPLAY 'ERROR AL CONFIRMAR LA ANONIMIZACION '-
                               'DEL EMPLEADO ' HIS-EMP-ID-EMPLEADO
                       DISPLAY 'FILE STATUS: ' FS-EMP-HISTORICO
                       MOVE 8               TO WS-RETORNO
                   END-IF

               END-IF

           END-IF.

           PERFORM 2085-LEER-SIG-PENDIENTE
              THRU 2085-LEER-SIG-PENDIENTE-FIN.

       2090-CONFIRMAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ANONIMIZAR-EMPLEADO.

           MOVE 'S'                         TO WS-SW-ANON-OK.

           IF NOT WS-SIN-EXT-HIST
               PERFORM 2200-ANONIMIZAR-DATOS-EXTRA
                  THRU 2200-ANONIMIZAR-DATOS-EXTRA-FIN
           END-IF.

           IF NOT WS-SIN-CON-HIST
               PERFORM 2300-ANONIMIZAR-CONTACTOS
                  THRU 2300-ANONIMIZAR-CONTACTOS-FIN
           END-IF.

           IF WS-ANON-OK

               MOVE WS-ANONIMO              TO HIS-EMP-APELLIDO
               MOVE SPACES                  TO HIS-EMP-NOMBRE
               MOVE SPACES                  TO HIS-EMP-DIRECCION
               MOVE 'Y'                     TO HIS-EMP-ESTADO

               REWRITE HIS-EMPLEADOS-REG

               IF FS-EMP-HIST-FILE-OK
                   ADD 1                    TO WS-CONT-EMP-ANONIMIZADOS
                   PERFORM 2500-AGREGAR-ANONIMIZADO
                      THRU 2500-AGREGAR-ANONIMIZADO-FIN
               ELSE
                   DISPLAY 'ERROR AL ANONIMIZAR EL EMPLEADO '
                           HIS-EMP-ID-EMPLEADO
                   DISPLAY 'FILE STATUS: ' FS-EMP-HISTORICO
                   MOVE 'N'                 TO WS-SW-ANON-OK
               END-IF

           END-IF.

           IF NOT WS-ANON-OK
               ADD 1                        TO WS-CONT-ERRORES
               MOVE 8                       TO WS-RETORNO
           END-IF.

       2100-ANONIMIZAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-ANONIMIZAR-DATOS-EXTRA.

           MOVE HIS-EMP-ID-EMPLEADO         TO HIS-EXT-ID-EMPLEADO.
           READ ENT-EXT-HISTORICO KEY IS HIS-EXT-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-EXT-HIST-FILE-OK

                    MOVE SPACES             TO HIS-EXT-NRO-DOC
                    MOVE SPACES             TO HIS-EXT-TELEFONO

                    REWRITE HIS-DATOS-EXTRA-REG

                    IF FS-EXT-HIST-FILE-OK
                        ADD 1               TO WS-CONT-EXT-ANONIMIZADOS
                    ELSE
                        DISPLAY 'ERROR AL ANONIMIZAR DATOS-EXTRA-'-
                                'HISTORICO ' HIS-EXT-ID-EMPLEADO
                        DISPLAY 'FILE STATUS: ' FS-EXT-HISTORICO
                        MOVE 'N'            TO WS-SW-ANON-OK
                    END-IF

               WHEN FS-EXT-HIST-CLAVE-NFD
                    ADD 1                   TO WS-CONT-EXT-NFD
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER DATOS-EXTRA-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-EXT-HISTORICO
                    MOVE 'N'                TO WS-SW-ANON-OK
           END-EVALUATE.

       2200-ANONIMIZAR-DATOS-EXTRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-ANONIMIZAR-CONTACTOS.

           MOVE 'N'                         TO WS-SW-CON-FIN.
           MOVE HIS-EMP-ID-EMPLEADO         TO HIS-CON-ID-EMPLEADO.
           MOVE 0                           TO HIS-CON-SECUENCIA.

           START ENT-CON-HISTORICO KEY IS NOT LESS THAN HIS-CON-CLAVE.

           EVALUATE TRUE
               WHEN FS-CON-HIST-FILE-OK
                    PERFORM 2310-LEER-SIG-CONTACTO
                       THRU 2310-LEER-SIG-CONTACTO-FIN
                    PERFORM 2320-ANONIMIZAR-CONTACTO
                       THRU 2320-ANONIMIZAR-CONTACTO-FIN
                       UNTIL WS-CON-FIN
               WHEN FS-CON-HIST-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR CONTACTOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-CON-HISTORICO
                    MOVE 'N'                TO WS-SW-ANON-OK
           END-EVALUATE.

       2300-ANONIMIZAR-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-SIG-CONTACTO.

           READ ENT-CON-HISTORICO NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CON-HIST-FILE-OK
                    IF HIS-CON-ID-EMPLEADO NOT = HIS-EMP-ID-EMPLEADO
                        MOVE 'S'            TO WS-SW-CON-FIN
                    END-IF
               WHEN FS-CON-HIST-FILE-EOF
                    MOVE 'S'                TO WS-SW-CON-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CONTACTOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-CON-HISTORICO
                    MOVE 'S'                TO WS-SW-CON-FIN
                    MOVE 'N'                TO WS-SW-ANON-OK
           END-EVALUATE.

       2310-LEER-SIG-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-ANONIMIZAR-CONTACTO.

           MOVE SPACES                      TO HIS-CON-NOMBRE.
           MOVE SPACES                      TO HIS-CON-RELACION.
           MOVE SPACES                      TO HIS-CON-TELEFONO.
           MOVE SPACES                      TO HIS-CON-DIRECCION.

           REWRITE HIS-CONTACTOS-REG.

           IF FS-CON-HIST-FILE-OK
               ADD 1                        TO WS-CONT-CON-ANONIMIZADOS
           ELSE
               DISPLAY 'ERROR AL ANONIMIZAR CONTACTOS-HISTORICO - '-
                       'FILE-STATUS: ' FS-CON-HISTORICO
               MOVE 'N'                     TO WS-SW-ANON-OK
           END-IF.

           PERFORM 2310-LEER-SIG-CONTACTO
              THRU 2310-LEER-SIG-CONTACTO-FIN.

       2320-ANONIMIZAR-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-ENMASCARAR-HISTORIAL.

           MOVE 'N'                         TO WS-SW-COPIA-OK.
           MOVE 'N'                         TO WS-SW-RESTAURAR.

           PERFORM 2405-VERIFICAR-TRABAJO-HST
              THRU 2405-VERIFICAR-TRABAJO-HST-FIN.

           IF NOT WS-RESTAURAR-TMP

               OPEN INPUT ENT-HISTORIAL

               EVALUATE TRUE
                   WHEN FS-HISTORIAL-FILE-OK

                        OPEN OUTPUT TRB-HISTORIAL

                        IF FS-TRB-HISTORIAL-FILE-OK
                            MOVE 'S'        TO WS-SW-COPIA-OK
                            MOVE 'N'        TO WS-SW-HST-FIN
                            PERFORM 2410-LEER-SIG-HISTORIAL
                               THRU 2410-LEER-SIG-HISTORIAL-FIN
                            PERFORM 2420-ENMASCARAR-ENTRADA
                               THRU 2420-ENMASCARAR-ENTRADA-FIN
                               UNTIL WS-HST-FIN
                            CLOSE TRB-HISTORIAL
                            IF NOT WS-COPIA-OK
                                PERFORM 2480-VACIAR-TRABAJO-HST
                                   THRU 2480-VACIAR-TRABAJO-HST-FIN
                            END-IF
                        ELSE
                            DISPLAY 'ERROR AL CREAR '
                                    'HISTORIAL-CAMBIOS.TMP'
                            DISPLAY 'FILE STATUS: ' FS-TRB-HISTORIAL
                        END-IF

                        CLOSE ENT-HISTORIAL

                        IF WS-COPIA-OK
                            PERFORM 2450-RESTITUIR-HISTORIAL
                               THRU 2450-RESTITUIR-HISTORIAL-FIN
                        END-IF

                   WHEN FS-HISTORIAL-FILE-NFD
                        MOVE 'S'            TO WS-SW-COPIA-OK
                        MOVE 'NO EXISTE EL ARCHIVO'
                                            TO WS-RES-HISTORIAL
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTORIAL'
                        DISPLAY 'FILE STATUS: ' FS-HISTORIAL
               END-EVALUATE

           END-IF.

           EVALUATE TRUE
               WHEN WS-COPIA-OK
                    CONTINUE
               WHEN WS-RESTAURAR-TMP
                    MOVE 'ERROR - RESTAURAR DESDE EL .TMP'
                                            TO WS-RES-HISTORIAL
                    MOVE 'N'                TO WS-SW-ENMASCARADO-OK
                    MOVE 8                  TO WS-RETORNO
               WHEN OTHER
                    MOVE 'ERROR - VOLVER A EJECUTAR EL PROCESO'
                                            TO WS-RES-HISTORIAL
                    MOVE 'N'                TO WS-SW-ENMASCARADO-OK
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2400-ENMASCARAR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2405-VERIFICAR-TRABAJO-HST.

           OPEN INPUT TRB-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-TRB-HISTORIAL-FILE-OK

                    READ TRB-HISTORIAL

                    IF FS-TRB-HISTORIAL-FILE-OK
                        DISPLAY 'HISTORIAL-CAMBIOS.TMP TIENE DATOS '-
                                'DE UNA EJECUCION ANTERIOR'
                        DISPLAY 'RESTAURAR EL ARCHIVO DESDE EL .TMP '-
                                'ANTES DE VOLVER A EJECUTAR'
                        MOVE 'S'            TO WS-SW-RESTAURAR
                    END-IF

                    CLOSE TRB-HISTORIAL

               WHEN FS-TRB-HISTORIAL-FILE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR HISTORIAL-CAMBIOS.TMP'
                    DISPLAY 'FILE STATUS: ' FS-TRB-HISTORIAL
                    MOVE 'S'                TO WS-SW-RESTAURAR
           END-EVALUATE.

       2405-VERIFICAR-TRABAJO-HST-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-LEER-SIG-HISTORIAL.

           READ ENT-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-FILE-OK
                    ADD 1                   TO WS-CONT-HST-LEIDOS
               WHEN FS-HISTORIAL-FILE-EOF
                    MOVE 'S'                TO WS-SW-HST-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE HISTORIAL'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                    MOVE 'S'                TO WS-SW-HST-FIN
                    MOVE 'N'                TO WS-SW-COPIA-OK
           END-EVALUATE.

       2410-LEER-SIG-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-ENMASCARAR-ENTRADA.

           MOVE HST-ID-EMPLEADO             TO WS-ID-BUSQ.

           PERFORM 2600-UBICAR-ANONIMIZADO
              THRU 2600-UBICAR-ANONIMIZADO-FIN.

           IF WS-ID-HALLADO

               MOVE ENT-HISTORIAL-REG       TO WS-HST-ORIGINAL
               MOVE HST-ACCION              TO WS-ACCION-IMAGEN

               MOVE HST-IMAGEN-ANTES        TO WS-IMAGEN
               PERFORM 2430-ENMASCARAR-IMAGEN
                  THRU 2430-ENMASCARAR-IMAGEN-FIN
               MOVE WS-IMAGEN               TO HST-IMAGEN-ANTES

               MOVE HST-IMAGEN-DESPUES      TO WS-IMAGEN
               PERFORM 2430-ENMASCARAR-IMAGEN
                  THRU 2430-ENMASCARAR-IMAGEN-FIN
               MOVE WS-IMAGEN               TO HST-IMAGEN-DESPUES

               IF ENT-HISTORIAL-REG NOT = WS-HST-ORIGINAL
                   ADD 1                    TO WS-CONT-HST-ENMASCARADOS
                   ADD 1                    TO
                       WS-ANO-CANT-HST(WS-IDX-ANO)
               END-IF

           END-IF.

           WRITE TRB-HISTORIAL-REG          FROM ENT-HISTORIAL-REG.

           IF FS-TRB-HISTORIAL-FILE-OK
               PERFORM 2410-LEER-SIG-HISTORIAL
                  THRU 2410-LEER-SIG-HISTORIAL-FIN
           ELSE
               DISPLAY 'ERROR AL ESCRIBIR HISTORIAL-CAMBIOS.TMP'
               DISPLAY 'FILE STATUS: ' FS-TRB-HISTORIAL
               MOVE 'S'                     TO WS-SW-HST-FIN
               MOVE 'N'                     TO WS-SW-COPIA-OK
           END-IF.

       2420-ENMASCARAR-ENTRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2430-ENMASCARAR-IMAGEN.

           EVALUATE TRUE
               WHEN WS-IMAGEN = SPACES
                    CONTINUE
               WHEN WS-ACCION-IMAGEN = 'AE' OR 'ME' OR 'BE' OR 'RE'
                                       OR 'HE'
                    MOVE WS-IMAGEN          TO WS-IMAGEN-EMP
                    MOVE WS-ANONIMO         TO WS-IMG-APELLIDO
                    MOVE SPACES             TO WS-IMG-NOMBRE
                    MOVE SPACES             TO WS-IMG-DIRECCION
                    MOVE WS-IMAGEN-EMP      TO WS-IMAGEN
               WHEN WS-ACCION-IMAGEN = 'AX' OR 'MX' OR 'RX' OR 'HX'
                    MOVE WS-IMAGEN          TO WS-IMAGEN-EXT
                    MOVE SPACES             TO WS-IMG-NRO-DOC
                    MOVE SPACES             TO WS-IMG-TELEFONO
                    MOVE WS-IMAGEN-EXT      TO WS-IMAGEN
               WHEN WS-ACCION-IMAGEN = 'AC' OR 'MC' OR 'BC' OR 'RC'
                                       OR 'HC'
                    MOVE WS-IMAGEN          TO WS-IMAGEN-CON
                    MOVE SPACES             TO WS-IMG-CON-DATOS
                    MOVE WS-IMAGEN-CON      TO WS-IMAGEN
               WHEN OTHER
                    MOVE SPACES             TO WS-IMAGEN(9:142)
           END-EVALUATE.

       2430-ENMASCARAR-IMAGEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-RESTITUIR-HISTORIAL.

           OPEN INPUT TRB-HISTORIAL.

           IF FS-TRB-HISTORIAL-FILE-OK

               OPEN OUTPUT ENT-HISTORIAL

               IF FS-HISTORIAL-FILE-OK
                   MOVE 'N'                 TO WS-SW-HST-FIN
                   PERFORM 2460-LEER-SIG-TRABAJO-HST
                      THRU 2460-LEER-SIG-TRABAJO-HST-FIN
                   PERFORM 2470-GRABAR-HISTORIAL
                      THRU 2470-GRABAR-HISTORIAL-FIN
                      UNTIL WS-HST-FIN
                   CLOSE ENT-HISTORIAL
               ELSE
                   DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE HISTORIAL'
                   DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                   MOVE 'N'                 TO WS-SW-COPIA-OK
               END-IF

               CLOSE TRB-HISTORIAL

           ELSE
               DISPLAY 'ERROR AL ABRIR HISTORIAL-CAMBIOS.TMP'
               DISPLAY 'FILE STATUS: ' FS-TRB-HISTORIAL
               MOVE 'N'                     TO WS-SW-COPIA-OK
           END-IF.

           IF WS-COPIA-OK
               MOVE 'ENMASCARADO'           TO WS-RES-HISTORIAL
               PERFORM 2480-VACIAR-TRABAJO-HST
                  THRU 2480-VACIAR-TRABAJO-HST-FIN
           ELSE
               MOVE 'S'                     TO WS-SW-RESTAURAR
               DISPLAY 'EL HISTORIAL ENMASCARADO QUEDA EN '-
                       'HISTORIAL-CAMBIOS.TMP'
           END-IF.

       2450-RESTITUIR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2480-VACIAR-TRABAJO-HST.

           OPEN OUTPUT TRB-HISTORIAL.

           IF FS-TRB-HISTORIAL-FILE-OK
               CLOSE TRB-HISTORIAL
           ELSE
               DISPLAY 'ERROR AL VACIAR HISTORIAL-CAMBIOS.TMP'
               DISPLAY 'FILE STATUS: ' FS-TRB-HISTORIAL
               IF WS-RETORNO < 4
                   MOVE 4                   TO WS-RETORNO
               END-IF
           END-IF.

       2480-VACIAR-TRABAJO-HST-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2460-LEER-SIG-TRABAJO-HST.

           READ TRB-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-TRB-HISTORIAL-FILE-OK
                    CONTINUE
               WHEN FS-TRB-HISTORIAL-FILE-EOF
                    MOVE 'S'                TO WS-SW-HST-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER HISTORIAL-CAMBIOS.TMP'
                    DISPLAY 'FILE STATUS: ' FS-TRB-HISTORIAL
                    MOVE 'S'                TO WS-SW-HST-FIN
                    MOVE 'N'                TO WS-SW-COPIA-OK
           END-EVALUATE.

       2460-LEER-SIG-TRABAJO-HST-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2470-GRABAR-HISTORIAL.

           WRITE ENT-HISTORIAL-REG          FROM TRB-HISTORIAL-REG.

           IF FS-HISTORIAL-FILE-OK
               PERFORM 2460-LEER-SIG-TRABAJO-HST
                  THRU 2460-LEER-SIG-TRABAJO-HST-FIN
           ELSE
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE HISTORIAL'
               DISPLAY 'FILE STATUS: ' FS-HISTORIAL
               MOVE 'S'                     TO WS-SW-HST-FIN
               MOVE 'N'                     TO WS-SW-COPIA-OK
           END-IF.

       2470-GRABAR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-AGREGAR-ANONIMIZADO.

           MOVE 0                           TO WS-IDX-ANO.

           IF WS-CANT-ANONIMIZADOS < WS-MAX-ANONIMIZADOS

               ADD 1                        TO WS-CANT-ANONIMIZADOS
               MOVE WS-CANT-ANONIMIZADOS    TO WS-IDX-ANO
               MOVE HIS-EMP-ID-EMPLEADO     TO WS-ANO-ID(WS-IDX-ANO)
               MOVE HIS-EMP-FECHA-BAJA      TO
                    WS-ANO-FECHA-BAJA(WS-IDX-ANO)
               ACCEPT WS-ANO-FECHA(WS-IDX-ANO)
                                            FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO WS-ANO-HORA(WS-IDX-ANO)
               MOVE 0                       TO
                    WS-ANO-CANT-HST(WS-IDX-ANO)
               MOVE 0                       TO
                    WS-ANO-CANT-AUD(WS-IDX-ANO)
               MOVE 0                       TO
                    WS-ANO-CANT-ENV(WS-IDX-ANO)
               MOVE 'N'                     TO
                    WS-ANO-CONFIRMADO(WS-IDX-ANO)

           ELSE
               DISPLAY 'AVISO: SE SUPERO EL MAXIMO DE EMPLEADOS '-
                       '- NO SE ENMASCARAN LOS REGISTROS DE '
                       HIS-EMP-ID-EMPLEADO
               ADD 1                        TO WS-CONT-PENDIENTES
           END-IF.

       2500-AGREGAR-ANONIMIZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-UBICAR-ANONIMIZADO.

           MOVE 'N'                         TO WS-SW-ID-HALLADO.

           PERFORM 2610-COMPARAR-ANONIMIZADO
              THRU 2610-COMPARAR-ANONIMIZADO-FIN
              VARYING WS-IDX-ANO-BUSQ FROM 1 BY 1
              UNTIL WS-IDX-ANO-BUSQ > WS-CANT-ANONIMIZADOS
                 OR WS-ID-HALLADO.

       2600-UBICAR-ANONIMIZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-COMPARAR-ANONIMIZADO.

           IF WS-ANO-ID(WS-IDX-ANO-BUSQ) = WS-ID-BUSQ
               MOVE WS-IDX-ANO-BUSQ         TO WS-IDX-ANO
               MOVE 'S'                     TO WS-SW-ID-HALLADO
           END-IF.

       2610-COMPARAR-ANONIMIZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-ENMASCARAR-AUDITORIA.

           MOVE 'N'                         TO WS-SW-COPIA-OK.
           MOVE 'N'                         TO WS-SW-RESTAURAR.

           PERFORM 2705-VERIFICAR-TRABAJO-AUD
              THRU 2705-VERIFICAR-TRABAJO-AUD-FIN.

           IF NOT WS-RESTAURAR-TMP

               OPEN INPUT ENT-AUDITORIA

               EVALUATE TRUE
                   WHEN FS-AUDITORIA-FILE-OK

                        OPEN OUTPUT TRB-AUDITORIA

                        IF FS-TRB-AUDITORIA-FILE-OK
                            MOVE 'S'        TO WS-SW-COPIA-OK
                            MOVE 'N'        TO WS-SW-AUD-FIN
                            PERFORM 2710-LEER-SIG-AUDITORIA
                               THRU 2710-LEER-SIG-AUDITORIA-FIN
                            PERFORM 2720-ENMASCARAR-CONSULTA
                               THRU 2720-ENMASCARAR-CONSULTA-FIN
                               UNTIL WS-AUD-FIN
                            CLOSE TRB-AUDITORIA
                            IF NOT WS-COPIA-OK
                                PERFORM 2780-VACIAR-TRABAJO-AUD
                                   THRU 2780-VACIAR-TRABAJO-AUD-FIN
                            END-IF
                        ELSE
                            DISPLAY 'ERROR AL CREAR '
                                    'AUDITORIA-CONSULTAS.TMP'
                            DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
                        END-IF

                        CLOSE ENT-AUDITORIA

                        IF WS-COPIA-OK
                            PERFORM 2750-RESTITUIR-AUDITORIA
                               THRU 2750-RESTITUIR-AUDITORIA-FIN
                        END-IF

                   WHEN FS-AUDITORIA-FILE-NFD
                        MOVE 'S'            TO WS-SW-COPIA-OK
                        MOVE 'NO EXISTE EL ARCHIVO'
                                            TO WS-RES-AUDITORIA
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AUDITORIA'
                        DISPLAY 'FILE STATUS: ' FS-AUDITORIA
               END-EVALUATE

           END-IF.

           EVALUATE TRUE
               WHEN WS-COPIA-OK
                    CONTINUE
               WHEN WS-RESTAURAR-TMP
                    MOVE 'ERROR - RESTAURAR DESDE EL .TMP'
                                            TO WS-RES-AUDITORIA
                    MOVE 'N'                TO WS-SW-ENMASCARADO-OK
                    MOVE 8                  TO WS-RETORNO
               WHEN OTHER
                    MOVE 'ERROR - VOLVER A EJECUTAR EL PROCESO'
                                            TO WS-RES-AUDITORIA
                    MOVE 'N'                TO WS-SW-ENMASCARADO-OK
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2700-ENMASCARAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2705-VERIFICAR-TRABAJO-AUD.

           OPEN INPUT TRB-AUDITORIA.

           EVALUATE TRUE
               WHEN FS-TRB-AUDITORIA-FILE-OK

                    READ TRB-AUDITORIA

                    IF FS-TRB-AUDITORIA-FILE-OK
                        DISPLAY 'AUDITORIA-CONSULTAS.TMP TIENE DATOS '-
                                'DE UNA EJECUCION ANTERIOR'
                        DISPLAY 'RESTAURAR EL ARCHIVO DESDE EL .TMP '-
                                'ANTES DE VOLVER A EJECUTAR'
                        MOVE 'S'            TO WS-SW-RESTAURAR
                    END-IF

                    CLOSE TRB-AUDITORIA

               WHEN FS-TRB-AUDITORIA-FILE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR AUDITORIA-CONSULTAS.TMP'
                    DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
                    MOVE 'S'                TO WS-SW-RESTAURAR
           END-EVALUATE.

       2705-VERIFICAR-TRABAJO-AUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-LEER-SIG-AUDITORIA.

           READ ENT-AUDITORIA.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-FILE-OK
                    ADD 1                   TO WS-CONT-AUD-LEIDOS
               WHEN FS-AUDITORIA-FILE-EOF
                    MOVE 'S'                TO WS-SW-AUD-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA
                    MOVE 'S'                TO WS-SW-AUD-FIN
                    MOVE 'N'                TO WS-SW-COPIA-OK
           END-EVALUATE.

       2710-LEER-SIG-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-ENMASCARAR-CONSULTA.

           MOVE AUD-ID-EMPLEADO             TO WS-ID-BUSQ.

           PERFORM 2600-UBICAR-ANONIMIZADO
              THRU 2600-UBICAR-ANONIMIZADO-FIN.

           IF WS-ID-HALLADO

               MOVE ENT-AUDITORIA-REG        TO WS-AUD-ORIGINAL
               MOVE WS-ANONIMO               TO AUD-RESULTADO

               IF ENT-AUDITORIA-REG NOT = WS-AUD-ORIGINAL
                   ADD 1                    TO WS-CONT-AUD-ENMASCARADOS
                   ADD 1                    TO
                       WS-ANO-CANT-AUD(WS-IDX-ANO)
               END-IF

           END-IF.

           WRITE TRB-AUDITORIA-REG          FROM ENT-AUDITORIA-REG.

           IF FS-TRB-AUDITORIA-FILE-OK
               PERFORM 2710-LEER-SIG-AUDITORIA
                  THRU 2710-LEER-SIG-AUDITORIA-FIN
           ELSE
               DISPLAY 'ERROR AL ESCRIBIR AUDITORIA-CONSULTAS.TMP'
               DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
               MOVE 'S'                     TO WS-SW-AUD-FIN
               MOVE 'N'                     TO WS-SW-COPIA-OK
           END-IF.

       2720-ENMASCARAR-CONSULTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2750-RESTITUIR-AUDITORIA.

           OPEN INPUT TRB-AUDITORIA.

           IF FS-TRB-AUDITORIA-FILE-OK

               OPEN OUTPUT ENT-AUDITORIA

               IF FS-AUDITORIA-FILE-OK
                   MOVE 'N'                 TO WS-SW-AUD-FIN
                   PERFORM 2760-LEER-SIG-TRABAJO-AUD
                      THRU 2760-LEER-SIG-TRABAJO-AUD-FIN
                   PERFORM 2770-GRABAR-AUDITORIA
                      THRU 2770-GRABAR-AUDITORIA-FIN
                      UNTIL WS-AUD-FIN
                   CLOSE ENT-AUDITORIA
               ELSE
                   DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE AUDITORIA'
                   DISPLAY 'FILE STATUS: ' FS-AUDITORIA
                   MOVE 'N'                 TO WS-SW-COPIA-OK
               END-IF

               CLOSE TRB-AUDITORIA

           ELSE
               DISPLAY 'ERROR AL ABRIR AUDITORIA-CONSULTAS.TMP'
               DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
               MOVE 'N'                     TO WS-SW-COPIA-OK
           END-IF.

           IF WS-COPIA-OK
               MOVE 'ENMASCARADO'           TO WS-RES-AUDITORIA
               PERFORM 2780-VACIAR-TRABAJO-AUD
                  THRU 2780-VACIAR-TRABAJO-AUD-FIN
           ELSE
               MOVE 'S'                     TO WS-SW-RESTAURAR
               DISPLAY 'LA AUDITORIA ENMASCARADA QUEDA EN '-
                       'AUDITORIA-CONSULTAS.TMP'
           END-IF.

       2750-RESTITUIR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2780-VACIAR-TRABAJO-AUD.

           OPEN OUTPUT TRB-AUDITORIA.

           IF FS-TRB-AUDITORIA-FILE-OK
               CLOSE TRB-AUDITORIA
           ELSE
               DISPLAY 'ERROR AL VACIAR AUDITORIA-CONSULTAS.TMP'
               DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
               IF WS-RETORNO < 4
                   MOVE 4                   TO WS-RETORNO
               END-IF
           END-IF.

       2780-VACIAR-TRABAJO-AUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2760-LEER-SIG-TRABAJO-AUD.

           READ TRB-AUDITORIA.

           EVALUATE TRUE
               WHEN FS-TRB-AUDITORIA-FILE-OK
                    CONTINUE
               WHEN FS-TRB-AUDITORIA-FILE-EOF
                    MOVE 'S'                TO WS-SW-AUD-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER AUDITORIA-CONSULTAS.TMP'
                    DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
                    MOVE 'S'                TO WS-SW-AUD-FIN
                    MOVE 'N'                TO WS-SW-COPIA-OK
           END-EVALUATE.

       2760-LEER-SIG-TRABAJO-AUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2770-GRABAR-AUDITORIA.

           WRITE ENT-AUDITORIA-REG          FROM TRB-AUDITORIA-REG.

           IF FS-AUDITORIA-FILE-OK
               PERFORM 2760-LEER-SIG-TRABAJO-AUD
                  THRU 2760-LEER-SIG-TRABAJO-AUD-FIN
           ELSE
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE AUDITORIA'
               DISPLAY 'FILE STATUS: ' FS-AUDITORIA
               MOVE 'S'                     TO WS-SW-AUD-FIN
               MOVE 'N'                     TO WS-SW-COPIA-OK
           END-IF.

       2770-GRABAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-EMITIR-CERTIFICADO.

           MOVE WS-FECHA-HOY                TO WS-CER-ENC-FECHA.
           MOVE WS-HORA-HOY                 TO WS-CER-ENC-HORA.
           MOVE WS-ANIOS-RETENCION          TO WS-CER-ENC-ANIOS.
           MOVE WS-FECHA-LIMITE             TO WS-CER-ENC-LIMITE.

           WRITE CER-LINEA                  FROM WS-CER-ENCABEZADO1.
           WRITE CER-LINEA                  FROM WS-CER-ENCABEZADO2.
           WRITE CER-LINEA                  FROM SPACES.
           WRITE CER-LINEA                  FROM WS-CER-ENCABEZADO3.

           PERFORM 2810-CERTIFICAR-EMPLEADO
              THRU 2810-CERTIFICAR-EMPLEADO-FIN
              VARYING WS-IDX-ANO FROM 1 BY 1
              UNTIL WS-IDX-ANO > WS-CANT-ANONIMIZADOS.

           WRITE CER-LINEA                  FROM SPACES.

           MOVE 'TOTAL EMPLEADOS ANONIMIZADOS     :'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-EMP-ANONIMIZADOS     TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'TOTAL DATOS EXTRA ANONIMIZADOS   :'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-EXT-ANONIMIZADOS     TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'TOTAL CONTACTOS ANONIMIZADOS     :'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-CON-ANONIMIZADOS     TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'TOTAL MOVIMIENTOS ENMASCARADOS   :'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-HST-ENMASCARADOS     TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'TOTAL CONSULTAS ENMASCARADAS     :'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-AUD-ENMASCARADOS     TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'TOTAL DETALLES FEED ENMASCARADOS :'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-ENV-ENMASCARADOS     TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'TOTAL REINTENTOS DE ENMASCARADO :'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-REINTENTOS           TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'TOTAL ANONIMIZACIONES CONFIRMADAS:'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-CONFIRMADOS          TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'TOTAL ANONIMIZADOS ANTERIORMENTE :'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-YA-ANONIMIZADOS      TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'TOTAL EMPLEADOS CON ERROR        :'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-ERRORES              TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'TOTAL EMPLEADOS PENDIENTES       :'
                                             TO WS-CER-TOT-TITULO.
           MOVE WS-CONT-PENDIENTES           TO WS-CER-TOT-VALOR.
           WRITE CER-LINEA                  FROM WS-CER-TOTAL.

           MOVE 'HISTORIAL DE CAMBIOS             :'
                                             TO WS-CER-RES-TITULO.
           MOVE WS-RES-HISTORIAL             TO WS-CER-RES-TEXTO.
           WRITE CER-LINEA                  FROM WS-CER-RESULTADO.

           MOVE 'AUDITORIA DE CONSULTAS           :'
                                             TO WS-CER-RES-TITULO.
           MOVE WS-RES-AUDITORIA             TO WS-CER-RES-TEXTO.
           WRITE CER-LINEA                  FROM WS-CER-RESULTADO.

           MOVE 'FEEDS ENVIADOS A NOMINA          :'
                                             TO WS-CER-RES-TITULO.
           MOVE WS-RES-ENVIADOS              TO WS-CER-RES-TEXTO.
           WRITE CER-LINEA                  FROM WS-CER-RESULTADO.

           WRITE CER-LINEA                  FROM WS-CER-SEPARADOR.

           IF NOT FS-CERTIFICADO-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE CERTIFICADO'
               DISPLAY 'FILE STATUS: ' FS-CERTIFICADO
               MOVE 8                       TO WS-RETORNO
           END-IF.

       2800-EMITIR-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-CERTIFICAR-EMPLEADO.

           MOVE SPACES                      TO WS-CER-DETALLE.
           MOVE WS-ANO-ID(WS-IDX-ANO)       TO WS-CER-ID-EMPLEADO.
           MOVE WS-ANO-FECHA-BAJA(WS-IDX-ANO)
                                            TO WS-CER-FECHA-BAJA.
           MOVE WS-ANO-FECHA(WS-IDX-ANO)    TO WS-CER-FECHA.
           MOVE WS-ANO-HORA(WS-IDX-ANO)     TO WS-CER-HORA.
           MOVE WS-ANO-CANT-HST(WS-IDX-ANO) TO WS-CER-CANT-HST.
           MOVE WS-ANO-CANT-AUD(WS-IDX-ANO) TO WS-CER-CANT-AUD.
           MOVE WS-ANO-CANT-ENV(WS-IDX-ANO) TO WS-CER-CANT-ENV.

           IF WS-ANO-CONFIRMADO(WS-IDX-ANO) = 'S'
               MOVE 'COMPLETO'              TO WS-CER-ESTADO
           ELSE
               MOVE 'LOGS PENDIENTES'       TO WS-CER-ESTADO
           END-IF.

           WRITE CER-LINEA                  FROM WS-CER-DETALLE.

           IF NOT FS-CERTIFICADO-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE CERTIFICADO'
               DISPLAY 'FILE STATUS: ' FS-CERTIFICADO
           END-IF.

       2810-CERTIFICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ENMASCARAR-ENVIADOS.

           MOVE 'N'                         TO WS-SW-COPIA-OK.
           MOVE 'N'                         TO WS-SW-RESTAURAR.

           PERFORM 2905-VERIFICAR-TRABAJO-ENV
              THRU 2905-VERIFICAR-TRABAJO-ENV-FIN.

           IF NOT WS-RESTAURAR-TMP

               OPEN INPUT ENT-ENVIADOS

               EVALUATE TRUE
                   WHEN FS-ENVIADOS-FILE-OK

                        OPEN OUTPUT TRB-ENVIADOS

                        IF FS-TRB-ENVIADOS-FILE-OK
                            MOVE 'S'        TO WS-SW-COPIA-OK
                            MOVE 'N'        TO WS-SW-ENV-FIN
                            PERFORM 2910-LEER-SIG-ENVIADO
                               THRU 2910-LEER-SIG-ENVIADO-FIN
                            PERFORM 2920-ENMASCARAR-DETALLE
                               THRU 2920-ENMASCARAR-DETALLE-FIN
                               UNTIL WS-ENV-FIN
                            CLOSE TRB-ENVIADOS
                            IF NOT WS-COPIA-OK
                                PERFORM 2980-VACIAR-TRABAJO-ENV
                                   THRU 2980-VACIAR-TRABAJO-ENV-FIN
                            END-IF
                        ELSE
                            DISPLAY 'ERROR AL CREAR '
                                    'FEED-NOMINA-ENVIADOS.TMP'
                            DISPLAY 'FILE STATUS: ' FS-TRB-ENVIADOS
                        END-IF

                        CLOSE ENT-ENVIADOS

                        IF WS-COPIA-OK
                            PERFORM 2950-RESTITUIR-ENVIADOS
                               THRU 2950-RESTITUIR-ENVIADOS-FIN
                        END-IF

                   WHEN FS-ENVIADOS-FILE-NFD
                        MOVE 'S'            TO WS-SW-COPIA-OK
                        MOVE 'NO EXISTE EL ARCHIVO'
                                            TO WS-RES-ENVIADOS
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE FEEDS '-
                                'ENVIADOS'
                        DISPLAY 'FILE STATUS: ' FS-ENVIADOS
               END-EVALUATE

           END-IF.

           EVALUATE TRUE
               WHEN WS-COPIA-OK
                    CONTINUE
               WHEN WS-RESTAURAR-TMP
                    MOVE 'ERROR - RESTAURAR DESDE EL .TMP'
                                            TO WS-RES-ENVIADOS
                    MOVE 'N'                TO WS-SW-ENMASCARADO-OK
                    MOVE 8                  TO WS-RETORNO
               WHEN OTHER
                    MOVE 'ERROR - VOLVER A EJECUTAR EL PROCESO'
                                            TO WS-RES-ENVIADOS
                    MOVE 'N'                TO WS-SW-ENMASCARADO-OK
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2900-ENMASCARAR-ENVIADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2905-VERIFICAR-TRABAJO-ENV.

           OPEN INPUT TRB-ENVIADOS.

           EVALUATE TRUE
               WHEN FS-TRB-ENVIADOS-FILE-OK

                    READ TRB-ENVIADOS

                    IF FS-TRB-ENVIADOS-FILE-OK
                        DISPLAY 'FEED-NOMINA-ENVIADOS.TMP TIENE DATOS '-
                                'DE UNA EJECUCION ANTERIOR'
                        DISPLAY 'RESTAURAR EL ARCHIVO DESDE EL .TMP '-
                                'ANTES DE VOLVER A EJECUTAR'
                        MOVE 'S'            TO WS-SW-RESTAURAR
                    END-IF

                    CLOSE TRB-ENVIADOS

               WHEN FS-TRB-ENVIADOS-FILE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR FEED-NOMINA-ENVIADOS.TMP'
                    DISPLAY 'FILE STATUS: ' FS-TRB-ENVIADOS
                    MOVE 'S'                TO WS-SW-RESTAURAR
           END-EVALUATE.

       2905-VERIFICAR-TRABAJO-ENV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2910-LEER-SIG-ENVIADO.

           READ ENT-ENVIADOS.

           EVALUATE TRUE
               WHEN FS-ENVIADOS-FILE-OK
                    ADD 1                   TO WS-CONT-ENV-LEIDOS
               WHEN FS-ENVIADOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-ENV-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE FEEDS '-
                            'ENVIADOS'
                    DISPLAY 'FILE STATUS: ' FS-ENVIADOS
                    MOVE 'S'                TO WS-SW-ENV-FIN
                    MOVE 'N'                TO WS-SW-COPIA-OK
           END-EVALUATE.

       2910-LEER-SIG-ENVIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2920-ENMASCARAR-DETALLE.

           MOVE ENV-DET-ID-EMPLEADO         TO WS-ID-BUSQ.

           PERFORM 2600-UBICAR-ANONIMIZADO
              THRU 2600-UBICAR-ANONIMIZADO-FIN.

           IF WS-ID-HALLADO

               MOVE ENV-DETALLE-REG         TO WS-ENV-ORIGINAL
               MOVE ENV-DET-ACCION          TO WS-ACCION-IMAGEN

               MOVE ENV-DET-IMAGEN          TO WS-IMAGEN
               PERFORM 2430-ENMASCARAR-IMAGEN
                  THRU 2430-ENMASCARAR-IMAGEN-FIN
               MOVE WS-IMAGEN               TO ENV-DET-IMAGEN

               IF ENV-DETALLE-REG NOT = WS-ENV-ORIGINAL
                   ADD 1                    TO WS-CONT-ENV-ENMASCARADOS
                   ADD 1                    TO
                       WS-ANO-CANT-ENV(WS-IDX-ANO)
               END-IF

           END-IF.

           WRITE TRB-ENVIADOS-REG           FROM ENV-DETALLE-REG.

           IF FS-TRB-ENVIADOS-FILE-OK
               PERFORM 2910-LEER-SIG-ENVIADO
                  THRU 2910-LEER-SIG-ENVIADO-FIN
           ELSE
               DISPLAY 'ERROR AL ESCRIBIR FEED-NOMINA-ENVIADOS.TMP'
               DISPLAY 'FILE STATUS: ' FS-TRB-ENVIADOS
               MOVE 'S'                     TO WS-SW-ENV-FIN
               MOVE 'N'                     TO WS-SW-COPIA-OK
           END-IF.

       2920-ENMASCARAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-RESTITUIR-ENVIADOS.

           OPEN INPUT TRB-ENVIADOS.

           IF FS-TRB-ENVIADOS-FILE-OK

               OPEN OUTPUT ENT-ENVIADOS

               IF FS-ENVIADOS-FILE-OK
                   MOVE 'N'                 TO WS-SW-ENV-FIN
                   PERFORM 2960-LEER-SIG-TRABAJO-ENV
                      THRU 2960-LEER-SIG-TRABAJO-ENV-FIN
                   PERFORM 2970-GRABAR-ENVIADOS
                      THRU 2970-GRABAR-ENVIADOS-FIN
                      UNTIL WS-ENV-FIN
                   CLOSE ENT-ENVIADOS
               ELSE
                   DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE FEEDS '-
                           'ENVIADOS'
                   DISPLAY 'FILE STATUS: ' FS-ENVIADOS
                   MOVE 'N'                 TO WS-SW-COPIA-OK
               END-IF

               CLOSE TRB-ENVIADOS

           ELSE
               DISPLAY 'ERROR AL ABRIR FEED-NOMINA-ENVIADOS.TMP'
               DISPLAY 'FILE STATUS: ' FS-TRB-ENVIADOS
               MOVE 'N'                     TO WS-SW-COPIA-OK
           END-IF.

           IF WS-COPIA-OK
               MOVE 'ENMASCARADO'           TO WS-RES-ENVIADOS
               PERFORM 2980-VACIAR-TRABAJO-ENV
                  THRU 2980-VACIAR-TRABAJO-ENV-FIN
           ELSE
               MOVE 'S'                     TO WS-SW-RESTAURAR
               DISPLAY 'LOS FEEDS ENVIADOS ENMASCARADOS QUEDAN EN '-
                       'FEED-NOMINA-ENVIADOS.TMP'
           END-IF.

       2950-RESTITUIR-ENVIADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2980-VACIAR-TRABAJO-ENV.

           OPEN OUTPUT TRB-ENVIADOS.

           IF FS-TRB-ENVIADOS-FILE-OK
               CLOSE TRB-ENVIADOS
           ELSE
               DISPLAY 'ERROR AL VACIAR FEED-NOMINA-ENVIADOS.TMP'
               DISPLAY 'FILE STATUS: ' FS-TRB-ENVIADOS
               IF WS-RETORNO < 4
                   MOVE 4                   TO WS-RETORNO
               END-IF
           END-IF.

       2980-VACIAR-TRABAJO-ENV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2960-LEER-SIG-TRABAJO-ENV.

           READ TRB-ENVIADOS.

           EVALUATE TRUE
               WHEN FS-TRB-ENVIADOS-FILE-OK
                    CONTINUE
               WHEN FS-TRB-ENVIADOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-ENV-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER FEED-NOMINA-ENVIADOS.TMP'
                    DISPLAY 'FILE STATUS: ' FS-TRB-ENVIADOS
                    MOVE 'S'                TO WS-SW-ENV-FIN
                    MOVE 'N'                TO WS-SW-COPIA-OK
           END-EVALUATE.

       2960-LEER-SIG-TRABAJO-ENV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2970-GRABAR-ENVIADOS.

           WRITE ENV-DETALLE-REG            FROM TRB-ENVIADOS-REG.

           IF FS-ENVIADOS-FILE-OK
               PERFORM 2960-LEER-SIG-TRABAJO-ENV
                  THRU 2960-LEER-SIG-TRABAJO-ENV-FIN
           ELSE
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE FEEDS '-
                       'ENVIADOS'
               DISPLAY 'FILE STATUS: ' FS-ENVIADOS
               MOVE 'S'                     TO WS-SW-ENV-FIN
               MOVE 'N'                     TO WS-SW-COPIA-OK
           END-IF.

       2970-GRABAR-ENVIADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-RETORNO = 0 AND WS-CONT-PENDIENTES > 0
               MOVE 4                       TO WS-RETORNO
           END-IF.

           IF WS-BLOQUEO-TOMADO

               PERFORM 3100-CERRAR-ARCHIVOS
                  THRU 3100-CERRAR-ARCHIVOS-FIN

               PERFORM 3400-GRABAR-CONTROL-EJEC
                  THRU 3400-GRABAR-CONTROL-EJEC-FIN

               PERFORM 3900-LIBERAR-BLOQUEO
                  THRU 3900-LIBERAR-BLOQUEO-FIN

           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.

           DISPLAY " ".
           DISPLAY "-------- RESUMEN DE ANONIMIZACION --------".
           DISPLAY " REGISTROS HISTORICOS LEIDOS : " WS-CONT-REG-LEIDOS.
           DISPLAY " EMPLEADOS ANONIMIZADOS      : "
                   WS-CONT-EMP-ANONIMIZADOS.
           DISPLAY " DATOS EXTRA ANONIMIZADOS    : "
                   WS-CONT-EXT-ANONIMIZADOS.
           DISPLAY " CONTACTOS ANONIMIZADOS      : "
                   WS-CONT-CON-ANONIMIZADOS.
           DISPLAY " ANONIMIZADOS ANTERIORMENTE  : "
                   WS-CONT-YA-ANONIMIZADOS.
           DISPLAY " BAJAS AUN EN RETENCION      : "
                   WS-CONT-EN-RETENCION.
           DISPLAY " BAJAS SIN FECHA DE BAJA     : "
                   WS-CONT-BAJA-SIN-FECHA.
           DISPLAY " EMPLEADOS PENDIENTES        : " WS-CONT-PENDIENTES.
           DISPLAY " EMPLEADOS CON ERROR         : " WS-CONT-ERRORES.
           DISPLAY " MOVIMIENTOS ENMASCARADOS    : "
                   WS-CONT-HST-ENMASCARADOS.
           DISPLAY " CONSULTAS ENMASCARADAS      : "
                   WS-CONT-AUD-ENMASCARADOS.
           DISPLAY " DETALLES FEED ENMASCARADOS  : "
                   WS-CONT-ENV-ENMASCARADOS.
           DISPLAY " REINTENTOS DE ENMASCARADO   : " WS-CONT-REINTENTOS.
           DISPLAY " ANONIMIZACIONES CONFIRMADAS : "
                   WS-CONT-CONFIRMADOS.
           DISPLAY " HISTORIAL DE CAMBIOS        : " WS-RES-HISTORIAL.
           DISPLAY " AUDITORIA DE CONSULTAS      : " WS-RES-AUDITORIA.
           DISPLAY " FEEDS ENVIADOS A NOMINA     : " WS-RES-ENVIADOS.
           DISPLAY " CODIGO DE RETORNO           : " WS-RETORNO.
           DISPLAY "--------------------------------------------".
           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-CERRAR-ARCHIVOS.

           CLOSE ENT-EMP-HISTORICO
                 SAL-CERTIFICADO.

           IF NOT WS-SIN-EXT-HIST
               CLOSE ENT-EXT-HISTORICO
           END-IF.

           IF NOT WS-SIN-CON-HIST
               CLOSE ENT-CON-HISTORICO
           END-IF.

           IF NOT FS-EMP-HIST-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO EMPLEADOS-HISTORICO: '
                      FS-EMP-HISTORICO
           END-IF.

           IF NOT FS-CERTIFICADO-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE CERTIFICADO: '
                      FS-CERTIFICADO
           END-IF.

       3100-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3400-GRABAR-CONTROL-EJEC.

           OPEN EXTEND SAL-CONTROL-EJEC.

           EVALUATE TRUE
               WHEN FS-CONTROL-EJEC-FILE-OK
                    CONTINUE
               WHEN FS-CONTROL-EJEC-FILE-NFD
                    OPEN OUTPUT SAL-CONTROL-EJEC
                    IF NOT FS-CONTROL-EJEC-FILE-OK
                        DISPLAY 'ERROR AL CREAR EL ARCHIVO DE '-
                                'CONTROL DE EJECUCIONES'
                        DISPLAY 'FILE STATUS: ' FS-CONTROL-EJEC
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONTROL '-
                            'DE EJECUCIONES'
                    DISPLAY 'FILE STATUS: ' FS-CONTROL-EJEC
           END-EVALUATE.

           IF FS-CONTROL-EJEC-FILE-OK

               MOVE SPACES                  TO CTL-EJECUCION-REG
               ACCEPT CTL-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO CTL-HORA
               MOVE 'ANONIMIZA'             TO CTL-MODO
               MOVE WS-CONT-REG-LEIDOS      TO CTL-REG-SAL
               MOVE WS-CONT-EMP-ANONIMIZADOS
                                            TO CTL-REG-ACT
               MOVE WS-CONT-EN-RETENCION    TO CTL-SKIP-BAJA
               MOVE ZEROS                   TO CTL-SKIP-EMP-NFD
               MOVE WS-CONT-EXT-NFD         TO CTL-SKIP-EXT-NFD
               MOVE ZEROS                   TO CTL-SKIP-TIPO-DOC
               MOVE ZEROS                   TO CTL-SKIP-COD-POSTAL
               MOVE WS-RETORNO              TO CTL-RETORNO

               WRITE CTL-EJECUCION-REG

               IF NOT FS-CONTROL-EJEC-FILE-OK
                   DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE CONTROL '-
                           'DE EJECUCIONES'
                   DISPLAY 'FILE STATUS: ' FS-CONTROL-EJEC
               END-IF

               CLOSE SAL-CONTROL-EJEC

           END-IF.

       3400-GRABAR-CONTROL-EJEC-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-LIBERAR-BLOQUEO.

           OPEN OUTPUT SAL-BLOQUEO.

           IF FS-BLOQUEO-FILE-OK

               MOVE SPACES                  TO BLQ-BLOQUEO-REG
               MOVE 'L'                     TO BLQ-ESTADO
               MOVE 'CL20EJ32'              TO BLQ-PROGRAMA
               ACCEPT BLQ-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO BLQ-HORA
               MOVE WS-OPERADOR             TO BLQ-OPERADOR

               WRITE BLQ-BLOQUEO-REG

               IF NOT FS-BLOQUEO-FILE-OK
                   DISPLAY 'ERROR AL LIBERAR EL BLOQUEO'
                   DISPLAY 'FILE STATUS: ' FS-BLOQUEO
               END-IF

               CLOSE SAL-BLOQUEO

           ELSE
               DISPLAY 'ERROR AL LIBERAR EL BLOQUEO'
               DISPLAY 'FILE STATUS: ' FS-BLOQUEO
           END-IF.

       3900-LIBERAR-BLOQUEO-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL20EJ32.
