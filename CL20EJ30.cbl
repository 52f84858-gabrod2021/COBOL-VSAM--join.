      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - EJERCICIO 30 - CARGA MASIVA DEL ARCHIVO
      *          OFICIAL DE CODIGOS POSTALES CON INFORME DE IMPACTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20EJ30.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CP-OFICIAL
           ASSIGN TO '../CODIGOS-POSTALES-OFICIAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CP-OFICIAL.

       SELECT ENT-COD-POSTALES
           ASSIGN TO '../CODIGOS-POSTALES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-COD-POSTALES
           RECORD KEY IS ENT-CP-CODIGO.

       SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS ENT-EMP-ID-EMPLEADO.

       SELECT SAL-JOIN
           ASSIGN TO '../SAL-JOIN.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SAL-JOIN
           RECORD KEY IS SAL-EMP-ID-EMPLEADO.

       SELECT SAL-INFORME
           ASSIGN TO '../CARGA-COD-POSTALES.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

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

       FD ENT-CP-OFICIAL.
       01 ENT-OFI-REG.
          05 OFI-CODIGO                     PIC X(04).
          05 OFI-LOCALIDAD                  PIC X(25).
          05 OFI-PROVINCIA                  PIC X(25).

       FD ENT-COD-POSTALES.
           COPY CPOSREG.

       FD ENT-EMPLEADOS.
           COPY EMPLREG.

       FD SAL-JOIN.
           COPY SALJREG.

       FD SAL-INFORME.
       01 INF-LINEA                         PIC X(132).

       FD SAL-CONTROL-EJEC.
           COPY CTLEREG.

       FD SAL-BLOQUEO.
           COPY BLOQREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CP-OFICIAL                  PIC X(2).
             88 FS-CP-OFICIAL-FILE-OK           VALUE '00'.
             88 FS-CP-OFICIAL-FILE-EOF          VALUE '10'.
             88 FS-CP-OFICIAL-FILE-NFD          VALUE '35'.
          05 FS-COD-POSTALES                PIC X(2).
             88 FS-COD-POSTALES-FILE-OK         VALUE '00'.
             88 FS-COD-POSTALES-FILE-EOF        VALUE '10'.
             88 FS-COD-POSTALES-FILE-NFD        VALUE '35'.
             88 FS-COD-POSTALES-CLAVE-NFD       VALUE '23'.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-FILE-OK            VALUE '00'.
             88 FS-EMPLEADOS-FILE-EOF           VALUE '10'.
             88 FS-EMPLEADOS-FILE-NFD           VALUE '35'.
          05 FS-SAL-JOIN                    PIC X(2).
             88 FS-SAL-JOIN-FILE-OK             VALUE '00'.
             88 FS-SAL-JOIN-FILE-EOF            VALUE '10'.
             88 FS-SAL-JOIN-FILE-NFD            VALUE '35'.
          05 FS-INFORME                     PIC X(2).
             88 FS-INFORME-FILE-OK              VALUE '00'.
          05 FS-CONTROL-EJEC                PIC X(2).
             88 FS-CONTROL-EJEC-FILE-OK         VALUE '00'.
             88 FS-CONTROL-EJEC-FILE-NFD        VALUE '35'.
          05 FS-BLOQUEO                     PIC X(2).
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.

       77 WS-PARM-MODO                      PIC X(10).
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ30'.
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-SW-PARM-VALIDO                 PIC X(01) VALUE 'S'.
          88 WS-PARM-VALIDO                      VALUE 'S'.

       77 WS-SW-FORZAR                      PIC X(01) VALUE 'N'.
          88 WS-FORZAR                           VALUE 'S'.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.

       77 WS-SW-SIN-EMPLEADOS               PIC X(01) VALUE 'N'.
          88 WS-SIN-EMPLEADOS                    VALUE 'S'.

       77 WS-SW-SIN-JOIN                    PIC X(01) VALUE 'N'.
          88 WS-SIN-JOIN                         VALUE 'S'.

       77 WS-SW-OFI-FIN                     PIC X(01) VALUE 'N'.
          88 WS-OFI-FIN                          VALUE 'S'.

       77 WS-SW-CP-FIN                      PIC X(01) VALUE 'N'.
          88 WS-CP-FIN                           VALUE 'S'.

       77 WS-SW-EMP-FIN                     PIC X(01) VALUE 'N'.
          88 WS-EMP-FIN                          VALUE 'S'.

       77 WS-SW-JOIN-FIN                    PIC X(01) VALUE 'N'.
          88 WS-JOIN-FIN                         VALUE 'S'.

       77 WS-CONT-OFI-LEIDOS                PIC 9(05) VALUE 0.
       77 WS-CONT-OFI-VALIDOS               PIC 9(05) VALUE 0.
       77 WS-CONT-OFI-INVALIDOS             PIC 9(05) VALUE 0.
       77 WS-CONT-OFI-DUPLICADOS            PIC 9(05) VALUE 0.
       77 WS-CONT-SIN-CAMBIO                PIC 9(05) VALUE 0.
       77 WS-CONT-ALTAS                     PIC 9(05) VALUE 0.
       77 WS-CONT-MODIFICADOS               PIC 9(05) VALUE 0.
       77 WS-CONT-ELIMINADOS                PIC 9(05) VALUE 0.
       77 WS-CONT-RETENIDOS                 PIC 9(05) VALUE 0.
       77 WS-CONT-ERRORES                   PIC 9(05) VALUE 0.
       77 WS-CONT-USOS-EMPLEADOS            PIC 9(05) VALUE 0.
       77 WS-CONT-USOS-JOIN                 PIC 9(05) VALUE 0.

       77 WS-IDX-COD                        PIC 9(05).
       77 WS-MAX-CODIGOS                    PIC 9(05) VALUE 10000.
       77 WS-CODIGO                         PIC 9(04).

       01 WS-TABLA-CODIGOS.
          05 WS-COD-ENT OCCURS 10000.
             10 WS-COD-MARCA                PIC X(01).
                88 WS-COD-SIN-OFICIAL           VALUE SPACE.
                88 WS-COD-ALTA                  VALUE 'A'.
                88 WS-COD-MODIFICA              VALUE 'M'.
                88 WS-COD-IGUAL                 VALUE 'I'.
                88 WS-COD-ELIMINA               VALUE 'E'.
                88 WS-COD-PROCESADO             VALUE 'P'.
             10 WS-COD-ACTIVOS              PIC 9(05).

       01 WS-INF-ENCABEZADO1.
          05 FILLER                         PIC X(54) VALUE
             'CARGA DEL ARCHIVO OFICIAL DE CODIGOS POSTALES - FECHA '.
          05 WS-INF-ENC-FECHA               PIC 9(08).
          05 FILLER                         PIC X(08) VALUE ' MODO: '.
          05 WS-INF-ENC-MODO                PIC X(10).

       01 WS-INF-TITULO-OFICIAL             PIC X(132) VALUE
          'OBSERVACIONES SOBRE EL ARCHIVO OFICIAL'.

       01 WS-INF-TITULO-USOS                PIC X(132) VALUE
          'USOS DE LOS CODIGOS POSTALES QUE SE MODIFICAN O ELIMINAN'.

       01 WS-INF-ENCABEZADO-USOS            PIC X(132) VALUE
          'ORIGEN   CP   CAMBIO    ID-EMPLE APELLIDO                  '-
          'NOMBRE                    E'.

       01 WS-INF-USO.
          05 WS-INF-USO-ORIGEN              PIC X(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-USO-CODIGO              PIC 9(04).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-USO-CAMBIO              PIC X(09).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-USO-ID-EMPLEADO         PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-USO-APELLIDO            PIC X(25).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-USO-NOMBRE              PIC X(25).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-USO-ESTADO              PIC X(01).

       01 WS-INF-TITULO-CAMBIOS             PIC X(132) VALUE
          'CAMBIOS SOBRE EL MAESTRO DE CODIGOS POSTALES'.

       01 WS-INF-ENCABEZADO-CAMBIOS         PIC X(132) VALUE
          'CP   RESULTADO    LOCALIDAD                 PROVINCIA      '-
          '           OBSERVACION'.

       01 WS-INF-CAMBIO.
          05 WS-INF-CAM-CODIGO              PIC X(04).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-CAM-RESULTADO           PIC X(12).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-CAM-LOCALIDAD           PIC X(25).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-CAM-PROVINCIA           PIC X(25).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-CAM-OBSERVACION         PIC X(60).

       01 WS-INF-TOTAL.
          05 WS-INF-TOT-TITULO              PIC X(35).
          05 WS-INF-TOT-VALOR               PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-PARM-VALIDO AND WS-BLOQUEO-TOMADO AND
              FS-CP-OFICIAL-FILE-OK AND FS-COD-POSTALES-FILE-OK AND
              (FS-EMPLEADOS-FILE-OK OR WS-SIN-EMPLEADOS) AND
              (FS-SAL-JOIN-FILE-OK OR WS-SIN-JOIN) AND
              FS-INFORME-FILE-OK

               PERFORM 2000-ANALIZAR-OFICIAL
                  THRU 2000-ANALIZAR-OFICIAL-FIN

               IF WS-CONT-OFI-VALIDOS > 0 AND WS-RETORNO < 8

                   PERFORM 2100-MARCAR-BAJAS
                      THRU 2100-MARCAR-BAJAS-FIN

                   PERFORM 2200-RELEVAR-EMPLEADOS
                      THRU 2200-RELEVAR-EMPLEADOS-FIN

                   PERFORM 2300-RELEVAR-JOIN
                      THRU 2300-RELEVAR-JOIN-FIN

                   PERFORM 2400-APLICAR-OFICIAL
                      THRU 2400-APLICAR-OFICIAL-FIN

                   PERFORM 2500-APLICAR-BAJAS
                      THRU 2500-APLICAR-BAJAS-FIN

               ELSE
                   DISPLAY 'EL ARCHIVO OFICIAL NO TIENE CODIGOS '-
                           'VALIDOS - NO SE ACTUALIZA EL MAESTRO'
                   MOVE 8                   TO WS-RETORNO
               END-IF

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

           IF WS-PARM-VALIDO
               PERFORM 1010-TOMAR-BLOQUEO
                  THRU 1010-TOMAR-BLOQUEO-FIN
           END-IF.

           IF WS-BLOQUEO-TOMADO

               OPEN INPUT ENT-CP-OFICIAL

               EVALUATE TRUE
                   WHEN FS-CP-OFICIAL-FILE-OK
                        CONTINUE
                   WHEN FS-CP-OFICIAL-FILE-NFD
                        DISPLAY 'NO SE ENCUENTRA EL ARCHIVO OFICIAL '-
                                'DE CODIGOS POSTALES'
                        DISPLAY 'FILE STATUS: ' FS-CP-OFICIAL
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO OFICIAL DE '-
                                'CODIGOS POSTALES'
                        DISPLAY 'FILE STATUS: ' FS-CP-OFICIAL
               END-EVALUATE

               PERFORM 1200-ABRIR-COD-POSTALES
                  THRU 1200-ABRIR-COD-POSTALES-FIN

               OPEN INPUT ENT-EMPLEADOS

               EVALUATE TRUE
                   WHEN FS-EMPLEADOS-FILE-OK
                        CONTINUE
                   WHEN FS-EMPLEADOS-FILE-NFD
                        MOVE 'S'            TO WS-SW-SIN-EMPLEADOS
                        DISPLAY 'SIN ARCHIVO DE EMPLEADOS - NO HAY '-
                                'EMPLEADOS QUE RELEVAR'
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
                        DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
               END-EVALUATE

               OPEN INPUT SAL-JOIN

               EVALUATE TRUE
                   WHEN FS-SAL-JOIN-FILE-OK
                        CONTINUE
                   WHEN FS-SAL-JOIN-FILE-NFD
                        MOVE 'S'            TO WS-SW-SIN-JOIN
                        DISPLAY 'SIN ARCHIVO SAL-JOIN - NO HAY '-
                                'REGISTROS DEL JOIN QUE RELEVAR'
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO SAL-JOIN'
                        DISPLAY 'FILE STATUS: ' FS-SAL-JOIN
               END-EVALUATE

               OPEN OUTPUT SAL-INFORME

               IF NOT FS-INFORME-FILE-OK
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE INFORME'
                   DISPLAY 'FILE STATUS: ' FS-INFORME
               END-IF

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
                   MOVE 'CL20EJ30'          TO BLQ-PROGRAMA
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

           MOVE SPACES                      TO WS-PARM-MODO.
           ACCEPT WS-PARM-MODO FROM COMMAND-LINE.

           EVALUATE WS-PARM-MODO
               WHEN SPACES
                    MOVE 'NORMAL'           TO WS-PARM-MODO
               WHEN 'FORZAR'
                    MOVE 'S'                TO WS-SW-FORZAR
                    DISPLAY 'MODO FORZAR - SE ELIMINAN TAMBIEN LOS '-
                            'CODIGOS EN USO POR EMPLEADOS ACTIVOS'
               WHEN OTHER
                    MOVE 'N'                TO WS-SW-PARM-VALIDO
                    DISPLAY 'PARAMETRO INVALIDO: ' WS-PARM-MODO
                    DISPLAY 'INDICAR FORZAR PARA ELIMINAR CODIGOS EN '-
                            'USO O NINGUNO'
           END-EVALUATE.

       1050-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-COD-POSTALES.

           OPEN I-O ENT-COD-POSTALES.

           EVALUATE TRUE
               WHEN FS-COD-POSTALES-FILE-OK
                    CONTINUE
               WHEN FS-COD-POSTALES-FILE-NFD
                    OPEN OUTPUT ENT-COD-POSTALES
                    CLOSE ENT-COD-POSTALES
                    OPEN I-O ENT-COD-POSTALES
                    IF NOT FS-COD-POSTALES-FILE-OK
                        DISPLAY 'ERROR AL CREAR EL ARCHIVO DE '-
                                'CODIGOS POSTALES'
                        DISPLAY 'FILE STATUS: ' FS-COD-POSTALES
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CODIGOS '-
                            'POSTALES'
                    DISPLAY 'FILE STATUS: ' FS-COD-POSTALES
           END-EVALUATE.

       1200-ABRIR-COD-POSTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-ANALIZAR-OFICIAL.

           INITIALIZE WS-TABLA-CODIGOS.

           ACCEPT WS-INF-ENC-FECHA          FROM DATE YYYYMMDD.
           MOVE WS-PARM-MODO                TO WS-INF-ENC-MODO.

           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO1.
           WRITE INF-LINEA                  FROM SPACES.
           WRITE INF-LINEA                  FROM WS-INF-TITULO-OFICIAL.
           WRITE INF-LINEA              FROM WS-INF-ENCABEZADO-CAMBIOS.

           MOVE 'N'                         TO WS-SW-OFI-FIN.

           PERFORM 2010-LEER-SIG-OFICIAL
              THRU 2010-LEER-SIG-OFICIAL-FIN.

           PERFORM 2020-CLASIFICAR-CODIGO
              THRU 2020-CLASIFICAR-CODIGO-FIN
              UNTIL WS-OFI-FIN.

       2000-ANALIZAR-OFICIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-SIG-OFICIAL.

           READ ENT-CP-OFICIAL.

           EVALUATE TRUE
               WHEN FS-CP-OFICIAL-FILE-OK
                    CONTINUE
               WHEN FS-CP-OFICIAL-FILE-EOF
                    MOVE 'S'                TO WS-SW-OFI-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO OFICIAL DE '-
                            'CODIGOS POSTALES'
                    DISPLAY 'FILE STATUS: ' FS-CP-OFICIAL
                    MOVE 'S'                TO WS-SW-OFI-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2010-LEER-SIG-OFICIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-CLASIFICAR-CODIGO.

           ADD 1                            TO WS-CONT-OFI-LEIDOS.

           IF OFI-CODIGO IS NUMERIC

               MOVE OFI-CODIGO              TO WS-CODIGO
               COMPUTE WS-IDX-COD = WS-CODIGO + 1

               IF WS-COD-SIN-OFICIAL(WS-IDX-COD)

                   ADD 1                    TO WS-CONT-OFI-VALIDOS
                   MOVE WS-CODIGO           TO ENT-CP-CODIGO
                   READ ENT-COD-POSTALES KEY IS ENT-CP-CODIGO

                   EVALUATE TRUE
                       WHEN FS-COD-POSTALES-FILE-OK AND
                            ENT-CP-LOCALIDAD = OFI-LOCALIDAD AND
                            ENT-CP-PROVINCIA = OFI-PROVINCIA
                            MOVE 'I'        TO WS-COD-MARCA(WS-IDX-COD)
                            ADD 1           TO WS-CONT-SIN-CAMBIO
                       WHEN FS-COD-POSTALES-FILE-OK
                            MOVE 'M'        TO WS-COD-MARCA(WS-IDX-COD)
                       WHEN FS-COD-POSTALES-CLAVE-NFD
                            MOVE 'A'        TO WS-COD-MARCA(WS-IDX-COD)
                       WHEN OTHER
                            DISPLAY 'ERROR AL LEER EL ARCHIVO DE '-
                                    'CODIGOS POSTALES'
                            DISPLAY 'FILE STATUS: ' FS-COD-POSTALES
                            MOVE 'I'        TO WS-COD-MARCA(WS-IDX-COD)
                            MOVE 8          TO WS-RETORNO
                   END-EVALUATE

               ELSE
                   ADD 1                    TO WS-CONT-OFI-DUPLICADOS
                   MOVE SPACES              TO WS-INF-CAMBIO
                   MOVE OFI-CODIGO          TO WS-INF-CAM-CODIGO
                   MOVE 'DUPLICADO'         TO WS-INF-CAM-RESULTADO
                   MOVE OFI-LOCALIDAD       TO WS-INF-CAM-LOCALIDAD
                   MOVE OFI-PROVINCIA       TO WS-INF-CAM-PROVINCIA
                   MOVE 'CODIGO REPETIDO EN EL ARCHIVO OFICIAL - SE '-
                        'TOMA EL PRIMERO'   TO WS-INF-CAM-OBSERVACION
                   PERFORM 2800-INFORMAR-CAMBIO
                      THRU 2800-INFORMAR-CAMBIO-FIN
               END-IF

           ELSE
               ADD 1                        TO WS-CONT-OFI-INVALIDOS
               MOVE SPACES                  TO WS-INF-CAMBIO
               MOVE OFI-CODIGO              TO WS-INF-CAM-CODIGO
               MOVE 'INVALIDO'              TO WS-INF-CAM-RESULTADO
               MOVE OFI-LOCALIDAD           TO WS-INF-CAM-LOCALIDAD
               MOVE OFI-PROVINCIA           TO WS-INF-CAM-PROVINCIA
               MOVE 'CODIGO POSTAL NO NUMERICO - SE IGNORA'
                                            TO WS-INF-CAM-OBSERVACION
               PERFORM 2800-INFORMAR-CAMBIO
                  THRU 2800-INFORMAR-CAMBIO-FIN
           END-IF.

           PERFORM 2010-LEER-SIG-OFICIAL
              THRU 2010-LEER-SIG-OFICIAL-FIN.

       2020-CLASIFICAR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-MARCAR-BAJAS.

           MOVE 'N'                         TO WS-SW-CP-FIN.
           MOVE LOW-VALUES                  TO ENT-CP-CODIGO.

           START ENT-COD-POSTALES KEY IS GREATER THAN ENT-CP-CODIGO.

           EVALUATE TRUE
               WHEN FS-COD-POSTALES-FILE-OK

                    PERFORM 2110-LEER-SIG-CP
                       THRU 2110-LEER-SIG-CP-FIN

                    PERFORM 2120-MARCAR-CP
                       THRU 2120-MARCAR-CP-FIN
                       UNTIL WS-CP-FIN

               WHEN FS-COD-POSTALES-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EN CODIGOS POSTALES'
                    DISPLAY 'FILE STATUS: ' FS-COD-POSTALES
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2100-MARCAR-BAJAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-SIG-CP.

           READ ENT-COD-POSTALES NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-COD-POSTALES-FILE-OK
                    CONTINUE
               WHEN FS-COD-POSTALES-FILE-EOF
                    MOVE 'S'                TO WS-SW-CP-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CODIGOS '-
                            'POSTALES'
                    DISPLAY 'FILE STATUS: ' FS-COD-POSTALES
                    MOVE 'S'                TO WS-SW-CP-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2110-LEER-SIG-CP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-MARCAR-CP.

           COMPUTE WS-IDX-COD = ENT-CP-CODIGO + 1.

           IF WS-COD-SIN-OFICIAL(WS-IDX-COD)
               MOVE 'E'                     TO WS-COD-MARCA(WS-IDX-COD)
           END-IF.

           PERFORM 2110-LEER-SIG-CP
              THRU 2110-LEER-SIG-CP-FIN.

       2120-MARCAR-CP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-RELEVAR-EMPLEADOS.

           WRITE INF-LINEA                  FROM SPACES.
           WRITE INF-LINEA                  FROM WS-INF-TITULO-USOS.
           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO-USOS.

           IF NOT WS-SIN-EMPLEADOS

               MOVE 'N'                     TO WS-SW-EMP-FIN

               PERFORM 2210-LEER-SIG-EMPLEADO
                  THRU 2210-LEER-SIG-EMPLEADO-FIN

               PERFORM 2220-VERIFICAR-EMPLEADO
                  THRU 2220-VERIFICAR-EMPLEADO-FIN
                  UNTIL WS-EMP-FIN

           END-IF.

       2200-RELEVAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-SIG-EMPLEADO.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-FILE-OK
                    CONTINUE
               WHEN FS-EMPLEADOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-EMP-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 'S'                TO WS-SW-EMP-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2210-LEER-SIG-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-VERIFICAR-EMPLEADO.

           COMPUTE WS-IDX-COD = ENT-EMP-COD-POSTAL + 1.

           IF WS-COD-MODIFICA(WS-IDX-COD) OR WS-COD-ELIMINA(WS-IDX-COD)

               ADD 1                        TO WS-CONT-USOS-EMPLEADOS

               IF ENT-EMP-ACTIVO
                   ADD 1                TO WS-COD-ACTIVOS(WS-IDX-COD)
               END-IF

               MOVE SPACES                  TO WS-INF-USO
               MOVE 'EMPLEADO'              TO WS-INF-USO-ORIGEN
               MOVE ENT-EMP-COD-POSTAL      TO WS-INF-USO-CODIGO
               MOVE ENT-EMP-ID-EMPLEADO     TO WS-INF-USO-ID-EMPLEADO
               MOVE ENT-EMP-APELLIDO        TO WS-INF-USO-APELLIDO
               MOVE ENT-EMP-NOMBRE          TO WS-INF-USO-NOMBRE
               MOVE ENT-EMP-ESTADO          TO WS-INF-USO-ESTADO

               PERFORM 2290-INFORMAR-USO
                  THRU 2290-INFORMAR-USO-FIN

           END-IF.

           PERFORM 2210-LEER-SIG-EMPLEADO
              THRU 2210-LEER-SIG-EMPLEADO-FIN.

       2220-VERIFICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2290-INFORMAR-USO.

           IF WS-COD-MODIFICA(WS-IDX-COD)
               MOVE 'MODIFICA'              TO WS-INF-USO-CAMBIO
           ELSE
               MOVE 'ELIMINA'               TO WS-INF-USO-CAMBIO
           END-IF.

           WRITE INF-LINEA                  FROM WS-INF-USO.

           IF NOT FS-INFORME-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE INFORME'
               DISPLAY 'FILE STATUS: ' FS-INFORME
           END-IF.

       2290-INFORMAR-USO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-RELEVAR-JOIN.

           IF NOT WS-SIN-JOIN

               MOVE 'N'                     TO WS-SW-JOIN-FIN

               PERFORM 2310-LEER-SIG-JOIN
                  THRU 2310-LEER-SIG-JOIN-FIN

               PERFORM 2320-VERIFICAR-JOIN
                  THRU 2320-VERIFICAR-JOIN-FIN
                  UNTIL WS-JOIN-FIN

           END-IF.

           MOVE SPACES                      TO WS-INF-TOTAL.
           MOVE 'TOTAL USOS EN EMPLEADOS          :'
                                            TO WS-INF-TOT-TITULO.
           MOVE WS-CONT-USOS-EMPLEADOS      TO WS-INF-TOT-VALOR.
           WRITE INF-LINEA                  FROM WS-INF-TOTAL.

           MOVE 'TOTAL USOS EN SAL-JOIN           :'
                                            TO WS-INF-TOT-TITULO.
           MOVE WS-CONT-USOS-JOIN           TO WS-INF-TOT-VALOR.
           WRITE INF-LINEA                  FROM WS-INF-TOTAL.

           WRITE INF-LINEA                  FROM SPACES.
           WRITE INF-LINEA                  FROM WS-INF-TITULO-CAMBIOS.
           WRITE INF-LINEA              FROM WS-INF-ENCABEZADO-CAMBIOS.

       2300-RELEVAR-JOIN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-SIG-JOIN.

           READ SAL-JOIN.

           EVALUATE TRUE
               WHEN FS-SAL-JOIN-FILE-OK
                    CONTINUE
               WHEN FS-SAL-JOIN-FILE-EOF
                    MOVE 'S'                TO WS-SW-JOIN-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO SAL-JOIN'
                    DISPLAY 'FILE STATUS: ' FS-SAL-JOIN
                    MOVE 'S'                TO WS-SW-JOIN-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2310-LEER-SIG-JOIN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-VERIFICAR-JOIN.

           COMPUTE WS-IDX-COD = SAL-EMP-COD-POSTAL + 1.

           IF WS-COD-MODIFICA(WS-IDX-COD) OR WS-COD-ELIMINA(WS-IDX-COD)

               ADD 1                        TO WS-CONT-USOS-JOIN

               MOVE SPACES                  TO WS-INF-USO
               MOVE 'SAL-JOIN'              TO WS-INF-USO-ORIGEN
               MOVE SAL-EMP-COD-POSTAL      TO WS-INF-USO-CODIGO
               MOVE SAL-EMP-ID-EMPLEADO     TO WS-INF-USO-ID-EMPLEADO
               MOVE SAL-EMP-APELLIDO        TO WS-INF-USO-APELLIDO
               MOVE SAL-EMP-NOMBRE          TO WS-INF-USO-NOMBRE
               MOVE SAL-EMP-ESTADO          TO WS-INF-USO-ESTADO

               PERFORM 2290-INFORMAR-USO
                  THRU 2290-INFORMAR-USO-FIN

           END-IF.

           PERFORM 2310-LEER-SIG-JOIN
              THRU 2310-LEER-SIG-JOIN-FIN.

       2320-VERIFICAR-JOIN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-APLICAR-OFICIAL.

           CLOSE ENT-CP-OFICIAL.
           OPEN INPUT ENT-CP-OFICIAL.

           IF FS-CP-OFICIAL-FILE-OK

               MOVE 'N'                     TO WS-SW-OFI-FIN

               PERFORM 2010-LEER-SIG-OFICIAL
                  THRU 2010-LEER-SIG-OFICIAL-FIN

               PERFORM 2420-APLICAR-CODIGO
                  THRU 2420-APLICAR-CODIGO-FIN
                  UNTIL WS-OFI-FIN

           ELSE
               DISPLAY 'ERROR AL REABRIR EL ARCHIVO OFICIAL DE '-
                       'CODIGOS POSTALES'
               DISPLAY 'FILE STATUS: ' FS-CP-OFICIAL
               MOVE 8                       TO WS-RETORNO
           END-IF.

       2400-APLICAR-OFICIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-APLICAR-CODIGO.

           IF OFI-CODIGO IS NUMERIC

               MOVE OFI-CODIGO              TO WS-CODIGO
               COMPUTE WS-IDX-COD = WS-CODIGO + 1

               MOVE SPACES                  TO WS-INF-CAMBIO
               MOVE OFI-CODIGO              TO WS-INF-CAM-CODIGO
               MOVE OFI-LOCALIDAD           TO WS-INF-CAM-LOCALIDAD
               MOVE OFI-PROVINCIA           TO WS-INF-CAM-PROVINCIA

               EVALUATE TRUE
                   WHEN WS-COD-ALTA(WS-IDX-COD)
                        PERFORM 2430-ALTA-CODIGO
                           THRU 2430-ALTA-CODIGO-FIN
                        MOVE 'P'            TO WS-COD-MARCA(WS-IDX-COD)
                   WHEN WS-COD-MODIFICA(WS-IDX-COD)
                        PERFORM 2440-MODIFICAR-CODIGO
                           THRU 2440-MODIFICAR-CODIGO-FIN
                        MOVE 'P'            TO WS-COD-MARCA(WS-IDX-COD)
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE

           END-IF.

           PERFORM 2010-LEER-SIG-OFICIAL
              THRU 2010-LEER-SIG-OFICIAL-FIN.

       2420-APLICAR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2430-ALTA-CODIGO.

           MOVE WS-CODIGO                   TO ENT-CP-CODIGO.
           MOVE OFI-LOCALIDAD               TO ENT-CP-LOCALIDAD.
           MOVE OFI-PROVINCIA               TO ENT-CP-PROVINCIA.

           WRITE ENT-CP-REG.

           IF FS-COD-POSTALES-FILE-OK
               ADD 1                        TO WS-CONT-ALTAS
               MOVE 'ALTA'                  TO WS-INF-CAM-RESULTADO
           ELSE
               ADD 1                        TO WS-CONT-ERRORES
               MOVE 'ERROR'                 TO WS-INF-CAM-RESULTADO
               STRING 'ERROR AL GRABAR EL CODIGO POSTAL - FS '
                      FS-COD-POSTALES
                      DELIMITED BY SIZE
                      INTO WS-INF-CAM-OBSERVACION
               MOVE 8                       TO WS-RETORNO
           END-IF.

           PERFORM 2800-INFORMAR-CAMBIO
              THRU 2800-INFORMAR-CAMBIO-FIN.

       2430-ALTA-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2440-MODIFICAR-CODIGO.

           MOVE WS-CODIGO                   TO ENT-CP-CODIGO.
           READ ENT-COD-POSTALES KEY IS ENT-CP-CODIGO.

           IF FS-COD-POSTALES-FILE-OK

               STRING 'ANTES: ' ENT-CP-LOCALIDAD ' / '
                      ENT-CP-PROVINCIA
                      DELIMITED BY SIZE
                      INTO WS-INF-CAM-OBSERVACION

               MOVE OFI-LOCALIDAD           TO ENT-CP-LOCALIDAD
               MOVE OFI-PROVINCIA           TO ENT-CP-PROVINCIA

               REWRITE ENT-CP-REG

           END-IF.

           IF FS-COD-POSTALES-FILE-OK
               ADD 1                        TO WS-CONT-MODIFICADOS
               MOVE 'MODIFICADO'            TO WS-INF-CAM-RESULTADO
           ELSE
               ADD 1                        TO WS-CONT-ERRORES
               MOVE 'ERROR'                 TO WS-INF-CAM-RESULTADO
               MOVE SPACES                  TO WS-INF-CAM-OBSERVACION
               STRING 'ERROR AL ACTUALIZAR EL CODIGO POSTAL - FS '
                      FS-COD-POSTALES
                      DELIMITED BY SIZE
                      INTO WS-INF-CAM-OBSERVACION
               MOVE 8                       TO WS-RETORNO
           END-IF.

           PERFORM 2800-INFORMAR-CAMBIO
              THRU 2800-INFORMAR-CAMBIO-FIN.

       2440-MODIFICAR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-APLICAR-BAJAS.

           PERFORM 2520-ELIMINAR-CODIGO
              THRU 2520-ELIMINAR-CODIGO-FIN
              VARYING WS-IDX-COD FROM 1 BY 1
              UNTIL WS-IDX-COD > WS-MAX-CODIGOS.

       2500-APLICAR-BAJAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-ELIMINAR-CODIGO.

           IF WS-COD-ELIMINA(WS-IDX-COD)

               COMPUTE WS-CODIGO = WS-IDX-COD - 1
               MOVE WS-CODIGO               TO ENT-CP-CODIGO
               READ ENT-COD-POSTALES KEY IS ENT-CP-CODIGO

               MOVE SPACES                  TO WS-INF-CAMBIO
               MOVE WS-CODIGO               TO WS-INF-CAM-CODIGO
               MOVE ENT-CP-LOCALIDAD        TO WS-INF-CAM-LOCALIDAD
               MOVE ENT-CP-PROVINCIA        TO WS-INF-CAM-PROVINCIA

               EVALUATE TRUE
                   WHEN NOT FS-COD-POSTALES-FILE-OK
                        ADD 1               TO WS-CONT-ERRORES
                        MOVE 'ERROR'        TO WS-INF-CAM-RESULTADO
                        STRING 'ERROR AL LEER EL CODIGO POSTAL - FS '
                               FS-COD-POSTALES
                               DELIMITED BY SIZE
                               INTO WS-INF-CAM-OBSERVACION
                        MOVE 8              TO WS-RETORNO
                   WHEN WS-COD-ACTIVOS(WS-IDX-COD) > 0 AND
                        NOT WS-FORZAR
                        ADD 1               TO WS-CONT-RETENIDOS
                        MOVE 'NO ELIMINADO' TO WS-INF-CAM-RESULTADO
                        STRING 'EN USO POR '
                               WS-COD-ACTIVOS(WS-IDX-COD)
                               ' EMPLEADOS ACTIVOS - USAR FORZAR'
                               DELIMITED BY SIZE
                               INTO WS-INF-CAM-OBSERVACION
                   WHEN OTHER
                        PERFORM 2530-BORRAR-CODIGO
                           THRU 2530-BORRAR-CODIGO-FIN
               END-EVALUATE

               PERFORM 2800-INFORMAR-CAMBIO
                  THRU 2800-INFORMAR-CAMBIO-FIN

           END-IF.

       2520-ELIMINAR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2530-BORRAR-CODIGO.

           DELETE ENT-COD-POSTALES RECORD.

           IF FS-COD-POSTALES-FILE-OK
               ADD 1                        TO WS-CONT-ELIMINADOS
               MOVE 'ELIMINADO'             TO WS-INF-CAM-RESULTADO
               IF WS-COD-ACTIVOS(WS-IDX-COD) > 0
                   STRING 'FORZADO - EN USO POR '
                          WS-COD-ACTIVOS(WS-IDX-COD)
                          ' EMPLEADOS ACTIVOS'
                          DELIMITED BY SIZE
                          INTO WS-INF-CAM-OBSERVACION
               END-IF
           ELSE
               ADD 1                        TO WS-CONT-ERRORES
               MOVE 'ERROR'                 TO WS-INF-CAM-RESULTADO
               STRING 'ERROR AL ELIMINAR EL CODIGO POSTAL - FS '
                      FS-COD-POSTALES
                      DELIMITED BY SIZE
                      INTO WS-INF-CAM-OBSERVACION
               MOVE 8                       TO WS-RETORNO
           END-IF.

       2530-BORRAR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-INFORMAR-CAMBIO.

           WRITE INF-LINEA                  FROM WS-INF-CAMBIO.

           IF NOT FS-INFORME-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE INFORME'
               DISPLAY 'FILE STATUS: ' FS-INFORME
           END-IF.

       2800-INFORMAR-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-RETORNO = 0 AND
              (WS-CONT-RETENIDOS > 0 OR WS-CONT-OFI-INVALIDOS > 0 OR
               WS-CONT-OFI-DUPLICADOS > 0)
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
           DISPLAY "------ RESUMEN DE CARGA DE CODIGOS POSTALES ------".
           DISPLAY " REGISTROS OFICIALES LEIDOS : " WS-CONT-OFI-LEIDOS.
           DISPLAY " CODIGOS INVALIDOS          : "
                   WS-CONT-OFI-INVALIDOS.
           DISPLAY " CODIGOS DUPLICADOS         : "
                   WS-CONT-OFI-DUPLICADOS.
           DISPLAY " CODIGOS SIN CAMBIO         : " WS-CONT-SIN-CAMBIO.
           DISPLAY " CODIGOS DADOS DE ALTA      : " WS-CONT-ALTAS.
           DISPLAY " CODIGOS MODIFICADOS        : " WS-CONT-MODIFICADOS.
           DISPLAY " CODIGOS ELIMINADOS         : " WS-CONT-ELIMINADOS.
           DISPLAY " CODIGOS NO ELIMINADOS      : " WS-CONT-RETENIDOS.
           DISPLAY " USOS EN EMPLEADOS          : "
                   WS-CONT-USOS-EMPLEADOS.
           DISPLAY " USOS EN SAL-JOIN           : " WS-CONT-USOS-JOIN.
           DISPLAY " ERRORES                    : " WS-CONT-ERRORES.
           DISPLAY " CODIGO DE RETORNO          : " WS-RETORNO.
           DISPLAY "--------------------------------------------".
           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-CERRAR-ARCHIVOS.

           IF FS-INFORME-FILE-OK

               WRITE INF-LINEA              FROM SPACES

               MOVE 'TOTAL REGISTROS OFICIALES LEIDOS :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-OFI-LEIDOS       TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL CODIGOS SIN CAMBIO         :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-SIN-CAMBIO       TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL CODIGOS DADOS DE ALTA      :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-ALTAS            TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL CODIGOS MODIFICADOS        :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-MODIFICADOS      TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL CODIGOS ELIMINADOS         :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-ELIMINADOS       TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL CODIGOS NO ELIMINADOS      :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-RETENIDOS        TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL ERRORES                    :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-ERRORES          TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

           END-IF.

           CLOSE ENT-CP-OFICIAL
                 ENT-COD-POSTALES
                 SAL-INFORME.

           IF NOT FS-COD-POSTALES-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE CODIGOS POSTALES: '
                      FS-COD-POSTALES
           END-IF.

           IF NOT WS-SIN-EMPLEADOS
               CLOSE ENT-EMPLEADOS
           END-IF.

           IF NOT WS-SIN-JOIN
               CLOSE SAL-JOIN
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
               MOVE 'CARGA-CP'              TO CTL-MODO
               MOVE WS-CONT-OFI-LEIDOS      TO CTL-REG-SAL
               COMPUTE CTL-REG-ACT = WS-CONT-ALTAS +
                                     WS-CONT-MODIFICADOS +
                                     WS-CONT-ELIMINADOS
               MOVE ZEROS                   TO CTL-SKIP-BAJA
               MOVE ZEROS                   TO CTL-SKIP-EMP-NFD
               MOVE ZEROS                   TO CTL-SKIP-EXT-NFD
               MOVE ZEROS                   TO CTL-SKIP-TIPO-DOC
               MOVE WS-CONT-RETENIDOS       TO CTL-SKIP-COD-POSTAL
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
               MOVE 'CL20EJ30'              TO BLQ-PROGRAMA
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

       END PROGRAM CL20EJ30.
