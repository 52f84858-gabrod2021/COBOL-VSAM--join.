      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - EJERCICIO 31 - CIERRE DE DEPARTAMENTO CON
      *          TRASPASO MASIVO DE SUS EMPLEADOS ACTIVOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20EJ31.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS ENT-EMP-ID-EMPLEADO.

       SELECT ENT-COD-POSTALES
           ASSIGN TO '../CODIGOS-POSTALES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-COD-POSTALES
           RECORD KEY IS ENT-CP-CODIGO.

       SELECT ENT-DEPARTAMENTOS
           ASSIGN TO '../DEPARTAMENTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-DEPARTAMENTOS
           RECORD KEY IS ENT-DEP-CODIGO.

       SELECT SAL-INFORME
           ASSIGN TO '../CIERRE-DEPARTAMENTO.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

       SELECT SAL-HISTORIAL
           ASSIGN TO '../HISTORIAL-CAMBIOS.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

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

       FD ENT-EMPLEADOS.
           COPY EMPLREG.

       FD ENT-COD-POSTALES.
           COPY CPOSREG.

       FD ENT-DEPARTAMENTOS.
           COPY DEPTREG.

       FD SAL-INFORME.
       01 INF-LINEA                         PIC X(132).

       FD SAL-HISTORIAL.
       01 SAL-HISTORIAL-REG.
          05 HST-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-HORA                       PIC 9(06).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-ACCION                     PIC X(02).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-ID-EMPLEADO                PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-IMAGEN-ANTES               PIC X(150).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-IMAGEN-DESPUES             PIC X(150).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 HST-OPERADOR                   PIC X(08).

       FD SAL-CONTROL-EJEC.
           COPY CTLEREG.

       FD SAL-BLOQUEO.
           COPY BLOQREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-FILE-OK            VALUE '00'.
             88 FS-EMPLEADOS-FILE-EOF           VALUE '10'.
             88 FS-EMPLEADOS-FILE-NFD           VALUE '35'.
          05 FS-COD-POSTALES                PIC X(2).
             88 FS-COD-POSTALES-FILE-OK         VALUE '00'.
             88 FS-COD-POSTALES-FILE-NFD        VALUE '35'.
             88 FS-COD-POSTALES-CLAVE-NFD       VALUE '23'.
          05 FS-DEPARTAMENTOS               PIC X(2).
             88 FS-DEPARTAMENTOS-FILE-OK        VALUE '00'.
             88 FS-DEPARTAMENTOS-FILE-NFD       VALUE '35'.
             88 FS-DEPARTAMENTOS-CLAVE-NFD      VALUE '23'.
          05 FS-INFORME                     PIC X(2).
             88 FS-INFORME-FILE-OK              VALUE '00'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-FILE-OK            VALUE '00'.
             88 FS-HISTORIAL-FILE-NFD           VALUE '35'.
          05 FS-CONTROL-EJEC                PIC X(2).
             88 FS-CONTROL-EJEC-FILE-OK         VALUE '00'.
             88 FS-CONTROL-EJEC-FILE-NFD        VALUE '35'.
          05 FS-BLOQUEO                     PIC X(2).
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.

       77 WS-PARM-CIERRE                    PIC X(20).
       77 WS-DEPTO-ORIGEN                   PIC X(04).
       77 WS-DEPTO-DESTINO                  PIC X(04).
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ31'.
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-SW-PARM-VALIDO                 PIC X(01) VALUE 'S'.
          88 WS-PARM-VALIDO                      VALUE 'S'.

       77 WS-SW-APLICAR                     PIC X(01) VALUE 'N'.
          88 WS-APLICAR                          VALUE 'S'.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.

       77 WS-SW-DEPTOS-VALIDOS              PIC X(01) VALUE 'N'.
          88 WS-DEPTOS-VALIDOS                   VALUE 'S'.

       77 WS-SW-ORIGEN-DE-BAJA              PIC X(01) VALUE 'N'.
          88 WS-ORIGEN-DE-BAJA                   VALUE 'S'.

       77 WS-SW-EMP-FIN                     PIC X(01) VALUE 'N'.
          88 WS-EMP-FIN                          VALUE 'S'.

       77 WS-SW-MOV-OK                      PIC X(01) VALUE 'N'.
          88 WS-MOV-OK                           VALUE 'S'.

       77 WS-SW-CP-VALIDO                   PIC X(01) VALUE 'N'.
          88 WS-CP-VALIDO                        VALUE 'S'.

       77 WS-CONT-EMP-LEIDOS                PIC 9(05) VALUE 0.
       77 WS-CONT-AFECTADOS                 PIC 9(05) VALUE 0.
       77 WS-CONT-TRASPASADOS               PIC 9(05) VALUE 0.
       77 WS-CONT-RECHAZADOS                PIC 9(05) VALUE 0.
       77 WS-CONT-BAJAS-SIN-CAMBIO          PIC 9(05) VALUE 0.

       77 WS-MOTIVO-RECHAZO                 PIC X(40).
       77 WS-RESULTADO-CIERRE               PIC X(60).

       77 WS-ACCION                         PIC X(02).
       77 WS-IMAGEN-ANTES                   PIC X(150).
       77 WS-IMAGEN-DESPUES                 PIC X(150).
       77 WS-HST-ID-EMPLEADO                PIC 9(08).

       01 WS-INF-ENCABEZADO1.
          05 FILLER                         PIC X(30) VALUE
             'CIERRE DE DEPARTAMENTO ORIGEN '.
          05 WS-INF-ENC-ORIGEN              PIC X(04).
          05 FILLER                         PIC X(10) VALUE
             ' DESTINO '.
          05 WS-INF-ENC-DESTINO             PIC X(04).
          05 FILLER                         PIC X(09) VALUE
             ' - FECHA '.
          05 WS-INF-ENC-FECHA               PIC 9(08).
          05 FILLER                         PIC X(08) VALUE
             ' MODO: '.
          05 WS-INF-ENC-MODO                PIC X(08).

       01 WS-INF-ENCABEZADO2.
          05 FILLER                         PIC X(08) VALUE 'ORIGEN: '.
          05 WS-INF-ENC-DESC-ORIGEN         PIC X(30).
          05 FILLER                         PIC X(11) VALUE
             ' DESTINO: '.
          05 WS-INF-ENC-DESC-DESTINO        PIC X(30).

       01 WS-INF-ENCABEZADO3                PIC X(132) VALUE
          'ID-EMPLE APELLIDO                  NOMBRE                  '-
          '   CP   RESULTADO  MOTIVO'.

       01 WS-INF-DETALLE.
          05 WS-INF-ID-EMPLEADO             PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-APELLIDO                PIC X(25).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-NOMBRE                  PIC X(25).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-COD-POSTAL              PIC 9(04).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-RESULTADO               PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-MOTIVO                  PIC X(40).

       01 WS-INF-TOTAL.
          05 WS-INF-TOT-TITULO              PIC X(35).
          05 WS-INF-TOT-VALOR               PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-PARM-VALIDO AND WS-BLOQUEO-TOMADO AND
              FS-EMPLEADOS-FILE-OK AND FS-COD-POSTALES-FILE-OK AND
              FS-DEPARTAMENTOS-FILE-OK AND FS-HISTORIAL-FILE-OK AND
              FS-INFORME-FILE-OK

               PERFORM 2000-VALIDAR-DEPARTAMENTOS
                  THRU 2000-VALIDAR-DEPARTAMENTOS-FIN

               IF WS-DEPTOS-VALIDOS

                   PERFORM 2100-PROCESAR-EMPLEADOS
                      THRU 2100-PROCESAR-EMPLEADOS-FIN

                   IF WS-APLICAR
                       PERFORM 2300-CERRAR-DEPARTAMENTO
                          THRU 2300-CERRAR-DEPARTAMENTO-FIN
                   END-IF

               ELSE
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

               IF WS-APLICAR
                   OPEN I-O ENT-EMPLEADOS
               ELSE
                   OPEN INPUT ENT-EMPLEADOS
               END-IF

               IF NOT FS-EMPLEADOS-FILE-OK
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
                   DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
               END-IF

               OPEN INPUT ENT-COD-POSTALES

               EVALUATE TRUE
                   WHEN FS-COD-POSTALES-FILE-OK
                        CONTINUE
                   WHEN FS-COD-POSTALES-FILE-NFD
                        DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '-
                                'CODIGOS POSTALES'
                        DISPLAY 'FILE STATUS: ' FS-COD-POSTALES
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '-
                                'CODIGOS POSTALES'
                        DISPLAY 'FILE STATUS: ' FS-COD-POSTALES
               END-EVALUATE

               IF WS-APLICAR
                   OPEN I-O ENT-DEPARTAMENTOS
               ELSE
                   OPEN INPUT ENT-DEPARTAMENTOS
               END-IF

               EVALUATE TRUE
                   WHEN FS-DEPARTAMENTOS-FILE-OK
                        CONTINUE
                   WHEN FS-DEPARTAMENTOS-FILE-NFD
                        DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '-
                                'DEPARTAMENTOS'
                        DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '-
                                'DEPARTAMENTOS'
                        DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
               END-EVALUATE

               OPEN OUTPUT SAL-INFORME

               IF NOT FS-INFORME-FILE-OK
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE INFORME'
                   DISPLAY 'FILE STATUS: ' FS-INFORME
               END-IF

               PERFORM 1100-ABRIR-HISTORIAL
                  THRU 1100-ABRIR-HISTORIAL-FIN

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
                   MOVE 'CL20EJ31'          TO BLQ-PROGRAMA
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

           MOVE SPACES                      TO WS-PARM-CIERRE.
           ACCEPT WS-PARM-CIERRE FROM COMMAND-LINE.

           MOVE WS-PARM-CIERRE(1:4)         TO WS-DEPTO-ORIGEN.
           MOVE WS-PARM-CIERRE(6:4)         TO WS-DEPTO-DESTINO.

           IF WS-DEPTO-ORIGEN = SPACES OR WS-DEPTO-DESTINO = SPACES OR
              WS-DEPTO-ORIGEN = WS-DEPTO-DESTINO
               MOVE 'N'                     TO WS-SW-PARM-VALIDO
           END-IF.

           EVALUATE WS-PARM-CIERRE(11:10)
               WHEN SPACES
                    CONTINUE
               WHEN 'APLICAR'
                    MOVE 'S'                TO WS-SW-APLICAR
               WHEN OTHER
                    MOVE 'N'                TO WS-SW-PARM-VALIDO
           END-EVALUATE.

           IF NOT WS-PARM-VALIDO
               DISPLAY 'PARAMETRO INVALIDO: ' WS-PARM-CIERRE
               DISPLAY 'INDICAR DEPTO-ORIGEN DEPTO-DESTINO Y APLICAR '-
                       'PARA TRASPASAR, O NADA PARA SOLO LISTAR'
           END-IF.

       1050-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-HISTORIAL.

           OPEN EXTEND SAL-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-FILE-OK
                    CONTINUE
               WHEN FS-HISTORIAL-FILE-NFD
                    OPEN OUTPUT SAL-HISTORIAL
                    IF NOT FS-HISTORIAL-FILE-OK
                        DISPLAY 'ERROR AL CREAR EL ARCHIVO DE '-
                                'HISTORIAL'
                        DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTORIAL'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
           END-EVALUATE.

       1100-ABRIR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-VALIDAR-DEPARTAMENTOS.

           MOVE 'S'                         TO WS-SW-DEPTOS-VALIDOS.

           ACCEPT WS-INF-ENC-FECHA          FROM DATE YYYYMMDD.
           MOVE WS-DEPTO-ORIGEN             TO WS-INF-ENC-ORIGEN.
           MOVE WS-DEPTO-DESTINO            TO WS-INF-ENC-DESTINO.

           IF WS-APLICAR
               MOVE 'APLICAR'               TO WS-INF-ENC-MODO
           ELSE
               MOVE 'REVISION'              TO WS-INF-ENC-MODO
           END-IF.

           MOVE WS-DEPTO-ORIGEN             TO ENT-DEP-CODIGO.
           READ ENT-DEPARTAMENTOS KEY IS ENT-DEP-CODIGO.

           EVALUATE TRUE
               WHEN FS-DEPARTAMENTOS-FILE-OK
                    MOVE ENT-DEP-DESCRIPCION
                                            TO WS-INF-ENC-DESC-ORIGEN
                    IF ENT-DEP-BAJA
                        MOVE 'S'            TO WS-SW-ORIGEN-DE-BAJA
                        DISPLAY 'EL DEPARTAMENTO ' WS-DEPTO-ORIGEN
                                ' YA ESTA DE BAJA - SOLO SE TRASPASAN '-
                                'SUS EMPLEADOS'
                    END-IF
               WHEN FS-DEPARTAMENTOS-CLAVE-NFD
                    DISPLAY 'EL DEPARTAMENTO DE ORIGEN '
                            WS-DEPTO-ORIGEN ' NO EXISTE'
                    MOVE 'N'                TO WS-SW-DEPTOS-VALIDOS
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE DEPARTAMENTOS'
                    DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
                    MOVE 'N'                TO WS-SW-DEPTOS-VALIDOS
           END-EVALUATE.

           MOVE WS-DEPTO-DESTINO            TO ENT-DEP-CODIGO.
           READ ENT-DEPARTAMENTOS KEY IS ENT-DEP-CODIGO.

           EVALUATE TRUE
               WHEN FS-DEPARTAMENTOS-FILE-OK AND ENT-DEP-ACTIVO
                    MOVE ENT-DEP-DESCRIPCION
                                            TO WS-INF-ENC-DESC-DESTINO
               WHEN FS-DEPARTAMENTOS-FILE-OK
                    DISPLAY 'EL DEPARTAMENTO DE DESTINO '
                            WS-DEPTO-DESTINO ' ESTA DE BAJA'
                    MOVE 'N'                TO WS-SW-DEPTOS-VALIDOS
               WHEN FS-DEPARTAMENTOS-CLAVE-NFD
                    DISPLAY 'EL DEPARTAMENTO DE DESTINO '
                            WS-DEPTO-DESTINO ' NO EXISTE'
                    MOVE 'N'                TO WS-SW-DEPTOS-VALIDOS
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE DEPARTAMENTOS'
                    DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
                    MOVE 'N'                TO WS-SW-DEPTOS-VALIDOS
           END-EVALUATE.

           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO1.

           IF WS-DEPTOS-VALIDOS
               WRITE INF-LINEA              FROM WS-INF-ENCABEZADO2
               WRITE INF-LINEA              FROM SPACES
               WRITE INF-LINEA              FROM WS-INF-ENCABEZADO3
           ELSE
               WRITE INF-LINEA              FROM SPACES
               MOVE 'DEPARTAMENTOS INVALIDOS - NO SE PROCESA EL CIERRE'
                                            TO INF-LINEA
               WRITE INF-LINEA
           END-IF.

       2000-VALIDAR-DEPARTAMENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-PROCESAR-EMPLEADOS.

           MOVE 'N'                         TO WS-SW-EMP-FIN.

           PERFORM 2110-LEER-SIG-EMPLEADO
              THRU 2110-LEER-SIG-EMPLEADO-FIN.

           PERFORM 2120-EVALUAR-EMPLEADO
              THRU 2120-EVALUAR-EMPLEADO-FIN
              UNTIL WS-EMP-FIN.

       2100-PROCESAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-SIG-EMPLEADO.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-FILE-OK
                    ADD 1                   TO WS-CONT-EMP-LEIDOS
               WHEN FS-EMPLEADOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-EMP-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 'S'                TO WS-SW-EMP-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2110-LEER-SIG-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-EVALUAR-EMPLEADO.

           IF ENT-EMP-COD-DEPTO = WS-DEPTO-ORIGEN

               IF ENT-EMP-ACTIVO

                   ADD 1                    TO WS-CONT-AFECTADOS
                   MOVE 'N'                 TO WS-SW-MOV-OK
                   MOVE SPACES              TO WS-MOTIVO-RECHAZO

                   IF WS-APLICAR
                       PERFORM 2200-TRASPASAR-EMPLEADO
                          THRU 2200-TRASPASAR-EMPLEADO-FIN
                   END-IF

                   PERFORM 2900-INFORMAR-EMPLEADO
                      THRU 2900-INFORMAR-EMPLEADO-FIN

               ELSE
                   ADD 1                    TO WS-CONT-BAJAS-SIN-CAMBIO
               END-IF

           END-IF.

           PERFORM 2110-LEER-SIG-EMPLEADO
              THRU 2110-LEER-SIG-EMPLEADO-FIN.

       2120-EVALUAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-TRASPASAR-EMPLEADO.

           MOVE ENT-EMPLEADOS-REG           TO WS-IMAGEN-ANTES.

           PERFORM 2600-VALIDAR-COD-POSTAL
              THRU 2600-VALIDAR-COD-POSTAL-FIN.

           IF WS-CP-VALIDO

               MOVE WS-DEPTO-DESTINO        TO ENT-EMP-COD-DEPTO

               REWRITE ENT-EMPLEADOS-REG

               IF FS-EMPLEADOS-FILE-OK
                   MOVE 'S'                 TO WS-SW-MOV-OK
                   MOVE 'ME'                TO WS-ACCION
                   MOVE ENT-EMPLEADOS-REG   TO WS-IMAGEN-DESPUES
                   MOVE ENT-EMP-ID-EMPLEADO TO WS-HST-ID-EMPLEADO
                   PERFORM 2950-REGISTRAR-HISTORIAL
                      THRU 2950-REGISTRAR-HISTORIAL-FIN
               ELSE
                   MOVE 'ERROR AL ACTUALIZAR EL EMPLEADO'
                                             TO WS-MOTIVO-RECHAZO
                   MOVE WS-DEPTO-ORIGEN     TO ENT-EMP-COD-DEPTO
               END-IF

           ELSE
               MOVE 'CODIGO POSTAL INEXISTENTE'
                                             TO WS-MOTIVO-RECHAZO
           END-IF.

       2200-TRASPASAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-CERRAR-DEPARTAMENTO.

           EVALUATE TRUE
               WHEN WS-CONT-RECHAZADOS > 0 OR WS-RETORNO = 8
                    MOVE 'NO SE DA DE BAJA - QUEDAN EMPLEADOS SIN '-
                         'TRASPASAR'        TO WS-RESULTADO-CIERRE
               WHEN WS-ORIGEN-DE-BAJA
                    MOVE 'EL DEPARTAMENTO YA ESTABA DE BAJA'
                                            TO WS-RESULTADO-CIERRE
               WHEN OTHER

                    MOVE WS-DEPTO-ORIGEN    TO ENT-DEP-CODIGO
                    READ ENT-DEPARTAMENTOS KEY IS ENT-DEP-CODIGO

                    IF FS-DEPARTAMENTOS-FILE-OK
                        MOVE 'B'            TO ENT-DEP-ESTADO
                        REWRITE ENT-DEP-REG
                    END-IF

                    IF FS-DEPARTAMENTOS-FILE-OK
                        MOVE 'DEPARTAMENTO DADO DE BAJA'
                                            TO WS-RESULTADO-CIERRE
                    ELSE
                        DISPLAY 'ERROR AL DAR DE BAJA EL DEPARTAMENTO'
                        DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
                        MOVE 'ERROR AL DAR DE BAJA EL DEPARTAMENTO'
                                            TO WS-RESULTADO-CIERRE
                        MOVE 8              TO WS-RETORNO
                    END-IF

           END-EVALUATE.

           DISPLAY 'DEPARTAMENTO ' WS-DEPTO-ORIGEN ': '
                   WS-RESULTADO-CIERRE.

           WRITE INF-LINEA                  FROM SPACES.
           MOVE SPACES                      TO INF-LINEA.
           STRING 'DEPARTAMENTO ' WS-DEPTO-ORIGEN ': '
                  WS-RESULTADO-CIERRE
                  DELIMITED BY SIZE
                  INTO INF-LINEA.
           WRITE INF-LINEA.

       2300-CERRAR-DEPARTAMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-VALIDAR-COD-POSTAL.

           MOVE 'N'                         TO WS-SW-CP-VALIDO.

           MOVE ENT-EMP-COD-POSTAL          TO ENT-CP-CODIGO.
           READ ENT-COD-POSTALES KEY IS ENT-CP-CODIGO.

           EVALUATE TRUE
               WHEN FS-COD-POSTALES-FILE-OK
                    MOVE 'S'                TO WS-SW-CP-VALIDO
               WHEN FS-COD-POSTALES-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CODIGOS '-
                            'POSTALES'
                    DISPLAY 'FILE STATUS: ' FS-COD-POSTALES
           END-EVALUATE.

       2600-VALIDAR-COD-POSTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-INFORMAR-EMPLEADO.

           MOVE SPACES                      TO WS-INF-DETALLE.
           MOVE ENT-EMP-ID-EMPLEADO         TO WS-INF-ID-EMPLEADO.
           MOVE ENT-EMP-APELLIDO            TO WS-INF-APELLIDO.
           MOVE ENT-EMP-NOMBRE              TO WS-INF-NOMBRE.
           MOVE ENT-EMP-COD-POSTAL          TO WS-INF-COD-POSTAL.
           MOVE WS-MOTIVO-RECHAZO           TO WS-INF-MOTIVO.

           EVALUATE TRUE
               WHEN NOT WS-APLICAR
                    MOVE 'A REVISAR'        TO WS-INF-RESULTADO
               WHEN WS-MOV-OK
                    MOVE 'TRASPASADO'       TO WS-INF-RESULTADO
                    ADD 1                   TO WS-CONT-TRASPASADOS
               WHEN OTHER
                    MOVE 'RECHAZADO'        TO WS-INF-RESULTADO
                    ADD 1                   TO WS-CONT-RECHAZADOS
           END-EVALUATE.

           WRITE INF-LINEA                  FROM WS-INF-DETALLE.

           IF NOT FS-INFORME-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE INFORME'
               DISPLAY 'FILE STATUS: ' FS-INFORME
           END-IF.

       2900-INFORMAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-REGISTRAR-HISTORIAL.

           MOVE SPACES                      TO SAL-HISTORIAL-REG.
           ACCEPT HST-FECHA                 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8                  FROM TIME.
           MOVE WS-TIME8(1:6)               TO HST-HORA.
           MOVE WS-ACCION                   TO HST-ACCION.
           MOVE WS-HST-ID-EMPLEADO          TO HST-ID-EMPLEADO.
           MOVE WS-IMAGEN-ANTES             TO HST-IMAGEN-ANTES.
           MOVE WS-IMAGEN-DESPUES           TO HST-IMAGEN-DESPUES.
           MOVE WS-OPERADOR                 TO HST-OPERADOR.

           WRITE SAL-HISTORIAL-REG.

           IF NOT FS-HISTORIAL-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE HISTORIAL'
               DISPLAY 'FILE STATUS: ' FS-HISTORIAL
               MOVE 8                       TO WS-RETORNO
           END-IF.

       2950-REGISTRAR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-RETORNO = 0 AND WS-CONT-RECHAZADOS > 0
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
           DISPLAY "------- RESUMEN DE CIERRE DE DEPARTAMENTO -------".
           DISPLAY " DEPARTAMENTO ORIGEN        : " WS-DEPTO-ORIGEN.
           DISPLAY " DEPARTAMENTO DESTINO       : " WS-DEPTO-DESTINO.
           DISPLAY " EMPLEADOS LEIDOS           : " WS-CONT-EMP-LEIDOS.
           DISPLAY " EMPLEADOS ACTIVOS AFECTADOS: " WS-CONT-AFECTADOS.
           DISPLAY " EMPLEADOS TRASPASADOS      : " WS-CONT-TRASPASADOS.
           DISPLAY " EMPLEADOS RECHAZADOS       : " WS-CONT-RECHAZADOS.
           DISPLAY " BAJAS QUE CONSERVAN DEPTO  : "
                   WS-CONT-BAJAS-SIN-CAMBIO.
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

               MOVE 'TOTAL EMPLEADOS ACTIVOS AFECTADOS:'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-AFECTADOS        TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL EMPLEADOS TRASPASADOS      :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-TRASPASADOS      TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL EMPLEADOS RECHAZADOS       :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-RECHAZADOS       TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL BAJAS QUE CONSERVAN DEPTO  :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-BAJAS-SIN-CAMBIO TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

           END-IF.

           CLOSE ENT-EMPLEADOS
                 ENT-COD-POSTALES
                 ENT-DEPARTAMENTOS
                 SAL-INFORME
                 SAL-HISTORIAL.

           IF NOT FS-HISTORIAL-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE HISTORIAL: '
                      FS-HISTORIAL
           END-IF.

           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO EMPLEADOS: ' FS-EMPLEADOS
           END-IF.

           IF NOT FS-DEPARTAMENTOS-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DEPARTAMENTOS: '
                      FS-DEPARTAMENTOS
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
               MOVE 'CIERRE-DEP'            TO CTL-MODO
               MOVE WS-CONT-AFECTADOS       TO CTL-REG-SAL
               MOVE WS-CONT-TRASPASADOS     TO CTL-REG-ACT
               MOVE WS-CONT-BAJAS-SIN-CAMBIO
                                            TO CTL-SKIP-BAJA
               MOVE ZEROS                   TO CTL-SKIP-EMP-NFD
               MOVE ZEROS                   TO CTL-SKIP-EXT-NFD
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
               MOVE 'CL20EJ31'              TO BLQ-PROGRAMA
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

       END PROGRAM CL20EJ31.
