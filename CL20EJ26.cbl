      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - EJERCICIO 26 - RECUPERACION A UN MOMENTO
      *          DADO DE EMPLEADOS Y DATOS-EXTRA DESDE EL RESGUARDO
      *          Y EL HISTORIAL DE CAMBIOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20EJ26.
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
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EMPLEADOS
           RECORD KEY IS ENT-EMP-ID-EMPLEADO.

       SELECT ENT-DATOS-EXTRA
           ASSIGN TO '../DATOS-EXTRA.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-DATOS-EXTRA
           RECORD KEY IS ENT-EXT-ID-EMPLEADO
           ALTERNATE RECORD KEY IS ENT-EXT-NRO-DOC
               WITH DUPLICATES.

       SELECT BKP-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.BKP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BKP-EMPLEADOS.

       SELECT BKP-DATOS-EXTRA
           ASSIGN TO '../DATOS-EXTRA.BKP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BKP-DATOS-EXTRA.

       SELECT ENT-HISTORIAL
           ASSIGN TO '../HISTORIAL-CAMBIOS.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT SAL-INFORME
           ASSIGN TO '../RECUPERACION.LST'
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

       FD ENT-EMPLEADOS.
           COPY EMPLREG.

       FD ENT-DATOS-EXTRA.
           COPY DEXTREG.

       FD BKP-EMPLEADOS.
       01 BKP-EMP-REG.
          05 BKP-EMP-TIPO                   PIC X(01).
          05 BKP-EMP-DATOS                  PIC X(125).

       FD BKP-DATOS-EXTRA.
       01 BKP-EXT-REG.
          05 BKP-EXT-TIPO                   PIC X(01).
          05 BKP-EXT-DATOS                  PIC X(28).

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

       FD SAL-INFORME.
       01 INF-LINEA                         PIC X(100).

       FD SAL-CONTROL-EJEC.
           COPY CTLEREG.

       FD SAL-BLOQUEO.
           COPY BLOQREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-FILE-OK            VALUE '00'.
             88 FS-EMPLEADOS-FILE-NFD           VALUE '35'.
             88 FS-EMPLEADOS-CLAVE-NFD          VALUE '23'.
          05 FS-DATOS-EXTRA                 PIC X(2).
             88 FS-DATOS-EXTRA-FILE-OK          VALUE '00'.
             88 FS-DATOS-EXTRA-FILE-NFD         VALUE '35'.
             88 FS-DATOS-EXTRA-CLAVE-NFD        VALUE '23'.
          05 FS-BKP-EMPLEADOS               PIC X(2).
             88 FS-BKP-EMP-FILE-OK              VALUE '00'.
             88 FS-BKP-EMP-FILE-EOF             VALUE '10'.
             88 FS-BKP-EMP-FILE-NFD             VALUE '35'.
          05 FS-BKP-DATOS-EXTRA             PIC X(2).
             88 FS-BKP-EXT-FILE-OK              VALUE '00'.
             88 FS-BKP-EXT-FILE-EOF             VALUE '10'.
             88 FS-BKP-EXT-FILE-NFD             VALUE '35'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-FILE-OK            VALUE '00'.
             88 FS-HISTORIAL-FILE-EOF           VALUE '10'.
             88 FS-HISTORIAL-FILE-NFD           VALUE '35'.
          05 FS-INFORME                     PIC X(2).
             88 FS-INFORME-FILE-OK              VALUE '00'.
          05 FS-CONTROL-EJEC                PIC X(2).
             88 FS-CONTROL-EJEC-FILE-OK         VALUE '00'.
             88 FS-CONTROL-EJEC-FILE-NFD        VALUE '35'.
          05 FS-BLOQUEO                     PIC X(2).
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.

       77 WS-PARM-HASTA                     PIC X(14).
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ26'.
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-SW-PARM-VALIDO                 PIC X(01) VALUE 'N'.
          88 WS-PARM-VALIDO                      VALUE 'S'.

       77 WS-SW-RESGUARDO-OK                PIC X(01) VALUE 'N'.
          88 WS-RESGUARDO-OK                     VALUE 'S'.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.

       77 WS-SW-ARCH-FIN                    PIC X(01) VALUE 'N'.
          88 WS-ARCH-FIN                         VALUE 'S'.

       77 WS-SW-TRL-HALLADO                 PIC X(01) VALUE 'N'.
          88 WS-TRL-HALLADO                      VALUE 'S'.

       77 WS-SW-HST-FIN                     PIC X(01) VALUE 'N'.
          88 WS-HST-FIN                          VALUE 'S'.

       77 WS-SW-EXISTE                      PIC X(01) VALUE 'N'.
          88 WS-EXISTE                           VALUE 'S'.

       77 WS-SW-LECTURA-OK                  PIC X(01) VALUE 'N'.
          88 WS-LECTURA-OK                       VALUE 'S'.

       77 WS-OPERACION                      PIC X(01).
          88 WS-OPE-GRABAR                       VALUE 'W'.
          88 WS-OPE-REGRABAR                     VALUE 'R'.
          88 WS-OPE-BORRAR                       VALUE 'D'.
          88 WS-OPE-NINGUNA                      VALUE ' '.

       77 WS-TRL-CANT                       PIC 9(08).
       77 WS-TRL-LEIDA                      PIC 9(08).

       77 WS-CONT-EMP                       PIC 9(04) VALUE 0.
       77 WS-CONT-EXT                       PIC 9(04) VALUE 0.
       77 WS-CONT-HST-LEIDOS                PIC 9(05) VALUE 0.
       77 WS-CONT-HST-ANTERIORES            PIC 9(05) VALUE 0.
       77 WS-CONT-HST-POSTERIORES           PIC 9(05) VALUE 0.
       77 WS-CONT-HST-CONTACTOS             PIC 9(05) VALUE 0.
       77 WS-CONT-APLICADOS                 PIC 9(05) VALUE 0.
       77 WS-CONT-YA-APLICADOS              PIC 9(05) VALUE 0.
       77 WS-CONT-DIFERENCIAS               PIC 9(05) VALUE 0.
       77 WS-CONT-NO-APLICADOS              PIC 9(05) VALUE 0.

       77 WS-RESULTADO                      PIC X(12).
       77 WS-OBSERVACION                    PIC X(40).

       01 WS-HASTA.
          05 WS-HASTA-FECHA                 PIC 9(08).
          05 WS-HASTA-HORA                  PIC 9(06).

       01 WS-DESDE-EMP.
          05 WS-DESDE-EMP-FECHA             PIC 9(08).
          05 WS-DESDE-EMP-HORA              PIC 9(06).

       01 WS-DESDE-EXT.
          05 WS-DESDE-EXT-FECHA             PIC 9(08).
          05 WS-DESDE-EXT-HORA              PIC 9(06).

       01 WS-MOMENTO-HST.
          05 WS-MOM-FECHA                   PIC 9(08).
          05 WS-MOM-HORA                    PIC 9(06).

       01 WS-INF-ENCABEZADO1                PIC X(100) VALUE
          'RECUPERACION DE EMPLEADOS Y DATOS-EXTRA POR REPROCESO DEL '-
          'HISTORIAL DE CAMBIOS'.

       01 WS-INF-ENCABEZADO2.
          05 FILLER                         PIC X(22) VALUE
             'RESGUARDO EMPLEADOS : '.
          05 WS-INF-DESDE-EMP-FECHA         PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-DESDE-EMP-HORA          PIC 9(06).
          05 FILLER                         PIC X(17) VALUE
             ' - DATOS-EXTRA : '.
          05 WS-INF-DESDE-EXT-FECHA         PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-DESDE-EXT-HORA          PIC 9(06).

       01 WS-INF-ENCABEZADO3.
          05 FILLER                         PIC X(22) VALUE
             'RECUPERADO HASTA    : '.
          05 WS-INF-HASTA-FECHA             PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-HASTA-HORA              PIC 9(06).

       01 WS-INF-ENCABEZADO4                PIC X(100) VALUE
          'FECHA    HORA   AC ID-EMPLE RESULTADO    OBSERVACION'.

       01 WS-INF-DETALLE.
          05 WS-INF-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-HORA                    PIC 9(06).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-ACCION                  PIC X(02).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-ID-EMPLEADO             PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-RESULTADO               PIC X(12).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-OBSERVACION             PIC X(40).

       01 WS-INF-TOTAL.
          05 WS-INF-TOT-TITULO              PIC X(40).
          05 WS-INF-TOT-VALOR               PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-PARM-VALIDO AND WS-RESGUARDO-OK AND WS-BLOQUEO-TOMADO

               PERFORM 2000-RECARGAR-MAESTROS
                  THRU 2000-RECARGAR-MAESTROS-FIN

               IF WS-RETORNO < 8
                   PERFORM 4000-REPROCESAR-HISTORIAL
                      THRU 4000-REPROCESAR-HISTORIAL-FIN
               ELSE
                   DISPLAY 'RECARGA CON ERRORES - NO SE REPROCESA '-
                           'EL HISTORIAL'
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

               PERFORM 1200-VERIFICAR-RESGUARDO
                  THRU 1200-VERIFICAR-RESGUARDO-FIN

               IF WS-RESGUARDO-OK
                   PERFORM 1010-TOMAR-BLOQUEO
                      THRU 1010-TOMAR-BLOQUEO-FIN
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
                   MOVE 'CL20EJ26'          TO BLQ-PROGRAMA
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

           MOVE SPACES                      TO WS-PARM-HASTA.
           ACCEPT WS-PARM-HASTA FROM COMMAND-LINE.

           EVALUATE TRUE
               WHEN WS-PARM-HASTA IS NUMERIC
                    MOVE WS-PARM-HASTA      TO WS-HASTA
                    MOVE 'S'                TO WS-SW-PARM-VALIDO
               WHEN WS-PARM-HASTA(1:8) IS NUMERIC AND
                    WS-PARM-HASTA(9:6) = SPACES
                    MOVE WS-PARM-HASTA(1:8) TO WS-HASTA-FECHA
                    MOVE 235959             TO WS-HASTA-HORA
                    MOVE 'S'                TO WS-SW-PARM-VALIDO
               WHEN OTHER
                    DISPLAY 'PARAMETRO INVALIDO: ' WS-PARM-HASTA
                    DISPLAY 'INDICAR FECHA Y HORA HASTA LA QUE SE '-
                            'RECUPERA: AAAAMMDDHHMMSS O AAAAMMDD'
           END-EVALUATE.

           IF WS-PARM-VALIDO
               DISPLAY 'SE RECUPERA HASTA: ' WS-HASTA-FECHA ' '
                       WS-HASTA-HORA
           END-IF.

       1050-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-VERIFICAR-RESGUARDO.

           MOVE SPACES                      TO WS-DESDE-EMP.
           MOVE SPACES                      TO WS-DESDE-EXT.

           OPEN INPUT BKP-EMPLEADOS.

           IF FS-BKP-EMP-FILE-OK

               MOVE 'N'                     TO WS-SW-ARCH-FIN

               PERFORM 1210-BUSCAR-TRAILER-EMP
                  THRU 1210-BUSCAR-TRAILER-EMP-FIN
                  UNTIL WS-ARCH-FIN

               CLOSE BKP-EMPLEADOS

           ELSE
               DISPLAY 'ERROR AL ABRIR EMPLEADOS.BKP'
               DISPLAY 'FILE STATUS: ' FS-BKP-EMPLEADOS
           END-IF.

           OPEN INPUT BKP-DATOS-EXTRA.

           IF FS-BKP-EXT-FILE-OK

               MOVE 'N'                     TO WS-SW-ARCH-FIN

               PERFORM 1220-BUSCAR-TRAILER-EXT
                  THRU 1220-BUSCAR-TRAILER-EXT-FIN
                  UNTIL WS-ARCH-FIN

               CLOSE BKP-DATOS-EXTRA

           ELSE
               DISPLAY 'ERROR AL ABRIR DATOS-EXTRA.BKP'
               DISPLAY 'FILE STATUS: ' FS-BKP-DATOS-EXTRA
           END-IF.

           EVALUATE TRUE
               WHEN NOT FS-BKP-EMP-FILE-OK AND
                    NOT FS-BKP-EMP-FILE-EOF
                    CONTINUE
               WHEN NOT FS-BKP-EXT-FILE-OK AND
                    NOT FS-BKP-EXT-FILE-EOF
                    CONTINUE
               WHEN WS-DESDE-EMP IS NOT NUMERIC OR
                    WS-DESDE-EXT IS NOT NUMERIC
                    DISPLAY 'EL RESGUARDO NO INDICA FECHA Y HORA - '-
                            'GENERARLO NUEVAMENTE CON CL20EJ18 UNLOAD'
               WHEN WS-DESDE-EMP > WS-HASTA OR
                    WS-DESDE-EXT > WS-HASTA
                    DISPLAY 'EL MOMENTO PEDIDO ES ANTERIOR AL '-
                            'RESGUARDO - EMPLEADOS: ' WS-DESDE-EMP
                            ' - DATOS-EXTRA: ' WS-DESDE-EXT
               WHEN OTHER
                    MOVE 'S'                TO WS-SW-RESGUARDO-OK
                    DISPLAY 'RESGUARDO DE EMPLEADOS   : '
                            WS-DESDE-EMP-FECHA ' ' WS-DESDE-EMP-HORA
                    DISPLAY 'RESGUARDO DE DATOS-EXTRA : '
                            WS-DESDE-EXT-FECHA ' ' WS-DESDE-EXT-HORA
           END-EVALUATE.

       1200-VERIFICAR-RESGUARDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-BUSCAR-TRAILER-EMP.

           READ BKP-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-BKP-EMP-FILE-OK AND BKP-EMP-TIPO = 'T'
                    MOVE BKP-EMP-DATOS(9:14) TO WS-DESDE-EMP
               WHEN FS-BKP-EMP-FILE-OK
                    CONTINUE
               WHEN FS-BKP-EMP-FILE-EOF
                    MOVE 'S'                TO WS-SW-ARCH-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL BACKUP DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-BKP-EMPLEADOS
                    MOVE 'S'                TO WS-SW-ARCH-FIN
           END-EVALUATE.

       1210-BUSCAR-TRAILER-EMP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-BUSCAR-TRAILER-EXT.

           READ BKP-DATOS-EXTRA.

           EVALUATE TRUE
               WHEN FS-BKP-EXT-FILE-OK AND BKP-EXT-TIPO = 'T'
                    MOVE BKP-EXT-DATOS(9:14) TO WS-DESDE-EXT
               WHEN FS-BKP-EXT-FILE-OK
                    CONTINUE
               WHEN FS-BKP-EXT-FILE-EOF
                    MOVE 'S'                TO WS-SW-ARCH-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL BACKUP DE DATOS-EXTRA'
                    DISPLAY 'FILE STATUS: ' FS-BKP-DATOS-EXTRA
                    MOVE 'S'                TO WS-SW-ARCH-FIN
           END-EVALUATE.

       1220-BUSCAR-TRAILER-EXT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-RECARGAR-MAESTROS.

           PERFORM 2100-RECARGAR-EMPLEADOS
              THRU 2100-RECARGAR-EMPLEADOS-FIN.

           PERFORM 2200-RECARGAR-DATOS-EXTRA
              THRU 2200-RECARGAR-DATOS-EXTRA-FIN.

       2000-RECARGAR-MAESTROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-RECARGAR-EMPLEADOS.

           OPEN INPUT BKP-EMPLEADOS.
           OPEN OUTPUT ENT-EMPLEADOS.

           IF FS-BKP-EMP-FILE-OK AND FS-EMPLEADOS-FILE-OK

               MOVE 'N'                     TO WS-SW-ARCH-FIN
               MOVE 'N'                     TO WS-SW-TRL-HALLADO

               PERFORM 2110-LEER-SIG-BKP-EMPLEADO
                  THRU 2110-LEER-SIG-BKP-EMPLEADO-FIN

               PERFORM 2120-CARGAR-EMPLEADO
                  THRU 2120-CARGAR-EMPLEADO-FIN
                  UNTIL WS-ARCH-FIN

               PERFORM 2900-VERIFICAR-CUADRE
                  THRU 2900-VERIFICAR-CUADRE-FIN

               DISPLAY 'EMPLEADOS RECARGADOS        : ' WS-CONT-EMP

           ELSE
               DISPLAY 'ERROR AL ABRIR EMPLEADOS PARA RECARGA - '-
                       'FS BACKUP: ' FS-BKP-EMPLEADOS ' - '-
                       'FS MAESTRO: ' FS-EMPLEADOS
               MOVE 8                       TO WS-RETORNO
           END-IF.

           CLOSE BKP-EMPLEADOS
                 ENT-EMPLEADOS.

       2100-RECARGAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-SIG-BKP-EMPLEADO.

           READ BKP-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-BKP-EMP-FILE-OK
                    CONTINUE
               WHEN FS-BKP-EMP-FILE-EOF
                    MOVE 'S'                TO WS-SW-ARCH-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL BACKUP DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-BKP-EMPLEADOS
                    MOVE 'S'                TO WS-SW-ARCH-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2110-LEER-SIG-BKP-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-CARGAR-EMPLEADO.

           EVALUATE BKP-EMP-TIPO
               WHEN 'D'

                    MOVE BKP-EMP-DATOS      TO ENT-EMPLEADOS-REG

                    WRITE ENT-EMPLEADOS-REG

                    IF FS-EMPLEADOS-FILE-OK
                        ADD 1               TO WS-CONT-EMP
                    ELSE
                        DISPLAY 'ERROR AL RECARGAR EMPLEADOS - '-
                                'FILE-STATUS: ' FS-EMPLEADOS ' - '-
                                'ID-EMPLEADO: ' ENT-EMP-ID-EMPLEADO
                        MOVE 8              TO WS-RETORNO
                    END-IF

               WHEN 'T'
                    MOVE 'S'                TO WS-SW-TRL-HALLADO
                    MOVE BKP-EMP-DATOS(1:8) TO WS-TRL-LEIDA
                    MOVE WS-CONT-EMP        TO WS-TRL-CANT
               WHEN OTHER
                    DISPLAY 'REGISTRO DE BACKUP INVALIDO EN '-
                            'EMPLEADOS.BKP'
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

           PERFORM 2110-LEER-SIG-BKP-EMPLEADO
              THRU 2110-LEER-SIG-BKP-EMPLEADO-FIN.

       2120-CARGAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-RECARGAR-DATOS-EXTRA.

           OPEN INPUT BKP-DATOS-EXTRA.
           OPEN OUTPUT ENT-DATOS-EXTRA.

           IF FS-BKP-EXT-FILE-OK AND FS-DATOS-EXTRA-FILE-OK

               MOVE 'N'                     TO WS-SW-ARCH-FIN
               MOVE 'N'                     TO WS-SW-TRL-HALLADO

               PERFORM 2210-LEER-SIG-BKP-DATOS-EXTRA
                  THRU 2210-LEER-SIG-BKP-DATOS-EXTRA-FIN

               PERFORM 2220-CARGAR-DATOS-EXTRA
                  THRU 2220-CARGAR-DATOS-EXTRA-FIN
                  UNTIL WS-ARCH-FIN

               PERFORM 2900-VERIFICAR-CUADRE
                  THRU 2900-VERIFICAR-CUADRE-FIN

               DISPLAY 'DATOS EXTRA RECARGADOS      : ' WS-CONT-EXT

           ELSE
               DISPLAY 'ERROR AL ABRIR DATOS-EXTRA PARA RECARGA - '-
                       'FS BACKUP: ' FS-BKP-DATOS-EXTRA ' - '-
                       'FS MAESTRO: ' FS-DATOS-EXTRA
               MOVE 8                       TO WS-RETORNO
           END-IF.

           CLOSE BKP-DATOS-EXTRA
                 ENT-DATOS-EXTRA.

       2200-RECARGAR-DATOS-EXTRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-SIG-BKP-DATOS-EXTRA.

           READ BKP-DATOS-EXTRA.

           EVALUATE TRUE
               WHEN FS-BKP-EXT-FILE-OK
                    CONTINUE
               WHEN FS-BKP-EXT-FILE-EOF
                    MOVE 'S'                TO WS-SW-ARCH-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL BACKUP DE DATOS-EXTRA'
                    DISPLAY 'FILE STATUS: ' FS-BKP-DATOS-EXTRA
                    MOVE 'S'                TO WS-SW-ARCH-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2210-LEER-SIG-BKP-DATOS-EXTRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-CARGAR-DATOS-EXTRA.

           EVALUATE BKP-EXT-TIPO
               WHEN 'D'

                    MOVE BKP-EXT-DATOS      TO ENT-DATOS-EXTRA-REG

                    WRITE ENT-DATOS-EXTRA-REG

                    IF FS-DATOS-EXTRA-FILE-OK
                        ADD 1               TO WS-CONT-EXT
                    ELSE
                        DISPLAY 'ERROR AL RECARGAR DATOS-EXTRA - '-
                                'FILE-STATUS: ' FS-DATOS-EXTRA ' - '-
                                'ID-EMPLEADO: ' ENT-EXT-ID-EMPLEADO
                        MOVE 8              TO WS-RETORNO
                    END-IF

               WHEN 'T'
                    MOVE 'S'                TO WS-SW-TRL-HALLADO
                    MOVE BKP-EXT-DATOS(1:8) TO WS-TRL-LEIDA
                    MOVE WS-CONT-EXT        TO WS-TRL-CANT
               WHEN OTHER
                    DISPLAY 'REGISTRO DE BACKUP INVALIDO EN '-
                            'DATOS-EXTRA.BKP'
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

           PERFORM 2210-LEER-SIG-BKP-DATOS-EXTRA
              THRU 2210-LEER-SIG-BKP-DATOS-EXTRA-FIN.

       2220-CARGAR-DATOS-EXTRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-VERIFICAR-CUADRE.

           EVALUATE TRUE
               WHEN NOT WS-TRL-HALLADO
                    DISPLAY 'BACKUP SIN REGISTRO TRAILER - RECARGA '-
                            'NO VERIFICABLE'
                    MOVE 8                  TO WS-RETORNO
               WHEN WS-TRL-LEIDA NOT = WS-TRL-CANT
                    DISPLAY 'CUADRE INCORRECTO - TRAILER: '
                            WS-TRL-LEIDA ' - RECARGADOS: '
                            WS-TRL-CANT
                    MOVE 8                  TO WS-RETORNO
               WHEN OTHER
                    DISPLAY 'CUADRE CORRECTO - REGISTROS: '
                            WS-TRL-CANT
           END-EVALUATE.

       2900-VERIFICAR-CUADRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4000-REPROCESAR-HISTORIAL.

           OPEN I-O ENT-EMPLEADOS.

           IF NOT FS-EMPLEADOS-FILE-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
               DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
           END-IF.

           OPEN I-O ENT-DATOS-EXTRA.

           IF NOT FS-DATOS-EXTRA-FILE-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DATOS-EXTRA'
               DISPLAY 'FILE STATUS: ' FS-DATOS-EXTRA
           END-IF.

           OPEN INPUT ENT-HISTORIAL.

           EVALUATE TRUE
               WHEN FS-HISTORIAL-FILE-OK
                    CONTINUE
               WHEN FS-HISTORIAL-FILE-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE HISTORIAL '-
                            'DE CAMBIOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE HISTORIAL'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIAL
           END-EVALUATE.

           OPEN OUTPUT SAL-INFORME.

           IF NOT FS-INFORME-FILE-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE INFORME'
               DISPLAY 'FILE STATUS: ' FS-INFORME
           END-IF.

           IF FS-EMPLEADOS-FILE-OK AND FS-DATOS-EXTRA-FILE-OK AND
              FS-HISTORIAL-FILE-OK AND FS-INFORME-FILE-OK

               PERFORM 4050-ENCABEZAR-INFORME
                  THRU 4050-ENCABEZAR-INFORME-FIN

               PERFORM 4010-LEER-SIG-HISTORIAL
                  THRU 4010-LEER-SIG-HISTORIAL-FIN

               PERFORM 4020-EVALUAR-ENTRADA
                  THRU 4020-EVALUAR-ENTRADA-FIN
                  UNTIL WS-HST-FIN

               PERFORM 4900-TOTALIZAR-INFORME
                  THRU 4900-TOTALIZAR-INFORME-FIN

           ELSE
               MOVE 8                       TO WS-RETORNO
               DISPLAY 'LOS MAESTROS QUEDAN COMO EN EL RESGUARDO'
           END-IF.

           CLOSE ENT-EMPLEADOS
                 ENT-DATOS-EXTRA
                 ENT-HISTORIAL
                 SAL-INFORME.

           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO EMPLEADOS: ' FS-EMPLEADOS
           END-IF.

           IF NOT FS-DATOS-EXTRA-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DATOS-EXTRA: '
                      FS-DATOS-EXTRA
           END-IF.

       4000-REPROCESAR-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4010-LEER-SIG-HISTORIAL.

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
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       4010-LEER-SIG-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4020-EVALUAR-ENTRADA.

           MOVE HST-FECHA                   TO WS-MOM-FECHA.
           MOVE HST-HORA                    TO WS-MOM-HORA.

           EVALUATE TRUE
               WHEN WS-MOMENTO-HST > WS-HASTA
                    ADD 1                   TO WS-CONT-HST-POSTERIORES
               WHEN HST-ACCION = 'AE' OR 'ME' OR 'BE' OR 'RE' OR 'HE'
                    IF WS-MOMENTO-HST < WS-DESDE-EMP
                        ADD 1               TO WS-CONT-HST-ANTERIORES
                    ELSE
                        PERFORM 4100-APLICAR-EMPLEADO
                           THRU 4100-APLICAR-EMPLEADO-FIN
                    END-IF
               WHEN HST-ACCION = 'AX' OR 'MX' OR 'RX' OR 'HX'
                    IF WS-MOMENTO-HST < WS-DESDE-EXT
                        ADD 1               TO WS-CONT-HST-ANTERIORES
                    ELSE
                        PERFORM 4200-APLICAR-DATOS-EXTRA
                           THRU 4200-APLICAR-DATOS-EXTRA-FIN
                    END-IF
               WHEN HST-ACCION = 'AC' OR 'MC' OR 'BC' OR 'RC' OR 'HC'
                    ADD 1                   TO WS-CONT-HST-CONTACTOS
               WHEN WS-MOMENTO-HST < WS-DESDE-EMP
                    ADD 1                   TO WS-CONT-HST-ANTERIORES
               WHEN OTHER
                    MOVE 'NO APLICADO'      TO WS-RESULTADO
                    MOVE 'ACCION DE HISTORIAL DESCONOCIDA'
                                             TO WS-OBSERVACION
                    PERFORM 4800-INFORMAR-ENTRADA
                       THRU 4800-INFORMAR-ENTRADA-FIN
           END-EVALUATE.

           PERFORM 4010-LEER-SIG-HISTORIAL
              THRU 4010-LEER-SIG-HISTORIAL-FIN.

       4020-EVALUAR-ENTRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4050-ENCABEZAR-INFORME.

           MOVE WS-DESDE-EMP-FECHA          TO WS-INF-DESDE-EMP-FECHA.
           MOVE WS-DESDE-EMP-HORA           TO WS-INF-DESDE-EMP-HORA.
           MOVE WS-DESDE-EXT-FECHA          TO WS-INF-DESDE-EXT-FECHA.
           MOVE WS-DESDE-EXT-HORA           TO WS-INF-DESDE-EXT-HORA.
           MOVE WS-HASTA-FECHA              TO WS-INF-HASTA-FECHA.
           MOVE WS-HASTA-HORA               TO WS-INF-HASTA-HORA.

           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO1.
           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO2.
           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO3.
           WRITE INF-LINEA                  FROM SPACES.
           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO4.

       4050-ENCABEZAR-INFORME-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4100-APLICAR-EMPLEADO.

           MOVE 'APLICADO'                  TO WS-RESULTADO.
           MOVE SPACES                      TO WS-OBSERVACION.
           MOVE SPACE                       TO WS-OPERACION.
           MOVE 'N'                         TO WS-SW-EXISTE.
           MOVE 'S'                         TO WS-SW-LECTURA-OK.

           MOVE HST-ID-EMPLEADO             TO ENT-EMP-ID-EMPLEADO.
           READ ENT-EMPLEADOS KEY IS ENT-EMP-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-FILE-OK
                    MOVE 'S'                TO WS-SW-EXISTE
               WHEN FS-EMPLEADOS-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    MOVE 'N'                TO WS-SW-LECTURA-OK
                    MOVE 'ERROR'            TO WS-RESULTADO
                    MOVE 'ERROR AL LEER EL EMPLEADO'
                                             TO WS-OBSERVACION
           END-EVALUATE.

           EVALUATE TRUE
               WHEN NOT WS-LECTURA-OK
                    CONTINUE
               WHEN HST-ACCION = 'HE' AND NOT WS-EXISTE
                    MOVE 'YA APLICADO'      TO WS-RESULTADO
               WHEN HST-ACCION = 'HE'
                    MOVE 'D'                TO WS-OPERACION
                    IF ENT-EMPLEADOS-REG NOT = HST-IMAGEN-ANTES(1:125)
                        MOVE 'DIFERENCIA'   TO WS-RESULTADO
                        MOVE 'IMAGEN ANTERIOR NO COINCIDE'
                                             TO WS-OBSERVACION
                    END-IF
               WHEN WS-EXISTE AND
                    ENT-EMPLEADOS-REG = HST-IMAGEN-DESPUES(1:125)
                    MOVE 'YA APLICADO'      TO WS-RESULTADO
               WHEN HST-ACCION = 'AE' OR 'RE'
                    IF WS-EXISTE
                        MOVE 'R'            TO WS-OPERACION
                        MOVE 'DIFERENCIA'   TO WS-RESULTADO
                        MOVE 'EL EMPLEADO YA EXISTIA'
                                             TO WS-OBSERVACION
                    ELSE
                        MOVE 'W'            TO WS-OPERACION
                    END-IF
               WHEN NOT WS-EXISTE
                    MOVE 'W'                TO WS-OPERACION
                    MOVE 'DIFERENCIA'       TO WS-RESULTADO
                    MOVE 'EL EMPLEADO NO EXISTIA'
                                             TO WS-OBSERVACION
               WHEN ENT-EMPLEADOS-REG NOT = HST-IMAGEN-ANTES(1:125)
                    MOVE 'R'                TO WS-OPERACION
                    MOVE 'DIFERENCIA'       TO WS-RESULTADO
                    MOVE 'IMAGEN ANTERIOR NO COINCIDE'
                                             TO WS-OBSERVACION
               WHEN OTHER
                    MOVE 'R'                TO WS-OPERACION
           END-EVALUATE.

           IF NOT WS-OPE-NINGUNA
               PERFORM 4150-GRABAR-EMPLEADO
                  THRU 4150-GRABAR-EMPLEADO-FIN
           END-IF.

           PERFORM 4800-INFORMAR-ENTRADA
              THRU 4800-INFORMAR-ENTRADA-FIN.

       4100-APLICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4150-GRABAR-EMPLEADO.

           EVALUATE TRUE
               WHEN WS-OPE-BORRAR
                    DELETE ENT-EMPLEADOS
               WHEN WS-OPE-GRABAR
                    MOVE HST-IMAGEN-DESPUES(1:125)
                                             TO ENT-EMPLEADOS-REG
                    WRITE ENT-EMPLEADOS-REG
               WHEN WS-OPE-REGRABAR
                    MOVE HST-IMAGEN-DESPUES(1:125)
                                             TO ENT-EMPLEADOS-REG
                    REWRITE ENT-EMPLEADOS-REG
           END-EVALUATE.

           IF NOT FS-EMPLEADOS-FILE-OK
               MOVE 'ERROR'                 TO WS-RESULTADO
               MOVE SPACES                  TO WS-OBSERVACION
               STRING 'ERROR AL ACTUALIZAR EMPLEADOS - FS '
                                             DELIMITED BY SIZE
                      FS-EMPLEADOS           DELIMITED BY SIZE
                      INTO WS-OBSERVACION
               END-STRING
           END-IF.

       4150-GRABAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4200-APLICAR-DATOS-EXTRA.

           MOVE 'APLICADO'                  TO WS-RESULTADO.
           MOVE SPACES                      TO WS-OBSERVACION.
           MOVE SPACE                       TO WS-OPERACION.
           MOVE 'N'                         TO WS-SW-EXISTE.
           MOVE 'S'                         TO WS-SW-LECTURA-OK.

           MOVE HST-ID-EMPLEADO             TO ENT-EXT-ID-EMPLEADO.
           READ ENT-DATOS-EXTRA KEY IS ENT-EXT-ID-EMPLEADO.

           EVALUATE TRUE
               WHEN FS-DATOS-EXTRA-FILE-OK
                    MOVE 'S'                TO WS-SW-EXISTE
               WHEN FS-DATOS-EXTRA-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    MOVE 'N'                TO WS-SW-LECTURA-OK
                    MOVE 'ERROR'            TO WS-RESULTADO
                    MOVE 'ERROR AL LEER LOS DATOS EXTRA'
                                             TO WS-OBSERVACION
           END-EVALUATE.

           EVALUATE TRUE
               WHEN NOT WS-LECTURA-OK
                    CONTINUE
               WHEN HST-ACCION = 'HX' AND NOT WS-EXISTE
                    MOVE 'YA APLICADO'      TO WS-RESULTADO
               WHEN HST-ACCION = 'HX'
                    MOVE 'D'                TO WS-OPERACION
                    IF ENT-DATOS-EXTRA-REG NOT = HST-IMAGEN-ANTES(1:28)
                        MOVE 'DIFERENCIA'   TO WS-RESULTADO
                        MOVE 'IMAGEN ANTERIOR NO COINCIDE'
                                             TO WS-OBSERVACION
                    END-IF
               WHEN WS-EXISTE AND
                    ENT-DATOS-EXTRA-REG = HST-IMAGEN-DESPUES(1:28)
                    MOVE 'YA APLICADO'      TO WS-RESULTADO
               WHEN HST-ACCION = 'RX'
                    IF WS-EXISTE
                        MOVE 'R'            TO WS-OPERACION
                    ELSE
                        MOVE 'W'            TO WS-OPERACION
                    END-IF
               WHEN HST-ACCION = 'AX'
                    IF WS-EXISTE
                        MOVE 'R'            TO WS-OPERACION
                        MOVE 'DIFERENCIA'   TO WS-RESULTADO
                        MOVE 'LOS DATOS EXTRA YA EXISTIAN'
                                             TO WS-OBSERVACION
                    ELSE
                        MOVE 'W'            TO WS-OPERACION
                    END-IF
               WHEN NOT WS-EXISTE
                    MOVE 'W'                TO WS-OPERACION
                    MOVE 'DIFERENCIA'       TO WS-RESULTADO
                    MOVE 'LOS DATOS EXTRA NO EXISTIAN'
                                             TO WS-OBSERVACION
               WHEN ENT-DATOS-EXTRA-REG NOT = HST-IMAGEN-ANTES(1:28)
                    MOVE 'R'                TO WS-OPERACION
                    MOVE 'DIFERENCIA'       TO WS-RESULTADO
                    MOVE 'IMAGEN ANTERIOR NO COINCIDE'
                                             TO WS-OBSERVACION
               WHEN OTHER
                    MOVE 'R'                TO WS-OPERACION
           END-EVALUATE.

           IF NOT WS-OPE-NINGUNA
               PERFORM 4250-GRABAR-DATOS-EXTRA
                  THRU 4250-GRABAR-DATOS-EXTRA-FIN
           END-IF.

           PERFORM 4800-INFORMAR-ENTRADA
              THRU 4800-INFORMAR-ENTRADA-FIN.

       4200-APLICAR-DATOS-EXTRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4250-GRABAR-DATOS-EXTRA.

           EVALUATE TRUE
               WHEN WS-OPE-BORRAR
                    DELETE ENT-DATOS-EXTRA
               WHEN WS-OPE-GRABAR
                    MOVE HST-IMAGEN-DESPUES(1:28)
                                             TO ENT-DATOS-EXTRA-REG
                    WRITE ENT-DATOS-EXTRA-REG
               WHEN WS-OPE-REGRABAR
                    MOVE HST-IMAGEN-DESPUES(1:28)
                                             TO ENT-DATOS-EXTRA-REG
                    REWRITE ENT-DATOS-EXTRA-REG
           END-EVALUATE.

           IF NOT FS-DATOS-EXTRA-FILE-OK
               MOVE 'ERROR'                 TO WS-RESULTADO
               MOVE SPACES                  TO WS-OBSERVACION
               STRING 'ERROR AL ACTUALIZAR DATOS-EXTRA - FS '
                                             DELIMITED BY SIZE
                      FS-DATOS-EXTRA         DELIMITED BY SIZE
                      INTO WS-OBSERVACION
               END-STRING
           END-IF.

       4250-GRABAR-DATOS-EXTRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4800-INFORMAR-ENTRADA.

           EVALUATE WS-RESULTADO
               WHEN 'APLICADO'
                    ADD 1                   TO WS-CONT-APLICADOS
               WHEN 'YA APLICADO'
                    ADD 1                   TO WS-CONT-YA-APLICADOS
               WHEN 'DIFERENCIA'
                    ADD 1                   TO WS-CONT-APLICADOS
                    ADD 1                   TO WS-CONT-DIFERENCIAS
               WHEN 'ERROR'
                    ADD 1                   TO WS-CONT-NO-APLICADOS
                    MOVE 8                  TO WS-RETORNO
               WHEN OTHER
                    ADD 1                   TO WS-CONT-NO-APLICADOS
           END-EVALUATE.

           MOVE HST-FECHA                   TO WS-INF-FECHA.
           MOVE HST-HORA                    TO WS-INF-HORA.
           MOVE HST-ACCION                  TO WS-INF-ACCION.
           MOVE HST-ID-EMPLEADO             TO WS-INF-ID-EMPLEADO.
           MOVE WS-RESULTADO                TO WS-INF-RESULTADO.
           MOVE WS-OBSERVACION              TO WS-INF-OBSERVACION.

           WRITE INF-LINEA FROM WS-INF-DETALLE.

           IF NOT FS-INFORME-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE INFORME'
               DISPLAY 'FILE STATUS: ' FS-INFORME
           END-IF.

       4800-INFORMAR-ENTRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       4900-TOTALIZAR-INFORME.

           WRITE INF-LINEA                  FROM SPACES.

           MOVE 'TOTAL ENTRADAS DE HISTORIAL LEIDAS     :'
                                             TO WS-INF-TOT-TITULO.
           MOVE WS-CONT-HST-LEIDOS          TO WS-INF-TOT-VALOR.
           WRITE INF-LINEA                  FROM WS-INF-TOTAL.

           MOVE 'TOTAL ANTERIORES AL RESGUARDO          :'
                                             TO WS-INF-TOT-TITULO.
           MOVE WS-CONT-HST-ANTERIORES      TO WS-INF-TOT-VALOR.
           WRITE INF-LINEA                  FROM WS-INF-TOTAL.

           MOVE 'TOTAL POSTERIORES AL MOMENTO PEDIDO    :'
                                             TO WS-INF-TOT-TITULO.
           MOVE WS-CONT-HST-POSTERIORES     TO WS-INF-TOT-VALOR.
           WRITE INF-LINEA                  FROM WS-INF-TOTAL.

           MOVE 'TOTAL DE CONTACTOS (NO SE RECUPERAN)   :'
                                             TO WS-INF-TOT-TITULO.
           MOVE WS-CONT-HST-CONTACTOS       TO WS-INF-TOT-VALOR.
           WRITE INF-LINEA                  FROM WS-INF-TOTAL.

           MOVE 'TOTAL ENTRADAS APLICADAS               :'
                                             TO WS-INF-TOT-TITULO.
           MOVE WS-CONT-APLICADOS           TO WS-INF-TOT-VALOR.
           WRITE INF-LINEA                  FROM WS-INF-TOTAL.

           MOVE 'TOTAL YA INCLUIDAS EN EL RESGUARDO     :'
                                             TO WS-INF-TOT-TITULO.
           MOVE WS-CONT-YA-APLICADOS        TO WS-INF-TOT-VALOR.
           WRITE INF-LINEA                  FROM WS-INF-TOTAL.

           MOVE 'TOTAL CON DIFERENCIA DE IMAGEN ANTERIOR:'
                                             TO WS-INF-TOT-TITULO.
           MOVE WS-CONT-DIFERENCIAS         TO WS-INF-TOT-VALOR.
           WRITE INF-LINEA                  FROM WS-INF-TOTAL.

           MOVE 'TOTAL NO APLICADAS                     :'
                                             TO WS-INF-TOT-TITULO.
           MOVE WS-CONT-NO-APLICADOS        TO WS-INF-TOT-VALOR.
           WRITE INF-LINEA                  FROM WS-INF-TOTAL.

       4900-TOTALIZAR-INFORME-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-RETORNO = 0 AND
              (WS-CONT-DIFERENCIAS > 0 OR WS-CONT-NO-APLICADOS > 0)
               MOVE 4                       TO WS-RETORNO
           END-IF.

           IF WS-BLOQUEO-TOMADO

               PERFORM 3400-GRABAR-CONTROL-EJEC
                  THRU 3400-GRABAR-CONTROL-EJEC-FIN

               PERFORM 3900-LIBERAR-BLOQUEO
                  THRU 3900-LIBERAR-BLOQUEO-FIN

           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.

           DISPLAY " ".
           DISPLAY "--------- RESUMEN DE RECUPERACION ---------".
           DISPLAY " EMPLEADOS RECARGADOS      : " WS-CONT-EMP.
           DISPLAY " DATOS EXTRA RECARGADOS    : " WS-CONT-EXT.
           DISPLAY " ENTRADAS DE HISTORIAL     : " WS-CONT-HST-LEIDOS.
           DISPLAY " ANTERIORES AL RESGUARDO   : "
                   WS-CONT-HST-ANTERIORES.
           DISPLAY " POSTERIORES AL MOMENTO    : "
                   WS-CONT-HST-POSTERIORES.
           DISPLAY " CONTACTOS (NO RECUPERADOS): "
                   WS-CONT-HST-CONTACTOS.
           DISPLAY " ENTRADAS APLICADAS        : " WS-CONT-APLICADOS.
           DISPLAY " YA INCLUIDAS EN RESGUARDO : "
                   WS-CONT-YA-APLICADOS.
           DISPLAY " CON DIFERENCIA DE IMAGEN  : " WS-CONT-DIFERENCIAS.
           DISPLAY " NO APLICADAS              : " WS-CONT-NO-APLICADOS.
           DISPLAY " CODIGO DE RETORNO         : " WS-RETORNO.
           DISPLAY "--------------------------------------------".
           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
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
               MOVE 'RECUPERA'              TO CTL-MODO
               COMPUTE CTL-REG-SAL = WS-CONT-EMP + WS-CONT-EXT
               MOVE WS-CONT-APLICADOS       TO CTL-REG-ACT
               MOVE ZEROS                   TO CTL-SKIP-BAJA
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
               MOVE 'CL20EJ26'              TO BLQ-PROGRAMA
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

       END PROGRAM CL20EJ26.
