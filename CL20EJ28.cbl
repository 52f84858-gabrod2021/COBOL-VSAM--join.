      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - EJERCICIO 28 - CONCILIACION DEL ACUSE DEL
      *          PROVEEDOR DE NOMINA CONTRA LOS FEEDS ENVIADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20EJ28.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-ACUSE
           ASSIGN TO '../FEED-NOMINA-ACUSE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUSE.

       SELECT ENT-ENVIADOS
           ASSIGN TO '../FEED-NOMINA-ENVIADOS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIADOS.

       SELECT ENT-FEED-CTL
           ASSIGN TO '../FEED-NOMINA-CTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FEED-CTL.

       SELECT SAL-REENVIO
           ASSIGN TO '../FEED-NOMINA-REENVIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REENVIO.

       SELECT SAL-INFORME
           ASSIGN TO '../CONCILIACION-NOMINA.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

       SELECT SAL-BLOQUEO
           ASSIGN TO '../BLOQUEO-EJECUCION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQUEO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-ACUSE.
       01 ENT-ACUSE-REG.
          05 ACU-SECUENCIA                  PIC 9(06).
          05 ACU-NRO-DETALLE                PIC 9(08).
          05 ACU-ESTADO                     PIC X(01).
             88 ACU-ACEPTADO                    VALUE 'A'.
             88 ACU-RECHAZADO                   VALUE 'R'.
          05 ACU-MOTIVO                     PIC X(40).

       FD ENT-ENVIADOS.
           COPY FENVREG.

       FD ENT-FEED-CTL.
       01 ENT-FEED-CTL-REG.
          05 FCT-ULT-SECUENCIA              PIC 9(06).

       FD SAL-REENVIO.
       01 SAL-REENVIO-REG                   PIC X(161).

       FD SAL-INFORME.
       01 INF-LINEA                         PIC X(132).

       FD SAL-BLOQUEO.
           COPY BLOQREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-ACUSE                       PIC X(2).
             88 FS-ACUSE-FILE-OK                VALUE '00'.
             88 FS-ACUSE-FILE-EOF               VALUE '10'.
             88 FS-ACUSE-FILE-NFD               VALUE '35'.
          05 FS-ENVIADOS                    PIC X(2).
             88 FS-ENVIADOS-FILE-OK             VALUE '00'.
             88 FS-ENVIADOS-FILE-EOF            VALUE '10'.
             88 FS-ENVIADOS-FILE-NFD            VALUE '35'.
          05 FS-FEED-CTL                    PIC X(2).
             88 FS-FEED-CTL-FILE-OK             VALUE '00'.
             88 FS-FEED-CTL-FILE-NFD            VALUE '35'.
          05 FS-REENVIO                     PIC X(2).
             88 FS-REENVIO-FILE-OK              VALUE '00'.
          05 FS-INFORME                     PIC X(2).
             88 FS-INFORME-FILE-OK              VALUE '00'.
          05 FS-BLOQUEO                     PIC X(2).
             88 FS-BLOQUEO-FILE-OK              VALUE '00'.
             88 FS-BLOQUEO-FILE-EOF             VALUE '10'.
             88 FS-BLOQUEO-FILE-NFD             VALUE '35'.

       77 WS-PARM-SECUENCIAS                PIC X(13).
       77 WS-DESDE-SECUENCIA                PIC 9(06) VALUE 0.
       77 WS-HASTA-SECUENCIA                PIC 9(06) VALUE 999999.
       77 WS-SECUENCIA-REENVIO              PIC 9(06) VALUE 0.
       77 WS-FECHA-PROCESO                  PIC 9(08).
       77 WS-TIME8                          PIC 9(08).
       77 WS-OPERADOR                       PIC X(08) VALUE 'CL20EJ28'.
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-SW-PARM-VALIDO                 PIC X(01) VALUE 'S'.
          88 WS-PARM-VALIDO                      VALUE 'S'.

       77 WS-SW-BLOQUEO-TOMADO              PIC X(01) VALUE 'N'.
          88 WS-BLOQUEO-TOMADO                   VALUE 'S'.

       77 WS-SW-DESDE-INFORMADO             PIC X(01) VALUE 'N'.
          88 WS-DESDE-INFORMADO                  VALUE 'S'.

       77 WS-SW-HASTA-INFORMADO             PIC X(01) VALUE 'N'.
          88 WS-HASTA-INFORMADO                  VALUE 'S'.

       77 WS-SW-ACU-FIN                     PIC X(01) VALUE 'N'.
          88 WS-ACU-FIN                          VALUE 'S'.

       77 WS-SW-ENV-FIN                     PIC X(01) VALUE 'N'.
          88 WS-ENV-FIN                          VALUE 'S'.

       77 WS-SW-DET-HALLADO                 PIC X(01) VALUE 'N'.
          88 WS-DET-HALLADO                      VALUE 'S'.

       77 WS-SW-REENVIO-ABIERTO             PIC X(01) VALUE 'N'.
          88 WS-REENVIO-ABIERTO                  VALUE 'S'.

       77 WS-SW-REENVIO-ERROR               PIC X(01) VALUE 'N'.
          88 WS-REENVIO-ERROR                    VALUE 'S'.

       77 WS-SW-ENVIADOS-ABIERTO            PIC X(01) VALUE 'N'.
          88 WS-ENVIADOS-ABIERTO                 VALUE 'S'.

       77 WS-CONT-ACU-LEIDOS                PIC 9(05) VALUE 0.
       77 WS-CONT-ENVIADOS                  PIC 9(05) VALUE 0.
       77 WS-CONT-ACEPTADOS                 PIC 9(05) VALUE 0.
       77 WS-CONT-RECHAZADOS                PIC 9(05) VALUE 0.
       77 WS-CONT-SIN-ACUSE                 PIC 9(05) VALUE 0.
       77 WS-CONT-ACU-SIN-ENVIO             PIC 9(05) VALUE 0.
       77 WS-CONT-ACU-INVALIDOS             PIC 9(05) VALUE 0.
       77 WS-CONT-REENVIADOS                PIC 9(05) VALUE 0.

       77 WS-IDX-DET                        PIC 9(05).
       77 WS-IDX-BUSQ                       PIC 9(05).
       77 WS-CANT-DETALLES                  PIC 9(05) VALUE 0.
       77 WS-MAX-DETALLES                   PIC 9(05) VALUE 5000.
       77 WS-BUSQ-SECUENCIA                 PIC 9(06).
       77 WS-BUSQ-NRO-DETALLE               PIC 9(08).

       01 WS-TABLA-DETALLES.
          05 WS-DET-ENT OCCURS 5000.
             10 WS-DET-FECHA                PIC 9(08).
             10 WS-DET-SECUENCIA            PIC 9(06).
             10 WS-DET-NRO-DETALLE          PIC 9(08).
             10 WS-DET-DETALLE              PIC X(161).
             10 WS-DET-ESTADO               PIC X(01).
             10 WS-DET-MOTIVO               PIC X(40).
             10 WS-DET-REENVIADO            PIC X(01).

       01 WS-FEED-DETALLE.
          05 WS-FDT-TIPO                    PIC X(01).
          05 WS-FDT-ACCION                  PIC X(02).
          05 WS-FDT-ID-EMPLEADO             PIC 9(08).
          05 WS-FDT-IMAGEN                  PIC X(150).

       01 WS-FEED-HEADER.
          05 WS-HDR-TIPO                    PIC X(01) VALUE 'H'.
          05 WS-HDR-FECHA                   PIC 9(08).
          05 WS-HDR-SECUENCIA               PIC 9(06).

       01 WS-FEED-TRAILER.
          05 WS-TRL-TIPO                    PIC X(01) VALUE 'T'.
          05 WS-TRL-CANT                    PIC 9(08).

       01 WS-INF-ENCABEZADO1.
          05 FILLER                         PIC X(50) VALUE
             'CONCILIACION DEL ACUSE DEL PROVEEDOR DE NOMINA - '.
          05 FILLER                         PIC X(18) VALUE
             'SECUENCIAS DESDE: '.
          05 WS-INF-ENC-DESDE               PIC 9(06).
          05 FILLER                         PIC X(08) VALUE ' HASTA: '.
          05 WS-INF-ENC-HASTA               PIC 9(06).

       01 WS-INF-ENCABEZADO2                PIC X(132) VALUE
          'SECUEN NRO-DETA FECHA    ID-EMPLE AC RESULTADO       MOTIVO'-
          '                                   OBSERVACION'.

       01 WS-INF-DETALLE.
          05 WS-INF-SECUENCIA               PIC 9(06).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-NRO-DETALLE             PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-FECHA                   PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-ID-EMPLEADO             PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-ACCION                  PIC X(02).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-RESULTADO               PIC X(15).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-MOTIVO                  PIC X(40).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-INF-OBSERVACION             PIC X(20).

       01 WS-INF-TOTAL.
          05 WS-INF-TOT-TITULO              PIC X(35).
          05 WS-INF-TOT-VALOR               PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-PARM-VALIDO AND WS-BLOQUEO-TOMADO AND
              FS-ACUSE-FILE-OK AND FS-ENVIADOS-FILE-OK AND
              FS-INFORME-FILE-OK

               PERFORM 2000-DETERMINAR-VENTANA
                  THRU 2000-DETERMINAR-VENTANA-FIN

               PERFORM 2100-CARGAR-ENVIADOS
                  THRU 2100-CARGAR-ENVIADOS-FIN

               PERFORM 2200-APLICAR-ACUSES
                  THRU 2200-APLICAR-ACUSES-FIN

               PERFORM 2300-CONCILIAR
                  THRU 2300-CONCILIAR-FIN

           ELSE
               MOVE 8                       TO WS-RETORNO
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FECHA-PROCESO          FROM DATE YYYYMMDD.

           PERFORM 1050-OBTENER-PARAMETROS
              THRU 1050-OBTENER-PARAMETROS-FIN.

           IF WS-PARM-VALIDO
               PERFORM 1010-TOMAR-BLOQUEO
                  THRU 1010-TOMAR-BLOQUEO-FIN
           END-IF.

           IF WS-BLOQUEO-TOMADO

               OPEN INPUT ENT-ACUSE

               EVALUATE TRUE
                   WHEN FS-ACUSE-FILE-OK
                        CONTINUE
                   WHEN FS-ACUSE-FILE-NFD
                        DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE ACUSE '-
                                'DEL PROVEEDOR'
                        DISPLAY 'FILE STATUS: ' FS-ACUSE
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ACUSE'
                        DISPLAY 'FILE STATUS: ' FS-ACUSE
               END-EVALUATE

               OPEN INPUT ENT-ENVIADOS

               EVALUATE TRUE
                   WHEN FS-ENVIADOS-FILE-OK
                        MOVE 'S'            TO WS-SW-ENVIADOS-ABIERTO
                   WHEN FS-ENVIADOS-FILE-NFD
                        DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE FEEDS '-
                                'ENVIADOS'
                        DISPLAY 'FILE STATUS: ' FS-ENVIADOS
                   WHEN OTHER
                        DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE FEEDS '-
                                'ENVIADOS'
                        DISPLAY 'FILE STATUS: ' FS-ENVIADOS
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
                   MOVE 'CL20EJ28'          TO BLQ-PROGRAMA
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

           MOVE SPACES                      TO WS-PARM-SECUENCIAS.
           ACCEPT WS-PARM-SECUENCIAS FROM COMMAND-LINE.

           IF WS-PARM-SECUENCIAS(1:6) NOT = SPACES
               IF WS-PARM-SECUENCIAS(1:6) IS NUMERIC
                   MOVE WS-PARM-SECUENCIAS(1:6)
                                             TO WS-DESDE-SECUENCIA
                   MOVE 'S'                 TO WS-SW-DESDE-INFORMADO
               ELSE
                   MOVE 'N'                 TO WS-SW-PARM-VALIDO
               END-IF
           END-IF.

           IF WS-PARM-SECUENCIAS(8:6) NOT = SPACES
               IF WS-PARM-SECUENCIAS(8:6) IS NUMERIC
                   MOVE WS-PARM-SECUENCIAS(8:6)
                                             TO WS-HASTA-SECUENCIA
                   MOVE 'S'                 TO WS-SW-HASTA-INFORMADO
               ELSE
                   MOVE 'N'                 TO WS-SW-PARM-VALIDO
               END-IF
           END-IF.

           IF WS-DESDE-SECUENCIA > WS-HASTA-SECUENCIA
               MOVE 'N'                     TO WS-SW-PARM-VALIDO
           END-IF.

           IF NOT WS-PARM-VALIDO
               DISPLAY 'PARAMETRO INVALIDO: ' WS-PARM-SECUENCIAS
               DISPLAY 'INDICAR SECUENCIAS NNNNNN NNNNNN O NINGUNA '-
                       'PARA TOMAR LAS DEL ACUSE'
           END-IF.

       1050-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-DETERMINAR-VENTANA.

           IF NOT WS-DESDE-INFORMADO OR NOT WS-HASTA-INFORMADO

               IF NOT WS-DESDE-INFORMADO
                   MOVE 999999              TO WS-DESDE-SECUENCIA
               END-IF

               IF NOT WS-HASTA-INFORMADO
                   MOVE 0                   TO WS-HASTA-SECUENCIA
               END-IF

               PERFORM 2010-LEER-SIG-ACUSE
                  THRU 2010-LEER-SIG-ACUSE-FIN

               PERFORM 2020-TOMAR-EXTREMOS
                  THRU 2020-TOMAR-EXTREMOS-FIN
                  UNTIL WS-ACU-FIN

               IF WS-CONT-ACU-LEIDOS = 0
                   DISPLAY 'EL ARCHIVO DE ACUSE ESTA VACIO - INDICAR '-
                           'LAS SECUENCIAS A CONCILIAR'
                   MOVE 8                   TO WS-RETORNO
               END-IF

           END-IF.

           DISPLAY 'SECUENCIAS A CONCILIAR: ' WS-DESDE-SECUENCIA
                   ' A ' WS-HASTA-SECUENCIA.

           MOVE WS-DESDE-SECUENCIA          TO WS-INF-ENC-DESDE.
           MOVE WS-HASTA-SECUENCIA          TO WS-INF-ENC-HASTA.

           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO1.
           WRITE INF-LINEA                  FROM SPACES.
           WRITE INF-LINEA                  FROM WS-INF-ENCABEZADO2.

       2000-DETERMINAR-VENTANA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-SIG-ACUSE.

           READ ENT-ACUSE.

           EVALUATE TRUE
               WHEN FS-ACUSE-FILE-OK
                    ADD 1                   TO WS-CONT-ACU-LEIDOS
               WHEN FS-ACUSE-FILE-EOF
                    MOVE 'S'                TO WS-SW-ACU-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE ACUSE'
                    DISPLAY 'FILE STATUS: ' FS-ACUSE
                    MOVE 'S'                TO WS-SW-ACU-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2010-LEER-SIG-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-TOMAR-EXTREMOS.

           IF ACU-SECUENCIA IS NUMERIC

               IF NOT WS-DESDE-INFORMADO AND
                  ACU-SECUENCIA < WS-DESDE-SECUENCIA
                   MOVE ACU-SECUENCIA       TO WS-DESDE-SECUENCIA
               END-IF

               IF NOT WS-HASTA-INFORMADO AND
                  ACU-SECUENCIA > WS-HASTA-SECUENCIA
                   MOVE ACU-SECUENCIA       TO WS-HASTA-SECUENCIA
               END-IF

           END-IF.

           PERFORM 2010-LEER-SIG-ACUSE
              THRU 2010-LEER-SIG-ACUSE-FIN.

       2020-TOMAR-EXTREMOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-ENVIADOS.

           PERFORM 2110-LEER-SIG-ENVIADO
              THRU 2110-LEER-SIG-ENVIADO-FIN.

           PERFORM 2120-GUARDAR-ENVIADO
              THRU 2120-GUARDAR-ENVIADO-FIN
              UNTIL WS-ENV-FIN.

           CLOSE ENT-ENVIADOS.
           MOVE 'N'                         TO WS-SW-ENVIADOS-ABIERTO.

       2100-CARGAR-ENVIADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-SIG-ENVIADO.

           READ ENT-ENVIADOS.

           EVALUATE TRUE
               WHEN FS-ENVIADOS-FILE-OK
                    CONTINUE
               WHEN FS-ENVIADOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-ENV-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE FEEDS '-
                            'ENVIADOS'
                    DISPLAY 'FILE STATUS: ' FS-ENVIADOS
                    MOVE 'S'                TO WS-SW-ENV-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2110-LEER-SIG-ENVIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-GUARDAR-ENVIADO.

           IF ENV-SECUENCIA NOT < WS-DESDE-SECUENCIA AND
              ENV-SECUENCIA NOT > WS-HASTA-SECUENCIA

               IF WS-CANT-DETALLES < WS-MAX-DETALLES

                   ADD 1                    TO WS-CANT-DETALLES
                   ADD 1                    TO WS-CONT-ENVIADOS
                   MOVE WS-CANT-DETALLES    TO WS-IDX-DET
                   MOVE ENV-FECHA           TO WS-DET-FECHA(WS-IDX-DET)
                   MOVE ENV-SECUENCIA       TO
                        WS-DET-SECUENCIA(WS-IDX-DET)
                   MOVE ENV-NRO-DETALLE     TO
                        WS-DET-NRO-DETALLE(WS-IDX-DET)
                   MOVE ENV-DETALLE         TO
                        WS-DET-DETALLE(WS-IDX-DET)
                   MOVE SPACE               TO WS-DET-ESTADO(WS-IDX-DET)
                   MOVE SPACES              TO WS-DET-MOTIVO(WS-IDX-DET)
                   MOVE 'N'                 TO
                        WS-DET-REENVIADO(WS-IDX-DET)
               ELSE
                   DISPLAY 'AVISO: SE SUPERO EL MAXIMO DE DETALLES '-
                           '- SE DESCARTA SECUENCIA ' ENV-SECUENCIA
                           ' DETALLE ' ENV-NRO-DETALLE
                   MOVE 8                   TO WS-RETORNO
               END-IF

           END-IF.

           IF ENV-ORIGEN-SECUENCIA > 0
               PERFORM 2130-MARCAR-ORIGEN
                  THRU 2130-MARCAR-ORIGEN-FIN
           END-IF.

           PERFORM 2110-LEER-SIG-ENVIADO
              THRU 2110-LEER-SIG-ENVIADO-FIN.

       2120-GUARDAR-ENVIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2130-MARCAR-ORIGEN.

           MOVE ENV-ORIGEN-SECUENCIA        TO WS-BUSQ-SECUENCIA.
           MOVE ENV-ORIGEN-NRO-DETALLE      TO WS-BUSQ-NRO-DETALLE.

           PERFORM 2500-UBICAR-DETALLE
              THRU 2500-UBICAR-DETALLE-FIN.

           IF WS-DET-HALLADO
               MOVE 'S'                     TO
                    WS-DET-REENVIADO(WS-IDX-BUSQ)
           END-IF.

       2130-MARCAR-ORIGEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-APLICAR-ACUSES.

           CLOSE ENT-ACUSE.
           OPEN INPUT ENT-ACUSE.

           IF FS-ACUSE-FILE-OK

               MOVE 'N'                     TO WS-SW-ACU-FIN
               MOVE 0                       TO WS-CONT-ACU-LEIDOS

               PERFORM 2010-LEER-SIG-ACUSE
                  THRU 2010-LEER-SIG-ACUSE-FIN

               PERFORM 2220-EVALUAR-ACUSE
                  THRU 2220-EVALUAR-ACUSE-FIN
                  UNTIL WS-ACU-FIN

           ELSE
               DISPLAY 'ERROR AL REABRIR EL ARCHIVO DE ACUSE'
               DISPLAY 'FILE STATUS: ' FS-ACUSE
               MOVE 8                       TO WS-RETORNO
           END-IF.

       2200-APLICAR-ACUSES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-EVALUAR-ACUSE.

           IF ACU-SECUENCIA IS NUMERIC AND
              ACU-NRO-DETALLE IS NUMERIC AND
              ACU-SECUENCIA NOT < WS-DESDE-SECUENCIA AND
              ACU-SECUENCIA NOT > WS-HASTA-SECUENCIA

               MOVE ACU-SECUENCIA           TO WS-BUSQ-SECUENCIA
               MOVE ACU-NRO-DETALLE         TO WS-BUSQ-NRO-DETALLE

               PERFORM 2500-UBICAR-DETALLE
                  THRU 2500-UBICAR-DETALLE-FIN

               EVALUATE TRUE
                   WHEN NOT WS-DET-HALLADO
                        ADD 1               TO WS-CONT-ACU-SIN-ENVIO
                        MOVE ZEROS          TO WS-INF-FECHA
                        MOVE ZEROS          TO WS-INF-ID-EMPLEADO
                        MOVE SPACES         TO WS-INF-ACCION
                        MOVE 'ACUSE SIN ENVIO'
                                             TO WS-INF-RESULTADO
                        PERFORM 2290-INFORMAR-ACUSE
                           THRU 2290-INFORMAR-ACUSE-FIN
                   WHEN ACU-ACEPTADO OR ACU-RECHAZADO
                        MOVE ACU-ESTADO     TO
                             WS-DET-ESTADO(WS-IDX-BUSQ)
                        MOVE ACU-MOTIVO     TO
                             WS-DET-MOTIVO(WS-IDX-BUSQ)
                   WHEN OTHER
                        ADD 1               TO WS-CONT-ACU-INVALIDOS
                        MOVE WS-DET-DETALLE(WS-IDX-BUSQ)
                                             TO WS-FEED-DETALLE
                        MOVE WS-DET-FECHA(WS-IDX-BUSQ)
                                             TO WS-INF-FECHA
                        MOVE WS-FDT-ID-EMPLEADO
                                             TO WS-INF-ID-EMPLEADO
                        MOVE WS-FDT-ACCION  TO WS-INF-ACCION
                        MOVE 'ACUSE INVALIDO'
                                             TO WS-INF-RESULTADO
                        PERFORM 2290-INFORMAR-ACUSE
                           THRU 2290-INFORMAR-ACUSE-FIN
               END-EVALUATE

           END-IF.

           PERFORM 2010-LEER-SIG-ACUSE
              THRU 2010-LEER-SIG-ACUSE-FIN.

       2220-EVALUAR-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2290-INFORMAR-ACUSE.

           MOVE ACU-SECUENCIA               TO WS-INF-SECUENCIA.
           MOVE ACU-NRO-DETALLE             TO WS-INF-NRO-DETALLE.
           MOVE ACU-MOTIVO                  TO WS-INF-MOTIVO.
           MOVE SPACES                      TO WS-INF-OBSERVACION.

           PERFORM 2800-ESCRIBIR-INFORME
              THRU 2800-ESCRIBIR-INFORME-FIN.

       2290-INFORMAR-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-CONCILIAR.

           PERFORM 2320-EVALUAR-DETALLE
              THRU 2320-EVALUAR-DETALLE-FIN
              VARYING WS-IDX-DET FROM 1 BY 1
              UNTIL WS-IDX-DET > WS-CANT-DETALLES.

           EVALUATE TRUE
               WHEN WS-REENVIO-ERROR AND NOT WS-REENVIO-ABIERTO
                    MOVE 8                  TO WS-RETORNO
                    DISPLAY 'REENVIO INCOMPLETO SIN TRAILER - NO '-
                            'ENVIAR AL PROVEEDOR'
                    IF WS-ENVIADOS-ABIERTO
                        CLOSE ENT-ENVIADOS
                        MOVE 'N'            TO WS-SW-ENVIADOS-ABIERTO
                    END-IF
               WHEN WS-REENVIO-ABIERTO
                    PERFORM 2390-CERRAR-REENVIO
                       THRU 2390-CERRAR-REENVIO-FIN
               WHEN OTHER
                    OPEN OUTPUT SAL-REENVIO
                    CLOSE SAL-REENVIO
           END-EVALUATE.

       2300-CONCILIAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-EVALUAR-DETALLE.

           MOVE WS-DET-DETALLE(WS-IDX-DET)  TO WS-FEED-DETALLE.

           EVALUATE WS-DET-ESTADO(WS-IDX-DET)
               WHEN 'A'
                    ADD 1                   TO WS-CONT-ACEPTADOS
               WHEN 'R'
                    ADD 1                   TO WS-CONT-RECHAZADOS
                    MOVE 'RECHAZADO'        TO WS-INF-RESULTADO
                    PERFORM 2330-INFORMAR-DETALLE
                       THRU 2330-INFORMAR-DETALLE-FIN
               WHEN OTHER
                    ADD 1                   TO WS-CONT-SIN-ACUSE
                    MOVE 'SIN ACUSE'        TO WS-INF-RESULTADO
                    PERFORM 2330-INFORMAR-DETALLE
                       THRU 2330-INFORMAR-DETALLE-FIN
           END-EVALUATE.

       2320-EVALUAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2330-INFORMAR-DETALLE.

           IF WS-DET-REENVIADO(WS-IDX-DET) = 'S'
               MOVE 'YA REENVIADO'          TO WS-INF-OBSERVACION
           ELSE
               PERFORM 2340-REENVIAR-DETALLE
                  THRU 2340-REENVIAR-DETALLE-FIN
           END-IF.

           MOVE WS-DET-SECUENCIA(WS-IDX-DET)
                                             TO WS-INF-SECUENCIA.
           MOVE WS-DET-NRO-DETALLE(WS-IDX-DET)
                                             TO WS-INF-NRO-DETALLE.
           MOVE WS-DET-FECHA(WS-IDX-DET)    TO WS-INF-FECHA.
           MOVE WS-FDT-ID-EMPLEADO          TO WS-INF-ID-EMPLEADO.
           MOVE WS-FDT-ACCION               TO WS-INF-ACCION.
           MOVE WS-DET-MOTIVO(WS-IDX-DET)   TO WS-INF-MOTIVO.

           PERFORM 2800-ESCRIBIR-INFORME
              THRU 2800-ESCRIBIR-INFORME-FIN.

       2330-INFORMAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2340-REENVIAR-DETALLE.

           IF NOT WS-REENVIO-ABIERTO AND NOT WS-REENVIO-ERROR
               PERFORM 2350-ABRIR-REENVIO
                  THRU 2350-ABRIR-REENVIO-FIN
           END-IF.

           IF WS-REENVIO-ABIERTO AND NOT WS-REENVIO-ERROR

               WRITE SAL-REENVIO-REG        FROM WS-FEED-DETALLE

               IF FS-REENVIO-FILE-OK

                   ADD 1                    TO WS-CONT-REENVIADOS

                   MOVE SPACES              TO ENV-DETALLE-REG
                   MOVE WS-FECHA-PROCESO    TO ENV-FECHA
                   MOVE WS-SECUENCIA-REENVIO
                                             TO ENV-SECUENCIA
                   MOVE WS-CONT-REENVIADOS  TO ENV-NRO-DETALLE
                   MOVE WS-DET-SECUENCIA(WS-IDX-DET)
                                             TO ENV-ORIGEN-SECUENCIA
                   MOVE WS-DET-NRO-DETALLE(WS-IDX-DET)
                                             TO ENV-ORIGEN-NRO-DETALLE
                   MOVE WS-FEED-DETALLE     TO ENV-DETALLE

                   WRITE ENV-DETALLE-REG

                   IF FS-ENVIADOS-FILE-OK
                       MOVE 'REENVIADO'     TO WS-INF-OBSERVACION
                   ELSE
                       DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE '-
                               'FEEDS ENVIADOS'
                       DISPLAY 'FILE STATUS: ' FS-ENVIADOS
                       MOVE 'S'             TO WS-SW-REENVIO-ERROR
                   END-IF

               ELSE
                   DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE REENVIO'
                   DISPLAY 'FILE STATUS: ' FS-REENVIO
                   MOVE 'S'                 TO WS-SW-REENVIO-ERROR
               END-IF

           END-IF.

           IF WS-REENVIO-ERROR
               MOVE 'NO REENVIADO'          TO WS-INF-OBSERVACION
           END-IF.

       2340-REENVIAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2350-ABRIR-REENVIO.

           OPEN INPUT ENT-FEED-CTL.

           EVALUATE TRUE
               WHEN FS-FEED-CTL-FILE-OK

                    READ ENT-FEED-CTL

                    IF FS-FEED-CTL-FILE-OK AND
                       FCT-ULT-SECUENCIA IS NUMERIC
                        MOVE FCT-ULT-SECUENCIA
                                             TO WS-SECUENCIA-REENVIO
                    END-IF

                    CLOSE ENT-FEED-CTL

               WHEN FS-FEED-CTL-FILE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL CONTROL DE SECUENCIA '-
                            'DEL FEED'
                    DISPLAY 'FILE STATUS: ' FS-FEED-CTL
                    MOVE 'S'                TO WS-SW-REENVIO-ERROR
           END-EVALUATE.

           ADD 1                            TO WS-SECUENCIA-REENVIO.

           IF NOT WS-REENVIO-ERROR

               OPEN OUTPUT SAL-REENVIO

               IF FS-REENVIO-FILE-OK
                   MOVE 'S'                 TO WS-SW-REENVIO-ABIERTO
                   MOVE WS-FECHA-PROCESO    TO WS-HDR-FECHA
                   MOVE WS-SECUENCIA-REENVIO
                                             TO WS-HDR-SECUENCIA
                   WRITE SAL-REENVIO-REG    FROM WS-FEED-HEADER
               END-IF

               IF NOT FS-REENVIO-FILE-OK
                   DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE REENVIO'
                   DISPLAY 'FILE STATUS: ' FS-REENVIO
                   MOVE 'S'                 TO WS-SW-REENVIO-ERROR
               END-IF

               OPEN EXTEND ENT-ENVIADOS

               IF FS-ENVIADOS-FILE-OK
                   MOVE 'S'                 TO WS-SW-ENVIADOS-ABIERTO
               ELSE
                   DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE FEEDS '-
                           'ENVIADOS'
                   DISPLAY 'FILE STATUS: ' FS-ENVIADOS
                   MOVE 'S'                 TO WS-SW-REENVIO-ERROR
               END-IF

           END-IF.

       2350-ABRIR-REENVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2390-CERRAR-REENVIO.

           IF NOT WS-REENVIO-ERROR

               MOVE WS-CONT-REENVIADOS      TO WS-TRL-CANT

               WRITE SAL-REENVIO-REG        FROM WS-FEED-TRAILER

               IF NOT FS-REENVIO-FILE-OK
                   DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE REENVIO'
                   DISPLAY 'FILE STATUS: ' FS-REENVIO
                   MOVE 'S'                 TO WS-SW-REENVIO-ERROR
               END-IF

           END-IF.

           IF WS-REENVIO-ERROR

               MOVE 8                       TO WS-RETORNO
               DISPLAY 'REENVIO INCOMPLETO SIN TRAILER - NO ENVIAR '-
                       'AL PROVEEDOR'

           ELSE

               OPEN OUTPUT ENT-FEED-CTL

               IF FS-FEED-CTL-FILE-OK

                   MOVE WS-SECUENCIA-REENVIO
                                             TO FCT-ULT-SECUENCIA

                   WRITE ENT-FEED-CTL-REG

                   IF NOT FS-FEED-CTL-FILE-OK
                       DISPLAY 'ERROR AL GRABAR EL CONTROL DE '-
                               'SECUENCIA DEL FEED'
                       DISPLAY 'FILE STATUS: ' FS-FEED-CTL
                       MOVE 8               TO WS-RETORNO
                   END-IF

                   CLOSE ENT-FEED-CTL

               ELSE
                   DISPLAY 'ERROR AL CREAR EL CONTROL DE SECUENCIA '-
                           'DEL FEED'
                   DISPLAY 'FILE STATUS: ' FS-FEED-CTL
                   MOVE 8                   TO WS-RETORNO
               END-IF

           END-IF.

           CLOSE SAL-REENVIO.

           IF WS-ENVIADOS-ABIERTO
               CLOSE ENT-ENVIADOS
               MOVE 'N'                     TO WS-SW-ENVIADOS-ABIERTO
           END-IF.

       2390-CERRAR-REENVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-UBICAR-DETALLE.

           MOVE 'N'                         TO WS-SW-DET-HALLADO.

           PERFORM 2510-COMPARAR-DETALLE
              THRU 2510-COMPARAR-DETALLE-FIN
              VARYING WS-IDX-BUSQ FROM 1 BY 1
              UNTIL WS-IDX-BUSQ > WS-CANT-DETALLES
                 OR WS-DET-HALLADO.

           IF WS-DET-HALLADO
               SUBTRACT 1                   FROM WS-IDX-BUSQ
           END-IF.

       2500-UBICAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-COMPARAR-DETALLE.

           IF WS-DET-SECUENCIA(WS-IDX-BUSQ) = WS-BUSQ-SECUENCIA AND
              WS-DET-NRO-DETALLE(WS-IDX-BUSQ) = WS-BUSQ-NRO-DETALLE
               MOVE 'S'                     TO WS-SW-DET-HALLADO
           END-IF.

       2510-COMPARAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-ESCRIBIR-INFORME.

           WRITE INF-LINEA                  FROM WS-INF-DETALLE.

           IF NOT FS-INFORME-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE INFORME'
               DISPLAY 'FILE STATUS: ' FS-INFORME
           END-IF.

       2800-ESCRIBIR-INFORME-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-RETORNO = 0 AND
              (WS-CONT-RECHAZADOS > 0 OR WS-CONT-SIN-ACUSE > 0 OR
               WS-CONT-ACU-SIN-ENVIO > 0 OR WS-CONT-ACU-INVALIDOS > 0)
               MOVE 4                       TO WS-RETORNO
           END-IF.

           IF FS-INFORME-FILE-OK AND WS-PARM-VALIDO

               WRITE INF-LINEA              FROM SPACES

               MOVE 'TOTAL DETALLES ENVIADOS          :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-ENVIADOS         TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL DETALLES ACEPTADOS         :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-ACEPTADOS        TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL DETALLES RECHAZADOS        :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-RECHAZADOS       TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL DETALLES SIN ACUSE         :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-SIN-ACUSE        TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL ACUSES SIN ENVIO           :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-ACU-SIN-ENVIO    TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL ACUSES INVALIDOS           :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-ACU-INVALIDOS    TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

               MOVE 'TOTAL DETALLES REENVIADOS        :'
                                             TO WS-INF-TOT-TITULO
               MOVE WS-CONT-REENVIADOS       TO WS-INF-TOT-VALOR
               WRITE INF-LINEA              FROM WS-INF-TOTAL

           END-IF.

           IF WS-BLOQUEO-TOMADO

               CLOSE ENT-ACUSE
                     SAL-INFORME

               IF WS-ENVIADOS-ABIERTO
                   CLOSE ENT-ENVIADOS
               END-IF

               PERFORM 3900-LIBERAR-BLOQUEO
                  THRU 3900-LIBERAR-BLOQUEO-FIN

           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.

           DISPLAY " ".
           DISPLAY "------- RESUMEN DE CONCILIACION -------".
           DISPLAY " DETALLES ENVIADOS     : " WS-CONT-ENVIADOS.
           DISPLAY " DETALLES ACEPTADOS    : " WS-CONT-ACEPTADOS.
           DISPLAY " DETALLES RECHAZADOS   : " WS-CONT-RECHAZADOS.
           DISPLAY " DETALLES SIN ACUSE    : " WS-CONT-SIN-ACUSE.
           DISPLAY " ACUSES SIN ENVIO      : " WS-CONT-ACU-SIN-ENVIO.
           DISPLAY " ACUSES INVALIDOS      : " WS-CONT-ACU-INVALIDOS.
           DISPLAY " DETALLES REENVIADOS   : " WS-CONT-REENVIADOS.
           IF WS-CONT-REENVIADOS > 0
               DISPLAY " SECUENCIA DEL REENVIO : " WS-SECUENCIA-REENVIO
           END-IF.
           DISPLAY " CODIGO DE RETORNO     : " WS-RETORNO.
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3900-LIBERAR-BLOQUEO.

           OPEN OUTPUT SAL-BLOQUEO.

           IF FS-BLOQUEO-FILE-OK

               MOVE SPACES                  TO BLQ-BLOQUEO-REG
               MOVE 'L'                     TO BLQ-ESTADO
               MOVE 'CL20EJ28'              TO BLQ-PROGRAMA
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

       END PROGRAM CL20EJ28.
