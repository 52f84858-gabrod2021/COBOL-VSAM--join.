      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - EJERCICIO 25 - CADENA NOCTURNA DE PROCESOS
      *          CON REINICIO EN EL PASO FALLIDO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20EJ25.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-PASOS
           ASSIGN TO '../CADENA-NOCTURNA.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PASOS.

       SELECT SAL-LOG-PASOS
           ASSIGN TO '../CADENA-NOCTURNA.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG-PASOS.

       SELECT SAL-REINICIO
           ASSIGN TO '../CADENA-NOCTURNA.RST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINICIO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-PASOS.
       01 ENT-PAS-REG.
          05 ENT-PAS-PROGRAMA               PIC X(08).
          05 FILLER                         PIC X(01).
          05 ENT-PAS-PARAMETRO              PIC X(20).
          05 FILLER                         PIC X(01).
          05 ENT-PAS-RC-MAXIMO              PIC 9(02).

       FD SAL-LOG-PASOS.
       01 SAL-LOG-REG.
          05 LOG-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LOG-HORA                       PIC 9(06).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LOG-PASO                       PIC 9(02).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LOG-PROGRAMA                   PIC X(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LOG-PARAMETRO                  PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LOG-RC-MAXIMO                  PIC 9(02).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LOG-RC                         PIC 9(03).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LOG-RESULTADO                  PIC X(12).

       FD SAL-REINICIO.
       01 RST-REINICIO-REG.
          05 RST-ESTADO                     PIC X(01).
             88 RST-PENDIENTE                   VALUE 'P'.
             88 RST-COMPLETA                    VALUE 'C'.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 RST-PASO                       PIC 9(02).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 RST-PROGRAMA                   PIC X(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 RST-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 RST-HORA                       PIC 9(06).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 RST-RC                         PIC 9(03).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PASOS                       PIC X(2).
             88 FS-PASOS-FILE-OK                VALUE '00'.
             88 FS-PASOS-FILE-EOF               VALUE '10'.
             88 FS-PASOS-FILE-NFD               VALUE '35'.
          05 FS-LOG-PASOS                   PIC X(2).
             88 FS-LOG-PASOS-FILE-OK            VALUE '00'.
             88 FS-LOG-PASOS-FILE-NFD           VALUE '35'.
          05 FS-REINICIO                    PIC X(2).
             88 FS-REINICIO-FILE-OK             VALUE '00'.
             88 FS-REINICIO-FILE-EOF            VALUE '10'.
             88 FS-REINICIO-FILE-NFD            VALUE '35'.

       77 WS-TIME8                          PIC 9(08).
       77 WS-PARM-MODO                      PIC X(10).
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-SW-PARM-COMPLETA               PIC X(01) VALUE 'N'.
          88 WS-PARM-COMPLETA                    VALUE 'S'.

       77 WS-SW-PASOS-FIN                   PIC X(01) VALUE 'N'.
          88 WS-PASOS-FIN                        VALUE 'S'.

       77 WS-SW-TABLA-OK                    PIC X(01) VALUE 'S'.
          88 WS-TABLA-OK                         VALUE 'S'.

       77 WS-SW-REINICIO-OK                 PIC X(01) VALUE 'S'.
          88 WS-REINICIO-OK                      VALUE 'S'.

       77 WS-SW-CADENA-CORTADA              PIC X(01) VALUE 'N'.
          88 WS-CADENA-CORTADA                   VALUE 'S'.

       77 WS-IDX-PASO                       PIC 9(02).
       77 WS-PASO-INICIAL                   PIC 9(02) VALUE 1.
       77 WS-CANT-PASOS                     PIC 9(02) VALUE 0.
       77 WS-MAX-PASOS                      PIC 9(02) VALUE 20.

       77 WS-CONT-EJECUTADOS                PIC 9(02) VALUE 0.
       77 WS-CONT-OMITIDOS                  PIC 9(02) VALUE 0.

       77 WS-RC-PASO                        PIC 9(03) VALUE 0.
       77 WS-RESULTADO                      PIC X(12).
       77 WS-COMANDO                        PIC X(80).

       01 WS-TABLA-PASOS.
          05 WS-PAS-ENT OCCURS 20.
             10 WS-PAS-PROGRAMA             PIC X(08).
             10 WS-PAS-PARAMETRO            PIC X(20).
             10 WS-PAS-RC-MAXIMO            PIC 9(02).

       01 WS-REINICIO.
          05 WS-RST-ESTADO                  PIC X(01) VALUE 'C'.
             88 WS-RST-PENDIENTE                VALUE 'P'.
          05 WS-RST-PASO                    PIC 9(02) VALUE 0.
          05 WS-RST-PROGRAMA                PIC X(08) VALUE SPACES.
          05 WS-RST-RC                      PIC 9(03) VALUE 0.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-TABLA-OK AND WS-REINICIO-OK AND
              FS-LOG-PASOS-FILE-OK

               PERFORM 2000-EJECUTAR-CADENA
                  THRU 2000-EJECUTAR-CADENA-FIN

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

           PERFORM 1100-CARGAR-PASOS
              THRU 1100-CARGAR-PASOS-FIN.

           IF WS-TABLA-OK

               PERFORM 1200-LEER-REINICIO
                  THRU 1200-LEER-REINICIO-FIN

               PERFORM 1300-ABRIR-LOG
                  THRU 1300-ABRIR-LOG-FIN

           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.

           MOVE SPACES                      TO WS-PARM-MODO.
           ACCEPT WS-PARM-MODO FROM COMMAND-LINE.

           EVALUATE WS-PARM-MODO
               WHEN SPACES
               WHEN 'REINICIO'
                    CONTINUE
               WHEN 'COMPLETA'
                    MOVE 'S'                TO WS-SW-PARM-COMPLETA
               WHEN OTHER
                    DISPLAY 'PARAMETRO INVALIDO: ' WS-PARM-MODO
                    DISPLAY 'VALORES ADMITIDOS: REINICIO / COMPLETA'
                    DISPLAY 'SE CONTINUA EN MODO REINICIO'
           END-EVALUATE.

       1050-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-PASOS.

           OPEN INPUT ENT-PASOS.

           EVALUATE TRUE
               WHEN FS-PASOS-FILE-OK

                    PERFORM 1110-LEER-SIG-PASO
                       THRU 1110-LEER-SIG-PASO-FIN

                    PERFORM 1120-GUARDAR-PASO
                       THRU 1120-GUARDAR-PASO-FIN
                       UNTIL WS-PASOS-FIN

                    CLOSE ENT-PASOS

               WHEN FS-PASOS-FILE-NFD
                    DISPLAY 'NO SE ENCUENTRA LA TABLA DE PASOS'
                    DISPLAY 'FILE STATUS: ' FS-PASOS
                    MOVE 'N'                TO WS-SW-TABLA-OK
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TABLA DE PASOS'
                    DISPLAY 'FILE STATUS: ' FS-PASOS
                    MOVE 'N'                TO WS-SW-TABLA-OK
           END-EVALUATE.

           IF WS-TABLA-OK AND WS-CANT-PASOS = 0
               DISPLAY 'LA TABLA DE PASOS NO TIENE PASOS DEFINIDOS'
               MOVE 'N'                     TO WS-SW-TABLA-OK
           END-IF.

       1100-CARGAR-PASOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-SIG-PASO.

           READ ENT-PASOS.

           EVALUATE TRUE
               WHEN FS-PASOS-FILE-OK
                    CONTINUE
               WHEN FS-PASOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-PASOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA TABLA DE PASOS'
                    DISPLAY 'FILE STATUS: ' FS-PASOS
                    MOVE 'S'                TO WS-SW-PASOS-FIN
                    MOVE 'N'                TO WS-SW-TABLA-OK
           END-EVALUATE.

       1110-LEER-SIG-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-GUARDAR-PASO.

           EVALUATE TRUE
               WHEN ENT-PAS-PROGRAMA(1:1) = '*'
               WHEN ENT-PAS-REG = SPACES
                    CONTINUE
               WHEN ENT-PAS-RC-MAXIMO IS NOT NUMERIC
                    DISPLAY 'RC MAXIMO INVALIDO PARA EL PROGRAMA '
                            ENT-PAS-PROGRAMA
                    MOVE 'N'                TO WS-SW-TABLA-OK
               WHEN WS-CANT-PASOS < WS-MAX-PASOS
                    ADD 1                   TO WS-CANT-PASOS
                    MOVE ENT-PAS-PROGRAMA   TO
                         WS-PAS-PROGRAMA(WS-CANT-PASOS)
                    MOVE ENT-PAS-PARAMETRO  TO
                         WS-PAS-PARAMETRO(WS-CANT-PASOS)
                    MOVE ENT-PAS-RC-MAXIMO  TO
                         WS-PAS-RC-MAXIMO(WS-CANT-PASOS)
               WHEN OTHER
                    DISPLAY 'SE SUPERO EL MAXIMO DE PASOS - SE '-
                            'DESCARTA ' ENT-PAS-PROGRAMA
                    MOVE 'N'                TO WS-SW-TABLA-OK
           END-EVALUATE.

           PERFORM 1110-LEER-SIG-PASO
              THRU 1110-LEER-SIG-PASO-FIN.

       1120-GUARDAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-REINICIO.

           OPEN INPUT SAL-REINICIO.

           EVALUATE TRUE
               WHEN FS-REINICIO-FILE-OK

                    READ SAL-REINICIO

                    IF FS-REINICIO-FILE-OK
                        MOVE RST-ESTADO     TO WS-RST-ESTADO
                        MOVE RST-PASO       TO WS-RST-PASO
                        MOVE RST-PROGRAMA   TO WS-RST-PROGRAMA
                        MOVE RST-RC         TO WS-RST-RC
                    END-IF

                    CLOSE SAL-REINICIO

               WHEN FS-REINICIO-FILE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REINICIO'
                    DISPLAY 'FILE STATUS: ' FS-REINICIO
                    MOVE 'N'                TO WS-SW-REINICIO-OK
           END-EVALUATE.

           EVALUATE TRUE
               WHEN NOT WS-REINICIO-OK
                    CONTINUE
               WHEN NOT WS-RST-PENDIENTE
                    MOVE 1                  TO WS-PASO-INICIAL
               WHEN WS-PARM-COMPLETA
                    DISPLAY 'AVISO: LA CADENA ANTERIOR QUEDO '-
                            'PENDIENTE EN EL PASO ' WS-RST-PASO
                            ' (' WS-RST-PROGRAMA ')'
                    DISPLAY 'SE EJECUTA COMPLETA POR PEDIDO DEL '-
                            'OPERADOR'
                    MOVE 1                  TO WS-PASO-INICIAL
               WHEN WS-RST-PASO < 1 OR
                    WS-RST-PASO > WS-CANT-PASOS
                    DISPLAY 'ERROR: EL PASO DE REINICIO ' WS-RST-PASO
                            ' NO EXISTE EN LA TABLA DE PASOS'
                    MOVE 'N'                TO WS-SW-REINICIO-OK
               WHEN WS-PAS-PROGRAMA(WS-RST-PASO) NOT = WS-RST-PROGRAMA
                    DISPLAY 'ERROR: EL PASO DE REINICIO ' WS-RST-PASO
                            ' ERA ' WS-RST-PROGRAMA ' Y EN LA TABLA '-
                            'ES ' WS-PAS-PROGRAMA(WS-RST-PASO)
                    DISPLAY 'REVISAR LA TABLA O EJECUTAR CON '-
                            'PARAMETRO COMPLETA'
                    MOVE 'N'                TO WS-SW-REINICIO-OK
               WHEN OTHER
                    MOVE WS-RST-PASO        TO WS-PASO-INICIAL
                    DISPLAY 'SE REANUDA LA CADENA EN EL PASO '
                            WS-RST-PASO ' (' WS-RST-PROGRAMA ') - '-
                            'RC ANTERIOR: ' WS-RST-RC
           END-EVALUATE.

       1200-LEER-REINICIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-LOG.

           OPEN EXTEND SAL-LOG-PASOS.

           EVALUATE TRUE
               WHEN FS-LOG-PASOS-FILE-OK
                    CONTINUE
               WHEN FS-LOG-PASOS-FILE-NFD
                    OPEN OUTPUT SAL-LOG-PASOS
                    IF NOT FS-LOG-PASOS-FILE-OK
                        DISPLAY 'ERROR AL CREAR EL LOG DE PASOS'
                        DISPLAY 'FILE STATUS: ' FS-LOG-PASOS
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL LOG DE PASOS'
                    DISPLAY 'FILE STATUS: ' FS-LOG-PASOS
           END-EVALUATE.

       1300-ABRIR-LOG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-EJECUTAR-CADENA.

           PERFORM 2050-OMITIR-PASO
              THRU 2050-OMITIR-PASO-FIN
              VARYING WS-IDX-PASO FROM 1 BY 1
              UNTIL WS-IDX-PASO NOT < WS-PASO-INICIAL.

           PERFORM 2100-EJECUTAR-PASO
              THRU 2100-EJECUTAR-PASO-FIN
              VARYING WS-IDX-PASO FROM WS-PASO-INICIAL BY 1
              UNTIL WS-IDX-PASO > WS-CANT-PASOS OR
                    WS-CADENA-CORTADA.

           IF NOT WS-CADENA-CORTADA
               MOVE 'C'                     TO WS-RST-ESTADO
               MOVE 0                       TO WS-RST-PASO
               MOVE SPACES                  TO WS-RST-PROGRAMA
               MOVE 0                       TO WS-RST-RC
               PERFORM 2900-GRABAR-REINICIO
                  THRU 2900-GRABAR-REINICIO-FIN
           END-IF.

       2000-EJECUTAR-CADENA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-OMITIR-PASO.

           ADD 1                            TO WS-CONT-OMITIDOS.
           MOVE 0                           TO WS-RC-PASO.
           MOVE 'OMITIDO'                   TO WS-RESULTADO.

           DISPLAY 'PASO ' WS-IDX-PASO ' ' WS-PAS-PROGRAMA(WS-IDX-PASO)
                   ' YA TERMINADO - SE OMITE'.

           PERFORM 2800-REGISTRAR-LOG
              THRU 2800-REGISTRAR-LOG-FIN.

       2050-OMITIR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-EJECUTAR-PASO.

           MOVE 'P'                         TO WS-RST-ESTADO.
           MOVE WS-IDX-PASO                 TO WS-RST-PASO.
           MOVE WS-PAS-PROGRAMA(WS-IDX-PASO)
                                             TO WS-RST-PROGRAMA.
           MOVE 0                           TO WS-RST-RC.
           PERFORM 2900-GRABAR-REINICIO
              THRU 2900-GRABAR-REINICIO-FIN.

           IF WS-CADENA-CORTADA
               MOVE 0                       TO WS-RC-PASO
               MOVE 'CANCELADO'             TO WS-RESULTADO
               DISPLAY '<<< PASO ' WS-IDX-PASO ' '
                       WS-PAS-PROGRAMA(WS-IDX-PASO) ' NO SE EJECUTA - '-
                       'NO SE PUDO GRABAR EL PUNTO DE REINICIO'
               PERFORM 2800-REGISTRAR-LOG
                  THRU 2800-REGISTRAR-LOG-FIN
           ELSE
               PERFORM 2110-LANZAR-PASO
                  THRU 2110-LANZAR-PASO-FIN
           END-IF.

       2100-EJECUTAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LANZAR-PASO.

           MOVE 0                           TO WS-RC-PASO.
           MOVE 'INICIADO'                  TO WS-RESULTADO.
           PERFORM 2800-REGISTRAR-LOG
              THRU 2800-REGISTRAR-LOG-FIN.

           MOVE SPACES                      TO WS-COMANDO.
           STRING './'                       DELIMITED BY SIZE
                  WS-PAS-PROGRAMA(WS-IDX-PASO)
                                             DELIMITED BY SPACE
                  ' '                        DELIMITED BY SIZE
                  WS-PAS-PARAMETRO(WS-IDX-PASO)
                                             DELIMITED BY SIZE
                  INTO WS-COMANDO
           END-STRING.

           DISPLAY " ".
           DISPLAY '>>> PASO ' WS-IDX-PASO ' - ' WS-COMANDO.

           CALL 'SYSTEM' USING WS-COMANDO.

           EVALUATE TRUE
               WHEN RETURN-CODE < 0
                    DISPLAY '<<< PASO ' WS-IDX-PASO ' '
                            WS-PAS-PROGRAMA(WS-IDX-PASO)
                            ' NO SE PUDO LANZAR - RC ' RETURN-CODE
                    MOVE 999                TO WS-RC-PASO
               WHEN RETURN-CODE > 255
                    DIVIDE RETURN-CODE BY 256 GIVING WS-RC-PASO
               WHEN OTHER
                    MOVE RETURN-CODE        TO WS-RC-PASO
           END-EVALUATE.
           ADD 1                            TO WS-CONT-EJECUTADOS.

           IF WS-RC-PASO > WS-PAS-RC-MAXIMO(WS-IDX-PASO)

               MOVE 'S'                     TO WS-SW-CADENA-CORTADA
               MOVE 'CANCELADO'             TO WS-RESULTADO
               MOVE WS-RC-PASO              TO WS-RST-RC
               DISPLAY '<<< PASO ' WS-IDX-PASO ' '
                       WS-PAS-PROGRAMA(WS-IDX-PASO) ' TERMINO CON RC '
                       WS-RC-PASO ' (MAXIMO '
                       WS-PAS-RC-MAXIMO(WS-IDX-PASO) ') - SE CORTA '-
                       'LA CADENA'

           ELSE

               MOVE 'TERMINADO'             TO WS-RESULTADO
               DISPLAY '<<< PASO ' WS-IDX-PASO ' '
                       WS-PAS-PROGRAMA(WS-IDX-PASO) ' TERMINO CON RC '
                       WS-RC-PASO

               IF WS-IDX-PASO < WS-CANT-PASOS
                   MOVE 'P'                 TO WS-RST-ESTADO
                   ADD 1 WS-IDX-PASO    GIVING WS-RST-PASO
                   MOVE WS-PAS-PROGRAMA(WS-RST-PASO)
                                             TO WS-RST-PROGRAMA
                   MOVE 0                   TO WS-RST-RC
               END-IF

           END-IF.

           PERFORM 2900-GRABAR-REINICIO
              THRU 2900-GRABAR-REINICIO-FIN.

           PERFORM 2800-REGISTRAR-LOG
              THRU 2800-REGISTRAR-LOG-FIN.

       2110-LANZAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-REGISTRAR-LOG.

           MOVE SPACES                      TO SAL-LOG-REG.
           ACCEPT LOG-FECHA                 FROM DATE YYYYMMDD.
           ACCEPT WS-TIME8                  FROM TIME.
           MOVE WS-TIME8(1:6)               TO LOG-HORA.
           MOVE WS-IDX-PASO                 TO LOG-PASO.
           MOVE WS-PAS-PROGRAMA(WS-IDX-PASO)
                                             TO LOG-PROGRAMA.
           MOVE WS-PAS-PARAMETRO(WS-IDX-PASO)
                                             TO LOG-PARAMETRO.
           MOVE WS-PAS-RC-MAXIMO(WS-IDX-PASO)
                                             TO LOG-RC-MAXIMO.
           MOVE WS-RC-PASO                  TO LOG-RC.
           MOVE WS-RESULTADO                TO LOG-RESULTADO.

           WRITE SAL-LOG-REG.

           IF NOT FS-LOG-PASOS-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL LOG DE PASOS'
               DISPLAY 'FILE STATUS: ' FS-LOG-PASOS
           END-IF.

       2800-REGISTRAR-LOG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-REINICIO.

           OPEN OUTPUT SAL-REINICIO.

           IF FS-REINICIO-FILE-OK

               MOVE SPACES                  TO RST-REINICIO-REG
               MOVE WS-RST-ESTADO           TO RST-ESTADO
               MOVE WS-RST-PASO             TO RST-PASO
               MOVE WS-RST-PROGRAMA         TO RST-PROGRAMA
               ACCEPT RST-FECHA             FROM DATE YYYYMMDD
               ACCEPT WS-TIME8              FROM TIME
               MOVE WS-TIME8(1:6)           TO RST-HORA
               MOVE WS-RST-RC               TO RST-RC

               WRITE RST-REINICIO-REG

               IF NOT FS-REINICIO-FILE-OK
                   DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE REINICIO'
                   DISPLAY 'FILE STATUS: ' FS-REINICIO
                   MOVE 'S'                 TO WS-SW-CADENA-CORTADA
               END-IF

               CLOSE SAL-REINICIO

           ELSE
               DISPLAY 'ERROR AL CREAR EL ARCHIVO DE REINICIO'
               DISPLAY 'FILE STATUS: ' FS-REINICIO
               MOVE 'S'                     TO WS-SW-CADENA-CORTADA
           END-IF.

       2900-GRABAR-REINICIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-LOG-PASOS-FILE-OK
               CLOSE SAL-LOG-PASOS
           END-IF.

           IF WS-CADENA-CORTADA
               MOVE 8                       TO WS-RETORNO
           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.

           DISPLAY " ".
           DISPLAY "----------- RESUMEN DE LA CADENA -----------".
           DISPLAY " PASOS EN LA TABLA     : " WS-CANT-PASOS.
           DISPLAY " PASOS OMITIDOS        : " WS-CONT-OMITIDOS.
           DISPLAY " PASOS EJECUTADOS      : " WS-CONT-EJECUTADOS.

           IF WS-CADENA-CORTADA
               DISPLAY " CADENA CORTADA EN EL PASO " WS-RST-PASO
                       " (" WS-RST-PROGRAMA ")"
               DISPLAY " LA PROXIMA EJECUCION SE REANUDA EN ESE PASO"
           END-IF.

           DISPLAY " CODIGO DE RETORNO     : " WS-RETORNO.
           DISPLAY "--------------------------------------------".
           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL20EJ25.
