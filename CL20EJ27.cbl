      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - EJERCICIO 27 - DOTACION Y ROTACION MENSUAL
      *          POR DEPARTAMENTO A PARTIR DEL HISTORIAL DE CAMBIOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20EJ27.
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

       SELECT ENT-DEPARTAMENTOS
           ASSIGN TO '../DEPARTAMENTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEPARTAMENTOS
           RECORD KEY IS ENT-DEP-CODIGO.

       SELECT ENT-HISTORIAL
           ASSIGN TO '../HISTORIAL-CAMBIOS.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT SAL-ROTACION
           ASSIGN TO '../ROTACION-DEPARTAMENTOS.LST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ROTACION.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-EMPLEADOS.
           COPY EMPLREG.

       FD ENT-DEPARTAMENTOS.
           COPY DEPTREG.

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

       FD SAL-ROTACION.
       01 ROT-LINEA                         PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-FILE-OK            VALUE '00'.
             88 FS-EMPLEADOS-FILE-EOF           VALUE '10'.
             88 FS-EMPLEADOS-FILE-NFD           VALUE '35'.
          05 FS-DEPARTAMENTOS               PIC X(2).
             88 FS-DEPARTAMENTOS-FILE-OK        VALUE '00'.
             88 FS-DEPARTAMENTOS-FILE-EOF       VALUE '10'.
             88 FS-DEPARTAMENTOS-FILE-NFD       VALUE '35'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-FILE-OK            VALUE '00'.
             88 FS-HISTORIAL-FILE-EOF           VALUE '10'.
             88 FS-HISTORIAL-FILE-NFD           VALUE '35'.
          05 FS-ROTACION                    PIC X(2).
             88 FS-ROTACION-FILE-OK             VALUE '00'.

       77 WS-PARM-PERIODO                   PIC X(13).
       77 WS-RETORNO                        PIC 9(02) VALUE 0.

       77 WS-CONT-DEP-LEIDOS                PIC 9(04) VALUE 0.
       77 WS-CONT-EMP-LEIDOS                PIC 9(05) VALUE 0.
       77 WS-CONT-HST-LEIDOS                PIC 9(05) VALUE 0.
       77 WS-CONT-HST-PERIODO               PIC 9(05) VALUE 0.

       77 WS-SW-PARM-VALIDO                 PIC X(01) VALUE 'N'.
          88 WS-PARM-VALIDO                      VALUE 'S'.

       77 WS-SW-DEP-FIN                     PIC X(01) VALUE 'N'.
          88 WS-DEP-FIN                          VALUE 'S'.

       77 WS-SW-EMP-FIN                     PIC X(01) VALUE 'N'.
          88 WS-EMP-FIN                          VALUE 'S'.

       77 WS-SW-HST-FIN                     PIC X(01) VALUE 'N'.
          88 WS-HST-FIN                          VALUE 'S'.

       77 WS-SW-EMP-HALLADO                 PIC X(01) VALUE 'N'.
          88 WS-EMP-HALLADO                      VALUE 'S'.

       77 WS-SW-DEPTO-HALLADO               PIC X(01) VALUE 'N'.
          88 WS-DEPTO-HALLADO                    VALUE 'S'.

       77 WS-SW-CON-ACTIVIDAD               PIC X(01) VALUE 'N'.
          88 WS-CON-ACTIVIDAD                    VALUE 'S'.

       77 WS-IDX-DEP                        PIC 9(02).
       77 WS-IDX-BUSQ                       PIC 9(02).
       77 WS-IDX-SIN-DEPTO                  PIC 9(02).
       77 WS-CANT-DEPTOS                    PIC 9(02) VALUE 0.
       77 WS-MAX-DEPTOS                     PIC 9(02) VALUE 50.

       01 WS-TABLA-DEPTOS.
          05 WS-DEP-ENT OCCURS 51.
             10 WS-DEP-CODIGO               PIC X(04).
             10 WS-DEP-DESCRIPCION          PIC X(30).

       77 WS-IDX-EMP                        PIC 9(05).
       77 WS-IDX-EMP-BUSQ                   PIC 9(05).
       77 WS-CANT-EMPLEADOS                 PIC 9(05) VALUE 0.
       77 WS-MAX-EMPLEADOS                  PIC 9(05) VALUE 5000.

       01 WS-TABLA-EMPLEADOS.
          05 WS-EMP-ENT OCCURS 5000.
             10 WS-EMP-ID                   PIC 9(08).
             10 WS-EMP-ESTADO               PIC X(01).
             10 WS-EMP-IDX-DEP              PIC 9(02).
             10 WS-EMP-VISTO                PIC X(01).

       77 WS-IDX-MES                        PIC 9(02) VALUE 0.
       77 WS-IDX-MES-LST                    PIC 9(02).
       77 WS-CANT-MESES                     PIC 9(02) VALUE 0.
       77 WS-MAX-MESES                      PIC 9(02) VALUE 24.
       77 WS-MES-ABIERTO                    PIC 9(06) VALUE 0.
       77 WS-MES-HST                        PIC 9(06).

       01 WS-PERIODO.
          05 WS-DESDE                       PIC 9(06).
          05 WS-HASTA                       PIC 9(06).

       01 WS-MES-TRABAJO.
          05 WS-MES-TRB-ANIO                PIC 9(04).
          05 WS-MES-TRB-MES                 PIC 9(02).

       01 WS-TABLA-MESES.
          05 WS-MES-VALOR OCCURS 24         PIC 9(06).

       01 WS-TABLA-ESTADISTICA.
          05 WS-EST-DEP OCCURS 51.
             10 WS-EST-DOTACION             PIC S9(05).
             10 WS-EST-MES OCCURS 24.
                15 WS-EST-APERTURA          PIC S9(05).
                15 WS-EST-ALTAS             PIC 9(05).
                15 WS-EST-BAJAS             PIC 9(05).
                15 WS-EST-REINGRESOS        PIC 9(05).
                15 WS-EST-TRASLADOS         PIC S9(05).
                15 WS-EST-CIERRE            PIC S9(05).

       01 WS-IMAGEN-EMP.
          05 WS-IMG-ID-EMPLEADO             PIC 9(08).
          05 FILLER                         PIC X(50).
          05 WS-IMG-ESTADO                  PIC X(01).
          05 FILLER                         PIC X(54).
          05 WS-IMG-FECHA-BAJA              PIC 9(08).
          05 WS-IMG-COD-DEPTO               PIC X(04).

       77 WS-ANT-ESTADO                     PIC X(01).
       77 WS-ANT-IDX-DEP                    PIC 9(02).
       77 WS-NUE-ESTADO                     PIC X(01).
       77 WS-NUE-IDX-DEP                    PIC 9(02).
       77 WS-COD-DEPTO-BUSQ                 PIC X(04).

       77 WS-CALC-APERTURA                  PIC S9(07).
       77 WS-CALC-ALTAS                     PIC 9(07).
       77 WS-CALC-BAJAS                     PIC 9(07).
       77 WS-CALC-REINGRESOS                PIC 9(07).
       77 WS-CALC-TRASLADOS                 PIC S9(07).
       77 WS-CALC-CIERRE                    PIC S9(07).
       77 WS-CALC-ROTACION                  PIC 9(03)V99.

       77 WS-NRO-PAGINA                     PIC 9(03) VALUE 0.
       77 WS-CONT-LINEAS                    PIC 9(02) VALUE 99.
       77 WS-MAX-LINEAS                     PIC 9(02) VALUE 40.

       01 WS-ROT-ENCABEZADO1.
          05 FILLER                     PIC X(44) VALUE
             'DOTACION Y ROTACION MENSUAL POR DEPARTAMENTO'.
          05 FILLER                     PIC X(10) VALUE ' - DESDE: '.
          05 WS-ROT-ENC-DESDE           PIC 9(06).
          05 FILLER                     PIC X(10) VALUE ' - HASTA: '.
          05 WS-ROT-ENC-HASTA           PIC 9(06).
          05 FILLER                     PIC X(44) VALUE SPACES.
          05 FILLER                     PIC X(08) VALUE 'PAGINA: '.
          05 WS-ROT-ENC-PAGINA          PIC ZZZ9.

       01 WS-ROT-ENCABEZADO2                PIC X(132) VALUE
          'MES      APERTURA  ALTAS  BAJAS REINGR. TRASL. '-
          ' CIERRE ROTACION %'.

       01 WS-ROT-TITULO-DEPTO.
          05 FILLER                         PIC X(14) VALUE
             'DEPARTAMENTO: '.
          05 WS-ROT-DEP-CODIGO              PIC X(04).
          05 FILLER                         PIC X(03) VALUE ' - '.
          05 WS-ROT-DEP-DESCRIPCION         PIC X(30).
          05 FILLER                         PIC X(81) VALUE SPACES.

       01 WS-ROT-DETALLE.
          05 WS-ROT-MES                     PIC X(07).
          05 FILLER                         PIC X(03) VALUE SPACES.
          05 WS-ROT-APERTURA                PIC -(06)9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-ROT-ALTAS                   PIC ZZZZZ9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-ROT-BAJAS                   PIC ZZZZZ9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-ROT-REINGRESOS              PIC ZZZZZZ9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-ROT-TRASLADOS               PIC -(05)9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-ROT-CIERRE                  PIC -(06)9.
          05 FILLER                         PIC X(05) VALUE SPACES.
          05 WS-ROT-ROTACION                PIC ZZ9,99.

       01 WS-ROT-MES-EDIT.
          05 WS-ROT-MES-ANIO                PIC 9(04).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 WS-ROT-MES-MES                 PIC 9(02).

       01 WS-ROT-TOTAL.
          05 WS-ROT-TOT-TITULO              PIC X(35).
          05 WS-ROT-TOT-VALOR               PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-PARM-VALIDO AND FS-EMPLEADOS-FILE-OK AND
              FS-DEPARTAMENTOS-FILE-OK AND FS-HISTORIAL-FILE-OK AND
              FS-ROTACION-FILE-OK

               PERFORM 2000-CARGAR-DEPARTAMENTOS
                  THRU 2000-CARGAR-DEPARTAMENTOS-FIN

               PERFORM 2100-CARGAR-EMPLEADOS
                  THRU 2100-CARGAR-EMPLEADOS-FIN

               PERFORM 2200-FIJAR-ESTADO-INICIAL
                  THRU 2200-FIJAR-ESTADO-INICIAL-FIN

               PERFORM 2300-CALCULAR-DOTACION
                  THRU 2300-CALCULAR-DOTACION-FIN
                  VARYING WS-IDX-EMP FROM 1 BY 1
                  UNTIL WS-IDX-EMP > WS-CANT-EMPLEADOS

               PERFORM 2400-REPROCESAR-HISTORIAL
                  THRU 2400-REPROCESAR-HISTORIAL-FIN

               PERFORM 2600-LISTAR-DEPARTAMENTO
                  THRU 2600-LISTAR-DEPARTAMENTO-FIN
                  VARYING WS-IDX-DEP FROM 1 BY 1
                  UNTIL WS-IDX-DEP > WS-IDX-SIN-DEPTO

               PERFORM 2700-LISTAR-EMPRESA
                  THRU 2700-LISTAR-EMPRESA-FIN

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

           OPEN INPUT ENT-EMPLEADOS.

           IF NOT FS-EMPLEADOS-FILE-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
               DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
           END-IF.

           OPEN INPUT ENT-DEPARTAMENTOS.

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
           END-EVALUATE.

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

           OPEN OUTPUT SAL-ROTACION.

           IF NOT FS-ROTACION-FILE-OK
               DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ROTACION'
               DISPLAY 'FILE STATUS: ' FS-ROTACION
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1050-OBTENER-PARAMETROS.

           MOVE SPACES                      TO WS-PARM-PERIODO.
           ACCEPT WS-PARM-PERIODO FROM COMMAND-LINE.

           IF WS-PARM-PERIODO = SPACES
               DISPLAY 'INGRESA EL PERIODO (AAAAMM AAAAMM):'
               ACCEPT WS-PARM-PERIODO
           END-IF.

           IF WS-PARM-PERIODO(8:6) = SPACES
               MOVE WS-PARM-PERIODO(1:6)    TO WS-PARM-PERIODO(8:6)
           END-IF.

           EVALUATE TRUE
               WHEN WS-PARM-PERIODO(1:6) IS NOT NUMERIC OR
                    WS-PARM-PERIODO(8:6) IS NOT NUMERIC
                    DISPLAY 'PERIODO INVALIDO: ' WS-PARM-PERIODO
               WHEN WS-PARM-PERIODO(5:2) < '01' OR
                    WS-PARM-PERIODO(5:2) > '12' OR
                    WS-PARM-PERIODO(12:2) < '01' OR
                    WS-PARM-PERIODO(12:2) > '12'
                    DISPLAY 'MES INVALIDO EN EL PERIODO: '
                            WS-PARM-PERIODO
               WHEN WS-PARM-PERIODO(1:6) > WS-PARM-PERIODO(8:6)
                    DISPLAY 'EL MES DESDE ES POSTERIOR AL MES HASTA: '
                            WS-PARM-PERIODO
               WHEN OTHER
                    MOVE WS-PARM-PERIODO(1:6) TO WS-DESDE
                    MOVE WS-PARM-PERIODO(8:6) TO WS-HASTA
                    PERFORM 1100-ARMAR-MESES
                       THRU 1100-ARMAR-MESES-FIN
           END-EVALUATE.

           IF WS-PARM-VALIDO
               DISPLAY 'PERIODO DEL INFORME: ' WS-DESDE ' A ' WS-HASTA
           ELSE
               DISPLAY 'INDICAR EL PERIODO COMO AAAAMM AAAAMM '-
                       '(HASTA 24 MESES)'
           END-IF.

       1050-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ARMAR-MESES.

           MOVE WS-DESDE                    TO WS-MES-TRABAJO.
           MOVE 0                           TO WS-CANT-MESES.

           PERFORM 1110-AGREGAR-MES
              THRU 1110-AGREGAR-MES-FIN
              UNTIL WS-MES-TRABAJO > WS-HASTA
                 OR WS-CANT-MESES > WS-MAX-MESES.

           IF WS-CANT-MESES > WS-MAX-MESES
               DISPLAY 'EL PERIODO SUPERA LOS ' WS-MAX-MESES ' MESES'
           ELSE
               MOVE 'S'                     TO WS-SW-PARM-VALIDO
           END-IF.

       1100-ARMAR-MESES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-AGREGAR-MES.

           ADD 1                            TO WS-CANT-MESES.

           IF WS-CANT-MESES NOT > WS-MAX-MESES
               MOVE WS-MES-TRABAJO          TO
                    WS-MES-VALOR(WS-CANT-MESES)
           END-IF.

           IF WS-MES-TRB-MES = 12
               MOVE 1                       TO WS-MES-TRB-MES
               ADD 1                        TO WS-MES-TRB-ANIO
           ELSE
               ADD 1                        TO WS-MES-TRB-MES
           END-IF.

       1110-AGREGAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-CARGAR-DEPARTAMENTOS.

           PERFORM 2010-LEER-SIG-DEPARTAMENTO
              THRU 2010-LEER-SIG-DEPARTAMENTO-FIN.

           PERFORM 2020-GUARDAR-DEPARTAMENTO
              THRU 2020-GUARDAR-DEPARTAMENTO-FIN
              UNTIL WS-DEP-FIN.

           COMPUTE WS-IDX-SIN-DEPTO = WS-CANT-DEPTOS + 1.
           MOVE SPACES                      TO
                WS-DEP-CODIGO(WS-IDX-SIN-DEPTO).
           MOVE 'SIN DEPARTAMENTO VALIDO'   TO
                WS-DEP-DESCRIPCION(WS-IDX-SIN-DEPTO).

           INITIALIZE WS-TABLA-ESTADISTICA.

       2000-CARGAR-DEPARTAMENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-SIG-DEPARTAMENTO.

           READ ENT-DEPARTAMENTOS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-DEPARTAMENTOS-FILE-OK
                    ADD 1                   TO WS-CONT-DEP-LEIDOS
               WHEN FS-DEPARTAMENTOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-DEP-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE '-
                            'DEPARTAMENTOS'
                    DISPLAY 'FILE STATUS: ' FS-DEPARTAMENTOS
                    MOVE 'S'                TO WS-SW-DEP-FIN
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2010-LEER-SIG-DEPARTAMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-GUARDAR-DEPARTAMENTO.

           IF WS-CANT-DEPTOS < WS-MAX-DEPTOS
               ADD 1                        TO WS-CANT-DEPTOS
               MOVE ENT-DEP-CODIGO          TO
                    WS-DEP-CODIGO(WS-CANT-DEPTOS)
               MOVE ENT-DEP-DESCRIPCION     TO
                    WS-DEP-DESCRIPCION(WS-CANT-DEPTOS)
           ELSE
               DISPLAY 'AVISO: SE SUPERO EL MAXIMO DE DEPARTAMENTOS '-
                       '- SE DESCARTA ' ENT-DEP-CODIGO
           END-IF.

           PERFORM 2010-LEER-SIG-DEPARTAMENTO
              THRU 2010-LEER-SIG-DEPARTAMENTO-FIN.

       2020-GUARDAR-DEPARTAMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-EMPLEADOS.

           PERFORM 2110-LEER-SIG-EMPLEADO
              THRU 2110-LEER-SIG-EMPLEADO-FIN.

           PERFORM 2120-GUARDAR-EMPLEADO
              THRU 2120-GUARDAR-EMPLEADO-FIN
              UNTIL WS-EMP-FIN.

       2100-CARGAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-SIG-EMPLEADO.

           READ ENT-EMPLEADOS NEXT RECORD.

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
       2120-GUARDAR-EMPLEADO.

           IF WS-CANT-EMPLEADOS < WS-MAX-EMPLEADOS
               ADD 1                        TO WS-CANT-EMPLEADOS
               MOVE ENT-EMP-ID-EMPLEADO     TO
                    WS-EMP-ID(WS-CANT-EMPLEADOS)
               MOVE ENT-EMP-ESTADO          TO
                    WS-EMP-ESTADO(WS-CANT-EMPLEADOS)
               MOVE ENT-EMP-COD-DEPTO       TO WS-COD-DEPTO-BUSQ
               PERFORM 2550-UBICAR-DEPTO
                  THRU 2550-UBICAR-DEPTO-FIN
               MOVE WS-IDX-BUSQ             TO
                    WS-EMP-IDX-DEP(WS-CANT-EMPLEADOS)
               MOVE 'N'                     TO
                    WS-EMP-VISTO(WS-CANT-EMPLEADOS)
           ELSE
               DISPLAY 'AVISO: SE SUPERO EL MAXIMO DE EMPLEADOS '-
                       '- SE DESCARTA ' ENT-EMP-ID-EMPLEADO
               MOVE 8                       TO WS-RETORNO
           END-IF.

           PERFORM 2110-LEER-SIG-EMPLEADO
              THRU 2110-LEER-SIG-EMPLEADO-FIN.

       2120-GUARDAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-FIJAR-ESTADO-INICIAL.

           MOVE 'N'                         TO WS-SW-HST-FIN.

           PERFORM 2410-LEER-SIG-HISTORIAL
              THRU 2410-LEER-SIG-HISTORIAL-FIN.

           PERFORM 2220-EVALUAR-ESTADO-INICIAL
              THRU 2220-EVALUAR-ESTADO-INICIAL-FIN
              UNTIL WS-HST-FIN.

           CLOSE ENT-HISTORIAL.

       2200-FIJAR-ESTADO-INICIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-EVALUAR-ESTADO-INICIAL.

           IF HST-ACCION = 'AE' OR 'ME' OR 'BE' OR 'RE' OR 'HE'

               PERFORM 2500-UBICAR-EMPLEADO
                  THRU 2500-UBICAR-EMPLEADO-FIN

               IF WS-EMP-HALLADO AND WS-EMP-VISTO(WS-IDX-EMP) = 'N'

                   MOVE 'S'                 TO WS-EMP-VISTO(WS-IDX-EMP)

                   IF HST-ACCION = 'AE'
                       MOVE SPACE           TO
                            WS-EMP-ESTADO(WS-IDX-EMP)
                   ELSE
                       MOVE HST-IMAGEN-ANTES(1:125)
                                             TO WS-IMAGEN-EMP
                       MOVE WS-IMG-ESTADO   TO
                            WS-EMP-ESTADO(WS-IDX-EMP)
                       MOVE WS-IMG-COD-DEPTO
                                             TO WS-COD-DEPTO-BUSQ
                       PERFORM 2550-UBICAR-DEPTO
                          THRU 2550-UBICAR-DEPTO-FIN
                       MOVE WS-IDX-BUSQ     TO
                            WS-EMP-IDX-DEP(WS-IDX-EMP)
                   END-IF

               END-IF

           END-IF.

           PERFORM 2410-LEER-SIG-HISTORIAL
              THRU 2410-LEER-SIG-HISTORIAL-FIN.

       2220-EVALUAR-ESTADO-INICIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-CALCULAR-DOTACION.

           IF WS-EMP-ESTADO(WS-IDX-EMP) = 'A'
               MOVE WS-EMP-IDX-DEP(WS-IDX-EMP)
                                             TO WS-IDX-DEP
               ADD 1                        TO
                   WS-EST-DOTACION(WS-IDX-DEP)
           END-IF.

       2300-CALCULAR-DOTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-REPROCESAR-HISTORIAL.

           OPEN INPUT ENT-HISTORIAL.

           IF FS-HISTORIAL-FILE-OK

               MOVE 'N'                     TO WS-SW-HST-FIN
               MOVE 0                       TO WS-CONT-HST-LEIDOS

               PERFORM 2410-LEER-SIG-HISTORIAL
                  THRU 2410-LEER-SIG-HISTORIAL-FIN

               PERFORM 2420-EVALUAR-ENTRADA
                  THRU 2420-EVALUAR-ENTRADA-FIN
                  UNTIL WS-HST-FIN

               CLOSE ENT-HISTORIAL

           ELSE
               DISPLAY 'ERROR AL REABRIR EL ARCHIVO DE HISTORIAL'
               DISPLAY 'FILE STATUS: ' FS-HISTORIAL
               MOVE 8                       TO WS-RETORNO
           END-IF.

           PERFORM 2450-ABRIR-MES-SIGUIENTE
              THRU 2450-ABRIR-MES-SIGUIENTE-FIN
              UNTIL WS-IDX-MES = WS-CANT-MESES.

           MOVE WS-IDX-MES                  TO WS-IDX-MES-LST.

           PERFORM 2470-FOTO-CIERRE
              THRU 2470-FOTO-CIERRE-FIN
              VARYING WS-IDX-DEP FROM 1 BY 1
              UNTIL WS-IDX-DEP > WS-IDX-SIN-DEPTO.

       2400-REPROCESAR-HISTORIAL-FIN.
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
                    MOVE 8                  TO WS-RETORNO
           END-EVALUATE.

       2410-LEER-SIG-HISTORIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-EVALUAR-ENTRADA.

           MOVE HST-FECHA(1:6)              TO WS-MES-HST.

           IF WS-MES-HST > WS-HASTA

               MOVE 'S'                     TO WS-SW-HST-FIN

           ELSE

               IF HST-ACCION = 'AE' OR 'ME' OR 'BE' OR 'RE' OR 'HE'

                   IF WS-MES-HST NOT < WS-DESDE
                       ADD 1                TO WS-CONT-HST-PERIODO
                       PERFORM 2450-ABRIR-MES-SIGUIENTE
                          THRU 2450-ABRIR-MES-SIGUIENTE-FIN
                          UNTIL WS-MES-ABIERTO = WS-MES-HST
                   END-IF

                   PERFORM 2430-APLICAR-CAMBIO
                      THRU 2430-APLICAR-CAMBIO-FIN

               END-IF

               PERFORM 2410-LEER-SIG-HISTORIAL
                  THRU 2410-LEER-SIG-HISTORIAL-FIN

           END-IF.

       2420-EVALUAR-ENTRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2430-APLICAR-CAMBIO.

           PERFORM 2500-UBICAR-EMPLEADO
              THRU 2500-UBICAR-EMPLEADO-FIN.

           IF WS-EMP-HALLADO

               MOVE WS-EMP-ESTADO(WS-IDX-EMP)
                                             TO WS-ANT-ESTADO
               MOVE WS-EMP-IDX-DEP(WS-IDX-EMP)
                                             TO WS-ANT-IDX-DEP

               IF HST-ACCION = 'HE'
                   MOVE SPACE               TO WS-NUE-ESTADO
                   MOVE WS-ANT-IDX-DEP      TO WS-NUE-IDX-DEP
               ELSE
                   MOVE HST-IMAGEN-DESPUES(1:125)
                                             TO WS-IMAGEN-EMP
                   MOVE WS-IMG-ESTADO       TO WS-NUE-ESTADO
                   MOVE WS-IMG-COD-DEPTO    TO WS-COD-DEPTO-BUSQ
                   PERFORM 2550-UBICAR-DEPTO
                      THRU 2550-UBICAR-DEPTO-FIN
                   MOVE WS-IDX-BUSQ         TO WS-NUE-IDX-DEP
               END-IF

               IF WS-ANT-ESTADO = 'A'
                   SUBTRACT 1               FROM
                            WS-EST-DOTACION(WS-ANT-IDX-DEP)
               END-IF

               IF WS-NUE-ESTADO = 'A'
                   ADD 1                    TO
                       WS-EST-DOTACION(WS-NUE-IDX-DEP)
               END-IF

               IF WS-IDX-MES > 0
                   PERFORM 2440-CONTAR-MOVIMIENTO
                      THRU 2440-CONTAR-MOVIMIENTO-FIN
               END-IF

               MOVE WS-NUE-ESTADO           TO
                    WS-EMP-ESTADO(WS-IDX-EMP)
               MOVE WS-NUE-IDX-DEP          TO
                    WS-EMP-IDX-DEP(WS-IDX-EMP)

           END-IF.

       2430-APLICAR-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2440-CONTAR-MOVIMIENTO.

           EVALUATE TRUE
               WHEN WS-ANT-ESTADO NOT = 'A' AND WS-NUE-ESTADO = 'A' AND
                    HST-ACCION = 'AE'
                    ADD 1                   TO
                        WS-EST-ALTAS(WS-NUE-IDX-DEP, WS-IDX-MES)
               WHEN WS-ANT-ESTADO NOT = 'A' AND WS-NUE-ESTADO = 'A'
                    ADD 1                   TO
                        WS-EST-REINGRESOS(WS-NUE-IDX-DEP, WS-IDX-MES)
               WHEN WS-ANT-ESTADO = 'A' AND WS-NUE-ESTADO NOT = 'A'
                    ADD 1                   TO
                        WS-EST-BAJAS(WS-ANT-IDX-DEP, WS-IDX-MES)
               WHEN WS-ANT-ESTADO = 'A' AND
                    WS-ANT-IDX-DEP NOT = WS-NUE-IDX-DEP
                    SUBTRACT 1              FROM
                        WS-EST-TRASLADOS(WS-ANT-IDX-DEP, WS-IDX-MES)
                    ADD 1                   TO
                        WS-EST-TRASLADOS(WS-NUE-IDX-DEP, WS-IDX-MES)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2440-CONTAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-ABRIR-MES-SIGUIENTE.

           IF WS-IDX-MES > 0
               MOVE WS-IDX-MES              TO WS-IDX-MES-LST
               PERFORM 2470-FOTO-CIERRE
                  THRU 2470-FOTO-CIERRE-FIN
                  VARYING WS-IDX-DEP FROM 1 BY 1
                  UNTIL WS-IDX-DEP > WS-IDX-SIN-DEPTO
           END-IF.

           ADD 1                            TO WS-IDX-MES.
           MOVE WS-MES-VALOR(WS-IDX-MES)    TO WS-MES-ABIERTO.
           MOVE WS-IDX-MES                  TO WS-IDX-MES-LST.

           PERFORM 2460-FOTO-APERTURA
              THRU 2460-FOTO-APERTURA-FIN
              VARYING WS-IDX-DEP FROM 1 BY 1
              UNTIL WS-IDX-DEP > WS-IDX-SIN-DEPTO.

       2450-ABRIR-MES-SIGUIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2460-FOTO-APERTURA.

           MOVE WS-EST-DOTACION(WS-IDX-DEP) TO
                WS-EST-APERTURA(WS-IDX-DEP, WS-IDX-MES-LST).

       2460-FOTO-APERTURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2470-FOTO-CIERRE.

           MOVE WS-EST-DOTACION(WS-IDX-DEP) TO
                WS-EST-CIERRE(WS-IDX-DEP, WS-IDX-MES-LST).

       2470-FOTO-CIERRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-UBICAR-EMPLEADO.

           MOVE 'N'                         TO WS-SW-EMP-HALLADO.

           PERFORM 2510-COMPARAR-EMPLEADO
              THRU 2510-COMPARAR-EMPLEADO-FIN
              VARYING WS-IDX-EMP-BUSQ FROM 1 BY 1
              UNTIL WS-IDX-EMP-BUSQ > WS-CANT-EMPLEADOS
                 OR WS-EMP-HALLADO.

           IF NOT WS-EMP-HALLADO

               IF WS-CANT-EMPLEADOS < WS-MAX-EMPLEADOS
                   ADD 1                    TO WS-CANT-EMPLEADOS
                   MOVE WS-CANT-EMPLEADOS   TO WS-IDX-EMP
                   MOVE HST-ID-EMPLEADO     TO WS-EMP-ID(WS-IDX-EMP)
                   MOVE SPACE               TO WS-EMP-ESTADO(WS-IDX-EMP)
                   MOVE WS-IDX-SIN-DEPTO    TO
                        WS-EMP-IDX-DEP(WS-IDX-EMP)
                   MOVE 'N'                 TO WS-EMP-VISTO(WS-IDX-EMP)
                   MOVE 'S'                 TO WS-SW-EMP-HALLADO
               ELSE
                   DISPLAY 'AVISO: SE SUPERO EL MAXIMO DE EMPLEADOS '-
                           '- SE DESCARTA ' HST-ID-EMPLEADO
                   MOVE 8                   TO WS-RETORNO
               END-IF

           END-IF.

       2500-UBICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-COMPARAR-EMPLEADO.

           IF WS-EMP-ID(WS-IDX-EMP-BUSQ) = HST-ID-EMPLEADO
               MOVE WS-IDX-EMP-BUSQ         TO WS-IDX-EMP
               MOVE 'S'                     TO WS-SW-EMP-HALLADO
           END-IF.

       2510-COMPARAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2550-UBICAR-DEPTO.

           MOVE 'N'                         TO WS-SW-DEPTO-HALLADO.

           IF WS-COD-DEPTO-BUSQ NOT = SPACES
               PERFORM 2560-COMPARAR-DEPTO
                  THRU 2560-COMPARAR-DEPTO-FIN
                  VARYING WS-IDX-BUSQ FROM 1 BY 1
                  UNTIL WS-IDX-BUSQ > WS-CANT-DEPTOS
                     OR WS-DEPTO-HALLADO
           END-IF.

           IF WS-DEPTO-HALLADO
               SUBTRACT 1                   FROM WS-IDX-BUSQ
           ELSE
               MOVE WS-IDX-SIN-DEPTO        TO WS-IDX-BUSQ
           END-IF.

       2550-UBICAR-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2560-COMPARAR-DEPTO.

           IF WS-DEP-CODIGO(WS-IDX-BUSQ) = WS-COD-DEPTO-BUSQ
               MOVE 'S'                     TO WS-SW-DEPTO-HALLADO
           END-IF.

       2560-COMPARAR-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-LISTAR-DEPARTAMENTO.

           MOVE 'N'                         TO WS-SW-CON-ACTIVIDAD.

           PERFORM 2610-VERIFICAR-ACTIVIDAD
              THRU 2610-VERIFICAR-ACTIVIDAD-FIN
              VARYING WS-IDX-MES-LST FROM 1 BY 1
              UNTIL WS-IDX-MES-LST > WS-CANT-MESES.

           IF WS-CON-ACTIVIDAD

               MOVE WS-DEP-CODIGO(WS-IDX-DEP)
                                             TO WS-ROT-DEP-CODIGO
               MOVE WS-DEP-DESCRIPCION(WS-IDX-DEP)
                                             TO WS-ROT-DEP-DESCRIPCION

               PERFORM 2810-ESCRIBIR-TITULO-DEPTO
                  THRU 2810-ESCRIBIR-TITULO-DEPTO-FIN

               PERFORM 2620-LISTAR-MES-DEPTO
                  THRU 2620-LISTAR-MES-DEPTO-FIN
                  VARYING WS-IDX-MES-LST FROM 1 BY 1
                  UNTIL WS-IDX-MES-LST > WS-CANT-MESES

               MOVE WS-EST-APERTURA(WS-IDX-DEP, 1)
                                             TO WS-CALC-APERTURA
               MOVE WS-EST-CIERRE(WS-IDX-DEP, WS-CANT-MESES)
                                             TO WS-CALC-CIERRE
               MOVE 0                       TO WS-CALC-ALTAS
                                                WS-CALC-BAJAS
                                                WS-CALC-REINGRESOS
                                                WS-CALC-TRASLADOS

               PERFORM 2630-ACUMULAR-MES-DEPTO
                  THRU 2630-ACUMULAR-MES-DEPTO-FIN
                  VARYING WS-IDX-MES-LST FROM 1 BY 1
                  UNTIL WS-IDX-MES-LST > WS-CANT-MESES

               MOVE 'TOTAL'                 TO WS-ROT-MES

               PERFORM 2820-ESCRIBIR-DETALLE
                  THRU 2820-ESCRIBIR-DETALLE-FIN

           END-IF.

       2600-LISTAR-DEPARTAMENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-VERIFICAR-ACTIVIDAD.

           IF WS-EST-APERTURA(WS-IDX-DEP, WS-IDX-MES-LST) NOT = 0 OR
              WS-EST-ALTAS(WS-IDX-DEP, WS-IDX-MES-LST) NOT = 0 OR
              WS-EST-BAJAS(WS-IDX-DEP, WS-IDX-MES-LST) NOT = 0 OR
              WS-EST-REINGRESOS(WS-IDX-DEP, WS-IDX-MES-LST) NOT = 0 OR
              WS-EST-TRASLADOS(WS-IDX-DEP, WS-IDX-MES-LST) NOT = 0 OR
              WS-EST-CIERRE(WS-IDX-DEP, WS-IDX-MES-LST) NOT = 0
               MOVE 'S'                     TO WS-SW-CON-ACTIVIDAD
           END-IF.

       2610-VERIFICAR-ACTIVIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-LISTAR-MES-DEPTO.

           MOVE WS-EST-APERTURA(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-APERTURA.
           MOVE WS-EST-ALTAS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-ALTAS.
           MOVE WS-EST-BAJAS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-BAJAS.
           MOVE WS-EST-REINGRESOS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-REINGRESOS.
           MOVE WS-EST-TRASLADOS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-TRASLADOS.
           MOVE WS-EST-CIERRE(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-CIERRE.

           PERFORM 2640-EDITAR-MES
              THRU 2640-EDITAR-MES-FIN.

           PERFORM 2820-ESCRIBIR-DETALLE
              THRU 2820-ESCRIBIR-DETALLE-FIN.

       2620-LISTAR-MES-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2630-ACUMULAR-MES-DEPTO.

           ADD WS-EST-ALTAS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-ALTAS.
           ADD WS-EST-BAJAS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-BAJAS.
           ADD WS-EST-REINGRESOS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-REINGRESOS.
           ADD WS-EST-TRASLADOS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-TRASLADOS.

       2630-ACUMULAR-MES-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2640-EDITAR-MES.

           MOVE WS-MES-VALOR(WS-IDX-MES-LST) TO WS-MES-TRABAJO.
           MOVE WS-MES-TRB-ANIO             TO WS-ROT-MES-ANIO.
           MOVE WS-MES-TRB-MES              TO WS-ROT-MES-MES.
           MOVE WS-ROT-MES-EDIT             TO WS-ROT-MES.

       2640-EDITAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-LISTAR-EMPRESA.

           MOVE SPACES                      TO WS-ROT-DEP-CODIGO.
           MOVE 'TOTAL EMPRESA'             TO WS-ROT-DEP-DESCRIPCION.

           PERFORM 2810-ESCRIBIR-TITULO-DEPTO
              THRU 2810-ESCRIBIR-TITULO-DEPTO-FIN.

           PERFORM 2710-LISTAR-MES-EMPRESA
              THRU 2710-LISTAR-MES-EMPRESA-FIN
              VARYING WS-IDX-MES-LST FROM 1 BY 1
              UNTIL WS-IDX-MES-LST > WS-CANT-MESES.

           MOVE 0                           TO WS-CALC-APERTURA
                                                WS-CALC-CIERRE
                                                WS-CALC-ALTAS
                                                WS-CALC-BAJAS
                                                WS-CALC-REINGRESOS
                                                WS-CALC-TRASLADOS.

           PERFORM 2730-ACUMULAR-PERIODO-EMPRESA
              THRU 2730-ACUMULAR-PERIODO-EMPRESA-FIN
              VARYING WS-IDX-DEP FROM 1 BY 1
              UNTIL WS-IDX-DEP > WS-IDX-SIN-DEPTO.

           MOVE 'TOTAL'                     TO WS-ROT-MES.

           PERFORM 2820-ESCRIBIR-DETALLE
              THRU 2820-ESCRIBIR-DETALLE-FIN.

       2700-LISTAR-EMPRESA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-LISTAR-MES-EMPRESA.

           MOVE 0                           TO WS-CALC-APERTURA
                                                WS-CALC-CIERRE
                                                WS-CALC-ALTAS
                                                WS-CALC-BAJAS
                                                WS-CALC-REINGRESOS
                                                WS-CALC-TRASLADOS.

           PERFORM 2720-ACUMULAR-MES-EMPRESA
              THRU 2720-ACUMULAR-MES-EMPRESA-FIN
              VARYING WS-IDX-DEP FROM 1 BY 1
              UNTIL WS-IDX-DEP > WS-IDX-SIN-DEPTO.

           PERFORM 2640-EDITAR-MES
              THRU 2640-EDITAR-MES-FIN.

           PERFORM 2820-ESCRIBIR-DETALLE
              THRU 2820-ESCRIBIR-DETALLE-FIN.

       2710-LISTAR-MES-EMPRESA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-ACUMULAR-MES-EMPRESA.

           ADD WS-EST-APERTURA(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-APERTURA.
           ADD WS-EST-ALTAS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-ALTAS.
           ADD WS-EST-BAJAS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-BAJAS.
           ADD WS-EST-REINGRESOS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-REINGRESOS.
           ADD WS-EST-TRASLADOS(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-TRASLADOS.
           ADD WS-EST-CIERRE(WS-IDX-DEP, WS-IDX-MES-LST)
                                             TO WS-CALC-CIERRE.

       2720-ACUMULAR-MES-EMPRESA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2730-ACUMULAR-PERIODO-EMPRESA.

           ADD WS-EST-APERTURA(WS-IDX-DEP, 1)
                                             TO WS-CALC-APERTURA.
           ADD WS-EST-CIERRE(WS-IDX-DEP, WS-CANT-MESES)
                                             TO WS-CALC-CIERRE.

           PERFORM 2630-ACUMULAR-MES-DEPTO
              THRU 2630-ACUMULAR-MES-DEPTO-FIN
              VARYING WS-IDX-MES-LST FROM 1 BY 1
              UNTIL WS-IDX-MES-LST > WS-CANT-MESES.

       2730-ACUMULAR-PERIODO-EMPRESA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-CONTROLAR-PAGINA.

           IF WS-CONT-LINEAS >= WS-MAX-LINEAS
               ADD 1                        TO WS-NRO-PAGINA
               MOVE WS-NRO-PAGINA           TO WS-ROT-ENC-PAGINA
               MOVE WS-DESDE                TO WS-ROT-ENC-DESDE
               MOVE WS-HASTA                TO WS-ROT-ENC-HASTA
               WRITE ROT-LINEA FROM WS-ROT-ENCABEZADO1
               WRITE ROT-LINEA FROM WS-ROT-ENCABEZADO2
               MOVE 2                       TO WS-CONT-LINEAS
           END-IF.

       2800-CONTROLAR-PAGINA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-ESCRIBIR-TITULO-DEPTO.

           PERFORM 2800-CONTROLAR-PAGINA
              THRU 2800-CONTROLAR-PAGINA-FIN.

           WRITE ROT-LINEA FROM SPACES.
           WRITE ROT-LINEA FROM WS-ROT-TITULO-DEPTO.

           IF NOT FS-ROTACION-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE ROTACION'
               DISPLAY 'FILE STATUS: ' FS-ROTACION
           END-IF.

           ADD 2                            TO WS-CONT-LINEAS.

       2810-ESCRIBIR-TITULO-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2820-ESCRIBIR-DETALLE.

           PERFORM 2800-CONTROLAR-PAGINA
              THRU 2800-CONTROLAR-PAGINA-FIN.

           PERFORM 2830-CALCULAR-ROTACION
              THRU 2830-CALCULAR-ROTACION-FIN.

           MOVE WS-CALC-APERTURA            TO WS-ROT-APERTURA.
           MOVE WS-CALC-ALTAS               TO WS-ROT-ALTAS.
           MOVE WS-CALC-BAJAS               TO WS-ROT-BAJAS.
           MOVE WS-CALC-REINGRESOS          TO WS-ROT-REINGRESOS.
           MOVE WS-CALC-TRASLADOS           TO WS-ROT-TRASLADOS.
           MOVE WS-CALC-CIERRE              TO WS-ROT-CIERRE.
           MOVE WS-CALC-ROTACION            TO WS-ROT-ROTACION.

           WRITE ROT-LINEA FROM WS-ROT-DETALLE.

           IF NOT FS-ROTACION-FILE-OK
               DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE ROTACION'
               DISPLAY 'FILE STATUS: ' FS-ROTACION
           END-IF.

           ADD 1                            TO WS-CONT-LINEAS.

       2820-ESCRIBIR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2830-CALCULAR-ROTACION.

           IF WS-CALC-APERTURA + WS-CALC-CIERRE > 0
               COMPUTE WS-CALC-ROTACION ROUNDED =
                       WS-CALC-BAJAS * 200 /
                       (WS-CALC-APERTURA + WS-CALC-CIERRE)
                   ON SIZE ERROR
                       MOVE 999,99          TO WS-CALC-ROTACION
               END-COMPUTE
           ELSE
               MOVE 0                       TO WS-CALC-ROTACION
           END-IF.

       2830-CALCULAR-ROTACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-ROTACION-FILE-OK AND WS-PARM-VALIDO

               WRITE ROT-LINEA              FROM SPACES

               MOVE 'TOTAL DEPARTAMENTOS LEIDOS       :'
                                             TO WS-ROT-TOT-TITULO
               MOVE WS-CONT-DEP-LEIDOS       TO WS-ROT-TOT-VALOR
               WRITE ROT-LINEA              FROM WS-ROT-TOTAL

               MOVE 'TOTAL EMPLEADOS CONSIDERADOS     :'
                                             TO WS-ROT-TOT-TITULO
               MOVE WS-CANT-EMPLEADOS        TO WS-ROT-TOT-VALOR
               WRITE ROT-LINEA              FROM WS-ROT-TOTAL

               MOVE 'TOTAL MOVIMIENTOS DEL PERIODO    :'
                                             TO WS-ROT-TOT-TITULO
               MOVE WS-CONT-HST-PERIODO      TO WS-ROT-TOT-VALOR
               WRITE ROT-LINEA              FROM WS-ROT-TOTAL

           END-IF.

           CLOSE ENT-EMPLEADOS
                 ENT-DEPARTAMENTOS
                 SAL-ROTACION.

           IF NOT FS-EMPLEADOS-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO EMPLEADOS: ' FS-EMPLEADOS
           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.

           DISPLAY " ".
           DISPLAY "-------- RESUMEN DE ROTACION --------".
           DISPLAY " DEPARTAMENTOS LEIDOS      : " WS-CONT-DEP-LEIDOS.
           DISPLAY " EMPLEADOS CONSIDERADOS    : " WS-CANT-EMPLEADOS.
           DISPLAY " MOVIMIENTOS DEL PERIODO   : " WS-CONT-HST-PERIODO.
           DISPLAY " CODIGO DE RETORNO         : " WS-RETORNO.
           DISPLAY "--------------------------------------".
           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL20EJ27.
