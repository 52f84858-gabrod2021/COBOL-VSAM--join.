      ******************************************************************
      * Author: EMILIANO TOMASI
      * Date: 15/10/2026
      * Purpose: CLASE 20 - EJERCICIO 24 - MANTENIMIENTO DE OPERADORES
      *          Y SUS ROLES DE ACCESO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL20EJ24.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-OPERADORES
           ASSIGN TO '../OPERADORES.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-OPERADORES
           RECORD KEY IS ENT-OPE-ID.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-OPERADORES.
           COPY OPERREG.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-FILE-OK           VALUE '00'.
             88 FS-OPERADORES-FILE-EOF          VALUE '10'.
             88 FS-OPERADORES-FILE-NFD          VALUE '35'.
             88 FS-OPERADORES-CLAVE-NFD         VALUE '23'.

       77 WS-OPCION                         PIC 9(01).
       77 WS-OPERADOR                       PIC X(08) VALUE SPACES.
       77 WS-ID-OPERADOR                    PIC X(08).

       77 WS-SW-OPERADOR-VALIDO             PIC X(01) VALUE 'N'.
          88 WS-OPERADOR-VALIDO                  VALUE 'S'.

       77 WS-SW-ARCHIVO-VACIO               PIC X(01) VALUE 'N'.
          88 WS-ARCHIVO-VACIO                    VALUE 'S'.

       77 WS-SW-SALIR                       PIC X(01) VALUE 'N'.
          88 WS-FIN-MENU                         VALUE 'S'.

       77 WS-SW-OPE-FIN                     PIC X(01) VALUE 'N'.
          88 WS-OPE-FIN                          VALUE 'S'.

       77 WS-CONT-LISTADOS                  PIC 9(04) VALUE 0.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-OPERADOR-VALIDO

               PERFORM 2000-MENU-PRINCIPAL
                  THRU 2000-MENU-PRINCIPAL-FIN
                  UNTIL WS-FIN-MENU

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           PERFORM 1100-ABRIR-OPERADORES
              THRU 1100-ABRIR-OPERADORES-FIN.

           IF FS-OPERADORES-FILE-OK

               PERFORM 1200-VERIFICAR-ARCHIVO-VACIO
                  THRU 1200-VERIFICAR-ARCHIVO-VACIO-FIN

               IF WS-ARCHIVO-VACIO
                   PERFORM 1300-ALTA-PRIMER-SUPERVISOR
                      THRU 1300-ALTA-PRIMER-SUPERVISOR-FIN
               ELSE
                   PERFORM 1020-IDENTIFICAR-OPERADOR
                      THRU 1020-IDENTIFICAR-OPERADOR-FIN
               END-IF

           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1020-IDENTIFICAR-OPERADOR.

           MOVE 'N'                         TO WS-SW-OPERADOR-VALIDO.

           DISPLAY 'INGRESE ID DE OPERADOR:'.
           ACCEPT ENT-OPE-ID.
           READ ENT-OPERADORES KEY IS ENT-OPE-ID.

           EVALUATE TRUE
               WHEN FS-OPERADORES-FILE-OK AND ENT-OPE-ACTIVO AND
                    ENT-OPE-SUPERVISOR
                    MOVE 'S'                TO WS-SW-OPERADOR-VALIDO
                    MOVE ENT-OPE-ID         TO WS-OPERADOR
                    DISPLAY 'OPERADOR IDENTIFICADO: ' ENT-OPE-NOMBRE
               WHEN FS-OPERADORES-FILE-OK AND ENT-OPE-ACTIVO
                    DISPLAY 'ERROR: EL MANTENIMIENTO DE OPERADORES '-
                            'ESTA RESERVADO A SUPERVISORES'
               WHEN FS-OPERADORES-FILE-OK
                    DISPLAY 'ERROR: EL OPERADOR SE ENCUENTRA DADO '-
                            'DE BAJA'
               WHEN FS-OPERADORES-CLAVE-NFD
                    DISPLAY 'ERROR: EL OPERADOR NO EXISTE'
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

       1020-IDENTIFICAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-OPERADORES.

           OPEN I-O ENT-OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-FILE-OK
                    CONTINUE
               WHEN FS-OPERADORES-FILE-NFD
                    OPEN OUTPUT ENT-OPERADORES
                    CLOSE ENT-OPERADORES
                    OPEN I-O ENT-OPERADORES
                    IF NOT FS-OPERADORES-FILE-OK
                        DISPLAY 'ERROR AL CREAR EL ARCHIVO DE '-
                                'OPERADORES'
                        DISPLAY 'FILE STATUS: ' FS-OPERADORES
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

       1100-ABRIR-OPERADORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-VERIFICAR-ARCHIVO-VACIO.

           MOVE 'N'                         TO WS-SW-ARCHIVO-VACIO.
           MOVE LOW-VALUES                  TO ENT-OPE-ID.

           START ENT-OPERADORES KEY IS GREATER THAN ENT-OPE-ID.

           EVALUATE TRUE
               WHEN FS-OPERADORES-FILE-OK
                    CONTINUE
               WHEN FS-OPERADORES-CLAVE-NFD
                    MOVE 'S'                TO WS-SW-ARCHIVO-VACIO
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EN OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

       1200-VERIFICAR-ARCHIVO-VACIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ALTA-PRIMER-SUPERVISOR.

           DISPLAY 'ARCHIVO DE OPERADORES VACIO - SE DA DE ALTA EL '-
                   'PRIMER SUPERVISOR'.
           DISPLAY 'INGRESE ID DE OPERADOR:'.
           ACCEPT ENT-OPE-ID.
           DISPLAY 'INGRESE NOMBRE:'.
           ACCEPT ENT-OPE-NOMBRE.
           MOVE 'S'                         TO ENT-OPE-ROL.
           MOVE 'A'                         TO ENT-OPE-ESTADO.

           IF ENT-OPE-ID = SPACES
               DISPLAY 'ERROR: EL ID DE OPERADOR ES OBLIGATORIO'
           ELSE

               WRITE ENT-OPE-REG

               IF FS-OPERADORES-FILE-OK
                   DISPLAY 'SUPERVISOR DADO DE ALTA CORRECTAMENTE'
                   MOVE 'S'                 TO WS-SW-OPERADOR-VALIDO
                   MOVE ENT-OPE-ID          TO WS-OPERADOR
               ELSE
                   DISPLAY 'ERROR AL GRABAR EL OPERADOR'
                   DISPLAY 'FILE STATUS: ' FS-OPERADORES
               END-IF

           END-IF.

       1300-ALTA-PRIMER-SUPERVISOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-MENU-PRINCIPAL.

           DISPLAY " ".
           DISPLAY "---------- MANTENIMIENTO DE OPERADORES ----------".
           DISPLAY " 1 - ALTA DE OPERADOR".
           DISPLAY " 2 - MODIFICAR NOMBRE / ROL".
           DISPLAY " 3 - BAJA DE OPERADOR".
           DISPLAY " 4 - REACTIVAR OPERADOR".
           DISPLAY " 5 - LISTAR OPERADORES".
           DISPLAY " 9 - SALIR".
           DISPLAY "OPCION:".
           ACCEPT WS-OPCION.

           EVALUATE WS-OPCION
               WHEN 1
                    PERFORM 2100-ALTA-OPERADOR
                       THRU 2100-ALTA-OPERADOR-FIN
               WHEN 2
                    PERFORM 2200-MODIFICAR-OPERADOR
                       THRU 2200-MODIFICAR-OPERADOR-FIN
               WHEN 3
                    PERFORM 2300-BAJA-OPERADOR
                       THRU 2300-BAJA-OPERADOR-FIN
               WHEN 4
                    PERFORM 2400-REACTIVAR-OPERADOR
                       THRU 2400-REACTIVAR-OPERADOR-FIN
               WHEN 5
                    PERFORM 2500-LISTAR-OPERADORES
                       THRU 2500-LISTAR-OPERADORES-FIN
               WHEN 9
                    MOVE 'S'                 TO WS-SW-SALIR
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-MENU-PRINCIPAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ALTA-OPERADOR.

           DISPLAY 'INGRESE ID DE OPERADOR:'.
           ACCEPT ENT-OPE-ID.
           READ ENT-OPERADORES KEY IS ENT-OPE-ID.

           EVALUATE TRUE
               WHEN ENT-OPE-ID = SPACES
                   DISPLAY 'ERROR: EL ID DE OPERADOR ES OBLIGATORIO'
               WHEN FS-OPERADORES-FILE-OK
                   DISPLAY 'ERROR: EL OPERADOR YA EXISTE'
               WHEN FS-OPERADORES-CLAVE-NFD
                   DISPLAY 'INGRESE NOMBRE:'
                   ACCEPT ENT-OPE-NOMBRE
                   DISPLAY 'INGRESE ROL (S=SUPERVISOR / O=OPERADOR / '-
                           'C=CONSULTA):'
                   ACCEPT ENT-OPE-ROL
                   MOVE 'A'                 TO ENT-OPE-ESTADO

                   IF ENT-OPE-ROL-VALIDO

                       WRITE ENT-OPE-REG

                       IF FS-OPERADORES-FILE-OK
                           DISPLAY 'OPERADOR DADO DE ALTA CORRECTAMENTE'
                       ELSE
                           DISPLAY 'ERROR AL GRABAR EL OPERADOR'
                           DISPLAY 'FILE STATUS: ' FS-OPERADORES
                       END-IF

                   ELSE
                       DISPLAY 'ERROR: ROL INVALIDO - ALTA CANCELADA'
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR AL VERIFICAR EXISTENCIA DEL OPERADOR'
                   DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

       2100-ALTA-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-MODIFICAR-OPERADOR.

           DISPLAY 'INGRESE ID DE OPERADOR:'.
           ACCEPT ENT-OPE-ID.
           READ ENT-OPERADORES KEY IS ENT-OPE-ID.

           EVALUATE TRUE
               WHEN FS-OPERADORES-FILE-OK
                   DISPLAY 'INGRESE NUEVO NOMBRE:'
                   ACCEPT ENT-OPE-NOMBRE
                   DISPLAY 'INGRESE NUEVO ROL (S=SUPERVISOR / '-
                           'O=OPERADOR / C=CONSULTA):'
                   ACCEPT ENT-OPE-ROL

                   EVALUATE TRUE
                       WHEN NOT ENT-OPE-ROL-VALIDO
                           DISPLAY 'ERROR: ROL INVALIDO - '-
                                   'MODIFICACION CANCELADA'
                       WHEN ENT-OPE-ID = WS-OPERADOR AND
                            NOT ENT-OPE-SUPERVISOR
                           DISPLAY 'ERROR: NO PUEDE QUITARSE EL ROL '-
                                   'DE SUPERVISOR A SI MISMO'
                       WHEN OTHER

                           REWRITE ENT-OPE-REG

                           IF FS-OPERADORES-FILE-OK
                               DISPLAY 'OPERADOR ACTUALIZADO '-
                                       'CORRECTAMENTE'
                           ELSE
                               DISPLAY 'ERROR AL ACTUALIZAR EL '-
                                       'OPERADOR'
                               DISPLAY 'FILE STATUS: ' FS-OPERADORES
                           END-IF
                   END-EVALUATE
               WHEN FS-OPERADORES-CLAVE-NFD
                   DISPLAY 'ERROR: EL OPERADOR NO EXISTE'
               WHEN OTHER
                   DISPLAY 'ERROR AL VERIFICAR EXISTENCIA DEL OPERADOR'
                   DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

       2200-MODIFICAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-BAJA-OPERADOR.

           DISPLAY 'INGRESE ID DE OPERADOR:'.
           ACCEPT ENT-OPE-ID.
           READ ENT-OPERADORES KEY IS ENT-OPE-ID.

           EVALUATE TRUE
               WHEN FS-OPERADORES-FILE-OK

                   EVALUATE TRUE
                       WHEN ENT-OPE-BAJA
                           DISPLAY 'EL OPERADOR YA ESTA DE BAJA'
                       WHEN ENT-OPE-ID = WS-OPERADOR
                           DISPLAY 'ERROR: NO PUEDE DARSE DE BAJA A '-
                                   'SI MISMO'
                       WHEN OTHER
                           MOVE 'B'         TO ENT-OPE-ESTADO

                           REWRITE ENT-OPE-REG

                           IF FS-OPERADORES-FILE-OK
                               DISPLAY 'OPERADOR DADO DE BAJA '-
                                       'CORRECTAMENTE'
                           ELSE
                               DISPLAY 'ERROR AL DAR DE BAJA AL '-
                                       'OPERADOR'
                               DISPLAY 'FILE STATUS: ' FS-OPERADORES
                           END-IF
                   END-EVALUATE

               WHEN FS-OPERADORES-CLAVE-NFD
                   DISPLAY 'ERROR: EL OPERADOR NO EXISTE'
               WHEN OTHER
                   DISPLAY 'ERROR AL VERIFICAR EXISTENCIA DEL OPERADOR'
                   DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

       2300-BAJA-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-REACTIVAR-OPERADOR.

           DISPLAY 'INGRESE ID DE OPERADOR:'.
           ACCEPT ENT-OPE-ID.
           READ ENT-OPERADORES KEY IS ENT-OPE-ID.

           EVALUATE TRUE
               WHEN FS-OPERADORES-FILE-OK

                   IF ENT-OPE-ACTIVO
                       DISPLAY 'EL OPERADOR YA SE ENCUENTRA ACTIVO'
                   ELSE
                       MOVE 'A'             TO ENT-OPE-ESTADO

                       REWRITE ENT-OPE-REG

                       IF FS-OPERADORES-FILE-OK
                           DISPLAY 'OPERADOR REACTIVADO CORRECTAMENTE'
                       ELSE
                           DISPLAY 'ERROR AL REACTIVAR EL OPERADOR'
                           DISPLAY 'FILE STATUS: ' FS-OPERADORES
                       END-IF
                   END-IF

               WHEN FS-OPERADORES-CLAVE-NFD
                   DISPLAY 'ERROR: EL OPERADOR NO EXISTE'
               WHEN OTHER
                   DISPLAY 'ERROR AL VERIFICAR EXISTENCIA DEL OPERADOR'
                   DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

       2400-REACTIVAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-LISTAR-OPERADORES.

           MOVE 0                           TO WS-CONT-LISTADOS.
           MOVE 'N'                         TO WS-SW-OPE-FIN.
           MOVE LOW-VALUES                  TO ENT-OPE-ID.

           START ENT-OPERADORES KEY IS GREATER THAN ENT-OPE-ID.

           EVALUATE TRUE
               WHEN FS-OPERADORES-FILE-OK

                    DISPLAY " "
                    DISPLAY "ID       NOMBRE                         "-
                            "ROL ESTADO"

                    PERFORM 2510-LEER-SIG-OPERADOR
                       THRU 2510-LEER-SIG-OPERADOR-FIN

                    PERFORM 2520-MOSTRAR-OPERADOR
                       THRU 2520-MOSTRAR-OPERADOR-FIN
                       UNTIL WS-OPE-FIN

               WHEN FS-OPERADORES-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EN OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

           DISPLAY 'OPERADORES LISTADOS: ' WS-CONT-LISTADOS.

       2500-LISTAR-OPERADORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-SIG-OPERADOR.

           READ ENT-OPERADORES NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-OPERADORES-FILE-OK
                    CONTINUE
               WHEN FS-OPERADORES-FILE-EOF
                    MOVE 'S'                TO WS-SW-OPE-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
                    MOVE 'S'                TO WS-SW-OPE-FIN
           END-EVALUATE.

       2510-LEER-SIG-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-MOSTRAR-OPERADOR.

           ADD 1                            TO WS-CONT-LISTADOS.

           DISPLAY ENT-OPE-ID " " ENT-OPE-NOMBRE " "
                   ENT-OPE-ROL "   " ENT-OPE-ESTADO.

           PERFORM 2510-LEER-SIG-OPERADOR
              THRU 2510-LEER-SIG-OPERADOR-FIN.

       2520-MOSTRAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-OPERADORES.

           IF NOT FS-OPERADORES-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO DE OPERADORES: '
                      FS-OPERADORES
           END-IF.

           DISPLAY " ".
           DISPLAY '### FIN DEL PROGRAMA ###'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL20EJ24.
