           FILE STATUS IS FS-EMP-HISTORICO
           RECORD KEY IS HIS-EMP-ID-EMPLEADO.

       SELECT ENT-CONTACTOS
           ASSIGN TO '../CONTACTOS.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CONTACTOS
           RECORD KEY IS ENT-CON-CLAVE.

       SELECT ENT-CON-HISTORICO
           ASSIGN TO '../CONTACTOS-HISTORICO.VSAM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CON-HISTORICO
           RECORD KEY IS HIS-CON-CLAVE.

       SELECT ENT-HISTORIAL
           ASSIGN TO '../HISTORIAL-CAMBIOS.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
       FD ENT-EMP-HISTORICO.
           COPY EMPLREG REPLACING LEADING ==ENT== BY ==HIS==.

       FD ENT-CONTACTOS.
           COPY CONTREG.

       FD ENT-CON-HISTORICO.
           COPY CONTREG REPLACING LEADING ==ENT== BY ==HIS==.

       FD ENT-HISTORIAL.
       01 ENT-HISTORIAL-REG.
          05 HST-FECHA                      PIC 9(08).
          05 HST-IMAGEN-ANTES               PIC X(150).
          05 FILLER                         PIC X(01).
          05 HST-IMAGEN-DESPUES             PIC X(150).
          05 FILLER                         PIC X(01).
          05 HST-OPERADOR                   PIC X(08).

       FD ENT-AUDITORIA.
       01 ENT-AUDITORIA-REG.
          05 AUD-ID-EMPLEADO                PIC 9(08).
          05 FILLER                         PIC X(01).
          05 AUD-RESULTADO                  PIC X(20).
          05 FILLER                         PIC X(01).
          05 AUD-OPERADOR                   PIC X(08).

       FD SAL-DOSSIER.
       01 DOS-LINEA                         PIC X(132).
             88 FS-EMP-HIST-FILE-OK             VALUE '00'.
             88 FS-EMP-HIST-FILE-NFD            VALUE '35'.
             88 FS-EMP-HIST-CLAVE-NFD           VALUE '23'.
          05 FS-CONTACTOS                   PIC X(2).
             88 FS-CONTACTOS-FILE-OK            VALUE '00'.
             88 FS-CONTACTOS-FILE-EOF           VALUE '10'.
             88 FS-CONTACTOS-FILE-NFD           VALUE '35'.
             88 FS-CONTACTOS-CLAVE-NFD          VALUE '23'.
          05 FS-CON-HISTORICO               PIC X(2).
             88 FS-CON-HIST-FILE-OK             VALUE '00'.
             88 FS-CON-HIST-FILE-EOF            VALUE '10'.
             88 FS-CON-HIST-FILE-NFD            VALUE '35'.
             88 FS-CON-HIST-CLAVE-NFD           VALUE '23'.
          05 FS-HISTORIAL                   PIC X(2).
             88 FS-HISTORIAL-FILE-OK            VALUE '00'.
             88 FS-HISTORIAL-FILE-EOF           VALUE '10'.
       77 WS-SW-AUD-FIN                     PIC X(01) VALUE 'N'.
          88 WS-AUD-FIN                          VALUE 'S'.

       77 WS-SW-CON-FIN                     PIC X(01) VALUE 'N'.
          88 WS-CON-FIN                          VALUE 'S'.

       77 WS-CONT-HST-LISTADOS              PIC 9(04) VALUE 0.
       77 WS-CONT-AUD-LISTADOS              PIC 9(04) VALUE 0.
       77 WS-CONT-CON-LISTADOS              PIC 9(04) VALUE 0.
       77 WS-CONT-CON-SECCION               PIC 9(04) VALUE 0.
       77 WS-CONT-DISCREPANCIAS             PIC 9(04) VALUE 0.

       77 WS-NRO-PAGINA                     PIC 9(03) VALUE 0.
       77 WS-CONT-LINEAS                    PIC 9(02) VALUE 99.
       77 WS-MAX-LINEAS                     PIC 9(02) VALUE 40.

           COPY CONTREG REPLACING LEADING ==ENT== BY ==WS==.

       01 WS-DOS-ENCABEZADO1.
          05 FILLER                     PIC X(21) VALUE
             'DOSSIER DEL EMPLEADO '.
               DISPLAY 'FILE STATUS: ' FS-EMP-HISTORICO
           END-IF.

           OPEN INPUT ENT-CONTACTOS.

           IF NOT FS-CONTACTOS-FILE-OK
               DISPLAY 'AVISO: NO SE PUDO ABRIR CONTACTOS'
               DISPLAY 'FILE STATUS: ' FS-CONTACTOS
           END-IF.

           OPEN INPUT ENT-CON-HISTORICO.

           IF NOT FS-CON-HIST-FILE-OK
               DISPLAY 'AVISO: NO SE PUDO ABRIR CONTACTOS-HISTORICO'
               DISPLAY 'FILE STATUS: ' FS-CON-HISTORICO
           END-IF.

           OPEN OUTPUT SAL-DOSSIER.

           IF NOT FS-DOSSIER-FILE-OK
           PERFORM 2200-SECCION-DATOS-EXTRA
              THRU 2200-SECCION-DATOS-EXTRA-FIN.

           PERFORM 2250-SECCION-CONTACTOS
              THRU 2250-SECCION-CONTACTOS-FIN.

           PERFORM 2300-SECCION-SAL-JOIN
              THRU 2300-SECCION-SAL-JOIN-FIN.


       2200-SECCION-DATOS-EXTRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2250-SECCION-CONTACTOS.

           MOVE 'CONTACTOS'                 TO WS-DOS-SEC-TITULO.
           PERFORM 2810-ESCRIBIR-SECCION
              THRU 2810-ESCRIBIR-SECCION-FIN.

           MOVE 0                           TO WS-CONT-CON-SECCION.

           IF FS-CONTACTOS-FILE-OK
               MOVE 'N'                     TO WS-SW-CON-FIN
               MOVE WS-ID-EMPLEADO          TO ENT-CON-ID-EMPLEADO
               MOVE 0                       TO ENT-CON-SECUENCIA
               START ENT-CONTACTOS KEY IS NOT LESS THAN ENT-CON-CLAVE
           END-IF.

           EVALUATE TRUE
               WHEN FS-CONTACTOS-FILE-OK

                    PERFORM 2260-LEER-SIG-CONTACTO
                       THRU 2260-LEER-SIG-CONTACTO-FIN

                    PERFORM 2270-LISTAR-CONTACTO
                       THRU 2270-LISTAR-CONTACTO-FIN
                       UNTIL WS-CON-FIN

                    IF WS-CONT-CON-SECCION = 0
                        MOVE 'RESULTADO'    TO WS-DOS-ETIQUETA
                        MOVE 'SIN CONTACTOS REGISTRADOS'
                                             TO WS-DOS-VALOR
                        PERFORM 2820-ESCRIBIR-CAMPO
                           THRU 2820-ESCRIBIR-CAMPO-FIN
                    END-IF

               WHEN FS-CONTACTOS-CLAVE-NFD
                    MOVE 'RESULTADO'        TO WS-DOS-ETIQUETA
                    MOVE 'SIN CONTACTOS REGISTRADOS'
                                             TO WS-DOS-VALOR
                    PERFORM 2820-ESCRIBIR-CAMPO
                       THRU 2820-ESCRIBIR-CAMPO-FIN
               WHEN FS-CONTACTOS-FILE-NFD
                    MOVE 'RESULTADO'        TO WS-DOS-ETIQUETA
                    MOVE 'SIN ARCHIVO DE CONTACTOS'
                                             TO WS-DOS-VALOR
                    PERFORM 2820-ESCRIBIR-CAMPO
                       THRU 2820-ESCRIBIR-CAMPO-FIN
               WHEN OTHER
                    MOVE 'RESULTADO'        TO WS-DOS-ETIQUETA
                    MOVE 'ARCHIVO NO DISPONIBLE'
                                             TO WS-DOS-VALOR
                    PERFORM 2820-ESCRIBIR-CAMPO
                       THRU 2820-ESCRIBIR-CAMPO-FIN
           END-EVALUATE.

       2250-SECCION-CONTACTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2260-LEER-SIG-CONTACTO.

           READ ENT-CONTACTOS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CONTACTOS-FILE-OK
                    IF ENT-CON-ID-EMPLEADO NOT = WS-ID-EMPLEADO
                        MOVE 'S'            TO WS-SW-CON-FIN
                    END-IF
               WHEN FS-CONTACTOS-FILE-EOF
                    MOVE 'S'                TO WS-SW-CON-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CONTACTOS'
                    DISPLAY 'FILE STATUS: ' FS-CONTACTOS
                    MOVE 'S'                TO WS-SW-CON-FIN
           END-EVALUATE.

       2260-LEER-SIG-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2270-LISTAR-CONTACTO.

           MOVE ENT-CONTACTOS-REG           TO WS-CONTACTOS-REG.

           PERFORM 2280-ESCRIBIR-CONTACTO
              THRU 2280-ESCRIBIR-CONTACTO-FIN.

           PERFORM 2260-LEER-SIG-CONTACTO
              THRU 2260-LEER-SIG-CONTACTO-FIN.

       2270-LISTAR-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2280-ESCRIBIR-CONTACTO.

           ADD 1                            TO WS-CONT-CON-LISTADOS.
           ADD 1                            TO WS-CONT-CON-SECCION.

           MOVE 'CONTACTO'                  TO WS-DOS-ETIQUETA.
           MOVE SPACES                      TO WS-DOS-VALOR.
           MOVE WS-CON-SECUENCIA            TO WS-DOS-VALOR(1:2).
           MOVE WS-CON-TIPO                 TO WS-DOS-VALOR(4:1).
           MOVE WS-CON-NOMBRE               TO WS-DOS-VALOR(6:30).
           MOVE WS-CON-RELACION             TO WS-DOS-VALOR(37:15).
           MOVE WS-CON-TELEFONO             TO WS-DOS-VALOR(53:9).
           PERFORM 2820-ESCRIBIR-CAMPO
              THRU 2820-ESCRIBIR-CAMPO-FIN.

           IF WS-CON-DIRECCION NOT = SPACES
               MOVE 'DIRECCION'             TO WS-DOS-ETIQUETA
               MOVE WS-CON-DIRECCION        TO WS-DOS-VALOR
               PERFORM 2820-ESCRIBIR-CAMPO
                  THRU 2820-ESCRIBIR-CAMPO-FIN
           END-IF.

       2280-ESCRIBIR-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-SECCION-SAL-JOIN.

               MOVE HST-FECHA               TO WS-DOS-VALOR(1:8)
               MOVE HST-HORA                TO WS-DOS-VALOR(10:6)
               MOVE HST-ACCION              TO WS-DOS-VALOR(17:2)
               MOVE HST-OPERADOR            TO WS-DOS-VALOR(20:8)
               PERFORM 2820-ESCRIBIR-CAMPO
                  THRU 2820-ESCRIBIR-CAMPO-FIN

               MOVE AUD-FECHA               TO WS-DOS-VALOR(1:8)
               MOVE AUD-HORA                TO WS-DOS-VALOR(10:6)
               MOVE AUD-RESULTADO           TO WS-DOS-VALOR(17:20)
               MOVE AUD-OPERADOR            TO WS-DOS-VALOR(38:8)
               PERFORM 2820-ESCRIBIR-CAMPO
                  THRU 2820-ESCRIBIR-CAMPO-FIN

                    PERFORM 2820-ESCRIBIR-CAMPO
                       THRU 2820-ESCRIBIR-CAMPO-FIN

                    PERFORM 2650-CONTACTOS-HISTORICO
                       THRU 2650-CONTACTOS-HISTORICO-FIN

               WHEN FS-EMP-HIST-CLAVE-NFD
                    MOVE 'RESULTADO'        TO WS-DOS-ETIQUETA
                    MOVE 'NO FIGURA EN EL HISTORICO'

       2600-SECCION-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2650-CONTACTOS-HISTORICO.

           IF FS-CON-HIST-FILE-OK

               MOVE 'N'                     TO WS-SW-CON-FIN
               MOVE WS-ID-EMPLEADO          TO HIS-CON-ID-EMPLEADO
               MOVE 0                       TO HIS-CON-SECUENCIA

               START ENT-CON-HISTORICO
                     KEY IS NOT LESS THAN HIS-CON-CLAVE

               IF FS-CON-HIST-FILE-OK
                   PERFORM 2660-LEER-SIG-CON-HISTORICO
                      THRU 2660-LEER-SIG-CON-HISTORICO-FIN
                   PERFORM 2670-LISTAR-CON-HISTORICO
                      THRU 2670-LISTAR-CON-HISTORICO-FIN
                      UNTIL WS-CON-FIN
               END-IF

           END-IF.

       2650-CONTACTOS-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2660-LEER-SIG-CON-HISTORICO.

           READ ENT-CON-HISTORICO NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CON-HIST-FILE-OK
                    IF HIS-CON-ID-EMPLEADO NOT = WS-ID-EMPLEADO
                        MOVE 'S'            TO WS-SW-CON-FIN
                    END-IF
               WHEN FS-CON-HIST-FILE-EOF
                    MOVE 'S'                TO WS-SW-CON-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER CONTACTOS-HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-CON-HISTORICO
                    MOVE 'S'                TO WS-SW-CON-FIN
           END-EVALUATE.

       2660-LEER-SIG-CON-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2670-LISTAR-CON-HISTORICO.

           MOVE HIS-CONTACTOS-REG           TO WS-CONTACTOS-REG.

           PERFORM 2280-ESCRIBIR-CONTACTO
              THRU 2280-ESCRIBIR-CONTACTO-FIN.

           PERFORM 2660-LEER-SIG-CON-HISTORICO
              THRU 2660-LEER-SIG-CON-HISTORICO-FIN.

       2670-LISTAR-CON-HISTORICO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-CONTROLAR-PAGINA.

               MOVE WS-CONT-AUD-LISTADOS     TO WS-DOS-TOT-VALOR
               WRITE DOS-LINEA              FROM WS-DOS-TOTAL

               MOVE 'TOTAL CONTACTOS LISTADOS         :'
                                             TO WS-DOS-TOT-TITULO
               MOVE WS-CONT-CON-LISTADOS     TO WS-DOS-TOT-VALOR
               WRITE DOS-LINEA              FROM WS-DOS-TOTAL

               MOVE 'TOTAL DISCREPANCIAS DETECTADAS   :'
                                             TO WS-DOS-TOT-TITULO
               MOVE WS-CONT-DISCREPANCIAS    TO WS-DOS-TOT-VALOR
                 ENT-DATOS-EXTRA
                 SAL-JOIN
                 ENT-EMP-HISTORICO
                 ENT-CONTACTOS
                 ENT-CON-HISTORICO
                 SAL-DOSSIER.

           IF NOT FS-EMPLEADOS-FILE-OK
                   WS-CONT-HST-LISTADOS.
           DISPLAY " CONSULTAS EN AUDITORIA    : "
                   WS-CONT-AUD-LISTADOS.
           DISPLAY " CONTACTOS LISTADOS        : "
                   WS-CONT-CON-LISTADOS.
           DISPLAY " DISCREPANCIAS DETECTADAS  : "
                   WS-CONT-DISCREPANCIAS.
           DISPLAY "--------------------------------------------".
