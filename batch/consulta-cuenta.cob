      *          producir en una sola salida el titular, estado y
      *          saldo del maestro, los ultimos N movimientos del
      *          historico con fecha y sucursal (CONULT, por defecto
      *          10, leidos por clave del historico indexado solo
      *          para la cuenta), y los rechazos de esa cuenta
      *          pendientes en el archivo de rechazados con su codigo
      *          y descripcion de motivo. Evita que el analista abra
      *          a mano cuatro archivos para reconstruir una
      *          operacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FILE-CONTROL.
           SELECT CON-ORDEN-TRABAJO ASSIGN TO "CONSULTA-ORDEN.WRK".
      *> EL HISTORICO INDEXADO SE POSICIONA CON START EN LA CUENTA
      *> CONSULTADA Y SE LEE EN SECUENCIA MIENTRAS SIGA SIENDO ELLA.
           SELECT MOV-HISTORICO-INDEXADO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-FS-HISTIDX.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-MAESTRO
               ORGANIZATION IS INDEXED
           05 COR-MONTO          PIC 9(9)V99.
           05 COR-IND-REVERSO    PIC X.

      *> HISTORICO INDEXADO DE MOVIMIENTOS ACEPTADOS, CON CLAVE
      *> CUENTA + FECHA + CONSECUTIVO. MISMO LAYOUT QUE
      *> REG-HISTORICO-IDX EN MOVIMIENTOS-BANCARIOS; MANTENER
      *> SINCRONIZADOS.
       FD MOV-HISTORICO-INDEXADO.
       01 REG-HISTORICO-IDX.
           05 HIX-CLAVE.
               10 HIX-NUM-CUENTA     PIC 9(10).
               10 HIX-FECHA          PIC 9(8).
               10 HIX-CONSECUTIVO    PIC 9(6).
           05 HIX-SUC                PIC X(4).
           05 HIX-TIPO-MOV           PIC X(3).
           05 HIX-MONTO              PIC 9(9)V99.
           05 HIX-IND-REVERSO        PIC X.
           05 HIX-FECHA-PROCESO      PIC X(8).
           05 HIX-NUM-CHEQUE         PIC X(10).

      *> MAESTRO DE CUENTAS. MISMO LAYOUT QUE EN MOVIMIENTOS-
      *> BANCARIOS; MANTENER SINCRONIZADOS.

       WORKING-STORAGE SECTION.

       01 WS-FS-HISTIDX         PIC XX VALUE "00".

       01 WS-FS-CUENTAS         PIC XX VALUE "00".

       01 WS-FS-RECHAZADOS      PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-HISTIDX    PIC X(50) VALUE
            "MOVIMIENTOS.HISTIDX".
       01 WS-NOM-ARCHIVO-MAESTRO    PIC X(50) VALUE "CUENTAS.MAESTRO".
       01 WS-NOM-ARCHIVO-RECHAZADOS PIC X(50) VALUE
            "MOVIMIENTOS-RECHAZADOS.TXT".
              END-IF
           END-IF

           DISPLAY "MOVHIX" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTIDX
           END-IF

           DISPLAY "MOVMTO" UPON ENVIRONMENT-NAME
           MOVE 0 TO WS-MOV-MOSTRADOS
           MOVE 0 TO WS-MOV-DE-LA-CUENTA

           OPEN INPUT MOV-HISTORICO-INDEXADO

      *> SIN HISTORICO, LA SECCION QUEDA VACIA CON SU LEYENDA;
      *> CUALQUIER OTRO ERROR SI DETIENE LA CONSULTA.
           IF WS-FS-HISTIDX = "35"
              MOVE SPACES TO LINEA-SECCION-CON
              STRING "SIN HISTORICO DE MOVIMIENTOS DISPONIBLE"
                 DELIMITED BY SIZE INTO LINEA-SECCION-CON
              WRITE REG-CONSULTA FROM LINEA-SECCION-CON
           ELSE
              IF WS-FS-HISTIDX NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR "
                    "MOV-HISTORICO-INDEXADO, FILE STATUS "
                    WS-FS-HISTIDX UPON CONSOLE
                 STOP RUN
              ELSE
                 SORT CON-ORDEN-TRABAJO
                     INPUT PROCEDURE IS SELECCIONAR-MOVIMIENTOS
                     OUTPUT PROCEDURE IS LISTAR-ULTIMOS-MOVIMIENTOS

                 CLOSE MOV-HISTORICO-INDEXADO

                 IF WS-MOV-DE-LA-CUENTA = 0
                    MOVE SPACES TO LINEA-SECCION-CON
              END-IF
           END-IF.

      *> ALIMENTA EL ORDENAMIENTO CON LOS MOVIMIENTOS DE LA CUENTA
      *> CONSULTADA: SE POSICIONA EN SU PRIMERA CLAVE Y LEE HASTA QUE
      *> CAMBIA LA CUENTA, SIN TOCAR LOS MOVIMIENTOS DE LAS DEMAS.
       SELECCIONAR-MOVIMIENTOS.

           MOVE "N"                  TO WS-FIN-ARCHIVO
           MOVE WS-CUENTA-SOLICITADA TO HIX-NUM-CUENTA
           MOVE 0                    TO HIX-FECHA
           MOVE 0                    TO HIX-CONSECUTIVO

           START MOV-HISTORICO-INDEXADO
               KEY IS NOT LESS THAN HIX-CLAVE
               INVALID KEY
                  MOVE "S" TO WS-FIN-ARCHIVO
           END-START

           PERFORM SELECCIONAR-UN-MOVIMIENTO
               UNTIL WS-FIN-ARCHIVO = "S".

       SELECCIONAR-UN-MOVIMIENTO.

           READ MOV-HISTORICO-INDEXADO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ

           IF WS-FIN-ARCHIVO = "N"
              IF HIX-NUM-CUENTA NOT = WS-CUENTA-SOLICITADA
                 MOVE "S" TO WS-FIN-ARCHIVO
              ELSE
                 MOVE HIX-FECHA       TO COR-FECHA
                 MOVE HIX-SUC         TO COR-SUC
                 MOVE HIX-TIPO-MOV    TO COR-TIPO-MOV
                 MOVE HIX-MONTO       TO COR-MONTO
                 MOVE HIX-IND-REVERSO TO COR-IND-REVERSO
                 RELEASE REG-CON-ORDEN
                 ADD 1 TO WS-MOV-DE-LA-CUENTA
              END-IF
           END-IF.

      *> IMPRIME LOS PRIMEROS N MOVIMIENTOS DEL ORDENAMIENTO (QUE
      *> VIENE DEL MAS RECIENTE AL MAS ANTIGUO) Y DESCARTA EL RESTO.
