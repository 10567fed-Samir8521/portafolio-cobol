      *          movimientos en el mes solicitado, imprimir el nombre
      *          del titular desde el maestro, los movimientos en
      *          orden de fecha y los totales por tipo de movimiento.
      *          Cuando se pide una sola cuenta (ESTCTA), sus
      *          movimientos del mes se leen por clave del historico
      *          indexado en lugar de recorrer todo el historico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
      *> EN LA CORRIDA DE UNA SOLA CUENTA, EL HISTORICO INDEXADO SE
      *> POSICIONA CON START EN LA CUENTA Y EL PRIMER DIA DEL MES.
           SELECT MOV-HISTORICO-INDEXADO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-FS-HISTIDX.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-MAESTRO
               ORGANIZATION IS INDEXED
           05 EOR-SUC            PIC X(4).
           05 EOR-TIPO-MOV       PIC X(3).
           05 EOR-MONTO          PIC S9(9)V99.
           05 EOR-NUM-CHEQUE     PIC X(10).

      *> HISTORICO PERMANENTE DE MOVIMIENTOS ACEPTADOS. MISMO LAYOUT
      *> QUE REG-HISTORICO EN MOVIMIENTOS-BANCARIOS; MANTENER
           05 HCO-MONTO          PIC 9(9)V99.
           05 FILLER             PIC X.
           05 HCO-IND-REVERSO    PIC X.
      *> FECHA DE NEGOCIO DE LA CORRIDA QUE ACEPTO EL MOVIMIENTO (LA
      *> DE HCO-FECHA PUEDE SER ANTERIOR); EN BLANCO EN LOS REGISTROS
      *> GRABADOS ANTES DE QUE EXISTIERA EL CAMPO.
           05 FILLER             PIC X.
           05 HCO-FECHA-PROCESO  PIC X(8).
      *> NUMERO DE CHEQUE DE UN PAGO DE CHEQUE ("CHQ"); EN BLANCO EN
      *> LOS DEMAS TIPOS Y EN LOS REGISTROS ANTERIORES AL CAMPO.
           05 FILLER             PIC X.
           05 HCO-NUM-CHEQUE     PIC X(10).

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

      *> MAESTRO DE CUENTAS, SOLO PARA OBTENER EL NOMBRE DEL TITULAR.
      *> MISMO LAYOUT QUE EN MOVIMIENTOS-BANCARIOS; MANTENER

       01 WS-FS-HISTORICO       PIC XX VALUE "00".

       01 WS-FS-HISTIDX         PIC XX VALUE "00".

       01 WS-FS-CUENTAS         PIC XX VALUE "00".

       01 WS-FS-FOTO            PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-HISTORICO  PIC X(50) VALUE
            "MOVIMIENTOS.HISTORICO".
       01 WS-NOM-ARCHIVO-HISTIDX    PIC X(50) VALUE
            "MOVIMIENTOS.HISTIDX".
       01 WS-NOM-ARCHIVO-MAESTRO    PIC X(50) VALUE "CUENTAS.MAESTRO".
       01 WS-NOM-ARCHIVO-FOTO       PIC X(50) VALUE
            "SALDOS-CIERRE.TXT".
      *> PARALELO CON TABLA-TIPOS-MOV. LOS ESPEJOS "TRE" DE LAS
      *> TRANSFERENCIAS NO ESTAN EN ESA TABLA Y SE TOTALIZAN APARTE.
       01 TABLA-TOTALES-TIPO.
           05 TOTAL-POR-TIPO     PIC S9(13)V99 OCCURS 9 TIMES.
       01 WS-TOTAL-TRE          PIC S9(13)V99 VALUE 0.

      *> TABLA DE CODIGOS DE TIPO DE MOVIMIENTO QUE REALMENTE SE
      *> OPERAN. MISMA TABLA QUE EN MOVIMIENTOS-BANCARIOS; MANTENER
      *> LAS DOS SINCRONIZADAS. EN ORDEN ALFABETICO PARA LA SEARCH ALL.
       01 TABLA-TIPOS-MOV-N     PIC X(27) VALUE
            "ABOCGOCHQDEPRCORETRLBTIBTRF".
       01 TABLA-TIPOS-MOV REDEFINES TABLA-TIPOS-MOV-N.
           05 TIPO-MOV-VALIDO    PIC X(3) OCCURS 9 TIMES
                 ASCENDING KEY IS TIPO-MOV-VALIDO
                 INDEXED BY IX-TIPO-MOV.

       01 IX-TOTAL              PIC 9(2).

       01 SUBRAYADO-EST         PIC X(63) VALUE ALL '-'.

       01 LINEA-TITULO-EST.
           05 FILLER             PIC X(26)  VALUE
           05 FILLER             PIC X(11)  VALUE "  TITULAR: ".
           05 LCE-TITULAR        PIC X(40).

      *> LA COLUMNA DE CHEQUE SOLO SE LLENA EN LOS PAGOS DE CHEQUE.
       01 TITULOS-MOVIMIENTOS   PIC X(63) VALUE
            'FECHA    SUC  TIPO   MONTO              SALDO      CHEQUE'.

       01 LINEA-MOVIMIENTO-EST.
           05 LME-FECHA          PIC 9(8).
           05 LME-MONTO          PIC -(10)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LME-SALDO          PIC -(12)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LME-CHEQUE         PIC X(10).

       01 LINEA-SALDO-EST.
           05 LSE-ETIQUETA       PIC X(18).
              STOP RUN
           END-IF

      *> LA CORRIDA DE TODAS LAS CUENTAS RECORRE EL HISTORICO
      *> SECUENCIAL; LA DE UNA SOLA CUENTA ABRE EL INDEXADO, Y SU
      *> FILE STATUS SE REVISA CON LAS MISMAS REGLAS.
           IF WS-CUENTA-SOLICITADA = SPACES
              OPEN INPUT MOV-HISTORICO-INPUT
           ELSE
              OPEN INPUT MOV-HISTORICO-INDEXADO
              MOVE WS-FS-HISTIDX TO WS-FS-HISTORICO
           END-IF

      *> SIN HISTORICO NO HAY NADA QUE IMPRIMIR (AMBIENTE NUEVO O
      *> MOVHCO / MOVHIX MAL ESCRITO); CUALQUIER OTRO ERROR SI
      *> DETIENE LA CORRIDA.
           IF WS-FS-HISTORICO = "35"
              DISPLAY "SIN HISTORICO DE MOVIMIENTOS; NO HAY ESTADOS "
                 "QUE GENERAR." UPON CONSOLE
           END-IF

           IF WS-FS-HISTORICO NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR EL HISTORICO DE "
                 "MOVIMIENTOS, FILE STATUS " WS-FS-HISTORICO
                 UPON CONSOLE
              STOP RUN
           END-IF

           DISPLAY "MOVIMIENTOS SELECCIONADOS  : " WS-MOV-SELECCIONADOS
           DISPLAY "CUENTAS IMPRESAS           : " WS-CUENTAS-IMPRESAS

           IF WS-CUENTA-SOLICITADA = SPACES
              CLOSE MOV-HISTORICO-INPUT
           ELSE
              CLOSE MOV-HISTORICO-INDEXADO
           END-IF

           CLOSE CUENTAS-MAESTRO
                 ESTADOS-OUTPUT

           STOP RUN.
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTORICO
           END-IF

           DISPLAY "MOVHIX" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTIDX
           END-IF

           DISPLAY "MOVMTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES

      *> ALIMENTA EL ORDENAMIENTO CON LOS MOVIMIENTOS DEL HISTORICO
      *> QUE CAEN EN EL MES SOLICITADO (Y EN LA CUENTA SOLICITADA,
      *> CUANDO SE PIDIO UNA SOLA, LEIDOS POR CLAVE).
       SELECCIONAR-MOVIMIENTOS.

           IF WS-CUENTA-SOLICITADA NOT = SPACES
              PERFORM SELECCIONAR-POR-CLAVE
           ELSE
              PERFORM SELECCIONAR-DEL-SECUENCIAL
           END-IF.

      *> SE POSICIONA EN LA PRIMERA CLAVE DE LA CUENTA EN EL MES Y
      *> LEE HASTA QUE CAMBIA LA CUENTA O EL MES: SOLO SE TOCAN LOS
      *> MOVIMIENTOS PEDIDOS.
       SELECCIONAR-POR-CLAVE.

           MOVE "N"                  TO WS-FIN-ARCHIVO
           MOVE WS-CUENTA-SOLICITADA TO HIX-NUM-CUENTA
           MOVE WS-FECHA-INICIO-MES  TO HIX-FECHA
           MOVE 0                    TO HIX-CONSECUTIVO

           START MOV-HISTORICO-INDEXADO
               KEY IS NOT LESS THAN HIX-CLAVE
               INVALID KEY
                  MOVE "S" TO WS-FIN-ARCHIVO
           END-START

           PERFORM SELECCIONAR-UNO-POR-CLAVE
               UNTIL WS-FIN-ARCHIVO = "S".

       SELECCIONAR-UNO-POR-CLAVE.

           READ MOV-HISTORICO-INDEXADO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ

           IF WS-FIN-ARCHIVO = "N"
              IF HIX-NUM-CUENTA NOT = WS-CUENTA-SOLICITADA
                 OR HIX-FECHA (1:6) NOT = WS-MES-SOLICITADO
                 MOVE "S" TO WS-FIN-ARCHIVO
              ELSE
                 MOVE HIX-NUM-CUENTA TO EOR-NUM-CUENTA
                 MOVE HIX-FECHA      TO EOR-FECHA
                 MOVE HIX-SUC        TO EOR-SUC
                 MOVE HIX-TIPO-MOV   TO EOR-TIPO-MOV
                 MOVE HIX-NUM-CHEQUE TO EOR-NUM-CHEQUE
                 IF HIX-IND-REVERSO = "R"
                    SUBTRACT HIX-MONTO FROM 0 GIVING EOR-MONTO
                 ELSE
                    MOVE HIX-MONTO TO EOR-MONTO
                 END-IF
                 RELEASE REG-EST-ORDEN
                 ADD 1 TO WS-MOV-SELECCIONADOS
              END-IF
           END-IF.

       SELECCIONAR-DEL-SECUENCIAL.

           MOVE "N" TO WS-FIN-ARCHIVO

           READ MOV-HISTORICO-INPUT

              IF REG-HISTORICO (1:16) NOT = SPACES
                 AND HCO-FECHA (1:6) = WS-MES-SOLICITADO
                 MOVE HCO-NUM-CUENTA TO EOR-NUM-CUENTA
                 MOVE HCO-FECHA      TO EOR-FECHA
                 MOVE HCO-SUC        TO EOR-SUC
                 MOVE HCO-TIPO-MOV   TO EOR-TIPO-MOV
                 MOVE HCO-NUM-CHEQUE TO EOR-NUM-CHEQUE
                 IF HCO-IND-REVERSO = "R"
                    SUBTRACT HCO-MONTO FROM 0 GIVING EOR-MONTO
                 ELSE
           MOVE 0              TO WS-MOV-DE-LA-CUENTA
           MOVE 0              TO WS-TOTAL-TRE
           MOVE 1              TO IX-TOTAL
           PERFORM LIMPIAR-TOTAL-TIPO 9 TIMES

           ADD 1 TO WS-CUENTAS-IMPRESAS

               WHEN "RET"
               WHEN "TRF"
               WHEN "CGO"
               WHEN "TIB"
               WHEN "CHQ"
                  SUBTRACT EOR-MONTO FROM WS-SALDO-CORRIDO
               WHEN OTHER
                  CONTINUE
           MOVE EOR-TIPO-MOV TO LME-TIPO
           MOVE EOR-MONTO TO LME-MONTO
           MOVE WS-SALDO-CORRIDO TO LME-SALDO
           MOVE EOR-NUM-CHEQUE TO LME-CHEQUE

           WRITE REG-ESTADO FROM LINEA-MOVIMIENTO-EST

           WRITE REG-ESTADO FROM SUBRAYADO-EST

           MOVE 1 TO IX-TOTAL
           PERFORM IMPRIMIR-TOTAL-TIPO 9 TIMES

           IF WS-TOTAL-TRE NOT = 0
              MOVE "TRE"        TO LTT-TIPO
