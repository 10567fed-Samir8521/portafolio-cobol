      ******************************************************************
      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Carga inicial del historico indexado de movimientos
      *          (MOVIMIENTOS.HISTIDX) desde el historico secuencial
      *          existente (MOVIMIENTOS.HISTORICO): cada linea se
      *          graba con clave cuenta + fecha + consecutivo, el
      *          consecutivo numerando desde 1 los movimientos de la
      *          cuenta en la fecha en el orden del secuencial. Desde
      *          entonces MOVIMIENTOS-BANCARIOS alimenta los dos
      *          historicos. Debe correrse UNA VEZ, antes de la
      *          primera corrida de la cadena que grabe el indexado;
      *          si el indexado ya existe se niega sola, para no
      *          duplicar movimientos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-HISTORICO-INDEXADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MOV-HISTORICO-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT MOV-HISTORICO-INDEXADO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIX-CLAVE
               FILE STATUS IS WS-FS-HISTIDX.

       DATA DIVISION.
       FILE SECTION.

      *> HISTORICO PERMANENTE DE MOVIMIENTOS ACEPTADOS. MISMO LAYOUT
      *> QUE REG-HISTORICO EN MOVIMIENTOS-BANCARIOS; MANTENER
      *> SINCRONIZADOS.
       FD MOV-HISTORICO-INPUT.
       01 REG-HISTORICO.
           05 HCO-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X.
           05 HCO-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 HCO-SUC            PIC X(4).
           05 FILLER             PIC X.
           05 HCO-TIPO-MOV       PIC X(3).
           05 FILLER             PIC X.
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

      *> HISTORICO INDEXADO DE MOVIMIENTOS ACEPTADOS. MISMO LAYOUT QUE
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

       WORKING-STORAGE SECTION.

       01 WS-FS-HISTORICO       PIC XX VALUE "00".

       01 WS-FS-HISTIDX         PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-HISTORICO  PIC X(50) VALUE
            "MOVIMIENTOS.HISTORICO".
       01 WS-NOM-ARCHIVO-HISTIDX    PIC X(50) VALUE
            "MOVIMIENTOS.HISTIDX".
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

       01 WS-FIN-ARCHIVO        PIC X VALUE "N".
       01 WS-HIX-GRABADO        PIC X VALUE "N".

       01 WS-LINEAS-LEIDAS      PIC 9(10) VALUE 0.
       01 WS-LINEAS-CARGADAS    PIC 9(10) VALUE 0.
       01 WS-LINEAS-ILEGIBLES   PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LEER-NOMBRES-DE-ARCHIVOS

      *> UN INDEXADO QUE YA EXISTE YA TIENE MOVIMIENTOS (DE UNA CARGA
      *> ANTERIOR O DE CORRIDAS DE MOVIMIENTOS-BANCARIOS): CARGARLE EL
      *> SECUENCIAL LOS DUPLICARIA. SI SE CREO SIN LA CARGA INICIAL,
      *> EL SECUENCIAL TIENE TODO LO QUE EL INDEXADO TIENE, ASI QUE
      *> BASTA CON BORRARLO Y REPETIR ESTA CARGA.
           OPEN INPUT MOV-HISTORICO-INDEXADO

           IF WS-FS-HISTIDX NOT = "35"
              IF WS-FS-HISTIDX = "00"
                 CLOSE MOV-HISTORICO-INDEXADO
              END-IF
              DISPLAY "ERROR: EL HISTORICO INDEXADO "
                 WS-NOM-ARCHIVO-HISTIDX
                 " YA EXISTE (FILE STATUS " WS-FS-HISTIDX
                 "); NO SE CARGA." UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT MOV-HISTORICO-INPUT

      *> SIN HISTORICO SECUENCIAL NO HAY NADA QUE CARGAR (AMBIENTE
      *> NUEVO): MOVIMIENTOS-BANCARIOS CREA EL INDEXADO VACIO EN SU
      *> PRIMERA CORRIDA.
           IF WS-FS-HISTORICO = "35"
              DISPLAY "SIN HISTORICO DE MOVIMIENTOS; NO HAY NADA QUE "
                 "CARGAR." UPON CONSOLE
              STOP RUN
           END-IF

           IF WS-FS-HISTORICO NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR MOV-HISTORICO-INPUT, "
                 "FILE STATUS " WS-FS-HISTORICO UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT MOV-HISTORICO-INDEXADO

           IF WS-FS-HISTIDX NOT = "00"
              DISPLAY "ERROR: NO SE PUDO CREAR MOV-HISTORICO-"
                 "INDEXADO, FILE STATUS " WS-FS-HISTIDX UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM CARGAR-UNA-LINEA
               UNTIL WS-FIN-ARCHIVO = "S"

           CLOSE MOV-HISTORICO-INPUT
                 MOV-HISTORICO-INDEXADO

           DISPLAY "LINEAS DEL HISTORICO       : " WS-LINEAS-LEIDAS
           DISPLAY "MOVIMIENTOS CARGADOS       : " WS-LINEAS-CARGADAS
           DISPLAY "LINEAS ILEGIBLES OMITIDAS  : " WS-LINEAS-ILEGIBLES

           STOP RUN.

      *> LEE, AL ESTILO DD-NAME DE JCL, LOS NOMBRES DE ARCHIVO QUE EL
      *> OPERADOR QUIERA SUSTITUIR POR VARIABLE DE ENTORNO, CON LAS
      *> MISMAS VARIABLES QUE MOVIMIENTOS-BANCARIOS.
       LEER-NOMBRES-DE-ARCHIVOS.

           DISPLAY "MOVHCO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTORICO
           END-IF

           DISPLAY "MOVHIX" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTIDX
           END-IF.

      *> UNA LINEA SIN CUENTA O FECHA NUMERICA NO TIENE CLAVE; SE
      *> OMITE Y SE CUENTA, IGUAL QUE LA IGNORAN LOS LECTORES DEL
      *> SECUENCIAL.
       CARGAR-UNA-LINEA.

           READ MOV-HISTORICO-INPUT
               AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ

           IF WS-FIN-ARCHIVO = "N"
              ADD 1 TO WS-LINEAS-LEIDAS

              IF HCO-NUM-CUENTA IS NUMERIC
                 AND HCO-FECHA IS NUMERIC
                 PERFORM GRABAR-HISTORICO-INDEXADO
              ELSE
                 ADD 1 TO WS-LINEAS-ILEGIBLES
              END-IF
           END-IF.

      *> MISMA ASIGNACION DE CONSECUTIVO QUE EN MOVIMIENTOS-
      *> BANCARIOS: EL PRIMERO LIBRE DE LA CUENTA EN LA FECHA.
       GRABAR-HISTORICO-INDEXADO.

           MOVE SPACES            TO REG-HISTORICO-IDX
           MOVE HCO-NUM-CUENTA    TO HIX-NUM-CUENTA
           MOVE HCO-FECHA         TO HIX-FECHA
           MOVE 0                 TO HIX-CONSECUTIVO
           MOVE HCO-SUC           TO HIX-SUC
           MOVE HCO-TIPO-MOV      TO HIX-TIPO-MOV
           MOVE HCO-MONTO         TO HIX-MONTO
           MOVE HCO-IND-REVERSO   TO HIX-IND-REVERSO
           MOVE HCO-FECHA-PROCESO TO HIX-FECHA-PROCESO
           MOVE HCO-NUM-CHEQUE    TO HIX-NUM-CHEQUE

           MOVE "N" TO WS-HIX-GRABADO
           PERFORM INTENTAR-GRABAR-HISTORICO-IDX
               UNTIL WS-HIX-GRABADO = "S"

           ADD 1 TO WS-LINEAS-CARGADAS.

       INTENTAR-GRABAR-HISTORICO-IDX.

           ADD 1 TO HIX-CONSECUTIVO

           WRITE REG-HISTORICO-IDX
               INVALID KEY
                  IF WS-FS-HISTIDX NOT = "22"
                     DISPLAY "ERROR: NO SE PUDO GRABAR EN EL "
                        "HISTORICO INDEXADO LA CUENTA " HIX-NUM-CUENTA
                        ", FILE STATUS " WS-FS-HISTIDX UPON CONSOLE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                  END-IF
               NOT INVALID KEY
                  MOVE "S" TO WS-HIX-GRABADO
           END-WRITE.

       END PROGRAM CARGA-HISTORICO-INDEXADO.
