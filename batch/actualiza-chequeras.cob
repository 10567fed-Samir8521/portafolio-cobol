      ******************************************************************
      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Mantenimiento batch del maestro de cheques: aplicar
      *          las novedades diarias de entrega de chequeras (rango
      *          de numeros asignado a una cuenta), anulacion de
      *          cheques y ordenes de no pago (colocadas y levantadas)
      *          sobre CHEQUES-MAESTRO, con la misma disciplina de
      *          validacion y la misma pista de auditoria de
      *          ACTUALIZA-SOBREGIROS. MOVIMIENTOS-BANCARIOS paga un
      *          cheque ("CHQ") solo si esta emitido, y lo marca
      *          pagado. Debe correr ANTES de MOVIMIENTOS-BANCARIOS
      *          para que las chequeras y ordenes del dia sean
      *          visibles a la validacion de cheques.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTUALIZA-CHEQUERAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NOVEDADES-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-NOVEDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDADES.
           SELECT CHEQUES-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CHEQUES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-CLAVE
               FILE STATUS IS WS-FS-CHEQUES.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-MAESTRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NUM-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT AUDITORIA-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHA-CONTROL
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FECHACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHACTL.
           SELECT BITACORA-CORRIDAS
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

       DATA DIVISION.
       FILE SECTION.

      *> NOVEDADES DIARIAS DE MANTENIMIENTO DE CHEQUERAS. CADA
      *> NOVEDAD APLICA A UN RANGO DE CHEQUES DE LA CUENTA, DESDE Y
      *> HASTA INCLUSIVE; EN BLANCO, EL HASTA ES IGUAL AL DESDE (UN
      *> SOLO CHEQUE). NOV-TIPO:
      *>   "EMI" ENTREGA DE UNA CHEQUERA: DA DE ALTA EL RANGO COMO
      *>         CHEQUES EMITIDOS; NINGUNO PUEDE EXISTIR YA,
      *>   "ANU" ANULACION DE CHEQUES EMITIDOS O CON ORDEN DE NO PAGO
      *>         (CHEQUE INUTILIZADO O CHEQUERA DESTRUIDA),
      *>   "ONP" ORDEN DE NO PAGO SOBRE CHEQUES EMITIDOS (EXTRAVIO,
      *>         ROBO, INSTRUCCION DEL CLIENTE),
      *>   "LNP" LEVANTAMIENTO DE LA ORDEN DE NO PAGO: EL CHEQUE
      *>         VUELVE A QUEDAR EMITIDO.
      *> LOS NUMEROS DE CHEQUE VIENEN CON SUS DIEZ DIGITOS Y CEROS A
      *> LA IZQUIERDA, IGUAL QUE EN LA CUENTA DESTINO DE MOV-INPUT.
      *> NOV-USUARIO IDENTIFICA A QUIEN REGISTRO LA NOVEDAD, PARA LA
      *> PISTA DE AUDITORIA.
       FD NOVEDADES-INPUT.
       01 REG-NOVEDAD-CHEQUERA.
           05 NOV-TIPO           PIC X(3).
           05 FILLER             PIC X.
           05 NOV-NUM-CUENTA     PIC X(10).
           05 FILLER             PIC X.
           05 NOV-USUARIO        PIC X(8).
           05 FILLER             PIC X.
           05 NOV-CHEQUE-DESDE   PIC X(10).
           05 FILLER             PIC X.
           05 NOV-CHEQUE-HASTA   PIC X(10).

      *> MAESTRO DE CHEQUES, INDEXADO POR CUENTA Y NUMERO DE CHEQUE:
      *> UN REGISTRO POR CHEQUE ENTREGADO, CON EL RANGO DE LA
      *> CHEQUERA A LA QUE PERTENECE Y SU ESTADO. UN CHEQUE QUE NO
      *> ESTA EN EL MAESTRO ESTA FUERA DEL RANGO ASIGNADO A LA
      *> CUENTA. CHQ-MONTO-PAGADO Y CHQ-FECHA-PAGO LOS LLENA
      *> MOVIMIENTOS-BANCARIOS AL PAGAR EL CHEQUE (Y LOS LIMPIA SI
      *> REVERSA EL PAGO). MISMO LAYOUT QUE EN MOVIMIENTOS-BANCARIOS;
      *> MANTENER SINCRONIZADOS.
       FD CHEQUES-MAESTRO.
       01 REG-CHEQUE.
           05 CHQ-CLAVE.
               10 CHQ-NUM-CUENTA     PIC 9(10).
               10 CHQ-NUM-CHEQUE     PIC 9(10).
           05 CHQ-ESTADO             PIC X(1).
               88 CHQ-EMITIDO           VALUE "E".
               88 CHQ-PAGADO            VALUE "P".
               88 CHQ-ANULADO           VALUE "A".
               88 CHQ-NO-PAGAR          VALUE "O".
           05 CHQ-CHEQUERA-DESDE     PIC 9(10).
           05 CHQ-CHEQUERA-HASTA     PIC 9(10).
           05 CHQ-FECHA-ENTREGA      PIC 9(8).
           05 CHQ-FECHA-ESTADO       PIC 9(8).
           05 CHQ-MONTO-PAGADO       PIC 9(9)V99.
           05 CHQ-FECHA-PAGO         PIC 9(8).

      *> MAESTRO DE CUENTAS, SOLO PARA VALIDAR QUE LA CUENTA DE UNA
      *> CHEQUERA EXISTE Y NO ESTA CERRADA. MISMO LAYOUT QUE EN
      *> ACTUALIZA-CUENTAS Y MOVIMIENTOS-BANCARIOS; MANTENER
      *> SINCRONIZADOS.
       FD CUENTAS-MAESTRO.
       01 REG-CUENTA-MAESTRO.
           05 CM-NUM-CUENTA      PIC 9(10).
           05 CM-NOMBRE-TITULAR  PIC X(40).
           05 CM-ESTADO-CUENTA   PIC X(1).
               88 CM-CUENTA-ACTIVA    VALUE "A".
               88 CM-CUENTA-CERRADA   VALUE "C".
               88 CM-CUENTA-CONGELADA VALUE "F".
           05 CM-TIPO-PRODUCTO   PIC X(3).
           05 CM-SALDO-ACTUAL    PIC S9(11)V99.
           05 CM-NUM-CLIENTE     PIC 9(8).

      *> PISTA DE AUDITORIA: UNA LINEA POR NOVEDAD LEIDA, APLICADA O
      *> RECHAZADA, CON LA FECHA DE PROCESO Y EL USUARIO QUE LA
      *> REGISTRO. MISMO FORMATO QUE LA AUDITORIA DE ACTUALIZA-
      *> CUENTAS.
       FD AUDITORIA-OUTPUT.
       01 REG-AUDITORIA.
           05 AUD-FECHA          PIC X(8).
           05 FILLER             PIC X.
           05 AUD-USUARIO        PIC X(8).
           05 FILLER             PIC X.
           05 AUD-TIPO           PIC X(3).
           05 FILLER             PIC X.
           05 AUD-NUM-CUENTA     PIC X(10).
           05 FILLER             PIC X.
           05 AUD-RESULTADO      PIC X(9).
           05 FILLER             PIC X.
           05 AUD-COD-MOTIVO     PIC X(2).
           05 FILLER             PIC X.
           05 AUD-DETALLE        PIC X(40).

      *> CONTROL DE FECHA DE NEGOCIO DE LA CADENA DIARIA. MISMO LAYOUT
      *> QUE EN MOVIMIENTOS-BANCARIOS; AQUI SOLO SE LEE, NUNCA SE
      *> AVANZA.
       FD FECHA-CONTROL.
       01 REG-FECHA-CONTROL.
           05 CTL-FECHA-PROCESO  PIC X(8).

      *> BITACORA ACUMULATIVA DE CORRIDAS DE LA CADENA DIARIA. ESTE
      *> PROGRAMA SOLO ANOTA SU INICIO Y SU FIN CON LA FECHA DE
      *> NEGOCIO, PARA QUE REVERSION-CORRIDA SEPA QUE EL MAESTRO
      *> DE CHEQUES SE MODIFICO DESPUES DEL RESPALDO Y NO LO PISE.
      *> MISMO LAYOUT QUE EN ACTUALIZA-CUENTAS Y MOVIMIENTOS-
      *> BANCARIOS; MANTENER SINCRONIZADOS.
       FD BITACORA-CORRIDAS.
       01 REG-BITACORA.
           05 BIT-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 BIT-PROGRAMA       PIC X(24).
           05 FILLER             PIC X.
           05 BIT-EVENTO         PIC X(6).
           05 FILLER             PIC X.
           05 BIT-CIFRA-1        PIC 9(8).
           05 FILLER             PIC X.
           05 BIT-CIFRA-2        PIC 9(8).
           05 FILLER             PIC X.
           05 BIT-RETORNO        PIC 9(2).

       WORKING-STORAGE SECTION.

       01 WS-FS-NOVEDADES       PIC XX VALUE "00".

       01 WS-FS-CHEQUES         PIC XX VALUE "00".

       01 WS-FS-CUENTAS         PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-NOVEDADES  PIC X(50) VALUE
            "CHEQUERAS-NOVEDADES.TXT".
       01 WS-NOM-ARCHIVO-CHEQUES    PIC X(50) VALUE
            "CHEQUES.MAESTRO".
       01 WS-NOM-ARCHIVO-MAESTRO    PIC X(50) VALUE "CUENTAS.MAESTRO".
       01 WS-NOM-ARCHIVO-AUDITORIA  PIC X(50) VALUE
            "CHEQUERAS-AUDITORIA.TXT".
       01 WS-NOM-ARCHIVO-FECHACTL   PIC X(50) VALUE
            "FECHA-PROCESO.CTL".
       01 WS-NOM-ARCHIVO-BITACORA   PIC X(50) VALUE
            "BITACORA-CORRIDAS.TXT".
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

       01 WS-FS-FECHACTL        PIC XX VALUE "00".
       01 WS-FS-BITACORA        PIC XX VALUE "00".

      *> NOMBRE CON EL QUE ESTE PROGRAMA SE ANOTA EN LA BITACORA.
       01 WS-PROGRAMA-PROPIO    PIC X(24) VALUE "ACTUALIZA-CHEQUERAS".
       01 WS-BIT-EVENTO         PIC X(6) VALUE SPACES.
       01 WS-BIT-CIFRA-1        PIC 9(8) VALUE 0.
       01 WS-BIT-CIFRA-2        PIC 9(8) VALUE 0.
       01 WS-BIT-RETORNO        PIC 9(2) VALUE 0.

       01 WS-FIN-ARCHIVO        PIC X VALUE "N".
       01 WS-REG-VALIDO         PIC X VALUE "N".

       01 WS-NOV-LEIDAS         PIC 9(6) VALUE 0.
       01 WS-NOV-APLICADAS      PIC 9(6) VALUE 0.
       01 WS-NOV-RECHAZADAS     PIC 9(6) VALUE 0.
       01 WS-CHEQUES-AFECTADOS  PIC 9(8) VALUE 0.

       01 WS-COD-MOTIVO         PIC X(2)  VALUE SPACES.
       01 WS-DESC-MOTIVO        PIC X(40) VALUE SPACES.

       01 WS-FECHA-PROCESO      PIC 9(8).

      *> RANGO DE LA NOVEDAD EN CURSO Y CHEQUE QUE SE ESTA REVISANDO
      *> O APLICANDO. UNA NOVEDAD NO PUEDE ABARCAR MAS DE
      *> WS-MAX-CHEQUES-RANGO CHEQUES: UN RANGO MAYOR ES CASI SIEMPRE
      *> UN ERROR DE CAPTURA EN EL DESDE O EN EL HASTA.
       01 WS-CHEQUE-DESDE       PIC 9(10) VALUE 0.
       01 WS-CHEQUE-HASTA       PIC 9(10) VALUE 0.
       01 WS-CHEQUE-ACTUAL      PIC 9(10) VALUE 0.
       01 WS-CHEQUES-RANGO      PIC 9(10) VALUE 0.
       01 WS-MAX-CHEQUES-RANGO  PIC 9(10) VALUE 500.

      *> TABLA DE TIPOS DE NOVEDAD QUE SE OPERAN. MANTENER EN ORDEN
      *> ALFABETICO PARA LA SEARCH ALL.
       01 TABLA-TIPOS-NOV-N     PIC X(12) VALUE "ANUEMILNPONP".
       01 TABLA-TIPOS-NOV REDEFINES TABLA-TIPOS-NOV-N.
           05 TIPO-NOV-VALIDO    PIC X(3) OCCURS 4 TIMES
                 ASCENDING KEY IS TIPO-NOV-VALIDO
                 INDEXED BY IX-TIPO-NOV.

       01 SUBRAYADO-AUD-1       PIC X(90) VALUE ALL '-'.
       01 TITULOS-AUD           PIC X(90) VALUE
            'FECHA    USUARIO  TIP CUENTA     RESULTADO COD DETALLE'.
       01 SUBRAYADO-AUD-2       PIC X(90) VALUE ALL '-'.

       01 LINEA-TEXTO-AUD       PIC X(90).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM LEER-NOMBRES-DE-ARCHIVOS

           PERFORM LEER-FECHA-CONTROL

           OPEN INPUT NOVEDADES-INPUT

      *> SI EL ARCHIVO DE NOVEDADES NO EXISTE, NO HAY MANTENIMIENTO
      *> QUE APLICAR HOY; CUALQUIER OTRO ERROR DE APERTURA SI DETIENE
      *> LA CORRIDA.
           IF WS-FS-NOVEDADES = "35"
              DISPLAY "SIN ARCHIVO DE NOVEDADES DE CHEQUERAS; NO HAY "
                 "NADA QUE APLICAR." UPON CONSOLE
              STOP RUN
           END-IF

           IF WS-FS-NOVEDADES NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR NOVEDADES-INPUT, "
                 "FILE STATUS " WS-FS-NOVEDADES UPON CONSOLE
              STOP RUN
           END-IF

      *> EL INICIO SE ANOTA ANTES DE ABRIR EL MAESTRO EN MODO I-O,
      *> PARA QUE AUN UNA CORRIDA QUE ABORTE DEJE SU HUELLA.
           PERFORM REGISTRAR-INICIO-BITACORA

           PERFORM ABRIR-CHEQUES-MAESTRO

           IF WS-FS-CHEQUES NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR CHEQUES-MAESTRO, "
                 "FILE STATUS " WS-FS-CHEQUES UPON CONSOLE
              STOP RUN
           END-IF

           OPEN INPUT CUENTAS-MAESTRO

           IF WS-FS-CUENTAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR CUENTAS-MAESTRO, "
                 "FILE STATUS " WS-FS-CUENTAS UPON CONSOLE
              STOP RUN
           END-IF

           OPEN OUTPUT AUDITORIA-OUTPUT

           PERFORM ESCRIBIR-ENCABEZADOS-AUDITORIA

           READ NOVEDADES-INPUT
               AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ

           PERFORM UNTIL WS-FIN-ARCHIVO = "S"

              ADD 1 TO WS-NOV-LEIDAS

              PERFORM VALIDAR-NOVEDAD

              IF WS-REG-VALIDO = "S"
                 PERFORM APLICAR-NOVEDAD
              ELSE
                 PERFORM RECHAZAR-NOVEDAD
              END-IF

              READ NOVEDADES-INPUT
                  AT END MOVE "S" TO WS-FIN-ARCHIVO
              END-READ

           END-PERFORM

           DISPLAY "TOTAL NOVEDADES LEIDAS     : " WS-NOV-LEIDAS
           DISPLAY "TOTAL NOVEDADES APLICADAS  : " WS-NOV-APLICADAS
           DISPLAY "TOTAL NOVEDADES RECHAZADAS : " WS-NOV-RECHAZADAS
           DISPLAY "TOTAL CHEQUES AFECTADOS    : " WS-CHEQUES-AFECTADOS

           CLOSE NOVEDADES-INPUT
                 CHEQUES-MAESTRO
                 CUENTAS-MAESTRO
                 AUDITORIA-OUTPUT

           PERFORM REGISTRAR-FIN-BITACORA

           STOP RUN.

      *> ABRE EL MAESTRO DE CHEQUES EN MODO I-O. SI EL ARCHIVO AUN NO
      *> EXISTE (AMBIENTE NUEVO DONDE LAS PRIMERAS CHEQUERAS LO VAN A
      *> POBLAR), SE CREA VACIO ANTES DE ABRIRLO EN MODO I-O, IGUAL
      *> QUE HACE ACTUALIZA-SOBREGIROS CON EL MAESTRO DE LINEAS.
       ABRIR-CHEQUES-MAESTRO.

           OPEN I-O CHEQUES-MAESTRO

           IF WS-FS-CHEQUES = "35"
              OPEN OUTPUT CHEQUES-MAESTRO
              CLOSE CHEQUES-MAESTRO
              OPEN I-O CHEQUES-MAESTRO
           END-IF.

      *> LEE, AL ESTILO DD-NAME DE JCL, LOS NOMBRES DE ARCHIVO QUE EL
      *> OPERADOR QUIERA SUSTITUIR POR VARIABLE DE ENTORNO. EL MAESTRO
      *> DE CHEQUES USA LA MISMA VARIABLE MOVCHQ QUE MOVIMIENTOS-
      *> BANCARIOS, Y EL DE CUENTAS LA MISMA MOVMTO.
       LEER-NOMBRES-DE-ARCHIVOS.

           DISPLAY "CHQNOV" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-NOVEDADES
           END-IF

           DISPLAY "MOVCHQ" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-CHEQUES
           END-IF

           DISPLAY "MOVMTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-MAESTRO
           END-IF

           DISPLAY "CHQAUD" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-AUDITORIA
           END-IF

           DISPLAY "MOVFCH" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FECHACTL
           END-IF

           DISPLAY "BITCOR" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-BITACORA
           END-IF.

      *> LEE LA FECHA DE NEGOCIO VIGENTE DEL ARCHIVO DE CONTROL DE
      *> FECHA, LA MISMA QUE USA EL RESTO DE LA CADENA DIARIA, PARA
      *> QUE LA AUDITORIA Y LOS CAMBIOS DE ESTADO QUEDEN FECHADOS CON
      *> EL DIA DE NEGOCIO. SI EL ARCHIVO NO EXISTE (AMBIENTE NUEVO),
      *> SE CONSERVA LA FECHA DE MAQUINA.
       LEER-FECHA-CONTROL.

           OPEN INPUT FECHA-CONTROL

           IF WS-FS-FECHACTL = "35"
              DISPLAY "AVISO: SIN ARCHIVO DE CONTROL DE FECHA; SE "
                 "USA LA FECHA DE MAQUINA " WS-FECHA-PROCESO "."
                 UPON CONSOLE
           ELSE
              IF WS-FS-FECHACTL NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR FECHA-CONTROL, "
                    "FILE STATUS " WS-FS-FECHACTL UPON CONSOLE
                 STOP RUN
              ELSE
                 MOVE SPACES TO REG-FECHA-CONTROL
                 READ FECHA-CONTROL
                     AT END CONTINUE
                 END-READ

                 IF CTL-FECHA-PROCESO IS NUMERIC
                    MOVE CTL-FECHA-PROCESO TO WS-FECHA-PROCESO
                 ELSE
                    DISPLAY "ERROR: EL ARCHIVO DE CONTROL DE FECHA "
                       "NO TIENE UNA FECHA CCYYMMDD LEGIBLE."
                       UPON CONSOLE
                    STOP RUN
                 END-IF

                 CLOSE FECHA-CONTROL
              END-IF
           END-IF.

       REGISTRAR-INICIO-BITACORA.

           MOVE "INICIO" TO WS-BIT-EVENTO
           MOVE 0        TO WS-BIT-CIFRA-1
           MOVE 0        TO WS-BIT-CIFRA-2
           MOVE 0        TO WS-BIT-RETORNO
           PERFORM ESCRIBIR-BITACORA.

       REGISTRAR-FIN-BITACORA.

           MOVE "FIN"             TO WS-BIT-EVENTO
           MOVE WS-NOV-APLICADAS  TO WS-BIT-CIFRA-1
           MOVE WS-NOV-RECHAZADAS TO WS-BIT-CIFRA-2
           MOVE 0                 TO WS-BIT-RETORNO
           PERFORM ESCRIBIR-BITACORA.

      *> AGREGA UN REGISTRO A LA BITACORA ACUMULATIVA. SI NO SE PUEDE
      *> ESCRIBIR SE AVISA PERO NO SE DETIENE EL MANTENIMIENTO.
       ESCRIBIR-BITACORA.

           OPEN EXTEND BITACORA-CORRIDAS

           IF WS-FS-BITACORA = "35"
              OPEN OUTPUT BITACORA-CORRIDAS
           END-IF

           IF WS-FS-BITACORA NOT = "00"
              DISPLAY "AVISO: NO SE PUDO ESCRIBIR LA BITACORA DE "
                 "CORRIDAS, FILE STATUS " WS-FS-BITACORA
                 UPON CONSOLE
           ELSE
              MOVE SPACES             TO REG-BITACORA
              MOVE WS-FECHA-PROCESO   TO BIT-FECHA
              MOVE WS-PROGRAMA-PROPIO TO BIT-PROGRAMA
              MOVE WS-BIT-EVENTO      TO BIT-EVENTO
              MOVE WS-BIT-CIFRA-1     TO BIT-CIFRA-1
              MOVE WS-BIT-CIFRA-2     TO BIT-CIFRA-2
              MOVE WS-BIT-RETORNO     TO BIT-RETORNO
              WRITE REG-BITACORA
              CLOSE BITACORA-CORRIDAS
           END-IF.

       ESCRIBIR-ENCABEZADOS-AUDITORIA.

           MOVE SUBRAYADO-AUD-1 TO LINEA-TEXTO-AUD
           WRITE REG-AUDITORIA FROM LINEA-TEXTO-AUD

           MOVE TITULOS-AUD     TO LINEA-TEXTO-AUD
           WRITE REG-AUDITORIA FROM LINEA-TEXTO-AUD

           MOVE SUBRAYADO-AUD-2 TO LINEA-TEXTO-AUD
           WRITE REG-AUDITORIA FROM LINEA-TEXTO-AUD.

      *> LA VALIDACION SE REALIZA EN CADENA, COMO EN ACTUALIZA-
      *> SOBREGIROS: CADA PASO SOLO SE EJECUTA SI LOS ANTERIORES
      *> ACEPTARON LA NOVEDAD, Y EL PRIMER PASO QUE LA RECHAZA DEJA SU
      *> CODIGO Y DESCRIPCION DE MOTIVO. UNA NOVEDAD SOBRE UN RANGO SE
      *> APLICA COMPLETA O NO SE APLICA: SI UN SOLO CHEQUE DEL RANGO
      *> NO ADMITE EL CAMBIO, SE RECHAZA TODA.
       VALIDAR-NOVEDAD.
           MOVE "S" TO WS-REG-VALIDO
           MOVE SPACES TO WS-COD-MOTIVO
           MOVE SPACES TO WS-DESC-MOTIVO

           PERFORM VALIDAR-TIPO-NOVEDAD

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-NOV-NUM-CUENTA
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-RANGO-CHEQUES
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-CUENTA-MAESTRO
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-UN-CHEQUE
                  VARYING WS-CHEQUE-ACTUAL FROM WS-CHEQUE-DESDE BY 1
                  UNTIL WS-CHEQUE-ACTUAL > WS-CHEQUE-HASTA
                     OR WS-REG-VALIDO = "N"
           END-IF.

       VALIDAR-TIPO-NOVEDAD.

           SET IX-TIPO-NOV TO 1
           SEARCH ALL TIPO-NOV-VALIDO
               AT END
                  MOVE "N"  TO WS-REG-VALIDO
                  MOVE "01" TO WS-COD-MOTIVO
                  MOVE "TIPO DE NOVEDAD NO ESTA EN TABLA"
                     TO WS-DESC-MOTIVO
               WHEN TIPO-NOV-VALIDO (IX-TIPO-NOV) = NOV-TIPO
                  CONTINUE
           END-SEARCH.

       VALIDAR-NOV-NUM-CUENTA.

           IF NOV-NUM-CUENTA IS NOT NUMERIC
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "02" TO WS-COD-MOTIVO
              MOVE "NUM-CUENTA NO ES NUMERICO" TO WS-DESC-MOTIVO
           END-IF.

      *> EL DESDE ES OBLIGATORIO Y MAYOR QUE CERO; EL HASTA, SI
      *> VIENE, NO PUEDE SER MENOR QUE EL DESDE. LA ENTREGA DE UNA
      *> CHEQUERA EXIGE LOS DOS EXTREMOS.
       VALIDAR-RANGO-CHEQUES.

           IF NOV-CHEQUE-DESDE IS NOT NUMERIC
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "03" TO WS-COD-MOTIVO
              MOVE "NUMERO DE CHEQUE DESDE INVALIDO"
                 TO WS-DESC-MOTIVO
           ELSE
              MOVE NOV-CHEQUE-DESDE TO WS-CHEQUE-DESDE
              IF WS-CHEQUE-DESDE = 0
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "03" TO WS-COD-MOTIVO
                 MOVE "NUMERO DE CHEQUE DESDE INVALIDO"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-CHEQUE-HASTA = SPACES AND NOV-TIPO NOT = "EMI"
                 MOVE WS-CHEQUE-DESDE TO WS-CHEQUE-HASTA
              ELSE
                 IF NOV-CHEQUE-HASTA IS NOT NUMERIC
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "03" TO WS-COD-MOTIVO
                    MOVE "NUMERO DE CHEQUE HASTA INVALIDO"
                       TO WS-DESC-MOTIVO
                 ELSE
                    MOVE NOV-CHEQUE-HASTA TO WS-CHEQUE-HASTA
                    IF WS-CHEQUE-HASTA < WS-CHEQUE-DESDE
                       MOVE "N"  TO WS-REG-VALIDO
                       MOVE "03" TO WS-COD-MOTIVO
                       MOVE "CHEQUE HASTA MENOR QUE CHEQUE DESDE"
                          TO WS-DESC-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              SUBTRACT WS-CHEQUE-DESDE FROM WS-CHEQUE-HASTA
                 GIVING WS-CHEQUES-RANGO
              ADD 1 TO WS-CHEQUES-RANGO
              IF WS-CHEQUES-RANGO > WS-MAX-CHEQUES-RANGO
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "04" TO WS-COD-MOTIVO
                 MOVE "RANGO DE MAS DE 500 CHEQUES"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF.

      *> LA CUENTA DEBE EXISTIR EN EL MAESTRO DE CUENTAS. A UNA
      *> CUENTA CERRADA NO SE LE ENTREGA CHEQUERA; SI SE LE PUEDEN
      *> ANULAR CHEQUES O DAR ORDENES DE NO PAGO SOBRE LOS QUE YA
      *> TENIA.
       VALIDAR-CUENTA-MAESTRO.

           MOVE NOV-NUM-CUENTA TO CM-NUM-CUENTA

           READ CUENTAS-MAESTRO
               INVALID KEY
                  MOVE "N"  TO WS-REG-VALIDO
                  MOVE "05" TO WS-COD-MOTIVO
                  MOVE "CUENTA NO EXISTE EN MAESTRO" TO WS-DESC-MOTIVO
               NOT INVALID KEY
                  IF CM-CUENTA-CERRADA AND NOV-TIPO = "EMI"
                     MOVE "N"  TO WS-REG-VALIDO
                     MOVE "06" TO WS-COD-MOTIVO
                     MOVE "CUENTA CERRADA" TO WS-DESC-MOTIVO
                  END-IF
           END-READ.

      *> REVISA UN CHEQUE DEL RANGO CONTRA EL MAESTRO SEGUN LO QUE LA
      *> NOVEDAD LE VA A HACER: LA ENTREGA EXIGE QUE NO EXISTA; LAS
      *> DEMAS, QUE EXISTA Y ESTE EN UN ESTADO QUE ADMITA EL CAMBIO.
       VALIDAR-UN-CHEQUE.

           MOVE NOV-NUM-CUENTA   TO CHQ-NUM-CUENTA
           MOVE WS-CHEQUE-ACTUAL TO CHQ-NUM-CHEQUE

           READ CHEQUES-MAESTRO
               INVALID KEY
                  IF NOV-TIPO NOT = "EMI"
                     MOVE "N"  TO WS-REG-VALIDO
                     MOVE "08" TO WS-COD-MOTIVO
                     MOVE "CHEQUE FUERA DE RANGO DE LA CUENTA"
                        TO WS-DESC-MOTIVO
                  END-IF
               NOT INVALID KEY
                  EVALUATE NOV-TIPO
                      WHEN "EMI"
                         MOVE "N"  TO WS-REG-VALIDO
                         MOVE "07" TO WS-COD-MOTIVO
                         MOVE "RANGO SE SUPERPONE CON OTRA CHEQUERA"
                            TO WS-DESC-MOTIVO
                      WHEN "ANU"
                         IF NOT CHQ-EMITIDO AND NOT CHQ-NO-PAGAR
                            MOVE "N"  TO WS-REG-VALIDO
                            MOVE "09" TO WS-COD-MOTIVO
                            MOVE "CHEQUE YA PAGADO O ANULADO"
                               TO WS-DESC-MOTIVO
                         END-IF
                      WHEN "ONP"
                         IF NOT CHQ-EMITIDO
                            MOVE "N"  TO WS-REG-VALIDO
                            MOVE "09" TO WS-COD-MOTIVO
                            MOVE "CHEQUE PAGADO, ANULADO O YA CON ORDEN"
                               TO WS-DESC-MOTIVO
                         END-IF
                      WHEN "LNP"
                         IF NOT CHQ-NO-PAGAR
                            MOVE "N"  TO WS-REG-VALIDO
                            MOVE "10" TO WS-COD-MOTIVO
                            MOVE "CHEQUE SIN ORDEN DE NO PAGO"
                               TO WS-DESC-MOTIVO
                         END-IF
                  END-EVALUATE
           END-READ.

      *> APLICA LA NOVEDAD YA VALIDADA A CADA CHEQUE DEL RANGO.
       APLICAR-NOVEDAD.

           PERFORM APLICAR-UN-CHEQUE
               VARYING WS-CHEQUE-ACTUAL FROM WS-CHEQUE-DESDE BY 1
               UNTIL WS-CHEQUE-ACTUAL > WS-CHEQUE-HASTA

           ADD 1 TO WS-NOV-APLICADAS

           MOVE SPACES     TO REG-AUDITORIA
           MOVE "APLICADA" TO AUD-RESULTADO
           MOVE SPACES     TO AUD-COD-MOTIVO
           PERFORM DESCRIBIR-NOVEDAD-APLICADA
           PERFORM ESCRIBIR-AUDITORIA.

      *> LA ENTREGA ESCRIBE EL CHEQUE NUEVO COMO EMITIDO, CON EL RANGO
      *> DE SU CHEQUERA; LAS DEMAS NOVEDADES RELEEN EL CHEQUE Y LE
      *> CAMBIAN EL ESTADO Y LA FECHA DEL CAMBIO.
       APLICAR-UN-CHEQUE.

           IF NOV-TIPO = "EMI"
              MOVE SPACES           TO REG-CHEQUE
              MOVE NOV-NUM-CUENTA   TO CHQ-NUM-CUENTA
              MOVE WS-CHEQUE-ACTUAL TO CHQ-NUM-CHEQUE
              MOVE "E"              TO CHQ-ESTADO
              MOVE WS-CHEQUE-DESDE  TO CHQ-CHEQUERA-DESDE
              MOVE WS-CHEQUE-HASTA  TO CHQ-CHEQUERA-HASTA
              MOVE WS-FECHA-PROCESO TO CHQ-FECHA-ENTREGA
              MOVE WS-FECHA-PROCESO TO CHQ-FECHA-ESTADO
              MOVE 0                TO CHQ-MONTO-PAGADO
              MOVE 0                TO CHQ-FECHA-PAGO
              WRITE REG-CHEQUE
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO DAR DE ALTA EL CHEQUE "
                        WS-CHEQUE-ACTUAL " DE LA CUENTA "
                        NOV-NUM-CUENTA ", FILE STATUS "
                        WS-FS-CHEQUES UPON CONSOLE
                     STOP RUN
              END-WRITE
           ELSE
              MOVE NOV-NUM-CUENTA   TO CHQ-NUM-CUENTA
              MOVE WS-CHEQUE-ACTUAL TO CHQ-NUM-CHEQUE
              READ CHEQUES-MAESTRO
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO RELEER EL CHEQUE "
                        WS-CHEQUE-ACTUAL " DE LA CUENTA "
                        NOV-NUM-CUENTA ", FILE STATUS "
                        WS-FS-CHEQUES UPON CONSOLE
                     STOP RUN
              END-READ
              EVALUATE NOV-TIPO
                  WHEN "ANU"
                     MOVE "A" TO CHQ-ESTADO
                  WHEN "ONP"
                     MOVE "O" TO CHQ-ESTADO
                  WHEN "LNP"
                     MOVE "E" TO CHQ-ESTADO
              END-EVALUATE
              MOVE WS-FECHA-PROCESO TO CHQ-FECHA-ESTADO
              REWRITE REG-CHEQUE
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO ACTUALIZAR EL CHEQUE "
                        WS-CHEQUE-ACTUAL " DE LA CUENTA "
                        NOV-NUM-CUENTA ", FILE STATUS "
                        WS-FS-CHEQUES UPON CONSOLE
                     STOP RUN
              END-REWRITE
           END-IF

           ADD 1 TO WS-CHEQUES-AFECTADOS.

       RECHAZAR-NOVEDAD.

           ADD 1 TO WS-NOV-RECHAZADAS

           MOVE SPACES          TO REG-AUDITORIA
           MOVE "RECHAZADA"     TO AUD-RESULTADO
           MOVE WS-COD-MOTIVO   TO AUD-COD-MOTIVO
           MOVE WS-DESC-MOTIVO  TO AUD-DETALLE
           PERFORM ESCRIBIR-AUDITORIA.

      *> DEJA EN AUD-DETALLE EL RANGO AFECTADO Y EL ESTADO EN QUE
      *> QUEDO, PARA QUE LA PISTA DE AUDITORIA MUESTRE QUE CAMBIO.
       DESCRIBIR-NOVEDAD-APLICADA.

           MOVE SPACES TO AUD-DETALLE

           EVALUATE NOV-TIPO
               WHEN "EMI"
                  STRING "EMITIDOS " WS-CHEQUE-DESDE " A "
                     WS-CHEQUE-HASTA
                     DELIMITED BY SIZE INTO AUD-DETALLE
               WHEN "ANU"
                  STRING "ANULADOS " WS-CHEQUE-DESDE " A "
                     WS-CHEQUE-HASTA
                     DELIMITED BY SIZE INTO AUD-DETALLE
               WHEN "ONP"
                  STRING "NO PAGAR " WS-CHEQUE-DESDE " A "
                     WS-CHEQUE-HASTA
                     DELIMITED BY SIZE INTO AUD-DETALLE
               WHEN "LNP"
                  STRING "LEVANTADA " WS-CHEQUE-DESDE " A "
                     WS-CHEQUE-HASTA
                     DELIMITED BY SIZE INTO AUD-DETALLE
           END-EVALUATE.

       ESCRIBIR-AUDITORIA.

           MOVE WS-FECHA-PROCESO TO AUD-FECHA
           MOVE NOV-USUARIO      TO AUD-USUARIO
           MOVE NOV-TIPO         TO AUD-TIPO
           MOVE NOV-NUM-CUENTA   TO AUD-NUM-CUENTA

           WRITE REG-AUDITORIA.

       END PROGRAM ACTUALIZA-CHEQUERAS.
