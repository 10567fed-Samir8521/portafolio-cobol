      *          sucursales), y generar el archivo de devoluciones en
      *          el formato de la camara con las operaciones que no
      *          pasaron la traduccion, porque esas se devuelven el
      *          mismo dia. Las devoluciones de envios propios (del
      *          archivo de envio de MOVIMIENTOS-BANCARIOS) se
      *          reconocen contra el registro de envios y se traducen
      *          a la reversa del cargo al cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DEVOLUCIONES-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-DEVOLUCIONES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMARA-ENVIOS-REGISTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-ENVIOS-REG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENV-REFERENCIA
               FILE STATUS IS WS-FS-ENVIOS-REG.
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
      *> QUE MOV-INPUT EN MOVIMIENTOS-BANCARIOS, PARA USARSE COMO
      *> SUCURSAL ADICIONAL EN LA LISTA DE SUCURSALES. LAS ENTRANTES
      *> SE TRADUCEN A "ABO" Y LAS SALIENTES A "CGO", ASI LA SALIENTE
      *> PASA POR LA VALIDACION DE SALDO DE LA CORRIDA. LA DEVOLUCION
      *> DE UN ENVIO PROPIO SE TRADUCE A LA REVERSA ("R") DE LA
      *> "TIB" ORIGINAL, CON EL BANCO EN LA CUENTA DESTINO.
       FD MOV-TRADUCIDOS-OUTPUT.
       01 REG-TRADUCIDO.
           05 TRD-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X.
           05 DEV-DESC-MOTIVO    PIC X(40).

      *> REGISTRO PERMANENTE DE LOS ENVIOS A LA CAMARA, ESCRITO POR
      *> MOVIMIENTOS-BANCARIOS AL GENERAR SU ARCHIVO DE ENVIO. ESTE
      *> PROGRAMA LO CONSULTA POR REFERENCIA Y MARCA COMO DEVUELTO
      *> ("D") EL ENVIO CUYA DEVOLUCION TRADUCE. MISMO LAYOUT QUE EN
      *> MOVIMIENTOS-BANCARIOS; MANTENER SINCRONIZADOS.
       FD CAMARA-ENVIOS-REGISTRO.
       01 REG-ENVIO-CAMARA.
           05 ENV-REFERENCIA       PIC X(12).
           05 ENV-NUM-CUENTA       PIC 9(10).
           05 ENV-BANCO            PIC X(4).
           05 ENV-MONTO            PIC 9(9)V99.
           05 ENV-FECHA-ENVIO      PIC 9(8).
           05 ENV-ESTADO           PIC X(1).
               88 ENV-ENVIADO         VALUE "E".
               88 ENV-DEVUELTO        VALUE "D".
           05 ENV-FECHA-DEVOLUCION PIC 9(8).

      *> CONTROL DE FECHA DE NEGOCIO DE LA CADENA DIARIA. MISMO LAYOUT
      *> QUE EN MOVIMIENTOS-BANCARIOS; AQUI SOLO SE LEE, NUNCA SE
      *> AVANZA, Y SOLO PARA FECHAR LAS ANOTACIONES DE LA BITACORA.
       FD FECHA-CONTROL.
       01 REG-FECHA-CONTROL.
           05 CTL-FECHA-PROCESO  PIC X(8).

      *> BITACORA ACUMULATIVA DE CORRIDAS DE LA CADENA DIARIA. ESTE
      *> PROGRAMA SOLO ANOTA SU INICIO Y SU FIN CON LA FECHA DE
      *> NEGOCIO, PARA QUE REVERSION-CORRIDA SEPA QUE EL REGISTRO DE
      *> ENVIOS SE MODIFICO DESPUES DEL RESPALDO Y NO LO PISE. MISMO
      *> LAYOUT QUE EN ACTUALIZA-CUENTAS Y MOVIMIENTOS-BANCARIOS;
      *> MANTENER SINCRONIZADOS.
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

       01 WS-FS-CAMARA          PIC XX VALUE "00".

       01 WS-FS-BANCOS          PIC XX VALUE "00".

       01 WS-FS-ENVIOS-REG      PIC XX VALUE "00".

       01 WS-FS-FECHACTL        PIC XX VALUE "00".

       01 WS-FS-BITACORA        PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-CAMARA     PIC X(50) VALUE
            "CAMARA-ENTRADA.TXT".
       01 WS-NOM-ARCHIVO-BANCOS     PIC X(50) VALUE
            "CAMARA-MOV.TXT".
       01 WS-NOM-ARCHIVO-DEVOLUCIONES PIC X(50) VALUE
            "CAMARA-DEVOLUCIONES.TXT".
       01 WS-NOM-ARCHIVO-ENVIOS-REG PIC X(50) VALUE
            "CAMARA-ENVIOS.REGISTRO".
       01 WS-NOM-ARCHIVO-FECHACTL   PIC X(50) VALUE
            "FECHA-PROCESO.CTL".
       01 WS-NOM-ARCHIVO-BITACORA   PIC X(50) VALUE
            "BITACORA-CORRIDAS.TXT".
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

       01 WS-FECHA-PROCESO      PIC 9(8).

      *> NOMBRE CON EL QUE ESTE PROGRAMA SE ANOTA EN LA BITACORA.
       01 WS-PROGRAMA-PROPIO    PIC X(24) VALUE "ADAPTADOR-CAMARA".
       01 WS-BIT-EVENTO         PIC X(6) VALUE SPACES.
       01 WS-BIT-CIFRA-1        PIC 9(8) VALUE 0.
       01 WS-BIT-CIFRA-2        PIC 9(8) VALUE 0.
       01 WS-BIT-RETORNO        PIC 9(2) VALUE 0.

       01 WS-FIN-ARCHIVO        PIC X VALUE "N".
       01 WS-FIN-BANCOS         PIC X VALUE "N".

       01 WS-BCO-CARGADOS       PIC 9(2) VALUE 0.
       01 WS-BANCO-VALIDO       PIC X VALUE "N".

      *> "S" CUANDO EXISTE EL REGISTRO DE ENVIOS; SIN EL, NINGUN
      *> DETALLE SE RECONOCE COMO DEVOLUCION DE UN ENVIO PROPIO.
       01 WS-HAY-REGISTRO-ENVIOS PIC X VALUE "N".
      *> "S" CUANDO EL DETALLE EN PROCESO ES LA DEVOLUCION DE UN
      *> ENVIO PROPIO (MISMA REFERENCIA, BANCO, CUENTA Y MONTO), Y
      *> "S" EN WS-ENVIO-REPROCESO CUANDO ESA DEVOLUCION YA SE HABIA
      *> TRADUCIDO CON LA MISMA FECHA (EL MISMO ARCHIVO CORRIDO DE
      *> NUEVO).
       01 WS-ES-DEVOLUCION-ENVIO PIC X VALUE "N".
       01 WS-ENVIO-REPROCESO    PIC X VALUE "N".
       01 WS-MONTO-ENVIO        PIC 9(13) VALUE 0.
       01 WS-REG-DEVOLUCIONES-ENVIO PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM LEER-NOMBRES-DE-ARCHIVOS

           PERFORM LEER-FECHA-CONTROL

           PERFORM CARGAR-TABLA-BANCOS

           PERFORM VERIFICAR-TOTALES-CONTROL

      *> EL INICIO SE ANOTA ANTES DE ABRIR EL REGISTRO DE ENVIOS EN
      *> MODO I-O, PARA QUE AUN UNA CORRIDA QUE ABORTE DEJE SU HUELLA.
           PERFORM REGISTRAR-INICIO-BITACORA

           PERFORM TRADUCIR-ARCHIVO

           DISPLAY "REGISTROS LEIDOS           : " WS-REG-LEIDOS
           DISPLAY "OPERACIONES TRADUCIDAS     : " WS-REG-TRADUCIDOS
           DISPLAY "OPERACIONES DEVUELTAS      : " WS-REG-DEVUELTOS
           DISPLAY "DEVOLUCIONES DE ENVIOS     : "
              WS-REG-DEVOLUCIONES-ENVIO

           PERFORM REGISTRAR-FIN-BITACORA

           STOP RUN.

           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-DEVOLUCIONES
           END-IF

           DISPLAY "CAMREG" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-ENVIOS-REG
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
      *> FECHAR CON ELLA LAS ANOTACIONES DE LA BITACORA. LAS FECHAS
      *> DE LAS OPERACIONES SIGUEN SIENDO LAS QUE TRAE LA CAMARA. SI
      *> EL ARCHIVO NO EXISTE (AMBIENTE NUEVO), SE CONSERVA LA FECHA
      *> DE MAQUINA.
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
           MOVE WS-REG-TRADUCIDOS TO WS-BIT-CIFRA-1
           MOVE WS-REG-DEVUELTOS  TO WS-BIT-CIFRA-2
           MOVE 0                 TO WS-BIT-RETORNO
           PERFORM ESCRIBIR-BITACORA.

      *> AGREGA UN REGISTRO A LA BITACORA ACUMULATIVA. SI NO SE PUEDE
      *> ESCRIBIR SE AVISA PERO NO SE DETIENE LA TRADUCCION.
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

      *> CARGA LA TABLA DE BANCOS PARTICIPANTES. SIN TABLA NO SE
           OPEN OUTPUT MOV-TRADUCIDOS-OUTPUT
           OPEN OUTPUT DEVOLUCIONES-OUTPUT

           PERFORM ABRIR-REGISTRO-ENVIOS

           READ CAMARA-INPUT
               AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ
              IF CAM-TIPO-REG = "D"
                 PERFORM VALIDAR-DETALLE-CAMARA
                 IF WS-REG-VALIDO = "S"
                    IF WS-ES-DEVOLUCION-ENVIO = "S"
                       PERFORM TRADUCIR-DEVOLUCION-ENVIO
                    ELSE
                       PERFORM TRADUCIR-DETALLE
                    END-IF
                 ELSE
                    PERFORM DEVOLVER-DETALLE
                 END-IF

           CLOSE CAMARA-INPUT
                 MOV-TRADUCIDOS-OUTPUT
                 DEVOLUCIONES-OUTPUT

           IF WS-HAY-REGISTRO-ENVIOS = "S"
              CLOSE CAMARA-ENVIOS-REGISTRO
           END-IF.

      *> ABRE EL REGISTRO DE ENVIOS EN MODO I-O PARA MARCAR LAS
      *> DEVOLUCIONES. SI NO EXISTE (MOVIMIENTOS-BANCARIOS AUN NO HA
      *> ENVIADO NADA A LA CAMARA) EL ARCHIVO SE TRADUCE IGUAL, SIN
      *> RECONOCER DEVOLUCIONES DE ENVIOS PROPIOS.
       ABRIR-REGISTRO-ENVIOS.

           MOVE "N" TO WS-HAY-REGISTRO-ENVIOS

           OPEN I-O CAMARA-ENVIOS-REGISTRO

           IF WS-FS-ENVIOS-REG = "35"
              DISPLAY "AVISO: SIN REGISTRO DE ENVIOS A LA CAMARA; NO "
                 "SE RECONOCEN DEVOLUCIONES DE ENVIOS PROPIOS."
                 UPON CONSOLE
           ELSE
              IF WS-FS-ENVIOS-REG NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR "
                    "CAMARA-ENVIOS-REGISTRO, FILE STATUS "
                    WS-FS-ENVIOS-REG UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE "S" TO WS-HAY-REGISTRO-ENVIOS
              END-IF
           END-IF.

      *> LA VALIDACION SE REALIZA EN CADENA, COMO EN MOVIMIENTOS-
      *> BANCARIOS: EL PRIMER PASO QUE RECHAZA EL DETALLE DEJA SU
           MOVE "S"    TO WS-REG-VALIDO
           MOVE SPACES TO WS-COD-MOTIVO
           MOVE SPACES TO WS-DESC-MOTIVO
           MOVE "N"    TO WS-ES-DEVOLUCION-ENVIO
           MOVE "N"    TO WS-ENVIO-REPROCESO

           PERFORM VALIDAR-BANCO-CAMARA


           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-MONTO-CAMARA
           END-IF

           IF WS-REG-VALIDO = "S" AND CAM-SENTIDO = "E"
              AND WS-HAY-REGISTRO-ENVIOS = "S"
              PERFORM VALIDAR-DEVOLUCION-ENVIO
           END-IF.

      *> UNA ENTRANTE CUYA REFERENCIA ES LA DE UN ENVIO PROPIO, CON EL
      *> MISMO BANCO, CUENTA Y MONTO, ES LA DEVOLUCION DE ESE ENVIO.
      *> SI LA REFERENCIA COINCIDE PERO LOS DATOS NO, SE TRATA COMO
      *> UNA ENTRANTE COMUN. UN ENVIO YA DEVUELTO EN OTRA FECHA SE
      *> DEVUELVE A LA CAMARA; SI YA SE HABIA DEVUELTO CON LA MISMA
      *> FECHA ES EL MISMO ARCHIVO CORRIDO DE NUEVO Y SE VUELVE A
      *> TRADUCIR: CADA CORRIDA REGENERA COMPLETO EL ARCHIVO DE
      *> MOVIMIENTOS TRADUCIDOS, Y MOVIMIENTOS-BANCARIOS LO CONSUME UNA
      *> SOLA VEZ POR FECHA DE NEGOCIO. LA REVERSA NO PASA POR SU
      *> HISTORIAL DE DUPLICADOS; LA MARCA "D" DEL ENVIO ES LO QUE
      *> IMPIDE DEVOLVERLO DOS VECES.
       VALIDAR-DEVOLUCION-ENVIO.

           MOVE CAM-REFERENCIA TO ENV-REFERENCIA

           READ CAMARA-ENVIOS-REGISTRO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  COMPUTE WS-MONTO-ENVIO = ENV-MONTO * 100
                  IF ENV-BANCO = CAM-BANCO
                     AND ENV-NUM-CUENTA = CAM-CUENTA
                     AND WS-MONTO-ENVIO = WS-MONTO-DETALLE
                     MOVE "S" TO WS-ES-DEVOLUCION-ENVIO
                  END-IF
           END-READ

           IF WS-ES-DEVOLUCION-ENVIO = "S" AND ENV-DEVUELTO
              IF ENV-FECHA-DEVOLUCION = WS-FECHA-TRADUCIDA
                 MOVE "S" TO WS-ENVIO-REPROCESO
              ELSE
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "60" TO WS-COD-MOTIVO
                 MOVE "ENVIO YA DEVUELTO ANTERIORMENTE"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF.

       VALIDAR-BANCO-CAMARA.
           MOVE SPACES             TO TRD-CUENTA-DESTINO
           WRITE REG-TRADUCIDO.

      *> TRADUCE LA DEVOLUCION DE UN ENVIO PROPIO A LA REVERSA DE LA
      *> "TIB" ORIGINAL: MOVIMIENTOS-BANCARIOS LE DEVUELVE EL CARGO AL
      *> CLIENTE Y REVIERTE LA CUENTA PUENTE DE COMPENSACION. EL ENVIO
      *> QUEDA MARCADO COMO DEVUELTO EN EL REGISTRO.
       TRADUCIR-DEVOLUCION-ENVIO.

           ADD 1 TO WS-REG-TRADUCIDOS
           ADD 1 TO WS-REG-DEVOLUCIONES-ENVIO

           MOVE WS-MONTO-DETALLE TO WS-MONTO-CASA
           MOVE WS-MONTO-CASA    TO WS-MONTO-ARMADO-G

           MOVE SPACES             TO REG-TRADUCIDO
           MOVE CAM-CUENTA         TO TRD-NUM-CUENTA
           MOVE WS-FECHA-TRADUCIDA TO TRD-FECHA
           MOVE "TIB"              TO TRD-TIPO-MOV
           MOVE WS-MONTO-ARMADO    TO TRD-MONTO
           MOVE "R"                TO TRD-IND-REVERSO
           MOVE CAM-BANCO          TO TRD-CUENTA-DESTINO
           WRITE REG-TRADUCIDO

           IF WS-ENVIO-REPROCESO = "N"
              MOVE "D"                TO ENV-ESTADO
              MOVE WS-FECHA-TRADUCIDA TO ENV-FECHA-DEVOLUCION
              REWRITE REG-ENVIO-CAMARA
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO MARCAR LA DEVOLUCION "
                        "DEL ENVIO " ENV-REFERENCIA ", FILE STATUS "
                        WS-FS-ENVIOS-REG UPON CONSOLE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
              END-REWRITE
           END-IF.

       DEVOLVER-DETALLE.

           ADD 1 TO WS-REG-DEVUELTOS
