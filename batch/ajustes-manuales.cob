      ******************************************************************
      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Ajustes manuales de saldo con doble autorizacion:
      *          reembolsos de comisiones, correcciones de interes y
      *          creditos por reclamo. Un usuario captura el ajuste
      *          en el archivo de ajustes pendientes y otro usuario,
      *          distinto del que lo capturo, lo aprueba o lo
      *          rechaza; los ajustes por encima del umbral de
      *          aprobacion exigen ademas un aprobador de nivel
      *          supervisor. Los ajustes aprobados en la fecha de
      *          negocio se generan con el layout MOV-INPUT para
      *          alimentar la corrida del dia como una sucursal mas
      *          de MOVIMIENTOS-LISTA.TXT, igual que CARGOS-
      *          PROGRAMADOS. Cada paso queda en una pista de
      *          auditoria acumulativa con la misma disciplina de
      *          ACTUALIZA-CUENTAS. Debe correr ANTES de MOVIMIENTOS-
      *          BANCARIOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTES-MANUALES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NOVEDADES-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-NOVEDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDADES.
      *> LOS AJUSTES SE CONSULTAN AL AZAR AL APLICAR LAS NOVEDADES Y
      *> SE RECORREN EN SECUENCIA AL CIERRE, PARA GENERAR LOS
      *> APROBADOS DEL DIA; POR ESO EL ACCESS MODE ES DYNAMIC.
           SELECT AJUSTES-PENDIENTES
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-AJUSTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJP-NUM-AJUSTE
               FILE STATUS IS WS-FS-AJUSTES.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-MAESTRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NUM-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT USUARIOS-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-USUARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-USUARIOS.
           SELECT AUDITORIA-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT MOV-GENERADOS-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-GENERADOS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHA-CONTROL
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FECHACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHACTL.

       DATA DIVISION.
       FILE SECTION.

      *> NOVEDADES DEL DIA SOBRE LOS AJUSTES. NOV-TIPO:
      *>   "CAP" CAPTURA DE UN AJUSTE NUEVO (USA CUENTA, TIPO DE
      *>         MOVIMIENTO, MONTO, RECLAMO Y MOTIVO),
      *>   "APR" APROBACION DE UN AJUSTE PENDIENTE,
      *>   "REC" RECHAZO DE UN AJUSTE PENDIENTE (USA MOTIVO, QUE ES
      *>         LA RAZON DEL RECHAZO).
      *> NOV-NUM-AJUSTE LO ASIGNA QUIEN CAPTURA Y ES LA REFERENCIA
      *> CON LA QUE SE APRUEBA O RECHAZA. NOV-TIPO-MOV ES "ABO" PARA
      *> UN CREDITO AL CLIENTE O "CGO" PARA UN DEBITO. NOV-MONTO TRAE
      *> CENTAVOS EN SUS DOS ULTIMOS DIGITOS, IGUAL QUE EL MONTO DE
      *> MOV-INPUT. NOV-USUARIO IDENTIFICA A QUIEN REGISTRO LA
      *> NOVEDAD: EL QUE CAPTURA EN "CAP" Y EL QUE RESUELVE EN "APR"
      *> Y "REC".
       FD NOVEDADES-INPUT.
       01 REG-NOVEDAD-AJUSTE.
           05 NOV-TIPO           PIC X(3).
           05 FILLER             PIC X.
           05 NOV-NUM-AJUSTE     PIC X(8).
           05 FILLER             PIC X.
           05 NOV-USUARIO        PIC X(8).
           05 FILLER             PIC X.
           05 NOV-NUM-CUENTA     PIC X(10).
           05 FILLER             PIC X.
           05 NOV-TIPO-MOV       PIC X(3).
           05 FILLER             PIC X.
           05 NOV-MONTO          PIC 9(9)V99.
      *> VISTA EN BRUTO DEL MONTO PARA LA VALIDACION (PUEDE VENIR NO
      *> NUMERICO O EN BLANCO).
           05 NOV-MONTO-X REDEFINES NOV-MONTO
                                 PIC X(11).
           05 FILLER             PIC X.
           05 NOV-RECLAMO        PIC X(12).
           05 FILLER             PIC X.
           05 NOV-MOTIVO         PIC X(30).

      *> ARCHIVO DE AJUSTES, INDEXADO POR NUMERO DE AJUSTE. UN AJUSTE
      *> NACE PENDIENTE ("P") CON SU CAPTURA Y QUEDA APROBADO ("A") O
      *> RECHAZADO ("R") CON SU RESOLUCION; NUNCA SE BORRA, PARA QUE
      *> LA HISTORIA DE QUIEN CAPTURO Y QUIEN RESOLVIO QUEDE EN EL
      *> MISMO REGISTRO. AJP-NIVEL-APROBACION ES "1" SI EL MONTO NO
      *> SUPERABA EL UMBRAL Y "2" SI EXIGIO UN APROBADOR SUPERVISOR.
       FD AJUSTES-PENDIENTES.
       01 REG-AJUSTE.
           05 AJP-NUM-AJUSTE         PIC 9(8).
           05 AJP-NUM-CUENTA         PIC 9(10).
           05 AJP-TIPO-MOV           PIC X(3).
           05 AJP-MONTO              PIC 9(9)V99.
           05 AJP-MOTIVO             PIC X(30).
           05 AJP-RECLAMO            PIC X(12).
           05 AJP-USUARIO-CAPTURA    PIC X(8).
           05 AJP-FECHA-CAPTURA      PIC 9(8).
           05 AJP-ESTADO             PIC X(1).
               88 AJP-PENDIENTE          VALUE "P".
               88 AJP-APROBADO           VALUE "A".
               88 AJP-RECHAZADO          VALUE "R".
           05 AJP-USUARIO-RESOLUCION PIC X(8).
           05 AJP-FECHA-RESOLUCION   PIC 9(8).
           05 AJP-NIVEL-APROBACION   PIC X(1).
           05 AJP-MOTIVO-RECHAZO     PIC X(30).

      *> MAESTRO DE CUENTAS, SOLO PARA VALIDAR QUE LA CUENTA DEL
      *> AJUSTE EXISTE Y NO ESTA CERRADA. MISMO LAYOUT QUE EN
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

      *> USUARIOS AUTORIZADOS A APROBAR AJUSTES, CON SU NIVEL: "1"
      *> OPERADOR, "2" SUPERVISOR. SOLO SE CONSULTA PARA LOS AJUSTES
      *> QUE SUPERAN EL UMBRAL DE APROBACION, QUE EXIGEN UN APROBADOR
      *> DE NIVEL "2". LO MANTIENE CONTROL INTERNO.
       FD USUARIOS-INPUT.
       01 REG-USUARIO.
           05 USR-CODIGO         PIC X(8).
           05 FILLER             PIC X.
           05 USR-NIVEL          PIC X(1).

      *> PISTA DE AUDITORIA: UNA LINEA POR NOVEDAD LEIDA, APLICADA O
      *> RECHAZADA, CON LA FECHA DE PROCESO Y EL USUARIO QUE LA
      *> REGISTRO, COMO LA DE ACTUALIZA-CUENTAS, MAS EL NUMERO DE
      *> AJUSTE, LA CUENTA, EL TIPO, EL MONTO Y EL RECLAMO. ES
      *> ACUMULATIVA: LA CAPTURA Y LA APROBACION SUELEN CAER EN DIAS
      *> DISTINTOS Y LAS DOS TIENEN QUE PODER VERSE JUNTAS.
       FD AUDITORIA-OUTPUT.
       01 REG-AUDITORIA.
           05 AUD-FECHA          PIC X(8).
           05 FILLER             PIC X.
           05 AUD-USUARIO        PIC X(8).
           05 FILLER             PIC X.
           05 AUD-TIPO           PIC X(3).
           05 FILLER             PIC X.
           05 AUD-NUM-AJUSTE     PIC X(8).
           05 FILLER             PIC X.
           05 AUD-NUM-CUENTA     PIC X(10).
           05 FILLER             PIC X.
           05 AUD-TIPO-MOV       PIC X(3).
           05 FILLER             PIC X.
           05 AUD-MONTO          PIC Z(8)9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X.
           05 AUD-RECLAMO        PIC X(12).
           05 FILLER             PIC X.
           05 AUD-RESULTADO      PIC X(9).
           05 FILLER             PIC X.
           05 AUD-COD-MOTIVO     PIC X(2).
           05 FILLER             PIC X.
           05 AUD-DETALLE        PIC X(40).

      *> AJUSTES APROBADOS EN LA FECHA DE NEGOCIO, PARA LA CORRIDA DEL
      *> DIA. MISMO LAYOUT QUE MOV-INPUT EN MOVIMIENTOS-BANCARIOS,
      *> PARA USARSE COMO SUCURSAL ADICIONAL EN LA LISTA DE
      *> SUCURSALES.
       FD MOV-GENERADOS-OUTPUT.
       01 REG-GENERADO.
           05 GEN-NUM-CUENTA     PIC 9(10).
           05 GEN-FECHA          PIC 9(8).
           05 GEN-TIPO-MOV       PIC X(3).
           05 GEN-MONTO          PIC 9(9)V99.
           05 GEN-IND-REVERSO    PIC X.
           05 GEN-CUENTA-DESTINO PIC X(10).

      *> CONTROL DE FECHA DE NEGOCIO DE LA CADENA DIARIA. MISMO LAYOUT
      *> QUE EN MOVIMIENTOS-BANCARIOS; AQUI SOLO SE LEE, NUNCA SE
      *> AVANZA.
       FD FECHA-CONTROL.
       01 REG-FECHA-CONTROL.
           05 CTL-FECHA-PROCESO  PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-FS-NOVEDADES       PIC XX VALUE "00".

       01 WS-FS-AJUSTES         PIC XX VALUE "00".

       01 WS-FS-CUENTAS         PIC XX VALUE "00".

       01 WS-FS-USUARIOS        PIC XX VALUE "00".

       01 WS-FS-AUDITORIA       PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-NOVEDADES  PIC X(50) VALUE
            "AJUSTES-NOVEDADES.TXT".
       01 WS-NOM-ARCHIVO-AJUSTES    PIC X(50) VALUE
            "AJUSTES.PENDIENTES".
       01 WS-NOM-ARCHIVO-MAESTRO    PIC X(50) VALUE "CUENTAS.MAESTRO".
       01 WS-NOM-ARCHIVO-USUARIOS   PIC X(50) VALUE
            "AJUSTES-USUARIOS.TXT".
       01 WS-NOM-ARCHIVO-AUDITORIA  PIC X(50) VALUE
            "AJUSTES-AUDITORIA.TXT".
       01 WS-NOM-ARCHIVO-GENERADOS  PIC X(50) VALUE
            "AJUSTES-MOV.TXT".
       01 WS-NOM-ARCHIVO-FECHACTL   PIC X(50) VALUE
            "FECHA-PROCESO.CTL".
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

       01 WS-FS-FECHACTL        PIC XX VALUE "00".

       01 WS-FIN-ARCHIVO        PIC X VALUE "N".
       01 WS-FIN-AJUSTES        PIC X VALUE "N".
       01 WS-FIN-USUARIOS       PIC X VALUE "N".
       01 WS-HAY-NOVEDADES      PIC X VALUE "N".
       01 WS-REG-VALIDO         PIC X VALUE "N".
       01 WS-AJUSTE-EXISTE      PIC X VALUE "N".

       01 WS-NOV-LEIDAS         PIC 9(6) VALUE 0.
       01 WS-NOV-APLICADAS      PIC 9(6) VALUE 0.
       01 WS-NOV-RECHAZADAS     PIC 9(6) VALUE 0.
       01 WS-MOV-GENERADOS      PIC 9(6) VALUE 0.

       01 WS-COD-MOTIVO         PIC X(2)  VALUE SPACES.
       01 WS-DESC-MOTIVO        PIC X(40) VALUE SPACES.

       01 WS-FECHA-PROCESO      PIC 9(8).

      *> UMBRAL DE APROBACION: UN AJUSTE CUYO MONTO LO SUPERE EXIGE
      *> UN APROBADOR DE NIVEL "2". CONTROL INTERNO LO CAMBIA SIN
      *> AVISO, ASI QUE ES PARAMETRO DE AMBIENTE (AJUUMB, EN UNIDADES
      *> SIN CENTAVOS); ESTE ES SOLO EL VALOR POR DEFECTO.
       01 WS-UMBRAL-APROBACION  PIC 9(13) VALUE 50000.

      *> CAMPOS DE TRABAJO PARA ARMAR UN NUMERO DE AMBIENTE DIGITO
      *> POR DIGITO, IGUAL QUE EN MOVIMIENTOS-BANCARIOS: EL VALOR
      *> LLEGA JUSTIFICADO A LA IZQUIERDA ("150000       "), ASI QUE
      *> NO SE PUEDE VALIDAR CON IS NUMERIC DIRECTO.
       01 WS-MONTO-AMBIENTE     PIC X(13) VALUE SPACES.
       01 WS-MONTO-ARMADO       PIC 9(13) VALUE 0.
       01 WS-MONTO-VALIDO       PIC X VALUE "N".
       01 WS-POS-MONTO          PIC 9(2) VALUE 0.
       01 WS-UN-DIGITO          PIC X.
       01 WS-UN-DIGITO-N        PIC 9.

      *> USUARIOS AUTORIZADOS CARGADOS EN MEMORIA. SIN EL ARCHIVO
      *> NINGUN USUARIO ES SUPERVISOR Y LOS AJUSTES SOBRE EL UMBRAL
      *> QUEDAN PENDIENTES HASTA QUE SE CARGUE.
       01 WS-TABLA-USUARIOS.
           05 WS-USR-ENTRADA OCCURS 100 TIMES INDEXED BY IX-USR.
               10 WS-USR-CODIGO  PIC X(8).
               10 WS-USR-NIVEL   PIC X(1).
       01 WS-USR-CARGADOS       PIC 9(3) VALUE 0.
       01 WS-NIVEL-APROBADOR    PIC X(1) VALUE SPACE.

      *> AJUSTES YA APROBADOS EN LA FECHA DE NEGOCIO (CUENTA, TIPO Y
      *> MONTO), CARGADOS DEL ARCHIVO DE AJUSTES ANTES DE APLICAR LAS
      *> NOVEDADES Y AMPLIADOS CON CADA APROBACION DEL DIA. UNA
      *> APROBACION IGUAL A UNA DE LA TABLA SE RECHAZA: SALDRIA COMO
      *> DUPLICADO EN LA CORRIDA DEL DIA.
       01 WS-TABLA-APROBADOS-DIA.
           05 WS-APD-ENTRADA OCCURS 500 TIMES INDEXED BY IX-APD.
               10 WS-APD-NUM-CUENTA PIC 9(10).
               10 WS-APD-TIPO-MOV   PIC X(3).
               10 WS-APD-MONTO      PIC 9(9)V99.
       01 WS-APD-CARGADOS       PIC 9(3) VALUE 0.
       01 WS-APD-REPETIDO       PIC X VALUE "N".

      *> MONTO DEL AJUSTE PARA LA LINEA DE AUDITORIA: EL DE LA
      *> NOVEDAD EN UNA CAPTURA Y EL DEL AJUSTE REGISTRADO EN UNA
      *> APROBACION O UN RECHAZO; CERO CUANDO NO SE CONOCE.
       01 WS-AUD-MONTO          PIC 9(9)V99 VALUE 0.

      *> TABLA DE TIPOS DE NOVEDAD QUE SE OPERAN. MANTENER EN ORDEN
      *> ALFABETICO PARA LA SEARCH ALL.
       01 TABLA-TIPOS-NOV-N     PIC X(9) VALUE "APRCAPREC".
       01 TABLA-TIPOS-NOV REDEFINES TABLA-TIPOS-NOV-N.
           05 TIPO-NOV-VALIDO    PIC X(3) OCCURS 3 TIMES
                 ASCENDING KEY IS TIPO-NOV-VALIDO
                 INDEXED BY IX-TIPO-NOV.

       01 SUBRAYADO-AUD-1       PIC X(130) VALUE ALL '-'.
       01 TITULOS-AUD.
           05 FILLER             PIC X(31) VALUE
                'FECHA    USUARIO  TIP AJUSTE   '.
           05 FILLER             PIC X(28) VALUE
                'CUENTA     TMV        MONTO '.
           05 FILLER             PIC X(37) VALUE
                'RECLAMO      RESULTADO COD DETALLE'.
       01 SUBRAYADO-AUD-2       PIC X(130) VALUE ALL '-'.

       01 LINEA-TEXTO-AUD       PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM LEER-NOMBRES-DE-ARCHIVOS

           PERFORM LEER-UMBRAL-APROBACION

           PERFORM LEER-FECHA-CONTROL

           OPEN INPUT NOVEDADES-INPUT

      *> SI EL ARCHIVO DE NOVEDADES NO EXISTE, NO HAY CAPTURAS NI
      *> RESOLUCIONES QUE APLICAR HOY, PERO IGUAL SE REGENERAN LOS
      *> AJUSTES YA APROBADOS EN LA FECHA DE NEGOCIO. CUALQUIER OTRO
      *> ERROR DE APERTURA SI DETIENE LA CORRIDA.
           IF WS-FS-NOVEDADES = "35"
              DISPLAY "SIN ARCHIVO DE NOVEDADES DE AJUSTES; SOLO SE "
                 "GENERAN LOS APROBADOS DEL DIA." UPON CONSOLE
           ELSE
              IF WS-FS-NOVEDADES NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR NOVEDADES-INPUT, "
                    "FILE STATUS " WS-FS-NOVEDADES UPON CONSOLE
                 STOP RUN
              ELSE
                 MOVE "S" TO WS-HAY-NOVEDADES
              END-IF
           END-IF

           PERFORM ABRIR-AJUSTES-PENDIENTES

           IF WS-FS-AJUSTES NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR AJUSTES-PENDIENTES, "
                 "FILE STATUS " WS-FS-AJUSTES UPON CONSOLE
              STOP RUN
           END-IF

           IF WS-HAY-NOVEDADES = "S"
              PERFORM APLICAR-NOVEDADES-DEL-DIA
           END-IF

           PERFORM GENERAR-AJUSTES-APROBADOS

           DISPLAY "TOTAL NOVEDADES LEIDAS     : " WS-NOV-LEIDAS
           DISPLAY "TOTAL NOVEDADES APLICADAS  : " WS-NOV-APLICADAS
           DISPLAY "TOTAL NOVEDADES RECHAZADAS : " WS-NOV-RECHAZADAS
           DISPLAY "AJUSTES GENERADOS          : " WS-MOV-GENERADOS

           CLOSE AJUSTES-PENDIENTES

           STOP RUN.

      *> ABRE EL ARCHIVO DE AJUSTES EN MODO I-O. SI AUN NO EXISTE
      *> (AMBIENTE NUEVO DONDE LAS PRIMERAS CAPTURAS LO VAN A
      *> POBLAR), SE CREA VACIO ANTES DE ABRIRLO EN MODO I-O, IGUAL
      *> QUE HACE ACTUALIZA-SOBREGIROS CON EL MAESTRO DE LINEAS.
       ABRIR-AJUSTES-PENDIENTES.

           OPEN I-O AJUSTES-PENDIENTES

           IF WS-FS-AJUSTES = "35"
              OPEN OUTPUT AJUSTES-PENDIENTES
              CLOSE AJUSTES-PENDIENTES
              OPEN I-O AJUSTES-PENDIENTES
           END-IF.

      *> LEE, AL ESTILO DD-NAME DE JCL, LOS NOMBRES DE ARCHIVO QUE EL
      *> OPERADOR QUIERA SUSTITUIR POR VARIABLE DE ENTORNO. EL MAESTRO
      *> DE CUENTAS USA LA MISMA VARIABLE MOVMTO Y EL CONTROL DE FECHA
      *> LA MISMA MOVFCH QUE MOVIMIENTOS-BANCARIOS.
       LEER-NOMBRES-DE-ARCHIVOS.

           DISPLAY "AJUNOV" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-NOVEDADES
           END-IF

           DISPLAY "AJUPEN" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-AJUSTES
           END-IF

           DISPLAY "MOVMTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-MAESTRO
           END-IF

           DISPLAY "AJUUSR" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-USUARIOS
           END-IF

           DISPLAY "AJUAUD" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-AUDITORIA
           END-IF

           DISPLAY "AJUMOV" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-GENERADOS
           END-IF

           DISPLAY "MOVFCH" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FECHACTL
           END-IF.

      *> LEE EL UMBRAL DE APROBACION DE LA VARIABLE DE ENTORNO
      *> AJUUMB. UN VALOR QUE NO SEA UN NUMERO VALIDO SE AVISA Y DEJA
      *> EL VALOR POR DEFECTO.
       LEER-UMBRAL-APROBACION.

           DISPLAY "AJUUMB" UPON ENVIRONMENT-NAME
           ACCEPT WS-MONTO-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-MONTO-AMBIENTE NOT = SPACES
              PERFORM ARMAR-MONTO-AMBIENTE
              IF WS-MONTO-VALIDO = "S" AND WS-MONTO-ARMADO > 0
                 MOVE WS-MONTO-ARMADO TO WS-UMBRAL-APROBACION
              ELSE
                 DISPLAY "AVISO: AJUUMB NO ES UN MONTO VALIDO; SE "
                    "USA EL UMBRAL POR DEFECTO." UPON CONSOLE
              END-IF
           END-IF.

      *> ARMA UN MONTO DIGITO POR DIGITO DESDE EL VALOR DE AMBIENTE,
      *> ACEPTANDO DE UNO A TRECE DIGITOS SEGUIDOS DE ESPACIOS.
      *> CUALQUIER OTRO CONTENIDO INVALIDA EL VALOR. MISMA RUTINA QUE
      *> EN MOVIMIENTOS-BANCARIOS; MANTENER SINCRONIZADAS.
       ARMAR-MONTO-AMBIENTE.

           MOVE "S" TO WS-MONTO-VALIDO
           MOVE 0   TO WS-MONTO-ARMADO
           MOVE 1   TO WS-POS-MONTO

           PERFORM ARMAR-DIGITO-MONTO 13 TIMES.

       ARMAR-DIGITO-MONTO.

           MOVE WS-MONTO-AMBIENTE (WS-POS-MONTO:1) TO WS-UN-DIGITO

           IF WS-UN-DIGITO IS NUMERIC
      *> UN DIGITO DESPUES DE UN ESPACIO ("9 0") NO ES UN NUMERO.
              IF WS-POS-MONTO > 1
                 AND WS-MONTO-AMBIENTE (1:WS-POS-MONTO) NOT NUMERIC
                 MOVE "N" TO WS-MONTO-VALIDO
              ELSE
                 MOVE WS-UN-DIGITO TO WS-UN-DIGITO-N
                 MULTIPLY 10 BY WS-MONTO-ARMADO
                 ADD WS-UN-DIGITO-N TO WS-MONTO-ARMADO
              END-IF
           ELSE
              IF WS-UN-DIGITO NOT = SPACE
                 MOVE "N" TO WS-MONTO-VALIDO
              END-IF
           END-IF

           ADD 1 TO WS-POS-MONTO.

      *> LEE LA FECHA DE NEGOCIO VIGENTE DEL ARCHIVO DE CONTROL DE
      *> FECHA, LA MISMA QUE VA A USAR MOVIMIENTOS-BANCARIOS, PARA QUE
      *> LA AUDITORIA Y LOS MOVIMIENTOS GENERADOS QUEDEN FECHADOS CON
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

      *> CARGA LOS USUARIOS AUTORIZADOS Y SU NIVEL. SI EL ARCHIVO NO
      *> EXISTE SE AVISA: LOS AJUSTES DE HASTA EL UMBRAL SE SIGUEN
      *> APROBANDO, PERO LOS QUE LO SUPERAN SE RECHAZAN UNO POR UNO
      *> EN LA VALIDACION.
       CARGAR-USUARIOS.

           MOVE 0   TO WS-USR-CARGADOS
           MOVE "N" TO WS-FIN-USUARIOS

           OPEN INPUT USUARIOS-INPUT

           IF WS-FS-USUARIOS = "35"
              DISPLAY "AVISO: SIN ARCHIVO DE USUARIOS AUTORIZADOS; "
                 "NINGUN AJUSTE SOBRE EL UMBRAL SE PODRA APROBAR."
                 UPON CONSOLE
           ELSE
              IF WS-FS-USUARIOS NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR USUARIOS-INPUT, "
                    "FILE STATUS " WS-FS-USUARIOS UPON CONSOLE
                 STOP RUN
              ELSE
                 PERFORM CARGAR-UN-USUARIO
                     UNTIL WS-FIN-USUARIOS = "S"
                 CLOSE USUARIOS-INPUT
              END-IF
           END-IF.

       CARGAR-UN-USUARIO.

           READ USUARIOS-INPUT
               AT END MOVE "S" TO WS-FIN-USUARIOS
           END-READ

           IF WS-FIN-USUARIOS = "N" AND USR-CODIGO NOT = SPACES
              IF WS-USR-CARGADOS < 100
                 ADD 1 TO WS-USR-CARGADOS
                 MOVE USR-CODIGO TO WS-USR-CODIGO (WS-USR-CARGADOS)
                 MOVE USR-NIVEL  TO WS-USR-NIVEL (WS-USR-CARGADOS)
              ELSE
                 DISPLAY "AVISO: MAS DE 100 USUARIOS AUTORIZADOS; "
                    "SE IGNORA " USR-CODIGO UPON CONSOLE
              END-IF
           END-IF.

      *> APLICA LAS NOVEDADES DEL DIA SOBRE EL ARCHIVO DE AJUSTES,
      *> DEJANDO CADA UNA EN LA PISTA DE AUDITORIA.
       APLICAR-NOVEDADES-DEL-DIA.

           OPEN INPUT CUENTAS-MAESTRO

           IF WS-FS-CUENTAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR CUENTAS-MAESTRO, "
                 "FILE STATUS " WS-FS-CUENTAS UPON CONSOLE
              STOP RUN
           END-IF

           PERFORM CARGAR-USUARIOS

           PERFORM CARGAR-APROBADOS-DEL-DIA

           PERFORM ABRIR-AUDITORIA

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

           CLOSE NOVEDADES-INPUT
                 CUENTAS-MAESTRO
                 AUDITORIA-OUTPUT.

      *> CARGA LOS AJUSTES QUE YA QUEDARON APROBADOS EN LA FECHA DE
      *> NEGOCIO (UNA CORRIDA ANTERIOR DEL MISMO DIA), RECORRIENDO EL
      *> ARCHIVO DE AJUSTES EN SECUENCIA DE CLAVE COMO AL GENERARLOS.
       CARGAR-APROBADOS-DEL-DIA.

           MOVE 0   TO WS-APD-CARGADOS
           MOVE "N" TO WS-FIN-AJUSTES
           MOVE 0   TO AJP-NUM-AJUSTE

           START AJUSTES-PENDIENTES KEY IS NOT LESS THAN AJP-NUM-AJUSTE
               INVALID KEY MOVE "S" TO WS-FIN-AJUSTES
           END-START

           PERFORM CARGAR-UN-APROBADO
               UNTIL WS-FIN-AJUSTES = "S".

       CARGAR-UN-APROBADO.

           READ AJUSTES-PENDIENTES NEXT RECORD
               AT END MOVE "S" TO WS-FIN-AJUSTES
           END-READ

           IF WS-FIN-AJUSTES = "N"
              IF AJP-APROBADO
                 AND AJP-FECHA-RESOLUCION = WS-FECHA-PROCESO
                 PERFORM AGREGAR-APROBADO-DEL-DIA
              END-IF
           END-IF.

      *> AGREGA A LA TABLA EL AJUSTE APROBADO QUE ESTA EN EL BUFFER.
      *> SI NO CABE SE DETIENE LA CORRIDA: SIN LA TABLA COMPLETA NO SE
      *> PUEDE GARANTIZAR QUE UNA APROBACION NO SE PIERDA COMO
      *> DUPLICADO.
       AGREGAR-APROBADO-DEL-DIA.

           IF WS-APD-CARGADOS NOT < 500
              DISPLAY "ERROR: MAS DE 500 AJUSTES APROBADOS EN EL DIA; "
                 "NO SE PUEDE VALIDAR LA APROBACION DEL AJUSTE "
                 AJP-NUM-AJUSTE UPON CONSOLE
              STOP RUN
           END-IF

           ADD 1 TO WS-APD-CARGADOS
           MOVE AJP-NUM-CUENTA TO WS-APD-NUM-CUENTA (WS-APD-CARGADOS)
           MOVE AJP-TIPO-MOV   TO WS-APD-TIPO-MOV (WS-APD-CARGADOS)
           MOVE AJP-MONTO      TO WS-APD-MONTO (WS-APD-CARGADOS).

      *> ABRE LA PISTA DE AUDITORIA PARA AGREGAR AL FINAL. LOS
      *> ENCABEZADOS SOLO SE ESCRIBEN CUANDO EL ARCHIVO SE CREA.
       ABRIR-AUDITORIA.

           OPEN EXTEND AUDITORIA-OUTPUT

           IF WS-FS-AUDITORIA = "35"
              OPEN OUTPUT AUDITORIA-OUTPUT
              IF WS-FS-AUDITORIA = "00"
                 PERFORM ESCRIBIR-ENCABEZADOS-AUDITORIA
              END-IF
           END-IF

           IF WS-FS-AUDITORIA NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR AUDITORIA-OUTPUT, "
                 "FILE STATUS " WS-FS-AUDITORIA UPON CONSOLE
              STOP RUN
           END-IF.

       ESCRIBIR-ENCABEZADOS-AUDITORIA.

           MOVE SUBRAYADO-AUD-1 TO LINEA-TEXTO-AUD
           WRITE REG-AUDITORIA FROM LINEA-TEXTO-AUD

           MOVE TITULOS-AUD     TO LINEA-TEXTO-AUD
           WRITE REG-AUDITORIA FROM LINEA-TEXTO-AUD

           MOVE SUBRAYADO-AUD-2 TO LINEA-TEXTO-AUD
           WRITE REG-AUDITORIA FROM LINEA-TEXTO-AUD.

      *> LA VALIDACION SE REALIZA EN CADENA, COMO EN ACTUALIZA-
      *> CUENTAS: CADA PASO SOLO SE EJECUTA SI LOS ANTERIORES
      *> ACEPTARON LA NOVEDAD, Y EL PRIMER PASO QUE LA RECHAZA DEJA SU
      *> CODIGO Y DESCRIPCION DE MOTIVO.
       VALIDAR-NOVEDAD.
           MOVE "S" TO WS-REG-VALIDO
           MOVE "N" TO WS-AJUSTE-EXISTE
           MOVE SPACES TO WS-COD-MOTIVO
           MOVE SPACES TO WS-DESC-MOTIVO

           PERFORM VALIDAR-TIPO-NOVEDAD

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-USUARIO-NOVEDAD
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-EXISTENCIA-AJUSTE
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-TIPO = "CAP"
                 PERFORM VALIDAR-CAPTURA
              ELSE
                 PERFORM VALIDAR-RESOLUCION
              END-IF
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

      *> SIN USUARIO NO HAY DOBLE AUTORIZACION QUE PROBAR.
       VALIDAR-USUARIO-NOVEDAD.

           IF NOV-USUARIO = SPACES
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "02" TO WS-COD-MOTIVO
              MOVE "USUARIO EN BLANCO" TO WS-DESC-MOTIVO
           END-IF.

      *> UNA CAPTURA EXIGE QUE EL NUMERO DE AJUSTE NO EXISTA TODAVIA;
      *> UNA APROBACION O UN RECHAZO EXIGEN QUE YA EXISTA. LA LECTURA
      *> DEJA EL AJUSTE EN SU BUFFER PARA QUE APLICAR-NOVEDAD LO
      *> MODIFIQUE SIN VOLVER A LEER.
       VALIDAR-EXISTENCIA-AJUSTE.

           IF NOV-NUM-AJUSTE IS NOT NUMERIC
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "03" TO WS-COD-MOTIVO
              MOVE "NUM-AJUSTE NO ES NUMERICO" TO WS-DESC-MOTIVO
           ELSE
              MOVE NOV-NUM-AJUSTE TO AJP-NUM-AJUSTE

              READ AJUSTES-PENDIENTES
                  INVALID KEY
                     MOVE "N" TO WS-AJUSTE-EXISTE
                  NOT INVALID KEY
                     MOVE "S" TO WS-AJUSTE-EXISTE
              END-READ

              IF NOV-TIPO = "CAP"
                 IF WS-AJUSTE-EXISTE = "S"
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "04" TO WS-COD-MOTIVO
                    MOVE "NUM-AJUSTE YA EXISTE" TO WS-DESC-MOTIVO
                 END-IF
              ELSE
                 IF WS-AJUSTE-EXISTE = "N"
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "05" TO WS-COD-MOTIVO
                    MOVE "AJUSTE NO EXISTE" TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF.

      *> UNA CAPTURA DEBE TRAER CUENTA EXISTENTE Y NO CERRADA, TIPO
      *> "ABO" O "CGO", MONTO MAYOR QUE CERO, NUMERO DE RECLAMO Y
      *> MOTIVO: SON LOS DATOS QUE EL APROBADOR NECESITA PARA DECIDIR.
       VALIDAR-CAPTURA.

           IF NOV-NUM-CUENTA IS NOT NUMERIC
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "06" TO WS-COD-MOTIVO
              MOVE "NUM-CUENTA NO ES NUMERICO" TO WS-DESC-MOTIVO
           ELSE
              MOVE NOV-NUM-CUENTA TO CM-NUM-CUENTA
              PERFORM VALIDAR-CUENTA-AJUSTE
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-TIPO-MOV NOT = "ABO" AND NOV-TIPO-MOV NOT = "CGO"
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "09" TO WS-COD-MOTIVO
                 MOVE "TIPO DE AJUSTE NO ES ABO NI CGO"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-MONTO IS NOT NUMERIC
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "10" TO WS-COD-MOTIVO
                 MOVE "MONTO NO ES NUMERICO" TO WS-DESC-MOTIVO
              ELSE
                 IF NOV-MONTO = 0
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "10" TO WS-COD-MOTIVO
                    MOVE "MONTO EN CERO" TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-RECLAMO = SPACES
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "11" TO WS-COD-MOTIVO
                 MOVE "NUMERO DE RECLAMO EN BLANCO" TO WS-DESC-MOTIVO
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-MOTIVO = SPACES
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "12" TO WS-COD-MOTIVO
                 MOVE "MOTIVO DEL AJUSTE EN BLANCO" TO WS-DESC-MOTIVO
              END-IF
           END-IF.

      *> LA CUENTA DEL AJUSTE (YA CARGADA EN CM-NUM-CUENTA) DEBE
      *> EXISTIR EN EL MAESTRO Y NO ESTAR CERRADA. SE VUELVE A
      *> VERIFICAR AL APROBAR, PORQUE LA CUENTA PUDO CERRARSE ENTRE
      *> LA CAPTURA Y LA APROBACION. UNA CUENTA CONGELADA SE DEJA
      *> PASAR: LA VALIDACION DE MOVIMIENTOS-BANCARIOS DECIDE.
       VALIDAR-CUENTA-AJUSTE.

           READ CUENTAS-MAESTRO
               INVALID KEY
                  MOVE "N"  TO WS-REG-VALIDO
                  MOVE "07" TO WS-COD-MOTIVO
                  MOVE "CUENTA NO EXISTE EN MAESTRO" TO WS-DESC-MOTIVO
               NOT INVALID KEY
                  IF CM-CUENTA-CERRADA
                     MOVE "N"  TO WS-REG-VALIDO
                     MOVE "08" TO WS-COD-MOTIVO
                     MOVE "CUENTA CERRADA" TO WS-DESC-MOTIVO
                  END-IF
           END-READ.

      *> UNA APROBACION O UN RECHAZO SOLO PROCEDEN SOBRE UN AJUSTE
      *> PENDIENTE Y LOS DEBE HACER UN USUARIO DISTINTO DEL QUE LO
      *> CAPTURO. UN RECHAZO DEBE DECIR POR QUE; UNA APROBACION DE UN
      *> MONTO SOBRE EL UMBRAL EXIGE UN APROBADOR DE NIVEL "2". NO SE
      *> APRUEBA UN AJUSTE IGUAL (CUENTA, TIPO Y MONTO) A OTRO YA
      *> APROBADO EN LA FECHA DE NEGOCIO: MOVIMIENTOS-BANCARIOS LO
      *> RECHAZARIA COMO DUPLICADO Y EL AJUSTE SE PERDERIA CON LA
      *> AUDITORIA DICIENDO APROBADO. QUEDA PENDIENTE PARA APROBARSE
      *> OTRO DIA.
       VALIDAR-RESOLUCION.

           IF NOT AJP-PENDIENTE
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "13" TO WS-COD-MOTIVO
              MOVE "AJUSTE NO ESTA PENDIENTE" TO WS-DESC-MOTIVO
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-USUARIO = AJP-USUARIO-CAPTURA
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "14" TO WS-COD-MOTIVO
                 MOVE "RESUELVE EL MISMO USUARIO QUE CAPTURO"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S" AND NOV-TIPO = "REC"
              IF NOV-MOTIVO = SPACES
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "12" TO WS-COD-MOTIVO
                 MOVE "MOTIVO DEL RECHAZO EN BLANCO" TO WS-DESC-MOTIVO
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S" AND NOV-TIPO = "APR"
              MOVE AJP-NUM-CUENTA TO CM-NUM-CUENTA
              PERFORM VALIDAR-CUENTA-AJUSTE
              IF WS-REG-VALIDO = "S"
                 PERFORM VALIDAR-APROBADO-REPETIDO
              END-IF
              IF WS-REG-VALIDO = "S"
                 PERFORM VALIDAR-NIVEL-APROBADOR
              END-IF
           END-IF.

       VALIDAR-APROBADO-REPETIDO.

           MOVE "N" TO WS-APD-REPETIDO

           IF WS-APD-CARGADOS > 0
              SET IX-APD TO 1
              SEARCH WS-APD-ENTRADA
                  AT END
                     CONTINUE
                  WHEN IX-APD > WS-APD-CARGADOS
                     CONTINUE
                  WHEN WS-APD-NUM-CUENTA (IX-APD) = AJP-NUM-CUENTA
                     AND WS-APD-TIPO-MOV (IX-APD) = AJP-TIPO-MOV
                     AND WS-APD-MONTO (IX-APD) = AJP-MONTO
                     MOVE "S" TO WS-APD-REPETIDO
              END-SEARCH
           END-IF

           IF WS-APD-REPETIDO = "S"
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "16" TO WS-COD-MOTIVO
              MOVE "AJUSTE IGUAL YA APROBADO EN EL DIA"
                 TO WS-DESC-MOTIVO
           END-IF.

      *> DETERMINA EL NIVEL QUE EXIGE EL MONTO DEL AJUSTE Y, SI ES EL
      *> NIVEL SUPERIOR, VERIFICA QUE EL APROBADOR LO TENGA.
       VALIDAR-NIVEL-APROBADOR.

           MOVE "1" TO WS-NIVEL-APROBADOR

           IF AJP-MONTO > WS-UMBRAL-APROBACION
              MOVE "2" TO WS-NIVEL-APROBADOR
              MOVE "N" TO WS-REG-VALIDO
              MOVE "15" TO WS-COD-MOTIVO
              MOVE "MONTO SOBRE UMBRAL REQUIERE SUPERVISOR"
                 TO WS-DESC-MOTIVO
              SET IX-USR TO 1
              SEARCH WS-USR-ENTRADA
                  AT END
                     CONTINUE
                  WHEN IX-USR > WS-USR-CARGADOS
                     CONTINUE
                  WHEN WS-USR-CODIGO (IX-USR) = NOV-USUARIO
                     IF WS-USR-NIVEL (IX-USR) = "2"
                        MOVE "S" TO WS-REG-VALIDO
                        MOVE SPACES TO WS-COD-MOTIVO
                        MOVE SPACES TO WS-DESC-MOTIVO
                     END-IF
              END-SEARCH
           END-IF.

      *> APLICA LA NOVEDAD YA VALIDADA: UNA CAPTURA ESCRIBE EL AJUSTE
      *> NUEVO COMO PENDIENTE; UNA APROBACION O UN RECHAZO MODIFICAN
      *> EL AJUSTE QUE VALIDAR-EXISTENCIA-AJUSTE DEJO EN EL BUFFER Y
      *> LO REESCRIBEN.
       APLICAR-NOVEDAD.

           IF NOV-TIPO = "CAP"
              MOVE SPACES            TO REG-AJUSTE
              MOVE NOV-NUM-AJUSTE    TO AJP-NUM-AJUSTE
              MOVE NOV-NUM-CUENTA    TO AJP-NUM-CUENTA
              MOVE NOV-TIPO-MOV      TO AJP-TIPO-MOV
              MOVE NOV-MONTO         TO AJP-MONTO
              MOVE NOV-MOTIVO        TO AJP-MOTIVO
              MOVE NOV-RECLAMO       TO AJP-RECLAMO
              MOVE NOV-USUARIO       TO AJP-USUARIO-CAPTURA
              MOVE WS-FECHA-PROCESO  TO AJP-FECHA-CAPTURA
              MOVE "P"               TO AJP-ESTADO
              MOVE 0                 TO AJP-FECHA-RESOLUCION
              WRITE REG-AJUSTE
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO REGISTRAR EL AJUSTE "
                        NOV-NUM-AJUSTE ", FILE STATUS "
                        WS-FS-AJUSTES UPON CONSOLE
                     STOP RUN
              END-WRITE
           ELSE
              MOVE NOV-USUARIO       TO AJP-USUARIO-RESOLUCION
              MOVE WS-FECHA-PROCESO  TO AJP-FECHA-RESOLUCION
              IF NOV-TIPO = "APR"
                 MOVE "A"                TO AJP-ESTADO
                 MOVE WS-NIVEL-APROBADOR TO AJP-NIVEL-APROBACION
              ELSE
                 MOVE "R"                TO AJP-ESTADO
                 MOVE NOV-MOTIVO         TO AJP-MOTIVO-RECHAZO
              END-IF
              REWRITE REG-AJUSTE
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO ACTUALIZAR EL AJUSTE "
                        NOV-NUM-AJUSTE ", FILE STATUS "
                        WS-FS-AJUSTES UPON CONSOLE
                     STOP RUN
              END-REWRITE
              IF NOV-TIPO = "APR"
                 PERFORM AGREGAR-APROBADO-DEL-DIA
              END-IF
           END-IF

           ADD 1 TO WS-NOV-APLICADAS

           MOVE SPACES     TO REG-AUDITORIA
           MOVE "APLICADA" TO AUD-RESULTADO
           MOVE SPACES     TO AUD-COD-MOTIVO
           PERFORM DESCRIBIR-NOVEDAD-APLICADA
           PERFORM ESCRIBIR-AUDITORIA.

       RECHAZAR-NOVEDAD.

           ADD 1 TO WS-NOV-RECHAZADAS

           MOVE SPACES          TO REG-AUDITORIA
           MOVE "RECHAZADA"     TO AUD-RESULTADO
           MOVE WS-COD-MOTIVO   TO AUD-COD-MOTIVO
           MOVE WS-DESC-MOTIVO  TO AUD-DETALLE
           PERFORM ESCRIBIR-AUDITORIA.

      *> DEJA EN AUD-DETALLE EL MOTIVO DEL AJUSTE EN UNA CAPTURA, EL
      *> NIVEL CON QUE SE APROBO EN UNA APROBACION Y LA RAZON DEL
      *> RECHAZO EN UN RECHAZO.
       DESCRIBIR-NOVEDAD-APLICADA.

           EVALUATE NOV-TIPO
               WHEN "CAP"
                  MOVE NOV-MOTIVO TO AUD-DETALLE
               WHEN "APR"
                  MOVE SPACES TO AUD-DETALLE
                  STRING "APROBADO NIVEL " WS-NIVEL-APROBADOR
                     DELIMITED BY SIZE INTO AUD-DETALLE
               WHEN "REC"
                  MOVE SPACES TO AUD-DETALLE
                  STRING "RECHAZADO: " NOV-MOTIVO
                     DELIMITED BY SIZE INTO AUD-DETALLE
           END-EVALUATE.

      *> LOS DATOS DEL AJUSTE SALEN DE LA NOVEDAD EN UNA CAPTURA Y
      *> DEL AJUSTE REGISTRADO EN UNA APROBACION O UN RECHAZO; SI EL
      *> AJUSTE NO SE PUDO IDENTIFICAR, SOLO SE ECOA LO QUE TRAJO LA
      *> NOVEDAD.
       ESCRIBIR-AUDITORIA.

           MOVE WS-FECHA-PROCESO TO AUD-FECHA
           MOVE NOV-USUARIO      TO AUD-USUARIO
           MOVE NOV-TIPO         TO AUD-TIPO
           MOVE NOV-NUM-AJUSTE   TO AUD-NUM-AJUSTE
           MOVE 0                TO WS-AUD-MONTO

           IF NOV-TIPO NOT = "CAP" AND WS-AJUSTE-EXISTE = "S"
              MOVE AJP-NUM-CUENTA TO AUD-NUM-CUENTA
              MOVE AJP-TIPO-MOV   TO AUD-TIPO-MOV
              MOVE AJP-MONTO      TO WS-AUD-MONTO
              MOVE AJP-RECLAMO    TO AUD-RECLAMO
           ELSE
              MOVE NOV-NUM-CUENTA TO AUD-NUM-CUENTA
              MOVE NOV-TIPO-MOV   TO AUD-TIPO-MOV
              IF NOV-MONTO IS NUMERIC
                 MOVE NOV-MONTO   TO WS-AUD-MONTO
              END-IF
              MOVE NOV-RECLAMO    TO AUD-RECLAMO
           END-IF

           MOVE WS-AUD-MONTO     TO AUD-MONTO

           WRITE REG-AUDITORIA.

      *> GENERA CON EL LAYOUT MOV-INPUT LOS AJUSTES APROBADOS EN LA
      *> FECHA DE NEGOCIO, RECORRIENDO EL ARCHIVO DE AJUSTES EN
      *> SECUENCIA DE CLAVE. COMO SALE DEL ARCHIVO Y NO DE LAS
      *> NOVEDADES, REPETIR LA CORRIDA DEL DIA DA EL MISMO RESULTADO.
      *> MOVIMIENTOS-BANCARIOS TRATA COMO DUPLICADOS DOS MOVIMIENTOS
      *> IGUALES (CUENTA, FECHA, TIPO Y MONTO) DEL MISMO DIA, ASI QUE
      *> DOS AJUSTES IDENTICOS A UNA CUENTA NO SE APRUEBAN EL MISMO
      *> DIA (VALIDAR-APROBADO-REPETIDO RECHAZA EL SEGUNDO).
       GENERAR-AJUSTES-APROBADOS.

           OPEN OUTPUT MOV-GENERADOS-OUTPUT

           MOVE "N" TO WS-FIN-AJUSTES
           MOVE 0   TO AJP-NUM-AJUSTE

           START AJUSTES-PENDIENTES KEY IS NOT LESS THAN AJP-NUM-AJUSTE
               INVALID KEY MOVE "S" TO WS-FIN-AJUSTES
           END-START

           PERFORM GENERAR-UN-AJUSTE
               UNTIL WS-FIN-AJUSTES = "S"

           CLOSE MOV-GENERADOS-OUTPUT.

       GENERAR-UN-AJUSTE.

           READ AJUSTES-PENDIENTES NEXT RECORD
               AT END MOVE "S" TO WS-FIN-AJUSTES
           END-READ

           IF WS-FIN-AJUSTES = "N"
              IF AJP-APROBADO
                 AND AJP-FECHA-RESOLUCION = WS-FECHA-PROCESO
                 ADD 1 TO WS-MOV-GENERADOS
                 MOVE SPACES           TO REG-GENERADO
                 MOVE AJP-NUM-CUENTA   TO GEN-NUM-CUENTA
                 MOVE WS-FECHA-PROCESO TO GEN-FECHA
                 MOVE AJP-TIPO-MOV     TO GEN-TIPO-MOV
                 MOVE AJP-MONTO        TO GEN-MONTO
                 MOVE "N"              TO GEN-IND-REVERSO
                 MOVE SPACES           TO GEN-CUENTA-DESTINO
                 WRITE REG-GENERADO
              END-IF
           END-IF.

       END PROGRAM AJUSTES-MANUALES.
