      ******************************************************************
      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Mantenimiento batch del maestro de certificados de
      *          plazo fijo: aplicar las novedades diarias de apertura
      *          de certificados y de cambio de la instruccion al
      *          vencimiento, con la misma disciplina de validacion de
      *          ACTUALIZA-SOBREGIROS y una pista de auditoria
      *          acumulativa como la de AJUSTES-MANUALES. Los
      *          certificados abiertos en la fecha de negocio se
      *          generan como cargos "CGO" a la cuenta vinculada con
      *          el layout MOV-INPUT, para alimentar la corrida del
      *          dia como una sucursal mas de MOVIMIENTOS-LISTA.TXT.
      *          Los vencimientos los procesa VENCIMIENTOS-PLAZO. Debe
      *          correr ANTES de MOVIMIENTOS-BANCARIOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTUALIZA-PLAZOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NOVEDADES-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-NOVEDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDADES.
      *> LOS CERTIFICADOS SE CONSULTAN AL AZAR AL APLICAR LAS
      *> NOVEDADES Y SE RECORREN EN SECUENCIA AL CIERRE, PARA GENERAR
      *> LOS CARGOS DE LAS APERTURAS DEL DIA; POR ESO EL ACCESS MODE
      *> ES DYNAMIC.
           SELECT PLAZOS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-PLAZOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUM-CERTIFICADO
               FILE STATUS IS WS-FS-PLAZOS.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-MAESTRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NUM-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.
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

      *> NOVEDADES DEL DIA SOBRE LOS CERTIFICADOS. NOV-TIPO:
      *>   "APE" APERTURA DE UN CERTIFICADO NUEVO (USA CUENTA,
      *>         CAPITAL, TASA, PLAZO E INSTRUCCION),
      *>   "INS" CAMBIO DE LA INSTRUCCION AL VENCIMIENTO DE UN
      *>         CERTIFICADO VIGENTE (USA SOLO LA INSTRUCCION).
      *> NOV-NUM-CERTIFICADO LO ASIGNA LA SUCURSAL QUE ABRE EL
      *> CERTIFICADO Y ES LA REFERENCIA DE LAS NOVEDADES POSTERIORES.
      *> NOV-CAPITAL TRAE CENTAVOS EN SUS DOS ULTIMOS DIGITOS, IGUAL
      *> QUE EL MONTO DE MOV-INPUT; NOV-TASA ES LA TASA ANUAL PACTADA
      *> EN PORCENTAJE CON CUATRO DECIMALES ("085000" ES 8.5000%),
      *> COMO EN LA TABLA DE TASAS DE INTERESES-MENSUALES; NOV-PLAZO
      *> SON DIAS CORRIDOS. NOV-INSTRUCCION:
      *>   "C" RENOVAR EL CAPITAL (EL INTERES SE ABONA A LA CUENTA),
      *>   "I" RENOVAR CAPITAL MAS INTERES (EL INTERES SE CAPITALIZA),
      *>   "L" LIQUIDAR (CAPITAL E INTERES SE ABONAN A LA CUENTA).
      *> NOV-USUARIO IDENTIFICA A QUIEN REGISTRO LA NOVEDAD, PARA LA
      *> PISTA DE AUDITORIA.
       FD NOVEDADES-INPUT.
       01 REG-NOVEDAD-PLAZO.
           05 NOV-TIPO            PIC X(3).
           05 FILLER              PIC X.
           05 NOV-NUM-CERTIFICADO PIC X(8).
           05 FILLER              PIC X.
           05 NOV-USUARIO         PIC X(8).
           05 FILLER              PIC X.
           05 NOV-NUM-CUENTA      PIC X(10).
           05 FILLER              PIC X.
           05 NOV-CAPITAL         PIC 9(9)V99.
      *> VISTAS EN BRUTO DE LOS CAMPOS NUMERICOS PARA LA VALIDACION
      *> (PUEDEN VENIR NO NUMERICOS O EN BLANCO).
           05 NOV-CAPITAL-X REDEFINES NOV-CAPITAL
                                  PIC X(11).
           05 FILLER              PIC X.
           05 NOV-TASA            PIC 9(2)V9(4).
           05 NOV-TASA-X REDEFINES NOV-TASA
                                  PIC X(6).
           05 FILLER              PIC X.
           05 NOV-PLAZO           PIC 9(4).
           05 NOV-PLAZO-X REDEFINES NOV-PLAZO
                                  PIC X(4).
           05 FILLER              PIC X.
           05 NOV-INSTRUCCION     PIC X(1).

      *> MAESTRO DE CERTIFICADOS DE PLAZO FIJO, INDEXADO POR NUMERO
      *> DE CERTIFICADO. PF-FECHA-APERTURA Y PF-FECHA-VENCIMIENTO
      *> SON LAS DEL PLAZO EN CURSO (UNA RENOVACION LAS CORRE);
      *> PF-FECHA-CONSTITUCION ES LA DE LA APERTURA ORIGINAL, LA QUE
      *> CARGO LA CUENTA. EL VENCIMIENTO ES LA APERTURA MAS EL PLAZO
      *> EN DIAS CORRIDOS; SI CAE EN FERIADO O FIN DE SEMANA,
      *> VENCIMIENTOS-PLAZO LO PROCESA EL SIGUIENTE DIA HABIL. LOS
      *> CAMPOS PF-ULT-* LOS LLENA VENCIMIENTOS-PLAZO CON EL ULTIMO
      *> VENCIMIENTO PROCESADO. UN CERTIFICADO NUNCA SE BORRA: AL
      *> LIQUIDARSE QUEDA EN ESTADO "L". MISMO LAYOUT QUE EN
      *> VENCIMIENTOS-PLAZO; MANTENER SINCRONIZADOS.
       FD PLAZOS-MAESTRO.
       01 REG-PLAZO-FIJO.
           05 PF-NUM-CERTIFICADO     PIC 9(8).
           05 PF-NUM-CUENTA          PIC 9(10).
           05 PF-NUM-CLIENTE         PIC 9(8).
           05 PF-CAPITAL             PIC 9(9)V99.
           05 PF-TASA-ANUAL          PIC 9(2)V9(4).
           05 PF-PLAZO-DIAS          PIC 9(4).
           05 PF-FECHA-APERTURA      PIC 9(8).
           05 PF-FECHA-VENCIMIENTO   PIC 9(8).
           05 PF-INSTRUCCION         PIC X(1).
               88 PF-RENUEVA-CAPITAL    VALUE "C".
               88 PF-RENUEVA-TODO       VALUE "I".
               88 PF-LIQUIDA            VALUE "L".
           05 PF-ESTADO              PIC X(1).
               88 PF-VIGENTE            VALUE "V".
               88 PF-LIQUIDADO          VALUE "L".
           05 PF-FECHA-CONSTITUCION  PIC 9(8).
           05 PF-USUARIO-APERTURA    PIC X(8).
           05 PF-RENOVACIONES        PIC 9(3).
           05 PF-FECHA-ULT-PROCESO   PIC 9(8).
           05 PF-ULT-VENCIMIENTO     PIC 9(8).
           05 PF-ULT-INSTRUCCION     PIC X(1).
           05 PF-ULT-CAPITAL         PIC 9(9)V99.
           05 PF-ULT-INTERES         PIC 9(9)V99.
           05 PF-ULT-ABONO-CAPITAL   PIC 9(9)V99.
           05 PF-ULT-ABONO-INTERES   PIC 9(9)V99.

      *> MAESTRO DE CUENTAS, PARA VALIDAR LA CUENTA VINCULADA Y TOMAR
      *> SU CLIENTE TITULAR. MISMO LAYOUT QUE EN ACTUALIZA-CUENTAS Y
      *> MOVIMIENTOS-BANCARIOS; MANTENER SINCRONIZADOS.
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
      *> REGISTRO, COMO LA DE ACTUALIZA-CUENTAS, MAS EL CERTIFICADO,
      *> LA CUENTA Y EL CAPITAL. ES ACUMULATIVA, COMO LA DE AJUSTES-
      *> MANUALES: LA HISTORIA DE UN CERTIFICADO ABARCA VARIOS DIAS.
       FD AUDITORIA-OUTPUT.
       01 REG-AUDITORIA.
           05 AUD-FECHA           PIC X(8).
           05 FILLER              PIC X.
           05 AUD-USUARIO         PIC X(8).
           05 FILLER              PIC X.
           05 AUD-TIPO            PIC X(3).
           05 FILLER              PIC X.
           05 AUD-NUM-CERTIFICADO PIC X(8).
           05 FILLER              PIC X.
           05 AUD-NUM-CUENTA      PIC X(10).
           05 FILLER              PIC X.
           05 AUD-CAPITAL         PIC Z(8)9.99 BLANK WHEN ZERO.
           05 FILLER              PIC X.
           05 AUD-RESULTADO       PIC X(9).
           05 FILLER              PIC X.
           05 AUD-COD-MOTIVO      PIC X(2).
           05 FILLER              PIC X.
           05 AUD-DETALLE         PIC X(40).

      *> CARGOS DE LOS CERTIFICADOS ABIERTOS EN LA FECHA DE NEGOCIO,
      *> PARA LA CORRIDA DEL DIA. MISMO LAYOUT QUE MOV-INPUT EN
      *> MOVIMIENTOS-BANCARIOS, PARA USARSE COMO SUCURSAL ADICIONAL
      *> EN LA LISTA DE SUCURSALES.
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

       01 WS-FS-PLAZOS          PIC XX VALUE "00".

       01 WS-FS-CUENTAS         PIC XX VALUE "00".

       01 WS-FS-AUDITORIA       PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-NOVEDADES  PIC X(50) VALUE
            "PLAZO-FIJO-NOVEDADES.TXT".
       01 WS-NOM-ARCHIVO-PLAZOS     PIC X(50) VALUE
            "PLAZO-FIJO.MAESTRO".
       01 WS-NOM-ARCHIVO-MAESTRO    PIC X(50) VALUE "CUENTAS.MAESTRO".
       01 WS-NOM-ARCHIVO-AUDITORIA  PIC X(50) VALUE
            "PLAZO-FIJO-AUDITORIA.TXT".
       01 WS-NOM-ARCHIVO-GENERADOS  PIC X(50) VALUE
            "PLAZO-FIJO-APERTURAS-MOV.TXT".
       01 WS-NOM-ARCHIVO-FECHACTL   PIC X(50) VALUE
            "FECHA-PROCESO.CTL".
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

       01 WS-FS-FECHACTL        PIC XX VALUE "00".

       01 WS-FIN-ARCHIVO        PIC X VALUE "N".
       01 WS-FIN-PLAZOS         PIC X VALUE "N".
       01 WS-HAY-NOVEDADES      PIC X VALUE "N".
       01 WS-REG-VALIDO         PIC X VALUE "N".
       01 WS-PLAZO-EXISTE       PIC X VALUE "N".

       01 WS-NOV-LEIDAS         PIC 9(6) VALUE 0.
       01 WS-NOV-APLICADAS      PIC 9(6) VALUE 0.
       01 WS-NOV-RECHAZADAS     PIC 9(6) VALUE 0.
       01 WS-MOV-GENERADOS      PIC 9(6) VALUE 0.

       01 WS-COD-MOTIVO         PIC X(2)  VALUE SPACES.
       01 WS-DESC-MOTIVO        PIC X(40) VALUE SPACES.

       01 WS-FECHA-PROCESO      PIC 9(8).

      *> PLAZO ADMITIDO PARA UN CERTIFICADO, EN DIAS CORRIDOS. UN
      *> PLAZO FUERA DE ESTE RANGO ES CASI SIEMPRE UN ERROR DE
      *> CAPTURA (MESES EN LUGAR DE DIAS, UN DIGITO DE MAS).
       01 WS-PLAZO-MINIMO       PIC 9(4) VALUE 30.
       01 WS-PLAZO-MAXIMO       PIC 9(4) VALUE 1800.

      *> CERTIFICADOS CONSTITUIDOS EN LA FECHA DE NEGOCIO (CUENTA Y
      *> CAPITAL), CARGADOS DEL MAESTRO ANTES DE APLICAR LAS NOVEDADES
      *> Y AMPLIADOS CON CADA APERTURA DEL DIA. SUS CARGOS SALEN EN LA
      *> CORRIDA DEL DIA, ASI QUE UNA APERTURA NUEVA SOLO PUEDE USAR
      *> EL SALDO QUE ELLOS DEJAN LIBRE, Y UNA APERTURA DEL MISMO
      *> CAPITAL SOBRE LA MISMA CUENTA SALDRIA COMO CARGO DUPLICADO.
       01 WS-TABLA-CONSTITUIDOS-DIA.
           05 WS-CTD-ENTRADA OCCURS 500 TIMES INDEXED BY IX-CTD.
               10 WS-CTD-NUM-CUENTA PIC 9(10).
               10 WS-CTD-CAPITAL    PIC 9(9)V99.
       01 WS-CTD-CARGADOS       PIC 9(3) VALUE 0.
       01 WS-CTD-REPETIDO       PIC X VALUE "N".
       01 WS-CTD-COMPROMETIDO   PIC 9(11)V99 VALUE 0.
       01 WS-SALDO-LIBRE        PIC S9(11)V99 VALUE 0.

      *> INSTRUCCION VIGENTE ANTES DE UN CAMBIO, PARA LA AUDITORIA.
       01 WS-INSTRUCCION-ANTERIOR PIC X(1) VALUE SPACE.

      *> FECHA BASE, DIAS A SUMAR Y RESULTADO DEL CALCULO DEL
      *> VENCIMIENTO (APERTURA MAS PLAZO EN DIAS CORRIDOS).
       01 WS-FECHA-BASE         PIC 9(8) VALUE 0.
       01 WS-DIAS-A-SUMAR       PIC 9(4) VALUE 0.
       01 WS-FECHA-RESULTADO    PIC 9(8) VALUE 0.

       01 WS-FECHA-ANO          PIC 9(4).
       01 WS-FECHA-MES          PIC 9(2).
       01 WS-FECHA-DIA          PIC 9(2).
       01 WS-DIAS-MES-ACTUAL    PIC 9(2).

       01 WS-DIVID-TEMP         PIC 9(4).
       01 WS-RESIDUO-4          PIC 9(2).
       01 WS-RESIDUO-100        PIC 9(2).
       01 WS-RESIDUO-400        PIC 9(3).

      *> DIAS POR MES EN UN ANO NO BISIESTO (FEBRERO SE AJUSTA EN
      *> DETERMINAR-DIAS-DEL-MES). MISMA TABLA QUE EN MOVIMIENTOS-
      *> BANCARIOS; MANTENER LAS DOS SINCRONIZADAS.
       01 TABLA-DIAS-POR-MES-N  PIC X(24)
            VALUE "312831303130313130313031".
       01 TABLA-DIAS-POR-MES REDEFINES TABLA-DIAS-POR-MES-N.
           05 DIAS-POR-MES       PIC 9(2) OCCURS 12 TIMES.

      *> TABLA DE TIPOS DE NOVEDAD QUE SE OPERAN. MANTENER EN ORDEN
      *> ALFABETICO PARA LA SEARCH ALL.
       01 TABLA-TIPOS-NOV-N     PIC X(6) VALUE "APEINS".
       01 TABLA-TIPOS-NOV REDEFINES TABLA-TIPOS-NOV-N.
           05 TIPO-NOV-VALIDO    PIC X(3) OCCURS 2 TIMES
                 ASCENDING KEY IS TIPO-NOV-VALIDO
                 INDEXED BY IX-TIPO-NOV.

       01 SUBRAYADO-AUD-1       PIC X(110) VALUE ALL '-'.
       01 TITULOS-AUD.
           05 FILLER             PIC X(31) VALUE
                'FECHA    USUARIO  TIP CERTIF.  '.
           05 FILLER             PIC X(24) VALUE
                'CUENTA          CAPITAL '.
           05 FILLER             PIC X(22) VALUE
                'RESULTADO COD DETALLE'.
       01 SUBRAYADO-AUD-2       PIC X(110) VALUE ALL '-'.

       01 LINEA-TEXTO-AUD       PIC X(110).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM LEER-NOMBRES-DE-ARCHIVOS

           PERFORM LEER-FECHA-CONTROL

           OPEN INPUT NOVEDADES-INPUT

      *> SI EL ARCHIVO DE NOVEDADES NO EXISTE, NO HAY APERTURAS NI
      *> CAMBIOS QUE APLICAR HOY, PERO IGUAL SE REGENERAN LOS CARGOS
      *> DE LOS CERTIFICADOS YA ABIERTOS EN LA FECHA DE NEGOCIO.
      *> CUALQUIER OTRO ERROR DE APERTURA SI DETIENE LA CORRIDA.
           IF WS-FS-NOVEDADES = "35"
              DISPLAY "SIN ARCHIVO DE NOVEDADES DE PLAZO FIJO; SOLO "
                 "SE GENERAN LAS APERTURAS DEL DIA." UPON CONSOLE
           ELSE
              IF WS-FS-NOVEDADES NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR NOVEDADES-INPUT, "
                    "FILE STATUS " WS-FS-NOVEDADES UPON CONSOLE
                 STOP RUN
              ELSE
                 MOVE "S" TO WS-HAY-NOVEDADES
              END-IF
           END-IF

           PERFORM ABRIR-PLAZOS-MAESTRO

           IF WS-FS-PLAZOS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR PLAZOS-MAESTRO, "
                 "FILE STATUS " WS-FS-PLAZOS UPON CONSOLE
              STOP RUN
           END-IF

           IF WS-HAY-NOVEDADES = "S"
              PERFORM APLICAR-NOVEDADES-DEL-DIA
           END-IF

           PERFORM GENERAR-APERTURAS-DEL-DIA

           DISPLAY "TOTAL NOVEDADES LEIDAS     : " WS-NOV-LEIDAS
           DISPLAY "TOTAL NOVEDADES APLICADAS  : " WS-NOV-APLICADAS
           DISPLAY "TOTAL NOVEDADES RECHAZADAS : " WS-NOV-RECHAZADAS
           DISPLAY "CARGOS DE APERTURA         : " WS-MOV-GENERADOS

           CLOSE PLAZOS-MAESTRO

           STOP RUN.

      *> ABRE EL MAESTRO DE CERTIFICADOS EN MODO I-O. SI AUN NO
      *> EXISTE (AMBIENTE NUEVO DONDE LAS PRIMERAS APERTURAS LO VAN A
      *> POBLAR), SE CREA VACIO ANTES DE ABRIRLO EN MODO I-O, IGUAL
      *> QUE HACE ACTUALIZA-SOBREGIROS CON EL MAESTRO DE LINEAS.
       ABRIR-PLAZOS-MAESTRO.

           OPEN I-O PLAZOS-MAESTRO

           IF WS-FS-PLAZOS = "35"
              OPEN OUTPUT PLAZOS-MAESTRO
              CLOSE PLAZOS-MAESTRO
              OPEN I-O PLAZOS-MAESTRO
           END-IF.

      *> LEE, AL ESTILO DD-NAME DE JCL, LOS NOMBRES DE ARCHIVO QUE EL
      *> OPERADOR QUIERA SUSTITUIR POR VARIABLE DE ENTORNO. EL MAESTRO
      *> DE CERTIFICADOS USA LA MISMA VARIABLE PFJMAE QUE
      *> VENCIMIENTOS-PLAZO; EL DE CUENTAS LA MISMA MOVMTO Y EL
      *> CONTROL DE FECHA LA MISMA MOVFCH QUE MOVIMIENTOS-BANCARIOS.
       LEER-NOMBRES-DE-ARCHIVOS.

           DISPLAY "PFJNOV" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-NOVEDADES
           END-IF

           DISPLAY "PFJMAE" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-PLAZOS
           END-IF

           DISPLAY "MOVMTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-MAESTRO
           END-IF

           DISPLAY "PFJAUD" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-AUDITORIA
           END-IF

           DISPLAY "PFJAMV" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-GENERADOS
           END-IF

           DISPLAY "MOVFCH" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FECHACTL
           END-IF.

      *> LEE LA FECHA DE NEGOCIO VIGENTE DEL ARCHIVO DE CONTROL DE
      *> FECHA, LA MISMA QUE VA A USAR MOVIMIENTOS-BANCARIOS, PARA QUE
      *> LAS APERTURAS, LA AUDITORIA Y LOS CARGOS GENERADOS QUEDEN
      *> FECHADOS CON EL DIA DE NEGOCIO. SI EL ARCHIVO NO EXISTE
      *> (AMBIENTE NUEVO), SE CONSERVA LA FECHA DE MAQUINA.
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

      *> APLICA LAS NOVEDADES DEL DIA SOBRE EL MAESTRO DE
      *> CERTIFICADOS, DEJANDO CADA UNA EN LA PISTA DE AUDITORIA.
       APLICAR-NOVEDADES-DEL-DIA.

           OPEN INPUT CUENTAS-MAESTRO

           IF WS-FS-CUENTAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR CUENTAS-MAESTRO, "
                 "FILE STATUS " WS-FS-CUENTAS UPON CONSOLE
              STOP RUN
           END-IF

           PERFORM CARGAR-CONSTITUIDOS-DEL-DIA

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

      *> CARGA LOS CERTIFICADOS YA CONSTITUIDOS EN LA FECHA DE
      *> NEGOCIO (UNA CORRIDA ANTERIOR DEL MISMO DIA), RECORRIENDO EL
      *> MAESTRO EN SECUENCIA DE CLAVE COMO AL GENERAR SUS CARGOS.
       CARGAR-CONSTITUIDOS-DEL-DIA.

           MOVE 0   TO WS-CTD-CARGADOS
           MOVE "N" TO WS-FIN-PLAZOS
           MOVE 0   TO PF-NUM-CERTIFICADO

           START PLAZOS-MAESTRO
               KEY IS NOT LESS THAN PF-NUM-CERTIFICADO
               INVALID KEY MOVE "S" TO WS-FIN-PLAZOS
           END-START

           PERFORM CARGAR-UN-CONSTITUIDO
               UNTIL WS-FIN-PLAZOS = "S".

       CARGAR-UN-CONSTITUIDO.

           READ PLAZOS-MAESTRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PLAZOS
           END-READ

           IF WS-FIN-PLAZOS = "N"
              IF PF-FECHA-CONSTITUCION = WS-FECHA-PROCESO
                 PERFORM AGREGAR-CONSTITUIDO-DEL-DIA
              END-IF
           END-IF.

      *> AGREGA A LA TABLA EL CERTIFICADO QUE ESTA EN EL BUFFER. SI NO
      *> CABE SE DETIENE LA CORRIDA: SIN LA TABLA COMPLETA NO SE PUEDE
      *> GARANTIZAR QUE EL SALDO CUBRA TODAS LAS APERTURAS DEL DIA.
       AGREGAR-CONSTITUIDO-DEL-DIA.

           IF WS-CTD-CARGADOS NOT < 500
              DISPLAY "ERROR: MAS DE 500 CERTIFICADOS CONSTITUIDOS EN "
                 "EL DIA; NO SE PUEDE VALIDAR EL CERTIFICADO "
                 PF-NUM-CERTIFICADO UPON CONSOLE
              STOP RUN
           END-IF

           ADD 1 TO WS-CTD-CARGADOS
           MOVE PF-NUM-CUENTA TO WS-CTD-NUM-CUENTA (WS-CTD-CARGADOS)
           MOVE PF-CAPITAL    TO WS-CTD-CAPITAL (WS-CTD-CARGADOS).

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
      *> SOBREGIROS: CADA PASO SOLO SE EJECUTA SI LOS ANTERIORES
      *> ACEPTARON LA NOVEDAD, Y EL PRIMER PASO QUE LA RECHAZA DEJA SU
      *> CODIGO Y DESCRIPCION DE MOTIVO.
       VALIDAR-NOVEDAD.
           MOVE "S" TO WS-REG-VALIDO
           MOVE "N" TO WS-PLAZO-EXISTE
           MOVE SPACES TO WS-COD-MOTIVO
           MOVE SPACES TO WS-DESC-MOTIVO

           PERFORM VALIDAR-TIPO-NOVEDAD

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-USUARIO-NOVEDAD
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-EXISTENCIA-PLAZO
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM VALIDAR-INSTRUCCION
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-TIPO = "APE"
                 PERFORM VALIDAR-APERTURA
              ELSE
                 PERFORM VALIDAR-CAMBIO-INSTRUCCION
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

       VALIDAR-USUARIO-NOVEDAD.

           IF NOV-USUARIO = SPACES
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "02" TO WS-COD-MOTIVO
              MOVE "USUARIO EN BLANCO" TO WS-DESC-MOTIVO
           END-IF.

      *> UNA APERTURA EXIGE QUE EL NUMERO DE CERTIFICADO NO EXISTA
      *> TODAVIA; UN CAMBIO DE INSTRUCCION EXIGE QUE YA EXISTA. LA
      *> LECTURA DEJA EL CERTIFICADO EN SU BUFFER PARA QUE APLICAR-
      *> NOVEDAD LO MODIFIQUE SIN VOLVER A LEER.
       VALIDAR-EXISTENCIA-PLAZO.

           IF NOV-NUM-CERTIFICADO IS NOT NUMERIC
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "03" TO WS-COD-MOTIVO
              MOVE "NUM-CERTIFICADO NO ES NUMERICO" TO WS-DESC-MOTIVO
           ELSE
              MOVE NOV-NUM-CERTIFICADO TO PF-NUM-CERTIFICADO

              READ PLAZOS-MAESTRO
                  INVALID KEY
                     MOVE "N" TO WS-PLAZO-EXISTE
                  NOT INVALID KEY
                     MOVE "S" TO WS-PLAZO-EXISTE
              END-READ

              IF NOV-TIPO = "APE"
                 IF WS-PLAZO-EXISTE = "S"
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "04" TO WS-COD-MOTIVO
                    MOVE "CERTIFICADO YA EXISTE" TO WS-DESC-MOTIVO
                 END-IF
              ELSE
                 IF WS-PLAZO-EXISTE = "N"
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "05" TO WS-COD-MOTIVO
                    MOVE "CERTIFICADO NO EXISTE" TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF.

       VALIDAR-INSTRUCCION.

           IF NOV-INSTRUCCION NOT = "C"
              AND NOV-INSTRUCCION NOT = "I"
              AND NOV-INSTRUCCION NOT = "L"
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "06" TO WS-COD-MOTIVO
              MOVE "INSTRUCCION NO ES C, I NI L" TO WS-DESC-MOTIVO
           END-IF.

      *> UNA APERTURA DEBE TRAER UNA CUENTA VINCULADA EXISTENTE,
      *> ACTIVA Y CON CLIENTE TITULAR, Y CAPITAL, TASA Y PLAZO
      *> VALIDOS. EL CAPITAL SE CARGA A LA CUENTA EN LA CORRIDA DEL
      *> DIA, ASI QUE EL SALDO DE LA CUENTA, DESCONTADO EL CAPITAL DE
      *> LOS CERTIFICADOS QUE YA SE CONSTITUYERON HOY SOBRE ELLA, DEBE
      *> CUBRIRLO; LA LINEA DE SOBREGIRO NO CUENTA PARA CONSTITUIR UN
      *> PLAZO FIJO. NO SE ABRE UN CERTIFICADO DEL MISMO CAPITAL QUE
      *> OTRO YA CONSTITUIDO HOY SOBRE LA MISMA CUENTA: SU CARGO SE
      *> RECHAZARIA COMO DUPLICADO Y EL CERTIFICADO QUEDARIA VIGENTE
      *> SIN HABERSE COBRADO.
       VALIDAR-APERTURA.

           IF NOV-NUM-CUENTA IS NOT NUMERIC
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "07" TO WS-COD-MOTIVO
              MOVE "NUM-CUENTA NO ES NUMERICO" TO WS-DESC-MOTIVO
           ELSE
              PERFORM VALIDAR-CUENTA-VINCULADA
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-CAPITAL IS NOT NUMERIC
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "11" TO WS-COD-MOTIVO
                 MOVE "CAPITAL NO ES NUMERICO" TO WS-DESC-MOTIVO
              ELSE
                 IF NOV-CAPITAL = 0
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "11" TO WS-COD-MOTIVO
                    MOVE "CAPITAL EN CERO" TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-TASA IS NOT NUMERIC
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "12" TO WS-COD-MOTIVO
                 MOVE "TASA NO ES NUMERICA" TO WS-DESC-MOTIVO
              ELSE
                 IF NOV-TASA = 0
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "12" TO WS-COD-MOTIVO
                    MOVE "TASA EN CERO" TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              IF NOV-PLAZO IS NOT NUMERIC
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "13" TO WS-COD-MOTIVO
                 MOVE "PLAZO NO ES NUMERICO" TO WS-DESC-MOTIVO
              ELSE
                 IF NOV-PLAZO < WS-PLAZO-MINIMO
                    OR NOV-PLAZO > WS-PLAZO-MAXIMO
                    MOVE "N"  TO WS-REG-VALIDO
                    MOVE "13" TO WS-COD-MOTIVO
                    MOVE "PLAZO FUERA DE RANGO (30 A 1800 DIAS)"
                       TO WS-DESC-MOTIVO
                 END-IF
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              PERFORM REVISAR-CONSTITUIDOS-CUENTA
              IF WS-CTD-REPETIDO = "S"
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "16" TO WS-COD-MOTIVO
                 MOVE "CERTIFICADO IGUAL YA CONSTITUIDO EN EL DIA"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF

           IF WS-REG-VALIDO = "S"
              SUBTRACT WS-CTD-COMPROMETIDO FROM CM-SALDO-ACTUAL
                 GIVING WS-SALDO-LIBRE
              IF WS-SALDO-LIBRE < NOV-CAPITAL
                 MOVE "N"  TO WS-REG-VALIDO
                 MOVE "14" TO WS-COD-MOTIVO
                 MOVE "SALDO INSUFICIENTE PARA EL CAPITAL"
                    TO WS-DESC-MOTIVO
              END-IF
           END-IF.

      *> RECORRE LOS CERTIFICADOS CONSTITUIDOS HOY SOBRE LA CUENTA
      *> VINCULADA: SUMA SU CAPITAL EN WS-CTD-COMPROMETIDO Y MARCA
      *> WS-CTD-REPETIDO SI ALGUNO TIENE EL CAPITAL DE LA NOVEDAD.
       REVISAR-CONSTITUIDOS-CUENTA.

           MOVE "N" TO WS-CTD-REPETIDO
           MOVE 0   TO WS-CTD-COMPROMETIDO

           PERFORM REVISAR-UN-CONSTITUIDO
               VARYING IX-CTD FROM 1 BY 1
               UNTIL IX-CTD > WS-CTD-CARGADOS.

       REVISAR-UN-CONSTITUIDO.

           IF WS-CTD-NUM-CUENTA (IX-CTD) = CM-NUM-CUENTA
              ADD WS-CTD-CAPITAL (IX-CTD) TO WS-CTD-COMPROMETIDO
              IF WS-CTD-CAPITAL (IX-CTD) = NOV-CAPITAL
                 MOVE "S" TO WS-CTD-REPETIDO
              END-IF
           END-IF.

      *> LA CUENTA VINCULADA DEBE EXISTIR, ESTAR ACTIVA (UNA CUENTA
      *> CONGELADA NO ADMITE EL CARGO DE LA APERTURA) Y TENER CLIENTE
      *> TITULAR, QUE ES EL CLIENTE DEL CERTIFICADO. LA LECTURA DEJA
      *> LA CUENTA EN SU BUFFER PARA EL RESTO DE LA VALIDACION.
       VALIDAR-CUENTA-VINCULADA.

           MOVE NOV-NUM-CUENTA TO CM-NUM-CUENTA

           READ CUENTAS-MAESTRO
               INVALID KEY
                  MOVE "N"  TO WS-REG-VALIDO
                  MOVE "08" TO WS-COD-MOTIVO
                  MOVE "CUENTA NO EXISTE EN MAESTRO" TO WS-DESC-MOTIVO
               NOT INVALID KEY
                  IF NOT CM-CUENTA-ACTIVA
                     MOVE "N"  TO WS-REG-VALIDO
                     MOVE "09" TO WS-COD-MOTIVO
                     MOVE "CUENTA NO ESTA ACTIVA" TO WS-DESC-MOTIVO
                  ELSE
                     IF CM-NUM-CLIENTE = 0
                        MOVE "N"  TO WS-REG-VALIDO
                        MOVE "10" TO WS-COD-MOTIVO
                        MOVE "CUENTA SIN CLIENTE TITULAR"
                           TO WS-DESC-MOTIVO
                     END-IF
                  END-IF
           END-READ.

      *> UN CAMBIO DE INSTRUCCION SOLO PROCEDE SOBRE UN CERTIFICADO
      *> VIGENTE. SE PUEDE REGISTRAR HASTA EL DIA HABIL DEL
      *> VENCIMIENTO, SIEMPRE QUE ESTE PROGRAMA CORRA ANTES QUE
      *> VENCIMIENTOS-PLAZO.
       VALIDAR-CAMBIO-INSTRUCCION.

           IF NOT PF-VIGENTE
              MOVE "N"  TO WS-REG-VALIDO
              MOVE "15" TO WS-COD-MOTIVO
              MOVE "CERTIFICADO NO ESTA VIGENTE" TO WS-DESC-MOTIVO
           END-IF.

      *> APLICA LA NOVEDAD YA VALIDADA: UNA APERTURA ESCRIBE EL
      *> CERTIFICADO NUEVO, VIGENTE, CON EL CLIENTE DE LA CUENTA
      *> VINCULADA Y EL VENCIMIENTO CALCULADO; UN CAMBIO DE
      *> INSTRUCCION MODIFICA EL CERTIFICADO QUE VALIDAR-EXISTENCIA-
      *> PLAZO DEJO EN EL BUFFER Y LO REESCRIBE.
       APLICAR-NOVEDAD.

           IF NOV-TIPO = "APE"
              MOVE ZEROS             TO REG-PLAZO-FIJO
              MOVE NOV-NUM-CERTIFICADO TO PF-NUM-CERTIFICADO
              MOVE CM-NUM-CUENTA     TO PF-NUM-CUENTA
              MOVE CM-NUM-CLIENTE    TO PF-NUM-CLIENTE
              MOVE NOV-CAPITAL       TO PF-CAPITAL
              MOVE NOV-TASA          TO PF-TASA-ANUAL
              MOVE NOV-PLAZO         TO PF-PLAZO-DIAS
              MOVE WS-FECHA-PROCESO  TO PF-FECHA-APERTURA
              MOVE WS-FECHA-PROCESO  TO PF-FECHA-CONSTITUCION
              MOVE NOV-INSTRUCCION   TO PF-INSTRUCCION
              MOVE "V"               TO PF-ESTADO
              MOVE NOV-USUARIO       TO PF-USUARIO-APERTURA
              MOVE SPACE             TO PF-ULT-INSTRUCCION

              MOVE PF-FECHA-APERTURA TO WS-FECHA-BASE
              MOVE PF-PLAZO-DIAS     TO WS-DIAS-A-SUMAR
              PERFORM SUMAR-DIAS-CORRIDOS
              MOVE WS-FECHA-RESULTADO TO PF-FECHA-VENCIMIENTO

              WRITE REG-PLAZO-FIJO
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO REGISTRAR EL "
                        "CERTIFICADO " NOV-NUM-CERTIFICADO
                        ", FILE STATUS " WS-FS-PLAZOS UPON CONSOLE
                     STOP RUN
              END-WRITE
              PERFORM AGREGAR-CONSTITUIDO-DEL-DIA
           ELSE
              MOVE PF-INSTRUCCION    TO WS-INSTRUCCION-ANTERIOR
              MOVE NOV-INSTRUCCION   TO PF-INSTRUCCION
              REWRITE REG-PLAZO-FIJO
                  INVALID KEY
                     DISPLAY "ERROR: NO SE PUDO ACTUALIZAR EL "
                        "CERTIFICADO " NOV-NUM-CERTIFICADO
                        ", FILE STATUS " WS-FS-PLAZOS UPON CONSOLE
                     STOP RUN
              END-REWRITE
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

      *> DEJA EN AUD-DETALLE EL PLAZO, EL VENCIMIENTO Y LA
      *> INSTRUCCION EN UNA APERTURA, Y LA INSTRUCCION ANTERIOR Y LA
      *> NUEVA EN UN CAMBIO DE INSTRUCCION.
       DESCRIBIR-NOVEDAD-APLICADA.

           MOVE SPACES TO AUD-DETALLE

           IF NOV-TIPO = "APE"
              STRING "PLAZO " PF-PLAZO-DIAS " VENCE "
                 PF-FECHA-VENCIMIENTO " INSTRUCCION "
                 PF-INSTRUCCION
                 DELIMITED BY SIZE INTO AUD-DETALLE
           ELSE
              STRING "INSTRUCCION " WS-INSTRUCCION-ANTERIOR " A "
                 PF-INSTRUCCION
                 DELIMITED BY SIZE INTO AUD-DETALLE
           END-IF.

      *> LOS DATOS DEL CERTIFICADO SALEN DEL MAESTRO CUANDO EL
      *> CERTIFICADO SE PUDO IDENTIFICAR O SE ACABA DE ABRIR; SI NO,
      *> SOLO SE ECOA LO QUE TRAJO LA NOVEDAD.
       ESCRIBIR-AUDITORIA.

           MOVE WS-FECHA-PROCESO    TO AUD-FECHA
           MOVE NOV-USUARIO         TO AUD-USUARIO
           MOVE NOV-TIPO            TO AUD-TIPO
           MOVE NOV-NUM-CERTIFICADO TO AUD-NUM-CERTIFICADO

           IF WS-PLAZO-EXISTE = "S"
              OR (NOV-TIPO = "APE" AND AUD-RESULTADO = "APLICADA")
              MOVE PF-NUM-CUENTA  TO AUD-NUM-CUENTA
              MOVE PF-CAPITAL     TO AUD-CAPITAL
           ELSE
              MOVE NOV-NUM-CUENTA TO AUD-NUM-CUENTA
              IF NOV-CAPITAL IS NUMERIC
                 MOVE NOV-CAPITAL TO AUD-CAPITAL
              ELSE
                 MOVE 0           TO AUD-CAPITAL
              END-IF
           END-IF

           WRITE REG-AUDITORIA.

      *> GENERA CON EL LAYOUT MOV-INPUT EL CARGO A LA CUENTA
      *> VINCULADA DE CADA CERTIFICADO CONSTITUIDO EN LA FECHA DE
      *> NEGOCIO, RECORRIENDO EL MAESTRO EN SECUENCIA DE CLAVE. COMO
      *> SALE DEL MAESTRO Y NO DE LAS NOVEDADES, REPETIR LA CORRIDA
      *> DEL DIA DA EL MISMO RESULTADO. MOVIMIENTOS-BANCARIOS TRATA
      *> COMO DUPLICADOS DOS CARGOS IGUALES (CUENTA, FECHA, TIPO Y
      *> MONTO) DEL MISMO DIA, ASI QUE DOS CERTIFICADOS DEL MISMO
      *> CAPITAL SOBRE UNA MISMA CUENTA NO SE ABREN EL MISMO DIA
      *> (VALIDAR-APERTURA RECHAZA EL SEGUNDO). SI LA CORRIDA RECHAZA
      *> EL CARGO, OPERACIONES DEBE REGULARIZAR EL CERTIFICADO CON LA
      *> SUCURSAL.
       GENERAR-APERTURAS-DEL-DIA.

           OPEN OUTPUT MOV-GENERADOS-OUTPUT

           MOVE "N" TO WS-FIN-PLAZOS
           MOVE 0   TO PF-NUM-CERTIFICADO

           START PLAZOS-MAESTRO
               KEY IS NOT LESS THAN PF-NUM-CERTIFICADO
               INVALID KEY MOVE "S" TO WS-FIN-PLAZOS
           END-START

           PERFORM GENERAR-UNA-APERTURA
               UNTIL WS-FIN-PLAZOS = "S"

           CLOSE MOV-GENERADOS-OUTPUT.

       GENERAR-UNA-APERTURA.

           READ PLAZOS-MAESTRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PLAZOS
           END-READ

           IF WS-FIN-PLAZOS = "N"
              IF PF-FECHA-CONSTITUCION = WS-FECHA-PROCESO
                 ADD 1 TO WS-MOV-GENERADOS
                 MOVE SPACES           TO REG-GENERADO
                 MOVE PF-NUM-CUENTA    TO GEN-NUM-CUENTA
                 MOVE WS-FECHA-PROCESO TO GEN-FECHA
                 MOVE "CGO"            TO GEN-TIPO-MOV
                 MOVE PF-CAPITAL       TO GEN-MONTO
                 MOVE "N"              TO GEN-IND-REVERSO
                 MOVE SPACES           TO GEN-CUENTA-DESTINO
                 WRITE REG-GENERADO
              END-IF
           END-IF.

      *> SUMA WS-DIAS-A-SUMAR DIAS CORRIDOS A WS-FECHA-BASE, DIA POR
      *> DIA CON LA MISMA TABLA DE DIAS POR MES Y EL MISMO AJUSTE DE
      *> BISIESTOS DE MOVIMIENTOS-BANCARIOS, Y DEJA EL RESULTADO EN
      *> WS-FECHA-RESULTADO. MISMA RUTINA QUE EN VENCIMIENTOS-PLAZO;
      *> MANTENER SINCRONIZADAS.
       SUMAR-DIAS-CORRIDOS.

           MOVE WS-FECHA-BASE (1:4) TO WS-FECHA-ANO
           MOVE WS-FECHA-BASE (5:2) TO WS-FECHA-MES
           MOVE WS-FECHA-BASE (7:2) TO WS-FECHA-DIA

           PERFORM SUMAR-UN-DIA-CORRIDO WS-DIAS-A-SUMAR TIMES

           MOVE WS-FECHA-ANO TO WS-FECHA-RESULTADO (1:4)
           MOVE WS-FECHA-MES TO WS-FECHA-RESULTADO (5:2)
           MOVE WS-FECHA-DIA TO WS-FECHA-RESULTADO (7:2).

       SUMAR-UN-DIA-CORRIDO.

           PERFORM DETERMINAR-DIAS-DEL-MES

           IF WS-FECHA-DIA < WS-DIAS-MES-ACTUAL
              ADD 1 TO WS-FECHA-DIA
           ELSE
              MOVE 1 TO WS-FECHA-DIA
              IF WS-FECHA-MES < 12
                 ADD 1 TO WS-FECHA-MES
              ELSE
                 MOVE 1 TO WS-FECHA-MES
                 ADD 1 TO WS-FECHA-ANO
              END-IF
           END-IF.

      *> DETERMINA LA CANTIDAD DE DIAS DEL MES DE WS-FECHA-MES EN
      *> WS-DIAS-MES-ACTUAL, AJUSTANDO FEBRERO EN ANOS BISIESTOS.
      *> MISMA RUTINA QUE EN MOVIMIENTOS-BANCARIOS; MANTENER
      *> SINCRONIZADAS.
       DETERMINAR-DIAS-DEL-MES.

           MOVE DIAS-POR-MES (WS-FECHA-MES) TO WS-DIAS-MES-ACTUAL

           IF WS-FECHA-MES = 2
              DIVIDE WS-FECHA-ANO BY 4   GIVING WS-DIVID-TEMP
                     REMAINDER WS-RESIDUO-4
              DIVIDE WS-FECHA-ANO BY 100 GIVING WS-DIVID-TEMP
                     REMAINDER WS-RESIDUO-100
              DIVIDE WS-FECHA-ANO BY 400 GIVING WS-DIVID-TEMP
                     REMAINDER WS-RESIDUO-400
              IF WS-RESIDUO-4 = 0
                 AND (WS-RESIDUO-100 NOT = 0 OR WS-RESIDUO-400 = 0)
                 MOVE 29 TO WS-DIAS-MES-ACTUAL
              END-IF
           END-IF.

       END PROGRAM ACTUALIZA-PLAZOS.
