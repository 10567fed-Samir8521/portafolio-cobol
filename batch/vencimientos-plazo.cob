      ******************************************************************
      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Proceso diario de vencimientos de plazo fijo: cada
      *          manana, con la fecha de negocio de FECHA-PROCESO.CTL
      *          y el calendario de FERIADOS.TXT, igual que CARGOS-
      *          PROGRAMADOS, determinar los certificados vigentes que
      *          vencen ese dia habil (los que vencen en feriado o fin
      *          de semana se pagan el siguiente dia habil) y aplicar
      *          su instruccion al vencimiento: renovar el capital y
      *          abonar el interes, renovar capital mas interes, o
      *          liquidar abonando capital e interes a la cuenta
      *          vinculada. Los abonos se generan con el layout
      *          MOV-INPUT para alimentar la corrida del dia como una
      *          sucursal mas de MOVIMIENTOS-LISTA.TXT. Deja ademas
      *          para Tesoreria el reporte de vencimientos procesados,
      *          de la cartera vigente y de los vencimientos proximos.
      *          Debe correr ANTES de MOVIMIENTOS-BANCARIOS y despues
      *          de ACTUALIZA-PLAZOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTOS-PLAZO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *> EL MAESTRO SE RECORRE EN SECUENCIA DE CLAVE VARIAS VECES Y SE
      *> REESCRIBE EL CERTIFICADO QUE VENCE; POR ESO EL ACCESS MODE ES
      *> DYNAMIC.
           SELECT PLAZOS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-PLAZOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NUM-CERTIFICADO
               FILE STATUS IS WS-FS-PLAZOS.
           SELECT MOV-GENERADOS-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-GENERADOS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHA-CONTROL
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FECHACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHACTL.
           SELECT FERIADOS-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FERIADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

       DATA DIVISION.
       FILE SECTION.

      *> MAESTRO DE CERTIFICADOS DE PLAZO FIJO, INDEXADO POR NUMERO
      *> DE CERTIFICADO. LO MANTIENE ACTUALIZA-PLAZOS; AQUI SE
      *> RENUEVA O SE LIQUIDA CADA CERTIFICADO AL VENCER, DEJANDO EN
      *> LOS CAMPOS PF-ULT-* LO QUE SE PROCESO Y LO QUE SE ABONO.
      *> MISMO LAYOUT QUE EN ACTUALIZA-PLAZOS; MANTENER SINCRONIZADOS.
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

      *> ABONOS GENERADOS PARA LA CORRIDA DEL DIA. MISMO LAYOUT QUE
      *> MOV-INPUT EN MOVIMIENTOS-BANCARIOS, PARA USARSE COMO
      *> SUCURSAL ADICIONAL EN LA LISTA DE SUCURSALES.
       FD MOV-GENERADOS-OUTPUT.
       01 REG-GENERADO.
           05 GEN-NUM-CUENTA     PIC 9(10).
           05 GEN-FECHA          PIC 9(8).
           05 GEN-TIPO-MOV       PIC X(3).
           05 GEN-MONTO          PIC 9(9)V99.
           05 GEN-IND-REVERSO    PIC X.
           05 GEN-CUENTA-DESTINO PIC X(10).

      *> REPORTE PARA TESORERIA: VENCIMIENTOS PROCESADOS EN EL DIA,
      *> CARTERA VIGENTE Y VENCIMIENTOS PROXIMOS.
       FD REPORTE-OUTPUT.
       01 REG-REPORTE            PIC X(110).

      *> CONTROL DE FECHA DE NEGOCIO. MISMO LAYOUT QUE EN MOVIMIENTOS-
      *> BANCARIOS; AQUI SOLO SE LEE, NUNCA SE AVANZA.
       FD FECHA-CONTROL.
       01 REG-FECHA-CONTROL.
           05 CTL-FECHA-PROCESO  PIC X(8).

      *> CALENDARIO DE DIAS FERIADOS: UNA FECHA CCYYMMDD POR LINEA.
      *> MISMO ARCHIVO QUE USA MOVIMIENTOS-BANCARIOS.
       FD FERIADOS-INPUT.
       01 REG-FERIADO.
           05 FER-FECHA          PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-FS-PLAZOS          PIC XX VALUE "00".

       01 WS-FS-FECHACTL        PIC XX VALUE "00".

       01 WS-FS-FERIADOS        PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-PLAZOS     PIC X(50) VALUE
            "PLAZO-FIJO.MAESTRO".
       01 WS-NOM-ARCHIVO-GENERADOS  PIC X(50) VALUE
            "PLAZO-FIJO-VENCIMIENTOS-MOV.TXT".
       01 WS-NOM-ARCHIVO-REPORTE    PIC X(50) VALUE
            "PLAZO-FIJO-TESORERIA.TXT".
       01 WS-NOM-ARCHIVO-FECHACTL   PIC X(50) VALUE
            "FECHA-PROCESO.CTL".
       01 WS-NOM-ARCHIVO-FERIADOS   PIC X(50) VALUE "FERIADOS.TXT".
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

      *> HORIZONTE DEL REPORTE DE VENCIMIENTOS PROXIMOS, EN DIAS
      *> CORRIDOS DESDE LA FECHA DE NEGOCIO. SE TOMA DE LA VARIABLE
      *> DE ENTORNO PFJDIA; SI NO SE DEFINE O NO ES VALIDA SE USAN 30.
       01 WS-DIAS-HORIZONTE     PIC 9(4) VALUE 30.
       01 WS-DIAS-AMBIENTE      PIC X(4) VALUE SPACES.

      *> CAMPOS DE TRABAJO PARA ARMAR EL NUMERO DE DIAS DIGITO POR
      *> DIGITO, IGUAL QUE EN DEPURA-HISTORIAL: EL VALOR DE AMBIENTE
      *> LLEGA JUSTIFICADO A LA IZQUIERDA ("30  "), ASI QUE NO SE
      *> PUEDE VALIDAR CON IS NUMERIC DIRECTO.
       01 WS-DIAS-ARMADO        PIC 9(4) VALUE 0.
       01 WS-DIAS-VALIDO        PIC X VALUE "N".
       01 WS-POS-DIGITO         PIC 9(2) VALUE 0.
       01 WS-UN-DIGITO          PIC X.
       01 WS-UN-DIGITO-N        PIC 9.

       01 WS-FECHA-PROCESO      PIC 9(8).

       01 WS-FIN-PLAZOS         PIC X VALUE "N".
       01 WS-FIN-FERIADOS       PIC X VALUE "N".

       01 WS-VEN-PROCESADOS     PIC 9(6) VALUE 0.
       01 WS-VEN-RENOVADOS      PIC 9(6) VALUE 0.
       01 WS-VEN-LIQUIDADOS     PIC 9(6) VALUE 0.
       01 WS-ABONOS-GENERADOS   PIC 9(6) VALUE 0.
       01 WS-CARTERA-VIGENTE    PIC 9(6) VALUE 0.
       01 WS-PROXIMOS           PIC 9(6) VALUE 0.

       01 WS-TOTAL-ABONADO      PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-CARTERA      PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-PROXIMOS     PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-INT-PROXIMOS PIC S9(13)V99 VALUE 0.

      *> INTERES DEL PLAZO: CAPITAL POR TASA ANUAL POR DIAS DEL PLAZO,
      *> ENTRE 100 Y ENTRE 360 (BASE COMERCIAL DE 360 DIAS),
      *> REDONDEADO AL CENTAVO. UN VENCIMIENTO QUE SE PAGA EL
      *> SIGUIENTE DIA HABIL NO GANA LOS DIAS DE LA ESPERA.
       01 WS-INTERES-PLAZO      PIC 9(9)V99 VALUE 0.

      *> FECHA EN QUE SE PAGA EL VENCIMIENTO DEL CERTIFICADO EN
      *> PROCESO: EL MISMO VENCIMIENTO SI ES DIA HABIL, O EL
      *> SIGUIENTE DIA HABIL. Y FECHA TOPE DEL REPORTE DE
      *> VENCIMIENTOS PROXIMOS.
       01 WS-FECHA-PAGO         PIC 9(8) VALUE 0.
       01 WS-FECHA-LIMITE       PIC 9(8) VALUE 0.

      *> FECHA BASE, DIAS A SUMAR Y RESULTADO DE UN CALCULO EN DIAS
      *> CORRIDOS (VENCIMIENTO DE UNA RENOVACION, FECHA TOPE).
       01 WS-FECHA-BASE         PIC 9(8) VALUE 0.
       01 WS-DIAS-A-SUMAR       PIC 9(4) VALUE 0.
       01 WS-FECHA-RESULTADO    PIC 9(8) VALUE 0.

      *> CALENDARIO DE FERIADOS CARGADO EN MEMORIA. MISMA CAPACIDAD
      *> QUE EN MOVIMIENTOS-BANCARIOS.
       01 TABLA-FERIADOS.
           05 FERIADO-FECHA      PIC 9(8) OCCURS 100 TIMES.
       01 WS-FER-CARGADOS       PIC 9(3) VALUE 0.
       01 WS-FER-BUSCADO        PIC 9(3) VALUE 0.

      *> FECHA BAJO EVALUACION DE DIA HABIL Y SU RESULTADO, Y EL AREA
      *> DE TRABAJO DEL CALCULO DE DIA DE LA SEMANA (CONGRUENCIA DE
      *> ZELLER). MISMAS RUTINAS QUE EN MOVIMIENTOS-BANCARIOS;
      *> MANTENER SINCRONIZADAS.
       01 WS-FECHA-EVALUADA     PIC 9(8) VALUE 0.
       01 WS-ES-DIA-HABIL       PIC X VALUE "N".
       01 WS-DS-ANO             PIC 9(4).
       01 WS-DS-MES             PIC 9(2).
       01 WS-DS-DIA             PIC 9(2).
       01 WS-DS-SIGLO           PIC 9(2).
       01 WS-DS-ANO-SIGLO       PIC 9(2).
       01 WS-DS-TERMINO         PIC 9(4).
       01 WS-DS-SUMA            PIC 9(6).
       01 WS-DS-COCIENTE        PIC 9(6).
       01 WS-DIA-SEMANA         PIC 9.

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

       01 SUBRAYADO-RPT         PIC X(110) VALUE ALL '-'.
       01 LINEA-TITULO-VEN      PIC X(110) VALUE
            'PLAZO FIJO - VENCIMIENTOS PROCESADOS'.
       01 LINEA-TITULO-CAR      PIC X(110) VALUE
            'PLAZO FIJO - CARTERA VIGENTE'.
       01 LINEA-TITULO-PRX      PIC X(110) VALUE
            'PLAZO FIJO - VENCIMIENTOS PROXIMOS'.

       01 LINEA-FECHA-RPT.
           05 FILLER             PIC X(31)  VALUE
                "FECHA DE NEGOCIO...............".
           05 LFR-FECHA          PIC 9(8).

       01 LINEA-LIMITE-RPT.
           05 FILLER             PIC X(31)  VALUE
                "VENCIMIENTOS HASTA EL..........".
           05 LLR-FECHA          PIC 9(8).

       01 TITULOS-VEN.
           05 FILLER             PIC X(9)   VALUE "CERTIF.".
           05 FILLER             PIC X(11)  VALUE "CUENTA".
           05 FILLER             PIC X(3)   VALUE "I".
           05 FILLER             PIC X(15)  VALUE "CAPITAL".
           05 FILLER             PIC X(15)  VALUE "INTERES".
           05 FILLER             PIC X(15)  VALUE "ABONO CAPITAL".
           05 FILLER             PIC X(15)  VALUE "ABONO INTERES".
           05 FILLER             PIC X(11)  VALUE "RESULTADO".
           05 FILLER             PIC X(9)   VALUE "NUEVO VTO".

       01 LINEA-VENCIMIENTO.
           05 LVE-CERTIFICADO    PIC 9(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LVE-CUENTA         PIC 9(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 LVE-INSTRUCCION    PIC X.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LVE-CAPITAL        PIC -(9)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LVE-INTERES        PIC -(9)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LVE-ABONO-CAPITAL  PIC -(9)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LVE-ABONO-INTERES  PIC -(9)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LVE-RESULTADO      PIC X(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 LVE-NUEVO-VTO      PIC X(8).

       01 TITULOS-CAR.
           05 FILLER             PIC X(9)   VALUE "CERTIF.".
           05 FILLER             PIC X(11)  VALUE "CUENTA".
           05 FILLER             PIC X(9)   VALUE "CLIENTE".
           05 FILLER             PIC X(15)  VALUE "CAPITAL".
           05 FILLER             PIC X(9)   VALUE "TASA".
           05 FILLER             PIC X(6)   VALUE "PLAZO".
           05 FILLER             PIC X(9)   VALUE "APERTURA".
           05 FILLER             PIC X(9)   VALUE "VENCE".
           05 FILLER             PIC X(1)   VALUE "I".

       01 LINEA-CARTERA.
           05 LCA-CERTIFICADO    PIC 9(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LCA-CUENTA         PIC 9(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 LCA-CLIENTE        PIC 9(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LCA-CAPITAL        PIC -(9)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LCA-TASA           PIC Z9.9999.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LCA-PLAZO          PIC ZZZ9.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LCA-APERTURA       PIC 9(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LCA-VENCIMIENTO    PIC 9(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LCA-INSTRUCCION    PIC X.

       01 TITULOS-PRX.
           05 FILLER             PIC X(9)   VALUE "CERTIF.".
           05 FILLER             PIC X(11)  VALUE "CUENTA".
           05 FILLER             PIC X(9)   VALUE "CLIENTE".
           05 FILLER             PIC X(15)  VALUE "CAPITAL".
           05 FILLER             PIC X(15)  VALUE "INTERES".
           05 FILLER             PIC X(9)   VALUE "VENCE".
           05 FILLER             PIC X(9)   VALUE "SE PAGA".
           05 FILLER             PIC X(1)   VALUE "I".

       01 LINEA-PROXIMO.
           05 LPX-CERTIFICADO    PIC 9(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LPX-CUENTA         PIC 9(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 LPX-CLIENTE        PIC 9(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LPX-CAPITAL        PIC -(9)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LPX-INTERES        PIC -(9)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LPX-VENCIMIENTO    PIC 9(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LPX-FECHA-PAGO     PIC 9(8).
           05 FILLER             PIC X      VALUE SPACE.
           05 LPX-INSTRUCCION    PIC X.

       01 LINEA-CIFRA-PFJ.
           05 LCP-ETIQUETA       PIC X(31).
           05 LCP-CONTEO         PIC ZZZZZ9.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LCP-MONTO          PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM LEER-PARAMETROS

           PERFORM LEER-FECHA-CONTROL

           PERFORM CARGAR-FERIADOS

           OPEN I-O PLAZOS-MAESTRO

      *> SI EL MAESTRO DE CERTIFICADOS NO EXISTE, NO HAY NADA QUE
      *> PROCESAR HOY; CUALQUIER OTRO ERROR SI DETIENE LA CORRIDA.
           IF WS-FS-PLAZOS = "35"
              DISPLAY "SIN MAESTRO DE PLAZO FIJO; NO HAY NADA QUE "
                 "PROCESAR." UPON CONSOLE
              STOP RUN
           END-IF

           IF WS-FS-PLAZOS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR PLAZOS-MAESTRO, "
                 "FILE STATUS " WS-FS-PLAZOS UPON CONSOLE
              STOP RUN
           END-IF

           MOVE WS-FECHA-PROCESO TO WS-FECHA-EVALUADA
           PERFORM EVALUAR-DIA-HABIL
           IF WS-ES-DIA-HABIL = "N"
              DISPLAY "AVISO: LA FECHA DE NEGOCIO " WS-FECHA-PROCESO
                 " NO ES DIA HABIL; SUS VENCIMIENTOS SE PAGAN EL "
                 "SIGUIENTE DIA HABIL." UPON CONSOLE
           END-IF

           MOVE WS-FECHA-PROCESO  TO WS-FECHA-BASE
           MOVE WS-DIAS-HORIZONTE TO WS-DIAS-A-SUMAR
           PERFORM SUMAR-DIAS-CORRIDOS
           MOVE WS-FECHA-RESULTADO TO WS-FECHA-LIMITE

           OPEN OUTPUT MOV-GENERADOS-OUTPUT
           OPEN OUTPUT REPORTE-OUTPUT

           PERFORM PROCESAR-VENCIMIENTOS

           PERFORM GENERAR-ABONOS-DEL-DIA

           PERFORM REPORTAR-CARTERA-VIGENTE

           PERFORM REPORTAR-PROXIMOS-VENCIMIENTOS

           DISPLAY "VENCIMIENTOS PROCESADOS    : " WS-VEN-PROCESADOS
           DISPLAY "CERTIFICADOS RENOVADOS     : " WS-VEN-RENOVADOS
           DISPLAY "CERTIFICADOS LIQUIDADOS    : " WS-VEN-LIQUIDADOS
           DISPLAY "ABONOS GENERADOS           : " WS-ABONOS-GENERADOS
           DISPLAY "CARTERA VIGENTE            : " WS-CARTERA-VIGENTE
           DISPLAY "VENCIMIENTOS PROXIMOS      : " WS-PROXIMOS

           CLOSE PLAZOS-MAESTRO
                 MOV-GENERADOS-OUTPUT
                 REPORTE-OUTPUT

           STOP RUN.

      *> LEE LOS PARAMETROS DE LA CORRIDA AL ESTILO DD-NAME DE JCL:
      *> PFJDIA (HORIZONTE DE VENCIMIENTOS PROXIMOS EN DIAS) Y LOS
      *> NOMBRES DE ARCHIVO QUE EL OPERADOR QUIERA SUSTITUIR. EL
      *> MAESTRO DE CERTIFICADOS USA LA MISMA VARIABLE PFJMAE QUE
      *> ACTUALIZA-PLAZOS; EL CONTROL DE FECHA Y LOS FERIADOS LAS
      *> MISMAS MOVFCH Y MOVFER QUE MOVIMIENTOS-BANCARIOS.
       LEER-PARAMETROS.

           DISPLAY "PFJDIA" UPON ENVIRONMENT-NAME
           ACCEPT WS-DIAS-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-DIAS-AMBIENTE NOT = SPACES
              PERFORM ARMAR-DIAS-HORIZONTE
              IF WS-DIAS-VALIDO = "S" AND WS-DIAS-ARMADO > 0
                 MOVE WS-DIAS-ARMADO TO WS-DIAS-HORIZONTE
              ELSE
                 DISPLAY "AVISO: PFJDIA NO ES UN NUMERO DE DIAS "
                    "VALIDO; SE USA EL HORIZONTE DE "
                    WS-DIAS-HORIZONTE " DIAS." UPON CONSOLE
              END-IF
           END-IF

           DISPLAY "PFJMAE" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-PLAZOS
           END-IF

           DISPLAY "PFJVMV" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-GENERADOS
           END-IF

           DISPLAY "PFJRPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-REPORTE
           END-IF

           DISPLAY "MOVFCH" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FECHACTL
           END-IF

           DISPLAY "MOVFER" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FERIADOS
           END-IF.

      *> ARMA EL NUMERO DE DIAS DIGITO POR DIGITO DESDE EL VALOR DE
      *> AMBIENTE, ACEPTANDO DE UNO A CUATRO DIGITOS SEGUIDOS DE
      *> ESPACIOS. CUALQUIER OTRO CONTENIDO INVALIDA EL VALOR. MISMA
      *> RUTINA QUE EN DEPURA-HISTORIAL.
       ARMAR-DIAS-HORIZONTE.

           MOVE "S" TO WS-DIAS-VALIDO
           MOVE 0   TO WS-DIAS-ARMADO
           MOVE 1   TO WS-POS-DIGITO

           PERFORM ARMAR-UN-DIGITO 4 TIMES.

       ARMAR-UN-DIGITO.

           MOVE WS-DIAS-AMBIENTE (WS-POS-DIGITO:1) TO WS-UN-DIGITO

           IF WS-UN-DIGITO IS NUMERIC
      *> UN DIGITO DESPUES DE UN ESPACIO ("9 0") NO ES UN NUMERO.
              IF WS-POS-DIGITO > 1
                 AND WS-DIAS-AMBIENTE (1:WS-POS-DIGITO) NOT NUMERIC
                 MOVE "N" TO WS-DIAS-VALIDO
              ELSE
                 MOVE WS-UN-DIGITO TO WS-UN-DIGITO-N
                 MULTIPLY 10 BY WS-DIAS-ARMADO
                 ADD WS-UN-DIGITO-N TO WS-DIAS-ARMADO
              END-IF
           ELSE
              IF WS-UN-DIGITO NOT = SPACE
                 MOVE "N" TO WS-DIAS-VALIDO
              END-IF
           END-IF

           ADD 1 TO WS-POS-DIGITO.

      *> LEE LA FECHA DE NEGOCIO VIGENTE DEL ARCHIVO DE CONTROL DE
      *> FECHA. SI EL ARCHIVO NO EXISTE (AMBIENTE NUEVO), SE CONSERVA
      *> LA FECHA DE MAQUINA; UNA FECHA ILEGIBLE SI DETIENE LA
      *> CORRIDA, IGUAL QUE EN MOVIMIENTOS-BANCARIOS.
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

      *> CARGA EL CALENDARIO DE FERIADOS. SIN ARCHIVO DE FERIADOS SOLO
      *> SE VALIDAN FINES DE SEMANA, CON AVISO, IGUAL QUE EN
      *> MOVIMIENTOS-BANCARIOS.
       CARGAR-FERIADOS.

           MOVE 0 TO WS-FER-CARGADOS

           OPEN INPUT FERIADOS-INPUT

           IF WS-FS-FERIADOS = "35"
              DISPLAY "AVISO: SIN ARCHIVO DE FERIADOS; SOLO SE "
                 "VALIDAN FINES DE SEMANA." UPON CONSOLE
           ELSE
              IF WS-FS-FERIADOS NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR FERIADOS-INPUT, "
                    "FILE STATUS " WS-FS-FERIADOS UPON CONSOLE
                 STOP RUN
              ELSE
                 MOVE "N" TO WS-FIN-FERIADOS
                 READ FERIADOS-INPUT
                     AT END MOVE "S" TO WS-FIN-FERIADOS
                 END-READ

                 PERFORM UNTIL WS-FIN-FERIADOS = "S"
                    IF FER-FECHA IS NUMERIC
                       IF WS-FER-CARGADOS < 100
                          ADD 1 TO WS-FER-CARGADOS
                          MOVE FER-FECHA
                             TO FERIADO-FECHA (WS-FER-CARGADOS)
                       ELSE
                          DISPLAY "AVISO: CALENDARIO DE FERIADOS "
                             "CON MAS DE 100 FECHAS; SE IGNORA EL "
                             "EXCEDENTE." UPON CONSOLE
                          MOVE "S" TO WS-FIN-FERIADOS
                       END-IF
                    END-IF

                    IF WS-FIN-FERIADOS = "N"
                       READ FERIADOS-INPUT
                           AT END MOVE "S" TO WS-FIN-FERIADOS
                       END-READ
                    END-IF
                 END-PERFORM

                 CLOSE FERIADOS-INPUT
              END-IF
           END-IF.

      *> DEJA EL MAESTRO POSICIONADO EN EL PRIMER CERTIFICADO PARA UN
      *> RECORRIDO EN SECUENCIA DE CLAVE.
       POSICIONAR-MAESTRO.

           MOVE "N" TO WS-FIN-PLAZOS
           MOVE 0   TO PF-NUM-CERTIFICADO

           START PLAZOS-MAESTRO
               KEY IS NOT LESS THAN PF-NUM-CERTIFICADO
               INVALID KEY MOVE "S" TO WS-FIN-PLAZOS
           END-START.

      *> PRIMERA PASADA: APLICA LA INSTRUCCION DE CADA CERTIFICADO
      *> VIGENTE CUYO VENCIMIENTO SE PAGA HOY O ANTES (UN VENCIMIENTO
      *> QUE QUEDO ATRAS POR UNA CORRIDA QUE NO SE HIZO SE PONE AL
      *> DIA). UN CERTIFICADO YA PROCESADO HOY NO SE VUELVE A TOCAR,
      *> ASI QUE REPETIR LA CORRIDA DEL DIA NO RENUEVA DOS VECES.
       PROCESAR-VENCIMIENTOS.

           PERFORM POSICIONAR-MAESTRO

           PERFORM REVISAR-UN-CERTIFICADO
               UNTIL WS-FIN-PLAZOS = "S".

       REVISAR-UN-CERTIFICADO.

           READ PLAZOS-MAESTRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PLAZOS
           END-READ

           IF WS-FIN-PLAZOS = "N"
              IF PF-VIGENTE
                 AND PF-FECHA-ULT-PROCESO NOT = WS-FECHA-PROCESO
                 PERFORM DETERMINAR-FECHA-DE-PAGO
                 IF WS-FECHA-PAGO NOT > WS-FECHA-PROCESO
                    PERFORM PROCESAR-VENCIMIENTO
                 END-IF
              END-IF
           END-IF.

      *> LA FECHA DE PAGO DEL VENCIMIENTO ES EL MISMO VENCIMIENTO SI
      *> ES DIA HABIL, O EL SIGUIENTE DIA HABIL SI CAE EN FERIADO O
      *> FIN DE SEMANA.
       DETERMINAR-FECHA-DE-PAGO.

           MOVE PF-FECHA-VENCIMIENTO TO WS-FECHA-EVALUADA
           PERFORM EVALUAR-DIA-HABIL

           IF WS-ES-DIA-HABIL = "S"
              MOVE PF-FECHA-VENCIMIENTO TO WS-FECHA-PAGO
           ELSE
      *> SUMAR-UN-DIA-HABIL AVANZA DESDE WS-FECHA-ANO/MES/DIA.
              MOVE PF-FECHA-VENCIMIENTO (1:4) TO WS-FECHA-ANO
              MOVE PF-FECHA-VENCIMIENTO (5:2) TO WS-FECHA-MES
              MOVE PF-FECHA-VENCIMIENTO (7:2) TO WS-FECHA-DIA
              PERFORM SUMAR-UN-DIA-HABIL
              MOVE WS-FECHA-EVALUADA TO WS-FECHA-PAGO
           END-IF.

      *> APLICA LA INSTRUCCION AL VENCIMIENTO Y DEJA EN LOS CAMPOS
      *> PF-ULT-* EL PLAZO QUE VENCIO Y LO QUE SE ABONA A LA CUENTA:
      *>   "L" LIQUIDA: SE ABONAN CAPITAL E INTERES Y EL CERTIFICADO
      *>       QUEDA LIQUIDADO,
      *>   "I" RENUEVA CAPITAL MAS INTERES: EL INTERES SE CAPITALIZA
      *>       Y NO HAY ABONO (SALVO QUE EL CAPITAL NUEVO NO QUEPA EN
      *>       EL CAMPO, EN CUYO CASO EL INTERES SE ABONA),
      *>   "C" RENUEVA EL CAPITAL: SE ABONA SOLO EL INTERES.
      *> LA RENOVACION MANTIENE LA TASA Y EL PLAZO PACTADOS.
       PROCESAR-VENCIMIENTO.

           COMPUTE WS-INTERES-PLAZO ROUNDED =
              PF-CAPITAL * PF-TASA-ANUAL * PF-PLAZO-DIAS / 36000

           MOVE WS-FECHA-PROCESO     TO PF-FECHA-ULT-PROCESO
           MOVE PF-FECHA-VENCIMIENTO TO PF-ULT-VENCIMIENTO
           MOVE PF-INSTRUCCION       TO PF-ULT-INSTRUCCION
           MOVE PF-CAPITAL           TO PF-ULT-CAPITAL
           MOVE WS-INTERES-PLAZO     TO PF-ULT-INTERES
           MOVE 0                    TO PF-ULT-ABONO-CAPITAL
           MOVE 0                    TO PF-ULT-ABONO-INTERES

           EVALUATE TRUE
               WHEN PF-LIQUIDA
                  MOVE PF-CAPITAL       TO PF-ULT-ABONO-CAPITAL
                  MOVE WS-INTERES-PLAZO TO PF-ULT-ABONO-INTERES
                  MOVE "L"              TO PF-ESTADO
               WHEN PF-RENUEVA-TODO
                  ADD WS-INTERES-PLAZO TO PF-CAPITAL
                      ON SIZE ERROR
                         MOVE WS-INTERES-PLAZO
                            TO PF-ULT-ABONO-INTERES
                         DISPLAY "AVISO: EL CERTIFICADO "
                            PF-NUM-CERTIFICADO " NO ADMITE "
                            "CAPITALIZAR EL INTERES; SE ABONA A LA "
                            "CUENTA." UPON CONSOLE
                  END-ADD
                  PERFORM RENOVAR-CERTIFICADO
               WHEN OTHER
                  MOVE WS-INTERES-PLAZO TO PF-ULT-ABONO-INTERES
                  PERFORM RENOVAR-CERTIFICADO
           END-EVALUATE

           REWRITE REG-PLAZO-FIJO
               INVALID KEY
                  DISPLAY "ERROR: NO SE PUDO ACTUALIZAR EL "
                     "CERTIFICADO " PF-NUM-CERTIFICADO
                     ", FILE STATUS " WS-FS-PLAZOS UPON CONSOLE
                  STOP RUN
           END-REWRITE.

      *> EL PLAZO NUEVO CORRE DESDE EL VENCIMIENTO ANTERIOR, NO DESDE
      *> LA FECHA DE PAGO, PARA QUE LA FECHA DE VENCIMIENTO DEL
      *> CERTIFICADO NO SE CORRA EN CADA RENOVACION.
       RENOVAR-CERTIFICADO.

           MOVE PF-FECHA-VENCIMIENTO TO PF-FECHA-APERTURA
           MOVE PF-FECHA-VENCIMIENTO TO WS-FECHA-BASE
           MOVE PF-PLAZO-DIAS        TO WS-DIAS-A-SUMAR
           PERFORM SUMAR-DIAS-CORRIDOS
           MOVE WS-FECHA-RESULTADO   TO PF-FECHA-VENCIMIENTO

           ADD 1 TO PF-RENOVACIONES.

      *> SEGUNDA PASADA: GENERA CON EL LAYOUT MOV-INPUT LOS ABONOS DE
      *> LOS VENCIMIENTOS PROCESADOS EN LA FECHA DE NEGOCIO (UN "ABO"
      *> POR EL CAPITAL Y OTRO POR EL INTERES, PARA QUE EL CLIENTE LOS
      *> VEA POR SEPARADO EN SU ESTADO DE CUENTA) Y SU SECCION DEL
      *> REPORTE. COMO SALE DE LOS CAMPOS PF-ULT-* DEL MAESTRO Y NO DE
      *> LA PRIMERA PASADA, REPETIR LA CORRIDA DEL DIA DA EL MISMO
      *> RESULTADO. MOVIMIENTOS-BANCARIOS TRATA COMO DUPLICADOS DOS
      *> ABONOS IGUALES (CUENTA, FECHA, TIPO Y MONTO) DEL MISMO DIA:
      *> SI DOS CERTIFICADOS IGUALES DE UNA CUENTA SE PAGAN EL MISMO
      *> DIA, EL SEGUNDO ABONO SE RECHAZA Y OPERACIONES LO DEBE
      *> INGRESAR POR AJUSTES-MANUALES.
       GENERAR-ABONOS-DEL-DIA.

           WRITE REG-REPORTE FROM SUBRAYADO-RPT
           WRITE REG-REPORTE FROM LINEA-TITULO-VEN
           MOVE WS-FECHA-PROCESO TO LFR-FECHA
           WRITE REG-REPORTE FROM LINEA-FECHA-RPT
           WRITE REG-REPORTE FROM SUBRAYADO-RPT
           WRITE REG-REPORTE FROM TITULOS-VEN
           WRITE REG-REPORTE FROM SUBRAYADO-RPT

           PERFORM POSICIONAR-MAESTRO

           PERFORM GENERAR-UN-VENCIMIENTO
               UNTIL WS-FIN-PLAZOS = "S"

           WRITE REG-REPORTE FROM SUBRAYADO-RPT

           MOVE SPACES TO LINEA-CIFRA-PFJ
           MOVE "VENCIMIENTOS / TOTAL ABONADO.." TO LCP-ETIQUETA
           MOVE WS-VEN-PROCESADOS TO LCP-CONTEO
           MOVE WS-TOTAL-ABONADO  TO LCP-MONTO
           WRITE REG-REPORTE FROM LINEA-CIFRA-PFJ

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE.

       GENERAR-UN-VENCIMIENTO.

           READ PLAZOS-MAESTRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PLAZOS
           END-READ

           IF WS-FIN-PLAZOS = "N"
              IF PF-FECHA-ULT-PROCESO = WS-FECHA-PROCESO
                 ADD 1 TO WS-VEN-PROCESADOS

                 IF PF-ULT-ABONO-CAPITAL > 0
                    MOVE PF-ULT-ABONO-CAPITAL TO GEN-MONTO
                    PERFORM ESCRIBIR-ABONO
                 END-IF

                 IF PF-ULT-ABONO-INTERES > 0
                    MOVE PF-ULT-ABONO-INTERES TO GEN-MONTO
                    PERFORM ESCRIBIR-ABONO
                 END-IF

                 MOVE SPACES               TO LINEA-VENCIMIENTO
                 MOVE PF-NUM-CERTIFICADO   TO LVE-CERTIFICADO
                 MOVE PF-NUM-CUENTA        TO LVE-CUENTA
                 MOVE PF-ULT-INSTRUCCION   TO LVE-INSTRUCCION
                 MOVE PF-ULT-CAPITAL       TO LVE-CAPITAL
                 MOVE PF-ULT-INTERES       TO LVE-INTERES
                 MOVE PF-ULT-ABONO-CAPITAL TO LVE-ABONO-CAPITAL
                 MOVE PF-ULT-ABONO-INTERES TO LVE-ABONO-INTERES
                 IF PF-LIQUIDADO
                    ADD 1 TO WS-VEN-LIQUIDADOS
                    MOVE "LIQUIDADO"          TO LVE-RESULTADO
                 ELSE
                    ADD 1 TO WS-VEN-RENOVADOS
                    MOVE "RENOVADO"           TO LVE-RESULTADO
                    MOVE PF-FECHA-VENCIMIENTO TO LVE-NUEVO-VTO
                 END-IF
                 WRITE REG-REPORTE FROM LINEA-VENCIMIENTO
              END-IF
           END-IF.

      *> ESCRIBE UN ABONO A LA CUENTA VINCULADA POR EL MONTO QUE YA
      *> TRAE GEN-MONTO, FECHADO CON LA FECHA DE NEGOCIO.
       ESCRIBIR-ABONO.

           ADD 1         TO WS-ABONOS-GENERADOS
           ADD GEN-MONTO TO WS-TOTAL-ABONADO

           MOVE PF-NUM-CUENTA    TO GEN-NUM-CUENTA
           MOVE WS-FECHA-PROCESO TO GEN-FECHA
           MOVE "ABO"            TO GEN-TIPO-MOV
           MOVE "N"              TO GEN-IND-REVERSO
           MOVE SPACES           TO GEN-CUENTA-DESTINO
           WRITE REG-GENERADO.

      *> TERCERA PASADA: LA CARTERA VIGENTE DESPUES DE LOS
      *> VENCIMIENTOS DEL DIA, CON SU CAPITAL TOTAL.
       REPORTAR-CARTERA-VIGENTE.

           WRITE REG-REPORTE FROM SUBRAYADO-RPT
           WRITE REG-REPORTE FROM LINEA-TITULO-CAR
           MOVE WS-FECHA-PROCESO TO LFR-FECHA
           WRITE REG-REPORTE FROM LINEA-FECHA-RPT
           WRITE REG-REPORTE FROM SUBRAYADO-RPT
           WRITE REG-REPORTE FROM TITULOS-CAR
           WRITE REG-REPORTE FROM SUBRAYADO-RPT

           PERFORM POSICIONAR-MAESTRO

           PERFORM REPORTAR-UN-VIGENTE
               UNTIL WS-FIN-PLAZOS = "S"

           WRITE REG-REPORTE FROM SUBRAYADO-RPT

           MOVE SPACES TO LINEA-CIFRA-PFJ
           MOVE "CERTIFICADOS / CAPITAL........" TO LCP-ETIQUETA
           MOVE WS-CARTERA-VIGENTE TO LCP-CONTEO
           MOVE WS-TOTAL-CARTERA   TO LCP-MONTO
           WRITE REG-REPORTE FROM LINEA-CIFRA-PFJ

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTAR-UN-VIGENTE.

           READ PLAZOS-MAESTRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PLAZOS
           END-READ

           IF WS-FIN-PLAZOS = "N" AND PF-VIGENTE
              ADD 1          TO WS-CARTERA-VIGENTE
              ADD PF-CAPITAL TO WS-TOTAL-CARTERA

              MOVE SPACES               TO LINEA-CARTERA
              MOVE PF-NUM-CERTIFICADO   TO LCA-CERTIFICADO
              MOVE PF-NUM-CUENTA        TO LCA-CUENTA
              MOVE PF-NUM-CLIENTE       TO LCA-CLIENTE
              MOVE PF-CAPITAL           TO LCA-CAPITAL
              MOVE PF-TASA-ANUAL        TO LCA-TASA
              MOVE PF-PLAZO-DIAS        TO LCA-PLAZO
              MOVE PF-FECHA-APERTURA    TO LCA-APERTURA
              MOVE PF-FECHA-VENCIMIENTO TO LCA-VENCIMIENTO
              MOVE PF-INSTRUCCION       TO LCA-INSTRUCCION
              WRITE REG-REPORTE FROM LINEA-CARTERA
           END-IF.

      *> CUARTA PASADA: LOS CERTIFICADOS VIGENTES QUE VENCEN DENTRO
      *> DEL HORIZONTE (PFJDIA DIAS CORRIDOS DESDE LA FECHA DE
      *> NEGOCIO), CON LA FECHA EN QUE SE VAN A PAGAR Y EL INTERES QUE
      *> VAN A GENERAR, PARA QUE TESORERIA PREVEA LA LIQUIDEZ.
       REPORTAR-PROXIMOS-VENCIMIENTOS.

           WRITE REG-REPORTE FROM SUBRAYADO-RPT
           WRITE REG-REPORTE FROM LINEA-TITULO-PRX
           MOVE WS-FECHA-PROCESO TO LFR-FECHA
           WRITE REG-REPORTE FROM LINEA-FECHA-RPT
           MOVE WS-FECHA-LIMITE  TO LLR-FECHA
           WRITE REG-REPORTE FROM LINEA-LIMITE-RPT
           WRITE REG-REPORTE FROM SUBRAYADO-RPT
           WRITE REG-REPORTE FROM TITULOS-PRX
           WRITE REG-REPORTE FROM SUBRAYADO-RPT

           PERFORM POSICIONAR-MAESTRO

           PERFORM REPORTAR-UN-PROXIMO
               UNTIL WS-FIN-PLAZOS = "S"

           WRITE REG-REPORTE FROM SUBRAYADO-RPT

           MOVE SPACES TO LINEA-CIFRA-PFJ
           MOVE "CERTIFICADOS / CAPITAL........" TO LCP-ETIQUETA
           MOVE WS-PROXIMOS       TO LCP-CONTEO
           MOVE WS-TOTAL-PROXIMOS TO LCP-MONTO
           WRITE REG-REPORTE FROM LINEA-CIFRA-PFJ

           MOVE SPACES TO LINEA-CIFRA-PFJ
           MOVE "INTERES A PAGAR..............." TO LCP-ETIQUETA
           MOVE WS-TOTAL-INT-PROXIMOS TO LCP-MONTO
           WRITE REG-REPORTE FROM LINEA-CIFRA-PFJ.

       REPORTAR-UN-PROXIMO.

           READ PLAZOS-MAESTRO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PLAZOS
           END-READ

           IF WS-FIN-PLAZOS = "N" AND PF-VIGENTE
              AND PF-FECHA-VENCIMIENTO NOT > WS-FECHA-LIMITE
              PERFORM DETERMINAR-FECHA-DE-PAGO
              IF WS-FECHA-PAGO > WS-FECHA-PROCESO
                 COMPUTE WS-INTERES-PLAZO ROUNDED =
                    PF-CAPITAL * PF-TASA-ANUAL * PF-PLAZO-DIAS / 36000

                 ADD 1                TO WS-PROXIMOS
                 ADD PF-CAPITAL       TO WS-TOTAL-PROXIMOS
                 ADD WS-INTERES-PLAZO TO WS-TOTAL-INT-PROXIMOS

                 MOVE SPACES               TO LINEA-PROXIMO
                 MOVE PF-NUM-CERTIFICADO   TO LPX-CERTIFICADO
                 MOVE PF-NUM-CUENTA        TO LPX-CUENTA
                 MOVE PF-NUM-CLIENTE       TO LPX-CLIENTE
                 MOVE PF-CAPITAL           TO LPX-CAPITAL
                 MOVE WS-INTERES-PLAZO     TO LPX-INTERES
                 MOVE PF-FECHA-VENCIMIENTO TO LPX-VENCIMIENTO
                 MOVE WS-FECHA-PAGO        TO LPX-FECHA-PAGO
                 MOVE PF-INSTRUCCION       TO LPX-INSTRUCCION
                 WRITE REG-REPORTE FROM LINEA-PROXIMO
              END-IF
           END-IF.

      *> SUMA WS-DIAS-A-SUMAR DIAS CORRIDOS A WS-FECHA-BASE, DIA POR
      *> DIA CON LA MISMA TABLA DE DIAS POR MES Y EL MISMO AJUSTE DE
      *> BISIESTOS DE MOVIMIENTOS-BANCARIOS, Y DEJA EL RESULTADO EN
      *> WS-FECHA-RESULTADO. MISMA RUTINA QUE EN ACTUALIZA-PLAZOS;
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

      *> DETERMINA SI WS-FECHA-EVALUADA ES DIA HABIL: NI SABADO NI
      *> DOMINGO (POR CONGRUENCIA DE ZELLER) NI FERIADO DEL
      *> CALENDARIO. MISMA RUTINA QUE EN MOVIMIENTOS-BANCARIOS;
      *> MANTENER SINCRONIZADAS.
       EVALUAR-DIA-HABIL.

           PERFORM DETERMINAR-DIA-SEMANA

           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 1
              MOVE "N" TO WS-ES-DIA-HABIL
           ELSE
              MOVE "S" TO WS-ES-DIA-HABIL
              MOVE 1   TO WS-FER-BUSCADO
              PERFORM UNTIL WS-FER-BUSCADO > WS-FER-CARGADOS
                 OR WS-ES-DIA-HABIL = "N"
                 IF FERIADO-FECHA (WS-FER-BUSCADO)
                    = WS-FECHA-EVALUADA
                    MOVE "N" TO WS-ES-DIA-HABIL
                 END-IF
                 ADD 1 TO WS-FER-BUSCADO
              END-PERFORM
           END-IF.

      *> CALCULA EL DIA DE LA SEMANA DE WS-FECHA-EVALUADA CON LA
      *> CONGRUENCIA DE ZELLER (0 = SABADO, 1 = DOMINGO, 2 = LUNES,
      *> ..., 6 = VIERNES). MISMA RUTINA QUE EN MOVIMIENTOS-BANCARIOS;
      *> MANTENER SINCRONIZADAS.
       DETERMINAR-DIA-SEMANA.

           MOVE WS-FECHA-EVALUADA (1:4) TO WS-DS-ANO
           MOVE WS-FECHA-EVALUADA (5:2) TO WS-DS-MES
           MOVE WS-FECHA-EVALUADA (7:2) TO WS-DS-DIA

           IF WS-DS-MES < 3
              ADD 12 TO WS-DS-MES
              SUBTRACT 1 FROM WS-DS-ANO
           END-IF

           DIVIDE WS-DS-ANO BY 100 GIVING WS-DS-SIGLO
                  REMAINDER WS-DS-ANO-SIGLO

           MOVE WS-DS-DIA TO WS-DS-SUMA

           ADD 1 TO WS-DS-MES GIVING WS-DS-TERMINO
           MULTIPLY 13 BY WS-DS-TERMINO
           DIVIDE 5 INTO WS-DS-TERMINO
           ADD WS-DS-TERMINO TO WS-DS-SUMA

           ADD WS-DS-ANO-SIGLO TO WS-DS-SUMA

           DIVIDE WS-DS-ANO-SIGLO BY 4 GIVING WS-DS-TERMINO
           ADD WS-DS-TERMINO TO WS-DS-SUMA

           DIVIDE WS-DS-SIGLO BY 4 GIVING WS-DS-TERMINO
           ADD WS-DS-TERMINO TO WS-DS-SUMA

           MULTIPLY WS-DS-SIGLO BY 5 GIVING WS-DS-TERMINO
           ADD WS-DS-TERMINO TO WS-DS-SUMA

           DIVIDE WS-DS-SUMA BY 7 GIVING WS-DS-COCIENTE
                  REMAINDER WS-DIA-SEMANA.

      *> AVANZA DESDE WS-FECHA-ANO/MES/DIA DIA POR DIA HASTA EL
      *> SIGUIENTE DIA HABIL, DEJANDO EL RESULTADO EN
      *> WS-FECHA-EVALUADA. MISMA RUTINA QUE EN MOVIMIENTOS-BANCARIOS;
      *> MANTENER SINCRONIZADAS.
       SUMAR-UN-DIA-HABIL.

           MOVE "N" TO WS-ES-DIA-HABIL

           PERFORM UNTIL WS-ES-DIA-HABIL = "S"
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
              END-IF

              MOVE WS-FECHA-ANO TO WS-FECHA-EVALUADA (1:4)
              MOVE WS-FECHA-MES TO WS-FECHA-EVALUADA (5:2)
              MOVE WS-FECHA-DIA TO WS-FECHA-EVALUADA (7:2)

              PERFORM EVALUAR-DIA-HABIL
           END-PERFORM.

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

       END PROGRAM VENCIMIENTOS-PLAZO.
