      ******************************************************************
      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Prueba diaria de integridad de saldos, despues de
      *          MOVIMIENTOS-BANCARIOS en la cadena: para cada cuenta,
      *          tomar el FOT-SALDO de la fecha habil anterior en la
      *          foto de saldos de cierre, aplicarle los movimientos
      *          que la corrida del dia dejo en el historico
      *          permanente (incluidas las reversas y los espejos
      *          "TRE") y compararlo con CM-SALDO-ACTUAL del maestro.
      *          Cada cuenta descuadrada se reporta con el saldo
      *          anterior, los movimientos del dia, el saldo del
      *          maestro y la diferencia; la corrida se anota en la
      *          bitacora de corridas y termina con codigo de retorno
      *          distinto de cero si hubo descuadres, para que el
      *          planificador detenga los trabajos posteriores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD-SALDOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INT-ORDEN-TRABAJO ASSIGN TO "INTEGRIDAD-ORDEN.WRK".
           SELECT SALDO-ESPERADO-TRABAJO
               ASSIGN TO "INTEGRIDAD-ESPERADO.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESPERADO.
           SELECT FOTO-SALDOS-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FOTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOTO.
           SELECT MOV-HISTORICO-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-MAESTRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NUM-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT FERIADOS-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FERIADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.
           SELECT REPORTE-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BITACORA-CORRIDAS
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

       DATA DIVISION.
       FILE SECTION.

      *> ARCHIVO DE ORDENAMIENTO QUE JUNTA, POR CUENTA, EL SALDO DE LA
      *> FOTO ANTERIOR ("F") Y EL EFECTO CON SIGNO DE CADA MOVIMIENTO
      *> DEL DIA ("M").
       SD INT-ORDEN-TRABAJO.
       01 REG-INT-ORDEN.
           05 IOR-NUM-CUENTA     PIC 9(10).
           05 IOR-ORIGEN         PIC X.
           05 IOR-MONTO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

      *> SALDO ANTERIOR Y MOVIMIENTOS DEL DIA POR CUENTA, EN ORDEN DE
      *> CUENTA, PARA EL EMPATE CONTRA EL MAESTRO.
       FD SALDO-ESPERADO-TRABAJO.
       01 REG-SALDO-ESPERADO.
           05 ESP-NUM-CUENTA     PIC 9(10).
           05 ESP-SALDO-ANTERIOR PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           05 ESP-MOVIMIENTOS    PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

      *> FOTO ACUMULATIVA DE SALDOS DE CIERRE. MISMO LAYOUT QUE
      *> REG-FOTO-SALDO EN MOVIMIENTOS-BANCARIOS; MANTENER
      *> SINCRONIZADOS.
       FD FOTO-SALDOS-INPUT.
       01 REG-FOTO-SALDO.
           05 FOT-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X.
           05 FOT-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 FOT-SALDO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

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

      *> MAESTRO DE CUENTAS. MISMO LAYOUT QUE EN MOVIMIENTOS-BANCARIOS;
      *> MANTENER SINCRONIZADOS.
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

      *> CALENDARIO DE DIAS FERIADOS: UNA FECHA CCYYMMDD POR LINEA.
       FD FERIADOS-INPUT.
       01 REG-FERIADO.
           05 FER-FECHA          PIC X(8).

      *> REPORTE DE CUENTAS DESCUADRADAS.
       FD REPORTE-OUTPUT.
       01 REG-REPORTE            PIC X(110).

      *> BITACORA ACUMULATIVA DE CORRIDAS DE LA CADENA DIARIA. MISMO
      *> LAYOUT QUE EN MOVIMIENTOS-BANCARIOS Y CONCILIACION-
      *> MOVIMIENTOS; MANTENER SINCRONIZADOS.
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

       01 WS-FS-ESPERADO        PIC XX VALUE "00".
       01 WS-FS-FOTO            PIC XX VALUE "00".
       01 WS-FS-HISTORICO       PIC XX VALUE "00".
       01 WS-FS-CUENTAS         PIC XX VALUE "00".
       01 WS-FS-FERIADOS        PIC XX VALUE "00".
       01 WS-FS-BITACORA        PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-FOTO       PIC X(50) VALUE
            "SALDOS-CIERRE.TXT".
       01 WS-NOM-ARCHIVO-HISTORICO  PIC X(50) VALUE
            "MOVIMIENTOS.HISTORICO".
       01 WS-NOM-ARCHIVO-MAESTRO    PIC X(50) VALUE "CUENTAS.MAESTRO".
       01 WS-NOM-ARCHIVO-FERIADOS   PIC X(50) VALUE "FERIADOS.TXT".
       01 WS-NOM-ARCHIVO-REPORTE    PIC X(50) VALUE
            "INTEGRIDAD-SALDOS-REPORTE.TXT".
       01 WS-NOM-ARCHIVO-BITACORA   PIC X(50) VALUE
            "BITACORA-CORRIDAS.TXT".
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

      *> NOMBRES CON LOS QUE ESTE PROGRAMA Y SU PREDECESOR EN LA
      *> CADENA DIARIA SE ANOTAN EN LA BITACORA DE CORRIDAS.
       01 WS-PROGRAMA-PROPIO    PIC X(24) VALUE
            "INTEGRIDAD-SALDOS".
       01 WS-PROGRAMA-PREVIO    PIC X(24) VALUE
            "MOVIMIENTOS-BANCARIOS".

      *> UNA REVERSION LIMPIA DE UNA FECHA ANULA LOS FINES ANTERIORES
      *> DE MOVIMIENTOS-BANCARIOS Y DE ESTE PROGRAMA PARA ESA FECHA.
       01 WS-PROGRAMA-REVERSION PIC X(24) VALUE "REVERSION-CORRIDA".

       01 WS-FIN-BITACORA       PIC X VALUE "N".
       01 WS-HAY-BITACORA       PIC X VALUE "N".
       01 WS-BIT-PROPIO-FIN     PIC X VALUE "N".
       01 WS-BIT-PREVIO-FIN     PIC X VALUE "N".
       01 WS-BIT-EVENTO         PIC X(6) VALUE SPACES.
       01 WS-BIT-CIFRA-1        PIC 9(8) VALUE 0.
       01 WS-BIT-CIFRA-2        PIC 9(8) VALUE 0.
       01 WS-BIT-RETORNO        PIC 9(2) VALUE 0.

      *> FECHA DE NEGOCIO REVISADA (LA DEL ULTIMO FIN LIMPIO DE
      *> MOVIMIENTOS-BANCARIOS) Y LA FECHA HABIL ANTERIOR, CUYA FOTO
      *> ES EL PUNTO DE PARTIDA.
       01 WS-FECHA-PROCESO      PIC 9(8).
       01 WS-FECHA-ANTERIOR     PIC 9(8) VALUE 0.

       01 WS-FIN-FOTO           PIC X VALUE "N".
       01 WS-FIN-HISTORICO      PIC X VALUE "N".
       01 WS-FIN-ORDEN          PIC X VALUE "N".
       01 WS-FIN-MAESTRO        PIC X VALUE "N".
       01 WS-FIN-ESPERADO       PIC X VALUE "N".
       01 WS-FIN-FERIADOS       PIC X VALUE "N".

      *> RESULTADO DE LA LECTURA DE LA FOTO: CUANTOS SALDOS HAY DE LA
      *> FECHA HABIL ANTERIOR Y CUANTOS DE FECHAS AUN MAS VIEJAS. SIN
      *> NINGUNA FOTO ANTERIOR AL DIA (PRIMER DIA DE UN AMBIENTE) NO
      *> HAY CONTRA QUE COMPARAR; CON FOTOS VIEJAS PERO SIN LA DEL DIA
      *> HABIL ANTERIOR LA CADENA QUEDO INCOMPLETA.
       01 WS-FOTO-ANTERIOR      PIC 9(8) VALUE 0.
       01 WS-FOTO-MAS-VIEJA     PIC 9(8) VALUE 0.
       01 WS-MOV-DEL-DIA        PIC 9(8) VALUE 0.

      *> ACUMULADORES DEL CORTE POR CUENTA DEL ORDENAMIENTO.
       01 WS-HAY-CUENTA-ANT     PIC X VALUE "N".
       01 WS-CUENTA-ANT         PIC 9(10) VALUE 0.
       01 WS-ACUM-SALDO-ANT     PIC S9(11)V99 VALUE 0.
       01 WS-ACUM-MOVIMIENTOS   PIC S9(11)V99 VALUE 0.

      *> EFECTO CON SIGNO DE UN MOVIMIENTO DEL HISTORICO SOBRE EL
      *> SALDO CONTABLE.
       01 WS-MOV-ES-CARGO       PIC X VALUE "N".
       01 WS-DELTA-SALDO        PIC S9(11)V99 VALUE 0.

      *> CUENTA Y CIFRAS DEL ARCHIVO DE SALDO ESPERADO EN TURNO; SIN
      *> REGISTRO PARA LA CUENTA, EL SALDO ANTERIOR Y LOS MOVIMIENTOS
      *> SON CERO.
       01 WS-ESP-CUENTA-LEIDA   PIC 9(10) VALUE 0.
       01 WS-CUENTA-REPORTE     PIC 9(10) VALUE 0.
       01 WS-SALDO-ANTERIOR     PIC S9(11)V99 VALUE 0.
       01 WS-MOVIMIENTOS-DIA    PIC S9(11)V99 VALUE 0.
       01 WS-SALDO-ESPERADO     PIC S9(11)V99 VALUE 0.
       01 WS-SALDO-MAESTRO      PIC S9(11)V99 VALUE 0.
       01 WS-DIFERENCIA         PIC S9(11)V99 VALUE 0.
       01 WS-OBSERVACION        PIC X(26) VALUE SPACES.

       01 WS-CUENTAS-REVISADAS  PIC 9(8) VALUE 0.
       01 WS-CUENTAS-DESCUADRE  PIC 9(8) VALUE 0.
       01 WS-TOTAL-DIFERENCIA   PIC S9(13)V99 VALUE 0.

      *> CALENDARIO DE FERIADOS CARGADO EN MEMORIA. MISMO TAMANO QUE
      *> EN MOVIMIENTOS-BANCARIOS.
       01 TABLA-FERIADOS.
           05 FERIADO-FECHA      PIC 9(8) OCCURS 100 TIMES.
       01 WS-FER-CARGADOS       PIC 9(3) VALUE 0.
       01 WS-FER-BUSCADO        PIC 9(3) VALUE 0.

      *> FECHA BAJO EVALUACION DE DIA HABIL Y SU RESULTADO; LOS CAMPOS
      *> WS-DS-* SON EL AREA DE TRABAJO DE LA CONGRUENCIA DE ZELLER.
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
      *> DIA DE LA SEMANA SEGUN ZELLER: 0 = SABADO, 1 = DOMINGO,
      *> 2 = LUNES, ..., 6 = VIERNES.
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
      *> DETERMINAR-DIAS-DEL-MES).
       01 TABLA-DIAS-POR-MES-N  PIC X(24)
            VALUE "312831303130313130313031".
       01 TABLA-DIAS-POR-MES REDEFINES TABLA-DIAS-POR-MES-N.
           05 DIAS-POR-MES       PIC 9(2) OCCURS 12 TIMES.

       01 SUBRAYADO-INT         PIC X(110) VALUE ALL '-'.

       01 LINEA-TITULO-INT      PIC X(60) VALUE
            'PRUEBA DE INTEGRIDAD DE SALDOS - CUENTAS DESCUADRADAS'.

       01 LINEA-FECHA-INT.
           05 LFI-ETIQUETA       PIC X(31).
           05 LFI-FECHA          PIC 9(8).

       01 LINEA-CIFRA-INT.
           05 LCI-ETIQUETA       PIC X(31).
           05 LCI-CIFRA          PIC ZZZZZZZ9.

       01 LINEA-MONTO-INT.
           05 LMI-ETIQUETA       PIC X(31).
           05 LMI-CIFRA          PIC -(13)9.99.

       01 LINEA-VEREDICTO-INT.
           05 FILLER             PIC X(11)  VALUE "VEREDICTO: ".
           05 LVI-VEREDICTO      PIC X(15).

       01 TITULOS-INT.
           05 FILLER             PIC X(10)  VALUE "CUENTA".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(16)  VALUE
                "  SALDO ANTERIOR".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(16)  VALUE
                " MOVIMIENTOS DIA".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(16)  VALUE
                "   SALDO MAESTRO".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(16)  VALUE
                "      DIFERENCIA".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(26)  VALUE "OBSERVACION".

       01 LINEA-DETALLE-INT.
           05 LIN-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 LIN-SALDO-ANTERIOR PIC -(12)9.99.
           05 FILLER             PIC X      VALUE SPACE.
           05 LIN-MOVIMIENTOS    PIC -(12)9.99.
           05 FILLER             PIC X      VALUE SPACE.
           05 LIN-SALDO-MAESTRO  PIC -(12)9.99.
           05 FILLER             PIC X      VALUE SPACE.
           05 LIN-DIFERENCIA     PIC -(12)9.99.
           05 FILLER             PIC X      VALUE SPACE.
           05 LIN-OBSERVACION    PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM LEER-NOMBRES-DE-ARCHIVOS

           PERFORM VERIFICAR-SECUENCIA-CORRIDA

           PERFORM REGISTRAR-INICIO-BITACORA

           PERFORM CARGAR-FERIADOS

           PERFORM DETERMINAR-FECHA-ANTERIOR

           PERFORM ABRIR-ENTRADAS

      *> PRIMERA FASE: ORDENA POR CUENTA EL SALDO DE LA FOTO ANTERIOR
      *> Y LOS MOVIMIENTOS DEL DIA, Y DEJA EN EL ARCHIVO DE TRABAJO UN
      *> REGISTRO POR CUENTA CON AMBAS CIFRAS.
           OPEN OUTPUT SALDO-ESPERADO-TRABAJO

           SORT INT-ORDEN-TRABAJO
               ON ASCENDING KEY IOR-NUM-CUENTA
               INPUT PROCEDURE IS SELECCIONAR-FOTO-Y-MOVIMIENTOS
               OUTPUT PROCEDURE IS RESUMIR-SALDO-ESPERADO

           CLOSE FOTO-SALDOS-INPUT
                 MOV-HISTORICO-INPUT
                 SALDO-ESPERADO-TRABAJO

           IF WS-FOTO-ANTERIOR = 0
              PERFORM TERMINAR-SIN-FOTO-ANTERIOR
           END-IF

      *> SEGUNDA FASE: CRUZA EL MAESTRO (EN SECUENCIA DE CLAVE)
      *> CONTRA EL SALDO ESPERADO (EN EL MISMO ORDEN).
           OPEN INPUT CUENTAS-MAESTRO

           IF WS-FS-CUENTAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR CUENTAS-MAESTRO, "
                 "FILE STATUS " WS-FS-CUENTAS UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              PERFORM REGISTRAR-FIN-BITACORA
              STOP RUN
           END-IF

           OPEN INPUT SALDO-ESPERADO-TRABAJO
           OPEN OUTPUT REPORTE-OUTPUT

           PERFORM ESCRIBIR-ENCABEZADOS-INT

           MOVE "N" TO WS-FIN-ESPERADO
           PERFORM LEER-SALDO-ESPERADO

           MOVE "N" TO WS-FIN-MAESTRO
           READ CUENTAS-MAESTRO
               AT END MOVE "S" TO WS-FIN-MAESTRO
           END-READ

           PERFORM REVISAR-UNA-CUENTA
               UNTIL WS-FIN-MAESTRO = "S"

      *> LO QUE QUEDE EN EL SALDO ESPERADO DESPUES DEL FIN DEL
      *> MAESTRO SON CUENTAS CON FOTO O MOVIMIENTOS QUE YA NO ESTAN EN
      *> EL MAESTRO.
           PERFORM REPORTAR-CUENTA-SIN-MAESTRO
               UNTIL WS-FIN-ESPERADO = "S"

           PERFORM ESCRIBIR-CIFRAS-INT

           CLOSE CUENTAS-MAESTRO
                 SALDO-ESPERADO-TRABAJO
                 REPORTE-OUTPUT

           DISPLAY "FECHA DE NEGOCIO REVISADA  : " WS-FECHA-PROCESO
           DISPLAY "FOTO DE PARTIDA            : " WS-FECHA-ANTERIOR
           DISPLAY "CUENTAS REVISADAS          : " WS-CUENTAS-REVISADAS
           DISPLAY "CUENTAS DESCUADRADAS       : " WS-CUENTAS-DESCUADRE

           IF WS-CUENTAS-DESCUADRE = 0
              DISPLAY "INTEGRIDAD DE SALDOS: EN CUADRE"
           ELSE
              DISPLAY "INTEGRIDAD DE SALDOS: FUERA DE CUADRE"
                 UPON CONSOLE
              MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM REGISTRAR-FIN-BITACORA

           STOP RUN.

      *> DETERMINA LA FECHA DE NEGOCIO A REVISAR Y VERIFICA LA
      *> SECUENCIA DE LA CADENA, IGUAL QUE CONCILIACION-MOVIMIENTOS:
      *> MOVIMIENTOS-BANCARIOS AVANZA FECHA-PROCESO.CTL AL CERRAR, ASI
      *> QUE LA FECHA CORRECTA ES LA DE SU ULTIMO FIN LIMPIO EN LA
      *> BITACORA. SI ESE FIN NO ESTA, O LA FECHA YA SE REVISO EN
      *> CUADRE, LA CORRIDA SE NIEGA CON RETURN-CODE 8. SIN BITACORA
      *> (AMBIENTE NUEVO) SE REVISA CON LA FECHA DE MAQUINA, CON AVISO.
       VERIFICAR-SECUENCIA-CORRIDA.

           MOVE "N" TO WS-HAY-BITACORA
           MOVE "N" TO WS-BIT-PREVIO-FIN
           MOVE "N" TO WS-BIT-PROPIO-FIN
           MOVE "N" TO WS-FIN-BITACORA

           OPEN INPUT BITACORA-CORRIDAS

           IF WS-FS-BITACORA = "35"
              DISPLAY "AVISO: SIN BITACORA DE CORRIDAS; SE REVISA "
                 "SIN VERIFICAR LA SECUENCIA." UPON CONSOLE
           ELSE
              IF WS-FS-BITACORA NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR BITACORA-CORRIDAS, "
                    "FILE STATUS " WS-FS-BITACORA UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE "S" TO WS-HAY-BITACORA
                 PERFORM BUSCAR-FECHA-BANCARIOS
                     UNTIL WS-FIN-BITACORA = "S"
                 CLOSE BITACORA-CORRIDAS
              END-IF
           END-IF

           IF WS-HAY-BITACORA = "S"
              IF WS-BIT-PREVIO-FIN = "N"
                 DISPLAY "ERROR: " WS-PROGRAMA-PREVIO " NO TIENE UN "
                    "FIN LIMPIO EN LA BITACORA; SECUENCIA DE LA "
                    "CADENA ROTA." UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF

      *> SEGUNDA PASADA: YA CON LA FECHA A REVISAR, VERIFICA QUE ESTE
      *> PROGRAMA NO LA HAYA DADO YA EN CUADRE.
              MOVE "N" TO WS-FIN-BITACORA
              OPEN INPUT BITACORA-CORRIDAS
              PERFORM BUSCAR-REVISION-PREVIA
                  UNTIL WS-FIN-BITACORA = "S"
              CLOSE BITACORA-CORRIDAS

              IF WS-BIT-PROPIO-FIN = "S"
                 DISPLAY "ERROR: LA FECHA DE NEGOCIO "
                    WS-FECHA-PROCESO " YA FUE REVISADA EN CUADRE; "
                    "NO SE REPITE LA CORRIDA." UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *> LOCALIZA EL ULTIMO FIN LIMPIO DE MOVIMIENTOS-BANCARIOS EN LA
      *> BITACORA Y ADOPTA SU FECHA COMO FECHA DE NEGOCIO A REVISAR.
       BUSCAR-FECHA-BANCARIOS.

           READ BITACORA-CORRIDAS
               AT END MOVE "S" TO WS-FIN-BITACORA
           END-READ

           IF WS-FIN-BITACORA = "N"
              IF BIT-FECHA IS NUMERIC
                 AND BIT-EVENTO = "FIN"
                 AND BIT-RETORNO IS NUMERIC
                 AND BIT-RETORNO = 0
                 IF BIT-PROGRAMA = WS-PROGRAMA-PREVIO
                    MOVE BIT-FECHA TO WS-FECHA-PROCESO
                    MOVE "S"       TO WS-BIT-PREVIO-FIN
                 END-IF
      *> REVERTIDA LA ULTIMA CORRIDA, NO HAY NADA QUE REVISAR HASTA
      *> QUE MOVIMIENTOS-BANCARIOS VUELVA A TERMINAR ESA FECHA.
                 IF BIT-PROGRAMA = WS-PROGRAMA-REVERSION
                    AND BIT-FECHA = WS-FECHA-PROCESO
                    MOVE "N"       TO WS-BIT-PREVIO-FIN
                 END-IF
              END-IF
           END-IF.

      *> SOLO UN FIN CON RETORNO 0 CUENTA COMO "YA REVISADA": UN FIN
      *> FUERA DE CUADRE (RETORNO 8) DEBE PODER REVISARSE DE NUEVO
      *> TRAS CORREGIR EL MAESTRO.
       BUSCAR-REVISION-PREVIA.

           READ BITACORA-CORRIDAS
               AT END MOVE "S" TO WS-FIN-BITACORA
           END-READ

           IF WS-FIN-BITACORA = "N"
              IF BIT-FECHA IS NUMERIC
                 AND BIT-FECHA = WS-FECHA-PROCESO
                 AND BIT-EVENTO = "FIN"
                 AND BIT-RETORNO IS NUMERIC
                 AND BIT-RETORNO = 0
                 IF BIT-PROGRAMA = WS-PROGRAMA-PROPIO
                    MOVE "S" TO WS-BIT-PROPIO-FIN
                 END-IF
                 IF BIT-PROGRAMA = WS-PROGRAMA-REVERSION
                    MOVE "N" TO WS-BIT-PROPIO-FIN
                 END-IF
              END-IF
           END-IF.

       REGISTRAR-INICIO-BITACORA.

           MOVE "INICIO" TO WS-BIT-EVENTO
           MOVE 0        TO WS-BIT-CIFRA-1
           MOVE 0        TO WS-BIT-CIFRA-2
           MOVE 0        TO WS-BIT-RETORNO
           PERFORM ESCRIBIR-BITACORA.

      *> EL FIN LLEVA EL VEREDICTO EN EL CODIGO DE RETORNO (0 EN
      *> CUADRE, 8 CON DESCUADRES O SIN PODER REVISAR), LAS CUENTAS
      *> REVISADAS Y LAS DESCUADRADAS.
       REGISTRAR-FIN-BITACORA.

           MOVE "FIN"                TO WS-BIT-EVENTO
           MOVE WS-CUENTAS-REVISADAS TO WS-BIT-CIFRA-1
           MOVE WS-CUENTAS-DESCUADRE TO WS-BIT-CIFRA-2
           MOVE RETURN-CODE          TO WS-BIT-RETORNO
           PERFORM ESCRIBIR-BITACORA.

      *> AGREGA UN REGISTRO A LA BITACORA ACUMULATIVA. SI NO SE PUEDE
      *> ESCRIBIR SE AVISA PERO NO SE DETIENE LA REVISION.
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

      *> LEE, AL ESTILO DD-NAME DE JCL, LOS NOMBRES DE ARCHIVO QUE EL
      *> OPERADOR QUIERA SUSTITUIR POR VARIABLE DE ENTORNO. SE USAN
      *> LAS MISMAS VARIABLES QUE MOVIMIENTOS-BANCARIOS PARA QUE LA
      *> MISMA FICHA DE EJECUCION SIRVA PARA LA CORRIDA Y SU REVISION.
       LEER-NOMBRES-DE-ARCHIVOS.

           DISPLAY "MOVFOT" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FOTO
           END-IF

           DISPLAY "MOVHCO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-HISTORICO
           END-IF

           DISPLAY "MOVMTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-MAESTRO
           END-IF

           DISPLAY "MOVFER" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FERIADOS
           END-IF

           DISPLAY "BITCOR" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-BITACORA
           END-IF

           DISPLAY "INTRPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-REPORTE
           END-IF.

      *> LA FOTO Y EL HISTORICO DEBEN EXISTIR: MOVIMIENTOS-BANCARIOS
      *> LOS CREA EN SU PRIMERA CORRIDA, ASI QUE SU FALTA DESPUES DE
      *> UN FIN LIMPIO ES UN ERROR DE AMBIENTE.
       ABRIR-ENTRADAS.

           OPEN INPUT FOTO-SALDOS-INPUT

           IF WS-FS-FOTO NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR FOTO-SALDOS-INPUT, "
                 "FILE STATUS " WS-FS-FOTO UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              PERFORM REGISTRAR-FIN-BITACORA
              STOP RUN
           END-IF

           OPEN INPUT MOV-HISTORICO-INPUT

           IF WS-FS-HISTORICO NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR MOV-HISTORICO-INPUT, "
                 "FILE STATUS " WS-FS-HISTORICO UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              PERFORM REGISTRAR-FIN-BITACORA
              STOP RUN
           END-IF.

      *> SIN FOTO DE LA FECHA HABIL ANTERIOR NO HAY SALDO DE PARTIDA.
      *> SI TAMPOCO HAY FOTOS MAS VIEJAS ES EL PRIMER DIA DEL AMBIENTE
      *> Y LA REVISION TERMINA LIMPIA, CON AVISO; SI LAS HAY, FALTA UN
      *> DIA EN LA FOTO Y LA CADENA SE DETIENE.
       TERMINAR-SIN-FOTO-ANTERIOR.

           IF WS-FOTO-MAS-VIEJA = 0
              DISPLAY "AVISO: SIN FOTO DE SALDOS ANTERIOR A "
                 WS-FECHA-PROCESO "; NO HAY SALDO DE PARTIDA Y NO "
                 "SE REVISA." UPON CONSOLE
           ELSE
              DISPLAY "ERROR: LA FOTO DE SALDOS NO TIENE LA FECHA "
                 "HABIL ANTERIOR " WS-FECHA-ANTERIOR "; NO SE PUEDE "
                 "REVISAR LA INTEGRIDAD." UPON CONSOLE
              MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM REGISTRAR-FIN-BITACORA

           STOP RUN.

      *> ALIMENTA EL ORDENAMIENTO CON EL SALDO DE CADA CUENTA EN LA
      *> FOTO DE LA FECHA HABIL ANTERIOR Y CON EL EFECTO DE CADA
      *> MOVIMIENTO QUE LA CORRIDA DEL DIA GRABO EN EL HISTORICO. LOS
      *> MOVIMIENTOS SE ELIGEN POR HCO-FECHA-PROCESO Y NO POR
      *> HCO-FECHA, QUE PUEDE SER ANTERIOR AL DIA DE LA CORRIDA.
       SELECCIONAR-FOTO-Y-MOVIMIENTOS.

           MOVE "N" TO WS-FIN-FOTO

           READ FOTO-SALDOS-INPUT
               AT END MOVE "S" TO WS-FIN-FOTO
           END-READ

           PERFORM SELECCIONAR-FOTO
               UNTIL WS-FIN-FOTO = "S"

           MOVE "N" TO WS-FIN-HISTORICO

           READ MOV-HISTORICO-INPUT
               AT END MOVE "S" TO WS-FIN-HISTORICO
           END-READ

           PERFORM SELECCIONAR-MOVIMIENTO
               UNTIL WS-FIN-HISTORICO = "S".

       SELECCIONAR-FOTO.

           IF FOT-NUM-CUENTA IS NUMERIC
              AND FOT-FECHA IS NUMERIC
              AND FOT-SALDO IS NUMERIC
              IF FOT-FECHA = WS-FECHA-ANTERIOR
                 ADD 1 TO WS-FOTO-ANTERIOR
                 MOVE FOT-NUM-CUENTA TO IOR-NUM-CUENTA
                 MOVE "F"            TO IOR-ORIGEN
                 MOVE FOT-SALDO      TO IOR-MONTO
                 RELEASE REG-INT-ORDEN
              ELSE
                 IF FOT-FECHA < WS-FECHA-ANTERIOR
                    ADD 1 TO WS-FOTO-MAS-VIEJA
                 END-IF
              END-IF
           END-IF

           READ FOTO-SALDOS-INPUT
               AT END MOVE "S" TO WS-FIN-FOTO
           END-READ.

       SELECCIONAR-MOVIMIENTO.

           IF REG-HISTORICO (1:10) IS NUMERIC
              AND HCO-MONTO IS NUMERIC
              AND HCO-FECHA-PROCESO IS NUMERIC
              AND HCO-FECHA-PROCESO = WS-FECHA-PROCESO
              ADD 1 TO WS-MOV-DEL-DIA
              PERFORM CALCULAR-EFECTO-MOVIMIENTO
              MOVE HCO-NUM-CUENTA TO IOR-NUM-CUENTA
              MOVE "M"            TO IOR-ORIGEN
              MOVE WS-DELTA-SALDO TO IOR-MONTO
              RELEASE REG-INT-ORDEN
           END-IF

           READ MOV-HISTORICO-INPUT
               AT END MOVE "S" TO WS-FIN-HISTORICO
           END-READ.

      *> EFECTO DEL MOVIMIENTO SOBRE CM-SALDO-ACTUAL, CON LAS MISMAS
      *> REGLAS QUE VALIDAR-SALDO-SUFICIENTE EN MOVIMIENTOS-BANCARIOS
      *> (MANTENER SINCRONIZADAS): RET, TRF, CGO, TIB Y CHQ CARGAN; DEP,
      *> ABO Y EL ESPEJO TRE ABONAN; RCO Y RLB NO MUEVEN EL SALDO
      *> CONTABLE; LA REVERSA INVIERTE EL SIGNO.
       CALCULAR-EFECTO-MOVIMIENTO.

           IF HCO-TIPO-MOV = "RET" OR HCO-TIPO-MOV = "TRF"
              OR HCO-TIPO-MOV = "CGO" OR HCO-TIPO-MOV = "TIB"
              OR HCO-TIPO-MOV = "CHQ"
              MOVE "S" TO WS-MOV-ES-CARGO
           ELSE
              MOVE "N" TO WS-MOV-ES-CARGO
           END-IF

           IF HCO-TIPO-MOV = "RCO" OR HCO-TIPO-MOV = "RLB"
              MOVE 0 TO WS-DELTA-SALDO
           ELSE
              IF WS-MOV-ES-CARGO = "S"
                 SUBTRACT HCO-MONTO FROM 0 GIVING WS-DELTA-SALDO
              ELSE
                 MOVE HCO-MONTO TO WS-DELTA-SALDO
              END-IF

              IF HCO-IND-REVERSO = "R"
                 SUBTRACT WS-DELTA-SALDO FROM 0 GIVING WS-DELTA-SALDO
              END-IF
           END-IF.

      *> RECORRE EL ORDENAMIENTO CON CORTE DE CONTROL POR CUENTA. EL
      *> SALDO DE LA FOTO SE TOMA, NO SE SUMA, PARA QUE UNA LINEA
      *> REPETIDA EN LA FOTO NO DUPLIQUE EL SALDO DE PARTIDA.
       RESUMIR-SALDO-ESPERADO.

           MOVE "N" TO WS-FIN-ORDEN
           MOVE "N" TO WS-HAY-CUENTA-ANT

           RETURN INT-ORDEN-TRABAJO
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN

           PERFORM ACUMULAR-SALDO-ESPERADO
               UNTIL WS-FIN-ORDEN = "S"

           IF WS-HAY-CUENTA-ANT = "S"
              PERFORM ESCRIBIR-SALDO-ESPERADO
           END-IF.

       ACUMULAR-SALDO-ESPERADO.

           IF WS-HAY-CUENTA-ANT = "S"
              AND IOR-NUM-CUENTA NOT = WS-CUENTA-ANT
              PERFORM ESCRIBIR-SALDO-ESPERADO
           END-IF

           IF WS-HAY-CUENTA-ANT = "N"
              OR IOR-NUM-CUENTA NOT = WS-CUENTA-ANT
              MOVE IOR-NUM-CUENTA TO WS-CUENTA-ANT
              MOVE 0              TO WS-ACUM-SALDO-ANT
              MOVE 0              TO WS-ACUM-MOVIMIENTOS
              MOVE "S"            TO WS-HAY-CUENTA-ANT
           END-IF

           IF IOR-ORIGEN = "F"
              MOVE IOR-MONTO TO WS-ACUM-SALDO-ANT
           ELSE
              ADD IOR-MONTO TO WS-ACUM-MOVIMIENTOS
           END-IF

           RETURN INT-ORDEN-TRABAJO
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN.

       ESCRIBIR-SALDO-ESPERADO.

           MOVE SPACES              TO REG-SALDO-ESPERADO
           MOVE WS-CUENTA-ANT       TO ESP-NUM-CUENTA
           MOVE WS-ACUM-SALDO-ANT   TO ESP-SALDO-ANTERIOR
           MOVE WS-ACUM-MOVIMIENTOS TO ESP-MOVIMIENTOS
           WRITE REG-SALDO-ESPERADO.

      *> AVANZA EL ARCHIVO DE SALDO ESPERADO UN REGISTRO, DEJANDO LA
      *> CUENTA LEIDA EN SU CAMPO DE TRABAJO.
       LEER-SALDO-ESPERADO.

           READ SALDO-ESPERADO-TRABAJO
               AT END MOVE "S" TO WS-FIN-ESPERADO
           END-READ

           IF WS-FIN-ESPERADO = "N"
              MOVE ESP-NUM-CUENTA TO WS-ESP-CUENTA-LEIDA
           END-IF.

      *> CRUZA LA CUENTA DEL MAESTRO EN EL BUFFER CONTRA EL SALDO
      *> ESPERADO: AMBOS ARCHIVOS VIENEN EN ORDEN DE CUENTA, ASI QUE ES
      *> UN EMPATE CLASICO. LAS CUENTAS DEL SALDO ESPERADO MENORES A
      *> LA DEL MAESTRO NO TIENEN CUENTA EN EL MAESTRO. UNA CUENTA DEL
      *> MAESTRO SIN FOTO NI MOVIMIENTOS (ALTA DEL DIA) DEBE ESTAR EN
      *> CERO.
       REVISAR-UNA-CUENTA.

           ADD 1 TO WS-CUENTAS-REVISADAS

           PERFORM REPORTAR-CUENTA-SIN-MAESTRO
               UNTIL WS-FIN-ESPERADO = "S"
                  OR WS-ESP-CUENTA-LEIDA >= CM-NUM-CUENTA

           MOVE CM-SALDO-ACTUAL TO WS-SALDO-MAESTRO

           IF WS-FIN-ESPERADO = "N"
              AND WS-ESP-CUENTA-LEIDA = CM-NUM-CUENTA
              MOVE ESP-SALDO-ANTERIOR TO WS-SALDO-ANTERIOR
              MOVE ESP-MOVIMIENTOS    TO WS-MOVIMIENTOS-DIA
              MOVE SPACES             TO WS-OBSERVACION
              PERFORM LEER-SALDO-ESPERADO
           ELSE
              MOVE 0                  TO WS-SALDO-ANTERIOR
              MOVE 0                  TO WS-MOVIMIENTOS-DIA
              MOVE "SIN FOTO NI MOVIMIENTOS" TO WS-OBSERVACION
           END-IF

           ADD WS-SALDO-ANTERIOR WS-MOVIMIENTOS-DIA
              GIVING WS-SALDO-ESPERADO
           SUBTRACT WS-SALDO-ESPERADO FROM WS-SALDO-MAESTRO
              GIVING WS-DIFERENCIA

           IF WS-DIFERENCIA NOT = 0
              MOVE CM-NUM-CUENTA TO WS-CUENTA-REPORTE
              PERFORM REPORTAR-DESCUADRE
           END-IF

           READ CUENTAS-MAESTRO
               AT END MOVE "S" TO WS-FIN-MAESTRO
           END-READ.

      *> CUENTA CON FOTO O MOVIMIENTOS DEL DIA QUE NO ESTA EN EL
      *> MAESTRO: SU SALDO EN EL MAESTRO ES CERO Y SE REPORTA SIEMPRE.
       REPORTAR-CUENTA-SIN-MAESTRO.

           ADD 1 TO WS-CUENTAS-REVISADAS

           MOVE ESP-SALDO-ANTERIOR TO WS-SALDO-ANTERIOR
           MOVE ESP-MOVIMIENTOS    TO WS-MOVIMIENTOS-DIA
           MOVE 0                  TO WS-SALDO-MAESTRO

           ADD WS-SALDO-ANTERIOR WS-MOVIMIENTOS-DIA
              GIVING WS-SALDO-ESPERADO
           SUBTRACT WS-SALDO-ESPERADO FROM WS-SALDO-MAESTRO
              GIVING WS-DIFERENCIA

           MOVE "CUENTA NO ESTA EN MAESTRO" TO WS-OBSERVACION

           MOVE WS-ESP-CUENTA-LEIDA TO WS-CUENTA-REPORTE
           PERFORM REPORTAR-DESCUADRE

           PERFORM LEER-SALDO-ESPERADO.

       REPORTAR-DESCUADRE.

           ADD 1 TO WS-CUENTAS-DESCUADRE
           ADD WS-DIFERENCIA TO WS-TOTAL-DIFERENCIA

           MOVE WS-CUENTA-REPORTE  TO LIN-NUM-CUENTA
           MOVE WS-SALDO-ANTERIOR  TO LIN-SALDO-ANTERIOR
           MOVE WS-MOVIMIENTOS-DIA TO LIN-MOVIMIENTOS
           MOVE WS-SALDO-MAESTRO   TO LIN-SALDO-MAESTRO
           MOVE WS-DIFERENCIA      TO LIN-DIFERENCIA
           MOVE WS-OBSERVACION     TO LIN-OBSERVACION
           WRITE REG-REPORTE FROM LINEA-DETALLE-INT.

       ESCRIBIR-ENCABEZADOS-INT.

           WRITE REG-REPORTE FROM SUBRAYADO-INT
           WRITE REG-REPORTE FROM LINEA-TITULO-INT

           MOVE "FECHA DE NEGOCIO REVISADA....." TO LFI-ETIQUETA
           MOVE WS-FECHA-PROCESO TO LFI-FECHA
           WRITE REG-REPORTE FROM LINEA-FECHA-INT

           MOVE "FECHA DE LA FOTO DE PARTIDA..." TO LFI-ETIQUETA
           MOVE WS-FECHA-ANTERIOR TO LFI-FECHA
           WRITE REG-REPORTE FROM LINEA-FECHA-INT

           WRITE REG-REPORTE FROM SUBRAYADO-INT
           WRITE REG-REPORTE FROM TITULOS-INT
           WRITE REG-REPORTE FROM SUBRAYADO-INT.

       ESCRIBIR-CIFRAS-INT.

           WRITE REG-REPORTE FROM SUBRAYADO-INT

           MOVE "CUENTAS REVISADAS.............." TO LCI-ETIQUETA
           MOVE WS-CUENTAS-REVISADAS TO LCI-CIFRA
           WRITE REG-REPORTE FROM LINEA-CIFRA-INT

           MOVE "SALDOS EN LA FOTO DE PARTIDA..." TO LCI-ETIQUETA
           MOVE WS-FOTO-ANTERIOR TO LCI-CIFRA
           WRITE REG-REPORTE FROM LINEA-CIFRA-INT

           MOVE "MOVIMIENTOS DEL DIA............" TO LCI-ETIQUETA
           MOVE WS-MOV-DEL-DIA TO LCI-CIFRA
           WRITE REG-REPORTE FROM LINEA-CIFRA-INT

           MOVE "CUENTAS DESCUADRADAS..........." TO LCI-ETIQUETA
           MOVE WS-CUENTAS-DESCUADRE TO LCI-CIFRA
           WRITE REG-REPORTE FROM LINEA-CIFRA-INT

           MOVE "DIFERENCIA NETA................" TO LMI-ETIQUETA
           MOVE WS-TOTAL-DIFERENCIA TO LMI-CIFRA
           WRITE REG-REPORTE FROM LINEA-MONTO-INT

           WRITE REG-REPORTE FROM SUBRAYADO-INT

           IF WS-CUENTAS-DESCUADRE = 0
              MOVE "EN CUADRE"       TO LVI-VEREDICTO
           ELSE
              MOVE "FUERA DE CUADRE" TO LVI-VEREDICTO
           END-IF
           WRITE REG-REPORTE FROM LINEA-VEREDICTO-INT.

      *> LA FECHA HABIL ANTERIOR A LA FECHA DE NEGOCIO, CUYA FOTO DE
      *> CIERRE ES EL SALDO DE PARTIDA DE LA REVISION.
       DETERMINAR-FECHA-ANTERIOR.

           MOVE WS-FECHA-PROCESO (1:4) TO WS-FECHA-ANO
           MOVE WS-FECHA-PROCESO (5:2) TO WS-FECHA-MES
           MOVE WS-FECHA-PROCESO (7:2) TO WS-FECHA-DIA

           PERFORM RESTAR-UN-DIA-HABIL

           MOVE WS-FECHA-EVALUADA TO WS-FECHA-ANTERIOR.

      *> CARGA EL CALENDARIO DE FERIADOS. MISMA RUTINA QUE EN
      *> MOVIMIENTOS-BANCARIOS; MANTENER SINCRONIZADAS.
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
                 MOVE 8 TO RETURN-CODE
                 PERFORM REGISTRAR-FIN-BITACORA
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

      *> RETROCEDE DESDE WS-FECHA-ANO/MES/DIA DIA POR DIA HASTA EL
      *> DIA HABIL ANTERIOR, DEJANDO EL RESULTADO EN WS-FECHA-EVALUADA.
      *> ES LA INVERSA DE SUMAR-UN-DIA-HABIL EN MOVIMIENTOS-BANCARIOS.
       RESTAR-UN-DIA-HABIL.

           MOVE "N" TO WS-ES-DIA-HABIL

           PERFORM UNTIL WS-ES-DIA-HABIL = "S"
              IF WS-FECHA-DIA > 1
                 SUBTRACT 1 FROM WS-FECHA-DIA
              ELSE
                 IF WS-FECHA-MES > 1
                    SUBTRACT 1 FROM WS-FECHA-MES
                 ELSE
                    MOVE 12 TO WS-FECHA-MES
                    SUBTRACT 1 FROM WS-FECHA-ANO
                 END-IF
                 PERFORM DETERMINAR-DIAS-DEL-MES
                 MOVE WS-DIAS-MES-ACTUAL TO WS-FECHA-DIA
              END-IF

              MOVE WS-FECHA-ANO TO WS-FECHA-EVALUADA (1:4)
              MOVE WS-FECHA-MES TO WS-FECHA-EVALUADA (5:2)
              MOVE WS-FECHA-DIA TO WS-FECHA-EVALUADA (7:2)

              PERFORM EVALUAR-DIA-HABIL
           END-PERFORM.

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

       END PROGRAM INTEGRIDAD-SALDOS.
