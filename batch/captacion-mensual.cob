      ******************************************************************
      * Author: SAMIR ESTELA
      * Date:
      * Purpose: Reporte mensual de captacion para gerencia y riesgo:
      *          con el saldo de cada cuenta en la foto de saldos de
      *          cierre del ultimo dia habil del mes (la ultima fecha
      *          del mes que cerro MOVIMIENTOS-BANCARIOS) y el
      *          producto, estado y cliente del maestro de cuentas,
      *          emitir el cuadro de cuentas, saldo y saldo promedio
      *          por CM-TIPO-PRODUCTO y CM-ESTADO-CUENTA; las altas,
      *          bajas y variacion de saldo por producto contra el
      *          cierre del mes anterior; y las 20 mayores
      *          concentraciones por cliente (sumando las cuentas con
      *          el mismo CM-NUM-CLIENTE) con el porcentaje de la
      *          captacion total que representan. El maestro no
      *          guarda cuando se cerro una cuenta, asi que cada
      *          corrida deja la cartera del mes (producto, estado,
      *          cliente y saldo por cuenta) para que la del mes
      *          siguiente identifique las bajas; debe correr al
      *          inicio del mes siguiente, antes de que cambien los
      *          estados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTACION-MENSUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CAP-ORDEN-TRABAJO ASSIGN TO "CAPTACION-ORDEN.WRK".
           SELECT CAP-ORDEN-CLIENTES
               ASSIGN TO "CAPTACION-ORDEN-CLI.WRK".
           SELECT FOTO-SALDOS-INPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FOTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOTO.
           SELECT CUENTAS-MAESTRO
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-MAESTRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NUM-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.
           SELECT CARTERA-ANTERIOR
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CARTERA-ANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTERA-ANT.
           SELECT CARTERA-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-CARTERA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTERA.
           SELECT CLIENTES-TRABAJO
               ASSIGN TO "CAPTACION-CLIENTES.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTES-TRB.
           SELECT REPORTE-OUTPUT
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHA-CONTROL
               ASSIGN TO DYNAMIC WS-NOM-ARCHIVO-FECHACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHACTL.

       DATA DIVISION.
       FILE SECTION.

      *> ARCHIVO DE ORDENAMIENTO QUE JUNTA, POR CUENTA, EL SALDO DEL
      *> CIERRE DEL MES ("C") Y DEL MES ANTERIOR ("A") EN LA FOTO, SUS
      *> DATOS EN EL MAESTRO ("M") Y EN LA CARTERA DEL MES ANTERIOR
      *> ("P").
       SD CAP-ORDEN-TRABAJO.
       01 REG-CAP-ORDEN.
           05 COR-NUM-CUENTA     PIC 9(10).
           05 COR-ORIGEN         PIC X.
           05 COR-TIPO-PRODUCTO  PIC X(3).
           05 COR-ESTADO-CUENTA  PIC X.
           05 COR-NUM-CLIENTE    PIC 9(8).
           05 COR-SALDO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

      *> ARCHIVO DE ORDENAMIENTO DEL SALDO DE CIERRE DE CADA CUENTA
      *> POR CLIENTE, PARA LAS CONCENTRACIONES.
       SD CAP-ORDEN-CLIENTES.
       01 REG-CAP-ORDEN-CLI.
           05 OCL-NUM-CLIENTE    PIC 9(8).
           05 OCL-SALDO          PIC S9(11)V99
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
      *> NUMERO DE CLIENTE TITULAR EN CLIENTES.MAESTRO; CERO CUANDO
      *> LA CUENTA AUN NO SE VINCULO A UN CLIENTE.
           05 CM-NUM-CLIENTE     PIC 9(8).

      *> CARTERA DEL MES ANTERIOR, DEJADA POR LA CORRIDA DE ESE MES:
      *> UNA LINEA POR CUENTA CON PRODUCTO, ESTADO, CLIENTE Y SALDO AL
      *> CIERRE. MISMO LAYOUT QUE CARTERA-OUTPUT.
       FD CARTERA-ANTERIOR.
       01 REG-CARTERA-ANT.
           05 CAA-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X.
           05 CAA-TIPO-PRODUCTO  PIC X(3).
           05 FILLER             PIC X.
           05 CAA-ESTADO-CUENTA  PIC X.
           05 FILLER             PIC X.
           05 CAA-NUM-CLIENTE    PIC 9(8).
           05 FILLER             PIC X.
           05 CAA-SALDO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

      *> CARTERA DEL MES REPORTADO, EN ORDEN DE CUENTA, PARA LA
      *> CORRIDA DEL MES SIGUIENTE. SE RECREA COMPLETA SI EL MES SE
      *> VUELVE A CORRER.
       FD CARTERA-OUTPUT.
       01 REG-CARTERA.
           05 CAR-NUM-CUENTA     PIC 9(10).
           05 FILLER             PIC X.
           05 CAR-TIPO-PRODUCTO  PIC X(3).
           05 FILLER             PIC X.
           05 CAR-ESTADO-CUENTA  PIC X.
           05 FILLER             PIC X.
           05 CAR-NUM-CLIENTE    PIC 9(8).
           05 FILLER             PIC X.
           05 CAR-SALDO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

      *> ARCHIVO DE TRABAJO INTERNO (NO ES UN ARCHIVO DE NEGOCIO, NO
      *> SE PARAMETRIZA) CON EL SALDO DE CIERRE DE CADA CUENTA
      *> VINCULADA A UN CLIENTE.
       FD CLIENTES-TRABAJO.
       01 REG-CLIENTE-TRABAJO.
           05 CLT-NUM-CLIENTE    PIC 9(8).
           05 FILLER             PIC X.
           05 CLT-SALDO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

      *> REPORTE DE CAPTACION DEL MES.
       FD REPORTE-OUTPUT.
       01 REG-REPORTE            PIC X(110).

      *> CONTROL DE FECHA DE NEGOCIO. MISMO LAYOUT QUE EN MOVIMIENTOS-
      *> BANCARIOS; AQUI SOLO SE LEE, NUNCA SE AVANZA.
       FD FECHA-CONTROL.
       01 REG-FECHA-CONTROL.
           05 CTL-FECHA-PROCESO  PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-FS-FOTO            PIC XX VALUE "00".
       01 WS-FS-CUENTAS         PIC XX VALUE "00".
       01 WS-FS-CARTERA-ANT     PIC XX VALUE "00".
       01 WS-FS-CARTERA         PIC XX VALUE "00".
       01 WS-FS-CLIENTES-TRB    PIC XX VALUE "00".
       01 WS-FS-FECHACTL        PIC XX VALUE "00".

       01 WS-NOM-ARCHIVO-FOTO       PIC X(50) VALUE
            "SALDOS-CIERRE.TXT".
       01 WS-NOM-ARCHIVO-MAESTRO    PIC X(50) VALUE "CUENTAS.MAESTRO".
       01 WS-NOM-ARCHIVO-REPORTE    PIC X(50) VALUE
            "CAPTACION-REPORTE.TXT".
       01 WS-NOM-ARCHIVO-FECHACTL   PIC X(50) VALUE
            "FECHA-PROCESO.CTL".
       01 WS-NOM-ARCHIVO-CARTERA    PIC X(50) VALUE SPACES.
       01 WS-NOM-ARCHIVO-CARTERA-ANT PIC X(50) VALUE SPACES.
       01 WS-VALOR-AMBIENTE         PIC X(50) VALUE SPACES.

      *> LA CARTERA DE CADA MES SE NOMBRA CON EL PREFIJO (VARIABLE
      *> CAPCAR) MAS EL MES CCYYMM Y ".TXT".
       01 WS-PREFIJO-CARTERA    PIC X(40) VALUE "CAPTACION-CARTERA-".

      *> MES A REPORTAR (CCYYMM). SE TOMA DE LA VARIABLE DE ENTORNO
      *> CAPMES, COMO COMMES EN COMISIONES-MENSUALES; SI NO SE DEFINE
      *> O NO ES VALIDA, SE REPORTA EL MES ANTERIOR AL DE LA FECHA DE
      *> NEGOCIO, QUE ES EL ULTIMO MES CERRADO.
       01 WS-MES-SOLICITADO     PIC X(6) VALUE SPACES.
       01 WS-MES-REPORTE        PIC 9(6) VALUE 0.
       01 WS-MES-REPORTE-R REDEFINES WS-MES-REPORTE.
           05 WS-MRP-ANO         PIC 9(4).
           05 WS-MRP-MES         PIC 9(2).
       01 WS-MES-ANTERIOR       PIC 9(6) VALUE 0.
       01 WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
           05 WS-MAN-ANO         PIC 9(4).
           05 WS-MAN-MES         PIC 9(2).

       01 WS-FECHA-PROCESO      PIC 9(8).

      *> ULTIMA FECHA DE LA FOTO DENTRO DEL MES REPORTADO Y DEL MES
      *> ANTERIOR: EL ULTIMO DIA HABIL QUE CERRO CADA MES. CERO SI EL
      *> MES NO TIENE NINGUNA FOTO.
       01 WS-FECHA-CIERRE       PIC 9(8) VALUE 0.
       01 WS-FECHA-CIERRE-ANT   PIC 9(8) VALUE 0.
       01 WS-HAY-CARTERA-ANT    PIC X VALUE "N".

       01 WS-FIN-FOTO           PIC X VALUE "N".
       01 WS-FIN-MAESTRO        PIC X VALUE "N".
       01 WS-FIN-CARTERA-ANT    PIC X VALUE "N".
       01 WS-FIN-ORDEN          PIC X VALUE "N".
       01 WS-FIN-CLIENTES-TRB   PIC X VALUE "N".

      *> DATOS DE LA CUENTA EN EL CORTE DEL ORDENAMIENTO.
       01 WS-HAY-CUENTA-ANT     PIC X VALUE "N".
       01 WS-CUENTA-ANT         PIC 9(10) VALUE 0.
       01 WS-CTA-HAY-CIERRE     PIC X VALUE "N".
       01 WS-CTA-SALDO-CIERRE   PIC S9(11)V99 VALUE 0.
       01 WS-CTA-HAY-ANTERIOR   PIC X VALUE "N".
       01 WS-CTA-SALDO-ANTERIOR PIC S9(11)V99 VALUE 0.
       01 WS-CTA-HAY-MAESTRO    PIC X VALUE "N".
       01 WS-CTA-PRODUCTO       PIC X(3) VALUE SPACES.
       01 WS-CTA-ESTADO         PIC X VALUE SPACE.
       01 WS-CTA-CLIENTE        PIC 9(8) VALUE 0.
       01 WS-CTA-HAY-PREVIA     PIC X VALUE "N".
       01 WS-CTA-PRODUCTO-PREV  PIC X(3) VALUE SPACES.
       01 WS-CTA-ESTADO-PREV    PIC X VALUE SPACE.

      *> CUADRO POR PRODUCTO, EN ORDEN DE CODIGO. CADA PRODUCTO LLEVA
      *> CUENTAS Y SALDO POR ESTADO (1 ACTIVA, 2 CONGELADA, 3
      *> CERRADA, 4 OTRO) Y LAS CIFRAS DE LA COMPARACION CONTRA EL
      *> MES ANTERIOR. SI SE LLENA, EL ULTIMO RENGLON ACUMULA COMO
      *> "***" LOS PRODUCTOS QUE NO CUPIERON. EL RENGLON 41 NO SE
      *> LLENA: SOLO DA LUGAR A LA BUSQUEDA CUANDO PASA DEL ULTIMO.
       01 WS-TABLA-PRODUCTOS.
           05 WS-PRO-ENTRADA OCCURS 41 TIMES.
               10 WS-PRO-CODIGO      PIC X(3).
               10 WS-PRO-ESTADO OCCURS 4 TIMES.
                   15 WS-PRO-CUENTAS PIC 9(8).
                   15 WS-PRO-SALDO   PIC S9(13)V99.
               10 WS-PRO-CUENTAS-ANT PIC 9(8).
               10 WS-PRO-SALDO-ANT   PIC S9(13)V99.
               10 WS-PRO-ALTAS       PIC 9(8).
               10 WS-PRO-BAJAS       PIC 9(8).
       01 WS-PRO-USADOS         PIC 9(2) VALUE 0.
       01 WS-PRO-IX             PIC 9(2) VALUE 0.
       01 WS-PRO-IX-MUEVE       PIC 9(2) VALUE 0.
       01 WS-PRO-BUSCADO        PIC X(3) VALUE SPACES.
       01 WS-EST-IX             PIC 9 VALUE 0.

       01 TABLA-NOMBRES-ESTADO-N PIC X(40) VALUE
            "ACTIVA    CONGELADA CERRADA   OTRO      ".
       01 TABLA-NOMBRES-ESTADO REDEFINES TABLA-NOMBRES-ESTADO-N.
           05 NOMBRE-ESTADO      PIC X(10) OCCURS 4 TIMES.

      *> TOTALES DEL CUADRO Y DE UN PRODUCTO AL IMPRIMIRLO.
       01 WS-SUB-CUENTAS        PIC 9(8) VALUE 0.
       01 WS-SUB-SALDO          PIC S9(13)V99 VALUE 0.
       01 WS-TOT-CUENTAS        PIC 9(8) VALUE 0.
       01 WS-TOT-SALDO          PIC S9(13)V99 VALUE 0.
       01 WS-TOT-CUENTAS-ANT    PIC 9(8) VALUE 0.
       01 WS-TOT-SALDO-ANT      PIC S9(13)V99 VALUE 0.
       01 WS-TOT-ALTAS          PIC 9(8) VALUE 0.
       01 WS-TOT-BAJAS          PIC 9(8) VALUE 0.
       01 WS-PROMEDIO           PIC S9(13)V99 VALUE 0.
       01 WS-VARIACION          PIC S9(13)V99 VALUE 0.

      *> CAPTACION TOTAL DEL CIERRE (SALDO NETO DE TODAS LAS CUENTAS
      *> DE LA FOTO), BASE DE LOS PORCENTAJES DE CONCENTRACION.
       01 WS-CAPTACION-TOTAL    PIC S9(13)V99 VALUE 0.
       01 WS-CUENTAS-CIERRE     PIC 9(8) VALUE 0.
       01 WS-CUENTAS-SIN-MAESTRO PIC 9(8) VALUE 0.
       01 WS-CUENTAS-SIN-CLIENTE PIC 9(8) VALUE 0.
       01 WS-SALDO-SIN-CLIENTE  PIC S9(13)V99 VALUE 0.

      *> ACUMULADO DEL CLIENTE EN EL CORTE DEL SEGUNDO ORDENAMIENTO.
       01 WS-HAY-CLIENTE-ANT    PIC X VALUE "N".
       01 WS-CLIENTE-ANT        PIC 9(8) VALUE 0.
       01 WS-CLI-CUENTAS        PIC 9(6) VALUE 0.
       01 WS-CLI-SALDO          PIC S9(13)V99 VALUE 0.
       01 WS-CLIENTES-LEIDOS    PIC 9(8) VALUE 0.

      *> LAS 20 MAYORES CONCENTRACIONES, DE MAYOR A MENOR SALDO. EL
      *> RENGLON 21 SOLO RECIBE EL QUE SALE AL DESPLAZAR LA TABLA.
       01 WS-TABLA-MAYORES.
           05 WS-MAY-ENTRADA OCCURS 21 TIMES.
               10 WS-MAY-CLIENTE     PIC 9(8).
               10 WS-MAY-CUENTAS     PIC 9(6).
               10 WS-MAY-SALDO       PIC S9(13)V99.
       01 WS-MAY-USADOS         PIC 9(2) VALUE 0.
       01 WS-MAY-IX             PIC 9(2) VALUE 0.
       01 WS-MAY-POS            PIC 9(2) VALUE 0.
       01 WS-MAY-SALDO-TOTAL    PIC S9(13)V99 VALUE 0.
       01 WS-PORCENTAJE         PIC S9(5)V99 VALUE 0.

       01 SUBRAYADO-CAP         PIC X(110) VALUE ALL '-'.
       01 LINEA-TITULO-CAP      PIC X(60) VALUE
            'REPORTE MENSUAL DE CAPTACION'.

       01 LINEA-MES-CAP.
           05 FILLER             PIC X(31)  VALUE
                "MES REPORTADO..................".
           05 LMC-MES            PIC 9(6).

       01 LINEA-FECHA-CAP.
           05 LFC-ETIQUETA       PIC X(31).
           05 LFC-FECHA          PIC 9(8).

       01 LINEA-AVISO-CAP.
           05 FILLER             PIC X(7)   VALUE "AVISO: ".
           05 LAC-TEXTO          PIC X(90).

       01 LINEA-SECCION-CAP     PIC X(60).

       01 TITULOS-CUADRO.
           05 FILLER             PIC X(5)   VALUE "PRO".
           05 FILLER             PIC X(11)  VALUE "ESTADO".
           05 FILLER             PIC X(9)   VALUE "  CUENTAS".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(19)  VALUE
                "              SALDO".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(19)  VALUE
                "     SALDO PROMEDIO".

       01 LINEA-CUADRO.
           05 LCU-PRODUCTO       PIC X(3).
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LCU-ESTADO         PIC X(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 LCU-CUENTAS        PIC ZZZZZZZZ9.
           05 FILLER             PIC X      VALUE SPACE.
           05 LCU-SALDO          PIC -(15)9.99.
           05 FILLER             PIC X      VALUE SPACE.
           05 LCU-PROMEDIO       PIC -(15)9.99.

       01 TITULOS-VARIACION.
           05 FILLER             PIC X(5)   VALUE "PRO".
           05 FILLER             PIC X(9)   VALUE " CTAS ANT".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(8)   VALUE "   ALTAS".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(8)   VALUE "   BAJAS".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(9)   VALUE " CTAS ACT".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(19)  VALUE
                "     SALDO ANTERIOR".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(19)  VALUE
                "       SALDO CIERRE".
           05 FILLER             PIC X      VALUE SPACE.
           05 FILLER             PIC X(19)  VALUE
                "          VARIACION".

       01 LINEA-VARIACION.
           05 LVA-PRODUCTO       PIC X(3).
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LVA-CUENTAS-ANT    PIC ZZZZZZZZ9.
           05 FILLER             PIC X      VALUE SPACE.
           05 LVA-ALTAS          PIC ZZZZZZZ9.
           05 FILLER             PIC X      VALUE SPACE.
           05 LVA-BAJAS          PIC ZZZZZZZ9.
           05 FILLER             PIC X      VALUE SPACE.
           05 LVA-CUENTAS-ACT    PIC ZZZZZZZZ9.
           05 FILLER             PIC X      VALUE SPACE.
           05 LVA-SALDO-ANT      PIC -(15)9.99.
           05 FILLER             PIC X      VALUE SPACE.
           05 LVA-SALDO-ACT      PIC -(15)9.99.
           05 FILLER             PIC X      VALUE SPACE.
           05 LVA-VARIACION      PIC -(15)9.99.

       01 TITULOS-MAYORES.
           05 FILLER             PIC X(5)   VALUE "POS".
           05 FILLER             PIC X(10)  VALUE "CLIENTE".
           05 FILLER             PIC X(7)   VALUE "CUENTAS".
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 FILLER             PIC X(19)  VALUE
                "              SALDO".
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 FILLER             PIC X(8)   VALUE " % TOTAL".

       01 LINEA-MAYOR.
           05 LMA-POSICION       PIC Z9.
           05 FILLER             PIC X(3)   VALUE SPACES.
           05 LMA-CLIENTE        PIC 9(8).
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LMA-CUENTAS        PIC ZZZZZZ9.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LMA-SALDO          PIC -(15)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LMA-PORCENTAJE     PIC -(4)9.99.

       01 LINEA-TOTAL-MAYORES.
           05 LTM-ETIQUETA       PIC X(15).
           05 LTM-CUENTAS        PIC ZZZZZZZZ9.
           05 FILLER             PIC X      VALUE SPACE.
           05 LTM-SALDO          PIC -(15)9.99.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 LTM-PORCENTAJE     PIC -(4)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           PERFORM LEER-PARAMETROS

           PERFORM LEER-FECHA-CONTROL

           PERFORM DETERMINAR-MESES

           PERFORM BUSCAR-FECHAS-DE-CIERRE

           IF WS-FECHA-CIERRE = 0
              DISPLAY "ERROR: LA FOTO DE SALDOS NO TIENE NINGUN "
                 "CIERRE DEL MES " WS-MES-REPORTE "; NO SE PUEDE "
                 "REPORTAR." UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-FECHA-CIERRE-ANT = 0
              DISPLAY "AVISO: SIN CIERRE DEL MES " WS-MES-ANTERIOR
                 " EN LA FOTO DE SALDOS; TODAS LAS CUENTAS SE "
                 "REPORTAN COMO ALTAS." UPON CONSOLE
           END-IF

           PERFORM ABRIR-ARCHIVOS-CARTERA

      *> PRIMERA FASE: ORDENA POR CUENTA LOS SALDOS DE LOS DOS
      *> CIERRES, EL MAESTRO Y LA CARTERA ANTERIOR, Y CLASIFICA CADA
      *> CUENTA EN EL CUADRO POR PRODUCTO Y ESTADO.
           MOVE 0   TO WS-PRO-USADOS

           SORT CAP-ORDEN-TRABAJO
               ON ASCENDING KEY COR-NUM-CUENTA
               INPUT PROCEDURE IS SELECCIONAR-CUENTAS
               OUTPUT PROCEDURE IS CLASIFICAR-CUENTAS

           CLOSE CARTERA-OUTPUT
                 CLIENTES-TRABAJO

      *> SEGUNDA FASE: SUMA EL SALDO DE CIERRE POR CLIENTE Y CONSERVA
      *> LAS 20 MAYORES CONCENTRACIONES.
           MOVE 0 TO WS-MAY-USADOS

           SORT CAP-ORDEN-CLIENTES
               ON ASCENDING KEY OCL-NUM-CLIENTE
               INPUT PROCEDURE IS SELECCIONAR-CLIENTES
               OUTPUT PROCEDURE IS ACUMULAR-CLIENTES

           OPEN OUTPUT REPORTE-OUTPUT

           PERFORM ESCRIBIR-ENCABEZADOS-CAP
           PERFORM ESCRIBIR-CUADRO-PRODUCTOS
           PERFORM ESCRIBIR-VARIACION-PRODUCTOS
           PERFORM ESCRIBIR-MAYORES-CLIENTES

           CLOSE REPORTE-OUTPUT

           DISPLAY "MES REPORTADO              : " WS-MES-REPORTE
           DISPLAY "FECHA DE CIERRE            : " WS-FECHA-CIERRE
           DISPLAY "FECHA DE CIERRE ANTERIOR   : " WS-FECHA-CIERRE-ANT
           DISPLAY "CUENTAS AL CIERRE          : " WS-CUENTAS-CIERRE
           DISPLAY "PRODUCTOS                  : " WS-PRO-USADOS
           DISPLAY "CLIENTES CON CUENTAS       : " WS-CLIENTES-LEIDOS

           IF WS-CUENTAS-SIN-MAESTRO NOT = 0
              DISPLAY "AVISO: " WS-CUENTAS-SIN-MAESTRO " CUENTAS DE "
                 "LA FOTO NO ESTAN EN EL MAESTRO; SE REPORTAN COMO "
                 "PRODUCTO ??? Y ESTADO OTRO." UPON CONSOLE
           END-IF

           STOP RUN.

      *> LEE LOS PARAMETROS DE LA CORRIDA AL ESTILO DD-NAME DE JCL.
      *> LA FOTO, EL MAESTRO Y EL CONTROL DE FECHA USAN LAS MISMAS
      *> VARIABLES MOVFOT, MOVMTO Y MOVFCH QUE LOS DEMAS PROGRAMAS.
       LEER-PARAMETROS.

      *> EL MES DEBE VENIR COMPLETO, CCYYMM; UN VALOR MAL FORMADO SE
      *> AVISA Y SE REPORTA EL ULTIMO MES CERRADO, COMO SI NO SE
      *> HUBIERA PEDIDO UNO.
           DISPLAY "CAPMES" UPON ENVIRONMENT-NAME
           ACCEPT WS-MES-SOLICITADO FROM ENVIRONMENT-VALUE
           IF WS-MES-SOLICITADO IS NOT NUMERIC
              OR WS-MES-SOLICITADO (5:2) < "01"
              OR WS-MES-SOLICITADO (5:2) > "12"
              IF WS-MES-SOLICITADO NOT = SPACES
                 DISPLAY "AVISO: CAPMES NO ES UN MES CCYYMM; SE USA "
                    "EL ULTIMO MES CERRADO." UPON CONSOLE
              END-IF
              MOVE SPACES TO WS-MES-SOLICITADO
           END-IF

           DISPLAY "CAPRPT" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-REPORTE
           END-IF

           DISPLAY "CAPCAR" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-PREFIJO-CARTERA
           END-IF

           DISPLAY "MOVFOT" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FOTO
           END-IF

           DISPLAY "MOVMTO" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-MAESTRO
           END-IF

           DISPLAY "MOVFCH" UPON ENVIRONMENT-NAME
           ACCEPT WS-VALOR-AMBIENTE FROM ENVIRONMENT-VALUE
           IF WS-VALOR-AMBIENTE NOT = SPACES
              MOVE WS-VALOR-AMBIENTE TO WS-NOM-ARCHIVO-FECHACTL
           END-IF.

      *> LEE LA FECHA DE NEGOCIO VIGENTE DEL ARCHIVO DE CONTROL DE
      *> FECHA; SU MES ES EL QUE ESTA EN CURSO. SI EL ARCHIVO NO
      *> EXISTE (AMBIENTE NUEVO), SE CONSERVA LA FECHA DE MAQUINA,
      *> IGUAL QUE HACE MOVIMIENTOS-BANCARIOS.
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

      *> MES A REPORTAR Y SU MES ANTERIOR. SIN CAPMES, EL MES A
      *> REPORTAR ES EL ANTERIOR AL DE LA FECHA DE NEGOCIO: AL CERRAR
      *> EL ULTIMO DIA HABIL DEL MES, MOVIMIENTOS-BANCARIOS YA DEJA LA
      *> FECHA DE CONTROL EN EL MES SIGUIENTE.
       DETERMINAR-MESES.

           IF WS-MES-SOLICITADO = SPACES
              MOVE WS-FECHA-PROCESO (1:6) TO WS-MES-REPORTE
              PERFORM RETROCEDER-MES-REPORTE
           ELSE
              MOVE WS-MES-SOLICITADO TO WS-MES-REPORTE
           END-IF

           MOVE WS-MES-REPORTE TO WS-MES-ANTERIOR
           IF WS-MAN-MES = 1
              SUBTRACT 1 FROM WS-MAN-ANO
              MOVE 12 TO WS-MAN-MES
           ELSE
              SUBTRACT 1 FROM WS-MAN-MES
           END-IF.

       RETROCEDER-MES-REPORTE.

           IF WS-MRP-MES = 1
              SUBTRACT 1 FROM WS-MRP-ANO
              MOVE 12 TO WS-MRP-MES
           ELSE
              SUBTRACT 1 FROM WS-MRP-MES
           END-IF.

      *> PRIMERA PASADA POR LA FOTO: LA FECHA MAS ALTA DE CADA MES ES
      *> EL ULTIMO DIA HABIL QUE SE CERRO EN ESE MES. UN MES AUN
      *> ABIERTO TOMA SU ULTIMO CIERRE, QUE SE IMPRIME EN EL REPORTE.
       BUSCAR-FECHAS-DE-CIERRE.

           MOVE 0 TO WS-FECHA-CIERRE
           MOVE 0 TO WS-FECHA-CIERRE-ANT

           OPEN INPUT FOTO-SALDOS-INPUT

           IF WS-FS-FOTO NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR FOTO-SALDOS-INPUT, "
                 "FILE STATUS " WS-FS-FOTO UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "N" TO WS-FIN-FOTO
           READ FOTO-SALDOS-INPUT
               AT END MOVE "S" TO WS-FIN-FOTO
           END-READ

           PERFORM REVISAR-FECHA-FOTO
               UNTIL WS-FIN-FOTO = "S"

           CLOSE FOTO-SALDOS-INPUT.

       REVISAR-FECHA-FOTO.

           IF FOT-FECHA IS NUMERIC
              IF FOT-FECHA (1:6) = WS-MES-REPORTE
                 AND FOT-FECHA > WS-FECHA-CIERRE
                 MOVE FOT-FECHA TO WS-FECHA-CIERRE
              END-IF
              IF FOT-FECHA (1:6) = WS-MES-ANTERIOR
                 AND FOT-FECHA > WS-FECHA-CIERRE-ANT
                 MOVE FOT-FECHA TO WS-FECHA-CIERRE-ANT
              END-IF
           END-IF

           READ FOTO-SALDOS-INPUT
               AT END MOVE "S" TO WS-FIN-FOTO
           END-READ.

      *> LA CARTERA DEL MES ANTERIOR ES OPCIONAL: SIN ELLA (PRIMER MES
      *> DEL REPORTE) NO SE PUEDEN IDENTIFICAR LAS BAJAS. LA DEL MES
      *> REPORTADO SE RECREA SIEMPRE.
       ABRIR-ARCHIVOS-CARTERA.

           MOVE SPACES TO WS-NOM-ARCHIVO-CARTERA
           STRING WS-PREFIJO-CARTERA DELIMITED BY SPACE
                  WS-MES-REPORTE     DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
              INTO WS-NOM-ARCHIVO-CARTERA
           END-STRING

           MOVE SPACES TO WS-NOM-ARCHIVO-CARTERA-ANT
           STRING WS-PREFIJO-CARTERA DELIMITED BY SPACE
                  WS-MES-ANTERIOR    DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
              INTO WS-NOM-ARCHIVO-CARTERA-ANT
           END-STRING

           MOVE "N" TO WS-HAY-CARTERA-ANT
           OPEN INPUT CARTERA-ANTERIOR

           IF WS-FS-CARTERA-ANT = "35"
              DISPLAY "AVISO: SIN CARTERA DEL MES " WS-MES-ANTERIOR
                 "; NO SE PUEDEN IDENTIFICAR LAS BAJAS."
                 UPON CONSOLE
           ELSE
              IF WS-FS-CARTERA-ANT NOT = "00"
                 DISPLAY "ERROR: NO SE PUDO ABRIR CARTERA-ANTERIOR, "
                    "FILE STATUS " WS-FS-CARTERA-ANT UPON CONSOLE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE "S" TO WS-HAY-CARTERA-ANT
              END-IF
           END-IF

           OPEN OUTPUT CARTERA-OUTPUT

           IF WS-FS-CARTERA NOT = "00"
              DISPLAY "ERROR: NO SE PUDO CREAR LA CARTERA "
                 WS-NOM-ARCHIVO-CARTERA ", FILE STATUS "
                 WS-FS-CARTERA UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CLIENTES-TRABAJO.

      *> ALIMENTA EL ORDENAMIENTO CON LOS SALDOS DE LOS DOS CIERRES,
      *> EL MAESTRO COMPLETO Y LA CARTERA DEL MES ANTERIOR.
       SELECCIONAR-CUENTAS.

           OPEN INPUT FOTO-SALDOS-INPUT

           MOVE "N" TO WS-FIN-FOTO
           READ FOTO-SALDOS-INPUT
               AT END MOVE "S" TO WS-FIN-FOTO
           END-READ

           PERFORM SELECCIONAR-FOTO
               UNTIL WS-FIN-FOTO = "S"

           CLOSE FOTO-SALDOS-INPUT

           OPEN INPUT CUENTAS-MAESTRO

           IF WS-FS-CUENTAS NOT = "00"
              DISPLAY "ERROR: NO SE PUDO ABRIR CUENTAS-MAESTRO, "
                 "FILE STATUS " WS-FS-CUENTAS UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "N" TO WS-FIN-MAESTRO
           READ CUENTAS-MAESTRO
               AT END MOVE "S" TO WS-FIN-MAESTRO
           END-READ

           PERFORM SELECCIONAR-MAESTRO
               UNTIL WS-FIN-MAESTRO = "S"

           CLOSE CUENTAS-MAESTRO

           IF WS-HAY-CARTERA-ANT = "S"
              MOVE "N" TO WS-FIN-CARTERA-ANT
              READ CARTERA-ANTERIOR
                  AT END MOVE "S" TO WS-FIN-CARTERA-ANT
              END-READ

              PERFORM SELECCIONAR-CARTERA-ANT
                  UNTIL WS-FIN-CARTERA-ANT = "S"

              CLOSE CARTERA-ANTERIOR
           END-IF.

       SELECCIONAR-FOTO.

           IF FOT-NUM-CUENTA IS NUMERIC
              AND FOT-FECHA IS NUMERIC
              AND FOT-SALDO IS NUMERIC
              IF FOT-FECHA = WS-FECHA-CIERRE
                 OR (WS-FECHA-CIERRE-ANT NOT = 0
                     AND FOT-FECHA = WS-FECHA-CIERRE-ANT)
                 MOVE SPACES         TO REG-CAP-ORDEN
                 MOVE FOT-NUM-CUENTA TO COR-NUM-CUENTA
                 MOVE 0              TO COR-NUM-CLIENTE
                 MOVE FOT-SALDO      TO COR-SALDO
                 IF FOT-FECHA = WS-FECHA-CIERRE
                    MOVE "C" TO COR-ORIGEN
                 ELSE
                    MOVE "A" TO COR-ORIGEN
                 END-IF
                 RELEASE REG-CAP-ORDEN
              END-IF
           END-IF

           READ FOTO-SALDOS-INPUT
               AT END MOVE "S" TO WS-FIN-FOTO
           END-READ.

       SELECCIONAR-MAESTRO.

           MOVE SPACES           TO REG-CAP-ORDEN
           MOVE CM-NUM-CUENTA    TO COR-NUM-CUENTA
           MOVE "M"              TO COR-ORIGEN
           MOVE CM-TIPO-PRODUCTO TO COR-TIPO-PRODUCTO
           MOVE CM-ESTADO-CUENTA TO COR-ESTADO-CUENTA
           IF CM-NUM-CLIENTE IS NUMERIC
              MOVE CM-NUM-CLIENTE TO COR-NUM-CLIENTE
           ELSE
              MOVE 0 TO COR-NUM-CLIENTE
           END-IF
           MOVE 0                TO COR-SALDO
           RELEASE REG-CAP-ORDEN

           READ CUENTAS-MAESTRO
               AT END MOVE "S" TO WS-FIN-MAESTRO
           END-READ.

       SELECCIONAR-CARTERA-ANT.

           IF CAA-NUM-CUENTA IS NUMERIC
              MOVE SPACES            TO REG-CAP-ORDEN
              MOVE CAA-NUM-CUENTA    TO COR-NUM-CUENTA
              MOVE "P"               TO COR-ORIGEN
              MOVE CAA-TIPO-PRODUCTO TO COR-TIPO-PRODUCTO
              MOVE CAA-ESTADO-CUENTA TO COR-ESTADO-CUENTA
              MOVE 0                 TO COR-NUM-CLIENTE
              MOVE 0                 TO COR-SALDO
              RELEASE REG-CAP-ORDEN
           END-IF

           READ CARTERA-ANTERIOR
               AT END MOVE "S" TO WS-FIN-CARTERA-ANT
           END-READ.

      *> RECORRE EL ORDENAMIENTO CON CORTE DE CONTROL POR CUENTA,
      *> JUNTANDO LO QUE CADA ORIGEN APORTA DE LA CUENTA.
       CLASIFICAR-CUENTAS.

           MOVE "N" TO WS-FIN-ORDEN
           MOVE "N" TO WS-HAY-CUENTA-ANT

           RETURN CAP-ORDEN-TRABAJO
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN

           PERFORM ACUMULAR-UNA-CUENTA
               UNTIL WS-FIN-ORDEN = "S"

           IF WS-HAY-CUENTA-ANT = "S"
              PERFORM CLASIFICAR-UNA-CUENTA
           END-IF.

       ACUMULAR-UNA-CUENTA.

           IF WS-HAY-CUENTA-ANT = "S"
              AND COR-NUM-CUENTA NOT = WS-CUENTA-ANT
              PERFORM CLASIFICAR-UNA-CUENTA
           END-IF

           IF WS-HAY-CUENTA-ANT = "N"
              OR COR-NUM-CUENTA NOT = WS-CUENTA-ANT
              MOVE COR-NUM-CUENTA TO WS-CUENTA-ANT
              MOVE "S"            TO WS-HAY-CUENTA-ANT
              MOVE "N"            TO WS-CTA-HAY-CIERRE
              MOVE 0              TO WS-CTA-SALDO-CIERRE
              MOVE "N"            TO WS-CTA-HAY-ANTERIOR
              MOVE 0              TO WS-CTA-SALDO-ANTERIOR
              MOVE "N"            TO WS-CTA-HAY-MAESTRO
              MOVE "???"          TO WS-CTA-PRODUCTO
              MOVE SPACE          TO WS-CTA-ESTADO
              MOVE 0              TO WS-CTA-CLIENTE
              MOVE "N"            TO WS-CTA-HAY-PREVIA
              MOVE SPACES         TO WS-CTA-PRODUCTO-PREV
              MOVE SPACE          TO WS-CTA-ESTADO-PREV
           END-IF

           EVALUATE COR-ORIGEN
              WHEN "C"
                 MOVE "S"       TO WS-CTA-HAY-CIERRE
                 MOVE COR-SALDO TO WS-CTA-SALDO-CIERRE
              WHEN "A"
                 MOVE "S"       TO WS-CTA-HAY-ANTERIOR
                 MOVE COR-SALDO TO WS-CTA-SALDO-ANTERIOR
              WHEN "M"
                 MOVE "S"               TO WS-CTA-HAY-MAESTRO
                 MOVE COR-TIPO-PRODUCTO TO WS-CTA-PRODUCTO
                 MOVE COR-ESTADO-CUENTA TO WS-CTA-ESTADO
                 MOVE COR-NUM-CLIENTE   TO WS-CTA-CLIENTE
              WHEN "P"
                 MOVE "S"               TO WS-CTA-HAY-PREVIA
                 MOVE COR-TIPO-PRODUCTO TO WS-CTA-PRODUCTO-PREV
                 MOVE COR-ESTADO-CUENTA TO WS-CTA-ESTADO-PREV
           END-EVALUATE

           RETURN CAP-ORDEN-TRABAJO
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN.

      *> UNA CUENTA ENTRA AL CUADRO DEL MES SI ESTA EN LA FOTO DEL
      *> CIERRE (LAS ALTAS POSTERIORES AL CIERRE NO CUENTAN) CON EL
      *> PRODUCTO Y ESTADO DEL MAESTRO. AL MES ANTERIOR SE LE ASIGNA
      *> EL PRODUCTO QUE TENIA EN SU CARTERA, SI LA HAY. ES ALTA SI NO
      *> ESTABA EN EL CIERRE ANTERIOR, Y BAJA SI HOY ESTA CERRADA Y
      *> EN LA CARTERA ANTERIOR NO LO ESTABA.
       CLASIFICAR-UNA-CUENTA.

           IF WS-CTA-HAY-ANTERIOR = "S"
              IF WS-CTA-HAY-PREVIA = "S"
                 MOVE WS-CTA-PRODUCTO-PREV TO WS-PRO-BUSCADO
              ELSE
                 MOVE WS-CTA-PRODUCTO      TO WS-PRO-BUSCADO
              END-IF
              PERFORM UBICAR-PRODUCTO
              ADD 1 TO WS-PRO-CUENTAS-ANT (WS-PRO-IX)
              ADD WS-CTA-SALDO-ANTERIOR TO WS-PRO-SALDO-ANT (WS-PRO-IX)
           END-IF

           IF WS-CTA-HAY-CIERRE = "S"
              ADD 1 TO WS-CUENTAS-CIERRE
              ADD WS-CTA-SALDO-CIERRE TO WS-CAPTACION-TOTAL

              IF WS-CTA-HAY-MAESTRO = "N"
                 ADD 1 TO WS-CUENTAS-SIN-MAESTRO
              END-IF

              MOVE WS-CTA-PRODUCTO TO WS-PRO-BUSCADO
              PERFORM UBICAR-PRODUCTO

              EVALUATE WS-CTA-ESTADO
                 WHEN "A" MOVE 1 TO WS-EST-IX
                 WHEN "F" MOVE 2 TO WS-EST-IX
                 WHEN "C" MOVE 3 TO WS-EST-IX
                 WHEN OTHER MOVE 4 TO WS-EST-IX
              END-EVALUATE

              ADD 1 TO WS-PRO-CUENTAS (WS-PRO-IX, WS-EST-IX)
              ADD WS-CTA-SALDO-CIERRE
                 TO WS-PRO-SALDO (WS-PRO-IX, WS-EST-IX)

              IF WS-CTA-HAY-ANTERIOR = "N"
                 ADD 1 TO WS-PRO-ALTAS (WS-PRO-IX)
              END-IF

              IF WS-CTA-ESTADO = "C"
                 AND WS-CTA-HAY-PREVIA = "S"
                 AND WS-CTA-ESTADO-PREV NOT = "C"
                 ADD 1 TO WS-PRO-BAJAS (WS-PRO-IX)
              END-IF

              PERFORM ESCRIBIR-CARTERA-CUENTA

              IF WS-CTA-CLIENTE = 0
                 ADD 1 TO WS-CUENTAS-SIN-CLIENTE
                 ADD WS-CTA-SALDO-CIERRE TO WS-SALDO-SIN-CLIENTE
              ELSE
                 MOVE SPACES              TO REG-CLIENTE-TRABAJO
                 MOVE WS-CTA-CLIENTE      TO CLT-NUM-CLIENTE
                 MOVE WS-CTA-SALDO-CIERRE TO CLT-SALDO
                 WRITE REG-CLIENTE-TRABAJO
              END-IF
           END-IF.

       ESCRIBIR-CARTERA-CUENTA.

           MOVE SPACES              TO REG-CARTERA
           MOVE WS-CUENTA-ANT       TO CAR-NUM-CUENTA
           MOVE WS-CTA-PRODUCTO     TO CAR-TIPO-PRODUCTO
           MOVE WS-CTA-ESTADO       TO CAR-ESTADO-CUENTA
           MOVE WS-CTA-CLIENTE      TO CAR-NUM-CLIENTE
           MOVE WS-CTA-SALDO-CIERRE TO CAR-SALDO
           WRITE REG-CARTERA.

      *> DEJA EN WS-PRO-IX EL RENGLON DEL PRODUCTO WS-PRO-BUSCADO,
      *> AGREGANDOLO EN SU LUGAR POR CODIGO SI ES NUEVO.
       UBICAR-PRODUCTO.

           MOVE 1 TO WS-PRO-IX
           PERFORM AVANZAR-RENGLON-PRODUCTO
               UNTIL WS-PRO-IX > WS-PRO-USADOS
                  OR WS-PRO-CODIGO (WS-PRO-IX) >= WS-PRO-BUSCADO

           IF WS-PRO-IX > WS-PRO-USADOS
              OR WS-PRO-CODIGO (WS-PRO-IX) NOT = WS-PRO-BUSCADO
              IF WS-PRO-USADOS < 40
                 PERFORM AGREGAR-PRODUCTO
              ELSE
                 IF WS-PRO-CODIGO (40) NOT = "***"
                    DISPLAY "AVISO: MAS DE 40 PRODUCTOS; LOS "
                       "SIGUIENTES SE ACUMULAN COMO ***."
                       UPON CONSOLE
                    MOVE "***" TO WS-PRO-CODIGO (40)
                 END-IF
                 MOVE 40 TO WS-PRO-IX
              END-IF
           END-IF.

       AVANZAR-RENGLON-PRODUCTO.

           ADD 1 TO WS-PRO-IX.

      *> ABRE UN RENGLON EN LA POSICION WS-PRO-IX DESPLAZANDO LOS
      *> SIGUIENTES UNO HACIA ABAJO.
       AGREGAR-PRODUCTO.

           ADD 1 TO WS-PRO-USADOS

           PERFORM DESPLAZAR-UN-PRODUCTO
               VARYING WS-PRO-IX-MUEVE FROM WS-PRO-USADOS BY -1
               UNTIL WS-PRO-IX-MUEVE <= WS-PRO-IX

           INITIALIZE WS-PRO-ENTRADA (WS-PRO-IX)
           MOVE WS-PRO-BUSCADO TO WS-PRO-CODIGO (WS-PRO-IX).

       DESPLAZAR-UN-PRODUCTO.

           MOVE WS-PRO-ENTRADA (WS-PRO-IX-MUEVE - 1)
              TO WS-PRO-ENTRADA (WS-PRO-IX-MUEVE).

      *> ALIMENTA EL SEGUNDO ORDENAMIENTO CON EL SALDO DE CIERRE DE
      *> CADA CUENTA VINCULADA A UN CLIENTE.
       SELECCIONAR-CLIENTES.

           OPEN INPUT CLIENTES-TRABAJO

           MOVE "N" TO WS-FIN-CLIENTES-TRB
           READ CLIENTES-TRABAJO
               AT END MOVE "S" TO WS-FIN-CLIENTES-TRB
           END-READ

           PERFORM SELECCIONAR-UN-CLIENTE
               UNTIL WS-FIN-CLIENTES-TRB = "S"

           CLOSE CLIENTES-TRABAJO.

       SELECCIONAR-UN-CLIENTE.

           MOVE CLT-NUM-CLIENTE TO OCL-NUM-CLIENTE
           MOVE CLT-SALDO       TO OCL-SALDO
           RELEASE REG-CAP-ORDEN-CLI

           READ CLIENTES-TRABAJO
               AT END MOVE "S" TO WS-FIN-CLIENTES-TRB
           END-READ.

      *> CORTE DE CONTROL POR CLIENTE: CADA CLIENTE TERMINADO SE
      *> COMPARA CONTRA LA TABLA DE LOS 20 MAYORES.
       ACUMULAR-CLIENTES.

           MOVE "N" TO WS-FIN-ORDEN
           MOVE "N" TO WS-HAY-CLIENTE-ANT
           MOVE 0   TO WS-CLIENTES-LEIDOS

           RETURN CAP-ORDEN-CLIENTES
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN

           PERFORM ACUMULAR-UN-CLIENTE
               UNTIL WS-FIN-ORDEN = "S"

           IF WS-HAY-CLIENTE-ANT = "S"
              PERFORM REGISTRAR-CLIENTE-MAYOR
           END-IF.

       ACUMULAR-UN-CLIENTE.

           IF WS-HAY-CLIENTE-ANT = "S"
              AND OCL-NUM-CLIENTE NOT = WS-CLIENTE-ANT
              PERFORM REGISTRAR-CLIENTE-MAYOR
           END-IF

           IF WS-HAY-CLIENTE-ANT = "N"
              OR OCL-NUM-CLIENTE NOT = WS-CLIENTE-ANT
              MOVE OCL-NUM-CLIENTE TO WS-CLIENTE-ANT
              MOVE "S"             TO WS-HAY-CLIENTE-ANT
              MOVE 0               TO WS-CLI-CUENTAS
              MOVE 0               TO WS-CLI-SALDO
           END-IF

           ADD 1         TO WS-CLI-CUENTAS
           ADD OCL-SALDO TO WS-CLI-SALDO

           RETURN CAP-ORDEN-CLIENTES
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN.

      *> EL CLIENTE ENTRA A LA TABLA SI AUN NO HAY 20 O SI SUPERA AL
      *> ULTIMO; SE UBICA DETRAS DE LOS DE SALDO MAYOR O IGUAL, DE
      *> MODO QUE ENTRE IGUALES QUEDA PRIMERO EL DE NUMERO MENOR.
       REGISTRAR-CLIENTE-MAYOR.

           ADD 1 TO WS-CLIENTES-LEIDOS

           IF WS-MAY-USADOS < 20
              OR WS-CLI-SALDO > WS-MAY-SALDO (20)
              MOVE 1 TO WS-MAY-POS
              PERFORM AVANZAR-POSICION-MAYOR
                  UNTIL WS-MAY-POS > WS-MAY-USADOS
                     OR WS-CLI-SALDO > WS-MAY-SALDO (WS-MAY-POS)

              IF WS-MAY-USADOS < 20
                 ADD 1 TO WS-MAY-USADOS
              END-IF

              PERFORM DESPLAZAR-UN-MAYOR
                  VARYING WS-MAY-IX FROM WS-MAY-USADOS BY -1
                  UNTIL WS-MAY-IX <= WS-MAY-POS

              MOVE WS-CLIENTE-ANT TO WS-MAY-CLIENTE (WS-MAY-POS)
              MOVE WS-CLI-CUENTAS TO WS-MAY-CUENTAS (WS-MAY-POS)
              MOVE WS-CLI-SALDO   TO WS-MAY-SALDO (WS-MAY-POS)
           END-IF.

       AVANZAR-POSICION-MAYOR.

           ADD 1 TO WS-MAY-POS.

       DESPLAZAR-UN-MAYOR.

           MOVE WS-MAY-ENTRADA (WS-MAY-IX - 1)
              TO WS-MAY-ENTRADA (WS-MAY-IX).

       ESCRIBIR-ENCABEZADOS-CAP.

           WRITE REG-REPORTE FROM SUBRAYADO-CAP
           WRITE REG-REPORTE FROM LINEA-TITULO-CAP

           MOVE WS-MES-REPORTE TO LMC-MES
           WRITE REG-REPORTE FROM LINEA-MES-CAP

           MOVE "FECHA DE CIERRE DEL MES........" TO LFC-ETIQUETA
           MOVE WS-FECHA-CIERRE TO LFC-FECHA
           WRITE REG-REPORTE FROM LINEA-FECHA-CAP

           MOVE "FECHA DE CIERRE MES ANTERIOR..." TO LFC-ETIQUETA
           MOVE WS-FECHA-CIERRE-ANT TO LFC-FECHA
           WRITE REG-REPORTE FROM LINEA-FECHA-CAP

           MOVE "FECHA DE PROCESO..............." TO LFC-ETIQUETA
           MOVE WS-FECHA-PROCESO TO LFC-FECHA
           WRITE REG-REPORTE FROM LINEA-FECHA-CAP

           IF WS-FECHA-CIERRE-ANT = 0
              MOVE "SIN CIERRE DEL MES ANTERIOR; TODAS SON ALTAS."
                 TO LAC-TEXTO
              WRITE REG-REPORTE FROM LINEA-AVISO-CAP
           END-IF

           IF WS-HAY-CARTERA-ANT = "N"
              MOVE "SIN CARTERA DEL MES ANTERIOR; BAJAS NO DISPONIBLES."
                 TO LAC-TEXTO
              WRITE REG-REPORTE FROM LINEA-AVISO-CAP
           END-IF

           IF WS-CUENTAS-SIN-MAESTRO NOT = 0
              MOVE "CUENTAS DE LA FOTO SIN MAESTRO: PRODUCTO ???, OTRO."
                 TO LAC-TEXTO
              WRITE REG-REPORTE FROM LINEA-AVISO-CAP
           END-IF.

      *> CUADRO DE CUENTAS, SALDO Y SALDO PROMEDIO POR PRODUCTO Y
      *> ESTADO AL CIERRE DEL MES, CON SUBTOTAL POR PRODUCTO Y TOTAL.
      *> LOS ESTADOS SIN CUENTAS NO SE IMPRIMEN.
       ESCRIBIR-CUADRO-PRODUCTOS.

           WRITE REG-REPORTE FROM SUBRAYADO-CAP
           MOVE "CARTERA POR PRODUCTO Y ESTADO AL CIERRE DEL MES"
              TO LINEA-SECCION-CAP
           WRITE REG-REPORTE FROM LINEA-SECCION-CAP
           WRITE REG-REPORTE FROM SUBRAYADO-CAP
           WRITE REG-REPORTE FROM TITULOS-CUADRO
           WRITE REG-REPORTE FROM SUBRAYADO-CAP

           MOVE 0 TO WS-TOT-CUENTAS
           MOVE 0 TO WS-TOT-SALDO

           PERFORM ESCRIBIR-CUADRO-UN-PRODUCTO
               VARYING WS-PRO-IX FROM 1 BY 1
               UNTIL WS-PRO-IX > WS-PRO-USADOS

           WRITE REG-REPORTE FROM SUBRAYADO-CAP

           MOVE SPACES         TO LCU-PRODUCTO
           MOVE "TOTAL"        TO LCU-ESTADO
           MOVE WS-TOT-CUENTAS TO WS-SUB-CUENTAS
           MOVE WS-TOT-SALDO   TO WS-SUB-SALDO
           PERFORM ESCRIBIR-LINEA-CUADRO.

       ESCRIBIR-CUADRO-UN-PRODUCTO.

           MOVE 0 TO WS-SUB-CUENTAS
           MOVE 0 TO WS-SUB-SALDO

           PERFORM ESCRIBIR-CUADRO-UN-ESTADO
               VARYING WS-EST-IX FROM 1 BY 1
               UNTIL WS-EST-IX > 4

           IF WS-SUB-CUENTAS NOT = 0
              MOVE WS-PRO-CODIGO (WS-PRO-IX) TO LCU-PRODUCTO
              MOVE "SUBTOTAL"                TO LCU-ESTADO
              PERFORM ESCRIBIR-LINEA-CUADRO
              MOVE SPACES TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF

           ADD WS-SUB-CUENTAS TO WS-TOT-CUENTAS
           ADD WS-SUB-SALDO   TO WS-TOT-SALDO.

       ESCRIBIR-CUADRO-UN-ESTADO.

           IF WS-PRO-CUENTAS (WS-PRO-IX, WS-EST-IX) NOT = 0
              ADD WS-PRO-CUENTAS (WS-PRO-IX, WS-EST-IX)
                 TO WS-SUB-CUENTAS
              ADD WS-PRO-SALDO (WS-PRO-IX, WS-EST-IX)
                 TO WS-SUB-SALDO

              MOVE WS-PRO-CODIGO (WS-PRO-IX) TO LCU-PRODUCTO
              MOVE NOMBRE-ESTADO (WS-EST-IX) TO LCU-ESTADO
              MOVE WS-PRO-CUENTAS (WS-PRO-IX, WS-EST-IX)
                 TO LCU-CUENTAS
              MOVE WS-PRO-SALDO (WS-PRO-IX, WS-EST-IX)
                 TO LCU-SALDO
              COMPUTE WS-PROMEDIO ROUNDED =
                 WS-PRO-SALDO (WS-PRO-IX, WS-EST-IX)
                 / WS-PRO-CUENTAS (WS-PRO-IX, WS-EST-IX)
              MOVE WS-PROMEDIO TO LCU-PROMEDIO
              WRITE REG-REPORTE FROM LINEA-CUADRO
           END-IF.

      *> IMPRIME LOS TOTALES WS-SUB-* CON SU PROMEDIO EN LA LINEA DEL
      *> CUADRO, CON LAS ETIQUETAS YA PUESTAS.
       ESCRIBIR-LINEA-CUADRO.

           MOVE WS-SUB-CUENTAS TO LCU-CUENTAS
           MOVE WS-SUB-SALDO   TO LCU-SALDO

           IF WS-SUB-CUENTAS = 0
              MOVE 0 TO WS-PROMEDIO
           ELSE
              COMPUTE WS-PROMEDIO ROUNDED =
                 WS-SUB-SALDO / WS-SUB-CUENTAS
           END-IF
           MOVE WS-PROMEDIO TO LCU-PROMEDIO

           WRITE REG-REPORTE FROM LINEA-CUADRO.

      *> COMPARACION POR PRODUCTO CONTRA EL CIERRE DEL MES ANTERIOR:
      *> CUENTAS DE CADA CIERRE, ALTAS, BAJAS Y VARIACION DE SALDO.
       ESCRIBIR-VARIACION-PRODUCTOS.

           WRITE REG-REPORTE FROM SUBRAYADO-CAP
           MOVE "VARIACION POR PRODUCTO CONTRA EL MES ANTERIOR"
              TO LINEA-SECCION-CAP
           WRITE REG-REPORTE FROM LINEA-SECCION-CAP
           WRITE REG-REPORTE FROM SUBRAYADO-CAP
           WRITE REG-REPORTE FROM TITULOS-VARIACION
           WRITE REG-REPORTE FROM SUBRAYADO-CAP

           MOVE 0 TO WS-TOT-CUENTAS
           MOVE 0 TO WS-TOT-SALDO
           MOVE 0 TO WS-TOT-CUENTAS-ANT
           MOVE 0 TO WS-TOT-SALDO-ANT
           MOVE 0 TO WS-TOT-ALTAS
           MOVE 0 TO WS-TOT-BAJAS

           PERFORM ESCRIBIR-VARIACION-UN-PRODUCTO
               VARYING WS-PRO-IX FROM 1 BY 1
               UNTIL WS-PRO-IX > WS-PRO-USADOS

           WRITE REG-REPORTE FROM SUBRAYADO-CAP

           MOVE "TOT"              TO LVA-PRODUCTO
           MOVE WS-TOT-CUENTAS-ANT TO LVA-CUENTAS-ANT
           MOVE WS-TOT-ALTAS       TO LVA-ALTAS
           MOVE WS-TOT-BAJAS       TO LVA-BAJAS
           MOVE WS-TOT-CUENTAS     TO LVA-CUENTAS-ACT
           MOVE WS-TOT-SALDO-ANT   TO LVA-SALDO-ANT
           MOVE WS-TOT-SALDO       TO LVA-SALDO-ACT
           SUBTRACT WS-TOT-SALDO-ANT FROM WS-TOT-SALDO
              GIVING WS-VARIACION
           MOVE WS-VARIACION       TO LVA-VARIACION
           WRITE REG-REPORTE FROM LINEA-VARIACION.

       ESCRIBIR-VARIACION-UN-PRODUCTO.

           MOVE 0 TO WS-SUB-CUENTAS
           MOVE 0 TO WS-SUB-SALDO

           PERFORM SUMAR-ESTADO-PRODUCTO
               VARYING WS-EST-IX FROM 1 BY 1
               UNTIL WS-EST-IX > 4

           MOVE WS-PRO-CODIGO (WS-PRO-IX)      TO LVA-PRODUCTO
           MOVE WS-PRO-CUENTAS-ANT (WS-PRO-IX) TO LVA-CUENTAS-ANT
           MOVE WS-PRO-ALTAS (WS-PRO-IX)       TO LVA-ALTAS
           MOVE WS-PRO-BAJAS (WS-PRO-IX)       TO LVA-BAJAS
           MOVE WS-SUB-CUENTAS                 TO LVA-CUENTAS-ACT
           MOVE WS-PRO-SALDO-ANT (WS-PRO-IX)   TO LVA-SALDO-ANT
           MOVE WS-SUB-SALDO                   TO LVA-SALDO-ACT
           SUBTRACT WS-PRO-SALDO-ANT (WS-PRO-IX) FROM WS-SUB-SALDO
              GIVING WS-VARIACION
           MOVE WS-VARIACION                   TO LVA-VARIACION
           WRITE REG-REPORTE FROM LINEA-VARIACION

           ADD WS-SUB-CUENTAS                 TO WS-TOT-CUENTAS
           ADD WS-SUB-SALDO                   TO WS-TOT-SALDO
           ADD WS-PRO-CUENTAS-ANT (WS-PRO-IX) TO WS-TOT-CUENTAS-ANT
           ADD WS-PRO-SALDO-ANT (WS-PRO-IX)   TO WS-TOT-SALDO-ANT
           ADD WS-PRO-ALTAS (WS-PRO-IX)       TO WS-TOT-ALTAS
           ADD WS-PRO-BAJAS (WS-PRO-IX)       TO WS-TOT-BAJAS.

       SUMAR-ESTADO-PRODUCTO.

           ADD WS-PRO-CUENTAS (WS-PRO-IX, WS-EST-IX) TO WS-SUB-CUENTAS
           ADD WS-PRO-SALDO (WS-PRO-IX, WS-EST-IX)   TO WS-SUB-SALDO.

      *> LAS 20 MAYORES CONCENTRACIONES POR CLIENTE CON SU PORCENTAJE
      *> DE LA CAPTACION TOTAL DEL CIERRE, SU SUMA, Y LO QUE QUEDA EN
      *> CUENTAS AUN NO VINCULADAS A UN CLIENTE.
       ESCRIBIR-MAYORES-CLIENTES.

           WRITE REG-REPORTE FROM SUBRAYADO-CAP
           MOVE "20 MAYORES CONCENTRACIONES POR CLIENTE"
              TO LINEA-SECCION-CAP
           WRITE REG-REPORTE FROM LINEA-SECCION-CAP
           WRITE REG-REPORTE FROM SUBRAYADO-CAP
           WRITE REG-REPORTE FROM TITULOS-MAYORES
           WRITE REG-REPORTE FROM SUBRAYADO-CAP

           MOVE 0 TO WS-MAY-SALDO-TOTAL
           MOVE 0 TO WS-TOT-CUENTAS

           PERFORM ESCRIBIR-UN-MAYOR
               VARYING WS-MAY-IX FROM 1 BY 1
               UNTIL WS-MAY-IX > WS-MAY-USADOS

           WRITE REG-REPORTE FROM SUBRAYADO-CAP

           MOVE "TOTAL MAYORES"    TO LTM-ETIQUETA
           MOVE WS-TOT-CUENTAS     TO LTM-CUENTAS
           MOVE WS-MAY-SALDO-TOTAL TO LTM-SALDO
           MOVE WS-MAY-SALDO-TOTAL TO WS-CLI-SALDO
           PERFORM CALCULAR-PORCENTAJE
           MOVE WS-PORCENTAJE      TO LTM-PORCENTAJE
           WRITE REG-REPORTE FROM LINEA-TOTAL-MAYORES

           MOVE "SIN CLIENTE"          TO LTM-ETIQUETA
           MOVE WS-CUENTAS-SIN-CLIENTE TO LTM-CUENTAS
           MOVE WS-SALDO-SIN-CLIENTE   TO LTM-SALDO
           MOVE WS-SALDO-SIN-CLIENTE   TO WS-CLI-SALDO
           PERFORM CALCULAR-PORCENTAJE
           MOVE WS-PORCENTAJE          TO LTM-PORCENTAJE
           WRITE REG-REPORTE FROM LINEA-TOTAL-MAYORES

           MOVE "CAPTACION TOTAL"  TO LTM-ETIQUETA
           MOVE WS-CUENTAS-CIERRE  TO LTM-CUENTAS
           MOVE WS-CAPTACION-TOTAL TO LTM-SALDO
           MOVE WS-CAPTACION-TOTAL TO WS-CLI-SALDO
           PERFORM CALCULAR-PORCENTAJE
           MOVE WS-PORCENTAJE      TO LTM-PORCENTAJE
           WRITE REG-REPORTE FROM LINEA-TOTAL-MAYORES

           WRITE REG-REPORTE FROM SUBRAYADO-CAP.

       ESCRIBIR-UN-MAYOR.

           MOVE WS-MAY-IX                  TO LMA-POSICION
           MOVE WS-MAY-CLIENTE (WS-MAY-IX) TO LMA-CLIENTE
           MOVE WS-MAY-CUENTAS (WS-MAY-IX) TO LMA-CUENTAS
           MOVE WS-MAY-SALDO (WS-MAY-IX)   TO LMA-SALDO
           MOVE WS-MAY-SALDO (WS-MAY-IX)   TO WS-CLI-SALDO
           PERFORM CALCULAR-PORCENTAJE
           MOVE WS-PORCENTAJE              TO LMA-PORCENTAJE
           WRITE REG-REPORTE FROM LINEA-MAYOR

           ADD WS-MAY-CUENTAS (WS-MAY-IX) TO WS-TOT-CUENTAS
           ADD WS-MAY-SALDO (WS-MAY-IX)   TO WS-MAY-SALDO-TOTAL.

      *> PORCENTAJE DE WS-CLI-SALDO SOBRE LA CAPTACION TOTAL. SIN
      *> CAPTACION POSITIVA EL PORCENTAJE NO TIENE SENTIDO Y VA EN
      *> CERO.
       CALCULAR-PORCENTAJE.

           IF WS-CAPTACION-TOTAL > 0
              COMPUTE WS-PORCENTAJE ROUNDED =
                 WS-CLI-SALDO * 100 / WS-CAPTACION-TOTAL
                 ON SIZE ERROR MOVE 99999.99 TO WS-PORCENTAJE
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-PORCENTAJE
           END-IF.

       END PROGRAM CAPTACION-MENSUAL.
