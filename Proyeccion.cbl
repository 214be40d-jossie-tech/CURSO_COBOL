      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Proyeccion del costo de la nomina del anio siguiente
      *          para el presupuesto: toma la plantilla activa y uno o
      *          varios escenarios de supuestos (aumento por
      *          departamento, contrataciones por puesto y mes, bajas
      *          planeadas, version de la tabla de cuotas IMSS y
      *          tasas de impuesto sobre nomina) y proyecta mes por
      *          mes y por departamento el sueldo bruto, la cuota
      *          patronal IMSS, las provisiones de aguinaldo,
      *          vacaciones y prima de antiguedad y el impuesto
      *          estatal, con el mismo criterio de 66-COSTO-PATRONAL
      *          y 88-PROVISIONES-CIERRE de NOMINA. Solo lee los
      *          archivos vivos; el resultado va a un reporte con los
      *          escenarios comparados lado a lado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMPROY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TRABAJADORES
           ASSIGN TO WS-ARCH-TRAB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FT-ID
           FILE STATUS IS WS-FT-STATUS.

           SELECT OPTIONAL F-CONFIGURACION
           ASSIGN TO WS-ARCH-CFG
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CF-CLAVE
           FILE STATUS IS WS-CF-STATUS.

           SELECT OPTIONAL F-CUOTAS-IMSS
           ASSIGN TO WS-ARCH-IMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CI-LLAVE
           FILE STATUS IS WS-CI-STATUS.

           SELECT OPTIONAL F-TASAS-ISN
           ASSIGN TO WS-ARCH-ISN
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IS-ESTADO
           FILE STATUS IS WS-IS-STATUS.

           SELECT OPTIONAL F-TIPO-CAMBIO
           ASSIGN TO WS-ARCH-TC
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TC-MONEDA
           FILE STATUS IS WS-TC-STATUS.

           SELECT OPTIONAL F-PUESTOS
           ASSIGN TO "PUESTOS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PU-CODIGO
           FILE STATUS IS WS-PU-STATUS.

      *SUPUESTOS DE UN ESCENARIO PREPARADOS POR FINANZAS, UN
      *SUPUESTO POR RENGLON EN ANCHO FIJO
           SELECT OPTIONAL F-ESCENARIO
           ASSIGN TO WS-ARCH-ESC
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ES-STATUS.

           SELECT F-REPORTE
           ASSIGN TO WS-NOMBRE-REPORTE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *MISMO LAYOUT DE FT-REGISTRO EN NOMINA
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FT-NOMBRE                    PIC X(30).
           02 FT-APELLIDO                  PIC X(30).
           02 FT-FECHA-NAC                 PIC X(08).
           02 FT-SALARIO                   PIC S9(06)V99.
           02 FT-DEPARTAMENTO              PIC 9(2) OCCURS 3 TIMES.
           02 FT-ACTIVO                    PIC X(01).
           02 FT-HORAS-EXTRA               PIC 9(03).
           02 FT-GASTOS                    PIC 9(05)V9(2).
           02 FT-MONEDA                    PIC X(03).
           02 FT-BANCO                     PIC X(20).
           02 FT-CLABE                     PIC X(18).
           02 FT-FECHA-ALTA                PIC X(08).
           02 FT-RETRO-PENDIENTE           PIC S9(06)V99.
           02 FT-HE-ESTATUS                PIC X(01).
           02 FT-FRECUENCIA                PIC X(01).
           02 FT-PUESTO                    PIC 9(03).
           02 FT-DEPTO-PCT                 PIC 9(03) OCCURS 3 TIMES.
           02 FT-RFC                       PIC X(13).
           02 FT-CURP                      PIC X(18).
           02 FT-SUPERVISOR                PIC 9(04).
           02 FT-NSS                       PIC X(11).
           02 FT-SDI                       PIC 9(05)V99.
           02 FT-ESTADO-TRAB               PIC X(02).
           02 FT-ZONA-SM                   PIC X(01).

      *MISMO LAYOUT DE CF-REGISTRO EN NOMINA
       FD F-CONFIGURACION.
       01 CF-REGISTRO.
           02 CF-CLAVE                     PIC X(01).
           02 CF-EMPRESA                   PIC X(40).
           02 CF-MAX-TRABAJADORES          PIC 9(04).
           02 CF-INCREMENTO-ID             PIC 9(02).
           02 CF-CONGELA-INICIO            PIC 9(02).
           02 CF-CONGELA-FIN               PIC 9(02).
           02 CF-DIAS-VACACIONES           PIC 9(02).
           02 CF-PRIMA-ANTIGUEDAD          PIC 9V9999.
           02 CF-DIAS-AGUINALDO            PIC 9(02).
           02 CF-HORAS-TOPE                PIC 9(03).
           02 CF-REG-PATRONAL              PIC X(11).
           02 CF-PRIMA-VACACIONAL          PIC 9V99.
           02 CF-ESTADO-OMISION            PIC X(02).
           02 CF-RETARDOS-FALTA            PIC 9(02).

       FD F-CUOTAS-IMSS.
       01 CI-REGISTRO.
           02 CI-LLAVE.
               03 CI-VIGENCIA              PIC X(08).
               03 CI-RAMA                  PIC 9(02).
           02 CI-NOMBRE                    PIC X(30).
           02 CI-PCT-OBRERO                PIC 9V9999.
           02 CI-PCT-PATRON                PIC 9V9999.

       FD F-TASAS-ISN.
       01 IS-REGISTRO.
           02 IS-ESTADO                    PIC X(02).
           02 IS-NOMBRE                    PIC X(20).
           02 IS-TASA                      PIC 9V9999.

       FD F-TIPO-CAMBIO.
       01 TC-REGISTRO.
           02 TC-MONEDA                    PIC X(03).
           02 TC-TASA                      PIC 9(04)V9999.
           02 TC-FECHA                     PIC X(08).

      *MISMO LAYOUT QUE EL FD F-PUESTOS DE PUESTOSCAT
       FD F-PUESTOS.
       01 PU-REGISTRO.
           02 PU-CODIGO                    PIC 9(03).
           02 PU-NOMBRE                    PIC X(30).
           02 PU-SAL-MIN                   PIC 9(06)V99.
           02 PU-SAL-MAX                   PIC 9(06)V99.
           02 PU-ACTIVO                    PIC X(01).

      *TIPOS DE RENGLON DEL ESCENARIO:
      *  A - AUMENTO: DEPTO (00 = TODOS), PORCENTAJE 99V99 Y MES
      *      DESDE EL QUE APLICA
      *  C - CONTRATACION: PUESTO, DEPTO, MES DE INGRESO, CANTIDAD,
      *      SUELDO MENSUAL (CEROS = MINIMO DEL PUESTO) Y ESTADO
      *  B - BAJA PLANEADA: FOLIO Y MES DESDE EL QUE YA NO COBRA
      *  T - TABLA IMSS: VIGENCIA A USAR TODO EL ANIO (SIN ESTE
      *      RENGLON CADA MES TOMA LA VIGENTE EN ESE MES)
      *  I - TASA DE IMPUESTO SOBRE NOMINA DE UN ESTADO
      *  * - COMENTARIO
       FD F-ESCENARIO.
       01 ES-REGISTRO.
           02 ES-TIPO                      PIC X(01).
           02 ES-DATOS                     PIC X(79).
           02 ES-AUMENTO REDEFINES ES-DATOS.
               03 ES-AU-DEPTO              PIC 9(02).
               03 ES-AU-PCT                PIC 9(02)V99.
               03 ES-AU-MES                PIC 9(02).
               03 FILLER                   PIC X(71).
           02 ES-ALTA REDEFINES ES-DATOS.
               03 ES-AL-PUESTO             PIC 9(03).
               03 ES-AL-DEPTO              PIC 9(02).
               03 ES-AL-MES                PIC 9(02).
               03 ES-AL-CANTIDAD           PIC 9(03).
               03 ES-AL-SUELDO             PIC 9(06)V99.
               03 ES-AL-ESTADO             PIC X(02).
               03 FILLER                   PIC X(59).
           02 ES-BAJA REDEFINES ES-DATOS.
               03 ES-BA-ID                 PIC 9(04).
               03 ES-BA-MES                PIC 9(02).
               03 FILLER                   PIC X(73).
           02 ES-TABLA REDEFINES ES-DATOS.
               03 ES-TA-VIGENCIA           PIC X(08).
               03 FILLER                   PIC X(71).
           02 ES-ISN REDEFINES ES-DATOS.
               03 ES-IS-ESTADO             PIC X(02).
               03 ES-IS-TASA               PIC 9V9999.
               03 FILLER                   PIC X(72).

       FD F-REPORTE.
       01 RP-LINEA                         PIC X(132).

       WORKING-STORAGE SECTION.
      *NOMBRES DE LOS ARCHIVOS DE LA FAMILIA DE NOMINA, CON EL
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       01 WS-ARCH-CFG.
           02 WS-EMP-CFG                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMCFG.DAT".
       01 WS-ARCH-IMSS.
           02 WS-EMP-IMSS                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMIMSS.DAT".
       01 WS-ARCH-ISN.
           02 WS-EMP-ISN                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMISN.DAT".
       01 WS-ARCH-TC.
           02 WS-EMP-TC                    PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(09)
                   VALUE "NOMTC.DAT".
      *EL ESCENARIO SE LLAMA POR SU NOMBRE: E01-NOMESC-nombre.TXT
       77 WS-ARCH-ESC                      PIC X(40).
       01 WS-NOMBRE-REPORTE.
           02 WS-EMP-REP                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(08)
                   VALUE "NOMPROY-".
           02 WS-ANO-REP                   PIC 9(04).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-CF-STATUS                     PIC X(02).
       77 WS-CI-STATUS                     PIC X(02).
       77 WS-IS-STATUS                     PIC X(02).
       77 WS-TC-STATUS                     PIC X(02).
       77 WS-PU-STATUS                     PIC X(02).
       77 WS-ES-STATUS                     PIC X(02).
       77 WS-RP-STATUS                     PIC X(02).
       77 WS-FIN-LECTURA                   PIC X(01).
       77 WS-FECHA-HOY                     PIC X(08).
       77 WS-EMPRESA                       PIC X(40) VALUE SPACES.
      *PARAMETROS DE LA CONFIGURACION, CON LOS MISMOS VALORES POR
      *OMISION QUE NOMINA
       77 WS-DIAS-VACACIONES               PIC 9(02) VALUE 12.
       77 WS-DIAS-AGUINALDO                PIC 9(02) VALUE 15.
       77 WS-PRIMA-ANTIG-PCT               PIC 9V9999 VALUE 0.0200.
       77 WS-ESTADO-OMISION                PIC X(02) VALUE SPACES.
      *TASA PLANA QUE USA NOMINA MIENTRAS LA TABLA IMSS ESTA VACIA
       77 WS-PCT-IMSS-PLANA                PIC 9V9999 VALUE 0.1050.
       77 WS-MONEDA-BASE                   PIC X(03) VALUE "MXN".
       77 WS-ANO-PROY                      PIC 9(04).
       77 WS-ANO-CAP                       PIC X(04).
      *ESCENARIOS DE LA CORRIDA (HASTA CUATRO LADO A LADO)
       77 WS-ESC-MAX                       PIC 9(01) VALUE 4.
       77 WS-ESC-USADOS                    PIC 9(01).
       77 WS-ESC-IDX                       PIC 9(01).
       77 WS-ESC-CAP                       PIC X(08).
       77 WS-ESC-FIN-CAPTURA               PIC X(01).
       01 WS-ESCENARIOS.
           02 WS-ESC-ENTRADA OCCURS 4 TIMES.
               03 WS-ESC-NOMBRE            PIC X(08).
               03 WS-ESC-VERSION           PIC X(08).
               03 WS-ESC-RENGLONES         PIC 9(04).
               03 WS-ESC-RECHAZOS          PIC 9(04).
      *PORCENTAJE PATRONAL IMSS DE CADA MES DEL ESCENARIO
               03 WS-ESC-PCT-MES           PIC 9V9999
                       OCCURS 12 TIMES.
      *PLANTILLA ACTIVA CON EL SUELDO MENSUAL YA EN MONEDA BASE Y EL
      *PORCENTAJE EFECTIVO DE CADA DEPARTAMENTO (84-7 DE NOMINA)
       77 WS-RT-MAX                        PIC 9(04) VALUE 1000.
       77 WS-RT-USADOS                     PIC 9(04).
       77 WS-RT-IDX                        PIC 9(04).
       77 WS-RT-BUSCA                      PIC 9(04).
       01 WS-PLANTILLA.
           02 WS-RT-ENTRADA OCCURS 1000 TIMES.
               03 WS-RT-ID                 PIC 9(04).
               03 WS-RT-SUELDO             PIC S9(08)V99.
               03 WS-RT-DEPTO              PIC 9(02) OCCURS 3 TIMES.
               03 WS-RT-PCT                PIC 9(03)V99
                       OCCURS 3 TIMES.
               03 WS-RT-ESTADO             PIC X(02).
               03 WS-RT-ALTA-ANO           PIC 9(04).
               03 WS-RT-ALTA-MES           PIC 9(02).
               03 WS-RT-BAJA-MES           PIC 9(02).
       77 WS-PCT-SUMA                      PIC 9(04).
       77 WS-PCT-NDEPTOS                   PIC 9(01).
       77 WS-COL                           PIC 9(01).
       77 WS-TC-TASA                       PIC 9(04)V9999.
      *AUMENTOS DEL ESCENARIO: GENERAL (DEPTO 00) Y POR DEPARTAMENTO;
      *EL DE DEPARTAMENTO MANDA SOBRE EL GENERAL
       77 WS-AU-GLOBAL-PCT                 PIC 9(02)V99.
       77 WS-AU-GLOBAL-MES                 PIC 9(02).
       01 WS-AUMENTOS.
           02 WS-AU-ENTRADA OCCURS 100 TIMES.
               03 WS-AU-DEFINIDO           PIC X(01).
               03 WS-AU-PCT                PIC 9(02)V99.
               03 WS-AU-MES                PIC 9(02).
      *CONTRATACIONES PLANEADAS DEL ESCENARIO
       77 WS-AL-MAX                        PIC 9(03) VALUE 100.
       77 WS-AL-USADOS                     PIC 9(03).
       77 WS-AL-IDX                        PIC 9(03).
       01 WS-ALTAS.
           02 WS-AL-ENTRADA OCCURS 100 TIMES.
               03 WS-AL-PUESTO             PIC 9(03).
               03 WS-AL-DEPTO              PIC 9(02).
               03 WS-AL-MES                PIC 9(02).
               03 WS-AL-CANTIDAD           PIC 9(03).
               03 WS-AL-SUELDO             PIC 9(06)V99.
               03 WS-AL-ESTADO             PIC X(02).
      *TASAS DE IMPUESTO SOBRE NOMINA QUE EL ESCENARIO SUSTITUYE
       77 WS-IO-MAX                        PIC 9(02) VALUE 40.
       77 WS-IO-USADOS                     PIC 9(02).
       77 WS-IO-IDX                        PIC 9(02).
       01 WS-ISN-ESCENARIO.
           02 WS-IO-ENTRADA OCCURS 40 TIMES.
               03 WS-IO-ESTADO             PIC X(02).
               03 WS-IO-TASA               PIC 9V9999.
      *VERSION DE LA TABLA IMSS: SUMA DE RAMOS PATRONALES DE LA
      *VIGENCIA QUE APLICA A WS-FECHA-TARIFA, COMO 78 DE NOMINA
       77 WS-FECHA-TARIFA                  PIC X(08).
       77 WS-CI-VERSION                    PIC X(08).
       77 WS-CI-PCT-PATRON                 PIC 9V9999.
       77 WS-CI-HALLADO                    PIC X(01).
       77 WS-CI-FIN                        PIC X(01).
       77 WS-MES-IDX                       PIC 9(02).
       77 WS-MES-FMT                       PIC 9(02).
      *TRABAJADOR EN CALCULO (DE LA PLANTILLA O CONTRATACION)
       77 WS-CA-ORIGEN                     PIC X(01).
       77 WS-CA-SUELDO-BASE                PIC S9(08)V99.
       77 WS-CA-SUELDO                     PIC S9(08)V99.
       77 WS-CA-AUMENTO-PCT                PIC 9(02)V99.
       77 WS-CA-AUMENTO-MES                PIC 9(02).
       77 WS-CA-MES-INICIO                 PIC 9(02).
       77 WS-CA-MES-FIN                    PIC 9(02).
       77 WS-CA-ALTA-ANO                   PIC 9(04).
       77 WS-CA-ALTA-MES                   PIC 9(02).
       77 WS-CA-ANOS                       PIC S9(03).
       77 WS-CA-CANTIDAD                   PIC 9(03).
       77 WS-CA-ESTADO                     PIC X(02).
       77 WS-CA-TASA-ISN                   PIC 9V9999.
       01 WS-CA-DEPTOS.
           02 WS-CA-DEPTO                  PIC 9(02) OCCURS 3 TIMES.
           02 WS-CA-PCT                    PIC 9(03)V99
                   OCCURS 3 TIMES.
      *CONCEPTOS DEL MES: 1 SUELDO BRUTO, 2 CUOTA PATRONAL IMSS,
      *3 AGUINALDO, 4 VACACIONES, 5 PRIMA DE ANTIGUEDAD, 6 IMPUESTO
      *SOBRE NOMINA
       77 WS-CO-IDX                        PIC 9(01).
       01 WS-CA-CONCEPTOS.
           02 WS-CA-MONTO                  PIC S9(08)V99
                   OCCURS 6 TIMES.
       77 WS-DEP-IDX                       PIC 9(03).
       77 WS-DEP-COD                       PIC 9(02).
       77 WS-PARTE                         PIC S9(09)V99.
      *ACUMULADO POR ESCENARIO, DEPARTAMENTO, MES Y CONCEPTO
       01 WS-PROYECCION.
           02 WS-PY-ESC OCCURS 4 TIMES.
               03 WS-PY-DEP OCCURS 100 TIMES.
                   04 WS-PY-MES OCCURS 12 TIMES.
                       05 WS-PY-MONTO      PIC S9(09)V99
                               OCCURS 6 TIMES.
      *RENGLONES DEL REPORTE
       77 WS-TOTAL                         PIC S9(11)V99.
       77 WS-DEP-TIENE                     PIC X(01).
       01 WS-SUMA-RENGLON.
           02 WS-SR-MONTO                  PIC S9(11)V99
                   OCCURS 7 TIMES.
       01 WS-RENGLON-MES.
           02 WS-RM-ETIQUETA               PIC X(10).
           02 WS-RM-COLUMNA OCCURS 7 TIMES.
               03 WS-RM-SEP                PIC X(02).
               03 WS-RM-MONTO              PIC -ZZZZZZZZ9.99.
       01 WS-RENGLON-COMP.
           02 WS-RC-ETIQUETA               PIC X(10).
           02 WS-RC-COLUMNA OCCURS 4 TIMES.
               03 WS-RC-SEP                PIC X(04).
               03 WS-RC-MONTO              PIC -ZZZZZZZZZZ9.99.
       01 WS-TITULOS-MES.
           02 FILLER                       PIC X(10) VALUE "MES".
           02 FILLER                       PIC X(15)
                   VALUE "   SUELDO BRUTO".
           02 FILLER                       PIC X(15)
                   VALUE " CUOTA IMSS PAT".
           02 FILLER                       PIC X(15)
                   VALUE "      AGUINALDO".
           02 FILLER                       PIC X(15)
                   VALUE "     VACACIONES".
           02 FILLER                       PIC X(15)
                   VALUE "   PRIMA ANTIG.".
           02 FILLER                       PIC X(15)
                   VALUE "    IMP. NOMINA".
           02 FILLER                       PIC X(15)
                   VALUE "    COSTO TOTAL".
       01 WS-TITULOS-COMP.
           02 FILLER                       PIC X(10) VALUE SPACES.
           02 WS-TC-COLUMNA OCCURS 4 TIMES.
               03 FILLER                   PIC X(10).
               03 WS-TC-NOMBRE             PIC X(09).

       PROCEDURE DIVISION.
       00-PRINCIPAL.
           DISPLAY "PROYECCION DEL COSTO DE NOMINA".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 06-LEE-CONFIGURACION.
           PERFORM 07-PIDE-PARAMETROS.
           IF WS-ESC-USADOS = ZERO
                   DISPLAY "No se indico ningun escenario"
           ELSE
                   OPEN INPUT F-CUOTAS-IMSS
                   OPEN INPUT F-TASAS-ISN
                   OPEN INPUT F-TIPO-CAMBIO
                   OPEN INPUT F-PUESTOS
                   PERFORM 10-CARGA-PLANTILLA
                   DISPLAY "Trabajadores activos en la plantilla: "
                           WS-RT-USADOS
                   INITIALIZE WS-PROYECCION
                   MOVE 1 TO WS-ESC-IDX
                   PERFORM 20-PROCESA-ESCENARIO
                           UNTIL WS-ESC-IDX > WS-ESC-USADOS
                   PERFORM 50-GENERA-REPORTE
                   CLOSE F-CUOTAS-IMSS
                   CLOSE F-TASAS-ISN
                   CLOSE F-TIPO-CAMBIO
                   CLOSE F-PUESTOS
                   DISPLAY "Proyeccion en " WS-NOMBRE-REPORTE
           END-IF.
           STOP RUN.

       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CFG.
           MOVE WS-EMP-PREFIJO TO WS-EMP-IMSS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ISN.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TC.
           MOVE WS-EMP-PREFIJO TO WS-EMP-REP.

       06-LEE-CONFIGURACION.
           OPEN INPUT F-CONFIGURACION.
           IF WS-CF-STATUS = "00"
                   MOVE "1" TO CF-CLAVE
                   READ F-CONFIGURACION
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                           PERFORM 06-1-TOMA-PARAMETROS
                   END-READ
           END-IF.
           CLOSE F-CONFIGURACION.

       06-1-TOMA-PARAMETROS.
           MOVE CF-EMPRESA TO WS-EMPRESA.
           IF CF-DIAS-VACACIONES NUMERIC
           AND CF-DIAS-VACACIONES > ZERO
                   MOVE CF-DIAS-VACACIONES TO WS-DIAS-VACACIONES
           END-IF.
           IF CF-DIAS-AGUINALDO NUMERIC
           AND CF-DIAS-AGUINALDO > ZERO
                   MOVE CF-DIAS-AGUINALDO TO WS-DIAS-AGUINALDO
           END-IF.
           IF CF-PRIMA-ANTIGUEDAD NUMERIC
                   MOVE CF-PRIMA-ANTIGUEDAD TO WS-PRIMA-ANTIG-PCT
           END-IF.
           MOVE CF-ESTADO-OMISION TO WS-ESTADO-OMISION.

      *ANIO A PROYECTAR (POR OMISION EL SIGUIENTE) Y LOS NOMBRES DE
      *LOS ESCENARIOS; UN NOMBRE EN BLANCO TERMINA LA CAPTURA
       07-PIDE-PARAMETROS.
           MOVE WS-FECHA-HOY(1:4) TO WS-ANO-PROY.
           ADD 1 TO WS-ANO-PROY.
           DISPLAY "Anio a proyectar (ENTER = " WS-ANO-PROY "): ".
           MOVE SPACES TO WS-ANO-CAP.
           ACCEPT WS-ANO-CAP.
           IF WS-ANO-CAP NOT = SPACES
                   IF WS-ANO-CAP NUMERIC
                           MOVE WS-ANO-CAP TO WS-ANO-PROY
                   ELSE
                           DISPLAY "Anio invalido, se proyecta "
                                   WS-ANO-PROY
                   END-IF
           END-IF.
           MOVE WS-ANO-PROY TO WS-ANO-REP.
           MOVE ZERO TO WS-ESC-USADOS.
           MOVE "N" TO WS-ESC-FIN-CAPTURA.
           PERFORM 07-1-PIDE-ESCENARIO
                   UNTIL WS-ESC-FIN-CAPTURA = "S".

       07-1-PIDE-ESCENARIO.
           DISPLAY "Escenario " WS-ESC-USADOS " de " WS-ESC-MAX
                   " capturados; nombre del siguiente (ENTER = "
                   "terminar): ".
           MOVE SPACES TO WS-ESC-CAP.
           ACCEPT WS-ESC-CAP.
           CALL "NOMBREUTIL" USING WS-ESC-CAP 8.
           IF WS-ESC-CAP = SPACES
                   MOVE "S" TO WS-ESC-FIN-CAPTURA
           ELSE
                   ADD 1 TO WS-ESC-USADOS
                   MOVE WS-ESC-CAP TO WS-ESC-NOMBRE(WS-ESC-USADOS)
                   IF WS-ESC-USADOS = WS-ESC-MAX
                           MOVE "S" TO WS-ESC-FIN-CAPTURA
                   END-IF
           END-IF.

      *SOLO TRABAJADORES ACTIVOS; EL SUELDO SE LLEVA A MONEDA BASE
      *CON EL TIPO DE CAMBIO CAPTURADO, COMO 52 DE NOMINA
       10-CARGA-PLANTILLA.
           MOVE ZERO TO WS-RT-USADOS.
           OPEN INPUT F-TRABAJADORES.
           MOVE "N" TO WS-FIN-LECTURA.
           PERFORM 10-1-LEE-TRABAJADOR UNTIL WS-FIN-LECTURA = "S".
           CLOSE F-TRABAJADORES.

       10-1-LEE-TRABAJADOR.
           READ F-TRABAJADORES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF FT-ACTIVO = "S"
                                   IF WS-RT-USADOS < WS-RT-MAX
                                           PERFORM 10-2-ANOTA-TRABAJADOR
                                   ELSE
                                           DISPLAY "Aviso: plantilla "
                                                   "mayor a la tabla,"
                                                   " se omite el "
                                                   "folio " FT-ID
                                   END-IF
                           END-IF
           END-READ.

       10-2-ANOTA-TRABAJADOR.
           ADD 1 TO WS-RT-USADOS.
           MOVE WS-RT-USADOS TO WS-RT-IDX.
           MOVE FT-ID TO WS-RT-ID(WS-RT-IDX).
           MOVE 1 TO WS-TC-TASA.
           CALL "NOMBREUTIL" USING FT-MONEDA 3.
           IF FT-MONEDA NOT = SPACES
           AND FT-MONEDA NOT = WS-MONEDA-BASE
                   MOVE FT-MONEDA TO TC-MONEDA
                   READ F-TIPO-CAMBIO
                           INVALID KEY
                           DISPLAY "Aviso: sin tipo de cambio para "
                                   FT-MONEDA ", se toma tasa 1"
                           NOT INVALID KEY
                           MOVE TC-TASA TO WS-TC-TASA
                   END-READ
           END-IF.
           COMPUTE WS-RT-SUELDO(WS-RT-IDX) ROUNDED =
                   FT-SALARIO * WS-TC-TASA.
           MOVE FT-ESTADO-TRAB TO WS-RT-ESTADO(WS-RT-IDX).
           IF WS-RT-ESTADO(WS-RT-IDX) = SPACES
                   MOVE WS-ESTADO-OMISION TO WS-RT-ESTADO(WS-RT-IDX)
           END-IF.
           IF FT-FECHA-ALTA NUMERIC
                   MOVE FT-FECHA-ALTA(1:4) TO WS-RT-ALTA-ANO(WS-RT-IDX)
                   MOVE FT-FECHA-ALTA(5:2) TO WS-RT-ALTA-MES(WS-RT-IDX)
           ELSE
                   MOVE WS-ANO-PROY TO WS-RT-ALTA-ANO(WS-RT-IDX)
                   MOVE 1 TO WS-RT-ALTA-MES(WS-RT-IDX)
           END-IF.
           MOVE 1 TO WS-COL.
           PERFORM 10-3-COPIA-DEPTO UNTIL WS-COL > 3.
           PERFORM 11-PCT-EFECTIVO.

       10-3-COPIA-DEPTO.
           MOVE FT-DEPARTAMENTO(WS-COL)
                   TO WS-RT-DEPTO(WS-RT-IDX, WS-COL).
           MOVE FT-DEPTO-PCT(WS-COL) TO WS-RT-PCT(WS-RT-IDX, WS-COL).
           ADD 1 TO WS-COL.

      *MISMO CRITERIO QUE 84-7-PCT-EFECTIVO: SIN PORCENTAJES
      *CAPTURADOS SE REPARTE IGUAL ENTRE SUS DEPARTAMENTOS; SIN
      *DEPARTAMENTO EL COSTO QUEDA EN EL DEPARTAMENTO 00
       11-PCT-EFECTIVO.
           COMPUTE WS-PCT-SUMA =
                   WS-RT-PCT(WS-RT-IDX, 1) + WS-RT-PCT(WS-RT-IDX, 2)
                           + WS-RT-PCT(WS-RT-IDX, 3).
           IF WS-PCT-SUMA = ZERO
                   MOVE ZERO TO WS-PCT-NDEPTOS
                   MOVE 1 TO WS-COL
                   PERFORM 11-1-CUENTA-DEPTO UNTIL WS-COL > 3
                   IF WS-PCT-NDEPTOS = ZERO
                           MOVE 100 TO WS-RT-PCT(WS-RT-IDX, 1)
                   ELSE
                           MOVE 1 TO WS-COL
                           PERFORM 11-2-REPARTE-IGUAL UNTIL WS-COL > 3
                   END-IF
           END-IF.

       11-1-CUENTA-DEPTO.
           IF WS-RT-DEPTO(WS-RT-IDX, WS-COL) NOT = ZERO
                   ADD 1 TO WS-PCT-NDEPTOS
           END-IF.
           ADD 1 TO WS-COL.

       11-2-REPARTE-IGUAL.
           IF WS-RT-DEPTO(WS-RT-IDX, WS-COL) NOT = ZERO
                   COMPUTE WS-RT-PCT(WS-RT-IDX, WS-COL) ROUNDED =
                           100 / WS-PCT-NDEPTOS
           END-IF.
           ADD 1 TO WS-COL.

      ******************************************************************
      *UN ESCENARIO: LEE SUS SUPUESTOS, FIJA LA TABLA IMSS DE CADA
      *MES Y PROYECTA PLANTILLA Y CONTRATACIONES
      ******************************************************************
       20-PROCESA-ESCENARIO.
           DISPLAY "Proyectando escenario "
                   WS-ESC-NOMBRE(WS-ESC-IDX).
           PERFORM 21-LIMPIA-SUPUESTOS.
           PERFORM 22-LEE-ESCENARIO.
           PERFORM 25-TABLA-IMSS-ESCENARIO.
           MOVE 1 TO WS-RT-IDX.
           PERFORM 30-PROYECTA-PLANTILLA
                   UNTIL WS-RT-IDX > WS-RT-USADOS.
           MOVE 1 TO WS-AL-IDX.
           PERFORM 31-PROYECTA-ALTA UNTIL WS-AL-IDX > WS-AL-USADOS.
           ADD 1 TO WS-ESC-IDX.

       21-LIMPIA-SUPUESTOS.
           MOVE ZERO TO WS-AU-GLOBAL-PCT.
           MOVE 1 TO WS-AU-GLOBAL-MES.
           INITIALIZE WS-AUMENTOS.
           MOVE ZERO TO WS-AL-USADOS.
           MOVE ZERO TO WS-IO-USADOS.
           MOVE SPACES TO WS-ESC-VERSION(WS-ESC-IDX).
           MOVE ZERO TO WS-ESC-RENGLONES(WS-ESC-IDX).
           MOVE ZERO TO WS-ESC-RECHAZOS(WS-ESC-IDX).
      *SIN BAJA PLANEADA EL TRABAJADOR COBRA LOS DOCE MESES
           MOVE 1 TO WS-RT-IDX.
           PERFORM 21-1-SIN-BAJA UNTIL WS-RT-IDX > WS-RT-USADOS.

       21-1-SIN-BAJA.
           MOVE 13 TO WS-RT-BAJA-MES(WS-RT-IDX).
           ADD 1 TO WS-RT-IDX.

       22-LEE-ESCENARIO.
           MOVE SPACES TO WS-ARCH-ESC.
           STRING WS-EMP-PREFIJO DELIMITED BY SIZE
                   "NOMESC-" DELIMITED BY SIZE
                   WS-ESC-NOMBRE(WS-ESC-IDX) DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
                   INTO WS-ARCH-ESC.
           OPEN INPUT F-ESCENARIO.
           IF WS-ES-STATUS NOT = "00"
                   DISPLAY "Aviso: no existe " WS-ARCH-ESC
                           ", se proyecta la plantilla sin supuestos"
           END-IF.
           MOVE "N" TO WS-FIN-LECTURA.
           PERFORM 22-1-LEE-SUPUESTO UNTIL WS-FIN-LECTURA = "S".
           CLOSE F-ESCENARIO.
           IF WS-ESC-RECHAZOS(WS-ESC-IDX) > ZERO
                   DISPLAY WS-ESC-RECHAZOS(WS-ESC-IDX)
                           " renglon(es) del escenario rechazados"
           END-IF.

       22-1-LEE-SUPUESTO.
           READ F-ESCENARIO
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF ES-TIPO NOT = "*"
                           AND ES-REGISTRO NOT = SPACES
                                   ADD 1 TO
                                           WS-ESC-RENGLONES(WS-ESC-IDX)
                                   PERFORM 23-VALIDA-SUPUESTO
                           END-IF
           END-READ.

       23-VALIDA-SUPUESTO.
           EVALUATE ES-TIPO
               WHEN "A"
                   PERFORM 23-1-AUMENTO
               WHEN "C"
                   PERFORM 23-2-CONTRATACION
               WHEN "B"
                   PERFORM 23-3-BAJA
               WHEN "T"
                   IF ES-TA-VIGENCIA NUMERIC
                           MOVE ES-TA-VIGENCIA
                                   TO WS-ESC-VERSION(WS-ESC-IDX)
                   ELSE
                           PERFORM 24-RECHAZA-RENGLON
                   END-IF
               WHEN "I"
                   PERFORM 23-4-TASA-ISN
               WHEN OTHER
                   PERFORM 24-RECHAZA-RENGLON
           END-EVALUATE.

       23-1-AUMENTO.
           IF ES-AU-DEPTO NOT NUMERIC OR ES-AU-PCT NOT NUMERIC
           OR ES-AU-MES NOT NUMERIC OR ES-AU-MES > 12
                   PERFORM 24-RECHAZA-RENGLON
           ELSE
                   IF ES-AU-MES = ZERO
                           MOVE 1 TO ES-AU-MES
                   END-IF
                   IF ES-AU-DEPTO = ZERO
                           MOVE ES-AU-PCT TO WS-AU-GLOBAL-PCT
                           MOVE ES-AU-MES TO WS-AU-GLOBAL-MES
                   ELSE
                           ADD 1 TO ES-AU-DEPTO GIVING WS-DEP-IDX
                           MOVE "S" TO WS-AU-DEFINIDO(WS-DEP-IDX)
                           MOVE ES-AU-PCT TO WS-AU-PCT(WS-DEP-IDX)
                           MOVE ES-AU-MES TO WS-AU-MES(WS-DEP-IDX)
                   END-IF
           END-IF.

      *EL SUELDO DE LA CONTRATACION ES EL CAPTURADO O, EN CEROS, EL
      *MINIMO DEL TABULADOR DEL PUESTO EN PUESTOSCAT
       23-2-CONTRATACION.
           IF ES-AL-PUESTO NOT NUMERIC OR ES-AL-DEPTO NOT NUMERIC
           OR ES-AL-MES NOT NUMERIC OR ES-AL-CANTIDAD NOT NUMERIC
           OR ES-AL-SUELDO NOT NUMERIC
           OR ES-AL-MES < 1 OR ES-AL-MES > 12
           OR ES-AL-CANTIDAD = ZERO
           OR WS-AL-USADOS NOT < WS-AL-MAX
                   PERFORM 24-RECHAZA-RENGLON
           ELSE
                   IF ES-AL-SUELDO = ZERO
                           MOVE ES-AL-PUESTO TO PU-CODIGO
                           READ F-PUESTOS
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                   MOVE PU-SAL-MIN TO ES-AL-SUELDO
                           END-READ
                   END-IF
                   IF ES-AL-SUELDO = ZERO
                           DISPLAY "Aviso: el puesto " ES-AL-PUESTO
                                   " no tiene tabulador, indique el "
                                   "sueldo de la contratacion"
                           PERFORM 24-RECHAZA-RENGLON
                   ELSE
                           ADD 1 TO WS-AL-USADOS
                           MOVE ES-AL-PUESTO
                                   TO WS-AL-PUESTO(WS-AL-USADOS)
                           MOVE ES-AL-DEPTO
                                   TO WS-AL-DEPTO(WS-AL-USADOS)
                           MOVE ES-AL-MES TO WS-AL-MES(WS-AL-USADOS)
                           MOVE ES-AL-CANTIDAD
                                   TO WS-AL-CANTIDAD(WS-AL-USADOS)
                           MOVE ES-AL-SUELDO
                                   TO WS-AL-SUELDO(WS-AL-USADOS)
                           MOVE ES-AL-ESTADO
                                   TO WS-AL-ESTADO(WS-AL-USADOS)
                           IF ES-AL-ESTADO = SPACES
                                   MOVE WS-ESTADO-OMISION
                                   TO WS-AL-ESTADO(WS-AL-USADOS)
                           END-IF
                   END-IF
           END-IF.

       23-3-BAJA.
           IF ES-BA-ID NOT NUMERIC OR ES-BA-MES NOT NUMERIC
           OR ES-BA-MES < 1 OR ES-BA-MES > 12
                   PERFORM 24-RECHAZA-RENGLON
           ELSE
                   MOVE ZERO TO WS-RT-IDX
                   MOVE 1 TO WS-RT-BUSCA
                   PERFORM 23-5-BUSCA-FOLIO
                           UNTIL WS-RT-BUSCA > WS-RT-USADOS
                   IF WS-RT-IDX = ZERO
                           DISPLAY "Aviso: el folio " ES-BA-ID
                                   " no esta en la plantilla activa"
                           PERFORM 24-RECHAZA-RENGLON
                   ELSE
                           MOVE ES-BA-MES TO WS-RT-BAJA-MES(WS-RT-IDX)
                   END-IF
           END-IF.

       23-5-BUSCA-FOLIO.
           IF WS-RT-ID(WS-RT-BUSCA) = ES-BA-ID
                   MOVE WS-RT-BUSCA TO WS-RT-IDX
           END-IF.
           ADD 1 TO WS-RT-BUSCA.

       23-4-TASA-ISN.
           IF ES-IS-ESTADO = SPACES OR ES-IS-TASA NOT NUMERIC
           OR WS-IO-USADOS NOT < WS-IO-MAX
                   PERFORM 24-RECHAZA-RENGLON
           ELSE
                   ADD 1 TO WS-IO-USADOS
                   MOVE ES-IS-ESTADO TO WS-IO-ESTADO(WS-IO-USADOS)
                   MOVE ES-IS-TASA TO WS-IO-TASA(WS-IO-USADOS)
           END-IF.

       24-RECHAZA-RENGLON.
           ADD 1 TO WS-ESC-RECHAZOS(WS-ESC-IDX).
           DISPLAY "Renglon rechazado: " ES-REGISTRO.

      *CON VERSION FIJA EN EL ESCENARIO TODO EL ANIO USA ESA TABLA;
      *SIN ELLA CADA MES TOMA LA VIGENTE AL PRIMERO DEL MES, DE
      *MODO QUE UNA TABLA NUEVA YA CAPTURADA ENTRA EN SU FECHA
       25-TABLA-IMSS-ESCENARIO.
           MOVE 1 TO WS-MES-IDX.
           PERFORM 25-1-TABLA-MES UNTIL WS-MES-IDX > 12.

       25-1-TABLA-MES.
           IF WS-ESC-VERSION(WS-ESC-IDX) NOT = SPACES
                   MOVE WS-ESC-VERSION(WS-ESC-IDX) TO WS-FECHA-TARIFA
           ELSE
                   MOVE WS-MES-IDX TO WS-MES-FMT
                   MOVE SPACES TO WS-FECHA-TARIFA
                   STRING WS-ANO-PROY DELIMITED BY SIZE
                           WS-MES-FMT DELIMITED BY SIZE
                           "01" DELIMITED BY SIZE
                           INTO WS-FECHA-TARIFA
           END-IF.
           PERFORM 26-SUMA-PCT-PATRON.
           MOVE WS-CI-PCT-PATRON
                   TO WS-ESC-PCT-MES(WS-ESC-IDX, WS-MES-IDX).
           ADD 1 TO WS-MES-IDX.

       26-SUMA-PCT-PATRON.
           MOVE ZERO TO WS-CI-PCT-PATRON.
           MOVE "N" TO WS-CI-HALLADO.
           MOVE "N" TO WS-CI-FIN.
           MOVE SPACES TO WS-CI-VERSION.
           MOVE LOW-VALUES TO CI-LLAVE.
           START F-CUOTAS-IMSS KEY IS NOT LESS THAN CI-LLAVE
                   INVALID KEY MOVE "S" TO WS-CI-FIN
           END-START.
           PERFORM 26-1-SUMA-PATRON UNTIL WS-CI-FIN = "S".
           IF WS-CI-HALLADO = "N"
                   MOVE WS-PCT-IMSS-PLANA TO WS-CI-PCT-PATRON
           END-IF.

       26-1-SUMA-PATRON.
           READ F-CUOTAS-IMSS NEXT RECORD
                   AT END MOVE "S" TO WS-CI-FIN
                   NOT AT END
                           IF CI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-CI-FIN
                           ELSE
                                   IF CI-VIGENCIA NOT = WS-CI-VERSION
                                           MOVE CI-VIGENCIA
                                                   TO WS-CI-VERSION
                                           MOVE ZERO
                                                   TO WS-CI-PCT-PATRON
                                   END-IF
                                   MOVE "S" TO WS-CI-HALLADO
                                   ADD CI-PCT-PATRON TO WS-CI-PCT-PATRON
                           END-IF
           END-READ.

      ******************************************************************
      *PROYECCION DE UN TRABAJADOR DE LA PLANTILLA: EL AUMENTO ES EL
      *DE SU DEPARTAMENTO PRINCIPAL (O EL GENERAL) Y DEJA DE COBRAR
      *EN EL MES DE SU BAJA PLANEADA
      ******************************************************************
       30-PROYECTA-PLANTILLA.
           MOVE "P" TO WS-CA-ORIGEN.
           MOVE WS-RT-SUELDO(WS-RT-IDX) TO WS-CA-SUELDO-BASE.
           MOVE WS-RT-DEPTO(WS-RT-IDX, 1) TO WS-DEP-COD.
           ADD 1 TO WS-DEP-COD GIVING WS-DEP-IDX.
           IF WS-AU-DEFINIDO(WS-DEP-IDX) = "S"
                   MOVE WS-AU-PCT(WS-DEP-IDX) TO WS-CA-AUMENTO-PCT
                   MOVE WS-AU-MES(WS-DEP-IDX) TO WS-CA-AUMENTO-MES
           ELSE
                   MOVE WS-AU-GLOBAL-PCT TO WS-CA-AUMENTO-PCT
                   MOVE WS-AU-GLOBAL-MES TO WS-CA-AUMENTO-MES
           END-IF.
           MOVE 1 TO WS-CA-MES-INICIO.
           COMPUTE WS-CA-MES-FIN = WS-RT-BAJA-MES(WS-RT-IDX) - 1.
           MOVE WS-RT-ALTA-ANO(WS-RT-IDX) TO WS-CA-ALTA-ANO.
           MOVE WS-RT-ALTA-MES(WS-RT-IDX) TO WS-CA-ALTA-MES.
           MOVE 1 TO WS-CA-CANTIDAD.
           MOVE WS-RT-ESTADO(WS-RT-IDX) TO WS-CA-ESTADO.
           MOVE 1 TO WS-COL.
           PERFORM 30-1-COPIA-REPARTO UNTIL WS-COL > 3.
           PERFORM 40-PROYECTA-TRABAJADOR.
           ADD 1 TO WS-RT-IDX.

       30-1-COPIA-REPARTO.
           MOVE WS-RT-DEPTO(WS-RT-IDX, WS-COL) TO WS-CA-DEPTO(WS-COL).
           MOVE WS-RT-PCT(WS-RT-IDX, WS-COL) TO WS-CA-PCT(WS-COL).
           ADD 1 TO WS-COL.

      *LAS CONTRATACIONES ENTRAN CON SU SUELDO DE INGRESO, SIN
      *AUMENTO NI ANTIGUEDAD, TODO EL COSTO A SU DEPARTAMENTO
       31-PROYECTA-ALTA.
           MOVE "C" TO WS-CA-ORIGEN.
           MOVE WS-AL-SUELDO(WS-AL-IDX) TO WS-CA-SUELDO-BASE.
           MOVE ZERO TO WS-CA-AUMENTO-PCT.
           MOVE 1 TO WS-CA-AUMENTO-MES.
           MOVE WS-AL-MES(WS-AL-IDX) TO WS-CA-MES-INICIO.
           MOVE 12 TO WS-CA-MES-FIN.
           MOVE WS-ANO-PROY TO WS-CA-ALTA-ANO.
           MOVE WS-AL-MES(WS-AL-IDX) TO WS-CA-ALTA-MES.
           MOVE WS-AL-CANTIDAD(WS-AL-IDX) TO WS-CA-CANTIDAD.
           MOVE WS-AL-ESTADO(WS-AL-IDX) TO WS-CA-ESTADO.
           INITIALIZE WS-CA-DEPTOS.
           MOVE WS-AL-DEPTO(WS-AL-IDX) TO WS-CA-DEPTO(1).
           MOVE 100 TO WS-CA-PCT(1).
           PERFORM 40-PROYECTA-TRABAJADOR.
           ADD 1 TO WS-AL-IDX.

      ******************************************************************
      *MESES DEL TRABAJADOR EN CALCULO, CON LAS FORMULAS DE COSTO
      *PATRONAL Y DE PROVISIONES DEL CIERRE LLEVADAS A UN MES
      ******************************************************************
       40-PROYECTA-TRABAJADOR.
           PERFORM 41-TASA-ISN.
           MOVE WS-CA-MES-INICIO TO WS-MES-IDX.
           PERFORM 42-PROYECTA-MES UNTIL WS-MES-IDX > WS-CA-MES-FIN.

      *LA TASA DEL ESCENARIO MANDA SOBRE LA CAPTURADA EN NOMISN
       41-TASA-ISN.
           MOVE ZERO TO WS-CA-TASA-ISN.
           IF WS-CA-ESTADO NOT = SPACES
                   MOVE WS-CA-ESTADO TO IS-ESTADO
                   READ F-TASAS-ISN
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                           MOVE IS-TASA TO WS-CA-TASA-ISN
                   END-READ
                   MOVE 1 TO WS-IO-IDX
                   PERFORM 41-1-BUSCA-TASA
                           UNTIL WS-IO-IDX > WS-IO-USADOS
           END-IF.

       41-1-BUSCA-TASA.
           IF WS-IO-ESTADO(WS-IO-IDX) = WS-CA-ESTADO
                   MOVE WS-IO-TASA(WS-IO-IDX) TO WS-CA-TASA-ISN
           END-IF.
           ADD 1 TO WS-IO-IDX.

       42-PROYECTA-MES.
           IF WS-MES-IDX < WS-CA-AUMENTO-MES
                   MOVE WS-CA-SUELDO-BASE TO WS-CA-SUELDO
           ELSE
                   COMPUTE WS-CA-SUELDO ROUNDED =
                           WS-CA-SUELDO-BASE
                                   * (100 + WS-CA-AUMENTO-PCT) / 100
           END-IF.
      *ANIOS CUMPLIDOS EN EL MES (SOLO PARA LA PRIMA DE ANTIGUEDAD)
           COMPUTE WS-CA-ANOS = WS-ANO-PROY - WS-CA-ALTA-ANO.
           IF WS-MES-IDX < WS-CA-ALTA-MES
                   SUBTRACT 1 FROM WS-CA-ANOS
           END-IF.
           IF WS-CA-ANOS < ZERO
                   MOVE ZERO TO WS-CA-ANOS
           END-IF.
           MOVE WS-CA-SUELDO TO WS-CA-MONTO(1).
           COMPUTE WS-CA-MONTO(2) ROUNDED =
                   WS-CA-SUELDO
                           * WS-ESC-PCT-MES(WS-ESC-IDX, WS-MES-IDX).
           COMPUTE WS-CA-MONTO(3) ROUNDED =
                   WS-CA-SUELDO / 30 * WS-DIAS-AGUINALDO / 12.
           COMPUTE WS-CA-MONTO(4) ROUNDED =
                   WS-CA-SUELDO / 30 * WS-DIAS-VACACIONES / 12.
           COMPUTE WS-CA-MONTO(5) ROUNDED =
                   WS-CA-SUELDO * WS-PRIMA-ANTIG-PCT * WS-CA-ANOS / 12.
           COMPUTE WS-CA-MONTO(6) ROUNDED =
                   WS-CA-SUELDO * WS-CA-TASA-ISN.
           MOVE 1 TO WS-COL.
           PERFORM 43-REPARTE-DEPTO UNTIL WS-COL > 3.
           ADD 1 TO WS-MES-IDX.

       43-REPARTE-DEPTO.
           IF WS-CA-PCT(WS-COL) > ZERO
                   MOVE WS-CA-DEPTO(WS-COL) TO WS-DEP-COD
                   ADD 1 TO WS-DEP-COD GIVING WS-DEP-IDX
                   MOVE 1 TO WS-CO-IDX
                   PERFORM 43-1-SUMA-CONCEPTO UNTIL WS-CO-IDX > 6
           END-IF.
           ADD 1 TO WS-COL.

       43-1-SUMA-CONCEPTO.
           COMPUTE WS-PARTE ROUNDED =
                   WS-CA-MONTO(WS-CO-IDX) * WS-CA-PCT(WS-COL) / 100
                           * WS-CA-CANTIDAD.
           ADD WS-PARTE TO WS-PY-MONTO(WS-ESC-IDX, WS-DEP-IDX,
                   WS-MES-IDX, WS-CO-IDX).
           ADD 1 TO WS-CO-IDX.

      ******************************************************************
      *REPORTE: DETALLE MENSUAL POR DEPARTAMENTO DE CADA ESCENARIO Y
      *AL FINAL EL COMPARATIVO ANUAL DE LOS ESCENARIOS LADO A LADO
      ******************************************************************
       50-GENERA-REPORTE.
           OPEN OUTPUT F-REPORTE.
           MOVE SPACES TO RP-LINEA.
           STRING WS-EMPRESA DELIMITED BY SIZE
                   " PROYECCION DE COSTO DE NOMINA " DELIMITED BY SIZE
                   WS-ANO-PROY DELIMITED BY SIZE
                   "   ELABORADA EL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE 1 TO WS-ESC-IDX.
           PERFORM 51-REPORTE-ESCENARIO
                   UNTIL WS-ESC-IDX > WS-ESC-USADOS.
           PERFORM 55-COMPARATIVO.
           CLOSE F-REPORTE.

       51-REPORTE-ESCENARIO.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           IF WS-ESC-VERSION(WS-ESC-IDX) = SPACES
                   STRING "ESCENARIO " DELIMITED BY SIZE
                           WS-ESC-NOMBRE(WS-ESC-IDX) DELIMITED BY SIZE
                           "  TABLA IMSS: LA VIGENTE EN CADA MES"
                                   DELIMITED BY SIZE
                           INTO RP-LINEA
           ELSE
                   STRING "ESCENARIO " DELIMITED BY SIZE
                           WS-ESC-NOMBRE(WS-ESC-IDX) DELIMITED BY SIZE
                           "  TABLA IMSS VIGENCIA " DELIMITED BY SIZE
                           WS-ESC-VERSION(WS-ESC-IDX) DELIMITED BY SIZE
                           INTO RP-LINEA
           END-IF.
           WRITE RP-LINEA.
           MOVE 1 TO WS-DEP-IDX.
           PERFORM 52-REPORTE-DEPTO UNTIL WS-DEP-IDX > 100.
      *TOTAL DE LA EMPRESA: TODOS LOS DEPARTAMENTOS POR MES
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "TOTAL EMPRESA" TO RP-LINEA.
           WRITE RP-LINEA.
           WRITE RP-LINEA FROM WS-TITULOS-MES.
           INITIALIZE WS-SUMA-RENGLON.
           MOVE 1 TO WS-MES-IDX.
           PERFORM 54-MES-EMPRESA UNTIL WS-MES-IDX > 12.
           MOVE "ANUAL" TO WS-RM-ETIQUETA.
           PERFORM 53-2-ESCRIBE-SUMA.
           ADD 1 TO WS-ESC-IDX.

       52-REPORTE-DEPTO.
           MOVE "N" TO WS-DEP-TIENE.
           MOVE 1 TO WS-MES-IDX.
           PERFORM 52-1-REVISA-MES UNTIL WS-MES-IDX > 12.
           IF WS-DEP-TIENE = "S"
                   SUBTRACT 1 FROM WS-DEP-IDX GIVING WS-DEP-COD
                   MOVE SPACES TO RP-LINEA
                   WRITE RP-LINEA
                   MOVE SPACES TO RP-LINEA
                   STRING "DEPARTAMENTO " DELIMITED BY SIZE
                           WS-DEP-COD DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
                   WRITE RP-LINEA FROM WS-TITULOS-MES
                   INITIALIZE WS-SUMA-RENGLON
                   MOVE 1 TO WS-MES-IDX
                   PERFORM 53-MES-DEPTO UNTIL WS-MES-IDX > 12
                   MOVE "ANUAL" TO WS-RM-ETIQUETA
                   PERFORM 53-2-ESCRIBE-SUMA
           END-IF.
           ADD 1 TO WS-DEP-IDX.

       52-1-REVISA-MES.
           IF WS-PY-MONTO(WS-ESC-IDX, WS-DEP-IDX, WS-MES-IDX, 1)
                   NOT = ZERO
                   MOVE "S" TO WS-DEP-TIENE
           END-IF.
           ADD 1 TO WS-MES-IDX.

      *UN RENGLON POR MES; LA COLUMNA 7 ES EL COSTO TOTAL Y LA
      *SUMA DEL ANIO SE VA LLEVANDO EN WS-SUMA-RENGLON
       53-MES-DEPTO.
           MOVE SPACES TO WS-RENGLON-MES.
           MOVE WS-MES-IDX TO WS-MES-FMT.
           STRING "MES " DELIMITED BY SIZE
                   WS-MES-FMT DELIMITED BY SIZE
                   INTO WS-RM-ETIQUETA.
           MOVE ZERO TO WS-TOTAL.
           MOVE 1 TO WS-CO-IDX.
           PERFORM 53-1-COLUMNA-DEPTO UNTIL WS-CO-IDX > 6.
           MOVE WS-TOTAL TO WS-RM-MONTO(7).
           ADD WS-TOTAL TO WS-SR-MONTO(7).
           WRITE RP-LINEA FROM WS-RENGLON-MES.
           ADD 1 TO WS-MES-IDX.

       53-1-COLUMNA-DEPTO.
           MOVE WS-PY-MONTO(WS-ESC-IDX, WS-DEP-IDX, WS-MES-IDX,
                   WS-CO-IDX) TO WS-RM-MONTO(WS-CO-IDX).
           ADD WS-PY-MONTO(WS-ESC-IDX, WS-DEP-IDX, WS-MES-IDX,
                   WS-CO-IDX) TO WS-TOTAL WS-SR-MONTO(WS-CO-IDX).
           ADD 1 TO WS-CO-IDX.

       53-2-ESCRIBE-SUMA.
           MOVE 1 TO WS-CO-IDX.
           PERFORM 53-3-COLUMNA-SUMA UNTIL WS-CO-IDX > 7.
           WRITE RP-LINEA FROM WS-RENGLON-MES.

       53-3-COLUMNA-SUMA.
           MOVE WS-SR-MONTO(WS-CO-IDX) TO WS-RM-MONTO(WS-CO-IDX).
           ADD 1 TO WS-CO-IDX.

       54-MES-EMPRESA.
           MOVE SPACES TO WS-RENGLON-MES.
           MOVE WS-MES-IDX TO WS-MES-FMT.
           STRING "MES " DELIMITED BY SIZE
                   WS-MES-FMT DELIMITED BY SIZE
                   INTO WS-RM-ETIQUETA.
           MOVE ZERO TO WS-TOTAL.
           MOVE 1 TO WS-CO-IDX.
           PERFORM 54-1-COLUMNA-EMPRESA UNTIL WS-CO-IDX > 6.
           MOVE WS-TOTAL TO WS-RM-MONTO(7).
           ADD WS-TOTAL TO WS-SR-MONTO(7).
           WRITE RP-LINEA FROM WS-RENGLON-MES.
           ADD 1 TO WS-MES-IDX.

       54-1-COLUMNA-EMPRESA.
           MOVE ZERO TO WS-PARTE.
           MOVE 1 TO WS-DEP-IDX.
           PERFORM 54-2-SUMA-DEPTOS UNTIL WS-DEP-IDX > 100.
           MOVE WS-PARTE TO WS-RM-MONTO(WS-CO-IDX).
           ADD WS-PARTE TO WS-TOTAL WS-SR-MONTO(WS-CO-IDX).
           ADD 1 TO WS-CO-IDX.

       54-2-SUMA-DEPTOS.
           ADD WS-PY-MONTO(WS-ESC-IDX, WS-DEP-IDX, WS-MES-IDX,
                   WS-CO-IDX) TO WS-PARTE.
           ADD 1 TO WS-DEP-IDX.

      *COMPARATIVO: COSTO TOTAL ANUAL POR DEPARTAMENTO Y POR MES DE
      *LA EMPRESA, UNA COLUMNA POR ESCENARIO
       55-COMPARATIVO.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "COMPARATIVO DE ESCENARIOS (COSTO TOTAL)" TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO WS-TITULOS-COMP.
           MOVE 1 TO WS-ESC-IDX.
           PERFORM 55-1-TITULO-ESCENARIO
                   UNTIL WS-ESC-IDX > WS-ESC-USADOS.
           WRITE RP-LINEA FROM WS-TITULOS-COMP.
           MOVE 1 TO WS-DEP-IDX.
           PERFORM 56-COMPARA-DEPTO UNTIL WS-DEP-IDX > 100.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE 1 TO WS-MES-IDX.
           PERFORM 57-COMPARA-MES UNTIL WS-MES-IDX > 12.
           MOVE SPACES TO WS-RENGLON-COMP.
           MOVE "ANUAL" TO WS-RC-ETIQUETA.
           MOVE 1 TO WS-ESC-IDX.
           PERFORM 58-TOTAL-ESCENARIO UNTIL WS-ESC-IDX > WS-ESC-USADOS.
           WRITE RP-LINEA FROM WS-RENGLON-COMP.

       55-1-TITULO-ESCENARIO.
           MOVE WS-ESC-NOMBRE(WS-ESC-IDX) TO WS-TC-NOMBRE(WS-ESC-IDX).
           ADD 1 TO WS-ESC-IDX.

       56-COMPARA-DEPTO.
           MOVE SPACES TO WS-RENGLON-COMP.
           MOVE "N" TO WS-DEP-TIENE.
           SUBTRACT 1 FROM WS-DEP-IDX GIVING WS-DEP-COD.
           STRING "DEPTO " DELIMITED BY SIZE
                   WS-DEP-COD DELIMITED BY SIZE
                   INTO WS-RC-ETIQUETA.
           MOVE 1 TO WS-ESC-IDX.
           PERFORM 56-1-DEPTO-ESCENARIO
                   UNTIL WS-ESC-IDX > WS-ESC-USADOS.
           IF WS-DEP-TIENE = "S"
                   WRITE RP-LINEA FROM WS-RENGLON-COMP
           END-IF.
           ADD 1 TO WS-DEP-IDX.

       56-1-DEPTO-ESCENARIO.
           MOVE ZERO TO WS-TOTAL.
           MOVE 1 TO WS-MES-IDX.
           PERFORM 56-2-SUMA-MES UNTIL WS-MES-IDX > 12.
           IF WS-TOTAL NOT = ZERO
                   MOVE "S" TO WS-DEP-TIENE
           END-IF.
           MOVE WS-TOTAL TO WS-RC-MONTO(WS-ESC-IDX).
           ADD 1 TO WS-ESC-IDX.

       56-2-SUMA-MES.
           MOVE 1 TO WS-CO-IDX.
           PERFORM 56-3-SUMA-CONCEPTO UNTIL WS-CO-IDX > 6.
           ADD 1 TO WS-MES-IDX.

       56-3-SUMA-CONCEPTO.
           ADD WS-PY-MONTO(WS-ESC-IDX, WS-DEP-IDX, WS-MES-IDX,
                   WS-CO-IDX) TO WS-TOTAL.
           ADD 1 TO WS-CO-IDX.

       57-COMPARA-MES.
           MOVE SPACES TO WS-RENGLON-COMP.
           MOVE WS-MES-IDX TO WS-MES-FMT.
           STRING "MES " DELIMITED BY SIZE
                   WS-MES-FMT DELIMITED BY SIZE
                   INTO WS-RC-ETIQUETA.
           MOVE 1 TO WS-ESC-IDX.
           PERFORM 57-1-MES-ESCENARIO
                   UNTIL WS-ESC-IDX > WS-ESC-USADOS.
           WRITE RP-LINEA FROM WS-RENGLON-COMP.
           ADD 1 TO WS-MES-IDX.

       57-1-MES-ESCENARIO.
           MOVE ZERO TO WS-TOTAL.
           MOVE 1 TO WS-DEP-IDX.
           PERFORM 57-2-SUMA-DEPTO UNTIL WS-DEP-IDX > 100.
           MOVE WS-TOTAL TO WS-RC-MONTO(WS-ESC-IDX).
           ADD 1 TO WS-ESC-IDX.

       57-2-SUMA-DEPTO.
           MOVE 1 TO WS-CO-IDX.
           PERFORM 56-3-SUMA-CONCEPTO UNTIL WS-CO-IDX > 6.
           ADD 1 TO WS-DEP-IDX.

       58-TOTAL-ESCENARIO.
           MOVE ZERO TO WS-TOTAL.
           MOVE 1 TO WS-DEP-IDX.
           PERFORM 58-1-SUMA-DEPTO UNTIL WS-DEP-IDX > 100.
           MOVE WS-TOTAL TO WS-RC-MONTO(WS-ESC-IDX).
           ADD 1 TO WS-ESC-IDX.

       58-1-SUMA-DEPTO.
           MOVE 1 TO WS-MES-IDX.
           PERFORM 56-2-SUMA-MES UNTIL WS-MES-IDX > 12.
           ADD 1 TO WS-DEP-IDX.

       END PROGRAM NOMPROY.
