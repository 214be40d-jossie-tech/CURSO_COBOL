      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Flujo de efectivo proyectado a trece semanas a partir
      *          de hoy: entradas por la cobranza de los cargos
      *          abiertos de CXC.DAT en su vencimiento, recorrido por
      *          los dias de atraso que cada cliente ha tenido al
      *          pagar; salidas por las facturas abiertas de CXP.DAT
      *          en su vencimiento, la nomina neta y la cuota
      *          patronal IMSS de cada periodo pendiente del
      *          calendario de nomina (plantilla activa contra el
      *          ultimo periodo cerrado), los prestamos por entregar
      *          y el aguinaldo y la PTU cuando vencen dentro de la
      *          ventana. Parte del saldo inicial capturado y lleva el
      *          saldo semana a semana; solo lee los archivos vivos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUJOCAJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LIBROS DE CUENTAS POR COBRAR Y POR PAGAR
           SELECT OPTIONAL F-CXC
           ASSIGN TO "CXC.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CX-FOLIO
           FILE STATUS IS WS-CX-STATUS.

           SELECT OPTIONAL F-CXP
           ASSIGN TO "CXP.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CP-FOLIO
           FILE STATUS IS WS-CP-STATUS.

      *ARCHIVOS DE LA FAMILIA DE NOMINA DE LA EMPRESA EN OPERACION
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

           SELECT OPTIONAL F-HISTORIA
           ASSIGN TO WS-ARCH-HIST
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS HP-LLAVE
           FILE STATUS IS WS-HP-STATUS.

           SELECT OPTIONAL F-PERIODOS
           ASSIGN TO WS-ARCH-PER
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PC-LLAVE
           FILE STATUS IS WS-PC-STATUS.

           SELECT OPTIONAL F-CALENDARIO
           ASSIGN TO WS-ARCH-CAL
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CAL-LLAVE
           FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL F-PRESTAMOS
           ASSIGN TO WS-ARCH-PREST
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-PR-STATUS.

           SELECT OPTIONAL F-CUOTAS-IMSS
           ASSIGN TO WS-ARCH-IMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CI-LLAVE
           FILE STATUS IS WS-CI-STATUS.

           SELECT OPTIONAL F-TIPO-CAMBIO
           ASSIGN TO WS-ARCH-TC
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TC-MONEDA
           FILE STATUS IS WS-TC-STATUS.

           SELECT F-REPORTE
           ASSIGN TO WS-ARCH-REPORTE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-CXC.
       01 CX-REGISTRO.
           02 CX-FOLIO                     PIC 9(06).
           02 CX-CLIENTE                   PIC 9(06).
           02 CX-TRANS                     PIC 9(06).
           02 CX-FECHA                     PIC X(08).
           02 CX-VENCE                     PIC X(08).
      *"C" CARGO (VENTA A CREDITO), "A" ABONO (PAGO RECIBIDO)
           02 CX-TIPO                      PIC X(01).
           02 CX-IMPORTE                   PIC S9(09)V99.

      *MISMO LAYOUT DE CP-REGISTRO EN CXP
       FD F-CXP.
       01 CP-REGISTRO.
           02 CP-FOLIO                     PIC 9(06).
           02 CP-PROVEEDOR                 PIC 9(04).
           02 CP-RECEPCION                 PIC 9(06).
           02 CP-FACTURA                   PIC X(15).
           02 CP-FECHA-FACTURA             PIC X(08).
           02 CP-VENCE                     PIC X(08).
           02 CP-IMPORTE                   PIC S9(09)V99.
           02 CP-PAGADO                    PIC S9(09)V99.
           02 CP-ESTADO                    PIC X(01).
           02 CP-TIPO                      PIC X(01).
           02 CP-NOTAS                     PIC S9(09)V99.
           02 CP-ORDEN                     PIC 9(06).
           02 CP-CANTIDAD                  PIC 9(10).
           02 CP-PRECIO                    PIC 9(07)V99.
           02 CP-ESPERADO                  PIC S9(09)V99.
           02 CP-DIF-ORDEN                 PIC X(01).
           02 CP-DIF-CANTIDAD              PIC X(01).
           02 CP-DIF-PRECIO                PIC X(01).
           02 CP-DIF-IMPORTE               PIC X(01).
           02 CP-LIBERO                    PIC X(08).
           02 CP-MONEDA                    PIC X(03).
           02 CP-TASA                      PIC 9(04)V9999.
           02 CP-IMPORTE-ORIG              PIC S9(09)V99.
           02 CP-PAGADO-ORIG               PIC S9(09)V99.

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

      *MISMO LAYOUT DE HP-REGISTRO EN NOMINA
       FD F-HISTORIA.
       01 HP-REGISTRO.
           02 HP-LLAVE.
               03 HP-FRECUENCIA            PIC X(01).
               03 HP-PERIODO               PIC X(08).
               03 HP-ID                    PIC 9(04).
           02 HP-NOMBRE                    PIC X(30).
           02 HP-APELLIDO                  PIC X(30).
           02 HP-BRUTO                     PIC S9(06)V99.
           02 HP-ISR                       PIC S9(06)V99.
           02 HP-IMSS                      PIC S9(06)V99.
           02 HP-HORAS-EXTRA               PIC 9(03).
           02 HP-PAGO-HORAS-EXTRA          PIC S9(06)V99.
           02 HP-HE-DOBLES                 PIC 9(03).
           02 HP-HE-TRIPLES                PIC 9(03).
           02 HP-PAGO-HE-DOBLE             PIC S9(06)V99.
           02 HP-PAGO-HE-TRIPLE            PIC S9(06)V99.
           02 HP-GASTOS                    PIC 9(05)V9(2).
           02 HP-DEDUCCIONES               PIC 9(06)V99.
           02 HP-NETO                      PIC S9(06)V99.
           02 HP-MONEDA                    PIC X(03).
           02 HP-DOMINGOS                  PIC 9(02).
           02 HP-PRIMA-DOMINICAL           PIC S9(06)V99.
           02 HP-FALTAS-RETARDO            PIC 9(02).
           02 HP-DESC-RETARDOS             PIC S9(06)V99.

       FD F-PERIODOS.
       01 PC-REGISTRO.
           02 PC-LLAVE.
               03 PC-FRECUENCIA            PIC X(01).
               03 PC-PERIODO               PIC X(08).
           02 PC-ESTADO                    PIC X(01).
           02 PC-FECHA-CIERRE              PIC X(08).

      *MISMO LAYOUT QUE EL GENERADOR DE PERIODOS DE PAGO
       FD F-CALENDARIO.
       01 CAL-REGISTRO.
           02 CAL-LLAVE.
               03 CAL-FRECUENCIA           PIC X(01).
               03 CAL-CORTE                PIC X(08).
           02 CAL-INICIO                   PIC X(08).
           02 CAL-ESTADO                   PIC X(01).

       FD F-PRESTAMOS.
       01 PR-REGISTRO.
           02 PR-LLAVE.
               03 PR-ID                    PIC 9(04).
               03 PR-NUMERO                PIC 9(03).
           02 PR-CAPITAL                   PIC 9(07)V99.
           02 PR-TASA                      PIC 9(02)V99.
           02 PR-PLAZOS                    PIC 9(03).
           02 PR-ABONO                     PIC 9(06)V99.
           02 PR-INTERES-TOTAL             PIC 9(07)V99.
           02 PR-FECHA                     PIC X(08).
           02 PR-ESTADO                    PIC X(01).

       FD F-CUOTAS-IMSS.
       01 CI-REGISTRO.
           02 CI-LLAVE.
               03 CI-VIGENCIA              PIC X(08).
               03 CI-RAMA                  PIC 9(02).
           02 CI-NOMBRE                    PIC X(30).
           02 CI-PCT-OBRERO                PIC 9V9999.
           02 CI-PCT-PATRON                PIC 9V9999.

       FD F-TIPO-CAMBIO.
       01 TC-REGISTRO.
           02 TC-MONEDA                    PIC X(03).
           02 TC-TASA                      PIC 9(04)V9999.
           02 TC-FECHA                     PIC X(08).

       FD F-REPORTE.
       01 RP-LINEA                         PIC X(132).

       WORKING-STORAGE SECTION.
      *NOMBRES DE ARCHIVO CON EL PREFIJO DE LA EMPRESA EN OPERACION
      *(RUTINA EMPRESAUTIL)
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
       01 WS-ARCH-HIST.
           02 WS-EMP-HIST                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMHIST.DAT".
       01 WS-ARCH-PER.
           02 WS-EMP-PER                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMPER.DAT".
       01 WS-ARCH-CAL.
           02 WS-EMP-CAL                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMCAL.DAT".
       01 WS-ARCH-PREST.
           02 WS-EMP-PREST                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(12)
                   VALUE "NOMPREST.DAT".
       01 WS-ARCH-IMSS.
           02 WS-EMP-IMSS                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMIMSS.DAT".
       01 WS-ARCH-TC.
           02 WS-EMP-TC                    PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(09)
                   VALUE "NOMTC.DAT".
       01 WS-ARCH-REPORTE.
           02 WS-EMP-REP                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(08)
                   VALUE "FLUJO13-".
           02 WS-FECHA-REP                 PIC X(08).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-CX-STATUS                     PIC X(02).
       77 WS-CP-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-CF-STATUS                     PIC X(02).
       77 WS-HP-STATUS                     PIC X(02).
       77 WS-PC-STATUS                     PIC X(02).
       77 WS-CAL-STATUS                    PIC X(02).
       77 WS-PR-STATUS                     PIC X(02).
       77 WS-CI-STATUS                     PIC X(02).
       77 WS-TC-STATUS                     PIC X(02).
       77 WS-RP-STATUS                     PIC X(02).
       77 WS-FIN-LECTURA                   PIC X(01).
       77 WS-FECHA-HOY                     PIC X(08).
       77 WS-EMPRESA                       PIC X(40) VALUE SPACES.
      *PARAMETROS DE LA CONFIGURACION, CON LOS MISMOS VALORES POR
      *OMISION QUE NOMINA
       77 WS-DIAS-AGUINALDO                PIC 9(02) VALUE 15.
      *TASA PLANA QUE USA NOMINA MIENTRAS LA TABLA IMSS ESTA VACIA
       77 WS-PCT-IMSS-PLANA                PIC 9V9999 VALUE 0.1050.
       77 WS-MONEDA-BASE                   PIC X(03) VALUE "MXN".
      *SALDO DE BANCOS CON EL QUE ARRANCA LA PROYECCION
       77 WS-SALDO-INICIAL                 PIC S9(11)V99.
      *VENTANA DE TRECE SEMANAS: LA SEMANA 1 EMPIEZA HOY; LO VENCIDO
      *Y NO PAGADO CAE EN LA SEMANA 1
       77 WS-SEMANAS                       PIC 9(02) VALUE 13.
       77 WS-FIN-VENTANA                   PIC X(08).
       01 WS-FLUJO.
           02 WS-SM-SEMANA OCCURS 13 TIMES.
               03 WS-SM-INICIO             PIC X(08).
               03 WS-SM-FIN                PIC X(08).
      *RUBROS: 1 COBRANZA, 2 PROVEEDORES, 3 NOMINA NETA, 4 CUOTA
      *PATRONAL IMSS, 5 PRESTAMOS, 6 AGUINALDO Y PTU
               03 WS-SM-RUBRO              PIC S9(11)V99
                                           OCCURS 6 TIMES.
               03 WS-SM-NETO               PIC S9(11)V99.
               03 WS-SM-SALDO              PIC S9(11)V99.
           02 WS-TOT-RUBRO                 PIC S9(11)V99
                                           OCCURS 6 TIMES.
           02 WS-TOT-NETO                  PIC S9(11)V99.
       77 WS-SM-IDX                        PIC 9(02).
       77 WS-RB-IDX                        PIC 9(01).
       77 WS-SALDO-CORRE                   PIC S9(11)V99.
       77 WS-SEM-NEGATIVAS                 PIC 9(02).
      *PARTIDA A UBICAR EN SU SEMANA
       77 WS-PT-FECHA                      PIC X(08).
       77 WS-PT-RUBRO                      PIC 9(01).
       77 WS-PT-IMPORTE                    PIC S9(11)V99.
       77 WS-PT-CONCEPTO                   PIC X(40).
       77 WS-PT-NOTA                       PIC X(09).
       77 WS-PARTIDAS                      PIC 9(05).
      *CARGOS DE CLIENTES CON LO QUE LES FALTA POR COBRAR; LOS
      *ABONOS NO SENALAN CARGO, SE APLICAN AL MAS ANTIGUO DEL MISMO
      *CLIENTE, COMO EN EL ESTADO DE CUENTA DE COMERCIO
       77 WS-CG-MAX                        PIC 9(04) VALUE 5000.
       01 WS-CG-TABLA.
           02 WS-CG-RENGLON OCCURS 5000 TIMES.
               03 WS-CG-FOLIO              PIC 9(06).
               03 WS-CG-CLIENTE            PIC 9(06).
               03 WS-CG-VENCE              PIC X(08).
               03 WS-CG-PENDIENTE          PIC S9(09)V99.
       77 WS-CG-USADOS                     PIC 9(04).
       77 WS-CG-IDX                        PIC 9(04).
       77 WS-CG-LLENA                      PIC X(01).
       77 WS-AB-RESTO                      PIC S9(09)V99.
      *DIAS DE ATRASO DE CADA CLIENTE EN LOS CARGOS YA LIQUIDADOS
       77 WS-CL-MAX                        PIC 9(04) VALUE 1000.
       01 WS-CL-TABLA.
           02 WS-CL-RENGLON OCCURS 1000 TIMES.
               03 WS-CL-ID                 PIC 9(06).
               03 WS-CL-SUMA-DIAS          PIC 9(07).
               03 WS-CL-PAGADOS            PIC 9(05).
       77 WS-CL-USADOS                     PIC 9(04).
       77 WS-CL-IDX                        PIC 9(04).
       77 WS-CL-HALLADO                    PIC 9(04).
       77 WS-BC-CLIENTE                    PIC 9(06).
       77 WS-BC-AGREGA                     PIC X(01).
       77 WS-CL-PROMEDIO                   PIC 9(05).
      *FACTURAS DE PROVEEDOR
       77 WS-SALDO                         PIC S9(09)V99.
      *NOMINA POR FRECUENCIA (1 SEMANAL, 2 QUINCENAL, 3 MENSUAL):
      *ULTIMO PERIODO CERRADO, NETO Y BRUTO DE ESE PERIODO PARA LOS
      *ACTIVOS QUE COBRARON EN EL Y SUELDO DEL PERIODO DE LOS QUE NO
       01 WS-FQ-TABLA.
           02 WS-FQ-RENGLON OCCURS 3 TIMES.
               03 WS-FQ-LETRA              PIC X(01).
               03 WS-FQ-FACTOR             PIC 9V9999.
               03 WS-FQ-ULTIMO             PIC X(08).
               03 WS-FQ-NETO-HIS           PIC S9(09)V99.
               03 WS-FQ-BRUTO-HIS          PIC S9(09)V99.
               03 WS-FQ-BRUTO-EST          PIC S9(09)V99.
               03 WS-FQ-CON-HIST           PIC 9(04).
               03 WS-FQ-SIN-HIST           PIC 9(04).
               03 WS-FQ-NETO               PIC S9(09)V99.
               03 WS-FQ-BRUTO              PIC S9(09)V99.
       77 WS-FQ-IDX                        PIC 9(01).
       77 WS-FQ-CLAVE                      PIC X(01).
       77 WS-FQ-PROPORCION                 PIC 9V9999.
       77 WS-SUELDO-BASE                   PIC S9(09)V99.
       77 WS-CI-PCT-PATRON                 PIC 9V9999.
       77 WS-CI-HALLADO                    PIC X(01).
       77 WS-CI-FIN                        PIC X(01).
       77 WS-CI-VERSION                    PIC X(08).
       77 WS-TC-MONEDA                     PIC X(03).
       77 WS-TC-TASA                       PIC 9(04)V9999.
       77 WS-TC-HALLADA                    PIC X(01).
      *AGUINALDO Y PTU: FECHA EN QUE SE PAGAN Y MONTO
       77 WS-AG-FECHA                      PIC X(08).
       77 WS-AG-ANO                        PIC X(04).
       77 WS-AG-MESES                      PIC 9(02).
       77 WS-AG-MES-ALTA                   PIC 9(02).
       77 WS-AG-MONTO                      PIC S9(11)V99.
       77 WS-PTU-FECHA                     PIC X(08).
       77 WS-PTU-MONTO                     PIC 9(09)V99.
       77 WS-OB-FECHA                      PIC X(08).
       77 WS-OB-OMISION                    PIC X(04).
       77 WS-OBL-OPERACION                 PIC X(01).
       01 WS-OBL-DATOS.
           02 WS-OBL-PROGRAMA              PIC X(12).
           02 WS-OBL-CLAVE                 PIC X(10).
           02 WS-OBL-ANTERIOR              PIC X(08).
           02 WS-OBL-SIGUIENTE             PIC X(08).
           02 WS-OBL-CUMPLIDA-ANT          PIC X(01).
           02 WS-OBL-CUMPLIDA-SIG          PIC X(01).
           02 FILLER                       PIC X(10).
      *RENGLONES DEL REPORTE
       01 WS-LD-DETALLE.
           02 FILLER                       PIC X(04) VALUE "SEM ".
           02 WS-LD-SEMANA                 PIC Z9.
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WS-LD-FECHA                  PIC X(08).
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WS-LD-CONCEPTO               PIC X(40).
           02 WS-LD-IMPORTE                PIC -ZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(02) VALUE SPACES.
           02 WS-LD-NOTA                   PIC X(09).
       01 WS-LR-RESUMEN.
           02 WS-LR-SEMANA                 PIC Z9.
           02 FILLER                       PIC X(01) VALUE SPACES.
           02 WS-LR-INICIO                 PIC X(08).
           02 FILLER                       PIC X(01) VALUE "-".
           02 WS-LR-FIN                    PIC X(08).
           02 WS-LR-COLUMNA OCCURS 6 TIMES.
               03 WS-LR-IMPORTE            PIC -ZZZZZZZZ9.99.
           02 WS-LR-NETO                   PIC -ZZZZZZZZ9.99.
           02 WS-LR-SALDO                  PIC -ZZZZZZZZZZ9.99.
           02 FILLER                       PIC X(01) VALUE SPACES.
           02 WS-LR-MARCA                  PIC X(02).
       01 WS-LR-TITULOS.
           02 FILLER                       PIC X(20)
                   VALUE "SEM DEL      AL".
           02 FILLER                       PIC X(26)
                   VALUE "     COBRANZA  PROVEEDORES".
           02 FILLER                       PIC X(26)
                   VALUE "  NOMINA NETA  IMSS PATRON".
           02 FILLER                       PIC X(26)
                   VALUE "    PRESTAMOS AGUINALD/PTU".
           02 FILLER                       PIC X(28)
                   VALUE "   FLUJO NETO    SALDO FINAL".
       77 WS-MONTO-FMT                     PIC -ZZZZZZZZZZ9.99.
       77 WS-DIAS-FMT                      PIC ZZZZ9.
       77 WS-CUENTA-FMT                    PIC ZZZZ9.
      *CAMPOS DE ENLACE CON LA RUTINA COMPARTIDA DE FECHAS
       77 WS-FU-OPERACION                  PIC X(01).
       77 WS-FU-FECHA-1                    PIC X(08).
       77 WS-FU-FECHA-2                    PIC X(08).
       77 WS-FU-DIAS                       PIC 9(05).

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "FLUJO DE EFECTIVO A TRECE SEMANAS".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 06-LEE-CONFIGURACION.
           PERFORM 07-PIDE-SALDO-INICIAL.
           PERFORM 08-ARMA-SEMANAS.
           MOVE WS-FECHA-HOY TO WS-FECHA-REP.
           OPEN OUTPUT F-REPORTE.
           PERFORM 09-ENCABEZADO.
           OPEN INPUT F-TIPO-CAMBIO.
           PERFORM 10-COBRANZA.
           PERFORM 20-PROVEEDORES.
           PERFORM 30-NOMINA.
           PERFORM 40-PRESTAMOS.
           PERFORM 45-AGUINALDO.
           PERFORM 47-PTU.
           CLOSE F-TIPO-CAMBIO.
           PERFORM 70-RESUMEN.
           CLOSE F-REPORTE.
           DISPLAY "Flujo de efectivo en " WS-ARCH-REPORTE.
      *GOBACK PARA REGRESAR AL MENU DEL LANZADOR
           GOBACK.

      *ARMA LOS NOMBRES DE ARCHIVO CON LA EMPRESA EN OPERACION;
      *DEBE CORRER ANTES DE ABRIR CUALQUIER ARCHIVO
       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CFG.
           MOVE WS-EMP-PREFIJO TO WS-EMP-HIST.
           MOVE WS-EMP-PREFIJO TO WS-EMP-PER.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAL.
           MOVE WS-EMP-PREFIJO TO WS-EMP-PREST.
           MOVE WS-EMP-PREFIJO TO WS-EMP-IMSS.
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
           IF CF-DIAS-AGUINALDO NUMERIC
           AND CF-DIAS-AGUINALDO > ZERO
                   MOVE CF-DIAS-AGUINALDO TO WS-DIAS-AGUINALDO
           END-IF.

       07-PIDE-SALDO-INICIAL.
           DISPLAY "Saldo inicial de bancos (ENTER = 0): ".
           MOVE ZERO TO WS-SALDO-INICIAL.
           ACCEPT WS-SALDO-INICIAL.

      *INICIO Y FIN DE CADA SEMANA; EL FIN DE LA SEMANA 13 CIERRA LA
      *VENTANA
       08-ARMA-SEMANAS.
           INITIALIZE WS-FLUJO.
           MOVE ZERO TO WS-PARTIDAS.
           MOVE 1 TO WS-SM-IDX.
           PERFORM 08-1-FECHAS-SEMANA UNTIL WS-SM-IDX > WS-SEMANAS.
           MOVE WS-SM-FIN(WS-SEMANAS) TO WS-FIN-VENTANA.

       08-1-FECHAS-SEMANA.
           MOVE "A" TO WS-FU-OPERACION.
           MOVE WS-FECHA-HOY TO WS-FU-FECHA-1.
           COMPUTE WS-FU-DIAS = (WS-SM-IDX - 1) * 7.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO WS-SM-INICIO(WS-SM-IDX).
           MOVE WS-FU-FECHA-2 TO WS-FU-FECHA-1.
           MOVE 6 TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO WS-SM-FIN(WS-SM-IDX).
           ADD 1 TO WS-SM-IDX.

       09-ENCABEZADO.
           MOVE SPACES TO RP-LINEA.
           STRING "FLUJO DE EFECTIVO A TRECE SEMANAS "
                   DELIMITED BY SIZE
                   WS-EMPRESA DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           STRING "DEL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " AL " DELIMITED BY SIZE
                   WS-FIN-VENTANA DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-SALDO-INICIAL TO WS-MONTO-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "SALDO INICIAL: " DELIMITED BY SIZE
                   WS-MONTO-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           STRING "DETALLE DE PARTIDAS (ENTRADAS POSITIVAS, "
                   DELIMITED BY SIZE
                   "SALIDAS NEGATIVAS)" DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.

      ******************************************************************
      * COBRANZA: LOS CARGOS SE LEEN EN ORDEN DE FOLIO (CRONOLOGICO) Y
      * CADA ABONO LIQUIDA LOS CARGOS MAS ANTIGUOS DEL CLIENTE; AL
      * LIQUIDARSE UN CARGO SE ANOTAN SUS DIAS DE ATRASO. LO QUE QUEDA
      * PENDIENTE SE ESPERA EN SU VENCIMIENTO MAS EL ATRASO PROMEDIO
      ******************************************************************
       10-COBRANZA.
           MOVE ZERO TO WS-CG-USADOS.
           MOVE ZERO TO WS-CL-USADOS.
           MOVE "N" TO WS-CG-LLENA.
           OPEN INPUT F-CXC.
           MOVE "N" TO WS-FIN-LECTURA.
           PERFORM 10-1-LEE-MOVIMIENTO UNTIL WS-FIN-LECTURA = "S".
           CLOSE F-CXC.
           PERFORM 14-PROYECTA-CARGO
                   VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-USADOS.

       10-1-LEE-MOVIMIENTO.
           READ F-CXC NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF CX-TIPO = "A"
                                   PERFORM 12-APLICA-ABONO
                           ELSE
                                   PERFORM 11-ANOTA-CARGO
                           END-IF
           END-READ.

       11-ANOTA-CARGO.
           IF WS-CG-USADOS < WS-CG-MAX
                   ADD 1 TO WS-CG-USADOS
                   MOVE CX-FOLIO TO WS-CG-FOLIO(WS-CG-USADOS)
                   MOVE CX-CLIENTE TO WS-CG-CLIENTE(WS-CG-USADOS)
                   MOVE CX-VENCE TO WS-CG-VENCE(WS-CG-USADOS)
                   MOVE CX-IMPORTE TO WS-CG-PENDIENTE(WS-CG-USADOS)
           ELSE
                   IF WS-CG-LLENA = "N"
                           DISPLAY "Aviso: mas cargos de clientes que "
                                   "la tabla, se omiten desde el folio "
                                   CX-FOLIO
                           MOVE "S" TO WS-CG-LLENA
                   END-IF
           END-IF.

       12-APLICA-ABONO.
           MOVE CX-IMPORTE TO WS-AB-RESTO.
           IF WS-AB-RESTO < ZERO
                   COMPUTE WS-AB-RESTO = ZERO - WS-AB-RESTO
           END-IF.
           PERFORM 12-1-ABONA-CARGO
                   VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-USADOS
                   OR WS-AB-RESTO NOT > ZERO.

       12-1-ABONA-CARGO.
           IF WS-CG-CLIENTE(WS-CG-IDX) = CX-CLIENTE
           AND WS-CG-PENDIENTE(WS-CG-IDX) > ZERO
                   IF WS-AB-RESTO < WS-CG-PENDIENTE(WS-CG-IDX)
                           SUBTRACT WS-AB-RESTO
                                   FROM WS-CG-PENDIENTE(WS-CG-IDX)
                           MOVE ZERO TO WS-AB-RESTO
                   ELSE
                           SUBTRACT WS-CG-PENDIENTE(WS-CG-IDX)
                                   FROM WS-AB-RESTO
                           MOVE ZERO TO WS-CG-PENDIENTE(WS-CG-IDX)
                           PERFORM 13-ANOTA-ATRASO
                   END-IF
           END-IF.

      *DIAS ENTRE EL VENCIMIENTO Y EL ABONO QUE LIQUIDO EL CARGO;
      *PAGAR ANTES DEL VENCIMIENTO CUENTA COMO CERO
       13-ANOTA-ATRASO.
           MOVE ZERO TO WS-FU-DIAS.
           IF CX-FECHA NUMERIC
           AND WS-CG-VENCE(WS-CG-IDX) NUMERIC
           AND CX-FECHA > WS-CG-VENCE(WS-CG-IDX)
                   MOVE "D" TO WS-FU-OPERACION
                   MOVE WS-CG-VENCE(WS-CG-IDX) TO WS-FU-FECHA-1
                   MOVE CX-FECHA TO WS-FU-FECHA-2
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
           END-IF.
           MOVE CX-CLIENTE TO WS-BC-CLIENTE.
           MOVE "S" TO WS-BC-AGREGA.
           PERFORM 15-BUSCA-CLIENTE.
           IF WS-CL-HALLADO > ZERO
                   ADD WS-FU-DIAS TO WS-CL-SUMA-DIAS(WS-CL-HALLADO)
                   ADD 1 TO WS-CL-PAGADOS(WS-CL-HALLADO)
           END-IF.

       14-PROYECTA-CARGO.
           IF WS-CG-PENDIENTE(WS-CG-IDX) > ZERO
                   PERFORM 14-1-FECHA-ESPERADA
                   MOVE 1 TO WS-PT-RUBRO
                   MOVE WS-CG-PENDIENTE(WS-CG-IDX) TO WS-PT-IMPORTE
                   MOVE WS-CL-PROMEDIO TO WS-DIAS-FMT
                   MOVE SPACES TO WS-PT-CONCEPTO
                   STRING "COBRO CTE " DELIMITED BY SIZE
                           WS-CG-CLIENTE(WS-CG-IDX) DELIMITED BY SIZE
                           " FOL " DELIMITED BY SIZE
                           WS-CG-FOLIO(WS-CG-IDX) DELIMITED BY SIZE
                           " ATRASO" DELIMITED BY SIZE
                           WS-DIAS-FMT DELIMITED BY SIZE
                           INTO WS-PT-CONCEPTO
                   PERFORM 60-ANOTA-PARTIDA
           END-IF.

      *EL CLIENTE SIN CARGOS LIQUIDADOS SE ESPERA EN EL VENCIMIENTO
       14-1-FECHA-ESPERADA.
           MOVE WS-CG-CLIENTE(WS-CG-IDX) TO WS-BC-CLIENTE.
           MOVE "N" TO WS-BC-AGREGA.
           PERFORM 15-BUSCA-CLIENTE.
           MOVE ZERO TO WS-CL-PROMEDIO.
           IF WS-CL-HALLADO > ZERO
           AND WS-CL-PAGADOS(WS-CL-HALLADO) > ZERO
                   COMPUTE WS-CL-PROMEDIO ROUNDED =
                           WS-CL-SUMA-DIAS(WS-CL-HALLADO)
                                   / WS-CL-PAGADOS(WS-CL-HALLADO)
           END-IF.
           MOVE WS-CG-VENCE(WS-CG-IDX) TO WS-PT-FECHA.
           IF WS-CL-PROMEDIO > ZERO
           AND WS-CG-VENCE(WS-CG-IDX) NUMERIC
                   MOVE "A" TO WS-FU-OPERACION
                   MOVE WS-CG-VENCE(WS-CG-IDX) TO WS-FU-FECHA-1
                   MOVE WS-CL-PROMEDIO TO WS-FU-DIAS
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   MOVE WS-FU-FECHA-2 TO WS-PT-FECHA
           END-IF.

      *BUSCA WS-BC-CLIENTE EN LA TABLA DE ATRASOS Y LO AGREGA SI SE
      *PIDE; WS-CL-HALLADO EN CERO SI NO ESTA (O LA TABLA SE LLENO)
       15-BUSCA-CLIENTE.
           MOVE ZERO TO WS-CL-HALLADO.
           PERFORM 15-1-COMPARA-CLIENTE
                   VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USADOS
                   OR WS-CL-HALLADO > ZERO.
           IF WS-CL-HALLADO = ZERO
           AND WS-BC-AGREGA = "S"
           AND WS-CL-USADOS < WS-CL-MAX
                   ADD 1 TO WS-CL-USADOS
                   MOVE WS-CL-USADOS TO WS-CL-HALLADO
                   MOVE WS-BC-CLIENTE TO WS-CL-ID(WS-CL-HALLADO)
                   MOVE ZERO TO WS-CL-SUMA-DIAS(WS-CL-HALLADO)
                   MOVE ZERO TO WS-CL-PAGADOS(WS-CL-HALLADO)
           END-IF.

       15-1-COMPARA-CLIENTE.
           IF WS-CL-ID(WS-CL-IDX) = WS-BC-CLIENTE
                   MOVE WS-CL-IDX TO WS-CL-HALLADO
           END-IF.

      ******************************************************************
      * PROVEEDORES: FACTURAS PENDIENTES O BLOQUEADAS CON SALDO, EN SU
      * VENCIMIENTO; LAS DE MONEDA EXTRANJERA AL TIPO DE CAMBIO DE HOY
      ******************************************************************
       20-PROVEEDORES.
           OPEN INPUT F-CXP.
           MOVE "N" TO WS-FIN-LECTURA.
           PERFORM 20-1-LEE-FACTURA UNTIL WS-FIN-LECTURA = "S".
           CLOSE F-CXP.

       20-1-LEE-FACTURA.
           READ F-CXP NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF CP-TIPO NOT = "N"
                           AND (CP-ESTADO = "P" OR CP-ESTADO = "B")
                                   PERFORM 21-PROYECTA-FACTURA
                           END-IF
           END-READ.

       21-PROYECTA-FACTURA.
           PERFORM 22-SALDO-FACTURA.
           IF WS-SALDO > ZERO
                   IF CP-MONEDA NOT = WS-MONEDA-BASE
                           MOVE CP-MONEDA TO WS-TC-MONEDA
                           PERFORM 37-TASA-MONEDA
                           IF WS-TC-HALLADA = "S"
                                   COMPUTE WS-SALDO ROUNDED =
                                           WS-SALDO / CP-TASA
                                                   * WS-TC-TASA
                           END-IF
                   END-IF
                   MOVE CP-VENCE TO WS-PT-FECHA
                   MOVE 2 TO WS-PT-RUBRO
                   COMPUTE WS-PT-IMPORTE = ZERO - WS-SALDO
                   MOVE SPACES TO WS-PT-CONCEPTO
                   STRING "PAGO PROV " DELIMITED BY SIZE
                           CP-PROVEEDOR DELIMITED BY SIZE
                           " FACT " DELIMITED BY SIZE
                           CP-FACTURA DELIMITED BY SIZE
                           INTO WS-PT-CONCEPTO
                   IF CP-ESTADO = "B"
                           MOVE "BLOQ" TO WS-PT-CONCEPTO(37:4)
                   END-IF
                   PERFORM 60-ANOTA-PARTIDA
           END-IF.

      *MISMO CRITERIO QUE 15-SALDO-FACTURA DE CXP
       22-SALDO-FACTURA.
           IF CP-NOTAS NOT NUMERIC
                   MOVE ZERO TO CP-NOTAS
           END-IF.
           IF CP-TASA NOT NUMERIC OR CP-TASA = ZERO
                   MOVE WS-MONEDA-BASE TO CP-MONEDA
                   MOVE 1 TO CP-TASA
           END-IF.
           COMPUTE WS-SALDO = CP-IMPORTE - CP-PAGADO - CP-NOTAS.

      ******************************************************************
      * NOMINA: POR CADA FRECUENCIA SE TOMA EL ULTIMO PERIODO CERRADO.
      * CADA ACTIVO DE LA PLANTILLA APORTA EL NETO Y EL BRUTO QUE COBRO
      * EN ESE PERIODO; LOS QUE NO COBRARON EN EL (ALTAS RECIENTES)
      * APORTAN SU SUELDO DEL PERIODO, NETEADO CON LA PROPORCION NETO
      * A BRUTO DEL PERIODO CERRADO. CADA CORTE PENDIENTE DEL
      * CALENDARIO POSTERIOR AL ULTIMO CIERRE SALE POR ESE NETO MAS LA
      * CUOTA PATRONAL IMSS SOBRE EL BRUTO
      ******************************************************************
       30-NOMINA.
           INITIALIZE WS-FQ-TABLA.
           MOVE "S" TO WS-FQ-LETRA(1).
           MOVE 0.2333 TO WS-FQ-FACTOR(1).
           MOVE "Q" TO WS-FQ-LETRA(2).
           MOVE 0.5000 TO WS-FQ-FACTOR(2).
           MOVE "M" TO WS-FQ-LETRA(3).
           MOVE 1 TO WS-FQ-FACTOR(3).
           PERFORM 31-ULTIMOS-CIERRES.
           PERFORM 36-PCT-PATRON.
           OPEN INPUT F-HISTORIA.
           OPEN INPUT F-TRABAJADORES.
           MOVE ZERO TO WS-AG-MONTO.
           PERFORM 45-1-FECHA-AGUINALDO.
           MOVE "N" TO WS-FIN-LECTURA.
           PERFORM 32-LEE-TRABAJADOR UNTIL WS-FIN-LECTURA = "S".
           CLOSE F-TRABAJADORES.
           CLOSE F-HISTORIA.
           MOVE 1 TO WS-FQ-IDX.
           PERFORM 33-TOTAL-FRECUENCIA UNTIL WS-FQ-IDX > 3.
           OPEN INPUT F-CALENDARIO.
           MOVE "N" TO WS-FIN-LECTURA.
           PERFORM 34-LEE-CORTE UNTIL WS-FIN-LECTURA = "S".
           CLOSE F-CALENDARIO.

       31-ULTIMOS-CIERRES.
           OPEN INPUT F-PERIODOS.
           MOVE "N" TO WS-FIN-LECTURA.
           PERFORM 31-1-LEE-PERIODO UNTIL WS-FIN-LECTURA = "S".
           CLOSE F-PERIODOS.

       31-1-LEE-PERIODO.
           READ F-PERIODOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF PC-ESTADO = "C"
                                   MOVE PC-FRECUENCIA TO WS-FQ-CLAVE
                                   PERFORM 39-INDICE-FRECUENCIA
                                   IF PC-PERIODO >
                                           WS-FQ-ULTIMO(WS-FQ-IDX)
                                           MOVE PC-PERIODO
                                           TO WS-FQ-ULTIMO(WS-FQ-IDX)
                                   END-IF
                           END-IF
           END-READ.

       32-LEE-TRABAJADOR.
           READ F-TRABAJADORES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF FT-ACTIVO = "S"
                                   PERFORM 32-1-ANOTA-TRABAJADOR
                           END-IF
           END-READ.

      *EL SUELDO SE LLEVA A MONEDA BASE CON EL TIPO DE CAMBIO
      *CAPTURADO, COMO 52 DE NOMINA
       32-1-ANOTA-TRABAJADOR.
           MOVE FT-FRECUENCIA TO WS-FQ-CLAVE.
           PERFORM 39-INDICE-FRECUENCIA.
           CALL "NOMBREUTIL" USING FT-MONEDA 3.
           MOVE FT-MONEDA TO WS-TC-MONEDA.
           PERFORM 37-TASA-MONEDA.
           COMPUTE WS-SUELDO-BASE ROUNDED = FT-SALARIO * WS-TC-TASA.
           MOVE "23" TO WS-HP-STATUS.
           IF WS-FQ-ULTIMO(WS-FQ-IDX) NOT = SPACES
                   MOVE WS-FQ-LETRA(WS-FQ-IDX) TO HP-FRECUENCIA
                   MOVE WS-FQ-ULTIMO(WS-FQ-IDX) TO HP-PERIODO
                   MOVE FT-ID TO HP-ID
                   READ F-HISTORIA
                           INVALID KEY CONTINUE
                   END-READ
           END-IF.
           IF WS-HP-STATUS = "00"
                   MOVE HP-MONEDA TO WS-TC-MONEDA
                   PERFORM 37-TASA-MONEDA
                   COMPUTE WS-FQ-NETO-HIS(WS-FQ-IDX) ROUNDED =
                           WS-FQ-NETO-HIS(WS-FQ-IDX)
                                   + HP-NETO * WS-TC-TASA
                   COMPUTE WS-FQ-BRUTO-HIS(WS-FQ-IDX) ROUNDED =
                           WS-FQ-BRUTO-HIS(WS-FQ-IDX)
                                   + HP-BRUTO * WS-TC-TASA
                   ADD 1 TO WS-FQ-CON-HIST(WS-FQ-IDX)
           ELSE
                   COMPUTE WS-FQ-BRUTO-EST(WS-FQ-IDX) ROUNDED =
                           WS-FQ-BRUTO-EST(WS-FQ-IDX)
                                   + WS-SUELDO-BASE
                                   * WS-FQ-FACTOR(WS-FQ-IDX)
                   ADD 1 TO WS-FQ-SIN-HIST(WS-FQ-IDX)
           END-IF.
           PERFORM 45-2-AGUINALDO-TRABAJADOR.

      *SIN PERIODO CERRADO CON QUE COMPARAR, EL NETO ESTIMADO ES EL
      *BRUTO COMPLETO
       33-TOTAL-FRECUENCIA.
           MOVE 1 TO WS-FQ-PROPORCION.
           IF WS-FQ-BRUTO-HIS(WS-FQ-IDX) > ZERO
                   COMPUTE WS-FQ-PROPORCION ROUNDED =
                           WS-FQ-NETO-HIS(WS-FQ-IDX)
                                   / WS-FQ-BRUTO-HIS(WS-FQ-IDX)
           END-IF.
           COMPUTE WS-FQ-NETO(WS-FQ-IDX) ROUNDED =
                   WS-FQ-NETO-HIS(WS-FQ-IDX)
                           + WS-FQ-BRUTO-EST(WS-FQ-IDX)
                           * WS-FQ-PROPORCION.
           COMPUTE WS-FQ-BRUTO(WS-FQ-IDX) =
                   WS-FQ-BRUTO-HIS(WS-FQ-IDX)
                           + WS-FQ-BRUTO-EST(WS-FQ-IDX).
           IF WS-FQ-CON-HIST(WS-FQ-IDX) > ZERO
           OR WS-FQ-SIN-HIST(WS-FQ-IDX) > ZERO
                   MOVE WS-FQ-NETO(WS-FQ-IDX) TO WS-MONTO-FMT
                   DISPLAY "Nomina " WS-FQ-LETRA(WS-FQ-IDX)
                           ": ultimo cierre " WS-FQ-ULTIMO(WS-FQ-IDX)
                           ", " WS-FQ-CON-HIST(WS-FQ-IDX)
                           " con recibo y " WS-FQ-SIN-HIST(WS-FQ-IDX)
                           " estimados, neto por periodo "
                           WS-MONTO-FMT
           END-IF.
           ADD 1 TO WS-FQ-IDX.

      *UN CORTE PENDIENTE ANTERIOR A HOY Y POSTERIOR AL ULTIMO
      *CIERRE ES NOMINA POR PAGAR; SIN NINGUN CIERRE SOLO CUENTAN
      *LOS CORTES DE HOY EN ADELANTE
       34-LEE-CORTE.
           READ F-CALENDARIO NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF CAL-ESTADO NOT = "C"
                                   PERFORM 34-1-VALIDA-CORTE
                           END-IF
           END-READ.

       34-1-VALIDA-CORTE.
           MOVE CAL-FRECUENCIA TO WS-FQ-CLAVE.
           PERFORM 39-INDICE-FRECUENCIA.
           IF WS-FQ-NETO(WS-FQ-IDX) > ZERO
           AND CAL-CORTE > WS-FQ-ULTIMO(WS-FQ-IDX)
                   IF WS-FQ-ULTIMO(WS-FQ-IDX) NOT = SPACES
                   OR CAL-CORTE NOT < WS-FECHA-HOY
                           PERFORM 35-PROYECTA-CORTE
                   END-IF
           END-IF.

       35-PROYECTA-CORTE.
           MOVE CAL-CORTE TO WS-PT-FECHA.
           MOVE 3 TO WS-PT-RUBRO.
           COMPUTE WS-PT-IMPORTE = ZERO - WS-FQ-NETO(WS-FQ-IDX).
           MOVE SPACES TO WS-PT-CONCEPTO.
           STRING "NOMINA NETA " DELIMITED BY SIZE
                   WS-FQ-LETRA(WS-FQ-IDX) DELIMITED BY SIZE
                   " CORTE " DELIMITED BY SIZE
                   CAL-CORTE DELIMITED BY SIZE
                   INTO WS-PT-CONCEPTO.
           PERFORM 60-ANOTA-PARTIDA.
           MOVE CAL-CORTE TO WS-PT-FECHA.
           MOVE 4 TO WS-PT-RUBRO.
           COMPUTE WS-PT-IMPORTE ROUNDED =
                   ZERO - WS-FQ-BRUTO(WS-FQ-IDX) * WS-CI-PCT-PATRON.
           MOVE SPACES TO WS-PT-CONCEPTO.
           STRING "CUOTA PATRONAL IMSS " DELIMITED BY SIZE
                   WS-FQ-LETRA(WS-FQ-IDX) DELIMITED BY SIZE
                   " CORTE " DELIMITED BY SIZE
                   CAL-CORTE DELIMITED BY SIZE
                   INTO WS-PT-CONCEPTO.
           PERFORM 60-ANOTA-PARTIDA.

      *SUMA DE LAS RAMAS PATRONALES DE LA TABLA IMSS VIGENTE HOY,
      *COMO 26-SUMA-PCT-PATRON DE LA PROYECCION DE NOMINA
       36-PCT-PATRON.
           OPEN INPUT F-CUOTAS-IMSS.
           MOVE ZERO TO WS-CI-PCT-PATRON.
           MOVE "N" TO WS-CI-HALLADO.
           MOVE "N" TO WS-CI-FIN.
           MOVE SPACES TO WS-CI-VERSION.
           MOVE LOW-VALUES TO CI-LLAVE.
           START F-CUOTAS-IMSS KEY IS NOT LESS THAN CI-LLAVE
                   INVALID KEY MOVE "S" TO WS-CI-FIN
           END-START.
           PERFORM 36-1-SUMA-PATRON UNTIL WS-CI-FIN = "S".
           IF WS-CI-HALLADO = "N"
                   MOVE WS-PCT-IMSS-PLANA TO WS-CI-PCT-PATRON
           END-IF.
           CLOSE F-CUOTAS-IMSS.

       36-1-SUMA-PATRON.
           READ F-CUOTAS-IMSS NEXT RECORD
                   AT END MOVE "S" TO WS-CI-FIN
                   NOT AT END
                           IF CI-VIGENCIA > WS-FECHA-HOY
                                   MOVE "S" TO WS-CI-FIN
                           ELSE
                                   IF CI-VIGENCIA NOT = WS-CI-VERSION
                                           MOVE CI-VIGENCIA
                                                   TO WS-CI-VERSION
                                           MOVE ZERO
                                                   TO WS-CI-PCT-PATRON
                                   END-IF
                                   ADD CI-PCT-PATRON
                                           TO WS-CI-PCT-PATRON
                                   MOVE "S" TO WS-CI-HALLADO
                           END-IF
           END-READ.

      *TIPO DE CAMBIO A MONEDA BASE DE WS-TC-MONEDA; SIN TASA
      *CAPTURADA SE TOMA 1 Y WS-TC-HALLADA QUEDA EN "N"
       37-TASA-MONEDA.
           MOVE 1 TO WS-TC-TASA.
           MOVE "N" TO WS-TC-HALLADA.
           IF WS-TC-MONEDA NOT = SPACES
           AND WS-TC-MONEDA NOT = WS-MONEDA-BASE
                   MOVE WS-TC-MONEDA TO TC-MONEDA
                   READ F-TIPO-CAMBIO
                           INVALID KEY
                           DISPLAY "Aviso: sin tipo de cambio para "
                                   WS-TC-MONEDA ", se toma tasa 1"
                           NOT INVALID KEY
                           MOVE TC-TASA TO WS-TC-TASA
                           MOVE "S" TO WS-TC-HALLADA
                   END-READ
           END-IF.

      *FRECUENCIA EN BLANCO ES MENSUAL, COMO EN NOMINA
       39-INDICE-FRECUENCIA.
           IF WS-FQ-CLAVE = "S"
                   MOVE 1 TO WS-FQ-IDX
           ELSE
           IF WS-FQ-CLAVE = "Q"
                   MOVE 2 TO WS-FQ-IDX
           ELSE
                   MOVE 3 TO WS-FQ-IDX.

      ******************************************************************
      * PRESTAMOS A TRABAJADORES ACTIVOS CUYA ENTREGA ESTA PROGRAMADA
      * DE HOY EN ADELANTE
      ******************************************************************
       40-PRESTAMOS.
           OPEN INPUT F-PRESTAMOS.
           MOVE "N" TO WS-FIN-LECTURA.
           PERFORM 40-1-LEE-PRESTAMO UNTIL WS-FIN-LECTURA = "S".
           CLOSE F-PRESTAMOS.

       40-1-LEE-PRESTAMO.
           READ F-PRESTAMOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF PR-ESTADO = "A"
                           AND PR-FECHA NOT < WS-FECHA-HOY
                                   PERFORM 41-PROYECTA-PRESTAMO
                           END-IF
           END-READ.

       41-PROYECTA-PRESTAMO.
           MOVE PR-FECHA TO WS-PT-FECHA.
           MOVE 5 TO WS-PT-RUBRO.
           COMPUTE WS-PT-IMPORTE = ZERO - PR-CAPITAL.
           MOVE SPACES TO WS-PT-CONCEPTO.
           STRING "PRESTAMO TRABAJADOR " DELIMITED BY SIZE
                   PR-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   PR-NUMERO DELIMITED BY SIZE
                   INTO WS-PT-CONCEPTO.
           PERFORM 60-ANOTA-PARTIDA.

      ******************************************************************
      * AGUINALDO Y PTU EN SU FECHA DEL CALENDARIO DE OBLIGACIONES
      ******************************************************************
      *EL MONTO SE ACUMULA AL LEER LA PLANTILLA EN 30-NOMINA
       45-AGUINALDO.
           IF WS-AG-FECHA NOT = SPACES
           AND WS-AG-MONTO > ZERO
                   MOVE WS-AG-FECHA TO WS-PT-FECHA
                   MOVE 6 TO WS-PT-RUBRO
                   COMPUTE WS-PT-IMPORTE = ZERO - WS-AG-MONTO
                   MOVE "AGUINALDO DE LA PLANTILLA ACTIVA"
                           TO WS-PT-CONCEPTO
                   PERFORM 60-ANOTA-PARTIDA
           END-IF.

       45-1-FECHA-AGUINALDO.
           MOVE "AGUINALDO" TO WS-OBL-CLAVE.
           MOVE "1220" TO WS-OB-OMISION.
           PERFORM 48-VENCE-OBLIGACION.
           MOVE WS-OB-FECHA TO WS-AG-FECHA.
           MOVE WS-AG-FECHA(1:4) TO WS-AG-ANO.

      *MISMO CALCULO QUE 60-2-CALCULA-AGUINALDO DE NOMINA, CON LOS
      *MESES PRORRATEADOS AL ANIO EN QUE SE PAGA
       45-2-AGUINALDO-TRABAJADOR.
           IF WS-AG-FECHA NOT = SPACES
                   MOVE 12 TO WS-AG-MESES
                   IF FT-FECHA-ALTA NUMERIC
                           IF FT-FECHA-ALTA(1:4) = WS-AG-ANO
                                   MOVE FT-FECHA-ALTA(5:2)
                                           TO WS-AG-MES-ALTA
                                   COMPUTE WS-AG-MESES = 12
                                           - WS-AG-MES-ALTA + 1
                           ELSE
                           IF FT-FECHA-ALTA(1:4) > WS-AG-ANO
                                   MOVE ZERO TO WS-AG-MESES
                           END-IF
                           END-IF
                   END-IF
                   COMPUTE WS-AG-MONTO ROUNDED = WS-AG-MONTO
                           + WS-SUELDO-BASE / 30
                                   * WS-DIAS-AGUINALDO
                                   * WS-AG-MESES / 12
           END-IF.

      *LA PTU SALE DE LA UTILIDAD DEL EJERCICIO, QUE NO ESTA EN LOS
      *ARCHIVOS; SI CAE EN LA VENTANA SE CAPTURA EL MONTO A REPARTIR
       47-PTU.
           MOVE "PTU" TO WS-OBL-CLAVE.
           MOVE "0531" TO WS-OB-OMISION.
           PERFORM 48-VENCE-OBLIGACION.
           MOVE WS-OB-FECHA TO WS-PTU-FECHA.
           IF WS-PTU-FECHA NOT = SPACES
           AND WS-PTU-FECHA NOT > WS-FIN-VENTANA
                   DISPLAY "Monto de PTU a repartir el " WS-PTU-FECHA
                           " (ENTER = 0): "
                   MOVE ZERO TO WS-PTU-MONTO
                   ACCEPT WS-PTU-MONTO
                   IF WS-PTU-MONTO > ZERO
                           MOVE WS-PTU-FECHA TO WS-PT-FECHA
                           MOVE 6 TO WS-PT-RUBRO
                           COMPUTE WS-PT-IMPORTE =
                                   ZERO - WS-PTU-MONTO
                           MOVE "PTU DEL EJERCICIO" TO WS-PT-CONCEPTO
                           PERFORM 60-ANOTA-PARTIDA
                   END-IF
           END-IF.

      *FECHA DE PAGO DE LA OBLIGACION WS-OBL-CLAVE: EL VENCIMIENTO
      *ANTERIOR SI QUEDO PENDIENTE, SI NO EL SIGUIENTE MIENTRAS NO SE
      *HAYA CUMPLIDO; SIN LA OBLIGACION DADA DE ALTA SE TOMA EL DIA Y
      *MES DE WS-OB-OMISION. SPACES SI YA NO HAY NADA POR PAGAR
       48-VENCE-OBLIGACION.
           MOVE SPACES TO WS-OB-FECHA.
           MOVE "V" TO WS-OBL-OPERACION.
           MOVE "FLUJOCAJA" TO WS-OBL-PROGRAMA.
           CALL "OBLIGAUTIL" USING WS-OBL-OPERACION WS-EMP-PREFIJO
                   WS-OBL-DATOS.
           IF WS-OBL-ANTERIOR NOT = SPACES
           AND WS-OBL-CUMPLIDA-ANT = "N"
                   MOVE WS-OBL-ANTERIOR TO WS-OB-FECHA
           ELSE
           IF WS-OBL-SIGUIENTE NOT = SPACES
                   IF WS-OBL-CUMPLIDA-SIG NOT = "S"
                           MOVE WS-OBL-SIGUIENTE TO WS-OB-FECHA
                   END-IF
           ELSE
                   MOVE WS-FECHA-HOY(1:4) TO WS-OB-FECHA(1:4)
                   MOVE WS-OB-OMISION TO WS-OB-FECHA(5:4)
                   IF WS-OB-FECHA < WS-FECHA-HOY
                           PERFORM 48-1-ANO-SIGUIENTE
                   END-IF.

       48-1-ANO-SIGUIENTE.
           MOVE "A" TO WS-FU-OPERACION.
           MOVE WS-OB-FECHA TO WS-FU-FECHA-1.
           MOVE 365 TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2(1:4) TO WS-OB-FECHA(1:4).

      ******************************************************************
      * UBICA LA PARTIDA EN SU SEMANA, LA SUMA A SU RUBRO Y LA ESCRIBE
      * EN EL DETALLE; FUERA DE LA VENTANA NO CUENTA
      ******************************************************************
       60-ANOTA-PARTIDA.
           MOVE SPACES TO WS-PT-NOTA.
           MOVE ZERO TO WS-SM-IDX.
           IF WS-PT-FECHA NOT NUMERIC
                   MOVE 1 TO WS-SM-IDX
                   MOVE "SIN FECHA" TO WS-PT-NOTA
           ELSE
           IF WS-PT-FECHA < WS-FECHA-HOY
                   MOVE 1 TO WS-SM-IDX
                   MOVE "VENCIDO" TO WS-PT-NOTA
           ELSE
           IF WS-PT-FECHA NOT > WS-FIN-VENTANA
                   MOVE "D" TO WS-FU-OPERACION
                   MOVE WS-FECHA-HOY TO WS-FU-FECHA-1
                   MOVE WS-PT-FECHA TO WS-FU-FECHA-2
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   COMPUTE WS-SM-IDX = WS-FU-DIAS / 7 + 1.
           IF WS-SM-IDX > ZERO
                   ADD WS-PT-IMPORTE
                           TO WS-SM-RUBRO(WS-SM-IDX, WS-PT-RUBRO)
                   ADD WS-PT-IMPORTE TO WS-TOT-RUBRO(WS-PT-RUBRO)
                   ADD 1 TO WS-PARTIDAS
                   MOVE WS-SM-IDX TO WS-LD-SEMANA
                   MOVE WS-PT-FECHA TO WS-LD-FECHA
                   MOVE WS-PT-CONCEPTO TO WS-LD-CONCEPTO
                   MOVE WS-PT-IMPORTE TO WS-LD-IMPORTE
                   MOVE WS-PT-NOTA TO WS-LD-NOTA
                   MOVE WS-LD-DETALLE TO RP-LINEA
                   WRITE RP-LINEA
           END-IF.

      ******************************************************************
      * RESUMEN SEMANAL CON EL SALDO CORRIDO DESDE EL SALDO INICIAL
      ******************************************************************
       70-RESUMEN.
           MOVE WS-PARTIDAS TO WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "PARTIDAS EN LA VENTANA: " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "RESUMEN SEMANAL" TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-LR-TITULOS TO RP-LINEA.
           WRITE RP-LINEA.
           DISPLAY RP-LINEA.
           MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRE.
           MOVE ZERO TO WS-SEM-NEGATIVAS.
           MOVE ZERO TO WS-TOT-NETO.
           MOVE 1 TO WS-SM-IDX.
           PERFORM 71-RENGLON-SEMANA UNTIL WS-SM-IDX > WS-SEMANAS.
           MOVE SPACES TO WS-LR-RESUMEN.
           MOVE "TOTAL" TO WS-LR-INICIO.
           MOVE 1 TO WS-RB-IDX.
           PERFORM 72-COLUMNA-TOTAL UNTIL WS-RB-IDX > 6.
           MOVE WS-TOT-NETO TO WS-LR-NETO.
           MOVE WS-SALDO-CORRE TO WS-LR-SALDO.
           MOVE WS-LR-RESUMEN TO RP-LINEA.
           WRITE RP-LINEA.
           DISPLAY RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-SEM-NEGATIVAS TO WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "SEMANAS CON SALDO NEGATIVO (**): "
                   DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           DISPLAY RP-LINEA.

       71-RENGLON-SEMANA.
           MOVE WS-SM-IDX TO WS-LR-SEMANA.
           MOVE WS-SM-INICIO(WS-SM-IDX) TO WS-LR-INICIO.
           MOVE WS-SM-FIN(WS-SM-IDX) TO WS-LR-FIN.
           MOVE ZERO TO WS-SM-NETO(WS-SM-IDX).
           MOVE 1 TO WS-RB-IDX.
           PERFORM 71-1-COLUMNA-SEMANA UNTIL WS-RB-IDX > 6.
           ADD WS-SM-NETO(WS-SM-IDX) TO WS-SALDO-CORRE.
           ADD WS-SM-NETO(WS-SM-IDX) TO WS-TOT-NETO.
           MOVE WS-SALDO-CORRE TO WS-SM-SALDO(WS-SM-IDX).
           MOVE WS-SM-NETO(WS-SM-IDX) TO WS-LR-NETO.
           MOVE WS-SALDO-CORRE TO WS-LR-SALDO.
           MOVE SPACES TO WS-LR-MARCA.
           IF WS-SALDO-CORRE < ZERO
                   MOVE "**" TO WS-LR-MARCA
                   ADD 1 TO WS-SEM-NEGATIVAS
           END-IF.
           MOVE WS-LR-RESUMEN TO RP-LINEA.
           WRITE RP-LINEA.
           DISPLAY RP-LINEA.
           ADD 1 TO WS-SM-IDX.

       71-1-COLUMNA-SEMANA.
           MOVE WS-SM-RUBRO(WS-SM-IDX, WS-RB-IDX)
                   TO WS-LR-IMPORTE(WS-RB-IDX).
           ADD WS-SM-RUBRO(WS-SM-IDX, WS-RB-IDX)
                   TO WS-SM-NETO(WS-SM-IDX).
           ADD 1 TO WS-RB-IDX.

       72-COLUMNA-TOTAL.
           MOVE WS-TOT-RUBRO(WS-RB-IDX) TO WS-LR-IMPORTE(WS-RB-IDX).
           ADD 1 TO WS-RB-IDX.

       END PROGRAM FLUJOCAJA.
