      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Nomina extraordinaria para bonos, pagos de retencion
      *          y correcciones que no pueden esperar al siguiente
      *          periodo: recibe la lista de trabajadores con su
      *          concepto e importe (de archivo o en pantalla),
      *          calcula el ISR con el procedimiento de ingresos
      *          no ordinarios sobre la tarifa mensual, genera sus
      *          recibos y su dispersion bancaria, postea a la
      *          historia con su propia marca de grupo ("E") y suma
      *          a los acumulados anuales, sin tocar el calendario
      *          de periodos normales
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMEXTRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TRABAJADORES
           ASSIGN TO WS-ARCH-TRAB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FT-ID
           FILE STATUS IS WS-FT-STATUS.

           SELECT OPTIONAL F-ACUMULADOS
           ASSIGN TO WS-ARCH-ACUM
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AC-LLAVE
           FILE STATUS IS WS-AC-STATUS.

      *LA NOMINA EXTRAORDINARIA SE POSTEA A LA HISTORIA CON SU
      *PROPIA MARCA DE GRUPO ("E"), IGUAL QUE EL PTU CON LA "P"
           SELECT OPTIONAL F-HISTORIA
           ASSIGN TO WS-ARCH-HIST
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS HP-LLAVE
           FILE STATUS IS WS-HP-STATUS.

           SELECT OPTIONAL F-TARIFA-ISR
           ASSIGN TO WS-ARCH-ISR
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TI-LLAVE
           FILE STATUS IS WS-TI-STATUS.

      *LISTA DE PAGOS PREPARADA POR RECURSOS HUMANOS: FOLIO,
      *CONCEPTO E IMPORTE EN ANCHO FIJO, UN PAGO POR RENGLON
           SELECT OPTIONAL F-LISTA
           ASSIGN TO WS-ARCH-LISTA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LI-STATUS.

           SELECT F-RECIBOS
           ASSIGN TO WS-NOMBRE-RECIBOS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RE-STATUS.

           SELECT F-DISPERSION
           ASSIGN TO WS-NOMBRE-DISP
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-DS-STATUS.

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

       FD F-ACUMULADOS.
       01 AC-REGISTRO.
           02 AC-LLAVE.
               03 AC-ANO                   PIC X(04).
               03 AC-ID                    PIC 9(04).
           02 AC-NOMBRE                    PIC X(30).
           02 AC-APELLIDO                  PIC X(30).
           02 AC-BRUTO                     PIC S9(08)V99.
           02 AC-ISR                       PIC S9(08)V99.
           02 AC-IMSS                      PIC S9(08)V99.

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

      *MISMO LAYOUT DE TI-REGISTRO EN NOMINA
       FD F-TARIFA-ISR.
       01 TI-REGISTRO.
           02 TI-LLAVE.
               03 TI-VIGENCIA              PIC X(08).
               03 TI-NUMERO                PIC 9(02).
           02 TI-LIM-INFERIOR              PIC 9(06)V99.
           02 TI-CUOTA-FIJA                PIC 9(06)V99.
           02 TI-PORCENTAJE                PIC 9V9999.

       FD F-LISTA.
       01 LI-REGISTRO.
           02 LI-ID                        PIC 9(04).
           02 LI-CONCEPTO                  PIC X(03).
           02 LI-MONTO                     PIC 9(06)V99.

       FD F-RECIBOS.
       01 RE-LINEA                         PIC X(100).

       FD F-DISPERSION.
       01 DS-LINEA                         PIC X(80).

       WORKING-STORAGE SECTION.
      *NOMBRES DE LOS ARCHIVOS DE LA FAMILIA DE NOMINA, CON EL
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       01 WS-ARCH-ACUM.
           02 WS-EMP-ACUM                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMACUM.DAT".
       01 WS-ARCH-HIST.
           02 WS-EMP-HIST                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMHIST.DAT".
       01 WS-ARCH-ISR.
           02 WS-EMP-ISR                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMISR.DAT".
       01 WS-ARCH-LISTA.
           02 WS-EMP-LISTA                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(12)
                   VALUE "NOMEXTRA.TXT".
      *RECIBOS Y DISPERSION LLEVAN LA FECHA DE PAGO EN EL NOMBRE,
      *PARA QUE CADA CORRIDA DEJE SUS PROPIOS ARCHIVOS
       01 WS-NOMBRE-RECIBOS.
           02 WS-EMP-REC                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(07)
                   VALUE "NOMEXT-".
           02 WS-FECHA-REC                 PIC X(08).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       01 WS-NOMBRE-DISP.
           02 WS-EMP-DISP                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMEXTDISP-".
           02 WS-FECHA-DISP                PIC X(08).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-AC-STATUS                     PIC X(02).
       77 WS-HP-STATUS                     PIC X(02).
       77 WS-TI-STATUS                     PIC X(02).
       77 WS-LI-STATUS                     PIC X(02).
       77 WS-RE-STATUS                     PIC X(02).
       77 WS-DS-STATUS                     PIC X(02).
      *ENLACE CON EL DIARIO DE IMAGENES POSTERIORES (JOURNALUTIL)
       77 WS-JRN-TIPO                      PIC X(01).
       01 WS-JRN-IMAGEN                    PIC X(239).
       77 WS-LI-FIN                        PIC X(01).
       77 WS-OPCION                        PIC X(01).
       77 WS-ORIGEN                        PIC X(01).
       77 WS-FECHA-PAGO                    PIC X(08).
       77 WS-DUPLICADOS                    PIC 9(04).
       77 WS-RECHAZADOS                    PIC 9(04).
      *CONCEPTOS DE PAGO EXTRAORDINARIO ACEPTADOS
       01 WS-CONCEPTOS-VAL.
           02 FILLER                       PIC X(23)
                   VALUE "BONBONO                ".
           02 FILLER                       PIC X(23)
                   VALUE "RETBONO DE RETENCION   ".
           02 FILLER                       PIC X(23)
                   VALUE "GRAGRATIFICACION       ".
           02 FILLER                       PIC X(23)
                   VALUE "CORCORRECCION DE PAGO  ".
           02 FILLER                       PIC X(23)
                   VALUE "OTROTRO PAGO UNICO     ".
       01 WS-CONCEPTOS REDEFINES WS-CONCEPTOS-VAL.
           02 WS-CO OCCURS 5 TIMES.
               03 WS-CO-CLAVE              PIC X(03).
               03 WS-CO-NOMBRE             PIC X(20).
       77 WS-CO-IDX                        PIC 9(02).
       77 WS-CO-HALLADO                    PIC X(01).
      *RENGLONES DE PAGO VALIDADOS, CON EL TRABAJADOR AL QUE
      *PERTENECEN EN LA TABLA DE TRABAJADORES
       01 WS-RENGLONES.
           02 WS-RN OCCURS 1000 TIMES.
               03 WS-RN-TRAB               PIC 9(04).
               03 WS-RN-CONCEPTO           PIC X(03).
               03 WS-RN-MONTO              PIC 9(06)V99.
       77 WS-RN-USADOS                     PIC 9(04).
       77 WS-RN-IDX                        PIC 9(04).
      *UN RECIBO POR TRABAJADOR CON LA SUMA DE SUS CONCEPTOS
       01 WS-TRABAJADORES.
           02 WS-EX OCCURS 500 TIMES.
               03 WS-EX-ID                 PIC 9(04).
               03 WS-EX-NOMBRE             PIC X(30).
               03 WS-EX-APELLIDO           PIC X(30).
               03 WS-EX-CLABE              PIC X(18).
               03 WS-EX-SALARIO            PIC S9(06)V99.
               03 WS-EX-BRUTO              PIC S9(06)V99.
               03 WS-EX-ISR                PIC S9(06)V99.
               03 WS-EX-NETO               PIC S9(06)V99.
       77 WS-EX-USADOS                     PIC 9(04).
       77 WS-EX-IDX                        PIC 9(04).
      *CAPTURA DE UN RENGLON (ARCHIVO O PANTALLA)
       77 WS-CAP-ID                        PIC 9(04).
       77 WS-CAP-CONCEPTO                  PIC X(03).
       77 WS-CAP-MONTO                     PIC 9(06)V99.
       77 WS-CAP-FIN                       PIC X(01).
      *ISR DE INGRESOS NO ORDINARIOS: EL PAGO SE LLEVA A UNA BASE
      *MENSUAL (ENTRE 365 POR 30.4), SE SUMA AL SUELDO ORDINARIO Y
      *LA DIFERENCIA DE ISR CONTRA EL SUELDO SOLO DA LA TASA QUE
      *SE APLICA AL PAGO COMPLETO
       77 WS-MENSUALIZADO                  PIC S9(07)V99.
       77 WS-ISR-CON-PAGO                  PIC S9(07)V99.
       77 WS-ISR-SIN-PAGO                  PIC S9(07)V99.
       77 WS-TASA-EXTRA                    PIC S9V9(06).
      *CALCULO DE ISR SOBRE LA TARIFA MENSUAL (MISMA BUSQUEDA DE
      *RENGLON Y VERSION QUE 51-CALCULA-ISR DE NOMINA)
       77 WS-ISR-BASE                      PIC S9(07)V99.
       77 WS-ISR-MONTO                     PIC S9(07)V99.
       77 WS-ISR-LIM                       PIC 9(06)V99.
       77 WS-ISR-CUOTA                     PIC 9(06)V99.
       77 WS-ISR-PCT                       PIC 9V9999.
       77 WS-TI-FIN                        PIC X(01).
       77 WS-TI-HALLADO                    PIC X(01).
       77 WS-TI-VERSION                    PIC X(08).
       77 WS-FECHA-TARIFA                  PIC X(08).
       77 WS-PCT-ISR                       PIC 9V9999 VALUE 0.1600.
       77 WS-TOT-BRUTO                     PIC S9(09)V99.
       77 WS-TOT-ISR                       PIC S9(09)V99.
       77 WS-TOT-NETO                      PIC S9(09)V99.
       77 WS-MONTO-FMT                     PIC -ZZZZZ9.99.
       77 WS-TOTAL-FMT                     PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "NOMINA EXTRAORDINARIA".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           DISPLAY "Fecha de pago (AAAAMMDD, ENTER = hoy): ".
           MOVE SPACES TO WS-FECHA-PAGO.
           ACCEPT WS-FECHA-PAGO.
           IF WS-FECHA-PAGO = SPACES
                   ACCEPT WS-FECHA-PAGO FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-FECHA-PAGO TO WS-FECHA-REC.
           MOVE WS-FECHA-PAGO TO WS-FECHA-DISP.
           DISPLAY "A - Leer la lista de " WS-ARCH-LISTA
                   ", P - Capturar en pantalla: ".
           MOVE SPACE TO WS-ORIGEN.
           ACCEPT WS-ORIGEN.
           IF WS-FECHA-PAGO NOT NUMERIC
                   DISPLAY "Fecha de pago invalida, verifique"
           ELSE
                   PERFORM 10-CARGA-PAGOS
                   IF WS-EX-USADOS = ZERO
                           DISPLAY "No hay pagos validos que procesar"
                   ELSE
                           PERFORM 20-CALCULA-RECIBOS
                           PERFORM 30-MUESTRA-PREVIA
                           PERFORM 35-REVISA-DUPLICADOS
                           IF WS-DUPLICADOS > ZERO
                                   DISPLAY "Ya hay nomina "
                                           "extraordinaria del "
                                           WS-FECHA-PAGO " para "
                                           WS-DUPLICADOS
                                           " trabajador(es); use "
                                           "otra fecha de pago"
                           ELSE
                                   PERFORM 38-CONFIRMA-Y-GENERA
                           END-IF
                   END-IF
           END-IF.
           STOP RUN.

       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ACUM.
           MOVE WS-EMP-PREFIJO TO WS-EMP-HIST.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ISR.
           MOVE WS-EMP-PREFIJO TO WS-EMP-LISTA.
           MOVE WS-EMP-PREFIJO TO WS-EMP-REC.
           MOVE WS-EMP-PREFIJO TO WS-EMP-DISP.

      *CADA RENGLON SE VALIDA CONTRA EL MAESTRO (TRABAJADOR ACTIVO),
      *EL CATALOGO DE CONCEPTOS Y UN IMPORTE MAYOR A CERO; LOS
      *RECHAZADOS SE AVISAN Y NO ENTRAN AL PAGO
       10-CARGA-PAGOS.
           MOVE ZERO TO WS-RN-USADOS.
           MOVE ZERO TO WS-EX-USADOS.
           MOVE ZERO TO WS-RECHAZADOS.
           OPEN INPUT F-TRABAJADORES.
           IF WS-ORIGEN = "A" OR WS-ORIGEN = "a"
                   OPEN INPUT F-LISTA
                   MOVE "N" TO WS-LI-FIN
                   PERFORM 10-1-LEE-LISTA UNTIL WS-LI-FIN = "S"
                   CLOSE F-LISTA
           ELSE
                   MOVE "N" TO WS-CAP-FIN
                   PERFORM 10-2-CAPTURA-PANTALLA UNTIL WS-CAP-FIN = "S"
           END-IF.
           CLOSE F-TRABAJADORES.
           IF WS-RECHAZADOS > ZERO
                   DISPLAY WS-RECHAZADOS " renglon(es) rechazado(s)"
           END-IF.

       10-1-LEE-LISTA.
           READ F-LISTA
                   AT END MOVE "S" TO WS-LI-FIN
                   NOT AT END
                           MOVE LI-ID TO WS-CAP-ID
                           MOVE LI-CONCEPTO TO WS-CAP-CONCEPTO
                           MOVE LI-MONTO TO WS-CAP-MONTO
                           PERFORM 11-VALIDA-RENGLON
           END-READ.

       10-2-CAPTURA-PANTALLA.
           DISPLAY "ID del trabajador (0 = terminar): ".
           MOVE ZERO TO WS-CAP-ID.
           ACCEPT WS-CAP-ID.
           IF WS-CAP-ID = ZERO
                   MOVE "S" TO WS-CAP-FIN
           ELSE
                   DISPLAY "Concepto (BON-Bono RET-Retencion "
                           "GRA-Gratificacion COR-Correccion "
                           "OTR-Otro): "
                   MOVE SPACES TO WS-CAP-CONCEPTO
                   ACCEPT WS-CAP-CONCEPTO
                   CALL "NOMBREUTIL" USING WS-CAP-CONCEPTO 3
                   DISPLAY "Importe: "
                   MOVE ZERO TO WS-CAP-MONTO
                   ACCEPT WS-CAP-MONTO
                   PERFORM 11-VALIDA-RENGLON
           END-IF.

       11-VALIDA-RENGLON.
           MOVE "N" TO WS-CO-HALLADO.
           MOVE 1 TO WS-CO-IDX.
           PERFORM 11-1-BUSCA-CONCEPTO
                   UNTIL WS-CO-IDX > 5 OR WS-CO-HALLADO = "S".
           MOVE WS-CAP-ID TO FT-ID.
           READ F-TRABAJADORES
                   INVALID KEY
                           MOVE "N" TO FT-ACTIVO
           END-READ.
           IF FT-ACTIVO NOT = "S"
                   DISPLAY "Folio " WS-CAP-ID " no existe o no esta "
                           "activo, renglon rechazado"
                   ADD 1 TO WS-RECHAZADOS
           ELSE
           IF WS-CO-HALLADO = "N"
                   DISPLAY "Folio " WS-CAP-ID " concepto "
                           WS-CAP-CONCEPTO " invalido, renglon "
                           "rechazado"
                   ADD 1 TO WS-RECHAZADOS
           ELSE
           IF WS-CAP-MONTO = ZERO
                   DISPLAY "Folio " WS-CAP-ID " sin importe, "
                           "renglon rechazado"
                   ADD 1 TO WS-RECHAZADOS
           ELSE
           IF WS-RN-USADOS NOT < 1000
                   DISPLAY "Se alcanzo el maximo de renglones, "
                           "folio " WS-CAP-ID " rechazado"
                   ADD 1 TO WS-RECHAZADOS
           ELSE
                   PERFORM 12-ANOTA-RENGLON
           END-IF
           END-IF
           END-IF
           END-IF.

       11-1-BUSCA-CONCEPTO.
           IF WS-CO-CLAVE(WS-CO-IDX) = WS-CAP-CONCEPTO
                   MOVE "S" TO WS-CO-HALLADO
           ELSE
                   ADD 1 TO WS-CO-IDX
           END-IF.

      *EL RENGLON SE LIGA AL RECIBO DEL TRABAJADOR, QUE SE ABRE LA
      *PRIMERA VEZ QUE EL FOLIO APARECE EN LA LISTA
       12-ANOTA-RENGLON.
           MOVE 1 TO WS-EX-IDX.
           PERFORM 12-1-BUSCA-TRABAJADOR
                   UNTIL WS-EX-IDX > WS-EX-USADOS
                   OR WS-EX-ID(WS-EX-IDX) = WS-CAP-ID.
           IF WS-EX-IDX > WS-EX-USADOS
                   IF WS-EX-USADOS NOT < 500
                           DISPLAY "Se alcanzo el maximo de "
                                   "trabajadores, folio " WS-CAP-ID
                                   " rechazado"
                           ADD 1 TO WS-RECHAZADOS
                   ELSE
                           ADD 1 TO WS-EX-USADOS
                           MOVE WS-EX-USADOS TO WS-EX-IDX
                           MOVE FT-ID TO WS-EX-ID(WS-EX-IDX)
                           MOVE FT-NOMBRE TO WS-EX-NOMBRE(WS-EX-IDX)
                           MOVE FT-APELLIDO
                                   TO WS-EX-APELLIDO(WS-EX-IDX)
                           MOVE FT-CLABE TO WS-EX-CLABE(WS-EX-IDX)
                           MOVE FT-SALARIO
                                   TO WS-EX-SALARIO(WS-EX-IDX)
                           MOVE ZERO TO WS-EX-BRUTO(WS-EX-IDX)
                   END-IF
           END-IF.
           IF WS-EX-IDX NOT > WS-EX-USADOS
                   ADD 1 TO WS-RN-USADOS
                   MOVE WS-EX-IDX TO WS-RN-TRAB(WS-RN-USADOS)
                   MOVE WS-CAP-CONCEPTO
                           TO WS-RN-CONCEPTO(WS-RN-USADOS)
                   MOVE WS-CAP-MONTO TO WS-RN-MONTO(WS-RN-USADOS)
                   ADD WS-CAP-MONTO TO WS-EX-BRUTO(WS-EX-IDX)
           END-IF.

       12-1-BUSCA-TRABAJADOR.
           ADD 1 TO WS-EX-IDX.

      *ISR DE CADA RECIBO CON LA TARIFA VIGENTE A LA FECHA DE PAGO
       20-CALCULA-RECIBOS.
           MOVE WS-FECHA-PAGO TO WS-FECHA-TARIFA.
           MOVE ZERO TO WS-TOT-BRUTO.
           MOVE ZERO TO WS-TOT-ISR.
           MOVE ZERO TO WS-TOT-NETO.
           OPEN INPUT F-TARIFA-ISR.
           MOVE 1 TO WS-EX-IDX.
           PERFORM 20-1-RECIBO-UNO UNTIL WS-EX-IDX > WS-EX-USADOS.
           CLOSE F-TARIFA-ISR.

       20-1-RECIBO-UNO.
           COMPUTE WS-MENSUALIZADO ROUNDED =
                   WS-EX-BRUTO(WS-EX-IDX) / 365 * 30.4.
           IF WS-EX-SALARIO(WS-EX-IDX) > ZERO
                   MOVE WS-EX-SALARIO(WS-EX-IDX) TO WS-ISR-BASE
           ELSE
                   MOVE ZERO TO WS-ISR-BASE
           END-IF.
           PERFORM 60-CALCULA-ISR.
           MOVE WS-ISR-MONTO TO WS-ISR-SIN-PAGO.
           ADD WS-MENSUALIZADO TO WS-ISR-BASE.
           PERFORM 60-CALCULA-ISR.
           MOVE WS-ISR-MONTO TO WS-ISR-CON-PAGO.
           IF WS-MENSUALIZADO > ZERO
                   COMPUTE WS-TASA-EXTRA ROUNDED =
                           (WS-ISR-CON-PAGO - WS-ISR-SIN-PAGO)
                                   / WS-MENSUALIZADO
           ELSE
                   MOVE ZERO TO WS-TASA-EXTRA
           END-IF.
           IF WS-TASA-EXTRA < ZERO
                   MOVE ZERO TO WS-TASA-EXTRA
           END-IF.
           COMPUTE WS-EX-ISR(WS-EX-IDX) ROUNDED =
                   WS-EX-BRUTO(WS-EX-IDX) * WS-TASA-EXTRA.
           COMPUTE WS-EX-NETO(WS-EX-IDX) =
                   WS-EX-BRUTO(WS-EX-IDX) - WS-EX-ISR(WS-EX-IDX).
           ADD WS-EX-BRUTO(WS-EX-IDX) TO WS-TOT-BRUTO.
           ADD WS-EX-ISR(WS-EX-IDX) TO WS-TOT-ISR.
           ADD WS-EX-NETO(WS-EX-IDX) TO WS-TOT-NETO.
           ADD 1 TO WS-EX-IDX.

       30-MUESTRA-PREVIA.
           DISPLAY "VISTA PREVIA DE LA NOMINA EXTRAORDINARIA DEL "
                   WS-FECHA-PAGO.
           MOVE 1 TO WS-EX-IDX.
           PERFORM 30-1-PREVIA-UNO UNTIL WS-EX-IDX > WS-EX-USADOS.
           MOVE WS-TOT-BRUTO TO WS-TOTAL-FMT.
           DISPLAY "TOTAL BRUTO: " WS-TOTAL-FMT WITH NO ADVANCING.
           MOVE WS-TOT-ISR TO WS-TOTAL-FMT.
           DISPLAY " ISR: " WS-TOTAL-FMT WITH NO ADVANCING.
           MOVE WS-TOT-NETO TO WS-TOTAL-FMT.
           DISPLAY " NETO: " WS-TOTAL-FMT.

       30-1-PREVIA-UNO.
           MOVE WS-EX-BRUTO(WS-EX-IDX) TO WS-MONTO-FMT.
           DISPLAY WS-EX-ID(WS-EX-IDX) " "
                   WS-EX-NOMBRE(WS-EX-IDX)(1:20) " BRUTO: "
                   WS-MONTO-FMT WITH NO ADVANCING.
           MOVE WS-EX-ISR(WS-EX-IDX) TO WS-MONTO-FMT.
           DISPLAY " ISR: " WS-MONTO-FMT WITH NO ADVANCING.
           MOVE WS-EX-NETO(WS-EX-IDX) TO WS-MONTO-FMT.
           DISPLAY " NETO: " WS-MONTO-FMT.
           ADD 1 TO WS-EX-IDX.

      *UNA FECHA DE PAGO YA USADA PARA EL MISMO TRABAJADOR PISARIA
      *SU RECIBO ANTERIOR EN LA HISTORIA; SE PIDE OTRA FECHA
       35-REVISA-DUPLICADOS.
           MOVE ZERO TO WS-DUPLICADOS.
           OPEN INPUT F-HISTORIA.
           MOVE 1 TO WS-EX-IDX.
           PERFORM 35-1-REVISA-UNO UNTIL WS-EX-IDX > WS-EX-USADOS.
           CLOSE F-HISTORIA.

       35-1-REVISA-UNO.
           MOVE "E" TO HP-FRECUENCIA.
           MOVE WS-FECHA-PAGO TO HP-PERIODO.
           MOVE WS-EX-ID(WS-EX-IDX) TO HP-ID.
           READ F-HISTORIA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-DUPLICADOS
           END-READ.
           ADD 1 TO WS-EX-IDX.

       38-CONFIRMA-Y-GENERA.
           MOVE SPACE TO WS-OPCION.
           DISPLAY "Confirma generar la nomina extraordinaria "
                   "(S/N)? ".
           ACCEPT WS-OPCION.
           IF WS-OPCION = "S" OR WS-OPCION = "s"
                   PERFORM 40-GENERA-SALIDAS
           ELSE
                   DISPLAY "Nomina extraordinaria cancelada"
           END-IF.

      *RECIBOS, DISPERSION BANCARIA, POSTEO A LA HISTORIA CON LA
      *MARCA "E" Y SUMA A LOS ACUMULADOS DEL ANIO DE LA FECHA DE PAGO
       40-GENERA-SALIDAS.
           OPEN OUTPUT F-RECIBOS.
           OPEN OUTPUT F-DISPERSION.
           OPEN I-O F-HISTORIA.
           OPEN I-O F-ACUMULADOS.
           IF WS-AC-STATUS = "35"
                   OPEN OUTPUT F-ACUMULADOS
                   CLOSE F-ACUMULADOS
                   OPEN I-O F-ACUMULADOS
           END-IF.
           MOVE SPACES TO DS-LINEA.
           STRING "H" DELIMITED BY SIZE
                   WS-FECHA-PAGO DELIMITED BY SIZE
                   "EXTRAORDINARIA" DELIMITED BY SIZE
                   INTO DS-LINEA.
           WRITE DS-LINEA.
           MOVE 1 TO WS-EX-IDX.
           PERFORM 40-1-SALIDA-UNO UNTIL WS-EX-IDX > WS-EX-USADOS.
           MOVE WS-TOT-NETO TO WS-TOTAL-FMT.
           MOVE SPACES TO DS-LINEA.
           STRING "T" DELIMITED BY SIZE
                   WS-EX-USADOS DELIMITED BY SIZE
                   WS-TOTAL-FMT DELIMITED BY SIZE
                   INTO DS-LINEA.
           WRITE DS-LINEA.
           CLOSE F-RECIBOS.
           CLOSE F-DISPERSION.
           CLOSE F-HISTORIA.
           CLOSE F-ACUMULADOS.
           DISPLAY "Nomina extraordinaria generada: recibos en "
                   WS-NOMBRE-RECIBOS ", dispersion en "
                   WS-NOMBRE-DISP.

       40-1-SALIDA-UNO.
           PERFORM 41-ESCRIBE-RECIBO.
           MOVE WS-EX-NETO(WS-EX-IDX) TO WS-MONTO-FMT.
           IF WS-EX-CLABE(WS-EX-IDX) NOT = SPACES
                   MOVE SPACES TO DS-LINEA
                   STRING "D" DELIMITED BY SIZE
                           WS-EX-ID(WS-EX-IDX) DELIMITED BY SIZE
                           WS-EX-CLABE(WS-EX-IDX)
                                   DELIMITED BY SIZE
                           WS-MONTO-FMT DELIMITED BY SIZE
                           WS-EX-NOMBRE(WS-EX-IDX)
                                   DELIMITED BY SIZE
                           INTO DS-LINEA
                   WRITE DS-LINEA
           ELSE
                   DISPLAY "Aviso: el folio " WS-EX-ID(WS-EX-IDX)
                           " no tiene CLABE, su pago queda fuera "
                           "de la dispersion"
           END-IF.
           PERFORM 42-POSTEA-HISTORIA.
           PERFORM 43-ACUMULA-ANUAL.
           ADD 1 TO WS-EX-IDX.

      *RECIBO: ENCABEZADO DEL TRABAJADOR, UN RENGLON POR CONCEPTO
      *PAGADO Y LOS TOTALES
       41-ESCRIBE-RECIBO.
           MOVE SPACES TO RE-LINEA.
           STRING "NOMINA EXTRAORDINARIA " DELIMITED BY SIZE
                   WS-FECHA-PAGO DELIMITED BY SIZE
                   " FOLIO " DELIMITED BY SIZE
                   WS-EX-ID(WS-EX-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EX-NOMBRE(WS-EX-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EX-APELLIDO(WS-EX-IDX) DELIMITED BY SIZE
                   INTO RE-LINEA.
           WRITE RE-LINEA.
           MOVE 1 TO WS-RN-IDX.
           PERFORM 41-1-RENGLON-CONCEPTO
                   UNTIL WS-RN-IDX > WS-RN-USADOS.
           MOVE WS-EX-BRUTO(WS-EX-IDX) TO WS-MONTO-FMT.
           MOVE SPACES TO RE-LINEA.
           STRING "  TOTAL PERCEPCIONES    " DELIMITED BY SIZE
                   WS-MONTO-FMT DELIMITED BY SIZE
                   INTO RE-LINEA.
           WRITE RE-LINEA.
           MOVE WS-EX-ISR(WS-EX-IDX) TO WS-MONTO-FMT.
           MOVE SPACES TO RE-LINEA.
           STRING "  ISR NO ORDINARIO      -" DELIMITED BY SIZE
                   WS-MONTO-FMT DELIMITED BY SIZE
                   INTO RE-LINEA.
           WRITE RE-LINEA.
           MOVE WS-EX-NETO(WS-EX-IDX) TO WS-MONTO-FMT.
           MOVE SPACES TO RE-LINEA.
           STRING "  NETO A PAGAR          " DELIMITED BY SIZE
                   WS-MONTO-FMT DELIMITED BY SIZE
                   INTO RE-LINEA.
           WRITE RE-LINEA.
           MOVE SPACES TO RE-LINEA.
           WRITE RE-LINEA.

       41-1-RENGLON-CONCEPTO.
           IF WS-RN-TRAB(WS-RN-IDX) = WS-EX-IDX
                   MOVE "N" TO WS-CO-HALLADO
                   MOVE WS-RN-CONCEPTO(WS-RN-IDX) TO WS-CAP-CONCEPTO
                   MOVE 1 TO WS-CO-IDX
                   PERFORM 11-1-BUSCA-CONCEPTO
                           UNTIL WS-CO-IDX > 5 OR WS-CO-HALLADO = "S"
                   MOVE WS-RN-MONTO(WS-RN-IDX) TO WS-MONTO-FMT
                   MOVE SPACES TO RE-LINEA
                   STRING "  " DELIMITED BY SIZE
                           WS-CO-CLAVE(WS-CO-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CO-NOMBRE(WS-CO-IDX) DELIMITED BY SIZE
                           WS-MONTO-FMT DELIMITED BY SIZE
                           INTO RE-LINEA
                   WRITE RE-LINEA
           END-IF.
           ADD 1 TO WS-RN-IDX.

       42-POSTEA-HISTORIA.
           MOVE SPACES TO HP-REGISTRO.
           MOVE "E" TO HP-FRECUENCIA.
           MOVE WS-FECHA-PAGO TO HP-PERIODO.
           MOVE WS-EX-ID(WS-EX-IDX) TO HP-ID.
           MOVE WS-EX-NOMBRE(WS-EX-IDX) TO HP-NOMBRE.
           MOVE WS-EX-APELLIDO(WS-EX-IDX) TO HP-APELLIDO.
           MOVE WS-EX-BRUTO(WS-EX-IDX) TO HP-BRUTO.
           MOVE WS-EX-ISR(WS-EX-IDX) TO HP-ISR.
           MOVE ZERO TO HP-IMSS.
           MOVE ZERO TO HP-HORAS-EXTRA.
           MOVE ZERO TO HP-PAGO-HORAS-EXTRA.
           MOVE ZERO TO HP-HE-DOBLES.
           MOVE ZERO TO HP-HE-TRIPLES.
           MOVE ZERO TO HP-PAGO-HE-DOBLE.
           MOVE ZERO TO HP-PAGO-HE-TRIPLE.
           MOVE ZERO TO HP-GASTOS.
           MOVE ZERO TO HP-DEDUCCIONES.
           MOVE ZERO TO HP-DOMINGOS.
           MOVE ZERO TO HP-PRIMA-DOMINICAL.
           MOVE ZERO TO HP-FALTAS-RETARDO.
           MOVE ZERO TO HP-DESC-RETARDOS.
           MOVE WS-EX-NETO(WS-EX-IDX) TO HP-NETO.
           MOVE "MXN" TO HP-MONEDA.
           WRITE HP-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al postear la nomina extraordinaria "
                           "de " HP-ID ", estatus: " WS-HP-STATUS
           END-WRITE.
           PERFORM 44-JOURNAL-HISTORIA.

      *SUMA EL PAGO AL ACUMULADO ANUAL, CREANDO EL REGISTRO DEL
      *ANIO SI ES EL PRIMER PAGO DEL TRABAJADOR (MISMA REGLA QUE
      *37-3-ACUMULA-ANUAL DE NOMINA)
       43-ACUMULA-ANUAL.
           MOVE WS-FECHA-PAGO(1:4) TO AC-ANO.
           MOVE WS-EX-ID(WS-EX-IDX) TO AC-ID.
           READ F-ACUMULADOS
                   INVALID KEY
                           MOVE WS-FECHA-PAGO(1:4) TO AC-ANO
                           MOVE WS-EX-ID(WS-EX-IDX) TO AC-ID
                           MOVE WS-EX-NOMBRE(WS-EX-IDX) TO AC-NOMBRE
                           MOVE WS-EX-APELLIDO(WS-EX-IDX)
                                   TO AC-APELLIDO
                           MOVE HP-BRUTO TO AC-BRUTO
                           MOVE HP-ISR TO AC-ISR
                           MOVE ZERO TO AC-IMSS
                           WRITE AC-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al crear el "
                                           "acumulado anual de "
                                           AC-ID
                           END-WRITE
                   NOT INVALID KEY
                           ADD HP-BRUTO TO AC-BRUTO
                           ADD HP-ISR TO AC-ISR
                           REWRITE AC-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al actualizar el "
                                           "acumulado anual de "
                                           AC-ID
                           END-REWRITE
           END-READ.

      *IMAGEN POSTERIOR DEL POSTEO EN EL DIARIO COMPARTIDO
      *(JOURNALUTIL), PARA QUE LA RECUPERACION POR REAPLICACION
      *NO PIERDA LOS PAGOS EXTRAORDINARIOS
       44-JOURNAL-HISTORIA.
           MOVE "H" TO WS-JRN-TIPO.
           MOVE SPACES TO WS-JRN-IMAGEN.
           MOVE HP-REGISTRO TO WS-JRN-IMAGEN(1:176).
           CALL "JOURNALUTIL" USING WS-JRN-TIPO WS-JRN-IMAGEN.

      *ISR PROGRESIVO SOBRE WS-ISR-BASE CON LA VERSION DE LA TARIFA
      *VIGENTE A WS-FECHA-TARIFA; SIN TARIFA, LA TASA PLANA HISTORICA
       60-CALCULA-ISR.
           MOVE "N" TO WS-TI-HALLADO.
           MOVE "N" TO WS-TI-FIN.
           MOVE SPACES TO WS-TI-VERSION.
           MOVE LOW-VALUES TO TI-LLAVE.
           START F-TARIFA-ISR KEY IS NOT LESS THAN TI-LLAVE
                   INVALID KEY MOVE "S" TO WS-TI-FIN
           END-START.
           PERFORM 60-1-EXAMINA-RENGLON UNTIL WS-TI-FIN = "S".
           IF WS-TI-HALLADO = "S"
                   COMPUTE WS-ISR-MONTO ROUNDED = WS-ISR-CUOTA +
                           ((WS-ISR-BASE - WS-ISR-LIM) * WS-ISR-PCT)
           ELSE
                   COMPUTE WS-ISR-MONTO ROUNDED =
                           WS-ISR-BASE * WS-PCT-ISR
           END-IF.

       60-1-EXAMINA-RENGLON.
           READ F-TARIFA-ISR NEXT RECORD
                   AT END MOVE "S" TO WS-TI-FIN
                   NOT AT END
                           IF TI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-TI-FIN
                           ELSE
                           IF TI-VIGENCIA NOT = WS-TI-VERSION
                                   MOVE TI-VIGENCIA TO WS-TI-VERSION
                                   MOVE "N" TO WS-TI-HALLADO
                           END-IF
                           END-IF
                           IF WS-TI-FIN = "N"
                           AND TI-LIM-INFERIOR NOT > WS-ISR-BASE
                           AND (WS-TI-HALLADO = "N"
                                   OR TI-LIM-INFERIOR NOT < WS-ISR-LIM)
                                   MOVE TI-LIM-INFERIOR TO WS-ISR-LIM
                                   MOVE TI-CUOTA-FIJA TO WS-ISR-CUOTA
                                   MOVE TI-PORCENTAJE TO WS-ISR-PCT
                                   MOVE "S" TO WS-TI-HALLADO
                           END-IF
           END-READ.

       END PROGRAM NOMEXTRA.
