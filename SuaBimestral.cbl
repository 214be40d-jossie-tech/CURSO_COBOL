      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Pago bimestral del SUA: junta lo posteado en la
      *          historia de nominas cerradas de los dos meses del
      *          bimestre, le aplica la tabla de cuotas IMSS por ramo
      *          y le suma las amortizaciones INFONAVIT retenidas en
      *          los cierres, y arma el archivo de ancho fijo del
      *          pago con un renglon por trabajador, el resumen por
      *          ramo y los totales, para que contabilidad no tenga
      *          que rehacerlo en una hoja de calculo cada bimestre
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMSUA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *HISTORIA DE NOMINAS CERRADAS, TABLA DE CUOTAS, AMORTIZACIONES
      *INFONAVIT, MAESTRO DE TRABAJADORES Y CONFIGURACION, TODOS DE
      *LA FAMILIA DE NOMINA, ABIERTOS SOLO PARA LECTURA
           SELECT OPTIONAL F-HISTORIA
           ASSIGN TO WS-ARCH-HIST
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS HP-LLAVE
           FILE STATUS IS WS-HP-STATUS.

           SELECT OPTIONAL F-CUOTAS-IMSS
           ASSIGN TO WS-ARCH-IMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CI-LLAVE
           FILE STATUS IS WS-CI-STATUS.

           SELECT OPTIONAL F-INFOAMORT
           ASSIGN TO WS-ARCH-INFAMO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IA-LLAVE
           FILE STATUS IS WS-IA-STATUS.

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

      *ARCHIVO DEL PAGO, CON EL BIMESTRE EN EL NOMBRE PARA QUE CADA
      *CORRIDA DEJE SU PROPIO ARCHIVO EN DISCO
           SELECT F-SUA
           ASSIGN TO WS-NOMBRE-SUA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SU-STATUS.

      *ARCHIVO DE TRABAJO DEL SORT QUE JUNTA POR FOLIO LOS CIERRES
      *Y LAS AMORTIZACIONES DEL BIMESTRE
           SELECT SORT-FILE
           ASSIGN TO "NOMSUA.TMP".

       DATA DIVISION.
       FILE SECTION.
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

       FD F-CUOTAS-IMSS.
       01 CI-REGISTRO.
           02 CI-LLAVE.
               03 CI-VIGENCIA              PIC X(08).
               03 CI-RAMA                  PIC 9(02).
           02 CI-NOMBRE                    PIC X(30).
           02 CI-PCT-OBRERO                PIC 9V9999.
           02 CI-PCT-PATRON                PIC 9V9999.

      *MISMO LAYOUT DE IA-REGISTRO EN NOMINA
       FD F-INFOAMORT.
       01 IA-REGISTRO.
           02 IA-LLAVE.
               03 IA-ID                    PIC 9(04).
               03 IA-PERIODO               PIC X(08).
               03 IA-FRECUENCIA            PIC X(01).
           02 IA-CREDITO                   PIC X(10).
           02 IA-MONTO                     PIC 9(06)V99.
           02 IA-SDI                       PIC 9(05)V99.
           02 IA-DIAS                      PIC 9(02).

      *SOLO NOMBRE, RFC, CURP, NSS Y SDI INTERESAN AQUI; EL RESTO
      *DEL REGISTRO DE 224 DE NOMINA VIAJA EN FILLER
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FT-NOMBRE                    PIC X(30).
           02 FT-APELLIDO                  PIC X(30).
           02 FILLER                       PIC X(104).
           02 FT-RFC                       PIC X(13).
           02 FT-CURP                      PIC X(18).
           02 FILLER                       PIC X(04).
           02 FT-NSS                       PIC X(11).
           02 FT-SDI                       PIC 9(05)V99.
           02 FILLER                       PIC X(03).

       FD F-CONFIGURACION.
       01 CF-REGISTRO.
           02 CF-CLAVE                     PIC X(01).
           02 FILLER                       PIC X(62).
           02 CF-REG-PATRONAL              PIC X(11).
           02 FILLER                       PIC X(07).

      *CUATRO TIPOS DE RENGLON EN EL MISMO ARCHIVO, TODOS CON EL
      *TIPO EN LAS DOS PRIMERAS POSICIONES: "01" ENCABEZADO, "02"
      *TRABAJADOR, "03" RESUMEN POR RAMO Y "09" TOTALES DEL PAGO
       FD F-SUA.
       01 SU-ENCABEZADO.
           02 SU-E-TIPO                    PIC X(02).
           02 SU-E-REG-PATRONAL            PIC X(11).
           02 SU-E-BIMESTRE                PIC X(06).
           02 SU-E-FECHA                   PIC X(08).
           02 FILLER                       PIC X(133).
       01 SU-DETALLE.
           02 SU-D-TIPO                    PIC X(02).
           02 SU-D-REG-PATRONAL            PIC X(11).
           02 SU-D-NSS                     PIC X(11).
           02 SU-D-RFC                     PIC X(13).
           02 SU-D-CURP                    PIC X(18).
           02 SU-D-NOMBRE                  PIC X(40).
           02 SU-D-SDI                     PIC 9(05)V99.
           02 SU-D-DIAS                    PIC 9(02).
           02 SU-D-CUOTA-OBRERO            PIC 9(07)V99.
           02 SU-D-CUOTA-PATRON            PIC 9(07)V99.
           02 SU-D-IMSS-RETENIDO           PIC 9(07)V99.
           02 SU-D-CREDITO                 PIC X(10).
           02 SU-D-AMORTIZACION            PIC 9(07)V99.
           02 FILLER                       PIC X(10).
       01 SU-RAMO.
           02 SU-R-TIPO                    PIC X(02).
           02 SU-R-RAMA                    PIC 9(02).
           02 SU-R-NOMBRE                  PIC X(30).
           02 SU-R-OBRERO                  PIC 9(10)V99.
           02 SU-R-PATRON                  PIC 9(10)V99.
           02 FILLER                       PIC X(102).
       01 SU-TOTALES.
           02 SU-T-TIPO                    PIC X(02).
           02 SU-T-TRABAJADORES            PIC 9(05).
           02 SU-T-OBRERO                  PIC 9(10)V99.
           02 SU-T-PATRON                  PIC 9(10)V99.
           02 SU-T-AMORTIZACION            PIC 9(10)V99.
           02 SU-T-TOTAL                   PIC 9(10)V99.
           02 FILLER                       PIC X(105).

      *UN REGISTRO POR CIERRE ("H") O POR AMORTIZACION ("A") DEL
      *BIMESTRE; EL SORT LOS DEJA JUNTOS POR FOLIO
       SD SORT-FILE.
       01 SORT-REG.
           02 SR-ID                        PIC 9(04).
           02 SR-ORIGEN                    PIC X(01).
           02 SR-BRUTO                     PIC S9(06)V99.
           02 SR-IMSS                      PIC S9(06)V99.
           02 SR-DIAS                      PIC 9(02).
           02 SR-AMORT                     PIC 9(06)V99.
           02 SR-CREDITO                   PIC X(10).

       WORKING-STORAGE SECTION.
      *NOMBRES DE LOS ARCHIVOS DE LA FAMILIA DE NOMINA, CON EL
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
      *ENLACE CON EL CALENDARIO DE OBLIGACIONES DE LEY (RUTINA
      *OBLIGAUTIL): AL TERMINAR SE ANOTA LA OBLIGACION CUMPLIDA
       77 WS-OBL-OPERACION                 PIC X(01).
       01 WS-OBL-DATOS.
           02 WS-OBL-PROGRAMA              PIC X(12).
           02 FILLER                       PIC X(38).
       01 WS-ARCH-HIST.
           02 WS-EMP-HIST                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMHIST.DAT".
       01 WS-ARCH-IMSS.
           02 WS-EMP-IMSS                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMIMSS.DAT".
       01 WS-ARCH-INFAMO.
           02 WS-EMP-INFAMO                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMINFAMO.DAT".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       01 WS-ARCH-CFG.
           02 WS-EMP-CFG                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMCFG.DAT".
       01 WS-NOMBRE-SUA.
           02 WS-EMP-SUA                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(07) VALUE "NOMSUA-".
           02 WS-BIMESTRE-SUA              PIC X(06).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-HP-STATUS                     PIC X(02).
       77 WS-CI-STATUS                     PIC X(02).
       77 WS-IA-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-CF-STATUS                     PIC X(02).
       77 WS-SU-STATUS                     PIC X(02).
       77 WS-HP-FIN                        PIC X(01).
       77 WS-CI-FIN                        PIC X(01).
      *LA TABLA DE CUOTAS QUE SE CARGA ES LA VERSION VIGENTE AL
      *ULTIMO DIA DEL PERIODO PEDIDO, NO LA QUE ESTE CAPTURADA HOY
       77 WS-FECHA-TARIFA                  PIC X(08).
       77 WS-CI-VERSION                    PIC X(08).
       77 WS-IA-FIN                        PIC X(01).
       77 WS-SR-FIN                        PIC X(01).
       77 WS-REG-PATRONAL                  PIC X(11).
       77 WS-FECHA-HOY                     PIC X(08).
      *BIMESTRE PEDIDO (AAAABB, BB DE 01 A 06) Y LOS DOS MESES
      *AAAAMM QUE LO FORMAN
       01 WS-BIMESTRE.
           02 WS-BIM-ANIO                  PIC 9(04).
           02 WS-BIM-NUM                   PIC 9(02).
       01 WS-MES-1.
           02 WS-MES-1-ANIO                PIC 9(04).
           02 WS-MES-1-MES                 PIC 9(02).
       01 WS-MES-2.
           02 WS-MES-2-ANIO                PIC 9(04).
           02 WS-MES-2-MES                 PIC 9(02).
      *TABLA DE RAMOS CARGADA EN MEMORIA; LOS TOTALES POR RAMO SE
      *ACUMULAN AQUI MISMO PARA EL RESUMEN FINAL
       01 WS-RAMOS-TABLA.
           02 WS-RAMO OCCURS 10 TIMES.
               03 WS-RM-RAMA               PIC 9(02).
               03 WS-RM-NOMBRE             PIC X(30).
               03 WS-RM-PCT-OBRERO         PIC 9V9999.
               03 WS-RM-PCT-PATRON         PIC 9V9999.
               03 WS-RM-TOT-OBRERO         PIC S9(10)V99.
               03 WS-RM-TOT-PATRON         PIC S9(10)V99.
       77 WS-RAMOS-USADOS                  PIC 9(02).
       77 WS-RM-IDX                        PIC 9(02).
      *ACUMULADOS DEL FOLIO EN PROCESO (CORTE DE CONTROL DEL SORT)
       77 WS-FOLIO-ACTUAL                  PIC 9(04).
       77 WS-TRAB-BRUTO                    PIC S9(08)V99.
       77 WS-TRAB-IMSS                     PIC S9(08)V99.
       77 WS-TRAB-DIAS                     PIC 9(03).
       77 WS-TRAB-AMORT                    PIC 9(08)V99.
       77 WS-TRAB-CREDITO                  PIC X(10).
       77 WS-TRAB-OBRERO                   PIC S9(08)V99.
       77 WS-TRAB-PATRON                   PIC S9(08)V99.
       77 WS-CUOTA-OBRERO                  PIC S9(08)V99.
       77 WS-CUOTA-PATRON                  PIC S9(08)V99.
      *TOTALES DEL PAGO
       77 WS-TRABAJADORES                  PIC 9(05).
       77 WS-TOT-OBRERO                    PIC S9(10)V99.
       77 WS-TOT-PATRON                    PIC S9(10)V99.
       77 WS-TOT-AMORT                     PIC S9(10)V99.
       77 WS-SIN-NSS                       PIC 9(05).
       77 WS-TOT-FMT                       PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "PAGO BIMESTRAL SUA (IMSS E INFONAVIT)".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Bimestre a pagar (AAAABB, BB de 01 a 06): ".
           ACCEPT WS-BIMESTRE.
           IF WS-BIMESTRE NOT NUMERIC
           OR WS-BIM-NUM < 1 OR WS-BIM-NUM > 6
                   DISPLAY "Bimestre invalido, verifique"
           ELSE
                   MOVE WS-BIMESTRE TO WS-BIMESTRE-SUA
                   MOVE WS-BIM-ANIO TO WS-MES-1-ANIO
                   MOVE WS-BIM-ANIO TO WS-MES-2-ANIO
                   COMPUTE WS-MES-2-MES = WS-BIM-NUM * 2
                   COMPUTE WS-MES-1-MES = WS-MES-2-MES - 1
                   MOVE WS-MES-2 TO WS-FECHA-TARIFA(1:6)
                   MOVE "31" TO WS-FECHA-TARIFA(7:2)
                   PERFORM 10-LEE-REGISTRO-PATRONAL
                   PERFORM 15-CARGA-RAMOS
                   IF WS-RAMOS-USADOS = ZERO
                           DISPLAY "La tabla de cuotas IMSS esta "
                                   "vacia o no tiene version vigente "
                                   "para el bimestre, capturela desde "
                                   "NOMINA (Y, opcion CI)"
                   ELSE
                           PERFORM 20-GENERA-PAGO
                           PERFORM 60-MARCA-OBLIGACION
                   END-IF
           END-IF.
           STOP RUN.

      *ARMA LOS NOMBRES DE ARCHIVO CON LA EMPRESA EN OPERACION;
      *DEBE CORRER ANTES DE ABRIR CUALQUIER ARCHIVO
       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-HIST.
           MOVE WS-EMP-PREFIJO TO WS-EMP-IMSS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-INFAMO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CFG.
           MOVE WS-EMP-PREFIJO TO WS-EMP-SUA.

       10-LEE-REGISTRO-PATRONAL.
           MOVE SPACES TO WS-REG-PATRONAL.
           OPEN INPUT F-CONFIGURACION.
           IF WS-CF-STATUS = "00" OR WS-CF-STATUS = "05"
                   MOVE "1" TO CF-CLAVE
                   READ F-CONFIGURACION
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                           IF CF-REG-PATRONAL NOT = LOW-VALUES
                                   MOVE CF-REG-PATRONAL
                                           TO WS-REG-PATRONAL
                           END-IF
                   END-READ
           END-IF.
           CLOSE F-CONFIGURACION.
           IF WS-REG-PATRONAL = SPACES
                   DISPLAY "Aviso: falta el registro patronal en la "
                           "configuracion de NOMINA"
           END-IF.

       15-CARGA-RAMOS.
           MOVE ZERO TO WS-RAMOS-USADOS.
           OPEN INPUT F-CUOTAS-IMSS.
           IF WS-CI-STATUS = "00" OR WS-CI-STATUS = "05"
                   MOVE LOW-VALUES TO CI-LLAVE
                   MOVE SPACES TO WS-CI-VERSION
                   MOVE "N" TO WS-CI-FIN
                   START F-CUOTAS-IMSS KEY IS NOT LESS THAN CI-LLAVE
                           INVALID KEY MOVE "S" TO WS-CI-FIN
                   END-START
                   PERFORM 15-1-LEE-RAMO UNTIL WS-CI-FIN = "S"
           END-IF.
           CLOSE F-CUOTAS-IMSS.

       15-1-LEE-RAMO.
           READ F-CUOTAS-IMSS NEXT RECORD
                   AT END MOVE "S" TO WS-CI-FIN
                   NOT AT END
      *VERSIONES EN ORDEN DE VIGENCIA: LA POSTERIOR A LA FECHA
      *TERMINA Y CADA VERSION QUE SI APLICA REEMPLAZA LA ANTERIOR
                           IF CI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-CI-FIN
                           ELSE
                           IF CI-VIGENCIA NOT = WS-CI-VERSION
                                   MOVE CI-VIGENCIA TO WS-CI-VERSION
                                   MOVE ZERO TO WS-RAMOS-USADOS
                           END-IF
                           END-IF
                           IF WS-CI-FIN = "N"
                           AND WS-RAMOS-USADOS < 10
                                   ADD 1 TO WS-RAMOS-USADOS
                                   MOVE CI-RAMA TO WS-RM-RAMA
                                           (WS-RAMOS-USADOS)
                                   MOVE CI-NOMBRE TO WS-RM-NOMBRE
                                           (WS-RAMOS-USADOS)
                                   MOVE CI-PCT-OBRERO
                                           TO WS-RM-PCT-OBRERO
                                           (WS-RAMOS-USADOS)
                                   MOVE CI-PCT-PATRON
                                           TO WS-RM-PCT-PATRON
                                           (WS-RAMOS-USADOS)
                                   MOVE ZERO TO WS-RM-TOT-OBRERO
                                           (WS-RAMOS-USADOS)
                                   MOVE ZERO TO WS-RM-TOT-PATRON
                                           (WS-RAMOS-USADOS)
                           END-IF
           END-READ.

       20-GENERA-PAGO.
           MOVE ZERO TO WS-TRABAJADORES.
           MOVE ZERO TO WS-TOT-OBRERO.
           MOVE ZERO TO WS-TOT-PATRON.
           MOVE ZERO TO WS-TOT-AMORT.
           MOVE ZERO TO WS-SIN-NSS.
           OPEN INPUT F-TRABAJADORES.
           OPEN OUTPUT F-SUA.
           MOVE SPACES TO SU-ENCABEZADO.
           MOVE "01" TO SU-E-TIPO.
           MOVE WS-REG-PATRONAL TO SU-E-REG-PATRONAL.
           MOVE WS-BIMESTRE TO SU-E-BIMESTRE.
           MOVE WS-FECHA-HOY TO SU-E-FECHA.
           WRITE SU-ENCABEZADO.
           SORT SORT-FILE
                   ON ASCENDING KEY SR-ID
                   INPUT PROCEDURE IS 30-SUELTA-BIMESTRE
                   OUTPUT PROCEDURE IS 40-PROCESA-FOLIOS.
           PERFORM 50-ESCRIBE-TOTALES.
           CLOSE F-SUA.
           CLOSE F-TRABAJADORES.
           DISPLAY "Pago SUA de " WS-TRABAJADORES
                   " trabajadores en " WS-NOMBRE-SUA.
           MOVE WS-TOT-OBRERO TO WS-TOT-FMT.
           DISPLAY "  Cuotas obreras:        " WS-TOT-FMT.
           MOVE WS-TOT-PATRON TO WS-TOT-FMT.
           DISPLAY "  Cuotas patronales:     " WS-TOT-FMT.
           MOVE WS-TOT-AMORT TO WS-TOT-FMT.
           DISPLAY "  Amortizaciones INFONAVIT: " WS-TOT-FMT.
           IF WS-SIN-NSS > ZERO
                   DISPLAY "  Trabajadores sin NSS:  " WS-SIN-NSS
           END-IF.

      *SE RECORRE LA HISTORIA COMPLETA (LA LLAVE AGRUPA POR GRUPO DE
      *PAGO Y LOS DOS MESES PUEDEN TENER CIERRES DE VARIOS GRUPOS) Y
      *DESPUES LAS AMORTIZACIONES, SOLTANDO AL SORT LO DEL BIMESTRE
       30-SUELTA-BIMESTRE.
           OPEN INPUT F-HISTORIA.
           IF WS-HP-STATUS = "00" OR WS-HP-STATUS = "05"
                   MOVE LOW-VALUES TO HP-LLAVE
                   MOVE "N" TO WS-HP-FIN
                   START F-HISTORIA KEY IS NOT LESS THAN HP-LLAVE
                           INVALID KEY MOVE "S" TO WS-HP-FIN
                   END-START
                   PERFORM 30-1-LEE-CIERRE UNTIL WS-HP-FIN = "S"
           ELSE
                   DISPLAY "No se pudo abrir la historia de "
                           "nominas, estatus: " WS-HP-STATUS
           END-IF.
           CLOSE F-HISTORIA.
           OPEN INPUT F-INFOAMORT.
           IF WS-IA-STATUS = "00" OR WS-IA-STATUS = "05"
                   MOVE LOW-VALUES TO IA-LLAVE
                   MOVE "N" TO WS-IA-FIN
                   START F-INFOAMORT KEY IS NOT LESS THAN IA-LLAVE
                           INVALID KEY MOVE "S" TO WS-IA-FIN
                   END-START
                   PERFORM 30-3-LEE-AMORTIZACION
                           UNTIL WS-IA-FIN = "S"
           END-IF.
           CLOSE F-INFOAMORT.

       30-1-LEE-CIERRE.
           READ F-HISTORIA NEXT RECORD
                   AT END MOVE "S" TO WS-HP-FIN
                   NOT AT END
                           IF (HP-PERIODO(1:6) = WS-MES-1
                           OR HP-PERIODO(1:6) = WS-MES-2)
                           AND HP-FRECUENCIA NOT = "P"
                                   PERFORM 30-2-SUELTA-CIERRE
                           END-IF
           END-READ.

      *MISMAS REGLAS QUE LA CONCILIACION (10-3-ACUMULA-RENGLON DE
      *CONCNOM): LA REVERSA "X" DE UN RECIBO ANULADO RESTA, EL PTU
      *("P") NO ES BASE DEL IMSS Y NO SE SUELTA. LOS DIAS COTIZADOS
      *SALEN DEL GRUPO DE PAGO DE LOS CIERRES REGULARES S/Q/M; LA
      *REEXPEDICION "R" Y LA EXTRAORDINARIA "E" SUMAN SIN DIAS
       30-2-SUELTA-CIERRE.
           MOVE HP-ID TO SR-ID.
           MOVE "H" TO SR-ORIGEN.
           IF HP-FRECUENCIA = "X"
                   COMPUTE SR-BRUTO = ZERO - HP-BRUTO
                   COMPUTE SR-IMSS = ZERO - HP-IMSS
           ELSE
                   MOVE HP-BRUTO TO SR-BRUTO
                   MOVE HP-IMSS TO SR-IMSS
           END-IF.
           IF HP-FRECUENCIA = "S"
                   MOVE 7 TO SR-DIAS
           ELSE
           IF HP-FRECUENCIA = "Q"
                   MOVE 15 TO SR-DIAS
           ELSE
           IF HP-FRECUENCIA = "M"
                   MOVE 30 TO SR-DIAS
           ELSE
                   MOVE ZERO TO SR-DIAS
           END-IF
           END-IF
           END-IF.
           MOVE ZERO TO SR-AMORT.
           MOVE SPACES TO SR-CREDITO.
           RELEASE SORT-REG.

       30-3-LEE-AMORTIZACION.
           READ F-INFOAMORT NEXT RECORD
                   AT END MOVE "S" TO WS-IA-FIN
                   NOT AT END
                           IF IA-PERIODO(1:6) = WS-MES-1
                           OR IA-PERIODO(1:6) = WS-MES-2
                                   MOVE IA-ID TO SR-ID
                                   MOVE "A" TO SR-ORIGEN
                                   MOVE ZERO TO SR-BRUTO
                                   MOVE ZERO TO SR-IMSS
                                   MOVE ZERO TO SR-DIAS
                                   MOVE IA-MONTO TO SR-AMORT
                                   MOVE IA-CREDITO TO SR-CREDITO
                                   RELEASE SORT-REG
                           END-IF
           END-READ.

      *CORTE DE CONTROL POR FOLIO: SE ACUMULA TODO LO DEL MISMO
      *TRABAJADOR Y AL CAMBIAR DE FOLIO SE ESCRIBE SU RENGLON
       40-PROCESA-FOLIOS.
           MOVE "N" TO WS-SR-FIN.
           MOVE ZERO TO WS-FOLIO-ACTUAL.
           PERFORM 40-3-LIMPIA-FOLIO.
           PERFORM 40-1-REGRESA-UNO UNTIL WS-SR-FIN = "S".
           IF WS-FOLIO-ACTUAL NOT = ZERO
                   PERFORM 40-2-ESCRIBE-TRABAJADOR
           END-IF.

       40-1-REGRESA-UNO.
           RETURN SORT-FILE
                   AT END MOVE "S" TO WS-SR-FIN
                   NOT AT END
                           IF SR-ID NOT = WS-FOLIO-ACTUAL
                                   IF WS-FOLIO-ACTUAL NOT = ZERO
                                       PERFORM 40-2-ESCRIBE-TRABAJADOR
                                   END-IF
                                   PERFORM 40-3-LIMPIA-FOLIO
                                   MOVE SR-ID TO WS-FOLIO-ACTUAL
                           END-IF
                           ADD SR-BRUTO TO WS-TRAB-BRUTO
                           ADD SR-IMSS TO WS-TRAB-IMSS
                           ADD SR-DIAS TO WS-TRAB-DIAS
                           ADD SR-AMORT TO WS-TRAB-AMORT
                           IF SR-CREDITO NOT = SPACES
                                   MOVE SR-CREDITO TO WS-TRAB-CREDITO
                           END-IF
           END-RETURN.

       40-2-ESCRIBE-TRABAJADOR.
           ADD 1 TO WS-TRABAJADORES.
           MOVE ZERO TO WS-TRAB-OBRERO.
           MOVE ZERO TO WS-TRAB-PATRON.
           MOVE 1 TO WS-RM-IDX.
           PERFORM 40-4-CUOTA-RAMO
                   UNTIL WS-RM-IDX > WS-RAMOS-USADOS.
           MOVE SPACES TO SU-DETALLE.
           MOVE "02" TO SU-D-TIPO.
           MOVE WS-REG-PATRONAL TO SU-D-REG-PATRONAL.
           MOVE WS-FOLIO-ACTUAL TO FT-ID.
           READ F-TRABAJADORES
                   INVALID KEY
                           MOVE SPACES TO FT-NSS
                           MOVE SPACES TO FT-RFC
                           MOVE SPACES TO FT-CURP
                           MOVE SPACES TO FT-NOMBRE
                           MOVE SPACES TO FT-APELLIDO
                           MOVE ZERO TO FT-SDI
           END-READ.
           IF FT-NSS = SPACES OR FT-NSS = LOW-VALUES
                   ADD 1 TO WS-SIN-NSS
                   DISPLAY "Aviso: el folio " WS-FOLIO-ACTUAL
                           " no tiene NSS capturado"
                   MOVE SPACES TO SU-D-NSS
           ELSE
                   MOVE FT-NSS TO SU-D-NSS
           END-IF.
           MOVE FT-RFC TO SU-D-RFC.
           MOVE FT-CURP TO SU-D-CURP.
           STRING FT-APELLIDO DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   FT-NOMBRE DELIMITED BY "  "
                   INTO SU-D-NOMBRE.
           IF FT-SDI NUMERIC
                   MOVE FT-SDI TO SU-D-SDI
           ELSE
                   MOVE ZERO TO SU-D-SDI
           END-IF.
      *UN BIMESTRE NO PASA DE 62 DIAS AUNQUE LOS GRUPOS SEMANALES
      *CIERREN NUEVE PERIODOS EN DOS MESES
           IF WS-TRAB-DIAS > 62
                   MOVE 62 TO SU-D-DIAS
           ELSE
                   MOVE WS-TRAB-DIAS TO SU-D-DIAS
           END-IF.
           MOVE WS-TRAB-OBRERO TO SU-D-CUOTA-OBRERO.
           MOVE WS-TRAB-PATRON TO SU-D-CUOTA-PATRON.
           MOVE WS-TRAB-IMSS TO SU-D-IMSS-RETENIDO.
           MOVE WS-TRAB-CREDITO TO SU-D-CREDITO.
           MOVE WS-TRAB-AMORT TO SU-D-AMORTIZACION.
           WRITE SU-DETALLE.
           ADD WS-TRAB-OBRERO TO WS-TOT-OBRERO.
           ADD WS-TRAB-PATRON TO WS-TOT-PATRON.
           ADD WS-TRAB-AMORT TO WS-TOT-AMORT.

       40-3-LIMPIA-FOLIO.
           MOVE ZERO TO WS-TRAB-BRUTO.
           MOVE ZERO TO WS-TRAB-IMSS.
           MOVE ZERO TO WS-TRAB-DIAS.
           MOVE ZERO TO WS-TRAB-AMORT.
           MOVE SPACES TO WS-TRAB-CREDITO.

      *MISMA ARITMETICA QUE LA CEDULA MENSUAL (NOMCEDIMSS), SOBRE EL
      *BRUTO DE LOS DOS MESES DEL BIMESTRE
       40-4-CUOTA-RAMO.
           COMPUTE WS-CUOTA-OBRERO ROUNDED =
                   WS-TRAB-BRUTO * WS-RM-PCT-OBRERO(WS-RM-IDX).
           COMPUTE WS-CUOTA-PATRON ROUNDED =
                   WS-TRAB-BRUTO * WS-RM-PCT-PATRON(WS-RM-IDX).
           ADD WS-CUOTA-OBRERO TO WS-TRAB-OBRERO.
           ADD WS-CUOTA-PATRON TO WS-TRAB-PATRON.
           ADD WS-CUOTA-OBRERO TO WS-RM-TOT-OBRERO(WS-RM-IDX).
           ADD WS-CUOTA-PATRON TO WS-RM-TOT-PATRON(WS-RM-IDX).
           ADD 1 TO WS-RM-IDX.

      *RESUMEN POR RAMO Y RENGLON DE TOTALES: LO QUE SE PAGA ES LA
      *SUMA DE CUOTAS OBRERAS, PATRONALES Y AMORTIZACIONES
       50-ESCRIBE-TOTALES.
           MOVE 1 TO WS-RM-IDX.
           PERFORM 50-1-TOTAL-RAMO
                   UNTIL WS-RM-IDX > WS-RAMOS-USADOS.
           MOVE SPACES TO SU-TOTALES.
           MOVE "09" TO SU-T-TIPO.
           MOVE WS-TRABAJADORES TO SU-T-TRABAJADORES.
           MOVE WS-TOT-OBRERO TO SU-T-OBRERO.
           MOVE WS-TOT-PATRON TO SU-T-PATRON.
           MOVE WS-TOT-AMORT TO SU-T-AMORTIZACION.
           COMPUTE SU-T-TOTAL =
                   WS-TOT-OBRERO + WS-TOT-PATRON + WS-TOT-AMORT.
           WRITE SU-TOTALES.

       50-1-TOTAL-RAMO.
           MOVE SPACES TO SU-RAMO.
           MOVE "03" TO SU-R-TIPO.
           MOVE WS-RM-RAMA(WS-RM-IDX) TO SU-R-RAMA.
           MOVE WS-RM-NOMBRE(WS-RM-IDX) TO SU-R-NOMBRE.
           MOVE WS-RM-TOT-OBRERO(WS-RM-IDX) TO SU-R-OBRERO.
           MOVE WS-RM-TOT-PATRON(WS-RM-IDX) TO SU-R-PATRON.
           WRITE SU-RAMO.
           ADD 1 TO WS-RM-IDX.

      *ANOTA EN EL CALENDARIO DE OBLIGACIONES QUE LA CORRIDA CUMPLIO
      *LO QUE ESTE PROGRAMA ATIENDE
       60-MARCA-OBLIGACION.
           MOVE "M" TO WS-OBL-OPERACION.
           MOVE "NOMSUA" TO WS-OBL-PROGRAMA.
           CALL "OBLIGAUTIL" USING WS-OBL-OPERACION WS-EMP-PREFIJO
                   WS-OBL-DATOS.

       END PROGRAM NOMSUA.
