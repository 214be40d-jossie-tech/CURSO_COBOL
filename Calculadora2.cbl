      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULADORA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARCHIVOS DE NOMINA QUE USA EL SIMULADOR, SOLO DE LECTURA
           SELECT OPTIONAL F-TARIFA-ISR
           ASSIGN TO WS-ARCH-ISR
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TI-LLAVE
           FILE STATUS IS WS-TI-STATUS.

           SELECT OPTIONAL F-CUOTAS-IMSS
           ASSIGN TO WS-ARCH-IMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CI-LLAVE
           FILE STATUS IS WS-CI-STATUS.

           SELECT OPTIONAL F-TRABAJADORES
           ASSIGN TO WS-ARCH-TRAB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FT-ID
           FILE STATUS IS WS-FT-STATUS.

           SELECT OPTIONAL F-DEDUCCIONES
           ASSIGN TO WS-ARCH-DED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DD-LLAVE
           FILE STATUS IS WS-DED-STATUS.

           SELECT OPTIONAL F-CAJA
           ASSIGN TO WS-ARCH-CAJA
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CJ-ID
           FILE STATUS IS WS-CJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *MISMO LAYOUT QUE EL FD F-TARIFA-ISR DE NOMINA
       FD F-TARIFA-ISR.
       01 TI-REGISTRO.
           02 TI-LLAVE.
               03 TI-VIGENCIA              PIC X(08).
               03 TI-NUMERO                PIC 9(02).
           02 TI-LIM-INFERIOR              PIC 9(06)V99.
           02 TI-CUOTA-FIJA                PIC 9(06)V99.
           02 TI-PORCENTAJE                PIC 9V9999.

      *MISMO LAYOUT QUE EL FD F-CUOTAS-IMSS DE NOMINA
       FD F-CUOTAS-IMSS.
       01 CI-REGISTRO.
           02 CI-LLAVE.
               03 CI-VIGENCIA              PIC X(08).
               03 CI-RAMA                  PIC 9(02).
           02 CI-NOMBRE                    PIC X(30).
           02 CI-PCT-OBRERO                PIC 9V9999.
           02 CI-PCT-PATRON                PIC 9V9999.

      *SOLO LOS CAMPOS QUE USA EL SIMULADOR DEL MAESTRO DE NOMINA
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FT-NOMBRE                    PIC X(30).
           02 FT-APELLIDO                  PIC X(30).
           02 FILLER                       PIC X(08).
           02 FT-SALARIO                   PIC S9(06)V99.
           02 FILLER                       PIC X(06).
           02 FT-ACTIVO                    PIC X(01).
           02 FILLER                       PIC X(10).
           02 FT-MONEDA                    PIC X(03).
           02 FILLER                       PIC X(55).
           02 FT-FRECUENCIA                PIC X(01).
           02 FILLER                       PIC X(68).

      *MISMO LAYOUT QUE EL FD F-DEDUCCIONES DE NOMINA
       FD F-DEDUCCIONES.
       01 DD-REGISTRO.
           02 DD-LLAVE.
               03 DD-ID                    PIC 9(04).
               03 DD-CONCEPTO              PIC X(12).
           02 DD-MONTO-PERIODO             PIC 9(06)V99.
           02 DD-SALDO                     PIC 9(07)V99.
           02 DD-TIPO                      PIC X(01).
           02 DD-PORCENTAJE                PIC 9(02)V99.
           02 DD-PRIORIDAD                 PIC 9(01).
           02 DD-BENEFICIARIO              PIC X(30).
           02 DD-BENEF-CLABE               PIC X(18).

       FD F-CAJA.
       01 CJ-REGISTRO.
           02 CJ-ID                        PIC 9(04).
           02 CJ-APORTACION                PIC 9(06)V99.
           02 CJ-SALDO-TRAB                PIC S9(08)V99.
           02 CJ-SALDO-PATRON              PIC S9(08)V99.
           02 CJ-ACTIVO                    PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-A                             PIC S9(3).
       77 WS-B                             PIC S9(3).
       77 WS-BITACORA-CONTADOR             PIC 9(04) VALUE ZERO.
       01 WS-BITACORA-RENGLON PIC X(40) OCCURS 200 TIMES
       INDEXED BY WS-BITACORA-INDICE.
      *SIMULADOR DE NOMINA: ARCHIVOS DE LA EMPRESA EN OPERACION
      *(RUTINA EMPRESAUTIL), LEIDOS UNA VEZ A TABLAS EN MEMORIA PARA
      *QUE LA BUSQUEDA DEL BRUTO PUEDA RECALCULAR MUCHAS VECES
       77 WS-MODO                          PIC A(1).
       77 WS-EMP-PREFIJO                   PIC X(04) VALUE "E01-".
       01 WS-ARCH-ISR.
           02 WS-EMP-ISR                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMISR.DAT".
       01 WS-ARCH-IMSS.
           02 WS-EMP-IMSS                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMIMSS.DAT".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       01 WS-ARCH-DED.
           02 WS-EMP-DED                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMDED.DAT".
       01 WS-ARCH-CAJA.
           02 WS-EMP-CAJA                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMCAJA.DAT".
       77 WS-TI-STATUS                     PIC X(02).
       77 WS-CI-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-DED-STATUS                    PIC X(02).
       77 WS-CJ-STATUS                     PIC X(02).
       77 WS-SIM-FIN                       PIC X(01).
       77 WS-SIM-TABLAS                    PIC X(01) VALUE "N".
       77 WS-FECHA-TARIFA                  PIC X(08).
      *TASAS PLANAS DE NOMINA CUANDO NO HAY TARIFA O TABLA CAPTURADA
       77 WS-PCT-ISR                       PIC 9V9999 VALUE 0.1600.
       77 WS-PCT-IMSS                      PIC 9V9999 VALUE 0.0725.
      *TARIFA DE ISR DE LA VIGENCIA QUE APLICA HOY
       77 WS-TI-VERSION                    PIC X(08).
       77 WS-TR-USADOS                     PIC 9(02).
       77 WS-TR-IDX                        PIC 9(02).
       01 WS-TARIFA.
           02 WS-TR-RENGLON OCCURS 30 TIMES.
               03 WS-TR-LIM                PIC 9(06)V99.
               03 WS-TR-CUOTA              PIC 9(06)V99.
               03 WS-TR-PCT                PIC 9V9999.
      *SUMA DE RAMOS OBREROS DE LA TABLA IMSS VIGENTE HOY
       77 WS-CI-VERSION                    PIC X(08).
       77 WS-CI-HALLADO                    PIC X(01).
       77 WS-CI-PCT-OBRERO                 PIC 9V9999.
      *DATOS DE LA SIMULACION
       77 WS-SIM-TIPO                      PIC A(1).
       77 WS-SIM-ID                        PIC 9(04).
       77 WS-SIM-FRECUENCIA                PIC X(01).
       77 WS-SIM-BRUTO                     PIC 9(07)V99.
       77 WS-SIM-OBJETIVO                  PIC 9(07)V99.
       77 WS-SIM-PCT-AUMENTO               PIC 9(02)V99.
       77 WS-SIM-ISR                       PIC S9(07)V99.
       77 WS-SIM-IMSS                      PIC S9(07)V99.
       77 WS-SIM-BASE                      PIC S9(07)V99.
       77 WS-SIM-DISPONIBLE                PIC S9(07)V99.
       77 WS-SIM-DED-TOTAL                 PIC S9(07)V99.
       77 WS-SIM-NETO                      PIC S9(07)V99.
       77 WS-SIM-NETO-ANTES                PIC S9(07)V99.
       77 WS-SIM-BRUTO-ANTES               PIC 9(07)V99.
       77 WS-SIM-MENSUAL                   PIC S9(07)V99.
       77 WS-SIM-ISR-LIM                   PIC 9(06)V99.
       77 WS-SIM-ISR-CUOTA                 PIC 9(06)V99.
       77 WS-SIM-ISR-PCT                   PIC 9V9999.
       77 WS-SIM-ISR-HALLADO               PIC X(01).
       77 WS-SIM-PASADA                    PIC 9(02).
      *DEDUCCIONES RECURRENTES DEL TRABAJADOR (MISMO ORDEN QUE
      *53-CALCULA-DEDUCCIONES DE NOMINA: PENSIONES POR PRIORIDAD,
      *DESPUES LAS FIJAS Y AL FINAL LA CAJA DE AHORRO)
       77 WS-SD-USADOS                     PIC 9(02).
       77 WS-SD-IDX                        PIC 9(02).
       01 WS-SIM-DEDUCCIONES.
           02 WS-SD-RENGLON OCCURS 20 TIMES.
               03 WS-SD-CONCEPTO           PIC X(12).
               03 WS-SD-TIPO               PIC X(01).
               03 WS-SD-PCT                PIC 9(02)V99.
               03 WS-SD-PRIORIDAD          PIC 9(01).
               03 WS-SD-ABONO              PIC 9(07)V99.
               03 WS-SD-APLICADA           PIC S9(07)V99.
       77 WS-SIM-CAJA                      PIC 9(06)V99.
       77 WS-SIM-CAJA-APLICADA             PIC S9(07)V99.
      *BUSQUEDA DEL BRUTO POR BISECCION ENTRE DOS COTAS
       77 WS-SIM-BAJO                      PIC 9(07)V99.
       77 WS-SIM-ALTO                      PIC 9(07)V99.
       77 WS-SIM-VUELTAS                   PIC 9(03).
       77 WS-SIM-FMT                       PIC -ZZZZZZ9.99.
       77 WS-SIM-FMT-2                     PIC -ZZZZZZ9.99.
       77 WS-SIM-PCT-FMT                   PIC Z9.99.
       77 WS-SIM-RENGLON                   PIC X(40).
       PROCEDURE DIVISION.
      *AL ENTRAR SE ELIGE ENTRE LA CALCULADORA DE SIEMPRE Y EL
      *SIMULADOR DE NOMINA; AMBOS ESCRIBEN EN LA MISMA BITACORA
       MODO.
           DISPLAY "c = calculadora, n = simulador de nomina: ".
           ACCEPT WS-MODO.
           IF WS-MODO = "n" OR WS-MODO = "N"
                   PERFORM SIMULADOR
           ELSE
                   PERFORM INICIO.

       INICIO.
           DISPLAY "CALCULADORA".
      *     CONTROL "FCOLOR = WHITE".

       NUEVAOPERACION.
           IF REINICIAR = "s" OR "S"
                   PERFORM MODO
           ELSE
           IF REINICIAR = "n" OR "N"
                   PERFORM  SALIR
                   PERFORM MUESTRA-BITACORA.
                   STOP RUN.

      *SIMULADOR DE NOMINA CON LA TARIFA DE ISR, LA TABLA DE CUOTAS
      *IMSS Y LAS DEDUCCIONES RECURRENTES DEL TRABAJADOR, CALCULADO
      *COMO 50-CALCULA-CONCEPTOS DE NOMINA SOBRE EL BRUTO DEL PERIODO
       SIMULADOR.
           IF WS-SIM-TABLAS = "N"
                   PERFORM SIM-CARGA-TABLAS
           END-IF.
           DISPLAY "SIMULADOR DE NOMINA".
           DISPLAY "b = bruto a neto, n = neto a bruto, "
-          "a = aumento a un trabajador: ".
           ACCEPT WS-SIM-TIPO.
           EVALUATE TRUE
           WHEN WS-SIM-TIPO = "b" OR WS-SIM-TIPO = "B"
           MOVE "B" TO WS-SIM-TIPO
           PERFORM SIM-BRUTO-A-NETO

           WHEN WS-SIM-TIPO = "n" OR WS-SIM-TIPO = "N"
           MOVE "N" TO WS-SIM-TIPO
           PERFORM SIM-NETO-A-BRUTO

           WHEN WS-SIM-TIPO = "a" OR WS-SIM-TIPO = "A"
           MOVE "A" TO WS-SIM-TIPO
           PERFORM SIM-AUMENTO

           WHEN OTHER
           DISPLAY "Digite las iniciales indicadas al principio"
           PERFORM SIMULADOR

           END-EVALUATE.
           DISPLAY "Desea realizar una nueva operacin? s/n "
           ACCEPT REINICIAR.
           PERFORM NUEVAOPERACION.

      *LAS TABLAS SE LEEN UNA SOLA VEZ POR SESION, CON LA VERSION
      *VIGENTE HOY, IGUAL QUE NOMINA FUERA DEL CIERRE
       SIM-CARGA-TABLAS.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ISR.
           MOVE WS-EMP-PREFIJO TO WS-EMP-IMSS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-DED.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAJA.
           ACCEPT WS-FECHA-TARIFA FROM DATE YYYYMMDD.
           PERFORM SIM-CARGA-TARIFA.
           PERFORM SIM-CARGA-IMSS.
           MOVE "S" TO WS-SIM-TABLAS.

       SIM-CARGA-TARIFA.
           MOVE ZERO TO WS-TR-USADOS.
           MOVE SPACES TO WS-TI-VERSION.
           MOVE "N" TO WS-SIM-FIN.
           OPEN INPUT F-TARIFA-ISR.
           MOVE LOW-VALUES TO TI-LLAVE.
           START F-TARIFA-ISR KEY IS NOT LESS THAN TI-LLAVE
                   INVALID KEY MOVE "S" TO WS-SIM-FIN
           END-START.
           PERFORM SIM-LEE-TARIFA UNTIL WS-SIM-FIN = "S".
           CLOSE F-TARIFA-ISR.

      *CADA VERSION QUE SI APLICA DESCARTA LOS RENGLONES DE LA
      *ANTERIOR; UNA VERSION POSTERIOR A HOY TERMINA LA LECTURA
       SIM-LEE-TARIFA.
           READ F-TARIFA-ISR NEXT RECORD
                   AT END MOVE "S" TO WS-SIM-FIN
                   NOT AT END
                           IF TI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-SIM-FIN
                           ELSE
                                   IF TI-VIGENCIA NOT = WS-TI-VERSION
                                           MOVE TI-VIGENCIA
                                                   TO WS-TI-VERSION
                                           MOVE ZERO TO WS-TR-USADOS
                                   END-IF
                                   IF WS-TR-USADOS < 30
                                           ADD 1 TO WS-TR-USADOS
                                           MOVE TI-LIM-INFERIOR
                                           TO WS-TR-LIM(WS-TR-USADOS)
                                           MOVE TI-CUOTA-FIJA
                                           TO WS-TR-CUOTA(WS-TR-USADOS)
                                           MOVE TI-PORCENTAJE
                                           TO WS-TR-PCT(WS-TR-USADOS)
                                   END-IF
                           END-IF
           END-READ.

       SIM-CARGA-IMSS.
           MOVE ZERO TO WS-CI-PCT-OBRERO.
           MOVE "N" TO WS-CI-HALLADO.
           MOVE SPACES TO WS-CI-VERSION.
           MOVE "N" TO WS-SIM-FIN.
           OPEN INPUT F-CUOTAS-IMSS.
           MOVE LOW-VALUES TO CI-LLAVE.
           START F-CUOTAS-IMSS KEY IS NOT LESS THAN CI-LLAVE
                   INVALID KEY MOVE "S" TO WS-SIM-FIN
           END-START.
           PERFORM SIM-LEE-CUOTA UNTIL WS-SIM-FIN = "S".
           CLOSE F-CUOTAS-IMSS.

       SIM-LEE-CUOTA.
           READ F-CUOTAS-IMSS NEXT RECORD
                   AT END MOVE "S" TO WS-SIM-FIN
                   NOT AT END
                           IF CI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-SIM-FIN
                           ELSE
                                   IF CI-VIGENCIA NOT = WS-CI-VERSION
                                           MOVE CI-VIGENCIA
                                                   TO WS-CI-VERSION
                                           MOVE ZERO
                                                   TO WS-CI-PCT-OBRERO
                                   END-IF
                                   MOVE "S" TO WS-CI-HALLADO
                                   ADD CI-PCT-OBRERO TO WS-CI-PCT-OBRERO
                           END-IF
           END-READ.

      *CON FOLIO SE TOMAN SU FRECUENCIA, SU SUELDO Y SUS DEDUCCIONES
      *RECURRENTES; SIN FOLIO SE PIDE LA FRECUENCIA Y NO HAY
      *DEDUCCIONES (CANDIDATO)
       SIM-LEE-TRABAJADOR.
           MOVE ZERO TO WS-SD-USADOS.
           MOVE ZERO TO WS-SIM-CAJA.
           MOVE ZERO TO WS-SIM-BRUTO-ANTES.
           MOVE SPACE TO WS-SIM-FRECUENCIA.
           IF WS-SIM-ID NOT = ZERO
                   OPEN INPUT F-TRABAJADORES
                   MOVE WS-SIM-ID TO FT-ID
                   READ F-TRABAJADORES
                           INVALID KEY
                           DISPLAY "Trabajador no encontrado, se "
-                          "simula sin sus deducciones"
                           MOVE ZERO TO WS-SIM-ID
                           NOT INVALID KEY
                           DISPLAY "Trabajador: " FT-NOMBRE " "
                                   FT-APELLIDO
                           IF FT-ACTIVO NOT = "S"
                                   DISPLAY "Aviso: el trabajador "
-                                  "esta dado de baja"
                           END-IF
                           MOVE FT-SALARIO TO WS-SIM-BRUTO-ANTES
                           MOVE FT-FRECUENCIA TO WS-SIM-FRECUENCIA
      *SIN FRECUENCIA VALIDA NOMINA LO TRATA COMO MENSUAL
                           IF WS-SIM-FRECUENCIA NOT = "S"
                           AND WS-SIM-FRECUENCIA NOT = "Q"
                                   MOVE "M" TO WS-SIM-FRECUENCIA
                           END-IF
                   END-READ
                   CLOSE F-TRABAJADORES
           END-IF.
           IF WS-SIM-ID NOT = ZERO
                   PERFORM SIM-CARGA-DEDUCCIONES
           ELSE
                   PERFORM SIM-PIDE-FRECUENCIA
           END-IF.

       SIM-PIDE-FRECUENCIA.
           DISPLAY "Frecuencia de pago: s = semanal, q = quincenal, "
-          "m = mensual: ".
           ACCEPT WS-SIM-FRECUENCIA.
           IF WS-SIM-FRECUENCIA = "s" OR WS-SIM-FRECUENCIA = "S"
                   MOVE "S" TO WS-SIM-FRECUENCIA
           ELSE
           IF WS-SIM-FRECUENCIA = "q" OR WS-SIM-FRECUENCIA = "Q"
                   MOVE "Q" TO WS-SIM-FRECUENCIA
           ELSE
           IF WS-SIM-FRECUENCIA = "m" OR WS-SIM-FRECUENCIA = "M"
                   MOVE "M" TO WS-SIM-FRECUENCIA
           ELSE
                   DISPLAY "Seleccione una opcion valida"
                   PERFORM SIM-PIDE-FRECUENCIA.

       SIM-CARGA-DEDUCCIONES.
           OPEN INPUT F-DEDUCCIONES.
           MOVE "N" TO WS-SIM-FIN.
           MOVE WS-SIM-ID TO DD-ID.
           MOVE LOW-VALUES TO DD-CONCEPTO.
           START F-DEDUCCIONES KEY IS NOT LESS THAN DD-LLAVE
                   INVALID KEY MOVE "S" TO WS-SIM-FIN
           END-START.
           PERFORM SIM-LEE-DEDUCCION UNTIL WS-SIM-FIN = "S".
           CLOSE F-DEDUCCIONES.
           OPEN INPUT F-CAJA.
           MOVE WS-SIM-ID TO CJ-ID.
           READ F-CAJA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   IF CJ-ACTIVO = "S"
                           MOVE CJ-APORTACION TO WS-SIM-CAJA
                   END-IF
           END-READ.
           CLOSE F-CAJA.

      *EL ABONO DE UNA DEDUCCION CON SALDO ES EL DEL PERIODO O LO
      *QUE RESTE, COMO 53-2-ABONO-VIGENTE
       SIM-LEE-DEDUCCION.
           READ F-DEDUCCIONES NEXT RECORD
                   AT END MOVE "S" TO WS-SIM-FIN
                   NOT AT END
                           IF DD-ID NOT = WS-SIM-ID
                                   MOVE "S" TO WS-SIM-FIN
                           ELSE
                           IF WS-SD-USADOS < 20
                                   ADD 1 TO WS-SD-USADOS
                                   MOVE DD-CONCEPTO
                                   TO WS-SD-CONCEPTO(WS-SD-USADOS)
                                   MOVE DD-TIPO
                                   TO WS-SD-TIPO(WS-SD-USADOS)
                                   MOVE DD-PORCENTAJE
                                   TO WS-SD-PCT(WS-SD-USADOS)
                                   MOVE DD-PRIORIDAD
                                   TO WS-SD-PRIORIDAD(WS-SD-USADOS)
                                   IF DD-MONTO-PERIODO > DD-SALDO
                                           MOVE DD-SALDO
                                           TO WS-SD-ABONO(WS-SD-USADOS)
                                   ELSE
                                           MOVE DD-MONTO-PERIODO
                                           TO WS-SD-ABONO(WS-SD-USADOS)
                                   END-IF
                           END-IF
                           END-IF
           END-READ.

      *CALCULA ISR, IMSS, DEDUCCIONES Y NETO DE WS-SIM-BRUTO
       SIM-CALCULA.
           PERFORM SIM-CALCULA-ISR.
           IF WS-CI-HALLADO = "S"
                   COMPUTE WS-SIM-IMSS =
                           WS-SIM-BRUTO * WS-CI-PCT-OBRERO
           ELSE
                   COMPUTE WS-SIM-IMSS = WS-SIM-BRUTO * WS-PCT-IMSS
           END-IF.
           COMPUTE WS-SIM-BASE =
                   WS-SIM-BRUTO - WS-SIM-ISR - WS-SIM-IMSS.
           MOVE ZERO TO WS-SIM-DED-TOTAL.
           MOVE WS-SIM-BASE TO WS-SIM-DISPONIBLE.
           IF WS-SIM-DISPONIBLE < ZERO
                   MOVE ZERO TO WS-SIM-DISPONIBLE
           END-IF.
           MOVE 1 TO WS-SD-IDX.
           PERFORM SIM-LIMPIA-APLICADA UNTIL WS-SD-IDX > WS-SD-USADOS.
           PERFORM SIM-PASADA-PENSION
                   VARYING WS-SIM-PASADA FROM 0 BY 1
                   UNTIL WS-SIM-PASADA > 9.
           MOVE 1 TO WS-SD-IDX.
           PERFORM SIM-APLICA-FIJA UNTIL WS-SD-IDX > WS-SD-USADOS.
           MOVE WS-SIM-CAJA TO WS-SIM-CAJA-APLICADA.
           IF WS-SIM-CAJA-APLICADA > WS-SIM-DISPONIBLE
                   MOVE WS-SIM-DISPONIBLE TO WS-SIM-CAJA-APLICADA
           END-IF.
           ADD WS-SIM-CAJA-APLICADA TO WS-SIM-DED-TOTAL.
           SUBTRACT WS-SIM-CAJA-APLICADA FROM WS-SIM-DISPONIBLE.
           COMPUTE WS-SIM-NETO = WS-SIM-BASE - WS-SIM-DED-TOTAL.

      *RENGLON DE LIMITE MAS ALTO QUE NO EXCEDA EL BRUTO; SIN
      *RENGLON APLICABLE QUEDA LA TASA PLANA, COMO 51-CALCULA-ISR
       SIM-CALCULA-ISR.
           MOVE "N" TO WS-SIM-ISR-HALLADO.
           MOVE 1 TO WS-TR-IDX.
           PERFORM SIM-EXAMINA-TARIFA UNTIL WS-TR-IDX > WS-TR-USADOS.
           IF WS-SIM-ISR-HALLADO = "S"
                   COMPUTE WS-SIM-ISR = WS-SIM-ISR-CUOTA +
                           ((WS-SIM-BRUTO - WS-SIM-ISR-LIM)
                                   * WS-SIM-ISR-PCT)
           ELSE
                   COMPUTE WS-SIM-ISR = WS-SIM-BRUTO * WS-PCT-ISR
           END-IF.

       SIM-EXAMINA-TARIFA.
           IF WS-TR-LIM(WS-TR-IDX) NOT > WS-SIM-BRUTO
           AND (WS-SIM-ISR-HALLADO = "N"
                   OR WS-TR-LIM(WS-TR-IDX) NOT < WS-SIM-ISR-LIM)
                   MOVE WS-TR-LIM(WS-TR-IDX) TO WS-SIM-ISR-LIM
                   MOVE WS-TR-CUOTA(WS-TR-IDX) TO WS-SIM-ISR-CUOTA
                   MOVE WS-TR-PCT(WS-TR-IDX) TO WS-SIM-ISR-PCT
                   MOVE "S" TO WS-SIM-ISR-HALLADO
           END-IF.
           ADD 1 TO WS-TR-IDX.

       SIM-LIMPIA-APLICADA.
           MOVE ZERO TO WS-SD-APLICADA(WS-SD-IDX).
           ADD 1 TO WS-SD-IDX.

       SIM-PASADA-PENSION.
           MOVE 1 TO WS-SD-IDX.
           PERFORM SIM-APLICA-PENSION UNTIL WS-SD-IDX > WS-SD-USADOS.

      *LA PENSION ES UN PORCENTAJE DEL NETO ANTES DE DEDUCCIONES
       SIM-APLICA-PENSION.
           IF WS-SD-TIPO(WS-SD-IDX) = "P"
           AND WS-SD-PRIORIDAD(WS-SD-IDX) = WS-SIM-PASADA
                   IF WS-SIM-BASE > ZERO
                           COMPUTE WS-SD-APLICADA(WS-SD-IDX) ROUNDED =
                                   WS-SIM-BASE * WS-SD-PCT(WS-SD-IDX)
                                           / 100
                   END-IF
                   IF WS-SD-APLICADA(WS-SD-IDX) > WS-SIM-DISPONIBLE
                           MOVE WS-SIM-DISPONIBLE
                                   TO WS-SD-APLICADA(WS-SD-IDX)
                   END-IF
                   ADD WS-SD-APLICADA(WS-SD-IDX) TO WS-SIM-DED-TOTAL
                   SUBTRACT WS-SD-APLICADA(WS-SD-IDX)
                           FROM WS-SIM-DISPONIBLE
           END-IF.
           ADD 1 TO WS-SD-IDX.

       SIM-APLICA-FIJA.
           IF WS-SD-TIPO(WS-SD-IDX) NOT = "P"
                   MOVE WS-SD-ABONO(WS-SD-IDX)
                           TO WS-SD-APLICADA(WS-SD-IDX)
                   IF WS-SD-APLICADA(WS-SD-IDX) > WS-SIM-DISPONIBLE
                           MOVE WS-SIM-DISPONIBLE
                                   TO WS-SD-APLICADA(WS-SD-IDX)
                   END-IF
                   ADD WS-SD-APLICADA(WS-SD-IDX) TO WS-SIM-DED-TOTAL
                   SUBTRACT WS-SD-APLICADA(WS-SD-IDX)
                           FROM WS-SIM-DISPONIBLE
           END-IF.
           ADD 1 TO WS-SD-IDX.

       SIM-MUESTRA.
           MOVE WS-SIM-BRUTO TO WS-SIM-FMT.
           DISPLAY "  BRUTO DEL PERIODO (" WS-SIM-FRECUENCIA "):  "
                   WS-SIM-FMT.
           MOVE WS-SIM-ISR TO WS-SIM-FMT.
           IF WS-TR-USADOS = ZERO
                   DISPLAY "  ISR (TASA PLANA):         " WS-SIM-FMT
           ELSE
                   DISPLAY "  ISR (TARIFA " WS-TI-VERSION "):     "
                           WS-SIM-FMT
           END-IF.
           MOVE WS-SIM-IMSS TO WS-SIM-FMT.
           DISPLAY "  IMSS OBRERO:              " WS-SIM-FMT.
           MOVE 1 TO WS-SD-IDX.
           PERFORM SIM-MUESTRA-DEDUCCION UNTIL WS-SD-IDX > WS-SD-USADOS.
           IF WS-SIM-CAJA-APLICADA > ZERO
                   MOVE WS-SIM-CAJA-APLICADA TO WS-SIM-FMT
                   DISPLAY "  CAJA-AHORRO               " WS-SIM-FMT
           END-IF.
           MOVE WS-SIM-NETO TO WS-SIM-FMT.
           DISPLAY "  NETO DEL PERIODO:         " WS-SIM-FMT.
      *EQUIVALENTE MENSUAL PARA COMPARAR OFERTAS DE DISTINTA
      *FRECUENCIA (30 DIAS CONTRA 7 O DOS QUINCENAS)
           IF WS-SIM-FRECUENCIA = "S"
                   COMPUTE WS-SIM-MENSUAL ROUNDED =
                           WS-SIM-NETO * 30 / 7
           ELSE
           IF WS-SIM-FRECUENCIA = "Q"
                   COMPUTE WS-SIM-MENSUAL = WS-SIM-NETO * 2
           ELSE
                   MOVE WS-SIM-NETO TO WS-SIM-MENSUAL
           END-IF
           END-IF.
           MOVE WS-SIM-MENSUAL TO WS-SIM-FMT.
           DISPLAY "  NETO MENSUAL EQUIVALENTE: " WS-SIM-FMT.

       SIM-MUESTRA-DEDUCCION.
           IF WS-SD-APLICADA(WS-SD-IDX) > ZERO
                   MOVE WS-SD-APLICADA(WS-SD-IDX) TO WS-SIM-FMT
                   DISPLAY "  " WS-SD-CONCEPTO(WS-SD-IDX)
                           "              " WS-SIM-FMT
           END-IF.
           ADD 1 TO WS-SD-IDX.

       SIM-PIDE-FOLIO.
           DISPLAY "Folio del trabajador para sus deducciones "
-          "(0 = candidato sin deducciones): ".
           ACCEPT WS-SIM-ID.
           PERFORM SIM-LEE-TRABAJADOR.

       SIM-BRUTO-A-NETO.
           PERFORM SIM-PIDE-FOLIO.
           DISPLAY "Sueldo bruto del periodo: ".
           ACCEPT WS-SIM-BRUTO.
           PERFORM SIM-CALCULA.
           PERFORM SIM-MUESTRA.
           PERFORM REGISTRA-SIMULACION.

      *BUSCA EL BRUTO QUE DA EL NETO DESEADO: PRIMERO AMPLIA LA COTA
      *ALTA HASTA QUE SU NETO ALCANCE EL OBJETIVO Y LUEGO PARTE EL
      *INTERVALO A LA MITAD HASTA QUEDAR A UN CENTAVO; SE REPORTA LA
      *COTA ALTA, EL MENOR BRUTO CUYO NETO NO QUEDA ABAJO DEL OBJETIVO
       SIM-NETO-A-BRUTO.
           PERFORM SIM-PIDE-FOLIO.
           DISPLAY "Neto deseado del periodo: ".
           ACCEPT WS-SIM-OBJETIVO.
           MOVE WS-SIM-OBJETIVO TO WS-SIM-BAJO.
           COMPUTE WS-SIM-ALTO = WS-SIM-OBJETIVO * 2 + 100.
           MOVE WS-SIM-ALTO TO WS-SIM-BRUTO.
           PERFORM SIM-CALCULA.
           MOVE ZERO TO WS-SIM-VUELTAS.
           PERFORM SIM-AMPLIA-COTA
                   UNTIL WS-SIM-NETO NOT < WS-SIM-OBJETIVO
                   OR WS-SIM-VUELTAS > 20.
           IF WS-SIM-NETO < WS-SIM-OBJETIVO
                   DISPLAY "No hay un bruto que alcance ese neto con "
-                  "las deducciones del trabajador"
           ELSE
                   MOVE ZERO TO WS-SIM-VUELTAS
                   PERFORM SIM-BISECCION
                           UNTIL WS-SIM-ALTO - WS-SIM-BAJO NOT > 0.01
                           OR WS-SIM-VUELTAS > 60
                   MOVE WS-SIM-ALTO TO WS-SIM-BRUTO
                   PERFORM SIM-CALCULA
                   PERFORM SIM-MUESTRA
                   PERFORM REGISTRA-SIMULACION
           END-IF.

       SIM-AMPLIA-COTA.
           IF WS-SIM-ALTO > 4999999
                   MOVE 99 TO WS-SIM-VUELTAS
           ELSE
                   MOVE WS-SIM-ALTO TO WS-SIM-BAJO
                   COMPUTE WS-SIM-ALTO = WS-SIM-ALTO * 2
                   MOVE WS-SIM-ALTO TO WS-SIM-BRUTO
                   PERFORM SIM-CALCULA
                   ADD 1 TO WS-SIM-VUELTAS
           END-IF.

       SIM-BISECCION.
           COMPUTE WS-SIM-BRUTO ROUNDED =
                   (WS-SIM-BAJO + WS-SIM-ALTO) / 2.
           PERFORM SIM-CALCULA.
           IF WS-SIM-NETO < WS-SIM-OBJETIVO
                   MOVE WS-SIM-BRUTO TO WS-SIM-BAJO
           ELSE
                   MOVE WS-SIM-BRUTO TO WS-SIM-ALTO
           END-IF.
           ADD 1 TO WS-SIM-VUELTAS.

      *LO QUE UN AUMENTO DEJA EN EL BOLSILLO: RECIBO CON EL SUELDO
      *ACTUAL Y CON EL AUMENTADO, CON SUS MISMAS DEDUCCIONES
       SIM-AUMENTO.
           DISPLAY "Folio del trabajador: ".
           ACCEPT WS-SIM-ID.
           IF WS-SIM-ID = ZERO
                   DISPLAY "El aumento se simula sobre un trabajador "
-                  "existente"
           ELSE
                   PERFORM SIM-LEE-TRABAJADOR
           END-IF.
           IF WS-SIM-ID NOT = ZERO
                   DISPLAY "Porcentaje de aumento: "
                   ACCEPT WS-SIM-PCT-AUMENTO
                   MOVE WS-SIM-BRUTO-ANTES TO WS-SIM-BRUTO
                   PERFORM SIM-CALCULA
                   MOVE WS-SIM-NETO TO WS-SIM-NETO-ANTES
                   DISPLAY "SUELDO ACTUAL:"
                   PERFORM SIM-MUESTRA
                   COMPUTE WS-SIM-BRUTO ROUNDED =
                           WS-SIM-BRUTO-ANTES
                                   * (100 + WS-SIM-PCT-AUMENTO) / 100
                   PERFORM SIM-CALCULA
                   DISPLAY "CON EL AUMENTO:"
                   PERFORM SIM-MUESTRA
                   COMPUTE WS-SIM-MENSUAL =
                           WS-SIM-NETO - WS-SIM-NETO-ANTES
                   MOVE WS-SIM-MENSUAL TO WS-SIM-FMT
                   DISPLAY "  EL NETO DEL PERIODO CAMBIA EN: "
                           WS-SIM-FMT
                   PERFORM REGISTRA-SIMULACION
           END-IF.

      *ANOTA LA SIMULACION EN LA BITACORA DE LA SESION PARA PODER
      *JUSTIFICAR DESPUES LA OFERTA O EL AUMENTO
       REGISTRA-SIMULACION.
           MOVE WS-SIM-BRUTO TO WS-SIM-FMT.
           MOVE WS-SIM-NETO TO WS-SIM-FMT-2.
           IF WS-SIM-TIPO = "B"
                   MOVE SPACES TO WS-SIM-RENGLON
                   STRING "SIM " DELIMITED BY SIZE
                           WS-SIM-FRECUENCIA DELIMITED BY SIZE
                           " BRUTO " DELIMITED BY SIZE
                           WS-SIM-FMT DELIMITED BY SIZE
                           " NETO " DELIMITED BY SIZE
                           WS-SIM-FMT-2 DELIMITED BY SIZE
                           INTO WS-SIM-RENGLON
                   END-STRING
                   PERFORM SIM-AGREGA-RENGLON
           END-IF.
           IF WS-SIM-TIPO = "N"
                   MOVE WS-SIM-OBJETIVO TO WS-SIM-FMT-2
                   MOVE SPACES TO WS-SIM-RENGLON
                   STRING "INV " DELIMITED BY SIZE
                           WS-SIM-FRECUENCIA DELIMITED BY SIZE
                           " NETO " DELIMITED BY SIZE
                           WS-SIM-FMT-2 DELIMITED BY SIZE
                           " BRUTO " DELIMITED BY SIZE
                           WS-SIM-FMT DELIMITED BY SIZE
                           INTO WS-SIM-RENGLON
                   END-STRING
                   PERFORM SIM-AGREGA-RENGLON
           END-IF.
           IF WS-SIM-TIPO = "A"
                   MOVE WS-SIM-PCT-AUMENTO TO WS-SIM-PCT-FMT
                   MOVE SPACES TO WS-SIM-RENGLON
                   STRING "AUM " DELIMITED BY SIZE
                           WS-SIM-FRECUENCIA DELIMITED BY SIZE
                           " FOLIO " DELIMITED BY SIZE
                           WS-SIM-ID DELIMITED BY SIZE
                           " PCT " DELIMITED BY SIZE
                           WS-SIM-PCT-FMT DELIMITED BY SIZE
                           INTO WS-SIM-RENGLON
                   END-STRING
                   PERFORM SIM-AGREGA-RENGLON
                   MOVE WS-SIM-BRUTO-ANTES TO WS-SIM-FMT-2
                   MOVE SPACES TO WS-SIM-RENGLON
                   STRING "  BRUTO " DELIMITED BY SIZE
                           WS-SIM-FMT-2 DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           WS-SIM-FMT DELIMITED BY SIZE
                           INTO WS-SIM-RENGLON
                   END-STRING
                   PERFORM SIM-AGREGA-RENGLON
                   MOVE WS-SIM-NETO-ANTES TO WS-SIM-FMT
                   MOVE WS-SIM-NETO TO WS-SIM-FMT-2
                   MOVE SPACES TO WS-SIM-RENGLON
                   STRING "  NETO  " DELIMITED BY SIZE
                           WS-SIM-FMT DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           WS-SIM-FMT-2 DELIMITED BY SIZE
                           INTO WS-SIM-RENGLON
                   END-STRING
                   PERFORM SIM-AGREGA-RENGLON
           END-IF.
           MOVE WS-SIM-ISR TO WS-SIM-FMT.
           MOVE WS-SIM-IMSS TO WS-SIM-FMT-2.
           MOVE SPACES TO WS-SIM-RENGLON.
           STRING "  ISR " DELIMITED BY SIZE
                   WS-SIM-FMT DELIMITED BY SIZE
                   " IMSS " DELIMITED BY SIZE
                   WS-SIM-FMT-2 DELIMITED BY SIZE
                   INTO WS-SIM-RENGLON
           END-STRING.
           PERFORM SIM-AGREGA-RENGLON.
           MOVE WS-SIM-DED-TOTAL TO WS-SIM-FMT.
           MOVE SPACES TO WS-SIM-RENGLON.
           STRING "  DEDUC " DELIMITED BY SIZE
                   WS-SIM-FMT DELIMITED BY SIZE
                   " FOLIO " DELIMITED BY SIZE
                   WS-SIM-ID DELIMITED BY SIZE
                   INTO WS-SIM-RENGLON
           END-STRING.
           PERFORM SIM-AGREGA-RENGLON.
           MOVE SPACES TO WS-SIM-RENGLON.
           IF WS-TR-USADOS = ZERO
                   MOVE "  TARIFA ISR: TASA PLANA"
                           TO WS-SIM-RENGLON
           ELSE
                   STRING "  TARIFA ISR " DELIMITED BY SIZE
                           WS-TI-VERSION DELIMITED BY SIZE
                           INTO WS-SIM-RENGLON
                   END-STRING
           END-IF.
           PERFORM SIM-AGREGA-RENGLON.

       SIM-AGREGA-RENGLON.
           IF WS-BITACORA-CONTADOR < 200
               ADD 1 TO WS-BITACORA-CONTADOR
               MOVE WS-SIM-RENGLON TO
                   WS-BITACORA-RENGLON(WS-BITACORA-CONTADOR)
           END-IF.

       END PROGRAM CALCULADORA.
