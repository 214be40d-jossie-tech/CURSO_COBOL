      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Kiosco de consulta para el trabajador: entra con su
      *          folio y su PIN (asignado por nomina) y consulta sus
      *          ultimos recibos cerrados, su saldo de vacaciones,
      *          sus prestamos con la amortizacion pendiente, su caja
      *          de ahorro y sus acumulados del anio. Solo lectura
      *          sobre los archivos de nomina; cada acceso queda en
      *          la bitacora del kiosco y el PIN se bloquea a la
      *          tercera falla, igual que el maestro de operadores
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMKIOSCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *PIN DE CADA TRABAJADOR (LO ASIGNA Y DESBLOQUEA NOMINA)
           SELECT F-PINES
           ASSIGN TO WS-ARCH-PIN
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PN-ID
           FILE STATUS IS WS-PN-STATUS.

      *BITACORA DE ACCESOS Y CONSULTAS DEL KIOSCO
           SELECT F-BITACORA
           ASSIGN TO WS-ARCH-KLOG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-KL-STATUS.

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

           SELECT OPTIONAL F-AUSENCIAS
           ASSIGN TO WS-ARCH-AUS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AU-LLAVE
           FILE STATUS IS WS-AUS-STATUS.

           SELECT OPTIONAL F-PRESTAMOS
           ASSIGN TO WS-ARCH-PREST
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-PR-STATUS.

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

           SELECT OPTIONAL F-ACUMULADOS
           ASSIGN TO WS-ARCH-ACUM
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AC-LLAVE
           FILE STATUS IS WS-AC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *MISMO LAYOUT QUE EL FD F-PINES DE NOMINA
       FD F-PINES.
       01 PN-REGISTRO.
           02 PN-ID                        PIC 9(04).
           02 PN-PIN                       PIC X(06).
           02 PN-INTENTOS                  PIC 9(01).
           02 PN-BLOQUEADO                 PIC X(01).
           02 PN-FECHA-ASIGNA              PIC X(08).
           02 PN-ULTIMO-ACCESO             PIC X(08).

       FD F-BITACORA.
       01 KL-REGISTRO.
           02 KL-FECHA                     PIC X(08).
           02 KL-HORA                      PIC X(08).
           02 KL-ID                        PIC 9(04).
      *ACCESO, FALLA-PIN, BLOQUEO, CONSULTA, CAMBIO-PIN, SALIDA
           02 KL-EVENTO                    PIC X(12).
           02 KL-DETALLE                   PIC X(20).

      *SOLO LOS CAMPOS QUE MUESTRA EL KIOSCO; EL RESTO DEL
      *REGISTRO DE NOMINA VIAJA EN LOS FILLER
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FT-NOMBRE                    PIC X(30).
           02 FT-APELLIDO                  PIC X(30).
           02 FILLER                       PIC X(22).
           02 FT-ACTIVO                    PIC X(01).
           02 FILLER                       PIC X(51).
           02 FT-FECHA-ALTA                PIC X(08).
           02 FILLER                       PIC X(78).

       FD F-CONFIGURACION.
       01 CF-REGISTRO.
           02 CF-CLAVE                     PIC X(01).
           02 CF-EMPRESA                   PIC X(40).
           02 FILLER                       PIC X(10).
           02 CF-DIAS-VACACIONES           PIC 9(02).
           02 FILLER                       PIC X(28).

      *MISMO LAYOUT QUE EL FD F-HISTORIA DE NOMINA
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

       FD F-AUSENCIAS.
       01 AU-REGISTRO.
           02 AU-LLAVE.
               03 AU-ID                    PIC 9(04).
               03 AU-FECHA                 PIC X(08).
           02 AU-TIPO                      PIC X(01).
           02 AU-DIAS                      PIC 9(02).

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

       FD F-DEDUCCIONES.
       01 DD-REGISTRO.
           02 DD-LLAVE.
               03 DD-ID                    PIC 9(04).
               03 DD-CONCEPTO              PIC X(12).
           02 DD-MONTO-PERIODO             PIC 9(06)V99.
           02 DD-SALDO                     PIC 9(07)V99.
           02 FILLER                       PIC X(54).

       FD F-CAJA.
       01 CJ-REGISTRO.
           02 CJ-ID                        PIC 9(04).
           02 CJ-APORTACION                PIC 9(06)V99.
           02 CJ-SALDO-TRAB                PIC S9(08)V99.
           02 CJ-SALDO-PATRON              PIC S9(08)V99.
           02 CJ-ACTIVO                    PIC X(01).

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

       WORKING-STORAGE SECTION.
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-PIN.
           02 WS-EMP-PIN                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMPIN.DAT".
       01 WS-ARCH-KLOG.
           02 WS-EMP-KLOG                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(14)
                   VALUE "NOMKIOSCO.LOG".
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
       01 WS-ARCH-AUS.
           02 WS-EMP-AUS                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUS.DAT".
       01 WS-ARCH-PREST.
           02 WS-EMP-PREST                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(12)
                   VALUE "NOMPREST.DAT".
       01 WS-ARCH-DED.
           02 WS-EMP-DED                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMDED.DAT".
       01 WS-ARCH-CAJA.
           02 WS-EMP-CAJA                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMCAJA.DAT".
       01 WS-ARCH-ACUM.
           02 WS-EMP-ACUM                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMACUM.DAT".
       77 WS-PN-STATUS                     PIC X(02).
       77 WS-KL-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-CF-STATUS                     PIC X(02).
       77 WS-HP-STATUS                     PIC X(02).
       77 WS-AUS-STATUS                    PIC X(02).
       77 WS-PR-STATUS                     PIC X(02).
       77 WS-DED-STATUS                    PIC X(02).
       77 WS-CJ-STATUS                     PIC X(02).
       77 WS-AC-STATUS                     PIC X(02).
       77 WS-FECHA-HOY                     PIC X(08).
       77 WS-OPCION                        PIC X(01).
       77 WS-FIN-KIOSCO                    PIC X(01).
       77 WS-FIN-SESION                    PIC X(01).
       77 WS-FIN-LECTURA                   PIC X(01).
      *SESION DEL TRABAJADOR: FOLIO, PIN TECLEADO Y RESULTADO
       77 WS-ID-SESION                     PIC 9(04).
       77 WS-PIN-CAP                       PIC X(06).
       77 WS-PIN-NUEVO                     PIC X(06).
       77 WS-PIN-CONFIRMA                  PIC X(06).
       77 WS-ACCESO                        PIC X(01).
      *INTENTOS QUE BLOQUEAN EL PIN, COMO EN OPERMAST
       77 WS-MAX-INTENTOS                  PIC 9(01) VALUE 3.
       77 WS-KL-EVENTO                     PIC X(12).
       77 WS-KL-DETALLE                    PIC X(20).
      *DIAS DE VACACIONES DEL ANIO, CON EL MISMO VALOR POR OMISION
      *QUE NOMINA CUANDO LA CONFIGURACION NO LOS TRAE
       77 WS-DIAS-VACACIONES               PIC 9(02) VALUE 12.
       77 WS-VAC-TOMADOS                   PIC 9(03).
       77 WS-VAC-SALDO                     PIC S9(03).
       77 WS-VAC-SALDO-FMT                 PIC -ZZ9.
      *ULTIMOS RECIBOS CERRADOS DEL TRABAJADOR: LOS TRES PERIODOS
      *MAS RECIENTES; UN RECIBO ANULADO SE MUESTRA CON SU
      *REEXPEDICION ("R") Y LAS REVERSAS ("X") NO SE MUESTRAN
       77 WS-RC-MAX                        PIC 9(01) VALUE 3.
       77 WS-RC-CUENTA                     PIC 9(01).
       01 WS-RECIBOS.
           02 WS-RC-ENTRADA OCCURS 3 TIMES.
               03 WS-RC-PERIODO            PIC X(08).
               03 WS-RC-CLASE              PIC X(01).
               03 WS-RC-IMAGEN             PIC X(176).
       01 WS-RC-TEMPORAL                   PIC X(185).
       77 WS-RC-IDX                        PIC 9(01).
       77 WS-RC-IDX2                       PIC 9(01).
       77 WS-RC-POS                        PIC 9(01).
       77 WS-RC-CLASE-LEIDA                PIC X(01).
       77 WS-RC-GRUPO                      PIC X(15).
      *PRESTAMOS: SALDO VIVO (EN SU DEDUCCION), ABONOS HECHOS Y
      *RENGLONES DE LA AMORTIZACION PENDIENTE
       77 WS-PR-CONCEPTO                   PIC X(12).
       77 WS-PR-TOTAL-PAGAR                PIC 9(08)V99.
       77 WS-PR-SALDO                      PIC S9(08)V99.
       77 WS-PR-PAGADO                     PIC S9(08)V99.
       77 WS-PR-ABONOS-HECHOS              PIC 9(03).
       77 WS-PR-PLAZO-IDX                  PIC 9(03).
       77 WS-PR-CUENTA                     PIC 9(03).
       77 WS-MONTO-FMT                     PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
       00-PRINCIPAL.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-PIN.
           MOVE WS-EMP-PREFIJO TO WS-EMP-KLOG.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CFG.
           MOVE WS-EMP-PREFIJO TO WS-EMP-HIST.
           MOVE WS-EMP-PREFIJO TO WS-EMP-AUS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-PREST.
           MOVE WS-EMP-PREFIJO TO WS-EMP-DED.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAJA.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ACUM.
           PERFORM 10-ABRIR-ARCHIVOS.
           PERFORM 11-LEE-CONFIGURACION.
           MOVE "N" TO WS-FIN-KIOSCO.
           PERFORM 01-ESPERA-TRABAJADOR UNTIL WS-FIN-KIOSCO = "S".
           PERFORM 12-CERRAR-ARCHIVOS.
           STOP RUN.

      *PANTALLA DE ESPERA DEL KIOSCO; FOLIO CERO APAGA EL KIOSCO
       01-ESPERA-TRABAJADOR.
           DISPLAY " ".
           DISPLAY "KIOSCO DE CONSULTA DE NOMINA".
           DISPLAY "Teclee su folio (0 = apagar el kiosco): ".
           MOVE ZERO TO WS-ID-SESION.
           ACCEPT WS-ID-SESION.
           IF WS-ID-SESION = ZERO
                   MOVE "S" TO WS-FIN-KIOSCO
           ELSE
                   ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                   PERFORM 02-VALIDA-ACCESO
                   IF WS-ACCESO = "S"
                           MOVE "N" TO WS-FIN-SESION
                           PERFORM 03-MENU-SESION
                                   UNTIL WS-FIN-SESION = "S"
                   END-IF
           END-IF.

      *EL TRABAJADOR DEBE ESTAR ACTIVO Y TENER PIN ASIGNADO Y NO
      *BLOQUEADO; A LA TERCERA FALLA EL PIN SE BLOQUEA Y SOLO NOMINA
      *LO DESBLOQUEA ASIGNANDO UNO NUEVO
       02-VALIDA-ACCESO.
           MOVE "N" TO WS-ACCESO.
           MOVE WS-ID-SESION TO FT-ID.
           READ F-TRABAJADORES
                   INVALID KEY MOVE SPACE TO FT-ACTIVO
           END-READ.
           MOVE WS-ID-SESION TO PN-ID.
           IF FT-ACTIVO NOT = "S"
                   DISPLAY "Folio no disponible en el kiosco, acuda "
                           "al area de nomina"
                   MOVE "RECHAZO" TO WS-KL-EVENTO
                   MOVE "FOLIO NO ACTIVO" TO WS-KL-DETALLE
                   PERFORM 20-REGISTRA-BITACORA
           ELSE
                   READ F-PINES
                           INVALID KEY
                           DISPLAY "No tiene PIN asignado, "
                                   "solicitelo al area de nomina"
                           MOVE "RECHAZO" TO WS-KL-EVENTO
                           MOVE "SIN PIN" TO WS-KL-DETALLE
                           PERFORM 20-REGISTRA-BITACORA
                           NOT INVALID KEY
                           PERFORM 02-1-VALIDA-PIN
                   END-READ
           END-IF.

       02-1-VALIDA-PIN.
           IF PN-BLOQUEADO = "S"
                   DISPLAY "PIN bloqueado por intentos fallidos, "
                           "acuda al area de nomina"
                   MOVE "RECHAZO" TO WS-KL-EVENTO
                   MOVE "PIN BLOQUEADO" TO WS-KL-DETALLE
                   PERFORM 20-REGISTRA-BITACORA
           ELSE
                   DISPLAY "PIN: "
                   MOVE SPACES TO WS-PIN-CAP
                   ACCEPT WS-PIN-CAP
                   IF WS-PIN-CAP = PN-PIN
                           MOVE "S" TO WS-ACCESO
                           MOVE ZERO TO PN-INTENTOS
                           MOVE WS-FECHA-HOY TO PN-ULTIMO-ACCESO
                           REWRITE PN-REGISTRO
                                   INVALID KEY CONTINUE
                           END-REWRITE
                           MOVE "ACCESO" TO WS-KL-EVENTO
                           MOVE SPACES TO WS-KL-DETALLE
                           PERFORM 20-REGISTRA-BITACORA
                           DISPLAY "Bienvenido(a) " FT-NOMBRE " "
                                   FT-APELLIDO
                   ELSE
                           ADD 1 TO PN-INTENTOS
                           IF PN-INTENTOS NOT < WS-MAX-INTENTOS
                                   MOVE "S" TO PN-BLOQUEADO
                                   DISPLAY "Tercera falla, el PIN "
                                           "queda bloqueado"
                                   MOVE "BLOQUEO" TO WS-KL-EVENTO
                           ELSE
                                   DISPLAY "PIN incorrecto"
                                   MOVE "FALLA-PIN" TO WS-KL-EVENTO
                           END-IF
                           REWRITE PN-REGISTRO
                                   INVALID KEY CONTINUE
                           END-REWRITE
                           MOVE SPACES TO WS-KL-DETALLE
                           PERFORM 20-REGISTRA-BITACORA
                   END-IF
           END-IF.

       03-MENU-SESION.
           DISPLAY " ".
           DISPLAY "R - Mis ultimos recibos, V - Saldo de vacaciones, "
                   "P - Mis prestamos, C - Caja de ahorro, "
                   "A - Acumulados del anio, N - Cambiar mi PIN, "
                   "S - Salir".
           MOVE SPACE TO WS-OPCION.
           ACCEPT WS-OPCION.
           CALL "NOMBREUTIL" USING WS-OPCION 1.
           MOVE "CONSULTA" TO WS-KL-EVENTO.
           MOVE SPACES TO WS-KL-DETALLE.
           IF WS-OPCION = "R"
                   MOVE "RECIBOS" TO WS-KL-DETALLE
                   PERFORM 20-REGISTRA-BITACORA
                   PERFORM 04-RECIBOS
           ELSE
           IF WS-OPCION = "V"
                   MOVE "VACACIONES" TO WS-KL-DETALLE
                   PERFORM 20-REGISTRA-BITACORA
                   PERFORM 05-VACACIONES
           ELSE
           IF WS-OPCION = "P"
                   MOVE "PRESTAMOS" TO WS-KL-DETALLE
                   PERFORM 20-REGISTRA-BITACORA
                   PERFORM 06-PRESTAMOS
           ELSE
           IF WS-OPCION = "C"
                   MOVE "CAJA DE AHORRO" TO WS-KL-DETALLE
                   PERFORM 20-REGISTRA-BITACORA
                   PERFORM 07-CAJA
           ELSE
           IF WS-OPCION = "A"
                   MOVE "ACUMULADOS" TO WS-KL-DETALLE
                   PERFORM 20-REGISTRA-BITACORA
                   PERFORM 08-ACUMULADOS
           ELSE
           IF WS-OPCION = "N"
                   PERFORM 09-CAMBIA-PIN
           ELSE
           IF WS-OPCION = "S"
                   MOVE "SALIDA" TO WS-KL-EVENTO
                   PERFORM 20-REGISTRA-BITACORA
                   MOVE "S" TO WS-FIN-SESION
           ELSE
                   DISPLAY "Opcion invalida, verifique".

      *RECORRE LA HISTORIA COMPLETA (LA LLAVE EMPIEZA POR GRUPO Y
      *PERIODO) Y SE QUEDA CON LOS TRES PERIODOS MAS RECIENTES
       04-RECIBOS.
           MOVE ZERO TO WS-RC-CUENTA.
           MOVE LOW-VALUES TO HP-LLAVE.
           MOVE "N" TO WS-FIN-LECTURA.
           START F-HISTORIA KEY IS NOT LESS THAN HP-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-LECTURA
           END-START.
           PERFORM 04-1-LEE-HISTORIA UNTIL WS-FIN-LECTURA = "S".
           IF WS-RC-CUENTA = ZERO
                   DISPLAY "No hay recibos cerrados a su nombre"
           ELSE
                   PERFORM 04-4-ORDENA-RECIBOS
                   PERFORM 04-5-MUESTRA-RECIBO
                           VARYING WS-RC-IDX FROM 1 BY 1
                           UNTIL WS-RC-IDX > WS-RC-CUENTA
           END-IF.

       04-1-LEE-HISTORIA.
           READ F-HISTORIA NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF HP-ID = WS-ID-SESION
                           AND HP-FRECUENCIA NOT = "X"
                                   PERFORM 04-2-GUARDA-RECIBO
                           END-IF
           END-READ.

      *LA CLASE SEPARA LOS PAGOS EXTRAORDINARIOS Y DE PTU DE LOS
      *RECIBOS DEL PERIODO; DENTRO DE LA MISMA CLASE Y PERIODO LA
      *REEXPEDICION SUSTITUYE AL RECIBO ORIGINAL
       04-2-GUARDA-RECIBO.
           IF HP-FRECUENCIA = "E" OR HP-FRECUENCIA = "P"
                   MOVE HP-FRECUENCIA TO WS-RC-CLASE-LEIDA
           ELSE
                   MOVE "N" TO WS-RC-CLASE-LEIDA
           END-IF.
           MOVE ZERO TO WS-RC-POS.
           PERFORM 04-3-BUSCA-PERIODO
                   VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-CUENTA.
           IF WS-RC-POS NOT = ZERO
                   IF HP-FRECUENCIA = "R"
                           MOVE HP-REGISTRO
                                   TO WS-RC-IMAGEN(WS-RC-POS)
                   END-IF
           ELSE
                   IF WS-RC-CUENTA < WS-RC-MAX
                           ADD 1 TO WS-RC-CUENTA
                           MOVE WS-RC-CUENTA TO WS-RC-POS
                   ELSE
      *TABLA LLENA: SE REEMPLAZA EL PERIODO MAS ANTIGUO SI EL
      *LEIDO ES MAS RECIENTE
                           MOVE 1 TO WS-RC-POS
                           PERFORM 04-3-1-MAS-ANTIGUO
                                   VARYING WS-RC-IDX FROM 2 BY 1
                                   UNTIL WS-RC-IDX > WS-RC-MAX
                           IF HP-PERIODO NOT >
                                   WS-RC-PERIODO(WS-RC-POS)
                                   MOVE ZERO TO WS-RC-POS
                           END-IF
                   END-IF
                   IF WS-RC-POS NOT = ZERO
                           MOVE HP-PERIODO TO WS-RC-PERIODO(WS-RC-POS)
                           MOVE WS-RC-CLASE-LEIDA
                                   TO WS-RC-CLASE(WS-RC-POS)
                           MOVE HP-REGISTRO TO WS-RC-IMAGEN(WS-RC-POS)
                   END-IF
           END-IF.

       04-3-BUSCA-PERIODO.
           IF WS-RC-PERIODO(WS-RC-IDX) = HP-PERIODO
           AND WS-RC-CLASE(WS-RC-IDX) = WS-RC-CLASE-LEIDA
                   MOVE WS-RC-IDX TO WS-RC-POS
           END-IF.

       04-3-1-MAS-ANTIGUO.
           IF WS-RC-PERIODO(WS-RC-IDX) < WS-RC-PERIODO(WS-RC-POS)
                   MOVE WS-RC-IDX TO WS-RC-POS
           END-IF.

      *DEL MAS RECIENTE AL MAS ANTIGUO (TRES RENGLONES A LO MAS)
       04-4-ORDENA-RECIBOS.
           PERFORM 04-4-1-PASADA
                   VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX >= WS-RC-CUENTA.

       04-4-1-PASADA.
           PERFORM 04-4-2-COMPARA
                   VARYING WS-RC-IDX2 FROM 1 BY 1
                   UNTIL WS-RC-IDX2 >= WS-RC-CUENTA.

       04-4-2-COMPARA.
           IF WS-RC-PERIODO(WS-RC-IDX2) <
                   WS-RC-PERIODO(WS-RC-IDX2 + 1)
                   MOVE WS-RC-ENTRADA(WS-RC-IDX2) TO WS-RC-TEMPORAL
                   MOVE WS-RC-ENTRADA(WS-RC-IDX2 + 1)
                           TO WS-RC-ENTRADA(WS-RC-IDX2)
                   MOVE WS-RC-TEMPORAL
                           TO WS-RC-ENTRADA(WS-RC-IDX2 + 1)
           END-IF.

       04-5-MUESTRA-RECIBO.
           MOVE WS-RC-IMAGEN(WS-RC-IDX) TO HP-REGISTRO.
           EVALUATE HP-FRECUENCIA
               WHEN "S"
                   MOVE "SEMANAL" TO WS-RC-GRUPO
               WHEN "Q"
                   MOVE "QUINCENAL" TO WS-RC-GRUPO
               WHEN "M"
                   MOVE "MENSUAL" TO WS-RC-GRUPO
               WHEN "R"
                   MOVE "CORREGIDO" TO WS-RC-GRUPO
               WHEN "E"
                   MOVE "EXTRAORDINARIO" TO WS-RC-GRUPO
               WHEN "P"
                   MOVE "PTU" TO WS-RC-GRUPO
               WHEN OTHER
                   MOVE SPACES TO WS-RC-GRUPO
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "RECIBO " HP-PERIODO " " WS-RC-GRUPO.
           MOVE HP-BRUTO TO WS-MONTO-FMT.
           DISPLAY "  PERCEPCIONES:       " WS-MONTO-FMT.
           IF HP-PAGO-HORAS-EXTRA NOT = ZERO
                   MOVE HP-PAGO-HORAS-EXTRA TO WS-MONTO-FMT
                   DISPLAY "  HORAS EXTRA (" HP-HORAS-EXTRA "):    "
                           WS-MONTO-FMT
           END-IF.
           IF HP-PRIMA-DOMINICAL NOT = ZERO
                   MOVE HP-PRIMA-DOMINICAL TO WS-MONTO-FMT
                   DISPLAY "  PRIMA DOMINICAL:    " WS-MONTO-FMT
           END-IF.
           IF HP-GASTOS NOT = ZERO
                   MOVE HP-GASTOS TO WS-MONTO-FMT
                   DISPLAY "  REEMBOLSO GASTOS:   " WS-MONTO-FMT
           END-IF.
           MOVE HP-ISR TO WS-MONTO-FMT.
           DISPLAY "  ISR:                " WS-MONTO-FMT.
           MOVE HP-IMSS TO WS-MONTO-FMT.
           DISPLAY "  IMSS:               " WS-MONTO-FMT.
           IF HP-DESC-RETARDOS NOT = ZERO
                   MOVE HP-DESC-RETARDOS TO WS-MONTO-FMT
                   DISPLAY "  FALTAS POR RETARDO: " WS-MONTO-FMT
           END-IF.
           MOVE HP-DEDUCCIONES TO WS-MONTO-FMT.
           DISPLAY "  OTRAS DEDUCCIONES:  " WS-MONTO-FMT.
           MOVE HP-NETO TO WS-MONTO-FMT.
           DISPLAY "  NETO PAGADO:        " WS-MONTO-FMT " "
                   HP-MONEDA.

      *SALDO COMO EN 57-2-SALDOS-VACACIONES DE NOMINA: DIAS
      *GANADOS EN EL ANIO MENOS LAS VACACIONES TOMADAS EN EL ANIO
       05-VACACIONES.
           MOVE ZERO TO WS-VAC-TOMADOS.
           MOVE WS-ID-SESION TO AU-ID.
           MOVE LOW-VALUES TO AU-FECHA.
           MOVE "N" TO WS-FIN-LECTURA.
           START F-AUSENCIAS KEY IS NOT LESS THAN AU-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-LECTURA
           END-START.
           DISPLAY "VACACIONES TOMADAS EN " WS-FECHA-HOY(1:4) ":".
           PERFORM 05-1-LEE-AUSENCIA UNTIL WS-FIN-LECTURA = "S".
           COMPUTE WS-VAC-SALDO = WS-DIAS-VACACIONES - WS-VAC-TOMADOS.
           MOVE WS-VAC-SALDO TO WS-VAC-SALDO-FMT.
           DISPLAY "DIAS GANADOS: " WS-DIAS-VACACIONES
                   "  TOMADOS: " WS-VAC-TOMADOS
                   "  SALDO: " WS-VAC-SALDO-FMT.

       05-1-LEE-AUSENCIA.
           READ F-AUSENCIAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF AU-ID NOT = WS-ID-SESION
                                   MOVE "S" TO WS-FIN-LECTURA
                           ELSE
                                   IF AU-TIPO = "V"
                                   AND AU-FECHA(1:4) =
                                           WS-FECHA-HOY(1:4)
                                           ADD AU-DIAS
                                                   TO WS-VAC-TOMADOS
                                           DISPLAY "  DEL " AU-FECHA
                                                   ": " AU-DIAS
                                                   " DIAS"
                                   END-IF
                           END-IF
           END-READ.

      *ESTADO DE CUENTA DE CADA PRESTAMO COMO EN 91-5 DE NOMINA,
      *MAS LA AMORTIZACION QUE FALTA POR DESCONTAR
       06-PRESTAMOS.
           MOVE ZERO TO WS-PR-CUENTA.
           MOVE WS-ID-SESION TO PR-ID.
           MOVE ZERO TO PR-NUMERO.
           MOVE "N" TO WS-FIN-LECTURA.
           START F-PRESTAMOS KEY IS NOT LESS THAN PR-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-LECTURA
           END-START.
           PERFORM 06-1-LEE-PRESTAMO UNTIL WS-FIN-LECTURA = "S".
           IF WS-PR-CUENTA = ZERO
                   DISPLAY "No tiene prestamos registrados"
           END-IF.

       06-1-LEE-PRESTAMO.
           READ F-PRESTAMOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF PR-ID NOT = WS-ID-SESION
                                   MOVE "S" TO WS-FIN-LECTURA
                           ELSE
                                   ADD 1 TO WS-PR-CUENTA
                                   PERFORM 06-2-DETALLE-PRESTAMO
                           END-IF
           END-READ.

       06-2-DETALLE-PRESTAMO.
           COMPUTE WS-PR-TOTAL-PAGAR = PR-CAPITAL + PR-INTERES-TOTAL.
           MOVE SPACES TO WS-PR-CONCEPTO.
           STRING "PRESTAMO-" DELIMITED BY SIZE
                   PR-NUMERO DELIMITED BY SIZE
                   INTO WS-PR-CONCEPTO.
           MOVE WS-ID-SESION TO DD-ID.
           MOVE WS-PR-CONCEPTO TO DD-CONCEPTO.
           READ F-DEDUCCIONES
                   INVALID KEY MOVE ZERO TO WS-PR-SALDO
                   NOT INVALID KEY MOVE DD-SALDO TO WS-PR-SALDO
           END-READ.
           COMPUTE WS-PR-PAGADO = WS-PR-TOTAL-PAGAR - WS-PR-SALDO.
           DISPLAY " ".
           DISPLAY "PRESTAMO " PR-NUMERO " DEL " PR-FECHA ":".
           MOVE PR-CAPITAL TO WS-MONTO-FMT.
           DISPLAY "  CAPITAL:   " WS-MONTO-FMT WITH NO ADVANCING.
           MOVE PR-INTERES-TOTAL TO WS-MONTO-FMT.
           DISPLAY " INTERES: " WS-MONTO-FMT.
           MOVE PR-ABONO TO WS-MONTO-FMT.
           DISPLAY "  ABONO:     " WS-MONTO-FMT
                   " EN " PR-PLAZOS " PERIODOS".
           MOVE WS-PR-PAGADO TO WS-MONTO-FMT.
           DISPLAY "  PAGADO:    " WS-MONTO-FMT WITH NO ADVANCING.
           MOVE WS-PR-SALDO TO WS-MONTO-FMT.
           DISPLAY " RESTANTE: " WS-MONTO-FMT.
           IF WS-PR-SALDO = ZERO
                   DISPLAY "  LIQUIDADO"
           ELSE
                   IF PR-ABONO > ZERO
                           COMPUTE WS-PR-ABONOS-HECHOS =
                                   WS-PR-PAGADO / PR-ABONO
                   ELSE
                           MOVE ZERO TO WS-PR-ABONOS-HECHOS
                   END-IF
                   DISPLAY "  AMORTIZACION PENDIENTE:"
                   ADD 1 TO WS-PR-ABONOS-HECHOS
                           GIVING WS-PR-PLAZO-IDX
                   PERFORM 06-3-RENGLON-PENDIENTE
                           UNTIL WS-PR-SALDO NOT > ZERO
           END-IF.

       06-3-RENGLON-PENDIENTE.
           SUBTRACT PR-ABONO FROM WS-PR-SALDO.
           IF WS-PR-SALDO < ZERO OR PR-ABONO = ZERO
                   MOVE ZERO TO WS-PR-SALDO
           END-IF.
           MOVE WS-PR-SALDO TO WS-MONTO-FMT.
           DISPLAY "    PAGO " WS-PR-PLAZO-IDX " SALDO DESPUES: "
                   WS-MONTO-FMT.
           ADD 1 TO WS-PR-PLAZO-IDX.

       07-CAJA.
           MOVE WS-ID-SESION TO CJ-ID.
           READ F-CAJA
                   INVALID KEY
                   DISPLAY "No esta inscrito en la caja de ahorro"
                   NOT INVALID KEY
                   MOVE CJ-APORTACION TO WS-MONTO-FMT
                   DISPLAY "APORTACION POR PERIODO: " WS-MONTO-FMT
                   MOVE CJ-SALDO-TRAB TO WS-MONTO-FMT
                   DISPLAY "SU AHORRO:              " WS-MONTO-FMT
                   MOVE CJ-SALDO-PATRON TO WS-MONTO-FMT
                   DISPLAY "APORTACION EMPRESA:     " WS-MONTO-FMT
                   IF CJ-ACTIVO NOT = "S"
                           DISPLAY "(INSCRIPCION SUSPENDIDA)"
                   END-IF
           END-READ.

       08-ACUMULADOS.
           MOVE WS-FECHA-HOY(1:4) TO AC-ANO.
           MOVE WS-ID-SESION TO AC-ID.
           READ F-ACUMULADOS
                   INVALID KEY
                   DISPLAY "Sin acumulados en " WS-FECHA-HOY(1:4)
                   NOT INVALID KEY
                   DISPLAY "ACUMULADOS DE " AC-ANO ":"
                   MOVE AC-BRUTO TO WS-MONTO-FMT
                   DISPLAY "  PERCEPCIONES: " WS-MONTO-FMT
                   MOVE AC-ISR TO WS-MONTO-FMT
                   DISPLAY "  ISR RETENIDO: " WS-MONTO-FMT
                   MOVE AC-IMSS TO WS-MONTO-FMT
                   DISPLAY "  IMSS:         " WS-MONTO-FMT
           END-READ.

      *EL TRABAJADOR CAMBIA SU PIN TECLEANDO EL ACTUAL Y DOS VECES
      *EL NUEVO (CUATRO A SEIS DIGITOS)
       09-CAMBIA-PIN.
           MOVE WS-ID-SESION TO PN-ID.
           READ F-PINES
                   INVALID KEY CONTINUE
           END-READ.
           DISPLAY "PIN actual: ".
           MOVE SPACES TO WS-PIN-CAP.
           ACCEPT WS-PIN-CAP.
           DISPLAY "PIN nuevo (4 a 6 digitos): ".
           MOVE SPACES TO WS-PIN-NUEVO.
           ACCEPT WS-PIN-NUEVO.
           DISPLAY "Repita el PIN nuevo: ".
           MOVE SPACES TO WS-PIN-CONFIRMA.
           ACCEPT WS-PIN-CONFIRMA.
           IF WS-PIN-CAP NOT = PN-PIN
                   DISPLAY "PIN actual incorrecto, no se cambia"
           ELSE
           IF WS-PIN-NUEVO(1:4) NOT NUMERIC
           OR (WS-PIN-NUEVO(5:2) NOT NUMERIC
                   AND WS-PIN-NUEVO(5:2) NOT = SPACES)
                   DISPLAY "El PIN debe ser de 4 a 6 digitos"
           ELSE
           IF WS-PIN-NUEVO NOT = WS-PIN-CONFIRMA
                   DISPLAY "Los PIN no coinciden, no se cambia"
           ELSE
                   MOVE WS-PIN-NUEVO TO PN-PIN
                   REWRITE PN-REGISTRO
                           INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE "CAMBIO-PIN" TO WS-KL-EVENTO
                   MOVE SPACES TO WS-KL-DETALLE
                   PERFORM 20-REGISTRA-BITACORA
                   DISPLAY "PIN actualizado".

      *LOS ARCHIVOS DE NOMINA SE ABREN SOLO DE LECTURA; EL DE PINES
      *EN I-O PARA LLEVAR LOS INTENTOS FALLIDOS
       10-ABRIR-ARCHIVOS.
           OPEN I-O F-PINES.
           IF WS-PN-STATUS = "35"
                   OPEN OUTPUT F-PINES
                   CLOSE F-PINES
                   OPEN I-O F-PINES
           END-IF.
           OPEN INPUT F-TRABAJADORES.
           OPEN INPUT F-HISTORIA.
           OPEN INPUT F-AUSENCIAS.
           OPEN INPUT F-PRESTAMOS.
           OPEN INPUT F-DEDUCCIONES.
           OPEN INPUT F-CAJA.
           OPEN INPUT F-ACUMULADOS.

       11-LEE-CONFIGURACION.
           OPEN INPUT F-CONFIGURACION.
           IF WS-CF-STATUS = "00"
                   MOVE "1" TO CF-CLAVE
                   READ F-CONFIGURACION
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                           IF CF-DIAS-VACACIONES NUMERIC
                           AND CF-DIAS-VACACIONES > ZERO
                                   MOVE CF-DIAS-VACACIONES
                                           TO WS-DIAS-VACACIONES
                           END-IF
                   END-READ
           END-IF.
           CLOSE F-CONFIGURACION.

       12-CERRAR-ARCHIVOS.
           CLOSE F-PINES.
           CLOSE F-TRABAJADORES.
           CLOSE F-HISTORIA.
           CLOSE F-AUSENCIAS.
           CLOSE F-PRESTAMOS.
           CLOSE F-DEDUCCIONES.
           CLOSE F-CAJA.
           CLOSE F-ACUMULADOS.

      *UN RENGLON POR EVENTO; SE ABRE EN EXTEND Y SE CIERRA CADA
      *VEZ, COMO LA BITACORA DE AUDITORIA DE NOMINA
       20-REGISTRA-BITACORA.
           ACCEPT KL-FECHA FROM DATE YYYYMMDD.
           ACCEPT KL-HORA FROM TIME.
           MOVE WS-ID-SESION TO KL-ID.
           MOVE WS-KL-EVENTO TO KL-EVENTO.
           MOVE WS-KL-DETALLE TO KL-DETALLE.
           OPEN EXTEND F-BITACORA.
           WRITE KL-REGISTRO.
           CLOSE F-BITACORA.

       END PROGRAM NOMKIOSCO.
