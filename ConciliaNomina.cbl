      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Corrida de cifras control de la nomina del anio:
      *          reconstruye los acumulados de cada trabajador desde
      *          la historia de periodos cerrados (NOMHIST.DAT) y
      *          los compara contra NOMACUM.DAT, que es lo que usan
      *          la constancia anual y el ajuste anual de ISR; ademas
      *          compara cada periodo cerrado contra la poliza de
      *          nomina (NOMGL) exportada el dia de su cierre y cada
      *          anulacion contra su poliza de anulacion. Lista cada
      *          diferencia por trabajador y periodo, y solo
      *          reescribe los acumulados desde la historia cuando
      *          un administrador lo confirma
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMCONCILIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MISMOS ARCHIVOS Y LAYOUTS QUE USA NOMINA; LA HISTORIA, LOS
      *PERIODOS Y LAS POLIZAS SOLO SE LEEN, LOS ACUMULADOS SE ABREN
      *EN I-O UNICAMENTE PARA LA REESCRITURA CONFIRMADA
           SELECT OPTIONAL F-HISTORIA
           ASSIGN TO WS-ARCH-HIST
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS HP-LLAVE
           FILE STATUS IS WS-HP-STATUS.

           SELECT OPTIONAL F-ACUMULADOS
           ASSIGN TO WS-ARCH-ACUM
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AC-LLAVE
           FILE STATUS IS WS-AC-STATUS.

           SELECT OPTIONAL F-PERIODOS
           ASSIGN TO WS-ARCH-PER
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PC-LLAVE
           FILE STATUS IS WS-PC-STATUS.

      *POLIZA DE NOMINA FECHADA (34-EXPORTA-GL DE NOMINA) Y POLIZA
      *DE ANULACION DE UN RECIBO (107-ANULA-RECIBO DE NOMINA)
           SELECT OPTIONAL F-GL
           ASSIGN TO WS-NOMBRE-GL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT OPTIONAL F-POLIZA-ANULA
           ASSIGN TO WS-NOMBRE-GLANU
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-GA-STATUS.

           SELECT F-REPORTE
           ASSIGN TO WS-ARCH-REPORTE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RP-STATUS.

           SELECT OPTIONAL F-AUDITORIA
           ASSIGN TO WS-ARCH-AUD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

      *IDENTIDAD Y ROL DEJADOS POR EL LANZADOR; LA REESCRITURA DE
      *LOS ACUMULADOS SOLO LA AUTORIZA UN ADMINISTRADOR
           SELECT OPTIONAL F-OPERADOR
           ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD F-PERIODOS.
       01 PC-REGISTRO.
           02 PC-LLAVE.
               03 PC-FRECUENCIA            PIC X(01).
               03 PC-PERIODO               PIC X(08).
           02 PC-ESTADO                    PIC X(01).
           02 PC-FECHA-CIERRE              PIC X(08).

      *RENGLON DE TRABAJADOR DE LA POLIZA: CUENTA, FOLIO, RFC,
      *NOMBRE, APELLIDO, NETO EN MONEDA BASE (9(07).99) Y TASA
      *APLICADA (9.9999); LOS RENGLONES DE DEDUCCION E ISN TRAEN
      *ESPACIOS DONDE VA EL FOLIO
       FD F-GL.
       01 GL-LINEA.
           02 GL-CUENTA                    PIC X(10).
           02 GL-ID                        PIC X(04).
           02 GL-RFC                       PIC X(13).
           02 GL-NOMBRE                    PIC X(30).
           02 GL-APELLIDO                  PIC X(30).
           02 GL-NETO-ENT                  PIC X(07).
           02 FILLER                       PIC X(01).
           02 GL-NETO-DEC                  PIC X(02).
           02 GL-TASA-ENT                  PIC X(01).
           02 FILLER                       PIC X(01).
           02 GL-TASA-DEC                  PIC X(04).
           02 FILLER                       PIC X(07).

       FD F-POLIZA-ANULA.
       01 GA-LINEA                         PIC X(80).

       FD F-REPORTE.
       01 RP-LINEA                         PIC X(100).

       FD F-AUDITORIA.
       01 AUD-REGISTRO.
           02 AUD-FECHA                    PIC X(08).
           02 AUD-HORA                     PIC X(08).
           02 AUD-ID                       PIC 9(04).
           02 AUD-ACCION                   PIC X(12).
           02 AUD-CAMPO                    PIC X(15).
           02 AUD-VALOR-ANTERIOR           PIC X(30).
           02 AUD-VALOR-NUEVO              PIC X(30).
           02 AUD-OPERADOR                 PIC X(08).
           02 AUD-SECUENCIA                PIC 9(08).
           02 AUD-SELLO                    PIC 9(09).

       FD F-OPERADOR.
       01 OP-REGISTRO                      PIC X(08).

       WORKING-STORAGE SECTION.
      *NOMBRES DE LOS ARCHIVOS DE LA FAMILIA DE NOMINA, CON EL
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-HIST.
           02 WS-EMP-HIST                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMHIST.DAT".
       01 WS-ARCH-ACUM.
           02 WS-EMP-ACUM                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMACUM.DAT".
       01 WS-ARCH-PER.
           02 WS-EMP-PER                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMPER.DAT".
       01 WS-ARCH-AUD.
           02 WS-EMP-AUD                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUD.LOG".
       01 WS-NOMBRE-GL.
           02 WS-EMP-GL                    PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(06)
                   VALUE "NOMGL-".
           02 WS-FECHA-GL                  PIC X(08).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       01 WS-NOMBRE-GLANU.
           02 WS-EMP-GLANU                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(09)
                   VALUE "NOMGLANU-".
           02 WS-GA-PERIODO                PIC X(08).
           02 FILLER                       PIC X(01) VALUE "-".
           02 WS-GA-ID                     PIC 9(04).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       01 WS-ARCH-REPORTE.
           02 WS-EMP-REP                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMCONCIL-".
           02 WS-ANO-REP                   PIC X(04).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-HP-STATUS                     PIC X(02).
       77 WS-AC-STATUS                     PIC X(02).
       77 WS-PC-STATUS                     PIC X(02).
       77 WS-GL-STATUS                     PIC X(02).
       77 WS-GA-STATUS                     PIC X(02).
       77 WS-RP-STATUS                     PIC X(02).
       77 WS-AUD-STATUS                    PIC X(02).
       77 WS-OP-STATUS                     PIC X(02).
       77 WS-HP-FIN                        PIC X(01).
       77 WS-AC-FIN                        PIC X(01).
       77 WS-PC-FIN                        PIC X(01).
       77 WS-GL-FIN                        PIC X(01).
      *OPERADOR EN TURNO Y SU ROL; CORRIDA DIRECTA SIN LANZADOR
      *OPERA COMO ADMINISTRADOR, IGUAL QUE NOMRESPALDO
       77 WS-OPERADOR                      PIC X(08) VALUE "LOCAL".
       77 WS-OPER-ROL                      PIC X(01) VALUE "A".
       77 WS-FECHA-HOY                     PIC X(08).
       77 WS-ANO                           PIC X(04).
       77 WS-CONFIRMA                      PIC X(01).
      *ENLACE CON EL CANDADO DE CORRIDAS POR LOTES (CANDADOUTIL)
       77 WS-CAND-OP                       PIC X(01).
       77 WS-CAND-PROCESO                  PIC X(12).
       77 WS-CAND-RESULTADO                PIC X(01).
      *OPERACION DE LA RUTINA DE BITACORA ENCADENADA (BITACORAUTIL)
       77 WS-BIT-OP                        PIC X(01).
      *ACUMULADOS RECONSTRUIDOS DESDE LA HISTORIA, UN RENGLON POR
      *FOLIO (EL FOLIO ES EL SUBINDICE): LOS CIERRES NORMALES, LAS
      *REEXPEDICIONES Y LAS EXTRAORDINARIAS SUMAN, LAS REVERSAS DE
      *ANULACION RESTAN Y EL PTU NO ENTRA, IGUAL QUE AL POSTEARLOS
       01 WS-TABLA-RECONSTRUIDA.
           02 WS-RC-RENGLON                OCCURS 9999.
               03 WS-RC-EXISTE             PIC X(01).
               03 WS-RC-VISTO              PIC X(01).
               03 WS-RC-DIFIERE            PIC X(01).
               03 WS-RC-NOMBRE             PIC X(30).
               03 WS-RC-APELLIDO           PIC X(30).
               03 WS-RC-BRUTO              PIC S9(08)V99.
               03 WS-RC-ISR                PIC S9(08)V99.
               03 WS-RC-IMSS               PIC S9(08)V99.
       77 WS-RC-IDX                        PIC 9(05).
      *REVERSAS DE ANULACION DEL ANIO, QUE SE VERIFICAN AL TERMINAR
      *LA PASADA PARA NO MOVER LA LECTURA SECUENCIAL DE LA HISTORIA
       01 WS-TABLA-ANULACIONES.
           02 WS-AN-RENGLON                OCCURS 500.
               03 WS-AN-PERIODO            PIC X(08).
               03 WS-AN-ID                 PIC 9(04).
       77 WS-AN-USADOS                     PIC 9(03).
       77 WS-AN-IDX                        PIC 9(03).
      *PERIODOS CERRADOS DEL ANIO CON SU FECHA DE CIERRE; LOS DE LA
      *MISMA FECHA COMPARTEN LA POLIZA DE ESE DIA
       01 WS-TABLA-PERIODOS.
           02 WS-PE-RENGLON                OCCURS 200.
               03 WS-PE-FRECUENCIA         PIC X(01).
               03 WS-PE-PERIODO            PIC X(08).
               03 WS-PE-CIERRE             PIC X(08).
               03 WS-PE-HECHO              PIC X(01).
       77 WS-PE-USADOS                     PIC 9(03).
       77 WS-PE-IDX                        PIC 9(03).
       77 WS-PE-IDX2                       PIC 9(03).
      *RENGLONES DE TRABAJADOR DE LA POLIZA DEL DIA, POR FOLIO
       01 WS-TABLA-POLIZA.
           02 WS-GP-RENGLON                OCCURS 9999.
               03 WS-GP-EN-POLIZA          PIC X(01).
               03 WS-GP-USADO              PIC X(01).
               03 WS-GP-SIN-IMPORTE        PIC X(01).
               03 WS-GP-NETO               PIC 9(07)V99.
               03 WS-GP-TASA               PIC 9V9999.
       77 WS-GL-EXISTE                     PIC X(01).
       77 WS-GL-FOLIO                      PIC 9(05).
       77 WS-GL-ENTERO                     PIC 9(07).
       77 WS-GL-CENTAVOS                   PIC 9(02).
       77 WS-GL-TASA-E                     PIC 9(01).
       77 WS-GL-TASA-D                     PIC 9(04).
      *CIFRAS DEL PERIODO EN PROCESO: RECIBOS Y NETO SEGUN LA
      *HISTORIA (CONVERTIDO CON LA TASA DE LA POLIZA) Y SEGUN LA
      *POLIZA
       77 WS-PR-RECIBOS                    PIC 9(05).
       77 WS-PR-EN-POLIZA                  PIC 9(05).
       77 WS-PR-NETO-HIST                  PIC S9(09)V99.
       77 WS-PR-NETO-GL                    PIC S9(09)V99.
       77 WS-NETO-BASE                     PIC S9(07)V99.
      *CONCEPTO EN COMPARACION PARA EL RENGLON DE DIFERENCIA
       77 WS-CN-CONCEPTO                   PIC X(05).
       77 WS-CN-ACUM                       PIC S9(09)V99.
       77 WS-CN-HIST                       PIC S9(09)V99.
       77 WS-CN-DIF                        PIC S9(09)V99.
      *CONTADORES DE LA CORRIDA
       77 WS-HP-LEIDOS                     PIC 9(06).
       77 WS-HP-PTU                        PIC 9(05).
       77 WS-DIF-ACUM                      PIC 9(05).
       77 WS-DIF-PERIODO                   PIC 9(05).
       77 WS-DIF-ANULA                     PIC 9(05).
       77 WS-REESCRITOS                    PIC 9(05).
      *FORMATOS DEL REPORTE
       77 WS-MONTO-FMT                     PIC -ZZZZZZZZ9.99.
       77 WS-MONTO-FMT-2                   PIC -ZZZZZZZZ9.99.
       77 WS-MONTO-FMT-3                   PIC -ZZZZZZZZ9.99.
       77 WS-CUENTA-FMT                    PIC ZZZZ9.

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "CONCILIACION DE HISTORIA, ACUMULADOS Y POLIZAS "
                   "DE NOMINA".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           PERFORM 06-LEE-OPERADOR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-ANO.
           DISPLAY "Anio a conciliar (AAAA, ENTER = "
                   WS-FECHA-HOY(1:4) "): ".
           ACCEPT WS-ANO.
           IF WS-ANO = SPACES
                   MOVE WS-FECHA-HOY(1:4) TO WS-ANO
           END-IF.
           IF WS-ANO NOT NUMERIC
                   DISPLAY "Anio invalido, verifique"
           ELSE
                   MOVE WS-ANO TO WS-ANO-REP
                   OPEN OUTPUT F-REPORTE
                   MOVE SPACES TO RP-LINEA
                   STRING "CONCILIACION DE NOMINA DEL ANIO "
                                   DELIMITED BY SIZE
                           WS-ANO DELIMITED BY SIZE
                           ", EMPRESA " DELIMITED BY SIZE
                           WS-EMP-PREFIJO(2:2) DELIMITED BY SIZE
                           ", CORRIDA DEL " DELIMITED BY SIZE
                           WS-FECHA-HOY DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
                   MOVE ZERO TO WS-DIF-ACUM
                   MOVE ZERO TO WS-DIF-PERIODO
                   MOVE ZERO TO WS-DIF-ANULA
                   MOVE ZERO TO WS-REESCRITOS
                   PERFORM 10-RECONSTRUYE-HISTORIA
                   PERFORM 20-COMPARA-ACUMULADOS
                   PERFORM 30-CONCILIA-PERIODOS
                   PERFORM 50-RESUMEN
                   IF WS-DIF-ACUM > ZERO
                           PERFORM 40-REESCRIBE-ACUMULADOS
                   END-IF
                   CLOSE F-REPORTE
                   DISPLAY "Detalle de las diferencias en "
                           WS-ARCH-REPORTE
           END-IF.
      *GOBACK PARA REGRESAR AL MENU DEL LANZADOR
           GOBACK.

      *ARMA LOS NOMBRES DE ARCHIVO CON LA EMPRESA EN OPERACION;
      *DEBE CORRER ANTES DE ABRIR CUALQUIER ARCHIVO
       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-HIST.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ACUM.
           MOVE WS-EMP-PREFIJO TO WS-EMP-PER.
           MOVE WS-EMP-PREFIJO TO WS-EMP-AUD.
           MOVE WS-EMP-PREFIJO TO WS-EMP-GL.
           MOVE WS-EMP-PREFIJO TO WS-EMP-GLANU.
           MOVE WS-EMP-PREFIJO TO WS-EMP-REP.

      *PRIMER RENGLON DE OPERADOR.DAT ES LA CLAVE Y EL SEGUNDO EL
      *ROL; SIN ARCHIVO SE QUEDAN LOS VALORES DE CORRIDA DIRECTA
       06-LEE-OPERADOR.
           OPEN INPUT F-OPERADOR.
           IF WS-OP-STATUS = "00"
                   READ F-OPERADOR
                           AT END CONTINUE
                           NOT AT END MOVE OP-REGISTRO TO WS-OPERADOR
                   END-READ
                   READ F-OPERADOR
                           AT END CONTINUE
                           NOT AT END
                                   IF OP-REGISTRO(1:1) NOT = SPACE
                                           MOVE OP-REGISTRO(1:1)
                                                   TO WS-OPER-ROL
                                   END-IF
                   END-READ
           END-IF.
           CLOSE F-OPERADOR.

      *PASADA COMPLETA SOBRE LA HISTORIA: LA LLAVE EMPIEZA CON LA
      *CLASE DEL RECIBO, ASI QUE EL ANIO SE FILTRA RENGLON A RENGLON
       10-RECONSTRUYE-HISTORIA.
           MOVE 1 TO WS-RC-IDX.
           PERFORM 10-1-LIMPIA-RENGLON UNTIL WS-RC-IDX > 9999.
           MOVE ZERO TO WS-AN-USADOS.
           MOVE ZERO TO WS-HP-LEIDOS.
           MOVE ZERO TO WS-HP-PTU.
           OPEN INPUT F-HISTORIA.
           IF WS-HP-STATUS NOT = "00" AND WS-HP-STATUS NOT = "05"
                   DISPLAY "No se pudo abrir NOMHIST.DAT, estatus: "
                           WS-HP-STATUS
           ELSE
                   MOVE LOW-VALUES TO HP-LLAVE
                   MOVE "N" TO WS-HP-FIN
                   START F-HISTORIA KEY IS NOT LESS THAN HP-LLAVE
                           INVALID KEY MOVE "S" TO WS-HP-FIN
                   END-START
                   PERFORM 10-2-LEE-HISTORIA UNTIL WS-HP-FIN = "S"
                   MOVE 1 TO WS-AN-IDX
                   PERFORM 11-VERIFICA-ANULACION
                           UNTIL WS-AN-IDX > WS-AN-USADOS
                   CLOSE F-HISTORIA
           END-IF.
           DISPLAY "Recibos del anio en la historia: " WS-HP-LEIDOS
                   " (PTU fuera de acumulados: " WS-HP-PTU ")".

       10-1-LIMPIA-RENGLON.
           MOVE "N" TO WS-RC-EXISTE(WS-RC-IDX).
           MOVE "N" TO WS-RC-VISTO(WS-RC-IDX).
           MOVE "N" TO WS-RC-DIFIERE(WS-RC-IDX).
           MOVE SPACES TO WS-RC-NOMBRE(WS-RC-IDX).
           MOVE SPACES TO WS-RC-APELLIDO(WS-RC-IDX).
           MOVE ZERO TO WS-RC-BRUTO(WS-RC-IDX).
           MOVE ZERO TO WS-RC-ISR(WS-RC-IDX).
           MOVE ZERO TO WS-RC-IMSS(WS-RC-IDX).
           ADD 1 TO WS-RC-IDX.

       10-2-LEE-HISTORIA.
           READ F-HISTORIA NEXT RECORD
                   AT END MOVE "S" TO WS-HP-FIN
                   NOT AT END
                           IF HP-PERIODO(1:4) = WS-ANO
                           AND HP-ID > ZERO
                                   ADD 1 TO WS-HP-LEIDOS
                                   PERFORM 10-3-ACUMULA-RENGLON
                           END-IF
           END-READ.

      *MISMAS REGLAS QUE LOS POSTEOS: 37-3-ACUMULA-ANUAL (CIERRE Y
      *REEXPEDICION), 107-5-REGRESA-ACUMULADO (REVERSA "X") Y
      *43-ACUMULA-ANUAL DE NOMEXTRA ("E"); EL PTU ("P") NO SE
      *ACUMULA AL POSTEARSE
       10-3-ACUMULA-RENGLON.
           MOVE HP-ID TO WS-RC-IDX.
           IF HP-FRECUENCIA = "P"
                   ADD 1 TO WS-HP-PTU
           ELSE
           IF HP-FRECUENCIA = "X"
                   MOVE "S" TO WS-RC-EXISTE(WS-RC-IDX)
                   SUBTRACT HP-BRUTO FROM WS-RC-BRUTO(WS-RC-IDX)
                   SUBTRACT HP-ISR FROM WS-RC-ISR(WS-RC-IDX)
                   SUBTRACT HP-IMSS FROM WS-RC-IMSS(WS-RC-IDX)
                   IF WS-AN-USADOS < 500
                           ADD 1 TO WS-AN-USADOS
                           MOVE HP-PERIODO
                                   TO WS-AN-PERIODO(WS-AN-USADOS)
                           MOVE HP-ID TO WS-AN-ID(WS-AN-USADOS)
                   END-IF
           ELSE
                   MOVE "S" TO WS-RC-EXISTE(WS-RC-IDX)
                   ADD HP-BRUTO TO WS-RC-BRUTO(WS-RC-IDX)
                   ADD HP-ISR TO WS-RC-ISR(WS-RC-IDX)
                   ADD HP-IMSS TO WS-RC-IMSS(WS-RC-IDX)
                   MOVE HP-NOMBRE TO WS-RC-NOMBRE(WS-RC-IDX)
                   MOVE HP-APELLIDO TO WS-RC-APELLIDO(WS-RC-IDX)
           END-IF
           END-IF.

      *TODA REVERSA DEBE TENER SU RECIBO REEXPEDIDO ("R") Y SU
      *POLIZA DE ANULACION; SI FALTA ALGUNO LA ANULACION SE QUEDO
      *A MEDIAS Y LOS ACUMULADOS QUEDARON SIN LA PARTE CORREGIDA
       11-VERIFICA-ANULACION.
           MOVE "R" TO HP-FRECUENCIA.
           MOVE WS-AN-PERIODO(WS-AN-IDX) TO HP-PERIODO.
           MOVE WS-AN-ID(WS-AN-IDX) TO HP-ID.
           READ F-HISTORIA
                   INVALID KEY
                           MOVE SPACES TO RP-LINEA
                           STRING "ANULACION FOLIO " DELIMITED BY SIZE
                                   WS-AN-ID(WS-AN-IDX)
                                           DELIMITED BY SIZE
                                   " PERIODO " DELIMITED BY SIZE
                                   WS-AN-PERIODO(WS-AN-IDX)
                                           DELIMITED BY SIZE
                                   ": REVERSA SIN RECIBO REEXPEDIDO"
                                           DELIMITED BY SIZE
                                   INTO RP-LINEA
                           WRITE RP-LINEA
                           ADD 1 TO WS-DIF-ANULA
           END-READ.
           MOVE WS-AN-PERIODO(WS-AN-IDX) TO WS-GA-PERIODO.
           MOVE WS-AN-ID(WS-AN-IDX) TO WS-GA-ID.
           OPEN INPUT F-POLIZA-ANULA.
           IF WS-GA-STATUS NOT = "00"
                   MOVE SPACES TO RP-LINEA
                   STRING "ANULACION FOLIO " DELIMITED BY SIZE
                           WS-AN-ID(WS-AN-IDX) DELIMITED BY SIZE
                           " PERIODO " DELIMITED BY SIZE
                           WS-AN-PERIODO(WS-AN-IDX) DELIMITED BY SIZE
                           ": FALTA LA POLIZA " DELIMITED BY SIZE
                           WS-NOMBRE-GLANU DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
                   ADD 1 TO WS-DIF-ANULA
           END-IF.
           CLOSE F-POLIZA-ANULA.
           ADD 1 TO WS-AN-IDX.

      *RECORRE LOS ACUMULADOS DEL ANIO CONTRA LO RECONSTRUIDO Y
      *LUEGO BUSCA LOS FOLIOS CON HISTORIA QUE NO TIENEN ACUMULADO
       20-COMPARA-ACUMULADOS.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "ACUMULADOS (NOMACUM) CONTRA HISTORIA (NOMHIST)"
                   TO RP-LINEA.
           WRITE RP-LINEA.
           OPEN INPUT F-ACUMULADOS.
           IF WS-AC-STATUS NOT = "00" AND WS-AC-STATUS NOT = "05"
                   DISPLAY "No se pudo abrir NOMACUM.DAT, estatus: "
                           WS-AC-STATUS
           ELSE
                   MOVE WS-ANO TO AC-ANO
                   MOVE ZERO TO AC-ID
                   MOVE "N" TO WS-AC-FIN
                   START F-ACUMULADOS KEY IS NOT LESS THAN AC-LLAVE
                           INVALID KEY MOVE "S" TO WS-AC-FIN
                   END-START
                   PERFORM 20-1-LEE-ACUMULADO UNTIL WS-AC-FIN = "S"
                   CLOSE F-ACUMULADOS
           END-IF.
           MOVE 1 TO WS-RC-IDX.
           PERFORM 22-BUSCA-SIN-ACUMULADO UNTIL WS-RC-IDX > 9999.

       20-1-LEE-ACUMULADO.
           READ F-ACUMULADOS NEXT RECORD
                   AT END MOVE "S" TO WS-AC-FIN
                   NOT AT END
                           IF AC-ANO NOT = WS-ANO
                                   MOVE "S" TO WS-AC-FIN
                           ELSE
                           IF AC-ID > ZERO
                                   PERFORM 20-2-COMPARA-ACUMULADO
                           END-IF
                           END-IF
           END-READ.

       20-2-COMPARA-ACUMULADO.
           MOVE AC-ID TO WS-RC-IDX.
           MOVE "S" TO WS-RC-VISTO(WS-RC-IDX).
           IF AC-BRUTO NOT = WS-RC-BRUTO(WS-RC-IDX)
           OR AC-ISR NOT = WS-RC-ISR(WS-RC-IDX)
           OR AC-IMSS NOT = WS-RC-IMSS(WS-RC-IDX)
                   MOVE "S" TO WS-RC-DIFIERE(WS-RC-IDX)
                   ADD 1 TO WS-DIF-ACUM
                   MOVE SPACES TO RP-LINEA
                   STRING "FOLIO " DELIMITED BY SIZE
                           AC-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AC-NOMBRE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AC-APELLIDO DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
                   MOVE "BRUTO" TO WS-CN-CONCEPTO
                   MOVE AC-BRUTO TO WS-CN-ACUM
                   MOVE WS-RC-BRUTO(WS-RC-IDX) TO WS-CN-HIST
                   PERFORM 21-RENGLON-CONCEPTO
                   MOVE "ISR" TO WS-CN-CONCEPTO
                   MOVE AC-ISR TO WS-CN-ACUM
                   MOVE WS-RC-ISR(WS-RC-IDX) TO WS-CN-HIST
                   PERFORM 21-RENGLON-CONCEPTO
                   MOVE "IMSS" TO WS-CN-CONCEPTO
                   MOVE AC-IMSS TO WS-CN-ACUM
                   MOVE WS-RC-IMSS(WS-RC-IDX) TO WS-CN-HIST
                   PERFORM 21-RENGLON-CONCEPTO
           END-IF.

      *UN RENGLON POR CONCEPTO QUE NO CUADRA, CON LOS DOS LADOS Y LA
      *DIFERENCIA (ACUMULADO MENOS HISTORIA)
       21-RENGLON-CONCEPTO.
           IF WS-CN-ACUM NOT = WS-CN-HIST
                   COMPUTE WS-CN-DIF = WS-CN-ACUM - WS-CN-HIST
                   MOVE WS-CN-ACUM TO WS-MONTO-FMT
                   MOVE WS-CN-HIST TO WS-MONTO-FMT-2
                   MOVE WS-CN-DIF TO WS-MONTO-FMT-3
                   MOVE SPACES TO RP-LINEA
                   STRING "  " DELIMITED BY SIZE
                           WS-CN-CONCEPTO DELIMITED BY SIZE
                           " ACUMULADO " DELIMITED BY SIZE
                           WS-MONTO-FMT DELIMITED BY SIZE
                           "  HISTORIA " DELIMITED BY SIZE
                           WS-MONTO-FMT-2 DELIMITED BY SIZE
                           "  DIFERENCIA " DELIMITED BY SIZE
                           WS-MONTO-FMT-3 DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
           END-IF.

      *FOLIO CON RECIBOS EN EL ANIO Y SIN REGISTRO EN NOMACUM; SI
      *SUS RECIBOS SE CANCELAN ENTRE SI NO HAY NADA QUE REPORTAR
       22-BUSCA-SIN-ACUMULADO.
           IF WS-RC-EXISTE(WS-RC-IDX) = "S"
           AND WS-RC-VISTO(WS-RC-IDX) = "N"
           AND (WS-RC-BRUTO(WS-RC-IDX) NOT = ZERO
                   OR WS-RC-ISR(WS-RC-IDX) NOT = ZERO
                   OR WS-RC-IMSS(WS-RC-IDX) NOT = ZERO)
                   MOVE "S" TO WS-RC-DIFIERE(WS-RC-IDX)
                   ADD 1 TO WS-DIF-ACUM
                   MOVE SPACES TO RP-LINEA
                   STRING "FOLIO " DELIMITED BY SIZE
                           WS-RC-IDX DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-RC-NOMBRE(WS-RC-IDX) DELIMITED BY SIZE
                           " SIN REGISTRO EN NOMACUM"
                                   DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
                   MOVE "BRUTO" TO WS-CN-CONCEPTO
                   MOVE ZERO TO WS-CN-ACUM
                   MOVE WS-RC-BRUTO(WS-RC-IDX) TO WS-CN-HIST
                   PERFORM 21-RENGLON-CONCEPTO
                   MOVE "ISR" TO WS-CN-CONCEPTO
                   MOVE WS-RC-ISR(WS-RC-IDX) TO WS-CN-HIST
                   PERFORM 21-RENGLON-CONCEPTO
                   MOVE "IMSS" TO WS-CN-CONCEPTO
                   MOVE WS-RC-IMSS(WS-RC-IDX) TO WS-CN-HIST
                   PERFORM 21-RENGLON-CONCEPTO
           END-IF.
           ADD 1 TO WS-RC-IDX.

      *CADA PERIODO CERRADO DEL ANIO CONTRA LA POLIZA EXPORTADA EL
      *DIA DE SU CIERRE; LA POLIZA DE UN DIA TRAE A TODOS LOS
      *ACTIVOS, ASI QUE SE CONCILIA UNA VEZ CON TODOS LOS PERIODOS
      *QUE CERRARON ESE DIA
       30-CONCILIA-PERIODOS.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "PERIODOS CERRADOS (NOMHIST) CONTRA POLIZAS (NOMGL)"
                   TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE ZERO TO WS-PE-USADOS.
           OPEN INPUT F-PERIODOS.
           IF WS-PC-STATUS = "00"
                   MOVE LOW-VALUES TO PC-LLAVE
                   MOVE "N" TO WS-PC-FIN
                   START F-PERIODOS KEY IS NOT LESS THAN PC-LLAVE
                           INVALID KEY MOVE "S" TO WS-PC-FIN
                   END-START
                   PERFORM 30-1-LEE-PERIODO UNTIL WS-PC-FIN = "S"
           END-IF.
           CLOSE F-PERIODOS.
           OPEN INPUT F-HISTORIA.
           IF WS-HP-STATUS = "00" OR WS-HP-STATUS = "05"
                   MOVE 1 TO WS-PE-IDX
                   PERFORM 30-2-SIGUIENTE-FECHA
                           UNTIL WS-PE-IDX > WS-PE-USADOS
           END-IF.
           CLOSE F-HISTORIA.

       30-1-LEE-PERIODO.
           READ F-PERIODOS NEXT RECORD
                   AT END MOVE "S" TO WS-PC-FIN
                   NOT AT END
                           IF PC-PERIODO(1:4) = WS-ANO
                           AND WS-PE-USADOS < 200
                                   ADD 1 TO WS-PE-USADOS
                                   MOVE PC-FRECUENCIA
                                   TO WS-PE-FRECUENCIA(WS-PE-USADOS)
                                   MOVE PC-PERIODO
                                   TO WS-PE-PERIODO(WS-PE-USADOS)
                                   MOVE PC-FECHA-CIERRE
                                   TO WS-PE-CIERRE(WS-PE-USADOS)
                                   MOVE "N"
                                   TO WS-PE-HECHO(WS-PE-USADOS)
                           END-IF
           END-READ.

       30-2-SIGUIENTE-FECHA.
           IF WS-PE-HECHO(WS-PE-IDX) = "N"
                   PERFORM 31-CONCILIA-FECHA
           END-IF.
           ADD 1 TO WS-PE-IDX.

       31-CONCILIA-FECHA.
           MOVE WS-PE-CIERRE(WS-PE-IDX) TO WS-FECHA-GL.
           PERFORM 32-CARGA-POLIZA.
           MOVE 1 TO WS-PE-IDX2.
           PERFORM 31-1-PERIODO-DE-LA-FECHA
                   UNTIL WS-PE-IDX2 > WS-PE-USADOS.
      *LO QUE QUEDO EN LA POLIZA SIN RECIBO EN NINGUN PERIODO DE
      *ESE DIA SE PAGO EN CONTABILIDAD SIN QUEDAR EN LA HISTORIA
           IF WS-GL-EXISTE = "S"
                   MOVE 1 TO WS-GL-FOLIO
                   PERFORM 31-2-POLIZA-SIN-HISTORIA
                           UNTIL WS-GL-FOLIO > 9999
           END-IF.

       31-1-PERIODO-DE-LA-FECHA.
           IF WS-PE-HECHO(WS-PE-IDX2) = "N"
           AND WS-PE-CIERRE(WS-PE-IDX2) = WS-FECHA-GL
                   MOVE "S" TO WS-PE-HECHO(WS-PE-IDX2)
                   PERFORM 33-CONCILIA-PERIODO
           END-IF.
           ADD 1 TO WS-PE-IDX2.

       31-2-POLIZA-SIN-HISTORIA.
           IF WS-GP-EN-POLIZA(WS-GL-FOLIO) = "S"
           AND WS-GP-USADO(WS-GL-FOLIO) = "N"
                   MOVE WS-GP-NETO(WS-GL-FOLIO) TO WS-MONTO-FMT
                   MOVE SPACES TO RP-LINEA
                   STRING "  POLIZA " DELIMITED BY SIZE
                           WS-FECHA-GL DELIMITED BY SIZE
                           " FOLIO " DELIMITED BY SIZE
                           WS-GL-FOLIO DELIMITED BY SIZE
                           ": EN POLIZA SIN RECIBO EN LA HISTORIA, "
                                   DELIMITED BY SIZE
                           "NETO " DELIMITED BY SIZE
                           WS-MONTO-FMT DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
                   ADD 1 TO WS-DIF-PERIODO
           END-IF.
           ADD 1 TO WS-GL-FOLIO.

      *CARGA LOS RENGLONES DE TRABAJADOR DE LA POLIZA DEL DIA; UNA
      *POLIZA DEL FORMATO ANTERIOR (A 80 POSICIONES) NO TRAE EL
      *NETO Y SUS RENGLONES QUEDAN MARCADOS SIN IMPORTE
       32-CARGA-POLIZA.
           MOVE 1 TO WS-GL-FOLIO.
           PERFORM 32-1-LIMPIA-POLIZA UNTIL WS-GL-FOLIO > 9999.
           MOVE "N" TO WS-GL-EXISTE.
           OPEN INPUT F-GL.
           IF WS-GL-STATUS = "00"
                   MOVE "S" TO WS-GL-EXISTE
                   MOVE "N" TO WS-GL-FIN
                   PERFORM 32-2-LEE-POLIZA UNTIL WS-GL-FIN = "S"
           END-IF.
           CLOSE F-GL.

       32-1-LIMPIA-POLIZA.
           MOVE "N" TO WS-GP-EN-POLIZA(WS-GL-FOLIO).
           MOVE "N" TO WS-GP-USADO(WS-GL-FOLIO).
           MOVE "N" TO WS-GP-SIN-IMPORTE(WS-GL-FOLIO).
           MOVE ZERO TO WS-GP-NETO(WS-GL-FOLIO).
           MOVE 1 TO WS-GP-TASA(WS-GL-FOLIO).
           ADD 1 TO WS-GL-FOLIO.

       32-2-LEE-POLIZA.
           READ F-GL
                   AT END MOVE "S" TO WS-GL-FIN
                   NOT AT END
                           IF GL-ID IS NUMERIC
                                   MOVE GL-ID TO WS-GL-FOLIO
                                   IF WS-GL-FOLIO > ZERO
                                           PERFORM 32-3-RENGLON-POLIZA
                                   END-IF
                           END-IF
           END-READ.

       32-3-RENGLON-POLIZA.
           MOVE "S" TO WS-GP-EN-POLIZA(WS-GL-FOLIO).
           IF GL-NETO-ENT IS NUMERIC AND GL-NETO-DEC IS NUMERIC
                   MOVE GL-NETO-ENT TO WS-GL-ENTERO
                   MOVE GL-NETO-DEC TO WS-GL-CENTAVOS
                   COMPUTE WS-GP-NETO(WS-GL-FOLIO) =
                           WS-GL-ENTERO + (WS-GL-CENTAVOS / 100)
                   IF GL-TASA-ENT IS NUMERIC
                   AND GL-TASA-DEC IS NUMERIC
                           MOVE GL-TASA-ENT TO WS-GL-TASA-E
                           MOVE GL-TASA-DEC TO WS-GL-TASA-D
                           COMPUTE WS-GP-TASA(WS-GL-FOLIO) =
                                   WS-GL-TASA-E
                                   + (WS-GL-TASA-D / 10000)
                   END-IF
           ELSE
                   MOVE "S" TO WS-GP-SIN-IMPORTE(WS-GL-FOLIO)
           END-IF.

      *LOS RECIBOS DEL PERIODO SEGUN LA HISTORIA CONTRA SUS
      *RENGLONES EN LA POLIZA, Y EL RENGLON DE TOTALES DEL PERIODO
       33-CONCILIA-PERIODO.
           MOVE ZERO TO WS-PR-RECIBOS.
           MOVE ZERO TO WS-PR-EN-POLIZA.
           MOVE ZERO TO WS-PR-NETO-HIST.
           MOVE ZERO TO WS-PR-NETO-GL.
           MOVE WS-PE-FRECUENCIA(WS-PE-IDX2) TO HP-FRECUENCIA.
           MOVE WS-PE-PERIODO(WS-PE-IDX2) TO HP-PERIODO.
           MOVE ZERO TO HP-ID.
           MOVE "N" TO WS-HP-FIN.
           START F-HISTORIA KEY IS NOT LESS THAN HP-LLAVE
                   INVALID KEY MOVE "S" TO WS-HP-FIN
           END-START.
           PERFORM 33-1-LEE-RECIBO UNTIL WS-HP-FIN = "S".
           MOVE WS-PR-NETO-HIST TO WS-MONTO-FMT.
           MOVE WS-PR-NETO-GL TO WS-MONTO-FMT-2.
           MOVE SPACES TO RP-LINEA.
           STRING "PERIODO " DELIMITED BY SIZE
                   WS-PE-FRECUENCIA(WS-PE-IDX2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PE-PERIODO(WS-PE-IDX2) DELIMITED BY SIZE
                   " CERRADO " DELIMITED BY SIZE
                   WS-FECHA-GL DELIMITED BY SIZE
                   " RECIBOS " DELIMITED BY SIZE
                   WS-PR-RECIBOS DELIMITED BY SIZE
                   " NETO " DELIMITED BY SIZE
                   WS-MONTO-FMT DELIMITED BY SIZE
                   " POLIZA " DELIMITED BY SIZE
                   WS-PR-EN-POLIZA DELIMITED BY SIZE
                   " NETO " DELIMITED BY SIZE
                   WS-MONTO-FMT-2 DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           IF WS-GL-EXISTE = "N"
                   MOVE SPACES TO RP-LINEA
                   STRING "  SIN POLIZA DEL DIA DE CIERRE "
                                   DELIMITED BY SIZE
                           WS-NOMBRE-GL DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
                   ADD 1 TO WS-DIF-PERIODO
           END-IF.

       33-1-LEE-RECIBO.
           READ F-HISTORIA NEXT RECORD
                   AT END MOVE "S" TO WS-HP-FIN
                   NOT AT END
                           IF HP-FRECUENCIA
                                   NOT = WS-PE-FRECUENCIA(WS-PE-IDX2)
                           OR HP-PERIODO
                                   NOT = WS-PE-PERIODO(WS-PE-IDX2)
                                   MOVE "S" TO WS-HP-FIN
                           ELSE
                                   PERFORM 34-COMPARA-RECIBO
                           END-IF
           END-READ.

      *EL NETO DE LA HISTORIA ESTA EN LA MONEDA DEL TRABAJADOR; SE
      *PASA A MONEDA BASE CON LA TASA QUE TRAE EL PROPIO RENGLON DE
      *LA POLIZA, SIN REDONDEO, COMO 52-CONVIERTE-A-BASE
       34-COMPARA-RECIBO.
           ADD 1 TO WS-PR-RECIBOS.
           MOVE HP-ID TO WS-GL-FOLIO.
           IF WS-GL-EXISTE = "N"
                   ADD HP-NETO TO WS-PR-NETO-HIST
           ELSE
           IF WS-GP-EN-POLIZA(WS-GL-FOLIO) = "N"
                   ADD HP-NETO TO WS-PR-NETO-HIST
                   MOVE HP-NETO TO WS-MONTO-FMT
                   MOVE SPACES TO RP-LINEA
                   STRING "  FOLIO " DELIMITED BY SIZE
                           HP-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HP-NOMBRE DELIMITED BY SIZE
                           " NETO " DELIMITED BY SIZE
                           WS-MONTO-FMT DELIMITED BY SIZE
                           ": RECIBO SIN RENGLON EN LA POLIZA"
                                   DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
                   ADD 1 TO WS-DIF-PERIODO
           ELSE
                   MOVE "S" TO WS-GP-USADO(WS-GL-FOLIO)
                   ADD 1 TO WS-PR-EN-POLIZA
                   COMPUTE WS-NETO-BASE =
                           HP-NETO * WS-GP-TASA(WS-GL-FOLIO)
                   ADD WS-NETO-BASE TO WS-PR-NETO-HIST
                   IF WS-GP-SIN-IMPORTE(WS-GL-FOLIO) = "S"
                           MOVE SPACES TO RP-LINEA
                           STRING "  FOLIO " DELIMITED BY SIZE
                                   HP-ID DELIMITED BY SIZE
                                   ": LA POLIZA NO TRAE IMPORTE "
                                           DELIMITED BY SIZE
                                   "(FORMATO ANTERIOR), NO SE PUEDE "
                                           DELIMITED BY SIZE
                                   "COMPARAR" DELIMITED BY SIZE
                                   INTO RP-LINEA
                           WRITE RP-LINEA
                   ELSE
                           ADD WS-GP-NETO(WS-GL-FOLIO)
                                   TO WS-PR-NETO-GL
                           IF WS-NETO-BASE
                                   NOT = WS-GP-NETO(WS-GL-FOLIO)
                                   PERFORM 35-DIFERENCIA-RECIBO
                           END-IF
                   END-IF
           END-IF
           END-IF.

       35-DIFERENCIA-RECIBO.
           COMPUTE WS-CN-DIF =
                   WS-NETO-BASE - WS-GP-NETO(WS-GL-FOLIO).
           MOVE WS-NETO-BASE TO WS-MONTO-FMT.
           MOVE WS-GP-NETO(WS-GL-FOLIO) TO WS-MONTO-FMT-2.
           MOVE WS-CN-DIF TO WS-MONTO-FMT-3.
           MOVE SPACES TO RP-LINEA.
           STRING "  FOLIO " DELIMITED BY SIZE
                   HP-ID DELIMITED BY SIZE
                   " NETO HISTORIA " DELIMITED BY SIZE
                   WS-MONTO-FMT DELIMITED BY SIZE
                   "  POLIZA " DELIMITED BY SIZE
                   WS-MONTO-FMT-2 DELIMITED BY SIZE
                   "  DIFERENCIA " DELIMITED BY SIZE
                   WS-MONTO-FMT-3 DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           ADD 1 TO WS-DIF-PERIODO.

      *LA REESCRITURA PISA NOMACUM CON LO RECONSTRUIDO DE LA
      *HISTORIA, SOLO EN LOS FOLIOS CON DIFERENCIA; LA AUTORIZA UN
      *ADMINISTRADOR, NO CORRE CON UN LOTE EN CURSO Y DEJA EN LA
      *BITACORA EL VALOR ANTERIOR DE CADA CONCEPTO QUE CAMBIA
       40-REESCRIBE-ACUMULADOS.
           IF WS-OPER-ROL NOT = "A"
                   DISPLAY "Solo un administrador puede reescribir "
                           "los acumulados desde la historia."
           ELSE
                   MOVE "C" TO WS-CAND-OP
                   CALL "CANDADOUTIL" USING WS-CAND-OP
                           WS-CAND-PROCESO WS-CAND-RESULTADO
                   IF WS-CAND-RESULTADO = "B"
                           DISPLAY "El proceso " WS-CAND-PROCESO
                                   " esta en curso; la reescritura "
                                   "debe esperar a que termine."
                   ELSE
                           DISPLAY "Reescribir los " WS-DIF-ACUM
                                   " acumulados con diferencia "
                                   "tomando la historia (S/N)? "
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                                   PERFORM 41-APLICA-REESCRITURA
                           ELSE
                                   DISPLAY "Acumulados sin cambio"
                           END-IF
                   END-IF
           END-IF.

       41-APLICA-REESCRITURA.
           MOVE "P" TO WS-CAND-OP.
           MOVE "CONCILIA-AC" TO WS-CAND-PROCESO.
           CALL "CANDADOUTIL" USING WS-CAND-OP
                   WS-CAND-PROCESO WS-CAND-RESULTADO.
           OPEN I-O F-ACUMULADOS.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "REESCRITURA DE ACUMULADOS DESDE LA HISTORIA"
                   TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE 1 TO WS-RC-IDX.
           PERFORM 42-REESCRIBE-FOLIO UNTIL WS-RC-IDX > 9999.
           CLOSE F-ACUMULADOS.
           MOVE "Q" TO WS-CAND-OP.
           CALL "CANDADOUTIL" USING WS-CAND-OP
                   WS-CAND-PROCESO WS-CAND-RESULTADO.
           MOVE WS-REESCRITOS TO WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "ACUMULADOS REESCRITOS: " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           DISPLAY "Acumulados reescritos: " WS-REESCRITOS.

       42-REESCRIBE-FOLIO.
           IF WS-RC-DIFIERE(WS-RC-IDX) = "S"
                   MOVE WS-ANO TO AC-ANO
                   MOVE WS-RC-IDX TO AC-ID
                   READ F-ACUMULADOS
                           INVALID KEY
                                   PERFORM 43-CREA-ACUMULADO
                           NOT INVALID KEY
                                   PERFORM 44-CORRIGE-ACUMULADO
                   END-READ
           END-IF.
           ADD 1 TO WS-RC-IDX.

       43-CREA-ACUMULADO.
           MOVE WS-ANO TO AC-ANO.
           MOVE WS-RC-IDX TO AC-ID.
           MOVE WS-RC-NOMBRE(WS-RC-IDX) TO AC-NOMBRE.
           MOVE WS-RC-APELLIDO(WS-RC-IDX) TO AC-APELLIDO.
           MOVE WS-RC-BRUTO(WS-RC-IDX) TO AC-BRUTO.
           MOVE WS-RC-ISR(WS-RC-IDX) TO AC-ISR.
           MOVE WS-RC-IMSS(WS-RC-IDX) TO AC-IMSS.
           WRITE AC-REGISTRO
                   INVALID KEY
                           DISPLAY "Error al crear el acumulado de "
                                   AC-ID ", estatus: " WS-AC-STATUS
                   NOT INVALID KEY
                           ADD 1 TO WS-REESCRITOS
                           MOVE "BRUTO" TO WS-CN-CONCEPTO
                           MOVE ZERO TO WS-CN-ACUM
                           MOVE AC-BRUTO TO WS-CN-HIST
                           PERFORM 45-AUDITA-CONCEPTO
                           MOVE "ISR" TO WS-CN-CONCEPTO
                           MOVE AC-ISR TO WS-CN-HIST
                           PERFORM 45-AUDITA-CONCEPTO
                           MOVE "IMSS" TO WS-CN-CONCEPTO
                           MOVE AC-IMSS TO WS-CN-HIST
                           PERFORM 45-AUDITA-CONCEPTO
           END-WRITE.

       44-CORRIGE-ACUMULADO.
           MOVE "BRUTO" TO WS-CN-CONCEPTO.
           MOVE AC-BRUTO TO WS-CN-ACUM.
           MOVE WS-RC-BRUTO(WS-RC-IDX) TO WS-CN-HIST.
           PERFORM 45-AUDITA-CONCEPTO.
           MOVE "ISR" TO WS-CN-CONCEPTO.
           MOVE AC-ISR TO WS-CN-ACUM.
           MOVE WS-RC-ISR(WS-RC-IDX) TO WS-CN-HIST.
           PERFORM 45-AUDITA-CONCEPTO.
           MOVE "IMSS" TO WS-CN-CONCEPTO.
           MOVE AC-IMSS TO WS-CN-ACUM.
           MOVE WS-RC-IMSS(WS-RC-IDX) TO WS-CN-HIST.
           PERFORM 45-AUDITA-CONCEPTO.
           MOVE WS-RC-BRUTO(WS-RC-IDX) TO AC-BRUTO.
           MOVE WS-RC-ISR(WS-RC-IDX) TO AC-ISR.
           MOVE WS-RC-IMSS(WS-RC-IDX) TO AC-IMSS.
           REWRITE AC-REGISTRO
                   INVALID KEY
                           DISPLAY "Error al reescribir el acumulado "
                                   "de " AC-ID ", estatus: "
                                   WS-AC-STATUS
                   NOT INVALID KEY
                           ADD 1 TO WS-REESCRITOS
           END-REWRITE.

      *UN RENGLON DE BITACORA Y DE REPORTE POR CONCEPTO QUE CAMBIA,
      *CON EL VALOR DE NOMACUM ANTES Y EL RECONSTRUIDO DESPUES
       45-AUDITA-CONCEPTO.
           IF WS-CN-ACUM NOT = WS-CN-HIST
                   MOVE WS-CN-ACUM TO WS-MONTO-FMT
                   MOVE WS-CN-HIST TO WS-MONTO-FMT-2
                   ACCEPT AUD-FECHA FROM DATE YYYYMMDD
                   ACCEPT AUD-HORA FROM TIME
                   MOVE WS-RC-IDX TO AUD-ID
                   MOVE "RECONSTRUYE" TO AUD-ACCION
                   MOVE SPACES TO AUD-CAMPO
                   STRING "ACUM-" DELIMITED BY SIZE
                           WS-ANO DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-CN-CONCEPTO DELIMITED BY SIZE
                           INTO AUD-CAMPO
                   MOVE WS-MONTO-FMT TO AUD-VALOR-ANTERIOR
                   MOVE WS-MONTO-FMT-2 TO AUD-VALOR-NUEVO
                   MOVE WS-OPERADOR TO AUD-OPERADOR
                   MOVE "E" TO WS-BIT-OP
                   CALL "BITACORAUTIL" USING WS-BIT-OP WS-EMP-AUD
                           AUD-REGISTRO
                   MOVE SPACES TO RP-LINEA
                   STRING "  FOLIO " DELIMITED BY SIZE
                           WS-RC-IDX DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CN-CONCEPTO DELIMITED BY SIZE
                           " DE " DELIMITED BY SIZE
                           WS-MONTO-FMT DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           WS-MONTO-FMT-2 DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
           END-IF.

       50-RESUMEN.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-DIF-ACUM TO WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "FOLIOS CON ACUMULADO DISTINTO A LA HISTORIA: "
                           DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           DISPLAY RP-LINEA.
           MOVE WS-DIF-PERIODO TO WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "DIFERENCIAS DE PERIODO CONTRA POLIZA:        "
                           DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           DISPLAY RP-LINEA.
           MOVE WS-DIF-ANULA TO WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "ANULACIONES INCOMPLETAS:                     "
                           DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           DISPLAY RP-LINEA.
           IF WS-DIF-ACUM = ZERO AND WS-DIF-PERIODO = ZERO
           AND WS-DIF-ANULA = ZERO
                   MOVE "CONCILIACION LIMPIA, SIN DIFERENCIAS"
                           TO RP-LINEA
                   WRITE RP-LINEA
                   DISPLAY RP-LINEA
           END-IF.

       END PROGRAM NOMCONCILIA.
