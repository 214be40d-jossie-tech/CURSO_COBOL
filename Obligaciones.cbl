      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Calendario de obligaciones de ley de la empresa en
      *          operacion (aguinaldo, PTU, cuotas IMSS, SUA, ajuste
      *          anual de ISR, impuesto sobre nomina...): alta, lista
      *          y baja de cada obligacion con su regla de
      *          vencimiento y el programa que la atiende, y reporte
      *          de lo que vence en los proximos dias, lo vencido sin
      *          cumplir y lo cumplido (cuando y por quien). La
      *          cadena nocturna lo corre en modo lote y solo deja el
      *          reporte
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMOBLIGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OBLIGACIONES
           ASSIGN TO WS-ARCH-OBLIG
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS OB-CLAVE
           FILE STATUS IS WS-OB-STATUS.

           SELECT OPTIONAL F-CUMPLIMIENTOS
           ASSIGN TO WS-ARCH-CUMPLE
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CU-LLAVE
           FILE STATUS IS WS-CU-STATUS.

      *BANDERA DE MODO LOTE DEJADA POR LA CADENA NOCTURNA: "B"
      *GENERA EL REPORTE SIN PREGUNTAR
           SELECT OPTIONAL F-MODO-LOTE
           ASSIGN TO "NOMLOTE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ML-STATUS.

           SELECT F-REPORTE
           ASSIGN TO WS-ARCH-REPORTE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *MISMO LAYOUT QUE LA RUTINA OBLIGAUTIL
       FD F-OBLIGACIONES.
       01 OB-REGISTRO.
           02 OB-CLAVE                     PIC X(10).
           02 OB-DESCRIPCION               PIC X(40).
           02 OB-PROGRAMA                  PIC X(12).
           02 OB-CADA-MESES                PIC 9(02).
           02 OB-MES                       PIC 9(02).
           02 OB-DIA                       PIC 9(02).
           02 OB-DIAS-AVISO                PIC 9(03).
           02 OB-ALTA                      PIC X(08).

       FD F-CUMPLIMIENTOS.
       01 CU-REGISTRO.
           02 CU-LLAVE.
               03 CU-CLAVE                 PIC X(10).
               03 CU-VENCE                 PIC X(08).
           02 CU-FECHA                     PIC X(08).
           02 CU-HORA                      PIC X(08).
           02 CU-OPERADOR                  PIC X(08).
           02 CU-PROGRAMA                  PIC X(12).

       FD F-MODO-LOTE.
       01 ML-REGISTRO                      PIC X(08).

       FD F-REPORTE.
       01 RP-LINEA                         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-OBLIG.
           02 WS-EMP-OBLIG                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(12)
                   VALUE "NOMOBLIG.DAT".
       01 WS-ARCH-CUMPLE.
           02 WS-EMP-CUMPLE                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMOBLCUM.DAT".
       01 WS-ARCH-REPORTE.
           02 WS-EMP-REP                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMOBLIGA-".
           02 WS-FECHA-REP                 PIC X(08).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-OB-STATUS                     PIC X(02).
       77 WS-CU-STATUS                     PIC X(02).
       77 WS-ML-STATUS                     PIC X(02).
       77 WS-RP-STATUS                     PIC X(02).
       77 WS-MODO-LOTE                     PIC X(01).
       77 WS-OPCION                        PIC X(01).
       77 WS-TERMINA                       PIC 9(01).
       77 WS-OB-FIN                        PIC X(01).
       77 WS-FECHA-HOY                     PIC X(08).
       77 WS-FECHA-CAP                     PIC X(08).
       77 WS-CLAVE-CAP                     PIC X(10).
       77 WS-VALIDA                        PIC X(01).
      *ENLACE CON LA RUTINA DEL CALENDARIO DE OBLIGACIONES
       77 WS-OBL-OPERACION                 PIC X(01).
       01 WS-OBL-DATOS.
           02 WS-OBL-PROGRAMA              PIC X(12).
           02 WS-OBL-CLAVE                 PIC X(10).
           02 WS-OBL-ANTERIOR              PIC X(08).
           02 WS-OBL-SIGUIENTE             PIC X(08).
           02 WS-OBL-CUMPLIDA-ANT          PIC X(01).
           02 WS-OBL-CUMPLIDA-SIG          PIC X(01).
           02 FILLER                       PIC X(10).
      *CAMPOS DE ENLACE CON LA RUTINA COMPARTIDA DE FECHAS
       77 WS-FU-OPERACION                  PIC X(01).
       77 WS-FU-FECHA-1                    PIC X(08).
       77 WS-FU-FECHA-2                    PIC X(08).
       77 WS-FU-DIAS                       PIC 9(05).
       77 WS-DIAS-FMT                      PIC ZZZZ9.
       77 WS-LIMITE-AVISO                  PIC X(08).
      *TOTALES DEL REPORTE
       77 WS-VENCIDAS                      PIC 9(04).
       77 WS-POR-VENCER                    PIC 9(04).
       77 WS-CUMPLIDAS                     PIC 9(04).
       77 WS-CUENTA-FMT                    PIC ZZZ9.
      *OBLIGACIONES DE LEY QUE SE CARGAN DE INICIO: CLAVE,
      *DESCRIPCION, PROGRAMA, CADA MESES, MES, DIA Y DIAS DE AVISO
       01 WS-OBLIGACIONES-LEY.
           02 FILLER                       PIC X(10)
                   VALUE "AGUINALDO".
           02 FILLER                       PIC X(40)
                   VALUE "Pago de aguinaldo".
           02 FILLER                       PIC X(12)
                   VALUE "60-AGUINALDO".
           02 FILLER                       PIC X(09)
                   VALUE "121220030".
           02 FILLER                       PIC X(10)
                   VALUE "PTU".
           02 FILLER                       PIC X(40)
                   VALUE "Reparto de utilidades (PTU)".
           02 FILLER                       PIC X(12)
                   VALUE "NOMPTU".
           02 FILLER                       PIC X(09)
                   VALUE "120531030".
           02 FILLER                       PIC X(10)
                   VALUE "IMSSMES".
           02 FILLER                       PIC X(40)
                   VALUE "Cuotas obrero patronales IMSS mensuales".
           02 FILLER                       PIC X(12)
                   VALUE "NOMCEDIMSS".
           02 FILLER                       PIC X(09)
                   VALUE "010117007".
           02 FILLER                       PIC X(10)
                   VALUE "IMSSBIM".
           02 FILLER                       PIC X(40)
                   VALUE "Pago bimestral SUA (RCV e INFONAVIT)".
           02 FILLER                       PIC X(12)
                   VALUE "NOMSUA".
           02 FILLER                       PIC X(09)
                   VALUE "020117010".
           02 FILLER                       PIC X(10)
                   VALUE "AJUSTEISR".
           02 FILLER                       PIC X(40)
                   VALUE "Ajuste anual de ISR".
           02 FILLER                       PIC X(12)
                   VALUE "NOMAJANUAL".
           02 FILLER                       PIC X(09)
                   VALUE "121231030".
           02 FILLER                       PIC X(10)
                   VALUE "ISN".
           02 FILLER                       PIC X(40)
                   VALUE "Impuesto estatal sobre nomina".
           02 FILLER                       PIC X(12)
                   VALUE "FINDEMES".
           02 FILLER                       PIC X(09)
                   VALUE "010117007".
       01 WS-TABLA-LEY REDEFINES WS-OBLIGACIONES-LEY.
           02 WS-LEY                       OCCURS 6.
               03 WS-LEY-CLAVE             PIC X(10).
               03 WS-LEY-DESCRIPCION       PIC X(40).
               03 WS-LEY-PROGRAMA          PIC X(12).
               03 WS-LEY-CADA-MESES        PIC 9(02).
               03 WS-LEY-MES               PIC 9(02).
               03 WS-LEY-DIA               PIC 9(02).
               03 WS-LEY-DIAS-AVISO        PIC 9(03).
       77 WS-LEY-IDX                       PIC 9(02).
       77 WS-LEY-ALTAS                     PIC 9(02).

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "CALENDARIO DE OBLIGACIONES DE LEY".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O F-OBLIGACIONES.
           IF WS-OB-STATUS = "35"
                   OPEN OUTPUT F-OBLIGACIONES
                   CLOSE F-OBLIGACIONES
                   OPEN I-O F-OBLIGACIONES
           END-IF.
      *EN MODO LOTE (BANDERA "B" EN NOMLOTE.DAT, DEJADA POR LA
      *CADENA NOCTURNA) SOLO SE GENERA EL REPORTE
           PERFORM 07-LEE-MODO-LOTE.
           IF WS-MODO-LOTE = "B"
                   PERFORM 40-REPORTE-VENCIMIENTOS
           ELSE
                   MOVE ZERO TO WS-TERMINA
                   PERFORM 01-MENU UNTIL WS-TERMINA = 1
           END-IF.
           CLOSE F-OBLIGACIONES.
           MOVE ZERO TO RETURN-CODE.
      *GOBACK PARA REGRESAR AL MENU DEL LANZADOR
           GOBACK.

       01-MENU.
           DISPLAY "A - Alta/correccion, L - Listar, B - Eliminar, "
                   "D - Cargar obligaciones de ley, "
                   "R - Reporte de vencimientos, S - Salir".
           ACCEPT WS-OPCION.
           IF WS-OPCION = "A" OR WS-OPCION = "a"
                   PERFORM 10-CAPTURA-OBLIGACION
           ELSE
           IF WS-OPCION = "L" OR WS-OPCION = "l"
                   PERFORM 20-LISTA-OBLIGACIONES
           ELSE
           IF WS-OPCION = "B" OR WS-OPCION = "b"
                   PERFORM 30-ELIMINA-OBLIGACION
           ELSE
           IF WS-OPCION = "D" OR WS-OPCION = "d"
                   PERFORM 15-CARGA-OBLIGACIONES-LEY
           ELSE
           IF WS-OPCION = "R" OR WS-OPCION = "r"
                   PERFORM 40-REPORTE-VENCIMIENTOS
           ELSE
           IF WS-OPCION = "S" OR WS-OPCION = "s"
                   MOVE 1 TO WS-TERMINA
           ELSE
                   DISPLAY "Opcion invalida, verifique".

      *ARMA LOS NOMBRES DE ARCHIVO CON LA EMPRESA EN OPERACION;
      *DEBE CORRER ANTES DE ABRIR CUALQUIER ARCHIVO
       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-OBLIG.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CUMPLE.
           MOVE WS-EMP-PREFIJO TO WS-EMP-REP.

       07-LEE-MODO-LOTE.
           MOVE SPACE TO WS-MODO-LOTE.
           OPEN INPUT F-MODO-LOTE.
           IF WS-ML-STATUS = "00"
                   READ F-MODO-LOTE
                           AT END CONTINUE
                           NOT AT END
                                   MOVE ML-REGISTRO(1:1)
                                           TO WS-MODO-LOTE
                   END-READ
           END-IF.
           CLOSE F-MODO-LOTE.

      *EL CICLO DEBE DIVIDIR EL ANIO (1, 2, 3, 4, 6 O 12 MESES)
      *PARA QUE LOS VENCIMIENTOS CAIGAN SIEMPRE EN LOS MISMOS MESES
       10-CAPTURA-OBLIGACION.
           DISPLAY "Clave de la obligacion: ".
           ACCEPT WS-CLAVE-CAP.
           IF WS-CLAVE-CAP = SPACES
                   DISPLAY "Clave invalida, no se graba."
           ELSE
                   MOVE WS-CLAVE-CAP TO OB-CLAVE
                   DISPLAY "Descripcion: "
                   ACCEPT OB-DESCRIPCION
                   CALL "NOMBREUTIL" USING OB-DESCRIPCION 40
                   DISPLAY "Programa que la atiende (NOMPTU, "
                           "60-AGUINALDO, FINDEMES...): "
                   ACCEPT OB-PROGRAMA
                   DISPLAY "Vence cada cuantos meses (01, 02, 03, "
                           "04, 06 o 12): "
                   ACCEPT OB-CADA-MESES
                   DISPLAY "Mes del primer vencimiento del anio "
                           "(01-12): "
                   ACCEPT OB-MES
                   DISPLAY "Dia limite (01-31, el ultimo del mes "
                           "si este es mas corto): "
                   ACCEPT OB-DIA
                   DISPLAY "Dias de aviso antes del vencimiento: "
                   ACCEPT OB-DIAS-AVISO
                   PERFORM 11-VALIDA-REGLA
                   IF WS-VALIDA = "N"
                           DISPLAY "Regla de vencimiento invalida, no "
                                   "se graba."
                   ELSE
                           MOVE WS-FECHA-HOY TO OB-ALTA
                           WRITE OB-REGISTRO
                                   INVALID KEY
                                   REWRITE OB-REGISTRO
                                           INVALID KEY
                                           DISPLAY "Error al grabar "
                                                   "la obligacion, "
                                                   "estatus: "
                                                   WS-OB-STATUS
                                   END-REWRITE
                           END-WRITE
                           DISPLAY "Obligacion " OB-CLAVE
                                   " registrada."
                   END-IF
           END-IF.

       11-VALIDA-REGLA.
           MOVE "S" TO WS-VALIDA.
           IF OB-CADA-MESES NOT NUMERIC OR OB-MES NOT NUMERIC
           OR OB-DIA NOT NUMERIC OR OB-DIAS-AVISO NOT NUMERIC
                   MOVE "N" TO WS-VALIDA
           ELSE
           IF OB-CADA-MESES NOT = 1 AND OB-CADA-MESES NOT = 2
           AND OB-CADA-MESES NOT = 3 AND OB-CADA-MESES NOT = 4
           AND OB-CADA-MESES NOT = 6 AND OB-CADA-MESES NOT = 12
                   MOVE "N" TO WS-VALIDA
           ELSE
           IF OB-MES < 1 OR OB-MES > 12
           OR OB-DIA < 1 OR OB-DIA > 31
                   MOVE "N" TO WS-VALIDA.

      *LAS OBLIGACIONES QUE YA EXISTEN NO SE TOCAN, ASI LA CARGA
      *SE PUEDE REPETIR SIN PERDER AJUSTES NI FECHAS DE ALTA
       15-CARGA-OBLIGACIONES-LEY.
           MOVE ZERO TO WS-LEY-ALTAS.
           MOVE 1 TO WS-LEY-IDX.
           PERFORM 15-1-CARGA-UNA UNTIL WS-LEY-IDX > 6.
           DISPLAY WS-LEY-ALTAS " obligaciones de ley agregadas.".

       15-1-CARGA-UNA.
           MOVE WS-LEY-CLAVE(WS-LEY-IDX) TO OB-CLAVE.
           MOVE WS-LEY-DESCRIPCION(WS-LEY-IDX) TO OB-DESCRIPCION.
           MOVE WS-LEY-PROGRAMA(WS-LEY-IDX) TO OB-PROGRAMA.
           MOVE WS-LEY-CADA-MESES(WS-LEY-IDX) TO OB-CADA-MESES.
           MOVE WS-LEY-MES(WS-LEY-IDX) TO OB-MES.
           MOVE WS-LEY-DIA(WS-LEY-IDX) TO OB-DIA.
           MOVE WS-LEY-DIAS-AVISO(WS-LEY-IDX) TO OB-DIAS-AVISO.
           MOVE WS-FECHA-HOY TO OB-ALTA.
           WRITE OB-REGISTRO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-LEY-ALTAS
           END-WRITE.
           ADD 1 TO WS-LEY-IDX.

       20-LISTA-OBLIGACIONES.
           MOVE LOW-VALUES TO OB-CLAVE.
           MOVE "N" TO WS-OB-FIN.
           START F-OBLIGACIONES KEY IS NOT LESS THAN OB-CLAVE
                   INVALID KEY
                           DISPLAY "El calendario esta vacio."
                           MOVE "S" TO WS-OB-FIN
           END-START.
           PERFORM 20-1-LISTA-UNA UNTIL WS-OB-FIN = "S".

       20-1-LISTA-UNA.
           READ F-OBLIGACIONES NEXT RECORD
                   AT END MOVE "S" TO WS-OB-FIN
                   NOT AT END
                           DISPLAY OB-CLAVE " " OB-DESCRIPCION " "
                                   OB-PROGRAMA " CADA " OB-CADA-MESES
                                   " MESES DESDE " OB-MES " DIA "
                                   OB-DIA " AVISO " OB-DIAS-AVISO
           END-READ.

       30-ELIMINA-OBLIGACION.
           DISPLAY "Clave de la obligacion a eliminar: ".
           ACCEPT WS-CLAVE-CAP.
           MOVE WS-CLAVE-CAP TO OB-CLAVE.
           DELETE F-OBLIGACIONES
                   INVALID KEY
                           DISPLAY "No existe esa obligacion."
                   NOT INVALID KEY
                           DISPLAY "Obligacion eliminada."
           END-DELETE.

      *POR CADA OBLIGACION: EL VENCIMIENTO ANTERIOR (CUMPLIDO O
      *VENCIDO SIN CUMPLIR) Y EL SIGUIENTE (CUMPLIDO, POR VENCER
      *DENTRO DE SUS DIAS DE AVISO, O SOLO LA FECHA)
       40-REPORTE-VENCIMIENTOS.
           MOVE WS-FECHA-HOY TO WS-FECHA-REP.
           MOVE ZERO TO WS-VENCIDAS.
           MOVE ZERO TO WS-POR-VENCER.
           MOVE ZERO TO WS-CUMPLIDAS.
           OPEN OUTPUT F-REPORTE.
           OPEN INPUT F-CUMPLIMIENTOS.
           MOVE SPACES TO RP-LINEA.
           STRING "OBLIGACIONES DE LEY, EMPRESA " DELIMITED BY SIZE
                   WS-EMP-PREFIJO(2:2) DELIMITED BY SIZE
                   ", AL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE LOW-VALUES TO OB-CLAVE.
           MOVE "N" TO WS-OB-FIN.
           START F-OBLIGACIONES KEY IS NOT LESS THAN OB-CLAVE
                   INVALID KEY MOVE "S" TO WS-OB-FIN
           END-START.
           PERFORM 41-REPORTA-OBLIGACION UNTIL WS-OB-FIN = "S".
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-VENCIDAS TO WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "VENCIDAS SIN CUMPLIR: " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-POR-VENCER TO WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "POR VENCER:           " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-CUMPLIDAS TO WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "CUMPLIDAS:            " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           CLOSE F-CUMPLIMIENTOS.
           CLOSE F-REPORTE.
           DISPLAY "Vencidas: " WS-VENCIDAS " Por vencer: "
                   WS-POR-VENCER " Cumplidas: " WS-CUMPLIDAS.
           DISPLAY "Detalle en " WS-ARCH-REPORTE.

       41-REPORTA-OBLIGACION.
           READ F-OBLIGACIONES NEXT RECORD
                   AT END MOVE "S" TO WS-OB-FIN
                   NOT AT END PERFORM 42-EVALUA-OBLIGACION
           END-READ.

       42-EVALUA-OBLIGACION.
           MOVE "V" TO WS-OBL-OPERACION.
           MOVE OB-PROGRAMA TO WS-OBL-PROGRAMA.
           MOVE OB-CLAVE TO WS-OBL-CLAVE.
           CALL "OBLIGAUTIL" USING WS-OBL-OPERACION WS-EMP-PREFIJO
                   WS-OBL-DATOS.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE SPACES TO RP-LINEA.
           STRING OB-CLAVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OB-DESCRIPCION DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   OB-PROGRAMA DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           IF WS-OBL-CUMPLIDA-ANT = "S"
                   MOVE WS-OBL-ANTERIOR TO CU-VENCE
                   PERFORM 43-REPORTA-CUMPLIDA
           ELSE
           IF WS-OBL-CUMPLIDA-ANT = "N"
                   ADD 1 TO WS-VENCIDAS
                   MOVE "D" TO WS-FU-OPERACION
                   MOVE WS-OBL-ANTERIOR TO WS-FU-FECHA-1
                   MOVE WS-FECHA-HOY TO WS-FU-FECHA-2
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   MOVE WS-FU-DIAS TO WS-DIAS-FMT
                   MOVE SPACES TO RP-LINEA
                   STRING "   VENCIDA SIN CUMPLIR: VENCIO EL "
                                   DELIMITED BY SIZE
                           WS-OBL-ANTERIOR DELIMITED BY SIZE
                           ", ATRASO DE " DELIMITED BY SIZE
                           WS-DIAS-FMT DELIMITED BY SIZE
                           " DIAS" DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
           END-IF.
           IF WS-OBL-CUMPLIDA-SIG = "S"
                   MOVE WS-OBL-SIGUIENTE TO CU-VENCE
                   PERFORM 43-REPORTA-CUMPLIDA
           ELSE
                   PERFORM 44-REPORTA-SIGUIENTE
           END-IF.

       43-REPORTA-CUMPLIDA.
           ADD 1 TO WS-CUMPLIDAS.
           MOVE OB-CLAVE TO CU-CLAVE.
           MOVE CU-VENCE TO WS-FECHA-CAP.
           READ F-CUMPLIMIENTOS
                   INVALID KEY
                           MOVE SPACES TO CU-FECHA
                           MOVE SPACES TO CU-HORA
                           MOVE SPACES TO CU-OPERADOR
           END-READ.
           MOVE SPACES TO RP-LINEA.
           STRING "   CUMPLIDA: VENCE EL " DELIMITED BY SIZE
                   WS-FECHA-CAP DELIMITED BY SIZE
                   ", ATENDIDA EL " DELIMITED BY SIZE
                   CU-FECHA DELIMITED BY SIZE
                   " A LAS " DELIMITED BY SIZE
                   CU-HORA(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CU-HORA(3:2) DELIMITED BY SIZE
                   " POR " DELIMITED BY SIZE
                   CU-OPERADOR DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.

       44-REPORTA-SIGUIENTE.
           MOVE "A" TO WS-FU-OPERACION.
           MOVE WS-FECHA-HOY TO WS-FU-FECHA-1.
           MOVE OB-DIAS-AVISO TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO WS-LIMITE-AVISO.
           MOVE SPACES TO RP-LINEA.
           IF WS-OBL-SIGUIENTE NOT > WS-LIMITE-AVISO
                   ADD 1 TO WS-POR-VENCER
                   MOVE "D" TO WS-FU-OPERACION
                   MOVE WS-FECHA-HOY TO WS-FU-FECHA-1
                   MOVE WS-OBL-SIGUIENTE TO WS-FU-FECHA-2
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   MOVE WS-FU-DIAS TO WS-DIAS-FMT
                   STRING "   POR VENCER: VENCE EL " DELIMITED BY SIZE
                           WS-OBL-SIGUIENTE DELIMITED BY SIZE
                           ", FALTAN " DELIMITED BY SIZE
                           WS-DIAS-FMT DELIMITED BY SIZE
                           " DIAS" DELIMITED BY SIZE
                           INTO RP-LINEA
           ELSE
                   STRING "   PROXIMO VENCIMIENTO: " DELIMITED BY SIZE
                           WS-OBL-SIGUIENTE DELIMITED BY SIZE
                           INTO RP-LINEA
           END-IF.
           WRITE RP-LINEA.

       END PROGRAM NOMOBLIGA.
