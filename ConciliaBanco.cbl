      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Conciliacion bancaria: importa el estado de cuenta
      *          del banco (CSV) a un archivo de movimientos y los
      *          cruza por importe, fecha y referencia contra lo que
      *          el sistema dice que entro o salio del banco: la
      *          dispersion de nomina (NOMDISP.TXT), los cheques de
      *          pagos por excepcion (NOMEXCEP), los pagos a
      *          proveedores de cuentas por pagar, los pagos de
      *          clientes a credito y lo cobrado con tarjeta y con
      *          transferencia en los cortes de caja. Permite
      *          conciliar a mano con nota y produce el reporte de
      *          partidas conciliadas, movimientos del banco sin
      *          registro en el sistema y partidas del sistema que
      *          aun no aparecen en el banco
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCONCILIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ESTADO DE CUENTA DEL BANCO: FECHA,TIPO,IMPORTE,REFERENCIA,
      *DESCRIPCION
           SELECT OPTIONAL F-ESTADO-CTA
           ASSIGN TO WS-RUTA-ESTADO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-EC-STATUS.

      *MOVIMIENTOS DEL BANCO YA IMPORTADOS Y SU CONCILIACION; LA
      *LLAVE ALTERNA ES LA HUELLA DEL MOVIMIENTO, PARA NO IMPORTAR
      *DOS VECES EL MISMO ESTADO DE CUENTA
           SELECT F-MOVBANCO
           ASSIGN TO WS-ARCH-MOV
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS BM-FOLIO
           ALTERNATE RECORD KEY BM-HUELLA
                   WITH DUPLICATES
           FILE STATUS IS WS-BM-STATUS.

      *DISPERSION DE NOMINA Y CHEQUES DE PAGOS POR EXCEPCION, DE LA
      *EMPRESA EN OPERACION
           SELECT OPTIONAL F-DISPERSION
           ASSIGN TO WS-ARCH-DISP
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-DS-STATUS.

           SELECT OPTIONAL F-CHEQUES-EMIT
           ASSIGN TO WS-ARCH-CHQE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CE-STATUS.

      *PAGOS A PROVEEDORES QUE REGISTRA CUENTAS POR PAGAR
           SELECT OPTIONAL F-PAGOS
           ASSIGN TO "CXPPAGOS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PG-STATUS.

      *LIBRO DE CUENTAS POR COBRAR Y SESIONES DE CAJA DE COMERCIO
           SELECT OPTIONAL F-CXC
           ASSIGN TO "CXC.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CX-FOLIO
           FILE STATUS IS WS-CX-STATUS.

           SELECT OPTIONAL F-SESIONES
           ASSIGN TO "CAJASES.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CS-FOLIO
           FILE STATUS IS WS-CS-STATUS.

           SELECT F-REPORTE
           ASSIGN TO WS-ARCH-REPORTE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RP-STATUS.

      *IDENTIDAD Y ROL DEJADOS POR EL LANZADOR
           SELECT OPTIONAL F-OPERADOR
           ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ESTADO-CTA.
       01 EC-LINEA                         PIC X(120).

      *BM-TIPO "C" CARGO (SALIO DEL BANCO), "A" ABONO (ENTRO);
      *BM-ESTADO "P" PENDIENTE, "A" CONCILIADO AUTOMATICO, "M"
      *CONCILIADO A MANO. BM-ORIGEN Y BM-LLAVE-SIS SENALAN LA
      *PARTIDA DEL SISTEMA: "ND" DISPERSION DE NOMINA, "NC" CHEQUE
      *DE NOMINA, "PV" PAGO A PROVEEDOR, "CC" PAGO DE CLIENTE,
      *"TJ" TARJETA Y "TR" TRANSFERENCIA DE UNA SESION DE CAJA;
      *"XX" ES UN MOVIMIENTO SIN REGISTRO EN EL SISTEMA (COMISION,
      *INTERES) ACLARADO A MANO CON SU NOTA
       FD F-MOVBANCO.
       01 BM-REGISTRO.
           02 BM-FOLIO                     PIC 9(06).
           02 BM-HUELLA.
               03 BM-FECHA                 PIC X(08).
               03 BM-TIPO                  PIC X(01).
               03 BM-IMPORTE               PIC 9(09)V99.
               03 BM-REFERENCIA            PIC X(20).
           02 BM-DESCRIPCION               PIC X(40).
           02 BM-ESTADO                    PIC X(01).
           02 BM-ORIGEN                    PIC X(02).
           02 BM-LLAVE-SIS                 PIC X(12).
           02 BM-NOTA                      PIC X(40).
           02 BM-OPERADOR                  PIC X(08).
           02 BM-FECHA-CONC                PIC X(08).

       FD F-DISPERSION.
       01 DSP-LINEA                        PIC X(80).

      *MISMO LAYOUT QUE GRABA NOMEXCEP AL EMITIR CADA CHEQUE
       FD F-CHEQUES-EMIT.
       01 CE-REGISTRO.
           02 CE-CHEQUE                    PIC 9(07).
           02 CE-FECHA                     PIC X(08).
           02 CE-ID                        PIC 9(04).
           02 CE-PERIODO                   PIC X(08).
           02 CE-IMPORTE                   PIC 9(07)V99.

      *MISMO LAYOUT QUE GRABA CXP
       FD F-PAGOS.
       01 PG-REGISTRO.
           02 PG-FECHA                     PIC X(08).
           02 PG-PROVEEDOR                 PIC 9(04).
           02 PG-FOLIO                     PIC 9(06).
           02 PG-FORMA                     PIC X(01).
           02 PG-IMPORTE                   PIC 9(09)V99.
           02 PG-REFERENCIA                PIC X(15).

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

       FD F-SESIONES.
       01 CS-REGISTRO.
           02 CS-FOLIO                     PIC 9(06).
           02 CS-OPERADOR                  PIC X(08).
           02 CS-FECHA                     PIC X(08).
           02 CS-FONDO                     PIC 9(07)V99.
           02 CS-ESTADO                    PIC X(01).
           02 CS-ESPERADO                  PIC S9(09)V99.
           02 CS-CONTADO                   PIC 9(09)V99.
           02 CS-DIFERENCIA                PIC S9(09)V99.
           02 CS-TARJETA                   PIC S9(09)V99.
           02 CS-TRANSFER                  PIC S9(09)V99.

       FD F-REPORTE.
       01 RP-LINEA                         PIC X(100).

       FD F-OPERADOR.
       01 OP-REGISTRO                      PIC X(08).

       WORKING-STORAGE SECTION.
      *NOMBRES DE ARCHIVO CON EL PREFIJO DE LA EMPRESA EN OPERACION
      *(RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-MOV.
           02 WS-EMP-MOV                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(12)
                   VALUE "BANCOMOV.DAT".
       01 WS-ARCH-DISP.
           02 WS-EMP-DISP                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMDISP.TXT".
       01 WS-ARCH-CHQE.
           02 WS-EMP-CHQE                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMCHEQEM.DAT".
       01 WS-ARCH-REPORTE.
           02 WS-EMP-REP                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "BANCONCIL-".
           02 WS-FECHA-REP                 PIC X(08).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-RUTA-ESTADO                   PIC X(80)
           VALUE "ESTADOCTA.CSV".
       77 WS-EC-STATUS                     PIC X(02).
       77 WS-BM-STATUS                     PIC X(02).
       77 WS-DS-STATUS                     PIC X(02).
       77 WS-CE-STATUS                     PIC X(02).
       77 WS-PG-STATUS                     PIC X(02).
       77 WS-CX-STATUS                     PIC X(02).
       77 WS-CS-STATUS                     PIC X(02).
       77 WS-RP-STATUS                     PIC X(02).
       77 WS-OP-STATUS                     PIC X(02).
       77 WS-EC-FIN                        PIC X(01).
       77 WS-BM-FIN                        PIC X(01).
       77 WS-DS-FIN                        PIC X(01).
       77 WS-CE-FIN                        PIC X(01).
       77 WS-PG-FIN                        PIC X(01).
       77 WS-CX-FIN                        PIC X(01).
       77 WS-CS-FIN                        PIC X(01).
      *OPERADOR EN TURNO Y SU ROL; CORRIDA DIRECTA SIN LANZADOR
      *OPERA COMO ADMINISTRADOR
       77 WS-OPERADOR                      PIC X(08) VALUE "LOCAL".
       77 WS-OPER-ROL                      PIC X(01) VALUE "A".
       77 WS-OPCION                        PIC X(01).
       77 WS-TERMINA                       PIC 9(01).
       77 WS-FECHA-HOY                     PIC X(08).
      *PERIODO A CONCILIAR Y DIAS DE DIFERENCIA TOLERADOS ENTRE LA
      *FECHA DEL SISTEMA Y LA DEL BANCO (LA TARJETA SE DEPOSITA
      *UNO O DOS DIAS DESPUES DEL CORTE)
       77 WS-DESDE                         PIC X(08).
       77 WS-HASTA                         PIC X(08).
       77 WS-TOLERANCIA                    PIC 9(02) VALUE 3.
       77 WS-TOLERANCIA-X                  PIC X(02).
      *IMPORTACION DEL ESTADO DE CUENTA
       77 WS-EC-FECHA-X                    PIC X(10).
       77 WS-EC-TIPO-X                     PIC X(10).
       77 WS-EC-IMPORTE-X                  PIC X(15).
       77 WS-EC-MONTO-X                    PIC X(15).
       77 WS-EC-REFERENCIA-X               PIC X(20).
       77 WS-EC-DESCRIPCION-X              PIC X(40).
       01 WS-EC-ENTERO-X                   PIC X(09) JUSTIFIED RIGHT.
       01 WS-EC-ENTERO-9 REDEFINES WS-EC-ENTERO-X
                                           PIC 9(09).
       01 WS-EC-CENTAVOS-X                 PIC X(02).
       01 WS-EC-CENTAVOS-9 REDEFINES WS-EC-CENTAVOS-X
                                           PIC 9(02).
       01 WS-EC-HUELLA.
           02 WS-EC-FECHA                  PIC X(08).
           02 WS-EC-TIPO                   PIC X(01).
           02 WS-EC-IMPORTE                PIC 9(09)V99.
           02 WS-EC-REFERENCIA             PIC X(20).
       77 WS-EC-VALIDO                     PIC X(01).
       77 WS-EC-DUPLICADO                  PIC X(01).
       77 WS-FOLIO-PREVIO                  PIC 9(06).
       77 WS-FOLIO-ULTIMO                  PIC 9(06).
       77 WS-IMPORTADOS                    PIC 9(05).
       77 WS-DUPLICADOS                    PIC 9(05).
       77 WS-RECHAZADOS                    PIC 9(05).
      *PARTIDAS DEL SISTEMA DEL PERIODO QUE DEBEN VERSE EN EL BANCO
       01 WS-NP-PARTIDA.
           02 WS-NP-ORIGEN                 PIC X(02).
           02 WS-NP-LLAVE                  PIC X(12).
           02 WS-NP-FECHA                  PIC X(08).
           02 WS-NP-TIPO                   PIC X(01).
           02 WS-NP-IMPORTE                PIC 9(09)V99.
           02 WS-NP-REFERENCIA             PIC X(20).
           02 WS-NP-DESCRIPCION            PIC X(30).
           02 WS-NP-CONCILIADA             PIC X(01).
           02 WS-NP-BANCO                  PIC 9(06).
       01 WS-SI-TABLA.
           02 WS-SI-RENGLON OCCURS 2000 TIMES.
               03 WS-SI-ORIGEN             PIC X(02).
               03 WS-SI-LLAVE              PIC X(12).
               03 WS-SI-FECHA              PIC X(08).
               03 WS-SI-TIPO               PIC X(01).
               03 WS-SI-IMPORTE            PIC 9(09)V99.
               03 WS-SI-REFERENCIA         PIC X(20).
               03 WS-SI-DESCRIPCION        PIC X(30).
               03 WS-SI-CONCILIADA         PIC X(01).
               03 WS-SI-BANCO              PIC 9(06).
       77 WS-SI-USADOS                     PIC 9(04).
       77 WS-SI-IDX                        PIC 9(04).
       77 WS-SI-HALLADA                    PIC 9(04).
       77 WS-SI-LLENA                      PIC X(01).
      *LECTURA DE LA DISPERSION: FECHA DEL ENCABEZADO Y TOTAL DEL
      *RENGLON DE CONTROL (9(09).99)
       77 WS-DS-FECHA                      PIC X(08).
       77 WS-DS-ENTERO                     PIC 9(09).
       77 WS-DS-CENTAVOS                   PIC 9(02).
       77 WS-PG-RENGLON                    PIC 9(06).
      *CRUCE AUTOMATICO: PRIMERO CON REFERENCIA IGUAL, DESPUES SOLO
      *POR IMPORTE Y FECHA
       77 WS-PASADA                        PIC X(01).
       77 WS-AUTO-NUEVAS                   PIC 9(05).
      *CONCILIACION MANUAL
       77 WS-MN-FOLIO                      PIC 9(06).
       77 WS-MN-ORIGEN                     PIC X(02).
       77 WS-MN-LLAVE                      PIC X(12).
       77 WS-MN-NOTA                       PIC X(40).
       77 WS-MN-CONFIRMA                   PIC X(01).
      *REPORTE: CUENTAS Y SUMAS DE CADA SECCION
       77 WS-RP-SECCION                    PIC X(01).
       77 WS-RP-CONCILIADAS                PIC 9(05).
       77 WS-RP-SOLO-BANCO                 PIC 9(05).
       77 WS-RP-SOLO-SISTEMA               PIC 9(05).
       77 WS-RP-SUMA-CONC                  PIC S9(11)V99.
       77 WS-RP-SUMA-BANCO                 PIC S9(11)V99.
       77 WS-RP-SUMA-SISTEMA               PIC S9(11)V99.
       77 WS-RP-IMPORTE                    PIC S9(11)V99.
       77 WS-RP-FORMA                      PIC X(06).
       77 WS-RP-TITULO                     PIC X(60).
       77 WS-MONTO-FMT                     PIC -ZZZZZZZZZZ9.99.
       77 WS-CUENTA-FMT                    PIC ZZZZ9.
      *CAMPOS DE ENLACE CON LA RUTINA COMPARTIDA DE FECHAS
       77 WS-FU-OPERACION                  PIC X(01).
       77 WS-FU-FECHA-1                    PIC X(08).
       77 WS-FU-FECHA-2                    PIC X(08).
       77 WS-FU-DIAS                       PIC 9(05).

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "CONCILIACION BANCARIA".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           PERFORM 06-LEE-OPERADOR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O F-MOVBANCO.
           IF WS-BM-STATUS = "35"
                   OPEN OUTPUT F-MOVBANCO
                   CLOSE F-MOVBANCO
                   OPEN I-O F-MOVBANCO
           END-IF.
           PERFORM 07-PIDE-PERIODO.
           MOVE ZERO TO WS-TERMINA.
           PERFORM 01-MENU UNTIL WS-TERMINA = 1.
           CLOSE F-MOVBANCO.
      *GOBACK PARA REGRESAR AL MENU DEL LANZADOR
           GOBACK.

       01-MENU.
           DISPLAY "Periodo " WS-DESDE " al " WS-HASTA ": "
                   "I - Importar estado de cuenta, "
                   "C - Conciliacion automatica, "
                   "M - Conciliar a mano, "
                   "D - Deshacer una conciliacion, "
                   "R - Reporte de conciliacion, "
                   "P - Cambiar periodo, S - Salir".
           ACCEPT WS-OPCION.
           CALL "NOMBREUTIL" USING WS-OPCION 1.
           IF WS-OPCION = "I"
                   PERFORM 10-IMPORTA-ESTADO
           ELSE
           IF WS-OPCION = "C"
                   PERFORM 30-CONCILIA-AUTOMATICA
           ELSE
           IF WS-OPCION = "M"
                   PERFORM 40-CONCILIA-MANUAL
           ELSE
           IF WS-OPCION = "D"
                   PERFORM 45-DESHACE-CONCILIACION
           ELSE
           IF WS-OPCION = "R"
                   PERFORM 50-REPORTE
           ELSE
           IF WS-OPCION = "P"
                   PERFORM 07-PIDE-PERIODO
           ELSE
           IF WS-OPCION = "S"
                   MOVE 1 TO WS-TERMINA
           ELSE
                   DISPLAY "Opcion invalida, verifique".

      *ARMA LOS NOMBRES DE ARCHIVO CON LA EMPRESA EN OPERACION;
      *DEBE CORRER ANTES DE ABRIR CUALQUIER ARCHIVO
       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-MOV.
           MOVE WS-EMP-PREFIJO TO WS-EMP-DISP.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CHQE.
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

      *EL PERIODO PROPUESTO ES DEL PRIMERO DEL MES A HOY
       07-PIDE-PERIODO.
           MOVE WS-FECHA-HOY TO WS-DESDE.
           MOVE "01" TO WS-DESDE(7:2).
           DISPLAY "Conciliar desde (AAAAMMDD, ENTER = " WS-DESDE
                   "): ".
           MOVE SPACES TO WS-FU-FECHA-1.
           ACCEPT WS-FU-FECHA-1.
           IF WS-FU-FECHA-1 NOT = SPACES
                   MOVE WS-FU-FECHA-1 TO WS-DESDE
           END-IF.
           DISPLAY "Hasta (AAAAMMDD, ENTER = " WS-FECHA-HOY "): ".
           MOVE SPACES TO WS-HASTA.
           ACCEPT WS-HASTA.
           IF WS-HASTA = SPACES
                   MOVE WS-FECHA-HOY TO WS-HASTA
           END-IF.
           IF WS-HASTA < WS-DESDE
                   DISPLAY "El periodo termina antes de empezar; "
                           "se toma un solo dia"
                   MOVE WS-DESDE TO WS-HASTA
           END-IF.
           DISPLAY "Dias de diferencia tolerados entre sistema y "
                   "banco (ENTER = " WS-TOLERANCIA "): ".
           MOVE SPACES TO WS-TOLERANCIA-X.
           ACCEPT WS-TOLERANCIA-X.
           IF WS-TOLERANCIA-X NOT = SPACES
           AND WS-TOLERANCIA-X NUMERIC
                   MOVE WS-TOLERANCIA-X TO WS-TOLERANCIA
           END-IF.

      *IMPORTA EL CSV DEL BANCO; LOS RENGLONES CUYA HUELLA (FECHA,
      *TIPO, IMPORTE Y REFERENCIA) YA ESTABA EN UNA IMPORTACION
      *ANTERIOR SE OMITEN, ASI QUE VOLVER A CARGAR EL MISMO ESTADO
      *DE CUENTA NO DUPLICA MOVIMIENTOS
       10-IMPORTA-ESTADO.
           DISPLAY "Ruta del estado de cuenta (ENTER = "
                   "ESTADOCTA.CSV): ".
           MOVE SPACES TO WS-RUTA-ESTADO.
           ACCEPT WS-RUTA-ESTADO.
           IF WS-RUTA-ESTADO = SPACES
                   MOVE "ESTADOCTA.CSV" TO WS-RUTA-ESTADO
           END-IF.
           OPEN INPUT F-ESTADO-CTA.
           IF WS-EC-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir el estado de cuenta, "
                           "estatus: " WS-EC-STATUS
           ELSE
                   PERFORM 11-ULTIMO-FOLIO
                   MOVE WS-FOLIO-ULTIMO TO WS-FOLIO-PREVIO
                   MOVE ZERO TO WS-IMPORTADOS
                   MOVE ZERO TO WS-DUPLICADOS
                   MOVE ZERO TO WS-RECHAZADOS
                   MOVE "N" TO WS-EC-FIN
                   PERFORM 12-LEE-RENGLON UNTIL WS-EC-FIN = "S"
                   DISPLAY "Movimientos importados: " WS-IMPORTADOS
                           " Ya importados antes: " WS-DUPLICADOS
                           " Rechazados: " WS-RECHAZADOS
           END-IF.
           CLOSE F-ESTADO-CTA.

       11-ULTIMO-FOLIO.
           MOVE ZERO TO WS-FOLIO-ULTIMO.
           PERFORM 60-POSICIONA-BANCO.
           PERFORM 11-1-LEE-FOLIO UNTIL WS-BM-FIN = "S".

       11-1-LEE-FOLIO.
           READ F-MOVBANCO NEXT RECORD
                   AT END MOVE "S" TO WS-BM-FIN
                   NOT AT END MOVE BM-FOLIO TO WS-FOLIO-ULTIMO
           END-READ.

       12-LEE-RENGLON.
           READ F-ESTADO-CTA
                   AT END MOVE "S" TO WS-EC-FIN
                   NOT AT END
                           PERFORM 13-PROCESA-RENGLON
           END-READ.

      *EL RENGLON DE TITULOS (FECHA,TIPO,...) SE BRINCA SIN CONTARLO
       13-PROCESA-RENGLON.
           MOVE SPACES TO WS-EC-FECHA-X.
           MOVE SPACES TO WS-EC-TIPO-X.
           MOVE SPACES TO WS-EC-IMPORTE-X.
           MOVE SPACES TO WS-EC-REFERENCIA-X.
           MOVE SPACES TO WS-EC-DESCRIPCION-X.
           UNSTRING EC-LINEA DELIMITED BY ","
                   INTO WS-EC-FECHA-X WS-EC-TIPO-X WS-EC-IMPORTE-X
                           WS-EC-REFERENCIA-X WS-EC-DESCRIPCION-X.
           CALL "NOMBREUTIL" USING WS-EC-FECHA-X 10.
           IF WS-EC-FECHA-X(1:5) = "FECHA" OR EC-LINEA = SPACES
                   CONTINUE
           ELSE
                   PERFORM 14-VALIDA-RENGLON
                   IF WS-EC-VALIDO = "N"
                           ADD 1 TO WS-RECHAZADOS
                           DISPLAY "Renglon rechazado: "
                                   EC-LINEA(1:50)
                   ELSE
                           PERFORM 15-BUSCA-DUPLICADO
                           IF WS-EC-DUPLICADO = "S"
                                   ADD 1 TO WS-DUPLICADOS
                           ELSE
                                   PERFORM 16-GRABA-MOVIMIENTO
                           END-IF
                   END-IF
           END-IF.

      *FECHA AAAAMMDD; TIPO C (CARGO) O A (ABONO), O VACIO CON
      *IMPORTE NEGATIVO PARA LOS CARGOS; IMPORTE CON PUNTO DECIMAL
       14-VALIDA-RENGLON.
           MOVE "S" TO WS-EC-VALIDO.
           MOVE WS-EC-FECHA-X(1:8) TO WS-EC-FECHA.
           IF WS-EC-FECHA NOT NUMERIC
           OR WS-EC-FECHA-X(9:2) NOT = SPACES
                   MOVE "N" TO WS-EC-VALIDO
           END-IF.
           CALL "NOMBREUTIL" USING WS-EC-TIPO-X 10.
           MOVE WS-EC-TIPO-X(1:1) TO WS-EC-TIPO.
           IF WS-EC-IMPORTE-X(1:1) = "-"
                   MOVE WS-EC-IMPORTE-X(2:14) TO WS-EC-MONTO-X
                   IF WS-EC-TIPO = SPACE
                           MOVE "C" TO WS-EC-TIPO
                   END-IF
           ELSE
                   MOVE WS-EC-IMPORTE-X TO WS-EC-MONTO-X
           END-IF.
           IF WS-EC-TIPO NOT = "C" AND WS-EC-TIPO NOT = "A"
                   MOVE "N" TO WS-EC-VALIDO
           END-IF.
           MOVE SPACES TO WS-EC-ENTERO-X.
           MOVE SPACES TO WS-EC-CENTAVOS-X.
           UNSTRING WS-EC-MONTO-X DELIMITED BY "." OR " "
                   INTO WS-EC-ENTERO-X WS-EC-CENTAVOS-X.
           INSPECT WS-EC-ENTERO-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-EC-CENTAVOS-X REPLACING ALL SPACE BY "0".
           IF WS-EC-ENTERO-9 NOT NUMERIC
           OR WS-EC-CENTAVOS-9 NOT NUMERIC
                   MOVE "N" TO WS-EC-VALIDO
           ELSE
                   COMPUTE WS-EC-IMPORTE =
                           WS-EC-ENTERO-9 + WS-EC-CENTAVOS-9 / 100
                   IF WS-EC-IMPORTE = ZERO
                           MOVE "N" TO WS-EC-VALIDO
                   END-IF
           END-IF.
           MOVE WS-EC-REFERENCIA-X TO WS-EC-REFERENCIA.
           CALL "NOMBREUTIL" USING WS-EC-REFERENCIA 20.

      *SOLO CUENTAN COMO DUPLICADOS LOS QUE YA ESTABAN ANTES DE
      *ESTA IMPORTACION: DOS MOVIMIENTOS IGUALES EN EL MISMO ESTADO
      *DE CUENTA SON LEGITIMOS (DOS COMISIONES DEL MISMO DIA)
       15-BUSCA-DUPLICADO.
           MOVE "N" TO WS-EC-DUPLICADO.
           MOVE WS-EC-HUELLA TO BM-HUELLA.
           MOVE "N" TO WS-BM-FIN.
           START F-MOVBANCO KEY IS = BM-HUELLA
                   INVALID KEY MOVE "S" TO WS-BM-FIN
           END-START.
           PERFORM 15-1-EXAMINA-HUELLA UNTIL WS-BM-FIN = "S".

       15-1-EXAMINA-HUELLA.
           READ F-MOVBANCO NEXT RECORD
                   AT END MOVE "S" TO WS-BM-FIN
                   NOT AT END
                           IF BM-HUELLA NOT = WS-EC-HUELLA
                                   MOVE "S" TO WS-BM-FIN
                           ELSE
                           IF BM-FOLIO NOT > WS-FOLIO-PREVIO
                                   MOVE "S" TO WS-EC-DUPLICADO
                                   MOVE "S" TO WS-BM-FIN
                           END-IF
                           END-IF
           END-READ.

       16-GRABA-MOVIMIENTO.
           ADD 1 TO WS-FOLIO-ULTIMO.
           MOVE WS-FOLIO-ULTIMO TO BM-FOLIO.
           MOVE WS-EC-HUELLA TO BM-HUELLA.
           MOVE WS-EC-DESCRIPCION-X TO BM-DESCRIPCION.
           MOVE "P" TO BM-ESTADO.
           MOVE SPACES TO BM-ORIGEN.
           MOVE SPACES TO BM-LLAVE-SIS.
           MOVE SPACES TO BM-NOTA.
           MOVE SPACES TO BM-OPERADOR.
           MOVE SPACES TO BM-FECHA-CONC.
           WRITE BM-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el movimiento "
                               BM-FOLIO
                   NOT INVALID KEY
                       ADD 1 TO WS-IMPORTADOS
           END-WRITE.

      *ARMA LA TABLA DE PARTIDAS DEL SISTEMA DEL PERIODO Y MARCA
      *LAS QUE YA QUEDARON CONCILIADAS CONTRA UN MOVIMIENTO DEL
      *BANCO (DE ESTE O DE OTRO PERIODO)
       20-CARGA-SISTEMA.
           MOVE ZERO TO WS-SI-USADOS.
           MOVE "N" TO WS-SI-LLENA.
           PERFORM 21-CARGA-DISPERSION.
           PERFORM 22-CARGA-CHEQUES.
           PERFORM 23-CARGA-PROVEEDORES.
           PERFORM 24-CARGA-CLIENTES.
           PERFORM 25-CARGA-CORTES.
           PERFORM 60-POSICIONA-BANCO.
           PERFORM 26-MARCA-CONCILIADA UNTIL WS-BM-FIN = "S".

      *NOMDISP.TXT GUARDA LA ULTIMA DISPERSION GENERADA; EL BANCO
      *LA CARGA COMO UN SOLO IMPORTE, EL DEL RENGLON DE CONTROL
       21-CARGA-DISPERSION.
           MOVE SPACES TO WS-DS-FECHA.
           OPEN INPUT F-DISPERSION.
           IF WS-DS-STATUS = "00"
                   MOVE "N" TO WS-DS-FIN
                   PERFORM 21-1-LEE-DISPERSION UNTIL WS-DS-FIN = "S"
           END-IF.
           CLOSE F-DISPERSION.

       21-1-LEE-DISPERSION.
           READ F-DISPERSION
                   AT END MOVE "S" TO WS-DS-FIN
                   NOT AT END
                           IF DSP-LINEA(1:1) = "H"
                                   MOVE DSP-LINEA(2:8) TO WS-DS-FECHA
                           ELSE
                           IF DSP-LINEA(1:1) = "T"
                           AND DSP-LINEA(7:9) NUMERIC
                           AND DSP-LINEA(17:2) NUMERIC
                                   PERFORM 21-2-PARTIDA-DISPERSION
                           END-IF
                           END-IF
           END-READ.

       21-2-PARTIDA-DISPERSION.
           MOVE DSP-LINEA(7:9) TO WS-DS-ENTERO.
           MOVE DSP-LINEA(17:2) TO WS-DS-CENTAVOS.
           IF WS-DS-FECHA NOT < WS-DESDE
           AND WS-DS-FECHA NOT > WS-HASTA
                   MOVE "ND" TO WS-NP-ORIGEN
                   MOVE WS-DS-FECHA TO WS-NP-LLAVE
                   MOVE WS-DS-FECHA TO WS-NP-FECHA
                   MOVE "C" TO WS-NP-TIPO
                   COMPUTE WS-NP-IMPORTE =
                           WS-DS-ENTERO + WS-DS-CENTAVOS / 100
                   MOVE "NOMINA" TO WS-NP-REFERENCIA
                   MOVE "DISPERSION DE NOMINA" TO WS-NP-DESCRIPCION
                   PERFORM 27-AGREGA-PARTIDA
           END-IF.

       22-CARGA-CHEQUES.
           OPEN INPUT F-CHEQUES-EMIT.
           IF WS-CE-STATUS = "00"
                   MOVE "N" TO WS-CE-FIN
                   PERFORM 22-1-LEE-CHEQUE UNTIL WS-CE-FIN = "S"
           END-IF.
           CLOSE F-CHEQUES-EMIT.

       22-1-LEE-CHEQUE.
           READ F-CHEQUES-EMIT
                   AT END MOVE "S" TO WS-CE-FIN
                   NOT AT END
                           IF CE-FECHA NOT < WS-DESDE
                           AND CE-FECHA NOT > WS-HASTA
                                   MOVE "NC" TO WS-NP-ORIGEN
                                   MOVE CE-CHEQUE TO WS-NP-LLAVE
                                   MOVE CE-FECHA TO WS-NP-FECHA
                                   MOVE "C" TO WS-NP-TIPO
                                   MOVE CE-IMPORTE TO WS-NP-IMPORTE
                                   MOVE CE-CHEQUE TO WS-NP-REFERENCIA
                                   MOVE SPACES TO WS-NP-DESCRIPCION
                                   STRING "CHEQUE NOMINA FOLIO "
                                           DELIMITED BY SIZE
                                           CE-ID DELIMITED BY SIZE
                                           INTO WS-NP-DESCRIPCION
                                   PERFORM 27-AGREGA-PARTIDA
                           END-IF
           END-READ.

      *LA BITACORA DE PAGOS DE CXP SOLO CRECE; EL NUMERO DE RENGLON
      *IDENTIFICA A CADA PAGO
       23-CARGA-PROVEEDORES.
           MOVE ZERO TO WS-PG-RENGLON.
           OPEN INPUT F-PAGOS.
           IF WS-PG-STATUS = "00"
                   MOVE "N" TO WS-PG-FIN
                   PERFORM 23-1-LEE-PAGO UNTIL WS-PG-FIN = "S"
           END-IF.
           CLOSE F-PAGOS.

       23-1-LEE-PAGO.
           READ F-PAGOS
                   AT END MOVE "S" TO WS-PG-FIN
                   NOT AT END
                           ADD 1 TO WS-PG-RENGLON
                           IF PG-FECHA NOT < WS-DESDE
                           AND PG-FECHA NOT > WS-HASTA
                                   MOVE "PV" TO WS-NP-ORIGEN
                                   MOVE WS-PG-RENGLON TO WS-NP-LLAVE
                                   MOVE PG-FECHA TO WS-NP-FECHA
                                   MOVE "C" TO WS-NP-TIPO
                                   MOVE PG-IMPORTE TO WS-NP-IMPORTE
                                   MOVE PG-REFERENCIA
                                           TO WS-NP-REFERENCIA
                                   MOVE SPACES TO WS-NP-DESCRIPCION
                                   STRING "PAGO A PROVEEDOR "
                                           DELIMITED BY SIZE
                                           PG-PROVEEDOR
                                           DELIMITED BY SIZE
                                           INTO WS-NP-DESCRIPCION
                                   PERFORM 27-AGREGA-PARTIDA
                           END-IF
           END-READ.

      *ABONOS DEL LIBRO DE CLIENTES (PAGOS RECIBIDOS)
       24-CARGA-CLIENTES.
           OPEN INPUT F-CXC.
           IF WS-CX-STATUS = "00" OR WS-CX-STATUS = "05"
                   MOVE ZERO TO CX-FOLIO
                   MOVE "N" TO WS-CX-FIN
                   START F-CXC KEY IS NOT LESS THAN CX-FOLIO
                           INVALID KEY MOVE "S" TO WS-CX-FIN
                   END-START
                   PERFORM 24-1-LEE-MOVIMIENTO UNTIL WS-CX-FIN = "S"
           END-IF.
           CLOSE F-CXC.

       24-1-LEE-MOVIMIENTO.
           READ F-CXC NEXT RECORD
                   AT END MOVE "S" TO WS-CX-FIN
                   NOT AT END
                           IF CX-TIPO = "A"
                           AND CX-FECHA NOT < WS-DESDE
                           AND CX-FECHA NOT > WS-HASTA
                                   MOVE "CC" TO WS-NP-ORIGEN
                                   MOVE CX-FOLIO TO WS-NP-LLAVE
                                   MOVE CX-FECHA TO WS-NP-FECHA
                                   MOVE "A" TO WS-NP-TIPO
                                   MOVE CX-IMPORTE TO WS-NP-IMPORTE
                                   MOVE CX-CLIENTE TO WS-NP-REFERENCIA
                                   MOVE SPACES TO WS-NP-DESCRIPCION
                                   STRING "PAGO DE CLIENTE "
                                           DELIMITED BY SIZE
                                           CX-CLIENTE DELIMITED BY SIZE
                                           INTO WS-NP-DESCRIPCION
                                   PERFORM 27-AGREGA-PARTIDA
                           END-IF
           END-READ.

      *SESIONES CERRADAS: LO COBRADO CON TARJETA Y CON TRANSFERENCIA
      *LO DEPOSITA EL BANCO, CADA UNO POR SEPARADO
       25-CARGA-CORTES.
           OPEN INPUT F-SESIONES.
           IF WS-CS-STATUS = "00" OR WS-CS-STATUS = "05"
                   MOVE ZERO TO CS-FOLIO
                   MOVE "N" TO WS-CS-FIN
                   START F-SESIONES KEY IS NOT LESS THAN CS-FOLIO
                           INVALID KEY MOVE "S" TO WS-CS-FIN
                   END-START
                   PERFORM 25-1-LEE-SESION UNTIL WS-CS-FIN = "S"
           END-IF.
           CLOSE F-SESIONES.

       25-1-LEE-SESION.
           READ F-SESIONES NEXT RECORD
                   AT END MOVE "S" TO WS-CS-FIN
                   NOT AT END
                           IF CS-ESTADO = "C"
                           AND CS-FECHA NOT < WS-DESDE
                           AND CS-FECHA NOT > WS-HASTA
                                   PERFORM 25-2-PARTIDAS-SESION
                           END-IF
           END-READ.

       25-2-PARTIDAS-SESION.
           MOVE CS-FOLIO TO WS-NP-LLAVE.
           MOVE CS-FECHA TO WS-NP-FECHA.
           MOVE "A" TO WS-NP-TIPO.
           MOVE SPACES TO WS-NP-REFERENCIA.
           IF CS-TARJETA NUMERIC AND CS-TARJETA > ZERO
                   MOVE "TJ" TO WS-NP-ORIGEN
                   MOVE CS-TARJETA TO WS-NP-IMPORTE
                   MOVE SPACES TO WS-NP-DESCRIPCION
                   STRING "TARJETA SESION " DELIMITED BY SIZE
                           CS-FOLIO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CS-OPERADOR DELIMITED BY SIZE
                           INTO WS-NP-DESCRIPCION
                   PERFORM 27-AGREGA-PARTIDA
           END-IF.
           IF CS-TRANSFER NUMERIC AND CS-TRANSFER > ZERO
                   MOVE "TR" TO WS-NP-ORIGEN
                   MOVE CS-TRANSFER TO WS-NP-IMPORTE
                   MOVE SPACES TO WS-NP-DESCRIPCION
                   STRING "TRANSFER. SESION " DELIMITED BY SIZE
                           CS-FOLIO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CS-OPERADOR DELIMITED BY SIZE
                           INTO WS-NP-DESCRIPCION
                   PERFORM 27-AGREGA-PARTIDA
           END-IF.

       26-MARCA-CONCILIADA.
           READ F-MOVBANCO NEXT RECORD
                   AT END MOVE "S" TO WS-BM-FIN
                   NOT AT END
                           IF BM-ESTADO NOT = "P"
                           AND BM-ORIGEN NOT = "XX"
                                   MOVE BM-ORIGEN TO WS-MN-ORIGEN
                                   MOVE BM-LLAVE-SIS TO WS-MN-LLAVE
                                   PERFORM 28-BUSCA-PARTIDA
                                   IF WS-SI-HALLADA > ZERO
                                           MOVE "S" TO WS-SI-CONCILIADA
                                                   (WS-SI-HALLADA)
                                           MOVE BM-FOLIO TO WS-SI-BANCO
                                                   (WS-SI-HALLADA)
                                   END-IF
                           END-IF
           END-READ.

       27-AGREGA-PARTIDA.
           IF WS-SI-USADOS < 2000
                   ADD 1 TO WS-SI-USADOS
                   MOVE "N" TO WS-NP-CONCILIADA
                   MOVE ZERO TO WS-NP-BANCO
                   MOVE WS-NP-PARTIDA TO WS-SI-RENGLON(WS-SI-USADOS)
           ELSE
           IF WS-SI-LLENA = "N"
                   MOVE "S" TO WS-SI-LLENA
                   DISPLAY "Aviso: el periodo tiene mas de 2000 "
                           "partidas; acorte el periodo".

      *BUSCA LA PARTIDA WS-MN-ORIGEN / WS-MN-LLAVE EN LA TABLA;
      *WS-SI-HALLADA QUEDA EN CERO SI NO ESTA
       28-BUSCA-PARTIDA.
           MOVE ZERO TO WS-SI-HALLADA.
           PERFORM 28-1-COMPARA-LLAVE
                   VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-USADOS
                   OR WS-SI-HALLADA > ZERO.

       28-1-COMPARA-LLAVE.
           IF WS-SI-ORIGEN(WS-SI-IDX) = WS-MN-ORIGEN
           AND WS-SI-LLAVE(WS-SI-IDX) = WS-MN-LLAVE
                   MOVE WS-SI-IDX TO WS-SI-HALLADA
           END-IF.

      *CADA MOVIMIENTO PENDIENTE DEL PERIODO BUSCA UNA PARTIDA DEL
      *SISTEMA AUN LIBRE DEL MISMO TIPO E IMPORTE DENTRO DE LOS
      *DIAS TOLERADOS: PRIMERO CON LA MISMA REFERENCIA Y, SI NO LA
      *HAY, LA PRIMERA QUE CUADRE POR IMPORTE Y FECHA
       30-CONCILIA-AUTOMATICA.
           PERFORM 20-CARGA-SISTEMA.
           MOVE ZERO TO WS-AUTO-NUEVAS.
           PERFORM 60-POSICIONA-BANCO.
           PERFORM 31-EXAMINA-MOVIMIENTO UNTIL WS-BM-FIN = "S".
           DISPLAY "Movimientos conciliados automaticamente: "
                   WS-AUTO-NUEVAS.

       31-EXAMINA-MOVIMIENTO.
           READ F-MOVBANCO NEXT RECORD
                   AT END MOVE "S" TO WS-BM-FIN
                   NOT AT END
                           IF BM-ESTADO = "P"
                           AND BM-FECHA NOT < WS-DESDE
                           AND BM-FECHA NOT > WS-HASTA
                                   PERFORM 32-BUSCA-PAREJA
                           END-IF
           END-READ.

       32-BUSCA-PAREJA.
           MOVE ZERO TO WS-SI-HALLADA.
           IF BM-REFERENCIA NOT = SPACES
                   MOVE "R" TO WS-PASADA
                   PERFORM 33-COMPARA-PARTIDA
                           VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SI-USADOS
                           OR WS-SI-HALLADA > ZERO
           END-IF.
           IF WS-SI-HALLADA = ZERO
                   MOVE "I" TO WS-PASADA
                   PERFORM 33-COMPARA-PARTIDA
                           VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SI-USADOS
                           OR WS-SI-HALLADA > ZERO
           END-IF.
           IF WS-SI-HALLADA > ZERO
                   MOVE "A" TO BM-ESTADO
                   MOVE WS-SI-ORIGEN(WS-SI-HALLADA) TO BM-ORIGEN
                   MOVE WS-SI-LLAVE(WS-SI-HALLADA) TO BM-LLAVE-SIS
                   MOVE SPACES TO BM-NOTA
                   MOVE WS-OPERADOR TO BM-OPERADOR
                   MOVE WS-FECHA-HOY TO BM-FECHA-CONC
                   REWRITE BM-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al conciliar el movimiento "
                                   BM-FOLIO
                           NOT INVALID KEY
                           MOVE "S" TO WS-SI-CONCILIADA(WS-SI-HALLADA)
                           MOVE BM-FOLIO TO WS-SI-BANCO(WS-SI-HALLADA)
                           ADD 1 TO WS-AUTO-NUEVAS
                   END-REWRITE
           END-IF.

       33-COMPARA-PARTIDA.
           IF WS-SI-CONCILIADA(WS-SI-IDX) = "N"
           AND WS-SI-TIPO(WS-SI-IDX) = BM-TIPO
           AND WS-SI-IMPORTE(WS-SI-IDX) = BM-IMPORTE
                   IF WS-PASADA = "I"
                   OR WS-SI-REFERENCIA(WS-SI-IDX) = BM-REFERENCIA
                           MOVE "D" TO WS-FU-OPERACION
                           MOVE WS-SI-FECHA(WS-SI-IDX)
                                   TO WS-FU-FECHA-1
                           MOVE BM-FECHA TO WS-FU-FECHA-2
                           CALL "FECHAUTIL" USING WS-FU-OPERACION
                                   WS-FU-FECHA-1 WS-FU-FECHA-2
                                   WS-FU-DIAS
                           IF WS-FU-DIAS NOT > WS-TOLERANCIA
                                   MOVE WS-SI-IDX TO WS-SI-HALLADA
                           END-IF
                   END-IF
           END-IF.

      *CONCILIACION A MANO: EL OPERADOR LIGA UN MOVIMIENTO DEL
      *BANCO CON UNA PARTIDA DEL SISTEMA (AUNQUE NO CUADRE EL
      *IMPORTE O LA FECHA) O LO ACLARA COMO SIN REGISTRO ("XX");
      *LA NOTA ES OBLIGATORIA
       40-CONCILIA-MANUAL.
           IF WS-OPER-ROL = "C"
                   DISPLAY "Su rol de captura no autoriza "
                           "conciliaciones manuales."
           ELSE
                   PERFORM 20-CARGA-SISTEMA
                   DISPLAY "Folio del movimiento del banco: "
                   MOVE ZERO TO WS-MN-FOLIO
                   ACCEPT WS-MN-FOLIO
                   MOVE WS-MN-FOLIO TO BM-FOLIO
                   READ F-MOVBANCO
                           INVALID KEY
                           DISPLAY "No existe ese movimiento."
                           NOT INVALID KEY
                           PERFORM 41-CAPTURA-PAREJA
                   END-READ
           END-IF.

       41-CAPTURA-PAREJA.
           IF BM-ESTADO NOT = "P"
                   DISPLAY "El movimiento ya esta conciliado con "
                           BM-ORIGEN " " BM-LLAVE-SIS
           ELSE
                   PERFORM 42-MUESTRA-MOVIMIENTO
                   DISPLAY "Partidas del sistema sin conciliar del "
                           "mismo tipo:"
                   PERFORM 43-LISTA-CANDIDATA
                           VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SI-USADOS
                   DISPLAY "Origen (ND/NC/PV/CC/TJ/TR, XX = sin "
                           "registro en el sistema): "
                   MOVE SPACES TO WS-MN-ORIGEN
                   ACCEPT WS-MN-ORIGEN
                   CALL "NOMBREUTIL" USING WS-MN-ORIGEN 2
                   MOVE SPACES TO WS-MN-LLAVE
                   MOVE ZERO TO WS-SI-HALLADA
                   IF WS-MN-ORIGEN NOT = "XX"
                           DISPLAY "Llave de la partida: "
                           ACCEPT WS-MN-LLAVE
                           PERFORM 28-BUSCA-PARTIDA
                   END-IF
                   IF WS-MN-ORIGEN NOT = "XX"
                   AND WS-SI-HALLADA = ZERO
                           DISPLAY "No existe esa partida en el "
                                   "periodo."
                   ELSE
                   IF WS-MN-ORIGEN NOT = "XX"
                   AND WS-SI-CONCILIADA(WS-SI-HALLADA) = "S"
                           DISPLAY "Esa partida ya esta conciliada "
                                   "con el movimiento "
                                   WS-SI-BANCO(WS-SI-HALLADA)
                   ELSE
                           PERFORM 44-GRABA-MANUAL
                   END-IF
                   END-IF
           END-IF.

       42-MUESTRA-MOVIMIENTO.
           MOVE BM-IMPORTE TO WS-MONTO-FMT.
           DISPLAY "Movimiento " BM-FOLIO " " BM-FECHA " "
                   BM-TIPO " " WS-MONTO-FMT " " BM-REFERENCIA.
           DISPLAY "  " BM-DESCRIPCION.

       43-LISTA-CANDIDATA.
           IF WS-SI-CONCILIADA(WS-SI-IDX) = "N"
           AND WS-SI-TIPO(WS-SI-IDX) = BM-TIPO
                   MOVE WS-SI-IMPORTE(WS-SI-IDX) TO WS-MONTO-FMT
                   DISPLAY "  " WS-SI-ORIGEN(WS-SI-IDX) " "
                           WS-SI-LLAVE(WS-SI-IDX) " "
                           WS-SI-FECHA(WS-SI-IDX) " "
                           WS-MONTO-FMT " "
                           WS-SI-DESCRIPCION(WS-SI-IDX)
           END-IF.

       44-GRABA-MANUAL.
           IF WS-SI-HALLADA > ZERO
           AND WS-SI-IMPORTE(WS-SI-HALLADA) NOT = BM-IMPORTE
                   MOVE WS-SI-IMPORTE(WS-SI-HALLADA) TO WS-MONTO-FMT
                   DISPLAY "Aviso: la partida es por " WS-MONTO-FMT
                           "; la diferencia debe explicarse en "
                           "la nota"
           END-IF.
           DISPLAY "Nota de la conciliacion: ".
           MOVE SPACES TO WS-MN-NOTA.
           ACCEPT WS-MN-NOTA.
           IF WS-MN-NOTA = SPACES
                   DISPLAY "Sin nota no se concilia a mano."
           ELSE
                   MOVE "M" TO BM-ESTADO
                   MOVE WS-MN-ORIGEN TO BM-ORIGEN
                   MOVE WS-MN-LLAVE TO BM-LLAVE-SIS
                   MOVE WS-MN-NOTA TO BM-NOTA
                   MOVE WS-OPERADOR TO BM-OPERADOR
                   MOVE WS-FECHA-HOY TO BM-FECHA-CONC
                   REWRITE BM-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al conciliar el movimiento."
                           NOT INVALID KEY
                           DISPLAY "Movimiento " BM-FOLIO
                                   " conciliado a mano."
                   END-REWRITE
           END-IF.

      *REGRESA A PENDIENTE UN MOVIMIENTO MAL CONCILIADO
       45-DESHACE-CONCILIACION.
           IF WS-OPER-ROL = "C"
                   DISPLAY "Su rol de captura no autoriza "
                           "deshacer conciliaciones."
           ELSE
                   DISPLAY "Folio del movimiento del banco: "
                   MOVE ZERO TO WS-MN-FOLIO
                   ACCEPT WS-MN-FOLIO
                   MOVE WS-MN-FOLIO TO BM-FOLIO
                   READ F-MOVBANCO
                           INVALID KEY
                           DISPLAY "No existe ese movimiento."
                           NOT INVALID KEY
                           PERFORM 46-REGRESA-PENDIENTE
                   END-READ
           END-IF.

       46-REGRESA-PENDIENTE.
           IF BM-ESTADO = "P"
                   DISPLAY "El movimiento no esta conciliado."
           ELSE
                   PERFORM 42-MUESTRA-MOVIMIENTO
                   DISPLAY "  Conciliado con " BM-ORIGEN " "
                           BM-LLAVE-SIS " " BM-NOTA
                   DISPLAY "Deshacer la conciliacion (S/N): "
                   MOVE SPACE TO WS-MN-CONFIRMA
                   ACCEPT WS-MN-CONFIRMA
                   CALL "NOMBREUTIL" USING WS-MN-CONFIRMA 1
                   IF WS-MN-CONFIRMA = "S"
                           MOVE "P" TO BM-ESTADO
                           MOVE SPACES TO BM-ORIGEN
                           MOVE SPACES TO BM-LLAVE-SIS
                           MOVE SPACES TO BM-NOTA
                           MOVE WS-OPERADOR TO BM-OPERADOR
                           MOVE WS-FECHA-HOY TO BM-FECHA-CONC
                           REWRITE BM-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al regrabar el "
                                           "movimiento."
                                   NOT INVALID KEY
                                   DISPLAY "Movimiento de nuevo "
                                           "pendiente."
                           END-REWRITE
                   END-IF
           END-IF.

      *REPORTE DEL PERIODO EN TRES SECCIONES: CONCILIADAS (CON LA
      *NOTA DE LAS MANUALES), MOVIMIENTOS DEL BANCO SIN REGISTRO EN
      *EL SISTEMA Y PARTIDAS DEL SISTEMA QUE AUN NO LLEGAN AL BANCO
       50-REPORTE.
           PERFORM 20-CARGA-SISTEMA.
           MOVE WS-HASTA TO WS-FECHA-REP.
           OPEN OUTPUT F-REPORTE.
           MOVE SPACES TO RP-LINEA.
           STRING "CONCILIACION BANCARIA DEL " DELIMITED BY SIZE
                   WS-DESDE DELIMITED BY SIZE
                   " AL " DELIMITED BY SIZE
                   WS-HASTA DELIMITED BY SIZE
                   ", EMPRESA " DELIMITED BY SIZE
                   WS-EMP-PREFIJO(2:2) DELIMITED BY SIZE
                   ", CORRIDA DEL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE ZERO TO WS-RP-CONCILIADAS.
           MOVE ZERO TO WS-RP-SOLO-BANCO.
           MOVE ZERO TO WS-RP-SOLO-SISTEMA.
           MOVE ZERO TO WS-RP-SUMA-CONC.
           MOVE ZERO TO WS-RP-SUMA-BANCO.
           MOVE ZERO TO WS-RP-SUMA-SISTEMA.
           MOVE "PARTIDAS CONCILIADAS" TO WS-RP-TITULO.
           PERFORM 51-TITULO-SECCION.
           MOVE "C" TO WS-RP-SECCION.
           PERFORM 60-POSICIONA-BANCO.
           PERFORM 52-RENGLON-BANCO UNTIL WS-BM-FIN = "S".
           MOVE "MOVIMIENTOS DEL BANCO SIN REGISTRO EN EL SISTEMA"
                   TO WS-RP-TITULO.
           PERFORM 51-TITULO-SECCION.
           MOVE "P" TO WS-RP-SECCION.
           PERFORM 60-POSICIONA-BANCO.
           PERFORM 52-RENGLON-BANCO UNTIL WS-BM-FIN = "S".
           MOVE "PARTIDAS DEL SISTEMA AUN NO REFLEJADAS EN EL BANCO"
                   TO WS-RP-TITULO.
           PERFORM 51-TITULO-SECCION.
           PERFORM 55-RENGLON-SISTEMA
                   VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-USADOS.
           PERFORM 56-RESUMEN.
           CLOSE F-REPORTE.
           DISPLAY "Conciliadas: " WS-RP-CONCILIADAS
                   " Solo en el banco: " WS-RP-SOLO-BANCO
                   " Solo en el sistema: " WS-RP-SOLO-SISTEMA.
           DISPLAY "Reporte en " WS-ARCH-REPORTE.

       51-TITULO-SECCION.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-RP-TITULO TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE ALL "-" TO RP-LINEA.
           WRITE RP-LINEA.

       52-RENGLON-BANCO.
           READ F-MOVBANCO NEXT RECORD
                   AT END MOVE "S" TO WS-BM-FIN
                   NOT AT END
                           IF BM-FECHA NOT < WS-DESDE
                           AND BM-FECHA NOT > WS-HASTA
                                   PERFORM 53-CLASIFICA-MOVIMIENTO
                           END-IF
           END-READ.

      *LOS CARGOS SUMAN NEGATIVO Y LOS ABONOS POSITIVO, COMO LOS
      *VE EL SALDO DE LA CUENTA
       53-CLASIFICA-MOVIMIENTO.
           IF BM-TIPO = "C"
                   COMPUTE WS-RP-IMPORTE = ZERO - BM-IMPORTE
           ELSE
                   MOVE BM-IMPORTE TO WS-RP-IMPORTE
           END-IF.
           IF WS-RP-SECCION = "C" AND BM-ESTADO NOT = "P"
                   ADD 1 TO WS-RP-CONCILIADAS
                   ADD WS-RP-IMPORTE TO WS-RP-SUMA-CONC
                   IF BM-ESTADO = "A"
                           MOVE "AUTOM." TO WS-RP-FORMA
                   ELSE
                           MOVE "MANUAL" TO WS-RP-FORMA
                   END-IF
                   PERFORM 54-ESCRIBE-MOVIMIENTO
                   IF BM-NOTA NOT = SPACES
                           MOVE SPACES TO RP-LINEA
                           STRING "       NOTA: " DELIMITED BY SIZE
                                   BM-NOTA DELIMITED BY SIZE
                                   " (" DELIMITED BY SIZE
                                   BM-OPERADOR DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                   INTO RP-LINEA
                           WRITE RP-LINEA
                   END-IF
           ELSE
           IF WS-RP-SECCION = "P" AND BM-ESTADO = "P"
                   ADD 1 TO WS-RP-SOLO-BANCO
                   ADD WS-RP-IMPORTE TO WS-RP-SUMA-BANCO
                   MOVE SPACES TO WS-RP-FORMA
                   PERFORM 54-ESCRIBE-MOVIMIENTO.

       54-ESCRIBE-MOVIMIENTO.
           MOVE WS-RP-IMPORTE TO WS-MONTO-FMT.
           MOVE SPACES TO RP-LINEA.
           IF WS-RP-SECCION = "C"
                   STRING BM-FOLIO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           BM-FECHA DELIMITED BY SIZE
                           WS-MONTO-FMT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           BM-REFERENCIA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-RP-FORMA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           BM-ORIGEN DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           BM-LLAVE-SIS DELIMITED BY SIZE
                           INTO RP-LINEA
           ELSE
                   STRING BM-FOLIO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           BM-FECHA DELIMITED BY SIZE
                           WS-MONTO-FMT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           BM-REFERENCIA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           BM-DESCRIPCION DELIMITED BY SIZE
                           INTO RP-LINEA
           END-IF.
           WRITE RP-LINEA.

       55-RENGLON-SISTEMA.
           IF WS-SI-CONCILIADA(WS-SI-IDX) = "N"
                   IF WS-SI-TIPO(WS-SI-IDX) = "C"
                           COMPUTE WS-RP-IMPORTE =
                                   ZERO - WS-SI-IMPORTE(WS-SI-IDX)
                   ELSE
                           MOVE WS-SI-IMPORTE(WS-SI-IDX)
                                   TO WS-RP-IMPORTE
                   END-IF
                   ADD 1 TO WS-RP-SOLO-SISTEMA
                   ADD WS-RP-IMPORTE TO WS-RP-SUMA-SISTEMA
                   MOVE WS-RP-IMPORTE TO WS-MONTO-FMT
                   MOVE SPACES TO RP-LINEA
                   STRING WS-SI-ORIGEN(WS-SI-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SI-LLAVE(WS-SI-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SI-FECHA(WS-SI-IDX) DELIMITED BY SIZE
                           WS-MONTO-FMT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SI-DESCRIPCION(WS-SI-IDX)
                                   DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
           END-IF.

       56-RESUMEN.
           MOVE SPACES TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-RP-CONCILIADAS TO WS-CUENTA-FMT.
           MOVE WS-RP-SUMA-CONC TO WS-MONTO-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "CONCILIADAS:               " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   WS-MONTO-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-RP-SOLO-BANCO TO WS-CUENTA-FMT.
           MOVE WS-RP-SUMA-BANCO TO WS-MONTO-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "SOLO EN EL BANCO:          " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   WS-MONTO-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-RP-SOLO-SISTEMA TO WS-CUENTA-FMT.
           MOVE WS-RP-SUMA-SISTEMA TO WS-MONTO-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "SOLO EN EL SISTEMA:        " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   WS-MONTO-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.

      *DEJA EL ARCHIVO DE MOVIMIENTOS LISTO PARA LEERSE EN ORDEN DE
      *FOLIO DESDE EL PRINCIPIO
       60-POSICIONA-BANCO.
           MOVE ZERO TO BM-FOLIO.
           MOVE "N" TO WS-BM-FIN.
           START F-MOVBANCO KEY IS NOT LESS THAN BM-FOLIO
                   INVALID KEY MOVE "S" TO WS-BM-FIN
           END-START.

       END PROGRAM BANCONCILIA.
