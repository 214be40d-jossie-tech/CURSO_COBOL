           ASSIGN TO WS-ARCH-IMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CI-LLAVE
           FILE STATUS IS WS-CI-STATUS.

      *IMPUESTO SOBRE NOMINA QUE CADA CIERRE DE NOMINA ANOTA POR
      *TRABAJADOR Y TASAS ESTATALES, PARA LA DECLARACION MENSUAL
           SELECT OPTIONAL F-ISN-MOV
           ASSIGN TO WS-ARCH-ISNMOV
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IM-LLAVE
           FILE STATUS IS WS-IM-STATUS.

           SELECT OPTIONAL F-TASAS-ISN
           ASSIGN TO WS-ARCH-ISN
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IS-ESTADO
           FILE STATUS IS WS-IS-STATUS.

           SELECT OPTIONAL F-PRODUCTOS
           ASSIGN TO "C:\Users\Esteban\COBOL\DATOS2.TXT"
           ORGANIZATION INDEXED
           RECORD KEY IS PD-DEPARTAMENTO
           FILE STATUS IS WS-PD-STATUS.

      *MERCANCIA EN CONSIGNACION (DEL PROVEEDOR, NO SE VALUA)
           SELECT OPTIONAL F-CONSIGNA
           ASSIGN TO "CONSIGNA.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CN-ID
           FILE STATUS IS WS-CN-STATUS.

      *EL PAQUETE DE SALIDA, FECHADO POR MES
           SELECT F-REP-ROTACION
           ASSIGN TO WS-NOMBRE-ROT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

           SELECT F-REP-ISN
           ASSIGN TO WS-NOMBRE-ISN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

           SELECT F-RESUMEN
           ASSIGN TO WS-NOMBRE-RES
           ORGANIZATION LINE SEQUENTIAL
           02 FT-ACTIVO                    PIC X(01).
           02 FILLER                       PIC X(72).
           02 FT-DEPTO-PCT                 PIC 9(03) OCCURS 3 TIMES.
           02 FILLER                       PIC X(56).

       FD F-BAJAS.
       01 TB-REGISTRO.
           02 TB-NOMBRE                    PIC X(30).
           02 TB-APELLIDO                  PIC X(30).
           02 TB-FECHA-BAJA                PIC X(08).
           02 FILLER                       PIC X(106).

       FD F-AUDITORIA.
       01 AUD-REGISTRO.
           02 AUD-HORA                     PIC X(08).
           02 AUD-ID                       PIC 9(04).
           02 AUD-ACCION                   PIC X(12).
           02 FILLER                       PIC X(100).

       FD F-CUOTAS-IMSS.
       01 CI-REGISTRO.
           02 CI-LLAVE.
               03 CI-VIGENCIA              PIC X(08).
               03 CI-RAMA                  PIC 9(02).
           02 CI-NOMBRE                    PIC X(30).
           02 CI-PCT-OBRERO                PIC 9V9999.
           02 CI-PCT-PATRON                PIC 9V9999.

       FD F-ISN-MOV.
       01 IM-REGISTRO.
           02 IM-LLAVE.
               03 IM-ID                    PIC 9(04).
               03 IM-PERIODO               PIC X(08).
               03 IM-FRECUENCIA            PIC X(01).
           02 IM-ESTADO                    PIC X(02).
           02 IM-BASE                      PIC 9(07)V99.
           02 IM-TASA                      PIC 9V9999.
           02 IM-IMPUESTO                  PIC 9(07)V99.

       FD F-TASAS-ISN.
       01 IS-REGISTRO.
           02 IS-ESTADO                    PIC X(02).
           02 IS-NOMBRE                    PIC X(20).
           02 IS-TASA                      PIC 9V9999.

       FD F-PRODUCTOS.
       01 REG-PRODUCTO.
           02 RP-ID                        PIC 9(10).
           02 RP-MINIMO                    PIC 9(10).
           02 RP-MAXIMO                    PIC 9(10).
           02 RP-EMPAQUE                   PIC 9(05).
           02 RP-APARTADO                  PIC 9(10).
           02 RP-CLASE-ABC                 PIC X(01).

       FD F-PRESUPUESTO.
       01 PD-REGISTRO.
               03 PD-MES-ASIGNADO          PIC S9(08)V99.
               03 PD-MES-GASTADO           PIC S9(08)V99.

       FD F-CONSIGNA.
       01 CN-REGISTRO.
           02 CN-ID                        PIC 9(10).
           02 CN-PROVEEDOR                 PIC 9(04).
           02 CN-COSTO                     PIC 9(05)V9(02).
           02 CN-EXISTENCIA                PIC 9(10).
           02 CN-VENDIDO                   PIC 9(10).
           02 CN-ADEUDO                    PIC S9(09)V99.
           02 CN-ULT-RECEPCION             PIC 9(06).
           02 CN-ULT-LIQUIDA               PIC X(08).

       FD F-REP-ROTACION.
       01 ROT-LINEA                        PIC X(80).

       FD F-REP-PRESUP.
       01 PRE-LINEA                        PIC X(80).

       FD F-REP-ISN.
       01 ISN-LINEA                        PIC X(80).

       FD F-RESUMEN.
       01 RES-LINEA                        PIC X(80).

      *EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
      *ENLACE CON EL CALENDARIO DE OBLIGACIONES DE LEY (RUTINA
      *OBLIGAUTIL): AL TERMINAR SE ANOTA LA OBLIGACION CUMPLIDA
       77 WS-OBL-OPERACION                 PIC X(01).
       01 WS-OBL-DATOS.
           02 WS-OBL-PROGRAMA              PIC X(12).
           02 FILLER                       PIC X(38).
       01 WS-ARCH-PER.
           02 WS-EMP-PER                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
           02 WS-EMP-IMSS                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMIMSS.DAT".
       01 WS-ARCH-ISNMOV.
           02 WS-EMP-ISNMOV                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMISNMOV.DAT".
       01 WS-ARCH-ISN.
           02 WS-EMP-ISN                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMISN.DAT".
       77 WS-PC-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-TB-STATUS                     PIC X(02).
       77 WS-RP-STATUS                     PIC X(02).
       77 WS-PD-STATUS                     PIC X(02).
       77 WS-REP-STATUS                    PIC X(02).
       77 WS-IM-STATUS                     PIC X(02).
       77 WS-IS-STATUS                     PIC X(02).
      *NOMBRES FECHADOS DEL PAQUETE MENSUAL
       01 WS-NOMBRE-ROT.
           02 FILLER                       PIC X(04) VALUE "EOM-".
           02 WS-MES-PRE                   PIC X(06).
           02 FILLER                       PIC X(11)
                   VALUE "-PRESUP.TXT".
       01 WS-NOMBRE-ISN.
           02 FILLER                       PIC X(04) VALUE "EOM-".
           02 WS-MES-ISN                   PIC X(06).
           02 FILLER                       PIC X(08)
                   VALUE "-ISN.TXT".
       01 WS-NOMBRE-RES.
           02 FILLER                       PIC X(04) VALUE "EOM-".
           02 WS-MES-RES                   PIC X(06).
       77 WS-CI-FIN                        PIC X(01).
       77 WS-CI-HALLADO                    PIC X(01).
       77 WS-PCT-PATRON-EF                 PIC 9V9999.
      *VERSION DE LA TABLA VIGENTE AL ULTIMO DIA DEL MES EN PROCESO
       77 WS-FECHA-TARIFA                  PIC X(08).
       77 WS-CI-VERSION                    PIC X(08).
       01 WS-COSTO-DEPTO OCCURS 100 TIMES.
           02 WS-CD-BRUTO                  PIC S9(09)V99.
           02 WS-CD-CARGA                  PIC S9(09)V99.
      *PRESUPUESTO DEL MES
       77 WS-VAL-TOTAL                     PIC S9(12)V99.
       77 WS-VAL-RENGLON                   PIC S9(12)V99.
      *LO APARTADO SIGUE SIENDO INVENTARIO, PERO SE INFORMA APARTE
       77 WS-VAL-UNITARIO                  PIC 9(05)V9(02).
       77 WS-VAL-APARTADO                  PIC S9(12)V99.
      *LAS PIEZAS EN CONSIGNACION SON DEL PROVEEDOR: SALEN DEL
      *VALOR Y SOLO SE INFORMAN A SU COSTO PACTADO
       77 WS-CN-STATUS                     PIC X(02).
       77 WS-CN-ABIERTO                    PIC X(01).
       77 WS-CN-PIEZAS                     PIC 9(10).
       77 WS-VAL-CONSIGNA                  PIC S9(12)V99.
       77 WS-IMPORTE-FMT                   PIC -ZZZZZZZZZZZ9.99.
      *EL COSTO POR DEPARTAMENTO SALE CON LOS IMPORTES EN
      *ASTERISCOS SI EL OPERADOR QUE LANZA LA CORRIDA TIENE ROL DE
      *CAPTURA (RUTINA MASCARAUTIL)
       77 WS-MSK-OP                        PIC X(01).
       77 WS-MSK-VALOR                     PIC X(30).
       77 WS-MSK-ACTIVA                    PIC X(01).
       77 WS-MSK-NOTA                      PIC X(60) VALUE
           "*** REPORTE ENMASCARADO: ROL DE CAPTURA ***".
       77 WS-PRE-VARIACION                 PIC S9(09)V99.
      *RESUMEN DE AUDITORIA: MOVIMIENTOS DE LA BITACORA EN EL MES
       77 WS-AUD-MOVS                      PIC 9(06).
      *DECLARACION DEL IMPUESTO SOBRE NOMINA: BASE E IMPUESTO DEL
      *MES ACUMULADOS POR ESTADO DE TRABAJO
       01 WS-ISN-ESTADOS OCCURS 32 TIMES.
           02 WS-IE-ESTADO                 PIC X(02).
           02 WS-IE-BASE                   PIC 9(09)V99.
           02 WS-IE-IMPUESTO               PIC 9(09)V99.
       77 WS-IE-USADOS                     PIC 9(02).
       77 WS-IE-IDX                        PIC 9(02).
       77 WS-IE-POS                        PIC 9(02).
       77 WS-IE-TOT-BASE                   PIC 9(10)V99.
       77 WS-IE-TOT-IMPUESTO               PIC 9(10)V99.
       77 WS-IE-TASA-FMT                   PIC 9.9999.

       PROCEDURE DIVISION.

           MOVE WS-MES-PROCESO-X TO WS-MES-VAL.
           MOVE WS-MES-PROCESO-X TO WS-MES-PRE.
           MOVE WS-MES-PROCESO-X TO WS-MES-RES.
           MOVE WS-MES-PROCESO-X TO WS-MES-ISN.
           MOVE ZERO TO WS-REPORTES.
           MOVE ZERO TO WS-BLOQUEADOS.
           PERFORM 10-VERIFICA-CIERRE-NOMINA.
           PERFORM 30-REPORTE-COSTO.
           PERFORM 40-REPORTE-VALUACION.
           PERFORM 50-REPORTE-PRESUPUESTO.
           PERFORM 70-REPORTE-ISN.
           PERFORM 60-ESCRIBE-RESUMEN.
           DISPLAY "PAQUETE DE FIN DE MES " WS-MES-PROCESO-X ": "
                   WS-REPORTES " reportes, " WS-BLOQUEADOS
                   " bloqueados.".
      *UN PAQUETE CON REPORTES BLOQUEADOS NO CUENTA COMO CUMPLIDO
           IF WS-BLOQUEADOS = ZERO
                   PERFORM 80-MARCA-OBLIGACION
           END-IF.
           MOVE WS-BLOQUEADOS TO RETURN-CODE.
           GOBACK.

           MOVE WS-EMP-PREFIJO TO WS-EMP-BAJAS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-AUD.
           MOVE WS-EMP-PREFIJO TO WS-EMP-IMSS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ISNMOV.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ISN.

      *EL MES DEBE TENER AL MENOS UN PERIODO DE NOMINA CERRADO EN
      *NOMPER; SIN EL, EL PAQUETE SALE PERO EL RESUMEN LO MARCA
                           UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE F-TRABAJADORES
                   OPEN OUTPUT F-REP-COSTO
                   MOVE "R" TO WS-MSK-OP
                   CALL "MASCARAUTIL" USING WS-MSK-OP WS-MSK-VALOR
                   MOVE WS-MSK-VALOR(1:1) TO WS-MSK-ACTIVA
                   IF WS-MSK-ACTIVA = "S"
                           MOVE WS-MSK-NOTA TO CST-LINEA
                           WRITE CST-LINEA
                   END-IF
                   MOVE 1 TO WS-DEP-IDX
                   PERFORM 30-6-ESCRIBE-DEPTO
                           UNTIL WS-DEP-IDX > 100
           IF WS-CD-BRUTO(WS-DEP-IDX) NOT = ZERO
                   SUBTRACT 1 FROM WS-DEP-IDX GIVING WS-DEP-COD
                   MOVE WS-CD-BRUTO(WS-DEP-IDX) TO WS-IMPORTE-FMT
                   PERFORM 30-8-ENMASCARA-IMPORTE
                   MOVE SPACES TO CST-LINEA
                   STRING "DEPTO " DELIMITED BY SIZE
                           WS-DEP-COD DELIMITED BY SIZE
                           " BRUTO " DELIMITED BY SIZE
                           WS-MSK-VALOR(1:16) DELIMITED BY SIZE
                           INTO CST-LINEA
                   MOVE WS-CD-CARGA(WS-DEP-IDX) TO WS-IMPORTE-FMT
                   PERFORM 30-8-ENMASCARA-IMPORTE
                   STRING " COSTO PATRONAL " DELIMITED BY SIZE
                           WS-MSK-VALOR(1:16) DELIMITED BY SIZE
                           INTO CST-LINEA(40:)
                   WRITE CST-LINEA
           END-IF.
           ADD 1 TO WS-DEP-IDX.

       30-8-ENMASCARA-IMPORTE.
           MOVE WS-IMPORTE-FMT TO WS-MSK-VALOR.
           IF WS-MSK-ACTIVA = "S"
                   MOVE "D" TO WS-MSK-OP
                   CALL "MASCARAUTIL" USING WS-MSK-OP WS-MSK-VALOR
           END-IF.

      *CUOTA PATRONAL EFECTIVA: LA SUMA DE LOS PORCENTAJES
      *PATRONALES DE LA TABLA DE CUOTAS DEL IMSS (LA MISMA REGLA
      *DEL COSTO PATRONAL INTERACTIVO DE NOMINA); CON LA TABLA
       35-PCT-PATRON-EFECTIVO.
           MOVE "N" TO WS-CI-HALLADO.
           MOVE ZERO TO WS-PCT-PATRON-EF.
           MOVE WS-MES-PROCESO-X TO WS-FECHA-TARIFA(1:6).
           MOVE "31" TO WS-FECHA-TARIFA(7:2).
           MOVE SPACES TO WS-CI-VERSION.
           OPEN INPUT F-CUOTAS-IMSS.
           IF WS-CI-STATUS = "00" OR WS-CI-STATUS = "05"
                   MOVE LOW-VALUES TO CI-LLAVE
                   MOVE "N" TO WS-CI-FIN
                   START F-CUOTAS-IMSS KEY IS NOT LESS THAN
                           CI-LLAVE
                           INVALID KEY MOVE "S" TO WS-CI-FIN
                   END-START
                   PERFORM 35-1-SUMA-RAMO UNTIL WS-CI-FIN = "S"
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
                                                   TO WS-PCT-PATRON-EF
                                   END-IF
                                   MOVE "S" TO WS-CI-HALLADO
                                   ADD CI-PCT-PATRON
                                           TO WS-PCT-PATRON-EF
                           END-IF
           END-READ.

      *VALUACION DEL INVENTARIO AL COSTO PROMEDIO (PRECIO DE VENTA
           ELSE
                   OPEN OUTPUT F-REP-VALUACION
                   MOVE ZERO TO WS-VAL-TOTAL
                   MOVE ZERO TO WS-VAL-APARTADO
                   MOVE ZERO TO WS-VAL-CONSIGNA
                   OPEN INPUT F-CONSIGNA
                   IF WS-CN-STATUS = "00"
                           MOVE "S" TO WS-CN-ABIERTO
                   ELSE
                           MOVE "N" TO WS-CN-ABIERTO
                   END-IF
                   MOVE ZERO TO RP-ID
                   MOVE "N" TO WS-FIN-ARCHIVO
                   START F-PRODUCTOS KEY IS NOT LESS THAN RP-ID
                           WS-IMPORTE-FMT DELIMITED BY SIZE
                           INTO VAL-LINEA
                   WRITE VAL-LINEA
                   IF WS-VAL-APARTADO NOT = ZERO
                           MOVE WS-VAL-APARTADO TO WS-IMPORTE-FMT
                           MOVE SPACES TO VAL-LINEA
                           STRING "DEL CUAL APARTADO POR CLIENTES: "
                                   DELIMITED BY SIZE
                                   WS-IMPORTE-FMT DELIMITED BY SIZE
                                   INTO VAL-LINEA
                           WRITE VAL-LINEA
                   END-IF
                   IF WS-VAL-CONSIGNA NOT = ZERO
                           MOVE WS-VAL-CONSIGNA TO WS-IMPORTE-FMT
                           MOVE SPACES TO VAL-LINEA
                           STRING "EN CONSIGNACION, NO INCLUIDO: "
                                   DELIMITED BY SIZE
                                   WS-IMPORTE-FMT DELIMITED BY SIZE
                                   INTO VAL-LINEA
                           WRITE VAL-LINEA
                   END-IF
                   CLOSE F-CONSIGNA
                   CLOSE F-REP-VALUACION
                   CLOSE F-PRODUCTOS
                   ADD 1 TO WS-REPORTES
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF RP-COSTO NUMERIC AND RP-COSTO > ZERO
                                   MOVE RP-COSTO TO WS-VAL-UNITARIO
                           ELSE
                                   MOVE RP-PRECIO TO WS-VAL-UNITARIO
                           END-IF
                           PERFORM 40-2-EN-CONSIGNA
                           COMPUTE WS-VAL-RENGLON =
                                   WS-VAL-UNITARIO
                                   * (RP-CANTIDAD - WS-CN-PIEZAS)
                           IF RP-APARTADO NUMERIC
                                   COMPUTE WS-VAL-APARTADO =
                                           WS-VAL-APARTADO
                                           + WS-VAL-UNITARIO
                                           * RP-APARTADO
                           END-IF
                           ADD WS-VAL-RENGLON TO WS-VAL-TOTAL
                           MOVE WS-VAL-RENGLON TO WS-IMPORTE-FMT
                           WRITE VAL-LINEA
           END-READ.

       40-2-EN-CONSIGNA.
           MOVE ZERO TO WS-CN-PIEZAS.
           IF WS-CN-ABIERTO = "S"
                   MOVE RP-ID TO CN-ID
                   READ F-CONSIGNA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE CN-EXISTENCIA TO WS-CN-PIEZAS
                   END-READ
           END-IF.
           IF WS-CN-PIEZAS > RP-CANTIDAD
                   MOVE RP-CANTIDAD TO WS-CN-PIEZAS
           END-IF.
           IF WS-CN-PIEZAS > ZERO
                   COMPUTE WS-VAL-CONSIGNA = WS-VAL-CONSIGNA
                           + WS-CN-PIEZAS * CN-COSTO
           END-IF.
      *PRESUPUESTO CONTRA GASTO DEL MES EN PROCESO, UN RENGLON POR
      *DEPARTAMENTO CON SU VARIACION
       50-REPORTE-PRESUPUESTO.
           CLOSE F-RESUMEN.
           DISPLAY "Generado " WS-NOMBRE-RES.

      *DECLARACION MENSUAL DEL IMPUESTO SOBRE NOMINA: SUMA POR
      *ESTADO LO QUE LOS CIERRES DEL MES ANOTARON EN NOMISNMOV Y
      *ESCRIBE UN RENGLON POR ESTADO CON SU TASA VIGENTE
       70-REPORTE-ISN.
           OPEN INPUT F-ISN-MOV.
           IF WS-IM-STATUS NOT = "00"
                   DISPLAY "Sin impuesto sobre nomina anotado, "
                           "declaracion bloqueada."
                   ADD 1 TO WS-BLOQUEADOS
                   CLOSE F-ISN-MOV
           ELSE
                   MOVE ZERO TO WS-IE-USADOS
                   MOVE ZERO TO WS-IE-TOT-BASE
                   MOVE ZERO TO WS-IE-TOT-IMPUESTO
                   MOVE LOW-VALUES TO IM-LLAVE
                   MOVE "N" TO WS-FIN-ARCHIVO
                   START F-ISN-MOV KEY IS NOT LESS THAN IM-LLAVE
                           INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
                   END-START
                   PERFORM 70-1-EXAMINA-ISN
                           UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE F-ISN-MOV
                   OPEN INPUT F-TASAS-ISN
                   OPEN OUTPUT F-REP-ISN
                   MOVE SPACES TO ISN-LINEA
                   STRING "DECLARACION DE IMPUESTO SOBRE NOMINA "
                           DELIMITED BY SIZE
                           WS-MES-PROCESO-X DELIMITED BY SIZE
                           INTO ISN-LINEA
                   WRITE ISN-LINEA
                   MOVE 1 TO WS-IE-IDX
                   PERFORM 70-3-ESCRIBE-ESTADO
                           UNTIL WS-IE-IDX > WS-IE-USADOS
                   MOVE WS-IE-TOT-BASE TO WS-IMPORTE-FMT
                   MOVE SPACES TO ISN-LINEA
                   STRING "TOTAL BASE " DELIMITED BY SIZE
                           WS-IMPORTE-FMT DELIMITED BY SIZE
                           INTO ISN-LINEA
                   MOVE WS-IE-TOT-IMPUESTO TO WS-IMPORTE-FMT
                   STRING " IMPUESTO " DELIMITED BY SIZE
                           WS-IMPORTE-FMT DELIMITED BY SIZE
                           INTO ISN-LINEA(40:)
                   WRITE ISN-LINEA
                   CLOSE F-REP-ISN
                   CLOSE F-TASAS-ISN
                   ADD 1 TO WS-REPORTES
                   DISPLAY "Generado " WS-NOMBRE-ISN
           END-IF.

       70-1-EXAMINA-ISN.
           READ F-ISN-MOV NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF IM-PERIODO(1:6) = WS-MES-PROCESO-X
                                   PERFORM 70-2-ACUMULA-ESTADO
                           END-IF
           END-READ.

      *LOCALIZA EL ESTADO EN LA TABLA Y SI NO ESTA LO AGREGA; LOS
      *TRABAJADORES SIN ESTADO QUEDAN JUNTOS EN EL RENGLON EN BLANCO
       70-2-ACUMULA-ESTADO.
           MOVE ZERO TO WS-IE-POS.
           MOVE 1 TO WS-IE-IDX.
           PERFORM 70-4-BUSCA-ESTADO
                   UNTIL WS-IE-IDX > WS-IE-USADOS
                   OR WS-IE-POS NOT = ZERO.
           IF WS-IE-POS = ZERO
                   IF WS-IE-USADOS < 32
                           ADD 1 TO WS-IE-USADOS
                           MOVE WS-IE-USADOS TO WS-IE-POS
                           MOVE IM-ESTADO TO WS-IE-ESTADO(WS-IE-POS)
                           MOVE ZERO TO WS-IE-BASE(WS-IE-POS)
                           MOVE ZERO TO WS-IE-IMPUESTO(WS-IE-POS)
                   ELSE
                           DISPLAY "AVISO: mas de 32 estados, "
                                   IM-ESTADO " no se declara"
                   END-IF
           END-IF.
           IF WS-IE-POS NOT = ZERO
                   ADD IM-BASE TO WS-IE-BASE(WS-IE-POS)
                   ADD IM-IMPUESTO TO WS-IE-IMPUESTO(WS-IE-POS)
                   ADD IM-BASE TO WS-IE-TOT-BASE
                   ADD IM-IMPUESTO TO WS-IE-TOT-IMPUESTO
           END-IF.

       70-4-BUSCA-ESTADO.
           IF WS-IE-ESTADO(WS-IE-IDX) = IM-ESTADO
                   MOVE WS-IE-IDX TO WS-IE-POS
           END-IF.
           ADD 1 TO WS-IE-IDX.

       70-3-ESCRIBE-ESTADO.
           MOVE WS-IE-ESTADO(WS-IE-IDX) TO IS-ESTADO.
           MOVE SPACES TO IS-NOMBRE.
           MOVE ZERO TO IS-TASA.
           IF WS-IE-ESTADO(WS-IE-IDX) = SPACES
                   MOVE "SIN ESTADO" TO IS-NOMBRE
           ELSE
                   READ F-TASAS-ISN
                           INVALID KEY
                                   MOVE "SIN TASA CAPTURADA"
                                           TO IS-NOMBRE
                                   MOVE ZERO TO IS-TASA
                   END-READ
           END-IF.
           MOVE IS-TASA TO WS-IE-TASA-FMT.
           MOVE SPACES TO ISN-LINEA.
           STRING WS-IE-ESTADO(WS-IE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IS-NOMBRE DELIMITED BY SIZE
                   " TASA " DELIMITED BY SIZE
                   WS-IE-TASA-FMT DELIMITED BY SIZE
                   INTO ISN-LINEA.
           MOVE WS-IE-BASE(WS-IE-IDX) TO WS-IMPORTE-FMT.
           STRING " BASE" DELIMITED BY SIZE
                   WS-IMPORTE-FMT DELIMITED BY SIZE
                   INTO ISN-LINEA(37:).
           MOVE WS-IE-IMPUESTO(WS-IE-IDX) TO WS-IMPORTE-FMT.
           STRING " ISN" DELIMITED BY SIZE
                   WS-IMPORTE-FMT DELIMITED BY SIZE
                   INTO ISN-LINEA(59:).
           WRITE ISN-LINEA.
           ADD 1 TO WS-IE-IDX.

      *ANOTA EN EL CALENDARIO DE OBLIGACIONES QUE LA CORRIDA CUMPLIO
      *LO QUE ESTE PROGRAMA ATIENDE
       80-MARCA-OBLIGACION.
           MOVE "M" TO WS-OBL-OPERACION.
           MOVE "FINDEMES" TO WS-OBL-PROGRAMA.
           CALL "OBLIGAUTIL" USING WS-OBL-OPERACION WS-EMP-PREFIJO
                   WS-OBL-DATOS.

       END PROGRAM FINDEMES.
