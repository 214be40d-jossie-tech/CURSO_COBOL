           02 RP-MINIMO                    PIC 9(10).
           02 RP-MAXIMO                    PIC 9(10).
           02 RP-EMPAQUE                   PIC 9(05).
           02 RP-APARTADO                  PIC 9(10).
           02 RP-CLASE-ABC                 PIC X(01).

       FD F-VENTAS.
       01 VTA-REGISTRO.
           02 VTA-UBICACION                PIC 9(02).
           02 VTA-PROMO                    PIC X(01).
           02 VTA-VENDEDOR                 PIC X(08).
           02 VTA-HORA                     PIC X(06).
           02 VTA-FACTURA                  PIC X(06).

      *MISMO LAYOUT MENSUAL QUE COMERCIO
       FD F-PRESUPUESTO.
      *PORCENTAJE DEL SUELDO QUE CARGA CADA DEPARTAMENTO; EN CEROS
      *(REGISTROS VIEJOS) SE REPARTE EN PARTES IGUALES
           02 FT-DEPTO-PCT                 PIC 9(03) OCCURS 3 TIMES.
           02 FILLER                       PIC X(56).

       FD F-REP-STOCK.
       01 STK-LINEA                        PIC X(80).
      *DESPIERTO A QUIEN PREGUNTARLE) Y ACUMULADORES DEL PAQUETE
       77 WS-PUNTO-REORDEN                 PIC 9(10) VALUE 10.
       77 WS-PUNTO-EFECTIVO                PIC 9(10).
       77 WS-DISPONIBLE                    PIC 9(10).
      *ENLACE CON EL CANDADO DE CORRIDAS POR LOTES (CANDADOUTIL)
       77 WS-CAND-OP                       PIC X(01).
       77 WS-CAND-PROCESO                  PIC X(12).
       77 WS-PRE-ASIG-YTD                  PIC S9(10)V99.
       77 WS-PRE-GASTO-YTD                 PIC S9(10)V99.
       77 WS-REPORTES                      PIC 9(02).
      *EL RESUMEN DE NOMINA SALE CON EL SUELDO EN ASTERISCOS SI EL
      *OPERADOR QUE LANZA LA CORRIDA TIENE ROL DE CAPTURA
      *(RUTINA MASCARAUTIL)
       77 WS-MSK-OP                        PIC X(01).
       77 WS-MSK-VALOR                     PIC X(30).
       77 WS-MSK-ACTIVA                    PIC X(01).
       77 WS-MSK-NOTA                      PIC X(60) VALUE
           "*** REPORTE ENMASCARADO: ROL DE CAPTURA ***".
      *RESUMEN DE NOMINA POR DEPARTAMENTO, MISMO ESQUEMA DE
      *SUBINDICE CODIGO + 1 QUE USA NOMINA
       01 WS-RESUMEN-DEPTO OCCURS 100 TIMES.
                                   MOVE WS-PUNTO-REORDEN
                                           TO WS-PUNTO-EFECTIVO
                           END-IF
      *LO APARTADO YA TIENE DUENO: SE EXAMINA LO DISPONIBLE
                           MOVE RP-CANTIDAD TO WS-DISPONIBLE
                           IF RP-APARTADO NUMERIC
                                   IF RP-APARTADO < RP-CANTIDAD
                                           SUBTRACT RP-APARTADO
                                                   FROM WS-DISPONIBLE
                                   ELSE
                                           MOVE ZERO TO WS-DISPONIBLE
                                   END-IF
                           END-IF
                           IF WS-DISPONIBLE < WS-PUNTO-EFECTIVO
                                   ADD 1 TO WS-BAJO-STOCK
                                   STRING RP-ID DELIMITED BY SIZE
                                           " " DELIMITED BY SIZE
                                           RP-NOMBRE(1:40)
                                           DELIMITED BY SIZE
                                           " " DELIMITED BY SIZE
                                           WS-DISPONIBLE
                                           DELIMITED BY SIZE
                                           " *BAJO*"
                                           DELIMITED BY SIZE
                                           RP-NOMBRE(1:40)
                                           DELIMITED BY SIZE
                                           " " DELIMITED BY SIZE
                                           WS-DISPONIBLE
                                           DELIMITED BY SIZE
                                           INTO STK-LINEA
                           END-IF
                   PERFORM 40-2-EXAMINA-TRABAJADOR
                           UNTIL WS-FIN-ARCHIVO = "S"
                   OPEN OUTPUT F-REP-NOMINA
                   MOVE "R" TO WS-MSK-OP
                   CALL "MASCARAUTIL" USING WS-MSK-OP WS-MSK-VALOR
                   MOVE WS-MSK-VALOR(1:1) TO WS-MSK-ACTIVA
                   IF WS-MSK-ACTIVA = "S"
                           MOVE WS-MSK-NOTA TO NOM-LINEA
                           WRITE NOM-LINEA
                   END-IF
                   MOVE 1 TO WS-DEP-IDX
                   PERFORM 40-4-ESCRIBE-DEPTO
                           UNTIL WS-DEP-IDX > 100
           IF WS-RD-CANTIDAD(WS-DEP-IDX) > ZERO
                   SUBTRACT 1 FROM WS-DEP-IDX GIVING WS-DEP-COD
                   MOVE WS-RD-TOTAL(WS-DEP-IDX) TO WS-IMPORTE-FMT
                   MOVE WS-IMPORTE-FMT TO WS-MSK-VALOR
                   IF WS-MSK-ACTIVA = "S"
                           MOVE "D" TO WS-MSK-OP
                           CALL "MASCARAUTIL" USING WS-MSK-OP
                                   WS-MSK-VALOR
                   END-IF
                   MOVE SPACES TO NOM-LINEA
                   STRING "DEPTO " DELIMITED BY SIZE
                           WS-DEP-COD DELIMITED BY SIZE
                           WS-RD-CANTIDAD(WS-DEP-IDX)
                                   DELIMITED BY SIZE
                           " SUELDO " DELIMITED BY SIZE
                           WS-MSK-VALOR(1:16) DELIMITED BY SIZE
                           INTO NOM-LINEA
                   WRITE NOM-LINEA
           END-IF.
