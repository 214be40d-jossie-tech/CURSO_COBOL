           02 FT-SALARIO                   PIC S9(06)V99.
           02 FILLER                       PIC X(06).
           02 FT-ACTIVO                    PIC X(01).
           02 FILLER                       PIC X(137).

       FD F-REPORTE.
       01 REP-LINEA                        PIC X(90).
       77 WS-TOT-SUELDOS                   PIC S9(12)V99.
       77 WS-SUELDO-FMT                    PIC -ZZZZZZZZZ9.99.
       77 WS-TOT-FMT                       PIC -ZZZZZZZZZZZ9.99.
      *LOS SUELDOS SALEN EN ASTERISCOS PARA EL ROL DE CAPTURA
      *(RUTINA MASCARAUTIL)
       77 WS-MSK-OP                        PIC X(01).
       77 WS-MSK-VALOR                     PIC X(30).
       77 WS-MSK-ACTIVA                    PIC X(01).

       PROCEDURE DIVISION.

                           "(registrelas en el LANZADOR)"
           ELSE
                   OPEN OUTPUT F-REPORTE
                   MOVE "R" TO WS-MSK-OP
                   CALL "MASCARAUTIL" USING WS-MSK-OP WS-MSK-VALOR
                   MOVE WS-MSK-VALOR(1:1) TO WS-MSK-ACTIVA
                   IF WS-MSK-ACTIVA = "S"
                           MOVE "CONSOLIDADO DE EMPRESAS  *** REPORTE "
                                   TO REP-LINEA
                           MOVE "ENMASCARADO: ROL DE CAPTURA ***"
                                   TO REP-LINEA(38:)
                   ELSE
                           MOVE "CONSOLIDADO DE EMPRESAS" TO REP-LINEA
                   END-IF
                   WRITE REP-LINEA
                   MOVE "N" TO WS-EMS-FIN
                   PERFORM 10-PROCESA-EMPRESA
                           UNTIL WS-EMS-FIN = "S"
                   MOVE SPACES TO REP-LINEA
                   MOVE WS-TOT-SUELDOS TO WS-TOT-FMT
                   MOVE WS-TOT-FMT TO WS-MSK-VALOR
                   PERFORM 30-ENMASCARA-IMPORTE
                   STRING "TOTAL: " DELIMITED BY SIZE
                           WS-TOT-EMPRESAS DELIMITED BY SIZE
                           " EMPRESAS, " DELIMITED BY SIZE
                           WS-TOT-ACTIVOS DELIMITED BY SIZE
                           " ACTIVOS, SUELDOS " DELIMITED BY SIZE
                           WS-MSK-VALOR(1:17) DELIMITED BY SIZE
                           INTO REP-LINEA
                   WRITE REP-LINEA
                   DISPLAY REP-LINEA
                   ADD WS-SUELDOS TO WS-TOT-SUELDOS
                   MOVE SPACES TO REP-LINEA
                   MOVE WS-SUELDOS TO WS-SUELDO-FMT
                   MOVE WS-SUELDO-FMT TO WS-MSK-VALOR
                   PERFORM 30-ENMASCARA-IMPORTE
                   STRING EMS-CODIGO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMS-NOMBRE DELIMITED BY SIZE
                           " ACTIVOS: " DELIMITED BY SIZE
                           WS-ACTIVOS DELIMITED BY SIZE
                           " SUELDOS: " DELIMITED BY SIZE
                           WS-MSK-VALOR(1:14) DELIMITED BY SIZE
                           INTO REP-LINEA
                   WRITE REP-LINEA
                   DISPLAY REP-LINEA
                           END-IF
           END-READ.

       30-ENMASCARA-IMPORTE.
           IF WS-MSK-ACTIVA = "S"
                   MOVE "D" TO WS-MSK-OP
                   CALL "MASCARAUTIL" USING WS-MSK-OP WS-MSK-VALOR
           END-IF.

       END PROGRAM NOMCONSOL.
