           ASSIGN TO WS-ARCH-IMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CI-LLAVE
           FILE STATUS IS WS-CI-STATUS.

      *CEDULA DEL PERIODO, CON NOMBRE FECHADO POR PERIODO PARA QUE
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
       77 WS-CED-STATUS                    PIC X(02).
       77 WS-HP-FIN                        PIC X(01).
       77 WS-CI-FIN                        PIC X(01).
      *LA TABLA DE CUOTAS QUE SE CARGA ES LA VERSION VIGENTE AL
      *ULTIMO DIA DEL PERIODO PEDIDO, NO LA QUE ESTE CAPTURADA HOY
       77 WS-FECHA-TARIFA                  PIC X(08).
       77 WS-CI-VERSION                    PIC X(08).
       77 WS-PERIODO                       PIC X(06).
      *TABLA DE RAMOS CARGADA EN MEMORIA; LOS TOTALES POR RAMO SE
      *ACUMULAN AQUI MISMO PARA EL RESUMEN FINAL
       77 WS-TRAB-OBRERO                   PIC S9(08)V99.
       77 WS-TRAB-PATRON                   PIC S9(08)V99.
       77 WS-TRABAJADORES                  PIC 9(05).
      *RECIBO ANULADO EN NOMINA: SU REVERSA "X" Y EL RECIBO QUE
      *REVIERTE NO ENTRAN, SOLO EL REEXPEDIDO ("R")
       77 WS-CD-ANULADO                    PIC X(01).
       01 WS-CD-ORIGINAL                   PIC X(176).
       77 WS-MONTO-FMT                     PIC ZZZZZZZ9.99.
       77 WS-TOT-FMT                       PIC ZZZZZZZZZ9.99.
       01 WS-NOMBRE-CEDULA.
           DISPLAY "Periodo a conciliar (AAAAMM): ".
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO TO WS-PERIODO-CED.
           MOVE WS-PERIODO TO WS-FECHA-TARIFA(1:6).
           MOVE "31" TO WS-FECHA-TARIFA(7:2).
           PERFORM 10-CARGA-RAMOS.
           IF WS-RAMOS-USADOS = ZERO
                   DISPLAY "La tabla de cuotas IMSS esta vacia o no "
                           "tiene version vigente para el periodo, "
                           "capturela desde NOMINA (Y, opcion CI)"
           ELSE
                   PERFORM 20-GENERA-CEDULA
                   PERFORM 40-MARCA-OBLIGACION
           END-IF.
           STOP RUN.

           MOVE ZERO TO WS-RAMOS-USADOS.
           OPEN INPUT F-CUOTAS-IMSS.
           IF WS-CI-STATUS = "00" OR WS-CI-STATUS = "05"
                   MOVE LOW-VALUES TO CI-LLAVE
                   MOVE SPACES TO WS-CI-VERSION
                   MOVE "N" TO WS-CI-FIN
                   START F-CUOTAS-IMSS KEY IS NOT LESS THAN CI-LLAVE
                           INVALID KEY MOVE "S" TO WS-CI-FIN
                   END-START
                   PERFORM 10-1-LEE-RAMO UNTIL WS-CI-FIN = "S"
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
                   CLOSE F-HISTORIA
           END-IF.

      *LA REVERSA "X" NO SALE EN LA CEDULA Y EL CIERRE REGULAR QUE
      *REVIERTE TAMPOCO, PARA QUE EL RECIBO ANULADO Y REEXPEDIDO
      *CUENTE UNA SOLA VEZ (POR SU "R"); EL PTU ("P") NO ES BASE
      *DEL IMSS
       20-1-LEE-TRABAJADOR.
           READ F-HISTORIA NEXT RECORD
                   AT END MOVE "S" TO WS-HP-FIN
                   NOT AT END
                           IF HP-PERIODO(1:6) = WS-PERIODO
                                   PERFORM 20-4-CLASIFICA-RENGLON
                           END-IF
           END-READ.

           WRITE CED-LINEA.
           ADD 1 TO WS-RM-IDX.

       20-4-CLASIFICA-RENGLON.
           IF HP-FRECUENCIA = "S" OR HP-FRECUENCIA = "Q"
           OR HP-FRECUENCIA = "M"
                   PERFORM 20-5-CIERRE-REGULAR
           ELSE
           IF HP-FRECUENCIA NOT = "X" AND HP-FRECUENCIA NOT = "P"
                   PERFORM 20-2-CEDULA-TRABAJADOR
           END-IF
           END-IF.

      *SE BUSCA LA REVERSA DEL MISMO PERIODO Y FOLIO; LA LECTURA
      *DIRECTA MUEVE LA POSICION, ASI QUE SE RESTAURA EL RENGLON Y
      *SE REGRESA AL SIGUIENTE DE LA LLAVE QUE SE RECORRIA
       20-5-CIERRE-REGULAR.
           MOVE HP-REGISTRO TO WS-CD-ORIGINAL.
           MOVE "N" TO WS-CD-ANULADO.
           MOVE "X" TO HP-FRECUENCIA.
           READ F-HISTORIA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-CD-ANULADO
           END-READ.
           MOVE WS-CD-ORIGINAL TO HP-REGISTRO.
           IF WS-CD-ANULADO = "N"
                   PERFORM 20-2-CEDULA-TRABAJADOR
           END-IF.
           START F-HISTORIA KEY IS GREATER THAN HP-LLAVE
                   INVALID KEY MOVE "S" TO WS-HP-FIN
           END-START.

      *RESUMEN POR RAMO DE TODA LA PLANTILLA DEL PERIODO, EL NUMERO
      *QUE SE CONCILIA CONTRA LA FACTURA DEL INSTITUTO
       30-ESCRIBE-TOTALES.
           WRITE CED-LINEA.
           ADD 1 TO WS-RM-IDX.

      *ANOTA EN EL CALENDARIO DE OBLIGACIONES QUE LA CORRIDA CUMPLIO
      *LO QUE ESTE PROGRAMA ATIENDE
       40-MARCA-OBLIGACION.
           MOVE "M" TO WS-OBL-OPERACION.
           MOVE "NOMCEDIMSS" TO WS-OBL-PROGRAMA.
           CALL "OBLIGAUTIL" USING WS-OBL-OPERACION WS-EMP-PREFIJO
                   WS-OBL-DATOS.

       END PROGRAM NOMCEDIMSS.
