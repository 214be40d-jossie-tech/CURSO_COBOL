           ASSIGN TO WS-ARCH-ISR
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TI-LLAVE
           FILE STATUS IS WS-TI-STATUS.

      *EL MAESTRO SE ABRE EN I-O SOLO AL CONFIRMAR, PARA DEJAR LA
           02 HP-DEDUCCIONES               PIC 9(06)V99.
           02 HP-NETO                      PIC S9(06)V99.
           02 HP-MONEDA                    PIC X(03).
           02 HP-DOMINGOS                  PIC 9(02).
           02 HP-PRIMA-DOMINICAL           PIC S9(06)V99.
           02 HP-FALTAS-RETARDO            PIC 9(02).
           02 HP-DESC-RETARDOS             PIC S9(06)V99.

       FD F-TARIFA-ISR.
       01 TI-REGISTRO.
           02 TI-LLAVE.
               03 TI-VIGENCIA              PIC X(08).
               03 TI-NUMERO                PIC 9(02).
           02 TI-LIM-INFERIOR              PIC 9(06)V99.
           02 TI-CUOTA-FIJA                PIC 9(06)V99.
           02 TI-PORCENTAJE                PIC 9V9999.
           02 FT-RFC                       PIC X(13).
           02 FT-CURP                      PIC X(18).
           02 FT-SUPERVISOR                PIC 9(04).
           02 FT-NSS                       PIC X(11).
           02 FT-SDI                       PIC 9(05)V99.
           02 FT-ESTADO-TRAB               PIC X(02).
           02 FT-ZONA-SM                   PIC X(01).

       FD F-AJUSTE.
       01 AJ-LINEA                         PIC X(100).
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
      *ENLACE CON EL CALENDARIO DE OBLIGACIONES DE LEY (RUTINA
      *OBLIGAUTIL): AL TERMINAR SE ANOTA LA OBLIGACION CUMPLIDA
       77 WS-OBL-OPERACION                 PIC X(01).
       01 WS-OBL-DATOS.
           02 WS-OBL-PROGRAMA              PIC X(12).
           02 FILLER                       PIC X(38).
       01 WS-ARCH-ACUM.
           02 WS-EMP-ACUM                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
      *CUOTA FIJA; SIN TARIFA SE USA LA TASA PLANA HISTORICA
       77 WS-PCT-ISR                       PIC 9V9999 VALUE 0.1600.
       77 WS-TI-HALLADO                    PIC X(01).
      *EL AJUSTE USA LA VERSION DE LA TARIFA VIGENTE AL 31 DE
      *DICIEMBRE DEL ANIO AJUSTADO, NO LA QUE ESTE CAPTURADA HOY
       77 WS-FECHA-TARIFA                  PIC X(08).
       77 WS-TI-VERSION                    PIC X(08).
       77 WS-ISR-LIM-ANUAL                 PIC 9(08)V99.
       77 WS-ISR-CUOTA-ANUAL               PIC 9(08)V99.
       77 WS-ISR-PCT                       PIC 9V9999.
           DISPLAY "Anio a ajustar (AAAA): ".
           ACCEPT WS-ANO.
           MOVE WS-ANO TO WS-ANO-AJUSTE.
           MOVE WS-ANO TO WS-FECHA-TARIFA(1:4).
           MOVE "1231" TO WS-FECHA-TARIFA(5:4).
           DISPLAY "El ajuste deja la diferencia como retroactivo "
                   "pendiente y la nomina de diciembre la paga o "
                   "descuenta sola. Confirma (S/N)? ".
                   DISPLAY "Ajuste anual cancelado"
           ELSE
                   PERFORM 10-CORRE-AJUSTE
                   PERFORM 80-MARCA-OBLIGACION
           END-IF.
           STOP RUN.

       40-CALCULA-ISR-ANUAL.
           MOVE "N" TO WS-TI-HALLADO.
           MOVE "N" TO WS-TI-FIN.
           MOVE SPACES TO WS-TI-VERSION.
           MOVE LOW-VALUES TO TI-LLAVE.
           START F-TARIFA-ISR KEY IS NOT LESS THAN TI-LLAVE
                   INVALID KEY MOVE "S" TO WS-TI-FIN
           END-START.
           PERFORM 40-1-EXAMINA-RENGLON UNTIL WS-TI-FIN = "S".
           READ F-TARIFA-ISR NEXT RECORD
                   AT END MOVE "S" TO WS-TI-FIN
                   NOT AT END
      *VERSIONES EN ORDEN DE VIGENCIA: LA POSTERIOR A LA FECHA
      *TERMINA Y CADA VERSION QUE SI APLICA DESCARTA LA ANTERIOR
                           IF TI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-TI-FIN
                           ELSE
                           IF TI-VIGENCIA NOT = WS-TI-VERSION
                                   MOVE TI-VIGENCIA TO WS-TI-VERSION
                                   MOVE "N" TO WS-TI-HALLADO
                           END-IF
                           END-IF
                           COMPUTE WS-LIM-RENGLON =
                                   TI-LIM-INFERIOR * 12
                           IF WS-TI-FIN = "N"
                           AND WS-LIM-RENGLON NOT > AC-BRUTO
                           AND (WS-TI-HALLADO = "N"
                                   OR WS-LIM-RENGLON NOT <
                                           WS-ISR-LIM-ANUAL)
      *ISR REALMENTE RETENIDO EN LOS PERIODOS CERRADOS DEL ANIO,
      *SUMADO DIRECTO DE LA HISTORIA. SE RECORRE COMPLETA PORQUE LA
      *LLAVE AGRUPA POR GRUPO DE PAGO Y EL MISMO ANIO APARECE EN
      *VARIOS TRAMOS DEL ARCHIVO. LA REVERSA "X" DE UN RECIBO
      *ANULADO RESTA, COMO EN 10-3-ACUMULA-RENGLON DE CONCNOM, PARA
      *QUE SOLO CUENTE EL RECIBO REEXPEDIDO
       50-SUMA-RETENIDO.
           MOVE ZERO TO WS-ISR-RETENIDO.
           MOVE LOW-VALUES TO HP-LLAVE.
                   NOT AT END
                           IF HP-PERIODO(1:4) = WS-ANO
                           AND HP-ID = AC-ID
                                   IF HP-FRECUENCIA = "X"
                                           SUBTRACT HP-ISR
                                                   FROM WS-ISR-RETENIDO
                                   ELSE
                                           ADD HP-ISR TO WS-ISR-RETENIDO
                                   END-IF
                           END-IF
           END-READ.

       75-JOURNAL-TRABAJADOR.
           MOVE "T" TO WS-JRN-TIPO.
           MOVE SPACES TO WS-JRN-IMAGEN.
           MOVE FT-REGISTRO TO WS-JRN-IMAGEN(1:224).
           CALL "JOURNALUTIL" USING WS-JRN-TIPO WS-JRN-IMAGEN.

      *ANOTA EN EL CALENDARIO DE OBLIGACIONES QUE LA CORRIDA CUMPLIO
      *LO QUE ESTE PROGRAMA ATIENDE
       80-MARCA-OBLIGACION.
           MOVE "M" TO WS-OBL-OPERACION.
           MOVE "NOMAJANUAL" TO WS-OBL-PROGRAMA.
           CALL "OBLIGAUTIL" USING WS-OBL-OPERACION WS-EMP-PREFIJO
                   WS-OBL-DATOS.

       END PROGRAM NOMAJANUAL.
