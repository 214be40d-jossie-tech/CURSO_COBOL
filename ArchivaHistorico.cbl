       FD F-AUDITORIA.
       01 AUD-REGISTRO.
           02 AUD-FECHA                    PIC X(08).
           02 FILLER                       PIC X(124).

       FD F-PRECIO-HIST.
       01 PH-REGISTRO.
           02 VTA-UBICACION                PIC 9(02).
           02 VTA-PROMO                    PIC X(01).
           02 VTA-VENDEDOR                 PIC X(08).
           02 VTA-HORA                     PIC X(06).
           02 VTA-FACTURA                  PIC X(06).

       FD F-VOL-SALIDA.
       01 VOL-LINEA                        PIC X(132).

       FD F-VOL-ENTRADA.
       01 VIN-LINEA                        PIC X(132).

       FD F-TEMPORAL.
       01 TMP-LINEA                        PIC X(132).

       FD F-CATVOL.
       01 CAT-REGISTRO.
                   "ARCCAT.TXT".

      *BITACORA DE AUDITORIA: LO VIEJO AL VOLUMEN, LO RECIENTE A
      *UN ARCHIVO DE PASO QUE DESPUES REGRESA AL VIVO TRUNCADO. LOS
      *RENGLONES SE MUEVEN COMPLETOS, CON SU CONSECUTIVO Y SELLO, Y
      *LA CADENA CONTINUA DEL ULTIMO VOLUMEN AL VIVO
       20-RETIENE-AUDITORIA.
           MOVE SPACES TO WS-NOMBRE-VOL.
           STRING WS-EMP-PREFIJO DELIMITED BY SIZE
