           RECORD KEY IS CQ-CLAVE
           FILE STATUS IS WS-CQ-STATUS.

      *REGISTRO DE CHEQUES EMITIDOS, PARA LA CONCILIACION BANCARIA
           SELECT OPTIONAL F-CHEQUES-EMIT
           ASSIGN TO WS-ARCH-CHQE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CE-STATUS.

      *DISPERSION GENERADA POR NOMINA Y RESPUESTA DEL BANCO
           SELECT OPTIONAL F-DISPERSION
           ASSIGN TO WS-ARCH-DISP
           02 HP-DEDUCCIONES               PIC 9(06)V99.
           02 HP-NETO                      PIC S9(06)V99.
           02 HP-MONEDA                    PIC X(03).
           02 HP-DOMINGOS                  PIC 9(02).
           02 HP-PRIMA-DOMINICAL           PIC S9(06)V99.
           02 HP-FALTAS-RETARDO            PIC 9(02).
           02 HP-DESC-RETARDOS             PIC S9(06)V99.

      *SOLO LA CLABE INTERESA AQUI; EL RESTO VIAJA EN FILLER (LA
      *CLABE EMPIEZA EN LA POSICION 121 DEL REGISTRO DE 224 DE
      *NOMINA, DESPUES DEL BANCO)
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FILLER                       PIC X(116).
           02 FT-CLABE                     PIC X(18).
           02 FILLER                       PIC X(86).

       FD F-RECHAZOS.
       01 RH-REGISTRO.
           02 CQ-CLAVE                     PIC X(01).
           02 CQ-ULTIMO                    PIC 9(07).

       FD F-CHEQUES-EMIT.
       01 CE-REGISTRO.
           02 CE-CHEQUE                    PIC 9(07).
           02 CE-FECHA                     PIC X(08).
           02 CE-ID                        PIC 9(04).
           02 CE-PERIODO                   PIC X(08).
           02 CE-IMPORTE                   PIC 9(07)V99.

       FD F-DISPERSION.
       01 DSP-LINEA                        PIC X(80).

           02 WS-EMP-CHEQ                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMCHEQ.DAT".
       01 WS-ARCH-CHQE.
           02 WS-EMP-CHQE                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMCHEQEM.DAT".
       01 WS-ARCH-DISP.
           02 WS-EMP-DISP                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
       77 WS-RH-STATUS                     PIC X(02).
       77 WS-CQ-STATUS                     PIC X(02).
       77 WS-DS-STATUS                     PIC X(02).
       77 WS-CE-STATUS                     PIC X(02).
       77 WS-RS-STATUS                     PIC X(02).
       77 WS-SA-STATUS                     PIC X(02).
       77 WS-HP-FIN                        PIC X(01).
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-RECH.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CHEQ.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CHQE.
           MOVE WS-EMP-PREFIJO TO WS-EMP-DISP.
           MOVE WS-EMP-PREFIJO TO WS-EMP-SAL.
           PERFORM 05-ABRIR-RECHAZOS.
                   ")" DELIMITED BY SIZE
                   INTO SAL-LINEA.
           WRITE SAL-LINEA.
           MOVE WS-CHEQUE TO CE-CHEQUE.
           ACCEPT CE-FECHA FROM DATE YYYYMMDD.
           MOVE HP-ID TO CE-ID.
           MOVE WS-PERIODO TO CE-PERIODO.
           MOVE HP-NETO TO CE-IMPORTE.
           OPEN EXTEND F-CHEQUES-EMIT.
           WRITE CE-REGISTRO.
           CLOSE F-CHEQUES-EMIT.

       31-SIGUIENTE-CHEQUE.
           OPEN I-O F-CHEQUERA.
