      *QUE LAS ETAPAS MARCADAS SOBREVIVAN ENTRE SESIONES EN VEZ DE
      *PERDERSE EN EL STOP RUN
           SELECT F-CHECKLIST
           ASSIGN TO WS-ARCH-CHK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CK-ID
           FILE STATUS IS WS-CK-STATUS.

      *MAESTRO DE TRABAJADORES DE NOMINA, SOLO PARA VALIDAR QUE EL
      *ID CAPTURADO SEA UN TRABAJADOR REAL Y NO UN ERROR DE DEDO.
      *AMBOS ARCHIVOS LLEVAN EL PREFIJO DE LA EMPRESA EN OPERACION,
      *IGUAL QUE EN NOMINA
           SELECT OPTIONAL F-TRABAJADORES
           ASSIGN TO WS-ARCH-TRAB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FT-ID
           02 FT-ID                        PIC 9(04).
           02 FT-NOMBRE                    PIC X(30).
           02 FT-APELLIDO                  PIC X(30).
           02 FILLER                       PIC X(22).
           02 FT-ACTIVO                    PIC X(01).
           02 FILLER                       PIC X(137).

       WORKING-STORAGE SECTION.
       77 WS-CK-STATUS                     PIC X(02).
       77 WS-PASO                          PIC 9(01).
       77 WS-FT-FIN                        PIC X(01).
       77 WS-PENDIENTES                    PIC 9(04).
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-CHK.
           02 WS-EMP-CHK                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "RUTCHK.DAT".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CHECKLIST DE ALTA DE TRABAJADORES".
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CHK.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           OPEN I-O F-CHECKLIST.
           IF WS-CK-STATUS = "35"
                   OPEN OUTPUT F-CHECKLIST
