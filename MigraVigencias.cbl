      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Migracion por unica vez de la tarifa de ISR y de la
      *          tabla de cuotas IMSS a su layout con fecha de
      *          vigencia: lee cada tabla en su layout viejo (llave
      *          renglon o ramo) y la escribe en un archivo nuevo con
      *          la vigencia capturada al frente de la llave. El
      *          archivo nuevo se renombra a mano sobre el viejo al
      *          terminar, igual que en NOMMIGRANAC
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMMIGRAVIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *TARIFA DE ISR VIEJA (LLAVE RENGLON) Y NUEVA (VIGENCIA+RENGLON)
           SELECT OPTIONAL F-ISR-VIEJO
           ASSIGN TO WS-ARCH-ISR-VIEJO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TIV-NUMERO
           FILE STATUS IS WS-V-STATUS.

           SELECT F-ISR-NUEVO
           ASSIGN TO WS-ARCH-ISR-NUEVO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TIN-LLAVE
           FILE STATUS IS WS-N-STATUS.

      *CUOTAS IMSS VIEJAS (LLAVE RAMO) Y NUEVAS (VIGENCIA+RAMO)
           SELECT OPTIONAL F-IMSS-VIEJO
           ASSIGN TO WS-ARCH-IMSS-VIEJO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CIV-RAMA
           FILE STATUS IS WS-V-STATUS.

           SELECT F-IMSS-NUEVO
           ASSIGN TO WS-ARCH-IMSS-NUEVO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CIN-LLAVE
           FILE STATUS IS WS-N-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ISR-VIEJO.
       01 TIV-REGISTRO.
           02 TIV-NUMERO                   PIC 9(02).
           02 TIV-RESTO                    PIC X(21).

      *MISMO LAYOUT QUE EL TI-REGISTRO ACTUAL DE NOMINA
       FD F-ISR-NUEVO.
       01 TIN-REGISTRO.
           02 TIN-LLAVE.
               03 TIN-VIGENCIA             PIC X(08).
               03 TIN-NUMERO               PIC 9(02).
           02 TIN-RESTO                    PIC X(21).

       FD F-IMSS-VIEJO.
       01 CIV-REGISTRO.
           02 CIV-RAMA                     PIC 9(02).
           02 CIV-RESTO                    PIC X(40).

      *MISMO LAYOUT QUE EL CI-REGISTRO ACTUAL DE NOMINA
       FD F-IMSS-NUEVO.
       01 CIN-REGISTRO.
           02 CIN-LLAVE.
               03 CIN-VIGENCIA             PIC X(08).
               03 CIN-RAMA                 PIC 9(02).
           02 CIN-RESTO                    PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-ISR-VIEJO.
           02 WS-EMP-ISRV                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMISR.DAT".
       01 WS-ARCH-ISR-NUEVO.
           02 WS-EMP-ISRN                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(15)
                   VALUE "NOMISRNUEVO.DAT".
       01 WS-ARCH-IMSS-VIEJO.
           02 WS-EMP-IMSSV                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMIMSS.DAT".
       01 WS-ARCH-IMSS-NUEVO.
           02 WS-EMP-IMSSN                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "NOMIMSSNUEVO.DAT".
       77 WS-V-STATUS                      PIC X(02).
       77 WS-N-STATUS                      PIC X(02).
       77 WS-FIN-ARCHIVO                   PIC X(01).
       77 WS-MIGRADOS                      PIC 9(05).
      *VIGENCIA QUE RECIBE LA TABLA MIGRADA; POR OMISION LA MAS
      *ANTIGUA POSIBLE, PARA QUE SIGA APLICANDO A TODOS LOS PERIODOS
      *YA CERRADOS COMO HASTA AHORA
       77 WS-VIGENCIA                      PIC X(08).

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "MIGRACION DE TARIFAS A VERSIONES CON VIGENCIA".
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ISRV.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ISRN.
           MOVE WS-EMP-PREFIJO TO WS-EMP-IMSSV.
           MOVE WS-EMP-PREFIJO TO WS-EMP-IMSSN.
           DISPLAY "Vigencia de las tablas actuales (AAAAMMDD, "
                   "ENTER = 19000101): ".
           MOVE SPACES TO WS-VIGENCIA.
           ACCEPT WS-VIGENCIA.
           IF WS-VIGENCIA = SPACES
                   MOVE "19000101" TO WS-VIGENCIA
           END-IF.
           IF WS-VIGENCIA NOT NUMERIC
                   DISPLAY "Vigencia invalida, verifique"
           ELSE
                   PERFORM 10-MIGRA-ISR
                   PERFORM 20-MIGRA-IMSS
           END-IF.
           STOP RUN.

       10-MIGRA-ISR.
           OPEN INPUT F-ISR-VIEJO.
           IF WS-V-STATUS NOT = "00" AND WS-V-STATUS NOT = "05"
                   DISPLAY "No se pudo abrir la tarifa de ISR vieja, "
                           "estatus: " WS-V-STATUS
           ELSE
                   OPEN OUTPUT F-ISR-NUEVO
                   MOVE ZERO TO WS-MIGRADOS
                   MOVE ZERO TO TIV-NUMERO
                   MOVE "N" TO WS-FIN-ARCHIVO
                   START F-ISR-VIEJO KEY IS NOT LESS THAN TIV-NUMERO
                           INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
                   END-START
                   PERFORM 10-1-MIGRA-RENGLON
                           UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE F-ISR-NUEVO
                   DISPLAY "Migrados " WS-MIGRADOS " renglones a "
                           WS-ARCH-ISR-NUEVO
                   DISPLAY "Renombre " WS-ARCH-ISR-NUEVO " sobre "
                           WS-ARCH-ISR-VIEJO " para terminar"
           END-IF.
           CLOSE F-ISR-VIEJO.

       10-1-MIGRA-RENGLON.
           READ F-ISR-VIEJO NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           MOVE WS-VIGENCIA TO TIN-VIGENCIA
                           MOVE TIV-NUMERO TO TIN-NUMERO
                           MOVE TIV-RESTO TO TIN-RESTO
                           WRITE TIN-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al migrar el "
                                           "renglon " TIN-NUMERO
                           END-WRITE
                           ADD 1 TO WS-MIGRADOS
           END-READ.

       20-MIGRA-IMSS.
           OPEN INPUT F-IMSS-VIEJO.
           IF WS-V-STATUS NOT = "00" AND WS-V-STATUS NOT = "05"
                   DISPLAY "No se pudo abrir la tabla IMSS vieja, "
                           "estatus: " WS-V-STATUS
           ELSE
                   OPEN OUTPUT F-IMSS-NUEVO
                   MOVE ZERO TO WS-MIGRADOS
                   MOVE ZERO TO CIV-RAMA
                   MOVE "N" TO WS-FIN-ARCHIVO
                   START F-IMSS-VIEJO KEY IS NOT LESS THAN CIV-RAMA
                           INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
                   END-START
                   PERFORM 20-1-MIGRA-RAMO
                           UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE F-IMSS-NUEVO
                   DISPLAY "Migrados " WS-MIGRADOS " ramos a "
                           WS-ARCH-IMSS-NUEVO
                   DISPLAY "Renombre " WS-ARCH-IMSS-NUEVO " sobre "
                           WS-ARCH-IMSS-VIEJO " para terminar"
           END-IF.
           CLOSE F-IMSS-VIEJO.

       20-1-MIGRA-RAMO.
           READ F-IMSS-VIEJO NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           MOVE WS-VIGENCIA TO CIN-VIGENCIA
                           MOVE CIV-RAMA TO CIN-RAMA
                           MOVE CIV-RESTO TO CIN-RESTO
                           WRITE CIN-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al migrar el "
                                           "ramo " CIN-RAMA
                           END-WRITE
                           ADD 1 TO WS-MIGRADOS
           END-READ.

       END PROGRAM NOMMIGRAVIG.
