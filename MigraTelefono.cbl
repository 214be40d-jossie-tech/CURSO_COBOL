      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Conversion por unica vez del archivo de empleados de
      *          ARCHIVOSDB y de su archivo de eliminados EMPARCH.DAT
      *          al layout con telefono de 10 digitos, correo y
      *          contacto de emergencia: lee cada archivo en su layout
      *          viejo (telefono de 9) y escribe uno nuevo con los
      *          campos nuevos en blanco. Los telefonos que ya venian
      *          truncados se listan para recapturarlos. El archivo
      *          nuevo se renombra a mano sobre el viejo al terminar,
      *          igual que en NOMMIGRANAC
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMIGRATEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *EMPLEADOS DE ARCHIVOSDB, VIEJO (TELEFONO X(9)) Y NUEVO
           SELECT OPTIONAL F-EMP-VIEJO
           ASSIGN TO WS-RUTA-EMPLEADOS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS EV-ID
           FILE STATUS IS WS-V-STATUS.

           SELECT F-EMP-NUEVO
           ASSIGN TO "EMPLEADOSNUEVO.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS EN-ID
           FILE STATUS IS WS-N-STATUS.

      *ELIMINADOS DE ARCHIVOSDB, VIEJO Y NUEVO
           SELECT OPTIONAL F-ARC-VIEJO
           ASSIGN TO "EMPARCH.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AV-LLAVE
           FILE STATUS IS WS-V-STATUS.

           SELECT F-ARC-NUEVO
           ASSIGN TO "EMPARCHNUEVO.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AN-LLAVE
           FILE STATUS IS WS-N-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *LAYOUT VIEJO DE EMPLEADOS-REGISTRO (118 POSICIONES)
       FD F-EMP-VIEJO.
       01 EV-REGISTRO.
           02 EV-ID                        PIC X(6).
           02 EV-NOMBRE                    PIC X(25).
           02 EV-APELLIDOS                 PIC X(35).
           02 EV-FECHA-NAC                 PIC X(8).
           02 EV-TELEFONO                  PIC X(9).
           02 EV-DIRECCION                 PIC X(35).

      *LAYOUT NUEVO, MISMO QUE EL EMPLEADOS-REGISTRO DE ARCHIVOSDB
      *(234 POSICIONES)
       FD F-EMP-NUEVO.
       01 EN-REGISTRO.
           02 EN-ID                        PIC X(6).
           02 EN-NOMBRE                    PIC X(25).
           02 EN-APELLIDOS                 PIC X(35).
           02 EN-FECHA-NAC                 PIC X(8).
           02 EN-TELEFONO                  PIC X(10).
           02 EN-DIRECCION                 PIC X(35).
           02 EN-CORREO                    PIC X(50).
           02 EN-EMERG-NOMBRE              PIC X(40).
           02 EN-EMERG-PARENTESCO          PIC X(15).
           02 EN-EMERG-TELEFONO            PIC X(10).

      *LAYOUT VIEJO DE ARC-REGISTRO (172 POSICIONES)
       FD F-ARC-VIEJO.
       01 AV-REGISTRO.
           02 AV-LLAVE.
               03 AV-ID                    PIC X(6).
               03 AV-FECHA                 PIC X(8).
           02 AV-NOMBRE                    PIC X(25).
           02 AV-APELLIDOS                 PIC X(35).
           02 AV-FECHA-NAC                 PIC X(8).
           02 AV-TELEFONO                  PIC X(9).
           02 AV-DIRECCION                 PIC X(35).
           02 AV-MOTIVO                    PIC X(40).

      *LAYOUT NUEVO, MISMO QUE EL ARC-REGISTRO DE ARCHIVOSDB
       FD F-ARC-NUEVO.
       01 AN-REGISTRO.
           02 AN-LLAVE.
               03 AN-ID                    PIC X(6).
               03 AN-FECHA                 PIC X(8).
           02 AN-NOMBRE                    PIC X(25).
           02 AN-APELLIDOS                 PIC X(35).
           02 AN-FECHA-NAC                 PIC X(8).
           02 AN-TELEFONO                  PIC X(10).
           02 AN-DIRECCION                 PIC X(35).
           02 AN-CORREO                    PIC X(50).
           02 AN-EMERG-NOMBRE              PIC X(40).
           02 AN-EMERG-PARENTESCO          PIC X(15).
           02 AN-EMERG-TELEFONO            PIC X(10).
           02 AN-MOTIVO                    PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-RUTA-EMPLEADOS                PIC X(80)
           VALUE "C:\Users\Esteban\empleados.csv".
       77 WS-V-STATUS                      PIC X(02).
       77 WS-N-STATUS                      PIC X(02).
       77 WS-FIN-ARCHIVO                   PIC X(01).
       77 WS-OPCION                        PIC X(01).
       77 WS-MIGRADOS                      PIC 9(05).
       77 WS-TRUNCADOS                     PIC 9(05).
      *TELEFONO YA CONVERTIDO Y SU DUENO, PARA REVISAR SI QUEDO
      *COMPLETO
       77 WS-TELEFONO                      PIC X(10).
       77 WS-ID-REVISA                     PIC X(6).

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "CONVERSION DE EMPLEADOS A TELEFONO DE 10 DIGITOS".
           DISPLAY "E - Archivo de empleados, A - Eliminados "
                   "(EMPARCH.DAT), T - Ambos: ".
           ACCEPT WS-OPCION.
           CALL "NOMBREUTIL" USING WS-OPCION 1.
           IF WS-OPCION = "E"
                   PERFORM 10-MIGRA-EMPLEADOS
           ELSE
           IF WS-OPCION = "A"
                   PERFORM 20-MIGRA-ARCHIVADOS
           ELSE
           IF WS-OPCION = "T"
                   PERFORM 10-MIGRA-EMPLEADOS
                   PERFORM 20-MIGRA-ARCHIVADOS
           ELSE
                   DISPLAY "Opcion invalida, verifique"
           END-IF
           END-IF
           END-IF.
           STOP RUN.

       10-MIGRA-EMPLEADOS.
           DISPLAY "Ruta del archivo de empleados (ENTER = "
                   WS-RUTA-EMPLEADOS "): ".
           ACCEPT WS-RUTA-EMPLEADOS.
           IF WS-RUTA-EMPLEADOS = SPACES
                   MOVE "C:\Users\Esteban\empleados.csv"
                           TO WS-RUTA-EMPLEADOS
           END-IF.
           OPEN INPUT F-EMP-VIEJO.
           IF WS-V-STATUS NOT = "00" AND WS-V-STATUS NOT = "05"
                   DISPLAY "No se pudo abrir el archivo viejo, "
                           "estatus: " WS-V-STATUS
           ELSE
                   OPEN OUTPUT F-EMP-NUEVO
                   MOVE ZERO TO WS-MIGRADOS
                   MOVE ZERO TO WS-TRUNCADOS
                   MOVE LOW-VALUES TO EV-ID
                   MOVE "N" TO WS-FIN-ARCHIVO
                   START F-EMP-VIEJO KEY IS NOT LESS THAN EV-ID
                           INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
                   END-START
                   PERFORM 10-1-MIGRA-UNO
                           UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE F-EMP-NUEVO
                   DISPLAY "Migrados " WS-MIGRADOS " empleados a "
                           "EMPLEADOSNUEVO.DAT, " WS-TRUNCADOS
                           " con telefono por completar"
                   DISPLAY "Renombre EMPLEADOSNUEVO.DAT sobre el "
                           "archivo viejo para terminar"
                   CLOSE F-EMP-VIEJO
           END-IF.

       10-1-MIGRA-UNO.
           READ F-EMP-VIEJO NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           MOVE SPACES TO EN-REGISTRO
                           MOVE EV-ID TO EN-ID
                           MOVE EV-NOMBRE TO EN-NOMBRE
                           MOVE EV-APELLIDOS TO EN-APELLIDOS
                           MOVE EV-FECHA-NAC TO EN-FECHA-NAC
                           MOVE EV-TELEFONO TO EN-TELEFONO
                           MOVE EV-DIRECCION TO EN-DIRECCION
                           MOVE EN-TELEFONO TO WS-TELEFONO
                           MOVE EN-ID TO WS-ID-REVISA
                           PERFORM 30-REVISA-TELEFONO
                           WRITE EN-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al migrar el "
                                           "empleado " EN-ID
                           END-WRITE
                           ADD 1 TO WS-MIGRADOS
           END-READ.

       20-MIGRA-ARCHIVADOS.
           OPEN INPUT F-ARC-VIEJO.
           IF WS-V-STATUS NOT = "00" AND WS-V-STATUS NOT = "05"
                   DISPLAY "No se pudo abrir EMPARCH.DAT, "
                           "estatus: " WS-V-STATUS
           ELSE
                   OPEN OUTPUT F-ARC-NUEVO
                   MOVE ZERO TO WS-MIGRADOS
                   MOVE ZERO TO WS-TRUNCADOS
                   MOVE LOW-VALUES TO AV-LLAVE
                   MOVE "N" TO WS-FIN-ARCHIVO
                   START F-ARC-VIEJO KEY IS NOT LESS THAN AV-LLAVE
                           INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
                   END-START
                   PERFORM 20-1-MIGRA-UNO
                           UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE F-ARC-NUEVO
                   DISPLAY "Migrados " WS-MIGRADOS " eliminados a "
                           "EMPARCHNUEVO.DAT, " WS-TRUNCADOS
                           " con telefono por completar"
                   DISPLAY "Renombre EMPARCHNUEVO.DAT sobre "
                           "EMPARCH.DAT para terminar"
                   CLOSE F-ARC-VIEJO
           END-IF.

       20-1-MIGRA-UNO.
           READ F-ARC-VIEJO NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           MOVE SPACES TO AN-REGISTRO
                           MOVE AV-ID TO AN-ID
                           MOVE AV-FECHA TO AN-FECHA
                           MOVE AV-NOMBRE TO AN-NOMBRE
                           MOVE AV-APELLIDOS TO AN-APELLIDOS
                           MOVE AV-FECHA-NAC TO AN-FECHA-NAC
                           MOVE AV-TELEFONO TO AN-TELEFONO
                           MOVE AV-DIRECCION TO AN-DIRECCION
                           MOVE AV-MOTIVO TO AN-MOTIVO
                           MOVE AN-TELEFONO TO WS-TELEFONO
                           MOVE AN-ID TO WS-ID-REVISA
                           PERFORM 30-REVISA-TELEFONO
                           WRITE AN-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al migrar el "
                                           "eliminado " AN-ID
                           END-WRITE
                           ADD 1 TO WS-MIGRADOS
           END-READ.

      *EL DIGITO QUE SE PERDIO AL CAPTURAR CON 9 POSICIONES NO SE
      *PUEDE RECUPERAR: EL TELEFONO SE PASA TAL CUAL Y ARCHIVOSDB
      *PIDE COMPLETARLO A 10 DIGITOS EN LA SIGUIENTE MODIFICACION
       30-REVISA-TELEFONO.
           IF WS-TELEFONO NOT NUMERIC
                   ADD 1 TO WS-TRUNCADOS
                   DISPLAY "  Telefono por completar: "
                           WS-ID-REVISA " " WS-TELEFONO
           END-IF.

       END PROGRAM EMPMIGRATEL.
