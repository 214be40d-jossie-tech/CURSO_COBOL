      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Reclutamiento: requisiciones de personal levantadas
      *          por un jefe contra una plaza vacante y candidatos
      *          registrados contra cada requisicion con su etapa
      *          (postulado, entrevistado, ofertado, aceptado,
      *          rechazado). La aceptacion de la oferta se registra
      *          en NOMINA (menu adicional, opcion AO), que da el
      *          alta con las validaciones de la captura, cierra la
      *          requisicion y abre el checklist de RUTINAS. Incluye
      *          el reporte de tiempo de cobertura por departamento
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLUTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *REQUISICIONES: UNA POR PLAZA A CUBRIR, CON EL DEPARTAMENTO,
      *EL PUESTO Y EL SUELDO OFRECIDO
           SELECT F-REQUISICIONES
           ASSIGN TO WS-ARCH-REQ
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS RQ-FOLIO
           FILE STATUS IS WS-RQ-STATUS.

      *CANDIDATOS POR REQUISICION CON SU ETAPA EN EL PROCESO
           SELECT F-CANDIDATOS
           ASSIGN TO WS-ARCH-CAND
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CN-LLAVE
           FILE STATUS IS WS-CN-STATUS.

      *PLAZAS AUTORIZADAS Y PLANTILLA DE NOMINA, SOLO PARA REVISAR
      *QUE LA REQUISICION SE LEVANTE CONTRA UNA PLAZA VACANTE
           SELECT OPTIONAL F-PLAZAS
           ASSIGN TO WS-ARCH-PLAZAS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PZ-LLAVE
           FILE STATUS IS WS-PZ-STATUS.

           SELECT OPTIONAL F-TRABAJADORES
           ASSIGN TO WS-ARCH-TRAB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FT-ID
           FILE STATUS IS WS-FT-STATUS.

      *CATALOGOS COMPARTIDOS DE DEPARTAMENTOS Y PUESTOS
           SELECT OPTIONAL F-DEPTOS
           ASSIGN TO "DEPTOS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DC-CODIGO
           FILE STATUS IS WS-DC-STATUS.

           SELECT OPTIONAL F-PUESTOS
           ASSIGN TO "PUESTOS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PU-CODIGO
           FILE STATUS IS WS-PU-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *ESTATUS: "A" ABIERTA, "C" CUBIERTA (CON EL ID DE NOMINA DEL
      *ALTA), "X" CANCELADA
       FD F-REQUISICIONES.
       01 RQ-REGISTRO.
           02 RQ-FOLIO                     PIC 9(05).
           02 RQ-DEPTO                     PIC 9(02).
           02 RQ-PUESTO                    PIC 9(03).
           02 RQ-SUELDO-OFERTA             PIC 9(06)V99.
           02 RQ-SOLICITANTE               PIC X(30).
           02 RQ-FECHA-APERTURA            PIC X(08).
           02 RQ-ESTATUS                   PIC X(01).
           02 RQ-FECHA-CIERRE              PIC X(08).
           02 RQ-ID-NOMINA                 PIC 9(04).

      *ETAPA: "P" POSTULADO, "E" ENTREVISTADO, "O" OFERTADO,
      *"A" ACEPTADO (CON EL ID DE NOMINA), "R" RECHAZADO
       FD F-CANDIDATOS.
       01 CN-REGISTRO.
           02 CN-LLAVE.
               03 CN-FOLIO                 PIC 9(05).
               03 CN-SEC                   PIC 9(03).
           02 CN-NOMBRE                    PIC X(30).
           02 CN-APELLIDO                  PIC X(30).
           02 CN-FECHA-NAC                 PIC X(08).
           02 CN-RFC                       PIC X(13).
           02 CN-CURP                      PIC X(18).
           02 CN-NSS                       PIC X(11).
           02 CN-ETAPA                     PIC X(01).
           02 CN-FECHA-REGISTRO            PIC X(08).
           02 CN-FECHA-ETAPA               PIC X(08).
           02 CN-ID-NOMINA                 PIC 9(04).

      *MISMO LAYOUT QUE EL FD F-PLAZAS DE NOMINA
       FD F-PLAZAS.
       01 PZ-REGISTRO.
           02 PZ-LLAVE.
               03 PZ-DEPTO                 PIC 9(02).
               03 PZ-PUESTO                PIC 9(03).
           02 PZ-AUTORIZADAS               PIC 9(04).
           02 PZ-SUELDO-PRESUP             PIC 9(06)V99.
           02 PZ-FECHA-CAPTURA             PIC X(08).

      *SOLO INTERESAN EL DEPARTAMENTO PRINCIPAL, EL ESTATUS Y EL
      *PUESTO; EL RESTO DEL REGISTRO DE NOMINA VIAJA EN LOS FILLER
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FILLER                       PIC X(76).
           02 FT-DEPTO-PRINCIPAL           PIC 9(02).
           02 FILLER                       PIC X(04).
           02 FT-ACTIVO                    PIC X(01).
           02 FILLER                       PIC X(69).
           02 FT-PUESTO                    PIC 9(03).
           02 FILLER                       PIC X(65).

      *MISMO LAYOUT QUE EL FD F-DEPTOS DE DEPTOSCAT
       FD F-DEPTOS.
       01 DC-REGISTRO.
           02 DC-CODIGO                    PIC 9(02).
           02 DC-NOMBRE                    PIC X(30).
           02 DC-ACTIVO                    PIC X(01).

      *MISMO LAYOUT QUE EL FD F-PUESTOS DE PUESTOSCAT
       FD F-PUESTOS.
       01 PU-REGISTRO.
           02 PU-CODIGO                    PIC 9(03).
           02 PU-NOMBRE                    PIC X(30).
           02 PU-SAL-MIN                   PIC 9(06)V99.
           02 PU-SAL-MAX                   PIC 9(06)V99.
           02 PU-ACTIVO                    PIC X(01).

       WORKING-STORAGE SECTION.
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-REQ.
           02 WS-EMP-REQ                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMREQ.DAT".
       01 WS-ARCH-CAND.
           02 WS-EMP-CAND                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMCAND.DAT".
       01 WS-ARCH-PLAZAS.
           02 WS-EMP-PLAZAS                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMPLAZAS.DAT".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       77 WS-RQ-STATUS                     PIC X(02).
       77 WS-CN-STATUS                     PIC X(02).
       77 WS-PZ-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-DC-STATUS                     PIC X(02).
       77 WS-PU-STATUS                     PIC X(02).
       77 WS-OPCION                        PIC X(01).
       77 WS-TERMINA                       PIC 9(01).
       77 WS-FECHA-HOY                     PIC X(08).
      *DISPONIBILIDAD DE LOS ARCHIVOS OPCIONALES; SIN PLAZAS
      *CAPTURADAS NO SE REVISA LA VACANTE, IGUAL QUE EN NOMINA
       77 WS-DC-DISPONIBLE                 PIC X(01).
       77 WS-PU-DISPONIBLE                 PIC X(01).
       77 WS-PZ-DISPONIBLE                 PIC X(01).
       77 WS-FT-DISPONIBLE                 PIC X(01).
      *CONTROL DE LECTURAS Y CAPTURAS
       77 WS-RQ-FIN                        PIC X(01).
       77 WS-CN-FIN                        PIC X(01).
       77 WS-FT-FIN                        PIC X(01).
       77 WS-FOLIO-CAP                     PIC 9(05).
       77 WS-FOLIO-NUEVO                   PIC 9(05).
       77 WS-SEC-CAP                       PIC 9(03).
       77 WS-SEC-NUEVO                     PIC 9(03).
       77 WS-DEPTO-CAP                     PIC 9(02).
       77 WS-PUESTO-CAP                    PIC 9(03).
       77 WS-SUELDO-CAP                    PIC 9(06)V99.
       77 WS-ETAPA-CAP                     PIC X(01).
       77 WS-VALIDO                        PIC X(01).
       77 WS-CONFIRMA                      PIC X(01).
      *VACANTES DE LA PLAZA: AUTORIZADAS MENOS OCUPADAS MENOS LAS
      *REQUISICIONES QUE YA ESTAN ABIERTAS CONTRA ELLA
       77 WS-AUTORIZADAS                   PIC 9(05).
       77 WS-OCUPADAS                      PIC 9(05).
       77 WS-EN-PROCESO                    PIC 9(05).
       77 WS-CANDIDATOS                    PIC 9(03).
       77 WS-SAL-FMT                       PIC ZZZZZ9.99.
      *ENLACE CON FECHAUTIL PARA LOS DIAS DE COBERTURA
       77 WS-FU-OPERACION                  PIC X(01).
       77 WS-FU-FECHA-1                    PIC X(08).
       77 WS-FU-FECHA-2                    PIC X(08).
       77 WS-FU-DIAS                       PIC 9(05).
      *TIEMPO DE COBERTURA POR DEPARTAMENTO; EL SUBINDICE ES EL
      *CODIGO DE DEPARTAMENTO + 1
       01 WS-TABLA-COBERTURA.
           02 WS-TC-DEPTO OCCURS 100 TIMES.
               03 WS-TC-CUBIERTAS          PIC 9(04).
               03 WS-TC-DIAS               PIC 9(07).
               03 WS-TC-ABIERTAS           PIC 9(04).
               03 WS-TC-MAS-VIEJA          PIC 9(05).
       77 WS-TC-IDX                        PIC 9(03).
       77 WS-TC-COD                        PIC 9(02).
       77 WS-TC-PROMEDIO                   PIC 9(05)V9.
       77 WS-TC-PROM-FMT                   PIC ZZZZ9.9.
       77 WS-TC-TOT-CUBIERTAS              PIC 9(05).
       77 WS-TC-TOT-DIAS                   PIC 9(08).

       PROCEDURE DIVISION.
       00-PRINCIPAL.
           DISPLAY "RECLUTAMIENTO Y REQUISICIONES".
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-REQ.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAND.
           MOVE WS-EMP-PREFIJO TO WS-EMP-PLAZAS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 10-ABRIR-ARCHIVOS.
           MOVE ZERO TO WS-TERMINA.
           PERFORM 01-MENU UNTIL WS-TERMINA = 1.
           CLOSE F-REQUISICIONES.
           CLOSE F-CANDIDATOS.
           IF WS-PZ-DISPONIBLE = "S"
                   CLOSE F-PLAZAS
           END-IF.
           IF WS-FT-DISPONIBLE = "S"
                   CLOSE F-TRABAJADORES
           END-IF.
           IF WS-DC-DISPONIBLE = "S"
                   CLOSE F-DEPTOS
           END-IF.
           IF WS-PU-DISPONIBLE = "S"
                   CLOSE F-PUESTOS
           END-IF.
      *GOBACK PARA REGRESAR AL MENU DEL LANZADOR
           GOBACK.

       01-MENU.
           DISPLAY "R - Nueva requisicion, L - Listar requisiciones, "
                   "C - Registrar candidato, E - Cambiar etapa de "
                   "candidato, X - Cancelar requisicion, "
                   "T - Tiempo de cobertura por departamento, "
                   "S - Salir".
           ACCEPT WS-OPCION.
           IF WS-OPCION = "R" OR WS-OPCION = "r"
                   PERFORM 02-NUEVA-REQUISICION
           ELSE
           IF WS-OPCION = "L" OR WS-OPCION = "l"
                   PERFORM 03-LISTA-REQUISICIONES
           ELSE
           IF WS-OPCION = "C" OR WS-OPCION = "c"
                   PERFORM 04-REGISTRA-CANDIDATO
           ELSE
           IF WS-OPCION = "E" OR WS-OPCION = "e"
                   PERFORM 05-CAMBIA-ETAPA
           ELSE
           IF WS-OPCION = "X" OR WS-OPCION = "x"
                   PERFORM 06-CANCELA-REQUISICION
           ELSE
           IF WS-OPCION = "T" OR WS-OPCION = "t"
                   PERFORM 07-TIEMPO-COBERTURA
           ELSE
           IF WS-OPCION = "S" OR WS-OPCION = "s"
                   MOVE 1 TO WS-TERMINA
           ELSE
                   DISPLAY "Opcion invalida, verifique".

      *REQUISICIONES Y CANDIDATOS SE CREAN VACIOS SI NO EXISTEN; LOS
      *DEMAS ARCHIVOS SON DE CONSULTA Y PUEDEN FALTAR
       10-ABRIR-ARCHIVOS.
           OPEN I-O F-REQUISICIONES.
           IF WS-RQ-STATUS = "35"
                   OPEN OUTPUT F-REQUISICIONES
                   CLOSE F-REQUISICIONES
                   OPEN I-O F-REQUISICIONES
           END-IF.
           OPEN I-O F-CANDIDATOS.
           IF WS-CN-STATUS = "35"
                   OPEN OUTPUT F-CANDIDATOS
                   CLOSE F-CANDIDATOS
                   OPEN I-O F-CANDIDATOS
           END-IF.
           MOVE "N" TO WS-PZ-DISPONIBLE.
           OPEN INPUT F-PLAZAS.
           IF WS-PZ-STATUS = "00"
                   MOVE "S" TO WS-PZ-DISPONIBLE
           END-IF.
           MOVE "N" TO WS-FT-DISPONIBLE.
           OPEN INPUT F-TRABAJADORES.
           IF WS-FT-STATUS = "00"
                   MOVE "S" TO WS-FT-DISPONIBLE
           END-IF.
           MOVE "N" TO WS-DC-DISPONIBLE.
           OPEN INPUT F-DEPTOS.
           IF WS-DC-STATUS = "00"
                   MOVE "S" TO WS-DC-DISPONIBLE
           END-IF.
           MOVE "N" TO WS-PU-DISPONIBLE.
           OPEN INPUT F-PUESTOS.
           IF WS-PU-STATUS = "00"
                   MOVE "S" TO WS-PU-DISPONIBLE
           END-IF.

      *EL JEFE LEVANTA LA REQUISICION CONTRA UNA PLAZA VACANTE DE
      *SU DEPARTAMENTO Y PUESTO; EL SUELDO OFRECIDO PROPONE EL
      *PRESUPUESTADO DE LA PLAZA Y DEBE CAER EN LA BANDA DEL PUESTO
       02-NUEVA-REQUISICION.
           DISPLAY "Departamento de la requisicion: ".
           ACCEPT WS-DEPTO-CAP.
           DISPLAY "Puesto de la requisicion: ".
           ACCEPT WS-PUESTO-CAP.
           PERFORM 11-VALIDA-DEPTO-PUESTO.
           IF WS-VALIDO = "S"
                   PERFORM 12-REVISA-VACANTE
           END-IF.
           IF WS-VALIDO = "S"
                   PERFORM 02-1-CAPTURA-REQUISICION
           END-IF.

       02-1-CAPTURA-REQUISICION.
           MOVE ZERO TO PZ-SUELDO-PRESUP.
           IF WS-PZ-DISPONIBLE = "S"
                   MOVE WS-DEPTO-CAP TO PZ-DEPTO
                   MOVE WS-PUESTO-CAP TO PZ-PUESTO
                   READ F-PLAZAS
                           INVALID KEY
                                   MOVE ZERO TO PZ-SUELDO-PRESUP
                   END-READ
           END-IF.
           MOVE PZ-SUELDO-PRESUP TO WS-SAL-FMT.
           DISPLAY "Sueldo mensual ofrecido (ENTER = "
                   WS-SAL-FMT "): ".
           MOVE ZERO TO WS-SUELDO-CAP.
           ACCEPT WS-SUELDO-CAP.
           IF WS-SUELDO-CAP = ZERO
                   MOVE PZ-SUELDO-PRESUP TO WS-SUELDO-CAP
           END-IF.
           PERFORM 13-VALIDA-BANDA.
           IF WS-VALIDO = "S"
                   PERFORM 14-SIGUIENTE-FOLIO
                   MOVE WS-FOLIO-NUEVO TO RQ-FOLIO
                   MOVE WS-DEPTO-CAP TO RQ-DEPTO
                   MOVE WS-PUESTO-CAP TO RQ-PUESTO
                   MOVE WS-SUELDO-CAP TO RQ-SUELDO-OFERTA
                   DISPLAY "Jefe que solicita la plaza: "
                   MOVE SPACES TO RQ-SOLICITANTE
                   ACCEPT RQ-SOLICITANTE
                   CALL "NOMBREUTIL" USING RQ-SOLICITANTE 30
                   MOVE WS-FECHA-HOY TO RQ-FECHA-APERTURA
                   MOVE "A" TO RQ-ESTATUS
                   MOVE SPACES TO RQ-FECHA-CIERRE
                   MOVE ZERO TO RQ-ID-NOMINA
                   WRITE RQ-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la requisicion, "
                                   "estatus: " WS-RQ-STATUS
                   END-WRITE
                   DISPLAY "Requisicion " RQ-FOLIO " abierta"
           END-IF.

       03-LISTA-REQUISICIONES.
           MOVE LOW-VALUES TO RQ-REGISTRO.
           MOVE "N" TO WS-RQ-FIN.
           START F-REQUISICIONES KEY IS NOT LESS THAN RQ-FOLIO
                   INVALID KEY
                           DISPLAY "No hay requisiciones registradas."
                           MOVE "S" TO WS-RQ-FIN
           END-START.
           PERFORM 03-1-LISTA-UNA UNTIL WS-RQ-FIN = "S".

       03-1-LISTA-UNA.
           READ F-REQUISICIONES NEXT RECORD
                   AT END MOVE "S" TO WS-RQ-FIN
                   NOT AT END
                           MOVE RQ-SUELDO-OFERTA TO WS-SAL-FMT
                           DISPLAY RQ-FOLIO " DEPTO " RQ-DEPTO
                                   " PUESTO " RQ-PUESTO
                                   " SUELDO " WS-SAL-FMT
                                   " ABIERTA " RQ-FECHA-APERTURA
                                   " ESTATUS " RQ-ESTATUS
                                   " " RQ-FECHA-CIERRE
                           PERFORM 03-2-LISTA-CANDIDATOS
           END-READ.

      *CANDIDATOS DE LA REQUISICION EN RQ-FOLIO; LA LECTURA DE LOS
      *CANDIDATOS NO MUEVE LA POSICION DE LAS REQUISICIONES
       03-2-LISTA-CANDIDATOS.
           MOVE RQ-FOLIO TO CN-FOLIO.
           MOVE ZERO TO CN-SEC.
           MOVE "N" TO WS-CN-FIN.
           START F-CANDIDATOS KEY IS NOT LESS THAN CN-LLAVE
                   INVALID KEY MOVE "S" TO WS-CN-FIN
           END-START.
           PERFORM 03-3-LISTA-CANDIDATO UNTIL WS-CN-FIN = "S".

       03-3-LISTA-CANDIDATO.
           READ F-CANDIDATOS NEXT RECORD
                   AT END MOVE "S" TO WS-CN-FIN
                   NOT AT END
                           IF CN-FOLIO NOT = RQ-FOLIO
                                   MOVE "S" TO WS-CN-FIN
                           ELSE
                                   DISPLAY "   " CN-SEC " "
                                           CN-NOMBRE(1:20) " "
                                           CN-APELLIDO(1:20)
                                           " ETAPA " CN-ETAPA
                                           " " CN-FECHA-ETAPA
                                           " ID " CN-ID-NOMINA
                           END-IF
           END-READ.

      *EL CANDIDATO SE REGISTRA CON LOS DATOS QUE NOMINA PIDE EN EL
      *ALTA, PARA QUE AL ACEPTAR LA OFERTA NADIE LOS VUELVA A
      *TECLEAR; ENTRA EN ETAPA "P"
       04-REGISTRA-CANDIDATO.
           DISPLAY "Folio de la requisicion: ".
           ACCEPT WS-FOLIO-CAP.
           PERFORM 15-LEE-REQUISICION-ABIERTA.
           IF WS-VALIDO = "S"
                   PERFORM 16-SIGUIENTE-CANDIDATO
                   MOVE WS-FOLIO-CAP TO CN-FOLIO
                   MOVE WS-SEC-NUEVO TO CN-SEC
                   DISPLAY "Nombre(s) del candidato: "
                   MOVE SPACES TO CN-NOMBRE
                   ACCEPT CN-NOMBRE
                   CALL "NOMBREUTIL" USING CN-NOMBRE 30
                   DISPLAY "Apellidos del candidato: "
                   MOVE SPACES TO CN-APELLIDO
                   ACCEPT CN-APELLIDO
                   CALL "NOMBREUTIL" USING CN-APELLIDO 30
                   DISPLAY "Fecha de nacimiento (AAAAMMDD): "
                   MOVE SPACES TO CN-FECHA-NAC
                   ACCEPT CN-FECHA-NAC
                   DISPLAY "RFC (ENTER = sin RFC): "
                   MOVE SPACES TO CN-RFC
                   ACCEPT CN-RFC
                   CALL "NOMBREUTIL" USING CN-RFC 13
                   DISPLAY "CURP (ENTER = sin CURP): "
                   MOVE SPACES TO CN-CURP
                   ACCEPT CN-CURP
                   CALL "NOMBREUTIL" USING CN-CURP 18
                   DISPLAY "NSS (ENTER = sin NSS): "
                   MOVE SPACES TO CN-NSS
                   ACCEPT CN-NSS
                   IF CN-NOMBRE = SPACES OR CN-APELLIDO = SPACES
                   OR CN-FECHA-NAC NOT NUMERIC
                           DISPLAY "Nombre, apellidos y fecha de "
                                   "nacimiento son obligatorios, "
                                   "el candidato no se graba"
                   ELSE
                           MOVE "P" TO CN-ETAPA
                           MOVE WS-FECHA-HOY TO CN-FECHA-REGISTRO
                           MOVE WS-FECHA-HOY TO CN-FECHA-ETAPA
                           MOVE ZERO TO CN-ID-NOMINA
                           WRITE CN-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al grabar el "
                                           "candidato, estatus: "
                                           WS-CN-STATUS
                           END-WRITE
                           DISPLAY "Candidato " CN-SEC
                                   " registrado en la requisicion "
                                   CN-FOLIO
                   END-IF
           END-IF.

      *AVANCE DEL CANDIDATO EN EL PROCESO; LA ACEPTACION NO SE
      *CAPTURA AQUI PORQUE ES LA QUE DA EL ALTA EN NOMINA
       05-CAMBIA-ETAPA.
           DISPLAY "Folio de la requisicion: ".
           ACCEPT WS-FOLIO-CAP.
           PERFORM 15-LEE-REQUISICION-ABIERTA.
           IF WS-VALIDO = "S"
                   DISPLAY "Numero de candidato: "
                   ACCEPT WS-SEC-CAP
                   MOVE WS-FOLIO-CAP TO CN-FOLIO
                   MOVE WS-SEC-CAP TO CN-SEC
                   READ F-CANDIDATOS
                           INVALID KEY
                                   DISPLAY "No existe ese candidato "
                                           "en la requisicion"
                           NOT INVALID KEY
                                   PERFORM 05-1-NUEVA-ETAPA
                   END-READ
           END-IF.

       05-1-NUEVA-ETAPA.
           IF CN-ETAPA = "A" OR CN-ETAPA = "R"
                   DISPLAY "El candidato ya esta en etapa final ("
                           CN-ETAPA "), no se modifica"
           ELSE
                   DISPLAY "Etapa actual " CN-ETAPA ". Nueva etapa "
                           "(E-Entrevistado O-Ofertado "
                           "R-Rechazado): "
                   MOVE SPACES TO WS-ETAPA-CAP
                   ACCEPT WS-ETAPA-CAP
                   CALL "NOMBREUTIL" USING WS-ETAPA-CAP 1
                   IF WS-ETAPA-CAP = "A"
                           DISPLAY "La aceptacion de la oferta se "
                                   "registra en NOMINA, menu "
                                   "adicional opcion AO, que da el "
                                   "alta del trabajador"
                   ELSE
                   IF WS-ETAPA-CAP = "E" OR WS-ETAPA-CAP = "O"
                   OR WS-ETAPA-CAP = "R"
                           MOVE WS-ETAPA-CAP TO CN-ETAPA
                           MOVE WS-FECHA-HOY TO CN-FECHA-ETAPA
                           REWRITE CN-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al grabar la "
                                           "etapa, estatus: "
                                           WS-CN-STATUS
                           END-REWRITE
                           DISPLAY "Candidato " CN-SEC
                                   " en etapa " CN-ETAPA
                   ELSE
                           DISPLAY "Etapa invalida, verifique"
                   END-IF
                   END-IF
           END-IF.

      *UNA REQUISICION CANCELADA LIBERA LA PLAZA PARA OTRA; SUS
      *CANDIDATOS QUEDAN COMO ESTABAN PARA CONSULTA
       06-CANCELA-REQUISICION.
           DISPLAY "Folio de la requisicion a cancelar: ".
           ACCEPT WS-FOLIO-CAP.
           PERFORM 15-LEE-REQUISICION-ABIERTA.
           IF WS-VALIDO = "S"
                   DISPLAY "Confirma la cancelacion? S-SI / N-NO"
                   MOVE SPACES TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           MOVE "X" TO RQ-ESTATUS
                           MOVE WS-FECHA-HOY TO RQ-FECHA-CIERRE
                           REWRITE RQ-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al cancelar, "
                                           "estatus: " WS-RQ-STATUS
                           END-REWRITE
                           DISPLAY "Requisicion " RQ-FOLIO
                                   " cancelada"
                   END-IF
           END-IF.

      *TIEMPO DE COBERTURA: DIAS DE LA APERTURA AL CIERRE DE LAS
      *REQUISICIONES CUBIERTAS, PROMEDIADOS POR DEPARTAMENTO, Y LAS
      *QUE SIGUEN ABIERTAS CON LA ANTIGUEDAD DE LA MAS VIEJA
       07-TIEMPO-COBERTURA.
           MOVE 1 TO WS-TC-IDX.
           PERFORM 07-1-LIMPIA-DEPTO UNTIL WS-TC-IDX > 100.
           MOVE LOW-VALUES TO RQ-REGISTRO.
           MOVE "N" TO WS-RQ-FIN.
           START F-REQUISICIONES KEY IS NOT LESS THAN RQ-FOLIO
                   INVALID KEY MOVE "S" TO WS-RQ-FIN
           END-START.
           PERFORM 07-2-ACUMULA-REQUISICION UNTIL WS-RQ-FIN = "S".
           DISPLAY "TIEMPO DE COBERTURA POR DEPARTAMENTO AL "
                   WS-FECHA-HOY.
           MOVE ZERO TO WS-TC-TOT-CUBIERTAS.
           MOVE ZERO TO WS-TC-TOT-DIAS.
           MOVE 1 TO WS-TC-IDX.
           PERFORM 07-3-IMPRIME-DEPTO UNTIL WS-TC-IDX > 100.
           IF WS-TC-TOT-CUBIERTAS > ZERO
                   DIVIDE WS-TC-TOT-DIAS BY WS-TC-TOT-CUBIERTAS
                           GIVING WS-TC-PROMEDIO ROUNDED
                   MOVE WS-TC-PROMEDIO TO WS-TC-PROM-FMT
                   DISPLAY "TOTAL CUBIERTAS " WS-TC-TOT-CUBIERTAS
                           " PROMEDIO " WS-TC-PROM-FMT " DIAS"
           ELSE
                   DISPLAY "Aun no hay requisiciones cubiertas."
           END-IF.

       07-1-LIMPIA-DEPTO.
           MOVE ZERO TO WS-TC-CUBIERTAS(WS-TC-IDX).
           MOVE ZERO TO WS-TC-DIAS(WS-TC-IDX).
           MOVE ZERO TO WS-TC-ABIERTAS(WS-TC-IDX).
           MOVE ZERO TO WS-TC-MAS-VIEJA(WS-TC-IDX).
           ADD 1 TO WS-TC-IDX.

       07-2-ACUMULA-REQUISICION.
           READ F-REQUISICIONES NEXT RECORD
                   AT END MOVE "S" TO WS-RQ-FIN
                   NOT AT END
                           ADD 1 TO RQ-DEPTO GIVING WS-TC-IDX
                           MOVE "D" TO WS-FU-OPERACION
                           MOVE RQ-FECHA-APERTURA TO WS-FU-FECHA-1
                           IF RQ-ESTATUS = "C"
                                   MOVE RQ-FECHA-CIERRE
                                           TO WS-FU-FECHA-2
                                   CALL "FECHAUTIL" USING
                                           WS-FU-OPERACION
                                           WS-FU-FECHA-1
                                           WS-FU-FECHA-2 WS-FU-DIAS
                                   ADD 1 TO
                                           WS-TC-CUBIERTAS(WS-TC-IDX)
                                   ADD WS-FU-DIAS
                                           TO WS-TC-DIAS(WS-TC-IDX)
                           END-IF
                           IF RQ-ESTATUS = "A"
                                   MOVE WS-FECHA-HOY TO WS-FU-FECHA-2
                                   CALL "FECHAUTIL" USING
                                           WS-FU-OPERACION
                                           WS-FU-FECHA-1
                                           WS-FU-FECHA-2 WS-FU-DIAS
                                   ADD 1 TO
                                           WS-TC-ABIERTAS(WS-TC-IDX)
                                   IF WS-FU-DIAS >
                                           WS-TC-MAS-VIEJA(WS-TC-IDX)
                                           MOVE WS-FU-DIAS TO
                                           WS-TC-MAS-VIEJA(WS-TC-IDX)
                                   END-IF
                           END-IF
           END-READ.

       07-3-IMPRIME-DEPTO.
           IF WS-TC-CUBIERTAS(WS-TC-IDX) > ZERO
           OR WS-TC-ABIERTAS(WS-TC-IDX) > ZERO
                   SUBTRACT 1 FROM WS-TC-IDX GIVING WS-TC-COD
                   MOVE SPACES TO DC-NOMBRE
                   IF WS-DC-DISPONIBLE = "S"
                           MOVE WS-TC-COD TO DC-CODIGO
                           READ F-DEPTOS
                                   INVALID KEY
                                   MOVE SPACES TO DC-NOMBRE
                           END-READ
                   END-IF
                   MOVE ZERO TO WS-TC-PROMEDIO
                   IF WS-TC-CUBIERTAS(WS-TC-IDX) > ZERO
                           DIVIDE WS-TC-DIAS(WS-TC-IDX)
                                   BY WS-TC-CUBIERTAS(WS-TC-IDX)
                                   GIVING WS-TC-PROMEDIO ROUNDED
                   END-IF
                   MOVE WS-TC-PROMEDIO TO WS-TC-PROM-FMT
                   DISPLAY "DEPTO " WS-TC-COD " " DC-NOMBRE(1:20)
                           " CUBIERTAS " WS-TC-CUBIERTAS(WS-TC-IDX)
                           " PROMEDIO " WS-TC-PROM-FMT " DIAS"
                           " ABIERTAS " WS-TC-ABIERTAS(WS-TC-IDX)
                           " LA MAS VIEJA "
                           WS-TC-MAS-VIEJA(WS-TC-IDX) " DIAS"
                   ADD WS-TC-CUBIERTAS(WS-TC-IDX)
                           TO WS-TC-TOT-CUBIERTAS
                   ADD WS-TC-DIAS(WS-TC-IDX) TO WS-TC-TOT-DIAS
           END-IF.
           ADD 1 TO WS-TC-IDX.

      *DEPARTAMENTO Y PUESTO DEBEN EXISTIR Y ESTAR ACTIVOS EN SUS
      *CATALOGOS CUANDO LOS HAY
       11-VALIDA-DEPTO-PUESTO.
           MOVE "S" TO WS-VALIDO.
           IF WS-DC-DISPONIBLE = "S"
                   MOVE WS-DEPTO-CAP TO DC-CODIGO
                   READ F-DEPTOS
                           INVALID KEY
                                   MOVE "N" TO WS-VALIDO
                           NOT INVALID KEY
                                   IF DC-ACTIVO NOT = "S"
                                           MOVE "N" TO WS-VALIDO
                                   END-IF
                   END-READ
                   IF WS-VALIDO = "N"
                           DISPLAY "Ese departamento no existe o esta "
                                   "inactivo en el catalogo"
                   END-IF
           END-IF.
           IF WS-VALIDO = "S" AND WS-PU-DISPONIBLE = "S"
                   MOVE WS-PUESTO-CAP TO PU-CODIGO
                   READ F-PUESTOS
                           INVALID KEY
                                   MOVE "N" TO WS-VALIDO
                           NOT INVALID KEY
                                   IF PU-ACTIVO NOT = "S"
                                           MOVE "N" TO WS-VALIDO
                                   END-IF
                   END-READ
                   IF WS-VALIDO = "N"
                           DISPLAY "Ese puesto no existe o esta "
                                   "inactivo en el catalogo"
                   END-IF
           END-IF.

      *LA PLAZA TIENE VACANTE SI SUS AUTORIZADAS SUPERAN A LOS
      *ACTIVOS QUE LA OCUPAN MAS LAS REQUISICIONES YA ABIERTAS
      *CONTRA ELLA; MIENTRAS NO HAYA PLAZAS CAPTURADAS NO SE REVISA
       12-REVISA-VACANTE.
           MOVE "S" TO WS-VALIDO.
           IF WS-PZ-DISPONIBLE = "S"
                   MOVE LOW-VALUES TO PZ-LLAVE
                   START F-PLAZAS KEY IS NOT LESS THAN PZ-LLAVE
                           INVALID KEY
                                   MOVE "N" TO WS-PZ-DISPONIBLE
                   END-START
           END-IF.
           IF WS-PZ-DISPONIBLE = "S"
                   MOVE ZERO TO WS-AUTORIZADAS
                   MOVE WS-DEPTO-CAP TO PZ-DEPTO
                   MOVE WS-PUESTO-CAP TO PZ-PUESTO
                   READ F-PLAZAS
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   MOVE PZ-AUTORIZADAS
                                           TO WS-AUTORIZADAS
                   END-READ
                   MOVE ZERO TO WS-OCUPADAS
                   IF WS-FT-DISPONIBLE = "S"
                           MOVE LOW-VALUES TO FT-REGISTRO
                           MOVE "N" TO WS-FT-FIN
                           START F-TRABAJADORES
                                   KEY IS NOT LESS THAN FT-ID
                                   INVALID KEY MOVE "S" TO WS-FT-FIN
                           END-START
                           PERFORM 12-1-CUENTA-OCUPADA
                                   UNTIL WS-FT-FIN = "S"
                   END-IF
                   MOVE ZERO TO WS-EN-PROCESO
                   MOVE LOW-VALUES TO RQ-REGISTRO
                   MOVE "N" TO WS-RQ-FIN
                   START F-REQUISICIONES KEY IS NOT LESS THAN RQ-FOLIO
                           INVALID KEY MOVE "S" TO WS-RQ-FIN
                   END-START
                   PERFORM 12-2-CUENTA-ABIERTA UNTIL WS-RQ-FIN = "S"
                   IF WS-OCUPADAS + WS-EN-PROCESO
                           NOT < WS-AUTORIZADAS
                           MOVE "N" TO WS-VALIDO
                           DISPLAY "No hay plaza vacante: autorizadas "
                                   WS-AUTORIZADAS ", ocupadas "
                                   WS-OCUPADAS ", en requisicion "
                                   WS-EN-PROCESO
                   END-IF
           END-IF.

       12-1-CUENTA-OCUPADA.
           READ F-TRABAJADORES NEXT RECORD
                   AT END MOVE "S" TO WS-FT-FIN
                   NOT AT END
                           IF FT-ACTIVO = "S"
                           AND FT-DEPTO-PRINCIPAL = WS-DEPTO-CAP
                           AND FT-PUESTO = WS-PUESTO-CAP
                                   ADD 1 TO WS-OCUPADAS
                           END-IF
           END-READ.

       12-2-CUENTA-ABIERTA.
           READ F-REQUISICIONES NEXT RECORD
                   AT END MOVE "S" TO WS-RQ-FIN
                   NOT AT END
                           IF RQ-ESTATUS = "A"
                           AND RQ-DEPTO = WS-DEPTO-CAP
                           AND RQ-PUESTO = WS-PUESTO-CAP
                                   ADD 1 TO WS-EN-PROCESO
                           END-IF
           END-READ.

       13-VALIDA-BANDA.
           MOVE "S" TO WS-VALIDO.
           IF WS-SUELDO-CAP = ZERO
                   DISPLAY "El sueldo ofrecido debe ser mayor a cero"
                   MOVE "N" TO WS-VALIDO
           ELSE
           IF WS-PU-DISPONIBLE = "S"
                   MOVE WS-PUESTO-CAP TO PU-CODIGO
                   READ F-PUESTOS
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   IF WS-SUELDO-CAP < PU-SAL-MIN
                                   OR WS-SUELDO-CAP > PU-SAL-MAX
                                           MOVE "N" TO WS-VALIDO
                                           DISPLAY "El sueldo sale de "
                                                   "la banda del "
                                                   "puesto"
                                   END-IF
                   END-READ
           END-IF
           END-IF.

      *EL SIGUIENTE FOLIO ES EL MAYOR REGISTRADO MAS UNO
       14-SIGUIENTE-FOLIO.
           MOVE ZERO TO WS-FOLIO-NUEVO.
           MOVE LOW-VALUES TO RQ-REGISTRO.
           MOVE "N" TO WS-RQ-FIN.
           START F-REQUISICIONES KEY IS NOT LESS THAN RQ-FOLIO
                   INVALID KEY MOVE "S" TO WS-RQ-FIN
           END-START.
           PERFORM 14-1-ULTIMO-FOLIO UNTIL WS-RQ-FIN = "S".
           ADD 1 TO WS-FOLIO-NUEVO.

       14-1-ULTIMO-FOLIO.
           READ F-REQUISICIONES NEXT RECORD
                   AT END MOVE "S" TO WS-RQ-FIN
                   NOT AT END MOVE RQ-FOLIO TO WS-FOLIO-NUEVO
           END-READ.

       15-LEE-REQUISICION-ABIERTA.
           MOVE "N" TO WS-VALIDO.
           MOVE WS-FOLIO-CAP TO RQ-FOLIO.
           READ F-REQUISICIONES
                   INVALID KEY
                           DISPLAY "No existe esa requisicion"
                   NOT INVALID KEY
                           IF RQ-ESTATUS = "A"
                                   MOVE "S" TO WS-VALIDO
                           ELSE
                                   DISPLAY "La requisicion ya no esta "
                                           "abierta (estatus "
                                           RQ-ESTATUS ")"
                           END-IF
           END-READ.

      *EL SIGUIENTE CANDIDATO DE LA REQUISICION ES EL MAYOR
      *REGISTRADO EN ELLA MAS UNO
       16-SIGUIENTE-CANDIDATO.
           MOVE ZERO TO WS-SEC-NUEVO.
           MOVE WS-FOLIO-CAP TO CN-FOLIO.
           MOVE ZERO TO CN-SEC.
           MOVE "N" TO WS-CN-FIN.
           START F-CANDIDATOS KEY IS NOT LESS THAN CN-LLAVE
                   INVALID KEY MOVE "S" TO WS-CN-FIN
           END-START.
           PERFORM 16-1-ULTIMO-CANDIDATO UNTIL WS-CN-FIN = "S".
           ADD 1 TO WS-SEC-NUEVO.

       16-1-ULTIMO-CANDIDATO.
           READ F-CANDIDATOS NEXT RECORD
                   AT END MOVE "S" TO WS-CN-FIN
                   NOT AT END
                           IF CN-FOLIO = WS-FOLIO-CAP
                                   MOVE CN-SEC TO WS-SEC-NUEVO
                           ELSE
                                   MOVE "S" TO WS-CN-FIN
                           END-IF
           END-READ.

       END PROGRAM RECLUTA.
