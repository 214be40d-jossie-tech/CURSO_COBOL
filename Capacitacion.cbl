      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Capacitacion y certificaciones: catalogo de cursos
      *          con su vigencia, cursos obligatorios por puesto y
      *          el kardex de cursos tomados por cada trabajador
      *          (fecha, horas, instructor y vencimiento). Reporta a
      *          quien le falta un curso obligatorio de su puesto y
      *          a quien se le vence uno en los proximos 60 dias, y
      *          genera el extracto anual con los datos de la
      *          constancia DC-3 que pide la autoridad laboral.
      *          NOMINA avisa los cursos que se deben al cambiar el
      *          puesto de un trabajador
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CATALOGO DE CURSOS Y CURSOS OBLIGATORIOS POR PUESTO; SON
      *COMPARTIDOS ENTRE EMPRESAS IGUAL QUE EL CATALOGO DE PUESTOS
           SELECT F-CURSOS
           ASSIGN TO "CURSOS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CR-CODIGO
           FILE STATUS IS WS-CR-STATUS.

           SELECT F-CURSOS-PUESTO
           ASSIGN TO "CURSOSPUESTO.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CP-LLAVE
           FILE STATUS IS WS-CP-STATUS.

      *KARDEX DE CAPACITACION: UN REGISTRO POR CURSO TOMADO
           SELECT F-CAPACITACION
           ASSIGN TO WS-ARCH-CAPA
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CA-LLAVE
           FILE STATUS IS WS-CA-STATUS.

           SELECT OPTIONAL F-TRABAJADORES
           ASSIGN TO WS-ARCH-TRAB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FT-ID
           FILE STATUS IS WS-FT-STATUS.

           SELECT OPTIONAL F-PUESTOS
           ASSIGN TO "PUESTOS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PU-CODIGO
           FILE STATUS IS WS-PU-STATUS.

           SELECT OPTIONAL F-CONFIGURACION
           ASSIGN TO WS-ARCH-CFG
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CF-CLAVE
           FILE STATUS IS WS-CF-STATUS.

      *EXTRACTO DC-3 CON EL ANIO EN EL NOMBRE, PARA QUE CADA
      *CORRIDA DEJE SU PROPIO ARCHIVO EN DISCO
           SELECT F-DC3
           ASSIGN TO WS-NOMBRE-DC3
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-D3-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *VIGENCIA EN MESES DESDE QUE SE TOMA EL CURSO; CERO ES UN
      *CURSO QUE NO VENCE. EL AREA TEMATICA ES LA CLAVE DEL
      *CATALOGO DE LA AUTORIDAD QUE SE REPORTA EN LA DC-3
       FD F-CURSOS.
       01 CR-REGISTRO.
           02 CR-CODIGO                    PIC 9(04).
           02 CR-NOMBRE                    PIC X(40).
           02 CR-HORAS                     PIC 9(03).
           02 CR-VIGENCIA-MESES            PIC 9(03).
           02 CR-AREA                      PIC X(04).
           02 CR-ACTIVO                    PIC X(01).

       FD F-CURSOS-PUESTO.
       01 CP-REGISTRO.
           02 CP-LLAVE.
               03 CP-PUESTO                PIC 9(03).
               03 CP-CURSO                 PIC 9(04).
           02 CP-FECHA-ALTA                PIC X(08).

      *UN CURSO PUEDE TOMARSE VARIAS VECES (RENOVACIONES); LA FECHA
      *DE INICIO EN LA LLAVE LOS DISTINGUE. VENCE EN BLANCO ES UN
      *CURSO SIN VENCIMIENTO
       FD F-CAPACITACION.
       01 CA-REGISTRO.
           02 CA-LLAVE.
               03 CA-ID                    PIC 9(04).
               03 CA-CURSO                 PIC 9(04).
               03 CA-FECHA                 PIC X(08).
           02 CA-FECHA-FIN                 PIC X(08).
           02 CA-HORAS                     PIC 9(03).
           02 CA-INSTRUCTOR                PIC X(30).
           02 CA-AGENTE                    PIC X(30).
           02 CA-VENCE                     PIC X(08).

      *SOLO INTERESAN EL NOMBRE, EL ESTATUS, EL PUESTO Y LA CURP;
      *EL RESTO DEL REGISTRO DE NOMINA VIAJA EN LOS FILLER
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FT-NOMBRE                    PIC X(30).
           02 FT-APELLIDO                  PIC X(30).
           02 FILLER                       PIC X(22).
           02 FT-ACTIVO                    PIC X(01).
           02 FILLER                       PIC X(69).
           02 FT-PUESTO                    PIC 9(03).
           02 FILLER                       PIC X(09).
           02 FT-RFC                       PIC X(13).
           02 FT-CURP                      PIC X(18).
           02 FILLER                       PIC X(25).

      *MISMO LAYOUT QUE EL FD F-PUESTOS DE PUESTOSCAT
       FD F-PUESTOS.
       01 PU-REGISTRO.
           02 PU-CODIGO                    PIC 9(03).
           02 PU-NOMBRE                    PIC X(30).
           02 PU-SAL-MIN                   PIC 9(06)V99.
           02 PU-SAL-MAX                   PIC 9(06)V99.
           02 PU-ACTIVO                    PIC X(01).

       FD F-CONFIGURACION.
       01 CF-REGISTRO.
           02 CF-CLAVE                     PIC X(01).
           02 CF-EMPRESA                   PIC X(40).
           02 FILLER                       PIC X(22).
           02 CF-REG-PATRONAL              PIC X(11).
           02 FILLER                       PIC X(07).

      *UN RENGLON POR CURSO CONCLUIDO EN EL ANIO CON LOS DATOS DE
      *LA CONSTANCIA DE COMPETENCIAS (DC-3): TRABAJADOR, EMPRESA Y
      *PROGRAMA DE CAPACITACION
       FD F-DC3.
       01 D3-REGISTRO.
           02 D3-ANIO                      PIC X(04).
           02 D3-CURP                      PIC X(18).
           02 D3-NOMBRE                    PIC X(30).
           02 D3-APELLIDO                  PIC X(30).
           02 D3-OCUPACION                 PIC X(30).
           02 D3-EMPRESA                   PIC X(40).
           02 D3-REG-PATRONAL              PIC X(11).
           02 D3-CURSO                     PIC X(40).
           02 D3-HORAS                     PIC 9(03).
           02 D3-FECHA-INICIO              PIC X(08).
           02 D3-FECHA-FIN                 PIC X(08).
           02 D3-AREA                      PIC X(04).
           02 D3-AGENTE                    PIC X(30).
           02 D3-INSTRUCTOR                PIC X(30).

       WORKING-STORAGE SECTION.
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-CAPA.
           02 WS-EMP-CAPA                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(14)
                   VALUE "NOMCAPACIT.DAT".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       01 WS-ARCH-CFG.
           02 WS-EMP-CFG                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMCFG.DAT".
       01 WS-NOMBRE-DC3.
           02 WS-EMP-DC3                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(07) VALUE "NOMDC3-".
           02 WS-ANIO-DC3                  PIC X(04).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-CR-STATUS                     PIC X(02).
       77 WS-CP-STATUS                     PIC X(02).
       77 WS-CA-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-PU-STATUS                     PIC X(02).
       77 WS-CF-STATUS                     PIC X(02).
       77 WS-D3-STATUS                     PIC X(02).
       77 WS-OPCION                        PIC X(01).
       77 WS-TERMINA                       PIC 9(01).
       77 WS-FECHA-HOY                     PIC X(08).
      *DISPONIBILIDAD DE LOS ARCHIVOS DE CONSULTA
       77 WS-FT-DISPONIBLE                 PIC X(01).
       77 WS-PU-DISPONIBLE                 PIC X(01).
      *CONTROL DE LECTURAS Y CAPTURAS
       77 WS-CR-FIN                        PIC X(01).
       77 WS-CP-FIN                        PIC X(01).
       77 WS-CA-FIN                        PIC X(01).
       77 WS-FT-FIN                        PIC X(01).
       77 WS-CURSO-CAP                     PIC 9(04).
       77 WS-PUESTO-CAP                    PIC 9(03).
       77 WS-ID-CAP                        PIC 9(04).
       77 WS-HORAS-CAP                     PIC 9(03).
       77 WS-VALIDO                        PIC X(01).
       77 WS-CONFIRMA                      PIC X(01).
      *RESULTADO DE 20-VERIFICA-CURSO: "S" SI EL TRABAJADOR TIENE
      *EL CURSO VIGENTE A WS-FECHA-HOY, CON SU VENCIMIENTO MAS LEJANO
       77 WS-TIENE-CURSO                   PIC X(01).
       77 WS-VENCE-MAX                     PIC X(08).
       77 WS-TOMADO                        PIC X(01).
       77 WS-FALTANTES                     PIC 9(03).
       77 WS-TOT-FALTANTES                 PIC 9(05).
       77 WS-TOT-TRABAJADORES              PIC 9(05).
      *VENTANA DEL REPORTE DE VENCIMIENTOS
       77 WS-DIAS-AVISO                    PIC 9(05) VALUE 60.
       77 WS-FECHA-LIMITE                  PIC X(08).
      *ULTIMA TOMA DE CADA TRABAJADOR Y CURSO AL RECORRER EL KARDEX
      *EN ORDEN; SOLO ESA CUENTA PARA EL VENCIMIENTO
       77 WS-ANT-ID                        PIC 9(04).
       77 WS-ANT-CURSO                     PIC 9(04).
       77 WS-ANT-VENCE                     PIC X(08).
       77 WS-TOT-VENCEN                    PIC 9(05).
      *CALCULO DEL VENCIMIENTO: FECHA DE TOMA MAS LOS MESES DE
      *VIGENCIA, TOPADO AL ULTIMO DIA DEL MES QUE RESULTA
       01 WS-FECHA-CALC.
           02 WS-FC-ANIO                   PIC 9(04).
           02 WS-FC-MES                    PIC 9(02).
           02 WS-FC-DIA                    PIC 9(02).
       01 WS-FECHA-CALC-X REDEFINES WS-FECHA-CALC
                                           PIC X(08).
       77 WS-FC-MESES                      PIC 9(06).
       77 WS-FC-RESIDUO                    PIC 9(02).
      *ENLACE CON FECHAUTIL
       77 WS-FU-OPERACION                  PIC X(01).
       77 WS-FU-FECHA-1                    PIC X(08).
       77 WS-FU-FECHA-2                    PIC X(08).
       77 WS-FU-DIAS                       PIC 9(05).
      *DATOS DE LA EMPRESA PARA LA DC-3
       77 WS-EMPRESA                       PIC X(40).
       77 WS-REG-PATRONAL                  PIC X(11).
       77 WS-ANIO-CAP                      PIC 9(04).
       77 WS-ESCRITOS                      PIC 9(05).

       PROCEDURE DIVISION.
       00-PRINCIPAL.
           DISPLAY "CAPACITACION Y CERTIFICACIONES".
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAPA.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CFG.
           MOVE WS-EMP-PREFIJO TO WS-EMP-DC3.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 10-ABRIR-ARCHIVOS.
           MOVE ZERO TO WS-TERMINA.
           PERFORM 01-MENU UNTIL WS-TERMINA = 1.
           CLOSE F-CURSOS.
           CLOSE F-CURSOS-PUESTO.
           CLOSE F-CAPACITACION.
           IF WS-FT-DISPONIBLE = "S"
                   CLOSE F-TRABAJADORES
           END-IF.
           IF WS-PU-DISPONIBLE = "S"
                   CLOSE F-PUESTOS
           END-IF.
      *GOBACK PARA REGRESAR AL MENU DEL LANZADOR
           GOBACK.

       01-MENU.
           DISPLAY "C - Alta/correccion de curso, L - Listar cursos, "
                   "P - Cursos obligatorios por puesto, "
                   "R - Registrar curso tomado, "
                   "K - Kardex de un trabajador, "
                   "F - Cursos obligatorios faltantes, "
                   "V - Vencimientos proximos, "
                   "D - Extracto anual DC-3, "
                   "S - Salir".
           ACCEPT WS-OPCION.
           IF WS-OPCION = "C" OR WS-OPCION = "c"
                   PERFORM 02-CAPTURA-CURSO
           ELSE
           IF WS-OPCION = "L" OR WS-OPCION = "l"
                   PERFORM 03-LISTA-CURSOS
           ELSE
           IF WS-OPCION = "P" OR WS-OPCION = "p"
                   PERFORM 04-CURSOS-PUESTO
           ELSE
           IF WS-OPCION = "R" OR WS-OPCION = "r"
                   PERFORM 05-REGISTRA-CURSO-TOMADO
           ELSE
           IF WS-OPCION = "K" OR WS-OPCION = "k"
                   PERFORM 06-KARDEX
           ELSE
           IF WS-OPCION = "F" OR WS-OPCION = "f"
                   PERFORM 07-REPORTE-FALTANTES
           ELSE
           IF WS-OPCION = "V" OR WS-OPCION = "v"
                   PERFORM 08-REPORTE-VENCIMIENTOS
           ELSE
           IF WS-OPCION = "D" OR WS-OPCION = "d"
                   PERFORM 09-EXTRACTO-DC3
           ELSE
           IF WS-OPCION = "S" OR WS-OPCION = "s"
                   MOVE 1 TO WS-TERMINA
           ELSE
                   DISPLAY "Opcion invalida, verifique".

       02-CAPTURA-CURSO.
           DISPLAY "Codigo del curso (0001-9999): ".
           ACCEPT WS-CURSO-CAP.
           MOVE WS-CURSO-CAP TO CR-CODIGO.
           DISPLAY "Nombre del curso: ".
           MOVE SPACES TO CR-NOMBRE.
           ACCEPT CR-NOMBRE.
           CALL "NOMBREUTIL" USING CR-NOMBRE 40.
           DISPLAY "Duracion en horas: ".
           ACCEPT CR-HORAS.
           DISPLAY "Vigencia en meses (0 = no vence): ".
           ACCEPT CR-VIGENCIA-MESES.
           DISPLAY "Area tematica DC-3 (clave de 4 posiciones): ".
           MOVE SPACES TO CR-AREA.
           ACCEPT CR-AREA.
           IF WS-CURSO-CAP = ZERO OR CR-NOMBRE = SPACES
                   DISPLAY "Codigo y nombre son obligatorios, el "
                           "curso no se graba"
           ELSE
                   MOVE "S" TO CR-ACTIVO
                   WRITE CR-REGISTRO
                           INVALID KEY
                           REWRITE CR-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al grabar el "
                                           "curso, estatus: "
                                           WS-CR-STATUS
                           END-REWRITE
                   END-WRITE
                   DISPLAY "Curso " CR-CODIGO " registrado."
           END-IF.

       03-LISTA-CURSOS.
           MOVE LOW-VALUES TO CR-REGISTRO.
           MOVE "N" TO WS-CR-FIN.
           START F-CURSOS KEY IS NOT LESS THAN CR-CODIGO
                   INVALID KEY
                           DISPLAY "El catalogo esta vacio."
                           MOVE "S" TO WS-CR-FIN
           END-START.
           PERFORM 03-1-LISTA-UNO UNTIL WS-CR-FIN = "S".

       03-1-LISTA-UNO.
           READ F-CURSOS NEXT RECORD
                   AT END MOVE "S" TO WS-CR-FIN
                   NOT AT END
                           DISPLAY CR-CODIGO " " CR-NOMBRE
                                   " HORAS " CR-HORAS
                                   " VIGENCIA " CR-VIGENCIA-MESES
                                   " MESES AREA " CR-AREA
                                   " ACTIVO: " CR-ACTIVO
           END-READ.

      *CURSOS OBLIGATORIOS DEL PUESTO: SE MUESTRAN LOS QUE YA TIENE
      *Y SE AGREGA O QUITA UNO; CURSO CERO REGRESA
       04-CURSOS-PUESTO.
           DISPLAY "Puesto: ".
           ACCEPT WS-PUESTO-CAP.
           MOVE "S" TO WS-VALIDO.
           IF WS-PU-DISPONIBLE = "S"
                   MOVE WS-PUESTO-CAP TO PU-CODIGO
                   READ F-PUESTOS
                           INVALID KEY
                                   MOVE "N" TO WS-VALIDO
                                   DISPLAY "No existe ese puesto"
                   END-READ
           END-IF.
           IF WS-VALIDO = "S"
                   PERFORM 04-1-MUESTRA-OBLIGATORIOS
                   DISPLAY "Curso a agregar o quitar (0 = regresar): "
                   MOVE ZERO TO WS-CURSO-CAP
                   ACCEPT WS-CURSO-CAP
                   IF WS-CURSO-CAP NOT = ZERO
                           PERFORM 04-3-AGREGA-QUITA
                   END-IF
           END-IF.

       04-1-MUESTRA-OBLIGATORIOS.
           DISPLAY "CURSOS OBLIGATORIOS DEL PUESTO " WS-PUESTO-CAP.
           MOVE WS-PUESTO-CAP TO CP-PUESTO.
           MOVE ZERO TO CP-CURSO.
           MOVE "N" TO WS-CP-FIN.
           START F-CURSOS-PUESTO KEY IS NOT LESS THAN CP-LLAVE
                   INVALID KEY MOVE "S" TO WS-CP-FIN
           END-START.
           PERFORM 04-2-MUESTRA-UNO UNTIL WS-CP-FIN = "S".

       04-2-MUESTRA-UNO.
           READ F-CURSOS-PUESTO NEXT RECORD
                   AT END MOVE "S" TO WS-CP-FIN
                   NOT AT END
                           IF CP-PUESTO NOT = WS-PUESTO-CAP
                                   MOVE "S" TO WS-CP-FIN
                           ELSE
                                   PERFORM 21-LEE-CURSO
                                   DISPLAY "   " CP-CURSO " "
                                           CR-NOMBRE " DESDE "
                                           CP-FECHA-ALTA
                           END-IF
           END-READ.

       04-3-AGREGA-QUITA.
           MOVE WS-PUESTO-CAP TO CP-PUESTO.
           MOVE WS-CURSO-CAP TO CP-CURSO.
           READ F-CURSOS-PUESTO
                   INVALID KEY
                           PERFORM 04-4-AGREGA-OBLIGATORIO
                   NOT INVALID KEY
                           DISPLAY "Quitar el curso " CP-CURSO
                                   " del puesto? S-SI / N-NO"
                           MOVE SPACES TO WS-CONFIRMA
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                                   DELETE F-CURSOS-PUESTO
                                           INVALID KEY
                                           DISPLAY "Error al quitar, "
                                                   "estatus: "
                                                   WS-CP-STATUS
                                   END-DELETE
                                   DISPLAY "Curso quitado del puesto"
                           END-IF
           END-READ.

      *SOLO SE EXIGEN CURSOS ACTIVOS DEL CATALOGO
       04-4-AGREGA-OBLIGATORIO.
           MOVE WS-CURSO-CAP TO CR-CODIGO.
           READ F-CURSOS
                   INVALID KEY
                           MOVE "N" TO CR-ACTIVO
           END-READ.
           IF CR-ACTIVO NOT = "S"
                   DISPLAY "Ese curso no existe o esta inactivo "
                           "en el catalogo"
           ELSE
                   MOVE WS-PUESTO-CAP TO CP-PUESTO
                   MOVE WS-CURSO-CAP TO CP-CURSO
                   MOVE WS-FECHA-HOY TO CP-FECHA-ALTA
                   WRITE CP-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar, estatus: "
                                   WS-CP-STATUS
                   END-WRITE
                   DISPLAY "Curso " CR-CODIGO " obligatorio para el "
                           "puesto " CP-PUESTO
           END-IF.

      *CURSO TOMADO POR UN TRABAJADOR; LAS HORAS PROPONEN LAS DEL
      *CATALOGO Y EL VENCIMIENTO SE CALCULA CON SU VIGENCIA
       05-REGISTRA-CURSO-TOMADO.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-CAP.
           PERFORM 22-LEE-TRABAJADOR.
           IF WS-VALIDO = "S"
                   DISPLAY "Curso: "
                   ACCEPT WS-CURSO-CAP
                   MOVE WS-CURSO-CAP TO CR-CODIGO
                   READ F-CURSOS
                           INVALID KEY
                                   MOVE "N" TO WS-VALIDO
                                   DISPLAY "No existe ese curso"
                   END-READ
           END-IF.
           IF WS-VALIDO = "S"
                   PERFORM 05-1-CAPTURA-TOMA
           END-IF.

       05-1-CAPTURA-TOMA.
           MOVE WS-ID-CAP TO CA-ID.
           MOVE WS-CURSO-CAP TO CA-CURSO.
           DISPLAY "Fecha de inicio (AAAAMMDD): ".
           MOVE SPACES TO CA-FECHA.
           ACCEPT CA-FECHA.
           DISPLAY "Fecha de termino (AAAAMMDD, ENTER = la misma): ".
           MOVE SPACES TO CA-FECHA-FIN.
           ACCEPT CA-FECHA-FIN.
           IF CA-FECHA-FIN = SPACES
                   MOVE CA-FECHA TO CA-FECHA-FIN
           END-IF.
           DISPLAY "Horas (ENTER = " CR-HORAS "): ".
           MOVE ZERO TO WS-HORAS-CAP.
           ACCEPT WS-HORAS-CAP.
           IF WS-HORAS-CAP = ZERO
                   MOVE CR-HORAS TO WS-HORAS-CAP
           END-IF.
           MOVE WS-HORAS-CAP TO CA-HORAS.
           DISPLAY "Instructor: ".
           MOVE SPACES TO CA-INSTRUCTOR.
           ACCEPT CA-INSTRUCTOR.
           CALL "NOMBREUTIL" USING CA-INSTRUCTOR 30.
           DISPLAY "Agente capacitador (ENTER = interno): ".
           MOVE SPACES TO CA-AGENTE.
           ACCEPT CA-AGENTE.
           CALL "NOMBREUTIL" USING CA-AGENTE 30.
           IF CA-FECHA NOT NUMERIC OR CA-FECHA-FIN NOT NUMERIC
           OR CA-FECHA-FIN < CA-FECHA
                   DISPLAY "Fechas invalidas, el curso no se graba"
           ELSE
                   MOVE SPACES TO CA-VENCE
                   IF CR-VIGENCIA-MESES > ZERO
                           PERFORM 23-CALCULA-VENCIMIENTO
                           MOVE WS-FECHA-CALC-X TO CA-VENCE
                   END-IF
                   WRITE CA-REGISTRO
                           INVALID KEY
                           DISPLAY "Ese curso ya esta registrado con "
                                   "esa fecha, estatus: " WS-CA-STATUS
                           NOT INVALID KEY
                           DISPLAY "Curso " CA-CURSO " registrado al "
                                   "ID " CA-ID " VENCE " CA-VENCE
                   END-WRITE
           END-IF.

       06-KARDEX.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-CAP.
           PERFORM 22-LEE-TRABAJADOR.
           IF WS-VALIDO = "S"
                   DISPLAY "KARDEX DE " FT-NOMBRE(1:20) " "
                           FT-APELLIDO(1:20) " PUESTO " FT-PUESTO
                   MOVE WS-ID-CAP TO CA-ID
                   MOVE ZERO TO CA-CURSO
                   MOVE LOW-VALUES TO CA-FECHA
                   MOVE "N" TO WS-CA-FIN
                   START F-CAPACITACION KEY IS NOT LESS THAN CA-LLAVE
                           INVALID KEY MOVE "S" TO WS-CA-FIN
                   END-START
                   PERFORM 06-1-KARDEX-RENGLON UNTIL WS-CA-FIN = "S"
                   DISPLAY "FALTANTES DE SU PUESTO:"
                   MOVE FT-PUESTO TO WS-PUESTO-CAP
                   PERFORM 24-FALTANTES-TRABAJADOR
                   IF WS-FALTANTES = ZERO
                           DISPLAY "   Ninguno"
                   END-IF
           END-IF.

       06-1-KARDEX-RENGLON.
           READ F-CAPACITACION NEXT RECORD
                   AT END MOVE "S" TO WS-CA-FIN
                   NOT AT END
                           IF CA-ID NOT = WS-ID-CAP
                                   MOVE "S" TO WS-CA-FIN
                           ELSE
                                   MOVE CA-CURSO TO CR-CODIGO
                                   PERFORM 21-LEE-CURSO
                                   DISPLAY "   " CA-CURSO " "
                                           CR-NOMBRE(1:25) " "
                                           CA-FECHA " A " CA-FECHA-FIN
                                           " HORAS " CA-HORAS
                                           " VENCE " CA-VENCE
                                           " INSTR " CA-INSTRUCTOR
                           END-IF
           END-READ.

      *TRABAJADORES ACTIVOS A LOS QUE LES FALTA UN CURSO OBLIGATORIO
      *DE SU PUESTO, O LO TIENEN VENCIDO
       07-REPORTE-FALTANTES.
           IF WS-FT-DISPONIBLE = "N"
                   DISPLAY "No hay archivo de trabajadores"
           ELSE
                   DISPLAY "CURSOS OBLIGATORIOS FALTANTES O VENCIDOS "
                           "AL " WS-FECHA-HOY
                   MOVE ZERO TO WS-TOT-FALTANTES
                   MOVE ZERO TO WS-TOT-TRABAJADORES
                   MOVE LOW-VALUES TO FT-REGISTRO
                   MOVE "N" TO WS-FT-FIN
                   START F-TRABAJADORES KEY IS NOT LESS THAN FT-ID
                           INVALID KEY MOVE "S" TO WS-FT-FIN
                   END-START
                   PERFORM 07-1-REVISA-TRABAJADOR
                           UNTIL WS-FT-FIN = "S"
                   DISPLAY "Trabajadores con faltantes: "
                           WS-TOT-TRABAJADORES
                           ", cursos faltantes: " WS-TOT-FALTANTES
           END-IF.

       07-1-REVISA-TRABAJADOR.
           READ F-TRABAJADORES NEXT RECORD
                   AT END MOVE "S" TO WS-FT-FIN
                   NOT AT END
                           IF FT-ACTIVO = "S" AND FT-PUESTO NOT = ZERO
                                   MOVE FT-ID TO WS-ID-CAP
                                   MOVE FT-PUESTO TO WS-PUESTO-CAP
                                   PERFORM 24-FALTANTES-TRABAJADOR
                                   IF WS-FALTANTES > ZERO
                                           ADD 1 TO WS-TOT-TRABAJADORES
                                           ADD WS-FALTANTES
                                                   TO WS-TOT-FALTANTES
                                   END-IF
                           END-IF
           END-READ.

      *VENCIMIENTOS DE LOS PROXIMOS 60 DIAS; DE CADA TRABAJADOR Y
      *CURSO SOLO CUENTA LA TOMA MAS RECIENTE, PORQUE UNA RENOVACION
      *YA REGISTRADA CANCELA EL AVISO
       08-REPORTE-VENCIMIENTOS.
           MOVE "A" TO WS-FU-OPERACION.
           MOVE WS-FECHA-HOY TO WS-FU-FECHA-1.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-DIAS-AVISO.
           MOVE WS-FU-FECHA-2 TO WS-FECHA-LIMITE.
           DISPLAY "CURSOS QUE VENCEN DEL " WS-FECHA-HOY " AL "
                   WS-FECHA-LIMITE.
           MOVE ZERO TO WS-TOT-VENCEN.
           MOVE ZERO TO WS-ANT-ID.
           MOVE ZERO TO WS-ANT-CURSO.
           MOVE SPACES TO WS-ANT-VENCE.
           MOVE LOW-VALUES TO CA-REGISTRO.
           MOVE "N" TO WS-CA-FIN.
           START F-CAPACITACION KEY IS NOT LESS THAN CA-LLAVE
                   INVALID KEY MOVE "S" TO WS-CA-FIN
           END-START.
           PERFORM 08-1-LEE-TOMA UNTIL WS-CA-FIN = "S".
           PERFORM 08-2-EVALUA-ULTIMA.
           DISPLAY "Cursos por vencer: " WS-TOT-VENCEN.

       08-1-LEE-TOMA.
           READ F-CAPACITACION NEXT RECORD
                   AT END MOVE "S" TO WS-CA-FIN
                   NOT AT END
                           IF CA-ID NOT = WS-ANT-ID
                           OR CA-CURSO NOT = WS-ANT-CURSO
                                   PERFORM 08-2-EVALUA-ULTIMA
                           END-IF
                           MOVE CA-ID TO WS-ANT-ID
                           MOVE CA-CURSO TO WS-ANT-CURSO
                           MOVE CA-VENCE TO WS-ANT-VENCE
           END-READ.

      *LA ULTIMA TOMA RETENIDA SE AVISA SI VENCE DENTRO DE LA
      *VENTANA Y EL TRABAJADOR SIGUE ACTIVO
       08-2-EVALUA-ULTIMA.
           IF WS-ANT-ID NOT = ZERO AND WS-ANT-VENCE NOT = SPACES
           AND WS-ANT-VENCE NOT < WS-FECHA-HOY
           AND WS-ANT-VENCE NOT > WS-FECHA-LIMITE
                   MOVE WS-ANT-ID TO WS-ID-CAP
                   PERFORM 22-LEE-TRABAJADOR
                   IF WS-VALIDO = "S" AND FT-ACTIVO = "S"
                           MOVE WS-ANT-CURSO TO CR-CODIGO
                           PERFORM 21-LEE-CURSO
                           DISPLAY "ID " WS-ANT-ID " "
                                   FT-NOMBRE(1:20) " "
                                   FT-APELLIDO(1:20) " CURSO "
                                   WS-ANT-CURSO " " CR-NOMBRE(1:25)
                                   " VENCE " WS-ANT-VENCE
                           ADD 1 TO WS-TOT-VENCEN
                   END-IF
           END-IF.

      *EXTRACTO ANUAL DC-3: UN RENGLON POR CURSO CONCLUIDO EN EL
      *ANIO, CON LOS DATOS DEL TRABAJADOR, DE LA EMPRESA Y DEL CURSO
       09-EXTRACTO-DC3.
           DISPLAY "Anio a reportar (AAAA, ENTER = "
                   WS-FECHA-HOY(1:4) "): ".
           MOVE ZERO TO WS-ANIO-CAP.
           ACCEPT WS-ANIO-CAP.
           IF WS-ANIO-CAP = ZERO
                   MOVE WS-FECHA-HOY(1:4) TO WS-ANIO-CAP
           END-IF.
           MOVE WS-ANIO-CAP TO WS-ANIO-DC3.
           PERFORM 25-LEE-EMPRESA.
           OPEN OUTPUT F-DC3.
           MOVE ZERO TO WS-ESCRITOS.
           MOVE LOW-VALUES TO CA-REGISTRO.
           MOVE "N" TO WS-CA-FIN.
           START F-CAPACITACION KEY IS NOT LESS THAN CA-LLAVE
                   INVALID KEY MOVE "S" TO WS-CA-FIN
           END-START.
           PERFORM 09-1-EXTRAE-TOMA UNTIL WS-CA-FIN = "S".
           CLOSE F-DC3.
           DISPLAY "Extracto DC-3 " WS-ANIO-DC3 ": " WS-ESCRITOS
                   " cursos en " WS-NOMBRE-DC3.

       09-1-EXTRAE-TOMA.
           READ F-CAPACITACION NEXT RECORD
                   AT END MOVE "S" TO WS-CA-FIN
                   NOT AT END
                           IF CA-FECHA-FIN(1:4) = WS-ANIO-DC3
                                   PERFORM 09-2-ESCRIBE-DC3
                           END-IF
           END-READ.

       09-2-ESCRIBE-DC3.
           MOVE CA-ID TO WS-ID-CAP.
           PERFORM 22-LEE-TRABAJADOR.
           IF WS-VALIDO = "N"
                   MOVE SPACES TO FT-NOMBRE
                   MOVE SPACES TO FT-APELLIDO
                   MOVE SPACES TO FT-CURP
                   MOVE ZERO TO FT-PUESTO
           END-IF.
           MOVE SPACES TO D3-REGISTRO.
           MOVE WS-ANIO-DC3 TO D3-ANIO.
           MOVE FT-CURP TO D3-CURP.
           MOVE FT-NOMBRE TO D3-NOMBRE.
           MOVE FT-APELLIDO TO D3-APELLIDO.
           IF WS-PU-DISPONIBLE = "S" AND FT-PUESTO NOT = ZERO
                   MOVE FT-PUESTO TO PU-CODIGO
                   READ F-PUESTOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   MOVE PU-NOMBRE TO D3-OCUPACION
                   END-READ
           END-IF.
           MOVE WS-EMPRESA TO D3-EMPRESA.
           MOVE WS-REG-PATRONAL TO D3-REG-PATRONAL.
           MOVE CA-CURSO TO CR-CODIGO.
           PERFORM 21-LEE-CURSO.
           MOVE CR-NOMBRE TO D3-CURSO.
           MOVE CR-AREA TO D3-AREA.
           MOVE CA-HORAS TO D3-HORAS.
           MOVE CA-FECHA TO D3-FECHA-INICIO.
           MOVE CA-FECHA-FIN TO D3-FECHA-FIN.
           MOVE CA-AGENTE TO D3-AGENTE.
           MOVE CA-INSTRUCTOR TO D3-INSTRUCTOR.
           WRITE D3-REGISTRO.
           ADD 1 TO WS-ESCRITOS.

      *CATALOGOS Y MAESTROS; LOS DE CONSULTA PUEDEN FALTAR
       10-ABRIR-ARCHIVOS.
           OPEN I-O F-CURSOS.
           IF WS-CR-STATUS = "35"
                   OPEN OUTPUT F-CURSOS
                   CLOSE F-CURSOS
                   OPEN I-O F-CURSOS
           END-IF.
           OPEN I-O F-CURSOS-PUESTO.
           IF WS-CP-STATUS = "35"
                   OPEN OUTPUT F-CURSOS-PUESTO
                   CLOSE F-CURSOS-PUESTO
                   OPEN I-O F-CURSOS-PUESTO
           END-IF.
           OPEN I-O F-CAPACITACION.
           IF WS-CA-STATUS = "35"
                   OPEN OUTPUT F-CAPACITACION
                   CLOSE F-CAPACITACION
                   OPEN I-O F-CAPACITACION
           END-IF.
           MOVE "N" TO WS-FT-DISPONIBLE.
           OPEN INPUT F-TRABAJADORES.
           IF WS-FT-STATUS = "00"
                   MOVE "S" TO WS-FT-DISPONIBLE
           END-IF.
           MOVE "N" TO WS-PU-DISPONIBLE.
           OPEN INPUT F-PUESTOS.
           IF WS-PU-STATUS = "00"
                   MOVE "S" TO WS-PU-DISPONIBLE
           END-IF.

      *TOMAS DEL CURSO WS-CURSO-CAP DEL TRABAJADOR WS-ID-CAP; LO
      *TIENE SI ALGUNA NO VENCE O VENCE HOY O DESPUES
       20-VERIFICA-CURSO.
           MOVE "N" TO WS-TIENE-CURSO.
           MOVE "N" TO WS-TOMADO.
           MOVE SPACES TO WS-VENCE-MAX.
           MOVE WS-ID-CAP TO CA-ID.
           MOVE WS-CURSO-CAP TO CA-CURSO.
           MOVE LOW-VALUES TO CA-FECHA.
           MOVE "N" TO WS-CA-FIN.
           START F-CAPACITACION KEY IS NOT LESS THAN CA-LLAVE
                   INVALID KEY MOVE "S" TO WS-CA-FIN
           END-START.
           PERFORM 20-1-REVISA-TOMA UNTIL WS-CA-FIN = "S".

       20-1-REVISA-TOMA.
           READ F-CAPACITACION NEXT RECORD
                   AT END MOVE "S" TO WS-CA-FIN
                   NOT AT END
                           IF CA-ID NOT = WS-ID-CAP
                           OR CA-CURSO NOT = WS-CURSO-CAP
                                   MOVE "S" TO WS-CA-FIN
                           ELSE
                                   MOVE "S" TO WS-TOMADO
                                   IF CA-VENCE = SPACES
                                   OR CA-VENCE NOT < WS-FECHA-HOY
                                           MOVE "S" TO WS-TIENE-CURSO
                                   END-IF
                                   IF CA-VENCE > WS-VENCE-MAX
                                           MOVE CA-VENCE
                                                   TO WS-VENCE-MAX
                                   END-IF
                           END-IF
           END-READ.

       21-LEE-CURSO.
           READ F-CURSOS
                   INVALID KEY
                           MOVE "(CURSO NO EN CATALOGO)" TO CR-NOMBRE
                           MOVE SPACES TO CR-AREA
                           MOVE "N" TO CR-ACTIVO
           END-READ.

       22-LEE-TRABAJADOR.
           MOVE "N" TO WS-VALIDO.
           IF WS-FT-DISPONIBLE = "S"
                   MOVE WS-ID-CAP TO FT-ID
                   READ F-TRABAJADORES
                           INVALID KEY
                                   DISPLAY "Trabajador " WS-ID-CAP
                                           " no encontrado"
                           NOT INVALID KEY
                                   MOVE "S" TO WS-VALIDO
                   END-READ
           ELSE
                   DISPLAY "No hay archivo de trabajadores"
           END-IF.

      *VENCIMIENTO: CA-FECHA-FIN MAS CR-VIGENCIA-MESES; SI EL DIA
      *NO EXISTE EN EL MES QUE RESULTA SE TOMA EL ULTIMO DEL MES
       23-CALCULA-VENCIMIENTO.
           MOVE CA-FECHA-FIN TO WS-FECHA-CALC-X.
           COMPUTE WS-FC-MESES = WS-FC-ANIO * 12 + WS-FC-MES - 1
                   + CR-VIGENCIA-MESES.
           DIVIDE WS-FC-MESES BY 12 GIVING WS-FC-ANIO
                   REMAINDER WS-FC-RESIDUO.
           ADD 1 TO WS-FC-RESIDUO GIVING WS-FC-MES.
           IF WS-FC-DIA > 28
                   MOVE "F" TO WS-FU-OPERACION
                   MOVE WS-FECHA-CALC-X TO WS-FU-FECHA-1
                   MOVE "01" TO WS-FU-FECHA-1(7:2)
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   IF WS-FC-DIA > WS-FU-DIAS
                           MOVE WS-FU-DIAS TO WS-FC-DIA
                   END-IF
           END-IF.

      *CURSOS OBLIGATORIOS DEL PUESTO WS-PUESTO-CAP QUE EL
      *TRABAJADOR WS-ID-CAP NO TIENE VIGENTES; LOS LISTA Y LOS
      *CUENTA EN WS-FALTANTES
       24-FALTANTES-TRABAJADOR.
           MOVE ZERO TO WS-FALTANTES.
           MOVE WS-PUESTO-CAP TO CP-PUESTO.
           MOVE ZERO TO CP-CURSO.
           MOVE "N" TO WS-CP-FIN.
           START F-CURSOS-PUESTO KEY IS NOT LESS THAN CP-LLAVE
                   INVALID KEY MOVE "S" TO WS-CP-FIN
           END-START.
           PERFORM 24-1-REVISA-OBLIGATORIO UNTIL WS-CP-FIN = "S".

       24-1-REVISA-OBLIGATORIO.
           READ F-CURSOS-PUESTO NEXT RECORD
                   AT END MOVE "S" TO WS-CP-FIN
                   NOT AT END
                           IF CP-PUESTO NOT = WS-PUESTO-CAP
                                   MOVE "S" TO WS-CP-FIN
                           ELSE
                                   MOVE CP-CURSO TO WS-CURSO-CAP
                                   PERFORM 20-VERIFICA-CURSO
                                   IF WS-TIENE-CURSO = "N"
                                           PERFORM 24-2-MUESTRA-FALTANTE
                                   END-IF
                           END-IF
           END-READ.

       24-2-MUESTRA-FALTANTE.
           ADD 1 TO WS-FALTANTES.
           MOVE CP-CURSO TO CR-CODIGO.
           PERFORM 21-LEE-CURSO.
           IF WS-TOMADO = "S"
                   DISPLAY "ID " WS-ID-CAP " PUESTO " WS-PUESTO-CAP
                           " CURSO " CP-CURSO " " CR-NOMBRE(1:25)
                           " VENCIDO EL " WS-VENCE-MAX
           ELSE
                   DISPLAY "ID " WS-ID-CAP " PUESTO " WS-PUESTO-CAP
                           " CURSO " CP-CURSO " " CR-NOMBRE(1:25)
                           " NO TOMADO"
           END-IF.

      *RAZON SOCIAL Y REGISTRO PATRONAL DE LA CONFIGURACION
       25-LEE-EMPRESA.
           MOVE SPACES TO WS-EMPRESA.
           MOVE SPACES TO WS-REG-PATRONAL.
           OPEN INPUT F-CONFIGURACION.
           IF WS-CF-STATUS = "00" OR WS-CF-STATUS = "05"
                   MOVE "1" TO CF-CLAVE
                   READ F-CONFIGURACION
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                           MOVE CF-EMPRESA TO WS-EMPRESA
                           IF CF-REG-PATRONAL NOT = LOW-VALUES
                                   MOVE CF-REG-PATRONAL
                                           TO WS-REG-PATRONAL
                           END-IF
                   END-READ
           END-IF.
           CLOSE F-CONFIGURACION.

       END PROGRAM CAPACITA.
