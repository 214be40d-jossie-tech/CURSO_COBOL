       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CSV-STATUS.

      *DATOS DE NOMINA PARA COMPLETAR EL DIRECTORIO: EL CRUCE DE
      *IDS (NOMXREF), LOS TRABAJADORES DE LA EMPRESA EN OPERACION Y
      *LOS CATALOGOS COMPARTIDOS DE DEPARTAMENTOS Y PUESTOS
       SELECT OPTIONAL F-XREF
       ASSIGN TO WS-ARCH-XREF
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS XR-FOLIO
       FILE STATUS IS WS-XR-STATUS.

       SELECT OPTIONAL F-TRABAJADORES
       ASSIGN TO WS-ARCH-TRAB
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FT-ID
       FILE STATUS IS WS-FT-STATUS.

       SELECT OPTIONAL F-DEPTOS
       ASSIGN TO "DEPTOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DC-CODIGO
       FILE STATUS IS WS-DC-STATUS.

       SELECT OPTIONAL F-PUESTOS
       ASSIGN TO "PUESTOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PU-CODIGO
       FILE STATUS IS WS-PU-STATUS.

      *ARCHIVO DE TRABAJO DEL SORT PARA EL DIRECTORIO POR
      *DEPARTAMENTO
       SELECT F-DIR-ORDEN
       ASSIGN TO "DIRSORT.TMP".

      *Especificaciones del archivo logico de la DB se definen en la DATA DIVISION
      *Descripcion de registro de datos con variables compuestas
       DATA DIVISION.
               05 EMPLEADOS-ID PIC X(6).
               05 EMPLEADOS-NOMBRE PIC X(25).
               05 EMPLEADOS-APELLIDOS PIC X(35).
      *MISMO LAYOUT QUE GRABA ARCHIVOSDB: FECHA DE NACIMIENTO
      *(AAAAMMDD, LA EDAD SE CALCULA AL LEER), TELEFONO A 10
      *DIGITOS, CORREO Y CONTACTO DE EMERGENCIA
               05 EMPLEADOS-FECHA-NAC PIC X(8).
               05 EMPLEADOS-TELEFONO PIC X(10).
               05 EMPLEADOS-DIRECCION PIC X(35).
               05 EMPLEADOS-CORREO PIC X(50).
               05 EMPLEADOS-EMERG-NOMBRE PIC X(40).
               05 EMPLEADOS-EMERG-PARENTESCO PIC X(15).
               05 EMPLEADOS-EMERG-TELEFONO PIC X(10).

       FD F-IMPRESO.
       01 IMP-LINEA PIC X(380).

       FD F-CSV-DIR.
       01 CSV-LINEA PIC X(400).

       FD F-XREF.
       01 XR-REGISTRO.
           05 XR-FOLIO PIC 9(04).
           05 XR-ARID PIC X(06).
           05 XR-ESTADO PIC X(01).

      *SOLO INTERESAN NOMBRE, DEPARTAMENTOS, ESTATUS, PUESTO Y
      *SUPERVISOR; EL RESTO DEL REGISTRO DE NOMINA VA EN LOS FILLER
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           05 FT-ID PIC 9(04).
           05 FT-NOMBRE PIC X(30).
           05 FT-APELLIDO PIC X(30).
           05 FILLER PIC X(16).
           05 FT-DEPARTAMENTO PIC 9(02) OCCURS 3 TIMES.
           05 FT-ACTIVO PIC X(01).
           05 FILLER PIC X(69).
           05 FT-PUESTO PIC 9(03).
           05 FILLER PIC X(09).
           05 FILLER PIC X(31).
           05 FT-SUPERVISOR PIC 9(04).
           05 FILLER PIC X(21).

       FD F-DEPTOS.
       01 DC-REGISTRO.
           05 DC-CODIGO PIC 9(02).
           05 DC-NOMBRE PIC X(30).
           05 DC-ACTIVO PIC X(01).

       FD F-PUESTOS.
       01 PU-REGISTRO.
           05 PU-CODIGO PIC 9(03).
           05 PU-NOMBRE PIC X(30).
           05 PU-SAL-MIN PIC 9(06)V99.
           05 PU-SAL-MAX PIC 9(06)V99.
           05 PU-ACTIVO PIC X(01).

      *LLAVE DEL SORT: DEPARTAMENTO PRINCIPAL (999 = SIN VINCULO),
      *APELLIDOS Y NOMBRE, Y EL REGISTRO DEL EMPLEADO COMPLETO
       SD F-DIR-ORDEN.
       01 DO-REGISTRO.
           05 DO-DEPTO PIC 9(03).
           05 DO-APELLIDOS PIC X(35).
           05 DO-NOMBRE PIC X(25).
           05 DO-EMPLEADO PIC X(234).

       WORKING-STORAGE SECTION.
       01 PRESENTACION.
           05 MUESTRA-TELEFONO PIC X(10).
           05 TEXTO-DIRECCION PIC X(12) VALUE "Direccion: ".
           05 MUESTRA-DIRECCION PIC X(35).
      *SEGUNDO RENGLON DEL EMPLEADO: CORREO Y CONTACTO DE EMERGENCIA
       01 PRESENTACION-CONTACTO.
           05 TEXTO-CORREO PIC X(14) VALUE "      Correo: ".
           05 MUESTRA-CORREO PIC X(50).
           05 TEXTO-EMERGENCIA PIC X(13) VALUE " Emergencia: ".
           05 MUESTRA-EMERG-NOMBRE PIC X(40).
           05 FILLER PIC X(01) VALUE SPACE.
           05 MUESTRA-EMERG-PARENTESCO PIC X(15).
           05 TEXTO-EMERG-TEL PIC X(06) VALUE " Tel: ".
           05 MUESTRA-EMERG-TELEFONO PIC X(10).

           01 FIN-DEL-ARCHIVO PIC X.
           01 MAXIMO-REGISTROS PIC 99.
               05 FILLER PIC X(27) VALUE "NOMBRE".
               05 FILLER PIC X(37) VALUE "APELLIDOS".
               05 FILLER PIC X(05) VALUE "EDAD".
               05 FILLER PIC X(12) VALUE "TELEFONO".
               05 FILLER PIC X(37) VALUE "DIRECCION".
               05 FILLER PIC X(52) VALUE "CORREO".
               05 FILLER PIC X(42) VALUE "CONTACTO DE EMERGENCIA".
               05 FILLER PIC X(17) VALUE "PARENTESCO".
               05 FILLER PIC X(12) VALUE "TELEFONO".
               05 FILLER PIC X(32) VALUE "DEPARTAMENTO".
               05 FILLER PIC X(32) VALUE "PUESTO".
               05 FILLER PIC X(42) VALUE "SUPERVISOR".
               05 FILLER PIC X(16) VALUE "NOMINA".
           01 WS-IMP-STATUS PIC X(02).
           01 WS-CSV-STATUS PIC X(02).
           01 WS-MODO-SALIDA PIC X(01).
           01 WS-IMP-PAGINA PIC 9(02).
      *ORDEN DEL DIRECTORIO: "I" POR ID (EL DEL ARCHIVO) O "D" POR
      *DEPARTAMENTO, CON PAGINA NUEVA Y CONTEO POR DEPARTAMENTO
           01 WS-ORDEN-DIR PIC X(01).
           01 WS-RENGLON-DEPTO PIC X(60).
           01 WS-PIE-DEPTO.
               05 FILLER PIC X(24)
                   VALUE "Total del departamento".
               05 PIE-DEPTO-CANT PIC ZZZZ9.
           01 WS-DIR-CUENTA-DEPTO PIC 9(05).
           01 WS-DIR-DEPTO-ANT PIC 9(03).
           01 WS-DIR-PRIMERO PIC X(01).

      *ARCHIVOS DE NOMINA DE LA EMPRESA EN OPERACION (PREFIJO DE LA
      *RUTINA EMPRESAUTIL)
           01 WS-EMP-PREFIJO PIC X(04).
           01 WS-ARCH-XREF.
               05 WS-EMP-XREF PIC X(04) VALUE "E01-".
               05 FILLER PIC X(11) VALUE "NOMXREF.DAT".
           01 WS-ARCH-TRAB.
               05 WS-EMP-TRAB PIC X(04) VALUE "E01-".
               05 FILLER PIC X(16) VALUE "TRABAJADORES.DAT".
           01 WS-XR-STATUS PIC X(02).
           01 WS-FT-STATUS PIC X(02).
           01 WS-DC-STATUS PIC X(02).
           01 WS-PU-STATUS PIC X(02).
           01 WS-XR-FIN PIC X(01).
           01 WS-FT-DISPONIBLE PIC X(01).
           01 WS-DC-DISPONIBLE PIC X(01).
           01 WS-PU-DISPONIBLE PIC X(01).
      *CRUCE ID DE ARCHIVOSDB -> FOLIO DE NOMINA EN MEMORIA
           01 WS-XREF-TABLA.
               05 WS-XT-RENGLON OCCURS 2000 TIMES.
                   10 WS-XT-ARID PIC X(06).
                   10 WS-XT-FOLIO PIC 9(04).
           01 WS-XT-USADOS PIC 9(04) COMP.
           01 WS-XT-I PIC 9(04) COMP.
      *DATOS DE NOMINA DEL EMPLEADO EN TURNO
           01 WS-DIR-FOLIO PIC 9(04).
           01 WS-DIR-DEPTO PIC 9(03).
           01 WS-DIR-DEPTO-NOMBRE PIC X(30).
           01 WS-DIR-PUESTO PIC 9(03).
           01 WS-DIR-PUESTO-NOMBRE PIC X(30).
           01 WS-DIR-SUP-FOLIO PIC 9(04).
           01 WS-DIR-SUPERVISOR PIC X(40).
           01 WS-DIR-VINCULO PIC X(16).

      *FILTROS DEL LISTADO: RANGO DE EDAD (CERO = SIN FILTRO) Y
      *BUSQUEDA "CONTIENE" SOBRE DIRECCION O TELEFONO CON LA MISMA
           01 WS-PASA-FILTRO PIC X(01).
           01 WS-FILT-EDAD-REG PIC 9(03).

      *EDAD CALCULADA CON LA FECHA DE NACIMIENTO CONTRA LA DE HOY;
      *SIN FECHA VALIDA LA EDAD QUEDA EN BLANCO Y NO PASA EL FILTRO
           01 WS-HOY-LA.
               05 WS-HOY-ANO PIC 9(04).
               05 WS-HOY-MMDD PIC 9(04).
           01 WS-NAC-LA.
               05 WS-NAC-ANO PIC 9(04).
               05 WS-NAC-MMDD PIC 9(04).
           01 WS-EDAD-CALC PIC 9(03).
           01 WS-EDAD-TEXTO PIC X(03).

      *ID A BUSCAR DIRECTO, SI EL USUARIO QUIERE SALTAR AL LISTADO
      *COMPLETO E IR DIRECTO A UN EMPLEADO EN PARTICULAR
           01 WS-ID-BUSCA PIC X(6).
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
               ACCEPT WS-HOY-LA FROM DATE YYYYMMDD.
               CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
               MOVE WS-EMP-PREFIJO TO WS-EMP-XREF.
               MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
               PERFORM CAPTURAR-RUTA-ARCHIVO.
               PERFORM CAPTURAR-ID-BUSCA.
               IF WS-ID-BUSCA NOT = SPACES
               IF WS-ID-BUSCA NOT = SPACES
                   CONTINUE
               ELSE
               IF (WS-MODO-SALIDA = "I" OR WS-MODO-SALIDA = "C")
               AND WS-ORDEN-DIR = "D"
                   PERFORM GENERA-DIRECTORIO-DEPTO
               ELSE
               IF WS-MODO-SALIDA = "I"
                   PERFORM GENERA-DIRECTORIO-IMPRESO
               ELSE
                   PERFORM CIERRE-ARCHIVO
               END-IF
               END-IF
               END-IF
               END-IF.
               PROGRAM-DONE.
      *GOBACK PARA PODER LLAMARSE DESDE EL LANZADOR
                   MOVE "I" TO WS-MODO-SALIDA.
               IF WS-MODO-SALIDA = "c"
                   MOVE "C" TO WS-MODO-SALIDA.
               MOVE "I" TO WS-ORDEN-DIR.
               IF WS-MODO-SALIDA = "I" OR WS-MODO-SALIDA = "C"
                   DISPLAY "Orden: I-Por ID  D-Por departamento ? "
                   ACCEPT WS-ORDEN-DIR
                   IF WS-ORDEN-DIR = "d"
                       MOVE "D" TO WS-ORDEN-DIR
                   END-IF
               END-IF.

      *FILTROS CAPTURADOS ANTES DE EMPEZAR EL LISTADO, PARA QUE
      *ENCONTRAR "TODOS LOS DE COLONIA CENTRO" DEJE DE SER PAGINAR
               MOVE "S" TO WS-PASA-FILTRO.
               IF WS-FILT-EDAD-MIN > ZERO
               OR WS-FILT-EDAD-MAX > ZERO
                   PERFORM CALCULA-EDAD
                   IF WS-EDAD-TEXTO NOT = SPACES
                       MOVE WS-EDAD-CALC TO WS-FILT-EDAD-REG
                       IF WS-FILT-EDAD-MIN > ZERO
                       AND WS-FILT-EDAD-REG < WS-FILT-EDAD-MIN
                           MOVE "N" TO WS-PASA-FILTRO
                   END-IF
               END-IF.

      *EDAD CUMPLIDA A HOY: DIFERENCIA DE ANIOS, UNO MENOS SI EL
      *CUMPLEANIOS DE ESTE ANIO TODAVIA NO LLEGA
           CALCULA-EDAD.
               MOVE SPACES TO WS-EDAD-TEXTO.
               MOVE ZEROES TO WS-EDAD-CALC.
               IF EMPLEADOS-FECHA-NAC IS NUMERIC
                   MOVE EMPLEADOS-FECHA-NAC TO WS-NAC-LA
                   IF WS-NAC-ANO NOT > WS-HOY-ANO
                       COMPUTE WS-EDAD-CALC = WS-HOY-ANO - WS-NAC-ANO
                       IF WS-HOY-MMDD < WS-NAC-MMDD
                       AND WS-EDAD-CALC > ZERO
                           SUBTRACT 1 FROM WS-EDAD-CALC
                       END-IF
                       MOVE WS-EDAD-CALC TO WS-EDAD-TEXTO
                   END-IF
               END-IF.

      *DIRECTORIO IMPRESO: FRANJA DE EMPRESA, TITULOS DE COLUMNA
      *REPETIDOS CADA 10 RENGLONES (CORTE DE PAGINA) Y PIE CON EL
      *TOTAL DE REGISTROS
           GENERA-DIRECTORIO-IMPRESO.
               OPEN INPUT EMPLEADOS-ARCHIVO.
               OPEN OUTPUT F-IMPRESO.
               PERFORM ABRE-DATOS-NOMINA.
               PERFORM ARMA-ENCABEZADO-FECHA.
               MOVE WS-ENCABEZADO-DIRECTORIO TO IMP-LINEA.
               WRITE IMP-LINEA.
               MOVE WS-TITULOS-COLUMNAS TO IMP-LINEA.
               WRITE IMP-LINEA.
               CLOSE F-IMPRESO.
               CLOSE EMPLEADOS-ARCHIVO.
               PERFORM CIERRA-DATOS-NOMINA.
               DISPLAY "Directorio impreso en DIRECTORIO.TXT".

           ARMA-ENCABEZADO-FECHA.
               ACCEPT WS-FECHA-DIR FROM DATE YYYYMMDD.
               MOVE DIR-ANO TO ENC-ANO.
               MOVE DIR-MES TO ENC-MES.
               MOVE DIR-DIA TO ENC-DIA.

           ESCRIBE-RENGLON-IMPRESO.
               READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
               NOT AT END
                   PERFORM FILTRA-REGISTRO
                   IF WS-PASA-FILTRO = "S"
                       PERFORM ARMA-RENGLON-IMPRESO
                   END-IF
               END-READ.

      *UN RENGLON DEL DIRECTORIO IMPRESO CON EL EMPLEADO QUE ESTA EN
      *EMPLEADOS-REGISTRO, YA COMPLETADO CON SUS DATOS DE NOMINA
           ARMA-RENGLON-IMPRESO.
               ADD 1 TO WS-TOTAL-REGISTROS.
               ADD 1 TO WS-IMP-PAGINA.
               PERFORM CALCULA-EDAD.
               PERFORM BUSCA-DATOS-NOMINA.
               MOVE SPACES TO IMP-LINEA.
               STRING EMPLEADOS-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EMPLEADOS-NOMBRE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EMPLEADOS-APELLIDOS DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-EDAD-TEXTO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EMPLEADOS-TELEFONO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EMPLEADOS-DIRECCION DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EMPLEADOS-CORREO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EMPLEADOS-EMERG-NOMBRE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EMPLEADOS-EMERG-PARENTESCO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EMPLEADOS-EMERG-TELEFONO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-DIR-DEPTO-NOMBRE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-DIR-PUESTO-NOMBRE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-DIR-SUPERVISOR DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-DIR-VINCULO DELIMITED BY SIZE
                       INTO IMP-LINEA.
               WRITE IMP-LINEA.
               IF WS-IMP-PAGINA = 10
                   PERFORM ENCABEZADO-PAGINA
               END-IF.

      *CORTE DE PAGINA: FRANJA Y TITULOS OTRA VEZ; EN EL ORDEN POR
      *DEPARTAMENTO LA PAGINA NUEVA REPITE TAMBIEN EL DEPARTAMENTO
           ENCABEZADO-PAGINA.
               MOVE SPACES TO IMP-LINEA.
               WRITE IMP-LINEA.
               MOVE WS-ENCABEZADO-DIRECTORIO TO IMP-LINEA.
               WRITE IMP-LINEA.
               IF WS-ORDEN-DIR = "D"
                   MOVE WS-RENGLON-DEPTO TO IMP-LINEA
                   WRITE IMP-LINEA
               END-IF.
               MOVE WS-TITULOS-COLUMNAS TO IMP-LINEA.
               WRITE IMP-LINEA.
               MOVE ZEROES TO WS-IMP-PAGINA.

      *VARIANTE CSV DEL DIRECTORIO, CON RENGLON DE TITULOS AL
      *FRENTE, PARA ABRIRSE DIRECTO EN UNA HOJA DE CALCULO
           GENERA-DIRECTORIO-CSV.
               OPEN INPUT EMPLEADOS-ARCHIVO.
               OPEN OUTPUT F-CSV-DIR.
               PERFORM ABRE-DATOS-NOMINA.
               PERFORM ESCRIBE-TITULOS-CSV.
               MOVE ZEROES TO WS-TOTAL-REGISTROS.
               MOVE "1" TO FIN-DEL-ARCHIVO.
               PERFORM ESCRIBE-RENGLON-CSV
               UNTIL FIN-DEL-ARCHIVO = "0".
               CLOSE F-CSV-DIR.
               CLOSE EMPLEADOS-ARCHIVO.
               PERFORM CIERRA-DATOS-NOMINA.
               DISPLAY "Directorio CSV en DIRECTORIO.CSV, "
                       WS-TOTAL-REGISTROS " registros.".

           ESCRIBE-TITULOS-CSV.
               MOVE SPACES TO CSV-LINEA.
               STRING "ID,NOMBRE,APELLIDOS,EDAD,TELEFONO,DIRECCION,"
                       DELIMITED BY SIZE
                       "CORREO,CONTACTO EMERGENCIA,PARENTESCO,"
                       DELIMITED BY SIZE
                       "TELEFONO EMERGENCIA,DEPARTAMENTO,PUESTO,"
                       DELIMITED BY SIZE
                       "SUPERVISOR,NOMINA" DELIMITED BY SIZE
                       INTO CSV-LINEA.
               WRITE CSV-LINEA.

           ESCRIBE-RENGLON-CSV.
               READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
               NOT AT END
                   PERFORM FILTRA-REGISTRO
                   IF WS-PASA-FILTRO = "S"
                       PERFORM ARMA-RENGLON-CSV
                   END-IF
               END-READ.

           ARMA-RENGLON-CSV.
               ADD 1 TO WS-TOTAL-REGISTROS.
               PERFORM CALCULA-EDAD.
               PERFORM BUSCA-DATOS-NOMINA.
               MOVE SPACES TO CSV-LINEA.
               STRING EMPLEADOS-ID DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       EMPLEADOS-NOMBRE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       EMPLEADOS-APELLIDOS DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-EDAD-TEXTO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       EMPLEADOS-TELEFONO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       EMPLEADOS-DIRECCION DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       EMPLEADOS-CORREO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       EMPLEADOS-EMERG-NOMBRE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       EMPLEADOS-EMERG-PARENTESCO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       EMPLEADOS-EMERG-TELEFONO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-DIR-DEPTO-NOMBRE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-DIR-PUESTO-NOMBRE DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-DIR-SUPERVISOR DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-DIR-VINCULO DELIMITED BY SIZE
                       INTO CSV-LINEA.
               WRITE CSV-LINEA.

      *DIRECTORIO ORDENADO POR DEPARTAMENTO (IMPRESO O CSV): EL
      *SORT JUNTA A LOS EMPLEADOS POR EL DEPARTAMENTO PRINCIPAL QUE
      *TIENEN EN NOMINA Y, DENTRO DE CADA UNO, POR APELLIDOS; LOS
      *QUE NO ESTAN VINCULADOS VAN AL FINAL EN SU PROPIO GRUPO
           GENERA-DIRECTORIO-DEPTO.
               OPEN INPUT EMPLEADOS-ARCHIVO.
               PERFORM ABRE-DATOS-NOMINA.
               MOVE ZEROES TO WS-TOTAL-REGISTROS.
               MOVE ZEROES TO WS-IMP-PAGINA.
               MOVE ZEROES TO WS-DIR-CUENTA-DEPTO.
               MOVE "S" TO WS-DIR-PRIMERO.
               IF WS-MODO-SALIDA = "I"
                   OPEN OUTPUT F-IMPRESO
                   PERFORM ARMA-ENCABEZADO-FECHA
               ELSE
                   OPEN OUTPUT F-CSV-DIR
                   PERFORM ESCRIBE-TITULOS-CSV
               END-IF.
               SORT F-DIR-ORDEN
                   ON ASCENDING KEY DO-DEPTO DO-APELLIDOS DO-NOMBRE
                   INPUT PROCEDURE IS SUELTA-EMPLEADOS
                   OUTPUT PROCEDURE IS ESCRIBE-POR-DEPTO.
               IF WS-MODO-SALIDA = "I"
                   IF WS-DIR-PRIMERO = "N"
                       PERFORM PIE-DEPARTAMENTO
                   END-IF
                   MOVE WS-TOTAL-REGISTROS TO PIE-TOTAL-CANT
                   MOVE WS-PIE-TOTAL TO IMP-LINEA
                   WRITE IMP-LINEA
                   CLOSE F-IMPRESO
                   DISPLAY "Directorio por departamento en "
                           "DIRECTORIO.TXT"
               ELSE
                   CLOSE F-CSV-DIR
                   DISPLAY "Directorio CSV por departamento en "
                           "DIRECTORIO.CSV, " WS-TOTAL-REGISTROS
                           " registros."
               END-IF.
               CLOSE EMPLEADOS-ARCHIVO.
               PERFORM CIERRA-DATOS-NOMINA.

           SUELTA-EMPLEADOS.
               MOVE "1" TO FIN-DEL-ARCHIVO.
               PERFORM SUELTA-UN-EMPLEADO
               UNTIL FIN-DEL-ARCHIVO = "0".

           SUELTA-UN-EMPLEADO.
               READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO FIN-DEL-ARCHIVO
               NOT AT END
                   PERFORM FILTRA-REGISTRO
                   IF WS-PASA-FILTRO = "S"
                       PERFORM BUSCA-DATOS-NOMINA
                       MOVE WS-DIR-DEPTO TO DO-DEPTO
                       MOVE EMPLEADOS-APELLIDOS TO DO-APELLIDOS
                       MOVE EMPLEADOS-NOMBRE TO DO-NOMBRE
                       MOVE EMPLEADOS-REGISTRO TO DO-EMPLEADO
                       RELEASE DO-REGISTRO
                   END-IF
               END-READ.

           ESCRIBE-POR-DEPTO.
               MOVE "1" TO FIN-DEL-ARCHIVO.
               PERFORM REGRESA-UN-EMPLEADO
               UNTIL FIN-DEL-ARCHIVO = "0".

      *AL CAMBIAR DE DEPARTAMENTO SE CIERRA EL ANTERIOR CON SU
      *CONTEO Y EL NUEVO EMPIEZA EN PAGINA NUEVA
           REGRESA-UN-EMPLEADO.
               RETURN F-DIR-ORDEN
               AT END
                   MOVE "0" TO FIN-DEL-ARCHIVO
               NOT AT END
                   MOVE DO-EMPLEADO TO EMPLEADOS-REGISTRO
                   IF WS-MODO-SALIDA = "C"
                       PERFORM ARMA-RENGLON-CSV
                   ELSE
                       IF WS-DIR-PRIMERO = "S"
                       OR DO-DEPTO NOT = WS-DIR-DEPTO-ANT
                           PERFORM CAMBIA-DEPARTAMENTO
                       END-IF
                       ADD 1 TO WS-DIR-CUENTA-DEPTO
                       PERFORM ARMA-RENGLON-IMPRESO
                   END-IF
               END-RETURN.

           CAMBIA-DEPARTAMENTO.
               IF WS-DIR-PRIMERO = "N"
                   PERFORM PIE-DEPARTAMENTO
                   MOVE SPACES TO IMP-LINEA
                   WRITE IMP-LINEA
               END-IF.
               MOVE "N" TO WS-DIR-PRIMERO.
               MOVE DO-DEPTO TO WS-DIR-DEPTO-ANT.
               MOVE ZEROES TO WS-DIR-CUENTA-DEPTO.
               PERFORM BUSCA-DATOS-NOMINA.
               MOVE SPACES TO WS-RENGLON-DEPTO.
               IF DO-DEPTO = 999
                   MOVE "EMPLEADOS SIN VINCULO CON NOMINA"
                       TO WS-RENGLON-DEPTO
               ELSE
                   STRING "DEPARTAMENTO " DELIMITED BY SIZE
                           WS-DIR-DEPTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-DIR-DEPTO-NOMBRE DELIMITED BY SIZE
                           INTO WS-RENGLON-DEPTO
               END-IF.
               MOVE WS-ENCABEZADO-DIRECTORIO TO IMP-LINEA.
               WRITE IMP-LINEA.
               MOVE WS-RENGLON-DEPTO TO IMP-LINEA.
               WRITE IMP-LINEA.
               MOVE WS-TITULOS-COLUMNAS TO IMP-LINEA.
               WRITE IMP-LINEA.
               MOVE ZEROES TO WS-IMP-PAGINA.

           PIE-DEPARTAMENTO.
               MOVE WS-DIR-CUENTA-DEPTO TO PIE-DEPTO-CANT.
               MOVE WS-PIE-DEPTO TO IMP-LINEA.
               WRITE IMP-LINEA.

      *DATOS DE NOMINA DEL EMPLEADO: EL CRUCE NOMXREF DA EL FOLIO
      *Y DEL TRABAJADOR SALEN SU DEPARTAMENTO PRINCIPAL (LA PRIMERA
      *COLUMNA), SU PUESTO Y SU SUPERVISOR, CON LOS NOMBRES DE LOS
      *CATALOGOS COMPARTIDOS
           BUSCA-DATOS-NOMINA.
               MOVE 999 TO WS-DIR-DEPTO.
               MOVE SPACES TO WS-DIR-DEPTO-NOMBRE.
               MOVE SPACES TO WS-DIR-PUESTO-NOMBRE.
               MOVE SPACES TO WS-DIR-SUPERVISOR.
               MOVE "SIN VINCULO" TO WS-DIR-VINCULO.
               MOVE ZEROES TO WS-DIR-FOLIO.
               PERFORM BUSCA-FOLIO-XREF
                   VARYING WS-XT-I FROM 1 BY 1
                   UNTIL WS-XT-I > WS-XT-USADOS
                   OR WS-DIR-FOLIO NOT = ZEROES.
               IF WS-DIR-FOLIO NOT = ZEROES
               AND WS-FT-DISPONIBLE = "S"
                   MOVE WS-DIR-FOLIO TO FT-ID
                   READ F-TRABAJADORES
                       INVALID KEY
                           MOVE "FOLIO NO HALLADO" TO WS-DIR-VINCULO
                       NOT INVALID KEY
                           PERFORM TOMA-DATOS-TRABAJADOR
                   END-READ
               END-IF.

           BUSCA-FOLIO-XREF.
               IF WS-XT-ARID(WS-XT-I) = EMPLEADOS-ID
                   MOVE WS-XT-FOLIO(WS-XT-I) TO WS-DIR-FOLIO
               END-IF.

           TOMA-DATOS-TRABAJADOR.
               IF FT-ACTIVO = "S"
                   MOVE "NOMINA" TO WS-DIR-VINCULO
               ELSE
                   MOVE "BAJA NOMINA" TO WS-DIR-VINCULO
               END-IF.
               MOVE FT-DEPARTAMENTO(1) TO WS-DIR-DEPTO.
               MOVE FT-PUESTO TO WS-DIR-PUESTO.
               MOVE FT-SUPERVISOR TO WS-DIR-SUP-FOLIO.
               IF WS-DC-DISPONIBLE = "S"
                   MOVE FT-DEPARTAMENTO(1) TO DC-CODIGO
                   READ F-DEPTOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE DC-NOMBRE TO WS-DIR-DEPTO-NOMBRE
                   END-READ
               END-IF.
               IF WS-DIR-PUESTO NOT = ZEROES
               AND WS-PU-DISPONIBLE = "S"
                   MOVE WS-DIR-PUESTO TO PU-CODIGO
                   READ F-PUESTOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PU-NOMBRE TO WS-DIR-PUESTO-NOMBRE
                   END-READ
               END-IF.
               IF WS-DIR-SUP-FOLIO NOT = ZEROES
                   MOVE WS-DIR-SUP-FOLIO TO FT-ID
                   READ F-TRABAJADORES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           STRING FT-NOMBRE DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   FT-APELLIDO DELIMITED BY "  "
                                   INTO WS-DIR-SUPERVISOR
                   END-READ
               END-IF.

      *EL CRUCE SE CARGA COMPLETO EN MEMORIA PORQUE SU LLAVE ES EL
      *FOLIO DE NOMINA Y AQUI SE BUSCA POR EL ID DE ARCHIVOSDB
           ABRE-DATOS-NOMINA.
               MOVE ZEROES TO WS-XT-USADOS.
               OPEN INPUT F-XREF.
               IF WS-XR-STATUS = "00"
                   MOVE ZEROES TO XR-FOLIO
                   MOVE "N" TO WS-XR-FIN
                   START F-XREF KEY IS NOT LESS THAN XR-FOLIO
                       INVALID KEY MOVE "S" TO WS-XR-FIN
                   END-START
                   PERFORM CARGA-UN-VINCULO
                   UNTIL WS-XR-FIN = "S"
               END-IF.
               CLOSE F-XREF.
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
               IF WS-XT-USADOS = ZEROES
                   DISPLAY "Aviso: no hay vinculos con NOMINA, todos "
                           "los empleados saldran sin vinculo."
               END-IF.

           CARGA-UN-VINCULO.
               READ F-XREF NEXT RECORD
               AT END
                   MOVE "S" TO WS-XR-FIN
               NOT AT END
                   IF WS-XT-USADOS < 2000
                       ADD 1 TO WS-XT-USADOS
                       MOVE XR-ARID TO WS-XT-ARID(WS-XT-USADOS)
                       MOVE XR-FOLIO TO WS-XT-FOLIO(WS-XT-USADOS)
                   END-IF
               END-READ.

           CIERRA-DATOS-NOMINA.
               CLOSE F-TRABAJADORES.
               CLOSE F-DEPTOS.
               CLOSE F-PUESTOS.

      *PERMITE SALTAR DIRECTO A UN EMPLEADO POR SU ID EN VEZ DE
      *PAGINAR TODO EL ARCHIVO, APROVECHANDO QUE ES INDEXED/RECORD
      *KEY EMPLEADOS-ID
               MOVE EMPLEADOS-ID TO MUESTRA-ID.
               MOVE EMPLEADOS-NOMBRE TO MUESTRA-NOMBRE.
               MOVE EMPLEADOS-APELLIDOS TO MUESTRA-APELLIDOS.
               PERFORM CALCULA-EDAD.
               MOVE WS-EDAD-TEXTO TO MUESTRA-EDAD.
               MOVE EMPLEADOS-TELEFONO TO MUESTRA-TELEFONO.
               MOVE EMPLEADOS-DIRECCION TO MUESTRA-DIRECCION.
               DISPLAY PRESENTACION.
               PERFORM MUESTRA-CONTACTO.

           MUESTRA-CONTACTO.
               MOVE EMPLEADOS-CORREO TO MUESTRA-CORREO.
               MOVE EMPLEADOS-EMERG-NOMBRE TO MUESTRA-EMERG-NOMBRE.
               MOVE EMPLEADOS-EMERG-PARENTESCO
                   TO MUESTRA-EMERG-PARENTESCO.
               MOVE EMPLEADOS-EMERG-TELEFONO
                   TO MUESTRA-EMERG-TELEFONO.
               DISPLAY PRESENTACION-CONTACTO.

      *Permite capturar la ruta del archivo en tiempo de ejecucion en
      *vez de dejarla fija en el codigo
                   MOVE EMPLEADOS-ID TO MUESTRA-ID.
                   MOVE EMPLEADOS-NOMBRE TO MUESTRA-NOMBRE.
                   MOVE EMPLEADOS-APELLIDOS TO MUESTRA-APELLIDOS.
                   PERFORM CALCULA-EDAD.
                   MOVE WS-EDAD-TEXTO TO MUESTRA-EDAD.
                   MOVE EMPLEADOS-TELEFONO TO MUESTRA-TELEFONO.
                   MOVE EMPLEADOS-DIRECCION TO MUESTRA-DIRECCION.
                   DISPLAY PRESENTACION.
                   PERFORM MUESTRA-CONTACTO.
                   ADD 1 TO MAXIMO-REGISTROS.
                   ADD 1 TO WS-TOTAL-REGISTROS.
                   MOVE WS-TOTAL-REGISTROS TO PROGRESO-ACTUAL.
