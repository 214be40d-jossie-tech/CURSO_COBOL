           RECORD KEY IS CF-CLAVE
           FILE STATUS IS WS-CF-STATUS.

      *CATALOGO DE TURNOS Y ROL SEMANAL QUE SE MANTIENEN EN NOMINA;
      *LA TOTALIZACION COMPARA LA ENTRADA DE CADA DIA CONTRA EL
      *TURNO ASIGNADO PARA CONTAR LOS RETARDOS
           SELECT OPTIONAL F-TURNOS
           ASSIGN TO WS-ARCH-TURNOS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-TU-STATUS.

           SELECT OPTIONAL F-ROL
           ASSIGN TO WS-ARCH-ROL
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS RL-LLAVE
           FILE STATUS IS WS-RL-STATUS.

      *AUSENCIAS DE NOMINA: CADA TANTOS RETARDOS SE GRABA AQUI UNA
      *FALTA SIN GOCE (TIPO "R") QUE NOMINA DESCUENTA
           SELECT F-AUSENCIAS
           ASSIGN TO WS-ARCH-AUS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AU-LLAVE
           FILE STATUS IS WS-AU-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *MISMO LAYOUT DE FT-REGISTRO EN NOMINA, CON PREFIJO GT- PARA NO
           02 GT-RFC                       PIC X(13).
           02 GT-CURP                      PIC X(18).
           02 GT-SUPERVISOR                PIC 9(04).
           02 GT-NSS                       PIC X(11).
           02 GT-SDI                       PIC 9(05)V99.
           02 GT-ESTADO-TRAB               PIC X(02).
           02 GT-ZONA-SM                   PIC X(01).

      *UNA CHECADA: EMPLEADO(4) FECHA(8) HORA(5 HH:MM) TIPO(1)
       FD F-FERIADOS.
           02 CF-CLAVE                     PIC X(01).
           02 FILLER                       PIC X(59).
           02 CF-HORAS-TOPE                PIC 9(03).
           02 FILLER                       PIC X(16).
           02 CF-RETARDOS-FALTA            PIC 9(02).

       FD F-ASISTENCIA.
       01 AS-REGISTRO.
           02 AS-SALIDA                    PIC X(05).
           02 AS-HORAS-EXTRA               PIC 9(02).

      *MISMOS LAYOUTS DE TU-REGISTRO, RL-REGISTRO Y AU-REGISTRO EN
      *NOMINA
       FD F-TURNOS.
       01 TU-REGISTRO.
           02 TU-CODIGO                    PIC X(02).
           02 TU-NOMBRE                    PIC X(20).
           02 TU-ENTRADA                   PIC X(05).
           02 TU-SALIDA                    PIC X(05).
           02 TU-TIPO                      PIC X(01).
           02 TU-TOLERANCIA                PIC 9(02).

       FD F-ROL.
       01 RL-REGISTRO.
           02 RL-LLAVE.
               03 RL-ID                    PIC 9(04).
               03 RL-LUNES                 PIC X(08).
           02 RL-TURNO                     PIC X(02) OCCURS 7 TIMES.

       FD F-AUSENCIAS.
       01 AU-REGISTRO.
           02 AU-LLAVE.
               03 AU-ID                    PIC 9(04).
               03 AU-FECHA                 PIC X(08).
           02 AU-TIPO                      PIC X(01).
           02 AU-DIAS                      PIC 9(02).

       WORKING-STORAGE SECTION.
      *NOMBRES DE LOS ARCHIVOS DE LA FAMILIA DE NOMINA, CON EL
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
           02 WS-EMP-CFG                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMCFG.DAT".
       01 WS-ARCH-TURNOS.
           02 WS-EMP-TURNOS                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMTURNOS.DAT".
       01 WS-ARCH-ROL.
           02 WS-EMP-ROL                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMROL.DAT".
       01 WS-ARCH-AUS.
           02 WS-EMP-AUS                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUS.DAT".
       77 WS-GT-STATUS                                 PIC X(02).
       77 WS-AS-STATUS                                 PIC X(02).
       77 WS-ID-BUSQUEDA                               PIC 9(04).
      *NOMINA (SI NO EXISTE SE QUEDA EL VALOR POR DEFECTO)
       77 WS-HORAS-TOPE                                PIC 9(03)
           VALUE 20.
      *RETARDOS CONTRA EL ROL SEMANAL: CUANTOS RETARDOS HACEN UNA
      *FALTA (DE LA CONFIGURACION DE NOMINA, CERO DESACTIVA), LOS
      *RETARDOS DEL TRABAJADOR EN EL PERIODO Y LAS FECHAS EN QUE
      *SE CUMPLIO CADA FALTA. LA SEMANA DEL ROL SE UBICA CONTANDO
      *DIAS DESDE UN LUNES DE REFERENCIA, IGUAL QUE EN NOMINA
       77 WS-RETARDOS-FALTA                            PIC 9(02)
           VALUE 3.
       77 WS-TU-STATUS                                 PIC X(02).
       77 WS-RL-STATUS                                 PIC X(02).
       77 WS-AU-STATUS                                 PIC X(02).
       77 WS-ROL-DISPONIBLE                            PIC X(01).
       77 WS-AU-FIN                                    PIC X(01).
       77 WS-RETARDOS                                  PIC 9(03).
       77 WS-RT-COCIENTE                               PIC 9(03).
       77 WS-RT-RESIDUO                                PIC 9(02).
       01 WS-FALTAS-RETARDO.
           02 WS-RT-FECHA OCCURS 31 TIMES              PIC X(08).
       77 WS-RT-USADAS                                 PIC 9(02).
       77 WS-RT-IDX                                    PIC 9(02).
       77 WS-MIN-TURNO                                 PIC 9(05).
       77 WS-LUNES-BASE                                PIC X(08)
           VALUE "20240101".
       77 WS-RL-DOW                                    PIC 9(01).
       77 WS-RL-DIA                                    PIC 9(01).
       77 WS-RL-SEMANAS                                PIC 9(05).
       77 WS-FU-OPERACION                              PIC X(01).
       77 WS-FU-FECHA-1                                PIC X(08).
       77 WS-FU-FECHA-2                                PIC X(08).
       77 WS-FU-DIAS                                   PIC 9(05).
      *IMPORTACION DE CHECADAS: RUTA DEL ARCHIVO DEL RELOJ,
      *ESTATUS, CONTADORES Y LA LISTA DE DIAS CREADOS EN ESTA
      *CORRIDA PARA DETECTAR AL FINAL LAS SALIDAS FALTANTES
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ASIS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CFG.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TURNOS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ROL.
           MOVE WS-EMP-PREFIJO TO WS-EMP-AUS.

       ABRE-ASISTENCIA.
      *SI AUN NO EXISTE EL DETALLE DE ASISTENCIA SE CREA VACIO,
                                    MOVE CF-HORAS-TOPE
                                            TO WS-HORAS-TOPE
                            END-IF
                            IF CF-RETARDOS-FALTA NUMERIC
                                    MOVE CF-RETARDOS-FALTA
                                            TO WS-RETARDOS-FALTA
                            END-IF
                    END-READ
            END-IF.
            CLOSE F-CONFIGURACION.
       JOURNAL-TRABAJADOR.
            MOVE "T" TO WS-JRN-TIPO.
            MOVE SPACES TO WS-JRN-IMAGEN.
            MOVE GT-REGISTRO TO WS-JRN-IMAGEN(1:224).
            CALL "JOURNALUTIL" USING WS-JRN-TIPO WS-JRN-IMAGEN.

       JOURNAL-AUSENCIA.
            MOVE "A" TO WS-JRN-TIPO.
            MOVE SPACES TO WS-JRN-IMAGEN.
            MOVE AU-REGISTRO TO WS-JRN-IMAGEN(1:15).
            CALL "JOURNALUTIL" USING WS-JRN-TIPO WS-JRN-IMAGEN.

       VERIFICA-CANDADO.
      *TOTALIZACION DEL PERIODO: SUMA LAS HORAS EXTRA DEL DETALLE
      *DIARIO DEL MES PEDIDO Y GRABA EL TOTAL EN GT-HORAS-EXTRA DE
      *CADA TRABAJADOR ACTIVO, PARA QUE EL PAGO DE NOMINA QUEDE
      *RESPALDADO POR DIAS REALES EN VEZ DE UN NUMERO SUELTO. CON
      *ROL SEMANAL CAPTURADO TAMBIEN CUENTA LOS RETARDOS CONTRA EL
      *TURNO DE CADA DIA Y GRABA LAS FALTAS QUE GENERAN
       TOTALIZA-ASISTENCIA.
            DISPLAY "Periodo a totalizar (AAAAMM, ENTER = actual): ".
            MOVE SPACES TO WS-PERIODO-TOT.
                    ACCEPT WS-AS-FECHA-CAP FROM DATE YYYYMMDD
                    MOVE WS-AS-FECHA-CAP(1:6) TO WS-PERIODO-TOT
            END-IF.
            PERFORM ABRE-ROL.
            MOVE ZERO TO WS-TOT-CONTADOR.
            MOVE ZERO TO GT-ID.
            MOVE "N" TO WS-GT-FIN.
                    INVALID KEY MOVE "S" TO WS-GT-FIN
            END-START.
            PERFORM TOTALIZA-TRABAJADOR UNTIL WS-GT-FIN = "S".
            IF WS-ROL-DISPONIBLE = "S"
                    CLOSE F-TURNOS
                    CLOSE F-ROL
                    CLOSE F-AUSENCIAS
            END-IF.
            DISPLAY "Totalizados " WS-TOT-CONTADOR " trabajadores "
                    "del periodo " WS-PERIODO-TOT ".".

                                                "total de " GT-ID
                                    END-REWRITE
                                    PERFORM JOURNAL-TRABAJADOR
                                    IF WS-ROL-DISPONIBLE = "S"
                                            PERFORM APLICA-RETARDOS
                                    END-IF
                                    ADD 1 TO WS-TOT-CONTADOR
                            END-IF
            END-READ.
      *RECORRIDO DEL MAESTRO SIGUE DONDE IBA
       SUMA-DETALLE-PERIODO.
            MOVE ZERO TO WS-HORAS-TOTAL.
            MOVE ZERO TO WS-RETARDOS.
            MOVE ZERO TO WS-RT-USADAS.
            MOVE GT-ID TO AS-ID.
            MOVE LOW-VALUES TO AS-FECHA.
            MOVE "N" TO WS-AS-FIN.
                            IF AS-FECHA(1:6) = WS-PERIODO-TOT
                                    ADD AS-HORAS-EXTRA
                                            TO WS-HORAS-TOTAL
                                    IF WS-ROL-DISPONIBLE = "S"
                                    AND AS-FECHA NOT < WS-LUNES-BASE
                                    AND AS-ENTRADA NOT = SPACES
                                            PERFORM REVISA-RETARDO
                                    END-IF
                            END-IF
                            END-IF
            END-READ.

      *EL ROL SEMANAL SE ABRE SOLO PARA LA TOTALIZACION; SIN ROL
      *CAPTURADO NO HAY CONTRA QUE COMPARAR Y SOLO SE SUMAN HORAS
       ABRE-ROL.
            MOVE "N" TO WS-ROL-DISPONIBLE.
            OPEN INPUT F-ROL.
            IF WS-RL-STATUS = "00"
                    OPEN INPUT F-TURNOS
                    OPEN I-O F-AUSENCIAS
                    IF WS-AU-STATUS = "35"
                            OPEN OUTPUT F-AUSENCIAS
                            CLOSE F-AUSENCIAS
                            OPEN I-O F-AUSENCIAS
                    END-IF
                    MOVE "S" TO WS-ROL-DISPONIBLE
            ELSE
                    CLOSE F-ROL
            END-IF.

      *UBICA EL TURNO QUE EL ROL LE ASIGNA AL TRABAJADOR EL DIA DE
      *AS-FECHA: LA SEMANA ES LA DE SU LUNES Y EL DIA SALE DE LOS
      *DIAS TRANSCURRIDOS DESDE EL LUNES DE REFERENCIA ENTRE SIETE.
      *UN DIA DE DESCANSO O SIN ROL NO CUENTA RETARDO
       REVISA-RETARDO.
            MOVE "D" TO WS-FU-OPERACION.
            MOVE WS-LUNES-BASE TO WS-FU-FECHA-1.
            MOVE AS-FECHA TO WS-FU-FECHA-2.
            CALL "FECHAUTIL" USING WS-FU-OPERACION
                    WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
            DIVIDE WS-FU-DIAS BY 7 GIVING WS-RL-SEMANAS
                    REMAINDER WS-RL-DOW.
            ADD 1 TO WS-RL-DOW GIVING WS-RL-DIA.
            MOVE "R" TO WS-FU-OPERACION.
            MOVE AS-FECHA TO WS-FU-FECHA-1.
            MOVE WS-RL-DOW TO WS-FU-DIAS.
            CALL "FECHAUTIL" USING WS-FU-OPERACION
                    WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
            MOVE GT-ID TO RL-ID.
            MOVE WS-FU-FECHA-2 TO RL-LUNES.
            READ F-ROL
                    INVALID KEY
                            CONTINUE
                    NOT INVALID KEY
                            IF RL-TURNO(WS-RL-DIA) NOT = SPACES
                                    MOVE RL-TURNO(WS-RL-DIA)
                                            TO TU-CODIGO
                                    READ F-TURNOS
                                        INVALID KEY
                                            CONTINUE
                                        NOT INVALID KEY
                                            PERFORM COMPARA-ENTRADA
                                    END-READ
                            END-IF
            END-READ.

      *ES RETARDO LA ENTRADA POSTERIOR A LA DEL TURNO MAS SU
      *TOLERANCIA; CADA VEZ QUE SE JUNTAN LOS RETARDOS QUE MARCA
      *LA REGLA SE ANOTA LA FECHA COMO UNA FALTA
       COMPARA-ENTRADA.
            IF AS-ENTRADA(1:2) NUMERIC AND AS-ENTRADA(4:2) NUMERIC
            AND TU-ENTRADA(1:2) NUMERIC AND TU-ENTRADA(4:2) NUMERIC
                    MOVE AS-ENTRADA(1:2) TO WS-HORA-HH
                    MOVE AS-ENTRADA(4:2) TO WS-HORA-MM
                    COMPUTE WS-MIN-ENTRADA =
                            WS-HORA-HH * 60 + WS-HORA-MM
                    MOVE TU-ENTRADA(1:2) TO WS-HORA-HH
                    MOVE TU-ENTRADA(4:2) TO WS-HORA-MM
                    COMPUTE WS-MIN-TURNO =
                            WS-HORA-HH * 60 + WS-HORA-MM
                                    + TU-TOLERANCIA
                    IF WS-MIN-ENTRADA > WS-MIN-TURNO
                            ADD 1 TO WS-RETARDOS
                            IF WS-RETARDOS-FALTA > ZERO
                                    DIVIDE WS-RETARDOS
                                        BY WS-RETARDOS-FALTA
                                        GIVING WS-RT-COCIENTE
                                        REMAINDER WS-RT-RESIDUO
                                    IF WS-RT-RESIDUO = ZERO
                                    AND WS-RT-USADAS < 31
                                        ADD 1 TO WS-RT-USADAS
                                        MOVE AS-FECHA
                                          TO WS-RT-FECHA(WS-RT-USADAS)
                                    END-IF
                            END-IF
                    END-IF
            END-IF.

      *PRIMERO DEJA EN CERO LAS FALTAS POR RETARDOS QUE YA HUBIERA
      *EN EL PERIODO (UNA TOTALIZACION REPETIDA O UN ROL CORREGIDO
      *NO DEBEN DUPLICARLAS) Y DESPUES GRABA LAS QUE RESULTARON
       APLICA-RETARDOS.
            MOVE GT-ID TO AU-ID.
            MOVE WS-PERIODO-TOT TO AU-FECHA(1:6).
            MOVE "00" TO AU-FECHA(7:2).
            MOVE "N" TO WS-AU-FIN.
            START F-AUSENCIAS KEY IS NOT LESS THAN AU-LLAVE
                    INVALID KEY MOVE "S" TO WS-AU-FIN
            END-START.
            PERFORM ANULA-FALTA-RETARDO UNTIL WS-AU-FIN = "S".
            MOVE 1 TO WS-RT-IDX.
            PERFORM GRABA-FALTA-RETARDO
                    UNTIL WS-RT-IDX > WS-RT-USADAS.
            IF WS-RETARDOS > ZERO
                    DISPLAY "  " GT-ID " " GT-NOMBRE " retardos: "
                            WS-RETARDOS ", faltas: " WS-RT-USADAS
            END-IF.

       ANULA-FALTA-RETARDO.
            READ F-AUSENCIAS NEXT RECORD
                    AT END MOVE "S" TO WS-AU-FIN
                    NOT AT END
                            IF AU-ID NOT = GT-ID
                            OR AU-FECHA(1:6) NOT = WS-PERIODO-TOT
                                    MOVE "S" TO WS-AU-FIN
                            ELSE
                            IF AU-TIPO = "R" AND AU-DIAS > ZERO
                                    MOVE ZERO TO AU-DIAS
                                    REWRITE AU-REGISTRO
                                        INVALID KEY
                                        DISPLAY "Error al anular la "
                                                "falta de " AU-ID
                                    END-REWRITE
                                    PERFORM JOURNAL-AUSENCIA
                            END-IF
                            END-IF
            END-READ.

      *LA FALTA QUEDA CON LA FECHA DEL RETARDO QUE LA COMPLETO; SI
      *ESE DIA YA TIENE OTRA AUSENCIA CAPTURADA NO SE PISA
       GRABA-FALTA-RETARDO.
            MOVE GT-ID TO AU-ID.
            MOVE WS-RT-FECHA(WS-RT-IDX) TO AU-FECHA.
            READ F-AUSENCIAS
                    INVALID KEY
                            MOVE "R" TO AU-TIPO
                            MOVE 1 TO AU-DIAS
                            WRITE AU-REGISTRO
                                INVALID KEY
                                DISPLAY "Error al grabar la falta "
                                        "de " AU-ID
                            END-WRITE
                            PERFORM JOURNAL-AUSENCIA
                    NOT INVALID KEY
                            IF AU-TIPO = "R"
                                    MOVE 1 TO AU-DIAS
                                    REWRITE AU-REGISTRO
                                        INVALID KEY
                                        DISPLAY "Error al grabar la "
                                                "falta de " AU-ID
                                    END-REWRITE
                                    PERFORM JOURNAL-AUSENCIA
                            ELSE
                                    DISPLAY "  " AU-ID " ya tiene "
                                            "una ausencia el "
                                            AU-FECHA ", la falta por "
                                            "retardos no se graba"
                            END-IF
            END-READ.
            ADD 1 TO WS-RT-IDX.

      *IMPORTACION DEL ARCHIVO DEL RELOJ CHECADOR: CADA CHECADA SE
      *CRUZA CONTRA LA PLANTILLA Y ARMA EL DETALLE DE ASISTENCIA
