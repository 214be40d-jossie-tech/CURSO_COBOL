      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Corrida de verificacion de la cadena de la bitacora
      *          de auditoria: recorre los volumenes de auditoria
      *          que dejo la retencion (en el orden de ARCCAT.TXT) y
      *          luego el NOMAUD.LOG vivo, recalcula el sello de cada
      *          renglon con BITACORAUTIL y reporta el primer
      *          eslabon roto: en que archivo y renglon, y si faltan
      *          renglones (hueco en el consecutivo) o si el renglon
      *          fue alterado (el sello no corresponde)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMVERIAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADA VOLUMEN Y EL VIVO SE LEEN CON EL MISMO FD, CAMBIANDO
      *EL NOMBRE ANTES DE ABRIR
           SELECT OPTIONAL F-BITACORA
           ASSIGN TO WS-NOMBRE-BITACORA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BIT-STATUS.

           SELECT OPTIONAL F-SELLO
           ASSIGN TO WS-ARCH-SEL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SEL-STATUS.

      *CATALOGO DE VOLUMENES DE LA RETENCION (ARCHIVADOR)
           SELECT OPTIONAL F-CATVOL
           ASSIGN TO "ARCCAT.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.

           SELECT F-REPORTE
           ASSIGN TO WS-ARCH-REPORTE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *MISMO LAYOUT QUE EL FD F-AUDITORIA DE NOMINA
       FD F-BITACORA.
       01 AUD-REGISTRO.
           02 AUD-FECHA                    PIC X(08).
           02 AUD-HORA                     PIC X(08).
           02 AUD-ID                       PIC 9(04).
           02 AUD-ACCION                   PIC X(12).
           02 AUD-CAMPO                    PIC X(15).
           02 AUD-VALOR-ANTERIOR           PIC X(30).
           02 AUD-VALOR-NUEVO              PIC X(30).
           02 AUD-OPERADOR                 PIC X(08).
           02 AUD-SELLADO.
               03 AUD-SECUENCIA            PIC 9(08).
               03 AUD-SELLO                PIC 9(09).

       FD F-SELLO.
       01 SEL-REGISTRO.
           02 SEL-SECUENCIA                PIC 9(08).
           02 SEL-SELLO                    PIC 9(09).

       FD F-CATVOL.
       01 CAT-REGISTRO.
           02 CAT-TIPO                     PIC X(03).
           02 FILLER                       PIC X(01).
           02 CAT-CORTE                    PIC X(08).
           02 FILLER                       PIC X(01).
           02 CAT-NOMBRE                   PIC X(40).

       FD F-REPORTE.
       01 RP-LINEA                         PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-AUD.
           02 WS-EMP-AUD                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUD.LOG".
       01 WS-ARCH-SEL.
           02 WS-EMP-SEL                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUD.SEL".
       01 WS-ARCH-REPORTE.
           02 WS-EMP-REP                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUDVER-".
           02 WS-FECHA-REP                 PIC X(08).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-NOMBRE-BITACORA               PIC X(40).
       77 WS-BIT-STATUS                    PIC X(02).
       77 WS-SEL-STATUS                    PIC X(02).
       77 WS-CAT-STATUS                    PIC X(02).
       77 WS-RP-STATUS                     PIC X(02).
       77 WS-FIN-ARCHIVO                   PIC X(01).
       77 WS-FIN-CAT                       PIC X(01).
       77 WS-FECHA-HOY                     PIC X(08).
      *ESTADO DE LA CADENA: SI YA APARECIO EL PRIMER RENGLON
      *SELLADO, EL CONSECUTIVO QUE SIGUE Y EL SELLO DEL ANTERIOR
       77 WS-CADENA-INICIADA               PIC X(01).
       77 WS-ESPERADA                      PIC 9(08).
       77 WS-SELLO-ANTERIOR                PIC 9(09).
      *RENGLON QUE SE MANDA A RECALCULAR A BITACORAUTIL
       77 WS-BIT-OP                        PIC X(01).
       01 WS-CALCULO.
           02 WS-CAL-CONTENIDO             PIC X(115).
           02 WS-CAL-SECUENCIA             PIC 9(08).
           02 WS-CAL-SELLO                 PIC 9(09).
      *PRIMER ESLABON ROTO: TIPO ("F" FALTAN RENGLONES, "A"
      *RENGLON ALTERADO), ARCHIVO, RENGLON DENTRO DEL ARCHIVO Y
      *CONSECUTIVOS FALTANTES CUANDO APLICA
       77 WS-RUP-TIPO                      PIC X(01).
       77 WS-RUP-ARCHIVO                   PIC X(40).
       77 WS-RUP-RENGLON                   PIC 9(07).
       77 WS-RUP-DESDE                     PIC 9(08).
       77 WS-RUP-HASTA                     PIC 9(08).
       77 WS-RUP-MOTIVO                    PIC X(60).
      *CONTADORES DE LA CORRIDA
       77 WS-RENGLON-ARCHIVO               PIC 9(07).
       77 WS-VOLUMENES                     PIC 9(04).
       77 WS-LEIDOS                        PIC 9(07).
       77 WS-PREVIOS                       PIC 9(07).
       77 WS-VERIFICADOS                   PIC 9(07).
       77 WS-CUENTA-FMT                    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "VERIFICACION DE LA CADENA DE LA BITACORA DE "
                   "AUDITORIA".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-REP.
           OPEN OUTPUT F-REPORTE.
           MOVE SPACES TO RP-LINEA.
           STRING "VERIFICACION DE LA BITACORA DE AUDITORIA, EMPRESA "
                           DELIMITED BY SIZE
                   WS-EMP-PREFIJO(2:2) DELIMITED BY SIZE
                   ", CORRIDA DEL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE "N" TO WS-CADENA-INICIADA.
           MOVE "S" TO WS-FIN-ARCHIVO.
           MOVE 1 TO WS-ESPERADA.
           MOVE ZERO TO WS-SELLO-ANTERIOR.
           MOVE SPACE TO WS-RUP-TIPO.
           MOVE ZERO TO WS-VOLUMENES.
           MOVE ZERO TO WS-LEIDOS.
           MOVE ZERO TO WS-PREVIOS.
           MOVE ZERO TO WS-VERIFICADOS.
           PERFORM 10-RECORRE-VOLUMENES.
           IF WS-RUP-TIPO = SPACE
                   MOVE WS-ARCH-AUD TO WS-NOMBRE-BITACORA
                   PERFORM 20-VERIFICA-ARCHIVO
           END-IF.
           IF WS-RUP-TIPO = SPACE
                   PERFORM 30-VERIFICA-ULTIMO
           END-IF.
           PERFORM 40-RESUMEN.
           CLOSE F-REPORTE.
           DISPLAY "Detalle de la verificacion en " WS-ARCH-REPORTE.
      *GOBACK PARA REGRESAR AL MENU DEL LANZADOR
           GOBACK.

      *ARMA LOS NOMBRES DE ARCHIVO CON LA EMPRESA EN OPERACION;
      *DEBE CORRER ANTES DE ABRIR CUALQUIER ARCHIVO
       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-AUD.
           MOVE WS-EMP-PREFIJO TO WS-EMP-SEL.
           MOVE WS-EMP-PREFIJO TO WS-EMP-REP.

      *LOS VOLUMENES SE ANOTAN EN EL CATALOGO EN EL ORDEN EN QUE
      *SE GENERAN, QUE ES EL ORDEN DE LA CADENA; EL CATALOGO ES DE
      *TODAS LAS EMPRESAS, SOLO SE TOMAN LOS DE LA EMPRESA ACTUAL
       10-RECORRE-VOLUMENES.
           OPEN INPUT F-CATVOL.
           IF WS-CAT-STATUS = "00"
                   MOVE "N" TO WS-FIN-CAT
                   PERFORM 10-1-LEE-CATALOGO
                           UNTIL WS-FIN-CAT = "S"
                           OR WS-RUP-TIPO NOT = SPACE
           END-IF.
           CLOSE F-CATVOL.

       10-1-LEE-CATALOGO.
           READ F-CATVOL
                   AT END MOVE "S" TO WS-FIN-CAT
                   NOT AT END
                           IF CAT-TIPO = "AUD"
                           AND CAT-NOMBRE(1:4) = WS-EMP-PREFIJO
                                   ADD 1 TO WS-VOLUMENES
                                   MOVE CAT-NOMBRE
                                           TO WS-NOMBRE-BITACORA
                                   PERFORM 20-VERIFICA-ARCHIVO
                           END-IF
           END-READ.

      *UN VOLUMEN DEL CATALOGO QUE YA NO ESTA EN DISCO SE REPORTA
      *COMO RENGLONES FALTANTES CUANDO EL SIGUIENTE NO CONTINUE EL
      *CONSECUTIVO
       20-VERIFICA-ARCHIVO.
           MOVE ZERO TO WS-RENGLON-ARCHIVO.
           OPEN INPUT F-BITACORA.
           IF WS-BIT-STATUS NOT = "00"
                   DISPLAY "No se encontro " WS-NOMBRE-BITACORA
                   MOVE SPACES TO RP-LINEA
                   STRING "ARCHIVO NO ENCONTRADO: " DELIMITED BY SIZE
                           WS-NOMBRE-BITACORA DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
           ELSE
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM 20-1-LEE-RENGLON
                           UNTIL WS-FIN-ARCHIVO = "S"
                           OR WS-RUP-TIPO NOT = SPACE
           END-IF.
           CLOSE F-BITACORA.

       20-1-LEE-RENGLON.
           READ F-BITACORA
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           ADD 1 TO WS-RENGLON-ARCHIVO
                           ADD 1 TO WS-LEIDOS
                           PERFORM 21-EXAMINA-RENGLON
           END-READ.

      *LOS RENGLONES ESCRITOS ANTES DE QUE EXISTIERA LA CADENA NO
      *TRAEN SELLO Y SOLO SE CUENTAN; UNA VEZ INICIADA LA CADENA,
      *UN RENGLON SIN SELLO SOLO PUDO METERSE A MANO
       21-EXAMINA-RENGLON.
           IF AUD-SELLADO IS NOT NUMERIC
                   IF WS-CADENA-INICIADA = "N"
                           ADD 1 TO WS-PREVIOS
                   ELSE
                           MOVE "A" TO WS-RUP-TIPO
                           MOVE "RENGLON SIN SELLO DENTRO DE LA CADENA"
                                   TO WS-RUP-MOTIVO
                   END-IF
           ELSE
           IF WS-CADENA-INICIADA = "N"
                   MOVE "S" TO WS-CADENA-INICIADA
                   IF AUD-SECUENCIA NOT = 1
                           MOVE "F" TO WS-RUP-TIPO
                           MOVE 1 TO WS-RUP-DESDE
                           SUBTRACT 1 FROM AUD-SECUENCIA
                                   GIVING WS-RUP-HASTA
                           MOVE "FALTA EL INICIO DE LA CADENA"
                                   TO WS-RUP-MOTIVO
                   END-IF
           ELSE
           IF AUD-SECUENCIA > WS-ESPERADA
                   MOVE "F" TO WS-RUP-TIPO
                   MOVE WS-ESPERADA TO WS-RUP-DESDE
                   SUBTRACT 1 FROM AUD-SECUENCIA GIVING WS-RUP-HASTA
                   MOVE "HUECO EN EL CONSECUTIVO" TO WS-RUP-MOTIVO
           ELSE
           IF AUD-SECUENCIA < WS-ESPERADA
                   MOVE "A" TO WS-RUP-TIPO
                   MOVE "CONSECUTIVO REPETIDO O FUERA DE ORDEN"
                           TO WS-RUP-MOTIVO
           END-IF.
           IF WS-RUP-TIPO = SPACE
           AND AUD-SELLADO IS NUMERIC
                   PERFORM 22-RECALCULA-SELLO
           END-IF.
           IF WS-RUP-TIPO NOT = SPACE
                   MOVE WS-NOMBRE-BITACORA TO WS-RUP-ARCHIVO
                   MOVE WS-RENGLON-ARCHIVO TO WS-RUP-RENGLON
                   PERFORM 50-REPORTA-RUPTURA
           END-IF.

       22-RECALCULA-SELLO.
           MOVE AUD-REGISTRO TO WS-CALCULO.
           MOVE WS-SELLO-ANTERIOR TO WS-CAL-SELLO.
           MOVE "C" TO WS-BIT-OP.
           CALL "BITACORAUTIL" USING WS-BIT-OP WS-EMP-PREFIJO
                   WS-CALCULO.
           IF WS-CAL-SELLO NOT = AUD-SELLO
                   MOVE "A" TO WS-RUP-TIPO
                   MOVE "EL SELLO NO CORRESPONDE AL CONTENIDO"
                           TO WS-RUP-MOTIVO
           ELSE
                   MOVE AUD-SELLO TO WS-SELLO-ANTERIOR
                   ADD 1 TO AUD-SECUENCIA GIVING WS-ESPERADA
                   ADD 1 TO WS-VERIFICADOS
           END-IF.

      *EL NOMAUD.SEL GUARDA EL ULTIMO ESLABON ESCRITO; SI VA MAS
      *ADELANTE QUE EL VIVO SE BORRARON RENGLONES DEL FINAL, QUE
      *NINGUN HUECO DE CONSECUTIVO PUEDE DELATAR
       30-VERIFICA-ULTIMO.
           OPEN INPUT F-SELLO.
           IF WS-SEL-STATUS = "00"
                   READ F-SELLO
                           AT END CONTINUE
                           NOT AT END
                                   IF SEL-REGISTRO IS NUMERIC
                                           PERFORM 31-COMPARA-ULTIMO
                                   END-IF
                   END-READ
           END-IF.
           CLOSE F-SELLO.

       31-COMPARA-ULTIMO.
           MOVE WS-ARCH-AUD TO WS-RUP-ARCHIVO.
           MOVE WS-RENGLON-ARCHIVO TO WS-RUP-RENGLON.
           IF SEL-SECUENCIA NOT < WS-ESPERADA
                   MOVE "F" TO WS-RUP-TIPO
                   MOVE WS-ESPERADA TO WS-RUP-DESDE
                   MOVE SEL-SECUENCIA TO WS-RUP-HASTA
                   MOVE "FALTAN LOS ULTIMOS RENGLONES DEL VIVO"
                           TO WS-RUP-MOTIVO
                   PERFORM 50-REPORTA-RUPTURA
           ELSE
           IF SEL-SECUENCIA + 1 < WS-ESPERADA
                   MOVE "A" TO WS-RUP-TIPO
                   MOVE "RENGLONES POSTERIORES AL ULTIMO SELLO ESCRITO"
                           TO WS-RUP-MOTIVO
                   PERFORM 50-REPORTA-RUPTURA
           ELSE
           IF SEL-SELLO NOT = WS-SELLO-ANTERIOR
                   MOVE "A" TO WS-RUP-TIPO
                   MOVE "EL ULTIMO SELLO NO COINCIDE CON EL ESCRITO"
                           TO WS-RUP-MOTIVO
                   PERFORM 50-REPORTA-RUPTURA
           END-IF.

       40-RESUMEN.
           MOVE WS-VOLUMENES TO WS-CUENTA-FMT.
           DISPLAY "Volumenes revisados:           " WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "VOLUMENES REVISADOS:           " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-LEIDOS TO WS-CUENTA-FMT.
           DISPLAY "Renglones leidos:              " WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "RENGLONES LEIDOS:              " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-PREVIOS TO WS-CUENTA-FMT.
           DISPLAY "Renglones anteriores al sello: " WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "RENGLONES ANTERIORES AL SELLO: " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           MOVE WS-VERIFICADOS TO WS-CUENTA-FMT.
           DISPLAY "Eslabones verificados:         " WS-CUENTA-FMT.
           MOVE SPACES TO RP-LINEA.
           STRING "ESLABONES VERIFICADOS:         " DELIMITED BY SIZE
                   WS-CUENTA-FMT DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           IF WS-RUP-TIPO = SPACE
                   DISPLAY "CADENA INTEGRA"
                   MOVE "CADENA INTEGRA" TO RP-LINEA
                   WRITE RP-LINEA
           END-IF.

      *SOLO SE REPORTA EL PRIMER ESLABON ROTO: DE AHI EN ADELANTE
      *TODOS LOS SELLOS FALLAN Y NO DICEN NADA NUEVO
       50-REPORTA-RUPTURA.
           IF WS-RUP-TIPO = "F"
                   DISPLAY "CADENA ROTA: FALTAN RENGLONES"
                   MOVE "CADENA ROTA: FALTAN RENGLONES" TO RP-LINEA
           ELSE
                   DISPLAY "CADENA ROTA: RENGLON ALTERADO"
                   MOVE "CADENA ROTA: RENGLON ALTERADO" TO RP-LINEA
           END-IF.
           WRITE RP-LINEA.
           DISPLAY "  " WS-RUP-MOTIVO.
           MOVE SPACES TO RP-LINEA.
           STRING "  " DELIMITED BY SIZE
                   WS-RUP-MOTIVO DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           DISPLAY "  ARCHIVO " WS-RUP-ARCHIVO.
           DISPLAY "  RENGLON " WS-RUP-RENGLON.
           MOVE SPACES TO RP-LINEA.
           STRING "  ARCHIVO " DELIMITED BY SIZE
                   WS-RUP-ARCHIVO DELIMITED BY SPACE
                   " RENGLON " DELIMITED BY SIZE
                   WS-RUP-RENGLON DELIMITED BY SIZE
                   INTO RP-LINEA.
           WRITE RP-LINEA.
           IF WS-RUP-TIPO = "F"
                   DISPLAY "  CONSECUTIVOS FALTANTES DEL "
                           WS-RUP-DESDE " AL " WS-RUP-HASTA
                   MOVE SPACES TO RP-LINEA
                   STRING "  CONSECUTIVOS FALTANTES DEL "
                                   DELIMITED BY SIZE
                           WS-RUP-DESDE DELIMITED BY SIZE
                           " AL " DELIMITED BY SIZE
                           WS-RUP-HASTA DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
           END-IF.
           IF WS-RENGLON-ARCHIVO > ZERO
           AND WS-FIN-ARCHIVO NOT = "S"
                   DISPLAY "  " AUD-FECHA " " AUD-HORA " ID: " AUD-ID
                           " " AUD-ACCION " " AUD-CAMPO
                           " POR: " AUD-OPERADOR
                   MOVE SPACES TO RP-LINEA
                   STRING "  " DELIMITED BY SIZE
                           AUD-FECHA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AUD-HORA DELIMITED BY SIZE
                           " ID: " DELIMITED BY SIZE
                           AUD-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AUD-ACCION DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AUD-CAMPO DELIMITED BY SIZE
                           " POR: " DELIMITED BY SIZE
                           AUD-OPERADOR DELIMITED BY SIZE
                           INTO RP-LINEA
                   WRITE RP-LINEA
           END-IF.

       END PROGRAM NOMVERIAUD.
