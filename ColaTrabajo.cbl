      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Cola de trabajo del operador que muestra el
      *          LANZADOR al entrar: junta en una sola pantalla lo
      *          que espera en cada subsistema (horas extra por
      *          aprobar, pre-nomina sin firma, contratos y cursos
      *          por vencer, facturas de proveedor que vencen esta
      *          semana, productos bajo su minimo y la cadena
      *          nocturna fallida), segun el rol del operador y la
      *          empresa en operacion, con el total y los primeros
      *          renglones de cada pendiente; regresa al LANZADOR la
      *          opcion del subsistema que lo resuelve
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLATRABAJO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *IDENTIDAD Y ROL DEJADOS POR EL LANZADOR
           SELECT OPTIONAL F-OPERADOR
           ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OP-STATUS.

      *ARCHIVOS DE NOMINA DE LA EMPRESA EN OPERACION; TODOS SE
      *ABREN SOLO PARA LECTURA
           SELECT OPTIONAL F-TRABAJADORES
           ASSIGN TO WS-ARCH-TRAB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FT-ID
           FILE STATUS IS WS-FT-STATUS.

           SELECT OPTIONAL F-CALENDARIO
           ASSIGN TO WS-ARCH-CAL
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CAL-LLAVE
           FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL F-VISTOBUENO
           ASSIGN TO WS-ARCH-VB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VB-LLAVE
           FILE STATUS IS WS-VB-STATUS.

           SELECT OPTIONAL F-CONTRATOS
           ASSIGN TO WS-ARCH-CONTRATO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CT-LLAVE
           FILE STATUS IS WS-CT-STATUS.

           SELECT OPTIONAL F-CAPACITACION
           ASSIGN TO WS-ARCH-CAPA
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CA-LLAVE
           FILE STATUS IS WS-CA-STATUS.

      *CUENTAS POR PAGAR, MAESTRO DE PRODUCTOS Y CONTROL DE LA
      *CADENA NOCTURNA; SON DE COMERCIO Y DE LA OPERACION, NO
      *LLEVAN PREFIJO DE EMPRESA
           SELECT OPTIONAL F-CXP
           ASSIGN TO "CXP.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CP-FOLIO
           FILE STATUS IS WS-CP-STATUS.

           SELECT OPTIONAL F-PRODUCTOS
           ASSIGN TO "C:\Users\Esteban\COBOL\DATOS2.TXT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS RP-ID
           FILE STATUS IS WS-RP-STATUS.

           SELECT OPTIONAL F-RUNCTL
           ASSIGN TO "RUNCTL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-OPERADOR.
       01 OP-REGISTRO                      PIC X(08).

      *SOLO INTERESAN EL NOMBRE, EL ESTATUS, LAS HORAS EXTRA CON SU
      *ESTATUS DE APROBACION Y EL SUPERVISOR; EL RESTO DEL REGISTRO
      *DE NOMINA VIAJA EN LOS FILLER
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FT-NOMBRE                    PIC X(30).
           02 FT-APELLIDO                  PIC X(30).
           02 FILLER                       PIC X(22).
           02 FT-ACTIVO                    PIC X(01).
           02 FT-HORAS-EXTRA               PIC 9(03).
           02 FILLER                       PIC X(64).
           02 FT-HE-ESTATUS                PIC X(01).
           02 FILLER                       PIC X(44).
           02 FT-SUPERVISOR                PIC 9(04).
           02 FILLER                       PIC X(21).

      *MISMO LAYOUT QUE EL GENERADOR DE PERIODOS DE PAGO
       FD F-CALENDARIO.
       01 CAL-REGISTRO.
           02 CAL-LLAVE.
               03 CAL-FRECUENCIA           PIC X(01).
               03 CAL-CORTE                PIC X(08).
           02 CAL-INICIO                   PIC X(08).
           02 CAL-ESTADO                   PIC X(01).

       FD F-VISTOBUENO.
       01 VB-REGISTRO.
           02 VB-LLAVE.
               03 VB-FRECUENCIA            PIC X(01).
               03 VB-PERIODO               PIC X(08).
           02 VB-OPERADOR                  PIC X(08).
           02 VB-FECHA                     PIC X(08).
           02 VB-HORA                      PIC X(08).

       FD F-CONTRATOS.
       01 CT-REGISTRO.
           02 CT-LLAVE.
               03 CT-ID                    PIC 9(04).
               03 CT-INICIO                PIC X(08).
           02 CT-TIPO                      PIC X(01).
           02 CT-FIN                       PIC X(08).
           02 CT-RENOVACIONES              PIC 9(02).
           02 CT-FECHA-CAPTURA             PIC X(08).

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

       FD F-CXP.
       01 CP-REGISTRO.
           02 CP-FOLIO                     PIC 9(06).
           02 CP-PROVEEDOR                 PIC 9(04).
           02 CP-RECEPCION                 PIC 9(06).
           02 CP-FACTURA                   PIC X(15).
           02 CP-FECHA-FACTURA             PIC X(08).
           02 CP-VENCE                     PIC X(08).
           02 CP-IMPORTE                   PIC S9(09)V99.
           02 CP-PAGADO                    PIC S9(09)V99.
           02 CP-ESTADO                    PIC X(01).
           02 CP-TIPO                      PIC X(01).
           02 CP-NOTAS                     PIC S9(09)V99.
           02 CP-ORDEN                     PIC 9(06).
           02 CP-CANTIDAD                  PIC 9(10).
           02 CP-PRECIO                    PIC 9(07)V99.
           02 CP-ESPERADO                  PIC S9(09)V99.
           02 CP-DIF-ORDEN                 PIC X(01).
           02 CP-DIF-CANTIDAD              PIC X(01).
           02 CP-DIF-PRECIO                PIC X(01).
           02 CP-DIF-IMPORTE               PIC X(01).
           02 CP-LIBERO                    PIC X(08).
           02 CP-MONEDA                    PIC X(03).
           02 CP-TASA                      PIC 9(04)V9999.
           02 CP-IMPORTE-ORIG              PIC S9(09)V99.
           02 CP-PAGADO-ORIG               PIC S9(09)V99.

      *SOLO LOS CAMPOS QUE USA LA COLA; EL RESTO EN FILLER, IGUAL
      *QUE FINDEDIA
       FD F-PRODUCTOS.
       01 REG-PRODUCTO.
           02 RP-ID                        PIC 9(10).
           02 RP-NOMBRE                    PIC X(50).
           02 FILLER                       PIC X(07).
           02 RP-CANTIDAD                  PIC 9(10).
           02 FILLER                       PIC X(113).
           02 RP-MINIMO                    PIC 9(10).
           02 FILLER                       PIC X(15).
           02 RP-APARTADO                  PIC 9(10).
           02 RP-CLASE-ABC                 PIC X(01).

       FD F-RUNCTL.
       01 RC-REGISTRO.
           02 RC-FECHA                     PIC X(08).
           02 FILLER                       PIC X(01).
           02 RC-PASO                      PIC 9(02).
           02 FILLER                       PIC X(01).
           02 RC-NOMBRE                    PIC X(12).
           02 FILLER                       PIC X(01).
           02 RC-INICIO                    PIC X(08).
           02 FILLER                       PIC X(01).
           02 RC-FIN                       PIC X(08).
           02 FILLER                       PIC X(01).
           02 RC-RESULTADO                 PIC X(05).

       WORKING-STORAGE SECTION.
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       01 WS-ARCH-CAL.
           02 WS-EMP-CAL                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMCAL.DAT".
       01 WS-ARCH-VB.
           02 WS-EMP-VB                    PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(09)
                   VALUE "NOMVB.DAT".
       01 WS-ARCH-CONTRATO.
           02 WS-EMP-CONTRATO              PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(15)
                   VALUE "NOMCONTRATO.DAT".
       01 WS-ARCH-CAPA.
           02 WS-EMP-CAPA                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(14)
                   VALUE "NOMCAPACIT.DAT".
       77 WS-OP-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-CAL-STATUS                    PIC X(02).
       77 WS-VB-STATUS                     PIC X(02).
       77 WS-CT-STATUS                     PIC X(02).
       77 WS-CA-STATUS                     PIC X(02).
       77 WS-CP-STATUS                     PIC X(02).
       77 WS-RP-STATUS                     PIC X(02).
       77 WS-RC-STATUS                     PIC X(02).
       77 WS-FIN-ARCHIVO                   PIC X(01).
      *OPERADOR EN TURNO, SU ROL Y, SI SU CLAVE ES EL FOLIO DE UN
      *TRABAJADOR ACTIVO, ESE FOLIO (ASI APRUEBA HORAS EN NOMINA)
       77 WS-OPERADOR                      PIC X(08) VALUE "LOCAL".
       77 WS-OPER-ROL                      PIC X(01) VALUE "A".
       77 WS-FOLIO-OPERADOR                PIC 9(04).
       77 WS-FECHA-HOY                     PIC X(08).
       77 WS-FECHA-AYER                    PIC X(08).
      *VENTANAS DE AVISO: LA SEMANA (PRE-NOMINA Y PROVEEDORES) Y
      *LOS PROXIMOS 30 DIAS (CONTRATOS Y CURSOS)
       77 WS-LIMITE-SEMANA                 PIC X(08).
       77 WS-LIMITE-MES                    PIC X(08).
      *CAMPOS DE ENLACE CON LA RUTINA COMPARTIDA DE FECHAS
       77 WS-FU-OPERACION                  PIC X(01).
       77 WS-FU-FECHA-1                    PIC X(08).
       77 WS-FU-FECHA-2                    PIC X(08).
       77 WS-FU-DIAS                       PIC 9(05).
      *UN RENGLON POR PENDIENTE: SI APLICA AL ROL, CUANTOS HAY,
      *OPCION DEL LANZADOR QUE LO RESUELVE Y LOS PRIMEROS CINCO
      *RENGLONES DE DETALLE
       01 WS-TABLA-COLA.
           02 WS-CO-RENGLON                OCCURS 7.
               03 WS-CO-APLICA             PIC X(01).
               03 WS-CO-TITULO             PIC X(50).
               03 WS-CO-OPCION             PIC X(01).
               03 WS-CO-TOTAL              PIC 9(05).
               03 WS-CO-DETALLE            PIC X(70) OCCURS 5.
       77 WS-CO-IDX                        PIC 9(01).
       77 WS-CO-DET                        PIC 9(01).
       77 WS-LINEA                         PIC X(70).
       77 WS-TOTAL-COLA                    PIC 9(06).
       77 WS-ELECCION                      PIC X(01).
      *CONTROL DE LAS PASADAS: ULTIMA FRECUENCIA VISTA EN EL
      *CALENDARIO, ULTIMO CONTRATO Y ULTIMA TOMA DE CURSO POR
      *TRABAJADOR, ULTIMO RENGLON DEL CONTROL DE CORRIDAS
       77 WS-ANT-FREC                      PIC X(01).
       77 WS-ANT-ID                        PIC 9(04).
       77 WS-ANT-CURSO                     PIC 9(04).
       77 WS-ANT-FIN                       PIC X(08).
       77 WS-RC-HAY                        PIC X(01).
       77 WS-RC-ULT-FECHA                  PIC X(08).
       77 WS-RC-ULT-NOMBRE                 PIC X(12).
       77 WS-RC-ULT-RESULTADO              PIC X(05).
       77 WS-SALDO                         PIC S9(09)V99.
       77 WS-MONTO-FMT                     PIC -ZZZZZZZZ9.99.
       77 WS-CANT-FMT                      PIC ZZZZZZZZZ9.
       77 WS-DISPONIBLE                    PIC 9(10).
       77 WS-TOTAL-FMT                     PIC ZZZZ9.

       LINKAGE SECTION.
      *OPCION DEL MENU DEL LANZADOR QUE EL OPERADOR ELIGIO PARA
      *ATENDER UN PENDIENTE; EN BLANCO SI REGRESA AL MENU
       01 LK-OPCION                        PIC X(01).

       PROCEDURE DIVISION USING LK-OPCION.

       00-PRINCIPAL.
           MOVE SPACE TO LK-OPCION.
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           PERFORM 06-LEE-OPERADOR.
           PERFORM 07-FECHAS-DE-AVISO.
           PERFORM 08-PREPARA-COLA.
           PERFORM 10-HORAS-EXTRA.
           PERFORM 20-PRENOMINA-SIN-FIRMA.
           PERFORM 30-CONTRATOS-POR-VENCER.
           PERFORM 35-CURSOS-POR-VENCER.
           PERFORM 40-FACTURAS-DE-LA-SEMANA.
           PERFORM 45-PRODUCTOS-BAJO-MINIMO.
           PERFORM 50-CADENA-NOCTURNA.
           PERFORM 60-MUESTRA-COLA.
           GOBACK.

      *ARMA LOS NOMBRES DE ARCHIVO CON LA EMPRESA EN OPERACION;
      *DEBE CORRER ANTES DE ABRIR CUALQUIER ARCHIVO
       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAL.
           MOVE WS-EMP-PREFIJO TO WS-EMP-VB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CONTRATO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAPA.

      *PRIMER RENGLON DE OPERADOR.DAT ES LA CLAVE Y EL SEGUNDO EL
      *ROL; SIN ARCHIVO SE QUEDAN LOS VALORES DE CORRIDA DIRECTA
       06-LEE-OPERADOR.
           OPEN INPUT F-OPERADOR.
           IF WS-OP-STATUS = "00"
                   READ F-OPERADOR
                           AT END CONTINUE
                           NOT AT END MOVE OP-REGISTRO TO WS-OPERADOR
                   END-READ
                   READ F-OPERADOR
                           AT END CONTINUE
                           NOT AT END
                                   IF OP-REGISTRO(1:1) NOT = SPACE
                                           MOVE OP-REGISTRO(1:1)
                                                   TO WS-OPER-ROL
                                   END-IF
                   END-READ
           END-IF.
           CLOSE F-OPERADOR.
           MOVE ZERO TO WS-FOLIO-OPERADOR.
           IF WS-OPERADOR(1:4) NUMERIC
                   MOVE WS-OPERADOR(1:4) TO WS-FOLIO-OPERADOR
           END-IF.

       07-FECHAS-DE-AVISO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FU-FECHA-1.
           MOVE "A" TO WS-FU-OPERACION.
           MOVE 7 TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO WS-LIMITE-SEMANA.
           MOVE 30 TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO WS-LIMITE-MES.
           MOVE "R" TO WS-FU-OPERACION.
           MOVE 1 TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO WS-FECHA-AYER.

      *QUE PENDIENTE VE CADA ROL: LAS HORAS EXTRA LAS VE QUIEN
      *TENGA GENTE A SU CARGO (EL ADMINISTRADOR LAS VE TODAS); LA
      *FIRMA DE PRE-NOMINA Y LOS VENCIMIENTOS DE PERSONAL SON DEL
      *SUPERVISOR Y DEL ADMINISTRADOR; PROVEEDORES Y EXISTENCIAS
      *LOS VE TODO MUNDO; LA CADENA NOCTURNA ES DEL ADMINISTRADOR
       08-PREPARA-COLA.
           MOVE 1 TO WS-CO-IDX.
           PERFORM 08-1-LIMPIA-RENGLON UNTIL WS-CO-IDX > 7.
           MOVE "HORAS EXTRA POR APROBAR" TO WS-CO-TITULO(1).
           MOVE "1" TO WS-CO-OPCION(1).
           MOVE "S" TO WS-CO-APLICA(1).
           MOVE "PRE-NOMINA SIN VISTO BUENO" TO WS-CO-TITULO(2).
           MOVE "1" TO WS-CO-OPCION(2).
           MOVE "CONTRATOS POR VENCER (30 DIAS) O VENCIDOS"
                   TO WS-CO-TITULO(3).
           MOVE "1" TO WS-CO-OPCION(3).
           MOVE "CURSOS OBLIGATORIOS POR VENCER (30 DIAS)"
                   TO WS-CO-TITULO(4).
           MOVE "C" TO WS-CO-OPCION(4).
           IF WS-OPER-ROL = "S" OR WS-OPER-ROL = "A"
                   MOVE "S" TO WS-CO-APLICA(2)
                   MOVE "S" TO WS-CO-APLICA(3)
                   MOVE "S" TO WS-CO-APLICA(4)
           END-IF.
           MOVE "FACTURAS DE PROVEEDOR QUE VENCEN ESTA SEMANA"
                   TO WS-CO-TITULO(5).
           MOVE "X" TO WS-CO-OPCION(5).
           MOVE "S" TO WS-CO-APLICA(5).
           MOVE "PRODUCTOS BAJO SU MINIMO" TO WS-CO-TITULO(6).
           MOVE "2" TO WS-CO-OPCION(6).
           MOVE "S" TO WS-CO-APLICA(6).
           MOVE "CADENA NOCTURNA" TO WS-CO-TITULO(7).
           MOVE "7" TO WS-CO-OPCION(7).
           IF WS-OPER-ROL = "A"
                   MOVE "S" TO WS-CO-APLICA(7)
           END-IF.

       08-1-LIMPIA-RENGLON.
           MOVE "N" TO WS-CO-APLICA(WS-CO-IDX).
           MOVE SPACES TO WS-CO-TITULO(WS-CO-IDX).
           MOVE SPACE TO WS-CO-OPCION(WS-CO-IDX).
           MOVE ZERO TO WS-CO-TOTAL(WS-CO-IDX).
           MOVE 1 TO WS-CO-DET.
           PERFORM 08-2-LIMPIA-DETALLE UNTIL WS-CO-DET > 5.
           ADD 1 TO WS-CO-IDX.

       08-2-LIMPIA-DETALLE.
           MOVE SPACES TO WS-CO-DETALLE(WS-CO-IDX, WS-CO-DET).
           ADD 1 TO WS-CO-DET.

      *CUENTA EL PENDIENTE WS-CO-IDX Y GUARDA WS-LINEA COMO
      *DETALLE MIENTRAS QUEPA ENTRE LOS PRIMEROS CINCO
       09-AGREGA-PENDIENTE.
           ADD 1 TO WS-CO-TOTAL(WS-CO-IDX).
           IF WS-CO-TOTAL(WS-CO-IDX) NOT > 5
                   MOVE WS-CO-TOTAL(WS-CO-IDX) TO WS-CO-DET
                   MOVE WS-LINEA TO WS-CO-DETALLE(WS-CO-IDX, WS-CO-DET)
           END-IF.

      *HORAS EXTRA EN ESTATUS "P": LAS DE LA GENTE DEL OPERADOR
      *CUANDO SU CLAVE ES UN FOLIO (COMO LAS APRUEBA NOMINA), O
      *TODAS PARA EL ADMINISTRADOR
       10-HORAS-EXTRA.
           IF WS-FOLIO-OPERADOR = ZERO AND WS-OPER-ROL NOT = "A"
                   MOVE "N" TO WS-CO-APLICA(1)
           ELSE
                   MOVE 1 TO WS-CO-IDX
                   OPEN INPUT F-TRABAJADORES
                   IF WS-FT-STATUS = "00"
                           MOVE "N" TO WS-FIN-ARCHIVO
                           PERFORM 10-1-LEE-TRABAJADOR
                                   UNTIL WS-FIN-ARCHIVO = "S"
                   END-IF
                   CLOSE F-TRABAJADORES
           END-IF.

       10-1-LEE-TRABAJADOR.
           READ F-TRABAJADORES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF FT-ACTIVO = "S" AND FT-HE-ESTATUS = "P"
                           AND (FT-SUPERVISOR = WS-FOLIO-OPERADOR
                                   OR WS-OPER-ROL = "A")
                                   MOVE SPACES TO WS-LINEA
                                   STRING "ID " DELIMITED BY SIZE
                                           FT-ID DELIMITED BY SIZE
                                           " " DELIMITED BY SIZE
                                           FT-NOMBRE(1:20)
                                                   DELIMITED BY SIZE
                                           " " DELIMITED BY SIZE
                                           FT-APELLIDO(1:20)
                                                   DELIMITED BY SIZE
                                           " HORAS " DELIMITED BY SIZE
                                           FT-HORAS-EXTRA
                                                   DELIMITED BY SIZE
                                           INTO WS-LINEA
                                   PERFORM 09-AGREGA-PENDIENTE
                           END-IF
           END-READ.

      *EL PERIODO PROGRAMADO DE CADA GRUPO DE PAGO ES EL PRIMERO
      *PENDIENTE DEL CALENDARIO, IGUAL QUE EN EL CIERRE; SI SU
      *CORTE CAE ESTA SEMANA Y NO TIENE VISTO BUENO, ESPERA FIRMA
       20-PRENOMINA-SIN-FIRMA.
           IF WS-CO-APLICA(2) = "S"
                   MOVE 2 TO WS-CO-IDX
                   MOVE SPACE TO WS-ANT-FREC
                   OPEN INPUT F-CALENDARIO
                   OPEN INPUT F-VISTOBUENO
                   IF WS-CAL-STATUS = "00"
                           MOVE "N" TO WS-FIN-ARCHIVO
                           PERFORM 20-1-LEE-CALENDARIO
                                   UNTIL WS-FIN-ARCHIVO = "S"
                   END-IF
                   CLOSE F-CALENDARIO
                   CLOSE F-VISTOBUENO
           END-IF.

       20-1-LEE-CALENDARIO.
           READ F-CALENDARIO NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF CAL-ESTADO = "P"
                           AND CAL-FRECUENCIA NOT = WS-ANT-FREC
                                   MOVE CAL-FRECUENCIA TO WS-ANT-FREC
                                   IF CAL-CORTE NOT > WS-LIMITE-SEMANA
                                           PERFORM 20-2-BUSCA-FIRMA
                                   END-IF
                           END-IF
           END-READ.

       20-2-BUSCA-FIRMA.
           MOVE CAL-FRECUENCIA TO VB-FRECUENCIA.
           MOVE CAL-CORTE TO VB-PERIODO.
           READ F-VISTOBUENO
                   INVALID KEY
                           MOVE SPACES TO WS-LINEA
                           STRING "GRUPO " DELIMITED BY SIZE
                                   CAL-FRECUENCIA DELIMITED BY SIZE
                                   " PERIODO " DELIMITED BY SIZE
                                   CAL-CORTE DELIMITED BY SIZE
                                   " SIN FIRMA DEL SUPERVISOR"
                                           DELIMITED BY SIZE
                                   INTO WS-LINEA
                           PERFORM 09-AGREGA-PENDIENTE
                   NOT INVALID KEY CONTINUE
           END-READ.

      *DE CADA TRABAJADOR SOLO CUENTA EL CONTRATO VIGENTE (EL DE
      *INICIO MAS RECIENTE); SE AVISA SI TIENE FIN Y ESTE CAE
      *DENTRO DE LOS PROXIMOS 30 DIAS O YA PASO
       30-CONTRATOS-POR-VENCER.
           IF WS-CO-APLICA(3) = "S"
                   MOVE 3 TO WS-CO-IDX
                   MOVE ZERO TO WS-ANT-ID
                   MOVE SPACES TO WS-ANT-FIN
                   OPEN INPUT F-CONTRATOS
                   OPEN INPUT F-TRABAJADORES
                   IF WS-CT-STATUS = "00"
                           MOVE "N" TO WS-FIN-ARCHIVO
                           PERFORM 30-1-LEE-CONTRATO
                                   UNTIL WS-FIN-ARCHIVO = "S"
                           PERFORM 30-2-EVALUA-VIGENTE
                   END-IF
                   CLOSE F-CONTRATOS
                   CLOSE F-TRABAJADORES
           END-IF.

       30-1-LEE-CONTRATO.
           READ F-CONTRATOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF CT-ID NOT = WS-ANT-ID
                                   PERFORM 30-2-EVALUA-VIGENTE
                           END-IF
                           MOVE CT-ID TO WS-ANT-ID
                           MOVE CT-FIN TO WS-ANT-FIN
           END-READ.

       30-2-EVALUA-VIGENTE.
           IF WS-ANT-ID NOT = ZERO AND WS-ANT-FIN NOT = SPACES
           AND WS-ANT-FIN NOT > WS-LIMITE-MES
                   MOVE WS-ANT-ID TO FT-ID
                   READ F-TRABAJADORES
                           INVALID KEY MOVE "N" TO FT-ACTIVO
                   END-READ
                   IF FT-ACTIVO = "S"
                           MOVE SPACES TO WS-LINEA
                           STRING "ID " DELIMITED BY SIZE
                                   WS-ANT-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FT-NOMBRE(1:20) DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FT-APELLIDO(1:20) DELIMITED BY SIZE
                                   " FIN " DELIMITED BY SIZE
                                   WS-ANT-FIN DELIMITED BY SIZE
                                   INTO WS-LINEA
                           PERFORM 09-AGREGA-PENDIENTE
                   END-IF
           END-IF.

      *MISMA REGLA DEL REPORTE DE VENCIMIENTOS DE CAPACITA: DE
      *CADA TRABAJADOR Y CURSO SOLO CUENTA LA TOMA MAS RECIENTE
       35-CURSOS-POR-VENCER.
           IF WS-CO-APLICA(4) = "S"
                   MOVE 4 TO WS-CO-IDX
                   MOVE ZERO TO WS-ANT-ID
                   MOVE ZERO TO WS-ANT-CURSO
                   MOVE SPACES TO WS-ANT-FIN
                   OPEN INPUT F-CAPACITACION
                   OPEN INPUT F-TRABAJADORES
                   IF WS-CA-STATUS = "00"
                           MOVE "N" TO WS-FIN-ARCHIVO
                           PERFORM 35-1-LEE-TOMA
                                   UNTIL WS-FIN-ARCHIVO = "S"
                           PERFORM 35-2-EVALUA-ULTIMA
                   END-IF
                   CLOSE F-CAPACITACION
                   CLOSE F-TRABAJADORES
           END-IF.

       35-1-LEE-TOMA.
           READ F-CAPACITACION NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF CA-ID NOT = WS-ANT-ID
                           OR CA-CURSO NOT = WS-ANT-CURSO
                                   PERFORM 35-2-EVALUA-ULTIMA
                           END-IF
                           MOVE CA-ID TO WS-ANT-ID
                           MOVE CA-CURSO TO WS-ANT-CURSO
                           MOVE CA-VENCE TO WS-ANT-FIN
           END-READ.

       35-2-EVALUA-ULTIMA.
           IF WS-ANT-ID NOT = ZERO AND WS-ANT-FIN NOT = SPACES
           AND WS-ANT-FIN NOT < WS-FECHA-HOY
           AND WS-ANT-FIN NOT > WS-LIMITE-MES
                   MOVE WS-ANT-ID TO FT-ID
                   READ F-TRABAJADORES
                           INVALID KEY MOVE "N" TO FT-ACTIVO
                   END-READ
                   IF FT-ACTIVO = "S"
                           MOVE SPACES TO WS-LINEA
                           STRING "ID " DELIMITED BY SIZE
                                   WS-ANT-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FT-NOMBRE(1:20) DELIMITED BY SIZE
                                   " CURSO " DELIMITED BY SIZE
                                   WS-ANT-CURSO DELIMITED BY SIZE
                                   " VENCE " DELIMITED BY SIZE
                                   WS-ANT-FIN DELIMITED BY SIZE
                                   INTO WS-LINEA
                           PERFORM 09-AGREGA-PENDIENTE
                   END-IF
           END-IF.

      *FACTURAS PENDIENTES CON SALDO QUE VENCEN DE AQUI A SIETE
      *DIAS O QUE YA VENCIERON, IGUAL QUE LA LISTA SEMANAL DE CXP
       40-FACTURAS-DE-LA-SEMANA.
           MOVE 5 TO WS-CO-IDX.
           OPEN INPUT F-CXP.
           IF WS-CP-STATUS = "00"
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM 40-1-LEE-FACTURA
                           UNTIL WS-FIN-ARCHIVO = "S"
           END-IF.
           CLOSE F-CXP.

       40-1-LEE-FACTURA.
           READ F-CXP NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF CP-NOTAS NOT NUMERIC
                                   MOVE ZERO TO CP-NOTAS
                           END-IF
                           COMPUTE WS-SALDO = CP-IMPORTE - CP-PAGADO
                                   - CP-NOTAS
                           IF CP-ESTADO = "P" AND WS-SALDO > ZERO
                           AND CP-VENCE NOT > WS-LIMITE-SEMANA
                                   MOVE WS-SALDO TO WS-MONTO-FMT
                                   MOVE SPACES TO WS-LINEA
                                   STRING "FOLIO " DELIMITED BY SIZE
                                           CP-FOLIO DELIMITED BY SIZE
                                           " FACTURA " DELIMITED BY SIZE
                                           CP-FACTURA DELIMITED BY SIZE
                                           " VENCE " DELIMITED BY SIZE
                                           CP-VENCE DELIMITED BY SIZE
                                           " SALDO " DELIMITED BY SIZE
                                           WS-MONTO-FMT
                                                   DELIMITED BY SIZE
                                           INTO WS-LINEA
                                   PERFORM 09-AGREGA-PENDIENTE
                           END-IF
           END-READ.

      *SOLO LOS PRODUCTOS CON MINIMO PROPIO; EL PUNTO GLOBAL SE
      *CAPTURA AL CORRER EL REPORTE DE BAJO STOCK DE COMERCIO
       45-PRODUCTOS-BAJO-MINIMO.
           MOVE 6 TO WS-CO-IDX.
           OPEN INPUT F-PRODUCTOS.
           IF WS-RP-STATUS = "00"
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM 45-1-LEE-PRODUCTO
                           UNTIL WS-FIN-ARCHIVO = "S"
           END-IF.
           CLOSE F-PRODUCTOS.

       45-1-LEE-PRODUCTO.
           READ F-PRODUCTOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
      *LO APARTADO YA TIENE DUENO: SE EXAMINA LO DISPONIBLE
                           MOVE RP-CANTIDAD TO WS-DISPONIBLE
                           IF RP-APARTADO NUMERIC
                                   IF RP-APARTADO < RP-CANTIDAD
                                           SUBTRACT RP-APARTADO
                                                   FROM WS-DISPONIBLE
                                   ELSE
                                           MOVE ZERO TO WS-DISPONIBLE
                                   END-IF
                           END-IF
                           IF RP-MINIMO NUMERIC AND RP-MINIMO > ZERO
                           AND WS-DISPONIBLE < RP-MINIMO
                                   MOVE WS-DISPONIBLE TO WS-CANT-FMT
                                   MOVE SPACES TO WS-LINEA
                                   STRING "PRODUCTO " DELIMITED BY SIZE
                                           RP-ID DELIMITED BY SIZE
                                           " " DELIMITED BY SIZE
                                           RP-NOMBRE(1:25)
                                                   DELIMITED BY SIZE
                                           " EXISTENCIA "
                                                   DELIMITED BY SIZE
                                           WS-CANT-FMT DELIMITED BY SIZE
                                           INTO WS-LINEA
                                   PERFORM 09-AGREGA-PENDIENTE
                           END-IF
           END-READ.

      *EL ULTIMO RENGLON DEL CONTROL DE CORRIDAS DICE COMO TERMINO
      *LA CADENA: UN FALLO QUEDA PENDIENTE HASTA QUE EL REINICIO LO
      *CORRIJA, Y UNA CADENA QUE NO CORRIO DESDE AYER TAMBIEN AVISA
       50-CADENA-NOCTURNA.
           IF WS-CO-APLICA(7) = "S"
                   MOVE 7 TO WS-CO-IDX
                   MOVE "N" TO WS-RC-HAY
                   OPEN INPUT F-RUNCTL
                   IF WS-RC-STATUS = "00"
                           MOVE "N" TO WS-FIN-ARCHIVO
                           PERFORM 50-1-LEE-CONTROL
                                   UNTIL WS-FIN-ARCHIVO = "S"
                   END-IF
                   CLOSE F-RUNCTL
                   IF WS-RC-HAY = "S"
                           PERFORM 50-2-EVALUA-CADENA
                   END-IF
           END-IF.

       50-1-LEE-CONTROL.
           READ F-RUNCTL
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           MOVE "S" TO WS-RC-HAY
                           MOVE RC-FECHA TO WS-RC-ULT-FECHA
                           MOVE RC-NOMBRE TO WS-RC-ULT-NOMBRE
                           MOVE RC-RESULTADO TO WS-RC-ULT-RESULTADO
           END-READ.

       50-2-EVALUA-CADENA.
           IF WS-RC-ULT-RESULTADO = "FALLO"
                   MOVE SPACES TO WS-LINEA
                   STRING "FALLO EL PASO " DELIMITED BY SIZE
                           WS-RC-ULT-NOMBRE DELIMITED BY SPACE
                           " EL " DELIMITED BY SIZE
                           WS-RC-ULT-FECHA DELIMITED BY SIZE
                           ", REINICIAR LA CADENA" DELIMITED BY SIZE
                           INTO WS-LINEA
                   PERFORM 09-AGREGA-PENDIENTE
           ELSE
           IF WS-RC-ULT-FECHA < WS-FECHA-AYER
                   MOVE SPACES TO WS-LINEA
                   STRING "SIN CORRIDA DESDE EL " DELIMITED BY SIZE
                           WS-RC-ULT-FECHA DELIMITED BY SIZE
                           INTO WS-LINEA
                   PERFORM 09-AGREGA-PENDIENTE
           END-IF.

      *LOS PENDIENTES QUE NO APLICAN AL ROL NO SE MUESTRAN; LOS
      *DEMAS SE NUMERAN Y EL NUMERO ELEGIDO SE TRADUCE A LA OPCION
      *DEL LANZADOR QUE LOS RESUELVE
       60-MUESTRA-COLA.
           MOVE ZERO TO WS-TOTAL-COLA.
           DISPLAY "PENDIENTES DEL OPERADOR " WS-OPERADOR
                   " EN LA EMPRESA " WS-EMP-PREFIJO(2:2).
           MOVE 1 TO WS-CO-IDX.
           PERFORM 61-MUESTRA-PENDIENTE UNTIL WS-CO-IDX > 7.
           IF WS-TOTAL-COLA = ZERO
                   DISPLAY "Sin pendientes."
           ELSE
                   DISPLAY "Numero de pendiente a atender "
                           "(ENTER = menu principal): "
                   MOVE SPACE TO WS-ELECCION
                   ACCEPT WS-ELECCION
                   IF WS-ELECCION NUMERIC
                           MOVE WS-ELECCION TO WS-CO-IDX
                           IF WS-CO-IDX > ZERO AND WS-CO-IDX < 8
                                   IF WS-CO-APLICA(WS-CO-IDX) = "S"
                                   AND WS-CO-TOTAL(WS-CO-IDX) > ZERO
                                           MOVE WS-CO-OPCION(WS-CO-IDX)
                                                   TO LK-OPCION
                                   END-IF
                           END-IF
                   END-IF
           END-IF.

       61-MUESTRA-PENDIENTE.
           IF WS-CO-APLICA(WS-CO-IDX) = "S"
           AND WS-CO-TOTAL(WS-CO-IDX) > ZERO
                   ADD WS-CO-TOTAL(WS-CO-IDX) TO WS-TOTAL-COLA
                   MOVE WS-CO-TOTAL(WS-CO-IDX) TO WS-TOTAL-FMT
                   DISPLAY WS-CO-IDX " - " WS-CO-TITULO(WS-CO-IDX)
                           " TOTAL: " WS-TOTAL-FMT
                   MOVE 1 TO WS-CO-DET
                   PERFORM 62-MUESTRA-DETALLE UNTIL WS-CO-DET > 5
                   IF WS-CO-TOTAL(WS-CO-IDX) > 5
                           DISPLAY "      ... y otros mas"
                   END-IF
           END-IF.
           ADD 1 TO WS-CO-IDX.

       62-MUESTRA-DETALLE.
           IF WS-CO-DETALLE(WS-CO-IDX, WS-CO-DET) NOT = SPACES
                   DISPLAY "      " WS-CO-DETALLE(WS-CO-IDX, WS-CO-DET)
           END-IF.
           ADD 1 TO WS-CO-DET.

       END PROGRAM COLATRABAJO.
