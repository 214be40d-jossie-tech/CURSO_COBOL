      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Corrida de avisos afiliatorios al IMSS: toma los
      *          movimientos pendientes que dejan las altas, bajas y
      *          cambios de sueldo de NOMINA y arma el archivo de
      *          ancho fijo que acepta el sistema del instituto, en
      *          vez de teclear cada movimiento en el portal. Cada
      *          movimiento enviado queda marcado con su numero de
      *          lote; los que no tienen NSS se quedan pendientes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMAFILIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MOVIMIENTOS PENDIENTES (SE REESCRIBEN AL MARCARLOS), EL
      *MAESTRO DE TRABAJADORES PARA COMPLETAR EL NSS CAPTURADO
      *DESPUES DEL MOVIMIENTO Y LA CONFIGURACION CON EL REGISTRO
      *PATRONAL
           SELECT OPTIONAL F-MOVIMSS
           ASSIGN TO WS-ARCH-MOVIMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MI-LLAVE
           FILE STATUS IS WS-MI-STATUS.

           SELECT OPTIONAL F-TRABAJADORES
           ASSIGN TO WS-ARCH-TRAB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FT-ID
           FILE STATUS IS WS-FT-STATUS.

           SELECT OPTIONAL F-CONFIGURACION
           ASSIGN TO WS-ARCH-CFG
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CF-CLAVE
           FILE STATUS IS WS-CF-STATUS.

      *ARCHIVO DEL LOTE, CON EL NUMERO DE LOTE EN EL NOMBRE PARA
      *QUE CADA CORRIDA DEJE SU PROPIO ARCHIVO EN DISCO
           SELECT F-AFILIA
           ASSIGN TO WS-NOMBRE-LOTE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *MISMO LAYOUT DE MI-REGISTRO EN NOMINA
       FD F-MOVIMSS.
       01 MI-REGISTRO.
           02 MI-LLAVE.
               03 MI-ID                    PIC 9(04).
               03 MI-FECHA                 PIC X(08).
               03 MI-TIPO                  PIC X(01).
           02 MI-NSS                       PIC X(11).
           02 MI-CURP                      PIC X(18).
           02 MI-APELLIDO                  PIC X(30).
           02 MI-NOMBRE                    PIC X(30).
           02 MI-SDI                       PIC 9(05)V99.
           02 MI-CAUSA-BAJA                PIC X(01).
           02 MI-ESTADO                    PIC X(01).
           02 MI-LOTE                      PIC 9(06).
           02 MI-FECHA-ENVIO               PIC X(08).

      *SOLO EL NSS Y LA CURP INTERESAN AQUI; EL RESTO DEL REGISTRO
      *DE 224 DE NOMINA VIAJA EN FILLER (EL NSS EMPIEZA EN LA
      *POSICION 204, DESPUES DEL SUPERVISOR)
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FILLER                       PIC X(177).
           02 FT-CURP                      PIC X(18).
           02 FILLER                       PIC X(04).
           02 FT-NSS                       PIC X(11).
           02 FT-SDI                       PIC 9(05)V99.
           02 FILLER                       PIC X(03).

       FD F-CONFIGURACION.
       01 CF-REGISTRO.
           02 CF-CLAVE                     PIC X(01).
           02 FILLER                       PIC X(62).
           02 CF-REG-PATRONAL              PIC X(11).
           02 FILLER                       PIC X(07).

      *RENGLON DEL AVISO EN EL ORDEN DE CAMPOS DEL FORMATO DE
      *DISPOSITIVO MAGNETICO DEL IMSS (168 POSICIONES)
       FD F-AFILIA.
       01 AF-LINEA.
           02 AF-REG-PATRONAL              PIC X(11).
           02 AF-NSS                       PIC X(11).
           02 AF-AP-PATERNO                PIC X(27).
           02 AF-AP-MATERNO                PIC X(27).
           02 AF-NOMBRE                    PIC X(27).
      *SDI CON DOS DECIMALES IMPLICITOS, CUATRO ENTEROS
           02 AF-SDI                       PIC 9(04)V99.
           02 AF-CEROS                     PIC 9(06).
      *"1" PERMANENTE, "0" SALARIO FIJO, "0" SEMANA COMPLETA
           02 AF-TIPO-TRABAJADOR           PIC X(01).
           02 AF-TIPO-SALARIO              PIC X(01).
           02 AF-SEMANA-REDUCIDA           PIC X(01).
      *FECHA DEL MOVIMIENTO EN DDMMAAAA
           02 AF-FECHA.
               03 AF-DIA                   PIC X(02).
               03 AF-MES                   PIC X(02).
               03 AF-ANIO                  PIC X(04).
           02 AF-UMF                       PIC 9(03).
           02 FILLER                       PIC X(02).
      *"08" ALTA O REINGRESO, "02" BAJA, "07" MODIFICACION
           02 AF-TIPO-MOV                  PIC X(02).
           02 AF-GUIA                      PIC 9(05).
           02 AF-CLAVE-TRAB                PIC 9(10).
           02 AF-CAUSA-BAJA                PIC X(01).
           02 AF-CURP                      PIC X(18).
           02 AF-IDENTIFICADOR             PIC X(01).

       WORKING-STORAGE SECTION.
      *NOMBRES DE LOS ARCHIVOS DE LA FAMILIA DE NOMINA, CON EL
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-MOVIMSS.
           02 WS-EMP-MOVIMSS               PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(14)
                   VALUE "NOMMOVIMSS.DAT".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       01 WS-ARCH-CFG.
           02 WS-EMP-CFG                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMCFG.DAT".
       01 WS-NOMBRE-LOTE.
           02 WS-EMP-LOTE                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(08) VALUE "NOMIDSE-".
           02 WS-LOTE-NOMBRE               PIC 9(06).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-MI-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-CF-STATUS                     PIC X(02).
       77 WS-AF-STATUS                     PIC X(02).
       77 WS-MI-FIN                        PIC X(01).
       77 WS-REG-PATRONAL                  PIC X(11).
       77 WS-FECHA-HOY                     PIC X(08).
      *LOTE NUEVO: EL MAYOR YA USADO EN EL ARCHIVO MAS UNO
       77 WS-LOTE                          PIC 9(06).
      *CONTADORES DE LA CORRIDA POR TIPO Y DETENIDOS SIN NSS
       77 WS-CTA-ALTAS                     PIC 9(05).
       77 WS-CTA-BAJAS                     PIC 9(05).
       77 WS-CTA-MODIF                     PIC 9(05).
       77 WS-CTA-DETENIDOS                 PIC 9(05).
       77 WS-CTA-ENVIADOS                  PIC 9(05).
      *APELLIDOS PARTIDOS EN PATERNO Y MATERNO PARA EL FORMATO
       77 WS-AP-PATERNO                    PIC X(30).
       77 WS-AP-MATERNO                    PIC X(30).

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "AVISOS AFILIATORIOS AL IMSS".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 10-LEE-REGISTRO-PATRONAL.
           IF WS-REG-PATRONAL = SPACES
                   DISPLAY "Falta el registro patronal, capturelo "
                           "en la configuracion de NOMINA"
           ELSE
                   OPEN I-O F-MOVIMSS
                   IF WS-MI-STATUS NOT = "00"
                   AND WS-MI-STATUS NOT = "05"
                           DISPLAY "No se pudo abrir el archivo de "
                                   "movimientos, estatus: "
                                   WS-MI-STATUS
                   ELSE
                           PERFORM 20-SIGUIENTE-LOTE
                           OPEN INPUT F-TRABAJADORES
                           PERFORM 30-GENERA-LOTE
                           CLOSE F-TRABAJADORES
                           CLOSE F-MOVIMSS
                   END-IF
           END-IF.
           STOP RUN.

      *ARMA LOS NOMBRES DE ARCHIVO CON LA EMPRESA EN OPERACION;
      *DEBE CORRER ANTES DE ABRIR CUALQUIER ARCHIVO
       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-MOVIMSS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CFG.
           MOVE WS-EMP-PREFIJO TO WS-EMP-LOTE.

       10-LEE-REGISTRO-PATRONAL.
           MOVE SPACES TO WS-REG-PATRONAL.
           OPEN INPUT F-CONFIGURACION.
           IF WS-CF-STATUS = "00" OR WS-CF-STATUS = "05"
                   MOVE "1" TO CF-CLAVE
                   READ F-CONFIGURACION
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                           IF CF-REG-PATRONAL NOT = LOW-VALUES
                                   MOVE CF-REG-PATRONAL
                                           TO WS-REG-PATRONAL
                           END-IF
                   END-READ
           END-IF.
           CLOSE F-CONFIGURACION.

      *PRIMERA PASADA: EL LOTE NUEVO ES EL MAYOR YA ASIGNADO MAS
      *UNO, ASI EL NUMERO SALE DEL MISMO ARCHIVO SIN OTRO FOLIO
       20-SIGUIENTE-LOTE.
           MOVE ZERO TO WS-LOTE.
           MOVE LOW-VALUES TO MI-LLAVE.
           MOVE "N" TO WS-MI-FIN.
           START F-MOVIMSS KEY IS NOT LESS THAN MI-LLAVE
                   INVALID KEY MOVE "S" TO WS-MI-FIN
           END-START.
           PERFORM 20-1-EXAMINA-LOTE UNTIL WS-MI-FIN = "S".
           ADD 1 TO WS-LOTE.
           MOVE WS-LOTE TO WS-LOTE-NOMBRE.

       20-1-EXAMINA-LOTE.
           READ F-MOVIMSS NEXT RECORD
                   AT END MOVE "S" TO WS-MI-FIN
                   NOT AT END
                           IF MI-ESTADO = "E" AND MI-LOTE > WS-LOTE
                                   MOVE MI-LOTE TO WS-LOTE
                           END-IF
           END-READ.

      *SEGUNDA PASADA: CADA PENDIENTE CON NSS SE ESCRIBE AL LOTE Y
      *SE MARCA ENVIADO; SIN NSS SE CUENTA COMO DETENIDO Y SE QUEDA
      *PENDIENTE PARA LA SIGUIENTE CORRIDA
       30-GENERA-LOTE.
           MOVE ZERO TO WS-CTA-ALTAS.
           MOVE ZERO TO WS-CTA-BAJAS.
           MOVE ZERO TO WS-CTA-MODIF.
           MOVE ZERO TO WS-CTA-DETENIDOS.
           MOVE ZERO TO WS-CTA-ENVIADOS.
           OPEN OUTPUT F-AFILIA.
           MOVE LOW-VALUES TO MI-LLAVE.
           MOVE "N" TO WS-MI-FIN.
           START F-MOVIMSS KEY IS NOT LESS THAN MI-LLAVE
                   INVALID KEY MOVE "S" TO WS-MI-FIN
           END-START.
           PERFORM 30-1-LEE-MOVIMIENTO UNTIL WS-MI-FIN = "S".
           CLOSE F-AFILIA.
           DISPLAY "Lote " WS-LOTE " en " WS-NOMBRE-LOTE.
           DISPLAY "  Altas y reingresos:   " WS-CTA-ALTAS.
           DISPLAY "  Bajas:                " WS-CTA-BAJAS.
           DISPLAY "  Modificaciones:       " WS-CTA-MODIF.
           DISPLAY "  Total enviados:       " WS-CTA-ENVIADOS.
           IF WS-CTA-DETENIDOS > ZERO
                   DISPLAY "  Detenidos sin NSS:    " WS-CTA-DETENIDOS
           END-IF.

       30-1-LEE-MOVIMIENTO.
           READ F-MOVIMSS NEXT RECORD
                   AT END MOVE "S" TO WS-MI-FIN
                   NOT AT END
                           IF MI-ESTADO = "P"
                                   PERFORM 30-2-PROCESA-MOVIMIENTO
                           END-IF
           END-READ.

       30-2-PROCESA-MOVIMIENTO.
      *EL NSS PUDO CAPTURARSE DESPUES DEL MOVIMIENTO: SE COMPLETA
      *DESDE EL MAESTRO ANTES DE DARLO POR DETENIDO
           IF MI-NSS = SPACES
                   MOVE MI-ID TO FT-ID
                   READ F-TRABAJADORES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                           MOVE FT-NSS TO MI-NSS
                           IF MI-CURP = SPACES
                                   MOVE FT-CURP TO MI-CURP
                           END-IF
                   END-READ
           END-IF.
           IF MI-NSS = SPACES OR MI-NSS = LOW-VALUES
                   ADD 1 TO WS-CTA-DETENIDOS
                   DISPLAY "Detenido sin NSS: folio " MI-ID
                           " movimiento " MI-TIPO " del " MI-FECHA
           ELSE
                   PERFORM 30-3-ESCRIBE-AVISO
                   MOVE "E" TO MI-ESTADO
                   MOVE WS-LOTE TO MI-LOTE
                   MOVE WS-FECHA-HOY TO MI-FECHA-ENVIO
                   REWRITE MI-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al marcar el movimiento "
                                   "del folio " MI-ID ", estatus: "
                                   WS-MI-STATUS
                   END-REWRITE
                   ADD 1 TO WS-CTA-ENVIADOS
           END-IF.

       30-3-ESCRIBE-AVISO.
           MOVE SPACES TO AF-LINEA.
           MOVE WS-REG-PATRONAL TO AF-REG-PATRONAL.
           MOVE MI-NSS TO AF-NSS.
           MOVE SPACES TO WS-AP-PATERNO.
           MOVE SPACES TO WS-AP-MATERNO.
           UNSTRING MI-APELLIDO DELIMITED BY ALL " "
                   INTO WS-AP-PATERNO WS-AP-MATERNO.
           MOVE WS-AP-PATERNO TO AF-AP-PATERNO.
           MOVE WS-AP-MATERNO TO AF-AP-MATERNO.
           MOVE MI-NOMBRE TO AF-NOMBRE.
           MOVE MI-SDI TO AF-SDI.
           MOVE ZERO TO AF-CEROS.
           MOVE "1" TO AF-TIPO-TRABAJADOR.
           MOVE "0" TO AF-TIPO-SALARIO.
           MOVE "0" TO AF-SEMANA-REDUCIDA.
           MOVE MI-FECHA(7:2) TO AF-DIA.
           MOVE MI-FECHA(5:2) TO AF-MES.
           MOVE MI-FECHA(1:4) TO AF-ANIO.
           MOVE ZERO TO AF-UMF.
           MOVE ZERO TO AF-GUIA.
           MOVE MI-ID TO AF-CLAVE-TRAB.
           MOVE SPACE TO AF-CAUSA-BAJA.
           IF MI-TIPO = "A"
                   MOVE "08" TO AF-TIPO-MOV
                   ADD 1 TO WS-CTA-ALTAS
           ELSE
           IF MI-TIPO = "B"
                   MOVE "02" TO AF-TIPO-MOV
                   MOVE MI-CAUSA-BAJA TO AF-CAUSA-BAJA
                   ADD 1 TO WS-CTA-BAJAS
           ELSE
                   MOVE "07" TO AF-TIPO-MOV
                   ADD 1 TO WS-CTA-MODIF
           END-IF
           END-IF.
           MOVE MI-CURP TO AF-CURP.
           MOVE "9" TO AF-IDENTIFICADOR.
           WRITE AF-LINEA.

       END PROGRAM NOMAFILIA.
