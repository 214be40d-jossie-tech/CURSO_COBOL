      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Traspaso de un trabajador entre empresas del grupo:
      *          lo da de alta en la familia de archivos de la
      *          empresa destino con su fecha de alta original (la
      *          antiguedad no se pierde), le lleva las deducciones
      *          abiertas, los prestamos, el saldo de la caja de
      *          ahorro y las vacaciones ya tomadas en el anio (para
      *          que conserve su saldo pendiente), y lo cierra en la
      *          empresa origen sin finiquito. Deja la referencia
      *          cruzada en NOMTRASP.DAT para que la constancia anual
      *          de la empresa destino sume lo pagado por ambas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMTRASP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CATALOGO DE EMPRESAS DEL LANZADOR, PARA VALIDAR EL DESTINO
           SELECT OPTIONAL F-EMPRESAS
           ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-EMS-STATUS.

           SELECT OPTIONAL F-OPERADOR
           ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OP-STATUS.

      *REFERENCIA CRUZADA DE TRASPASOS, COMPARTIDA ENTRE EMPRESAS;
      *LA LLAVE ES LA EMPRESA Y EL FOLIO DESTINO, QUE ES COMO LA
      *BUSCA LA CONSTANCIA ANUAL DE NOMINA
           SELECT F-TRASPASOS
           ASSIGN TO "NOMTRASP.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TX-LLAVE
           FILE STATUS IS WS-TX-STATUS.

      *ARCHIVOS DE LA EMPRESA ORIGEN (LA ELEGIDA EN EL LANZADOR)
           SELECT F-TRABAJADORES
           ASSIGN TO WS-ARCH-TRAB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FT-ID
           FILE STATUS IS WS-FT-STATUS.

           SELECT F-DEDUCCIONES
           ASSIGN TO WS-ARCH-DED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DD-LLAVE
           FILE STATUS IS WS-DED-STATUS.

           SELECT F-PRESTAMOS
           ASSIGN TO WS-ARCH-PREST
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PR-LLAVE
           FILE STATUS IS WS-PR-STATUS.

           SELECT F-CAJA
           ASSIGN TO WS-ARCH-CAJA
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CJ-ID
           FILE STATUS IS WS-CJ-STATUS.

           SELECT F-AUSENCIAS
           ASSIGN TO WS-ARCH-AUS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AU-LLAVE
           FILE STATUS IS WS-AUS-STATUS.

           SELECT F-MOVIMSS
           ASSIGN TO WS-ARCH-MOVIMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MI-LLAVE
           FILE STATUS IS WS-MI-STATUS.

           SELECT F-BAJAS
           ASSIGN TO WS-ARCH-BAJAS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TB-STATUS.

           SELECT F-AUDITORIA
           ASSIGN TO WS-ARCH-AUD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

      *ARCHIVOS DE LA EMPRESA DESTINO, MISMOS LAYOUTS CON EL
      *PREFIJO DE LA EMPRESA CAPTURADA
           SELECT F-TRAB-DESTINO
           ASSIGN TO WS-ARCH-TRAB-D
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TD-ID
           FILE STATUS IS WS-TD-STATUS.

           SELECT F-SEC-DESTINO
           ASSIGN TO WS-ARCH-SEC-D
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS SD-CLAVE
           FILE STATUS IS WS-SD-STATUS.

           SELECT OPTIONAL F-CFG-DESTINO
           ASSIGN TO WS-ARCH-CFG-D
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CD-CLAVE
           FILE STATUS IS WS-CD-STATUS.

           SELECT F-DED-DESTINO
           ASSIGN TO WS-ARCH-DED-D
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DE-LLAVE
           FILE STATUS IS WS-DE-STATUS.

           SELECT F-PREST-DESTINO
           ASSIGN TO WS-ARCH-PREST-D
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PD-LLAVE
           FILE STATUS IS WS-PD-STATUS.

           SELECT F-CAJA-DESTINO
           ASSIGN TO WS-ARCH-CAJA-D
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS JD-ID
           FILE STATUS IS WS-JD-STATUS.

           SELECT F-AUS-DESTINO
           ASSIGN TO WS-ARCH-AUS-D
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AD-LLAVE
           FILE STATUS IS WS-AD-STATUS.

           SELECT F-MOVIMSS-DESTINO
           ASSIGN TO WS-ARCH-MOVIMSS-D
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MD-LLAVE
           FILE STATUS IS WS-MD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-EMPRESAS.
       01 EMS-REGISTRO.
           02 EMS-CODIGO                   PIC X(02).
           02 FILLER                       PIC X(01).
           02 EMS-NOMBRE                   PIC X(40).

       FD F-OPERADOR.
       01 OP-REGISTRO                      PIC X(08).

      *LA CONSTANCIA DE LA EMPRESA DESTINO LEE LOS ACUMULADOS DEL
      *ANIO EN LA EMPRESA Y FOLIO ORIGEN
       FD F-TRASPASOS.
       01 TX-REGISTRO.
           02 TX-LLAVE.
               03 TX-EMP-DESTINO           PIC X(02).
               03 TX-ID-DESTINO            PIC 9(04).
           02 TX-EMP-ORIGEN                PIC X(02).
           02 TX-ID-ORIGEN                 PIC 9(04).
           02 TX-FECHA                     PIC X(08).
           02 TX-NOMBRE                    PIC X(30).
           02 TX-APELLIDO                  PIC X(30).
           02 TX-OPERADOR                  PIC X(08).

      *MISMO LAYOUT QUE EL FD F-TRABAJADORES DE NOMINA
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FT-NOMBRE                    PIC X(30).
           02 FT-APELLIDO                  PIC X(30).
           02 FT-FECHA-NAC                 PIC X(08).
           02 FT-SALARIO                   PIC S9(06)V99.
           02 FT-DEPARTAMENTO              PIC 9(2) OCCURS 3 TIMES.
           02 FT-ACTIVO                    PIC X(01).
           02 FT-HORAS-EXTRA               PIC 9(03).
           02 FT-GASTOS                    PIC 9(05)V9(2).
           02 FT-MONEDA                    PIC X(03).
           02 FT-BANCO                     PIC X(20).
           02 FT-CLABE                     PIC X(18).
           02 FT-FECHA-ALTA                PIC X(08).
           02 FT-RETRO-PENDIENTE           PIC S9(06)V99.
           02 FT-HE-ESTATUS                PIC X(01).
           02 FT-FRECUENCIA                PIC X(01).
           02 FT-PUESTO                    PIC 9(03).
           02 FT-DEPTO-PCT                 PIC 9(03) OCCURS 3 TIMES.
           02 FT-RFC                       PIC X(13).
           02 FT-CURP                      PIC X(18).
           02 FT-SUPERVISOR                PIC 9(04).
           02 FT-NSS                       PIC X(11).
           02 FT-SDI                       PIC 9(05)V99.
           02 FT-ESTADO-TRAB               PIC X(02).
           02 FT-ZONA-SM                   PIC X(01).

      *MISMO LAYOUT QUE EL FD F-DEDUCCIONES DE NOMINA
       FD F-DEDUCCIONES.
       01 DD-REGISTRO.
           02 DD-LLAVE.
               03 DD-ID                    PIC 9(04).
               03 DD-CONCEPTO              PIC X(12).
           02 DD-MONTO-PERIODO             PIC 9(06)V99.
           02 DD-SALDO                     PIC 9(07)V99.
           02 DD-TIPO                      PIC X(01).
           02 DD-PORCENTAJE                PIC 9(02)V99.
           02 DD-PRIORIDAD                 PIC 9(01).
           02 DD-BENEFICIARIO              PIC X(30).
           02 DD-BENEF-CLABE               PIC X(18).

      *MISMO LAYOUT QUE EL FD F-PRESTAMOS DE NOMINA; EL PRESTAMO
      *QUE SE VA CON EL TRABAJADOR QUEDA EN LA ORIGEN CON ESTADO
      *"T" (TRASPASADO)
       FD F-PRESTAMOS.
       01 PR-REGISTRO.
           02 PR-LLAVE.
               03 PR-ID                    PIC 9(04).
               03 PR-NUMERO                PIC 9(03).
           02 PR-CAPITAL                   PIC 9(07)V99.
           02 PR-TASA                      PIC 9(02)V99.
           02 PR-PLAZOS                    PIC 9(03).
           02 PR-ABONO                     PIC 9(06)V99.
           02 PR-INTERES-TOTAL             PIC 9(07)V99.
           02 PR-FECHA                     PIC X(08).
           02 PR-ESTADO                    PIC X(01).

      *MISMO LAYOUT QUE EL FD F-CAJA DE NOMINA
       FD F-CAJA.
       01 CJ-REGISTRO.
           02 CJ-ID                        PIC 9(04).
           02 CJ-APORTACION                PIC 9(06)V99.
           02 CJ-SALDO-TRAB                PIC S9(08)V99.
           02 CJ-SALDO-PATRON              PIC S9(08)V99.
           02 CJ-ACTIVO                    PIC X(01).

      *MISMO LAYOUT QUE EL FD F-AUSENCIAS DE NOMINA
       FD F-AUSENCIAS.
       01 AU-REGISTRO.
           02 AU-LLAVE.
               03 AU-ID                    PIC 9(04).
               03 AU-FECHA                 PIC X(08).
           02 AU-TIPO                      PIC X(01).
           02 AU-DIAS                      PIC 9(02).

      *MISMO LAYOUT QUE EL FD F-MOVIMSS DE NOMINA
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

      *MISMO LAYOUT QUE EL FD F-BAJAS DE NOMINA; EL TRASPASO SE
      *REGISTRA CON EL FINIQUITO EN CEROS
       FD F-BAJAS.
       01 TB-REGISTRO.
           02 TB-ID                        PIC 9(04).
           02 TB-NOMBRE                    PIC X(30).
           02 TB-APELLIDO                  PIC X(30).
           02 TB-FECHA-BAJA                PIC X(08).
           02 TB-MOTIVO                    PIC X(40).
           02 TB-AGUI-PROP                 PIC 9(06)V99.
           02 TB-VAC-PROP                  PIC 9(06)V99.
           02 TB-HE-PROP                   PIC 9(06)V99.
           02 TB-GASTOS-PROP               PIC 9(05)V99.
           02 TB-DIAS-PROP                 PIC 9(06)V99.
           02 TB-FINIQUITO                 PIC 9(07)V99.
           02 TB-RESGUARDOS                PIC 9(07)V99.
           02 TB-RESG-ADEUDO               PIC 9(07)V99.

      *MISMO LAYOUT QUE EL FD F-AUDITORIA DE NOMINA
       FD F-AUDITORIA.
       01 AUD-REGISTRO.
           02 AUD-FECHA                    PIC X(08).
           02 AUD-HORA                     PIC X(08).
           02 AUD-ID                       PIC 9(04).
           02 AUD-ACCION                   PIC X(12).
           02 AUD-CAMPO                    PIC X(15).
           02 AUD-VALOR-ANTERIOR           PIC X(30).
           02 AUD-VALOR-NUEVO              PIC X(30).
           02 AUD-OPERADOR                 PIC X(08).
           02 AUD-SECUENCIA                PIC 9(08).
           02 AUD-SELLO                    PIC 9(09).

      *EN DESTINO SOLO INTERESAN EL FOLIO, EL ESTATUS Y LA CURP
      *(PARA NO DUPLICAR AL TRABAJADOR); EL REGISTRO SE ARMA
      *COMPLETO EN FT-REGISTRO Y SE MUEVE ENTERO
       FD F-TRAB-DESTINO.
       01 TD-REGISTRO.
           02 TD-ID                        PIC 9(04).
           02 FILLER                       PIC X(82).
           02 TD-ACTIVO                    PIC X(01).
           02 FILLER                       PIC X(94).
           02 TD-CURP                      PIC X(18).
           02 FILLER                       PIC X(25).

       FD F-SEC-DESTINO.
       01 SD-REGISTRO.
           02 SD-CLAVE                     PIC X(01).
           02 SD-ULTIMO-ID                 PIC 9(04).

      *SOLO EL TOPE DE TRABAJADORES Y EL INCREMENTO DEL FOLIO
       FD F-CFG-DESTINO.
       01 CD-REGISTRO.
           02 CD-CLAVE                     PIC X(01).
           02 CD-EMPRESA                   PIC X(40).
           02 CD-MAX-TRABAJADORES          PIC 9(04).
           02 CD-INCREMENTO-ID             PIC 9(02).
           02 FILLER                       PIC X(34).

       FD F-DED-DESTINO.
       01 DE-REGISTRO.
           02 DE-LLAVE.
               03 DE-ID                    PIC 9(04).
               03 DE-CONCEPTO              PIC X(12).
           02 FILLER                       PIC X(71).

       FD F-PREST-DESTINO.
       01 PD-REGISTRO.
           02 PD-LLAVE.
               03 PD-ID                    PIC 9(04).
               03 PD-NUMERO                PIC 9(03).
           02 FILLER                       PIC X(42).

       FD F-CAJA-DESTINO.
       01 JD-REGISTRO.
           02 JD-ID                        PIC 9(04).
           02 FILLER                       PIC X(29).

       FD F-AUS-DESTINO.
       01 AD-REGISTRO.
           02 AD-LLAVE.
               03 AD-ID                    PIC 9(04).
               03 AD-FECHA                 PIC X(08).
           02 FILLER                       PIC X(03).

       FD F-MOVIMSS-DESTINO.
       01 MD-REGISTRO.
           02 MD-LLAVE.
               03 MD-ID                    PIC 9(04).
               03 MD-FECHA                 PIC X(08).
               03 MD-TIPO                  PIC X(01).
           02 FILLER                       PIC X(112).

       WORKING-STORAGE SECTION.
      *PREFIJO DE LA EMPRESA ORIGEN (RUTINA EMPRESAUTIL) Y DE LA
      *EMPRESA DESTINO ARMADO CON LA CLAVE CAPTURADA
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-PREFIJO-DESTINO.
           02 FILLER                       PIC X(01) VALUE "E".
           02 WS-EMP-DESTINO               PIC X(02).
           02 FILLER                       PIC X(01) VALUE "-".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       01 WS-ARCH-DED.
           02 WS-EMP-DED                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMDED.DAT".
       01 WS-ARCH-PREST.
           02 WS-EMP-PREST                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(12)
                   VALUE "NOMPREST.DAT".
       01 WS-ARCH-CAJA.
           02 WS-EMP-CAJA                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMCAJA.DAT".
       01 WS-ARCH-AUS.
           02 WS-EMP-AUS                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUS.DAT".
       01 WS-ARCH-MOVIMSS.
           02 WS-EMP-MOVIMSS               PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(14)
                   VALUE "NOMMOVIMSS.DAT".
       01 WS-ARCH-BAJAS.
           02 WS-EMP-BAJAS                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(12)
                   VALUE "NOMBAJAS.DAT".
       01 WS-ARCH-AUD.
           02 WS-EMP-AUD                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUD.LOG".
       01 WS-ARCH-TRAB-D.
           02 WS-EMP-TRAB-D                PIC X(04).
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       01 WS-ARCH-SEC-D.
           02 WS-EMP-SEC-D                 PIC X(04).
           02 FILLER                       PIC X(10)
                   VALUE "NOMSEC.DAT".
       01 WS-ARCH-CFG-D.
           02 WS-EMP-CFG-D                 PIC X(04).
           02 FILLER                       PIC X(10)
                   VALUE "NOMCFG.DAT".
       01 WS-ARCH-DED-D.
           02 WS-EMP-DED-D                 PIC X(04).
           02 FILLER                       PIC X(10)
                   VALUE "NOMDED.DAT".
       01 WS-ARCH-PREST-D.
           02 WS-EMP-PREST-D               PIC X(04).
           02 FILLER                       PIC X(12)
                   VALUE "NOMPREST.DAT".
       01 WS-ARCH-CAJA-D.
           02 WS-EMP-CAJA-D                PIC X(04).
           02 FILLER                       PIC X(11)
                   VALUE "NOMCAJA.DAT".
       01 WS-ARCH-AUS-D.
           02 WS-EMP-AUS-D                 PIC X(04).
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUS.DAT".
       01 WS-ARCH-MOVIMSS-D.
           02 WS-EMP-MOVIMSS-D             PIC X(04).
           02 FILLER                       PIC X(14)
                   VALUE "NOMMOVIMSS.DAT".
       01 WS-ARCH-AUD-D.
           02 WS-EMP-AUD-D                 PIC X(04).
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUD.LOG".
       77 WS-EMS-STATUS                    PIC X(02).
       77 WS-OP-STATUS                     PIC X(02).
       77 WS-TX-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-DED-STATUS                    PIC X(02).
       77 WS-PR-STATUS                     PIC X(02).
       77 WS-CJ-STATUS                     PIC X(02).
       77 WS-AUS-STATUS                    PIC X(02).
       77 WS-MI-STATUS                     PIC X(02).
       77 WS-TB-STATUS                     PIC X(02).
       77 WS-AUD-STATUS                    PIC X(02).
       77 WS-TD-STATUS                     PIC X(02).
       77 WS-SD-STATUS                     PIC X(02).
       77 WS-CD-STATUS                     PIC X(02).
       77 WS-DE-STATUS                     PIC X(02).
       77 WS-PD-STATUS                     PIC X(02).
       77 WS-JD-STATUS                     PIC X(02).
       77 WS-AD-STATUS                     PIC X(02).
       77 WS-MD-STATUS                     PIC X(02).
      *OPERACION DE LA RUTINA DE BITACORA ENCADENADA (BITACORAUTIL)
       77 WS-BIT-OP                        PIC X(01).
       77 WS-OPERADOR                      PIC X(08) VALUE "LOCAL".
       77 WS-FECHA-HOY                     PIC X(08).
       77 WS-VALIDO                        PIC X(01).
       77 WS-CONFIRMA                      PIC X(01).
       77 WS-FIN-LECTURA                   PIC X(01).
      *NOMBRE DE LA EMPRESA DESTINO, TOMADO DEL CATALOGO
       77 WS-NOMBRE-DESTINO                PIC X(40).
      *TRABAJADOR EN LA ORIGEN Y FOLIO QUE RECIBE EN DESTINO
       77 WS-ID-ORIGEN                     PIC 9(04).
       77 WS-ID-DESTINO                    PIC 9(04).
       77 WS-ID-OK                         PIC X(01).
       01 WS-FT-ORIGINAL                   PIC X(224).
      *TOPE DE TRABAJADORES E INCREMENTO DEL FOLIO DE LA DESTINO,
      *CON LOS MISMOS VALORES POR OMISION QUE NOMINA
       77 WS-MAX-DESTINO                   PIC 9(04) VALUE 9999.
       77 WS-INCREMENTO-ID                 PIC 9(02) VALUE 10.
       77 WS-REGISTROS-DESTINO             PIC 9(05).
       77 WS-CURP-DUPLICADA                PIC X(01).
      *CONTEO DE LO QUE SE LLEVA EL TRABAJADOR
       77 WS-CTA-DEDUCCIONES               PIC 9(03).
       77 WS-CTA-PRESTAMOS                 PIC 9(03).
       77 WS-CTA-VACACIONES                PIC 9(03).
       77 WS-CAJA-TRAB                     PIC S9(08)V99.
       77 WS-CAJA-PATRON                   PIC S9(08)V99.
       77 WS-MONTO-FMT                     PIC -ZZZZZZZ9.99.
      *ENLACE CON CANDADOUTIL
       77 WS-CAND-OP                       PIC X(01).
       77 WS-CAND-PROCESO                  PIC X(12).
       77 WS-CAND-RESULTADO                PIC X(01).
      *VALORES DE LA BITACORA: EMPRESA Y FOLIO DE CADA LADO
       01 WS-AUD-ORIGEN.
           02 FILLER                       PIC X(08) VALUE "EMPRESA ".
           02 WS-AUD-EMP-ORI               PIC X(02).
           02 FILLER                       PIC X(07) VALUE " FOLIO ".
           02 WS-AUD-ID-ORI                PIC 9(04).
       01 WS-AUD-DESTINO.
           02 FILLER                       PIC X(08) VALUE "EMPRESA ".
           02 WS-AUD-EMP-DES               PIC X(02).
           02 FILLER                       PIC X(07) VALUE " FOLIO ".
           02 WS-AUD-ID-DES                PIC 9(04).

       PROCEDURE DIVISION.
       00-PRINCIPAL.
           DISPLAY "TRASPASO DE TRABAJADOR ENTRE EMPRESAS".
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-DED.
           MOVE WS-EMP-PREFIJO TO WS-EMP-PREST.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAJA.
           MOVE WS-EMP-PREFIJO TO WS-EMP-AUS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-MOVIMSS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-BAJAS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-AUD.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 05-LEE-OPERADOR.
      *EL TRASPASO NO CORRE MIENTRAS OTRO PROCESO TENGA EL CANDADO
      *(UN CIERRE DE PERIODO, POR EJEMPLO)
           MOVE "C" TO WS-CAND-OP.
           MOVE SPACES TO WS-CAND-PROCESO.
           CALL "CANDADOUTIL" USING WS-CAND-OP WS-CAND-PROCESO
                   WS-CAND-RESULTADO.
           IF WS-CAND-RESULTADO = "B"
                   DISPLAY "Hay un proceso en curso ("
                           WS-CAND-PROCESO "), intente mas tarde"
                   GOBACK
           END-IF.
           MOVE "N" TO WS-VALIDO.
           PERFORM 10-PIDE-DESTINO.
           IF WS-VALIDO = "S"
                   PERFORM 11-PIDE-TRABAJADOR
           END-IF.
           IF WS-VALIDO = "S"
                   PERFORM 12-CONFIRMA-TRASPASO
           END-IF.
      *GOBACK PARA REGRESAR AL MENU DEL LANZADOR
           GOBACK.

       05-LEE-OPERADOR.
           OPEN INPUT F-OPERADOR.
           IF WS-OP-STATUS = "00"
                   READ F-OPERADOR
                           AT END CONTINUE
                           NOT AT END MOVE OP-REGISTRO TO WS-OPERADOR
                   END-READ
           END-IF.
           CLOSE F-OPERADOR.

      *LA EMPRESA DESTINO DEBE ESTAR EN EL CATALOGO DEL LANZADOR Y
      *SER DISTINTA DE LA ORIGEN
       10-PIDE-DESTINO.
           DISPLAY "Empresa origen: " WS-EMP-PREFIJO(2:2).
           DISPLAY "Clave de la empresa destino: ".
           MOVE SPACES TO WS-EMP-DESTINO.
           ACCEPT WS-EMP-DESTINO.
           CALL "NOMBREUTIL" USING WS-EMP-DESTINO 2.
           IF WS-EMP-DESTINO = WS-EMP-PREFIJO(2:2)
                   DISPLAY "La empresa destino es la misma que la "
                           "origen"
           ELSE
                   OPEN INPUT F-EMPRESAS
                   IF WS-EMS-STATUS NOT = "00"
                           DISPLAY "No hay catalogo de empresas "
                                   "(registrelas en el LANZADOR)"
                   ELSE
                           MOVE "N" TO WS-FIN-LECTURA
                           PERFORM 10-1-BUSCA-EMPRESA
                                   UNTIL WS-FIN-LECTURA = "S"
                           IF WS-VALIDO NOT = "S"
                                   DISPLAY "Empresa " WS-EMP-DESTINO
                                           " no registrada"
                           END-IF
                   END-IF
                   CLOSE F-EMPRESAS
           END-IF.

       10-1-BUSCA-EMPRESA.
           READ F-EMPRESAS
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF EMS-CODIGO = WS-EMP-DESTINO
                                   MOVE "S" TO WS-VALIDO
                                   MOVE EMS-NOMBRE
                                           TO WS-NOMBRE-DESTINO
                                   MOVE "S" TO WS-FIN-LECTURA
                           END-IF
           END-READ.

      *EL TRABAJADOR DEBE ESTAR ACTIVO EN LA ORIGEN, NO EXISTIR YA
      *ACTIVO EN LA DESTINO (MISMA CURP) Y CABER EN SU TOPE
       11-PIDE-TRABAJADOR.
           MOVE "N" TO WS-VALIDO.
           MOVE WS-PREFIJO-DESTINO TO WS-EMP-TRAB-D.
           MOVE WS-PREFIJO-DESTINO TO WS-EMP-SEC-D.
           MOVE WS-PREFIJO-DESTINO TO WS-EMP-CFG-D.
           MOVE WS-PREFIJO-DESTINO TO WS-EMP-DED-D.
           MOVE WS-PREFIJO-DESTINO TO WS-EMP-PREST-D.
           MOVE WS-PREFIJO-DESTINO TO WS-EMP-CAJA-D.
           MOVE WS-PREFIJO-DESTINO TO WS-EMP-AUS-D.
           MOVE WS-PREFIJO-DESTINO TO WS-EMP-MOVIMSS-D.
           MOVE WS-PREFIJO-DESTINO TO WS-EMP-AUD-D.
           DISPLAY "ID del trabajador a traspasar: ".
           ACCEPT WS-ID-ORIGEN.
           MOVE "N" TO WS-ID-OK.
           OPEN INPUT F-TRABAJADORES.
           IF WS-FT-STATUS NOT = "00"
                   DISPLAY "Empresa " WS-EMP-PREFIJO(2:2)
                           ": sin maestro de trabajadores ("
                           WS-FT-STATUS ")"
           ELSE
                   MOVE WS-ID-ORIGEN TO FT-ID
                   READ F-TRABAJADORES
                           INVALID KEY
                           DISPLAY "Trabajador no encontrado"
                           NOT INVALID KEY
                           IF FT-ACTIVO NOT = "S"
                                   DISPLAY "Ese trabajador ya esta "
                                           "dado de baja"
                           ELSE
                                   MOVE "S" TO WS-ID-OK
                           END-IF
                   END-READ
           END-IF.
           CLOSE F-TRABAJADORES.
           IF WS-ID-OK = "S"
                   MOVE FT-REGISTRO TO WS-FT-ORIGINAL
                   PERFORM 11-3-VALIDA-DESTINO
           END-IF.

      *REVISA EL MAESTRO DESTINO COMPLETO: CUENTA SUS REGISTROS
      *CONTRA EL TOPE Y BUSCA LA CURP ENTRE LOS ACTIVOS
       11-3-VALIDA-DESTINO.
           PERFORM 11-1-LEE-CFG-DESTINO.
           MOVE ZERO TO WS-REGISTROS-DESTINO.
           MOVE "N" TO WS-CURP-DUPLICADA.
           OPEN INPUT F-TRAB-DESTINO.
           IF WS-TD-STATUS = "00"
                   MOVE ZERO TO TD-ID
                   MOVE "N" TO WS-FIN-LECTURA
                   START F-TRAB-DESTINO KEY IS NOT LESS THAN TD-ID
                           INVALID KEY MOVE "S" TO WS-FIN-LECTURA
                   END-START
                   PERFORM 11-2-REVISA-DESTINO
                           UNTIL WS-FIN-LECTURA = "S"
           END-IF.
           CLOSE F-TRAB-DESTINO.
           MOVE WS-FT-ORIGINAL TO FT-REGISTRO.
           IF WS-CURP-DUPLICADA = "S"
                   DISPLAY "La CURP " FT-CURP " ya esta activa en la "
                           "empresa " WS-EMP-DESTINO
           ELSE
           IF WS-REGISTROS-DESTINO + 1 > WS-MAX-DESTINO
                   DISPLAY "La empresa " WS-EMP-DESTINO
                           " ya llego a su tope de trabajadores: "
                           WS-MAX-DESTINO
           ELSE
                   MOVE "S" TO WS-VALIDO.

       11-1-LEE-CFG-DESTINO.
           OPEN INPUT F-CFG-DESTINO.
           IF WS-CD-STATUS = "00" OR WS-CD-STATUS = "05"
                   MOVE "1" TO CD-CLAVE
                   READ F-CFG-DESTINO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                           IF CD-MAX-TRABAJADORES NUMERIC
                                   MOVE CD-MAX-TRABAJADORES
                                           TO WS-MAX-DESTINO
                           END-IF
                           IF CD-INCREMENTO-ID NUMERIC
                           AND CD-INCREMENTO-ID > ZERO
                                   MOVE CD-INCREMENTO-ID
                                           TO WS-INCREMENTO-ID
                           END-IF
                   END-READ
           END-IF.
           CLOSE F-CFG-DESTINO.

       11-2-REVISA-DESTINO.
           READ F-TRAB-DESTINO NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           ADD 1 TO WS-REGISTROS-DESTINO
                           IF TD-ACTIVO = "S"
                           AND FT-CURP NOT = SPACES
                           AND TD-CURP = FT-CURP
                                   MOVE "S" TO WS-CURP-DUPLICADA
                           END-IF
           END-READ.

       12-CONFIRMA-TRASPASO.
           DISPLAY "Trabajador " FT-ID " " FT-NOMBRE " " FT-APELLIDO.
           DISPLAY "Fecha de alta (antiguedad): " FT-FECHA-ALTA.
           DISPLAY "Destino: " WS-EMP-DESTINO " " WS-NOMBRE-DESTINO.
           DISPLAY "Se traspasa sin finiquito; se llevan deducciones, "
                   "prestamos, caja de ahorro y vacaciones".
           DISPLAY "Confirma el traspaso? S-SI / N-NO".
           ACCEPT WS-CONFIRMA.
           CALL "NOMBREUTIL" USING WS-CONFIRMA 1.
           IF WS-CONFIRMA NOT = "S"
                   DISPLAY "Traspaso cancelado"
           ELSE
                   MOVE "P" TO WS-CAND-OP
                   MOVE "TRASPASO" TO WS-CAND-PROCESO
                   CALL "CANDADOUTIL" USING WS-CAND-OP
                           WS-CAND-PROCESO WS-CAND-RESULTADO
                   PERFORM 20-ABRIR-ARCHIVOS
                   PERFORM 21-ASIGNA-FOLIO
                   PERFORM 30-ALTA-DESTINO
                   PERFORM 31-TRASPASA-DEDUCCIONES
                   PERFORM 32-TRASPASA-PRESTAMOS
                   PERFORM 33-TRASPASA-CAJA
                   PERFORM 34-TRASPASA-VACACIONES
                   PERFORM 35-BAJA-ORIGEN
                   PERFORM 36-MOVIMIENTOS-IMSS
                   PERFORM 37-REFERENCIA-CRUZADA
                   PERFORM 38-REGISTRA-AUDITORIA
                   PERFORM 29-CERRAR-ARCHIVOS
                   MOVE "Q" TO WS-CAND-OP
                   CALL "CANDADOUTIL" USING WS-CAND-OP
                           WS-CAND-PROCESO WS-CAND-RESULTADO
                   PERFORM 39-RESUMEN
           END-IF.

       20-ABRIR-ARCHIVOS.
           OPEN I-O F-TRABAJADORES.
           OPEN I-O F-DEDUCCIONES.
           IF WS-DED-STATUS = "35"
                   OPEN OUTPUT F-DEDUCCIONES
                   CLOSE F-DEDUCCIONES
                   OPEN I-O F-DEDUCCIONES
           END-IF.
           OPEN I-O F-PRESTAMOS.
           IF WS-PR-STATUS = "35"
                   OPEN OUTPUT F-PRESTAMOS
                   CLOSE F-PRESTAMOS
                   OPEN I-O F-PRESTAMOS
           END-IF.
           OPEN I-O F-CAJA.
           IF WS-CJ-STATUS = "35"
                   OPEN OUTPUT F-CAJA
                   CLOSE F-CAJA
                   OPEN I-O F-CAJA
           END-IF.
           OPEN I-O F-AUSENCIAS.
           IF WS-AUS-STATUS = "35"
                   OPEN OUTPUT F-AUSENCIAS
                   CLOSE F-AUSENCIAS
                   OPEN I-O F-AUSENCIAS
           END-IF.
           OPEN I-O F-MOVIMSS.
           IF WS-MI-STATUS = "35"
                   OPEN OUTPUT F-MOVIMSS
                   CLOSE F-MOVIMSS
                   OPEN I-O F-MOVIMSS
           END-IF.
           OPEN I-O F-TRAB-DESTINO.
           IF WS-TD-STATUS = "35"
                   OPEN OUTPUT F-TRAB-DESTINO
                   CLOSE F-TRAB-DESTINO
                   OPEN I-O F-TRAB-DESTINO
           END-IF.
           OPEN I-O F-SEC-DESTINO.
           IF WS-SD-STATUS = "35"
                   OPEN OUTPUT F-SEC-DESTINO
                   CLOSE F-SEC-DESTINO
                   OPEN I-O F-SEC-DESTINO
           END-IF.
           OPEN I-O F-DED-DESTINO.
           IF WS-DE-STATUS = "35"
                   OPEN OUTPUT F-DED-DESTINO
                   CLOSE F-DED-DESTINO
                   OPEN I-O F-DED-DESTINO
           END-IF.
           OPEN I-O F-PREST-DESTINO.
           IF WS-PD-STATUS = "35"
                   OPEN OUTPUT F-PREST-DESTINO
                   CLOSE F-PREST-DESTINO
                   OPEN I-O F-PREST-DESTINO
           END-IF.
           OPEN I-O F-CAJA-DESTINO.
           IF WS-JD-STATUS = "35"
                   OPEN OUTPUT F-CAJA-DESTINO
                   CLOSE F-CAJA-DESTINO
                   OPEN I-O F-CAJA-DESTINO
           END-IF.
           OPEN I-O F-AUS-DESTINO.
           IF WS-AD-STATUS = "35"
                   OPEN OUTPUT F-AUS-DESTINO
                   CLOSE F-AUS-DESTINO
                   OPEN I-O F-AUS-DESTINO
           END-IF.
           OPEN I-O F-MOVIMSS-DESTINO.
           IF WS-MD-STATUS = "35"
                   OPEN OUTPUT F-MOVIMSS-DESTINO
                   CLOSE F-MOVIMSS-DESTINO
                   OPEN I-O F-MOVIMSS-DESTINO
           END-IF.
           OPEN I-O F-TRASPASOS.
           IF WS-TX-STATUS = "35"
                   OPEN OUTPUT F-TRASPASOS
                   CLOSE F-TRASPASOS
                   OPEN I-O F-TRASPASOS
           END-IF.

      *FOLIO SIGUIENTE DE LA EMPRESA DESTINO CON SU PROPIO ARCHIVO
      *DE CONTROL, SALTANDO LOS QUE YA EXISTAN EN SU MAESTRO IGUAL
      *QUE 23-GENERA-ID DE NOMINA
       21-ASIGNA-FOLIO.
           MOVE "1" TO SD-CLAVE.
           READ F-SEC-DESTINO
                   INVALID KEY
                           MOVE ZERO TO SD-ULTIMO-ID
                           WRITE SD-REGISTRO
           END-READ.
           MOVE SD-ULTIMO-ID TO WS-ID-DESTINO.
           MOVE "N" TO WS-ID-OK.
           PERFORM 21-1-SIGUIENTE-FOLIO UNTIL WS-ID-OK = "S".
           MOVE WS-ID-DESTINO TO SD-ULTIMO-ID.
           REWRITE SD-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar el folio destino, "
                           "estatus: " WS-SD-STATUS
           END-REWRITE.

       21-1-SIGUIENTE-FOLIO.
           ADD WS-INCREMENTO-ID TO WS-ID-DESTINO.
           MOVE WS-ID-DESTINO TO TD-ID.
           READ F-TRAB-DESTINO
                   INVALID KEY MOVE "S" TO WS-ID-OK
           END-READ.

       29-CERRAR-ARCHIVOS.
           CLOSE F-TRABAJADORES.
           CLOSE F-DEDUCCIONES.
           CLOSE F-PRESTAMOS.
           CLOSE F-CAJA.
           CLOSE F-AUSENCIAS.
           CLOSE F-MOVIMSS.
           CLOSE F-TRAB-DESTINO.
           CLOSE F-SEC-DESTINO.
           CLOSE F-DED-DESTINO.
           CLOSE F-PREST-DESTINO.
           CLOSE F-CAJA-DESTINO.
           CLOSE F-AUS-DESTINO.
           CLOSE F-MOVIMSS-DESTINO.
           CLOSE F-TRASPASOS.

      *EL REGISTRO DESTINO ES COPIA DEL ORIGEN CON EL FOLIO NUEVO:
      *CONSERVA LA FECHA DE ALTA Y LO PENDIENTE DE PAGAR (HORAS
      *EXTRA, GASTOS, RETROACTIVO), QUE LO PAGA LA NOMINA DESTINO.
      *EL SUPERVISOR ES UN FOLIO DE LA OTRA EMPRESA Y SE LIMPIA
       30-ALTA-DESTINO.
           MOVE WS-FT-ORIGINAL TO FT-REGISTRO.
           MOVE WS-ID-DESTINO TO FT-ID.
           MOVE ZERO TO FT-SUPERVISOR.
           MOVE FT-REGISTRO TO TD-REGISTRO.
           WRITE TD-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar el trabajador en la "
                           "destino, estatus: " WS-TD-STATUS
           END-WRITE.

      *DEDUCCIONES CON SALDO Y PENSIONES ALIMENTICIAS (INCLUYE LAS
      *DEDUCCIONES DE LOS PRESTAMOS); EN LA ORIGEN QUEDAN EN CEROS
       31-TRASPASA-DEDUCCIONES.
           MOVE ZERO TO WS-CTA-DEDUCCIONES.
           MOVE WS-ID-ORIGEN TO DD-ID.
           MOVE LOW-VALUES TO DD-CONCEPTO.
           MOVE "N" TO WS-FIN-LECTURA.
           START F-DEDUCCIONES KEY IS NOT LESS THAN DD-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-LECTURA
           END-START.
           PERFORM 31-1-LEE-DEDUCCION UNTIL WS-FIN-LECTURA = "S".

       31-1-LEE-DEDUCCION.
           READ F-DEDUCCIONES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF DD-ID NOT = WS-ID-ORIGEN
                                   MOVE "S" TO WS-FIN-LECTURA
                           ELSE
                                   IF DD-TIPO = "P" OR DD-SALDO > ZERO
                                           PERFORM 31-2-MUEVE-DEDUCCION
                                   END-IF
                           END-IF
           END-READ.

       31-2-MUEVE-DEDUCCION.
           MOVE DD-REGISTRO TO DE-REGISTRO.
           MOVE WS-ID-DESTINO TO DE-ID.
           WRITE DE-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar la deduccion "
                           DD-CONCEPTO " en la destino, estatus: "
                           WS-DE-STATUS
           END-WRITE.
           MOVE ZERO TO DD-SALDO.
           MOVE ZERO TO DD-MONTO-PERIODO.
           MOVE ZERO TO DD-PORCENTAJE.
           REWRITE DD-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al cerrar la deduccion "
                           DD-CONCEPTO ", estatus: " WS-DED-STATUS
           END-REWRITE.
           ADD 1 TO WS-CTA-DEDUCCIONES.

      *PRESTAMOS ACTIVOS: SE COPIAN CON SU MISMO NUMERO (LA
      *DEDUCCION PRESTAMO-NN YA VIAJO CON LAS DEDUCCIONES)
       32-TRASPASA-PRESTAMOS.
           MOVE ZERO TO WS-CTA-PRESTAMOS.
           MOVE WS-ID-ORIGEN TO PR-ID.
           MOVE ZERO TO PR-NUMERO.
           MOVE "N" TO WS-FIN-LECTURA.
           START F-PRESTAMOS KEY IS NOT LESS THAN PR-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-LECTURA
           END-START.
           PERFORM 32-1-LEE-PRESTAMO UNTIL WS-FIN-LECTURA = "S".

       32-1-LEE-PRESTAMO.
           READ F-PRESTAMOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF PR-ID NOT = WS-ID-ORIGEN
                                   MOVE "S" TO WS-FIN-LECTURA
                           ELSE
                                   IF PR-ESTADO = "A"
                                           PERFORM 32-2-MUEVE-PRESTAMO
                                   END-IF
                           END-IF
           END-READ.

       32-2-MUEVE-PRESTAMO.
           MOVE PR-REGISTRO TO PD-REGISTRO.
           MOVE WS-ID-DESTINO TO PD-ID.
           WRITE PD-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar el prestamo " PR-NUMERO
                           " en la destino, estatus: " WS-PD-STATUS
           END-WRITE.
           MOVE "T" TO PR-ESTADO.
           REWRITE PR-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al cerrar el prestamo " PR-NUMERO
                           ", estatus: " WS-PR-STATUS
           END-REWRITE.
           ADD 1 TO WS-CTA-PRESTAMOS.

      *CAJA DE AHORRO: LA INSCRIPCION Y LOS DOS SALDOS (AHORRO DEL
      *TRABAJADOR Y PAREO DE LA EMPRESA) PASAN A LA DESTINO, QUE LOS
      *ENTREGA EN SU CORRIDA ANUAL; LA ORIGEN QUEDA INACTIVA EN CERO
       33-TRASPASA-CAJA.
           MOVE ZERO TO WS-CAJA-TRAB.
           MOVE ZERO TO WS-CAJA-PATRON.
           MOVE WS-ID-ORIGEN TO CJ-ID.
           READ F-CAJA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   IF CJ-ACTIVO = "S" OR CJ-SALDO-TRAB NOT = ZERO
                   OR CJ-SALDO-PATRON NOT = ZERO
                           PERFORM 33-1-MUEVE-CAJA
                   END-IF
           END-READ.

       33-1-MUEVE-CAJA.
           MOVE CJ-SALDO-TRAB TO WS-CAJA-TRAB.
           MOVE CJ-SALDO-PATRON TO WS-CAJA-PATRON.
           MOVE CJ-REGISTRO TO JD-REGISTRO.
           MOVE WS-ID-DESTINO TO JD-ID.
           WRITE JD-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar la caja de ahorro en la "
                           "destino, estatus: " WS-JD-STATUS
           END-WRITE.
           MOVE ZERO TO CJ-SALDO-TRAB.
           MOVE ZERO TO CJ-SALDO-PATRON.
           MOVE "N" TO CJ-ACTIVO.
           REWRITE CJ-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al cerrar la caja de ahorro, "
                           "estatus: " WS-CJ-STATUS
           END-REWRITE.

      *EL SALDO DE VACACIONES ES LO GANADO EN EL ANIO MENOS LO
      *TOMADO; SE COPIAN LAS VACACIONES YA TOMADAS EN EL ANIO PARA
      *QUE LA DESTINO MUESTRE EL MISMO SALDO PENDIENTE
       34-TRASPASA-VACACIONES.
           MOVE ZERO TO WS-CTA-VACACIONES.
           MOVE WS-ID-ORIGEN TO AU-ID.
           MOVE LOW-VALUES TO AU-FECHA.
           MOVE "N" TO WS-FIN-LECTURA.
           START F-AUSENCIAS KEY IS NOT LESS THAN AU-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-LECTURA
           END-START.
           PERFORM 34-1-LEE-AUSENCIA UNTIL WS-FIN-LECTURA = "S".

       34-1-LEE-AUSENCIA.
           READ F-AUSENCIAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                           IF AU-ID NOT = WS-ID-ORIGEN
                                   MOVE "S" TO WS-FIN-LECTURA
                           ELSE
                                   IF AU-TIPO = "V"
                                   AND AU-FECHA(1:4) =
                                           WS-FECHA-HOY(1:4)
                                           PERFORM 34-2-COPIA-VACACION
                                   END-IF
                           END-IF
           END-READ.

       34-2-COPIA-VACACION.
           MOVE AU-REGISTRO TO AD-REGISTRO.
           MOVE WS-ID-DESTINO TO AD-ID.
           WRITE AD-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar las vacaciones del "
                           AU-FECHA " en la destino, estatus: "
                           WS-AD-STATUS
           END-WRITE.
           ADD AU-DIAS TO WS-CTA-VACACIONES.

      *CIERRE EN LA ORIGEN SIN FINIQUITO: INACTIVO, SIN PENDIENTES
      *DE PAGO (YA LOS LLEVA LA DESTINO) Y CON SU RENGLON EN EL
      *REGISTRO DE BAJAS CON EL FINIQUITO EN CEROS
       35-BAJA-ORIGEN.
           MOVE WS-FT-ORIGINAL TO FT-REGISTRO.
           MOVE "N" TO FT-ACTIVO.
           MOVE ZERO TO FT-HORAS-EXTRA.
           MOVE ZERO TO FT-GASTOS.
           MOVE ZERO TO FT-RETRO-PENDIENTE.
           MOVE SPACE TO FT-HE-ESTATUS.
           REWRITE FT-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al cerrar al trabajador en la "
                           "origen, estatus: " WS-FT-STATUS
           END-REWRITE.
           MOVE FT-ID TO TB-ID.
           MOVE FT-NOMBRE TO TB-NOMBRE.
           MOVE FT-APELLIDO TO TB-APELLIDO.
           MOVE WS-FECHA-HOY TO TB-FECHA-BAJA.
           MOVE SPACES TO TB-MOTIVO.
           STRING "TRASPASO A EMPRESA " DELIMITED BY SIZE
                   WS-EMP-DESTINO DELIMITED BY SIZE
                   " FOLIO " DELIMITED BY SIZE
                   WS-ID-DESTINO DELIMITED BY SIZE
                   INTO TB-MOTIVO.
           MOVE ZERO TO TB-AGUI-PROP.
           MOVE ZERO TO TB-VAC-PROP.
           MOVE ZERO TO TB-HE-PROP.
           MOVE ZERO TO TB-GASTOS-PROP.
           MOVE ZERO TO TB-DIAS-PROP.
           MOVE ZERO TO TB-FINIQUITO.
           MOVE ZERO TO TB-RESGUARDOS.
           MOVE ZERO TO TB-RESG-ADEUDO.
           OPEN EXTEND F-BAJAS.
           WRITE TB-REGISTRO.
           CLOSE F-BAJAS.

      *CADA EMPRESA TIENE SU REGISTRO PATRONAL: BAJA ANTE EL IMSS
      *EN LA ORIGEN Y ALTA EN LA DESTINO CON FECHA DEL TRASPASO,
      *PENDIENTES PARA LA CORRIDA DE AFILIACION DE CADA UNA
       36-MOVIMIENTOS-IMSS.
           MOVE WS-FT-ORIGINAL TO FT-REGISTRO.
           MOVE FT-ID TO MI-ID.
           MOVE WS-FECHA-HOY TO MI-FECHA.
           MOVE "B" TO MI-TIPO.
           MOVE FT-NSS TO MI-NSS.
           MOVE FT-CURP TO MI-CURP.
           MOVE FT-APELLIDO TO MI-APELLIDO.
           MOVE FT-NOMBRE TO MI-NOMBRE.
           MOVE FT-SDI TO MI-SDI.
      *CAUSA 6 (OTRAS), LA MISMA QUE TOMA NOMINA POR OMISION
           MOVE "6" TO MI-CAUSA-BAJA.
           MOVE "P" TO MI-ESTADO.
           MOVE ZERO TO MI-LOTE.
           MOVE SPACES TO MI-FECHA-ENVIO.
           WRITE MI-REGISTRO
                   INVALID KEY
                   REWRITE MI-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la baja IMSS, "
                                   "estatus: " WS-MI-STATUS
                   END-REWRITE
           END-WRITE.
           MOVE WS-ID-DESTINO TO MI-ID.
           MOVE "A" TO MI-TIPO.
           MOVE SPACE TO MI-CAUSA-BAJA.
           MOVE MI-REGISTRO TO MD-REGISTRO.
           WRITE MD-REGISTRO
                   INVALID KEY
                   REWRITE MD-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar el alta IMSS, "
                                   "estatus: " WS-MD-STATUS
                   END-REWRITE
           END-WRITE.
           IF FT-NSS = SPACES
                   DISPLAY "Aviso: el trabajador no tiene NSS, sus "
                           "movimientos IMSS se detienen hasta que "
                           "se capture"
           END-IF.

       37-REFERENCIA-CRUZADA.
           MOVE WS-EMP-DESTINO TO TX-EMP-DESTINO.
           MOVE WS-ID-DESTINO TO TX-ID-DESTINO.
           MOVE WS-EMP-PREFIJO(2:2) TO TX-EMP-ORIGEN.
           MOVE WS-ID-ORIGEN TO TX-ID-ORIGEN.
           MOVE WS-FECHA-HOY TO TX-FECHA.
           MOVE FT-NOMBRE TO TX-NOMBRE.
           MOVE FT-APELLIDO TO TX-APELLIDO.
           MOVE WS-OPERADOR TO TX-OPERADOR.
           WRITE TX-REGISTRO
                   INVALID KEY
                   REWRITE TX-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la referencia "
                                   "del traspaso, estatus: "
                                   WS-TX-STATUS
                   END-REWRITE
           END-WRITE.

      *UN RENGLON EN LA BITACORA DE CADA EMPRESA CON EL FOLIO QUE
      *LE CORRESPONDE Y LOS DOS LADOS DEL TRASPASO
       38-REGISTRA-AUDITORIA.
           MOVE WS-EMP-PREFIJO(2:2) TO WS-AUD-EMP-ORI.
           MOVE WS-ID-ORIGEN TO WS-AUD-ID-ORI.
           MOVE WS-EMP-DESTINO TO WS-AUD-EMP-DES.
           MOVE WS-ID-DESTINO TO WS-AUD-ID-DES.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "TRASPASO" TO AUD-ACCION.
           MOVE "EMPRESA" TO AUD-CAMPO.
           MOVE WS-AUD-ORIGEN TO AUD-VALOR-ANTERIOR.
           MOVE WS-AUD-DESTINO TO AUD-VALOR-NUEVO.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-ID-ORIGEN TO AUD-ID.
      *CADA BITACORA LLEVA SU PROPIA CADENA; BITACORAUTIL PONE EL
      *CONSECUTIVO Y EL SELLO DE LA EMPRESA QUE RECIBE EL RENGLON
           MOVE "E" TO WS-BIT-OP.
           CALL "BITACORAUTIL" USING WS-BIT-OP WS-EMP-AUD
                   AUD-REGISTRO.
           MOVE WS-ID-DESTINO TO AUD-ID.
           CALL "BITACORAUTIL" USING WS-BIT-OP WS-EMP-AUD-D
                   AUD-REGISTRO.

       39-RESUMEN.
           DISPLAY "Traspaso terminado: folio " WS-ID-ORIGEN
                   " de la empresa " WS-EMP-PREFIJO(2:2)
                   " es ahora el folio " WS-ID-DESTINO
                   " de la empresa " WS-EMP-DESTINO.
           DISPLAY "  Deducciones traspasadas: " WS-CTA-DEDUCCIONES.
           DISPLAY "  Prestamos traspasados: " WS-CTA-PRESTAMOS.
           MOVE WS-CAJA-TRAB TO WS-MONTO-FMT.
           DISPLAY "  Caja de ahorro (trabajador): " WS-MONTO-FMT.
           MOVE WS-CAJA-PATRON TO WS-MONTO-FMT.
           DISPLAY "  Caja de ahorro (empresa): " WS-MONTO-FMT.
           DISPLAY "  Dias de vacaciones ya tomados en el anio: "
                   WS-CTA-VACACIONES.
           DISPLAY "  El credito INFONAVIT y los beneficiarios se "
                   "capturan en la destino con el nuevo aviso".

       END PROGRAM NOMTRASP.
