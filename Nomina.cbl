
      *TARIFA PROGRESIVA DE ISR (LIMITE INFERIOR, CUOTA FIJA Y
      *PORCENTAJE MARGINAL POR RENGLON), MANTENIDA DESDE SU PROPIA
      *PANTALLA PARA NO RECOMPILAR CADA VEZ QUE CAMBIA LA TABLA. LA
      *LLAVE EMPIEZA CON LA FECHA DE VIGENCIA, ASI CONVIVEN LAS
      *TARIFAS DE VARIOS ANIOS
           SELECT F-TARIFA-ISR
           ASSIGN TO WS-ARCH-ISR
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TI-LLAVE
           FILE STATUS IS WS-TI-STATUS.

      *ARCHIVO DE DISPERSION BANCARIA DE ANCHO FIJO: UN ENCABEZADO,
      *INVALIDEZ Y VIDA, RETIRO, CESANTIA, INFONAVIT), CON PORCENTAJE
      *OBRERO Y PATRONAL POR RENGLON, MANTENIDA DESDE SU PROPIA
      *PANTALLA COMO LA TARIFA DE ISR; MIENTRAS ESTE VACIA EL
      *CALCULO USA LA TASA PLANA DE SIEMPRE. IGUAL QUE LA TARIFA,
      *CADA VERSION DE LA TABLA LLEVA SU FECHA DE VIGENCIA
           SELECT F-CUOTAS-IMSS
           ASSIGN TO WS-ARCH-IMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CI-LLAVE
           FILE STATUS IS WS-CI-STATUS.

      *BENEFICIARIOS LEGALES POR TRABAJADOR (NOMBRE, PARENTESCO,
           RECORD KEY IS TC-MONEDA
           FILE STATUS IS WS-TC-STATUS.

      *HISTORIA DE LOS TIPOS DE CAMBIO POR MONEDA Y FECHA DE
      *VIGENCIA, PARA QUE QUIEN NECESITE LA TASA DE UN DIA PASADO
      *(FACTURAS DE PROVEEDORES, CIERRES DE MES) NO TOME LA DE HOY
           SELECT F-TC-HISTORIA
           ASSIGN TO WS-ARCH-TCH
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TH-LLAVE
           FILE STATUS IS WS-TH-STATUS.

      *CRUCE PERSISTENTE DE IDENTIDADES NOMINA-ARCHIVOSDB: UNA VEZ
      *QUE UN FOLIO QUEDO PAREADO CON SU AR-ID, EL VINCULO SE
      *GUARDA Y LA CONCILIACION LO CONSULTA PRIMERO, EN VEZ DE
           RECORD KEY IS XR-FOLIO
           FILE STATUS IS WS-XR-STATUS.

      *MOVIMIENTOS AFILIATORIOS PENDIENTES DE AVISAR AL IMSS (ALTA
      *O REINGRESO, BAJA Y MODIFICACION DE SALARIO); LOS DEJAN LAS
      *ALTAS, BAJAS Y CAMBIOS DE SUELDO Y LOS CONSUME LA CORRIDA DE
      *AFILIACION (NOMAFILIA), QUE LOS MARCA COMO ENVIADOS CON SU LOTE
           SELECT F-MOVIMSS
           ASSIGN TO WS-ARCH-MOVIMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MI-LLAVE
           FILE STATUS IS WS-MI-STATUS.

      *CREDITO INFONAVIT VIGENTE POR TRABAJADOR (UNO POR FOLIO): EL
      *CALCULO DESCUENTA EL PERIODO SEGUN EL TIPO DE DESCUENTO DEL
      *AVISO DE RETENCION, Y EL CIERRE DEJA CADA AMORTIZACION EN
      *SU PROPIO ARCHIVO PARA EL PAGO BIMESTRAL DEL SUA (NOMSUA)
           SELECT F-INFONAVIT
           ASSIGN TO WS-ARCH-INFONA
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IV-ID
           FILE STATUS IS WS-IV-STATUS.

           SELECT F-INFOAMORT
           ASSIGN TO WS-ARCH-INFAMO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IA-LLAVE
           FILE STATUS IS WS-IA-STATUS.

      *TASAS DEL IMPUESTO SOBRE NOMINA POR ESTADO (MANTENIDAS COMO
      *LA TARIFA DE ISR) Y EL IMPUESTO QUE CADA CIERRE CALCULA POR
      *TRABAJADOR, DE DONDE FINDEMES ARMA LA DECLARACION MENSUAL
           SELECT F-TASAS-ISN
           ASSIGN TO WS-ARCH-ISN
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IS-ESTADO
           FILE STATUS IS WS-IS-STATUS.

           SELECT F-ISN-MOV
           ASSIGN TO WS-ARCH-ISNMOV
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IM-LLAVE
           FILE STATUS IS WS-IM-STATUS.

      *SALARIOS MINIMOS (GENERAL Y ZONA FRONTERA NORTE) Y UMA POR
      *FECHA DE VIGENCIA; DE AQUI SALEN EL MINIMO QUE VALIDA LA
      *CAPTURA, EL TOPE DEL SDI Y EL VALOR DE LOS CREDITOS EN VSM
           SELECT F-SALMIN
           ASSIGN TO WS-ARCH-SALMIN
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS SM-VIGENCIA
           FILE STATUS IS WS-SM-STATUS.

      *HISTORIA DE CONTRATOS DE CADA TRABAJADOR (TIPO, INICIO, FIN
      *Y RENOVACIONES); EL VIGENTE ES EL DE INICIO MAS RECIENTE
           SELECT F-CONTRATOS
           ASSIGN TO WS-ARCH-CONTRATO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CT-LLAVE
           FILE STATUS IS WS-CT-STATUS.

      *CATALOGO DE TURNOS (HORARIO, TIPO DE JORNADA Y TOLERANCIA) Y
      *ROL SEMANAL QUE ASIGNA A CADA TRABAJADOR UN TURNO POR DIA;
      *GENERALIDADES COMPARA LAS CHECADAS CONTRA EL ROL AL
      *TOTALIZAR LA ASISTENCIA
           SELECT F-TURNOS
           ASSIGN TO WS-ARCH-TURNOS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TU-CODIGO
           FILE STATUS IS WS-TU-STATUS.

           SELECT F-ROL
           ASSIGN TO WS-ARCH-ROL
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS RL-LLAVE
           FILE STATUS IS WS-RL-STATUS.

      *PLAZAS AUTORIZADAS POR DEPARTAMENTO Y PUESTO: CUANTAS
      *PERSONAS PUEDE TENER CADA COMBINACION Y CON QUE SUELDO
      *PRESUPUESTADO; EL ALTA DEBE OCUPAR UNA PLAZA VACANTE
           SELECT F-PLAZAS
           ASSIGN TO WS-ARCH-PLAZAS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PZ-LLAVE
           FILE STATUS IS WS-PZ-STATUS.

      *EVALUACION ANUAL DE DESEMPENO POR TRABAJADOR Y MATRIZ DE
      *MERITO (CALIFICACION CONTRA POSICION EN LA BANDA) CON LA QUE
      *SE PROPONEN LOS AUMENTOS
           SELECT F-EVALUACIONES
           ASSIGN TO WS-ARCH-EVAL
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS EV-LLAVE
           FILE STATUS IS WS-EV-STATUS.

           SELECT F-MATRIZ
           ASSIGN TO WS-ARCH-MERITO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MZ-LLAVE
           FILE STATUS IS WS-MZ-STATUS.

      *REQUISICIONES Y CANDIDATOS DE RECLUTA, PARA DAR EL ALTA DEL
      *CANDIDATO QUE ACEPTA LA OFERTA; CHECKLIST DE ALTA DE RUTINAS
      *QUE SE ABRE CON ELLA. SE ABREN SOLO MIENTRAS SE USAN
           SELECT F-REQUISICIONES
           ASSIGN TO WS-ARCH-REQ
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS RQ-FOLIO
           FILE STATUS IS WS-RQ-STATUS.

           SELECT F-CANDIDATOS
           ASSIGN TO WS-ARCH-CAND
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CN-LLAVE
           FILE STATUS IS WS-CN-STATUS.

           SELECT F-CHECKLIST
           ASSIGN TO WS-ARCH-CHK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CK-ID
           FILE STATUS IS WS-CK-STATUS.

      *CURSOS OBLIGATORIOS POR PUESTO Y KARDEX DE CAPACITA, SOLO
      *PARA AVISAR LOS CURSOS QUE SE DEBEN AL CAMBIAR DE PUESTO
           SELECT OPTIONAL F-CURSOS
           ASSIGN TO "CURSOS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CR-CODIGO
           FILE STATUS IS WS-CR-STATUS.

           SELECT OPTIONAL F-CURSOS-PUESTO
           ASSIGN TO "CURSOSPUESTO.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CP-LLAVE
           FILE STATUS IS WS-CP-STATUS.

           SELECT OPTIONAL F-CAPACITACION
           ASSIGN TO WS-ARCH-CAPA
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CA-LLAVE
           FILE STATUS IS WS-CA-STATUS.

      *DETALLE DE LAS DEDUCCIONES QUE APLICO CADA CIERRE, POR MARCA
      *DE GRUPO, PERIODO Y FOLIO; CON EL SE REGRESAN LOS SALDOS
      *CUANDO SE ANULA EL RECIBO DE UN PERIODO YA CERRADO
           SELECT F-HISTDED
           ASSIGN TO WS-ARCH-HISTDED
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS HD-LLAVE
           FILE STATUS IS WS-HD-STATUS.

      *POLIZA DE LA ANULACION Y REEXPEDICION DE UN RECIBO CERRADO:
      *UN ARCHIVO POR PERIODO Y FOLIO, CON LA REVERSA DEL RECIBO
      *ORIGINAL SEGUIDA DEL RECIBO CORREGIDO
           SELECT F-POLIZA-ANULA
           ASSIGN TO WS-NOMBRE-GLANU
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-GA-STATUS.

      *REFERENCIA CRUZADA DE LOS TRASPASOS ENTRE EMPRESAS (NOMTRASP,
      *COMPARTIDA) Y LOS ACUMULADOS DE LA EMPRESA ORIGEN, PARA QUE
      *LA CONSTANCIA ANUAL SUME LO PAGADO POR AMBOS PATRONES
           SELECT OPTIONAL F-TRASPASOS
           ASSIGN TO "NOMTRASP.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TX-LLAVE
           FILE STATUS IS WS-TX-STATUS.

           SELECT OPTIONAL F-ACUM-ORIGEN
           ASSIGN TO WS-ARCH-ACUMORG
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AO-LLAVE
           FILE STATUS IS WS-AO-STATUS.

      *PIN DEL KIOSCO DE CONSULTA DE LOS TRABAJADORES (NOMKIOSCO);
      *NOMINA LO ASIGNA Y CON ESO MISMO LO DESBLOQUEA
           SELECT OPTIONAL F-PINES
           ASSIGN TO WS-ARCH-PIN
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PN-ID
           FILE STATUS IS WS-PN-STATUS.

      *RESGUARDOS: BIENES DE LA EMPRESA ENTREGADOS A CADA
      *TRABAJADOR (UNIFORMES, HERRAMIENTA, EQUIPO, LLAVES), CON SU
      *DEVOLUCION; LO QUE NO SE DEVUELVE SE COBRA EN EL FINIQUITO.
      *CADA ENTREGA IMPRIME SU RESGUARDO PARA FIRMA EN UN ARCHIVO
      *PROPIO POR TRABAJADOR Y NUMERO
           SELECT F-RESGUARDOS
           ASSIGN TO WS-ARCH-RESG
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS RS-LLAVE
           FILE STATUS IS WS-RS-STATUS.

           SELECT F-RESGUARDO-IMP
           ASSIGN TO WS-NOMBRE-RESGIMP
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RI-STATUS.

      *CATALOGO COMPARTIDO DE CUENTAS CONTABLES (MANTENIDO EN
      *CUENTASCAT): LA POLIZA YA NO EMITE RENGLONES CON CUENTA
      *IMPLICITA; CADA CONCEPTO DEBE TENER SU MAPEO O EL RENGLON
      *EL PUEDE APROBAR LAS HORAS EXTRA DE SU GENTE. CERO = SIN
      *SUPERVISOR ASIGNADO
           02 FT-SUPERVISOR                PIC 9(04).
      *NUMERO DE SEGURIDAD SOCIAL (11 DIGITOS CON VERIFICADOR) Y
      *SALARIO DIARIO INTEGRADO CON EL QUE SE AVISA AL IMSS; EL SDI
      *SE RECALCULA CON 11-1-CALCULA-SDI EN CADA ALTA Y CAMBIO DE
      *SUELDO. REGISTROS ANTERIORES: NSS EN BLANCO Y SDI EN CEROS
           02 FT-NSS                       PIC X(11).
           02 FT-SDI                       PIC 9(05)V99.
      *ESTADO DONDE LABORA EL TRABAJADOR (CLAVE DE DOS LETRAS DE LA
      *CURP), BASE DEL IMPUESTO SOBRE NOMINA; EN BLANCO TOMA EL
      *ESTADO POR OMISION DE LA CONFIGURACION
           02 FT-ESTADO-TRAB               PIC X(02).
      *ZONA DE SALARIO MINIMO DEL CENTRO DE TRABAJO: "F" ZONA LIBRE
      *DE LA FRONTERA NORTE, "G" O EN BLANCO EL MINIMO GENERAL
           02 FT-ZONA-SM                   PIC X(01).

       FD F-SECUENCIA.
       01 SC-REGISTRO.
      *TOPE DE HORAS EXTRA QUE NO REQUIERE APROBACION DEL
      *SUPERVISOR; ARRIBA DE EL LA CAPTURA QUEDA PENDIENTE
           02 CF-HORAS-TOPE                PIC 9(03).
      *REGISTRO PATRONAL IMSS PARA LOS AVISOS AFILIATORIOS Y PRIMA
      *VACACIONAL CON QUE SE INTEGRA EL SALARIO DIARIO
           02 CF-REG-PATRONAL              PIC X(11).
           02 CF-PRIMA-VACACIONAL          PIC 9V99.
      *ESTADO DE TRABAJO DE LOS TRABAJADORES QUE NO TIENEN UNO
      *PROPIO (ALTAS POR LOTE O CSV Y REGISTROS ANTERIORES)
           02 CF-ESTADO-OMISION            PIC X(02).
      *RETARDOS QUE SE CONVIERTEN EN UNA FALTA SIN GOCE AL
      *TOTALIZAR LA ASISTENCIA (CERO DESACTIVA LA REGLA)
           02 CF-RETARDOS-FALTA            PIC 9(02).

       FD F-AUDITORIA.
       01 AUD-REGISTRO.
      *CLAVE DEL OPERADOR QUE HIZO EL MOVIMIENTO, TOMADA DE LA
      *IDENTIDAD QUE DEJA EL LANZADOR
           02 AUD-OPERADOR                 PIC X(08).
      *ESLABON DE LA CADENA: CONSECUTIVO Y SELLO QUE PONE
      *BITACORAUTIL (EN BLANCO EN LOS RENGLONES ANTERIORES)
           02 AUD-SECUENCIA                PIC 9(08).
           02 AUD-SELLO                    PIC 9(09).

       FD F-EXPORTA.
       01 EXP-LINEA                        PIC X(80).

      *EL RENGLON DEL TRABAJADOR (CUENTA, FOLIO, RFC, NOMBRE,
      *APELLIDO, NETO Y TASA) MIDE 103 POSICIONES; A 80 EL NETO SE
      *QUEDABA FUERA Y LA CONCILIACION NO TENIA CONTRA QUE COMPARAR
       FD F-GL.
       01 GL-LINEA                         PIC X(110).

       FD F-EXPCAT.
       01 EC-LINEA                         PIC X(40).
      *COBRE DE MAS) LOS DIAS DEL CORTE
           02 TB-DIAS-PROP                 PIC 9(06)V99.
           02 TB-FINIQUITO                 PIC 9(07)V99.
      *BIENES EN RESGUARDO NO DEVUELTOS: LO DESCONTADO DEL FINIQUITO
      *Y LO QUE QUEDO COMO ADEUDO PORQUE EL FINIQUITO NO ALCANZO
           02 TB-RESGUARDOS                PIC 9(07)V99.
           02 TB-RESG-ADEUDO               PIC 9(07)V99.

       FD F-OPERADOR.
       01 OP-REGISTRO                      PIC X(08).
           02 AR-NOMBRE                    PIC X(25).
           02 AR-APELLIDOS                 PIC X(35).
           02 AR-FECHA-NAC                 PIC X(8).
           02 AR-TELEFONO                  PIC X(10).
           02 AR-DIRECCION                 PIC X(35).
           02 AR-CORREO                    PIC X(50).
           02 AR-EMERG-NOMBRE              PIC X(40).
           02 AR-EMERG-PARENTESCO          PIC X(15).
           02 AR-EMERG-TELEFONO            PIC X(10).

       FD F-DEPTOS.
       01 DC-REGISTRO.
           02 HP-DEDUCCIONES               PIC 9(06)V99.
           02 HP-NETO                      PIC S9(06)V99.
           02 HP-MONEDA                    PIC X(03).
      *PRIMA DOMINICAL (DOMINGOS TRABAJADOS Y SU IMPORTE) Y
      *DESCUENTO DE LAS FALTAS QUE GENERARON LOS RETARDOS
           02 HP-DOMINGOS                  PIC 9(02).
           02 HP-PRIMA-DOMINICAL           PIC S9(06)V99.
           02 HP-FALTAS-RETARDO            PIC 9(02).
           02 HP-DESC-RETARDOS             PIC S9(06)V99.

       FD F-PERIODOS.
       01 PC-REGISTRO.

      *UN RENGLON DE LA TARIFA DE ISR. LOS RENGLONES SE CAPTURAN EN
      *ORDEN DE LIMITE INFERIOR ASCENDENTE; EL CALCULO TOMA EL ULTIMO
      *RENGLON CUYO LIMITE NO EXCEDA EL SUELDO, DENTRO DE LA VERSION
      *VIGENTE A LA FECHA DEL PERIODO (AAAAMMDD)
       FD F-TARIFA-ISR.
       01 TI-REGISTRO.
           02 TI-LLAVE.
               03 TI-VIGENCIA              PIC X(08).
               03 TI-NUMERO                PIC 9(02).
           02 TI-LIM-INFERIOR              PIC 9(06)V99.
           02 TI-CUOTA-FIJA                PIC 9(06)V99.
           02 TI-PORCENTAJE                PIC 9V9999.
      *EMPRESA); LA SUMA DE LOS RAMOS SUSTITUYE A LAS TASAS PLANAS
       FD F-CUOTAS-IMSS.
       01 CI-REGISTRO.
           02 CI-LLAVE.
               03 CI-VIGENCIA              PIC X(08).
               03 CI-RAMA                  PIC 9(02).
           02 CI-NOMBRE                    PIC X(30).
           02 CI-PCT-OBRERO                PIC 9V9999.
           02 CI-PCT-PATRON                PIC 9V9999.
           02 PR-ABONO                     PIC 9(06)V99.
           02 PR-INTERES-TOTAL             PIC 9(07)V99.
           02 PR-FECHA                     PIC X(08).
      *"A" ACTIVO, "L" LIQUIDADO, "T" TRASPASADO A OTRA EMPRESA
      *(EL SALDO SIGUE EN LA EMPRESA DESTINO)
           02 PR-ESTADO                    PIC X(01).

       FD F-CAJA.
           02 TC-TASA                      PIC 9(04)V9999.
           02 TC-FECHA                     PIC X(08).

       FD F-TC-HISTORIA.
       01 TH-REGISTRO.
           02 TH-LLAVE.
               03 TH-MONEDA                PIC X(03).
               03 TH-FECHA                 PIC X(08).
           02 TH-TASA                      PIC 9(04)V9999.

       FD F-XREF.
       01 XR-REGISTRO.
           02 XR-FOLIO                     PIC 9(04).
               03 CG-DEPTO                 PIC 9(02).
           02 CG-CUENTA                    PIC X(10).

       FD F-MOVIMSS.
       01 MI-REGISTRO.
           02 MI-LLAVE.
               03 MI-ID                    PIC 9(04).
      *FECHA EN QUE SURTE EFECTO EL MOVIMIENTO (AAAAMMDD)
               03 MI-FECHA                 PIC X(08).
      *"A" ALTA O REINGRESO, "B" BAJA, "M" MODIFICACION DE SALARIO
               03 MI-TIPO                  PIC X(01).
           02 MI-NSS                       PIC X(11).
           02 MI-CURP                      PIC X(18).
           02 MI-APELLIDO                  PIC X(30).
           02 MI-NOMBRE                    PIC X(30).
           02 MI-SDI                       PIC 9(05)V99.
      *CAUSA DE BAJA CON LA CLAVE DEL IMSS (SOLO EN LAS BAJAS)
           02 MI-CAUSA-BAJA                PIC X(01).
      *"P" PENDIENTE DE ENVIO, "E" ENVIADO EN EL LOTE MI-LOTE
           02 MI-ESTADO                    PIC X(01).
           02 MI-LOTE                      PIC 9(06).
           02 MI-FECHA-ENVIO               PIC X(08).

       FD F-INFONAVIT.
       01 IV-REGISTRO.
           02 IV-ID                        PIC 9(04).
           02 IV-CREDITO                   PIC X(10).
      *TIPO DE DESCUENTO DEL AVISO DE RETENCION: "P" PORCENTAJE DEL
      *SDI, "F" CUOTA FIJA MENSUAL EN PESOS, "V" FACTOR EN VECES
      *SALARIO MINIMO (SE MULTIPLICA POR EL VALOR DIARIO VIGENTE)
           02 IV-TIPO                      PIC X(01).
           02 IV-VALOR                     PIC 9(04)V9999.
           02 IV-FECHA-INICIO              PIC X(08).
      *EN BLANCO MIENTRAS EL CREDITO SIGA VIGENTE; CON FECHA, YA NO
      *SE DESCUENTA EN LOS PERIODOS QUE CORTAN EN ELLA O DESPUES
           02 IV-FECHA-SUSPENSION          PIC X(08).

      *AMORTIZACION RETENIDA EN CADA CIERRE, POR FOLIO Y PERIODO
       FD F-INFOAMORT.
       01 IA-REGISTRO.
           02 IA-LLAVE.
               03 IA-ID                    PIC 9(04).
               03 IA-PERIODO               PIC X(08).
               03 IA-FRECUENCIA            PIC X(01).
           02 IA-CREDITO                   PIC X(10).
           02 IA-MONTO                     PIC 9(06)V99.
           02 IA-SDI                       PIC 9(05)V99.
           02 IA-DIAS                      PIC 9(02).

       FD F-TASAS-ISN.
       01 IS-REGISTRO.
      *CLAVE DE DOS LETRAS DEL ESTADO, LA MISMA DE LA CURP
           02 IS-ESTADO                    PIC X(02).
           02 IS-NOMBRE                    PIC X(20).
      *TASA SOBRE LAS EROGACIONES GRAVABLES (0.0300 = 3%)
           02 IS-TASA                      PIC 9V9999.

      *IMPUESTO SOBRE NOMINA CALCULADO EN CADA CIERRE
       FD F-ISN-MOV.
       01 IM-REGISTRO.
           02 IM-LLAVE.
               03 IM-ID                    PIC 9(04).
               03 IM-PERIODO               PIC X(08).
               03 IM-FRECUENCIA            PIC X(01).
           02 IM-ESTADO                    PIC X(02).
           02 IM-BASE                      PIC 9(07)V99.
           02 IM-TASA                      PIC 9V9999.
           02 IM-IMPUESTO                  PIC 9(07)V99.

      *VALORES DIARIOS VIGENTES A PARTIR DE SM-VIGENCIA (AAAAMMDD)
      *Y HASTA LA SIGUIENTE VIGENCIA CAPTURADA
       FD F-SALMIN.
       01 SM-REGISTRO.
           02 SM-VIGENCIA                  PIC X(08).
           02 SM-MINIMO-GENERAL            PIC 9(04)V99.
           02 SM-MINIMO-FRONTERA           PIC 9(04)V99.
           02 SM-UMA                       PIC 9(04)V99.

       FD F-CONTRATOS.
       01 CT-REGISTRO.
           02 CT-LLAVE.
               03 CT-ID                    PIC 9(04).
               03 CT-INICIO                PIC X(08).
      *"I" TIEMPO INDETERMINADO, "D" TIEMPO DETERMINADO, "O" POR
      *OBRA O PROYECTO, "P" PERIODO DE PRUEBA
           02 CT-TIPO                      PIC X(01).
      *FIN DEL CONTRATO (AAAAMMDD); EN BLANCO PARA INDETERMINADO
           02 CT-FIN                       PIC X(08).
           02 CT-RENOVACIONES              PIC 9(02).
           02 CT-FECHA-CAPTURA             PIC X(08).

       FD F-TURNOS.
       01 TU-REGISTRO.
           02 TU-CODIGO                    PIC X(02).
           02 TU-NOMBRE                    PIC X(20).
      *HORAS DE ENTRADA Y SALIDA DEL TURNO (HH:MM)
           02 TU-ENTRADA                   PIC X(05).
           02 TU-SALIDA                    PIC X(05).
      *"D" DIURNO, "N" NOCTURNO, "M" MIXTO
           02 TU-TIPO                      PIC X(01).
      *MINUTOS DESPUES DE LA ENTRADA QUE NO CUENTAN COMO RETARDO
           02 TU-TOLERANCIA                PIC 9(02).

      *LA SEMANA SE IDENTIFICA POR SU LUNES; UN TURNO EN BLANCO ES
      *DIA DE DESCANSO
       FD F-ROL.
       01 RL-REGISTRO.
           02 RL-LLAVE.
               03 RL-ID                    PIC 9(04).
               03 RL-LUNES                 PIC X(08).
           02 RL-TURNO                     PIC X(02) OCCURS 7 TIMES.

      *EL PUESTO 000 ES UNA PLAZA DEL DEPARTAMENTO SIN PUESTO
      *ESPECIFICO; EL SUELDO PRESUPUESTADO ES MENSUAL
       FD F-PLAZAS.
       01 PZ-REGISTRO.
           02 PZ-LLAVE.
               03 PZ-DEPTO                 PIC 9(02).
               03 PZ-PUESTO                PIC 9(03).
           02 PZ-AUTORIZADAS               PIC 9(04).
           02 PZ-SUELDO-PRESUP             PIC 9(06)V99.
           02 PZ-FECHA-CAPTURA             PIC X(08).

      *ESTATUS: ESPACIO EVALUADA, "P" CON PROPUESTA DE AUMENTO
      *(SUELDO BASE, CUARTIL, PORCENTAJE Y SUELDO PROPUESTO), "A"
      *AUMENTO YA APLICADO
       FD F-EVALUACIONES.
       01 EV-REGISTRO.
           02 EV-LLAVE.
               03 EV-ID                    PIC 9(04).
               03 EV-ANIO                  PIC 9(04).
           02 EV-CALIFICACION              PIC 9(01).
           02 EV-EVALUADOR                 PIC 9(04).
           02 EV-FECHA                     PIC X(08).
           02 EV-ESTATUS                   PIC X(01).
           02 EV-SUELDO-BASE               PIC 9(06)V99.
           02 EV-CUARTIL                   PIC 9(01).
           02 EV-PCT                       PIC 9(02)V99.
           02 EV-SUELDO-PROPUESTO          PIC 9(06)V99.

      *CUARTIL 0 ES PARA QUIEN NO TIENE BANDA (SIN PUESTO O SIN
      *CATALOGO); 1 A 4 DEL MAS BAJO AL MAS ALTO DE LA BANDA
       FD F-MATRIZ.
       01 MZ-REGISTRO.
           02 MZ-LLAVE.
               03 MZ-CALIFICACION          PIC 9(01).
               03 MZ-CUARTIL               PIC 9(01).
           02 MZ-PCT                       PIC 9(02)V99.

      *MISMO LAYOUT QUE EL FD F-REQUISICIONES DE RECLUTA
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

      *MISMO LAYOUT QUE EL FD F-CANDIDATOS DE RECLUTA
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

      *MISMO LAYOUT QUE EL FD F-CHECKLIST DE RUTINAS
       FD F-CHECKLIST.
       01 CK-REGISTRO.
           02 CK-ID                        PIC 9(04).
           02 CK-GAFETE                    PIC X(01).
           02 CK-ACCESO                    PIC X(01).
           02 CK-NOMINA                    PIC X(01).
           02 CK-ORIENTACION               PIC X(01).

      *MISMO LAYOUT QUE EL FD F-CURSOS DE CAPACITA
       FD F-CURSOS.
       01 CR-REGISTRO.
           02 CR-CODIGO                    PIC 9(04).
           02 CR-NOMBRE                    PIC X(40).
           02 CR-HORAS                     PIC 9(03).
           02 CR-VIGENCIA-MESES            PIC 9(03).
           02 CR-AREA                      PIC X(04).
           02 CR-ACTIVO                    PIC X(01).

      *MISMO LAYOUT QUE EL FD F-CURSOS-PUESTO DE CAPACITA
       FD F-CURSOS-PUESTO.
       01 CP-REGISTRO.
           02 CP-LLAVE.
               03 CP-PUESTO                PIC 9(03).
               03 CP-CURSO                 PIC 9(04).
           02 CP-FECHA-ALTA                PIC X(08).

      *MISMO LAYOUT QUE EL FD F-CAPACITACION DE CAPACITA
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

      *HD-FRECUENCIA ES LA MARCA DEL RENGLON DE HISTORIA AL QUE
      *PERTENECE LA DEDUCCION (S/Q/M O "R" DE UNA REEXPEDICION);
      *HD-TIPO ES EL MISMO DE LA TABLA DE APLICADAS
       FD F-HISTDED.
       01 HD-REGISTRO.
           02 HD-LLAVE.
               03 HD-FRECUENCIA            PIC X(01).
               03 HD-PERIODO               PIC X(08).
               03 HD-ID                    PIC 9(04).
               03 HD-RENGLON               PIC 9(02).
           02 HD-CONCEPTO                  PIC X(12).
           02 HD-TIPO                      PIC X(01).
           02 HD-MONTO                     PIC 9(06)V99.

       FD F-POLIZA-ANULA.
       01 GA-LINEA                         PIC X(80).

      *MISMO LAYOUT QUE EL FD F-TRASPASOS DE NOMTRASP
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

      *MISMO LAYOUT QUE F-ACUMULADOS, EN LA FAMILIA DE LA ORIGEN
       FD F-ACUM-ORIGEN.
       01 AO-REGISTRO.
           02 AO-LLAVE.
               03 AO-ANO                   PIC X(04).
               03 AO-ID                    PIC 9(04).
           02 AO-NOMBRE                    PIC X(30).
           02 AO-APELLIDO                  PIC X(30).
           02 AO-BRUTO                     PIC S9(08)V99.
           02 AO-ISR                       PIC S9(08)V99.
           02 AO-IMSS                      PIC S9(08)V99.

      *PIN DEL KIOSCO; A LA TERCERA FALLA EL KIOSCO LO BLOQUEA
       FD F-PINES.
       01 PN-REGISTRO.
           02 PN-ID                        PIC 9(04).
           02 PN-PIN                       PIC X(06).
           02 PN-INTENTOS                  PIC 9(01).
           02 PN-BLOQUEADO                 PIC X(01).
           02 PN-FECHA-ASIGNA              PIC X(08).
           02 PN-ULTIMO-ACCESO             PIC X(08).

       FD F-RESGUARDOS.
       01 RS-REGISTRO.
           02 RS-LLAVE.
               03 RS-ID                    PIC 9(04).
               03 RS-NUMERO                PIC 9(03).
           02 RS-DESCRIPCION               PIC X(40).
           02 RS-SERIE                     PIC X(25).
           02 RS-VALOR                     PIC 9(07)V99.
           02 RS-FECHA-ENTREGA             PIC X(08).
      *EN BLANCO MIENTRAS EL BIEN SIGA EN RESGUARDO
           02 RS-FECHA-DEVOLUCION          PIC X(08).
      *"S" SE COBRA EN EL FINIQUITO SI NO SE DEVUELVE; "N" NO SE
      *COBRA (UNIFORMES Y CONSUMIBLES)
           02 RS-COBRABLE                  PIC X(01).
      *"E" EN RESGUARDO, "D" DEVUELTO, "C" COBRADO EN EL FINIQUITO,
      *"B" NO DEVUELTO A LA BAJA Y SIN COBRO, "A" NO DEVUELTO A LA
      *BAJA Y SIN COBRAR COMPLETO (EL FINIQUITO NO ALCANZO): QUEDA
      *COMO ADEUDO DEL TRABAJADOR POR RS-VALOR MENOS RS-COBRADO
           02 RS-ESTADO                    PIC X(01).
           02 RS-OPERADOR                  PIC X(08).
      *LO QUE SE DESCONTO DEL BIEN EN EL FINIQUITO
           02 RS-COBRADO                   PIC 9(07)V99.

       FD F-RESGUARDO-IMP.
       01 RI-LINEA                         PIC X(80).

       SD SORT-FILE.
       01 SORT-REG.
           02 SORT-LLAVE                   PIC X(40).
           02 SORT-ID                      PIC 9(04).

       WORKING-STORAGE SECTION.
      *NOMBRES DE LA FAMILIA DE ARCHIVOS DE NOMINA, COMPUESTOS CON
           02 WS-EMP-TC                    PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(09)
                   VALUE "NOMTC.DAT".
       01 WS-ARCH-TCH.
           02 WS-EMP-TCH                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMTCHIST.DAT".
       01 WS-ARCH-XREF.
           02 WS-EMP-XREF                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMXREF.DAT".
       01 WS-ARCH-MOVIMSS.
           02 WS-EMP-MOVIMSS               PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(14)
                   VALUE "NOMMOVIMSS.DAT".
       01 WS-ARCH-INFONA.
           02 WS-EMP-INFONA                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMINFONA.DAT".
       01 WS-ARCH-INFAMO.
           02 WS-EMP-INFAMO                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMINFAMO.DAT".
       01 WS-ARCH-ISN.
           02 WS-EMP-ISN                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMISN.DAT".
       01 WS-ARCH-ISNMOV.
           02 WS-EMP-ISNMOV                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMISNMOV.DAT".
       01 WS-ARCH-SALMIN.
           02 WS-EMP-SALMIN                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMSALMIN.DAT".
       01 WS-ARCH-CONTRATO.
           02 WS-EMP-CONTRATO              PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(15)
                   VALUE "NOMCONTRATO.DAT".
       01 WS-ARCH-TURNOS.
           02 WS-EMP-TURNOS                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMTURNOS.DAT".
       01 WS-ARCH-ROL.
           02 WS-EMP-ROL                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMROL.DAT".
       01 WS-ARCH-PLAZAS.
           02 WS-EMP-PLAZAS                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMPLAZAS.DAT".
       01 WS-ARCH-EVAL.
           02 WS-EMP-EVAL                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMEVAL.DAT".
       01 WS-ARCH-MERITO.
           02 WS-EMP-MERITO                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMMERITO.DAT".
       01 WS-ARCH-REQ.
           02 WS-EMP-REQ                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMREQ.DAT".
       01 WS-ARCH-CAND.
           02 WS-EMP-CAND                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMCAND.DAT".
       01 WS-ARCH-CHK.
           02 WS-EMP-CHK                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "RUTCHK.DAT".
       01 WS-ARCH-CAPA.
           02 WS-EMP-CAPA                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(14)
                   VALUE "NOMCAPACIT.DAT".
       01 WS-ARCH-HISTDED.
           02 WS-EMP-HISTDED               PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(14)
                   VALUE "NOMHISTDED.DAT".
       01 WS-NOMBRE-GLANU.
           02 WS-EMP-GLANU                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(09)
                   VALUE "NOMGLANU-".
           02 WS-GA-PERIODO                PIC X(08).
           02 FILLER                       PIC X(01) VALUE "-".
           02 WS-GA-ID                     PIC 9(04).
           02 FILLER                       PIC X(04) VALUE ".TXT".
      *ACUMULADOS DE LA EMPRESA DE DONDE VINO UN TRABAJADOR
      *TRASPASADO; LA CLAVE SE TOMA DE LA REFERENCIA CRUZADA
       01 WS-ARCH-ACUMORG.
           02 FILLER                       PIC X(01) VALUE "E".
           02 WS-ACUMORG-EMP               PIC X(02) VALUE "01".
           02 FILLER                       PIC X(01) VALUE "-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMACUM.DAT".
       01 WS-ARCH-PIN.
           02 WS-EMP-PIN                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMPIN.DAT".
       01 WS-ARCH-RESG.
           02 WS-EMP-RESG                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMRESG.DAT".
       01 WS-NOMBRE-RESGIMP.
           02 WS-EMP-RESGIMP               PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(08) VALUE "NOMRESG-".
           02 WS-RI-ID                     PIC 9(04).
           02 FILLER                       PIC X(01) VALUE "-".
           02 WS-RI-NUMERO                 PIC 9(03).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-FT-FIN-ARCHIVO                PIC X(01).
      *ACCESO AL MAESTRO POR FOLIO: RESULTADO DE LA LECTURA POR
      *LLAVE, ULTIMO FOLIO DE CADA RECORRIDO (EL DE TRABAJADORES Y
      *EL DE SOLO REGISTROS) PARA REPOSICIONARLO, Y TOTAL DE
      *REGISTROS CONTRA EL TOPE DE LA CONFIGURACION
       77 WS-FT-HALLADO                    PIC X(01).
       77 WS-FT-ULTIMO-ID                  PIC 9(04).
       77 WS-FT-FIN-REG                    PIC X(01).
       77 WS-FT-ULTIMO-REG                 PIC 9(04).
       77 WS-FT-TOTAL                      PIC 9(05).
       77 WS-SC-STATUS                     PIC X(02).
       77 WS-ID-OK                         PIC X(01).
       77 WS-CF-STATUS                     PIC X(02).
       77 WS-PR-CONCEPTO                   PIC X(12).
       77 WS-PR-FMT                        PIC -ZZZZZZ9.99.
       77 WS-FIN-PRESTAMOS                 PIC 9(07)V99.
       77 WS-FIN-RESGUARDOS                PIC 9(07)V99.
      *DE LOS BIENES NO DEVUELTOS, LO REALMENTE DESCONTADO DEL
      *FINIQUITO; LA DIFERENCIA QUEDA COMO ADEUDO
       77 WS-FIN-RESG-COBRADO              PIC 9(07)V99.
       77 WS-FIN-RESG-ADEUDO               PIC 9(07)V99.
      *CALCULO DE EDAD A PARTIR DE LA FECHA DE NACIMIENTO (LA EDAD
      *YA NO SE GUARDA): FECHA EN PROCESO, EDAD RESULTANTE, EDAD
      *APROXIMADA QUE LLEGA EN IMPORTACIONES VIEJAS Y RESULTADO DE
       77 WS-VID-VALOR                     PIC X(18).
       77 WS-VID-RESULTADO                 PIC X(01).
       77 WS-IDS-OK                        PIC X(01).
      *MOVIMIENTOS AFILIATORIOS AL IMSS: NSS CAPTURADO, POSICION
      *DEL TRABAJADOR EN LA TABLA, TIPO, FECHA Y CAUSA DE BAJA DEL
      *MOVIMIENTO A GRABAR
       77 WS-MI-STATUS                     PIC X(02).
       77 WS-NSS-CAP                       PIC X(11).
       77 WS-MI-POS                        PIC 9(04).
       77 WS-MI-TIPO-MOV                   PIC X(01).
       77 WS-MI-FECHA-MOV                  PIC X(08).
       77 WS-MI-CAUSA                      PIC X(01).
       77 WS-MI-FIN                        PIC X(01).
       77 WS-MI-CONTEO                     PIC 9(05).
      *SALARIO DIARIO INTEGRADO: FACTOR DE INTEGRACION (AGUINALDO Y
      *PRIMA VACACIONAL SOBRE 365 DIAS) Y TOPE LEGAL DE 25 VECES LA
      *UMA DIARIA
       77 WS-SDI-FACTOR                    PIC 9V9999.
       77 WS-SDI-TOPE                      PIC 9(05)V99.
       77 WS-SDI-ANTERIOR                  PIC 9(05)V99.
       77 WS-UMA-DIARIA                    PIC 9(04)V99 VALUE 113.14.
       77 WS-VECES-UMA-TOPE                PIC 9(02) VALUE 25.
       77 WS-SDI-FMT                       PIC ZZZZ9.99.
       77 WS-IV-STATUS                     PIC X(02).
       77 WS-IA-STATUS                     PIC X(02).
      *VALOR DIARIO POR EL QUE SE MULTIPLICA EL FACTOR VSM DE LOS
      *CREDITOS INFONAVIT EN VECES SALARIO MINIMO
       77 WS-VSM-INFONAVIT                 PIC 9(04)V99 VALUE 113.14.
       77 WS-IV-DIAS                       PIC 9(02).
       77 WS-IV-FECHA-REF                  PIC X(08).
       77 WS-IV-TIPO-OK                    PIC X(01).
       77 WS-IV-VALOR-FMT                  PIC ZZZ9.9999.
       77 WS-IV-EXISTE                     PIC X(01).
       77 WS-IS-STATUS                     PIC X(02).
       77 WS-IM-STATUS                     PIC X(02).
       77 WS-IS-FIN                        PIC X(01).
       77 WS-ISN-ESTADO-CAP                PIC X(02).
      *IMPUESTO SOBRE NOMINA DEL TRABAJADOR EN WS-RECORRE, YA EN
      *MONEDA BASE: ESTADO APLICADO, BASE GRAVABLE, TASA E IMPUESTO
       77 WS-ISN-ESTADO                    PIC X(02).
       77 WS-ISN-BASE                      PIC 9(07)V99.
       77 WS-ISN-TASA                      PIC 9V9999.
       77 WS-ISN-MONTO                     PIC 9(07)V99.
       77 WS-ISN-TASA-FMT                  PIC 9.9999.
      *SALARIOS MINIMOS: VERSION VIGENTE A WS-SM-FECHA Y SUS
      *VALORES DIARIOS; MINIMO DEL PERIODO (EN MONEDA BASE) DEL
      *TRABAJADOR EN WS-SM-POS CONTRA WS-SM-SUELDO. SIN VERSION
      *CAPTURADA NO SE VALIDA Y LA UMA Y EL VSM QUEDAN EN SUS
      *VALORES POR OMISION
       77 WS-SM-STATUS                     PIC X(02).
       77 WS-SM-FIN                        PIC X(01).
       77 WS-SM-FECHA                      PIC X(08).
       77 WS-SM-VERSION                    PIC X(08).
       77 WS-SM-VIG-CAP                    PIC X(08).
       77 WS-SM-GENERAL                    PIC 9(04)V99.
       77 WS-SM-FRONTERA                   PIC 9(04)V99.
       77 WS-SM-UMA-OMISION                PIC 9(04)V99 VALUE 113.14.
       77 WS-SM-VSM-OMISION                PIC 9(04)V99 VALUE 113.14.
       77 WS-SM-POS                        PIC 9(04).
       77 WS-SM-DIARIO                     PIC 9(04)V99.
       77 WS-SM-DIAS                       PIC 9(02).
       77 WS-SM-SUELDO                     PIC S9(06)V99.
       77 WS-SM-MINIMO                     PIC 9(06)V99.
       77 WS-SM-NUEVO                      PIC 9(06)V99.
       77 WS-SM-OK                         PIC X(01).
       77 WS-SM-ZONA-CAP                   PIC X(01).
       77 WS-SM-CONTADOR                   PIC 9(04).
       77 WS-SM-FMT                        PIC ZZZ9.99.
      *CONTRATOS: CONTRATO VIGENTE DEL TRABAJADOR WS-CT-ID (EL DE
      *INICIO MAS RECIENTE) Y DATOS DEL CONTRATO EN CAPTURA
       77 WS-CT-STATUS                     PIC X(02).
       77 WS-CT-FIN                        PIC X(01).
       77 WS-CT-ID                         PIC 9(04).
       77 WS-CT-LISTA                      PIC X(01).
       77 WS-CT-EXISTE                     PIC X(01).
       77 WS-CT-TIPO                       PIC X(01).
       77 WS-CT-INICIO                     PIC X(08).
       77 WS-CT-FIN-VIG                    PIC X(08).
       77 WS-CT-RENOV                      PIC 9(02).
       77 WS-CT-OPCION                     PIC X(01).
       77 WS-CT-TIPO-CAP                   PIC X(01).
       77 WS-CT-INICIO-CAP                 PIC X(08).
       77 WS-CT-FIN-CAP                    PIC X(08).
       77 WS-CT-RENOV-CAP                  PIC 9(02).
       77 WS-CT-FECHA-OK                   PIC X(01).
       77 WS-CT-CONTADOR                   PIC 9(04).
      *TURNOS Y ROL SEMANAL: CAPTURA DEL CATALOGO, SEMANA EN
      *CAPTURA (SU LUNES) Y DIA DE LA SEMANA DE UNA FECHA (0 LUNES
      *A 6 DOMINGO), CONTADO DESDE EL LUNES DE REFERENCIA
       77 WS-TU-STATUS                     PIC X(02).
       77 WS-RL-STATUS                     PIC X(02).
       77 WS-TU-FIN                        PIC X(01).
       77 WS-TU-EXISTE                     PIC X(01).
       77 WS-TU-CODIGO-CAP                 PIC X(02).
       77 WS-TU-NOMBRE-CAP                 PIC X(20).
       77 WS-TU-TIPO-CAP                   PIC X(01).
       77 WS-TU-HORA                       PIC X(05).
       77 WS-TU-OK                         PIC X(01).
       77 WS-RL-EXISTE                     PIC X(01).
       77 WS-RL-LUNES-CAP                  PIC X(08).
       77 WS-RL-TURNO-CAP                  PIC X(02).
       77 WS-RL-DIA                        PIC 9(01).
       77 WS-RL-FECHA                      PIC X(08).
       77 WS-RL-DOW                        PIC 9(01).
       77 WS-RL-SEMANAS                    PIC 9(05).
       01 WS-DIAS-SEMANA.
           02 FILLER                       PIC X(27)
                   VALUE "LUNES    MARTES   MIERCOLES".
           02 FILLER                       PIC X(36)
                   VALUE "JUEVES   VIERNES  SABADO   DOMINGO  ".
       01 WS-DIAS-SEMANA-R REDEFINES WS-DIAS-SEMANA.
           02 WS-NOMBRE-DIA                PIC X(09) OCCURS 7 TIMES.
      *PLAZAS AUTORIZADAS: CONTROL DEL ALTA CONTRA LAS VACANTES
      *(SOLO CUANDO YA HAY PLAZAS CAPTURADAS) Y ACUMULADORES DEL
      *REPORTE DE VACANTES POR DEPARTAMENTO
       77 WS-PZ-STATUS                     PIC X(02).
       77 WS-PZ-FIN                        PIC X(01).
       77 WS-PZ-CONTROLA                   PIC X(01).
       77 WS-PZ-EXISTE                     PIC X(01).
       77 WS-PZ-OK                         PIC X(01).
       77 WS-PZ-EXCEDIDA                   PIC X(01).
       77 WS-PZ-EXACTO                     PIC X(01).
       77 WS-PZ-PRIMERO                    PIC X(01).
       77 WS-PZ-DEPTO-X                    PIC X(02).
       77 WS-PZ-DEPTO                      PIC 9(02).
       77 WS-PZ-DEPTO-ANT                  PIC 9(02).
       77 WS-PZ-PUESTO                     PIC 9(03).
       77 WS-PZ-AUT-CAP                    PIC 9(04).
       77 WS-PZ-SUELDO-CAP                 PIC 9(06)V99.
       77 WS-PZ-AUTORIZADAS                PIC 9(05).
       77 WS-PZ-OCUPADAS                   PIC 9(05).
       77 WS-PZ-VACANTES                   PIC 9(05).
       77 WS-PZ-EXCESO                     PIC 9(05).
       77 WS-PZ-COSTO                      PIC 9(09)V99.
       77 WS-PZ-SIN-PLAZA                  PIC 9(05).
       77 WS-PZ-COSTO-FMT                  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PZ-TOTALES-DEPTO.
           02 WS-PZ-D-AUT                  PIC 9(05).
           02 WS-PZ-D-OCU                  PIC 9(05).
           02 WS-PZ-D-VAC                  PIC 9(05).
           02 WS-PZ-D-EXC                  PIC 9(05).
           02 WS-PZ-D-COSTO                PIC 9(09)V99.
           02 WS-PZ-D-PLANTILLA            PIC 9(05).
       01 WS-PZ-TOTALES-GRAL.
           02 WS-PZ-T-AUT                  PIC 9(05).
           02 WS-PZ-T-OCU                  PIC 9(05).
           02 WS-PZ-T-VAC                  PIC 9(05).
           02 WS-PZ-T-EXC                  PIC 9(05).
           02 WS-PZ-T-COSTO                PIC 9(09)V99.
           02 WS-PZ-T-PLANTILLA            PIC 9(05).
           02 WS-PZ-T-ACTIVOS              PIC 9(05).
      *ALTA DESDE RECLUTAMIENTO: REQUISICION Y CANDIDATO ELEGIDOS
       77 WS-RQ-STATUS                     PIC X(02).
       77 WS-CN-STATUS                     PIC X(02).
       77 WS-CK-STATUS                     PIC X(02).
       77 WS-CN-FIN                        PIC X(01).
       77 WS-RQ-FOLIO-CAP                  PIC 9(05).
       77 WS-CN-SEC-CAP                    PIC 9(03).
       77 WS-CN-OFERTADOS                  PIC 9(03).
       77 WS-RC-HOY                        PIC X(08).
      *EVALUACIONES Y MATRIZ DE MERITO: CAPTURA, CELDA EN CURSO,
      *RENGLON DE LA MATRIZ EN PANTALLA Y TOTALES DE LA PROPUESTA
       77 WS-EV-STATUS                     PIC X(02).
       77 WS-MZ-STATUS                     PIC X(02).
       77 WS-EV-EXISTE                     PIC X(01).
       77 WS-EV-ANIO-CAP                   PIC 9(04).
       77 WS-EV-CALIF-CAP                  PIC 9(01).
       77 WS-MZ-CALIF                      PIC 9(01).
       77 WS-MZ-CUARTIL                    PIC 9(01).
       77 WS-MZ-PCT                        PIC 9(02)V99.
       77 WS-MZ-PCT-CAP                    PIC 9(02)V99.
       01 WS-MZ-RENGLON.
           02 WS-MZ-CELDA                  PIC Z9.99 OCCURS 5 TIMES.
       77 WS-MR-HOY                        PIC X(08).
       77 WS-MR-CON-BANDA                  PIC X(01).
       77 WS-MR-APLICA                     PIC X(01).
       77 WS-MR-NUEVO                      PIC S9(07)V99.
       77 WS-MR-CONTADOR                   PIC 9(05).
       77 WS-MR-COSTO                      PIC S9(09)V99.
      *AVISO DE CURSOS OBLIGATORIOS AL CAMBIAR DE PUESTO
       77 WS-CR-STATUS                     PIC X(02).
       77 WS-CP-STATUS                     PIC X(02).
       77 WS-CA-STATUS                     PIC X(02).
       77 WS-CP-FIN                        PIC X(01).
       77 WS-CA-FIN                        PIC X(01).
       77 WS-KX-HOY                        PIC X(08).
       77 WS-KX-VIGENTE                    PIC X(01).
       77 WS-KX-FALTANTES                  PIC 9(03).
      *ANULACION Y REEXPEDICION DE UN RECIBO DE PERIODO CERRADO:
      *LLAVE DEL RECIBO, IMAGEN DEL ORIGINAL, CONCEPTOS DEL
      *TRABAJADOR QUE SE SUSTITUYEN MIENTRAS SE RECALCULA EL
      *PERIODO Y RENGLON DE POLIZA EN ARMADO
       77 WS-HD-STATUS                     PIC X(02).
       77 WS-GA-STATUS                     PIC X(02).
       77 WS-HD-FIN                        PIC X(01).
       77 WS-HD-GRUPO                      PIC X(01).
       77 WS-HD-RENGLONES                  PIC 9(02).
       77 WS-AN-FREC                       PIC X(01).
       77 WS-AN-PERIODO                    PIC X(08).
       77 WS-AN-ID                         PIC 9(04).
       77 WS-AN-SIGUE                      PIC X(01).
       01 WS-AN-ORIGINAL                   PIC X(176).
       77 WS-AN-HOY-SALVA                  PIC X(08).
       77 WS-AN-PROCESO-SALVA              PIC X(08).
       77 WS-AN-INICIO-SALVA               PIC X(08).
       77 WS-AN-FREC-SALVA                 PIC X(01).
       77 WS-AN-HE-SALVA                   PIC 9(03).
       77 WS-AN-HEEST-SALVA                PIC X(01).
       77 WS-AN-GASTOS-SALVA               PIC 9(05)V99.
       77 WS-AN-RETRO-SALVA                PIC S9(06)V99.
       77 WS-AN-RETRO-CAP                  PIC 9(06)V99.
       77 WS-AN-CONCEPTO                   PIC X(12).
       77 WS-AN-LEYENDA                    PIC X(40).
       77 WS-AN-MONTO                      PIC S9(08)V99.
       77 WS-AN-MONTO-FMT                  PIC -9(08).99.
       77 WS-AN-NETO-FMT                   PIC -ZZZZZ9.99.
      *CONSTANCIA CONJUNTA DE LOS TRABAJADORES TRASPASADOS
       77 WS-TX-STATUS                     PIC X(02).
       77 WS-AO-STATUS                     PIC X(02).
       77 WS-TX-DISPONIBLE                 PIC X(01).
       77 WS-TX-BRUTO                      PIC S9(08)V99.
       77 WS-TX-ISR                        PIC S9(08)V99.
       77 WS-TX-IMSS                       PIC S9(08)V99.
      *PIN DEL KIOSCO: CAPTURA, CONFIRMACION Y SITUACION ANTERIOR
      *PARA LA AUDITORIA (EL PIN MISMO NUNCA VA A LA BITACORA)
       77 WS-PN-STATUS                     PIC X(02).
       77 WS-PN-ID                         PIC 9(04).
       77 WS-PN-NUEVO                      PIC X(06).
       77 WS-PN-CONFIRMA                   PIC X(06).
       77 WS-PN-EXISTE                     PIC X(01).
       77 WS-PN-SIGUE                      PIC X(01).
      *RESGUARDOS: CAPTURA, RECORRIDO POR TRABAJADOR, PENDIENTES A
      *LA BAJA Y TOTALES DEL REPORTE POR DEPARTAMENTO
       77 WS-RS-STATUS                     PIC X(02).
       77 WS-RI-STATUS                     PIC X(02).
       77 WS-RS-FIN                        PIC X(01).
       77 WS-RS-ID                         PIC 9(04).
       77 WS-RS-NUM-NUEVO                  PIC 9(03).
       77 WS-RS-OPCION                     PIC X(01).
       77 WS-RS-SOLO-PEND                  PIC X(01).
       77 WS-RS-PENDIENTES                 PIC 9(03).
       77 WS-RS-VALOR-PEND                 PIC 9(07)V99.
       77 WS-RS-ADEUDOS                    PIC 9(03).
       77 WS-RS-VALOR-ADEUDO               PIC 9(07)V99.
       77 WS-RS-POR-APLICAR                PIC 9(07)V99.
       77 WS-RS-SALDO                      PIC 9(07)V99.
       77 WS-RS-FECHA-CAP                  PIC X(08).
       77 WS-RS-FMT                        PIC ZZZZZZ9.99.
       77 WS-RS-DEPTO                      PIC 9(02).
       77 WS-RS-DEPTO-ANT                  PIC 9(02).
       77 WS-RS-PRIMERO                    PIC X(01).
       77 WS-RS-D-CUENTA                   PIC 9(04).
       77 WS-RS-D-VALOR                    PIC 9(08)V99.
       77 WS-RS-T-CUENTA                   PIC 9(05).
       77 WS-RS-T-VALOR                    PIC 9(09)V99.
       77 WS-RS-TOTAL-FMT                  PIC ZZZZZZZZ9.99.
      *BENEFICIARIOS: ESTATUS DE LOS ARCHIVOS, CONTROL DE LA
      *CAPTURA (LOS PORCENTAJES DEBEN SUMAR 100) Y DEL REPARTO DEL
      *FINIQUITO EN LA BAJA
       77 WS-SUP-CAP                       PIC 9(04).
       77 WS-SUP-VALIDO                    PIC X(01).
       77 WS-SUP-OPERADOR                  PIC 9(04).
       77 WS-SUP-SPAN                      PIC 9(04).
      *INCIDENCIAS EN LOTE: ESTATUS DE LOS ARCHIVOS, CONTADORES DE
      *ACEPTADAS/RECHAZADAS Y CAMPOS DESARMADOS DEL RENGLON
       77 WS-ISR-PCT                       PIC 9V9999.
       77 WS-TI-NUM-CAP                    PIC 9(02).
       77 WS-TI-MONTO-FMT                  PIC ZZZZZ9.99.
      *VERSIONES DE LAS TABLAS: LA FECHA DEL PERIODO QUE SE CALCULA
      *ELIGE LA ULTIMA VERSION CUYA VIGENCIA NO LA EXCEDA
       77 WS-FECHA-TARIFA                  PIC X(08).
       77 WS-TI-VERSION                    PIC X(08).
       77 WS-TI-VIG-CAP                    PIC X(08).
      *PRE-NOMINA Y VISTO BUENO: ESTATUS DE LOS ARCHIVOS, TOLERANCIA
      *DE VARIACION DE NETO CONTRA EL PERIODO ANTERIOR (ARRIBA DE
      *ELLA EL RENGLON SE MARCA PARA REVISION), CONTADORES DE
       77 WS-CI-HALLADO                    PIC X(01).
       77 WS-CI-RAMA-CAP                   PIC 9(02).
       77 WS-CI-PCT-PATRON                 PIC 9V9999.
       77 WS-CI-VERSION                    PIC X(08).
       77 WS-CI-VIG-CAP                    PIC X(08).
      *OPCION DEL SUBMENU DE OPERACIONES ADICIONALES; LAS LETRAS Y
      *DIGITOS DEL MENU PRINCIPAL YA SE AGOTARON, LAS OPERACIONES
      *NUEVAS VIVEN EN ESTE SUBMENU CON CLAVES DE DOS LETRAS
      *CASO SE AVISA PARA QUE SE CAPTURE EN LA PANTALLA K)
       77 WS-TC-STATUS                     PIC X(02).
       77 WS-TC-FIN                        PIC X(01).
       77 WS-TH-STATUS                     PIC X(02).
       77 WS-TC-FECHA-CAP                  PIC X(08).
       77 WS-MONEDA-BASE                   PIC X(03) VALUE "MXN".
       77 WS-CONV-MONTO                    PIC S9(08)V99.
       77 WS-CONV-MONEDA                   PIC X(03).
       77 WS-AUS-FIN                       PIC X(01).
       77 WS-AUS-DIAS-SG                   PIC 9(03).
       77 WS-AUS-DIAS-VAC                  PIC 9(03).
      *FALTAS SIN GOCE QUE GENERARON LOS RETARDOS DEL MES (TIPO
      *"R", LAS GRABA LA TOTALIZACION DE ASISTENCIA) Y SU DESCUENTO
       77 WS-AUS-DIAS-RET                  PIC 9(03).
       77 WS-DESC-RETARDOS                 PIC S9(06)V99.
       77 WS-SAL-PRORRATEADO               PIC S9(06)V99.
       77 WS-AUS-TIPO-CAP                  PIC X(01).
       77 WS-AUS-FECHA-CAP                 PIC X(08).
           02 WS-CD-BRUTO                  PIC S9(09)V99.
           02 WS-CD-IMSS                   PIC S9(09)V99.
           02 WS-CD-CARGA                  PIC S9(09)V99.
           02 WS-CD-ISN                    PIC S9(09)V99.
       77 WS-CD-TOTAL                      PIC S9(09)V99.
       77 WS-CD-FMT                        PIC ZZZZZZZZ9.99.
      *SECUENCIA ELEGIDA PARA LISTADOS Y EXPORTACIONES: 1 FOLIO
       77 WS-DUP-APE-LONG                  PIC 9(02).
       77 WS-DUP-ENC-NOM                   PIC X(01).
       77 WS-DUP-ENC-APE                   PIC X(01).
       77 WS-HE-PENDIENTES                 PIC 9(04).
       77 WS-HORAS-TOPE                    PIC 9(03) VALUE 20.
      *REGISTRO PATRONAL ANTE EL IMSS Y PORCENTAJE DE PRIMA
      *VACACIONAL (MINIMO LEGAL 25%) PARA INTEGRAR EL SDI
       77 WS-REG-PATRONAL                  PIC X(11) VALUE SPACES.
       77 WS-PRIMA-VACACIONAL              PIC 9V99 VALUE 0.25.
       77 WS-ESTADO-OMISION                PIC X(02) VALUE SPACES.
       77 WS-RETARDOS-FALTA                PIC 9(02) VALUE 3.
      *CATALOGO DE DEPARTAMENTOS: SI EL ARCHIVO NO EXISTE O ESTA
      *VACIO LA VALIDACION SE OMITE (TRANSICION), SI EXISTE SOLO SE
      *ACEPTAN CODIGOS DADOS DE ALTA Y ACTIVOS
      *"A" ADMINISTRADOR) Y RESULTADO DE LA GUARDIA DE ROL
       77 WS-OPER-ROL                      PIC X(01) VALUE "A".
       77 WS-AUTORIZADO                    PIC X(01).
      *OPERACION DE LA RUTINA DE BITACORA ENCADENADA (BITACORAUTIL)
       77 WS-BIT-OP                        PIC X(01).
      *ENLACE CON EL CALENDARIO DE OBLIGACIONES DE LEY (RUTINA
      *OBLIGAUTIL): AL TERMINAR SE ANOTA LA OBLIGACION CUMPLIDA
       77 WS-OBL-OPERACION                 PIC X(01).
       01 WS-OBL-DATOS.
           02 WS-OBL-PROGRAMA              PIC X(12).
           02 FILLER                       PIC X(38).
      *ENMASCARADO DE SUELDO, RFC, CURP Y CLABE PARA EL ROL DE
      *CAPTURA (RUTINA MASCARAUTIL) Y LEYENDA DE LOS REPORTES QUE
      *SALEN ENMASCARADOS
       77 WS-MSK-OP                        PIC X(01).
       77 WS-MSK-VALOR                     PIC X(30).
       77 WS-MSK-SUELDO                    PIC X(09) VALUE ALL "*".
       77 WS-MSK-NOTA                      PIC X(60) VALUE
           "*** REPORTE ENMASCARADO: ROL DE CAPTURA ***".
      *ENLACE CON EL CANDADO DE CORRIDAS POR LOTES (CANDADOUTIL):
      *LOS CIERRES Y LOTES DECLARAN SU VENTANA Y LAS CAPTURAS SE
      *NIEGAN A ACTUALIZAR MIENTRAS EL CANDADO ESTE PUESTO
       77 WS-CSV-DEPTO-X                    PIC X(02).
       77 WS-CSV-RFC-X                      PIC X(13).
       77 WS-CSV-CURP-X                     PIC X(18).
       77 WS-CSV-NSS-X                      PIC X(11).
      *CAMPOS EDITADOS PARA ARMAR EL RENGLON DEL REPORTE DE NOMINA
       77 WS-EXP-BRUTO                     PIC ZZZZ9.99.
       77 WS-EXP-ISR                       PIC ZZZZ9.99.
               10 WS-ENC-DIA                PIC 9(02).

       77 WS-TITULO-REPORTE                PIC X(25).
      *REGISTRO EN TURNO DEL MAESTRO (VER 21-LEE-TRABAJADOR)
       01 WS-DATOS-TRABAJADOR OCCURS 1 TO 9999 TIMES DEPENDING ON WS-FIN
       INDEXED BY WS-INDICE.
           02 WS-ID                        PIC 9(04).
           02 WS-CURP                      PIC X(18).
      *FOLIO DEL SUPERVISOR DIRECTO (CERO = SIN ASIGNAR)
           02 WS-SUPERVISOR                PIC 9(04).
      *NSS Y SALARIO DIARIO INTEGRADO ANTE EL IMSS
           02 WS-NSS                       PIC X(11).
           02 WS-SDI                       PIC 9(05)V99.
      *ESTADO DONDE LABORA (IMPUESTO SOBRE NOMINA)
           02 WS-ESTADO-TRAB               PIC X(02).
      *ZONA DE SALARIO MINIMO (F = FRONTERA NORTE, OTRO = GENERAL)
           02 WS-ZONA-SM                   PIC X(01).
       77 WS-FIN                           PIC 9(04).
      *PRORRATEO POR DEPARTAMENTO: CONTROL DE LA CAPTURA (LA SUMA
      *DEBE DAR 100), RENGLON EN PROCESO Y PORCENTAJES EFECTIVOS
      *LUNES DE REFERENCIA PARA NUMERAR LAS SEMANAS DEL CALENDARIO
       77 WS-LUNES-BASE                    PIC X(08)
           VALUE "20240101".
      *PRIMA DOMINICAL: 25% DEL SUELDO DIARIO POR CADA DOMINGO
      *TRABAJADO EN EL MES, SEGUN EL DETALLE DIARIO DE ASISTENCIA
       77 WS-PRIMA-DOM-PCT                 PIC 9V99 VALUE 0.25.
       77 WS-DOMINGOS                      PIC 9(02).
       77 WS-PRIMA-DOMINICAL               PIC S9(06)V99.
      *CATALOGO DE FERIADOS: DISPONIBILIDAD Y RESULTADO DE LA
      *CONSULTA DEL DIA EN PROCESO
       77 WS-FE-STATUS                     PIC X(02).
                        WS-FIN
           PERFORM 86-LEE-EMPRESA.
           PERFORM 20-ABRIR-ARCHIVO-TRABAJADOR.
           PERFORM 24-ABRIR-ARCHIVO-SECUENCIA.
           PERFORM 25-ABRIR-ARCHIVO-CONFIG.
           PERFORM 28-ABRIR-ARCHIVO-HISTORIA.
           PERFORM 89-ABRIR-CAJA.
           PERFORM 91-ABRIR-PRESTAMOS.
           PERFORM 95-ABRIR-BENEFICIARIOS.
           PERFORM 11-ABRIR-MOV-IMSS.
           PERFORM 12-ABRIR-INFONAVIT.
           PERFORM 98-ABRIR-ISN.
           PERFORM 100-ABRIR-SALMIN.
           PERFORM 101-ABRIR-CONTRATOS.
           PERFORM 102-ABRIR-TURNOS.
           PERFORM 103-ABRIR-PLAZAS.
           PERFORM 105-ABRIR-EVALUACIONES.
           PERFORM 107-ABRIR-HISTDED.
           PERFORM 111-ABRIR-RESGUARDOS.
           PERFORM 74-LEE-OPERADOR.
           PERFORM 03-MENU UNTIL WS-TERMINA = 1.
           CLOSE F-TRABAJADORES.
           CLOSE F-VISTOBUENO.
           CLOSE F-CALENDARIO.
           CLOSE F-TIPO-CAMBIO.
           CLOSE F-TC-HISTORIA.
           CLOSE F-ACUMULADOS.
           CLOSE F-DEDUCCIONES.
           CLOSE F-AUSENCIAS.
           CLOSE F-CAJA.
           CLOSE F-PRESTAMOS.
           CLOSE F-BENEFICIARIOS.
           CLOSE F-MOVIMSS.
           CLOSE F-INFONAVIT.
           CLOSE F-INFOAMORT.
           CLOSE F-TASAS-ISN.
           CLOSE F-ISN-MOV.
           CLOSE F-SALMIN.
           CLOSE F-CONTRATOS.
           CLOSE F-TURNOS.
           CLOSE F-ROL.
           CLOSE F-PLAZAS.
           CLOSE F-EVALUACIONES.
           CLOSE F-MATRIZ.
           CLOSE F-HISTDED.
           CLOSE F-RESGUARDOS.

      *GOBACK EN VEZ DE STOP RUN PARA QUE, CUANDO EL PROGRAMA LO
      *LLAMA EL LANZADOR, EL CONTROL REGRESE A SU MENU; CORRIDO
           MOVE WS-EMP-PREFIJO TO WS-EMP-DED.
           MOVE WS-EMP-PREFIJO TO WS-EMP-IMSS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TC.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TCH.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ASIS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAJA.
           MOVE WS-EMP-PREFIJO TO WS-EMP-PREST.
           MOVE WS-EMP-PREFIJO TO WS-EMP-EXP.
           MOVE WS-EMP-PREFIJO TO WS-EMP-GL.
           MOVE WS-EMP-PREFIJO TO WS-EMP-XREF.
           MOVE WS-EMP-PREFIJO TO WS-EMP-MOVIMSS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-INFONA.
           MOVE WS-EMP-PREFIJO TO WS-EMP-INFAMO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ISN.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ISNMOV.
           MOVE WS-EMP-PREFIJO TO WS-EMP-SALMIN.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CONTRATO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TURNOS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ROL.
           MOVE WS-EMP-PREFIJO TO WS-EMP-PLAZAS.
           MOVE WS-EMP-PREFIJO TO WS-EMP-EVAL.
           MOVE WS-EMP-PREFIJO TO WS-EMP-MERITO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-REQ.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAND.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CHK.
           MOVE WS-EMP-PREFIJO TO WS-EMP-CAPA.
           MOVE WS-EMP-PREFIJO TO WS-EMP-HISTDED.
           MOVE WS-EMP-PREFIJO TO WS-EMP-GLANU.
           MOVE WS-EMP-PREFIJO TO WS-EMP-PIN.
           MOVE WS-EMP-PREFIJO TO WS-EMP-RESG.
           MOVE WS-EMP-PREFIJO TO WS-EMP-RESGIMP.

       20-ABRIR-ARCHIVO-TRABAJADOR.
      *SI EL ARCHIVO NO EXISTE SE CREA VACIO ANTES DE ABRIRLO EN I-O
                           MOVE WS-DIAS-AGUINALDO
                                   TO CF-DIAS-AGUINALDO
                           MOVE WS-HORAS-TOPE TO CF-HORAS-TOPE
                           MOVE WS-REG-PATRONAL TO CF-REG-PATRONAL
                           MOVE WS-PRIMA-VACACIONAL
                                   TO CF-PRIMA-VACACIONAL
                           MOVE WS-ESTADO-OMISION
                                   TO CF-ESTADO-OMISION
                           MOVE WS-RETARDOS-FALTA
                                   TO CF-RETARDOS-FALTA
                           WRITE CF-REGISTRO
           END-READ.
           MOVE CF-EMPRESA TO WS-EMPRESA.
           IF CF-HORAS-TOPE NUMERIC AND CF-HORAS-TOPE > ZERO
                   MOVE CF-HORAS-TOPE TO WS-HORAS-TOPE
           END-IF.
           IF CF-REG-PATRONAL NOT = LOW-VALUES
                   MOVE CF-REG-PATRONAL TO WS-REG-PATRONAL
           END-IF.
           IF CF-PRIMA-VACACIONAL NUMERIC
           AND CF-PRIMA-VACACIONAL > ZERO
                   MOVE CF-PRIMA-VACACIONAL TO WS-PRIMA-VACACIONAL
           END-IF.
           IF CF-ESTADO-OMISION NOT = LOW-VALUES
                   MOVE CF-ESTADO-OMISION TO WS-ESTADO-OMISION
           END-IF.
      *UNA CONFIGURACION ANTERIOR A LA REGLA DE RETARDOS NO TRAE EL
      *CAMPO; SE QUEDA LA REGLA POR OMISION
           IF CF-RETARDOS-FALTA NUMERIC
                   MOVE CF-RETARDOS-FALTA TO WS-RETARDOS-FALTA
           END-IF.

       28-ABRIR-ARCHIVO-HISTORIA.
      *SI AUN NO EXISTE LA HISTORIA DE NOMINAS SE CREA VACIA
       99-1-JOURNAL-TRAB.
           MOVE "T" TO WS-JRN-TIPO.
           MOVE SPACES TO WS-JRN-IMAGEN.
           MOVE FT-REGISTRO TO WS-JRN-IMAGEN(1:224).
           CALL "JOURNALUTIL" USING WS-JRN-TIPO WS-JRN-IMAGEN.

       99-2-JOURNAL-DED.
       99-4-JOURNAL-HIST.
           MOVE "H" TO WS-JRN-TIPO.
           MOVE SPACES TO WS-JRN-IMAGEN.
           MOVE HP-REGISTRO TO WS-JRN-IMAGEN(1:176).
           CALL "JOURNALUTIL" USING WS-JRN-TIPO WS-JRN-IMAGEN.

      *GUARDIA DE LAS ACCIONES DE SUPERVISOR: EL ROL DE CAPTURA NO
      *CIERRA PERIODOS, NO AJUSTA SUELDOS EN MASA NI CORRE LOTES, Y
      *NO GENERA LOS DOCUMENTOS QUE LLEVAN SUELDOS Y CUENTAS REALES
       75-1-AUTORIZA-SUPERVISOR.
           IF WS-OPER-ROL = "C"
                   MOVE "N" TO WS-AUTORIZADO
                   CLOSE F-TIPO-CAMBIO
                   OPEN I-O F-TIPO-CAMBIO
           END-IF.
           OPEN I-O F-TC-HISTORIA.
           IF WS-TH-STATUS = "35"
                   OPEN OUTPUT F-TC-HISTORIA
                   CLOSE F-TC-HISTORIA
                   OPEN I-O F-TC-HISTORIA
           END-IF.

      *LA PLANTILLA SE TRABAJA DIRECTO CONTRA TRABAJADORES.DAT Y NO
      *SE CARGA AL ARRANCAR: LA TABLA WS-DATOS-TRABAJADOR SOLO TRAE
      *EL REGISTRO EN TURNO EN SU RENGLON 1 (EL LEIDO POR FOLIO, EL
      *DEL RECORRIDO EN CURSO O EL ALTA EN CAPTURA), ASI NINGUNA
      *OPCION TRABAJA SOBRE UNA COPIA VIEJA DE OTRA SESION
       21-LEE-TRABAJADOR.
      *LECTURA POR FOLIO (WS-ID-SEARCH); SI NO EXISTE, WS-FT-HALLADO
      *QUEDA EN "N" Y LA TABLA NO SE TOCA
           MOVE WS-ID-SEARCH TO FT-ID.
           READ F-TRABAJADORES
                   INVALID KEY
                           MOVE "N" TO WS-FT-HALLADO
                   NOT INVALID KEY
                           MOVE "S" TO WS-FT-HALLADO
                           MOVE 1 TO WS-FIN
                           PERFORM 21-1-CARGA-REGISTRO
                           SET WS-INDICE TO 1
           END-READ.

       21-1-CARGA-REGISTRO.
           MOVE FT-ID TO WS-ID(WS-FIN).
           MOVE FT-NOMBRE TO WS-NOMBRE(WS-FIN).
           MOVE FT-APELLIDO TO WS-APELLIDO(WS-FIN).
           MOVE FT-FECHA-NAC TO WS-FECHA-NAC(WS-FIN).
           MOVE FT-SALARIO TO WS-SALARIO(WS-FIN).
           MOVE FT-DEPARTAMENTO(1) TO WS-DEPARTAMENTO(WS-FIN,1).
           MOVE FT-DEPARTAMENTO(2) TO WS-DEPARTAMENTO(WS-FIN,2).
           MOVE FT-DEPARTAMENTO(3) TO WS-DEPARTAMENTO(WS-FIN,3).
           MOVE FT-ACTIVO TO WS-ACTIVO(WS-FIN).
           MOVE FT-HORAS-EXTRA TO WS-HORAS-EXTRA(WS-FIN).
           MOVE FT-GASTOS TO WS-GASTOS(WS-FIN).
           MOVE FT-MONEDA TO WS-MONEDA(WS-FIN).
           MOVE FT-BANCO TO WS-BANCO(WS-FIN).
           MOVE FT-CLABE TO WS-CLABE(WS-FIN).
           MOVE FT-FECHA-ALTA TO WS-FECHA-ALTA(WS-FIN).
           MOVE FT-RETRO-PENDIENTE TO WS-RETRO-PENDIENTE(WS-FIN).
           MOVE FT-HE-ESTATUS TO WS-HE-ESTATUS(WS-FIN).
           MOVE FT-FRECUENCIA TO WS-FRECUENCIA(WS-FIN).
           MOVE FT-PUESTO TO WS-PUESTO(WS-FIN).
           MOVE FT-DEPTO-PCT(1) TO WS-DEPTO-PCT(WS-FIN,1).
           MOVE FT-DEPTO-PCT(2) TO WS-DEPTO-PCT(WS-FIN,2).
           MOVE FT-DEPTO-PCT(3) TO WS-DEPTO-PCT(WS-FIN,3).
           MOVE FT-RFC TO WS-RFC(WS-FIN).
           MOVE FT-CURP TO WS-CURP(WS-FIN).
           MOVE FT-SUPERVISOR TO WS-SUPERVISOR(WS-FIN).
           MOVE FT-NSS TO WS-NSS(WS-FIN).
           MOVE FT-SDI TO WS-SDI(WS-FIN).
           MOVE FT-ESTADO-TRAB TO WS-ESTADO-TRAB(WS-FIN).
           MOVE FT-ZONA-SM TO WS-ZONA-SM(WS-FIN).

      *RECORRIDO DE LA PLANTILLA EN ORDEN DE FOLIO PARA LOS CICLOS
      *"UNTIL WS-RECORRE > WS-FIN": CADA TRABAJADOR SE CARGA EN EL
      *RENGLON 1 CON WS-RECORRE EN 1, Y AL ACABARSE EL ARCHIVO
      *WS-FIN QUEDA EN CERO PARA CERRAR EL CICLO. CADA LECTURA SE
      *REPOSICIONA CON START DESPUES DEL ULTIMO FOLIO, ASI LOS
      *REWRITE Y LECTURAS POR LLAVE DEL CUERPO NO LE MUEVEN EL LUGAR
       21-2-PRIMER-TRABAJADOR.
           MOVE ZERO TO WS-FT-ULTIMO-ID.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       21-3-SIGUIENTE-TRABAJADOR.
           MOVE 1 TO WS-RECORRE.
           MOVE WS-FT-ULTIMO-ID TO FT-ID.
           MOVE "N" TO WS-FT-FIN-ARCHIVO.
           START F-TRABAJADORES KEY IS GREATER THAN FT-ID
                   INVALID KEY MOVE "S" TO WS-FT-FIN-ARCHIVO
           END-START.
           IF WS-FT-FIN-ARCHIVO = "N"
                   READ F-TRABAJADORES NEXT RECORD
                           AT END MOVE "S" TO WS-FT-FIN-ARCHIVO
                   END-READ
           END-IF.
           IF WS-FT-FIN-ARCHIVO = "S"
                   MOVE ZERO TO WS-FIN
           ELSE
                   MOVE FT-ID TO WS-FT-ULTIMO-ID
                   MOVE 1 TO WS-FIN
                   PERFORM 21-1-CARGA-REGISTRO
                   SET WS-INDICE TO 1
           END-IF.

      *RECORRIDO DE SOLO LECTURA SOBRE EL REGISTRO DEL ARCHIVO, SIN
      *TOCAR LA TABLA: PARA CRUZAR EL ALTA EN CAPTURA O EL
      *TRABAJADOR DEL RECORRIDO EN CURSO CONTRA TODA LA PLANTILLA.
      *LLEVA SU PROPIO ULTIMO FOLIO Y SE PUEDE ANIDAR EN EL OTRO
       21-4-PRIMER-REGISTRO.
           MOVE ZERO TO WS-FT-ULTIMO-REG.
           PERFORM 21-5-SIGUIENTE-REGISTRO.

       21-5-SIGUIENTE-REGISTRO.
           MOVE WS-FT-ULTIMO-REG TO FT-ID.
           MOVE "N" TO WS-FT-FIN-REG.
           START F-TRABAJADORES KEY IS GREATER THAN FT-ID
                   INVALID KEY MOVE "S" TO WS-FT-FIN-REG
           END-START.
           IF WS-FT-FIN-REG = "N"
                   READ F-TRABAJADORES NEXT RECORD
                           AT END MOVE "S" TO WS-FT-FIN-REG
                           NOT AT END MOVE FT-ID TO WS-FT-ULTIMO-REG
                   END-READ
           END-IF.

      *REGISTROS DEL MAESTRO (ACTIVOS Y BAJAS) CONTRA EL TOPE DE
      *TRABAJADORES DE LA CONFIGURACION, ANTES DE CADA ALTA
       21-6-CUENTA-PLANTILLA.
           MOVE ZERO TO WS-FT-TOTAL.
           PERFORM 21-4-PRIMER-REGISTRO.
           PERFORM 21-7-CUENTA-REGISTRO UNTIL WS-FT-FIN-REG = "S".

       21-7-CUENTA-REGISTRO.
           ADD 1 TO WS-FT-TOTAL.
           PERFORM 21-5-SIGUIENTE-REGISTRO.

       22-GRABAR-TRABAJADOR.
      *ESCRIBE EN DISCO AL TRABAJADOR RECIEN CAPTURADO EN WS-FIN
           MOVE WS-RFC(WS-FIN) TO FT-RFC.
           MOVE WS-CURP(WS-FIN) TO FT-CURP.
           MOVE WS-SUPERVISOR(WS-FIN) TO FT-SUPERVISOR.
           MOVE WS-NSS(WS-FIN) TO FT-NSS.
           MOVE WS-SDI(WS-FIN) TO FT-SDI.
           MOVE WS-ESTADO-TRAB(WS-FIN) TO FT-ESTADO-TRAB.
           MOVE WS-ZONA-SM(WS-FIN) TO FT-ZONA-SM.
           WRITE FT-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar el trabajador, estatus: "
       23-1-SIGUIENTE-ID.
           ADD WS-INCREMENTO-ID TO WS-CONTADOR.
           MOVE "S" TO WS-ID-OK.
      *SE CONSULTA EL MAESTRO DIRECTO, SIN TOCAR LA TABLA DONDE
      *ESTA EL ALTA EN CAPTURA
           MOVE WS-CONTADOR TO FT-ID.
           READ F-TRABAJADORES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "N" TO WS-ID-OK
           END-READ.

       03-MENU.
           DISPLAY "A - Altas, C - Consulta general, T - Consulta"
                   PERFORM 05-CONSULTAESPECIIFICA
           ELSE
           IF WS-OPC-NOMINA
                   PERFORM 21-2-PRIMER-TRABAJADOR
                   PERFORM 09-CALCULANOMINA
                   UNTIL WS-RECORRE > WS-FIN
           ELSE
           IF WS-OPC-CONTIENE
                   PERFORM 32-BUSCA-CONTIENE
           ELSE
      *LA POLIZA, LA DISPERSION, LOS RECIBOS, LA CONSTANCIA, LA
      *HISTORIA, EL AGUINALDO Y EL COSTO PATRONAL NECESITAN LOS
      *IMPORTES Y CUENTAS REALES: NO SE ENMASCARAN, SE RESERVAN A
      *SUPERVISORES Y ADMINISTRADORES
           IF WS-OPC-GL
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 34-EXPORTA-GL
                   END-IF
           ELSE
           IF WS-OPC-BAJAS-RPT
                   PERFORM 35-REPORTE-BAJAS
                   END-IF
           ELSE
           IF WS-OPC-HISTORIA
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 38-CONSULTA-HISTORIA
                   END-IF
           ELSE
           IF WS-OPC-TARIFA-ISR
                   PERFORM 39-TARIFA-ISR
                   PERFORM 42-TIPOS-DE-CAMBIO
           ELSE
           IF WS-OPC-DISPERSION
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 44-DISPERSION-BANCARIA
                   END-IF
           ELSE
           IF WS-OPC-RECIBOS
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 45-GENERA-RECIBOS
                   END-IF
           ELSE
           IF WS-OPC-CONSTANCIA
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 47-CONSTANCIA-ANUAL
                   END-IF
           ELSE
           IF WS-OPC-DEDUCCIONES
                   PERFORM 48-DEDUCCIONES
                   PERFORM 59-ANIVERSARIOS
           ELSE
           IF WS-OPC-AGUINALDO
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 60-AGUINALDO
                   END-IF
           ELSE
           IF WS-OPC-AJUSTE-MASIVO
                   IF WS-CONGELADO = "S"
                   PERFORM 65-REPORTE-ROTACION
           ELSE
           IF WS-OPC-COSTO-PATRONAL
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 66-COSTO-PATRONAL
                   END-IF
           ELSE
           IF WS-OPC-CATALOGO-EXP
                   PERFORM 69-CATALOGO-EXPORTACIONES
                   DISPLAY "Opcion invalida, verifique".


      *EL ALTA SE CAPTURA EN EL RENGLON 1 DE LA TABLA, LIMPIO DE LO
      *QUE HAYA DEJADO LA ULTIMA LECTURA; EL TOPE DE TRABAJADORES SE
      *REVISA CONTRA LOS REGISTROS DEL MAESTRO
       01-CAPTURATRABAJADOR.
           PERFORM 21-6-CUENTA-PLANTILLA
           MOVE 1 TO WS-FIN
           INITIALIZE WS-DATOS-TRABAJADOR(WS-FIN)
           IF WS-FT-TOTAL NOT < WS-MAX-TRABAJADORES
                   DISPLAY "Ya no se pueden registrar mas"
      -            "trabajadores, el limite actual es "
      -            WS-MAX-TRABAJADORES

                   PERFORM 84-1-CAPTURA-DEPTOS-ALTA.

      *EL ALTA DEBE OCUPAR UNA PLAZA VACANTE DE SU DEPARTAMENTO Y
      *PUESTO; SIN VACANTE SOLO PROCEDE COMO SOBRECUPO AUTORIZADO
      *POR UN SUPERVISOR
                   PERFORM 103-5-PLAZA-ALTA-EN-LINEA
                   IF WS-PZ-OK = "N"
                           DISPLAY "Alta cancelada por falta de "
                                   "plaza vacante"
                           SUBTRACT 1 FROM WS-FIN
                           PERFORM 04-NUEVOREGISTRO
                   ELSE
      *ANTES DE GRABAR SE BUSCA A LA MISMA PERSONA EN LA PLANTILLA;
      *SI HAY UN POSIBLE DUPLICADO EL ALTA SOLO PROCEDE CON
      *CONFIRMACION EXPLICITA
                   PERFORM 23-GENERA-ID
                   MOVE WS-CONTADOR TO WS-ID(WS-FIN)
                   MOVE "S" TO WS-ACTIVO(WS-FIN)
                   MOVE WS-FIN TO WS-MI-POS
                   PERFORM 11-1-CALCULA-SDI
                   PERFORM 22-GRABAR-TRABAJADOR
                   PERFORM 11-3-MOVIMIENTO-ALTA
      *PUNTO DE CONTROL: EL TRABAJADOR YA QUEDO EN TRABAJADORES.DAT, UN
      *REINICIO A PARTIR DE AQUI LO ENCUENTRA EN EL MAESTRO SIN
      *PERDER LO CAPTURADO EN ESTA SESION
                   DISPLAY "Punto de control guardado, trabajador "
                           WS-ID(WS-FIN) " quedo a salvo en disco"
                   MOVE SPACES TO AUD-VALOR-ANTERIOR
                   MOVE WS-NOMBRE(WS-FIN) TO AUD-VALOR-NUEVO
                   PERFORM 30-REGISTRA-AUDITORIA
                   PERFORM 103-6-AUDITA-SOBRECUPO
      *LOS BENEFICIARIOS LEGALES SE PUEDEN DEJAR CAPTURADOS DESDE
      *EL ALTA, PARA NO PERSEGUIRLOS CUANDO YA URGE UN FINIQUITO
                   MOVE
                           MOVE WS-ID(WS-FIN) TO WS-ID-SEARCH
                           PERFORM 95-2-CAPTURA-LISTA
                   END-IF
      *EL CONTRATO INICIAL ARRANCA EN LA FECHA DE ALTA
                   PERFORM 101-8-CONTRATO-ALTA
                   PERFORM 04-NUEVOREGISTRO.

       01-1-CAPTURA-DATOS.
           MOVE WS-RFC-CAP TO WS-RFC(WS-FIN)
           PERFORM 94-2-CAPTURA-CURP-VALIDADO
           MOVE WS-CURP-CAP TO WS-CURP(WS-FIN)
           PERFORM 11-4-CAPTURA-NSS-VALIDADO
           MOVE WS-NSS-CAP TO WS-NSS(WS-FIN)
           PERFORM 96-1-CAPTURA-SUPERVISOR
           MOVE WS-SUP-CAP TO WS-SUPERVISOR(WS-FIN)
           PERFORM 98-5-CAPTURA-ESTADO
           MOVE WS-ISN-ESTADO-CAP TO WS-ESTADO-TRAB(WS-FIN)
           PERFORM 100-9-CAPTURA-ZONA
           MOVE WS-SM-ZONA-CAP TO WS-ZONA-SM(WS-FIN)

           DISPLAY "Grupo de pago (S-Semanal Q-Quincenal "
                   "M-Mensual, ENTER = mensual): "
           ELSE
                   PERFORM 82-5-VALIDA-BANDA-ALTA
                   IF WS-BANDA-OK = "N"
                           MOVE "N" TO WS-VALIDO
                   ELSE
                           PERFORM 100-8-VALIDA-MINIMO-ALTA
                           IF WS-SM-OK = "N"
                                   MOVE "N" TO WS-VALIDO.

       04-NUEVOREGISTRO.
           MOVE "Desea registrar un nuevo trabajador? S-SI, N-NO"
                   PERFORM 93-CALCULA-EDAD
                   DISPLAY "EDAD: " WS-EDAD-CALC " (NACIO "
                           WS-FECHA-NAC(WS-RECORRE) ")"
                   IF WS-OPER-ROL = "C"
                           DISPLAY "SUELDO: " WS-MSK-SUELDO " "
                                   WS-MONEDA(WS-RECORRE)
                   ELSE
                           DISPLAY "SUELDO: "
                                   WS-SAL-ENTERO(WS-RECORRE) "."
                                   WS-SAL-CENTAVOS(WS-RECORRE) " "
                                   WS-MONEDA(WS-RECORRE)
                   END-IF
                   MOVE 1 TO WS-COL
                   PERFORM 08-CONS-DTO-GRAL UNTIL WS-COL > 3
           END-IF.

       05-CONSULTAESPECIIFICA.
           DISPLAY "Indica el ID del trabajador".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   DISPLAY "ID: " WS-ID(WS-INDICE)
                   DISPLAY "NOMBRE: " WS-NOMBRE(WS-INDICE)
                   DISPLAY "APELLIDOS: " WS-APELLIDO(WS-INDICE)
                   MOVE WS-FECHA-NAC(WS-INDICE) TO WS-NAC-CALC
                   PERFORM 93-CALCULA-EDAD
                   DISPLAY "EDAD: " WS-EDAD-CALC " (NACIO "
                           WS-FECHA-NAC(WS-INDICE) ")"
                   IF WS-OPER-ROL = "C"
                           DISPLAY "SUELDO: " WS-MSK-SUELDO " "
                                   WS-MONEDA(WS-INDICE)
                   ELSE
                           DISPLAY "SUELDO: "
                                   WS-SAL-ENTERO(WS-INDICE) "."
                                   WS-SAL-CENTAVOS(WS-INDICE) " "
                                   WS-MONEDA(WS-INDICE)
                   END-IF
                   MOVE 1 TO WS-COL
                   PERFORM 08-CONS-DTO-ESP UNTIL WS-COL > 3
                   PERFORM 05-1-HISTORIAL-SUELDO
                   PERFORM 05-3-SALDO-CAJA.

      *HISTORIAL DE CAMBIOS DE SUELDO DEL TRABAJADOR CONSULTADO,
      *LEIDO DEL ARCHIVO QUE ALIMENTAN LOS CAMBIOS DE SUELDO
                   NOT AT END
                           IF SH-ID NOT = WS-ID-SEARCH
                                   MOVE "S" TO WS-SH-FIN
                           ELSE
                           IF WS-OPER-ROL = "C"
                                   DISPLAY "CAMBIO EFECTIVO "
                                           SH-FECHA-EFECTIVA
                                           " DE " WS-MSK-SUELDO
                                           " A " WS-MSK-SUELDO
                           ELSE
                                   MOVE SH-SALARIO-ANTERIOR
                                           TO WS-SAL-FORMATO
                                           TO WS-SAL-FORMATO
                                   DISPLAY " A " WS-SAL-FORMATO
                           END-IF
                           END-IF
           END-READ.
      *SALDOS DE LA CAJA DE AHORRO DEL TRABAJADOR CONSULTADO, SI
      *ESTA INSCRITO
                   DISPLAY "ID: " WS-ID(WS-RECORRE) " NOMBRE: "
                           WS-NOMBRE(WS-RECORRE) " MONEDA: "
                           WS-MONEDA(WS-RECORRE)
      *EL ROL DE CAPTURA NO VE IMPORTES: CUALQUIER CONCEPTO DEJA
      *DEDUCIR EL SUELDO
                   IF WS-OPER-ROL = "C"
                           DISPLAY "  SUELDO BRUTO: " WS-MSK-SUELDO
                           DISPLAY "  NETO A PAGAR: " WS-MSK-SUELDO
                   ELSE
                           PERFORM 09-1-MUESTRA-IMPORTES
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       09-1-MUESTRA-IMPORTES.
           DISPLAY "  SUELDO BRUTO: " WS-SAL-ENTERO(WS-RECORRE)
                   "." WS-SAL-CENTAVOS(WS-RECORRE).
           MOVE WS-ISR-MONTO TO WS-SAL-FORMATO.
           DISPLAY "  ISR: " WS-SAL-FORMATO.
           MOVE WS-IMSS-MONTO TO WS-SAL-FORMATO.
           DISPLAY "  IMSS: " WS-SAL-FORMATO.
           MOVE WS-PAGO-HORAS-EXTRA TO WS-SAL-FORMATO.
           DISPLAY "  HORAS EXTRA: " WS-SAL-FORMATO.
           MOVE WS-GASTOS(WS-RECORRE) TO WS-SAL-FORMATO.
           DISPLAY "  GASTOS REEMBOLSADOS: " WS-SAL-FORMATO.
           MOVE "P" TO WS-DED-DESTINO.
           PERFORM 54-ITEMIZA-DEDUCCIONES.
           IF WS-AUS-DIAS-SG > ZERO
                   DISPLAY "  DIAS SIN GOCE DEL MES: "
                           WS-AUS-DIAS-SG
           END-IF.
           IF WS-PRIMA-ANTIGUEDAD > ZERO
                   MOVE WS-PRIMA-ANTIGUEDAD
                           TO WS-SAL-FORMATO
                   DISPLAY "  PRIMA ANTIGUEDAD ("
                           WS-ANT-ANOS " ANIOS): "
                           WS-SAL-FORMATO
           END-IF.
           IF WS-RETRO-PENDIENTE(WS-RECORRE) NOT = ZERO
                   MOVE WS-RETRO-PENDIENTE(WS-RECORRE)
                           TO WS-PD-FORMATO
                   DISPLAY "  RETROACTIVO PENDIENTE: "
                           WS-PD-FORMATO
           END-IF.
           MOVE WS-NETO TO WS-SAL-FORMATO.
           DISPLAY "  NETO A PAGAR: " WS-SAL-FORMATO.

       10-RESUMEN-DEPARTAMENTOS.
      *REPORTE DE PLANTILLA Y SUELDO TOTAL POR DEPARTAMENTO, TAMBIEN
      *MUESTRA LO GASTADO POR ESE DEPARTAMENTO EN COMERCIO
           MOVE 1 TO WS-DEP-IDX.
           PERFORM 10-1-LIMPIA-RESUMEN UNTIL WS-DEP-IDX > 100.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 10-2-ACUMULA-TRABAJADOR UNTIL WS-RECORRE > WS-FIN.
           MOVE "RESUMEN POR DEPARTAMENTO" TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
           PERFORM 84-7-PCT-EFECTIVO.
           MOVE 1 TO WS-COL.
           PERFORM 10-2-1-ACUMULA-DEPARTAMENTO UNTIL WS-COL > 3.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *EL SUELDO SE CONVIERTE A LA MONEDA BASE Y SE PRORRATEA POR
      *EL PORCENTAJE DE CADA DEPARTAMENTO ANTES DE SUMARSE, PARA
                                   DC-NOMBRE
                   END-IF
                   MOVE WS-RD-TOTAL(WS-DEP-IDX) TO WS-SAL-FORMATO
                   IF WS-OPER-ROL = "C"
                           DISPLAY "DEPARTAMENTO " WS-DEP-COD ": "
                                   WS-RD-CANTIDAD(WS-DEP-IDX)
                                   " TRABAJADORES, SUELDO TOTAL ("
                                   WS-MONEDA-BASE "): "
                                   WS-MSK-SUELDO
                   ELSE
                           DISPLAY "DEPARTAMENTO " WS-DEP-COD ": "
                                   WS-RD-CANTIDAD(WS-DEP-IDX)
                                   " TRABAJADORES, SUELDO TOTAL ("
                                   WS-MONEDA-BASE "): "
                                   WS-SAL-FORMATO
                   END-IF
                   PERFORM 10-4-MUESTRA-PRESUPUESTO
           END-IF.
           ADD 1 TO WS-DEP-IDX.
           ACCEPT WS-DIAS-AGUINALDO.
           DISPLAY "Tope de horas extra sin aprobacion: ".
           ACCEPT WS-HORAS-TOPE.
           DISPLAY "Registro patronal IMSS (" WS-REG-PATRONAL "): ".
           ACCEPT WS-REG-PATRONAL.
           CALL "NOMBREUTIL" USING WS-REG-PATRONAL 11.
           DISPLAY "Prima vacacional (0.nn, minimo 0.25): ".
           ACCEPT WS-PRIMA-VACACIONAL.
           IF WS-PRIMA-VACACIONAL < 0.25
                   MOVE 0.25 TO WS-PRIMA-VACACIONAL
           END-IF.
           DISPLAY "Estado de trabajo por omision, clave de la CURP ("
                   WS-ESTADO-OMISION "): ".
           ACCEPT WS-ESTADO-OMISION.
           CALL "NOMBREUTIL" USING WS-ESTADO-OMISION 2.
           DISPLAY "Retardos que generan una falta (0 = ninguno): ".
           ACCEPT WS-RETARDOS-FALTA.
           MOVE "1" TO CF-CLAVE.
           MOVE WS-EMPRESA TO CF-EMPRESA.
           MOVE WS-MAX-TRABAJADORES TO CF-MAX-TRABAJADORES.
           MOVE WS-PRIMA-ANTIG-PCT TO CF-PRIMA-ANTIGUEDAD.
           MOVE WS-DIAS-AGUINALDO TO CF-DIAS-AGUINALDO.
           MOVE WS-HORAS-TOPE TO CF-HORAS-TOPE.
           MOVE WS-REG-PATRONAL TO CF-REG-PATRONAL.
           MOVE WS-PRIMA-VACACIONAL TO CF-PRIMA-VACACIONAL.
           MOVE WS-ESTADO-OMISION TO CF-ESTADO-OMISION.
           MOVE WS-RETARDOS-FALTA TO CF-RETARDOS-FALTA.
           REWRITE CF-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar la configuracion, "
      *DEJANDO RASTRO EN LA BITACORA DE AUDITORIA
           DISPLAY "Indica el ID del trabajador a modificar".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 13-1-SELECCIONA-CAMPO.

       13-1-SELECCIONA-CAMPO.
           DISPLAY "1-Nombre 2-Apellidos 3-Edad 4-Sueldo"
      -            " 5-Departamentos 6-Banco/CLABE 7-Grupo de pago"
      -            " 8-Puesto 9-RFC/CURP 10-Supervisor 11-NSS"
      -            " 12-Estado de trabajo 13-Zona de salario minimo".
           ACCEPT WS-CAMPO-SEL.
           MOVE "S" TO WS-CAMPO-SEL-OK.
           IF WS-CAMPO-SEL = 1
                   IF WS-SH-FECHA-EF = SPACES
                           ACCEPT WS-SH-FECHA-EF FROM DATE YYYYMMDD
                   END-IF
      *EL SUELDO NUEVO NO PUEDE QUEDAR ABAJO DEL MINIMO DE LA ZONA
      *VIGENTE A SU FECHA EFECTIVA
                   SET WS-SM-POS TO WS-INDICE
                   MOVE WS-SALARIO(WS-INDICE) TO WS-SM-SUELDO
                   MOVE WS-SH-FECHA-EF TO WS-SM-FECHA
                   PERFORM 100-7-VALIDA-MINIMO
                   IF WS-SM-OK = "N"
                           DISPLAY "El sueldo no se cambia"
                           MOVE WS-SH-SAL-ANT
                                   TO WS-SALARIO(WS-INDICE)
                           MOVE "N" TO WS-CAMPO-SEL-OK
                   ELSE
                           PERFORM 63-REGISTRA-CAMBIO-SALARIO
                   END-IF
           ELSE
           IF WS-CAMPO-SEL = 5
                   PERFORM 84-4-CAPTURA-DEPTOS-MOD
                   AND WS-FRECUENCIA(WS-INDICE) NOT = "Q"
                           MOVE "M" TO WS-FRECUENCIA(WS-INDICE)
                   END-IF
      *EL MISMO SUELDO EN UN PERIODO MAS LARGO PUEDE QUEDAR ABAJO
      *DEL MINIMO
                   PERFORM 100-10-VALIDA-MINIMO-HOY
                   IF WS-SM-OK = "N"
                           DISPLAY "El grupo de pago no se cambia"
                           MOVE AUD-VALOR-ANTERIOR(1:1)
                                   TO WS-FRECUENCIA(WS-INDICE)
                           MOVE "N" TO WS-CAMPO-SEL-OK
                   ELSE
                           MOVE WS-FRECUENCIA(WS-INDICE)
                                   TO AUD-VALOR-NUEVO
                           MOVE "FRECUENCIA" TO AUD-CAMPO
                   END-IF
           ELSE
           IF WS-CAMPO-SEL = 8
                   MOVE WS-PUESTO(WS-INDICE) TO AUD-VALOR-ANTERIOR
                           MOVE WS-PUESTO(WS-INDICE)
                                   TO AUD-VALOR-NUEVO
                           MOVE "PUESTO" TO AUD-CAMPO
                           PERFORM 106-CURSOS-DEL-PUESTO
                   END-IF
           ELSE
           IF WS-CAMPO-SEL = 9
                                   TO AUD-VALOR-NUEVO
                           MOVE "SUPERVISOR" TO AUD-CAMPO
                   END-IF
           ELSE
           IF WS-CAMPO-SEL = 11
                   MOVE WS-NSS(WS-INDICE) TO AUD-VALOR-ANTERIOR
                   PERFORM 11-4-CAPTURA-NSS-VALIDADO
                   MOVE WS-NSS-CAP TO WS-NSS(WS-INDICE)
                   MOVE WS-NSS(WS-INDICE) TO AUD-VALOR-NUEVO
                   MOVE "NSS" TO AUD-CAMPO
           ELSE
           IF WS-CAMPO-SEL = 12
                   MOVE WS-ESTADO-TRAB(WS-INDICE)
                           TO AUD-VALOR-ANTERIOR
                   PERFORM 98-5-CAPTURA-ESTADO
                   MOVE WS-ISN-ESTADO-CAP
                           TO WS-ESTADO-TRAB(WS-INDICE)
                   MOVE WS-ESTADO-TRAB(WS-INDICE) TO AUD-VALOR-NUEVO
                   MOVE "ESTADO-TRAB" TO AUD-CAMPO
           ELSE
           IF WS-CAMPO-SEL = 13
                   MOVE WS-ZONA-SM(WS-INDICE) TO AUD-VALOR-ANTERIOR
                   PERFORM 100-9-CAPTURA-ZONA
                   MOVE WS-SM-ZONA-CAP TO WS-ZONA-SM(WS-INDICE)
      *PASAR A LA ZONA FRONTERA SUBE EL MINIMO QUE DEBE CUBRIR
                   PERFORM 100-10-VALIDA-MINIMO-HOY
                   IF WS-SM-OK = "N"
                           DISPLAY "La zona no se cambia"
                           MOVE AUD-VALOR-ANTERIOR(1:1)
                                   TO WS-ZONA-SM(WS-INDICE)
                           MOVE "N" TO WS-CAMPO-SEL-OK
                   ELSE
                           MOVE WS-ZONA-SM(WS-INDICE)
                                   TO AUD-VALOR-NUEVO
                           MOVE "ZONA-SM" TO AUD-CAMPO
                   END-IF
           ELSE
                   DISPLAY "Opcion invalida, verifique"
                   MOVE "N" TO WS-CAMPO-SEL-OK
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-CAMPO-SEL-OK = "S"
      *MAS ADELANTE, Y SE DEJA RASTRO EN LA BITACORA DE AUDITORIA
           DISPLAY "Indica el ID del trabajador a dar de baja".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 15-1-CONFIRMA-BAJA.

       15-1-CONFIRMA-BAJA.
      *PIDE CONFIRMACION DOS VECES, AL SER UNA ACCION DESTRUCTIVA
      *SOBRE EL REGISTRO MAESTRO DEL TRABAJADOR
           IF WS-ACTIVO(WS-INDICE) NOT = "S"
                   DISPLAY "Ese trabajador ya esta dado de baja"
           ELSE
      *ANTES DE CONFIRMAR SE MUESTRA LO QUE TIENE EN RESGUARDO,
      *PARA RECOGERLO O REGISTRAR SU DEVOLUCION PRIMERO
                   PERFORM 111-6-PENDIENTES-BAJA
                   STRING "Confirma la baja de " DELIMITED BY SIZE
                           WS-NOMBRE(WS-INDICE) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           IF WS-CONFIRMA-RESULT = "S"
                                   DISPLAY "Motivo de la baja: "
                                   ACCEPT WS-TB-MOTIVO
                                   PERFORM 11-5-PIDE-CAUSA-BAJA
                                   PERFORM 15-3-CALCULA-FINIQUITO
                                   MOVE WS-ID(WS-INDICE) TO AUD-ID
                                   MOVE "BAJA" TO AUD-ACCION
           MOVE WS-FIN-GASTOS TO TB-GASTOS-PROP.
           MOVE WS-FIN-DIAS TO TB-DIAS-PROP.
           MOVE WS-FIN-TOTAL TO TB-FINIQUITO.
           MOVE WS-FIN-RESG-COBRADO TO TB-RESGUARDOS.
           MOVE WS-FIN-RESG-ADEUDO TO TB-RESG-ADEUDO.
           OPEN EXTEND F-BAJAS.
           WRITE TB-REGISTRO.
           CLOSE F-BAJAS.
      *AVISO DE BAJA AL IMSS CON LA FECHA DE LA BAJA
           SET WS-MI-POS TO WS-INDICE.
           MOVE "B" TO WS-MI-TIPO-MOV.
           MOVE TB-FECHA-BAJA TO WS-MI-FECHA-MOV.
           PERFORM 11-2-GRABA-MOVIMIENTO.
      *LOS BIENES QUE NO SE DEVOLVIERON SALEN DEL RESGUARDO: LOS
      *COBRABLES SE CIERRAN CONTRA LO DESCONTADO EN EL FINIQUITO
           MOVE WS-FIN-RESG-COBRADO TO WS-RS-POR-APLICAR.
           PERFORM 111-8-CIERRA-RESGUARDOS.

      *FINIQUITO DEL TRABAJADOR EN WS-INDICE AL MOMENTO DE LA BAJA:
      *AGUINALDO PROPORCIONAL A LOS MESES TRABAJADOS DEL ANIO,
      *SALDO EXCEDE EL FINIQUITO, ESTE QUEDA EN CERO Y EL RESTO
      *SE COBRA POR FUERA
           PERFORM 91-6-SALDO-PRESTAMOS.
      *LOS BIENES COBRABLES QUE SIGUEN EN RESGUARDO SE DESCUENTAN A
      *SU VALOR DE ENTREGA, DESPUES DE LOS PRESTAMOS Y CON EL MISMO
      *TOPE: LO QUE NO ALCANZA QUEDA COMO ADEUDO
           PERFORM 111-7-SALDO-RESGUARDOS.
           COMPUTE WS-FIN-TOTAL =
                   WS-FIN-AGUI + WS-FIN-VAC + WS-FIN-HE
                           + WS-FIN-GASTOS + WS-FIN-DIAS.
                           MOVE ZERO TO WS-FIN-TOTAL
                   END-IF
           END-IF.
           MOVE ZERO TO WS-FIN-RESG-COBRADO.
           MOVE ZERO TO WS-FIN-RESG-ADEUDO.
           IF WS-FIN-RESGUARDOS > ZERO
                   IF WS-FIN-RESGUARDOS NOT > WS-FIN-TOTAL
                           MOVE WS-FIN-RESGUARDOS
                                   TO WS-FIN-RESG-COBRADO
                           SUBTRACT WS-FIN-RESGUARDOS
                                   FROM WS-FIN-TOTAL
                   ELSE
                           DISPLAY "  AVISO: LOS BIENES NO "
                                   "DEVUELTOS EXCEDEN EL "
                                   "FINIQUITO, QUEDA ADEUDO"
                           MOVE WS-FIN-TOTAL TO WS-FIN-RESG-COBRADO
                           COMPUTE WS-FIN-RESG-ADEUDO =
                                   WS-FIN-RESGUARDOS - WS-FIN-TOTAL
                           MOVE ZERO TO WS-FIN-TOTAL
                   END-IF
           END-IF.
           MOVE WS-FIN-AGUI TO WS-FIN-FMT.
           DISPLAY "  FINIQUITO - AGUINALDO PROP.: " WS-FIN-FMT.
           MOVE WS-FIN-VAC TO WS-FIN-FMT.
                   DISPLAY "  FINIQUITO - PRESTAMOS:      -"
                           WS-FIN-FMT
           END-IF.
           IF WS-FIN-RESGUARDOS > ZERO
                   MOVE WS-FIN-RESG-COBRADO TO WS-FIN-FMT
                   DISPLAY "  FINIQUITO - BIENES NO DEV.: -"
                           WS-FIN-FMT
           END-IF.
           IF WS-FIN-RESG-ADEUDO > ZERO
                   MOVE WS-FIN-RESG-ADEUDO TO WS-FIN-FMT
                   DISPLAY "  ADEUDO POR BIENES NO DEV.:   "
                           WS-FIN-FMT
           END-IF.
           MOVE WS-FIN-TOTAL TO WS-FIN-FMT.
           DISPLAY "  FINIQUITO TOTAL:             " WS-FIN-FMT.

      *DEJANDO RASTRO EN LA BITACORA DE AUDITORIA
           DISPLAY "Indica el ID del trabajador a reactivar".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 18-1-CONFIRMA-REACTIVA.

       18-1-CONFIRMA-REACTIVA.
           IF WS-ACTIVO(WS-INDICE) = "S"
                   DISPLAY "Ese trabajador ya esta activo"
           ELSE
                           MOVE "S" TO AUD-VALOR-NUEVO
                           PERFORM 30-REGISTRA-AUDITORIA
                           MOVE "S" TO WS-ACTIVO(WS-INDICE)
      *LA REACTIVACION ES UN REINGRESO ANTE EL IMSS: SE AVISA
      *COMO ALTA CON FECHA DE HOY Y EL SDI DEL SUELDO VIGENTE
                           SET WS-MI-POS TO WS-INDICE
                           PERFORM 11-1-CALCULA-SDI
                           PERFORM 26-ACTUALIZA-TRABAJADOR
                           MOVE "A" TO WS-MI-TIPO-MOV
                           ACCEPT WS-MI-FECHA-MOV FROM DATE YYYYMMDD
                           PERFORM 11-2-GRABA-MOVIMIENTO
                   ELSE
                           DISPLAY "Reactivacion cancelada"
                   END-IF
           END-IF.

       26-ACTUALIZA-TRABAJADOR.
      *REESCRIBE EN DISCO AL TRABAJADOR QUE ESTA EN LA POSICION
      *WS-INDICE, IGUAL QUE 22-GRABAR-TRABAJADOR PERO PARA UNA
           MOVE WS-RFC(WS-INDICE) TO FT-RFC.
           MOVE WS-CURP(WS-INDICE) TO FT-CURP.
           MOVE WS-SUPERVISOR(WS-INDICE) TO FT-SUPERVISOR.
           MOVE WS-NSS(WS-INDICE) TO FT-NSS.
           MOVE WS-SDI(WS-INDICE) TO FT-SDI.
           MOVE WS-ESTADO-TRAB(WS-INDICE) TO FT-ESTADO-TRAB.
           MOVE WS-ZONA-SM(WS-INDICE) TO FT-ZONA-SM.
           REWRITE FT-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al actualizar el trabajador, "
      *UN CRITERIO SIGNIFICA QUE ESE CRITERIO NO SE APLICA
           DISPLAY "Departamento a buscar (00 = cualquiera): ".
           ACCEPT WS-FILT-DEPTO.
      *EL ROL DE CAPTURA NO FILTRA POR SUELDO: ACOTANDO EL RANGO
      *PODRIA DEDUCIR EL SUELDO QUE NO SE LE MUESTRA
           MOVE ZERO TO WS-FILT-SAL-MIN.
           MOVE ZERO TO WS-FILT-SAL-MAX.
           IF WS-OPER-ROL NOT = "C"
                   DISPLAY "Sueldo minimo (0 = sin minimo): "
                   ACCEPT WS-FILT-SAL-MIN
                   DISPLAY "Sueldo maximo (0 = sin maximo): "
                   ACCEPT WS-FILT-SAL-MAX
           END-IF.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 14-1-FILTRA-TRABAJADOR UNTIL WS-RECORRE > WS-FIN.

       14-1-FILTRA-TRABAJADOR.
                           DISPLAY "ID: " WS-ID(WS-RECORRE) " NOMBRE: "
                                   WS-NOMBRE(WS-RECORRE) " "
                                   WS-APELLIDO(WS-RECORRE)
                           IF WS-OPER-ROL = "C"
                                   DISPLAY "  SUELDO: " WS-MSK-SUELDO
                           ELSE
                                   DISPLAY "  SUELDO: "
                                           WS-SAL-ENTERO(WS-RECORRE)
                                           "."
                                           WS-SAL-CENTAVOS(WS-RECORRE)
                           END-IF
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       14-2-CUMPLE-DEPTO.
           MOVE "N" TO WS-FILT-DEPTO-OK.
           PERFORM 40-ARMA-ENCABEZADO.
           MOVE WS-ENCABEZADO-REPORTE TO EXP-LINEA.
           WRITE EXP-LINEA.
           IF WS-OPER-ROL = "C"
                   MOVE WS-MSK-NOTA TO EXP-LINEA
                   WRITE EXP-LINEA
           END-IF.
           MOVE "ID NOMBRE APELLIDO BRUTO ISR IMSS NETO MONEDA"
                   TO EXP-LINEA.
           WRITE EXP-LINEA.
                   MOVE WS-ISR-MONTO TO WS-EXP-ISR
                   MOVE WS-IMSS-MONTO TO WS-EXP-IMSS
                   MOVE WS-NETO TO WS-EXP-NETO
                   IF WS-OPER-ROL = "C"
                           PERFORM 16-3-EXPORTA-ENMASCARADO
                   ELSE
                           PERFORM 16-4-EXPORTA-COMPLETO
                   END-IF
           END-IF.

      *EL ROL DE CAPTURA EXPORTA LA PLANTILLA SIN IMPORTES, SIN LA
      *CONVERSION DE MONEDA Y SIN EL DESGLOSE DE DEDUCCIONES
       16-3-EXPORTA-ENMASCARADO.
           MOVE SPACES TO EXP-LINEA.
           STRING WS-ID(WS-RECORRE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE(WS-RECORRE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APELLIDO(WS-RECORRE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSK-SUELDO(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSK-SUELDO(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSK-SUELDO(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSK-SUELDO(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONEDA(WS-RECORRE) DELIMITED BY SIZE
                   INTO EXP-LINEA.
           WRITE EXP-LINEA.

       16-4-EXPORTA-COMPLETO.
           MOVE SPACES TO EXP-LINEA.
           STRING WS-ID(WS-RECORRE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE(WS-RECORRE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APELLIDO(WS-RECORRE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXP-BRUTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXP-ISR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXP-IMSS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXP-NETO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONEDA(WS-RECORRE) DELIMITED BY SIZE
                   INTO EXP-LINEA.
           WRITE EXP-LINEA.
           PERFORM 16-2-EXPORTA-CONVERSION.
           MOVE "E" TO WS-DED-DESTINO.
           PERFORM 54-ITEMIZA-DEDUCCIONES.

      *CUANDO EL SUELDO ESTA EN OTRA MONEDA SE AGREGA UN RENGLON CON
      *LA TASA APLICADA Y EL NETO YA CONVERTIDO A LA MONEDA BASE
       16-2-EXPORTA-CONVERSION.
           IF WS-MONEDA(WS-RECORRE) NOT = SPACES
           AND WS-MONEDA(WS-RECORRE) NOT = WS-MONEDA-BASE
                   MOVE WS-NETO TO WS-CONV-MONTO
                   MOVE WS-MONEDA(WS-RECORRE) TO WS-CONV-MONEDA
                   PERFORM 52-CONVIERTE-A-BASE
                   MOVE WS-CONV-TASA TO WS-CONV-TASA-FMT
                   MOVE WS-CONV-RESULTADO TO WS-CONV-NETO-FMT
                   MOVE SPACES TO EXP-LINEA
      *ESCRIBE UN RENGLON EN LA BITACORA DE AUDITORIA, SE ABRE EN
      *EXTEND Y SE CIERRA DESPUES DE CADA MOVIMIENTO, IGUAL QUE
      *ARCHIVOSDB CON SU ARCHIVO DE EMPLEADOS; EL RENGLON LLEVA LA
      *CLAVE DEL OPERADOR QUE HIZO EL MOVIMIENTO. LA ESCRITURA LA
      *HACE BITACORAUTIL, QUE ENCADENA EL RENGLON CON EL ANTERIOR
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE "E" TO WS-BIT-OP.
           CALL "BITACORAUTIL" USING WS-BIT-OP WS-EMP-AUD
                   AUD-REGISTRO.

       31-CONCILIAR-ARCHIVOSDB.
      *COMPARA LA PLANTILLA DE NOMINA CONTRA EL ARCHIVO DE EMPLEADOS
                   MOVE ZERO TO WS-SYNC-CREADOS
                   MOVE ZERO TO WS-SYNC-PENDIENTES
                   OPEN OUTPUT F-SYNC
                   PERFORM 21-2-PRIMER-TRABAJADOR
                   PERFORM 31-1-BUSCA-EN-ARCHIVOSDB
                   UNTIL WS-RECORRE > WS-FIN
                   PERFORM 31-2-BUSCA-EN-NOMINA
                           END-IF
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *CREA EN ARCHIVOSDB AL TRABAJADOR DE NOMINA EN WS-RECORRE. EL
      *AR-ID SE GENERA COMO "NM" + FOLIO PARA QUE SE DISTINGA DE
      *LOS CAPTURADOS A MANO ALLA; TELEFONO, DIRECCION, CORREO Y
      *CONTACTO DE EMERGENCIA QUEDAN VACIOS PORQUE NOMINA NO LOS
      *CONOCE
       31-3-CREA-EN-ARCHIVOSDB.
           MOVE SPACES TO AR-REGISTRO.
           STRING "NM" DELIMITED BY SIZE
                           PERFORM 71-NORMALIZA-NOMBRE
                           MOVE WS-NORM-CAMPO
                                   TO WS-ARDB-NOMBRE-COMPARA
                           PERFORM 21-2-PRIMER-TRABAJADOR
                           MOVE "N" TO WS-ARDB-ENCONTRADO
                           MOVE "N" TO WS-ARDB-PROBABLE
                           PERFORM 31-2-2-COMPARA-TRABAJADOR
                           END-IF
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *BUSQUEDA "CONTIENE" SOBRE NOMBRE+APELLIDO DE LOS TRABAJADORES
      *ACTIVOS, SIN DISTINGUIR MAYUSCULAS/MINUSCULAS, REUTILIZANDO LA
           MOVE ZERO TO WS-CONTIENE-PATRON-LONG.
           INSPECT WS-CONTIENE-PATRON TALLYING WS-CONTIENE-PATRON-LONG
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 32-1-REVISA-TRABAJADOR UNTIL WS-RECORRE > WS-FIN.

       32-1-REVISA-TRABAJADOR.
                                   WS-APELLIDO(WS-RECORRE)
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *CONFIRMACION S/N REUTILIZABLE, BASADA EN EL PATRON
      *CONTINUACION/SI-O-NO DE GOTO.CBL, PARA NO SEGUIR CAPTURANDO
                   WRITE GL-LINEA
                   MOVE "G" TO WS-DED-DESTINO
                   PERFORM 54-ITEMIZA-DEDUCCIONES
                   PERFORM 98-6-POLIZA-ISN
           END-IF.

      *BUSCA LA CUENTA CONTABLE DEL CONCEPTO EN WS-CG-CONCEPTO:
      *PRIMERO LA ESPECIFICA DEL DEPARTAMENTO PEDIDO, LUEGO LA
                           ELSE
                                   DISPLAY "  FINIQUITO: N/D"
                           END-IF
                           IF TB-RESG-ADEUDO NUMERIC
                           AND TB-RESG-ADEUDO > ZERO
                                   MOVE TB-RESG-ADEUDO TO WS-FIN-FMT
                                   DISPLAY "  ADEUDO POR BIENES NO "
                                           "DEVUELTOS: " WS-FIN-FMT
                           END-IF
           END-READ.

      *ALTA MASIVA DESDE UN CSV DE NOMBRE,APELLIDO,EDAD,SALARIO,
           END-READ.

       36-2-PROCESA-RENGLON.
           PERFORM 21-6-CUENTA-PLANTILLA.
           MOVE 1 TO WS-FIN.
           INITIALIZE WS-DATOS-TRABAJADOR(WS-FIN).
           IF WS-FT-TOTAL NOT < WS-MAX-TRABAJADORES
                   DISPLAY "Limite de trabajadores alcanzado, se omite"
                   SUBTRACT 1 FROM WS-FIN
           ELSE
                   MOVE SPACES TO WS-CSV-RFC-X
                   MOVE SPACES TO WS-CSV-CURP-X
                   MOVE SPACES TO WS-CSV-NSS-X
                   UNSTRING CSV-LINEA DELIMITED BY ","
                           INTO WS-CSV-NOMBRE-X WS-CSV-APELLIDO-X
                                   WS-CSV-EDAD-X WS-CSV-SALARIO-X
                                   WS-CSV-DEPTO-X WS-CSV-RFC-X
                                   WS-CSV-CURP-X WS-CSV-NSS-X
                   MOVE WS-CSV-NOMBRE-X TO WS-NOMBRE(WS-FIN)
                   MOVE WS-CSV-APELLIDO-X TO WS-APELLIDO(WS-FIN)
                   CALL "NOMBREUTIL" USING WS-NOMBRE(WS-FIN) 30
      *EL CSV NO TRAE PUESTO; QUEDA SIN PUESTO Y SIN VALIDACION DE
      *BANDA HASTA QUE SE LE ASIGNE POR MODIFICACION
                   MOVE ZERO TO WS-PUESTO(WS-FIN)
      *RFC, CURP Y NSS DEL CSV: SI VIENEN, DEBEN PASAR LA
      *VALIDACION DE ESTRUCTURA Y DIGITO O EL RENGLON SE DESCARTA
                   MOVE ZERO TO WS-SUPERVISOR(WS-FIN)
                   MOVE WS-CSV-RFC-X TO WS-RFC(WS-FIN)
                   MOVE WS-CSV-CURP-X TO WS-CURP(WS-FIN)
                   MOVE WS-CSV-NSS-X TO WS-NSS(WS-FIN)
                   MOVE SPACES TO WS-ESTADO-TRAB(WS-FIN)
                   MOVE SPACES TO WS-ZONA-SM(WS-FIN)
                   CALL "NOMBREUTIL" USING WS-RFC(WS-FIN) 13
                   CALL "NOMBREUTIL" USING WS-CURP(WS-FIN) 18
                   PERFORM 94-3-VALIDA-IDS-ALTA
                   IF WS-IDS-OK = "N"
                           DISPLAY "Renglon con RFC, CURP o NSS "
                                   "invalido, se omite: "
                                   WS-NOMBRE(WS-FIN)
                           SUBTRACT 1 FROM WS-FIN
                                   WS-APELLIDO(WS-FIN)
                           SUBTRACT 1 FROM WS-FIN
                   ELSE
                           PERFORM 103-5-PLAZA-ALTA-EN-LINEA
                           IF WS-PZ-OK = "N"
                                   DISPLAY "Renglon omitido por falta "
                                           "de plaza vacante: "
                                           WS-NOMBRE(WS-FIN)
                                   SUBTRACT 1 FROM WS-FIN
                           ELSE
                           PERFORM 68-DETECTA-DUPLICADO
                           IF WS-DUP-CONTINUA = "N"
                                   DISPLAY "Renglon omitido por "
                           PERFORM 23-GENERA-ID
                           MOVE WS-CONTADOR TO WS-ID(WS-FIN)
                           MOVE "S" TO WS-ACTIVO(WS-FIN)
                           MOVE WS-FIN TO WS-MI-POS
                           PERFORM 11-1-CALCULA-SDI
                           PERFORM 22-GRABAR-TRABAJADOR
                           PERFORM 11-3-MOVIMIENTO-ALTA
                           MOVE WS-ID(WS-FIN) TO AUD-ID
                           MOVE "ALTA" TO AUD-ACCION
                           MOVE "ALTA" TO AUD-CAMPO
                           MOVE SPACES TO AUD-VALOR-ANTERIOR
                           MOVE WS-NOMBRE(WS-FIN) TO AUD-VALOR-NUEVO
                           PERFORM 30-REGISTRA-AUDITORIA
                           PERFORM 103-6-AUDITA-SOBRECUPO
                           DISPLAY "Importado ID " WS-ID(WS-FIN) ": "
                                   WS-NOMBRE(WS-FIN) " "
                                   WS-APELLIDO(WS-FIN)
                           END-IF
                           END-IF
                   END-IF
                   END-IF
           END-IF.
                   CALL "CANDADOUTIL" USING WS-CAND-OP
                           WS-CAND-PROCESO WS-CAND-RESULTADO
                   MOVE ZERO TO WS-CIERRE-CONTADOR
                   PERFORM 21-2-PRIMER-TRABAJADOR
                   PERFORM 37-2-POSTEA-TRABAJADOR
                           UNTIL WS-RECORRE > WS-FIN
                   MOVE WS-FREC-PROCESO TO PC-FRECUENCIA
           END-IF.

      *POSTEA A LA HISTORIA LOS CONCEPTOS DEL TRABAJADOR EN WS-RECORRE
      *Y DEJA EN CERO SUS HORAS EXTRA Y GASTOS EN EL ARCHIVO MAESTRO
       37-2-POSTEA-TRABAJADOR.
           PERFORM 81-1-FREC-TRABAJADOR.
           IF WS-ACTIVO(WS-RECORRE) = "S"
           AND WS-FREC-TRAB = WS-FREC-PROCESO
                   PERFORM 50-CALCULA-CONCEPTOS
                   PERFORM 37-6-ARMA-HISTORIA
                   MOVE WS-FREC-PROCESO TO WS-HD-GRUPO
      *SOLO SI EL POSTEO QUEDO EN LA HISTORIA SE PONEN EN CERO LAS
      *HORAS Y GASTOS; SI EL WRITE FALLA EL TRABAJADOR CONSERVA SUS
      *CONCEPTOS PARA NO PERDER PAGO SIN HABERLO POSTEADO
                           PERFORM 26-ACTUALIZA-TRABAJADOR
                           PERFORM 37-3-ACUMULA-ANUAL
                           PERFORM 37-4-APLICA-DEDUCCIONES
                           PERFORM 98-4-POSTEA-ISN
                           PERFORM 99-4-JOURNAL-HIST
                           ADD 1 TO WS-CIERRE-CONTADOR
                   END-WRITE
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *RENGLON DE HISTORIA DEL TRABAJADOR EN WS-RECORRE CON LOS
      *CONCEPTOS QUE ACABA DE CALCULAR 50-CALCULA-CONCEPTOS; LO
      *USAN EL CIERRE Y LA REEXPEDICION DE UN RECIBO ANULADO
       37-6-ARMA-HISTORIA.
           MOVE WS-FREC-PROCESO TO HP-FRECUENCIA.
           MOVE WS-PERIODO-PROCESO TO HP-PERIODO.
           MOVE WS-ID(WS-RECORRE) TO HP-ID.
           MOVE WS-NOMBRE(WS-RECORRE) TO HP-NOMBRE.
           MOVE WS-APELLIDO(WS-RECORRE) TO HP-APELLIDO.
           MOVE WS-SALARIO(WS-RECORRE) TO HP-BRUTO.
           MOVE WS-ISR-MONTO TO HP-ISR.
           MOVE WS-IMSS-MONTO TO HP-IMSS.
           IF WS-HE-ESTATUS(WS-RECORRE) = "P"
                   MOVE ZERO TO HP-HORAS-EXTRA
           ELSE
                   MOVE WS-HORAS-EXTRA(WS-RECORRE)
                           TO HP-HORAS-EXTRA
           END-IF.
           MOVE WS-PAGO-HORAS-EXTRA TO HP-PAGO-HORAS-EXTRA.
           MOVE WS-HE-DOBLES TO HP-HE-DOBLES.
           MOVE WS-HE-TRIPLES TO HP-HE-TRIPLES.
           MOVE WS-PAGO-HE-DOBLE TO HP-PAGO-HE-DOBLE.
           MOVE WS-PAGO-HE-TRIPLE TO HP-PAGO-HE-TRIPLE.
           MOVE WS-GASTOS(WS-RECORRE) TO HP-GASTOS.
           MOVE WS-DED-TOTAL TO HP-DEDUCCIONES.
           MOVE WS-NETO TO HP-NETO.
           MOVE WS-MONEDA(WS-RECORRE) TO HP-MONEDA.
           MOVE WS-DOMINGOS TO HP-DOMINGOS.
           MOVE WS-PRIMA-DOMINICAL TO HP-PRIMA-DOMINICAL.
           MOVE WS-AUS-DIAS-RET TO HP-FALTAS-RETARDO.
           MOVE WS-DESC-RETARDOS TO HP-DESC-RETARDOS.

      *ABONA A LOS SALDOS DE LAS DEDUCCIONES FIJAS LO QUE SE
      *DESCONTO EN ESTE CIERRE, DIRECTO DE LA TABLA DE APLICADAS;
      *LAS PENSIONES NO TIENEN SALDO QUE AGOTAR (SU DINERO VA AL
      *BENEFICIARIO EN LA DISPERSION) Y NO SE TOCAN AQUI; EL
      *DESCUENTO INFONAVIT SE ANOTA COMO AMORTIZACION DEL CREDITO
       37-4-APLICA-DEDUCCIONES.
           MOVE 1 TO WS-DA-IDX.
           PERFORM 37-4-1-ABONA-DEDUCCION
                   UNTIL WS-DA-IDX > WS-DA-USADAS.

       37-4-1-ABONA-DEDUCCION.
           PERFORM 107-1-ANOTA-DETALLE.
           IF WS-DA-TIPO(WS-DA-IDX) = "C"
                   PERFORM 37-7-ABONA-CAJA
           ELSE
           IF WS-DA-TIPO(WS-DA-IDX) = "I"
                   PERFORM 12-5-POSTEA-AMORTIZACION
           ELSE
           IF WS-DA-TIPO(WS-DA-IDX) NOT = "P"
                   MOVE WS-ID(WS-RECORRE) TO DD-ID
                   MOVE WS-DA-CONCEPTO(WS-DA-IDX) TO DD-CONCEPTO
                                   PERFORM 99-2-JOURNAL-DED
                   END-READ
           END-IF
           END-IF
           END-IF.
           ADD 1 TO WS-DA-IDX.

                   INTO REI-LINEA.
           WRITE REI-LINEA.
           DISPLAY REI-LINEA.
      *LAS CIFRAS SON LAS QUE SE POSTEARON AL CIERRE; EL RENGLON DE
      *TARIFAS DICE CON QUE VERSIONES SE CALCULARON
           MOVE WS-HIST-PERIODO TO WS-FECHA-TARIFA.
           PERFORM 51-2-VERSION-ISR.
           PERFORM 77-2-VERSION-IMSS.
           MOVE SPACES TO REI-LINEA.
           STRING "TARIFA ISR VIGENTE DESDE " DELIMITED BY SIZE
                   WS-TI-VERSION DELIMITED BY SIZE
                   "  CUOTAS IMSS DESDE " DELIMITED BY SIZE
                   WS-CI-VERSION DELIMITED BY SIZE
                   INTO REI-LINEA.
           WRITE REI-LINEA.
           DISPLAY REI-LINEA.
           MOVE WS-HIST-FREC TO HP-FRECUENCIA.
           MOVE WS-HIST-PERIODO TO HP-PERIODO.
           MOVE ZERO TO HP-ID.
           END-IF.
           WRITE REI-LINEA.
           DISPLAY REI-LINEA.
      *UN RECIBO ANULADO SE REIMPRIME COMO SE CERRO, CON LA LEYENDA
      *DE SU REEXPEDICION
           MOVE "X" TO HP-FRECUENCIA.
           MOVE WS-HIST-PERIODO TO HP-PERIODO.
           MOVE WS-HI-ID TO HP-ID.
           READ F-HISTORIA
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           PERFORM 38-6-LEYENDA-ANULADO
           END-READ.
           MOVE WS-HIST-FREC TO HP-FRECUENCIA.
           MOVE WS-HIST-PERIODO TO HP-PERIODO.
           MOVE WS-HI-ID TO HP-ID.
                   INVALID KEY MOVE "S" TO WS-HIST-FIN
           END-START.

       38-6-LEYENDA-ANULADO.
           MOVE "R" TO HP-FRECUENCIA.
           MOVE WS-HIST-PERIODO TO HP-PERIODO.
           MOVE WS-HI-ID TO HP-ID.
           MOVE "  RECIBO ANULADO" TO REI-LINEA.
           READ F-HISTORIA
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           MOVE HP-NETO TO WS-EXP-NETO
                           MOVE SPACES TO REI-LINEA
                           STRING "  RECIBO ANULADO, REEXPEDIDO CON "
                                       DELIMITED BY SIZE
                                   "NETO: " DELIMITED BY SIZE
                                   WS-EXP-NETO DELIMITED BY SIZE
                                   INTO REI-LINEA
           END-READ.
           WRITE REI-LINEA.
           DISPLAY REI-LINEA.

      *NETO DEL MISMO TRABAJADOR EN EL PERIODO CERRADO ANTERIOR,
      *LEIDO DIRECTO POR LLAVE PERIODO-PREVIO + FOLIO
       38-5-BUSCA-NETO-ANTERIOR.
           IF WS-AUS-DIAS-SG > 30
                   MOVE 30 TO WS-AUS-DIAS-SG
           END-IF.
      *LAS FALTAS POR RETARDOS TAMBIEN SON DIAS SIN GOCE, PERO SU
      *DESCUENTO SE LLEVA APARTE PARA QUE EL RECIBO Y LA HISTORIA
      *LO MUESTREN COMO SU PROPIO CONCEPTO
           IF WS-AUS-DIAS-RET > 30 - WS-AUS-DIAS-SG
                   COMPUTE WS-AUS-DIAS-RET = 30 - WS-AUS-DIAS-SG
           END-IF.
           COMPUTE WS-DESC-RETARDOS ROUNDED =
                   WS-SALARIO(WS-RECORRE) * WS-AUS-DIAS-RET / 30.
           COMPUTE WS-SAL-PRORRATEADO ROUNDED =
                   WS-SALARIO(WS-RECORRE) *
                           (30 - WS-AUS-DIAS-SG) / 30
                   - WS-DESC-RETARDOS.
      *LAS ALTAS A MEDIO PERIODO SOLO COBRAN LOS DIAS TRABAJADOS
      *DEL PERIODO PROGRAMADO (CIERRE Y PRE-NOMINA)
           PERFORM 85-2-PRORRATEA-ALTA.
           PERFORM 51-0-FECHA-TARIFA.
           MOVE WS-SAL-PRORRATEADO TO WS-ISR-BASE.
           PERFORM 51-CALCULA-ISR.
      *EL IMSS SE CALCULA POR RAMOS DE LA TABLA CAPTURADA; SIN
      *APROBADAS SE LIQUIDAN POR TRAMOS LEGALES (DOBLE/TRIPLE)
      *DESDE EL DETALLE DIARIO DE ASISTENCIA
           PERFORM 87-CALCULA-HORAS-EXTRA.
      *PRIMA DOMINICAL POR LOS DOMINGOS TRABAJADOS DEL MES
           PERFORM 87-5-PRIMA-DOMINICAL.
      *PRIMA DE ANTIGUEDAD: PORCENTAJE CONFIGURADO POR CADA ANIO
      *CUMPLIDO DESDE LA FECHA DE ALTA. SE CALCULA ANTES QUE LAS
      *DEDUCCIONES PORQUE LAS PENSIONES ALIMENTICIAS SON UN
                   WS-SAL-PRORRATEADO - WS-ISR-MONTO
                           - WS-IMSS-MONTO
                           + WS-PAGO-HORAS-EXTRA
                           + WS-PRIMA-DOMINICAL
                           + WS-PRIMA-ANTIGUEDAD
                           + WS-GASTOS(WS-RECORRE)
                           + WS-RETRO-PENDIENTE(WS-RECORRE).
       55-CALCULA-AUSENCIAS.
           MOVE ZERO TO WS-AUS-DIAS-SG.
           MOVE ZERO TO WS-AUS-DIAS-VAC.
           MOVE ZERO TO WS-AUS-DIAS-RET.
           MOVE WS-ID(WS-RECORRE) TO AU-ID.
           MOVE LOW-VALUES TO AU-FECHA.
           MOVE "N" TO WS-AUS-FIN.
                                           ADD AU-DIAS
                                                   TO WS-AUS-DIAS-VAC
                                   END-IF
                                   IF AU-TIPO = "R"
                                   AND AU-FECHA(1:6) =
                                           WS-FECHA-HOY-G(1:6)
                                           ADD AU-DIAS
                                                   TO WS-AUS-DIAS-RET
                                   END-IF
                           END-IF
           END-READ.

           PERFORM 53-3-PASADA-PENSIONES
                   VARYING WS-DED-PASADA FROM 0 BY 1
                   UNTIL WS-DED-PASADA > 9.
      *EL DESCUENTO INFONAVIT ES RETENCION DE LEY: VA DESPUES DE
      *LAS PENSIONES Y ANTES DE CUALQUIER DEDUCCION FIJA
           PERFORM 12-3-CALCULA-INFONAVIT.
           PERFORM 53-6-PASADA-FIJAS.
           PERFORM 53-9-APORTA-CAJA.

       51-CALCULA-ISR.
           MOVE "N" TO WS-TI-HALLADO.
           MOVE "N" TO WS-TI-FIN.
           MOVE SPACES TO WS-TI-VERSION.
           MOVE LOW-VALUES TO TI-LLAVE.
           START F-TARIFA-ISR KEY IS NOT LESS THAN TI-LLAVE
                   INVALID KEY MOVE "S" TO WS-TI-FIN
           END-START.
           PERFORM 51-1-EXAMINA-RENGLON UNTIL WS-TI-FIN = "S".
           READ F-TARIFA-ISR NEXT RECORD
                   AT END MOVE "S" TO WS-TI-FIN
                   NOT AT END
      *LAS VERSIONES VIENEN EN ORDEN DE VIGENCIA: UNA POSTERIOR A LA
      *FECHA DEL PERIODO TERMINA LA BUSQUEDA Y CADA VERSION NUEVA
      *QUE SI APLICA DESCARTA LO ELEGIDO EN LA ANTERIOR
                           IF TI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-TI-FIN
                           ELSE
                           IF TI-VIGENCIA NOT = WS-TI-VERSION
                                   MOVE TI-VIGENCIA TO WS-TI-VERSION
                                   MOVE "N" TO WS-TI-HALLADO
                           END-IF
                           END-IF
      *SE QUEDA CON EL RENGLON DE LIMITE MAS ALTO QUE NO EXCEDA LA
      *BASE, AUNQUE LA TABLA SE HAYA CAPTURADO FUERA DE ORDEN
                           IF WS-TI-FIN = "N"
                           AND TI-LIM-INFERIOR NOT > WS-ISR-BASE
                           AND (WS-TI-HALLADO = "N"
                                   OR TI-LIM-INFERIOR NOT < WS-ISR-LIM)
                                   MOVE TI-LIM-INFERIOR TO WS-ISR-LIM
                           END-IF
           END-READ.

      *FECHA QUE ELIGE LA VERSION DE LAS TABLAS: LA DE CORTE DEL
      *PERIODO EN PROCESO; FUERA DEL CIERRE, LA DE HOY
       51-0-FECHA-TARIFA.
           IF WS-PERIODO-PROCESO = SPACES
                   ACCEPT WS-FECHA-TARIFA FROM DATE YYYYMMDD
           ELSE
                   MOVE WS-PERIODO-PROCESO TO WS-FECHA-TARIFA
           END-IF.

      *SOLO LOCALIZA LA VIGENCIA DE LA TARIFA QUE APLICA A
      *WS-FECHA-TARIFA, SIN CALCULAR; SIN VERSION QUEDA EN BLANCO
       51-2-VERSION-ISR.
           MOVE SPACES TO WS-TI-VERSION.
           MOVE "N" TO WS-TI-FIN.
           MOVE LOW-VALUES TO TI-LLAVE.
           START F-TARIFA-ISR KEY IS NOT LESS THAN TI-LLAVE
                   INVALID KEY MOVE "S" TO WS-TI-FIN
           END-START.
           PERFORM 51-3-EXAMINA-VIGENCIA UNTIL WS-TI-FIN = "S".

       51-3-EXAMINA-VIGENCIA.
           READ F-TARIFA-ISR NEXT RECORD
                   AT END MOVE "S" TO WS-TI-FIN
                   NOT AT END
                           IF TI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-TI-FIN
                           ELSE
                                   MOVE TI-VIGENCIA TO WS-TI-VERSION
                           END-IF
           END-READ.

      *PANTALLA DE MANTENIMIENTO DE LA TARIFA DE ISR, AL ESTILO DE
      *17-CONFIGURACION: MUESTRA TODAS LAS VERSIONES CAPTURADAS Y
      *PERMITE CAPTURAR O CORREGIR RENGLONES (LIMITE INFERIOR, CUOTA
      *FIJA, PORCENTAJE MARGINAL) DE UNA VERSION. LA TARIFA DEL ANIO
      *SIGUIENTE SE CAPTURA CON SU PROPIA VIGENCIA SIN TOCAR LA
      *ACTUAL. CAPTURAR LOS RENGLONES EN ORDEN DE LIMITE ASCENDENTE
       39-TARIFA-ISR.
           DISPLAY "TARIFAS DE ISR CAPTURADAS".
           MOVE LOW-VALUES TO TI-LLAVE.
           MOVE "N" TO WS-TI-FIN.
           START F-TARIFA-ISR KEY IS NOT LESS THAN TI-LLAVE
                   INVALID KEY
                           DISPLAY "  (tabla vacia, se aplica la "
                                   "tasa plana)"
                           MOVE "S" TO WS-TI-FIN
           END-START.
           PERFORM 39-1-LISTA-RENGLON UNTIL WS-TI-FIN = "S".
           DISPLAY "Vigencia de la tarifa a capturar (AAAAMMDD, "
                   "ENTER = terminar): ".
           MOVE SPACES TO WS-TI-VIG-CAP.
           ACCEPT WS-TI-VIG-CAP.
           IF WS-TI-VIG-CAP NOT = SPACES
                   IF WS-TI-VIG-CAP NOT NUMERIC
                           DISPLAY "Vigencia invalida, verifique"
                   ELSE
                           PERFORM 39-3-AUTORIZA-VIGENCIA
                           IF WS-AUTORIZADO = "S"
                                   MOVE 99 TO WS-TI-NUM-CAP
                                   PERFORM 39-2-CAPTURA-RENGLON
                                           UNTIL WS-TI-NUM-CAP = ZERO
                           END-IF
                   END-IF
           END-IF.

       39-1-LISTA-RENGLON.
           READ F-TARIFA-ISR NEXT RECORD
                   AT END MOVE "S" TO WS-TI-FIN
                   NOT AT END
                           MOVE TI-LIM-INFERIOR TO WS-TI-MONTO-FMT
                           DISPLAY "VIGENCIA " TI-VIGENCIA
                                   " RENGLON " TI-NUMERO
                                   " LIMITE INF: " WS-TI-MONTO-FMT
                                   WITH NO ADVANCING
                           MOVE TI-CUOTA-FIJA TO WS-TI-MONTO-FMT
           DISPLAY "Renglon a capturar (0 = terminar): ".
           ACCEPT WS-TI-NUM-CAP.
           IF WS-TI-NUM-CAP NOT = ZERO
                   MOVE WS-TI-VIG-CAP TO TI-VIGENCIA
                   MOVE WS-TI-NUM-CAP TO TI-NUMERO
                   DISPLAY "Limite inferior del renglon: "
                   ACCEPT TI-LIM-INFERIOR
                   END-WRITE
           END-IF.

      *UNA VIGENCIA QUE YA LLEGO CAMBIA EL CALCULO DE PERIODOS QUE
      *PUEDEN ESTAR CERRADOS: SOLO UN SUPERVISOR LA CAPTURA O
      *CORRIGE. LAS VIGENCIAS FUTURAS LAS CAPTURA CUALQUIER ROL
       39-3-AUTORIZA-VIGENCIA.
           ACCEPT WS-FECHA-HOY-G FROM DATE YYYYMMDD.
           IF WS-TI-VIG-CAP > WS-FECHA-HOY-G
                   MOVE "S" TO WS-AUTORIZADO
           ELSE
                   DISPLAY "Aviso: la vigencia " WS-TI-VIG-CAP
                           " ya esta en curso; el cambio afecta el "
                           "calculo de sus periodos"
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
           END-IF.

      *PANTALLA DE MANTENIMIENTO DE TIPOS DE CAMBIO, AL ESTILO DE
      *LA TARIFA DE ISR: LISTA LA TABLA ACTUAL Y CAPTURA MONEDA,
      *TASA Y FECHA DE VIGENCIA (LA DEL DIA SI NO SE DA); TODA TASA
      *QUEDA EN LA HISTORIA Y LA TABLA ACTUAL SOLO CAMBIA CUANDO LA
      *VIGENCIA NO ES ANTERIOR A LA QUE YA TENIA
       42-TIPOS-DE-CAMBIO.
           DISPLAY "TIPOS DE CAMBIO ACTUALES (BASE " WS-MONEDA-BASE
                   ")".
           IF WS-CONV-MONEDA NOT = SPACES
                   MOVE WS-CONV-MONEDA TO TC-MONEDA
                   CALL "NOMBREUTIL" USING TC-MONEDA 3
                   MOVE TC-MONEDA TO TH-MONEDA
                   READ F-TIPO-CAMBIO
                           INVALID KEY
                           MOVE SPACES TO TC-FECHA
                   END-READ
                   DISPLAY "Tasa contra " WS-MONEDA-BASE
                           " (n.nnnn): "
                   ACCEPT TH-TASA
                   DISPLAY "Fecha de vigencia (AAAAMMDD, ENTER = "
                           "hoy): "
                   MOVE SPACES TO WS-TC-FECHA-CAP
                   ACCEPT WS-TC-FECHA-CAP
                   IF WS-TC-FECHA-CAP = SPACES
                           ACCEPT WS-TC-FECHA-CAP FROM DATE YYYYMMDD
                   END-IF
                   MOVE WS-TC-FECHA-CAP TO TH-FECHA
                   WRITE TH-REGISTRO
                           INVALID KEY
                           REWRITE TH-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al grabar la "
                                           "historia, estatus: "
                                           WS-TH-STATUS
                           END-REWRITE
                   END-WRITE
                   IF TC-FECHA = SPACES
                   OR TC-FECHA NOT > WS-TC-FECHA-CAP
                           PERFORM 42-3-GRABA-TC-ACTUAL
                   END-IF
           END-IF.

       42-3-GRABA-TC-ACTUAL.
           MOVE TH-TASA TO TC-TASA.
           MOVE WS-TC-FECHA-CAP TO TC-FECHA.
           WRITE TC-REGISTRO
                   INVALID KEY
                   REWRITE TC-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar el tipo "
                                   "de cambio, estatus: "
                                   WS-TC-STATUS
                   END-REWRITE
           END-WRITE.

      *ARCHIVO DE DISPERSION BANCARIA DE LA NOMINA: ENCABEZADO CON
      *FECHA Y EMPRESA, UN DETALLE POR TRABAJADOR ACTIVO CON CLABE
      *(LOS NETOS SE CONVIERTEN A LA MONEDA BASE), Y EL REGISTRO DE
                   WS-EMPRESA DELIMITED BY SIZE
                   INTO DSP-LINEA.
           WRITE DSP-LINEA.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 44-1-DISPERSA-TRABAJADOR
                   UNTIL WS-RECORRE > WS-FIN.
           MOVE WS-DSP-TOTAL TO WS-DSP-TOTAL-FMT.
                           PERFORM 44-2-DISPERSA-PENSIONES
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *LAS PENSIONES ALIMENTICIAS DEL TRABAJADOR RECIEN DISPERSADO
      *SALEN COMO TRANSFERENCIAS PROPIAS A LA CLABE DEL
           MOVE "RECIBO DE NOMINA" TO WS-TITULO-REPORTE.
           PERFORM 40-ARMA-ENCABEZADO.
           MOVE ZERO TO WS-REC-CONTADOR.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 45-1-RECIBO-TRABAJADOR
                   UNTIL WS-RECORRE > WS-FIN.
           CLOSE F-RECIBOS.
           IF WS-ACTIVO(WS-RECORRE) = "S"
           AND WS-FREC-TRAB = WS-FREC-PROCESO
                   PERFORM 50-CALCULA-CONCEPTOS
                   PERFORM 45-2-IMPRIME-RECIBO
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *IMPRIME EL RECIBO DEL TRABAJADOR EN WS-RECORRE CON LOS
      *CONCEPTOS YA CALCULADOS, SIN RECALCULAR NI AVANZAR EL
      *RECORRIDO (LO USA TAMBIEN LA REEXPEDICION DEL RECIBO)
       45-2-IMPRIME-RECIBO.
           MOVE WS-ENCABEZADO-REPORTE TO REC-LINEA.
           WRITE REC-LINEA.
           MOVE SPACES TO REC-LINEA.
           STRING "TRABAJADOR " DELIMITED BY SIZE
                   WS-ID(WS-RECORRE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE(WS-RECORRE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APELLIDO(WS-RECORRE) DELIMITED BY SIZE
                   INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE WS-SALARIO(WS-RECORRE) TO WS-EXP-BRUTO.
           MOVE SPACES TO REC-LINEA.
           STRING "  SUELDO BRUTO:        "
                   DELIMITED BY SIZE
                   WS-EXP-BRUTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONEDA(WS-RECORRE) DELIMITED BY SIZE
                   INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE WS-ISR-MONTO TO WS-EXP-ISR.
           MOVE SPACES TO REC-LINEA.
           STRING "  ISR RETENIDO:       -"
                   DELIMITED BY SIZE
                   WS-EXP-ISR DELIMITED BY SIZE
                   INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE WS-IMSS-MONTO TO WS-EXP-IMSS.
           MOVE SPACES TO REC-LINEA.
           STRING "  IMSS:               -"
                   DELIMITED BY SIZE
                   WS-EXP-IMSS DELIMITED BY SIZE
                   INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE WS-PAGO-HORAS-EXTRA TO WS-EXP-NETO.
           MOVE SPACES TO REC-LINEA.
           STRING "  HORAS EXTRA ("
                   DELIMITED BY SIZE
                   WS-HORAS-EXTRA(WS-RECORRE)
                           DELIMITED BY SIZE
                   " HRS): +" DELIMITED BY SIZE
                   WS-EXP-NETO DELIMITED BY SIZE
                   INTO REC-LINEA.
           WRITE REC-LINEA.
      *DESGLOSE LEGAL DE LOS TRAMOS DE HORAS EXTRA, SOLO CUANDO
      *HUBO HORAS PAGADAS
           IF WS-HE-DOBLES > ZERO
                   MOVE WS-PAGO-HE-DOBLE TO WS-EXP-NETO
                   MOVE SPACES TO REC-LINEA
                   STRING "    AL DOBLE ("
                           DELIMITED BY SIZE
                           WS-HE-DOBLES DELIMITED BY SIZE
                           " HRS): +" DELIMITED BY SIZE
                           WS-EXP-NETO DELIMITED BY SIZE
                           INTO REC-LINEA
                   WRITE REC-LINEA
           END-IF.
           IF WS-HE-TRIPLES > ZERO
                   MOVE WS-PAGO-HE-TRIPLE TO WS-EXP-NETO
                   MOVE SPACES TO REC-LINEA
                   STRING "    AL TRIPLE ("
                           DELIMITED BY SIZE
                           WS-HE-TRIPLES DELIMITED BY SIZE
                           " HRS): +" DELIMITED BY SIZE
                           WS-EXP-NETO DELIMITED BY SIZE
                           INTO REC-LINEA
                   WRITE REC-LINEA
           END-IF.
           IF WS-DOMINGOS > ZERO
                   MOVE WS-PRIMA-DOMINICAL TO WS-EXP-NETO
                   MOVE SPACES TO REC-LINEA
                   STRING "  PRIMA DOMINICAL ("
                           DELIMITED BY SIZE
                           WS-DOMINGOS DELIMITED BY SIZE
                           " DOM): +" DELIMITED BY SIZE
                           WS-EXP-NETO DELIMITED BY SIZE
                           INTO REC-LINEA
                   WRITE REC-LINEA
           END-IF.
           IF WS-AUS-DIAS-RET > ZERO
                   MOVE WS-DESC-RETARDOS TO WS-EXP-NETO
                   MOVE SPACES TO REC-LINEA
                   STRING "  FALTAS POR RETARDOS ("
                           DELIMITED BY SIZE
                           WS-AUS-DIAS-RET DELIMITED BY SIZE
                           " DIAS): -" DELIMITED BY SIZE
                           WS-EXP-NETO DELIMITED BY SIZE
                           INTO REC-LINEA
                   WRITE REC-LINEA
           END-IF.
           MOVE WS-GASTOS(WS-RECORRE) TO WS-EXP-NETO.
           MOVE SPACES TO REC-LINEA.
           STRING "  GASTOS REEMBOLSADOS: +"
                   DELIMITED BY SIZE
                   WS-EXP-NETO DELIMITED BY SIZE
                   INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE "R" TO WS-DED-DESTINO.
           PERFORM 54-ITEMIZA-DEDUCCIONES.
           IF WS-PRIMA-ANTIGUEDAD > ZERO
                   MOVE WS-PRIMA-ANTIGUEDAD TO WS-EXP-NETO
                   MOVE SPACES TO REC-LINEA
                   STRING "  PRIMA ANTIGUEDAD:   +"
                           DELIMITED BY SIZE
                           WS-EXP-NETO DELIMITED BY SIZE
                           INTO REC-LINEA
                   WRITE REC-LINEA
           END-IF.
           MOVE WS-NETO TO WS-EXP-NETO.
           MOVE SPACES TO REC-LINEA.
           STRING "  NETO A PAGAR:        "
                   DELIMITED BY SIZE
                   WS-EXP-NETO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONEDA(WS-RECORRE) DELIMITED BY SIZE
                   INTO REC-LINEA.
           WRITE REC-LINEA.
           MOVE ALL "-" TO REC-LINEA.
           WRITE REC-LINEA.
           ADD 1 TO WS-REC-CONTADOR.

      *CONSTANCIA ANUAL: IMPRIME LOS TOTALES ACUMULADOS DE BRUTO,
      *ISR RETENIDO E IMSS DE CADA TRABAJADOR EN EL ANIO ELEGIDO,
                   MOVE WS-ENCABEZADO-REPORTE TO CON-LINEA
                   WRITE CON-LINEA
                   DISPLAY WS-ENCABEZADO-REPORTE
                   PERFORM 108-ABRIR-TRASPASOS
                   PERFORM 47-1-IMPRIME-ACUMULADO
                           UNTIL WS-AC-FIN = "S"
                   IF WS-TX-DISPONIBLE = "S"
                           CLOSE F-TRASPASOS
                   END-IF
                   CLOSE F-CONSTANCIA
                   DISPLAY "Constancias en NOMCONST.TXT"
           END-IF.
                   INTO CON-LINEA.
           WRITE CON-LINEA.
           DISPLAY CON-LINEA.
      *RFC Y CURP DEL TRABAJADOR, LEIDOS DEL MAESTRO POR SU FOLIO;
      *LA CONSTANCIA LOS EXIGE
           MOVE AC-ID TO WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "S"
                   MOVE SPACES TO CON-LINEA
                   STRING "  RFC: " DELIMITED BY SIZE
                           WS-RFC(WS-INDICE)
                                   DELIMITED BY SIZE
                           "  CURP: " DELIMITED BY SIZE
                           WS-CURP(WS-INDICE)
                                   DELIMITED BY SIZE
                           INTO CON-LINEA
                   WRITE CON-LINEA
                   DISPLAY CON-LINEA
           END-IF.
           MOVE AC-BRUTO TO WS-AC-MONTO-FMT.
           MOVE SPACES TO CON-LINEA.
           STRING "  BRUTO ANUAL: " DELIMITED BY SIZE
                   INTO CON-LINEA.
           WRITE CON-LINEA.
           DISPLAY CON-LINEA.
           IF WS-TX-DISPONIBLE = "S"
                   PERFORM 108-1-OTRO-PATRON
           END-IF.

      *SUBSISTEMA DE AUSENCIAS: CAPTURA DE VACACIONES, DIAS SIN
      *GOCE Y ENFERMEDAD, Y REPORTE DE SALDOS DE VACACIONES
       57-1-CAPTURA-AUSENCIA.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 57-3-GRABA-AUSENCIA
           END-IF.

       57-3-GRABA-AUSENCIA.
           DISPLAY "Fecha de inicio (AAAAMMDD): ".
       57-2-SALDOS-VACACIONES.
           DISPLAY "SALDOS DE VACACIONES DEL ANIO (GANADOS: "
                   WS-DIAS-VACACIONES ")".
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 57-4-SALDO-TRABAJADOR
                   UNTIL WS-RECORRE > WS-FIN.

                           WS-NOMBRE(WS-RECORRE) " TOMADOS: "
                           WS-AUS-DIAS-VAC " SALDO: " WS-AUS-SALDO
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *REPORTE DE ANIVERSARIOS PROXIMOS: TRABAJADORES ACTIVOS CUYO
      *ANIVERSARIO DE ALTA CAE EN EL MES EN CURSO O EL SIGUIENTE,
       59-ANIVERSARIOS.
           ACCEPT WS-FECHA-HOY-G FROM DATE YYYYMMDD.
           DISPLAY "ANIVERSARIOS DEL MES EN CURSO Y EL SIGUIENTE".
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 59-1-EXAMINA-ANIVERSARIO
                   UNTIL WS-RECORRE > WS-FIN.

                                   WS-ANT-ANOS " ANIOS"
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *CORRIDA DE AGUINALDO: CALCULA EL AGUINALDO DE CADA TRABAJADOR
      *ACTIVO (DIAS CONFIGURADOS DE SUELDO DIARIO, PRORRATEADOS POR
           DISPLAY "VISTA PREVIA DEL AGUINALDO ("
                   WS-DIAS-AGUINALDO " DIAS)".
           MOVE ZERO TO WS-AGUI-TOTAL.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 60-1-PREVIA-AGUINALDO
                   UNTIL WS-RECORRE > WS-FIN.
           MOVE WS-AGUI-TOTAL TO WS-AGUI-TOTAL-FMT.
           PERFORM 33-CONFIRMA-ACCION.
           IF WS-CONFIRMA-RESULT = "S"
                   PERFORM 60-3-GENERA-ARCHIVOS
                   PERFORM 110-MARCA-OBLIGACION
           ELSE
                   DISPLAY "Corrida de aguinaldo cancelada"
           END-IF.
                           WS-AGUI-FMT
                   ADD WS-AGUI-MONTO TO WS-AGUI-TOTAL
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *AGUINALDO DEL TRABAJADOR EN WS-RECORRE: SUELDO DIARIO SOBRE
      *BASE 30 POR LOS DIAS CONFIGURADOS, PRORRATEADO POR LOS MESES
           MOVE WS-ENCABEZADO-REPORTE TO AGUI-LINEA.
           WRITE AGUI-LINEA.
           MOVE ZERO TO WS-AGUI-TOTAL.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 60-4-EXPORTA-AGUINALDO
                   UNTIL WS-RECORRE > WS-FIN.
           MOVE WS-AGUI-TOTAL TO WS-AGUI-TOTAL-FMT.
                           INTO AGUI-GL-LINEA
                   WRITE AGUI-GL-LINEA
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *AJUSTE MASIVO DE SUELDOS: SELECCIONA POR DEPARTAMENTO Y/O
      *RANGO DE SUELDO (CERO = SIN FILTRO, IGUAL QUE LA BUSQUEDA
           ACCEPT WS-AJ-VALOR.
           DISPLAY "VISTA PREVIA DEL AJUSTE".
           MOVE ZERO TO WS-AJ-CONTADOR.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 61-1-PREVIA-AJUSTE UNTIL WS-RECORRE > WS-FIN.
           IF WS-AJ-CONTADOR = ZERO
                   DISPLAY "Ningun trabajador cumple los criterios"
                                   ACCEPT WS-SH-FECHA-EF
                                           FROM DATE YYYYMMDD
                           END-IF
                           PERFORM 21-2-PRIMER-TRABAJADOR
                           PERFORM 61-3-APLICA-AJUSTE
                                   UNTIL WS-RECORRE > WS-FIN
                           DISPLAY "Ajuste aplicado"
                   MOVE WS-AJ-NUEVO TO WS-SAL-FORMATO
                   DISPLAY " NUEVO: " WS-SAL-FORMATO
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       61-2-CUMPLE-CRITERIOS.
           MOVE "N" TO WS-VALIDO.
           PERFORM 61-2-CUMPLE-CRITERIOS.
           IF WS-VALIDO = "S"
                   SET WS-INDICE TO WS-RECORRE
                   PERFORM 61-4-CALCULA-NUEVO-SUELDO
      *EL AJUSTE NO PUEDE SACAR EL SUELDO DE LA BANDA DEL PUESTO;
      *EL TRABAJADOR FUERA DE BANDA SE OMITE Y SE AVISA
                                   " omitido: el ajuste sale de "
                                   "la banda de su puesto"
                   ELSE
      *TAMPOCO PUEDE DEJARLO ABAJO DEL MINIMO DE SU ZONA
                   MOVE WS-RECORRE TO WS-SM-POS
                   MOVE WS-AJ-NUEVO TO WS-SM-SUELDO
                   MOVE WS-SH-FECHA-EF TO WS-SM-FECHA
                   PERFORM 100-7-VALIDA-MINIMO
                   IF WS-SM-OK = "N"
                           DISPLAY "Folio " WS-ID(WS-RECORRE)
                                   " omitido: el ajuste lo deja "
                                   "abajo del salario minimo"
                   ELSE
                   PERFORM 61-5-GRABA-AJUSTE
                   END-IF
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       61-5-GRABA-AJUSTE.
           MOVE WS-SALARIO(WS-RECORRE) TO AUD-VALOR-ANTERIOR.
                   INVALID KEY MOVE "S" TO WS-PC-FIN
           END-START.
           PERFORM 63-1-CUENTA-PERIODO UNTIL WS-PC-FIN = "S".
      *EL CAMBIO DE SUELDO CAMBIA EL SDI; SE AVISA AL IMSS CON LA
      *FECHA EFECTIVA DEL CAMBIO SI EL SDI REALMENTE SE MOVIO
           SET WS-MI-POS TO WS-INDICE.
           MOVE WS-SDI(WS-MI-POS) TO WS-SDI-ANTERIOR.
           PERFORM 11-1-CALCULA-SDI.
           IF WS-SDI(WS-MI-POS) NOT = WS-SDI-ANTERIOR
           AND WS-ACTIVO(WS-MI-POS) = "S"
                   MOVE "M" TO WS-MI-TIPO-MOV
                   MOVE WS-SH-FECHA-EF TO WS-MI-FECHA-MOV
                   PERFORM 11-2-GRABA-MOVIMIENTO
           END-IF.
           IF WS-RETRO-PERIODOS > ZERO
                   COMPUTE WS-RETRO-MONTO =
                           (WS-SALARIO(WS-INDICE) - WS-SH-SAL-ANT)
                   DISPLAY AUD-FECHA " " AUD-HORA " ID: " AUD-ID
                           " " AUD-ACCION " " AUD-CAMPO
                           " POR: " AUD-OPERADOR
                   PERFORM 64-3-ENMASCARA-MOVIMIENTO
                   DISPLAY "  DE: " AUD-VALOR-ANTERIOR
                   DISPLAY "  A:  " AUD-VALOR-NUEVO
                   ADD 1 TO WS-AUDQ-CONTADOR
                   END-IF
           END-IF.

      *LA BITACORA GUARDA LOS VALORES COMPLETOS; AL ROL DE CAPTURA
      *SE LE MUESTRAN EN ASTERISCOS LOS SUELDOS Y ACUMULADOS, Y EL
      *RFC/CURP Y LA CLABE SOLO CON SUS ULTIMOS CUATRO CARACTERES
       64-3-ENMASCARA-MOVIMIENTO.
           IF WS-OPER-ROL = "C"
                   MOVE SPACE TO WS-MSK-OP
                   IF AUD-CAMPO(1:7) = "SALARIO"
                   OR AUD-CAMPO(1:5) = "ACUM-"
                           MOVE "D" TO WS-MSK-OP
                   END-IF
                   IF AUD-CAMPO = "BANCO-CLABE"
                   OR AUD-CAMPO = "RFC-CURP"
                           MOVE "U" TO WS-MSK-OP
                   END-IF
                   IF WS-MSK-OP NOT = SPACE
                           MOVE AUD-VALOR-ANTERIOR TO WS-MSK-VALOR
                           CALL "MASCARAUTIL" USING WS-MSK-OP
                                   WS-MSK-VALOR
                           MOVE WS-MSK-VALOR TO AUD-VALOR-ANTERIOR
                           MOVE AUD-VALOR-NUEVO TO WS-MSK-VALOR
                           CALL "MASCARAUTIL" USING WS-MSK-OP
                                   WS-MSK-VALOR
                           MOVE WS-MSK-VALOR TO AUD-VALOR-NUEVO
                   END-IF
           END-IF.

      *REPORTE DE ROTACION MENSUAL: CUENTA ALTAS (DE LA BITACORA DE
      *AUDITORIA) Y BAJAS (DE NOMBAJAS.DAT) POR MES, DESGLOSA LOS
      *MOTIVOS DE BAJA Y CALCULA EL PORCENTAJE DE ROTACION CONTRA
           PERFORM 65-1-LIMPIA-MES UNTIL WS-ROT-IDX > 60.
      *PLANTILLA ACTIVA ACTUAL, DENOMINADOR DE LA ROTACION
           MOVE ZERO TO WS-ROT-ACTIVOS.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 65-2-CUENTA-ACTIVO UNTIL WS-RECORRE > WS-FIN.
      *ALTAS POR MES DESDE LA BITACORA
           OPEN INPUT F-AUDITORIA.
           IF WS-ACTIVO(WS-RECORRE) = "S"
                   ADD 1 TO WS-ROT-ACTIVOS
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       65-3-LEE-ALTA.
           READ F-AUDITORIA
      *Y GASTOS, TODO CONVERTIDO A LA MONEDA BASE
       66-COSTO-PATRONAL.
      *LA CUOTA PATRONAL SALE DE LA SUMA DE RAMOS DE LA TABLA IMSS
      *CAPTURADA VIGENTE HOY; TABLA VACIA CONSERVA LA TASA PLANA
           PERFORM 51-0-FECHA-TARIFA.
           PERFORM 78-SUMA-PCT-PATRON.
           MOVE 1 TO WS-DEP-IDX.
           PERFORM 66-1-LIMPIA-COSTO UNTIL WS-DEP-IDX > 100.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 66-2-ACUMULA-COSTO UNTIL WS-RECORRE > WS-FIN.
           MOVE "COSTO PATRONAL" TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
           MOVE ZERO TO WS-CD-BRUTO(WS-DEP-IDX).
           MOVE ZERO TO WS-CD-IMSS(WS-DEP-IDX).
           MOVE ZERO TO WS-CD-CARGA(WS-DEP-IDX).
           MOVE ZERO TO WS-CD-ISN(WS-DEP-IDX).
           ADD 1 TO WS-DEP-IDX.

       66-2-ACUMULA-COSTO.
           IF WS-ACTIVO(WS-RECORRE) = "S"
                   PERFORM 50-CALCULA-CONCEPTOS
                   PERFORM 98-3-CALCULA-ISN
                   MOVE WS-RECORRE TO WS-PCT-SUJETO
                   PERFORM 84-7-PCT-EFECTIVO
                   MOVE 1 TO WS-COL
                   PERFORM 66-3-ACUMULA-DEPTO UNTIL WS-COL > 3
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *CADA DEPARTAMENTO CARGA SOLO SU PORCENTAJE DEL SUELDO, LA
      *CUOTA PATRONAL, EL IMPUESTO SOBRE NOMINA Y LA CARGA DE HORAS
      *EXTRA Y GASTOS
       66-3-ACUMULA-DEPTO.
           IF WS-DEPARTAMENTO(WS-RECORRE, WS-COL) NOT = ZERO
                   MOVE WS-DEPARTAMENTO(WS-RECORRE, WS-COL)
                           WS-CD-CARGA(WS-DEP-IDX) +
                           (WS-CONV-RESULTADO
                                   * WS-PCT-EFE(WS-COL) / 100)
                   COMPUTE WS-CD-ISN(WS-DEP-IDX) ROUNDED =
                           WS-CD-ISN(WS-DEP-IDX) +
                           (WS-ISN-MONTO * WS-PCT-EFE(WS-COL) / 100)
           END-IF.
           ADD 1 TO WS-COL.

                   DISPLAY "  CUOTA PATRONAL IMSS: " WS-CD-FMT
                   MOVE WS-CD-CARGA(WS-DEP-IDX) TO WS-CD-FMT
                   DISPLAY "  HORAS EXTRA Y GASTOS:" WS-CD-FMT
                   MOVE WS-CD-ISN(WS-DEP-IDX) TO WS-CD-FMT
                   DISPLAY "  IMPUESTO S/NOMINA:   " WS-CD-FMT
                   COMPUTE WS-CD-TOTAL =
                           WS-CD-BRUTO(WS-DEP-IDX)
                                   + WS-CD-IMSS(WS-DEP-IDX)
                                   + WS-CD-CARGA(WS-DEP-IDX)
                                   + WS-CD-ISN(WS-DEP-IDX)
                   MOVE WS-CD-TOTAL TO WS-CD-FMT
                   DISPLAY "  COSTO PATRONAL TOTAL:" WS-CD-FMT
           END-IF.
           ADD 1 TO WS-DEP-IDX.

      *SECUENCIA DE SALIDA DE LISTADOS Y EXPORTACIONES: EL ORDEN 1
      *RECORRE LA PLANTILLA TAL CUAL (ORDEN DE FOLIO, COMO SIEMPRE);
      *LOS DEMAS PASAN LOS TRABAJADORES ACTIVOS POR UN SORT CUYA
      *LLAVE SE ARMA SEGUN LO ELEGIDO Y PROCESAN EL RESULTADO EN ORDEN
       67-ELIGE-ORDEN.
           DISPLAY "Secuencia: 1-Folio 2-Apellido 3-Sueldo "
                   "descendente 4-Departamento: ".
           IF WS-ORDEN < 1 OR WS-ORDEN > 4
                   MOVE 1 TO WS-ORDEN
           END-IF.
      *ORDENAR POR SUELDO DELATA LOS SUELDOS QUE AL ROL DE CAPTURA
      *SE LE ENMASCARAN; SE LE DA EL ORDEN POR FOLIO
           IF WS-ORDEN = 3 AND WS-OPER-ROL = "C"
                   MOVE 1 TO WS-ORDEN
           END-IF.

       67-0-RECORRE-ORDENADO.
           IF WS-ORDEN = 1
                   PERFORM 21-2-PRIMER-TRABAJADOR
                   PERFORM 67-4-DESPACHA-EN-FOLIO
                           UNTIL WS-RECORRE > WS-FIN
           ELSE
                   SORT SORT-FILE
           END-IF.

       67-1-SUELTA-TRABAJADORES.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 67-1-1-SUELTA-UNO UNTIL WS-RECORRE > WS-FIN.

       67-1-1-SUELTA-UNO.
           IF WS-ACTIVO(WS-RECORRE) = "S"
                   PERFORM 67-3-ARMA-LLAVE
                   MOVE WS-ID(WS-RECORRE) TO SORT-ID
                   RELEASE SORT-REG
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       67-2-PROCESA-ORDENADOS.
           MOVE "N" TO WS-ORD-FIN.
           PERFORM 67-2-1-REGRESA-UNO UNTIL WS-ORD-FIN = "S".

      *CADA REGISTRO ORDENADO TRAE EL FOLIO DEL TRABAJADOR, QUE SE
      *RELEE DEL MAESTRO PARA ENTREGARLO AL PARRAFO DESTINO
       67-2-1-REGRESA-UNO.
           RETURN SORT-FILE
                   AT END MOVE "S" TO WS-ORD-FIN
                   NOT AT END
                           MOVE SORT-ID TO WS-ID-SEARCH
                           PERFORM 21-LEE-TRABAJADOR
                           IF WS-FT-HALLADO = "S"
                                   MOVE 1 TO WS-RECORRE
                                   PERFORM 67-5-DESPACHA-DESTINO
                           END-IF
           END-RETURN.

       67-3-ARMA-LLAVE.
           END-IF
           END-IF.

       67-4-DESPACHA-EN-FOLIO.
           PERFORM 67-5-DESPACHA-DESTINO.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       67-5-DESPACHA-DESTINO.
           IF WS-ORD-DESTINO = "C"
                   PERFORM 02-CONSULTATRABAJADOR
      *BUSCA UN POSIBLE DUPLICADO DEL TRABAJADOR RECIEN CAPTURADO
      *EN WS-FIN: EL PRIMER NOMBRE Y EL PRIMER APELLIDO SE BUSCAN
      *CON BUSCACAD DENTRO DEL NOMBRE COMPLETO DE CADA TRABAJADOR
      *YA REGISTRADO EN EL MAESTRO (EL ALTA AUN NO ESTA GRABADA).
      *SI AMBOS APARECEN, EL ALTA SOLO PROCEDE CON CONFIRMACION
      *EXPLICITA DEL OPERADOR
       68-DETECTA-DUPLICADO.
           MOVE "S" TO WS-DUP-CONTINUA.
           MOVE "N" TO WS-DUP-HALLADO.
      *EL RFC ES LA LLAVE MAS CONFIABLE: SI EL CAPTURADO YA EXISTE
      *EN LA PLANTILLA, ES DUPLICADO SIN ADIVINAR POR NOMBRE
           IF WS-RFC(WS-FIN) NOT = SPACES
                   PERFORM 21-4-PRIMER-REGISTRO
                   PERFORM 68-2-COMPARA-RFC
                           UNTIL WS-FT-FIN-REG = "S"
                           OR WS-DUP-HALLADO = "S"
           END-IF.
           MOVE WS-NOMBRE(WS-FIN) TO WS-DUP-NOM-PAT.
           IF WS-DUP-HALLADO = "N"
           AND WS-DUP-NOM-LONG > ZERO
           AND WS-DUP-APE-LONG > ZERO
                   PERFORM 21-4-PRIMER-REGISTRO
                   PERFORM 68-1-COMPARA-EXISTENTE
                           UNTIL WS-FT-FIN-REG = "S"
                           OR WS-DUP-HALLADO = "S"
           END-IF.
           IF WS-DUP-HALLADO = "S"
           END-IF.

       68-2-COMPARA-RFC.
           IF FT-RFC = WS-RFC(WS-FIN)
                   MOVE FT-ID TO WS-DUP-ID
                   MOVE "S" TO WS-DUP-HALLADO
           END-IF.
           PERFORM 21-5-SIGUIENTE-REGISTRO.

       68-1-COMPARA-EXISTENTE.
           MOVE SPACES TO WS-NOM-COMPARA.
           STRING FT-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FT-APELLIDO DELIMITED BY SIZE
                   INTO WS-NOM-COMPARA.
           CALL "BUSCACAD" USING WS-NOM-COMPARA 61
                   WS-DUP-NOM-PAT WS-DUP-NOM-LONG
                   WS-DUP-APE-PAT WS-DUP-APE-LONG
                   WS-DUP-ENC-APE.
           IF WS-DUP-ENC-NOM = "S" AND WS-DUP-ENC-APE = "S"
                   MOVE FT-ID TO WS-DUP-ID
                   MOVE "S" TO WS-DUP-HALLADO
           END-IF.
           PERFORM 21-5-SIGUIENTE-REGISTRO.

      *CATALOGO DE EXPORTACIONES GENERADAS: LISTA LAS GENERACIONES
      *RETENIDAS Y PERMITE DEPURAR UNA (SE BORRA DEL DISCO CON LA
      *VALIDACION COMPARTIDA Y LA DETECCION DE DUPLICADOS EN MODO
      *AUTOMATICO (UN POSIBLE DUPLICADO SE RECHAZA)
       70-3-TRANSACCION-ALTA.
           PERFORM 21-6-CUENTA-PLANTILLA.
           MOVE 1 TO WS-FIN.
           INITIALIZE WS-DATOS-TRABAJADOR(WS-FIN).
           IF WS-FT-TOTAL NOT < WS-MAX-TRABAJADORES
                   SUBTRACT 1 FROM WS-FIN
                   MOVE "TOPE DE TRABAJADORES ALCANZADO"
                           TO WS-TRX-MOTIVO
                   MOVE "M" TO WS-FRECUENCIA(WS-FIN)
                   MOVE ZERO TO WS-PUESTO(WS-FIN)
                   MOVE ZERO TO WS-SUPERVISOR(WS-FIN)
      *EL NSS ES OPCIONAL EN LAS POSICIONES 74-84 DE LA
      *TRANSACCION; SI VIENE DEBE PASAR LA VALIDACION DEL DIGITO
                   MOVE SPACES TO WS-RFC(WS-FIN)
                   MOVE SPACES TO WS-CURP(WS-FIN)
                   MOVE TR-LINEA(74:11) TO WS-NSS(WS-FIN)
                   MOVE SPACES TO WS-ESTADO-TRAB(WS-FIN)
                   MOVE SPACES TO WS-ZONA-SM(WS-FIN)
                   PERFORM 94-3-VALIDA-IDS-ALTA
                   PERFORM 01-2-VALIDA-DATOS
                   IF WS-IDS-OK = "N"
                           SUBTRACT 1 FROM WS-FIN
                           MOVE "NSS INVALIDO" TO WS-TRX-MOTIVO
                           PERFORM 70-8-RECHAZA
                   ELSE
                   IF WS-VALIDO NOT = "S"
                           SUBTRACT 1 FROM WS-FIN
                           MOVE "NO PASO LA VALIDACION DE CAPTURA"
                                   TO WS-TRX-MOTIVO
                           PERFORM 70-8-RECHAZA
                   ELSE
      *EN LOTE NO HAY SUPERVISOR A QUIEN PEDIR EL SOBRECUPO: EL
      *ALTA SIN PLAZA VACANTE SE RECHAZA
                           PERFORM 103-3-VALIDA-PLAZA
                           IF WS-PZ-OK = "N"
                                   SUBTRACT 1 FROM WS-FIN
                                   MOVE "SIN PLAZA VACANTE"
                                           TO WS-TRX-MOTIVO
                                   PERFORM 70-8-RECHAZA
                           ELSE
                           PERFORM 68-DETECTA-DUPLICADO
                           IF WS-DUP-CONTINUA = "N"
                                   SUBTRACT 1 FROM WS-FIN
                                   MOVE WS-CONTADOR
                                           TO WS-ID(WS-FIN)
                                   MOVE "S" TO WS-ACTIVO(WS-FIN)
                                   MOVE WS-FIN TO WS-MI-POS
                                   PERFORM 11-1-CALCULA-SDI
                                   PERFORM 22-GRABAR-TRABAJADOR
                                   PERFORM 11-3-MOVIMIENTO-ALTA
                                   MOVE WS-ID(WS-FIN) TO AUD-ID
                                   MOVE "ALTA" TO AUD-ACCION
                                   MOVE "ALTA" TO AUD-CAMPO
                                   PERFORM 30-REGISTRA-AUDITORIA
                                   PERFORM 70-9-ACEPTA
                           END-IF
                           END-IF
                   END-IF
                   END-IF
           END-IF.

                   MOVE TR-LINEA(6:1) TO WS-TRX-CAMPO
                   MOVE TR-LINEA(7:30) TO WS-TRX-VALOR
                   MOVE WS-TRX-ID TO WS-ID-SEARCH
                   PERFORM 21-LEE-TRABAJADOR
                   IF WS-FT-HALLADO = "N"
                           MOVE "FOLIO INEXISTENTE"
                                   TO WS-TRX-MOTIVO
                           PERFORM 70-8-RECHAZA
                   ELSE
                           PERFORM 70-6-APLICA-MODIFICACION
                   END-IF
           END-IF.

       70-6-APLICA-MODIFICACION.
           ELSE
                   MOVE TR-LINEA(2:4) TO WS-TRX-ID
                   MOVE WS-TRX-ID TO WS-ID-SEARCH
                   PERFORM 21-LEE-TRABAJADOR
                   IF WS-FT-HALLADO = "N"
                           MOVE "FOLIO INEXISTENTE"
                                   TO WS-TRX-MOTIVO
                           PERFORM 70-8-RECHAZA
                   ELSE
                           PERFORM 70-7-APLICA-BAJA
                   END-IF
           END-IF.

       70-7-APLICA-BAJA.
                   PERFORM 70-8-RECHAZA
           ELSE
                   MOVE TR-LINEA(6:40) TO WS-TB-MOTIVO
      *LA TRANSACCION NO TRAE CAUSA IMSS; SE AVISA COMO "OTRAS"
                   MOVE "6" TO WS-MI-CAUSA
                   PERFORM 15-3-CALCULA-FINIQUITO
                   MOVE WS-ID(WS-INDICE) TO AUD-ID
                   MOVE "BAJA" TO AUD-ACCION
       72-4-LISTA-Y-APRUEBA.
           DISPLAY "HORAS EXTRA PENDIENTES DE SU GENTE:".
           MOVE ZERO TO WS-HE-PENDIENTES.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 72-1-LISTA-PENDIENTE
                   UNTIL WS-RECORRE > WS-FIN.
           IF WS-HE-PENDIENTES = ZERO
                           WS-HORAS-EXTRA(WS-RECORRE)
                   ADD 1 TO WS-HE-PENDIENTES
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       72-2-APRUEBA-UNO.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 72-3-MARCA-APROBADO
           END-IF.

       72-3-MARCA-APROBADO.
           IF WS-SUPERVISOR(WS-INDICE) NOT = WS-SUP-OPERADOR
                   DISPLAY "Ese trabajador no reporta con usted, "
                           "solo su supervisor puede aprobarle "
       48-DEDUCCIONES.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 48-1-LIBRO-TRABAJADOR
           END-IF.

       48-1-LIBRO-TRABAJADOR.
           DISPLAY "DEDUCCIONES DE " WS-NOMBRE(WS-INDICE) " "
       40-1-MUESTRA-ENCABEZADO.
           PERFORM 40-ARMA-ENCABEZADO.
           DISPLAY WS-ENCABEZADO-REPORTE.
           IF WS-OPER-ROL = "C"
                   DISPLAY WS-MSK-NOTA
           END-IF.

       75-ABRIR-CUOTAS-IMSS.
      *SI AUN NO EXISTE LA TABLA DE CUOTAS IMSS SE CREA VACIA;
           END-IF.

      *PANTALLA DE MANTENIMIENTO DE LAS CUOTAS IMSS, AL ESTILO DE
      *LA TARIFA DE ISR: LISTA TODAS LAS VERSIONES CAPTURADAS Y
      *PERMITE CAPTURAR O CORREGIR RENGLONES (RAMO, NOMBRE,
      *PORCENTAJE OBRERO Y PORCENTAJE PATRONAL) DE UNA VERSION; LA
      *TABLA DEL ANIO SIGUIENTE VA CON SU PROPIA VIGENCIA
       76-CUOTAS-IMSS.
           DISPLAY "TABLAS DE CUOTAS IMSS CAPTURADAS".
           MOVE LOW-VALUES TO CI-LLAVE.
           MOVE "N" TO WS-CI-FIN.
           START F-CUOTAS-IMSS KEY IS NOT LESS THAN CI-LLAVE
                   INVALID KEY
                           DISPLAY "  (tabla vacia, se aplican las "
                                   "tasas planas)"
                           MOVE "S" TO WS-CI-FIN
           END-START.
           PERFORM 76-1-LISTA-RAMA UNTIL WS-CI-FIN = "S".
           DISPLAY "Vigencia de la tabla a capturar (AAAAMMDD, "
                   "ENTER = terminar): ".
           MOVE SPACES TO WS-CI-VIG-CAP.
           ACCEPT WS-CI-VIG-CAP.
           IF WS-CI-VIG-CAP NOT = SPACES
                   IF WS-CI-VIG-CAP NOT NUMERIC
                           DISPLAY "Vigencia invalida, verifique"
                   ELSE
                           MOVE WS-CI-VIG-CAP TO WS-TI-VIG-CAP
                           PERFORM 39-3-AUTORIZA-VIGENCIA
                           IF WS-AUTORIZADO = "S"
                                   MOVE 99 TO WS-CI-RAMA-CAP
                                   PERFORM 76-2-CAPTURA-RAMA
                                           UNTIL WS-CI-RAMA-CAP = ZERO
                           END-IF
                   END-IF
           END-IF.

       76-1-LISTA-RAMA.
           READ F-CUOTAS-IMSS NEXT RECORD
                   AT END MOVE "S" TO WS-CI-FIN
                   NOT AT END
                           DISPLAY "VIGENCIA " CI-VIGENCIA
                                   " RAMO " CI-RAMA " " CI-NOMBRE
                                   " OBRERO: " CI-PCT-OBRERO
                                   " PATRON: " CI-PCT-PATRON
           END-READ.
           DISPLAY "Ramo a capturar (0 = terminar): ".
           ACCEPT WS-CI-RAMA-CAP.
           IF WS-CI-RAMA-CAP NOT = ZERO
                   MOVE WS-CI-VIG-CAP TO CI-VIGENCIA
                   MOVE WS-CI-RAMA-CAP TO CI-RAMA
                   DISPLAY "Nombre del ramo: "
                   ACCEPT CI-NOMBRE
           END-IF.

      *IMSS POR RAMOS: SUMA LA CUOTA OBRERA DE CADA RAMO DE LA
      *VERSION DE LA TABLA VIGENTE A WS-FECHA-TARIFA SOBRE EL SUELDO
      *PRORRATEADO. SIN VERSION APLICABLE SE CONSERVA LA TASA PLANA
      *HISTORICA, IGUAL QUE EL ISR CON SU TARIFA
       77-CALCULA-IMSS.
           MOVE "N" TO WS-CI-HALLADO.
           MOVE "N" TO WS-CI-FIN.
           MOVE SPACES TO WS-CI-VERSION.
           MOVE ZERO TO WS-IMSS-MONTO.
           MOVE LOW-VALUES TO CI-LLAVE.
           START F-CUOTAS-IMSS KEY IS NOT LESS THAN CI-LLAVE
                   INVALID KEY MOVE "S" TO WS-CI-FIN
           END-START.
           PERFORM 77-1-SUMA-RAMA UNTIL WS-CI-FIN = "S".
                           WS-SAL-PRORRATEADO * WS-PCT-IMSS
           END-IF.

      *UNA VERSION POSTERIOR A LA FECHA TERMINA LA SUMA; UNA VERSION
      *NUEVA QUE SI APLICA REEMPIEZA LA SUMA DESDE CERO
       77-1-SUMA-RAMA.
           READ F-CUOTAS-IMSS NEXT RECORD
                   AT END MOVE "S" TO WS-CI-FIN
                   NOT AT END
                           IF CI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-CI-FIN
                           ELSE
                                   IF CI-VIGENCIA NOT = WS-CI-VERSION
                                           MOVE CI-VIGENCIA
                                                   TO WS-CI-VERSION
                                           MOVE ZERO TO WS-IMSS-MONTO
                                   END-IF
                                   MOVE "S" TO WS-CI-HALLADO
                                   COMPUTE WS-IMSS-MONTO =
                                           WS-IMSS-MONTO +
                                           (WS-SAL-PRORRATEADO
                                                   * CI-PCT-OBRERO)
                           END-IF
           END-READ.

      *SUMA DE LOS PORCENTAJES PATRONALES DE LA VERSION VIGENTE A
      *WS-FECHA-TARIFA, PARA QUE EL COSTO PATRONAL USE LAS CUOTAS
      *CAPTURADAS EN VEZ DE LA TASA PLANA; SIN VERSION APLICABLE SE
      *CONSERVA WS-PCT-IMSS-PATRON COMO ESTA
       78-SUMA-PCT-PATRON.
           MOVE ZERO TO WS-CI-PCT-PATRON.
           MOVE "N" TO WS-CI-HALLADO.
           MOVE "N" TO WS-CI-FIN.
           MOVE SPACES TO WS-CI-VERSION.
           MOVE LOW-VALUES TO CI-LLAVE.
           START F-CUOTAS-IMSS KEY IS NOT LESS THAN CI-LLAVE
                   INVALID KEY MOVE "S" TO WS-CI-FIN
           END-START.
           PERFORM 78-1-SUMA-PATRON UNTIL WS-CI-FIN = "S".
           READ F-CUOTAS-IMSS NEXT RECORD
                   AT END MOVE "S" TO WS-CI-FIN
                   NOT AT END
                           IF CI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-CI-FIN
                           ELSE
                                   IF CI-VIGENCIA NOT = WS-CI-VERSION
                                           MOVE CI-VIGENCIA
                                                   TO WS-CI-VERSION
                                           MOVE ZERO
                                                   TO WS-CI-PCT-PATRON
                                   END-IF
                                   MOVE "S" TO WS-CI-HALLADO
                                   ADD CI-PCT-PATRON TO WS-CI-PCT-PATRON
                           END-IF
           END-READ.

      *SOLO LOCALIZA LA VIGENCIA DE LA TABLA DE CUOTAS QUE APLICA A
      *WS-FECHA-TARIFA, COMO 51-2-VERSION-ISR
       77-2-VERSION-IMSS.
           MOVE SPACES TO WS-CI-VERSION.
           MOVE "N" TO WS-CI-FIN.
           MOVE LOW-VALUES TO CI-LLAVE.
           START F-CUOTAS-IMSS KEY IS NOT LESS THAN CI-LLAVE
                   INVALID KEY MOVE "S" TO WS-CI-FIN
           END-START.
           PERFORM 77-3-EXAMINA-VIGENCIA UNTIL WS-CI-FIN = "S".

       77-3-EXAMINA-VIGENCIA.
           READ F-CUOTAS-IMSS NEXT RECORD
                   AT END MOVE "S" TO WS-CI-FIN
                   NOT AT END
                           IF CI-VIGENCIA > WS-FECHA-TARIFA
                                   MOVE "S" TO WS-CI-FIN
                           ELSE
                                   MOVE CI-VIGENCIA TO WS-CI-VERSION
                           END-IF
           END-READ.

       79-ABRIR-VISTOBUENO.
           WRITE PRE-LINEA.
           MOVE ZERO TO WS-PRENOM-AVISOS.
           MOVE ZERO TO WS-PRENOM-RENGLONES.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 80-1-RENGLON-PRENOMINA
                   UNTIL WS-RECORRE > WS-FIN.
           MOVE SPACES TO PRE-LINEA.
                   WRITE PRE-LINEA
                   PERFORM 80-2-MARCA-AVISOS
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       80-2-MARCA-AVISOS.
           IF WS-NETO < ZERO
                           END-IF
                   END-IF
           END-IF.
      *CONTRATO VENCIDO ANTES DEL CORTE: SE LE ESTARIA PAGANDO SIN
      *CONTRATO; EL SUPERVISOR DECIDE ANTES DE FIRMAR SI SE RENUEVA
      *O SE DA DE BAJA
           MOVE WS-ID(WS-RECORRE) TO WS-CT-ID.
           MOVE "N" TO WS-CT-LISTA.
           PERFORM 101-1-CONTRATO-VIGENTE.
           IF WS-CT-EXISTE = "S"
           AND WS-CT-FIN-VIG NOT = SPACES
           AND WS-CT-FIN-VIG < WS-PERIODO-PROCESO
                   ADD 1 TO WS-PRENOM-AVISOS
                   MOVE SPACES TO PRE-LINEA
                   STRING "  *** AVISO: CONTRATO VENCIDO EL "
                           DELIMITED BY SIZE
                           WS-CT-FIN-VIG DELIMITED BY SIZE
                           " ***" DELIMITED BY SIZE
                           INTO PRE-LINEA
                   WRITE PRE-LINEA
           END-IF.

       80-3-FIRMA-SUPERVISOR.
           MOVE
           END-IF.
           MOVE ZERO TO WS-HE-SEM-HORAS.

      *PRIMA DOMINICAL DEL TRABAJADOR EN WS-RECORRE: CUENTA LOS
      *DOMINGOS DEL MES CON ENTRADA REGISTRADA EN EL DETALLE DE
      *ASISTENCIA Y PAGA POR CADA UNO EL 25% DEL SUELDO DIARIO
      *(SUELDO / 30, LA MISMA BASE DE LA TARIFA DE HORA EXTRA)
       87-5-PRIMA-DOMINICAL.
           MOVE ZERO TO WS-DOMINGOS.
           MOVE ZERO TO WS-PRIMA-DOMINICAL.
           IF WS-ASI-DISPONIBLE = "S"
                   MOVE WS-ID(WS-RECORRE) TO ASI-ID
                   MOVE LOW-VALUES TO ASI-FECHA
                   MOVE "N" TO WS-ASI-FIN
                   START F-ASISTENCIA KEY IS NOT LESS THAN ASI-LLAVE
                           INVALID KEY MOVE "S" TO WS-ASI-FIN
                   END-START
                   PERFORM 87-6-EXAMINA-DOMINGO
                           UNTIL WS-ASI-FIN = "S"
                   COMPUTE WS-PRIMA-DOMINICAL ROUNDED =
                           WS-DOMINGOS * WS-SALARIO(WS-RECORRE) / 30
                                   * WS-PRIMA-DOM-PCT
           END-IF.

       87-6-EXAMINA-DOMINGO.
           READ F-ASISTENCIA NEXT RECORD
                   AT END MOVE "S" TO WS-ASI-FIN
                   NOT AT END
                           IF ASI-ID NOT = WS-ID(WS-RECORRE)
                                   MOVE "S" TO WS-ASI-FIN
                           ELSE
                           IF ASI-FECHA(1:6) = WS-FECHA-HOY-G(1:6)
                           AND ASI-ENTRADA NOT = SPACES
                                   MOVE ASI-FECHA TO WS-RL-FECHA
                                   PERFORM 102-6-DIA-SEMANA
                                   IF WS-RL-DOW = 6
                                           ADD 1 TO WS-DOMINGOS
                                   END-IF
                           END-IF
                           END-IF
           END-READ.

      *POLIZA DE PROVISIONES DEL CIERRE: PARA CADA TRABAJADOR
      *POSTEADO SE PROVISIONA LA PARTE PROPORCIONAL DEL AGUINALDO,
      *DE LAS VACACIONES GANADAS Y DE LA PRIMA DE ANTIGUEDAD
           ELSE
                   MOVE 30 TO WS-PRV-FACTOR-DIAS
           END-IF.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 88-2-ACUMULA-PROVISION
                   UNTIL WS-RECORRE > WS-FIN.
           MOVE WS-FECHA-HOY-G TO WS-FECHA-PRV.
                   MOVE 1 TO WS-COL
                   PERFORM 88-3-PROVISION-DEPTO UNTIL WS-COL > 3
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       88-3-PROVISION-DEPTO.
           IF WS-DEPARTAMENTO(WS-RECORRE, WS-COL) NOT = ZERO
       89-1-INSCRIBE-CAJA.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 89-2-CAPTURA-CAJA
           END-IF.

       89-2-CAPTURA-CAJA.
           MOVE WS-ID-SEARCH TO CJ-ID.
      *PLANTILLA; SIN CLABE SE AVISA Y SE PAGA POR EXCEPCION
       89-5-LINEA-ENTREGA.
           MOVE CJ-ID TO WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Aviso: el folio " CJ-ID
                           " de la caja no esta en la "
                           "plantilla"
           ELSE
                   MOVE WS-CJ-ENTREGA TO WS-DSP-NETO-FMT
                   ADD WS-CJ-ENTREGA TO WS-CJ-TOTAL
                   ADD 1 TO WS-CJ-CONTADOR
                   MOVE SPACES TO CJD-LINEA
                   STRING "D" DELIMITED BY SIZE
                           CJ-ID DELIMITED BY SIZE
                           WS-CLABE(WS-INDICE)
                                   DELIMITED BY SIZE
                           WS-DSP-NETO-FMT
                                   DELIMITED BY SIZE
                           WS-NOMBRE(WS-INDICE)
                                   DELIMITED BY SIZE
                           INTO CJD-LINEA
                   WRITE CJD-LINEA
           END-IF.

       91-ABRIR-PRESTAMOS.
      *SI AUN NO EXISTE EL LIBRO DE PRESTAMOS SE CREA VACIO
       91-1-ORIGINA.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 91-2-CAPTURA-PRESTAMO
           END-IF.

       91-2-CAPTURA-PRESTAMO.
           DISPLAY "Capital del prestamo: ".
                   PERFORM 91-3-SIGUIENTE-NUMERO
                   MOVE WS-ID-SEARCH TO PR-ID
                   MOVE WS-PR-NUM-NUEVO TO PR-NUMERO
      *FECHA EN QUE SE ENTREGA EL DINERO; UNA FECHA FUTURA DEJA LA
      *SALIDA PROGRAMADA PARA EL FLUJO DE EFECTIVO
                   DISPLAY "Fecha de entrega (AAAAMMDD, ENTER = hoy): "
                   MOVE SPACES TO PR-FECHA
                   ACCEPT PR-FECHA
                   IF PR-FECHA = SPACES OR PR-FECHA NOT NUMERIC
                           ACCEPT PR-FECHA FROM DATE YYYYMMDD
                   END-IF
                   MOVE "A" TO PR-ESTADO
                   WRITE PR-REGISTRO
                           INVALID KEY
                   PERFORM 92-8-RECHAZA
           ELSE
                   MOVE INC-LINEA(2:4) TO WS-ID-SEARCH
                   PERFORM 21-LEE-TRABAJADOR
                   IF WS-FT-HALLADO = "N"
                           MOVE "FOLIO INEXISTENTE"
                                   TO WS-INC-MOTIVO
                           PERFORM 92-8-RECHAZA
                   ELSE
                           PERFORM 92-3-DESPACHA-TIPO
                   END-IF
           END-IF.

       92-3-DESPACHA-TIPO.
       95-1-CAPTURA-BENEFICIARIOS.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 95-2-CAPTURA-LISTA
           END-IF.

      *LA CAPTURA SE REPITE HASTA QUE LOS PORCENTAJES SUMEN 100,
      *CON EL MISMO CICLO DE BANDERA QUE LA CAPTURA VALIDADA DE
           END-IF.

      *CAPTURA VALIDADA DEL SUPERVISOR: CERO (SIN SUPERVISOR) O EL
      *FOLIO DE UN TRABAJADOR ACTIVO DEL MAESTRO, LEIDO POR LLAVE
      *SIN TOCAR LA TABLA DONDE ESTA EL TRABAJADOR EN CAPTURA
       96-1-CAPTURA-SUPERVISOR.
           MOVE "N" TO WS-SUP-VALIDO.
           PERFORM 96-2-PIDE-SUPERVISOR
           IF WS-SUP-CAP = ZERO
                   MOVE "S" TO WS-SUP-VALIDO
           ELSE
                   PERFORM 96-4-BUSCA-SUPERVISOR
                   IF WS-SUP-VALIDO = "N"
                           DISPLAY "Ese folio no existe o no esta "
                                   "activo, verifique"
           END-IF.

       96-4-BUSCA-SUPERVISOR.
           MOVE "N" TO WS-SUP-VALIDO.
           MOVE WS-SUP-CAP TO FT-ID.
           READ F-TRABAJADORES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                           IF FT-ACTIVO = "S"
                                   MOVE "S" TO WS-SUP-VALIDO
                           END-IF
           END-READ.

      *FOLIO DEL OPERADOR EN TURNO: SI SU CLAVE SON LOS CUATRO
      *DIGITOS DE UN TRABAJADOR ACTIVO, ESE ES SU FOLIO DE
           MOVE ZERO TO WS-SUP-OPERADOR.
           IF WS-OPERADOR(1:4) NUMERIC
                   MOVE WS-OPERADOR(1:4) TO WS-SUP-CAP
                   PERFORM 96-4-BUSCA-SUPERVISOR
                   IF WS-SUP-VALIDO = "S"
                           MOVE WS-SUP-CAP TO WS-SUP-OPERADOR
                   END-IF
       96-5-REPORTE-LINEAS.
           MOVE "LINEAS DE MANDO" TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 96-6-EXAMINA-SUPERVISOR
                   UNTIL WS-RECORRE > WS-FIN.

      *UN TRABAJADOR ES SUPERVISOR SI ALGUIEN ACTIVO LO REPORTA; SU
      *EQUIPO SE BUSCA CON EL RECORRIDO DE SOLO REGISTROS, ANIDADO EN
      *EL RECORRIDO DE TRABAJADORES
       96-6-EXAMINA-SUPERVISOR.
           IF WS-ACTIVO(WS-RECORRE) = "S"
                   MOVE ZERO TO WS-SUP-SPAN
                   PERFORM 21-4-PRIMER-REGISTRO
                   PERFORM 96-7-CUENTA-EQUIPO
                           UNTIL WS-FT-FIN-REG = "S"
                   IF WS-SUP-SPAN > ZERO
                           DISPLAY "SUPERVISOR "
                                   WS-ID(WS-RECORRE) " "
                                   WS-APELLIDO(WS-RECORRE)(1:15)
                                   ": " WS-SUP-SPAN
                                   " A SU CARGO"
                           PERFORM 21-4-PRIMER-REGISTRO
                           PERFORM 96-8-LISTA-EQUIPO
                                   UNTIL WS-FT-FIN-REG = "S"
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       96-7-CUENTA-EQUIPO.
           IF FT-ACTIVO = "S"
           AND FT-SUPERVISOR = WS-ID(WS-RECORRE)
                   ADD 1 TO WS-SUP-SPAN
           END-IF.
           PERFORM 21-5-SIGUIENTE-REGISTRO.

       96-8-LISTA-EQUIPO.
           IF FT-ACTIVO = "S"
           AND FT-SUPERVISOR = WS-ID(WS-RECORRE)
                   DISPLAY "  " FT-ID " " FT-NOMBRE " "
                           FT-APELLIDO(1:15)
           END-IF.
           PERFORM 21-5-SIGUIENTE-REGISTRO.

      *CAPTURA VALIDADA DEL RFC: SE REPITE HASTA QUE PASE LA
      *ESTRUCTURA Y EL DIGITO VERIFICADOR; ENTER LO DEJA VACIO CON
                   END-IF
           END-IF.

      *VALIDACION EN LOTE DEL RFC, CURP Y NSS DEL ALTA EN WS-FIN:
      *VACIOS SE ACEPTAN, CAPTURADOS DEBEN PASAR LA RUTINA
       94-3-VALIDA-IDS-ALTA.
           MOVE "S" TO WS-IDS-OK.
                           MOVE "N" TO WS-IDS-OK
                   END-IF
           END-IF.
           IF WS-NSS(WS-FIN) NOT = SPACES
                   MOVE "N" TO WS-VID-TIPO
                   MOVE SPACES TO WS-VID-VALOR
                   MOVE WS-NSS(WS-FIN) TO WS-VID-VALOR(1:11)
                   CALL "VALIDARFC" USING WS-VID-TIPO WS-VID-VALOR
                           WS-VID-RESULTADO
                   IF WS-VID-RESULTADO = "N"
                           MOVE "N" TO WS-IDS-OK
                   END-IF
           END-IF.

      *CAPTURA Y NORMALIZA EL GRUPO DE PAGO A PROCESAR; LO QUE NO
      *SEA SEMANAL NI QUINCENAL SE TRATA COMO MENSUAL
       83-REPORTE-PUESTOS.
           MOVE 1 TO WS-RPU-IDX.
           PERFORM 83-1-LIMPIA-PUESTO UNTIL WS-RPU-IDX > 1000.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 83-2-ACUMULA-PUESTO UNTIL WS-RECORRE > WS-FIN.
           MOVE "PLANTILLA POR PUESTO" TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
                           GIVING WS-RPU-IDX
                   ADD 1 TO WS-RP-CANTIDAD(WS-RPU-IDX)
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       83-3-IMPRIME-PUESTO.
           IF WS-RP-CANTIDAD(WS-RPU-IDX) > ZERO
                   END-READ
           END-IF.

       11-ABRIR-MOV-IMSS.
      *SI AUN NO EXISTE EL ARCHIVO DE MOVIMIENTOS IMSS SE CREA VACIO
           OPEN I-O F-MOVIMSS.
           IF WS-MI-STATUS = "35"
                   OPEN OUTPUT F-MOVIMSS
                   CLOSE F-MOVIMSS
                   OPEN I-O F-MOVIMSS
           END-IF.

      *SALARIO DIARIO INTEGRADO DEL TRABAJADOR EN WS-MI-POS: EL
      *SUELDO MENSUAL EN MONEDA BASE ENTRE 30, POR EL FACTOR DE
      *INTEGRACION (1 + (DIAS DE AGUINALDO + DIAS DE VACACIONES POR
      *LA PRIMA VACACIONAL) / 365), TOPADO A 25 VECES LA UMA DIARIA
       11-1-CALCULA-SDI.
      *LA UMA ES LA VIGENTE HOY O AL CORTE DEL PERIODO EN PROCESO
           IF WS-PERIODO-PROCESO = SPACES
                   ACCEPT WS-SM-FECHA FROM DATE YYYYMMDD
           ELSE
                   MOVE WS-PERIODO-PROCESO TO WS-SM-FECHA
           END-IF.
           PERFORM 100-3-BUSCA-VIGENTE.
           MOVE WS-SALARIO(WS-MI-POS) TO WS-CONV-MONTO.
           MOVE WS-MONEDA(WS-MI-POS) TO WS-CONV-MONEDA.
           PERFORM 52-CONVIERTE-A-BASE.
           COMPUTE WS-SDI-FACTOR ROUNDED = 1 +
                   (WS-DIAS-AGUINALDO
                   + WS-DIAS-VACACIONES * WS-PRIMA-VACACIONAL) / 365.
           COMPUTE WS-SDI(WS-MI-POS) ROUNDED =
                   WS-CONV-RESULTADO / 30 * WS-SDI-FACTOR.
           COMPUTE WS-SDI-TOPE = WS-UMA-DIARIA * WS-VECES-UMA-TOPE.
           IF WS-SDI(WS-MI-POS) > WS-SDI-TOPE
                   MOVE WS-SDI-TOPE TO WS-SDI(WS-MI-POS)
           END-IF.

      *DEJA EN EL ARCHIVO DE PENDIENTES EL MOVIMIENTO WS-MI-TIPO-MOV
      *DEL TRABAJADOR EN WS-MI-POS CON FECHA WS-MI-FECHA-MOV; UN
      *SEGUNDO MOVIMIENTO DEL MISMO TIPO Y FECHA REEMPLAZA AL PRIMERO
       11-2-GRABA-MOVIMIENTO.
           MOVE WS-ID(WS-MI-POS) TO MI-ID.
           MOVE WS-MI-FECHA-MOV TO MI-FECHA.
           MOVE WS-MI-TIPO-MOV TO MI-TIPO.
           MOVE WS-NSS(WS-MI-POS) TO MI-NSS.
           MOVE WS-CURP(WS-MI-POS) TO MI-CURP.
           MOVE WS-APELLIDO(WS-MI-POS) TO MI-APELLIDO.
           MOVE WS-NOMBRE(WS-MI-POS) TO MI-NOMBRE.
           MOVE WS-SDI(WS-MI-POS) TO MI-SDI.
           IF WS-MI-TIPO-MOV = "B"
                   MOVE WS-MI-CAUSA TO MI-CAUSA-BAJA
           ELSE
                   MOVE SPACE TO MI-CAUSA-BAJA
           END-IF.
           MOVE "P" TO MI-ESTADO.
           MOVE ZERO TO MI-LOTE.
           MOVE SPACES TO MI-FECHA-ENVIO.
           WRITE MI-REGISTRO
                   INVALID KEY
                   REWRITE MI-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar el movimiento "
                                   "IMSS, estatus: " WS-MI-STATUS
                   END-REWRITE
           END-WRITE.
           IF WS-NSS(WS-MI-POS) = SPACES
                   DISPLAY "Aviso: el trabajador no tiene NSS, su "
                           "movimiento IMSS se detiene hasta que se "
                           "capture (modificacion, opcion 11)"
           END-IF.

      *AVISO DE ALTA DEL TRABAJADOR RECIEN GRABADO EN WS-FIN, CON
      *SU FECHA DE ALTA
       11-3-MOVIMIENTO-ALTA.
           MOVE WS-FIN TO WS-MI-POS.
           MOVE "A" TO WS-MI-TIPO-MOV.
           MOVE WS-FECHA-ALTA(WS-FIN) TO WS-MI-FECHA-MOV.
           PERFORM 11-2-GRABA-MOVIMIENTO.

      *CAPTURA DEL NSS CON LA RUTINA COMPARTIDA DE VALIDACION
      *(ONCE DIGITOS Y VERIFICADOR); ENTER LO DEJA PENDIENTE CON
      *AVISO, IGUAL QUE EL RFC
       11-4-CAPTURA-NSS-VALIDADO.
           MOVE "N" TO WS-IDS-OK.
           PERFORM 11-4-1-PIDE-NSS UNTIL WS-IDS-OK = "S".

       11-4-1-PIDE-NSS.
           DISPLAY "NSS (11 digitos, ENTER = pendiente): ".
           MOVE SPACES TO WS-NSS-CAP.
           ACCEPT WS-NSS-CAP.
           IF WS-NSS-CAP = SPACES
                   DISPLAY "Aviso: trabajador sin NSS, sus avisos "
                           "al IMSS quedaran detenidos"
                   MOVE "S" TO WS-IDS-OK
           ELSE
                   MOVE "N" TO WS-VID-TIPO
                   MOVE SPACES TO WS-VID-VALOR
                   MOVE WS-NSS-CAP TO WS-VID-VALOR(1:11)
                   CALL "VALIDARFC" USING WS-VID-TIPO WS-VID-VALOR
                           WS-VID-RESULTADO
                   IF WS-VID-RESULTADO = "S"
                           MOVE "S" TO WS-IDS-OK
                   ELSE
                           DISPLAY "NSS invalido (11 digitos o "
                                   "digito verificador), verifique"
                   END-IF
           END-IF.

      *CAUSA DE BAJA CON LAS CLAVES DEL IMSS; LO QUE NO SEA UNA
      *CLAVE VALIDA SE AVISA COMO "6 - OTRAS"
       11-5-PIDE-CAUSA-BAJA.
           DISPLAY "Causa de baja IMSS: 1-Termino de contrato "
                   "2-Separacion voluntaria 3-Abandono 4-Defuncion "
                   "5-Clausura 6-Otras 7-Ausentismo 8-Rescision "
                   "9-Jubilacion A-Pension".
           MOVE SPACE TO WS-MI-CAUSA.
           ACCEPT WS-MI-CAUSA.
           CALL "NOMBREUTIL" USING WS-MI-CAUSA 1.
           IF WS-MI-CAUSA NOT = "A"
           AND (WS-MI-CAUSA < "1" OR WS-MI-CAUSA > "9")
                   MOVE "6" TO WS-MI-CAUSA
           END-IF.

      *CONSULTA DE LOS MOVIMIENTOS IMSS QUE AUN NO SE ENVIAN, PARA
      *REVISARLOS ANTES DE CORRER NOMAFILIA
       11-6-LISTA-PENDIENTES.
           MOVE ZERO TO WS-MI-CONTEO.
           MOVE LOW-VALUES TO MI-LLAVE.
           MOVE "N" TO WS-MI-FIN.
           START F-MOVIMSS KEY IS NOT LESS THAN MI-LLAVE
                   INVALID KEY MOVE "S" TO WS-MI-FIN
           END-START.
           PERFORM 11-6-1-LEE-MOVIMIENTO UNTIL WS-MI-FIN = "S".
           DISPLAY WS-MI-CONTEO " movimientos pendientes de envio".

       11-6-1-LEE-MOVIMIENTO.
           READ F-MOVIMSS NEXT RECORD
                   AT END MOVE "S" TO WS-MI-FIN
                   NOT AT END
                           IF MI-ESTADO = "P"
                                   ADD 1 TO WS-MI-CONTEO
                                   MOVE MI-SDI TO WS-SDI-FMT
                                   DISPLAY MI-ID " " MI-TIPO " "
                                           MI-FECHA " NSS " MI-NSS
                                           " SDI " WS-SDI-FMT " "
                                           MI-NOMBRE(1:15) " "
                                           MI-APELLIDO(1:20)
                           END-IF
           END-READ.

       12-ABRIR-INFONAVIT.
      *SI AUN NO EXISTEN LOS CREDITOS O LAS AMORTIZACIONES SE CREAN
      *VACIOS ANTES DE ABRIRLOS EN I-O
           OPEN I-O F-INFONAVIT.
           IF WS-IV-STATUS = "35"
                   OPEN OUTPUT F-INFONAVIT
                   CLOSE F-INFONAVIT
                   OPEN I-O F-INFONAVIT
           END-IF.
           OPEN I-O F-INFOAMORT.
           IF WS-IA-STATUS = "35"
                   OPEN OUTPUT F-INFOAMORT
                   CLOSE F-INFOAMORT
                   OPEN I-O F-INFOAMORT
           END-IF.

      *ALTA O CAMBIO DEL CREDITO INFONAVIT DE UN TRABAJADOR CON LOS
      *DATOS DEL AVISO DE RETENCION; UN AVISO DE SUSPENSION SOLO
      *CAPTURA LA FECHA Y EL CREDITO DEJA DE DESCONTARSE
       12-1-CREDITO-INFONAVIT.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 12-2-CAPTURA-CREDITO
           END-IF.

       12-2-CAPTURA-CREDITO.
           DISPLAY "CREDITO INFONAVIT DE " WS-NOMBRE(WS-INDICE) " "
                   WS-APELLIDO(WS-INDICE).
           MOVE WS-ID-SEARCH TO IV-ID.
           MOVE SPACES TO AUD-VALOR-ANTERIOR.
           READ F-INFONAVIT
                   INVALID KEY
                           MOVE "N" TO WS-IV-EXISTE
                           DISPLAY "  (sin credito INFONAVIT)"
                   NOT INVALID KEY
                           MOVE "S" TO WS-IV-EXISTE
                           MOVE IV-VALOR TO WS-IV-VALOR-FMT
                           DISPLAY "  Credito " IV-CREDITO
                                   " tipo " IV-TIPO
                                   " valor " WS-IV-VALOR-FMT
                                   " desde " IV-FECHA-INICIO
                                   " suspendido " IV-FECHA-SUSPENSION
                           STRING IV-CREDITO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   IV-TIPO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-IV-VALOR-FMT DELIMITED BY SIZE
                                   INTO AUD-VALOR-ANTERIOR
           END-READ.
           MOVE WS-ID-SEARCH TO IV-ID.
           DISPLAY "Numero de credito: ".
           ACCEPT IV-CREDITO.
           MOVE "N" TO WS-IV-TIPO-OK.
           PERFORM 12-2-1-PIDE-TIPO UNTIL WS-IV-TIPO-OK = "S".
           IF IV-TIPO = "P"
                   DISPLAY "Porcentaje del SDI (nn.nnnn): "
           ELSE
           IF IV-TIPO = "F"
                   DISPLAY "Cuota fija mensual en pesos: "
           ELSE
                   DISPLAY "Factor en veces salario minimo: "
           END-IF
           END-IF.
           ACCEPT IV-VALOR.
           DISPLAY "Fecha de inicio del descuento "
                   "(AAAAMMDD, ENTER = hoy): ".
           MOVE SPACES TO IV-FECHA-INICIO.
           ACCEPT IV-FECHA-INICIO.
           IF IV-FECHA-INICIO = SPACES
                   ACCEPT IV-FECHA-INICIO FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Fecha de suspension (AAAAMMDD, ENTER = vigente): ".
           MOVE SPACES TO IV-FECHA-SUSPENSION.
           ACCEPT IV-FECHA-SUSPENSION.
           IF WS-IV-EXISTE = "S"
                   REWRITE IV-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar el credito, "
                                   "estatus: " WS-IV-STATUS
                   END-REWRITE
           ELSE
                   WRITE IV-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar el credito, "
                                   "estatus: " WS-IV-STATUS
                   END-WRITE
           END-IF.
           MOVE IV-VALOR TO WS-IV-VALOR-FMT.
           MOVE WS-ID-SEARCH TO AUD-ID.
           MOVE "MODIFICACION" TO AUD-ACCION.
           MOVE "INFONAVIT" TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR-NUEVO.
           STRING IV-CREDITO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IV-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IV-VALOR-FMT DELIMITED BY SIZE
                   INTO AUD-VALOR-NUEVO.
           PERFORM 30-REGISTRA-AUDITORIA.
           PERFORM 12-2-2-RETIRA-DEDUCCION-FIJA.

       12-2-1-PIDE-TIPO.
           DISPLAY "Tipo de descuento, P-Porcentaje del SDI  "
                   "F-Cuota fija  V-Veces salario minimo: ".
           ACCEPT IV-TIPO.
           CALL "NOMBREUTIL" USING IV-TIPO 1.
           IF IV-TIPO = "P" OR IV-TIPO = "F" OR IV-TIPO = "V"
                   MOVE "S" TO WS-IV-TIPO-OK
           ELSE
                   DISPLAY "Opcion invalida, verifique"
           END-IF.

      *EL DESCUENTO QUE ANTES SE CAPTURABA A MANO COMO DEDUCCION
      *FIJA "INFONAVIT" SE AGOTA AL DAR DE ALTA EL CREDITO, PARA
      *QUE EL TRABAJADOR NO QUEDE DESCONTADO DOS VECES
       12-2-2-RETIRA-DEDUCCION-FIJA.
           MOVE WS-ID-SEARCH TO DD-ID.
           MOVE "INFONAVIT" TO DD-CONCEPTO.
           READ F-DEDUCCIONES
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           IF DD-TIPO NOT = "P"
                           AND DD-SALDO > ZERO
                                   DISPLAY "El folio aun tiene la "
                                           "deduccion fija INFONAVIT"
                                   MOVE
                                   "Agotar su saldo? S-SI / N-NO"
                                           TO WS-CONFIRMA-MSG
                                   PERFORM 33-CONFIRMA-ACCION
                                   IF WS-CONFIRMA-RESULT = "S"
                                           MOVE ZERO TO DD-SALDO
                                           REWRITE DD-REGISTRO
                                               INVALID KEY
                                               DISPLAY "Error al "
                                                   "agotar la "
                                                   "deduccion de "
                                                   DD-ID
                                           END-REWRITE
                                           PERFORM 99-2-JOURNAL-DED
                                   END-IF
                           END-IF
           END-READ.

      *DESCUENTO INFONAVIT DEL PERIODO PARA EL TRABAJADOR EN
      *WS-RECORRE, SI TIENE CREDITO VIGENTE A LA FECHA DE CORTE
       12-3-CALCULA-INFONAVIT.
           MOVE WS-ID(WS-RECORRE) TO IV-ID.
           READ F-INFONAVIT
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           PERFORM 12-4-DESCUENTO-PERIODO
           END-READ.

      *LOS DIAS DEL PERIODO SALEN DE LA FRECUENCIA DEL TRABAJADOR;
      *EL PORCENTAJE Y EL FACTOR VSM SON DIARIOS Y LA CUOTA FIJA ES
      *MENSUAL. FUERA DEL CIERRE LA FECHA DE CORTE ES LA DE HOY
       12-4-DESCUENTO-PERIODO.
           IF WS-PERIODO-PROCESO = SPACES
                   ACCEPT WS-IV-FECHA-REF FROM DATE YYYYMMDD
           ELSE
                   MOVE WS-PERIODO-PROCESO TO WS-IV-FECHA-REF
           END-IF.
           PERFORM 12-6-DIAS-PERIODO.
           MOVE ZERO TO WS-DED-APLICADA.
           IF IV-FECHA-INICIO NOT > WS-IV-FECHA-REF
           AND (IV-FECHA-SUSPENSION = SPACES
                OR IV-FECHA-SUSPENSION > WS-IV-FECHA-REF)
                   IF IV-TIPO = "P"
                   AND WS-SDI(WS-RECORRE) = ZERO
                           MOVE WS-RECORRE TO WS-MI-POS
                           PERFORM 11-1-CALCULA-SDI
                   END-IF
                   EVALUATE IV-TIPO
                       WHEN "P"
                           COMPUTE WS-DED-APLICADA ROUNDED =
                                   WS-SDI(WS-RECORRE) * IV-VALOR
                                   / 100 * WS-IV-DIAS
                       WHEN "F"
                           COMPUTE WS-DED-APLICADA ROUNDED =
                                   IV-VALOR * WS-IV-DIAS / 30
                       WHEN "V"
                           MOVE WS-IV-FECHA-REF TO WS-SM-FECHA
                           PERFORM 100-3-BUSCA-VIGENTE
                           COMPUTE WS-DED-APLICADA ROUNDED =
                                   IV-VALOR * WS-VSM-INFONAVIT
                                   * WS-IV-DIAS
                   END-EVALUATE
           END-IF.
           IF WS-DED-APLICADA > WS-DED-DISPONIBLE
                   MOVE WS-DED-DISPONIBLE TO WS-DED-APLICADA
           END-IF.
           IF WS-DED-APLICADA > ZERO
                   MOVE "INFONAVIT" TO DD-CONCEPTO
                   MOVE "I" TO DD-TIPO
                   MOVE SPACES TO DD-BENEFICIARIO
                   MOVE SPACES TO DD-BENEF-CLABE
                   PERFORM 53-8-ANOTA-APLICADA
           END-IF.

      *EL CIERRE ANOTA LA AMORTIZACION RETENIDA CON EL CREDITO, EL
      *SDI Y LOS DIAS DEL PERIODO, QUE ES LO QUE PIDE EL SUA
       12-5-POSTEA-AMORTIZACION.
           MOVE WS-ID(WS-RECORRE) TO IV-ID.
           READ F-INFONAVIT
                   INVALID KEY
                           MOVE SPACES TO IV-CREDITO
           END-READ.
           PERFORM 12-6-DIAS-PERIODO.
           MOVE WS-ID(WS-RECORRE) TO IA-ID.
           MOVE WS-PERIODO-PROCESO TO IA-PERIODO.
           MOVE WS-FREC-PROCESO TO IA-FRECUENCIA.
           MOVE IV-CREDITO TO IA-CREDITO.
           MOVE WS-DA-MONTO(WS-DA-IDX) TO IA-MONTO.
           MOVE WS-SDI(WS-RECORRE) TO IA-SDI.
           MOVE WS-IV-DIAS TO IA-DIAS.
           WRITE IA-REGISTRO
                   INVALID KEY
                   REWRITE IA-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al anotar la amortizacion "
                                   "INFONAVIT de " IA-ID
                                   ", estatus: " WS-IA-STATUS
                   END-REWRITE
           END-WRITE.

       12-6-DIAS-PERIODO.
           IF WS-FRECUENCIA(WS-RECORRE) = "S"
                   MOVE 7 TO WS-IV-DIAS
           ELSE
           IF WS-FRECUENCIA(WS-RECORRE) = "Q"
                   MOVE 15 TO WS-IV-DIAS
           ELSE
                   MOVE 30 TO WS-IV-DIAS
           END-IF
           END-IF.

       98-ABRIR-ISN.
      *SI AUN NO EXISTEN LAS TASAS O EL IMPUESTO CALCULADO SE CREAN
      *VACIOS ANTES DE ABRIRLOS EN I-O
           OPEN I-O F-TASAS-ISN.
           IF WS-IS-STATUS = "35"
                   OPEN OUTPUT F-TASAS-ISN
                   CLOSE F-TASAS-ISN
                   OPEN I-O F-TASAS-ISN
           END-IF.
           OPEN I-O F-ISN-MOV.
           IF WS-IM-STATUS = "35"
                   OPEN OUTPUT F-ISN-MOV
                   CLOSE F-ISN-MOV
                   OPEN I-O F-ISN-MOV
           END-IF.

      *PANTALLA DE MANTENIMIENTO DE LAS TASAS ESTATALES, AL ESTILO
      *DE LA TARIFA DE ISR: LISTA LA TABLA Y CAPTURA ESTADO, NOMBRE
      *Y TASA; UN ESTADO YA CAPTURADO SE REEMPLAZA
       98-TASAS-ISN.
           DISPLAY "TASAS DE IMPUESTO SOBRE NOMINA POR ESTADO".
           MOVE LOW-VALUES TO IS-ESTADO.
           MOVE "N" TO WS-IS-FIN.
           START F-TASAS-ISN KEY IS NOT LESS THAN IS-ESTADO
                   INVALID KEY
                           DISPLAY "  (sin tasas capturadas)"
                           MOVE "S" TO WS-IS-FIN
           END-START.
           PERFORM 98-1-LISTA-TASA UNTIL WS-IS-FIN = "S".
           MOVE "XX" TO WS-ISN-ESTADO-CAP.
           PERFORM 98-2-CAPTURA-TASA
                   UNTIL WS-ISN-ESTADO-CAP = SPACES.

       98-1-LISTA-TASA.
           READ F-TASAS-ISN NEXT RECORD
                   AT END MOVE "S" TO WS-IS-FIN
                   NOT AT END
                           MOVE IS-TASA TO WS-ISN-TASA-FMT
                           DISPLAY "  " IS-ESTADO " " IS-NOMBRE
                                   " TASA: " WS-ISN-TASA-FMT
           END-READ.

       98-2-CAPTURA-TASA.
           DISPLAY "Estado a capturar (ENTER = terminar): ".
           MOVE SPACES TO WS-ISN-ESTADO-CAP.
           ACCEPT WS-ISN-ESTADO-CAP.
           IF WS-ISN-ESTADO-CAP NOT = SPACES
                   CALL "NOMBREUTIL" USING WS-ISN-ESTADO-CAP 2
                   MOVE WS-ISN-ESTADO-CAP TO IS-ESTADO
                   DISPLAY "Nombre del estado: "
                   ACCEPT IS-NOMBRE
                   CALL "NOMBREUTIL" USING IS-NOMBRE 20
                   DISPLAY "Tasa sobre erogaciones (0.nnnn): "
                   ACCEPT IS-TASA
                   WRITE IS-REGISTRO
                           INVALID KEY
                           REWRITE IS-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al grabar la tasa, "
                                           "estatus: " WS-IS-STATUS
                           END-REWRITE
                   END-WRITE
           END-IF.

      *IMPUESTO SOBRE NOMINA DEL TRABAJADOR EN WS-RECORRE, YA CON
      *50-CALCULA-CONCEPTOS HECHO: GRAVA LO QUE EL PATRON EROGA POR
      *EL TRABAJO (SUELDO DEL PERIODO, HORAS EXTRA, PRIMAS Y
      *RETROACTIVO) CON LA TASA DEL ESTADO DONDE SE TRABAJA. SIN
      *ESTADO PROPIO SE TOMA EL DE LA CONFIGURACION; UN ESTADO SIN
      *TASA CAPTURADA NO CAUSA IMPUESTO
       98-3-CALCULA-ISN.
           MOVE WS-ESTADO-TRAB(WS-RECORRE) TO WS-ISN-ESTADO.
           IF WS-ISN-ESTADO = SPACES
                   MOVE WS-ESTADO-OMISION TO WS-ISN-ESTADO
           END-IF.
           COMPUTE WS-CONV-MONTO =
                   WS-SAL-PRORRATEADO + WS-PAGO-HORAS-EXTRA
                           + WS-PRIMA-DOMINICAL
                           + WS-PRIMA-ANTIGUEDAD
                           + WS-RETRO-PENDIENTE(WS-RECORRE).
           MOVE WS-MONEDA(WS-RECORRE) TO WS-CONV-MONEDA.
           PERFORM 52-CONVIERTE-A-BASE.
           IF WS-CONV-RESULTADO > ZERO
                   MOVE WS-CONV-RESULTADO TO WS-ISN-BASE
           ELSE
                   MOVE ZERO TO WS-ISN-BASE
           END-IF.
           MOVE ZERO TO WS-ISN-TASA.
           IF WS-ISN-ESTADO NOT = SPACES
                   MOVE WS-ISN-ESTADO TO IS-ESTADO
                   READ F-TASAS-ISN
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   MOVE IS-TASA TO WS-ISN-TASA
                   END-READ
           END-IF.
           COMPUTE WS-ISN-MONTO ROUNDED =
                   WS-ISN-BASE * WS-ISN-TASA.

      *EL CIERRE ANOTA EL IMPUESTO DEL TRABAJADOR CON SU ESTADO, BASE
      *Y TASA; FINDEMES SUMA ESTAS PARTIDAS POR ESTADO PARA LA
      *DECLARACION MENSUAL
       98-4-POSTEA-ISN.
           PERFORM 98-3-CALCULA-ISN.
           IF WS-ISN-ESTADO = SPACES
                   DISPLAY "Aviso: folio " WS-ID(WS-RECORRE)
                           " sin estado de trabajo, no causa impuesto"
                           " sobre nomina"
           ELSE
           IF WS-ISN-TASA = ZERO
                   DISPLAY "Aviso: el estado " WS-ISN-ESTADO
                           " no tiene tasa de impuesto sobre nomina"
                           " (folio " WS-ID(WS-RECORRE) ")"
           END-IF
           END-IF.
           MOVE WS-ID(WS-RECORRE) TO IM-ID.
           MOVE WS-PERIODO-PROCESO TO IM-PERIODO.
           MOVE WS-FREC-PROCESO TO IM-FRECUENCIA.
           MOVE WS-ISN-ESTADO TO IM-ESTADO.
           MOVE WS-ISN-BASE TO IM-BASE.
           MOVE WS-ISN-TASA TO IM-TASA.
           MOVE WS-ISN-MONTO TO IM-IMPUESTO.
           WRITE IM-REGISTRO
                   INVALID KEY
                   REWRITE IM-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al anotar el impuesto sobre "
                                   "nomina de " IM-ID
                                   ", estatus: " WS-IM-STATUS
                   END-REWRITE
           END-WRITE.

      *CAPTURA DEL ESTADO DONDE TRABAJA EL EMPLEADO; ENTER DEJA EL
      *CAMPO EN BLANCO Y ENTONCES RIGE EL ESTADO DE LA CONFIGURACION
       98-5-CAPTURA-ESTADO.
           DISPLAY "Estado de trabajo, clave de la CURP (ENTER = "
                   WS-ESTADO-OMISION "): ".
           MOVE SPACES TO WS-ISN-ESTADO-CAP.
           ACCEPT WS-ISN-ESTADO-CAP.
           IF WS-ISN-ESTADO-CAP NOT = SPACES
                   CALL "NOMBREUTIL" USING WS-ISN-ESTADO-CAP 2
                   MOVE WS-ISN-ESTADO-CAP TO IS-ESTADO
                   READ F-TASAS-ISN
                           INVALID KEY
                                   DISPLAY "Aviso: el estado "
                                           WS-ISN-ESTADO-CAP
                                           " aun no tiene tasa "
                                           "capturada"
                   END-READ
           END-IF.

      *EN LA POLIZA EL IMPUESTO SOBRE NOMINA VA EN SU PROPIO RENGLON
      *CON LA CUENTA DEL CONCEPTO "ISN"; SIN MAPEO SE RECHAZA Y SE
      *CUENTA COMO LOS RENGLONES DE DEDUCCION
       98-6-POLIZA-ISN.
           PERFORM 98-3-CALCULA-ISN.
           IF WS-ISN-MONTO > ZERO
                   MOVE "ISN" TO WS-CG-CONCEPTO
                   MOVE ZERO TO WS-CG-DEPTO
                   PERFORM 34-2-BUSCA-CUENTA
                   IF WS-CG-HALLADA = "N"
                           ADD 1 TO WS-GL-SIN-CUENTA
                   ELSE
                           MOVE WS-ISN-MONTO TO WS-DED-MONTO-FMT
                           MOVE SPACES TO WS-DED-LINEA
                           STRING "  IMPUESTO SOBRE NOMINA "
                                           DELIMITED BY SIZE
                                   WS-ISN-ESTADO DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   WS-DED-MONTO-FMT DELIMITED BY SIZE
                                   INTO WS-DED-LINEA
                           MOVE SPACES TO GL-LINEA
                           STRING WS-CG-CUENTA DELIMITED BY SIZE
                                   WS-DED-LINEA DELIMITED BY SIZE
                                   INTO GL-LINEA
                           WRITE GL-LINEA
                   END-IF
           END-IF.

      *SUBMENU DE OPERACIONES ADICIONALES: LAS LETRAS Y DIGITOS DEL
      *MENU PRINCIPAL YA SE AGOTARON, LO NUEVO ENTRA AQUI CON
      *CLAVES DE DOS LETRAS
                   "caja, PR - Prestamos, IN - Incidencias en "
                   "lote, BE - Beneficiarios, LR - Lineas de "
                   "mando, XR - Cruce con ARCHIVOSDB, "
                   "MI - Movimientos IMSS pendientes, "
                   "IV - Creditos INFONAVIT, "
                   "IS - Tasas de impuesto sobre nomina, "
                   "SM - Salarios minimos y UMA, "
                   "AM - Aumento anual al salario minimo, "
                   "CO - Contratos y renovaciones, "
                   "CV - Contratos por vencer, "
                   "TU - Catalogo de turnos, "
                   "RS - Rol semanal de turnos, "
                   "PZ - Plazas autorizadas, "
                   "VP - Plazas vacantes por departamento, "
                   "AO - Aceptar oferta de reclutamiento, "
                   "EV - Evaluacion de desempeno, "
                   "MM - Matriz de merito, "
                   "PM - Propuesta de aumentos por merito, "
                   "AP - Aprobar aumentos por merito, "
                   "AR - Anular y reexpedir recibo cerrado, "
                   "PI - PIN del kiosco de consulta, "
                   "RG - Resguardos de bienes, "
                   "RD - Bienes en resguardo por departamento, "
                   "X - Regresar".
           MOVE SPACES TO WS-OPCION-AD.
           ACCEPT WS-OPCION-AD.
               WHEN "CI"
                   PERFORM 76-CUOTAS-IMSS
               WHEN "PN"
      *LA PRE-NOMINA LLEVA TODOS LOS IMPORTES DEL PERIODO Y LA FIRMA
      *DEL SUPERVISOR: NO SE ENMASCARA, SE RESERVA COMO LOS RECIBOS
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 80-PRENOMINA
                   END-IF
               WHEN "RP"
                   PERFORM 83-REPORTE-PUESTOS
               WHEN "CA"
                   PERFORM 96-5-REPORTE-LINEAS
               WHEN "XR"
                   PERFORM 31-6-PANTALLA-XREF
               WHEN "MI"
                   PERFORM 11-6-LISTA-PENDIENTES
               WHEN "IV"
                   PERFORM 12-1-CREDITO-INFONAVIT
               WHEN "IS"
                   PERFORM 98-TASAS-ISN
               WHEN "SM"
                   PERFORM 100-SALARIOS-MINIMOS
               WHEN "AM"
      *EL AUMENTO ANUAL MUEVE SUELDOS EN MASA, IGUAL QUE EL AJUSTE
      *MASIVO: ACCION DE SUPERVISOR
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 100-6-AUMENTO-ANUAL
                   END-IF
               WHEN "CO"
                   PERFORM 101-CONTRATOS
               WHEN "CV"
                   PERFORM 101-7-POR-VENCER
               WHEN "TU"
                   PERFORM 102-TURNOS
               WHEN "RS"
                   PERFORM 102-7-ROL-SEMANAL
               WHEN "PZ"
      *LAS PLAZAS SON PRESUPUESTO APROBADO: SOLO UN SUPERVISOR
      *LAS CAPTURA O CORRIGE
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 103-PLAZAS
                   END-IF
               WHEN "VP"
                   PERFORM 103-10-REPORTE-VACANTES
               WHEN "AO"
                   PERFORM 104-ACEPTA-OFERTA
               WHEN "EV"
                   PERFORM 105-EVALUACION
               WHEN "MM"
      *LA MATRIZ Y LA APROBACION MUEVEN SUELDOS: ACCION DE
      *SUPERVISOR, IGUAL QUE EL AJUSTE MASIVO
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 105-5-MATRIZ
                   END-IF
               WHEN "PM"
                   PERFORM 105-10-PROPUESTA
               WHEN "AP"
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 105-14-APLICA-MERITO
                   END-IF
               WHEN "AR"
      *ANULAR UN RECIBO YA CERRADO MUEVE HISTORIA, ACUMULADOS Y
      *SALDOS: ACCION DE SUPERVISOR, IGUAL QUE EL CIERRE
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 107-ANULA-RECIBO
                   END-IF
               WHEN "PI"
      *ASIGNAR O DESBLOQUEAR EL PIN DA ACCESO A LOS RECIBOS DEL
      *TRABAJADOR: ACCION DE SUPERVISOR
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           PERFORM 109-PIN-KIOSCO
                   END-IF
               WHEN "RG"
                   PERFORM 111-RESGUARDOS
               WHEN "RD"
                   PERFORM 111-9-REPORTE-DEPTO
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida, verifique"
           END-EVALUATE.

       100-ABRIR-SALMIN.
      *SI AUN NO EXISTE LA TABLA DE SALARIOS MINIMOS SE CREA VACIA;
      *MIENTRAS ESTE VACIA NO SE VALIDA EL MINIMO Y LA UMA QUEDA EN
      *SU VALOR POR OMISION
           OPEN I-O F-SALMIN.
           IF WS-SM-STATUS = "35"
                   OPEN OUTPUT F-SALMIN
                   CLOSE F-SALMIN
                   OPEN I-O F-SALMIN
           END-IF.

      *PANTALLA DE MANTENIMIENTO DE SALARIOS MINIMOS Y UMA, AL
      *ESTILO DE LA TARIFA DE ISR: LISTA TODAS LAS VIGENCIAS Y
      *CAPTURA O CORRIGE LOS VALORES DIARIOS DE UNA. EL MINIMO DEL
      *ANIO SIGUIENTE SE CAPTURA CON SU PROPIA VIGENCIA SIN TOCAR
      *EL ACTUAL; UNA VIGENCIA YA EN CURSO PIDE SUPERVISOR
       100-SALARIOS-MINIMOS.
           DISPLAY "SALARIOS MINIMOS Y UMA CAPTURADOS".
           MOVE LOW-VALUES TO SM-VIGENCIA.
           MOVE "N" TO WS-SM-FIN.
           START F-SALMIN KEY IS NOT LESS THAN SM-VIGENCIA
                   INVALID KEY
                           DISPLAY "  (tabla vacia, no se valida el "
                                   "minimo)"
                           MOVE "S" TO WS-SM-FIN
           END-START.
           PERFORM 100-1-LISTA-SALMIN UNTIL WS-SM-FIN = "S".
           DISPLAY "Vigencia a capturar (AAAAMMDD, "
                   "ENTER = terminar): ".
           MOVE SPACES TO WS-SM-VIG-CAP.
           ACCEPT WS-SM-VIG-CAP.
           IF WS-SM-VIG-CAP NOT = SPACES
                   IF WS-SM-VIG-CAP NOT NUMERIC
                           DISPLAY "Vigencia invalida, verifique"
                   ELSE
                           MOVE WS-SM-VIG-CAP TO WS-TI-VIG-CAP
                           PERFORM 39-3-AUTORIZA-VIGENCIA
                           IF WS-AUTORIZADO = "S"
                                   PERFORM 100-2-CAPTURA-SALMIN
                           END-IF
                   END-IF
           END-IF.

       100-1-LISTA-SALMIN.
           READ F-SALMIN NEXT RECORD
                   AT END MOVE "S" TO WS-SM-FIN
                   NOT AT END
                           MOVE SM-MINIMO-GENERAL TO WS-SM-FMT
                           DISPLAY "VIGENCIA " SM-VIGENCIA
                                   " GENERAL: " WS-SM-FMT
                                   WITH NO ADVANCING
                           MOVE SM-MINIMO-FRONTERA TO WS-SM-FMT
                           DISPLAY " FRONTERA: " WS-SM-FMT
                                   WITH NO ADVANCING
                           MOVE SM-UMA TO WS-SM-FMT
                           DISPLAY " UMA: " WS-SM-FMT
           END-READ.

       100-2-CAPTURA-SALMIN.
           MOVE WS-SM-VIG-CAP TO SM-VIGENCIA.
           DISPLAY "Salario minimo general diario: ".
           ACCEPT SM-MINIMO-GENERAL.
           DISPLAY "Salario minimo diario zona frontera norte: ".
           ACCEPT SM-MINIMO-FRONTERA.
           DISPLAY "UMA diaria: ".
           ACCEPT SM-UMA.
           WRITE SM-REGISTRO
                   INVALID KEY
                   REWRITE SM-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar los minimos, "
                                   "estatus: " WS-SM-STATUS
                   END-REWRITE
           END-WRITE.

      *LOCALIZA LA VIGENCIA QUE APLICA A WS-SM-FECHA (LA ULTIMA QUE
      *NO LA PASA) Y DEJA SUS VALORES; LA UMA Y EL VSM DE LOS
      *CREDITOS INFONAVIT SE ACTUALIZAN CON ELLA. SIN VERSION QUEDA
      *EN BLANCO Y REGRESAN A SUS VALORES POR OMISION
       100-3-BUSCA-VIGENTE.
           MOVE SPACES TO WS-SM-VERSION.
           MOVE ZERO TO WS-SM-GENERAL.
           MOVE ZERO TO WS-SM-FRONTERA.
           MOVE WS-SM-UMA-OMISION TO WS-UMA-DIARIA.
           MOVE WS-SM-VSM-OMISION TO WS-VSM-INFONAVIT.
           MOVE "N" TO WS-SM-FIN.
           MOVE LOW-VALUES TO SM-VIGENCIA.
           START F-SALMIN KEY IS NOT LESS THAN SM-VIGENCIA
                   INVALID KEY MOVE "S" TO WS-SM-FIN
           END-START.
           PERFORM 100-4-EXAMINA-VIGENCIA UNTIL WS-SM-FIN = "S".

       100-4-EXAMINA-VIGENCIA.
           READ F-SALMIN NEXT RECORD
                   AT END MOVE "S" TO WS-SM-FIN
                   NOT AT END
                           IF SM-VIGENCIA > WS-SM-FECHA
                                   MOVE "S" TO WS-SM-FIN
                           ELSE
                                   MOVE SM-VIGENCIA TO WS-SM-VERSION
                                   MOVE SM-MINIMO-GENERAL
                                           TO WS-SM-GENERAL
                                   MOVE SM-MINIMO-FRONTERA
                                           TO WS-SM-FRONTERA
                                   MOVE SM-UMA TO WS-UMA-DIARIA
                                   MOVE SM-MINIMO-GENERAL
                                           TO WS-VSM-INFONAVIT
                           END-IF
           END-READ.

      *COMPARA WS-SM-SUELDO (EN LA MONEDA DEL TRABAJADOR EN
      *WS-SM-POS) CONTRA EL MINIMO DIARIO DE SU ZONA POR LOS DIAS DE
      *SU GRUPO DE PAGO (7, 15 O 30), YA CON 100-3 HECHO. DEJA EN
      *WS-SM-MINIMO EL MINIMO DEL PERIODO EN MONEDA BASE
       100-5-CHECA-MINIMO.
           MOVE "S" TO WS-SM-OK.
           MOVE ZERO TO WS-SM-MINIMO.
           IF WS-SM-VERSION NOT = SPACES
                   IF WS-ZONA-SM(WS-SM-POS) = "F"
                           MOVE WS-SM-FRONTERA TO WS-SM-DIARIO
                   ELSE
                           MOVE WS-SM-GENERAL TO WS-SM-DIARIO
                   END-IF
                   IF WS-FRECUENCIA(WS-SM-POS) = "S"
                           MOVE 7 TO WS-SM-DIAS
                   ELSE
                   IF WS-FRECUENCIA(WS-SM-POS) = "Q"
                           MOVE 15 TO WS-SM-DIAS
                   ELSE
                           MOVE 30 TO WS-SM-DIAS
                   END-IF
                   END-IF
                   COMPUTE WS-SM-MINIMO = WS-SM-DIARIO * WS-SM-DIAS
                   MOVE WS-SM-SUELDO TO WS-CONV-MONTO
                   MOVE WS-MONEDA(WS-SM-POS) TO WS-CONV-MONEDA
                   PERFORM 52-CONVIERTE-A-BASE
                   IF WS-CONV-RESULTADO < WS-SM-MINIMO
                           MOVE "N" TO WS-SM-OK
                   END-IF
           END-IF.

      *AUMENTO ANUAL AL SALARIO MINIMO: CON LA VIGENCIA DEL MINIMO
      *NUEVO (YA CAPTURADA EN LA PANTALLA SM) LISTA A LOS
      *TRABAJADORES ACTIVOS QUE QUEDAN ABAJO DEL MINIMO DE SU ZONA
      *Y, CONFIRMADO, LOS SUBE AL MINIMO POR EL MISMO CAMINO DEL
      *HISTORIAL DE SUELDOS, CON FECHA EFECTIVA EN LA VIGENCIA
       100-6-AUMENTO-ANUAL.
           DISPLAY "Vigencia del salario minimo nuevo (AAAAMMDD): ".
           MOVE SPACES TO WS-SM-VIG-CAP.
           ACCEPT WS-SM-VIG-CAP.
           MOVE WS-SM-VIG-CAP TO SM-VIGENCIA.
           READ F-SALMIN
                   INVALID KEY
                           DISPLAY "No hay minimos capturados con "
                                   "esa vigencia (opcion SM)"
                           MOVE SPACES TO WS-SM-VIG-CAP
           END-READ.
           IF WS-SM-VIG-CAP NOT = SPACES
                   DISPLAY "TRABAJADORES ABAJO DEL MINIMO VIGENTE "
                           "DESDE " WS-SM-VIG-CAP
                   MOVE ZERO TO WS-SM-CONTADOR
                   PERFORM 21-2-PRIMER-TRABAJADOR
                   PERFORM 100-11-PREVIA-AUMENTO
                           UNTIL WS-RECORRE > WS-FIN
                   IF WS-SM-CONTADOR = ZERO
                           DISPLAY "Ningun trabajador queda abajo "
                                   "del minimo"
                   ELSE
                           DISPLAY "Trabajadores a aumentar: "
                                   WS-SM-CONTADOR
                           MOVE "Confirma el aumento? S-SI / N-NO"
                                   TO WS-CONFIRMA-MSG
                           PERFORM 33-CONFIRMA-ACCION
                           IF WS-CONFIRMA-RESULT = "S"
                                   MOVE WS-SM-VIG-CAP
                                           TO WS-SH-FECHA-EF
                                   PERFORM 21-2-PRIMER-TRABAJADOR
                                   PERFORM 100-12-APLICA-AUMENTO
                                           UNTIL WS-RECORRE > WS-FIN
                                   DISPLAY "Aumento aplicado"
                           ELSE
                                   DISPLAY "Aumento anual cancelado"
                           END-IF
                   END-IF
           END-IF.

      *VALIDA CONTRA EL MINIMO VIGENTE A WS-SM-FECHA Y AVISA EN
      *PANTALLA SI EL SUELDO QUEDA ABAJO
       100-7-VALIDA-MINIMO.
           PERFORM 100-3-BUSCA-VIGENTE.
           PERFORM 100-5-CHECA-MINIMO.
           IF WS-SM-OK = "N"
                   MOVE WS-SM-MINIMO TO WS-FIN-FMT
                   DISPLAY "Error: el sueldo queda abajo del salario "
                           "minimo de su zona para el periodo: "
                           WS-FIN-FMT
           END-IF.

      *LA ALTA SE VALIDA CONTRA EL MINIMO VIGENTE A SU FECHA DE
      *ALTA (HOY SI AUN NO LA TRAE)
       100-8-VALIDA-MINIMO-ALTA.
           MOVE WS-FIN TO WS-SM-POS.
           MOVE WS-SALARIO(WS-FIN) TO WS-SM-SUELDO.
           IF WS-FECHA-ALTA(WS-FIN) = SPACES
                   ACCEPT WS-SM-FECHA FROM DATE YYYYMMDD
           ELSE
                   MOVE WS-FECHA-ALTA(WS-FIN) TO WS-SM-FECHA
           END-IF.
           PERFORM 100-7-VALIDA-MINIMO.

      *ZONA DE SALARIO MINIMO DEL CENTRO DE TRABAJO
       100-9-CAPTURA-ZONA.
           DISPLAY "Zona de salario minimo (F-Frontera norte "
                   "G-General, ENTER = general): ".
           MOVE SPACES TO WS-SM-ZONA-CAP.
           ACCEPT WS-SM-ZONA-CAP.
           CALL "NOMBREUTIL" USING WS-SM-ZONA-CAP 1.
           IF WS-SM-ZONA-CAP NOT = "F"
                   MOVE "G" TO WS-SM-ZONA-CAP
           END-IF.

      *VALIDA EL SUELDO ACTUAL DEL TRABAJADOR EN WS-INDICE CONTRA
      *EL MINIMO DE HOY (CAMBIOS DE GRUPO DE PAGO O DE ZONA)
       100-10-VALIDA-MINIMO-HOY.
           SET WS-SM-POS TO WS-INDICE.
           MOVE WS-SALARIO(WS-INDICE) TO WS-SM-SUELDO.
           ACCEPT WS-SM-FECHA FROM DATE YYYYMMDD.
           PERFORM 100-7-VALIDA-MINIMO.

       100-11-PREVIA-AUMENTO.
           IF WS-ACTIVO(WS-RECORRE) = "S"
                   MOVE WS-SM-VIG-CAP TO WS-SM-FECHA
                   PERFORM 100-3-BUSCA-VIGENTE
                   MOVE WS-RECORRE TO WS-SM-POS
                   MOVE WS-SALARIO(WS-RECORRE) TO WS-SM-SUELDO
                   PERFORM 100-5-CHECA-MINIMO
                   IF WS-SM-OK = "N"
                           PERFORM 100-13-CALCULA-AUMENTO
                           ADD 1 TO WS-SM-CONTADOR
                           MOVE WS-SALARIO(WS-RECORRE)
                                   TO WS-SAL-FORMATO
                           DISPLAY "ID: " WS-ID(WS-RECORRE) " "
                                   WS-NOMBRE(WS-RECORRE) " ACTUAL: "
                                   WS-SAL-FORMATO WITH NO ADVANCING
                           MOVE WS-SM-NUEVO TO WS-SAL-FORMATO
                           DISPLAY " NUEVO: " WS-SAL-FORMATO " "
                                   WS-MONEDA(WS-RECORRE)
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *EL MINIMO SE VUELVE A LOCALIZAR EN CADA TRABAJADOR PORQUE EL
      *RECALCULO DEL SDI DE 63 LO BUSCA A OTRA FECHA
       100-12-APLICA-AUMENTO.
           IF WS-ACTIVO(WS-RECORRE) = "S"
                   SET WS-INDICE TO WS-RECORRE
                   MOVE WS-SM-VIG-CAP TO WS-SM-FECHA
                   PERFORM 100-3-BUSCA-VIGENTE
                   MOVE WS-RECORRE TO WS-SM-POS
                   MOVE WS-SALARIO(WS-RECORRE) TO WS-SM-SUELDO
                   PERFORM 100-5-CHECA-MINIMO
                   IF WS-SM-OK = "N"
                           PERFORM 100-13-CALCULA-AUMENTO
                           MOVE WS-SALARIO(WS-RECORRE)
                                   TO AUD-VALOR-ANTERIOR
                           MOVE WS-SALARIO(WS-RECORRE)
                                   TO WS-SH-SAL-ANT
                           MOVE WS-SM-NUEVO TO WS-SALARIO(WS-RECORRE)
                           MOVE WS-SALARIO(WS-RECORRE)
                                   TO AUD-VALOR-NUEVO
                           MOVE WS-ID(WS-RECORRE) TO AUD-ID
                           MOVE "MODIFICACION" TO AUD-ACCION
                           MOVE "SALARIO-MINIMO" TO AUD-CAMPO
                           PERFORM 30-REGISTRA-AUDITORIA
                           PERFORM 63-REGISTRA-CAMBIO-SALARIO
                           PERFORM 26-ACTUALIZA-TRABAJADOR
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

      *SUELDO NUEVO = MINIMO DEL PERIODO EN LA MONEDA DEL
      *TRABAJADOR, CON 100-5 RECIEN HECHO (DEJA LA TASA DE CAMBIO);
      *SI EL REDONDEO LO DEJA UN CENTAVO ABAJO SE SUBE UN CENTAVO
       100-13-CALCULA-AUMENTO.
           COMPUTE WS-SM-NUEVO ROUNDED =
                   WS-SM-MINIMO / WS-CONV-TASA.
           IF WS-SM-NUEVO * WS-CONV-TASA < WS-SM-MINIMO
                   ADD 0.01 TO WS-SM-NUEVO
           END-IF.

       101-ABRIR-CONTRATOS.
      *SI AUN NO EXISTE LA HISTORIA DE CONTRATOS SE CREA VACIA; UN
      *TRABAJADOR SIN CONTRATO CAPTURADO NO GENERA AVISOS
           OPEN I-O F-CONTRATOS.
           IF WS-CT-STATUS = "35"
                   OPEN OUTPUT F-CONTRATOS
                   CLOSE F-CONTRATOS
                   OPEN I-O F-CONTRATOS
           END-IF.

      *PANTALLA DE CONTRATOS DE UN TRABAJADOR: MUESTRA SU HISTORIA
      *Y PERMITE CAPTURAR UN CONTRATO NUEVO O RENOVAR EL VIGENTE
       101-CONTRATOS.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 101-2-PANTALLA-CONTRATO
           END-IF.

      *LOCALIZA EL CONTRATO VIGENTE DE WS-CT-ID RECORRIENDO SU
      *HISTORIA EN ORDEN DE INICIO; CON WS-CT-LISTA = "S" TAMBIEN
      *MUESTRA CADA CONTRATO
       101-1-CONTRATO-VIGENTE.
           MOVE "N" TO WS-CT-EXISTE.
           MOVE SPACES TO WS-CT-TIPO.
           MOVE SPACES TO WS-CT-INICIO.
           MOVE SPACES TO WS-CT-FIN-VIG.
           MOVE ZERO TO WS-CT-RENOV.
           MOVE "N" TO WS-CT-FIN.
           MOVE WS-CT-ID TO CT-ID.
           MOVE LOW-VALUES TO CT-INICIO.
           START F-CONTRATOS KEY IS NOT LESS THAN CT-LLAVE
                   INVALID KEY MOVE "S" TO WS-CT-FIN
           END-START.
           PERFORM 101-3-EXAMINA-CONTRATO UNTIL WS-CT-FIN = "S".

       101-2-PANTALLA-CONTRATO.
           MOVE WS-ID(WS-INDICE) TO WS-CT-ID.
           DISPLAY "CONTRATOS DE " WS-ID(WS-INDICE) " "
                   WS-NOMBRE(WS-INDICE).
           MOVE "S" TO WS-CT-LISTA.
           PERFORM 101-1-CONTRATO-VIGENTE.
           IF WS-CT-EXISTE = "N"
                   DISPLAY "  (sin contratos capturados)"
           END-IF.
           DISPLAY "N-Nuevo contrato  R-Renovar el vigente  "
                   "ENTER-Regresar: ".
           MOVE SPACES TO WS-CT-OPCION.
           ACCEPT WS-CT-OPCION.
           CALL "NOMBREUTIL" USING WS-CT-OPCION 1.
           IF WS-CT-OPCION = "N"
                   DISPLAY "Inicio del contrato (AAAAMMDD, "
                           "ENTER = hoy): "
                   MOVE SPACES TO WS-CT-INICIO-CAP
                   ACCEPT WS-CT-INICIO-CAP
                   IF WS-CT-INICIO-CAP = SPACES
                           ACCEPT WS-CT-INICIO-CAP FROM DATE YYYYMMDD
                   END-IF
                   MOVE ZERO TO WS-CT-RENOV-CAP
                   PERFORM 101-4-CAPTURA-CONTRATO
           ELSE
           IF WS-CT-OPCION = "R"
                   PERFORM 101-5-RENUEVA-CONTRATO
           END-IF
           END-IF.

       101-3-EXAMINA-CONTRATO.
           READ F-CONTRATOS NEXT RECORD
                   AT END MOVE "S" TO WS-CT-FIN
                   NOT AT END
                           IF CT-ID NOT = WS-CT-ID
                                   MOVE "S" TO WS-CT-FIN
                           ELSE
                                   MOVE "S" TO WS-CT-EXISTE
                                   MOVE CT-TIPO TO WS-CT-TIPO
                                   MOVE CT-INICIO TO WS-CT-INICIO
                                   MOVE CT-FIN TO WS-CT-FIN-VIG
                                   MOVE CT-RENOVACIONES
                                           TO WS-CT-RENOV
                                   IF WS-CT-LISTA = "S"
                                           DISPLAY "  TIPO " CT-TIPO
                                                   " INICIO "
                                                   CT-INICIO
                                                   " FIN " CT-FIN
                                                   " RENOVACIONES "
                                                   CT-RENOVACIONES
                                   END-IF
                           END-IF
           END-READ.

      *GRABA EL CONTRATO DE WS-CT-ID QUE EMPIEZA EN
      *WS-CT-INICIO-CAP CON WS-CT-RENOV-CAP RENOVACIONES; EL TIPO Y
      *EL FIN SE CAPTURAN AQUI
       101-4-CAPTURA-CONTRATO.
           DISPLAY "Tipo de contrato (I-Indeterminado D-Determinado "
                   "O-Obra o proyecto P-Prueba, ENTER = I): ".
           MOVE SPACES TO WS-CT-TIPO-CAP.
           ACCEPT WS-CT-TIPO-CAP.
           CALL "NOMBREUTIL" USING WS-CT-TIPO-CAP 1.
           IF WS-CT-TIPO-CAP NOT = "D" AND WS-CT-TIPO-CAP NOT = "O"
           AND WS-CT-TIPO-CAP NOT = "P"
                   MOVE "I" TO WS-CT-TIPO-CAP
           END-IF.
           MOVE SPACES TO WS-CT-FIN-CAP.
           IF WS-CT-TIPO-CAP NOT = "I"
                   MOVE "N" TO WS-CT-FECHA-OK
                   PERFORM 101-6-PIDE-FIN UNTIL WS-CT-FECHA-OK = "S"
           END-IF.
           MOVE WS-CT-ID TO CT-ID.
           MOVE WS-CT-INICIO-CAP TO CT-INICIO.
           MOVE WS-CT-TIPO-CAP TO CT-TIPO.
           MOVE WS-CT-FIN-CAP TO CT-FIN.
           MOVE WS-CT-RENOV-CAP TO CT-RENOVACIONES.
           ACCEPT CT-FECHA-CAPTURA FROM DATE YYYYMMDD.
           WRITE CT-REGISTRO
                   INVALID KEY
                   REWRITE CT-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar el contrato, "
                                   "estatus: " WS-CT-STATUS
                   END-REWRITE
           END-WRITE.
           MOVE WS-CT-ID TO AUD-ID.
           MOVE "MODIFICACION" TO AUD-ACCION.
           MOVE "CONTRATO" TO AUD-CAMPO.
           MOVE WS-CT-FIN-VIG TO AUD-VALOR-ANTERIOR.
           MOVE SPACES TO AUD-VALOR-NUEVO.
           STRING WS-CT-TIPO-CAP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CT-INICIO-CAP DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CT-FIN-CAP DELIMITED BY SIZE
                   INTO AUD-VALOR-NUEVO.
           PERFORM 30-REGISTRA-AUDITORIA.
           DISPLAY "Contrato grabado".

      *LA RENOVACION EMPIEZA AL DIA SIGUIENTE DEL FIN DEL CONTRATO
      *VIGENTE Y CUENTA UNA RENOVACION MAS; UN INDETERMINADO NO SE
      *RENUEVA
       101-5-RENUEVA-CONTRATO.
           IF WS-CT-EXISTE = "N"
                   DISPLAY "El trabajador no tiene contrato "
                           "capturado, use N"
           ELSE
           IF WS-CT-TIPO = "I"
                   DISPLAY "El contrato vigente es por tiempo "
                           "indeterminado, no se renueva"
           ELSE
                   MOVE "A" TO WS-FU-OPERACION
                   MOVE WS-CT-FIN-VIG TO WS-FU-FECHA-1
                   MOVE 1 TO WS-FU-DIAS
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   MOVE WS-FU-FECHA-2 TO WS-CT-INICIO-CAP
                   ADD 1 TO WS-CT-RENOV GIVING WS-CT-RENOV-CAP
                   DISPLAY "Renovacion " WS-CT-RENOV-CAP
                           " a partir del " WS-CT-INICIO-CAP
                   PERFORM 101-4-CAPTURA-CONTRATO
           END-IF
           END-IF.

       101-6-PIDE-FIN.
           DISPLAY "Fin del contrato (AAAAMMDD): ".
           MOVE SPACES TO WS-CT-FIN-CAP.
           ACCEPT WS-CT-FIN-CAP.
           IF WS-CT-FIN-CAP NOT NUMERIC
                   DISPLAY "Fecha invalida, verifique"
           ELSE
           IF WS-CT-FIN-CAP < WS-CT-INICIO-CAP
                   DISPLAY "El fin no puede ser anterior al inicio "
                           WS-CT-INICIO-CAP
           ELSE
                   MOVE "S" TO WS-CT-FECHA-OK
           END-IF
           END-IF.

      *CONTRATOS DE TRABAJADORES ACTIVOS QUE VENCEN EN LOS
      *PROXIMOS 30 DIAS, Y LOS QUE YA VENCIERON SIN RENOVARSE
       101-7-POR-VENCER.
           ACCEPT WS-FECHA-HOY-G FROM DATE YYYYMMDD.
           MOVE "CONTRATOS POR VENCER (30 DIAS)"
                   TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
           MOVE ZERO TO WS-CT-CONTADOR.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 101-9-REVISA-VENCIMIENTO
                   UNTIL WS-RECORRE > WS-FIN.
           DISPLAY "Contratos por vencer o vencidos: "
                   WS-CT-CONTADOR.

      *CONTRATO INICIAL DEL TRABAJADOR RECIEN DADO DE ALTA EN
      *WS-FIN, A PARTIR DE SU FECHA DE ALTA
       101-8-CONTRATO-ALTA.
           MOVE WS-ID(WS-FIN) TO WS-CT-ID.
           MOVE SPACES TO WS-CT-FIN-VIG.
           MOVE WS-FECHA-ALTA(WS-FIN) TO WS-CT-INICIO-CAP.
           IF WS-CT-INICIO-CAP = SPACES
                   ACCEPT WS-CT-INICIO-CAP FROM DATE YYYYMMDD
           END-IF.
           MOVE ZERO TO WS-CT-RENOV-CAP.
           PERFORM 101-4-CAPTURA-CONTRATO.

       101-9-REVISA-VENCIMIENTO.
           IF WS-ACTIVO(WS-RECORRE) = "S"
                   MOVE WS-ID(WS-RECORRE) TO WS-CT-ID
                   MOVE "N" TO WS-CT-LISTA
                   PERFORM 101-1-CONTRATO-VIGENTE
                   IF WS-CT-EXISTE = "S"
                   AND WS-CT-FIN-VIG NOT = SPACES
                           IF WS-CT-FIN-VIG < WS-FECHA-HOY-G
                                   ADD 1 TO WS-CT-CONTADOR
                                   DISPLAY WS-ID(WS-RECORRE) " "
                                           WS-NOMBRE(WS-RECORRE)
                                           " TIPO " WS-CT-TIPO
                                           " VENCIDO EL "
                                           WS-CT-FIN-VIG
                           ELSE
                                   MOVE "D" TO WS-FU-OPERACION
                                   MOVE WS-FECHA-HOY-G
                                           TO WS-FU-FECHA-1
                                   MOVE WS-CT-FIN-VIG
                                           TO WS-FU-FECHA-2
                                   CALL "FECHAUTIL" USING
                                           WS-FU-OPERACION
                                           WS-FU-FECHA-1
                                           WS-FU-FECHA-2
                                           WS-FU-DIAS
                                   IF WS-FU-DIAS NOT > 30
                                           ADD 1 TO WS-CT-CONTADOR
                                           DISPLAY WS-ID(WS-RECORRE)
                                                   " "
                                                 WS-NOMBRE(WS-RECORRE)
                                                   " TIPO "
                                                   WS-CT-TIPO
                                                   " VENCE EL "
                                                   WS-CT-FIN-VIG
                                                   " (EN "
                                                   WS-FU-DIAS
                                                   " DIAS)"
                                   END-IF
                           END-IF
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       102-ABRIR-TURNOS.
      *SI AUN NO EXISTEN EL CATALOGO DE TURNOS O EL ROL SEMANAL SE
      *CREAN VACIOS; SIN ROL LA TOTALIZACION NO CUENTA RETARDOS
           OPEN I-O F-TURNOS.
           IF WS-TU-STATUS = "35"
                   OPEN OUTPUT F-TURNOS
                   CLOSE F-TURNOS
                   OPEN I-O F-TURNOS
           END-IF.
           OPEN I-O F-ROL.
           IF WS-RL-STATUS = "35"
                   OPEN OUTPUT F-ROL
                   CLOSE F-ROL
                   OPEN I-O F-ROL
           END-IF.

      *PANTALLA DEL CATALOGO DE TURNOS: LISTA LOS TURNOS Y CAPTURA
      *O CORRIGE UNO POR SU CLAVE
       102-TURNOS.
           MOVE "CATALOGO DE TURNOS" TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
           MOVE LOW-VALUES TO TU-CODIGO.
           MOVE "N" TO WS-TU-FIN.
           START F-TURNOS KEY IS NOT LESS THAN TU-CODIGO
                   INVALID KEY
                           DISPLAY "  (sin turnos capturados)"
                           MOVE "S" TO WS-TU-FIN
           END-START.
           PERFORM 102-1-LISTA-TURNO UNTIL WS-TU-FIN = "S".
           DISPLAY "Clave del turno a capturar o corregir "
                   "(ENTER = regresar): ".
           MOVE SPACES TO WS-TU-CODIGO-CAP.
           ACCEPT WS-TU-CODIGO-CAP.
           CALL "NOMBREUTIL" USING WS-TU-CODIGO-CAP 2.
           IF WS-TU-CODIGO-CAP NOT = SPACES
                   PERFORM 102-2-CAPTURA-TURNO
           END-IF.

       102-1-LISTA-TURNO.
           READ F-TURNOS NEXT RECORD
                   AT END MOVE "S" TO WS-TU-FIN
                   NOT AT END
                           DISPLAY "  " TU-CODIGO " " TU-NOMBRE " "
                                   TU-ENTRADA "-" TU-SALIDA
                                   " TIPO " TU-TIPO
                                   " TOLERANCIA " TU-TOLERANCIA
                                   " MIN"
           END-READ.

      *CAPTURA DEL TURNO WS-TU-CODIGO-CAP; EN UN TURNO EXISTENTE
      *ENTER CONSERVA CADA VALOR
       102-2-CAPTURA-TURNO.
           MOVE WS-TU-CODIGO-CAP TO TU-CODIGO.
           READ F-TURNOS
                   INVALID KEY
                           MOVE "N" TO WS-TU-EXISTE
                           MOVE SPACES TO TU-NOMBRE
                           MOVE SPACES TO TU-ENTRADA
                           MOVE SPACES TO TU-SALIDA
                           MOVE "D" TO TU-TIPO
                           MOVE ZERO TO TU-TOLERANCIA
                   NOT INVALID KEY
                           MOVE "S" TO WS-TU-EXISTE
           END-READ.
           DISPLAY "Nombre del turno (" TU-NOMBRE "): ".
           MOVE SPACES TO WS-TU-NOMBRE-CAP.
           ACCEPT WS-TU-NOMBRE-CAP.
           IF WS-TU-NOMBRE-CAP NOT = SPACES
                   CALL "NOMBREUTIL" USING WS-TU-NOMBRE-CAP 20
                   MOVE WS-TU-NOMBRE-CAP TO TU-NOMBRE
           END-IF.
           MOVE "N" TO WS-TU-OK.
           PERFORM 102-3-PIDE-ENTRADA UNTIL WS-TU-OK = "S".
           MOVE "N" TO WS-TU-OK.
           PERFORM 102-4-PIDE-SALIDA UNTIL WS-TU-OK = "S".
           DISPLAY "Tipo de jornada (D-Diurna N-Nocturna M-Mixta, "
                   "ENTER = " TU-TIPO "): ".
           MOVE SPACES TO WS-TU-TIPO-CAP.
           ACCEPT WS-TU-TIPO-CAP.
           CALL "NOMBREUTIL" USING WS-TU-TIPO-CAP 1.
           IF WS-TU-TIPO-CAP = "D" OR WS-TU-TIPO-CAP = "N"
           OR WS-TU-TIPO-CAP = "M"
                   MOVE WS-TU-TIPO-CAP TO TU-TIPO
           END-IF.
           DISPLAY "Minutos de tolerancia para el retardo ("
                   TU-TOLERANCIA "): ".
           ACCEPT TU-TOLERANCIA.
           IF WS-TU-EXISTE = "S"
                   REWRITE TU-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar el turno, "
                                   "estatus: " WS-TU-STATUS
                   END-REWRITE
           ELSE
                   WRITE TU-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar el turno, "
                                   "estatus: " WS-TU-STATUS
                   END-WRITE
           END-IF.
           DISPLAY "Turno " TU-CODIGO " grabado".

       102-3-PIDE-ENTRADA.
           DISPLAY "Hora de entrada (HH:MM) (" TU-ENTRADA "): ".
           MOVE SPACES TO WS-TU-HORA.
           ACCEPT WS-TU-HORA.
           IF WS-TU-HORA = SPACES AND TU-ENTRADA NOT = SPACES
                   MOVE "S" TO WS-TU-OK
           ELSE
                   PERFORM 102-5-VALIDA-HORA
                   IF WS-TU-OK = "S"
                           MOVE WS-TU-HORA TO TU-ENTRADA
                   END-IF
           END-IF.

       102-4-PIDE-SALIDA.
           DISPLAY "Hora de salida (HH:MM) (" TU-SALIDA "): ".
           MOVE SPACES TO WS-TU-HORA.
           ACCEPT WS-TU-HORA.
           IF WS-TU-HORA = SPACES AND TU-SALIDA NOT = SPACES
                   MOVE "S" TO WS-TU-OK
           ELSE
                   PERFORM 102-5-VALIDA-HORA
                   IF WS-TU-OK = "S"
                           MOVE WS-TU-HORA TO TU-SALIDA
                   END-IF
           END-IF.

      *UNA HORA VALIDA ES HH:MM CON HH DE 00 A 23 Y MM DE 00 A 59
       102-5-VALIDA-HORA.
           IF WS-TU-HORA(1:2) NUMERIC AND WS-TU-HORA(3:1) = ":"
           AND WS-TU-HORA(4:2) NUMERIC
           AND WS-TU-HORA(1:2) < "24" AND WS-TU-HORA(4:2) < "60"
                   MOVE "S" TO WS-TU-OK
           ELSE
                   DISPLAY "Hora invalida, use HH:MM"
           END-IF.

      *DIA DE LA SEMANA DE WS-RL-FECHA EN WS-RL-DOW (0 LUNES A 6
      *DOMINGO), POR LOS DIAS TRANSCURRIDOS DESDE EL LUNES DE
      *REFERENCIA
       102-6-DIA-SEMANA.
           MOVE "D" TO WS-FU-OPERACION.
           MOVE WS-LUNES-BASE TO WS-FU-FECHA-1.
           MOVE WS-RL-FECHA TO WS-FU-FECHA-2.
           CALL "FECHAUTIL" USING WS-FU-OPERACION
                   WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
           DIVIDE WS-FU-DIAS BY 7 GIVING WS-RL-SEMANAS
                   REMAINDER WS-RL-DOW.

      *PANTALLA DEL ROL SEMANAL DE UN TRABAJADOR: SE ELIGE LA
      *SEMANA POR CUALQUIERA DE SUS DIAS Y SE CAPTURA EL TURNO DE
      *CADA DIA. UNA SEMANA NUEVA PROPONE EL ROL DE LA ANTERIOR
       102-7-ROL-SEMANAL.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 102-8-PANTALLA-ROL
           END-IF.

       102-8-PANTALLA-ROL.
           DISPLAY "Un dia de la semana (AAAAMMDD, ENTER = esta "
                   "semana): ".
           MOVE SPACES TO WS-RL-FECHA.
           ACCEPT WS-RL-FECHA.
           IF WS-RL-FECHA = SPACES
                   ACCEPT WS-RL-FECHA FROM DATE YYYYMMDD
           END-IF.
           IF WS-RL-FECHA NOT NUMERIC
           OR WS-RL-FECHA < WS-LUNES-BASE
                   DISPLAY "Fecha invalida, verifique"
           ELSE
                   PERFORM 102-6-DIA-SEMANA
                   MOVE "R" TO WS-FU-OPERACION
                   MOVE WS-RL-FECHA TO WS-FU-FECHA-1
                   MOVE WS-RL-DOW TO WS-FU-DIAS
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   MOVE WS-FU-FECHA-2 TO WS-RL-LUNES-CAP
                   MOVE WS-ID(WS-INDICE) TO RL-ID
                   MOVE WS-RL-LUNES-CAP TO RL-LUNES
                   READ F-ROL
                           INVALID KEY
                                   MOVE "N" TO WS-RL-EXISTE
                                   PERFORM 102-9-PROPONE-ANTERIOR
                           NOT INVALID KEY
                                   MOVE "S" TO WS-RL-EXISTE
                   END-READ
                   DISPLAY "ROL DE " WS-ID(WS-INDICE) " "
                           WS-NOMBRE(WS-INDICE) " SEMANA DEL "
                           WS-RL-LUNES-CAP
                   DISPLAY "Clave de turno por dia (ENTER = conserva, "
                           "-- = descanso)"
                   MOVE 1 TO WS-RL-DIA
                   PERFORM 102-10-CAPTURA-DIA UNTIL WS-RL-DIA > 7
                   IF WS-RL-EXISTE = "S"
                           REWRITE RL-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al grabar el rol, "
                                           "estatus: " WS-RL-STATUS
                           END-REWRITE
                   ELSE
                           WRITE RL-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al grabar el rol, "
                                           "estatus: " WS-RL-STATUS
                           END-WRITE
                   END-IF
                   DISPLAY "Rol semanal grabado"
           END-IF.

      *LA SEMANA NUEVA ARRANCA CON LOS TURNOS DE LA SEMANA ANTERIOR
      *SI LA HAY, O TODA EN DESCANSO
       102-9-PROPONE-ANTERIOR.
           MOVE "R" TO WS-FU-OPERACION.
           MOVE WS-RL-LUNES-CAP TO WS-FU-FECHA-1.
           MOVE 7 TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION
                   WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO RL-LUNES.
           READ F-ROL
                   INVALID KEY
                           MOVE SPACES TO RL-TURNO(1) RL-TURNO(2)
                                   RL-TURNO(3) RL-TURNO(4)
                                   RL-TURNO(5) RL-TURNO(6)
                                   RL-TURNO(7)
                   NOT INVALID KEY
                           DISPLAY "Se propone el rol de la semana "
                                   "del " RL-LUNES
           END-READ.
           MOVE WS-ID(WS-INDICE) TO RL-ID.
           MOVE WS-RL-LUNES-CAP TO RL-LUNES.

      *UN TURNO CAPTURADO DEBE EXISTIR EN EL CATALOGO; SI NO, EL
      *DIA SE VUELVE A PEDIR
       102-10-CAPTURA-DIA.
           DISPLAY WS-NOMBRE-DIA(WS-RL-DIA) " ("
                   RL-TURNO(WS-RL-DIA) "): ".
           MOVE SPACES TO WS-RL-TURNO-CAP.
           ACCEPT WS-RL-TURNO-CAP.
           CALL "NOMBREUTIL" USING WS-RL-TURNO-CAP 2.
           IF WS-RL-TURNO-CAP = SPACES
                   ADD 1 TO WS-RL-DIA
           ELSE
           IF WS-RL-TURNO-CAP = "--"
                   MOVE SPACES TO RL-TURNO(WS-RL-DIA)
                   ADD 1 TO WS-RL-DIA
           ELSE
                   MOVE WS-RL-TURNO-CAP TO TU-CODIGO
                   READ F-TURNOS
                           INVALID KEY
                                   DISPLAY "El turno " WS-RL-TURNO-CAP
                                           " no existe en el catalogo"
                           NOT INVALID KEY
                                   MOVE WS-RL-TURNO-CAP
                                           TO RL-TURNO(WS-RL-DIA)
                                   ADD 1 TO WS-RL-DIA
                   END-READ
           END-IF
           END-IF.


       103-ABRIR-PLAZAS.
      *SI AUN NO EXISTE EL ARCHIVO DE PLAZAS SE CREA VACIO; MIENTRAS
      *NO TENGA PLAZAS CAPTURADAS LAS ALTAS NO SE CONTROLAN
           OPEN I-O F-PLAZAS.
           IF WS-PZ-STATUS = "35"
                   OPEN OUTPUT F-PLAZAS
                   CLOSE F-PLAZAS
                   OPEN I-O F-PLAZAS
           END-IF.
           MOVE "S" TO WS-PZ-CONTROLA.
           MOVE LOW-VALUES TO PZ-LLAVE.
           START F-PLAZAS KEY IS NOT LESS THAN PZ-LLAVE
                   INVALID KEY MOVE "N" TO WS-PZ-CONTROLA
           END-START.

      *PANTALLA DE PLAZAS AUTORIZADAS: LISTA LAS PLAZAS Y CAPTURA
      *O CORRIGE UNA POR DEPARTAMENTO Y PUESTO
       103-PLAZAS.
           MOVE "PLAZAS AUTORIZADAS" TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
           MOVE LOW-VALUES TO PZ-LLAVE.
           MOVE "N" TO WS-PZ-FIN.
           START F-PLAZAS KEY IS NOT LESS THAN PZ-LLAVE
                   INVALID KEY
                           DISPLAY "  (sin plazas capturadas)"
                           MOVE "S" TO WS-PZ-FIN
           END-START.
           PERFORM 103-1-LISTA-PLAZA UNTIL WS-PZ-FIN = "S".
           DISPLAY "Departamento de la plaza a capturar o corregir "
                   "(ENTER = regresar): ".
           MOVE SPACES TO WS-PZ-DEPTO-X.
           ACCEPT WS-PZ-DEPTO-X.
           IF WS-PZ-DEPTO-X NOT = SPACES
                   IF WS-PZ-DEPTO-X NOT NUMERIC
                           DISPLAY "Departamento invalido, verifique"
                   ELSE
                           MOVE WS-PZ-DEPTO-X TO WS-DEPTO-CAP
                           PERFORM 73-3-VALIDA-CONTRA-CATALOGO
                           IF WS-DEPTO-VALIDO = "N"
                                   DISPLAY "Ese departamento no existe "
                                           "o esta inactivo en el "
                                           "catalogo, verifique"
                           ELSE
                                   PERFORM 103-2-CAPTURA-PLAZA
                           END-IF
                   END-IF
           END-IF.

       103-1-LISTA-PLAZA.
           READ F-PLAZAS NEXT RECORD
                   AT END MOVE "S" TO WS-PZ-FIN
                   NOT AT END
                           MOVE PZ-SUELDO-PRESUP TO WS-SAL-FORMATO
                           DISPLAY "  DEPTO " PZ-DEPTO
                                   " PUESTO " PZ-PUESTO
                                   " AUTORIZADAS " PZ-AUTORIZADAS
                                   " SUELDO " WS-SAL-FORMATO
                                   " CAPTURA " PZ-FECHA-CAPTURA
           END-READ.

      *CAPTURA DE LA PLAZA DEL DEPARTAMENTO EN WS-DEPTO-CAP; EL
      *SUELDO PRESUPUESTADO DEBE CAER EN LA BANDA DEL PUESTO Y EN
      *UNA PLAZA EXISTENTE ENTER (CERO) LO CONSERVA
       103-2-CAPTURA-PLAZA.
           DISPLAY "Puesto de la plaza (000 = sin puesto): ".
           ACCEPT WS-PUESTO-CAP.
           PERFORM 82-3-VALIDA-CONTRA-CATALOGO.
           IF WS-PUESTO-VALIDO = "N"
                   DISPLAY "Ese puesto no existe o esta inactivo "
                           "en el catalogo, verifique"
           ELSE
                   MOVE WS-DEPTO-CAP TO PZ-DEPTO
                   MOVE WS-PUESTO-CAP TO PZ-PUESTO
                   READ F-PLAZAS
                           INVALID KEY
                                   MOVE "N" TO WS-PZ-EXISTE
                                   MOVE ZERO TO PZ-AUTORIZADAS
                                   MOVE ZERO TO PZ-SUELDO-PRESUP
                           NOT INVALID KEY
                                   MOVE "S" TO WS-PZ-EXISTE
                   END-READ
                   DISPLAY "Plazas autorizadas (" PZ-AUTORIZADAS
                           "): "
                   ACCEPT WS-PZ-AUT-CAP
                   MOVE PZ-SUELDO-PRESUP TO WS-SAL-FORMATO
                   DISPLAY "Sueldo mensual presupuestado ("
                           WS-SAL-FORMATO "): "
                   MOVE ZERO TO WS-PZ-SUELDO-CAP
                   ACCEPT WS-PZ-SUELDO-CAP
                   IF WS-PZ-SUELDO-CAP = ZERO
                           MOVE PZ-SUELDO-PRESUP TO WS-PZ-SUELDO-CAP
                   END-IF
                   MOVE WS-PZ-SUELDO-CAP TO WS-BANDA-SUELDO
                   PERFORM 82-6-CHECA-BANDA
                   IF WS-BANDA-OK = "N"
                           DISPLAY "Plaza no grabada"
                   ELSE
                           MOVE WS-PZ-AUT-CAP TO PZ-AUTORIZADAS
                           MOVE WS-PZ-SUELDO-CAP TO PZ-SUELDO-PRESUP
                           ACCEPT PZ-FECHA-CAPTURA FROM DATE YYYYMMDD
                           PERFORM 103-4-GRABA-PLAZA
                   END-IF
           END-IF.

       103-4-GRABA-PLAZA.
           IF WS-PZ-EXISTE = "S"
                   REWRITE PZ-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la plaza, "
                                   "estatus: " WS-PZ-STATUS
                   END-REWRITE
           ELSE
                   WRITE PZ-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la plaza, "
                                   "estatus: " WS-PZ-STATUS
                   END-WRITE
           END-IF.
           IF WS-PZ-STATUS = "00"
                   MOVE "S" TO WS-PZ-CONTROLA
                   DISPLAY "Plaza del departamento " PZ-DEPTO
                           " puesto " PZ-PUESTO " grabada"
           END-IF.

      *REVISA SI EL ALTA EN WS-FIN CABE EN UNA PLAZA VACANTE DE SU
      *DEPARTAMENTO PRINCIPAL Y SU PUESTO. MIENTRAS NO HAYA PLAZAS
      *CAPTURADAS NO SE CONTROLA; UNA COMBINACION SIN PLAZA TIENE
      *CERO AUTORIZADAS. EL ALTA SIN PUESTO (EL CSV Y EL LOTE NO LO
      *TRAEN) SE REVISA CONTRA EL TOTAL AUTORIZADO DEL DEPARTAMENTO
       103-3-VALIDA-PLAZA.
           MOVE "S" TO WS-PZ-OK.
           MOVE "N" TO WS-PZ-EXCEDIDA.
           IF WS-PZ-CONTROLA = "S"
                   MOVE WS-DEPARTAMENTO(WS-FIN,1) TO WS-PZ-DEPTO
                   MOVE WS-PUESTO(WS-FIN) TO WS-PZ-PUESTO
                   PERFORM 103-7-AUTORIZADAS
                   MOVE "N" TO WS-PZ-EXACTO
                   PERFORM 103-8-CUENTA-OCUPADAS
                   IF WS-PZ-OCUPADAS NOT < WS-PZ-AUTORIZADAS
                           MOVE "N" TO WS-PZ-OK
                   END-IF
           END-IF.

      *EN CAPTURA E IMPORTACION EL ALTA SIN VACANTE SE PUEDE
      *AUTORIZAR COMO SOBRECUPO, SOLO POR UN SUPERVISOR Y CON
      *CONFIRMACION EXPLICITA
       103-5-PLAZA-ALTA-EN-LINEA.
           PERFORM 103-3-VALIDA-PLAZA.
           IF WS-PZ-OK = "N"
                   DISPLAY "No hay plaza vacante en el departamento "
                           WS-PZ-DEPTO " puesto " WS-PZ-PUESTO
                           ": autorizadas " WS-PZ-AUTORIZADAS
                           ", ocupadas " WS-PZ-OCUPADAS
                   PERFORM 75-1-AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                           MOVE "Autorizar sobrecupo? S-SI / N-NO"
                                   TO WS-CONFIRMA-MSG
                           PERFORM 33-CONFIRMA-ACCION
                           IF WS-CONFIRMA-RESULT = "S"
                                   MOVE "S" TO WS-PZ-OK
                                   MOVE "S" TO WS-PZ-EXCEDIDA
                           END-IF
                   END-IF
           END-IF.

      *EL SOBRECUPO AUTORIZADO QUEDA EN LA BITACORA CON LA PLAZA
      *REBASADA, YA CON EL ID DEL ALTA GRABADA
       103-6-AUDITA-SOBRECUPO.
           IF WS-PZ-EXCEDIDA = "S"
                   MOVE WS-ID(WS-FIN) TO AUD-ID
                   MOVE "SOBRECUPO" TO AUD-ACCION
                   MOVE "PLAZA" TO AUD-CAMPO
                   MOVE SPACES TO AUD-VALOR-ANTERIOR
                   STRING "DEPTO " DELIMITED BY SIZE
                           WS-PZ-DEPTO DELIMITED BY SIZE
                           " PUESTO " DELIMITED BY SIZE
                           WS-PZ-PUESTO DELIMITED BY SIZE
                           INTO AUD-VALOR-ANTERIOR
                   MOVE SPACES TO AUD-VALOR-NUEVO
                   STRING "AUTORIZADAS " DELIMITED BY SIZE
                           WS-PZ-AUTORIZADAS DELIMITED BY SIZE
                           " OCUPADAS " DELIMITED BY SIZE
                           WS-PZ-OCUPADAS DELIMITED BY SIZE
                           INTO AUD-VALOR-NUEVO
                   PERFORM 30-REGISTRA-AUDITORIA
           END-IF.

      *PLAZAS AUTORIZADAS DE WS-PZ-DEPTO Y WS-PZ-PUESTO; CON PUESTO
      *CERO SE SUMAN TODAS LAS PLAZAS DEL DEPARTAMENTO
       103-7-AUTORIZADAS.
           MOVE ZERO TO WS-PZ-AUTORIZADAS.
           MOVE WS-PZ-DEPTO TO PZ-DEPTO.
           IF WS-PZ-PUESTO NOT = ZERO
                   MOVE WS-PZ-PUESTO TO PZ-PUESTO
                   READ F-PLAZAS
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   MOVE PZ-AUTORIZADAS
                                           TO WS-PZ-AUTORIZADAS
                   END-READ
           ELSE
                   MOVE ZERO TO PZ-PUESTO
                   MOVE "N" TO WS-PZ-FIN
                   START F-PLAZAS KEY IS NOT LESS THAN PZ-LLAVE
                           INVALID KEY MOVE "S" TO WS-PZ-FIN
                   END-START
                   PERFORM 103-9-SUMA-DEPTO UNTIL WS-PZ-FIN = "S"
           END-IF.

      *TRABAJADORES ACTIVOS DEL MAESTRO CUYO DEPARTAMENTO PRINCIPAL
      *ES WS-PZ-DEPTO Y SU PUESTO WS-PZ-PUESTO; CON PUESTO CERO Y
      *WS-PZ-EXACTO EN "N" CUENTA TODO EL DEPARTAMENTO. EL ALTA EN
      *CAPTURA TODAVIA NO ESTA GRABADA Y NO SE CUENTA
       103-8-CUENTA-OCUPADAS.
           MOVE ZERO TO WS-PZ-OCUPADAS.
           PERFORM 21-4-PRIMER-REGISTRO.
           PERFORM 103-11-CUENTA-TRABAJADOR
                   UNTIL WS-FT-FIN-REG = "S".

       103-9-SUMA-DEPTO.
           READ F-PLAZAS NEXT RECORD
                   AT END MOVE "S" TO WS-PZ-FIN
                   NOT AT END
                           IF PZ-DEPTO = WS-PZ-DEPTO
                                   ADD PZ-AUTORIZADAS
                                           TO WS-PZ-AUTORIZADAS
                           ELSE
                                   MOVE "S" TO WS-PZ-FIN
                           END-IF
           END-READ.

      *REPORTE DE VACANTES: POR CADA PLAZA LAS AUTORIZADAS, LAS
      *OCUPADAS, LAS VACANTES, EL SOBRECUPO Y EL COSTO MENSUAL DE
      *LAS VACANTES AL SUELDO PRESUPUESTADO; AL CIERRE DE CADA
      *DEPARTAMENTO SUS TRABAJADORES EN PUESTOS SIN PLAZA CUENTAN
      *COMO SOBRECUPO, Y AL FINAL LOS DE DEPARTAMENTOS SIN PLAZAS
       103-10-REPORTE-VACANTES.
           MOVE "PLAZAS VACANTES POR DEPTO" TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
           INITIALIZE WS-PZ-TOTALES-GRAL.
           MOVE "S" TO WS-PZ-PRIMERO.
           MOVE LOW-VALUES TO PZ-LLAVE.
           MOVE "N" TO WS-PZ-FIN.
           START F-PLAZAS KEY IS NOT LESS THAN PZ-LLAVE
                   INVALID KEY
                           DISPLAY "  (sin plazas capturadas)"
                           MOVE "S" TO WS-PZ-FIN
           END-START.
           PERFORM 103-12-LEE-PLAZA UNTIL WS-PZ-FIN = "S".
           IF WS-PZ-PRIMERO = "N"
                   PERFORM 103-14-CIERRA-DEPTO
           END-IF.
           PERFORM 21-4-PRIMER-REGISTRO.
           PERFORM 103-16-CUENTA-ACTIVO
                   UNTIL WS-FT-FIN-REG = "S".
           SUBTRACT WS-PZ-T-PLANTILLA FROM WS-PZ-T-ACTIVOS
                   GIVING WS-PZ-SIN-PLAZA.
           IF WS-PZ-SIN-PLAZA > ZERO
                   DISPLAY "EN DEPARTAMENTOS SIN PLAZAS: "
                           WS-PZ-SIN-PLAZA " TRABAJADORES (SOBRECUPO)"
                   ADD WS-PZ-SIN-PLAZA TO WS-PZ-T-EXC
           END-IF.
           MOVE WS-PZ-T-COSTO TO WS-PZ-COSTO-FMT.
           DISPLAY "TOTAL AUTORIZADAS " WS-PZ-T-AUT
                   " OCUPADAS " WS-PZ-T-OCU
                   " VACANTES " WS-PZ-T-VAC
                   " SOBRECUPO " WS-PZ-T-EXC.
           DISPLAY "COSTO MENSUAL DE LAS VACANTES: " WS-PZ-COSTO-FMT.

       103-11-CUENTA-TRABAJADOR.
           IF FT-ACTIVO = "S"
           AND FT-DEPARTAMENTO(1) = WS-PZ-DEPTO
                   IF FT-PUESTO = WS-PZ-PUESTO
                   OR (WS-PZ-PUESTO = ZERO AND WS-PZ-EXACTO = "N")
                           ADD 1 TO WS-PZ-OCUPADAS
                   END-IF
           END-IF.
           PERFORM 21-5-SIGUIENTE-REGISTRO.

       103-12-LEE-PLAZA.
           READ F-PLAZAS NEXT RECORD
                   AT END MOVE "S" TO WS-PZ-FIN
                   NOT AT END
                           PERFORM 103-13-RENGLON-PLAZA
           END-READ.

       103-13-RENGLON-PLAZA.
           IF WS-PZ-PRIMERO = "S" OR PZ-DEPTO NOT = WS-PZ-DEPTO-ANT
                   IF WS-PZ-PRIMERO = "N"
                           PERFORM 103-14-CIERRA-DEPTO
                   END-IF
                   PERFORM 103-15-ABRE-DEPTO
           END-IF.
           MOVE PZ-DEPTO TO WS-PZ-DEPTO.
           MOVE PZ-PUESTO TO WS-PZ-PUESTO.
           MOVE "S" TO WS-PZ-EXACTO.
           PERFORM 103-8-CUENTA-OCUPADAS.
           MOVE ZERO TO WS-PZ-VACANTES.
           MOVE ZERO TO WS-PZ-EXCESO.
           IF PZ-AUTORIZADAS > WS-PZ-OCUPADAS
                   SUBTRACT WS-PZ-OCUPADAS FROM PZ-AUTORIZADAS
                           GIVING WS-PZ-VACANTES
           ELSE
                   SUBTRACT PZ-AUTORIZADAS FROM WS-PZ-OCUPADAS
                           GIVING WS-PZ-EXCESO
           END-IF.
           MULTIPLY WS-PZ-VACANTES BY PZ-SUELDO-PRESUP
                   GIVING WS-PZ-COSTO.
           ADD PZ-AUTORIZADAS TO WS-PZ-D-AUT.
           ADD WS-PZ-OCUPADAS TO WS-PZ-D-OCU.
           ADD WS-PZ-VACANTES TO WS-PZ-D-VAC.
           ADD WS-PZ-EXCESO TO WS-PZ-D-EXC.
           ADD WS-PZ-COSTO TO WS-PZ-D-COSTO.
           MOVE SPACES TO PU-NOMBRE.
           IF WS-PU-DISPONIBLE = "S" AND PZ-PUESTO NOT = ZERO
                   MOVE PZ-PUESTO TO PU-CODIGO
                   READ F-PUESTOS
                           INVALID KEY
                           MOVE SPACES TO PU-NOMBRE
                   END-READ
           END-IF.
           MOVE WS-PZ-COSTO TO WS-PZ-COSTO-FMT.
           DISPLAY "  PUESTO " PZ-PUESTO " " PU-NOMBRE(1:20)
                   " AUT " PZ-AUTORIZADAS
                   " OCU " WS-PZ-OCUPADAS
                   " VAC " WS-PZ-VACANTES
                   " EXC " WS-PZ-EXCESO
                   " COSTO " WS-PZ-COSTO-FMT.

      *LOS TRABAJADORES DEL DEPARTAMENTO QUE NO QUEDARON EN
      *NINGUNA DE SUS PLAZAS OCUPAN PUESTOS SIN PLAZA AUTORIZADA
       103-14-CIERRA-DEPTO.
           SUBTRACT WS-PZ-D-OCU FROM WS-PZ-D-PLANTILLA
                   GIVING WS-PZ-SIN-PLAZA.
           IF WS-PZ-SIN-PLAZA > ZERO
                   DISPLAY "  EN PUESTOS SIN PLAZA: " WS-PZ-SIN-PLAZA
                           " TRABAJADORES (SOBRECUPO)"
                   ADD WS-PZ-SIN-PLAZA TO WS-PZ-D-EXC
                   ADD WS-PZ-SIN-PLAZA TO WS-PZ-D-OCU
           END-IF.
           MOVE WS-PZ-D-COSTO TO WS-PZ-COSTO-FMT.
           DISPLAY "  TOTAL DEPTO " WS-PZ-DEPTO-ANT
                   " AUT " WS-PZ-D-AUT
                   " OCU " WS-PZ-D-OCU
                   " VAC " WS-PZ-D-VAC
                   " EXC " WS-PZ-D-EXC
                   " COSTO " WS-PZ-COSTO-FMT.
           ADD WS-PZ-D-AUT TO WS-PZ-T-AUT.
           ADD WS-PZ-D-OCU TO WS-PZ-T-OCU.
           ADD WS-PZ-D-VAC TO WS-PZ-T-VAC.
           ADD WS-PZ-D-EXC TO WS-PZ-T-EXC.
           ADD WS-PZ-D-COSTO TO WS-PZ-T-COSTO.
           ADD WS-PZ-D-PLANTILLA TO WS-PZ-T-PLANTILLA.

      *ENCABEZADO DEL DEPARTAMENTO CON SU PLANTILLA ACTIVA COMPLETA
       103-15-ABRE-DEPTO.
           MOVE "N" TO WS-PZ-PRIMERO.
           MOVE PZ-DEPTO TO WS-PZ-DEPTO-ANT.
           INITIALIZE WS-PZ-TOTALES-DEPTO.
           MOVE PZ-DEPTO TO WS-PZ-DEPTO.
           MOVE ZERO TO WS-PZ-PUESTO.
           MOVE "N" TO WS-PZ-EXACTO.
           PERFORM 103-8-CUENTA-OCUPADAS.
           MOVE WS-PZ-OCUPADAS TO WS-PZ-D-PLANTILLA.
           MOVE PZ-DEPTO TO WS-DEP-COD.
           PERFORM 73-4-NOMBRE-DEPTO.
           DISPLAY "DEPARTAMENTO " PZ-DEPTO " " DC-NOMBRE
                   " PLANTILLA ACTIVA " WS-PZ-D-PLANTILLA.

       103-16-CUENTA-ACTIVO.
           IF FT-ACTIVO = "S"
                   ADD 1 TO WS-PZ-T-ACTIVOS
           END-IF.
           PERFORM 21-5-SIGUIENTE-REGISTRO.


      *ACEPTACION DE UNA OFERTA DE RECLUTA: EL CANDIDATO OFERTADO
      *SE DA DE ALTA CON EL DEPARTAMENTO, EL PUESTO Y EL SUELDO DE
      *SU REQUISICION, PASANDO POR LAS MISMAS VALIDACIONES DE LA
      *CAPTURA; AL GRABARSE SE CIERRA LA REQUISICION Y SE ABRE EL
      *CHECKLIST DE ALTA DE RUTINAS
       104-ACEPTA-OFERTA.
           OPEN I-O F-REQUISICIONES.
           OPEN I-O F-CANDIDATOS.
           IF WS-RQ-STATUS NOT = "00" OR WS-CN-STATUS NOT = "00"
                   DISPLAY "No hay requisiciones registradas en "
                           "RECLUTA"
           ELSE
                   PERFORM 104-1-ELIGE-REQUISICION
           END-IF.
           CLOSE F-REQUISICIONES.
           CLOSE F-CANDIDATOS.

       104-1-ELIGE-REQUISICION.
           DISPLAY "Folio de la requisicion: ".
           ACCEPT WS-RQ-FOLIO-CAP.
           MOVE WS-RQ-FOLIO-CAP TO RQ-FOLIO.
           READ F-REQUISICIONES
                   INVALID KEY
                           DISPLAY "No existe esa requisicion"
                   NOT INVALID KEY
                           IF RQ-ESTATUS NOT = "A"
                                   DISPLAY "La requisicion ya no esta "
                                           "abierta (estatus "
                                           RQ-ESTATUS ")"
                           ELSE
                                   PERFORM 104-2-LISTA-OFERTADOS
                                   IF WS-CN-OFERTADOS = ZERO
                                           DISPLAY "La requisicion no "
                                               "tiene candidatos "
                                               "con oferta"
                                   ELSE
                                           PERFORM 104-4-ELIGE-CANDIDATO
                                   END-IF
                           END-IF
           END-READ.

       104-2-LISTA-OFERTADOS.
           MOVE ZERO TO WS-CN-OFERTADOS.
           MOVE RQ-FOLIO TO CN-FOLIO.
           MOVE ZERO TO CN-SEC.
           MOVE "N" TO WS-CN-FIN.
           START F-CANDIDATOS KEY IS NOT LESS THAN CN-LLAVE
                   INVALID KEY MOVE "S" TO WS-CN-FIN
           END-START.
           PERFORM 104-3-LISTA-OFERTADO UNTIL WS-CN-FIN = "S".

       104-3-LISTA-OFERTADO.
           READ F-CANDIDATOS NEXT RECORD
                   AT END MOVE "S" TO WS-CN-FIN
                   NOT AT END
                           IF CN-FOLIO NOT = RQ-FOLIO
                                   MOVE "S" TO WS-CN-FIN
                           ELSE
                           IF CN-ETAPA = "O"
                                   ADD 1 TO WS-CN-OFERTADOS
                                   DISPLAY "  " CN-SEC " " CN-NOMBRE
                                           " " CN-APELLIDO
                           END-IF
                           END-IF
           END-READ.

       104-4-ELIGE-CANDIDATO.
           DISPLAY "Numero de candidato que acepta la oferta: ".
           ACCEPT WS-CN-SEC-CAP.
           MOVE WS-RQ-FOLIO-CAP TO CN-FOLIO.
           MOVE WS-CN-SEC-CAP TO CN-SEC.
           READ F-CANDIDATOS
                   INVALID KEY
                           DISPLAY "No existe ese candidato en la "
                                   "requisicion"
                   NOT INVALID KEY
                           IF CN-ETAPA NOT = "O"
                                   DISPLAY "El candidato no tiene una "
                                           "oferta vigente (etapa "
                                           CN-ETAPA ")"
                           ELSE
                                   PERFORM 104-5-ALTA-CANDIDATO
                           END-IF
           END-READ.

      *MISMO CAMINO QUE EL ALTA EN PANTALLA: LOS DATOS DEL
      *CANDIDATO Y DE LA REQUISICION LLEGAN YA CAPTURADOS Y SOLO SE
      *PIDEN LOS QUE RECLUTA NO MANEJA; SI ALGO NO PASA, EL ALTA SE
      *CANCELA Y EL CANDIDATO SIGUE OFERTADO PARA CORREGIRLO
       104-5-ALTA-CANDIDATO.
           PERFORM 21-6-CUENTA-PLANTILLA.
           MOVE 1 TO WS-FIN.
           INITIALIZE WS-DATOS-TRABAJADOR(WS-FIN).
           IF WS-FT-TOTAL NOT < WS-MAX-TRABAJADORES
                   DISPLAY "Ya no se pueden registrar mas "
                           "trabajadores, el limite actual es "
                           WS-MAX-TRABAJADORES
                   SUBTRACT 1 FROM WS-FIN
           ELSE
                   PERFORM 104-6-DATOS-CANDIDATO
                   PERFORM 94-3-VALIDA-IDS-ALTA
                   IF WS-IDS-OK = "N"
                           DISPLAY "RFC, CURP o NSS del candidato "
                                   "invalido, corrijalo en RECLUTA"
                           SUBTRACT 1 FROM WS-FIN
                   ELSE
                   PERFORM 104-7-COMPLETA-CAPTURA
                   PERFORM 01-2-VALIDA-DATOS
                   IF WS-VALIDO NOT = "S"
                           DISPLAY "El alta no paso la validacion, la "
                                   "oferta no se acepta"
                           SUBTRACT 1 FROM WS-FIN
                   ELSE
                   PERFORM 103-5-PLAZA-ALTA-EN-LINEA
                   IF WS-PZ-OK = "N"
                           DISPLAY "Alta cancelada por falta de "
                                   "plaza vacante"
                           SUBTRACT 1 FROM WS-FIN
                   ELSE
                   PERFORM 68-DETECTA-DUPLICADO
                   IF WS-DUP-CONTINUA = "N"
                           DISPLAY "Alta cancelada por posible "
                                   "duplicado"
                           SUBTRACT 1 FROM WS-FIN
                   ELSE
                           PERFORM 104-8-GRABA-ALTA
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-IF.

       104-6-DATOS-CANDIDATO.
           MOVE CN-NOMBRE TO WS-NOMBRE(WS-FIN).
           MOVE CN-APELLIDO TO WS-APELLIDO(WS-FIN).
           CALL "NOMBREUTIL" USING WS-NOMBRE(WS-FIN) 30.
           CALL "NOMBREUTIL" USING WS-APELLIDO(WS-FIN) 30.
           MOVE CN-FECHA-NAC TO WS-FECHA-NAC(WS-FIN).
           MOVE RQ-SUELDO-OFERTA TO WS-SALARIO(WS-FIN).
           MOVE "MXN" TO WS-MONEDA(WS-FIN).
           MOVE RQ-DEPTO TO WS-DEPARTAMENTO(WS-FIN,1).
           MOVE ZERO TO WS-DEPARTAMENTO(WS-FIN,2).
           MOVE ZERO TO WS-DEPARTAMENTO(WS-FIN,3).
           MOVE ZERO TO WS-DEPTO-PCT(WS-FIN,1).
           MOVE ZERO TO WS-DEPTO-PCT(WS-FIN,2).
           MOVE ZERO TO WS-DEPTO-PCT(WS-FIN,3).
           MOVE ZERO TO WS-HORAS-EXTRA(WS-FIN).
           MOVE ZERO TO WS-GASTOS(WS-FIN).
           MOVE ZERO TO WS-RETRO-PENDIENTE(WS-FIN).
           MOVE "A" TO WS-HE-ESTATUS(WS-FIN).
           MOVE RQ-PUESTO TO WS-PUESTO(WS-FIN).
           MOVE CN-RFC TO WS-RFC(WS-FIN).
           MOVE CN-CURP TO WS-CURP(WS-FIN).
           MOVE CN-NSS TO WS-NSS(WS-FIN).

      *LO QUE RECLUTA NO CAPTURA SE PIDE CON LOS MISMOS PASOS DE
      *01-1-CAPTURA-DATOS
       104-7-COMPLETA-CAPTURA.
           DISPLAY "Alta de " WS-NOMBRE(WS-FIN) " "
                   WS-APELLIDO(WS-FIN) " en el departamento "
                   RQ-DEPTO " puesto " RQ-PUESTO.
           DISPLAY "Banco del trabajador: ".
           MOVE SPACES TO WS-BANCO(WS-FIN).
           ACCEPT WS-BANCO(WS-FIN).
           DISPLAY "Cuenta CLABE (18 digitos): ".
           MOVE SPACES TO WS-CLABE(WS-FIN).
           ACCEPT WS-CLABE(WS-FIN).
           DISPLAY "Fecha de alta (AAAAMMDD, ENTER = hoy): ".
           MOVE SPACES TO WS-FECHA-ALTA(WS-FIN).
           ACCEPT WS-FECHA-ALTA(WS-FIN).
           IF WS-FECHA-ALTA(WS-FIN) = SPACES
                   ACCEPT WS-FECHA-ALTA(WS-FIN) FROM DATE YYYYMMDD
           END-IF.
           PERFORM 96-1-CAPTURA-SUPERVISOR.
           MOVE WS-SUP-CAP TO WS-SUPERVISOR(WS-FIN).
           PERFORM 98-5-CAPTURA-ESTADO.
           MOVE WS-ISN-ESTADO-CAP TO WS-ESTADO-TRAB(WS-FIN).
           PERFORM 100-9-CAPTURA-ZONA.
           MOVE WS-SM-ZONA-CAP TO WS-ZONA-SM(WS-FIN).
           DISPLAY "Grupo de pago (S-Semanal Q-Quincenal "
                   "M-Mensual, ENTER = mensual): ".
           MOVE SPACES TO WS-FRECUENCIA(WS-FIN).
           ACCEPT WS-FRECUENCIA(WS-FIN).
           CALL "NOMBREUTIL" USING WS-FRECUENCIA(WS-FIN) 1.
           IF WS-FRECUENCIA(WS-FIN) NOT = "S"
           AND WS-FRECUENCIA(WS-FIN) NOT = "Q"
                   MOVE "M" TO WS-FRECUENCIA(WS-FIN)
           END-IF.

       104-8-GRABA-ALTA.
           PERFORM 23-GENERA-ID.
           MOVE WS-CONTADOR TO WS-ID(WS-FIN).
           MOVE "S" TO WS-ACTIVO(WS-FIN).
           MOVE WS-FIN TO WS-MI-POS.
           PERFORM 11-1-CALCULA-SDI.
           PERFORM 22-GRABAR-TRABAJADOR.
           PERFORM 11-3-MOVIMIENTO-ALTA.
           MOVE WS-ID(WS-FIN) TO AUD-ID.
           MOVE "ALTA" TO AUD-ACCION.
           MOVE "ALTA" TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR-ANTERIOR.
           MOVE WS-NOMBRE(WS-FIN) TO AUD-VALOR-NUEVO.
           PERFORM 30-REGISTRA-AUDITORIA.
           PERFORM 103-6-AUDITA-SOBRECUPO.
           DISPLAY "Alta grabada con ID " WS-ID(WS-FIN).
           PERFORM 101-8-CONTRATO-ALTA.
           ACCEPT WS-RC-HOY FROM DATE YYYYMMDD.
           MOVE "A" TO CN-ETAPA.
           MOVE WS-RC-HOY TO CN-FECHA-ETAPA.
           MOVE WS-ID(WS-FIN) TO CN-ID-NOMINA.
           REWRITE CN-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al marcar al candidato, estatus: "
                           WS-CN-STATUS
           END-REWRITE.
           MOVE "C" TO RQ-ESTATUS.
           MOVE WS-RC-HOY TO RQ-FECHA-CIERRE.
           MOVE WS-ID(WS-FIN) TO RQ-ID-NOMINA.
           REWRITE RQ-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al cerrar la requisicion, estatus: "
                           WS-RQ-STATUS
           END-REWRITE.
           DISPLAY "Requisicion " RQ-FOLIO " cubierta".
           PERFORM 104-9-ABRE-CHECKLIST.

      *EL CHECKLIST DE ALTA DE RUTINAS ARRANCA CON TODOS SUS PASOS
      *PENDIENTES, COMO CUANDO RUTINAS LO CREA POR PRIMERA VEZ
       104-9-ABRE-CHECKLIST.
           OPEN I-O F-CHECKLIST.
           IF WS-CK-STATUS = "35"
                   OPEN OUTPUT F-CHECKLIST
                   CLOSE F-CHECKLIST
                   OPEN I-O F-CHECKLIST
           END-IF.
           MOVE WS-ID(WS-FIN) TO CK-ID.
           MOVE "N" TO CK-GAFETE.
           MOVE "N" TO CK-ACCESO.
           MOVE "N" TO CK-NOMINA.
           MOVE "N" TO CK-ORIENTACION.
           WRITE CK-REGISTRO
                   INVALID KEY
                   REWRITE CK-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al abrir el checklist, "
                                   "estatus: " WS-CK-STATUS
                   END-REWRITE
           END-WRITE.
           CLOSE F-CHECKLIST.
           DISPLAY "Checklist de alta abierto en RUTINAS para el ID "
                   WS-ID(WS-FIN).


       105-ABRIR-EVALUACIONES.
      *SI AUN NO EXISTEN LAS EVALUACIONES O LA MATRIZ DE MERITO SE
      *CREAN VACIAS; UNA CELDA SIN CAPTURAR DA CERO POR CIENTO
           OPEN I-O F-EVALUACIONES.
           IF WS-EV-STATUS = "35"
                   OPEN OUTPUT F-EVALUACIONES
                   CLOSE F-EVALUACIONES
                   OPEN I-O F-EVALUACIONES
           END-IF.
           OPEN I-O F-MATRIZ.
           IF WS-MZ-STATUS = "35"
                   OPEN OUTPUT F-MATRIZ
                   CLOSE F-MATRIZ
                   OPEN I-O F-MATRIZ
           END-IF.

      *EVALUACION ANUAL DE UN TRABAJADOR; LA FIRMA SU SUPERVISOR
      *DIRECTO, ASI QUE SIN SUPERVISOR ASIGNADO NO SE CAPTURA
       105-EVALUACION.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 105-1-CAPTURA-EVALUACION
           END-IF.

       105-1-CAPTURA-EVALUACION.
           IF WS-SUPERVISOR(WS-INDICE) = ZERO
                   DISPLAY "El trabajador no tiene supervisor "
                           "asignado; la evaluacion la firma su "
                           "supervisor directo"
           ELSE
                   PERFORM 105-2-PIDE-ANIO
                   MOVE WS-ID(WS-INDICE) TO EV-ID
                   MOVE WS-EV-ANIO-CAP TO EV-ANIO
                   READ F-EVALUACIONES
                           INVALID KEY
                                   MOVE "N" TO WS-EV-EXISTE
                                   MOVE ZERO TO EV-CALIFICACION
                           NOT INVALID KEY
                                   MOVE "S" TO WS-EV-EXISTE
                   END-READ
                   IF WS-EV-EXISTE = "S" AND EV-ESTATUS = "A"
                           DISPLAY "La evaluacion " EV-ANIO " ya se "
                                   "aplico en un aumento, no se "
                                   "modifica"
                   ELSE
                           PERFORM 105-3-GRABA-EVALUACION
                   END-IF
           END-IF.

       105-2-PIDE-ANIO.
           ACCEPT WS-MR-HOY FROM DATE YYYYMMDD.
           DISPLAY "Anio de la evaluacion (ENTER = "
                   WS-MR-HOY(1:4) "): ".
           MOVE ZERO TO WS-EV-ANIO-CAP.
           ACCEPT WS-EV-ANIO-CAP.
           IF WS-EV-ANIO-CAP = ZERO
                   MOVE WS-MR-HOY(1:4) TO WS-EV-ANIO-CAP
           END-IF.

      *CALIFICACION DE 1 (NO CUMPLE) A 5 (EXCEPCIONAL); CAMBIARLA
      *DESHACE UNA PROPUESTA PENDIENTE, QUE SE DEBE VOLVER A CORRER
       105-3-GRABA-EVALUACION.
           MOVE ZERO TO WS-EV-CALIF-CAP.
           PERFORM 105-4-PIDE-CALIFICACION
                   UNTIL WS-EV-CALIF-CAP > ZERO.
           MOVE WS-EV-CALIF-CAP TO EV-CALIFICACION.
           MOVE WS-SUPERVISOR(WS-INDICE) TO EV-EVALUADOR.
           ACCEPT EV-FECHA FROM DATE YYYYMMDD.
           MOVE SPACES TO EV-ESTATUS.
           MOVE ZERO TO EV-SUELDO-BASE.
           MOVE ZERO TO EV-CUARTIL.
           MOVE ZERO TO EV-PCT.
           MOVE ZERO TO EV-SUELDO-PROPUESTO.
           IF WS-EV-EXISTE = "S"
                   REWRITE EV-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la evaluacion, "
                                   "estatus: " WS-EV-STATUS
                   END-REWRITE
           ELSE
                   WRITE EV-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la evaluacion, "
                                   "estatus: " WS-EV-STATUS
                   END-WRITE
           END-IF.
           DISPLAY "Evaluacion " EV-ANIO " del ID " EV-ID
                   " grabada, evaluador " EV-EVALUADOR.

       105-4-PIDE-CALIFICACION.
           DISPLAY "Calificacion (1-No cumple 2-Cumple parcial "
                   "3-Cumple 4-Supera 5-Excepcional) ("
                   EV-CALIFICACION "): ".
           ACCEPT WS-EV-CALIF-CAP.
           IF WS-EV-CALIF-CAP = ZERO AND EV-CALIFICACION > ZERO
                   MOVE EV-CALIFICACION TO WS-EV-CALIF-CAP
           END-IF.
           IF WS-EV-CALIF-CAP > 5
                   DISPLAY "Calificacion invalida, verifique"
                   MOVE ZERO TO WS-EV-CALIF-CAP
           END-IF.

      *MATRIZ DE MERITO: PORCENTAJE DE AUMENTO POR CALIFICACION Y
      *POSICION EN LA BANDA DEL PUESTO (CUARTIL 1 EL MAS BAJO A 4 EL
      *MAS ALTO; CUARTIL 0 PARA QUIEN NO TIENE BANDA)
       105-5-MATRIZ.
           MOVE "MATRIZ DE MERITO" TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
           DISPLAY "CALIF  SIN BANDA   CUARTIL 1 CUARTIL 2 "
                   "CUARTIL 3 CUARTIL 4".
           MOVE 1 TO WS-MZ-CALIF.
           PERFORM 105-6-RENGLON-MATRIZ UNTIL WS-MZ-CALIF > 5.
           DISPLAY "Calificacion a capturar (1-5, ENTER = regresar): ".
           MOVE ZERO TO WS-EV-CALIF-CAP.
           ACCEPT WS-EV-CALIF-CAP.
           IF WS-EV-CALIF-CAP > ZERO AND WS-EV-CALIF-CAP NOT > 5
                   DISPLAY "Cuartil (0-Sin banda, 1 a 4): "
                   MOVE ZERO TO WS-MZ-CUARTIL
                   ACCEPT WS-MZ-CUARTIL
                   IF WS-MZ-CUARTIL > 4
                           DISPLAY "Cuartil invalido, verifique"
                   ELSE
                           PERFORM 105-8-GRABA-CELDA
                   END-IF
           END-IF.

       105-6-RENGLON-MATRIZ.
           MOVE ZERO TO WS-MZ-CUARTIL.
           PERFORM 105-7-CELDA-MATRIZ UNTIL WS-MZ-CUARTIL > 4.
           DISPLAY "  " WS-MZ-CALIF "    " WS-MZ-CELDA(1)
                   "    " WS-MZ-CELDA(2) "    " WS-MZ-CELDA(3)
                   "    " WS-MZ-CELDA(4) "    " WS-MZ-CELDA(5).
           ADD 1 TO WS-MZ-CALIF.

       105-7-CELDA-MATRIZ.
           PERFORM 105-9-LEE-CELDA.
           MOVE WS-MZ-PCT TO WS-MZ-CELDA(WS-MZ-CUARTIL + 1).
           ADD 1 TO WS-MZ-CUARTIL.

       105-8-GRABA-CELDA.
           MOVE WS-EV-CALIF-CAP TO WS-MZ-CALIF.
           PERFORM 105-9-LEE-CELDA.
           DISPLAY "Porcentaje de aumento (" WS-MZ-PCT "): ".
           ACCEPT WS-MZ-PCT-CAP.
           MOVE WS-MZ-CALIF TO MZ-CALIFICACION.
           MOVE WS-MZ-CUARTIL TO MZ-CUARTIL.
           MOVE WS-MZ-PCT-CAP TO MZ-PCT.
           WRITE MZ-REGISTRO
                   INVALID KEY
                   REWRITE MZ-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la matriz, "
                                   "estatus: " WS-MZ-STATUS
                   END-REWRITE
           END-WRITE.

      *PORCENTAJE DE LA CELDA WS-MZ-CALIF / WS-MZ-CUARTIL EN
      *WS-MZ-PCT; LA CELDA SIN CAPTURAR VALE CERO
       105-9-LEE-CELDA.
           MOVE WS-MZ-CALIF TO MZ-CALIFICACION.
           MOVE WS-MZ-CUARTIL TO MZ-CUARTIL.
           READ F-MATRIZ
                   INVALID KEY
                           MOVE ZERO TO WS-MZ-PCT
                   NOT INVALID KEY
                           MOVE MZ-PCT TO WS-MZ-PCT
           END-READ.

      *CORRIDA DE PROPUESTA: A CADA ACTIVO EVALUADO EN EL ANIO LE
      *CALCULA SU CUARTIL, EL PORCENTAJE DE LA MATRIZ Y EL SUELDO
      *SUGERIDO, TOPADO AL MAXIMO DE LA BANDA; LA PROPUESTA QUEDA
      *GRABADA EN LA EVALUACION PARA APROBARSE DESPUES
       105-10-PROPUESTA.
           PERFORM 105-2-PIDE-ANIO.
           MOVE "PROPUESTA DE MERITO" TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
           MOVE ZERO TO WS-MR-CONTADOR.
           MOVE ZERO TO WS-MR-COSTO.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 105-11-PROPONE-TRABAJADOR
                   UNTIL WS-RECORRE > WS-FIN.
           MOVE WS-MR-COSTO TO WS-PZ-COSTO-FMT.
           DISPLAY "Trabajadores propuestos: " WS-MR-CONTADOR
                   ", aumento mensual total: " WS-PZ-COSTO-FMT.

       105-11-PROPONE-TRABAJADOR.
           IF WS-ACTIVO(WS-RECORRE) = "S"
                   MOVE WS-ID(WS-RECORRE) TO EV-ID
                   MOVE WS-EV-ANIO-CAP TO EV-ANIO
                   READ F-EVALUACIONES
                           INVALID KEY
                                   MOVE "A" TO EV-ESTATUS
                   END-READ
                   IF EV-ESTATUS NOT = "A"
                           PERFORM 105-12-CALCULA-MERITO
                           PERFORM 105-13-GRABA-PROPUESTA
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       105-12-CALCULA-MERITO.
           MOVE ZERO TO WS-MZ-CUARTIL.
           MOVE "N" TO WS-MR-CON-BANDA.
           IF WS-PU-DISPONIBLE = "S"
           AND WS-PUESTO(WS-RECORRE) NOT = ZERO
                   MOVE WS-PUESTO(WS-RECORRE) TO PU-CODIGO
                   READ F-PUESTOS
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   IF PU-SAL-MAX > PU-SAL-MIN
                                           MOVE "S" TO WS-MR-CON-BANDA
                                   END-IF
                   END-READ
           END-IF.
           IF WS-MR-CON-BANDA = "S"
                   IF WS-SALARIO(WS-RECORRE) NOT > PU-SAL-MIN
                           MOVE 1 TO WS-MZ-CUARTIL
                   ELSE
                   IF WS-SALARIO(WS-RECORRE) NOT < PU-SAL-MAX
                           MOVE 4 TO WS-MZ-CUARTIL
                   ELSE
                           COMPUTE WS-MZ-CUARTIL =
                                   (WS-SALARIO(WS-RECORRE) - PU-SAL-MIN)
                                   * 4 / (PU-SAL-MAX - PU-SAL-MIN) + 1
                   END-IF
                   END-IF
           END-IF.
           MOVE EV-CALIFICACION TO WS-MZ-CALIF.
           PERFORM 105-9-LEE-CELDA.
           COMPUTE WS-MR-NUEVO ROUNDED =
                   WS-SALARIO(WS-RECORRE) * (100 + WS-MZ-PCT) / 100.
      *EL TOPE ES EL MAXIMO DE LA BANDA; QUIEN YA ESTA ARRIBA DEL
      *MAXIMO SE QUEDA CON SU SUELDO
           IF WS-MR-CON-BANDA = "S"
           AND WS-MR-NUEVO > PU-SAL-MAX
                   MOVE PU-SAL-MAX TO WS-MR-NUEVO
                   IF WS-MR-NUEVO < WS-SALARIO(WS-RECORRE)
                           MOVE WS-SALARIO(WS-RECORRE) TO WS-MR-NUEVO
                   END-IF
           END-IF.

       105-13-GRABA-PROPUESTA.
           MOVE "P" TO EV-ESTATUS.
           MOVE WS-SALARIO(WS-RECORRE) TO EV-SUELDO-BASE.
           MOVE WS-MZ-CUARTIL TO EV-CUARTIL.
           MOVE WS-MZ-PCT TO EV-PCT.
           MOVE WS-MR-NUEVO TO EV-SUELDO-PROPUESTO.
           REWRITE EV-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar la propuesta, estatus: "
                           WS-EV-STATUS
           END-REWRITE.
           ADD 1 TO WS-MR-CONTADOR.
           COMPUTE WS-MR-COSTO = WS-MR-COSTO
                   + EV-SUELDO-PROPUESTO - EV-SUELDO-BASE.
           MOVE EV-SUELDO-BASE TO WS-SAL-FORMATO.
           DISPLAY "ID: " WS-ID(WS-RECORRE) " "
                   WS-NOMBRE(WS-RECORRE)(1:20) " CALIF "
                   EV-CALIFICACION " CUARTIL " EV-CUARTIL
                   " PCT " EV-PCT " ACTUAL: " WS-SAL-FORMATO
                   WITH NO ADVANCING.
           MOVE EV-SUELDO-PROPUESTO TO WS-SAL-FORMATO.
           DISPLAY " PROPUESTO: " WS-SAL-FORMATO.

      *APROBACION: LAS PROPUESTAS DEL ANIO SE POSTEAN POR EL CAMINO
      *NORMAL DEL HISTORIAL DE SUELDOS, TODAS CON UNA SOLA FECHA
      *EFECTIVA. SI EL SUELDO CAMBIO DESPUES DE LA PROPUESTA EL
      *TRABAJADOR SE OMITE HASTA VOLVER A CORRERLA
       105-14-APLICA-MERITO.
           PERFORM 105-2-PIDE-ANIO.
           MOVE ZERO TO WS-MR-CONTADOR.
           MOVE ZERO TO WS-MR-COSTO.
           MOVE "N" TO WS-MR-APLICA.
           PERFORM 21-2-PRIMER-TRABAJADOR.
           PERFORM 105-15-REVISA-TRABAJADOR
                   UNTIL WS-RECORRE > WS-FIN.
           IF WS-MR-CONTADOR = ZERO
                   DISPLAY "No hay propuestas pendientes del anio "
                           WS-EV-ANIO-CAP " (opcion PM)"
           ELSE
                   MOVE WS-MR-COSTO TO WS-PZ-COSTO-FMT
                   DISPLAY "Propuestas pendientes: " WS-MR-CONTADOR
                           ", aumento mensual total: "
                           WS-PZ-COSTO-FMT
                   MOVE "Aprueba y aplica los aumentos? S-SI / N-NO"
                           TO WS-CONFIRMA-MSG
                   PERFORM 33-CONFIRMA-ACCION
                   IF WS-CONFIRMA-RESULT = "S"
                           DISPLAY "Fecha efectiva de los aumentos "
                                   "(AAAAMMDD, ENTER = hoy): "
                           MOVE SPACES TO WS-SH-FECHA-EF
                           ACCEPT WS-SH-FECHA-EF
                           IF WS-SH-FECHA-EF = SPACES
                                   ACCEPT WS-SH-FECHA-EF
                                           FROM DATE YYYYMMDD
                           END-IF
                           MOVE "S" TO WS-MR-APLICA
                           PERFORM 21-2-PRIMER-TRABAJADOR
                           PERFORM 105-15-REVISA-TRABAJADOR
                                   UNTIL WS-RECORRE > WS-FIN
                           DISPLAY "Aumentos por merito aplicados"
                   ELSE
                           DISPLAY "Aplicacion cancelada"
                   END-IF
           END-IF.

      *CON WS-MR-APLICA EN "N" SOLO CUENTA LAS PROPUESTAS; EN "S"
      *LAS APLICA
       105-15-REVISA-TRABAJADOR.
           IF WS-ACTIVO(WS-RECORRE) = "S"
                   MOVE WS-ID(WS-RECORRE) TO EV-ID
                   MOVE WS-EV-ANIO-CAP TO EV-ANIO
                   READ F-EVALUACIONES
                           INVALID KEY
                                   MOVE SPACES TO EV-ESTATUS
                   END-READ
                   IF EV-ESTATUS = "P"
                           PERFORM 105-16-PROPUESTA-PENDIENTE
                   END-IF
           END-IF.
           PERFORM 21-3-SIGUIENTE-TRABAJADOR.

       105-16-PROPUESTA-PENDIENTE.
           IF WS-MR-APLICA = "N"
                   ADD 1 TO WS-MR-CONTADOR
                   COMPUTE WS-MR-COSTO = WS-MR-COSTO
                           + EV-SUELDO-PROPUESTO - EV-SUELDO-BASE
           ELSE
                   SET WS-INDICE TO WS-RECORRE
                   IF WS-SALARIO(WS-RECORRE) NOT = EV-SUELDO-BASE
                           DISPLAY "Folio " WS-ID(WS-RECORRE)
                                   " omitido: su sueldo cambio "
                                   "despues de la propuesta"
                   ELSE
                           PERFORM 105-17-POSTEA-MERITO
                   END-IF
           END-IF.

       105-17-POSTEA-MERITO.
      *EL AUMENTO TAMPOCO PUEDE DEJARLO ABAJO DEL MINIMO DE SU ZONA
           MOVE WS-RECORRE TO WS-SM-POS.
           MOVE EV-SUELDO-PROPUESTO TO WS-SM-SUELDO.
           MOVE WS-SH-FECHA-EF TO WS-SM-FECHA.
           PERFORM 100-7-VALIDA-MINIMO.
           IF WS-SM-OK = "N"
                   DISPLAY "Folio " WS-ID(WS-RECORRE)
                           " omitido: el sueldo propuesto queda "
                           "abajo del salario minimo"
           ELSE
                   IF EV-SUELDO-PROPUESTO NOT = EV-SUELDO-BASE
                           MOVE WS-SALARIO(WS-RECORRE)
                                   TO AUD-VALOR-ANTERIOR
                           MOVE WS-SALARIO(WS-RECORRE)
                                   TO WS-SH-SAL-ANT
                           MOVE EV-SUELDO-PROPUESTO
                                   TO WS-SALARIO(WS-RECORRE)
                           MOVE WS-SALARIO(WS-RECORRE)
                                   TO AUD-VALOR-NUEVO
                           MOVE WS-ID(WS-RECORRE) TO AUD-ID
                           MOVE "MODIFICACION" TO AUD-ACCION
                           MOVE "SALARIO-MERITO" TO AUD-CAMPO
                           PERFORM 30-REGISTRA-AUDITORIA
                           PERFORM 63-REGISTRA-CAMBIO-SALARIO
                           PERFORM 26-ACTUALIZA-TRABAJADOR
                   END-IF
                   MOVE "A" TO EV-ESTATUS
                   REWRITE EV-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al marcar la evaluacion, "
                                   "estatus: " WS-EV-STATUS
                   END-REWRITE
           END-IF.


      *AL CAMBIAR DE PUESTO SE AVISAN LOS CURSOS OBLIGATORIOS DEL
      *PUESTO NUEVO QUE EL TRABAJADOR NO TIENE VIGENTES EN SU
      *KARDEX DE CAPACITA; SIN CURSOS CAPTURADOS NO HAY AVISO
       106-CURSOS-DEL-PUESTO.
           OPEN INPUT F-CURSOS-PUESTO.
           IF WS-CP-STATUS = "00"
                   OPEN INPUT F-CAPACITACION
                   OPEN INPUT F-CURSOS
                   ACCEPT WS-KX-HOY FROM DATE YYYYMMDD
                   MOVE ZERO TO WS-KX-FALTANTES
                   MOVE WS-PUESTO(WS-INDICE) TO CP-PUESTO
                   MOVE ZERO TO CP-CURSO
                   MOVE "N" TO WS-CP-FIN
                   START F-CURSOS-PUESTO KEY IS NOT LESS THAN CP-LLAVE
                           INVALID KEY MOVE "S" TO WS-CP-FIN
                   END-START
                   PERFORM 106-1-REVISA-OBLIGATORIO
                           UNTIL WS-CP-FIN = "S"
                   IF WS-KX-FALTANTES > ZERO
                           DISPLAY "El trabajador debe "
                                   WS-KX-FALTANTES " curso(s) "
                                   "obligatorio(s) del puesto nuevo; "
                                   "registrelos en CAPACITA"
                   END-IF
                   CLOSE F-CAPACITACION
                   CLOSE F-CURSOS
           END-IF.
           CLOSE F-CURSOS-PUESTO.

       106-1-REVISA-OBLIGATORIO.
           READ F-CURSOS-PUESTO NEXT RECORD
                   AT END MOVE "S" TO WS-CP-FIN
                   NOT AT END
                           IF CP-PUESTO NOT = WS-PUESTO(WS-INDICE)
                                   MOVE "S" TO WS-CP-FIN
                           ELSE
                                   PERFORM 106-2-BUSCA-EN-KARDEX
                           END-IF
           END-READ.

      *EL CURSO CUENTA SI ALGUNA TOMA NO VENCE O VENCE HOY O DESPUES
       106-2-BUSCA-EN-KARDEX.
           MOVE "N" TO WS-KX-VIGENTE.
           IF WS-CA-STATUS = "00"
                   MOVE WS-ID(WS-INDICE) TO CA-ID
                   MOVE CP-CURSO TO CA-CURSO
                   MOVE LOW-VALUES TO CA-FECHA
                   MOVE "N" TO WS-CA-FIN
                   START F-CAPACITACION KEY IS NOT LESS THAN CA-LLAVE
                           INVALID KEY MOVE "S" TO WS-CA-FIN
                   END-START
                   PERFORM 106-3-REVISA-TOMA UNTIL WS-CA-FIN = "S"
           END-IF.
           IF WS-KX-VIGENTE = "N"
                   ADD 1 TO WS-KX-FALTANTES
                   MOVE "(CURSO NO EN CATALOGO)" TO CR-NOMBRE
                   IF WS-CR-STATUS = "00"
                           MOVE CP-CURSO TO CR-CODIGO
                           READ F-CURSOS
                                   INVALID KEY
                                   MOVE "(CURSO NO EN CATALOGO)"
                                           TO CR-NOMBRE
                           END-READ
                   END-IF
                   DISPLAY "  Curso obligatorio pendiente: " CP-CURSO
                           " " CR-NOMBRE
           END-IF.

       106-3-REVISA-TOMA.
           READ F-CAPACITACION NEXT RECORD
                   AT END MOVE "S" TO WS-CA-FIN
                   NOT AT END
                           IF CA-ID NOT = WS-ID(WS-INDICE)
                           OR CA-CURSO NOT = CP-CURSO
                                   MOVE "S" TO WS-CA-FIN
                           ELSE
                                   IF CA-VENCE = SPACES
                                   OR CA-VENCE NOT < WS-KX-HOY
                                           MOVE "S" TO WS-KX-VIGENTE
                                   END-IF
                           END-IF
           END-READ.

      *SI AUN NO EXISTE EL DETALLE DE DEDUCCIONES DE LA HISTORIA SE
      *CREA VACIO; LOS CIERRES ANTERIORES A EL NO TIENEN DETALLE
       107-ABRIR-HISTDED.
           OPEN I-O F-HISTDED.
           IF WS-HD-STATUS = "35"
                   OPEN OUTPUT F-HISTDED
                   CLOSE F-HISTDED
                   OPEN I-O F-HISTDED
           END-IF.

      *ANOTA LA DEDUCCION WS-DA-IDX APLICADA AL RENGLON DE HISTORIA
      *RECIEN POSTEADO, BAJO LA MARCA DE GRUPO EN WS-HD-GRUPO
       107-1-ANOTA-DETALLE.
           MOVE WS-HD-GRUPO TO HD-FRECUENCIA.
           MOVE WS-PERIODO-PROCESO TO HD-PERIODO.
           MOVE WS-ID(WS-RECORRE) TO HD-ID.
           MOVE WS-DA-IDX TO HD-RENGLON.
           MOVE WS-DA-CONCEPTO(WS-DA-IDX) TO HD-CONCEPTO.
           MOVE WS-DA-TIPO(WS-DA-IDX) TO HD-TIPO.
           MOVE WS-DA-MONTO(WS-DA-IDX) TO HD-MONTO.
           WRITE HD-REGISTRO
                   INVALID KEY
                   REWRITE HD-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al anotar el detalle de "
                                   "deducciones de " HD-ID
                                   ", estatus: " WS-HD-STATUS
                   END-REWRITE
           END-WRITE.

      *ANULACION DE UN RECIBO DE PERIODO CERRADO Y SU REEXPEDICION
      *CORREGIDA. EL RECIBO ORIGINAL SE QUEDA EN LA HISTORIA; LA
      *REVERSA SE POSTEA CON LA MARCA "X" (SUS IMPORTES RESTAN) Y
      *EL RECIBO CORREGIDO CON LA MARCA "R", LOS DOS CON EL MISMO
      *PERIODO Y FOLIO. LA ANULACION REGRESA EL ACUMULADO ANUAL,
      *LOS SALDOS DE DEDUCCIONES, PRESTAMOS Y CAJA, LA AMORTIZACION
      *INFONAVIT Y EL IMPUESTO SOBRE NOMINA DEL PERIODO; LA
      *REEXPEDICION LOS VUELVE A APLICAR CON EL RECALCULO. UN
      *RECIBO SOLO SE ANULA UNA VEZ; DESPUES SE CORRIGE CON
      *RETROACTIVO COMO SIEMPRE
       107-ANULA-RECIBO.
           MOVE WS-FREC-PROCESO TO WS-AN-FREC-SALVA.
           DISPLAY "ID del trabajador: ".
           MOVE ZERO TO WS-AN-ID.
           ACCEPT WS-AN-ID.
           PERFORM 81-PIDE-FRECUENCIA.
           MOVE WS-FREC-PROCESO TO WS-AN-FREC.
           DISPLAY "Periodo cerrado (fecha de corte AAAAMMDD): ".
           MOVE SPACES TO WS-AN-PERIODO.
           ACCEPT WS-AN-PERIODO.
           MOVE "S" TO WS-AN-SIGUE.
           MOVE WS-AN-ID TO WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
                   MOVE "N" TO WS-AN-SIGUE
           ELSE
                   SET WS-RECORRE TO WS-INDICE
           END-IF.
           IF WS-AN-SIGUE = "S"
                   PERFORM 107-2-VALIDA-ANULACION
           END-IF.
           IF WS-AN-SIGUE = "S"
                   PERFORM 107-3-CONFIRMA-ANULACION
           END-IF.
           MOVE WS-AN-FREC-SALVA TO WS-FREC-PROCESO.

      *SOLO SE ANULA UN RECIBO DE UN PERIODO CERRADO, QUE NO HAYA
      *SIDO ANULADO ANTES, DE UN TRABAJADOR QUE SIGUE ACTIVO EN EL
      *MISMO GRUPO DE PAGO (EL RECALCULO NECESITA SUS DATOS)
       107-2-VALIDA-ANULACION.
           PERFORM 81-1-FREC-TRABAJADOR.
           MOVE WS-AN-FREC TO PC-FRECUENCIA.
           MOVE WS-AN-PERIODO TO PC-PERIODO.
           READ F-PERIODOS
                   INVALID KEY
                           DISPLAY "Ese periodo no esta cerrado; "
                                   "se corrige con el calculo normal"
                           MOVE "N" TO WS-AN-SIGUE
           END-READ.
           IF WS-AN-SIGUE = "S"
                   MOVE "X" TO HP-FRECUENCIA
                   MOVE WS-AN-PERIODO TO HP-PERIODO
                   MOVE WS-AN-ID TO HP-ID
                   READ F-HISTORIA
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   DISPLAY "Ese recibo ya fue anulado "
                                           "y reexpedido; corrijalo "
                                           "con un retroactivo"
                                   MOVE "N" TO WS-AN-SIGUE
                   END-READ
           END-IF.
           IF WS-AN-SIGUE = "S"
                   MOVE WS-AN-FREC TO HP-FRECUENCIA
                   MOVE WS-AN-PERIODO TO HP-PERIODO
                   MOVE WS-AN-ID TO HP-ID
                   READ F-HISTORIA
                           INVALID KEY
                                   DISPLAY "El trabajador no tiene "
                                           "recibo en ese periodo"
                                   MOVE "N" TO WS-AN-SIGUE
                           NOT INVALID KEY
                                   MOVE HP-REGISTRO TO WS-AN-ORIGINAL
                   END-READ
           END-IF.
           IF WS-AN-SIGUE = "S"
                   IF WS-ACTIVO(WS-RECORRE) NOT = "S"
                   OR WS-FREC-TRAB NOT = WS-AN-FREC
                           DISPLAY "El trabajador ya no esta activo "
                                   "en ese grupo de pago; el recibo "
                                   "no se puede recalcular"
                           MOVE "N" TO WS-AN-SIGUE
                   END-IF
           END-IF.

      *MUESTRA EL RECIBO ORIGINAL, PIDE EL RETROACTIVO QUE TRAIA
      *(LA HISTORIA NO LO GUARDA APARTE) Y PIDE CONFIRMACION
       107-3-CONFIRMA-ANULACION.
           MOVE WS-AN-ORIGINAL TO HP-REGISTRO.
           MOVE HP-NETO TO WS-AN-NETO-FMT.
           DISPLAY "Recibo " HP-PERIODO " de " HP-ID " "
                   HP-NOMBRE " NETO: " WS-AN-NETO-FMT " " HP-MONEDA.
           DISPLAY "Verifique que el maestro, las deducciones y "
                   "las ausencias del periodo ya esten corregidos".
           DISPLAY "Retroactivo pagado en el recibo original "
                   "(ENTER = 0): ".
           MOVE ZERO TO WS-AN-RETRO-CAP.
           ACCEPT WS-AN-RETRO-CAP.
           MOVE "Anular el recibo y reexpedirlo corregido? S-SI / N-NO"
                   TO WS-CONFIRMA-MSG.
           PERFORM 33-CONFIRMA-ACCION.
           IF WS-CONFIRMA-RESULT = "S"
                   MOVE "P" TO WS-CAND-OP
                   MOVE "ANULA-NOM" TO WS-CAND-PROCESO
                   CALL "CANDADOUTIL" USING WS-CAND-OP
                           WS-CAND-PROCESO WS-CAND-RESULTADO
                   MOVE WS-AN-PERIODO TO WS-GA-PERIODO
                   MOVE WS-AN-ID TO WS-GA-ID
                   OPEN OUTPUT F-POLIZA-ANULA
                   PERFORM 107-4-POSTEA-REVERSA
                   IF WS-AN-SIGUE = "S"
                           PERFORM 107-8-REEXPIDE
                   END-IF
                   CLOSE F-POLIZA-ANULA
                   MOVE "Q" TO WS-CAND-OP
                   CALL "CANDADOUTIL" USING WS-CAND-OP
                           WS-CAND-PROCESO WS-CAND-RESULTADO
           ELSE
                   DISPLAY "Anulacion cancelada"
           END-IF.

      *REVERSA: COPIA DEL ORIGINAL CON LA MARCA "X", Y CON ELLA SE
      *REGRESAN ACUMULADOS, SALDOS E IMPUESTO SOBRE NOMINA
       107-4-POSTEA-REVERSA.
           MOVE WS-AN-ORIGINAL TO HP-REGISTRO.
           MOVE "X" TO HP-FRECUENCIA.
           WRITE HP-REGISTRO
                   INVALID KEY
                           DISPLAY "Error al postear la reversa de "
                                   HP-ID ", estatus: " WS-HP-STATUS
                           MOVE "N" TO WS-AN-SIGUE
                   NOT INVALID KEY
                           PERFORM 99-4-JOURNAL-HIST
           END-WRITE.
           IF WS-AN-SIGUE = "S"
                   PERFORM 107-5-REGRESA-ACUMULADO
                   MOVE WS-AN-ORIGINAL TO HP-REGISTRO
                   MOVE HP-NETO TO WS-CONV-MONTO
                   MOVE HP-MONEDA TO WS-CONV-MONEDA
                   PERFORM 52-CONVIERTE-A-BASE
                   COMPUTE WS-AN-MONTO = 0 - WS-CONV-RESULTADO
                   MOVE "NETO" TO WS-AN-CONCEPTO
                   MOVE SPACES TO WS-AN-LEYENDA
                   STRING "ANULA NETO " DELIMITED BY SIZE
                           WS-AN-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-RFC(WS-RECORRE) DELIMITED BY SIZE
                           INTO WS-AN-LEYENDA
                   PERFORM 107-10-RENGLON-POLIZA
                   PERFORM 107-6-REGRESA-DEDUCCIONES
                   PERFORM 107-7-REGRESA-ISN
                   MOVE WS-AN-ID TO AUD-ID
                   MOVE "ANULACION" TO AUD-ACCION
                   MOVE SPACES TO AUD-CAMPO
                   STRING "RECIBO-" DELIMITED BY SIZE
                           WS-AN-PERIODO DELIMITED BY SIZE
                           INTO AUD-CAMPO
                   MOVE WS-AN-ORIGINAL TO HP-REGISTRO
                   MOVE HP-NETO TO WS-AN-NETO-FMT
                   MOVE WS-AN-NETO-FMT TO AUD-VALOR-ANTERIOR
                   MOVE "ANULADO" TO AUD-VALOR-NUEVO
                   PERFORM 30-REGISTRA-AUDITORIA
           END-IF.

       107-5-REGRESA-ACUMULADO.
           MOVE WS-AN-ORIGINAL TO HP-REGISTRO.
           MOVE WS-AN-PERIODO(1:4) TO AC-ANO.
           MOVE WS-AN-ID TO AC-ID.
           READ F-ACUMULADOS
                   INVALID KEY
                           DISPLAY "Aviso: no hay acumulado " AC-ANO
                                   " del folio " AC-ID
                   NOT INVALID KEY
                           SUBTRACT HP-BRUTO FROM AC-BRUTO
                           SUBTRACT HP-ISR FROM AC-ISR
                           SUBTRACT HP-IMSS FROM AC-IMSS
                           REWRITE AC-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al regresar el "
                                           "acumulado anual de "
                                           AC-ID
                           END-REWRITE
           END-READ.

      *RECORRE EL DETALLE DE DEDUCCIONES QUE DEJO EL CIERRE PARA EL
      *RECIBO ANULADO; UN CIERRE ANTERIOR AL DETALLE NO DEJO
      *RENGLONES Y LOS SALDOS SE REGRESAN A MANO
       107-6-REGRESA-DEDUCCIONES.
           MOVE ZERO TO WS-HD-RENGLONES.
           MOVE WS-AN-FREC TO HD-FRECUENCIA.
           MOVE WS-AN-PERIODO TO HD-PERIODO.
           MOVE WS-AN-ID TO HD-ID.
           MOVE ZERO TO HD-RENGLON.
           MOVE "N" TO WS-HD-FIN.
           START F-HISTDED KEY IS NOT LESS THAN HD-LLAVE
                   INVALID KEY MOVE "S" TO WS-HD-FIN
           END-START.
           PERFORM 107-6-1-REGRESA-UNA UNTIL WS-HD-FIN = "S".
           MOVE WS-AN-ORIGINAL TO HP-REGISTRO.
           IF WS-HD-RENGLONES = ZERO
           AND HP-DEDUCCIONES > ZERO
                   MOVE HP-DEDUCCIONES TO WS-AN-NETO-FMT
                   DISPLAY "Aviso: el cierre de ese periodo no dejo "
                           "detalle de deducciones; regrese a mano "
                           "los saldos por " WS-AN-NETO-FMT
           END-IF.

       107-6-1-REGRESA-UNA.
           READ F-HISTDED NEXT RECORD
                   AT END MOVE "S" TO WS-HD-FIN
                   NOT AT END
                           IF HD-FRECUENCIA NOT = WS-AN-FREC
                           OR HD-PERIODO NOT = WS-AN-PERIODO
                           OR HD-ID NOT = WS-AN-ID
                                   MOVE "S" TO WS-HD-FIN
                           ELSE
                                   ADD 1 TO WS-HD-RENGLONES
                                   PERFORM 107-6-2-REGRESA-SALDO
                           END-IF
           END-READ.

      *CADA TIPO SE REGRESA AL REVES DE COMO LO APLICO EL CIERRE
      *(37-4-1-ABONA-DEDUCCION); LAS PENSIONES NO TIENEN SALDO
       107-6-2-REGRESA-SALDO.
           IF HD-TIPO = "C"
                   MOVE WS-AN-ID TO CJ-ID
                   READ F-CAJA
                           INVALID KEY
                                   DISPLAY "Aviso: la inscripcion de "
                                           "caja del folio " CJ-ID
                                           " ya no existe"
                           NOT INVALID KEY
                                   SUBTRACT HD-MONTO
                                           FROM CJ-SALDO-TRAB
                                   SUBTRACT HD-MONTO
                                           FROM CJ-SALDO-PATRON
                                   REWRITE CJ-REGISTRO
                                       INVALID KEY
                                       DISPLAY "Error al regresar la "
                                           "caja de " CJ-ID
                                   END-REWRITE
                   END-READ
           ELSE
           IF HD-TIPO = "I"
                   MOVE WS-AN-ID TO IA-ID
                   MOVE WS-AN-PERIODO TO IA-PERIODO
                   MOVE WS-AN-FREC TO IA-FRECUENCIA
                   DELETE F-INFOAMORT
                           INVALID KEY
                           DISPLAY "Aviso: la amortizacion INFONAVIT "
                                   "del folio " IA-ID " ya no existe"
                   END-DELETE
           ELSE
           IF HD-TIPO NOT = "P"
                   MOVE WS-AN-ID TO DD-ID
                   MOVE HD-CONCEPTO TO DD-CONCEPTO
                   READ F-DEDUCCIONES
                           INVALID KEY
                                   DISPLAY "Aviso: la deduccion "
                                           HD-CONCEPTO " del folio "
                                           DD-ID " ya no existe"
                           NOT INVALID KEY
                                   ADD HD-MONTO TO DD-SALDO
                                   REWRITE DD-REGISTRO
                                       INVALID KEY
                                       DISPLAY "Error al regresar "
                                           "la deduccion de " DD-ID
                                   END-REWRITE
                                   PERFORM 99-2-JOURNAL-DED
                   END-READ
           END-IF
           END-IF
           END-IF.
           MOVE HD-CONCEPTO TO WS-AN-CONCEPTO.
           MOVE SPACES TO WS-AN-LEYENDA.
           STRING "ANULA DEDUCCION " DELIMITED BY SIZE
                   HD-CONCEPTO DELIMITED BY SIZE
                   INTO WS-AN-LEYENDA.
           MOVE HD-MONTO TO WS-AN-MONTO.
           PERFORM 107-10-RENGLON-POLIZA.

       107-7-REGRESA-ISN.
           MOVE WS-AN-ID TO IM-ID.
           MOVE WS-AN-PERIODO TO IM-PERIODO.
           MOVE WS-AN-FREC TO IM-FRECUENCIA.
           READ F-ISN-MOV
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           IF IM-IMPUESTO > ZERO
                                   MOVE "ISN" TO WS-AN-CONCEPTO
                                   MOVE SPACES TO WS-AN-LEYENDA
                                   STRING "ANULA IMPUESTO SOBRE "
                                               DELIMITED BY SIZE
                                           "NOMINA " DELIMITED BY SIZE
                                           IM-ESTADO DELIMITED BY SIZE
                                           INTO WS-AN-LEYENDA
                                   COMPUTE WS-AN-MONTO =
                                           0 - IM-IMPUESTO
                                   PERFORM 107-10-RENGLON-POLIZA
                           END-IF
                           DELETE F-ISN-MOV
                                   INVALID KEY
                                   DISPLAY "Error al regresar el "
                                           "impuesto sobre nomina de "
                                           IM-ID
                           END-DELETE
           END-READ.

      *EL RECALCULO CORRE CON EL CONTEXTO DEL PERIODO ANULADO: SU
      *CORTE E INICIO DE CALENDARIO, EL MES DE SUS AUSENCIAS Y SU
      *ASISTENCIA, Y LAS HORAS EXTRA, GASTOS Y RETROACTIVO QUE SE
      *PAGARON EN EL RECIBO ORIGINAL; LO DEMAS (SUELDO, DEDUCCIONES,
      *PUESTO) SALE DEL MAESTRO YA CORREGIDO. AL TERMINAR SE
      *REGRESA EL CONTEXTO DE LA SESION; EL MAESTRO EN DISCO NUNCA
      *SE TOCA
       107-8-REEXPIDE.
           MOVE WS-FECHA-HOY-G TO WS-AN-HOY-SALVA.
           MOVE WS-PERIODO-PROCESO TO WS-AN-PROCESO-SALVA.
           MOVE WS-PERIODO-INICIO TO WS-AN-INICIO-SALVA.
           MOVE WS-HORAS-EXTRA(WS-RECORRE) TO WS-AN-HE-SALVA.
           MOVE WS-HE-ESTATUS(WS-RECORRE) TO WS-AN-HEEST-SALVA.
           MOVE WS-GASTOS(WS-RECORRE) TO WS-AN-GASTOS-SALVA.
           MOVE WS-RETRO-PENDIENTE(WS-RECORRE) TO WS-AN-RETRO-SALVA.
           MOVE WS-AN-PERIODO TO WS-PERIODO-PROCESO.
           MOVE WS-AN-PERIODO TO WS-FECHA-HOY-G.
           MOVE SPACES TO WS-PERIODO-INICIO.
           MOVE WS-AN-FREC TO CAL-FRECUENCIA.
           MOVE WS-AN-PERIODO TO CAL-CORTE.
           READ F-CALENDARIO
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           MOVE CAL-INICIO TO WS-PERIODO-INICIO
           END-READ.
           MOVE WS-AN-ORIGINAL TO HP-REGISTRO.
           MOVE HP-HORAS-EXTRA TO WS-HORAS-EXTRA(WS-RECORRE).
           MOVE "A" TO WS-HE-ESTATUS(WS-RECORRE).
           MOVE HP-GASTOS TO WS-GASTOS(WS-RECORRE).
           MOVE WS-AN-RETRO-CAP TO WS-RETRO-PENDIENTE(WS-RECORRE).
           PERFORM 50-CALCULA-CONCEPTOS.
           PERFORM 37-6-ARMA-HISTORIA.
           MOVE "R" TO HP-FRECUENCIA.
           MOVE "R" TO WS-HD-GRUPO.
           WRITE HP-REGISTRO
                   INVALID KEY
                           DISPLAY "Error al postear el recibo "
                                   "corregido de " HP-ID
                                   ", estatus: " WS-HP-STATUS
                   NOT INVALID KEY
                           PERFORM 37-3-ACUMULA-ANUAL
                           PERFORM 37-4-APLICA-DEDUCCIONES
                           PERFORM 98-4-POSTEA-ISN
                           PERFORM 99-4-JOURNAL-HIST
                           PERFORM 107-9-POLIZA-CORREGIDA
                           PERFORM 107-11-RECIBO-CORREGIDO
           END-WRITE.
           MOVE WS-AN-HE-SALVA TO WS-HORAS-EXTRA(WS-RECORRE).
           MOVE WS-AN-HEEST-SALVA TO WS-HE-ESTATUS(WS-RECORRE).
           MOVE WS-AN-GASTOS-SALVA TO WS-GASTOS(WS-RECORRE).
           MOVE WS-AN-RETRO-SALVA TO WS-RETRO-PENDIENTE(WS-RECORRE).
           MOVE WS-AN-HOY-SALVA TO WS-FECHA-HOY-G.
           MOVE WS-AN-PROCESO-SALVA TO WS-PERIODO-PROCESO.
           MOVE WS-AN-INICIO-SALVA TO WS-PERIODO-INICIO.

      *RENGLONES DEL RECIBO CORREGIDO EN LA MISMA POLIZA, CON LOS
      *SIGNOS DE LA POLIZA NORMAL (34-EXPORTA-GL)
       107-9-POLIZA-CORREGIDA.
           MOVE WS-NETO TO WS-CONV-MONTO.
           MOVE WS-MONEDA(WS-RECORRE) TO WS-CONV-MONEDA.
           PERFORM 52-CONVIERTE-A-BASE.
           MOVE WS-CONV-RESULTADO TO WS-AN-MONTO.
           MOVE "NETO" TO WS-AN-CONCEPTO.
           MOVE SPACES TO WS-AN-LEYENDA.
           STRING "NETO CORREGIDO " DELIMITED BY SIZE
                   WS-AN-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RFC(WS-RECORRE) DELIMITED BY SIZE
                   INTO WS-AN-LEYENDA.
           PERFORM 107-10-RENGLON-POLIZA.
           MOVE 1 TO WS-DA-IDX.
           PERFORM 107-9-1-DEDUCCION-CORREGIDA
                   UNTIL WS-DA-IDX > WS-DA-USADAS.
           IF WS-ISN-MONTO > ZERO
                   MOVE "ISN" TO WS-AN-CONCEPTO
                   MOVE SPACES TO WS-AN-LEYENDA
                   STRING "IMPUESTO SOBRE NOMINA " DELIMITED BY SIZE
                           WS-ISN-ESTADO DELIMITED BY SIZE
                           INTO WS-AN-LEYENDA
                   MOVE WS-ISN-MONTO TO WS-AN-MONTO
                   PERFORM 107-10-RENGLON-POLIZA
           END-IF.

       107-9-1-DEDUCCION-CORREGIDA.
           MOVE WS-DA-CONCEPTO(WS-DA-IDX) TO WS-AN-CONCEPTO.
           MOVE SPACES TO WS-AN-LEYENDA.
           STRING "DEDUCCION " DELIMITED BY SIZE
                   WS-DA-CONCEPTO(WS-DA-IDX) DELIMITED BY SIZE
                   INTO WS-AN-LEYENDA.
           COMPUTE WS-AN-MONTO = 0 - WS-DA-MONTO(WS-DA-IDX).
           PERFORM 107-10-RENGLON-POLIZA.
           ADD 1 TO WS-DA-IDX.

      *RENGLON DE LA POLIZA DE ANULACION CON LA CUENTA DEL CONCEPTO
      *EN WS-AN-CONCEPTO; SIN MAPEO EL RENGLON SE AVISA Y SE OMITE
       107-10-RENGLON-POLIZA.
           MOVE WS-AN-CONCEPTO TO WS-CG-CONCEPTO.
           MOVE ZERO TO WS-CG-DEPTO.
           PERFORM 34-2-BUSCA-CUENTA.
           IF WS-CG-HALLADA = "N"
                   DISPLAY "Aviso: el concepto " WS-AN-CONCEPTO
                           " no tiene cuenta en CUENTASGL, su "
                           "renglon no entra a la poliza"
           ELSE
                   MOVE WS-AN-MONTO TO WS-AN-MONTO-FMT
                   MOVE SPACES TO GA-LINEA
                   STRING WS-CG-CUENTA DELIMITED BY SIZE
                           WS-AN-LEYENDA DELIMITED BY SIZE
                           WS-AN-MONTO-FMT DELIMITED BY SIZE
                           INTO GA-LINEA
                   WRITE GA-LINEA
           END-IF.

      *RECIBO CORREGIDO EN EL ARCHIVO DE RECIBOS, CON EL MISMO
      *FORMATO DE 45-GENERA-RECIBOS; SE IMPRIME CON LOS IMPORTES YA
      *CALCULADOS Y POSTEADOS EN 107-8 (RENGLON "R" Y POLIZA), SIN
      *RECALCULAR CONTRA LOS SALDOS QUE EL POSTEO YA ABONO
       107-11-RECIBO-CORREGIDO.
           OPEN OUTPUT F-RECIBOS.
           MOVE "RECIBO CORREGIDO" TO WS-TITULO-REPORTE.
           PERFORM 40-ARMA-ENCABEZADO.
           MOVE ZERO TO WS-REC-CONTADOR.
           PERFORM 45-2-IMPRIME-RECIBO.
           CLOSE F-RECIBOS.
           MOVE WS-NETO TO WS-AN-NETO-FMT.
           MOVE WS-AN-ID TO AUD-ID.
           MOVE "REEXPEDICION" TO AUD-ACCION.
           MOVE SPACES TO AUD-CAMPO.
           STRING "RECIBO-" DELIMITED BY SIZE
                   WS-AN-PERIODO DELIMITED BY SIZE
                   INTO AUD-CAMPO.
           MOVE "ANULADO" TO AUD-VALOR-ANTERIOR.
           MOVE WS-AN-NETO-FMT TO AUD-VALOR-NUEVO.
           PERFORM 30-REGISTRA-AUDITORIA.
           DISPLAY "Recibo " WS-AN-PERIODO " de " WS-AN-ID
                   " anulado y reexpedido con neto " WS-AN-NETO-FMT.
           DISPLAY "Recibo corregido en " WS-ARCH-RECIBOS
                   ", poliza en " WS-NOMBRE-GLANU.

      *CONSTANCIA DE UN TRABAJADOR TRASPASADO DESDE OTRA EMPRESA
      *DEL GRUPO: LA REFERENCIA CRUZADA DE NOMTRASP DICE EMPRESA Y
      *FOLIO DE ORIGEN, Y SUS ACUMULADOS DEL ANIO EN ESA EMPRESA SE
      *IMPRIMEN COMO OTRO PATRON JUNTO CON EL TOTAL CONJUNTO
       108-ABRIR-TRASPASOS.
           MOVE "N" TO WS-TX-DISPONIBLE.
           OPEN INPUT F-TRASPASOS.
           IF WS-TX-STATUS = "00"
                   MOVE "S" TO WS-TX-DISPONIBLE
           ELSE
                   CLOSE F-TRASPASOS
           END-IF.

       108-1-OTRO-PATRON.
           MOVE WS-EMP-ACUM(2:2) TO TX-EMP-DESTINO.
           MOVE AC-ID TO TX-ID-DESTINO.
           READ F-TRASPASOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                           PERFORM 108-2-ACUMULADO-ORIGEN
           END-READ.

       108-2-ACUMULADO-ORIGEN.
           MOVE TX-EMP-ORIGEN TO WS-ACUMORG-EMP.
           MOVE WS-CONST-ANO TO AO-ANO.
           MOVE TX-ID-ORIGEN TO AO-ID.
           OPEN INPUT F-ACUM-ORIGEN.
           IF WS-AO-STATUS = "00"
                   READ F-ACUM-ORIGEN
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   PERFORM 108-3-ESCRIBE-OTRO-PATRON
                   END-READ
           END-IF.
           CLOSE F-ACUM-ORIGEN.

       108-3-ESCRIBE-OTRO-PATRON.
           MOVE SPACES TO CON-LINEA.
           STRING "  OTRO PATRON: EMPRESA " DELIMITED BY SIZE
                   TX-EMP-ORIGEN DELIMITED BY SIZE
                   " FOLIO " DELIMITED BY SIZE
                   TX-ID-ORIGEN DELIMITED BY SIZE
                   " HASTA EL " DELIMITED BY SIZE
                   TX-FECHA DELIMITED BY SIZE
                   INTO CON-LINEA.
           WRITE CON-LINEA.
           DISPLAY CON-LINEA.
           MOVE AO-BRUTO TO WS-AC-MONTO-FMT.
           MOVE SPACES TO CON-LINEA.
           STRING "    BRUTO: " DELIMITED BY SIZE
                   WS-AC-MONTO-FMT DELIMITED BY SIZE
                   INTO CON-LINEA.
           WRITE CON-LINEA.
           DISPLAY CON-LINEA.
           MOVE AO-ISR TO WS-AC-MONTO-FMT.
           MOVE SPACES TO CON-LINEA.
           STRING "    ISR RETENIDO: " DELIMITED BY SIZE
                   WS-AC-MONTO-FMT DELIMITED BY SIZE
                   INTO CON-LINEA.
           WRITE CON-LINEA.
           DISPLAY CON-LINEA.
           MOVE AO-IMSS TO WS-AC-MONTO-FMT.
           MOVE SPACES TO CON-LINEA.
           STRING "    IMSS: " DELIMITED BY SIZE
                   WS-AC-MONTO-FMT DELIMITED BY SIZE
                   INTO CON-LINEA.
           WRITE CON-LINEA.
           DISPLAY CON-LINEA.
           COMPUTE WS-TX-BRUTO = AC-BRUTO + AO-BRUTO.
           COMPUTE WS-TX-ISR = AC-ISR + AO-ISR.
           COMPUTE WS-TX-IMSS = AC-IMSS + AO-IMSS.
           MOVE WS-TX-BRUTO TO WS-AC-MONTO-FMT.
           MOVE SPACES TO CON-LINEA.
           STRING "  BRUTO ANUAL CONJUNTO: " DELIMITED BY SIZE
                   WS-AC-MONTO-FMT DELIMITED BY SIZE
                   INTO CON-LINEA.
           WRITE CON-LINEA.
           DISPLAY CON-LINEA.
           MOVE WS-TX-ISR TO WS-AC-MONTO-FMT.
           MOVE SPACES TO CON-LINEA.
           STRING "  ISR RETENIDO CONJUNTO: " DELIMITED BY SIZE
                   WS-AC-MONTO-FMT DELIMITED BY SIZE
                   INTO CON-LINEA.
           WRITE CON-LINEA.
           DISPLAY CON-LINEA.
           MOVE WS-TX-IMSS TO WS-AC-MONTO-FMT.
           MOVE SPACES TO CON-LINEA.
           STRING "  IMSS CONJUNTO: " DELIMITED BY SIZE
                   WS-AC-MONTO-FMT DELIMITED BY SIZE
                   INTO CON-LINEA.
           WRITE CON-LINEA.
           DISPLAY CON-LINEA.

      *ASIGNA EL PIN DEL KIOSCO A UN TRABAJADOR ACTIVO; SI YA TENIA
      *UNO (BLOQUEADO O NO) SE REEMPLAZA Y LOS INTENTOS VUELVEN A
      *CERO, QUE ES COMO SE DESBLOQUEA
       109-PIN-KIOSCO.
           DISPLAY "ID del trabajador: ".
           MOVE ZERO TO WS-PN-ID.
           ACCEPT WS-PN-ID.
           MOVE "S" TO WS-PN-SIGUE.
           MOVE WS-PN-ID TO WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
                   MOVE "N" TO WS-PN-SIGUE
           ELSE
                   IF WS-ACTIVO(WS-INDICE) NOT = "S"
                           DISPLAY "El trabajador esta dado "
                                   "de baja"
                           MOVE "N" TO WS-PN-SIGUE
                   END-IF
           END-IF.
           IF WS-PN-SIGUE = "S"
                   PERFORM 109-1-ABRIR-PINES
                   PERFORM 109-2-CAPTURA-PIN
                   CLOSE F-PINES
           END-IF.

       109-1-ABRIR-PINES.
           OPEN I-O F-PINES.
           IF WS-PN-STATUS = "35"
                   OPEN OUTPUT F-PINES
                   CLOSE F-PINES
                   OPEN I-O F-PINES
           END-IF.
           MOVE WS-PN-ID TO PN-ID.
           MOVE "S" TO WS-PN-EXISTE.
           READ F-PINES
                   INVALID KEY
                           MOVE "N" TO WS-PN-EXISTE
                           MOVE "SIN PIN" TO AUD-VALOR-ANTERIOR
                   NOT INVALID KEY
                           IF PN-BLOQUEADO = "S"
                                   DISPLAY "PIN actual bloqueado por "
                                           "intentos fallidos"
                                   MOVE "BLOQUEADO"
                                           TO AUD-VALOR-ANTERIOR
                           ELSE
                                   DISPLAY "Ultimo acceso al kiosco: "
                                           PN-ULTIMO-ACCESO
                                   MOVE "ACTIVO" TO AUD-VALOR-ANTERIOR
                           END-IF
           END-READ.

       109-2-CAPTURA-PIN.
           DISPLAY "PIN nuevo (4 a 6 digitos): ".
           MOVE SPACES TO WS-PN-NUEVO.
           ACCEPT WS-PN-NUEVO.
           DISPLAY "Repita el PIN: ".
           MOVE SPACES TO WS-PN-CONFIRMA.
           ACCEPT WS-PN-CONFIRMA.
           IF WS-PN-NUEVO(1:4) NOT NUMERIC
           OR (WS-PN-NUEVO(5:2) NOT NUMERIC
                   AND WS-PN-NUEVO(5:2) NOT = SPACES)
                   DISPLAY "El PIN debe ser de 4 a 6 digitos"
           ELSE
                   IF WS-PN-NUEVO NOT = WS-PN-CONFIRMA
                           DISPLAY "Los PIN no coinciden"
                   ELSE
                           PERFORM 109-3-GRABA-PIN
                   END-IF
           END-IF.

       109-3-GRABA-PIN.
           MOVE WS-PN-ID TO PN-ID.
           MOVE WS-PN-NUEVO TO PN-PIN.
           MOVE ZERO TO PN-INTENTOS.
           MOVE "N" TO PN-BLOQUEADO.
           ACCEPT PN-FECHA-ASIGNA FROM DATE YYYYMMDD.
           IF WS-PN-EXISTE = "S"
                   REWRITE PN-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar el PIN, estatus: "
                                   WS-PN-STATUS
                   END-REWRITE
           ELSE
                   MOVE SPACES TO PN-ULTIMO-ACCESO
                   WRITE PN-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar el PIN, estatus: "
                                   WS-PN-STATUS
                   END-WRITE
           END-IF.
           IF WS-PN-STATUS = "00"
                   DISPLAY "PIN asignado; el trabajador puede "
                           "cambiarlo en el kiosco"
                   MOVE WS-PN-ID TO AUD-ID
                   MOVE "PIN-KIOSCO" TO AUD-ACCION
                   MOVE "PIN" TO AUD-CAMPO
                   MOVE "ASIGNADO" TO AUD-VALOR-NUEVO
                   PERFORM 30-REGISTRA-AUDITORIA
           END-IF.

      *ANOTA EN EL CALENDARIO DE OBLIGACIONES QUE LA CORRIDA CUMPLIO
      *LO QUE ESTE PROGRAMA ATIENDE
       110-MARCA-OBLIGACION.
           MOVE "M" TO WS-OBL-OPERACION.
           MOVE "60-AGUINALDO" TO WS-OBL-PROGRAMA.
           CALL "OBLIGAUTIL" USING WS-OBL-OPERACION WS-EMP-PREFIJO
                   WS-OBL-DATOS.


       111-ABRIR-RESGUARDOS.
      *SI AUN NO EXISTE EL ARCHIVO DE RESGUARDOS SE CREA VACIO
           OPEN I-O F-RESGUARDOS.
           IF WS-RS-STATUS = "35"
                   OPEN OUTPUT F-RESGUARDOS
                   CLOSE F-RESGUARDOS
                   OPEN I-O F-RESGUARDOS
           END-IF.

      *PANTALLA DE RESGUARDOS DE UN TRABAJADOR: LISTA TODO LO QUE
      *SE LE HA ENTREGADO Y PERMITE ENTREGAR UN BIEN NUEVO,
      *REGISTRAR UNA DEVOLUCION O REIMPRIMIR UN RESGUARDO
       111-RESGUARDOS.
           DISPLAY "ID del trabajador: ".
           ACCEPT WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   DISPLAY "Trabajador no encontrado"
           ELSE
                   PERFORM 111-2-PANTALLA-RESGUARDO
           END-IF.

      *RECORRE LOS RESGUARDOS DE WS-RS-ID Y LOS MUESTRA; CON
      *WS-RS-SOLO-PEND = "S" SOLO LOS QUE SIGUEN EN RESGUARDO O
      *QUEDARON COMO ADEUDO. DEJA CUANTOS SIGUEN PENDIENTES Y SU
      *VALOR, Y APARTE CUANTOS SON ADEUDO Y LO QUE FALTA COBRAR
       111-1-LISTA-RESGUARDOS.
           MOVE ZERO TO WS-RS-PENDIENTES.
           MOVE ZERO TO WS-RS-VALOR-PEND.
           MOVE ZERO TO WS-RS-ADEUDOS.
           MOVE ZERO TO WS-RS-VALOR-ADEUDO.
           MOVE WS-RS-ID TO RS-ID.
           MOVE ZERO TO RS-NUMERO.
           MOVE "N" TO WS-RS-FIN.
           START F-RESGUARDOS KEY IS NOT LESS THAN RS-LLAVE
                   INVALID KEY MOVE "S" TO WS-RS-FIN
           END-START.
           PERFORM 111-1-1-LISTA-UNO UNTIL WS-RS-FIN = "S".

       111-1-1-LISTA-UNO.
           READ F-RESGUARDOS NEXT RECORD
                   AT END MOVE "S" TO WS-RS-FIN
                   NOT AT END
                           IF RS-ID NOT = WS-RS-ID
                                   MOVE "S" TO WS-RS-FIN
                           ELSE
                                   PERFORM 111-1-2-MUESTRA-UNO
                           END-IF
           END-READ.

       111-1-2-MUESTRA-UNO.
           PERFORM 111-1-3-SALDO-BIEN.
           IF RS-ESTADO = "E"
                   ADD 1 TO WS-RS-PENDIENTES
                   ADD RS-VALOR TO WS-RS-VALOR-PEND
           END-IF.
           IF RS-ESTADO = "A"
                   ADD 1 TO WS-RS-PENDIENTES
                   ADD WS-RS-SALDO TO WS-RS-VALOR-PEND
                   ADD 1 TO WS-RS-ADEUDOS
                   ADD WS-RS-SALDO TO WS-RS-VALOR-ADEUDO
           END-IF.
           IF RS-ESTADO = "E" OR RS-ESTADO = "A"
           OR WS-RS-SOLO-PEND NOT = "S"
                   MOVE RS-VALOR TO WS-RS-FMT
                   DISPLAY "  " RS-NUMERO " " RS-DESCRIPCION
                           " SERIE " RS-SERIE
                   DISPLAY "      VALOR " WS-RS-FMT
                           " ENTREGA " RS-FECHA-ENTREGA
                           " DEVOLUCION " RS-FECHA-DEVOLUCION
                           " COBRABLE " RS-COBRABLE
                           " ESTADO " RS-ESTADO
                   IF RS-ESTADO = "A"
                           MOVE WS-RS-SALDO TO WS-RS-FMT
                           DISPLAY "      ADEUDO PENDIENTE " WS-RS-FMT
                   END-IF
           END-IF.

      *LO QUE FALTA POR COBRAR DEL BIEN LEIDO: SU VALOR MENOS LO YA
      *DESCONTADO EN UN FINIQUITO
       111-1-3-SALDO-BIEN.
           IF RS-COBRADO NOT NUMERIC
                   MOVE ZERO TO RS-COBRADO
           END-IF.
           IF RS-COBRADO < RS-VALOR
                   COMPUTE WS-RS-SALDO = RS-VALOR - RS-COBRADO
           ELSE
                   MOVE ZERO TO WS-RS-SALDO
           END-IF.

       111-2-PANTALLA-RESGUARDO.
           MOVE WS-ID(WS-INDICE) TO WS-RS-ID.
           DISPLAY "RESGUARDOS DE " WS-ID(WS-INDICE) " "
                   WS-NOMBRE(WS-INDICE) " " WS-APELLIDO(WS-INDICE).
           DISPLAY "  (ESTADO: E-En resguardo D-Devuelto "
                   "C-Cobrado en finiquito B-Baja sin cobro "
                   "A-Adeudo)".
           MOVE "N" TO WS-RS-SOLO-PEND.
           PERFORM 111-1-LISTA-RESGUARDOS.
           MOVE WS-RS-VALOR-PEND TO WS-RS-FMT.
           DISPLAY "En resguardo: " WS-RS-PENDIENTES
                   " bienes, valor " WS-RS-FMT.
           DISPLAY "E-Entregar bien  D-Registrar devolucion  "
                   "I-Reimprimir resguardo  ENTER-Regresar: ".
           MOVE SPACES TO WS-RS-OPCION.
           ACCEPT WS-RS-OPCION.
           CALL "NOMBREUTIL" USING WS-RS-OPCION 1.
           IF WS-RS-OPCION = "E"
                   IF WS-ACTIVO(WS-INDICE) NOT = "S"
                           DISPLAY "El trabajador esta dado de baja, "
                                   "no se le entregan bienes"
                   ELSE
                           PERFORM 111-3-ENTREGA
                   END-IF
           ELSE
           IF WS-RS-OPCION = "D"
                   PERFORM 111-5-DEVOLUCION
           ELSE
           IF WS-RS-OPCION = "I"
                   DISPLAY "Numero de resguardo: "
                   MOVE ZERO TO RS-NUMERO
                   ACCEPT RS-NUMERO
                   MOVE WS-RS-ID TO RS-ID
                   READ F-RESGUARDOS
                           INVALID KEY
                           DISPLAY "Resguardo no encontrado"
                           NOT INVALID KEY
                           PERFORM 111-4-IMPRIME-RESGUARDO
                   END-READ
           END-IF
           END-IF
           END-IF.

      *ENTREGA DE UN BIEN: SE GRABA CON EL SIGUIENTE NUMERO DEL
      *TRABAJADOR (SE BUSCA ANTES DE CAPTURAR, EL RECORRIDO USA EL
      *AREA DEL REGISTRO) Y SE IMPRIME SU RESGUARDO PARA FIRMA
       111-3-ENTREGA.
           PERFORM 111-3-2-SIGUIENTE-NUMERO.
           MOVE SPACES TO RS-DESCRIPCION.
           PERFORM 111-3-1-PIDE-DESCRIPCION
                   UNTIL RS-DESCRIPCION NOT = SPACES.
           DISPLAY "Numero de serie (ENTER = sin serie): ".
           MOVE SPACES TO RS-SERIE.
           ACCEPT RS-SERIE.
           DISPLAY "Valor del bien: ".
           MOVE ZERO TO RS-VALOR.
           ACCEPT RS-VALOR.
           DISPLAY "Fecha de entrega (AAAAMMDD, ENTER = hoy): ".
           MOVE SPACES TO WS-RS-FECHA-CAP.
           ACCEPT WS-RS-FECHA-CAP.
           IF WS-RS-FECHA-CAP = SPACES OR WS-RS-FECHA-CAP NOT NUMERIC
                   ACCEPT WS-RS-FECHA-CAP FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Se cobra en el finiquito si no se devuelve? "
                   "(S/N, ENTER = S): ".
           MOVE SPACES TO RS-COBRABLE.
           ACCEPT RS-COBRABLE.
           CALL "NOMBREUTIL" USING RS-COBRABLE 1.
           IF RS-COBRABLE NOT = "N"
                   MOVE "S" TO RS-COBRABLE
           END-IF.
           MOVE WS-RS-ID TO RS-ID.
           MOVE WS-RS-NUM-NUEVO TO RS-NUMERO.
           MOVE WS-RS-FECHA-CAP TO RS-FECHA-ENTREGA.
           MOVE SPACES TO RS-FECHA-DEVOLUCION.
           MOVE "E" TO RS-ESTADO.
           MOVE WS-OPERADOR TO RS-OPERADOR.
           MOVE ZERO TO RS-COBRADO.
           WRITE RS-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar el resguardo, estatus: "
                           WS-RS-STATUS
                   NOT INVALID KEY
                   MOVE WS-RS-ID TO AUD-ID
                   MOVE "RESGUARDO" TO AUD-ACCION
                   MOVE SPACES TO AUD-CAMPO
                   STRING "ENTREGA-" DELIMITED BY SIZE
                           RS-NUMERO DELIMITED BY SIZE
                           INTO AUD-CAMPO
                   MOVE SPACES TO AUD-VALOR-ANTERIOR
                   MOVE RS-DESCRIPCION TO AUD-VALOR-NUEVO
                   PERFORM 30-REGISTRA-AUDITORIA
                   DISPLAY "Resguardo " RS-NUMERO " grabado"
                   PERFORM 111-4-IMPRIME-RESGUARDO
           END-WRITE.

       111-3-1-PIDE-DESCRIPCION.
           DISPLAY "Descripcion del bien: ".
           ACCEPT RS-DESCRIPCION.
           IF RS-DESCRIPCION = SPACES
                   DISPLAY "La descripcion es obligatoria"
           END-IF.

       111-3-2-SIGUIENTE-NUMERO.
           MOVE ZERO TO WS-RS-NUM-NUEVO.
           MOVE WS-RS-ID TO RS-ID.
           MOVE ZERO TO RS-NUMERO.
           MOVE "N" TO WS-RS-FIN.
           START F-RESGUARDOS KEY IS NOT LESS THAN RS-LLAVE
                   INVALID KEY MOVE "S" TO WS-RS-FIN
           END-START.
           PERFORM 111-3-3-CUENTA-RESGUARDO UNTIL WS-RS-FIN = "S".
           ADD 1 TO WS-RS-NUM-NUEVO.

       111-3-3-CUENTA-RESGUARDO.
           READ F-RESGUARDOS NEXT RECORD
                   AT END MOVE "S" TO WS-RS-FIN
                   NOT AT END
                           IF RS-ID NOT = WS-RS-ID
                                   MOVE "S" TO WS-RS-FIN
                           ELSE
                                   MOVE RS-NUMERO TO WS-RS-NUM-NUEVO
                           END-IF
           END-READ.

      *RESGUARDO IMPRESO DEL BIEN EN RS-REGISTRO PARA EL TRABAJADOR
      *EN WS-INDICE: UN ARCHIVO POR RESGUARDO, CON LA LEYENDA DE
      *DESCUENTO CUANDO EL BIEN ES COBRABLE Y LAS DOS FIRMAS
       111-4-IMPRIME-RESGUARDO.
           MOVE RS-ID TO WS-RI-ID.
           MOVE RS-NUMERO TO WS-RI-NUMERO.
           OPEN OUTPUT F-RESGUARDO-IMP.
           IF WS-RI-STATUS NOT = "00"
                   DISPLAY "No se pudo crear " WS-NOMBRE-RESGIMP
                           ", estatus: " WS-RI-STATUS
           ELSE
                   PERFORM 111-4-1-CUERPO-RESGUARDO
                   CLOSE F-RESGUARDO-IMP
                   DISPLAY "Resguardo para firma en "
                           WS-NOMBRE-RESGIMP
           END-IF.

       111-4-1-CUERPO-RESGUARDO.
           ACCEPT WS-FECHA-HOY-G FROM DATE YYYYMMDD.
           MOVE "RESGUARDO DE BIENES" TO WS-TITULO-REPORTE.
           PERFORM 40-ARMA-ENCABEZADO.
           MOVE WS-ENCABEZADO-REPORTE TO RI-LINEA.
           WRITE RI-LINEA.
           MOVE SPACES TO RI-LINEA.
           WRITE RI-LINEA.
           STRING "RESGUARDO NUMERO " DELIMITED BY SIZE
                   RS-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RS-NUMERO DELIMITED BY SIZE
                   INTO RI-LINEA.
           WRITE RI-LINEA.
           MOVE SPACES TO RI-LINEA.
           STRING "TRABAJADOR:       " DELIMITED BY SIZE
                   WS-ID(WS-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE(WS-INDICE) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-APELLIDO(WS-INDICE) DELIMITED BY "  "
                   INTO RI-LINEA.
           WRITE RI-LINEA.
           MOVE WS-DEPARTAMENTO(WS-INDICE, 1) TO WS-DEP-COD.
           PERFORM 73-4-NOMBRE-DEPTO.
           MOVE SPACES TO RI-LINEA.
           STRING "DEPARTAMENTO:     " DELIMITED BY SIZE
                   WS-DEP-COD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DC-NOMBRE DELIMITED BY SIZE
                   INTO RI-LINEA.
           WRITE RI-LINEA.
           MOVE SPACES TO RI-LINEA.
           WRITE RI-LINEA.
           STRING "BIEN ENTREGADO:   " DELIMITED BY SIZE
                   RS-DESCRIPCION DELIMITED BY SIZE
                   INTO RI-LINEA.
           WRITE RI-LINEA.
           MOVE SPACES TO RI-LINEA.
           STRING "NUMERO DE SERIE:  " DELIMITED BY SIZE
                   RS-SERIE DELIMITED BY SIZE
                   INTO RI-LINEA.
           WRITE RI-LINEA.
           MOVE RS-VALOR TO WS-RS-FMT.
           MOVE SPACES TO RI-LINEA.
           STRING "VALOR:            " DELIMITED BY SIZE
                   WS-RS-FMT DELIMITED BY SIZE
                   INTO RI-LINEA.
           WRITE RI-LINEA.
           MOVE SPACES TO RI-LINEA.
           STRING "FECHA DE ENTREGA: " DELIMITED BY SIZE
                   RS-FECHA-ENTREGA DELIMITED BY SIZE
                   INTO RI-LINEA.
           WRITE RI-LINEA.
           MOVE SPACES TO RI-LINEA.
           WRITE RI-LINEA.
           MOVE "RECIBO EL BIEN DESCRITO EN BUEN ESTADO Y ME "
                   TO RI-LINEA.
           WRITE RI-LINEA.
           MOVE "COMPROMETO A CUIDARLO Y A DEVOLVERLO CUANDO LA "
                   TO RI-LINEA.
           WRITE RI-LINEA.
           MOVE "EMPRESA LO SOLICITE O AL TERMINAR LA RELACION "
                   TO RI-LINEA.
           WRITE RI-LINEA.
           MOVE "LABORAL."
                   TO RI-LINEA.
           WRITE RI-LINEA.
           IF RS-COBRABLE = "S"
                   MOVE "SI NO LO DEVUELVO, AUTORIZO QUE SU VALOR SE "
                           TO RI-LINEA
                   WRITE RI-LINEA
                   MOVE "DESCUENTE DE MI FINIQUITO."
                           TO RI-LINEA
                   WRITE RI-LINEA
           END-IF.
           MOVE SPACES TO RI-LINEA.
           WRITE RI-LINEA.
           WRITE RI-LINEA.
           WRITE RI-LINEA.
           MOVE "______________________________     "
                   TO RI-LINEA(1:35).
           MOVE "______________________________"
                   TO RI-LINEA(36:30).
           WRITE RI-LINEA.
           MOVE SPACES TO RI-LINEA.
           MOVE "RECIBE (TRABAJADOR)" TO RI-LINEA(1:35).
           MOVE "ENTREGA" TO RI-LINEA(36:30).
           WRITE RI-LINEA.
           MOVE SPACES TO RI-LINEA.
           STRING WS-NOMBRE(WS-INDICE) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-APELLIDO(WS-INDICE) DELIMITED BY "  "
                   INTO RI-LINEA.
           MOVE RS-OPERADOR TO RI-LINEA(36:8).
           WRITE RI-LINEA.

      *DEVOLUCION DE UN BIEN EN RESGUARDO: QUEDA CON SU FECHA Y
      *DEJA DE CONTAR PARA EL FINIQUITO
       111-5-DEVOLUCION.
           DISPLAY "Numero de resguardo devuelto: ".
           MOVE ZERO TO RS-NUMERO.
           ACCEPT RS-NUMERO.
           MOVE WS-RS-ID TO RS-ID.
           READ F-RESGUARDOS
                   INVALID KEY
                   DISPLAY "Resguardo no encontrado"
                   NOT INVALID KEY
                   IF RS-ESTADO NOT = "E" AND RS-ESTADO NOT = "A"
                           DISPLAY "Ese bien ya no esta en "
                                   "resguardo (estado " RS-ESTADO ")"
                   ELSE
                           PERFORM 111-5-1-GRABA-DEVOLUCION
                   END-IF
           END-READ.

       111-5-1-GRABA-DEVOLUCION.
           DISPLAY "Fecha de devolucion (AAAAMMDD, ENTER = hoy): ".
           MOVE SPACES TO WS-RS-FECHA-CAP.
           ACCEPT WS-RS-FECHA-CAP.
           IF WS-RS-FECHA-CAP = SPACES OR WS-RS-FECHA-CAP NOT NUMERIC
                   ACCEPT WS-RS-FECHA-CAP FROM DATE YYYYMMDD
           END-IF.
           IF WS-RS-FECHA-CAP < RS-FECHA-ENTREGA
                   DISPLAY "La devolucion no puede ser anterior a "
                           "la entrega " RS-FECHA-ENTREGA
           ELSE
                   MOVE WS-RS-FECHA-CAP TO RS-FECHA-DEVOLUCION
                   MOVE RS-ESTADO TO AUD-VALOR-ANTERIOR
                   MOVE "D" TO RS-ESTADO
                   REWRITE RS-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la devolucion, "
                                   "estatus: " WS-RS-STATUS
                           NOT INVALID KEY
                           MOVE RS-ID TO AUD-ID
                           MOVE "RESGUARDO" TO AUD-ACCION
                           MOVE SPACES TO AUD-CAMPO
                           STRING "DEVOLUCION-" DELIMITED BY SIZE
                                   RS-NUMERO DELIMITED BY SIZE
                                   INTO AUD-CAMPO
                           MOVE "D" TO AUD-VALOR-NUEVO
                           PERFORM 30-REGISTRA-AUDITORIA
                           DISPLAY "Devolucion registrada"
                   END-REWRITE
           END-IF.

      *AVISO EN LA BAJA: LOS BIENES QUE EL TRABAJADOR EN WS-INDICE
      *AUN TIENE EN RESGUARDO, CON SU VALOR
       111-6-PENDIENTES-BAJA.
           MOVE WS-ID(WS-INDICE) TO WS-RS-ID.
           MOVE "S" TO WS-RS-SOLO-PEND.
           DISPLAY "BIENES EN RESGUARDO DEL TRABAJADOR:".
           PERFORM 111-1-LISTA-RESGUARDOS.
           IF WS-RS-PENDIENTES = ZERO
                   DISPLAY "  (ninguno)"
           ELSE
                   MOVE WS-RS-VALOR-PEND TO WS-RS-FMT
                   DISPLAY "  " WS-RS-PENDIENTES " bienes sin "
                           "devolver, valor " WS-RS-FMT
                   DISPLAY "  Los cobrables se descontaran del "
                           "finiquito; registre antes las "
                           "devoluciones (RG) si ya los entrego"
           END-IF.
           IF WS-RS-ADEUDOS > ZERO
                   MOVE WS-RS-VALOR-ADEUDO TO WS-RS-FMT
                   DISPLAY "  De ellos " WS-RS-ADEUDOS " quedaron "
                           "como adeudo de una baja anterior, "
                           "por " WS-RS-FMT
           END-IF.

      *VALOR DE LOS BIENES COBRABLES QUE EL TRABAJADOR EN
      *WS-INDICE NO HA DEVUELTO, PARA DESCONTARLO DEL FINIQUITO,
      *MAS LO QUE QUEDO SIN COBRAR DE LOS ADEUDOS ANTERIORES
       111-7-SALDO-RESGUARDOS.
           MOVE ZERO TO WS-FIN-RESGUARDOS.
           MOVE WS-ID(WS-INDICE) TO WS-RS-ID.
           MOVE WS-RS-ID TO RS-ID.
           MOVE ZERO TO RS-NUMERO.
           MOVE "N" TO WS-RS-FIN.
           START F-RESGUARDOS KEY IS NOT LESS THAN RS-LLAVE
                   INVALID KEY MOVE "S" TO WS-RS-FIN
           END-START.
           PERFORM 111-7-1-SUMA-RESGUARDO UNTIL WS-RS-FIN = "S".

       111-7-1-SUMA-RESGUARDO.
           READ F-RESGUARDOS NEXT RECORD
                   AT END MOVE "S" TO WS-RS-FIN
                   NOT AT END
                           IF RS-ID NOT = WS-RS-ID
                                   MOVE "S" TO WS-RS-FIN
                           ELSE
                           IF RS-ESTADO = "E" AND RS-COBRABLE = "S"
                                   ADD RS-VALOR TO WS-FIN-RESGUARDOS
                           ELSE
                           IF RS-ESTADO = "A"
                                   PERFORM 111-1-3-SALDO-BIEN
                                   ADD WS-RS-SALDO TO WS-FIN-RESGUARDOS
                           END-IF
                           END-IF
                           END-IF
           END-READ.

      *AL REGISTRAR LA BAJA LOS BIENES QUE SIGUEN EN RESGUARDO SE
      *CIERRAN CON LA FECHA DE LA BAJA: LOS COBRABLES SE VAN
      *CUBRIENDO CON WS-RS-POR-APLICAR (LO DESCONTADO DEL FINIQUITO);
      *"C" LOS CUBIERTOS COMPLETOS, "A" LOS QUE QUEDAN CON ADEUDO Y
      *"B" LOS QUE NO SE COBRAN
       111-8-CIERRA-RESGUARDOS.
           MOVE WS-ID(WS-INDICE) TO WS-RS-ID.
           MOVE WS-RS-ID TO RS-ID.
           MOVE ZERO TO RS-NUMERO.
           MOVE "N" TO WS-RS-FIN.
           START F-RESGUARDOS KEY IS NOT LESS THAN RS-LLAVE
                   INVALID KEY MOVE "S" TO WS-RS-FIN
           END-START.
           PERFORM 111-8-1-CIERRA-UNO UNTIL WS-RS-FIN = "S".

       111-8-1-CIERRA-UNO.
           READ F-RESGUARDOS NEXT RECORD
                   AT END MOVE "S" TO WS-RS-FIN
                   NOT AT END
                           IF RS-ID NOT = WS-RS-ID
                                   MOVE "S" TO WS-RS-FIN
                           ELSE
                           IF RS-ESTADO = "E" OR RS-ESTADO = "A"
                                   PERFORM 111-8-2-MARCA-CIERRE
                           END-IF
                           END-IF
           END-READ.

       111-8-2-MARCA-CIERRE.
           IF RS-ESTADO = "A" OR RS-COBRABLE = "S"
                   PERFORM 111-1-3-SALDO-BIEN
                   IF WS-RS-SALDO > WS-RS-POR-APLICAR
                           MOVE WS-RS-POR-APLICAR TO WS-RS-SALDO
                   END-IF
                   ADD WS-RS-SALDO TO RS-COBRADO
                   SUBTRACT WS-RS-SALDO FROM WS-RS-POR-APLICAR
                   IF RS-COBRADO < RS-VALOR
                           MOVE "A" TO RS-ESTADO
                   ELSE
                           MOVE "C" TO RS-ESTADO
                   END-IF
           ELSE
                   MOVE "B" TO RS-ESTADO
           END-IF.
           MOVE TB-FECHA-BAJA TO RS-FECHA-DEVOLUCION.
           REWRITE RS-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al cerrar el resguardo " RS-NUMERO
                           ", estatus: " WS-RS-STATUS
           END-REWRITE.

      *BIENES EN RESGUARDO POR DEPARTAMENTO: LOS RESGUARDOS
      *VIGENTES Y LOS QUE QUEDARON COMO ADEUDO SE ORDENAN POR EL
      *DEPARTAMENTO PRINCIPAL DEL TRABAJADOR, CON CUENTA Y VALOR
      *POR DEPARTAMENTO Y GENERAL; DE LOS ADEUDOS CUENTA LO QUE
      *FALTA COBRAR
       111-9-REPORTE-DEPTO.
           MOVE "BIENES EN RESGUARDO" TO WS-TITULO-REPORTE.
           PERFORM 40-1-MUESTRA-ENCABEZADO.
           MOVE "S" TO WS-RS-PRIMERO.
           MOVE ZERO TO WS-RS-T-CUENTA.
           MOVE ZERO TO WS-RS-T-VALOR.
           SORT SORT-FILE
                   ON ASCENDING KEY SORT-LLAVE
                   INPUT PROCEDURE IS 111-9-1-SUELTA-RESGUARDOS
                   OUTPUT PROCEDURE IS 111-9-3-PROCESA-ORDENADOS.
           IF WS-RS-PRIMERO = "S"
                   DISPLAY "  (no hay bienes en resguardo)"
           ELSE
                   PERFORM 111-9-5-CIERRA-DEPTO
           END-IF.
           MOVE WS-RS-T-VALOR TO WS-RS-TOTAL-FMT.
           DISPLAY "TOTAL EN RESGUARDO: " WS-RS-T-CUENTA
                   " BIENES, VALOR " WS-RS-TOTAL-FMT.

       111-9-1-SUELTA-RESGUARDOS.
           MOVE LOW-VALUES TO RS-LLAVE.
           MOVE "N" TO WS-RS-FIN.
           START F-RESGUARDOS KEY IS NOT LESS THAN RS-LLAVE
                   INVALID KEY MOVE "S" TO WS-RS-FIN
           END-START.
           PERFORM 111-9-2-SUELTA-UNO UNTIL WS-RS-FIN = "S".

       111-9-2-SUELTA-UNO.
           READ F-RESGUARDOS NEXT RECORD
                   AT END MOVE "S" TO WS-RS-FIN
                   NOT AT END
                           IF RS-ESTADO = "E" OR RS-ESTADO = "A"
                                   MOVE ZERO TO WS-RS-DEPTO
                                   MOVE RS-ID TO FT-ID
                                   READ F-TRABAJADORES
                                           INVALID KEY CONTINUE
                                           NOT INVALID KEY
                                           MOVE FT-DEPARTAMENTO(1)
                                                   TO WS-RS-DEPTO
                                   END-READ
                                   MOVE SPACES TO SORT-LLAVE
                                   MOVE WS-RS-DEPTO
                                           TO SORT-LLAVE(1:2)
                                   MOVE RS-ID TO SORT-LLAVE(3:4)
                                   MOVE RS-NUMERO TO SORT-LLAVE(7:3)
                                   MOVE RS-ID TO SORT-ID
                                   RELEASE SORT-REG
                           END-IF
           END-READ.

       111-9-3-PROCESA-ORDENADOS.
           MOVE "N" TO WS-ORD-FIN.
           PERFORM 111-9-4-REGRESA-UNO UNTIL WS-ORD-FIN = "S".

      *CADA RESGUARDO ORDENADO SE RELEE POR SU LLAVE; AL CAMBIAR
      *DE DEPARTAMENTO SE CIERRA EL ANTERIOR CON SUS TOTALES
       111-9-4-REGRESA-UNO.
           RETURN SORT-FILE
                   AT END MOVE "S" TO WS-ORD-FIN
                   NOT AT END
                           MOVE SORT-LLAVE(1:2) TO WS-RS-DEPTO
                           IF WS-RS-PRIMERO = "S"
                           OR WS-RS-DEPTO NOT = WS-RS-DEPTO-ANT
                                   IF WS-RS-PRIMERO = "N"
                                           PERFORM 111-9-5-CIERRA-DEPTO
                                   END-IF
                                   PERFORM 111-9-6-ABRE-DEPTO
                           END-IF
                           MOVE SORT-ID TO RS-ID
                           MOVE SORT-LLAVE(7:3) TO RS-NUMERO
                           READ F-RESGUARDOS
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                   PERFORM 111-9-7-RENGLON
                           END-READ
           END-RETURN.

       111-9-5-CIERRA-DEPTO.
           MOVE WS-RS-D-VALOR TO WS-RS-TOTAL-FMT.
           DISPLAY "  TOTAL DEPTO " WS-RS-DEPTO-ANT " "
                   WS-RS-D-CUENTA " BIENES, VALOR " WS-RS-TOTAL-FMT.
           ADD WS-RS-D-CUENTA TO WS-RS-T-CUENTA.
           ADD WS-RS-D-VALOR TO WS-RS-T-VALOR.

       111-9-6-ABRE-DEPTO.
           MOVE "N" TO WS-RS-PRIMERO.
           MOVE WS-RS-DEPTO TO WS-RS-DEPTO-ANT.
           MOVE ZERO TO WS-RS-D-CUENTA.
           MOVE ZERO TO WS-RS-D-VALOR.
           MOVE WS-RS-DEPTO TO WS-DEP-COD.
           PERFORM 73-4-NOMBRE-DEPTO.
           DISPLAY "DEPARTAMENTO " WS-RS-DEPTO " " DC-NOMBRE.

       111-9-7-RENGLON.
           MOVE RS-ID TO WS-ID-SEARCH.
           PERFORM 21-LEE-TRABAJADOR.
           IF WS-FT-HALLADO = "N"
                   MOVE SPACES TO WS-NOMBRE(1)
                   MOVE SPACES TO WS-APELLIDO(1)
           END-IF.
           IF RS-ESTADO = "A"
                   PERFORM 111-1-3-SALDO-BIEN
           ELSE
                   MOVE RS-VALOR TO WS-RS-SALDO
           END-IF.
           ADD 1 TO WS-RS-D-CUENTA.
           ADD WS-RS-SALDO TO WS-RS-D-VALOR.
           MOVE WS-RS-SALDO TO WS-RS-FMT.
           IF RS-ESTADO = "A"
                   DISPLAY "  " RS-ID " " WS-NOMBRE(1)(1:15) " "
                           WS-APELLIDO(1)(1:15) " " RS-NUMERO " "
                           RS-DESCRIPCION(1:25) " " RS-SERIE(1:15)
                           " " WS-RS-FMT " " RS-FECHA-ENTREGA
                           " ADEUDO"
           ELSE
                   DISPLAY "  " RS-ID " " WS-NOMBRE(1)(1:15) " "
                           WS-APELLIDO(1)(1:15) " " RS-NUMERO " "
                           RS-DESCRIPCION(1:25) " " RS-SERIE(1:15)
                           " " WS-RS-FMT " " RS-FECHA-ENTREGA
           END-IF.

       END PROGRAM NOMINA.
