           ASSIGN TO "CXPLLAVE.TXT"
           FILE STATUS IS WS-LL-STATUS.

      *ORDENES DE COMPRA DE COMERCIO, PARA EL COTEJO DE TRES VIAS
           SELECT OPTIONAL F-ORDENES
           ASSIGN TO "ORDENES.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS OR-FOLIO
           FILE STATUS IS WS-OR-STATUS.

      *TOLERANCIAS DEL COTEJO (UN SOLO RENGLON)
           SELECT OPTIONAL F-TOLERANCIA
           ASSIGN TO "CXPTOLER.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TL-STATUS.

      *ARCHIVO DE TRANSFERENCIAS DE LA CORRIDA DE PAGOS PARA EL
      *PORTAL DEL BANCO, Y AVISOS DE PAGO PARA CADA PROVEEDOR
           SELECT F-TRANSFERENCIAS
           ASSIGN TO "PAGOPROV.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TR-STATUS.

           SELECT F-AVISOS
           ASSIGN TO "AVISOPAGO.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AV-STATUS.

      *TIPOS DE CAMBIO QUE MANTIENE NOMINA (VIGENTES E HISTORIA POR
      *FECHA), CON EL PREFIJO DE LA EMPRESA EN OPERACION
           SELECT OPTIONAL F-TIPO-CAMBIO
           ASSIGN TO WS-ARCH-TC
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TC-MONEDA
           FILE STATUS IS WS-TC-STATUS.

           SELECT OPTIONAL F-TC-HISTORIA
           ASSIGN TO WS-ARCH-TCH
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS TH-LLAVE
           FILE STATUS IS WS-TH-STATUS.

      *DIFERENCIAS CAMBIARIAS REALIZADAS AL PAGAR FACTURAS EN
      *MONEDA EXTRANJERA, Y SU POLIZA MAPEADA CON EL CATALOGO
      *COMPARTIDO DE CUENTAS
           SELECT OPTIONAL F-DIFCAMBIO
           ASSIGN TO "CXPDIFCAM.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-DC-STATUS.

           SELECT F-CAMGL
           ASSIGN TO "CXPCAMGL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CGL-STATUS.

           SELECT OPTIONAL F-CUENTASGL
           ASSIGN TO "CUENTASGL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CG-LLAVE
           FILE STATUS IS WS-CG-STATUS.

      *BITACORA DE PAGOS QUE SALEN DEL BANCO (CAPTURADOS Y
      *TRANSFERENCIAS DE LA CORRIDA), PARA LA CONCILIACION BANCARIA
           SELECT OPTIONAL F-PAGOS
           ASSIGN TO "CXPPAGOS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PG-STATUS.

      *DESGLOSE DEL IVA DE CADA FACTURA POR TASA, Y EL IVA QUE
      *ACREDITA CADA PAGO EN PROPORCION A LO PAGADO, PARA LA HOJA
      *MENSUAL DE LA DECLARACION DE IVA
           SELECT F-IVA-FACTURA
           ASSIGN TO "CXPIVA.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IV-FOLIO
           FILE STATUS IS WS-IV-STATUS.

           SELECT OPTIONAL F-IVA-PAGOS
           ASSIGN TO "CXPIVAPAG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-IP-STATUS.

      *IDENTIDAD Y ROL DEL OPERADOR DEJADOS POR EL LANZADOR
           SELECT OPTIONAL F-OPERADOR
           ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-CXP.
           02 CP-VENCE                     PIC X(08).
           02 CP-IMPORTE                   PIC S9(09)V99.
           02 CP-PAGADO                    PIC S9(09)V99.
      *"P" PENDIENTE, "X" LIQUIDADA, "B" BLOQUEADA POR
      *DISCREPANCIA (NO SE PAGA HASTA QUE UN SUPERVISOR LA LIBERE)
           02 CP-ESTADO                    PIC X(01).
      *"N" NOTA DE CARGO (IMPORTE NEGATIVO), CUALQUIER OTRO VALOR
      *FACTURA; CP-NOTAS ES LO APLICADO DE NOTAS A LA FACTURA (EN
      *LA NOTA, LO YA APLICADO CON SIGNO NEGATIVO)
           02 CP-TIPO                      PIC X(01).
           02 CP-NOTAS                     PIC S9(09)V99.
      *COTEJO DE TRES VIAS: ORDEN ENCONTRADA, CANTIDAD Y PRECIO
      *FACTURADOS, IMPORTE ESPERADO SEGUN LA RECEPCION, BANDERAS DE
      *DIFERENCIA ("S") Y QUIEN LIBERO LA FACTURA BLOQUEADA
           02 CP-ORDEN                     PIC 9(06).
           02 CP-CANTIDAD                  PIC 9(10).
           02 CP-PRECIO                    PIC 9(07)V99.
           02 CP-ESPERADO                  PIC S9(09)V99.
           02 CP-DIF-ORDEN                 PIC X(01).
           02 CP-DIF-CANTIDAD              PIC X(01).
           02 CP-DIF-PRECIO                PIC X(01).
           02 CP-DIF-IMPORTE               PIC X(01).
           02 CP-LIBERO                    PIC X(08).
      *MONEDA DE LA FACTURA, TASA DEL DIA DE LA FACTURA E IMPORTE Y
      *PAGOS EN ESA MONEDA; CP-IMPORTE, CP-PAGADO Y CP-NOTAS QUEDAN
      *SIEMPRE EN PESOS A ESA TASA (VALOR EN LIBROS)
           02 CP-MONEDA                    PIC X(03).
           02 CP-TASA                      PIC 9(04)V9999.
           02 CP-IMPORTE-ORIG              PIC S9(09)V99.
           02 CP-PAGADO-ORIG               PIC S9(09)V99.

       FD F-PROVEEDORES.
       01 PV-REGISTRO.
           02 PV-CONTACTO                  PIC X(30).
           02 PV-DIAS-CREDITO              PIC 9(03).
           02 PV-ACTIVO                    PIC X(01).
      *BANCO Y CUENTA CLABE PARA LAS TRANSFERENCIAS DE LA CORRIDA DE
      *PAGOS DE CUENTAS POR PAGAR
           02 PV-BANCO                     PIC X(20).
           02 PV-CLABE                     PIC X(18).

       FD F-RECEPCIONES.
       01 RE-REGISTRO.
           02 RE-PEDIDA                    PIC 9(10).
           02 RE-RECIBIDA                  PIC 9(10).
           02 RE-IMPORTE                   PIC S9(09)V99.
      *"S" MERCANCIA EN CONSIGNACION: NO SE FACTURA CONTRA LA
      *RECEPCION, SE PAGA EN LA LIQUIDACION DE LO VENDIDO
           02 RE-CONSIGNA                  PIC X(01).

       FD CXP-LLAVE-FILE.
       01 REG-CXP-LLAVE                    PIC 9(06).

       FD F-ORDENES.
       01 OR-REGISTRO.
           02 OR-FOLIO                     PIC 9(06).
           02 OR-FECHA                     PIC X(08).
           02 OR-PROVEEDOR                 PIC 9(04).
           02 OR-RENGLONES                 PIC 9(04).

      *PORCENTAJES TOLERADOS DE MAS EN CANTIDAD Y EN PRECIO, Y
      *MONTO TOLERADO DE MAS EN EL IMPORTE (REDONDEOS)
       FD F-TOLERANCIA.
       01 TL-REGISTRO.
           02 TL-PCT-CANTIDAD              PIC 9(03)V99.
           02 TL-PCT-PRECIO                PIC 9(03)V99.
           02 TL-MONTO                     PIC 9(07)V99.

       FD F-OPERADOR.
       01 OP-REGISTRO                      PIC X(08).

       FD F-TIPO-CAMBIO.
       01 TC-REGISTRO.
           02 TC-MONEDA                    PIC X(03).
           02 TC-TASA                      PIC 9(04)V9999.
           02 TC-FECHA                     PIC X(08).

       FD F-TC-HISTORIA.
       01 TH-REGISTRO.
           02 TH-LLAVE.
               03 TH-MONEDA                PIC X(03).
               03 TH-FECHA                 PIC X(08).
           02 TH-TASA                      PIC 9(04)V9999.

      *DC-DIFERENCIA POSITIVA ES PERDIDA (SE PAGARON MAS PESOS DE
      *LOS REGISTRADOS), NEGATIVA ES UTILIDAD
       FD F-DIFCAMBIO.
       01 DC-REGISTRO.
           02 DC-FECHA                     PIC X(08).
           02 DC-FOLIO                     PIC 9(06).
           02 DC-PROVEEDOR                 PIC 9(04).
           02 DC-MONEDA                    PIC X(03).
           02 DC-MONTO-ORIG                PIC S9(09)V99.
           02 DC-TASA-LIBRO                PIC 9(04)V9999.
           02 DC-TASA-PAGO                 PIC 9(04)V9999.
           02 DC-DIFERENCIA                PIC S9(09)V99.

       FD F-CAMGL.
       01 CGL-LINEA                        PIC X(60).

       FD F-CUENTASGL.
       01 CG-REGISTRO.
           02 CG-LLAVE.
               03 CG-CONCEPTO              PIC X(12).
               03 CG-DEPTO                 PIC 9(02).
           02 CG-CUENTA                    PIC X(10).

       FD F-TRANSFERENCIAS.
       01 TR-LINEA                         PIC X(80).

       FD F-AVISOS.
       01 AV-LINEA                         PIC X(80).

      *PG-FORMA "M" PAGO CAPTURADO A UNA FACTURA, "T" TRANSFERENCIA
      *DE LA CORRIDA (NETO DEL PROVEEDOR, SIN FOLIO); EL IMPORTE ES
      *SIEMPRE LO QUE SALIO DEL BANCO EN PESOS
       FD F-PAGOS.
       01 PG-REGISTRO.
           02 PG-FECHA                     PIC X(08).
           02 PG-PROVEEDOR                 PIC 9(04).
           02 PG-FOLIO                     PIC 9(06).
           02 PG-FORMA                     PIC X(01).
           02 PG-IMPORTE                   PIC 9(09)V99.
           02 PG-REFERENCIA                PIC X(15).

      *IMPORTES EN PESOS A LA TASA DE LA FACTURA; SUBTOTAL 16% MAS
      *SU IVA, SUBTOTAL 8% MAS SU IVA Y SUBTOTAL 0% SUMAN CP-IMPORTE
       FD F-IVA-FACTURA.
       01 IV-REGISTRO.
           02 IV-FOLIO                     PIC 9(06).
           02 IV-SUBTOTAL-16               PIC S9(09)V99.
           02 IV-IVA-16                    PIC S9(09)V99.
           02 IV-SUBTOTAL-8                PIC S9(09)V99.
           02 IV-IVA-8                     PIC S9(09)V99.
           02 IV-SUBTOTAL-0                PIC S9(09)V99.

      *UN RENGLON POR PAGO APLICADO A UNA FACTURA: LO PAGADO EN
      *PESOS Y LA PARTE DE CADA SUBTOTAL Y DE CADA IVA QUE CUBRE
       FD F-IVA-PAGOS.
       01 IP-REGISTRO.
           02 IP-FECHA                     PIC X(08).
           02 IP-FOLIO                     PIC 9(06).
           02 IP-PROVEEDOR                 PIC 9(04).
           02 IP-PAGO                      PIC S9(09)V99.
           02 IP-BASE-16                   PIC S9(09)V99.
           02 IP-IVA-16                    PIC S9(09)V99.
           02 IP-BASE-8                    PIC S9(09)V99.
           02 IP-IVA-8                     PIC S9(09)V99.
           02 IP-BASE-0                    PIC S9(09)V99.

       WORKING-STORAGE SECTION.
       77 WS-CP-STATUS                     PIC X(02).
       77 WS-PV-STATUS                     PIC X(02).
       77 WS-RE-STATUS                     PIC X(02).
       77 WS-LL-STATUS                     PIC X(02).
       77 WS-OR-STATUS                     PIC X(02).
       77 WS-TL-STATUS                     PIC X(02).
       77 WS-OP-STATUS                     PIC X(02).
       77 WS-TR-STATUS                     PIC X(02).
       77 WS-TC-STATUS                     PIC X(02).
       77 WS-TH-STATUS                     PIC X(02).
       77 WS-DC-STATUS                     PIC X(02).
       77 WS-CGL-STATUS                    PIC X(02).
       77 WS-CG-STATUS                     PIC X(02).
       77 WS-AV-STATUS                     PIC X(02).
       77 WS-PG-STATUS                     PIC X(02).
       77 WS-OPERADOR                      PIC X(08) VALUE "LOCAL".
       77 WS-OPER-ROL                      PIC X(01) VALUE "A".
       77 WS-CP-FIN                        PIC X(01).
       77 WS-OPCION                        PIC X(01).
       77 WS-TERMINA                       PIC 9(01).
       77 WS-CUBETA-30                     PIC S9(10)V99.
       77 WS-CUBETA-60                     PIC S9(10)V99.
       77 WS-CUBETA-90                     PIC S9(10)V99.
      *SALDO A FAVOR POR NOTAS DE CARGO AUN NO APLICADAS
       77 WS-CUBETA-NOTAS                  PIC S9(10)V99.
      *APLICACION DE NOTAS DE CARGO A UNA FACTURA NUEVA
       77 WS-NC-FACTURA                    PIC 9(06).
       77 WS-NC-PROVEEDOR                  PIC 9(04).
       77 WS-NC-POR-APLICAR                PIC S9(09)V99.
       77 WS-NC-APLICADO                   PIC S9(09)V99.
       77 WS-NC-MONTO                      PIC S9(09)V99.
      *VENCIMIENTOS DE LA SEMANA: HOY MAS SIETE DIAS
       77 WS-LIMITE-SEMANA                 PIC X(08).
      *COTEJO DE TRES VIAS
       77 WS-OR-FIN                        PIC X(01).
       77 WS-TL-PCT-CANTIDAD               PIC 9(03)V99.
       77 WS-TL-PCT-PRECIO                 PIC 9(03)V99.
       77 WS-TL-MONTO                      PIC 9(07)V99.
       77 WS-CT-COSTO-UNIT                 PIC 9(07)V9(04).
       77 WS-CT-TOPE                       PIC 9(11)V9(04).
       77 WS-CT-CANT-BASE                  PIC 9(10).
       77 WS-CT-PROV                       PIC 9(04).
       77 WS-CT-BLOQUEADAS                 PIC 9(05).
       77 WS-CT-LIBERADAS                  PIC 9(05).
       77 WS-CT-EXCESO                     PIC S9(10)V99.
       77 WS-CT-OPCION                     PIC X(01).
      *CORRIDA DE PAGOS: RENGLONES PROPUESTOS (FACTURAS Y NOTAS) Y
      *NETO POR PROVEEDOR
       77 WS-CR-LIMITE                     PIC X(08).
       77 WS-CR-USADOS                     PIC 9(04).
       77 WS-CR-IDX                        PIC 9(04).
       77 WS-CR-SEL                        PIC 9(04).
       77 WS-CR-TERMINA                    PIC X(01).
       77 WS-CR-SIN-CLABE                  PIC 9(05).
       77 WS-CR-LEYENDA                    PIC X(04).
       77 WS-CR-CONTADOR                   PIC 9(05).
       77 WS-CR-TOTAL                      PIC S9(10)V99.
       77 WS-CR-PTE-FACTURA                PIC S9(10)V99.
       77 WS-CR-PTE-NOTA                   PIC S9(10)V99.
       77 WS-CR-APLICA                     PIC S9(10)V99.
       77 WS-CR-NETO-FMT                   PIC 9(07).99.
       77 WS-CR-TOTAL-FMT                  PIC 9(09).99.
       77 WS-CS-USADOS                     PIC 9(03).
       77 WS-CS-IDX                        PIC 9(03).
       77 WS-CS-HALLADO                    PIC X(01).
       01 WS-CR-TABLA.
           02 WS-CR-RENGLON OCCURS 300 TIMES.
               03 WS-CR-FOLIO              PIC 9(06).
               03 WS-CR-PROV               PIC 9(04).
               03 WS-CR-FACTURA            PIC X(15).
               03 WS-CR-VENCE              PIC X(08).
               03 WS-CR-SALDO              PIC S9(09)V99.
               03 WS-CR-TIPO               PIC X(01).
               03 WS-CR-MONEDA             PIC X(03).
               03 WS-CR-INCLUYE            PIC X(01).
       01 WS-CS-TABLA.
           02 WS-CS-RENGLON OCCURS 100 TIMES.
               03 WS-CS-PROV               PIC 9(04).
               03 WS-CS-NOMBRE             PIC X(30).
               03 WS-CS-CLABE              PIC X(18).
               03 WS-CS-FACTURAS           PIC S9(10)V99.
               03 WS-CS-NOTAS              PIC S9(10)V99.
               03 WS-CS-CREDITO            PIC S9(10)V99.
               03 WS-CS-NETO               PIC S9(10)V99.
      *MONEDA EXTRANJERA: ARCHIVOS DE TIPO DE CAMBIO DE LA EMPRESA
      *EN OPERACION, TASA A UNA FECHA, PAGO Y DIFERENCIA CAMBIARIA
       77 WS-EMP-PREFIJO                   PIC X(04) VALUE "E01-".
       01 WS-ARCH-TC.
           02 WS-EMP-TC                    PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(09)
                   VALUE "NOMTC.DAT".
       01 WS-ARCH-TCH.
           02 WS-EMP-TCH                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMTCHIST.DAT".
       77 WS-TC-MONEDA                     PIC X(03).
       77 WS-TC-FECHA                      PIC X(08).
       77 WS-TC-TASA                       PIC 9(04)V9999.
       77 WS-TC-FIN                        PIC X(01).
       77 WS-TC-HALLADA                    PIC X(01).
       77 WS-TASA-FMT                      PIC ZZZ9.9999.
       77 WS-MC-SALDO-ORIG                 PIC S9(09)V99.
       77 WS-MC-PAGO-ORIG                  PIC 9(09)V99.
       77 WS-MC-PESOS                      PIC S9(09)V99.
       77 WS-MC-LIBRO                      PIC S9(09)V99.
       77 WS-MC-DIF                        PIC S9(09)V99.
       77 WS-MC-FECHA-PAGO                 PIC X(08).
      *REVALUACION DE SALDOS EN MONEDA EXTRANJERA EN LA ANTIGUEDAD
       77 WS-RV-FECHA                      PIC X(08).
       77 WS-RV-VALUADO                    PIC S9(09)V99.
       77 WS-RV-AJUSTE                     PIC S9(10)V99.
      *POLIZA DE DIFERENCIAS CAMBIARIAS
       77 WS-CG-CONCEPTO                   PIC X(12).
       77 WS-CG-CUENTA                     PIC X(10).
       77 WS-CG-HALLADA                    PIC X(01).
       77 WS-CTA-UTILIDAD                  PIC X(10).
       77 WS-CTA-PERDIDA                   PIC X(10).
       77 WS-DC-FIN                        PIC X(01).
       77 WS-DC-DESDE                      PIC X(08).
       77 WS-DC-HASTA                      PIC X(08).
       77 WS-DC-CONTADOR                   PIC 9(05).
       77 WS-DC-TOTAL                      PIC S9(10)V99.
       77 WS-DC-IMPORTE-FMT                PIC -9(12).99.
      *CAMPOS DE ENLACE CON LA RUTINA COMPARTIDA DE FECHAS
       77 WS-FU-OPERACION                  PIC X(01).
       77 WS-FU-FECHA-1                    PIC X(08).
       77 WS-FU-FECHA-2                    PIC X(08).
       77 WS-FU-DIAS                       PIC 9(05).
      *DESGLOSE DE IVA DE LA FACTURA EN CAPTURA (EN SU MONEDA) Y
      *MONTO Y FECHA DEL PAGO CUYO IVA SE ACREDITA
       77 WS-IV-STATUS                     PIC X(02).
       77 WS-IP-STATUS                     PIC X(02).
       77 WS-IV-OPCION                     PIC X(01).
       77 WS-IV-VALIDO                     PIC X(01).
       77 WS-IV-HALLADO                    PIC X(01).
       77 WS-IV-SUB-16                     PIC 9(09)V99.
       77 WS-IV-IVA-16                     PIC 9(09)V99.
       77 WS-IV-SUB-8                      PIC 9(09)V99.
       77 WS-IV-IVA-8                      PIC 9(09)V99.
       77 WS-IV-SUB-0                      PIC S9(09)V99.
       77 WS-IV-CAPTURA                    PIC 9(09)V99.
       77 WS-IP-MONTO                      PIC S9(09)V99.
       77 WS-IP-FECHA                      PIC X(08).

       PROCEDURE DIVISION.

                   OPEN I-O F-CXP
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TC.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TCH.
           PERFORM 02-LEE-OPERADOR.
           PERFORM 50-LEE-TOLERANCIAS.
           MOVE ZERO TO WS-TERMINA.
           PERFORM 01-MENU UNTIL WS-TERMINA = 1.
           CLOSE F-CXP.
      *GOBACK PARA QUE EL LANZADOR RECUPERE EL CONTROL; CORRIDO
      *DIRECTO TERMINA IGUAL QUE SIEMPRE
           GOBACK.

       01-MENU.
           DISPLAY "C - Capturar factura, P - Registrar pago, "
                   "A - Antiguedad de saldos, V - Vence esta "
                   "semana, L - Liberar factura bloqueada, "
                   "D - Discrepancias por proveedor, "
                   "T - Tolerancias, R - Corrida de pagos, "
                   "G - Poliza de diferencias cambiarias, "
                   "S - Salir".
           ACCEPT WS-OPCION.
           CALL "NOMBREUTIL" USING WS-OPCION 1.
           IF WS-OPCION = "C"
           IF WS-OPCION = "V"
                   PERFORM 40-VENCE-SEMANA
           ELSE
           IF WS-OPCION = "L"
                   PERFORM 60-LIBERA-FACTURA
           ELSE
           IF WS-OPCION = "D"
                   PERFORM 70-DISCREPANCIAS
           ELSE
           IF WS-OPCION = "T"
                   PERFORM 51-CAPTURA-TOLERANCIAS
           ELSE
           IF WS-OPCION = "R"
                   PERFORM 80-CORRIDA-PAGOS
           ELSE
           IF WS-OPCION = "G"
                   PERFORM 93-POLIZA-CAMBIOS
           ELSE
           IF WS-OPCION = "S"
                   MOVE 1 TO WS-TERMINA
           ELSE
                   DISPLAY "Opcion invalida, verifique".

      *MISMA LECTURA DE LA IDENTIDAD QUE HACE COMERCIO: PRIMER
      *RENGLON EL OPERADOR, SEGUNDO SU ROL; SIN ARCHIVO SE OPERA
      *COMO ADMINISTRADOR
       02-LEE-OPERADOR.
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

      *LA FACTURA SE CAPTURA CONTRA SU RECEPCION: EL IMPORTE SE
      *PROPONE DEL EVENTO Y EL VENCIMIENTO SALE DE LA FECHA DE LA
      *FACTURA MAS LOS DIAS DE CREDITO DEL PROVEEDOR
           ACCEPT WS-FOLIO-CAP.
           MOVE ZERO TO RE-IMPORTE.
           MOVE ZERO TO RE-PROVEEDOR.
           MOVE ZERO TO RE-PEDIDA.
           MOVE ZERO TO RE-RECIBIDA.
           MOVE SPACES TO RE-FECHA.
           MOVE "N" TO RE-CONSIGNA.
           OPEN INPUT F-RECEPCIONES.
           IF WS-RE-STATUS = "00" OR WS-RE-STATUS = "05"
                   MOVE WS-FOLIO-CAP TO RE-FOLIO
                   END-READ
           END-IF.
           CLOSE F-RECEPCIONES.
      *LA MERCANCIA EN CONSIGNACION NO SE DEBE AL RECIBIRLA: SU
      *FACTURA LA GENERA LA LIQUIDACION DE LO VENDIDO
           IF RE-CONSIGNA = "S"
                   DISPLAY "Esa recepcion es en consignacion: no se "
                           "factura, se paga en la liquidacion de lo "
                           "vendido."
           ELSE
                   PERFORM 10-1-REGISTRA-FACTURA
           END-IF.

       10-1-REGISTRA-FACTURA.
           PERFORM 11-SIGUIENTE-FOLIO.
           MOVE WS-FOLIO-CAP TO CP-RECEPCION.
           MOVE RE-PROVEEDOR TO CP-PROVEEDOR.
           IF CP-FECHA-FACTURA = SPACES
                   MOVE WS-FECHA-HOY TO CP-FECHA-FACTURA
           END-IF.
      *LA FACTURA EN OTRA MONEDA SE REGISTRA A LA TASA DEL DIA DE
      *LA FACTURA; PRECIO E IMPORTE SE TECLEAN EN SU MONEDA
           DISPLAY "Moneda de la factura (ENTER = MXN): ".
           MOVE SPACES TO CP-MONEDA.
           ACCEPT CP-MONEDA.
           CALL "NOMBREUTIL" USING CP-MONEDA 3.
           IF CP-MONEDA = SPACES
                   MOVE "MXN" TO CP-MONEDA
           END-IF.
           MOVE CP-MONEDA TO WS-TC-MONEDA.
           MOVE CP-FECHA-FACTURA TO WS-TC-FECHA.
           PERFORM 90-TASA-A-FECHA.
           MOVE WS-TC-TASA TO CP-TASA.
           IF CP-MONEDA NOT = "MXN"
                   MOVE CP-TASA TO WS-TASA-FMT
                   DISPLAY "Tipo de cambio al " CP-FECHA-FACTURA ": "
                           WS-TASA-FMT
           END-IF.
      *RENGLON DE LA FACTURA EN LAS MISMAS UNIDADES DE LA RECEPCION
           DISPLAY "Cantidad facturada (ENTER = recibida "
                   RE-RECIBIDA "): ".
           MOVE ZERO TO CP-CANTIDAD.
           ACCEPT CP-CANTIDAD.
           IF CP-CANTIDAD = ZERO
                   MOVE RE-RECIBIDA TO CP-CANTIDAD
           END-IF.
           DISPLAY "Precio unitario facturado en " CP-MONEDA
                   " (0 = sin desglose): ".
           MOVE ZERO TO CP-PRECIO.
           ACCEPT CP-PRECIO.
           IF CP-PRECIO > ZERO
                   COMPUTE CP-IMPORTE ROUNDED =
                           CP-CANTIDAD * CP-PRECIO
           ELSE
                   COMPUTE CP-IMPORTE ROUNDED = RE-IMPORTE / CP-TASA
           END-IF.
           MOVE CP-IMPORTE TO WS-MONTO-FMT.
           DISPLAY "Importe en " CP-MONEDA " (0 = " WS-MONTO-FMT
                   "): ".
           ACCEPT WS-PAGO.
           IF WS-PAGO NOT = ZERO
                   MOVE WS-PAGO TO CP-IMPORTE
           END-IF.
           MOVE CP-IMPORTE TO CP-IMPORTE-ORIG.
           MOVE ZERO TO CP-PAGADO-ORIG.
           IF CP-MONEDA NOT = "MXN"
                   COMPUTE CP-IMPORTE ROUNDED =
                           CP-IMPORTE-ORIG * CP-TASA
                   COMPUTE CP-PRECIO ROUNDED = CP-PRECIO * CP-TASA
                   MOVE CP-IMPORTE TO WS-MONTO-FMT
                   DISPLAY "Registrada en pesos: " WS-MONTO-FMT
           END-IF.
           MOVE "N" TO WS-IV-VALIDO.
           PERFORM 18-DESGLOSE-IVA UNTIL WS-IV-VALIDO = "S".
           PERFORM 12-CALCULA-VENCIMIENTO.
           MOVE ZERO TO CP-PAGADO.
           MOVE "F" TO CP-TIPO.
           MOVE ZERO TO CP-NOTAS.
           MOVE SPACES TO CP-LIBERO.
           PERFORM 16-COTEJO-TRES-VIAS.
           WRITE CP-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al grabar la factura, estatus: "
                           WS-CP-STATUS
           END-WRITE.
           PERFORM 18-2-GRABA-DESGLOSE.
           DISPLAY "Factura " CP-FACTURA " registrada con folio "
                   CP-FOLIO ", vence el " CP-VENCE.
           IF CP-ESTADO = "B"
                   PERFORM 17-MUESTRA-DIFERENCIAS
                   DISPLAY "FACTURA BLOQUEADA POR DISCREPANCIA: no "
                           "se paga hasta que un supervisor la "
                           "libere."
           END-IF.
           PERFORM 13-APLICA-NOTAS.

      *LAS NOTAS DE CARGO DEL PROVEEDOR CON SALDO A FAVOR (LAS DE
      *DEVOLUCIONES QUE NO TENIAN FACTURA QUE REDUCIR) SE APLICAN A
      *LA FACTURA RECIEN CAPTURADA, LA MAS VIEJA PRIMERO
       13-APLICA-NOTAS.
           MOVE CP-FOLIO TO WS-NC-FACTURA.
           MOVE CP-PROVEEDOR TO WS-NC-PROVEEDOR.
           COMPUTE WS-NC-POR-APLICAR = CP-IMPORTE.
           MOVE ZERO TO WS-NC-APLICADO.
           MOVE LOW-VALUES TO CP-FOLIO.
           MOVE "N" TO WS-CP-FIN.
           START F-CXP KEY IS NOT LESS THAN CP-FOLIO
                   INVALID KEY MOVE "S" TO WS-CP-FIN
           END-START.
           PERFORM 14-EXAMINA-NOTA
                   UNTIL WS-CP-FIN = "S"
                   OR WS-NC-APLICADO NOT < WS-NC-POR-APLICAR.
           IF WS-NC-APLICADO > ZERO
                   MOVE WS-NC-FACTURA TO CP-FOLIO
                   READ F-CXP
                           INVALID KEY
                           DISPLAY "Error al releer la factura."
                           NOT INVALID KEY
                           ADD WS-NC-APLICADO TO CP-NOTAS
                           PERFORM 15-SALDO-FACTURA
                           IF WS-SALDO NOT > ZERO
                                   MOVE "X" TO CP-ESTADO
                           END-IF
                           REWRITE CP-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al aplicar las "
                                           "notas de cargo."
                           END-REWRITE
                           MOVE WS-NC-APLICADO TO WS-MONTO-FMT
                           DISPLAY "Notas de cargo aplicadas a la "
                                   "factura: " WS-MONTO-FMT
                   END-READ
           END-IF.

       14-EXAMINA-NOTA.
           READ F-CXP NEXT RECORD
                   AT END MOVE "S" TO WS-CP-FIN
                   NOT AT END
                           IF CP-TIPO = "N"
                           AND CP-ESTADO = "P"
                           AND CP-PROVEEDOR = WS-NC-PROVEEDOR
                                   PERFORM 14-1-CONSUME-NOTA
                           END-IF
           END-READ.

       14-1-CONSUME-NOTA.
           PERFORM 15-SALDO-FACTURA.
           COMPUTE WS-NC-MONTO = ZERO - WS-SALDO.
           IF WS-NC-MONTO > WS-NC-POR-APLICAR - WS-NC-APLICADO
                   COMPUTE WS-NC-MONTO =
                           WS-NC-POR-APLICAR - WS-NC-APLICADO
           END-IF.
           IF WS-NC-MONTO > ZERO
                   SUBTRACT WS-NC-MONTO FROM CP-NOTAS
                   ADD WS-NC-MONTO TO WS-NC-APLICADO
                   PERFORM 15-SALDO-FACTURA
                   IF WS-SALDO NOT < ZERO
                           MOVE "X" TO CP-ESTADO
                   END-IF
                   REWRITE CP-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al consumir la nota "
                                   CP-FACTURA
                   END-REWRITE
           END-IF.

      *COTEJO DE TRES VIAS DE LA FACTURA EN CP-REGISTRO CONTRA LA
      *RECEPCION EN RE-REGISTRO Y LAS ORDENES DEL PROVEEDOR: SOLO
      *SE BLOQUEA LO FACTURADO DE MAS (CANTIDAD, PRECIO O IMPORTE
      *FUERA DE TOLERANCIA) O SIN ORDEN QUE LO RESPALDE
       16-COTEJO-TRES-VIAS.
           MOVE "N" TO CP-DIF-ORDEN.
           MOVE "N" TO CP-DIF-CANTIDAD.
           MOVE "N" TO CP-DIF-PRECIO.
           MOVE "N" TO CP-DIF-IMPORTE.
           PERFORM 16-1-BUSCA-ORDEN.
           IF CP-ORDEN = ZERO
                   MOVE "S" TO CP-DIF-ORDEN
           END-IF.
      *CANTIDAD: CONTRA LO RECIBIDO Y CONTRA LO PEDIDO
           COMPUTE WS-CT-TOPE =
                   RE-RECIBIDA * (1 + WS-TL-PCT-CANTIDAD / 100).
           IF CP-CANTIDAD > WS-CT-TOPE
                   MOVE "S" TO CP-DIF-CANTIDAD
           END-IF.
           COMPUTE WS-CT-TOPE =
                   RE-PEDIDA * (1 + WS-TL-PCT-CANTIDAD / 100).
           IF CP-CANTIDAD > WS-CT-TOPE
                   MOVE "S" TO CP-DIF-CANTIDAD
           END-IF.
      *PRECIO: CONTRA EL COSTO UNITARIO QUE TRAJO LA RECEPCION
           IF RE-RECIBIDA > ZERO
                   COMPUTE WS-CT-COSTO-UNIT ROUNDED =
                           RE-IMPORTE / RE-RECIBIDA
           ELSE
                   MOVE ZERO TO WS-CT-COSTO-UNIT
           END-IF.
           IF CP-PRECIO > ZERO
                   COMPUTE WS-CT-TOPE = WS-CT-COSTO-UNIT
                           * (1 + WS-TL-PCT-PRECIO / 100)
                   IF CP-PRECIO > WS-CT-TOPE
                           MOVE "S" TO CP-DIF-PRECIO
                   END-IF
           END-IF.
      *IMPORTE: LO QUE SE DEBE ES LO RECIBIDO (SIN PASAR DE LO
      *FACTURADO) AL COSTO DE LA RECEPCION
           IF CP-CANTIDAD < RE-RECIBIDA
                   MOVE CP-CANTIDAD TO WS-CT-CANT-BASE
           ELSE
                   MOVE RE-RECIBIDA TO WS-CT-CANT-BASE
           END-IF.
           COMPUTE CP-ESPERADO ROUNDED =
                   WS-CT-CANT-BASE * WS-CT-COSTO-UNIT.
           IF CP-IMPORTE > CP-ESPERADO + WS-TL-MONTO
                   MOVE "S" TO CP-DIF-IMPORTE
           END-IF.
           IF CP-DIF-ORDEN = "S" OR CP-DIF-CANTIDAD = "S"
           OR CP-DIF-PRECIO = "S" OR CP-DIF-IMPORTE = "S"
                   MOVE "B" TO CP-ESTADO
           ELSE
                   MOVE "P" TO CP-ESTADO
           END-IF.

      *LA ORDEN QUE RESPALDA LA RECEPCION ES LA ULTIMA DEL MISMO
      *PROVEEDOR COLOCADA A MAS TARDAR EL DIA DE LA RECEPCION
       16-1-BUSCA-ORDEN.
           MOVE ZERO TO CP-ORDEN.
           OPEN INPUT F-ORDENES.
           IF WS-OR-STATUS = "00" AND RE-FECHA NOT = SPACES
                   MOVE LOW-VALUES TO OR-FOLIO
                   MOVE "N" TO WS-OR-FIN
                   START F-ORDENES KEY IS NOT LESS THAN OR-FOLIO
                           INVALID KEY MOVE "S" TO WS-OR-FIN
                   END-START
                   PERFORM 16-2-EXAMINA-ORDEN
                           UNTIL WS-OR-FIN = "S"
           END-IF.
           CLOSE F-ORDENES.

       16-2-EXAMINA-ORDEN.
           READ F-ORDENES NEXT RECORD
                   AT END MOVE "S" TO WS-OR-FIN
                   NOT AT END
                           IF OR-PROVEEDOR = CP-PROVEEDOR
                           AND OR-FECHA NOT > RE-FECHA
                                   MOVE OR-FOLIO TO CP-ORDEN
                           END-IF
           END-READ.

       17-MUESTRA-DIFERENCIAS.
           IF CP-DIF-ORDEN = "S"
                   DISPLAY "  - No hay orden de compra del proveedor "
                           "que respalde la recepcion."
           END-IF.
           IF CP-DIF-CANTIDAD = "S"
                   DISPLAY "  - Cantidad facturada " CP-CANTIDAD
                           " mayor a la recibida o pedida."
           END-IF.
           IF CP-DIF-PRECIO = "S"
                   DISPLAY "  - Precio facturado " CP-PRECIO
                           " mayor al costo de la recepcion."
           END-IF.
           IF CP-DIF-IMPORTE = "S"
                   MOVE CP-ESPERADO TO WS-MONTO-FMT
                   DISPLAY "  - Importe mayor al esperado de "
                           WS-MONTO-FMT
           END-IF.

      *DESGLOSE DEL IVA DE LA FACTURA POR TASA (16%, 8% DE LA
      *FRONTERA Y 0% O EXENTO), TECLEADO EN LA MONEDA DE LA FACTURA
      *Y GUARDADO EN PESOS A SU TASA; LO QUE NO SE DESGLOSA EN 16%
      *U 8% QUEDA AL 0%
       18-DESGLOSE-IVA.
           DISPLAY "Desglose de IVA: 1 - Todo al 16%, 2 - Todo al "
                   "8% (frontera), 3 - Todo al 0% o exento, "
                   "4 - Por tasa (ENTER = 1): ".
           MOVE SPACE TO WS-IV-OPCION.
           ACCEPT WS-IV-OPCION.
           MOVE ZERO TO WS-IV-SUB-16.
           MOVE ZERO TO WS-IV-IVA-16.
           MOVE ZERO TO WS-IV-SUB-8.
           MOVE ZERO TO WS-IV-IVA-8.
           IF WS-IV-OPCION = "2"
                   COMPUTE WS-IV-SUB-8 ROUNDED =
                           CP-IMPORTE-ORIG / 1.08
                   COMPUTE WS-IV-IVA-8 =
                           CP-IMPORTE-ORIG - WS-IV-SUB-8
           ELSE
           IF WS-IV-OPCION = "3"
                   CONTINUE
           ELSE
           IF WS-IV-OPCION = "4"
                   PERFORM 18-1-CAPTURA-TASAS
           ELSE
                   COMPUTE WS-IV-SUB-16 ROUNDED =
                           CP-IMPORTE-ORIG / 1.16
                   COMPUTE WS-IV-IVA-16 =
                           CP-IMPORTE-ORIG - WS-IV-SUB-16.
           COMPUTE WS-IV-SUB-0 = CP-IMPORTE-ORIG
                   - WS-IV-SUB-16 - WS-IV-IVA-16
                   - WS-IV-SUB-8 - WS-IV-IVA-8.
           IF WS-IV-SUB-0 < ZERO
                   DISPLAY "El desglose rebasa el importe de la "
                           "factura, capturelo de nuevo."
           ELSE
                   MOVE "S" TO WS-IV-VALIDO
                   COMPUTE IV-SUBTOTAL-16 ROUNDED =
                           WS-IV-SUB-16 * CP-TASA
                   COMPUTE IV-IVA-16 ROUNDED = WS-IV-IVA-16 * CP-TASA
                   COMPUTE IV-SUBTOTAL-8 ROUNDED =
                           WS-IV-SUB-8 * CP-TASA
                   COMPUTE IV-IVA-8 ROUNDED = WS-IV-IVA-8 * CP-TASA
                   COMPUTE IV-SUBTOTAL-0 = CP-IMPORTE
                           - IV-SUBTOTAL-16 - IV-IVA-16
                           - IV-SUBTOTAL-8 - IV-IVA-8
                   MOVE IV-IVA-16 TO WS-MONTO-FMT
                   DISPLAY "IVA 16%: " WS-MONTO-FMT
                   MOVE IV-IVA-8 TO WS-MONTO-FMT
                   DISPLAY "IVA  8%: " WS-MONTO-FMT
                   MOVE IV-SUBTOTAL-0 TO WS-MONTO-FMT
                   DISPLAY "Al 0% o exento: " WS-MONTO-FMT
           END-IF.

       18-1-CAPTURA-TASAS.
           DISPLAY "Subtotal gravado al 16% en " CP-MONEDA ": ".
           ACCEPT WS-IV-SUB-16.
           COMPUTE WS-IV-IVA-16 ROUNDED = WS-IV-SUB-16 * 0.16.
           MOVE WS-IV-IVA-16 TO WS-MONTO-FMT.
           DISPLAY "IVA al 16% (0 = " WS-MONTO-FMT "): ".
           MOVE ZERO TO WS-IV-CAPTURA.
           ACCEPT WS-IV-CAPTURA.
           IF WS-IV-CAPTURA NOT = ZERO
                   MOVE WS-IV-CAPTURA TO WS-IV-IVA-16
           END-IF.
           DISPLAY "Subtotal gravado al 8% en " CP-MONEDA ": ".
           ACCEPT WS-IV-SUB-8.
           COMPUTE WS-IV-IVA-8 ROUNDED = WS-IV-SUB-8 * 0.08.
           MOVE WS-IV-IVA-8 TO WS-MONTO-FMT.
           DISPLAY "IVA al 8% (0 = " WS-MONTO-FMT "): ".
           MOVE ZERO TO WS-IV-CAPTURA.
           ACCEPT WS-IV-CAPTURA.
           IF WS-IV-CAPTURA NOT = ZERO
                   MOVE WS-IV-CAPTURA TO WS-IV-IVA-8
           END-IF.

       18-2-GRABA-DESGLOSE.
           MOVE CP-FOLIO TO IV-FOLIO.
           OPEN I-O F-IVA-FACTURA.
           IF WS-IV-STATUS = "35"
                   OPEN OUTPUT F-IVA-FACTURA
                   CLOSE F-IVA-FACTURA
                   OPEN I-O F-IVA-FACTURA
           END-IF.
           WRITE IV-REGISTRO
                   INVALID KEY
                           REWRITE IV-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al grabar el "
                                           "desglose de IVA, "
                                           "estatus: " WS-IV-STATUS
                           END-REWRITE
           END-WRITE.
           CLOSE F-IVA-FACTURA.

      *SALDO DEL REGISTRO: IMPORTE MENOS PAGOS MENOS NOTAS; LOS
      *REGISTROS ANTERIORES A LAS NOTAS TRAEN ESPACIOS EN CP-NOTAS
       15-SALDO-FACTURA.
           IF CP-NOTAS NOT NUMERIC
                   MOVE ZERO TO CP-NOTAS
           END-IF.
      *LOS REGISTROS ANTERIORES A LA MONEDA SON TODOS EN PESOS
           IF CP-TASA NOT NUMERIC OR CP-TASA = ZERO
                   MOVE "MXN" TO CP-MONEDA
                   MOVE 1 TO CP-TASA
                   MOVE CP-IMPORTE TO CP-IMPORTE-ORIG
                   MOVE CP-PAGADO TO CP-PAGADO-ORIG
           END-IF.
           COMPUTE WS-SALDO = CP-IMPORTE - CP-PAGADO - CP-NOTAS.

       11-SIGUIENTE-FOLIO.
           OPEN INPUT CXP-LLAVE-FILE.
                   INVALID KEY
                           DISPLAY "No existe esa factura."
                   NOT INVALID KEY
                           IF CP-TIPO = "N"
                                   DISPLAY "Es una nota de cargo, "
                                           "no se paga."
                           ELSE
                           IF CP-ESTADO = "B"
                                   DISPLAY "Factura bloqueada por "
                                           "discrepancia; requiere "
                                           "liberacion del supervisor."
                           ELSE
                                   PERFORM 21-APLICA-PAGO
                           END-IF
                           END-IF
           END-READ.

       21-APLICA-PAGO.
           PERFORM 15-SALDO-FACTURA.
           IF CP-MONEDA = "MXN"
                   PERFORM 21-1-PAGO-PESOS
           ELSE
                   PERFORM 22-PAGO-DIVISA
           END-IF.

       21-1-PAGO-PESOS.
           MOVE WS-SALDO TO WS-MONTO-FMT.
           DISPLAY "Saldo de la factura: " WS-MONTO-FMT.
           DISPLAY "Monto del pago: ".
                   DISPLAY "Sin monto no hay pago."
           ELSE
                   ADD WS-PAGO TO CP-PAGADO
                   ADD WS-PAGO TO CP-PAGADO-ORIG
                   PERFORM 15-SALDO-FACTURA
                   IF WS-SALDO NOT > ZERO
                           MOVE "X" TO CP-ESTADO
                           DISPLAY "Factura liquidada."
                   END-IF
                           INVALID KEY
                           DISPLAY "Error al aplicar el pago."
                   END-REWRITE
                   MOVE WS-FECHA-HOY TO PG-FECHA
                   MOVE WS-PAGO TO PG-IMPORTE
                   PERFORM 95-REGISTRA-PAGO-FACTURA
                   MOVE WS-FECHA-HOY TO WS-IP-FECHA
                   MOVE WS-PAGO TO WS-IP-MONTO
                   PERFORM 97-IVA-DEL-PAGO
           END-IF.

      *PAGO EN MONEDA EXTRANJERA: EL MONTO EN DIVISA SE CONVIERTE A
      *LA TASA DEL DIA DEL PAGO; LA FACTURA SE DESCARGA A SU TASA
      *ORIGINAL Y LA DIFERENCIA ES UTILIDAD O PERDIDA CAMBIARIA
       22-PAGO-DIVISA.
           COMPUTE WS-MC-SALDO-ORIG ROUNDED = WS-SALDO / CP-TASA.
           MOVE WS-MC-SALDO-ORIG TO WS-MONTO-FMT.
           DISPLAY "Saldo de la factura: " WS-MONTO-FMT " "
                   CP-MONEDA.
           MOVE WS-SALDO TO WS-MONTO-FMT.
           DISPLAY "  (en libros: " WS-MONTO-FMT " pesos)".
           DISPLAY "Monto del pago en " CP-MONEDA ": ".
           MOVE ZERO TO WS-MC-PAGO-ORIG.
           ACCEPT WS-MC-PAGO-ORIG.
           IF WS-MC-PAGO-ORIG = ZERO
                   DISPLAY "Sin monto no hay pago."
           ELSE
                   DISPLAY "Fecha del pago (AAAAMMDD, ENTER = hoy): "
                   MOVE SPACES TO WS-MC-FECHA-PAGO
                   ACCEPT WS-MC-FECHA-PAGO
                   IF WS-MC-FECHA-PAGO = SPACES
                           MOVE WS-FECHA-HOY TO WS-MC-FECHA-PAGO
                   END-IF
                   PERFORM 22-1-APLICA-DIVISA
           END-IF.

       22-1-APLICA-DIVISA.
           MOVE CP-MONEDA TO WS-TC-MONEDA.
           MOVE WS-MC-FECHA-PAGO TO WS-TC-FECHA.
           PERFORM 90-TASA-A-FECHA.
           IF WS-MC-PAGO-ORIG NOT < WS-MC-SALDO-ORIG
                   MOVE WS-SALDO TO WS-MC-LIBRO
           ELSE
                   COMPUTE WS-MC-LIBRO ROUNDED =
                           WS-MC-PAGO-ORIG * CP-TASA
           END-IF.
           COMPUTE WS-MC-PESOS ROUNDED = WS-MC-PAGO-ORIG * WS-TC-TASA.
           COMPUTE WS-MC-DIF = WS-MC-PESOS - WS-MC-LIBRO.
           ADD WS-MC-LIBRO TO CP-PAGADO.
           ADD WS-MC-PAGO-ORIG TO CP-PAGADO-ORIG.
           PERFORM 15-SALDO-FACTURA.
           IF WS-SALDO NOT > ZERO
                   MOVE "X" TO CP-ESTADO
                   DISPLAY "Factura liquidada."
           END-IF.
           REWRITE CP-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al aplicar el pago."
           END-REWRITE.
           MOVE WS-MC-FECHA-PAGO TO PG-FECHA.
           MOVE WS-MC-PESOS TO PG-IMPORTE.
           PERFORM 95-REGISTRA-PAGO-FACTURA.
           MOVE WS-MC-FECHA-PAGO TO WS-IP-FECHA.
           MOVE WS-MC-LIBRO TO WS-IP-MONTO.
           PERFORM 97-IVA-DEL-PAGO.
           MOVE WS-TC-TASA TO WS-TASA-FMT.
           MOVE WS-MC-PESOS TO WS-MONTO-FMT.
           DISPLAY "Pagado en pesos a " WS-TASA-FMT ": " WS-MONTO-FMT.
           IF WS-MC-DIF NOT = ZERO
                   PERFORM 91-REGISTRA-DIFERENCIA
           END-IF.

      *ANTIGUEDAD DE SALDOS PENDIENTES: CORRIENTE (AUN NO VENCE O
      *HASTA 29 DIAS), 30, 60 Y 90 DIAS O MAS DE VENCIDA
       30-ANTIGUEDAD.
      *LOS SALDOS EN MONEDA EXTRANJERA SE REVALUAN A LA TASA DEL
      *CIERRE DE MES (EL ANTERIOR SI NO SE INDICA OTRA FECHA)
           MOVE "R" TO WS-FU-OPERACION.
           MOVE WS-FECHA-HOY TO WS-FU-FECHA-1.
           MOVE "01" TO WS-FU-FECHA-1(7:2).
           MOVE 1 TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION
                   WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
           DISPLAY "Revaluar moneda extranjera al (AAAAMMDD, "
                   "ENTER = " WS-FU-FECHA-2 "): ".
           MOVE SPACES TO WS-RV-FECHA.
           ACCEPT WS-RV-FECHA.
           IF WS-RV-FECHA = SPACES
                   MOVE WS-FU-FECHA-2 TO WS-RV-FECHA
           END-IF.
           MOVE ZERO TO WS-RV-AJUSTE.
           MOVE ZERO TO WS-CUBETA-CORRIENTE.
           MOVE ZERO TO WS-CUBETA-30.
           MOVE ZERO TO WS-CUBETA-60.
           MOVE ZERO TO WS-CUBETA-90.
           MOVE ZERO TO WS-CUBETA-NOTAS.
           DISPLAY "ANTIGUEDAD DE SALDOS POR FACTURA:".
           MOVE LOW-VALUES TO CP-FOLIO.
           MOVE "N" TO WS-CP-FIN.
           DISPLAY "60 DIAS:        " WS-MONTO-FMT.
           MOVE WS-CUBETA-90 TO WS-MONTO-FMT.
           DISPLAY "90 DIAS O MAS:  " WS-MONTO-FMT.
           MOVE WS-CUBETA-NOTAS TO WS-MONTO-FMT.
           DISPLAY "NOTAS A FAVOR:  " WS-MONTO-FMT.
           IF WS-RV-AJUSTE NOT = ZERO
                   MOVE WS-RV-AJUSTE TO WS-MONTO-FMT
                   DISPLAY "REVALUACION CAMBIARIA AL " WS-RV-FECHA
                           ": " WS-MONTO-FMT " (INCLUIDA ARRIBA)"
           END-IF.

       31-EXAMINA-FACTURA.
           READ F-CXP NEXT RECORD
                   AT END MOVE "S" TO WS-CP-FIN
                   NOT AT END
                           IF CP-ESTADO = "P" OR CP-ESTADO = "B"
                                   PERFORM 32-CLASIFICA-FACTURA
                           END-IF
           END-READ.

      *LAS NOTAS DE CARGO NO VENCEN: SU SALDO A FAVOR VA APARTE Y
      *NO SE MEZCLA CON LAS CUBETAS DE LO QUE SE DEBE
       32-CLASIFICA-FACTURA.
           PERFORM 15-SALDO-FACTURA.
           IF CP-TIPO = "N"
                   MOVE WS-SALDO TO WS-MONTO-FMT
                   DISPLAY "  FOLIO " CP-FOLIO " PROV " CP-PROVEEDOR
                           " NOTA " CP-FACTURA " DEL "
                           CP-FECHA-FACTURA " A FAVOR "
                           WS-MONTO-FMT
                   ADD WS-SALDO TO WS-CUBETA-NOTAS
           ELSE
                   PERFORM 33-CLASIFICA-DEUDA
           END-IF.

       33-CLASIFICA-DEUDA.
           IF CP-VENCE NOT < WS-FECHA-HOY
                   MOVE ZERO TO WS-DIAS-VENCIDA
           ELSE
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   MOVE WS-FU-DIAS TO WS-DIAS-VENCIDA
           END-IF.
           IF CP-MONEDA NOT = "MXN"
                   PERFORM 33-1-REVALUA-DEUDA
           END-IF.
           MOVE WS-SALDO TO WS-MONTO-FMT.
           DISPLAY "  FOLIO " CP-FOLIO " PROV " CP-PROVEEDOR
                   " FACT " CP-FACTURA " VENCE " CP-VENCE
                   " SALDO " WS-MONTO-FMT " ("
                   WS-DIAS-VENCIDA " DIAS VENCIDA)".
           IF CP-ESTADO = "B"
                   DISPLAY "    (BLOQUEADA POR DISCREPANCIA)"
           END-IF.
           IF WS-DIAS-VENCIDA < 30
                   ADD WS-SALDO TO WS-CUBETA-CORRIENTE
           ELSE
           ELSE
                   ADD WS-SALDO TO WS-CUBETA-90.

       33-1-REVALUA-DEUDA.
           MOVE WS-RV-FECHA TO WS-TC-FECHA.
           PERFORM 92-REVALUA-SALDO.
           MOVE WS-MC-SALDO-ORIG TO WS-MONTO-FMT.
           MOVE WS-TC-TASA TO WS-TASA-FMT.
           DISPLAY "    " CP-MONEDA " " WS-MONTO-FMT " REVALUADO A "
                   WS-TASA-FMT.
           COMPUTE WS-RV-AJUSTE = WS-RV-AJUSTE
                   + WS-RV-VALUADO - WS-SALDO.
           MOVE WS-RV-VALUADO TO WS-SALDO.

       40-VENCE-SEMANA.
           MOVE "A" TO WS-FU-OPERACION.
           MOVE WS-FECHA-HOY TO WS-FU-FECHA-1.
                   AT END MOVE "S" TO WS-CP-FIN
                   NOT AT END
                           IF CP-ESTADO = "P"
                           AND CP-TIPO NOT = "N"
                           AND CP-VENCE NOT < WS-FECHA-HOY
                           AND CP-VENCE NOT > WS-LIMITE-SEMANA
                                   PERFORM 15-SALDO-FACTURA
                                   MOVE WS-SALDO TO WS-MONTO-FMT
                                   DISPLAY "  " CP-VENCE " PROV "
                                           CP-PROVEEDOR " FACT "
                           END-IF
           END-READ.

      *TOLERANCIAS VIGENTES; SIN ARCHIVO NO SE TOLERA NADA DE MAS
      *SALVO UN PESO DE REDONDEO EN EL IMPORTE
       50-LEE-TOLERANCIAS.
           MOVE ZERO TO WS-TL-PCT-CANTIDAD.
           MOVE ZERO TO WS-TL-PCT-PRECIO.
           MOVE 1.00 TO WS-TL-MONTO.
           OPEN INPUT F-TOLERANCIA.
           IF WS-TL-STATUS = "00"
                   READ F-TOLERANCIA
                           AT END CONTINUE
                           NOT AT END
                               MOVE TL-PCT-CANTIDAD
                                       TO WS-TL-PCT-CANTIDAD
                               MOVE TL-PCT-PRECIO TO WS-TL-PCT-PRECIO
                               MOVE TL-MONTO TO WS-TL-MONTO
                   END-READ
           END-IF.
           CLOSE F-TOLERANCIA.

       51-CAPTURA-TOLERANCIAS.
           IF WS-OPER-ROL = "C"
                   DISPLAY "Su rol de captura no autoriza esta "
                           "operacion, pidala a un supervisor."
           ELSE
                   DISPLAY "Tolerancias vigentes: cantidad "
                           WS-TL-PCT-CANTIDAD "%, precio "
                           WS-TL-PCT-PRECIO "%, importe $"
                           WS-TL-MONTO
                   DISPLAY "Porcentaje tolerado de mas en cantidad: "
                   ACCEPT TL-PCT-CANTIDAD
                   DISPLAY "Porcentaje tolerado de mas en precio: "
                   ACCEPT TL-PCT-PRECIO
                   DISPLAY "Monto tolerado de mas en el importe: "
                   ACCEPT TL-MONTO
                   OPEN OUTPUT F-TOLERANCIA
                   WRITE TL-REGISTRO
                   CLOSE F-TOLERANCIA
                   PERFORM 50-LEE-TOLERANCIAS
                   DISPLAY "Tolerancias registradas."
           END-IF.

      *EL SUPERVISOR REVISA LA FACTURA BLOQUEADA: LA LIBERA TAL
      *CUAL (QUEDA SU CLAVE) O AJUSTA EL IMPORTE/CANTIDAD/PRECIO
      *Y LA FACTURA SE VUELVE A COTEJAR
       60-LIBERA-FACTURA.
           IF WS-OPER-ROL = "C"
                   DISPLAY "Su rol de captura no autoriza esta "
                           "operacion, pidala a un supervisor."
           ELSE
                   DISPLAY "Folio de la factura bloqueada: "
                   ACCEPT WS-FOLIO-CAP
                   MOVE WS-FOLIO-CAP TO CP-FOLIO
                   READ F-CXP
                           INVALID KEY
                                   DISPLAY "No existe esa factura."
                           NOT INVALID KEY
                                   IF CP-ESTADO = "B"
                                           PERFORM 61-REVISA-BLOQUEO
                                   ELSE
                                           DISPLAY "Esa factura no "
                                                   "esta bloqueada."
                                   END-IF
                   END-READ
           END-IF.

       61-REVISA-BLOQUEO.
           MOVE CP-IMPORTE TO WS-MONTO-FMT.
           DISPLAY "Factura " CP-FACTURA " proveedor " CP-PROVEEDOR
                   " recepcion " CP-RECEPCION " importe "
                   WS-MONTO-FMT.
           PERFORM 17-MUESTRA-DIFERENCIAS.
           DISPLAY "L - Liberar tal cual, A - Ajustar y recotejar, "
                   "X - Dejar bloqueada: ".
           ACCEPT WS-CT-OPCION.
           CALL "NOMBREUTIL" USING WS-CT-OPCION 1.
           IF WS-CT-OPCION = "L"
                   MOVE "P" TO CP-ESTADO
                   MOVE WS-OPERADOR TO CP-LIBERO
                   PERFORM 62-REGRABA-FACTURA
                   DISPLAY "Factura liberada para pago."
           ELSE
           IF WS-CT-OPCION = "A"
                   PERFORM 63-AJUSTA-FACTURA
           ELSE
                   DISPLAY "La factura sigue bloqueada.".

       62-REGRABA-FACTURA.
           PERFORM 15-SALDO-FACTURA.
           IF CP-ESTADO = "P" AND WS-SALDO NOT > ZERO
                   MOVE "X" TO CP-ESTADO
           END-IF.
           REWRITE CP-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al regrabar la factura."
           END-REWRITE.

       63-AJUSTA-FACTURA.
           PERFORM 15-SALDO-FACTURA.
           DISPLAY "Cantidad facturada (ENTER = " CP-CANTIDAD "): ".
           MOVE ZERO TO WS-CT-CANT-BASE.
           ACCEPT WS-CT-CANT-BASE.
           IF WS-CT-CANT-BASE > ZERO
                   MOVE WS-CT-CANT-BASE TO CP-CANTIDAD
           END-IF.
           DISPLAY "Precio unitario en " CP-MONEDA
                   " (0 = sin cambio): ".
           MOVE ZERO TO WS-PAGO.
           ACCEPT WS-PAGO.
           IF WS-PAGO > ZERO
                   COMPUTE CP-PRECIO ROUNDED = WS-PAGO * CP-TASA
           END-IF.
           DISPLAY "Importe corregido en " CP-MONEDA
                   " (0 = sin cambio): ".
           MOVE ZERO TO WS-PAGO.
           ACCEPT WS-PAGO.
           IF WS-PAGO > ZERO
                   MOVE WS-PAGO TO CP-IMPORTE-ORIG
                   COMPUTE CP-IMPORTE ROUNDED = WS-PAGO * CP-TASA
      *CON OTRO IMPORTE EL DESGLOSE DE IVA SE CAPTURA DE NUEVO
                   MOVE "N" TO WS-IV-VALIDO
                   PERFORM 18-DESGLOSE-IVA UNTIL WS-IV-VALIDO = "S"
                   PERFORM 18-2-GRABA-DESGLOSE
           END-IF.
           MOVE ZERO TO RE-IMPORTE.
           MOVE ZERO TO RE-PEDIDA.
           MOVE ZERO TO RE-RECIBIDA.
           MOVE SPACES TO RE-FECHA.
           OPEN INPUT F-RECEPCIONES.
           IF WS-RE-STATUS = "00" OR WS-RE-STATUS = "05"
                   MOVE CP-RECEPCION TO RE-FOLIO
                   READ F-RECEPCIONES
                           INVALID KEY CONTINUE
                   END-READ
           END-IF.
           CLOSE F-RECEPCIONES.
           PERFORM 16-COTEJO-TRES-VIAS.
           MOVE WS-OPERADOR TO CP-LIBERO.
           PERFORM 62-REGRABA-FACTURA.
           IF CP-ESTADO = "B"
                   PERFORM 17-MUESTRA-DIFERENCIAS
                   DISPLAY "Aun fuera de tolerancia, sigue bloqueada."
           ELSE
                   DISPLAY "Factura ajustada y liberada para pago."
           END-IF.

      *REPORTE DE DISCREPANCIAS: FACTURAS QUE EL COTEJO MARCO, SIGAN
      *BLOQUEADAS O YA LIBERADAS, DE UN PROVEEDOR O DE TODOS
       70-DISCREPANCIAS.
           DISPLAY "Clave del proveedor (0 = todos): ".
           MOVE ZERO TO WS-CT-PROV.
           ACCEPT WS-CT-PROV.
           MOVE ZERO TO WS-CT-BLOQUEADAS.
           MOVE ZERO TO WS-CT-LIBERADAS.
           MOVE ZERO TO WS-CT-EXCESO.
           DISPLAY "DISCREPANCIAS DEL COTEJO DE TRES VIAS:".
           DISPLAY "  FOLIO  PROV FACTURA         ORD CAN PRE IMP "
                   "ESTADO EXCESO".
           MOVE LOW-VALUES TO CP-FOLIO.
           MOVE "N" TO WS-CP-FIN.
           START F-CXP KEY IS NOT LESS THAN CP-FOLIO
                   INVALID KEY MOVE "S" TO WS-CP-FIN
           END-START.
           PERFORM 71-EXAMINA-DISCREPANCIA UNTIL WS-CP-FIN = "S".
           MOVE WS-CT-EXCESO TO WS-MONTO-FMT.
           DISPLAY "BLOQUEADAS: " WS-CT-BLOQUEADAS
                   "  LIBERADAS: " WS-CT-LIBERADAS
                   "  EXCESO FACTURADO: " WS-MONTO-FMT.

       71-EXAMINA-DISCREPANCIA.
           READ F-CXP NEXT RECORD
                   AT END MOVE "S" TO WS-CP-FIN
                   NOT AT END
                           IF CP-TIPO NOT = "N"
                           AND (WS-CT-PROV = ZERO
                                OR CP-PROVEEDOR = WS-CT-PROV)
                           AND (CP-DIF-ORDEN = "S"
                                OR CP-DIF-CANTIDAD = "S"
                                OR CP-DIF-PRECIO = "S"
                                OR CP-DIF-IMPORTE = "S")
                                   PERFORM 72-LINEA-DISCREPANCIA
                           END-IF
           END-READ.

       72-LINEA-DISCREPANCIA.
           IF CP-ESTADO = "B"
                   ADD 1 TO WS-CT-BLOQUEADAS
           ELSE
                   ADD 1 TO WS-CT-LIBERADAS
           END-IF.
           IF CP-IMPORTE > CP-ESPERADO
                   ADD CP-IMPORTE TO WS-CT-EXCESO
                   SUBTRACT CP-ESPERADO FROM WS-CT-EXCESO
                   COMPUTE WS-SALDO = CP-IMPORTE - CP-ESPERADO
           ELSE
                   MOVE ZERO TO WS-SALDO
           END-IF.
           MOVE WS-SALDO TO WS-MONTO-FMT.
           DISPLAY "  " CP-FOLIO " " CP-PROVEEDOR " " CP-FACTURA
                   "  " CP-DIF-ORDEN "   " CP-DIF-CANTIDAD "   "
                   CP-DIF-PRECIO "   " CP-DIF-IMPORTE "   "
                   CP-ESTADO " " CP-LIBERO " " WS-MONTO-FMT.

      *CORRIDA DE PAGOS: PROPUESTA DE LAS FACTURAS PENDIENTES QUE
      *VENCEN A MAS TARDAR EN LA FECHA LIMITE, MAS LAS NOTAS DE CARGO
      *CON SALDO A FAVOR DEL MISMO PROVEEDOR; EL SUPERVISOR INCLUYE O
      *EXCLUYE RENGLONES Y AL CONFIRMAR SE GENERA EL ARCHIVO DE
      *TRANSFERENCIAS, SE REGISTRAN LOS PAGOS Y SE IMPRIME UN AVISO
      *DE PAGO POR PROVEEDOR
       80-CORRIDA-PAGOS.
           IF WS-OPER-ROL = "C"
                   DISPLAY "Su rol de captura no autoriza esta "
                           "operacion, pidala a un supervisor."
           ELSE
                   PERFORM 80-1-PREPARA-CORRIDA
           END-IF.

       80-1-PREPARA-CORRIDA.
           MOVE "A" TO WS-FU-OPERACION.
           MOVE WS-FECHA-HOY TO WS-FU-FECHA-1.
           MOVE 7 TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION
                   WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
           DISPLAY "Pagar lo que vence a mas tardar el (AAAAMMDD, "
                   "ENTER = " WS-FU-FECHA-2 "): ".
           MOVE SPACES TO WS-CR-LIMITE.
           ACCEPT WS-CR-LIMITE.
           IF WS-CR-LIMITE = SPACES
                   MOVE WS-FU-FECHA-2 TO WS-CR-LIMITE
           END-IF.
           OPEN INPUT F-PROVEEDORES.
           PERFORM 81-ARMA-PROPUESTA.
           IF WS-CR-USADOS = ZERO
                   DISPLAY "No hay facturas por pagar a esa fecha."
           ELSE
                   PERFORM 82-MUESTRA-PROPUESTA
                   MOVE "N" TO WS-CR-TERMINA
                   PERFORM 84-AJUSTA-PROPUESTA
                           UNTIL WS-CR-TERMINA = "S"
                   DISPLAY "Generar transferencias y registrar los "
                           "pagos (S/N): "
                   ACCEPT WS-CT-OPCION
                   CALL "NOMBREUTIL" USING WS-CT-OPCION 1
                   IF WS-CT-OPCION = "S"
                           PERFORM 85-GENERA-CORRIDA
                   ELSE
                           DISPLAY "Corrida cancelada, no se pago "
                                   "nada."
                   END-IF
           END-IF.
           CLOSE F-PROVEEDORES.

       81-ARMA-PROPUESTA.
           MOVE ZERO TO WS-CR-USADOS.
           MOVE ZERO TO WS-CR-SIN-CLABE.
           MOVE LOW-VALUES TO CP-FOLIO.
           MOVE "N" TO WS-CP-FIN.
           START F-CXP KEY IS NOT LESS THAN CP-FOLIO
                   INVALID KEY MOVE "S" TO WS-CP-FIN
           END-START.
           PERFORM 81-1-EXAMINA-PENDIENTE UNTIL WS-CP-FIN = "S".
           IF WS-CR-SIN-CLABE > ZERO
                   DISPLAY "Aviso: " WS-CR-SIN-CLABE " facturas de "
                           "proveedores sin CLABE quedaron fuera"
           END-IF.

       81-1-EXAMINA-PENDIENTE.
           READ F-CXP NEXT RECORD
                   AT END MOVE "S" TO WS-CP-FIN
                   NOT AT END
                           IF CP-ESTADO = "P"
                                   PERFORM 15-SALDO-FACTURA
                                   PERFORM 81-2-CANDIDATO
                           END-IF
           END-READ.

      *LAS FACTURAS BLOQUEADAS POR DISCREPANCIA NO ENTRAN (ESTADO
      *"B"); LA NOTA ENTRA SI AUN TIENE SALDO A FAVOR
       81-2-CANDIDATO.
           IF CP-TIPO = "N"
                   IF WS-SALDO < ZERO
                           PERFORM 81-3-AGREGA-RENGLON
                   END-IF
           ELSE
           IF CP-VENCE NOT > WS-CR-LIMITE AND WS-SALDO > ZERO
                   PERFORM 83-2-LEE-PROVEEDOR
                   IF PV-CLABE = SPACES
                           ADD 1 TO WS-CR-SIN-CLABE
                   ELSE
      *LA FACTURA EN OTRA MONEDA SE PROPONE A LA TASA DE HOY
                           IF CP-MONEDA NOT = "MXN"
                                   MOVE WS-FECHA-HOY TO WS-TC-FECHA
                                   PERFORM 92-REVALUA-SALDO
                                   MOVE WS-RV-VALUADO TO WS-SALDO
                           END-IF
                           PERFORM 81-3-AGREGA-RENGLON
                   END-IF
           END-IF.

       81-3-AGREGA-RENGLON.
           IF WS-CR-USADOS < 300
                   ADD 1 TO WS-CR-USADOS
                   MOVE CP-FOLIO TO WS-CR-FOLIO(WS-CR-USADOS)
                   MOVE CP-PROVEEDOR TO WS-CR-PROV(WS-CR-USADOS)
                   MOVE CP-FACTURA TO WS-CR-FACTURA(WS-CR-USADOS)
                   MOVE CP-VENCE TO WS-CR-VENCE(WS-CR-USADOS)
                   MOVE WS-SALDO TO WS-CR-SALDO(WS-CR-USADOS)
                   MOVE CP-TIPO TO WS-CR-TIPO(WS-CR-USADOS)
                   MOVE CP-MONEDA TO WS-CR-MONEDA(WS-CR-USADOS)
                   MOVE "S" TO WS-CR-INCLUYE(WS-CR-USADOS)
           ELSE
                   DISPLAY "Aviso: propuesta llena, la factura "
                           CP-FACTURA " queda para otra corrida"
           END-IF.

       82-MUESTRA-PROPUESTA.
           DISPLAY "PROPUESTA DE PAGO AL " WS-CR-LIMITE ":".
           DISPLAY "  REN INC FOLIO  PROV FACTURA         VENCE    "
                   "    SALDO".
           PERFORM 82-1-LINEA-PROPUESTA
                   VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-USADOS.
           PERFORM 83-RESUME-PROVEEDORES.
           DISPLAY "NETO POR PROVEEDOR:".
           PERFORM 82-2-LINEA-PROVEEDOR
                   VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-USADOS.
           MOVE WS-CR-TOTAL TO WS-MONTO-FMT.
           DISPLAY "TOTAL A TRANSFERIR: " WS-MONTO-FMT.

       82-1-LINEA-PROPUESTA.
           MOVE WS-CR-SALDO(WS-CR-IDX) TO WS-MONTO-FMT.
           IF WS-CR-TIPO(WS-CR-IDX) = "N"
                   MOVE "NOTA" TO WS-CR-LEYENDA
           ELSE
           IF WS-CR-MONEDA(WS-CR-IDX) NOT = "MXN"
                   MOVE WS-CR-MONEDA(WS-CR-IDX) TO WS-CR-LEYENDA
           ELSE
                   MOVE SPACES TO WS-CR-LEYENDA
           END-IF
           END-IF.
           DISPLAY "  " WS-CR-IDX "  " WS-CR-INCLUYE(WS-CR-IDX) "  "
                   WS-CR-FOLIO(WS-CR-IDX) " " WS-CR-PROV(WS-CR-IDX)
                   " " WS-CR-FACTURA(WS-CR-IDX) " "
                   WS-CR-VENCE(WS-CR-IDX) " " WS-MONTO-FMT " "
                   WS-CR-LEYENDA.

       82-2-LINEA-PROVEEDOR.
           IF WS-CS-FACTURAS(WS-CS-IDX) > ZERO
                   MOVE WS-CS-NETO(WS-CS-IDX) TO WS-MONTO-FMT
                   DISPLAY "  " WS-CS-PROV(WS-CS-IDX) " "
                           WS-CS-NOMBRE(WS-CS-IDX) " " WS-MONTO-FMT
           END-IF.

      *NETO DE CADA PROVEEDOR CON LO INCLUIDO: LAS NOTAS SE RESTAN
      *HASTA DONDE ALCANCEN LAS FACTURAS; EL SOBRANTE QUEDA A FAVOR
       83-RESUME-PROVEEDORES.
           MOVE ZERO TO WS-CS-USADOS.
           MOVE ZERO TO WS-CR-TOTAL.
           PERFORM 83-1-ACUMULA-RENGLON
                   VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-USADOS.
           PERFORM 83-4-NETO-PROVEEDOR
                   VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-USADOS.

       83-1-ACUMULA-RENGLON.
           IF WS-CR-INCLUYE(WS-CR-IDX) = "S"
                   MOVE "N" TO WS-CS-HALLADO
                   PERFORM 83-3-BUSCA-PROVEEDOR
                           VARYING WS-CS-IDX FROM 1 BY 1
                           UNTIL WS-CS-IDX > WS-CS-USADOS
                           OR WS-CS-HALLADO = "S"
                   IF WS-CS-HALLADO = "S"
                           SUBTRACT 1 FROM WS-CS-IDX
                   ELSE
                   IF WS-CS-USADOS < 100
                           ADD 1 TO WS-CS-USADOS
                           MOVE WS-CS-USADOS TO WS-CS-IDX
                           MOVE WS-CR-PROV(WS-CR-IDX)
                                   TO WS-CS-PROV(WS-CS-IDX)
                           MOVE WS-CR-PROV(WS-CR-IDX) TO CP-PROVEEDOR
                           PERFORM 83-2-LEE-PROVEEDOR
                           MOVE PV-NOMBRE TO WS-CS-NOMBRE(WS-CS-IDX)
                           MOVE PV-CLABE TO WS-CS-CLABE(WS-CS-IDX)
                           MOVE ZERO TO WS-CS-FACTURAS(WS-CS-IDX)
                           MOVE ZERO TO WS-CS-NOTAS(WS-CS-IDX)
                           MOVE "S" TO WS-CS-HALLADO
                   END-IF
                   END-IF
                   IF WS-CS-HALLADO = "S"
                           IF WS-CR-TIPO(WS-CR-IDX) = "N"
                                   SUBTRACT WS-CR-SALDO(WS-CR-IDX)
                                           FROM WS-CS-NOTAS(WS-CS-IDX)
                           ELSE
                                   ADD WS-CR-SALDO(WS-CR-IDX)
                                       TO WS-CS-FACTURAS(WS-CS-IDX)
                           END-IF
                   END-IF
           END-IF.

       83-2-LEE-PROVEEDOR.
           MOVE SPACES TO PV-NOMBRE.
           MOVE SPACES TO PV-CLABE.
           MOVE CP-PROVEEDOR TO PV-ID.
           IF WS-PV-STATUS = "00" OR WS-PV-STATUS = "05"
           OR WS-PV-STATUS = "23"
                   READ F-PROVEEDORES
                           INVALID KEY
                                   MOVE SPACES TO PV-NOMBRE
                                   MOVE SPACES TO PV-CLABE
                   END-READ
           END-IF.

       83-3-BUSCA-PROVEEDOR.
           IF WS-CS-PROV(WS-CS-IDX) = WS-CR-PROV(WS-CR-IDX)
                   MOVE "S" TO WS-CS-HALLADO
           END-IF.

       83-4-NETO-PROVEEDOR.
           IF WS-CS-NOTAS(WS-CS-IDX) > WS-CS-FACTURAS(WS-CS-IDX)
                   MOVE WS-CS-FACTURAS(WS-CS-IDX)
                           TO WS-CS-CREDITO(WS-CS-IDX)
           ELSE
                   MOVE WS-CS-NOTAS(WS-CS-IDX)
                           TO WS-CS-CREDITO(WS-CS-IDX)
           END-IF.
           COMPUTE WS-CS-NETO(WS-CS-IDX) = WS-CS-FACTURAS(WS-CS-IDX)
                   - WS-CS-CREDITO(WS-CS-IDX).
           ADD WS-CS-NETO(WS-CS-IDX) TO WS-CR-TOTAL.

       84-AJUSTA-PROPUESTA.
           DISPLAY "Renglon a incluir/excluir (0 = terminar): ".
           MOVE ZERO TO WS-CR-SEL.
           ACCEPT WS-CR-SEL.
           IF WS-CR-SEL = ZERO
                   MOVE "S" TO WS-CR-TERMINA
           ELSE
           IF WS-CR-SEL > WS-CR-USADOS
                   DISPLAY "No existe ese renglon."
           ELSE
                   IF WS-CR-INCLUYE(WS-CR-SEL) = "S"
                           MOVE "N" TO WS-CR-INCLUYE(WS-CR-SEL)
                   ELSE
                           MOVE "S" TO WS-CR-INCLUYE(WS-CR-SEL)
                   END-IF
                   PERFORM 82-MUESTRA-PROPUESTA.

      *ARCHIVO DE TRANSFERENCIAS DE ANCHO FIJO COMO EL DE LA
      *DISPERSION DE NOMINA: ENCABEZADO, UN DETALLE POR PROVEEDOR
      *CON CLABE Y NETO, Y CONTROL CON CUENTA Y SUMA
       85-GENERA-CORRIDA.
           PERFORM 83-RESUME-PROVEEDORES.
           OPEN OUTPUT F-TRANSFERENCIAS.
           OPEN OUTPUT F-AVISOS.
           MOVE ZERO TO WS-CR-CONTADOR.
           MOVE ZERO TO WS-CR-TOTAL.
           MOVE SPACES TO TR-LINEA.
           STRING "H" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   "PAGO A PROVEEDORES" DELIMITED BY SIZE
                   INTO TR-LINEA.
           WRITE TR-LINEA.
           PERFORM 86-PAGA-PROVEEDOR
                   VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-USADOS.
           MOVE WS-CR-TOTAL TO WS-CR-TOTAL-FMT.
           MOVE SPACES TO TR-LINEA.
           STRING "T" DELIMITED BY SIZE
                   WS-CR-CONTADOR DELIMITED BY SIZE
                   WS-CR-TOTAL-FMT DELIMITED BY SIZE
                   INTO TR-LINEA.
           WRITE TR-LINEA.
           CLOSE F-TRANSFERENCIAS.
           CLOSE F-AVISOS.
           DISPLAY "Transferencias generadas en PAGOPROV.TXT, "
                   WS-CR-CONTADOR " proveedores; avisos de pago en "
                   "AVISOPAGO.TXT".

       86-PAGA-PROVEEDOR.
           IF WS-CS-FACTURAS(WS-CS-IDX) > ZERO
                   IF WS-CS-NETO(WS-CS-IDX) > ZERO
                           MOVE WS-CS-NETO(WS-CS-IDX)
                                   TO WS-CR-NETO-FMT
                           ADD WS-CS-NETO(WS-CS-IDX) TO WS-CR-TOTAL
                           ADD 1 TO WS-CR-CONTADOR
                           MOVE SPACES TO TR-LINEA
                           STRING "D" DELIMITED BY SIZE
                                   WS-CS-PROV(WS-CS-IDX)
                                           DELIMITED BY SIZE
                                   WS-CS-CLABE(WS-CS-IDX)
                                           DELIMITED BY SIZE
                                   WS-CR-NETO-FMT DELIMITED BY SIZE
                                   WS-CS-NOMBRE(WS-CS-IDX)
                                           DELIMITED BY SIZE
                                   INTO TR-LINEA
                           WRITE TR-LINEA
                           MOVE WS-FECHA-HOY TO PG-FECHA
                           MOVE WS-CS-PROV(WS-CS-IDX) TO PG-PROVEEDOR
                           MOVE ZERO TO PG-FOLIO
                           MOVE "T" TO PG-FORMA
                           MOVE WS-CS-NETO(WS-CS-IDX) TO PG-IMPORTE
                           MOVE "CORRIDA" TO PG-REFERENCIA
                           PERFORM 96-GRABA-PAGO
                   END-IF
                   MOVE SPACES TO AV-LINEA
                   WRITE AV-LINEA
                   MOVE SPACES TO AV-LINEA
                   STRING "AVISO DE PAGO DEL " DELIMITED BY SIZE
                           WS-FECHA-HOY DELIMITED BY SIZE
                           "  PROVEEDOR " DELIMITED BY SIZE
                           WS-CS-PROV(WS-CS-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CS-NOMBRE(WS-CS-IDX) DELIMITED BY SIZE
                           INTO AV-LINEA
                   WRITE AV-LINEA
                   MOVE SPACES TO AV-LINEA
                   STRING "CUENTA CLABE " DELIMITED BY SIZE
                           WS-CS-CLABE(WS-CS-IDX) DELIMITED BY SIZE
                           INTO AV-LINEA
                   WRITE AV-LINEA
                   MOVE WS-CS-CREDITO(WS-CS-IDX) TO WS-CR-PTE-FACTURA
                   MOVE WS-CS-CREDITO(WS-CS-IDX) TO WS-CR-PTE-NOTA
                   PERFORM 87-APLICA-RENGLON
                           VARYING WS-CR-IDX FROM 1 BY 1
                           UNTIL WS-CR-IDX > WS-CR-USADOS
                   MOVE WS-CS-FACTURAS(WS-CS-IDX) TO WS-MONTO-FMT
                   MOVE SPACES TO AV-LINEA
                   STRING "  TOTAL FACTURAS          " DELIMITED BY
                           SIZE WS-MONTO-FMT DELIMITED BY SIZE
                           INTO AV-LINEA
                   WRITE AV-LINEA
                   COMPUTE WS-SALDO = ZERO - WS-CS-CREDITO(WS-CS-IDX)
                   MOVE WS-SALDO TO WS-MONTO-FMT
                   MOVE SPACES TO AV-LINEA
                   STRING "  NOTAS DE CARGO APLICADAS" DELIMITED BY
                           SIZE WS-MONTO-FMT DELIMITED BY SIZE
                           INTO AV-LINEA
                   WRITE AV-LINEA
                   MOVE WS-CS-NETO(WS-CS-IDX) TO WS-MONTO-FMT
                   MOVE SPACES TO AV-LINEA
                   STRING "  IMPORTE TRANSFERIDO     " DELIMITED BY
                           SIZE WS-MONTO-FMT DELIMITED BY SIZE
                           INTO AV-LINEA
                   WRITE AV-LINEA
                   MOVE ALL "-" TO AV-LINEA
                   WRITE AV-LINEA
           END-IF.

      *CADA FACTURA INCLUIDA TOMA PRIMERO LO QUE TOCA DE LAS NOTAS
      *(COMO NOTA APLICADA) Y EL RESTO COMO PAGO; CADA NOTA INCLUIDA
      *SE CONSUME POR LO QUE SE APLICO A LAS FACTURAS
       87-APLICA-RENGLON.
           IF WS-CR-INCLUYE(WS-CR-IDX) = "S"
           AND WS-CR-PROV(WS-CR-IDX) = WS-CS-PROV(WS-CS-IDX)
                   MOVE WS-CR-FOLIO(WS-CR-IDX) TO CP-FOLIO
                   READ F-CXP
                           INVALID KEY
                               DISPLAY "No se encontro el folio "
                                       WS-CR-FOLIO(WS-CR-IDX)
                           NOT INVALID KEY
                               IF CP-ESTADO = "P"
                                       PERFORM 15-SALDO-FACTURA
                                       IF CP-TIPO = "N"
                                           PERFORM 87-2-CONSUME-NOTA
                                       ELSE
                                           PERFORM 87-1-PAGA-FACTURA
                                       END-IF
                               END-IF
                   END-READ
           END-IF.

       87-1-PAGA-FACTURA.
           IF WS-CR-PTE-FACTURA > WS-SALDO
                   MOVE WS-SALDO TO WS-CR-APLICA
           ELSE
                   MOVE WS-CR-PTE-FACTURA TO WS-CR-APLICA
           END-IF.
           IF WS-CR-APLICA < ZERO
                   MOVE ZERO TO WS-CR-APLICA
           END-IF.
           SUBTRACT WS-CR-APLICA FROM WS-CR-PTE-FACTURA.
           ADD WS-CR-APLICA TO CP-NOTAS.
           COMPUTE WS-PAGO = WS-SALDO - WS-CR-APLICA.
           ADD WS-PAGO TO CP-PAGADO.
           COMPUTE WS-MC-PAGO-ORIG ROUNDED = WS-PAGO / CP-TASA.
           ADD WS-MC-PAGO-ORIG TO CP-PAGADO-ORIG.
           MOVE "X" TO CP-ESTADO.
           REWRITE CP-REGISTRO
                   INVALID KEY
                   DISPLAY "Error al aplicar el pago a " CP-FACTURA
           END-REWRITE.
           MOVE WS-FECHA-HOY TO WS-IP-FECHA.
           MOVE WS-PAGO TO WS-IP-MONTO.
           PERFORM 97-IVA-DEL-PAGO.
      *LO PROPUESTO EN PESOS DE HOY CONTRA LO QUE LA FACTURA VALIA
      *EN LIBROS ES LA DIFERENCIA CAMBIARIA DEL PAGO
           IF CP-MONEDA NOT = "MXN"
                   MOVE CP-MONEDA TO WS-TC-MONEDA
                   MOVE WS-FECHA-HOY TO WS-TC-FECHA
                   MOVE WS-FECHA-HOY TO WS-MC-FECHA-PAGO
                   PERFORM 90-TASA-A-FECHA
                   COMPUTE WS-MC-DIF =
                           WS-CR-SALDO(WS-CR-IDX) - WS-SALDO
                   IF WS-MC-DIF NOT = ZERO
                           PERFORM 91-REGISTRA-DIFERENCIA
                   END-IF
           END-IF.
           MOVE WS-CR-SALDO(WS-CR-IDX) TO WS-MONTO-FMT.
           MOVE SPACES TO AV-LINEA.
           STRING "  FACTURA " DELIMITED BY SIZE
                   CP-FACTURA DELIMITED BY SIZE
                   " DEL " DELIMITED BY SIZE
                   CP-FECHA-FACTURA DELIMITED BY SIZE
                   " VENCE " DELIMITED BY SIZE
                   CP-VENCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-FMT DELIMITED BY SIZE
                   INTO AV-LINEA.
           WRITE AV-LINEA.

       87-2-CONSUME-NOTA.
           COMPUTE WS-CR-APLICA = ZERO - WS-SALDO.
           IF WS-CR-APLICA > WS-CR-PTE-NOTA
                   MOVE WS-CR-PTE-NOTA TO WS-CR-APLICA
           END-IF.
           IF WS-CR-APLICA > ZERO
                   SUBTRACT WS-CR-APLICA FROM WS-CR-PTE-NOTA
                   SUBTRACT WS-CR-APLICA FROM CP-NOTAS
                   PERFORM 15-SALDO-FACTURA
                   IF WS-SALDO NOT < ZERO
                           MOVE "X" TO CP-ESTADO
                   END-IF
                   REWRITE CP-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al consumir la nota "
                                   CP-FACTURA
                   END-REWRITE
                   COMPUTE WS-SALDO = ZERO - WS-CR-APLICA
                   MOVE WS-SALDO TO WS-MONTO-FMT
                   MOVE SPACES TO AV-LINEA
                   STRING "  NOTA    " DELIMITED BY SIZE
                           CP-FACTURA DELIMITED BY SIZE
                           " DEL " DELIMITED BY SIZE
                           CP-FECHA-FACTURA DELIMITED BY SIZE
                           "               " DELIMITED BY SIZE
                           WS-MONTO-FMT DELIMITED BY SIZE
                           INTO AV-LINEA
                   WRITE AV-LINEA
           END-IF.

      *TASA DE WS-TC-MONEDA VIGENTE EL DIA WS-TC-FECHA: LA ULTIMA DE
      *LA HISTORIA A ESA FECHA; SI NO HAY, LA VIGENTE DE LA TABLA, Y
      *SI TAMPOCO, LA TECLEA EL USUARIO. EL PESO SIEMPRE VALE 1
       90-TASA-A-FECHA.
           MOVE 1 TO WS-TC-TASA.
           IF WS-TC-MONEDA NOT = SPACES AND WS-TC-MONEDA NOT = "MXN"
                   MOVE "N" TO WS-TC-HALLADA
                   PERFORM 90-1-BUSCA-HISTORIA
                   IF WS-TC-HALLADA = "N"
                           PERFORM 90-3-BUSCA-VIGENTE
                   END-IF
                   IF WS-TC-HALLADA = "N"
                           DISPLAY "Sin tipo de cambio de "
                                   WS-TC-MONEDA "; tasa al "
                                   WS-TC-FECHA " (n.nnnn): "
                           MOVE ZERO TO WS-TC-TASA
                           ACCEPT WS-TC-TASA
                           IF WS-TC-TASA = ZERO
                                   MOVE 1 TO WS-TC-TASA
                           END-IF
                   END-IF
           END-IF.

       90-1-BUSCA-HISTORIA.
           OPEN INPUT F-TC-HISTORIA.
           IF WS-TH-STATUS = "00"
                   MOVE WS-TC-MONEDA TO TH-MONEDA
                   MOVE LOW-VALUES TO TH-FECHA
                   MOVE "N" TO WS-TC-FIN
                   START F-TC-HISTORIA KEY IS NOT LESS THAN TH-LLAVE
                           INVALID KEY MOVE "S" TO WS-TC-FIN
                   END-START
                   PERFORM 90-2-EXAMINA-HISTORIA
                           UNTIL WS-TC-FIN = "S"
           END-IF.
           CLOSE F-TC-HISTORIA.

       90-2-EXAMINA-HISTORIA.
           READ F-TC-HISTORIA NEXT RECORD
                   AT END MOVE "S" TO WS-TC-FIN
                   NOT AT END
                           IF TH-MONEDA NOT = WS-TC-MONEDA
                           OR TH-FECHA > WS-TC-FECHA
                                   MOVE "S" TO WS-TC-FIN
                           ELSE
                                   MOVE TH-TASA TO WS-TC-TASA
                                   MOVE "S" TO WS-TC-HALLADA
                           END-IF
           END-READ.

       90-3-BUSCA-VIGENTE.
           OPEN INPUT F-TIPO-CAMBIO.
           IF WS-TC-STATUS = "00"
                   MOVE WS-TC-MONEDA TO TC-MONEDA
                   READ F-TIPO-CAMBIO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   MOVE TC-TASA TO WS-TC-TASA
                                   MOVE "S" TO WS-TC-HALLADA
                                   DISPLAY "Aviso: sin tasa de "
                                           WS-TC-MONEDA " al "
                                           WS-TC-FECHA ", se toma "
                                           "la vigente del "
                                           TC-FECHA
                   END-READ
           END-IF.
           CLOSE F-TIPO-CAMBIO.

      *DEJA LA DIFERENCIA DEL PAGO EN CP-REGISTRO/WS-MC-* EN EL
      *REGISTRO DE DIFERENCIAS CAMBIARIAS
       91-REGISTRA-DIFERENCIA.
           MOVE WS-MC-FECHA-PAGO TO DC-FECHA.
           MOVE CP-FOLIO TO DC-FOLIO.
           MOVE CP-PROVEEDOR TO DC-PROVEEDOR.
           MOVE CP-MONEDA TO DC-MONEDA.
           MOVE WS-MC-PAGO-ORIG TO DC-MONTO-ORIG.
           MOVE CP-TASA TO DC-TASA-LIBRO.
           MOVE WS-TC-TASA TO DC-TASA-PAGO.
           MOVE WS-MC-DIF TO DC-DIFERENCIA.
           OPEN EXTEND F-DIFCAMBIO.
           WRITE DC-REGISTRO.
           CLOSE F-DIFCAMBIO.
           MOVE WS-MC-DIF TO WS-MONTO-FMT.
           IF WS-MC-DIF > ZERO
                   DISPLAY "Perdida cambiaria: " WS-MONTO-FMT
           ELSE
                   DISPLAY "Utilidad cambiaria: " WS-MONTO-FMT
           END-IF.

      *SALDO EN LIBROS (WS-SALDO) DE LA FACTURA EN CP-REGISTRO
      *VALUADO A LA TASA DEL DIA WS-TC-FECHA
       92-REVALUA-SALDO.
           COMPUTE WS-MC-SALDO-ORIG ROUNDED = WS-SALDO / CP-TASA.
           MOVE CP-MONEDA TO WS-TC-MONEDA.
           PERFORM 90-TASA-A-FECHA.
           COMPUTE WS-RV-VALUADO ROUNDED =
                   WS-MC-SALDO-ORIG * WS-TC-TASA.

      *POLIZA DE DIFERENCIAS CAMBIARIAS EN ANCHO FIJO, COMO EL
      *DIARIO DE VENTAS DE COMERCIO: SIN LAS CUENTAS UTILCAMBIO Y
      *PERDCAMBIO EN EL CATALOGO NO SE EXPORTA. EL IMPORTE VA CON
      *SIGNO: POSITIVO PERDIDA (CARGO), NEGATIVO UTILIDAD (ABONO)
       93-POLIZA-CAMBIOS.
           MOVE "UTILCAMBIO" TO WS-CG-CONCEPTO.
           PERFORM 94-BUSCA-CUENTA.
           MOVE WS-CG-CUENTA TO WS-CTA-UTILIDAD.
           IF WS-CG-HALLADA = "S"
                   MOVE "PERDCAMBIO" TO WS-CG-CONCEPTO
                   PERFORM 94-BUSCA-CUENTA
                   MOVE WS-CG-CUENTA TO WS-CTA-PERDIDA
           END-IF.
           IF WS-CG-HALLADA = "N"
                   DISPLAY "Faltan cuentas de UTILCAMBIO o PERDCAMBIO "
                           "en el catalogo CUENTASGL (capturelas en "
                           "CUENTASCAT); la poliza no se exporta."
           ELSE
                   PERFORM 93-1-GENERA-POLIZA
           END-IF.

       93-1-GENERA-POLIZA.
           DISPLAY "Fecha desde (AAAAMMDD, ENTER = sin limite): ".
           MOVE SPACES TO WS-DC-DESDE.
           ACCEPT WS-DC-DESDE.
           DISPLAY "Fecha hasta (AAAAMMDD, ENTER = sin limite): ".
           MOVE SPACES TO WS-DC-HASTA.
           ACCEPT WS-DC-HASTA.
           IF WS-DC-HASTA = SPACES
                   MOVE ALL "9" TO WS-DC-HASTA
           END-IF.
           MOVE ZERO TO WS-DC-CONTADOR.
           MOVE ZERO TO WS-DC-TOTAL.
           OPEN OUTPUT F-CAMGL.
           OPEN INPUT F-DIFCAMBIO.
           MOVE "N" TO WS-DC-FIN.
           IF WS-DC-STATUS NOT = "00"
                   MOVE "S" TO WS-DC-FIN
           END-IF.
           PERFORM 93-2-ESCRIBE-DIFERENCIA UNTIL WS-DC-FIN = "S".
           CLOSE F-DIFCAMBIO.
           MOVE WS-DC-TOTAL TO WS-DC-IMPORTE-FMT.
           MOVE SPACES TO CGL-LINEA.
           STRING "T" DELIMITED BY SIZE
                   WS-DC-CONTADOR DELIMITED BY SIZE
                   WS-DC-IMPORTE-FMT DELIMITED BY SIZE
                   INTO CGL-LINEA.
           WRITE CGL-LINEA.
           CLOSE F-CAMGL.
           DISPLAY "Poliza de diferencias cambiarias exportada a "
                   "CXPCAMGL.TXT, " WS-DC-CONTADOR " renglones".

       93-2-ESCRIBE-DIFERENCIA.
           READ F-DIFCAMBIO
                   AT END MOVE "S" TO WS-DC-FIN
                   NOT AT END
                           IF DC-FECHA NOT < WS-DC-DESDE
                           AND DC-FECHA NOT > WS-DC-HASTA
                                   PERFORM 93-3-RENGLON-POLIZA
                           END-IF
           END-READ.

       93-3-RENGLON-POLIZA.
           IF DC-DIFERENCIA > ZERO
                   MOVE WS-CTA-PERDIDA TO WS-CG-CUENTA
           ELSE
                   MOVE WS-CTA-UTILIDAD TO WS-CG-CUENTA
           END-IF.
           MOVE DC-DIFERENCIA TO WS-DC-IMPORTE-FMT.
           ADD DC-DIFERENCIA TO WS-DC-TOTAL.
           ADD 1 TO WS-DC-CONTADOR.
           MOVE SPACES TO CGL-LINEA.
           STRING "D" DELIMITED BY SIZE
                   WS-CG-CUENTA DELIMITED BY SIZE
                   DC-FECHA DELIMITED BY SIZE
                   DC-FOLIO DELIMITED BY SIZE
                   DC-MONEDA DELIMITED BY SIZE
                   WS-DC-IMPORTE-FMT DELIMITED BY SIZE
                   INTO CGL-LINEA.
           WRITE CGL-LINEA.

       94-BUSCA-CUENTA.
           MOVE "N" TO WS-CG-HALLADA.
           MOVE SPACES TO WS-CG-CUENTA.
           OPEN INPUT F-CUENTASGL.
           IF WS-CG-STATUS = "00" OR WS-CG-STATUS = "05"
                   MOVE WS-CG-CONCEPTO TO CG-CONCEPTO
                   MOVE ZERO TO CG-DEPTO
                   READ F-CUENTASGL
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   MOVE "S" TO WS-CG-HALLADA
                                   MOVE CG-CUENTA TO WS-CG-CUENTA
                   END-READ
           END-IF.
           CLOSE F-CUENTASGL.

      *PAGO CAPTURADO A LA FACTURA EN CP-REGISTRO; PG-FECHA Y
      *PG-IMPORTE LOS PONE QUIEN LLAMA
       95-REGISTRA-PAGO-FACTURA.
           MOVE CP-PROVEEDOR TO PG-PROVEEDOR.
           MOVE CP-FOLIO TO PG-FOLIO.
           MOVE "M" TO PG-FORMA.
           MOVE CP-FACTURA TO PG-REFERENCIA.
           PERFORM 96-GRABA-PAGO.

       96-GRABA-PAGO.
           OPEN EXTEND F-PAGOS.
           WRITE PG-REGISTRO.
           CLOSE F-PAGOS.

      *IVA ACREDITABLE DEL PAGO: EL PAGO WS-IP-MONTO (PESOS EN
      *LIBROS) A LA FACTURA EN CP-REGISTRO CUBRE DE CADA SUBTOTAL Y
      *DE CADA IVA LA MISMA PROPORCION QUE DEL IMPORTE; LAS NOTAS
      *APLICADAS REDUCEN LO QUE SE PAGA Y POR LO TANTO EL IVA. LAS
      *FACTURAS SIN DESGLOSE (ANTERIORES A EL, O LAS QUE GENERA LA
      *LIQUIDACION DE CONSIGNACION EN COMERCIO) SE TOMAN AL 16%
       97-IVA-DEL-PAGO.
           MOVE "N" TO WS-IV-HALLADO.
           OPEN INPUT F-IVA-FACTURA.
           IF WS-IV-STATUS = "00"
                   MOVE CP-FOLIO TO IV-FOLIO
                   READ F-IVA-FACTURA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "S" TO WS-IV-HALLADO
                   END-READ
           END-IF.
           CLOSE F-IVA-FACTURA.
           IF WS-IV-HALLADO = "N"
                   MOVE CP-FOLIO TO IV-FOLIO
                   COMPUTE IV-SUBTOTAL-16 ROUNDED = CP-IMPORTE / 1.16
                   COMPUTE IV-IVA-16 = CP-IMPORTE - IV-SUBTOTAL-16
                   MOVE ZERO TO IV-SUBTOTAL-8
                   MOVE ZERO TO IV-IVA-8
                   MOVE ZERO TO IV-SUBTOTAL-0
           END-IF.
           IF CP-IMPORTE > ZERO AND WS-IP-MONTO > ZERO
                   MOVE WS-IP-FECHA TO IP-FECHA
                   MOVE CP-FOLIO TO IP-FOLIO
                   MOVE CP-PROVEEDOR TO IP-PROVEEDOR
                   MOVE WS-IP-MONTO TO IP-PAGO
                   COMPUTE IP-BASE-16 ROUNDED =
                           IV-SUBTOTAL-16 * WS-IP-MONTO / CP-IMPORTE
                   COMPUTE IP-IVA-16 ROUNDED =
                           IV-IVA-16 * WS-IP-MONTO / CP-IMPORTE
                   COMPUTE IP-BASE-8 ROUNDED =
                           IV-SUBTOTAL-8 * WS-IP-MONTO / CP-IMPORTE
                   COMPUTE IP-IVA-8 ROUNDED =
                           IV-IVA-8 * WS-IP-MONTO / CP-IMPORTE
                   COMPUTE IP-BASE-0 ROUNDED =
                           IV-SUBTOTAL-0 * WS-IP-MONTO / CP-IMPORTE
                   OPEN EXTEND F-IVA-PAGOS
                   WRITE IP-REGISTRO
                   CLOSE F-IVA-PAGOS
           END-IF.

       END PROGRAM CXP.
