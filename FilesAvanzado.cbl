           ASSIGN TO "CXCLLAVE.TXT"
           FILE STATUS CXCLL-STATUS.

      *COBRANZA: CARTAS DE LA CORRIDA (SE REESCRIBEN EN CADA
      *CORRIDA), BITACORA DE CARTAS Y BLOQUEOS POR CLIENTE Y RANGO DE
      *ATRASO A PARTIR DEL CUAL SE BLOQUEA EL CREDITO
           SELECT F-CARTAS-COB
           ASSIGN TO "CARTASCOB.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CAR-STATUS.

           SELECT OPTIONAL F-BITA-COB
           ASSIGN TO "BITCOBRA.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BCO-STATUS.

           SELECT OPTIONAL F-PARAM-COB
           ASSIGN TO "CXCPARAM.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PCB-STATUS.

      *EXISTENCIA POR UBICACION (01 PISO DE VENTA, 02+ BODEGAS);
      *RP-CANTIDAD SIGUE SIENDO EL TOTAL Y ESTE ARCHIVO DICE EN
      *QUE UBICACION ESTA CADA PIEZA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TRA-STATUS.

      *FACTURAS: UN ARCHIVO POR FACTURA EN EL LAYOUT QUE TOMA EL
      *PROVEEDOR DE TIMBRADO, EL FOLIO CONSECUTIVO (MISMA TECNICA DEL
      *KEY-FILE) Y EL REGISTRO DE FACTURAS EMITIDAS
           SELECT F-FACTURA
           ASSIGN TO WS-NOMBRE-FACTURA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FAC-STATUS.

           SELECT FAC-LLAVE-FILE
           ASSIGN TO "FACLLAVE.TXT"
           FILE STATUS FACLL-STATUS.

           SELECT OPTIONAL F-FACTURAS-REG
           ASSIGN TO "FACTURAS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FRG-STATUS.

      *COTIZACIONES: EL RENGLON 000 ES EL ENCABEZADO (CLIENTE,
      *VIGENCIA, VENDEDOR Y ESTADO) Y LOS DEMAS SON LOS PRODUCTOS A
      *PRECIO COTIZADO; FOLIO CONSECUTIVO CON SU ARCHIVO DE LLAVE E
      *IMPRESION CON EL FORMATO DEL TICKET
           SELECT OPTIONAL F-COTIZA
           ASSIGN TO "COTIZA.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CZ-LLAVE
           FILE STATUS IS WS-CZ-STATUS.

           SELECT COT-LLAVE-FILE
           ASSIGN TO "COTLLAVE.TXT"
           FILE STATUS CZLL-STATUS.

           SELECT F-COTIZA-IMP
           ASSIGN TO "COTIZACION.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CZI-STATUS.

      *APARTADOS: RENGLON 000 ENCABEZADO (CLIENTE, VENCIMIENTO,
      *TOTAL, ABONADO, ESTADO Y POLITICA AL VENCER) Y LOS DEMAS LOS
      *PRODUCTOS APARTADOS; LOS ABONOS LLEVAN LA SESION DE CAJA EN
      *QUE SE COBRARON PARA QUE EL CORTE LOS CUENTE
           SELECT OPTIONAL F-APARTADOS
           ASSIGN TO "APARTADO.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AP-LLAVE
           FILE STATUS IS WS-AP-STATUS.

           SELECT OPTIONAL F-APA-ABONOS
           ASSIGN TO "APAABONO.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS AB-LLAVE
           FILE STATUS IS WS-AB-STATUS.

           SELECT APA-LLAVE-FILE
           ASSIGN TO "APALLAVE.TXT"
           FILE STATUS APLL-STATUS.

           SELECT F-APA-COMPROBANTE
           ASSIGN TO "ABONOAPA.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-APC-STATUS.

      *PEDIDOS PENDIENTES DE CLIENTES (LO QUE SE PIDIO SIN HABER
      *EXISTENCIA): LA LLAVE VA POR PRODUCTO Y FOLIO PARA QUE LA
      *RECEPCION LOS RECORRA DEL MAS VIEJO AL MAS NUEVO; LA LISTA DE
      *CLIENTES A LLAMAR SE ACUMULA EN SU PROPIO ARCHIVO
           SELECT OPTIONAL F-PENDIENTES
           ASSIGN TO "PENDIENTE.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PE-LLAVE
           FILE STATUS IS WS-PE-STATUS.

           SELECT PEN-LLAVE-FILE
           ASSIGN TO "PENLLAVE.TXT"
           FILE STATUS PELL-STATUS.

           SELECT OPTIONAL F-LLAMADAS
           ASSIGN TO "LLAMADAS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LLA-STATUS.

      *PUNTOS DE LEALTAD: TASA POR DEPARTAMENTO Y LIBRO DE
      *MOVIMIENTOS POR CLIENTE (LA LLAVE VA POR CLIENTE Y FOLIO PARA
      *QUE LOS PUNTOS SE CONSUMAN DEL MAS VIEJO AL MAS NUEVO)
           SELECT OPTIONAL F-PTS-TASA
           ASSIGN TO "PTOTASA.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PT-DEPTO
           FILE STATUS IS WS-PT-STATUS.

           SELECT OPTIONAL F-PUNTOS
           ASSIGN TO "PUNTOS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PU-LLAVE
           FILE STATUS IS WS-PU-STATUS.

           SELECT PUN-LLAVE-FILE
           ASSIGN TO "PUNLLAVE.TXT"
           FILE STATUS PULL-STATUS.

      *PLANTILLA DE NOMINA (SOLO LECTURA) Y LIBRO DE DEDUCCIONES
      *DE NOMINA, PARA LAS COMPRAS DE EMPLEADOS CON CARGO A
      *NOMINA: EL TICKET SE VUELVE UNA DEDUCCION CON SALDO QUE EL
           RECORD KEY IS ND-LLAVE
           FILE STATUS IS WS-ND-STATUS.

      *ASISTENCIA DIARIA DE NOMINA (SOLO LECTURA), PARA SABER
      *CUANTO PERSONAL DE VENTAS HABIA EN PISO CADA HORA
           SELECT OPTIONAL F-ASIS-NOM
           ASSIGN TO WS-ARCH-ASIS-NOM
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS ASI-LLAVE
           FILE STATUS IS WS-ASI-STATUS.

      *TASAS DE COMISION POR DEPARTAMENTO, PARA LA CORRIDA
      *MENSUAL DE COMISIONES DE LOS VENDEDORES
           SELECT OPTIONAL F-COMISION
           RECORD KEY IS PM-ID
           FILE STATUS IS WS-PM-STATUS.

      *CODIGOS DE BARRAS (PROVEEDOR CERO) Y CLAVES DE ARTICULO DE
      *CADA PROVEEDOR; LA LLAVE ALTERNA PERMITE BUSCAR UN CODIGO
      *ESCANEADO SIN SABER DE QUE PROVEEDOR ES
           SELECT OPTIONAL F-CODIGOS
           ASSIGN TO "CODIGOS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CB-LLAVE
           ALTERNATE RECORD KEY CB-CODIGO
                   WITH DUPLICATES
           FILE STATUS IS WS-CB-STATUS.

      *UNIDADES DE MEDIDA: UNIDAD DE INVENTARIO DEL PRODUCTO Y LAS
      *DE COMPRA Y VENTA CON SU FACTOR DE CONVERSION
           SELECT OPTIONAL F-UNIDADES
           ASSIGN TO "UNIDADES.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS UM-ID
           FILE STATUS IS WS-UM-STATUS.

      *PRODUCTOS QUE SE VENDEN CON NUMERO DE SERIE Y LOS MESES DE
      *GARANTIA QUE CUBRE CADA UNO
           SELECT OPTIONAL F-GARANTIA
           ASSIGN TO "GARANTIA.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS GA-ID
           FILE STATUS IS WS-GA-STATUS.

      *CADA UNIDAD CON SERIE: DE QUE RECEPCION Y PROVEEDOR LLEGO Y
      *EN QUE VENTA Y A QUE CLIENTE SALIO
           SELECT OPTIONAL F-SERIES
           ASSIGN TO "SERIES.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS SE-SERIE
           FILE STATUS IS WS-SE-STATUS.

      *BITACORA DE RECLAMOS DE GARANTIA TURNADOS AL PROVEEDOR
           SELECT OPTIONAL F-RECLAMOS
           ASSIGN TO "RECLAMOS.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RC-STATUS.

      *DEVOLUCIONES DE MERCANCIA AL PROVEEDOR, CADA UNA CONTRA SU
      *RECEPCION, CON SU FOLIO Y LA NOTA IMPRESA QUE ACOMPANA A LA
      *MERCANCIA
           SELECT OPTIONAL F-DEVPROV
           ASSIGN TO "DEVPROV.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DV-FOLIO
           FILE STATUS IS WS-DV-STATUS.

           SELECT DEVP-LLAVE-FILE
           ASSIGN TO "DEVPLLAVE.TXT"
           FILE STATUS DVLL-STATUS.

           SELECT F-NOTA-DEVPROV
           ASSIGN TO "DEVPROV.TXT"
           ORGANIZATION LINE SEQUENTIAL.

      *CUENTAS POR PAGAR (LAS LLEVA EL PROGRAMA CXP); AQUI SOLO SE
      *DEJAN LAS NOTAS DE CARGO DE LAS DEVOLUCIONES
           SELECT OPTIONAL F-CXP
           ASSIGN TO "CXP.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CP-FOLIO
           FILE STATUS IS WS-CP-STATUS.

           SELECT CXP-LLAVE-FILE
           ASSIGN TO "CXPLLAVE.TXT"
           FILE STATUS CXPLL-STATUS.

      *PRECIOS DE MAYOREO: ESCALONES DE CANTIDAD MINIMA Y PRECIO
      *UNITARIO POR PRODUCTO
           SELECT OPTIONAL F-MAYOREO
           ASSIGN TO "MAYOREO.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MY-ID
           FILE STATUS IS WS-MY-STATUS.

      *LOTES DE PERECEDEROS: LA LLAVE LLEVA LA CADUCIDAD ANTES DEL
      *LOTE PARA QUE EL RECORRIDO EN ORDEN DE LLAVE YA VENGA DEL
      *QUE CADUCA PRIMERO AL QUE CADUCA AL ULTIMO (FEFO)
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS WS-VGL-STATUS.

      *REPORTE DE EXISTENCIAS DE LENTO MOVIMIENTO Y SIN VENTA, POR
      *DEPARTAMENTO, CON EL VALOR AL COSTO QUE TIENEN DETENIDO
                   SELECT F-LENTO
                   ASSIGN TO "LENTOMOV.TXT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS WS-LEN-STATUS.

      *ETIQUETAS DE ANAQUEL: LA CORRIDA DE CAMBIOS VA A
      *ETIQUETAS.TXT Y LAS REIMPRESIONES A ETIQREIMP.TXT, PARA QUE
      *UNA REIMPRESION NO PISE LO ULTIMO QUE SE MANDO A IMPRIMIR
                   SELECT F-ETIQUETAS
                   ASSIGN TO WS-ETQ-NOMBRE
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS WS-ETQ-STATUS.

      *CONTROL DE LA ULTIMA CORRIDA DE ETIQUETAS: HASTA QUE RENGLON
      *DEL HISTORIAL DE PRECIOS YA SE IMPRIMIO Y QUE TRAE EL ARCHIVO
      *DE ETIQUETAS VIGENTE
                   SELECT OPTIONAL F-ETQCTL
                   ASSIGN TO "ETIQCTL.DAT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS WS-EC-STATUS.

      *ARCHIVO DE TRABAJO DEL SORT QUE JUNTA LAS ETIQUETAS POR
      *DEPARTAMENTO Y UBICACION
                   SELECT F-ETQ-ORDEN
                   ASSIGN TO "ETQSORT.TMP".

      *LISTA DE CORREO DEL EXTRACTO DE MERCADOTECNIA, SOLO CON
      *CLIENTES QUE ACEPTARON RECIBIR PUBLICIDAD
                   SELECT F-MERCADEO
                   ASSIGN TO "MERCADEO.TXT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS WS-MK-STATUS.

      *MERCANCIA EN CONSIGNACION: UN RENGLON POR PRODUCTO CON EL
      *PROVEEDOR DUENO, EL COSTO PACTADO, LO QUE AUN ESTA EN TIENDA
      *Y LO VENDIDO PENDIENTE DE LIQUIDAR
                   SELECT OPTIONAL F-CONSIGNA
                   ASSIGN TO "CONSIGNA.DAT"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CN-ID
                   FILE STATUS IS WS-CN-STATUS.

      *ESTADO DE LA LIQUIDACION DE CONSIGNACION PARA EL PROVEEDOR
                   SELECT F-LIQ-CONSIGNA
                   ASSIGN TO "LIQCONS.TXT"
                   ORGANIZATION LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
                   02 RP-MINIMO            PIC 9(10).
                   02 RP-MAXIMO            PIC 9(10).
                   02 RP-EMPAQUE           PIC 9(05).
      *PIEZAS APARTADAS: SIGUEN EN TIENDA Y DENTRO DE RP-CANTIDAD,
      *PERO YA TIENEN DUENO; LO DISPONIBLE PARA VENDER ES LA
      *DIFERENCIA
                   02 RP-APARTADO          PIC 9(10).
      *CLASE ABC POR VALOR DE VENTA DE LOS ULTIMOS 12 MESES ("A",
      *"B", "C"; ESPACIO = AUN SIN CLASIFICAR), LA DEJA LA CORRIDA
      *DE CLASIFICACION PARA PRIORIZAR CONTEOS Y REORDEN
                   02 RP-CLASE-ABC         PIC X(01).

       FD KEY-FILE.
       01 REG-LLAVE                        PIC 9(10).
       01 TKT-LINEA                        PIC X(80).

       FD F-ORDEN-COMPRA.
       01 OC-LINEA                         PIC X(132).

       FD F-CONTEO-LOG.
       01 CT-LINEA                         PIC X(80).
           02 PV-CONTACTO                  PIC X(30).
           02 PV-DIAS-CREDITO              PIC 9(03).
           02 PV-ACTIVO                    PIC X(01).
      *BANCO Y CUENTA CLABE PARA LAS TRANSFERENCIAS DE LA CORRIDA DE
      *PAGOS DE CUENTAS POR PAGAR
           02 PV-BANCO                     PIC X(20).
           02 PV-CLABE                     PIC X(18).

       FD F-ORDENES.
       01 OR-REGISTRO.
           02 RE-PEDIDA                    PIC 9(10).
           02 RE-RECIBIDA                  PIC 9(10).
           02 RE-IMPORTE                   PIC S9(09)V99.
      *"S" MERCANCIA EN CONSIGNACION: NO SE FACTURA CONTRA LA
      *RECEPCION, SE PAGA EN LA LIQUIDACION DE LO VENDIDO
           02 RE-CONSIGNA                  PIC X(01).

       FD ORDEN-LLAVE-FILE.
       01 REG-ORDEN-LLAVE                  PIC 9(06).
      *ID DEL SOBREVIVIENTE CUANDO EL REGISTRO SE FUSIONO COMO
      *DUPLICADO (CERO O ESPACIOS = VIGENTE)
           02 CL-FUSIONADO                 PIC 9(06).
      *DATOS FISCALES DEL CLIENTE PARA FACTURAR (RFC EN BLANCO =
      *SIN DATOS FISCALES)
           02 CL-RFC                       PIC X(13).
           02 CL-RAZON-SOCIAL              PIC X(60).
           02 CL-REGIMEN                   PIC X(03).
           02 CL-CP-FISCAL                 PIC X(05).
           02 CL-USO-CFDI                  PIC X(04).
      *"S" CREDITO BLOQUEADO POR LA CORRIDA DE COBRANZA Y FECHA DEL
      *BLOQUEO; MIENTRAS DURE, LA CAJA NO VENDE A CREDITO AL CLIENTE
           02 CL-BLOQUEO                   PIC X(01).
           02 CL-BLOQ-FECHA                PIC X(08).
      *CONSENTIMIENTO DE PUBLICIDAD ("S" ACEPTA, "N" RECHAZA, EN
      *BLANCO SIN PREGUNTAR = NO ACEPTADA) Y CORREO ELECTRONICO
           02 CL-PUBLICIDAD                PIC X(01).
           02 CL-CORREO                    PIC X(60).

       FD F-CXC.
       01 CX-REGISTRO.
       FD CXC-LLAVE-FILE.
       01 REG-CXC-LLAVE                    PIC 9(06).

       FD F-CARTAS-COB.
       01 CAR-LINEA                        PIC X(80).

      *BCO-MOVIMIENTO: "C" CARTA ENVIADA, "B" CREDITO BLOQUEADO, "A"
      *BLOQUEO LEVANTADO AL QUEDAR AL CORRIENTE, "L" BLOQUEO
      *LEVANTADO POR UN SUPERVISOR; BCO-RANGO ES EL RANGO DE ATRASO
      *(00 = 1 A 29 DIAS, 30, 60 O 90 Y MAS)
       FD F-BITA-COB.
       01 BCO-REGISTRO.
           02 BCO-FECHA                    PIC X(08).
           02 BCO-CLIENTE                  PIC 9(06).
           02 BCO-MOVIMIENTO               PIC X(01).
           02 BCO-RANGO                    PIC 9(02).
           02 BCO-VENCIDO                  PIC S9(09)V99.
           02 BCO-DIAS                     PIC 9(05).
           02 BCO-OPERADOR                 PIC X(08).

       FD F-PARAM-COB.
       01 PCB-REGISTRO.
           02 PCB-RANGO-BLOQUEO            PIC 9(02).

      *SOLO LOS CAMPOS QUE USAN LA VENTA CON CARGO A NOMINA Y EL
      *REPORTE DE VENTAS POR HORA; EL RESTO DEL REGISTRO DE NOMINA
      *VIAJA EN FILLER
       FD F-TRAB-NOM.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FT-NOMBRE                    PIC X(30).
           02 FILLER                       PIC X(38).
           02 FT-SALARIO                   PIC S9(06)V99.
           02 FT-DEPARTAMENTO              PIC 9(02) OCCURS 3 TIMES.
           02 FT-ACTIVO                    PIC X(01).
           02 FILLER                       PIC X(137).

      *MISMO LAYOUT DEL NOMDED.DAT DE NOMINA, CON PREFIJO ND-
       FD F-DED-NOM.
           02 ND-BENEFICIARIO              PIC X(30).
           02 ND-BENEF-CLABE               PIC X(18).

      *MISMO LAYOUT DEL NOMASIS.DAT DE NOMINA, CON PREFIJO ASI-
       FD F-ASIS-NOM.
       01 ASI-REGISTRO.
           02 ASI-LLAVE.
               03 ASI-ID                   PIC 9(04).
               03 ASI-FECHA                PIC X(08).
           02 ASI-ENTRADA                  PIC X(05).
           02 ASI-SALIDA                   PIC X(05).
           02 ASI-HORAS-EXTRA              PIC 9(02).

       FD F-COMISION.
       01 CO-REGISTRO.
           02 CO-DEPTO                     PIC 9(02).
       01 KX-REGISTRO.
           02 KX-FECHA                     PIC X(08).
      *"V" VENTA, "D" DEVOLUCION, "R" RECEPCION, "A" AJUSTE DE
      *CONTEO, "T" TRASLADO (NO MUEVE EL TOTAL), "P" DEVOLUCION AL
      *PROVEEDOR
           02 KX-TIPO                      PIC X(01).
           02 KX-ID                        PIC 9(10).
           02 KX-SIGNO                     PIC X(01).
           02 PM-DESDE                     PIC X(08).
           02 PM-HASTA                     PIC X(08).

       FD F-CODIGOS.
       01 CB-REGISTRO.
           02 CB-LLAVE.
               03 CB-PROVEEDOR             PIC 9(04).
               03 CB-CODIGO                PIC X(20).
      *"B" CODIGO DE BARRAS EAN/UPC, "P" CLAVE DEL PROVEEDOR
           02 CB-TIPO                      PIC X(01).
           02 CB-ID                        PIC 9(10).

       FD F-UNIDADES.
       01 UM-REGISTRO.
           02 UM-ID                        PIC 9(10).
           02 UM-STOCK                     PIC X(03).
           02 UM-COMPRA                    PIC X(03).
           02 UM-FACTOR-COMPRA             PIC 9(05).
           02 UM-VENTA                     PIC X(03).
           02 UM-FACTOR-VENTA              PIC 9(05).

       FD F-GARANTIA.
       01 GA-REGISTRO.
           02 GA-ID                        PIC 9(10).
           02 GA-MESES                     PIC 9(03).

       FD F-SERIES.
       01 SE-REGISTRO.
           02 SE-SERIE                     PIC X(25).
           02 SE-ID                        PIC 9(10).
      *"I" EN EXISTENCIA, "V" VENDIDA, "P" DEVUELTA AL PROVEEDOR
           02 SE-ESTADO                    PIC X(01).
           02 SE-FECHA-RECIBE              PIC X(08).
           02 SE-PROVEEDOR                 PIC 9(04).
           02 SE-RECEPCION                 PIC 9(06).
           02 SE-FECHA-VENTA               PIC X(08).
           02 SE-TRANS                     PIC 9(06).
           02 SE-CLIENTE                   PIC 9(06).
           02 SE-FECHA-DEVOL               PIC X(08).

       FD F-RECLAMOS.
       01 RC-REGISTRO.
           02 RC-FECHA                     PIC X(08).
           02 RC-SERIE                     PIC X(25).
           02 RC-ID                        PIC 9(10).
           02 RC-PROVEEDOR                 PIC 9(04).
           02 RC-TRANS                     PIC 9(06).
           02 RC-CLIENTE                   PIC 9(06).
      *"S" DENTRO DE LA GARANTIA AL RECLAMAR, "N" FUERA
           02 RC-GARANTIA                  PIC X(01).
           02 RC-FALLA                     PIC X(40).
           02 RC-OPERADOR                  PIC X(08).

       FD F-DEVPROV.
       01 DV-REGISTRO.
           02 DV-FOLIO                     PIC 9(06).
           02 DV-FECHA                     PIC X(08).
           02 DV-RECEPCION                 PIC 9(06).
           02 DV-PROVEEDOR                 PIC 9(04).
           02 DV-PRODUCTO                  PIC 9(10).
           02 DV-CANTIDAD                  PIC 9(10).
           02 DV-IMPORTE                   PIC S9(09)V99.
           02 DV-MOTIVO                    PIC X(30).
      *FOLIO DE LA NOTA DE CARGO EN CUENTAS POR PAGAR
           02 DV-NOTA                      PIC 9(06).
           02 DV-OPERADOR                  PIC X(08).

       FD DEVP-LLAVE-FILE.
       01 REG-DEVP-LLAVE                   PIC 9(06).

       FD F-NOTA-DEVPROV.
       01 NDV-LINEA                        PIC X(80).

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
      *"P" PENDIENTE, "X" LIQUIDADA, "B" BLOQUEADA POR DISCREPANCIA
           02 CP-ESTADO                    PIC X(01).
      *"N" NOTA DE CARGO (IMPORTE NEGATIVO), CUALQUIER OTRO VALOR
      *FACTURA; CP-NOTAS ES LO APLICADO DE NOTAS A LA FACTURA (EN
      *LA NOTA, LO YA APLICADO CON SIGNO NEGATIVO)
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

       FD CXP-LLAVE-FILE.
       01 REG-CXP-LLAVE                    PIC 9(06).

       FD F-MAYOREO.
       01 MY-REGISTRO.
           02 MY-ID                        PIC 9(10).
           02 MY-ESCALON OCCURS 5 TIMES.
               03 MY-MINIMO                PIC 9(06).
               03 MY-PRECIO                PIC 9(05)V9(02).

       FD F-LOTES.
       01 LO-REGISTRO.
           02 LO-LLAVE.
       FD F-TRASLADOS.
       01 TRA-LINEA                        PIC X(80).

       FD F-FACTURA.
       01 FAC-LINEA                        PIC X(200).

       FD FAC-LLAVE-FILE.
       01 REG-FAC-LLAVE                    PIC 9(06).

       FD F-FACTURAS-REG.
       01 FRG-LINEA                        PIC X(100).

       FD F-COTIZA.
       01 CZ-REGISTRO.
           02 CZ-LLAVE.
               03 CZ-FOLIO                 PIC 9(06).
               03 CZ-RENGLON               PIC 9(03).
           02 CZ-DATOS                     PIC X(50).
           02 CZ-ENCABEZADO REDEFINES CZ-DATOS.
               03 CZ-CLIENTE               PIC 9(06).
               03 CZ-FECHA                 PIC X(08).
               03 CZ-VENCE                 PIC X(08).
               03 CZ-VENDEDOR              PIC X(08).
      *"A" ABIERTA, "C" CONVERTIDA EN VENTA
               03 CZ-ESTADO                PIC X(01).
               03 CZ-TRANS                 PIC 9(06).
               03 CZ-FECHA-CONV            PIC X(08).
               03 FILLER                   PIC X(05).
           02 CZ-DETALLE REDEFINES CZ-DATOS.
               03 CZ-ID                    PIC 9(10).
               03 CZ-CANTIDAD              PIC 9(10).
               03 CZ-PRECIO                PIC 9(05)V9(02).
               03 CZ-PROMO                 PIC X(01).
               03 FILLER                   PIC X(22).

       FD COT-LLAVE-FILE.
       01 REG-COT-LLAVE                    PIC 9(06).

       FD F-COTIZA-IMP.
       01 CZI-LINEA                        PIC X(80).

       FD F-APARTADOS.
       01 AP-REGISTRO.
           02 AP-LLAVE.
               03 AP-FOLIO                 PIC 9(06).
               03 AP-RENGLON               PIC 9(03).
           02 AP-DATOS                     PIC X(64).
           02 AP-ENCABEZADO REDEFINES AP-DATOS.
               03 AP-CLIENTE               PIC 9(06).
               03 AP-FECHA                 PIC X(08).
               03 AP-VENCE                 PIC X(08).
               03 AP-TOTAL                 PIC 9(09)V99.
               03 AP-ABONADO               PIC 9(09)V99.
      *"A" ABIERTO, "L" LIQUIDADO Y ENTREGADO, "V" VENCIDO
               03 AP-ESTADO                PIC X(01).
      *AL VENCER LO ABONADO QUEDA "S" SALDO A FAVOR O "P" PERDIDO
               03 AP-POLITICA              PIC X(01).
               03 AP-TRANS                 PIC 9(06).
               03 AP-VENDEDOR              PIC X(08).
               03 AP-ABONOS                PIC 9(03).
               03 FILLER                   PIC X(01).
           02 AP-DETALLE REDEFINES AP-DATOS.
               03 AP-ID                    PIC 9(10).
               03 AP-CANTIDAD              PIC 9(10).
               03 AP-PRECIO                PIC 9(05)V9(02).
               03 AP-PROMO                 PIC X(01).
               03 AP-UBICACION             PIC 9(02).
               03 FILLER                   PIC X(34).

       FD F-APA-ABONOS.
       01 AB-REGISTRO.
           02 AB-LLAVE.
               03 AB-FOLIO                 PIC 9(06).
               03 AB-SECUENCIA             PIC 9(03).
           02 AB-FECHA                     PIC X(08).
           02 AB-HORA                      PIC X(06).
           02 AB-IMPORTE                   PIC 9(09)V99.
           02 AB-METODO                    PIC X(01).
           02 AB-SESION                    PIC 9(06).
           02 AB-OPERADOR                  PIC X(08).

       FD APA-LLAVE-FILE.
       01 REG-APA-LLAVE                    PIC 9(06).

       FD F-APA-COMPROBANTE.
       01 APC-LINEA                        PIC X(80).

       FD F-PENDIENTES.
       01 PE-REGISTRO.
           02 PE-LLAVE.
               03 PE-ID                    PIC 9(10).
               03 PE-FOLIO                 PIC 9(06).
           02 PE-CLIENTE                   PIC 9(06).
           02 PE-FECHA                     PIC X(08).
           02 PE-CANTIDAD                  PIC 9(10).
      *PIEZAS YA RECIBIDAS Y RETENIDAS PARA ESTE PEDIDO
           02 PE-SURTIDA                   PIC 9(10).
      *"P" PENDIENTE, "R" SURTIDO COMPLETO EN ESPERA DEL CLIENTE,
      *"E" ENTREGADO, "C" CANCELADO
           02 PE-ESTADO                    PIC X(01).
           02 PE-FECHA-SURTE               PIC X(08).
           02 PE-TRANS                     PIC 9(06).
           02 PE-OPERADOR                  PIC X(08).

       FD PEN-LLAVE-FILE.
       01 REG-PEN-LLAVE                    PIC 9(06).

       FD F-LLAMADAS.
       01 LLA-LINEA                        PIC X(120).

       FD F-PTS-TASA.
       01 PT-REGISTRO.
           02 PT-DEPTO                     PIC 9(02).
      *PUNTOS POR CADA $100 PAGADOS EN EL DEPARTAMENTO
           02 PT-TASA                      PIC 9(02)V99.
      *"S" LOS RENGLONES A PRECIO DE PROMOCION TAMBIEN GANAN
           02 PT-PROMO                     PIC X(01).

       FD F-PUNTOS.
       01 PU-REGISTRO.
           02 PU-LLAVE.
               03 PU-CLIENTE               PIC 9(06).
               03 PU-FOLIO                 PIC 9(08).
           02 PU-FECHA                     PIC X(08).
      *"G" GANADOS, "C" CANJEADOS EN CAJA, "D" REVERTIDOS POR
      *DEVOLUCION, "X" VENCIDOS
           02 PU-TIPO                      PIC X(01).
           02 PU-PUNTOS                    PIC 9(07)V99.
      *DE UN RENGLON "G", LO QUE AUN NO SE CONSUME NI VENCE; LA
      *SUMA DE ESTOS RESTANTES ES EL SALDO DEL CLIENTE
           02 PU-RESTANTE                  PIC 9(07)V99.
           02 PU-TRANS                     PIC 9(06).
           02 PU-OPERADOR                  PIC X(08).

       FD PUN-LLAVE-FILE.
       01 REG-PUN-LLAVE                    PIC 9(08).

       FD F-KITS.
       01 KI-REGISTRO.
           02 KI-LLAVE.
           02 CS-ESPERADO                  PIC S9(09)V99.
           02 CS-CONTADO                   PIC 9(09)V99.
           02 CS-DIFERENCIA                PIC S9(09)V99.
      *COBRADO CON TARJETA Y CON TRANSFERENCIA EN LA SESION, QUE
      *EL BANCO DEPOSITA APARTE DEL EFECTIVO; LOS DEJA EL CORTE
           02 CS-TARJETA                   PIC S9(09)V99.
           02 CS-TRANSFER                  PIC S9(09)V99.

       FD SES-LLAVE-FILE.
       01 REG-SES-LLAVE                    PIC 9(06).
       FD F-VTAGL.
       01 VGL-LINEA                        PIC X(60).

       FD F-LENTO.
       01 LEN-LINEA                        PIC X(132).

       FD F-ETIQUETAS.
       01 ETQ-LINEA                        PIC X(60).

       FD F-ETQCTL.
       01 EC-REGISTRO.
      *FECHA DE LA ULTIMA CORRIDA Y RENGLONES DEL HISTORIAL DE
      *PRECIOS QUE YA CUBRIO
           02 EC-FECHA                     PIC X(08).
           02 EC-PH-RENGLONES              PIC 9(08).
      *FECHA, HORA Y CANTIDAD DE ETIQUETAS DEL ULTIMO ETIQUETAS.TXT
      *QUE SE GENERO (UNA CORRIDA SIN CAMBIOS NO LO REEMPLAZA)
           02 EC-ETQ-FECHA                 PIC X(08).
           02 EC-ETQ-HORA                  PIC X(08).
           02 EC-ETIQUETAS                 PIC 9(06).

       SD F-ETQ-ORDEN.
       01 EQ-REGISTRO.
           02 EQ-DEPTO                     PIC 9(02).
           02 EQ-UBICACION                 PIC 9(02).
           02 EQ-ID                        PIC 9(10).

       FD F-MERCADEO.
       01 MK-LINEA                         PIC X(290).

       FD F-CONSIGNA.
       01 CN-REGISTRO.
           02 CN-ID                        PIC 9(10).
           02 CN-PROVEEDOR                 PIC 9(04).
      *COSTO PACTADO POR UNIDAD DE INVENTARIO (EL DE LA ULTIMA
      *RECEPCION EN CONSIGNACION)
           02 CN-COSTO                     PIC 9(05)V9(02).
      *PIEZAS DEL PROVEEDOR QUE SIGUEN EN TIENDA (PARTE DE
      *RP-CANTIDAD QUE NO ES NUESTRA)
           02 CN-EXISTENCIA                PIC 9(10).
      *VENDIDO Y DEVENGADO AL COSTO PACTADO, AUN SIN LIQUIDAR
           02 CN-VENDIDO                   PIC 9(10).
           02 CN-ADEUDO                    PIC S9(09)V99.
           02 CN-ULT-RECEPCION             PIC 9(06).
           02 CN-ULT-LIQUIDA               PIC X(08).

       FD F-LIQ-CONSIGNA.
       01 LQC-LINEA                        PIC X(80).

       FD F-VENTAS.
       01 VTA-REGISTRO.
      *LA LLAVE EMPIEZA POR LA FECHA PARA QUE EL RECORRIDO EN
           02 VTA-SESION                   PIC 9(06).
      *UBICACION QUE SURTIO EL RENGLON (01 = PISO DE VENTA)
           02 VTA-UBICACION                PIC 9(02).
      *ORIGEN DEL PRECIO DEL RENGLON: "S" PROMOCION, "M" MAYOREO,
      *CUALQUIER OTRO VALOR PRECIO DE LISTA; LA DEVOLUCION CONSERVA
      *EL ORIGEN DE LA VENTA QUE REGRESA
           02 VTA-PROMO                    PIC X(01).
      *CLAVE DEL VENDEDOR (LA IDENTIDAD DEL LANZADOR), BASE DE LA
      *CORRIDA MENSUAL DE COMISIONES
           02 VTA-VENDEDOR                 PIC X(08).
      *HORA DEL RENGLON (HHMMSS), PARA ANALIZAR LAS VENTAS POR HORA
      *DEL DIA; LOS RENGLONES ANTERIORES LA TRAEN EN BLANCO
           02 VTA-HORA                     PIC X(06).
      *FOLIO DE LA FACTURA (DEL CLIENTE O GLOBAL DEL MES) QUE YA
      *AMPARA EL RENGLON; EN BLANCO = SIN FACTURAR
           02 VTA-FACTURA                  PIC X(06).

       WORKING-STORAGE SECTION.
      *VARIABLES AUXILIARES  PARA ARCHIVOS
       77 WS-MONTO-COMPRA                  PIC S9(08)V99.
       77 WS-VTA-STATUS                    PIC X(02).
       77 WS-VENDER-CANTIDAD               PIC 9(10).
       77 WS-DISPONIBLE                    PIC 9(10).
       01 WS-PRODUCTO.
                   02 WS-ID                PIC 9(10).
                   02 WS-NOMBRE            PIC X(50).
               03 WS-VRP-UNIDADES          PIC S9(10).
               03 WS-VRP-IMPORTE           PIC S9(12)V99.
               03 WS-VRP-LISTADO           PIC X(01).
               03 WS-VRP-FUENTE OCCURS 3 TIMES.
                   04 WS-VRP-F-UNIDADES    PIC S9(10).
                   04 WS-VRP-F-IMPORTE     PIC S9(12)V99.
       77 WS-VR-PROD-USADOS                PIC 9(03).
       77 WS-VR-RANGO                      PIC 9(02).
       77 WS-VR-MEJOR                      PIC 9(03).
      *UBICACION QUE SURTIO LA VENTA ORIGINAL, PARA REGRESARLE LA
      *MERCANCIA DEVUELTA (RENGLONES VIEJOS SIN CAMPO: PISO 01)
       77 WS-DEV-UBICACION                 PIC 9(02).
       77 WS-DEV-METODO                    PIC X(01).
       77 WS-DEV-PROMO                     PIC X(01).
      *ORDEN DE COMPRA Y RECEPCION DE MERCANCIA: CANTIDAD SUGERIDA
      *A PEDIR, RENGLONES ESCRITOS EN LA ORDEN Y CANTIDAD RECIBIDA
       77 WS-OC-STATUS                     PIC X(02).
       77 WS-CXC-60                        PIC S9(10)V99.
       77 WS-CXC-90                        PIC S9(10)V99.
       77 WS-FECHA-HOY-C                   PIC X(08).
      *CORRIDA DE COBRANZA: CARTERA POR CLIENTE CON LOS ABONOS
      *APLICADOS A LOS CARGOS MAS VIEJOS, RANGO DE BLOQUEO
      *CONFIGURADO Y CONTADORES DE LA CORRIDA
       77 WS-CAR-STATUS                    PIC X(02).
       77 WS-BCO-STATUS                    PIC X(02).
       77 WS-PCB-STATUS                    PIC X(02).
       77 WS-COB-RANGO-BLOQ                PIC 9(02).
       77 WS-COB-RANGO                     PIC 9(02).
       77 WS-COB-RANGO-X                   PIC X(02).
       77 WS-COB-FILTRO                    PIC 9(06).
       77 WS-COB-MAX                       PIC 9(04) VALUE 2000.
       01 WS-COB-TABLA.
           02 WS-COB OCCURS 2000 TIMES.
               03 WS-COB-ID                PIC 9(06).
               03 WS-COB-ABONOS            PIC S9(09)V99.
               03 WS-COB-SALDO             PIC S9(09)V99.
               03 WS-COB-VENCIDO           PIC S9(09)V99.
               03 WS-COB-DIAS              PIC 9(05).
       77 WS-COB-USADOS                    PIC 9(04).
       77 WS-COB-IDX                       PIC 9(04).
       77 WS-COB-HALLADO                   PIC 9(04).
       77 WS-COB-LLENA                     PIC X(01).
       77 WS-COB-PENDIENTE                 PIC S9(09)V99.
       77 WS-COB-CLIENTE-OK                PIC X(01).
       77 WS-COB-CARTAS                    PIC 9(05).
       77 WS-COB-BLOQUEOS                  PIC 9(05).
       77 WS-COB-LEVANTADOS                PIC 9(05).
       77 WS-COB-FMT                       PIC -ZZZZZZZZ9.99.
       77 WS-COB-DIAS-FMT                  PIC ZZZZ9.
      *HISTORIAL DE PRECIOS: ESTATUS, PRECIO ANTERIOR AL CAMBIO EN
      *PROCESO, ORIGEN DEL CAMBIO Y CONTROL DE LA CONSULTA
       77 WS-PH-STATUS                     PIC X(02).
       77 WS-VAL-TOTAL                     PIC S9(12)V99.
       77 WS-VAL-RENGLON                   PIC S9(12)V99.
       77 WS-VAL-FMT                       PIC -ZZZZZZZZZZZ9.99.
      *LO APARTADO SE VALUA APARTE DE LO DISPONIBLE
       77 WS-VAL-UNITARIO                  PIC 9(05)V9(02).
       77 WS-VAL-APARTADO                  PIC S9(12)V99.
       77 WS-VAL-APA-PIEZAS                PIC 9(10).
      *CLASIFICACION ABC Y LENTO MOVIMIENTO: TABLA DEL MAESTRO EN
      *ORDEN DE ID (SE BUSCA POR MITADES) CON LA VENTA NETA DE LOS
      *ULTIMOS 12 MESES, LA ULTIMA VENTA, LA ULTIMA RECEPCION Y EL
      *VALOR AL COSTO DE LA EXISTENCIA; MESES DE LA VENTANA CON SU
      *MARCA DE CERRADO (ESOS SE LEEN DE SU HISTORIA CONGELADA)
       77 WS-LEN-STATUS                    PIC X(02).
       77 WS-ABC-MAX                       PIC 9(04) VALUE 3000.
       01 WS-ABC-TABLA.
           02 WS-ABC OCCURS 3000 TIMES.
               03 WS-ABC-ID                PIC 9(10).
               03 WS-ABC-DEPTO             PIC 9(02).
               03 WS-ABC-EXISTENCIA        PIC 9(10).
               03 WS-ABC-COSTO-INV         PIC S9(12)V99.
               03 WS-ABC-VALOR             PIC S9(12)V99.
               03 WS-ABC-ULT-VENTA         PIC X(08).
               03 WS-ABC-ULT-RECEP         PIC X(08).
               03 WS-ABC-CLASE             PIC X(01).
               03 WS-ABC-LISTADO           PIC X(01).
       77 WS-ABC-USADOS                    PIC 9(04).
       77 WS-ABC-IDX                       PIC 9(04).
       77 WS-ABC-HALLADO                   PIC 9(04).
       77 WS-ABC-BAJO                      PIC 9(04).
       77 WS-ABC-ALTO                      PIC 9(04).
       77 WS-ABC-MEDIO                     PIC 9(04).
       77 WS-ABC-MEJOR                     PIC 9(04).
       77 WS-ABC-BUSCA                     PIC 9(10).
       77 WS-ABC-LLENA                     PIC X(01).
       77 WS-ABC-HOY                       PIC X(08).
       77 WS-ABC-DESDE                     PIC X(08).
       77 WS-ABC-EN-VENTANA                PIC X(01).
       01 WS-ABC-MES.
           02 WS-ABC-MES-ANIO              PIC 9(04).
           02 WS-ABC-MES-NUM               PIC 9(02).
       01 WS-ABC-MES-X REDEFINES WS-ABC-MES PIC X(06).
       01 WS-ABC-MESES-TABLA.
           02 WS-ABC-MESES OCCURS 13 TIMES.
               03 WS-ABC-M-MES             PIC X(06).
               03 WS-ABC-M-CERRADO         PIC X(01).
       77 WS-ABC-M-USADOS                  PIC 9(02).
       77 WS-ABC-M-IDX                     PIC 9(02).
       77 WS-ABC-M-CERRADO-X               PIC X(01).
       77 WS-ABC-CORTE-A                   PIC 9(03).
       77 WS-ABC-CORTE-B                   PIC 9(03).
       77 WS-ABC-TOTAL                     PIC S9(12)V99.
       77 WS-ABC-ACUMULADO                 PIC S9(12)V99.
       77 WS-ABC-PORCENTAJE                PIC 9(03)V99.
       77 WS-ABC-PCT-FMT                   PIC ZZ9.99.
       77 WS-ABC-CLASE-ACT                 PIC X(01).
       77 WS-ABC-CAMBIOS                   PIC 9(05).
       01 WS-ABC-RESUMEN.
           02 WS-ABC-RES OCCURS 3 TIMES.
               03 WS-ABC-RES-PRODUCTOS     PIC 9(05).
               03 WS-ABC-RES-VALOR         PIC S9(12)V99.
       01 WS-ABC-CLASES-NOMBRES            PIC X(03) VALUE "ABC".
       01 WS-ABC-CLASES REDEFINES WS-ABC-CLASES-NOMBRES.
           02 WS-ABC-CLASE-NOM             PIC X(01) OCCURS 3 TIMES.
       77 WS-ABC-RES-IDX                   PIC 9(01).
      *LENTO MOVIMIENTO: RANGO DE DIAS SIN VENTA (90, 180, 365) Y
      *VALOR DETENIDO POR RANGO EN EL DEPARTAMENTO Y EN TOTAL
       77 WS-LEN-DEP-IDX                   PIC 9(03).
       77 WS-LEN-DEPTO                     PIC 9(02).
       77 WS-LEN-DIAS                      PIC 9(05).
       77 WS-LEN-RANGO                     PIC 9(01).
       77 WS-LEN-ENCABEZADO                PIC X(01).
       77 WS-LEN-PRODUCTOS                 PIC 9(05).
       01 WS-LEN-RANGOS-NOMBRES            PIC X(12)
                   VALUE " 90 180 365+".
       01 WS-LEN-RANGOS REDEFINES WS-LEN-RANGOS-NOMBRES.
           02 WS-LEN-RANGO-NOM             PIC X(04) OCCURS 3 TIMES.
       01 WS-LEN-SUMAS.
           02 WS-LEN-DEP-VALOR             PIC S9(12)V99
                                           OCCURS 3 TIMES.
           02 WS-LEN-TOT-VALOR             PIC S9(12)V99
                                           OCCURS 3 TIMES.
       77 WS-LEN-VALOR-FMT                 PIC -ZZZZZZZZ9.99.
       77 WS-LEN-EXIST-FMT                 PIC Z(09)9.
       77 WS-LEN-FECHA-V                   PIC X(08).
       77 WS-LEN-FECHA-R                   PIC X(08).
      *HOJA DE CONTEO POR CLASE PARA EL CONTEO FISICO
       77 WS-ABC-CLASE-CONTEO              PIC X(01).
      *ETIQUETAS DE ANAQUEL: TIPO DE CORRIDA ("N" CAMBIOS DESDE LA
      *ULTIMA, "P" UN PRODUCTO, "D" UN DEPARTAMENTO), VENTANA DE
      *FECHAS DE LAS PROMOCIONES Y CONTROL DEL SORT
       77 WS-ETQ-STATUS                    PIC X(02).
       77 WS-EC-STATUS                     PIC X(02).
       77 WS-ETQ-NOMBRE                    PIC X(14).
       77 WS-ETQ-MODO                      PIC X(01).
       77 WS-ETQ-HOY                       PIC X(08).
       77 WS-ETQ-DESDE                     PIC X(08).
       77 WS-ETQ-HORA                      PIC X(08).
       77 WS-ETQ-DEPTO                     PIC 9(02).
       77 WS-ETQ-RENGLON                   PIC 9(08).
       77 WS-ETQ-RENGLONES                 PIC 9(08).
       77 WS-ETQ-FIN                       PIC X(01).
       77 WS-ETQ-SOLTADAS                  PIC 9(06).
       77 WS-ETQ-CUENTA                    PIC 9(06).
       77 WS-ETQ-CON-UBICA                 PIC X(01).
       77 WS-ETQ-HAY-CTL                   PIC X(01).
       01 WS-ETQ-ANTERIOR.
           02 WS-ETQ-ANT-DEPTO             PIC 9(02).
           02 WS-ETQ-ANT-UBICA             PIC 9(02).
           02 WS-ETQ-ANT-ID                PIC 9(10).
      *"S" PROMOCION VIGENTE, "F" PROMOCION QUE TERMINA HOY (LA
      *ETIQUETA YA LLEVA EL PRECIO REGULAR), "N" SIN PROMOCION
       77 WS-ETQ-PROMO                     PIC X(01).
       77 WS-ETQ-PM-PRECIO                 PIC 9(05)V9(02).
       77 WS-ETQ-PM-DESDE                  PIC X(08).
       77 WS-ETQ-PM-HASTA                  PIC X(08).
       77 WS-ETQ-CODIGO                    PIC X(20).
       77 WS-ETQ-PRECIO-FMT                PIC ZZ,ZZ9.99.
      *EXTRACTO DE MERCADOTECNIA: FILTROS (EN CERO O EN BLANCO NO
      *FILTRAN), HISTORIA DE COMPRAS DEL CLIENTE EN REVISION Y
      *CONTADORES DE LOS OMITIDOS
       77 WS-MK-STATUS                     PIC X(02).
       77 WS-MK-PASATIEMPO                 PIC X(30).
       77 WS-MK-PAS-LONG                   PIC 9(02).
       77 WS-MK-COLOR                      PIC X(30).
       77 WS-MK-COL-LONG                   PIC 9(02).
       77 WS-MK-DIAS-MIN                   PIC 9(05).
       77 WS-MK-DIAS-MAX                   PIC 9(05).
       77 WS-MK-GASTO-MIN                  PIC 9(09)V99.
       77 WS-MK-GASTO-MAX                  PIC 9(09)V99.
       01 WS-MK-DEPTOS.
           02 WS-MK-DEPTO                  PIC 9(02) OCCURS 5 TIMES.
       77 WS-MK-NDEPTOS                    PIC 9(01).
       77 WS-MK-DEPTO-CAP                  PIC 9(02).
       77 WS-MK-FIN-DEPTOS                 PIC X(01).
       77 WS-MK-HOY                        PIC X(08).
       77 WS-MK-HAY-VENTAS                 PIC X(01).
       77 WS-MK-FIN                        PIC X(01).
       77 WS-MK-VFIN                       PIC X(01).
       77 WS-MK-TEXTO                      PIC X(61).
       77 WS-MK-ENCONTRO                   PIC X(01).
       77 WS-MK-CUMPLE                     PIC X(01).
       77 WS-MK-ULTIMA                     PIC X(08).
       77 WS-MK-DIAS                       PIC 9(05).
       77 WS-MK-IMPORTE                    PIC S9(11)V99.
       77 WS-MK-GASTO                      PIC S9(11)V99.
       77 WS-MK-COMPRO-DEPTO               PIC X(01).
       77 WS-MK-LEIDOS                     PIC 9(06).
       77 WS-MK-FUSIONADOS                 PIC 9(06).
       77 WS-MK-RECHAZAN                   PIC 9(06).
       77 WS-MK-SIN-CONSENT                PIC 9(06).
       77 WS-MK-NO-CUMPLEN                 PIC 9(06).
       77 WS-MK-SIN-CORREO                 PIC 9(06).
       77 WS-MK-ESCRITOS                   PIC 9(06).
       77 WS-MK-DESBORDE                   PIC X(01).
       77 WS-MK-I                          PIC 9(04).
       77 WS-MK-J                          PIC 9(02).
       77 WS-MK-K                          PIC 9(01).
      *CLIENTES SELECCIONADOS, QUE SOLO SE GRABAN EN LA LISTA
      *DESPUES DE REVISAR EL RESUMEN
       01 WS-MK-TABLA.
           02 WS-MK-SEL OCCURS 3000 TIMES.
               03 WS-MK-SEL-ID             PIC 9(06).
               03 WS-MK-SEL-ULTIMA         PIC X(08).
               03 WS-MK-SEL-GASTO          PIC S9(11)V99.
       77 WS-MK-USADOS                     PIC 9(04).
      *SEGMENTOS DEL RESUMEN: POR PASATIEMPO (LOS QUE NO CABEN VAN
      *A OTROS) Y POR ANTIGUEDAD DE LA ULTIMA COMPRA
       01 WS-MK-SEGMENTOS.
           02 WS-MK-SEG OCCURS 30 TIMES.
               03 WS-MK-SEG-PASA           PIC X(30).
               03 WS-MK-SEG-CUENTA         PIC 9(06).
       77 WS-MK-SEGS                       PIC 9(02).
       77 WS-MK-SEG-OTROS                  PIC 9(06).
       77 WS-MK-SEG-CLAVE                  PIC X(30).
       77 WS-MK-HALLADO                    PIC X(01).
       01 WS-MK-RECENCIA.
           02 WS-MK-REC                    PIC 9(06) OCCURS 6 TIMES.
       77 WS-MK-REC-IDX                    PIC 9(01).
       01 WS-MK-REC-NOMBRES.
           02 FILLER                       PIC X(20)
                   VALUE "HASTA 30 DIAS".
           02 FILLER                       PIC X(20)
                   VALUE "31 A 90 DIAS".
           02 FILLER                       PIC X(20)
                   VALUE "91 A 180 DIAS".
           02 FILLER                       PIC X(20)
                   VALUE "181 A 365 DIAS".
           02 FILLER                       PIC X(20)
                   VALUE "MAS DE UN ANO".
           02 FILLER                       PIC X(20)
                   VALUE "SIN COMPRAS".
       01 WS-MK-REC-TABLA REDEFINES WS-MK-REC-NOMBRES.
           02 WS-MK-REC-NOMBRE             PIC X(20) OCCURS 6 TIMES.
      *RENGLON DE LA LISTA DE CORREO, DE ANCHO FIJO
       01 WS-MK-RENGLON.
           02 WS-MK-R-ID                   PIC 9(06).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WS-MK-R-NOMBRE               PIC X(30).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WS-MK-R-APELLIDOS            PIC X(30).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WS-MK-R-CORREO               PIC X(60).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WS-MK-R-DIRECCION            PIC X(30).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WS-MK-R-TELEFONO             PIC 9(10).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WS-MK-R-PASATIEMPO           PIC X(30).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WS-MK-R-COLOR                PIC X(30).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WS-MK-R-ULTIMA               PIC X(08).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 WS-MK-R-GASTO                PIC -ZZZZZZZZZZ9.99.
      *CONSIGNACION: BANDERA DE LA RECEPCION EN CURSO, PIEZAS DEL
      *PROVEEDOR EN TIENDA DEL PRODUCTO LEIDO, CANTIDAD DEL
      *MOVIMIENTO (VENTA O DEVOLUCION DE CLIENTE) Y TOTALES DE LA
      *LIQUIDACION
       77 WS-CN-STATUS                     PIC X(02).
       77 WS-CN-ES                         PIC X(01).
       77 WS-CN-RECHAZA                    PIC X(01).
       77 WS-CN-ABIERTO                    PIC X(01).
       77 WS-CN-HALLADO                    PIC X(01).
       77 WS-CN-EN-TIENDA                  PIC 9(10).
       77 WS-CN-PROV-DUENO                 PIC 9(04).
       77 WS-CN-COSTO                      PIC 9(05)V9(02).
       77 WS-CN-MOV-CANT                   PIC 9(10).
       77 WS-CN-APLICA                     PIC 9(10).
       77 WS-CN-IMPORTE                    PIC S9(09)V99.
       77 WS-CN-FIN                        PIC X(01).
       77 WS-CN-DEVUELVE                   PIC X(01).
       77 WS-CN-UBICACION                  PIC 9(02).
       77 WS-CN-HOY                        PIC X(08).
       77 WS-CN-PRODUCTOS                  PIC 9(05).
       77 WS-CN-PIEZAS                     PIC 9(10).
       77 WS-CN-TOTAL                      PIC S9(09)V99.
       77 WS-CN-DEV-PIEZAS                 PIC 9(10).
       77 WS-CN-DEV-IMPORTE                PIC S9(09)V99.
       77 WS-CN-DEV-RENGLONES              PIC 9(05).
       77 WS-CN-FACTURA                    PIC 9(06).
       77 WS-CN-FMT                        PIC -ZZZZZZZZ9.99.
       77 WS-CN-COSTO-FMT                  PIC ZZ,ZZ9.99.
       77 WS-CN-VAL-PIEZAS                 PIC 9(10).
       77 WS-CN-VAL-IMPORTE                PIC S9(11)V99.
      *EXISTENCIA PROPIA DEL PRODUCTO: RP-CANTIDAD SIN LAS PIEZAS
      *DEL PROVEEDOR EN CONSIGNACION
       77 WS-CN-PROPIAS                    PIC 9(10).
       77 WS-CN-CON-SALDO                  PIC X(01).
       77 WS-CN-PROV-NOMBRE                PIC X(30).
       77 WS-CN-DIAS-CREDITO               PIC 9(03).
       77 WS-CN-FILTRO                     PIC 9(04).
      *CONTEO FISICO: TABLA DE PARTIDAS CONTADAS (PRODUCTO,
      *EXISTENCIA DEL SISTEMA AL MOMENTO, LO CONTADO Y EL PRECIO
      *PARA VALUAR LA DIFERENCIA) Y CONTROL DE LA APLICACION
      *COSTO OPCIONAL EN LA SEXTA COLUMNA DEL CSV DEL PROVEEDOR;
      *AUSENTE O NO NUMERICO, EL COSTO DEL PRODUCTO NO SE TOCA
       77 WS-CAT-COSTO-X                   PIC X(08).
      *SEPTIMA COLUMNA: CLAVE DEL ARTICULO EN EL CATALOGO DEL
      *PROVEEDOR QUE SE IMPORTA
       77 WS-CAT-CODIGO-X                  PIC X(20).
       77 WS-CAT-PROV                      PIC 9(04).
       01 WS-CAT-COSTO-9X                  PIC X(07).
       01 WS-CAT-COSTO-9 REDEFINES WS-CAT-COSTO-9X
                                           PIC 9(05)V9(02).
       77 WS-CJ-EFECTIVO                   PIC S9(09)V99.
       77 WS-CJ-TARJETA                    PIC S9(09)V99.
       77 WS-CJ-TRANSFER                   PIC S9(09)V99.
       77 WS-CJ-PUNTOS                     PIC S9(09)V99.
       77 WS-CJ-CONTADO                    PIC 9(09)V99.
       77 WS-CJ-DIFERENCIA                 PIC S9(09)V99.
       77 WS-CJ-FMT                        PIC -ZZZZZZZZ9.99.
       77 WS-PM-IMPORTE                    PIC S9(12)V99.
       77 WS-PM-COSTO                      PIC S9(12)V99.
       77 WS-PM-FIN                        PIC X(01).
      *MAYOREO: ESTATUS, RECORRIDO DE ESCALONES Y LEYENDA DEL
      *DESCUENTO EN EL TICKET
       77 WS-MY-STATUS                     PIC X(02).
      *DEVOLUCIONES A PROVEEDOR Y NOTAS DE CARGO
       77 WS-DV-STATUS                     PIC X(02).
       77 DVLL-STATUS                      PIC 9(02).
       77 WS-CP-STATUS                     PIC X(02).
       77 CXPLL-STATUS                     PIC 9(02).
       77 WS-DV-RECEPCION                  PIC 9(06).
       77 WS-DV-HALLADA                    PIC X(01).
       77 WS-DV-FIN                        PIC X(01).
       77 WS-DV-CANTIDAD                   PIC 9(10).
       77 WS-DV-DEVUELTO                   PIC 9(10).
       77 WS-DV-RESTANTE                   PIC 9(10).
       77 WS-DV-MOTIVO                     PIC X(30).
       77 WS-DV-UBICACION                  PIC 9(02).
       77 WS-DV-IMPORTE                    PIC S9(09)V99.
       77 WS-DV-COSTO-NUEVO                PIC S9(07)V99.
       77 WS-DV-APLICADO                   PIC S9(09)V99.
       77 WS-DV-SALDO                      PIC S9(09)V99.
       77 WS-DV-PENDIENTE                  PIC S9(09)V99.
       77 WS-DV-NOTA                       PIC 9(06).
       77 WS-DV-FMT                        PIC -ZZZZZZZZ9.99.
       77 WS-DES-DEVOLUCIONES              PIC 9(05).
       77 WS-DES-DEV-PIEZAS                PIC 9(10).
       77 WS-DES-DEV-IMPORTE               PIC S9(09)V99.
       77 WS-DES-DEV-FMT                   PIC -ZZZZZZZZ9.99.
      *NUMEROS DE SERIE Y GARANTIAS
       77 WS-GA-STATUS                     PIC X(02).
       77 WS-SE-STATUS                     PIC X(02).
       77 WS-RC-STATUS                     PIC X(02).
       77 WS-SE-ES                         PIC X(01).
       77 WS-SE-MESES                      PIC 9(03).
       77 WS-SE-COMPLETO                   PIC X(01).
       77 WS-SE-REPETIDA                   PIC X(01).
       77 WS-SE-HALLADA                    PIC X(01).
       77 WS-SE-DENTRO                     PIC X(01).
       77 WS-SE-FIN                        PIC X(01).
       77 WS-SE-CAPTURA                    PIC X(25).
       77 WS-SE-IDX                        PIC 9(03).
       77 WS-SE-USADAS                     PIC 9(03).
       77 WS-SE-NUMERO                     PIC 9(10).
       77 WS-SE-CONTADAS                   PIC 9(10).
       77 WS-SE-HOY                        PIC 9(08).
       77 WS-SE-MESES-TOT                  PIC 9(05).
       77 WS-SE-ANIOS                      PIC 9(03).
       77 WS-SE-MES-RES                    PIC 9(02).
       77 WS-SE-PROV-BUSCA                 PIC 9(04).
       01 WS-SE-VENCE.
           02 WS-SE-VENCE-AAAA             PIC 9(04).
           02 WS-SE-VENCE-MM               PIC 9(02).
           02 WS-SE-VENCE-DD               PIC 9(02).
       01 WS-SE-VENCE-9 REDEFINES WS-SE-VENCE
                                           PIC 9(08).
       01 WS-SE-TABLA.
           02 WS-SE-RENGLON OCCURS 50 TIMES PIC X(25).
      *UNIDADES DE MEDIDA DEL PRODUCTO EN TURNO
       77 WS-UM-STATUS                     PIC X(02).
       77 WS-UM-STOCK                      PIC X(03).
       77 WS-UM-COMPRA                     PIC X(03).
       77 WS-UM-VENTA                      PIC X(03).
       77 WS-UM-FACTOR-COMPRA              PIC 9(05).
       77 WS-UM-FACTOR-VENTA               PIC 9(05).
       77 WS-UM-CANT-COMPRA                PIC 9(10).
       77 WS-UM-RESIDUO                    PIC 9(05).
      *CAPTURA DE PRODUCTO POR ID, CODIGO DE BARRAS O CLAVE DEL
      *PROVEEDOR
       77 WS-CB-STATUS                     PIC X(02).
       77 WS-CB-CAPTURA                    PIC X(20).
       77 WS-CB-LONG                       PIC 9(02).
       77 WS-CB-VACIO                      PIC X(01).
       77 WS-CB-HALLADO                    PIC X(01).
       77 WS-CB-FIN                        PIC X(01).
       77 WS-CB-OPCION                     PIC X(01).
       01 WS-CB-JUST                       PIC X(10).
       01 WS-CB-JUST-9 REDEFINES WS-CB-JUST
                                           PIC 9(10).
       77 WS-MY-IDX                        PIC 9(01).
       77 WS-MY-LEYENDA                    PIC X(12).
      *VOLUMEN, VENTA Y COSTO POR ORIGEN DEL PRECIO (1 LISTA,
      *2 PROMOCION, 3 MAYOREO) PARA LOS REPORTES DE VENTAS Y MARGEN
       77 WS-VR-FUE                        PIC 9(01).
       01 WS-VR-FUENTES.
           02 WS-VR-FUENTE OCCURS 3 TIMES.
               03 WS-VRF-UNIDADES          PIC S9(10).
               03 WS-VRF-IMPORTE           PIC S9(12)V99.
               03 WS-VRF-COSTO             PIC S9(12)V99.
       01 WS-VR-FUENTE-NOMBRES.
           02 FILLER                       PIC X(10) VALUE "LISTA".
           02 FILLER                       PIC X(10) VALUE "PROMOCION".
           02 FILLER                       PIC X(10) VALUE "MAYOREO".
       01 WS-VR-FUENTE-TABLA REDEFINES WS-VR-FUENTE-NOMBRES.
           02 WS-VRF-NOMBRE                PIC X(10) OCCURS 3 TIMES.
      *CIERRE MENSUAL DE VENTAS: MES EN PROCESO, MES QUE SE
      *PREGUNTA SI YA CERRO, ACUMULADOS DEL MES Y NOMBRES FECHADOS
      *DE LA HISTORIA Y LA FOTO DE INVENTARIO
           02 WS-EMP-DED                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMDED.DAT".
       77 WS-ASI-STATUS                    PIC X(02).
       01 WS-ARCH-ASIS-NOM.
           02 WS-EMP-ASIS                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMASIS.DAT".
      *BUSQUEDA EN EL CATALOGO DE CUENTAS Y CUENTAS DEL DIARIO DE
      *VENTAS (VENTA E IVA), EXIGIDAS ANTES DE EXPORTAR
       77 WS-CG-STATUS                     PIC X(02).
       77 WS-DUP-SOBREVIVE                 PIC 9(06).
       77 WS-DUP-RETIRA                    PIC 9(06).
       77 WS-DUP-REPUNTADOS                PIC 9(05).
       77 WS-DUP-PUBLICIDAD                PIC X(01).
      *VENTAS POR HORA CONTRA PERSONAL: HORA DEL SISTEMA AL GRABAR
      *EL RENGLON, Y TABLA DIA DE LA SEMANA (1 LUNES A 7 DOMINGO)
      *POR HORA (1 = 00:00 A 24 = 23:00) CON TICKETS, IMPORTE Y
      *MINUTOS-PERSONA DEL DEPARTAMENTO DE VENTAS EN PISO, SEGUN
      *LA ASISTENCIA DIARIA DE NOMINA; WS-HV-VECES ES CUANTOS DE
      *ESE DIA DE LA SEMANA CAEN EN EL RANGO
       77 WS-VTA-HORA-SIS                  PIC X(08).
       01 WS-HV-TABLA.
           02 WS-HV-DIA OCCURS 7 TIMES.
               03 WS-HV-VECES              PIC 9(04).
               03 WS-HV-HORA OCCURS 24 TIMES.
                   04 WS-HV-TICKETS        PIC 9(07).
                   04 WS-HV-IMPORTE        PIC S9(11)V99.
                   04 WS-HV-MINUTOS        PIC 9(09).
       01 WS-HV-NOMBRES.
           02 FILLER                       PIC X(09) VALUE "LUNES".
           02 FILLER                       PIC X(09) VALUE "MARTES".
           02 FILLER                       PIC X(09) VALUE "MIERCOLES".
           02 FILLER                       PIC X(09) VALUE "JUEVES".
           02 FILLER                       PIC X(09) VALUE "VIERNES".
           02 FILLER                       PIC X(09) VALUE "SABADO".
           02 FILLER                       PIC X(09) VALUE "DOMINGO".
       01 WS-HV-NOMBRES-R REDEFINES WS-HV-NOMBRES.
           02 WS-HV-NOMBRE-DIA             PIC X(09) OCCURS 7 TIMES.
       01 WS-HV-RELOJ.
           02 WS-HV-HH                     PIC 9(02).
           02 FILLER                       PIC X(01).
           02 WS-HV-MM                     PIC 9(02).
       77 WS-HV-HOY                        PIC X(08).
       77 WS-HV-DEPTO                      PIC 9(02).
       77 WS-HV-DEPTO-X                    PIC X(02).
       77 WS-HV-DOW-DESDE                  PIC 9(01).
       77 WS-HV-D                          PIC 9(01).
       77 WS-HV-H                          PIC 9(02).
       77 WS-HV-I                          PIC 9(05).
       77 WS-HV-COCIENTE                   PIC 9(05).
       77 WS-HV-DIAS-RANGO                 PIC 9(05).
       77 WS-HV-FECHA                      PIC X(08).
       77 WS-HV-FECHA-ANT                  PIC X(08).
       77 WS-HV-TICKET-ANT                 PIC X(14).
       77 WS-HV-SIN-HORA                   PIC 9(07).
       77 WS-HV-TURNOS                     PIC 9(05).
       77 WS-HV-ENTRA                      PIC 9(04).
       77 WS-HV-SALE                       PIC 9(04).
       77 WS-HV-INI                        PIC 9(04).
       77 WS-HV-FIN-H                      PIC 9(04).
       77 WS-HV-TRASLAPE                   PIC S9(04).
       77 WS-HV-IMPORTE-RENG               PIC S9(11)V99.
       77 WS-HV-HORAS                      PIC 9(07)V99.
       77 WS-HV-PERSONAL                   PIC 9(03)V9.
       77 WS-HV-POR-HORA                   PIC S9(09)V99.
       77 WS-HV-FIN                        PIC X(01).
       77 WS-HV-TRAB-FIN                   PIC X(01).
       77 WS-HV-ES-DEPTO                   PIC X(01).
       77 WS-HV-HORA-FMT                   PIC 99.
       77 WS-HV-TICKETS-FMT                PIC ZZZZZZ9.
       77 WS-HV-IMPORTE-FMT                PIC -ZZZZZZZZ9.99.
       77 WS-HV-HORAS-FMT                  PIC ZZZZZZ9.99.
       77 WS-HV-PERSONAL-FMT               PIC ZZ9.9.
       77 WS-HV-POR-HORA-FMT               PIC -ZZZZZZZ9.99.
      *FACTURACION: NOMBRE DEL ARCHIVO DE LA FACTURA, TICKETS DEL
      *CLIENTE PENDIENTES DE FACTURAR, CONCEPTOS POR PRODUCTO,
      *IMPORTE POR METODO DE PAGO (EL QUE MAS PESA DA LA FORMA DE
      *PAGO DE LA FACTURA) Y DEVOLUCIONES DEL MES PARA LA GLOBAL
       77 WS-FAC-STATUS                    PIC X(02).
       77 WS-FRG-STATUS                    PIC X(02).
       77 FACLL-STATUS                     PIC 9(02).
       01 WS-NOMBRE-FACTURA.
           02 FILLER                       PIC X(08) VALUE "FACTURA-".
           02 WS-FAC-FOLIO-ARCH            PIC 9(06).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       77 WS-FAC-FOLIO                     PIC 9(06).
       77 WS-FAC-SERIE                     PIC X(01).
       77 WS-FAC-CLIENTE                   PIC 9(06).
       77 WS-FAC-TRANS                     PIC 9(06).
       77 WS-FAC-FIN                       PIC X(01).
       77 WS-FAC-HOY                       PIC X(08).
       77 WS-FAC-HORA                      PIC X(08).
       77 WS-FAC-DESDE                     PIC X(08).
       77 WS-FAC-HASTA                     PIC X(08).
       77 WS-FAC-MES                       PIC X(06).
       77 WS-FAC-ANIO-N                    PIC 9(04).
       77 WS-FAC-MES-N                     PIC 9(02).
       77 WS-FAC-LUGAR                     PIC X(05).
       77 WS-FAC-IMP-RENG                  PIC S9(09)V99.
       77 WS-FAC-IVA-RENG                  PIC S9(09)V99.
       77 WS-FAC-BASE-RENG                 PIC S9(09)V99.
       77 WS-FAC-TASA-PCT                  PIC 9(03).
       77 WS-FAC-TASA-IDX                  PIC 9(01).
       77 WS-FAC-M                         PIC 9(01).
       77 WS-FAC-MAYOR                     PIC 9(01).
       77 WS-FAC-SUBTOTAL                  PIC S9(11)V99.
       77 WS-FAC-IVA                       PIC S9(11)V99.
       77 WS-FAC-CONCEPTOS                 PIC 9(05).
       77 WS-FAC-TICKETS                   PIC 9(05).
       77 WS-FAC-CREDITO                   PIC 9(05).
       77 WS-FAC-ELEGIBLES                 PIC 9(05).
       77 WS-FAC-DESBORDE                  PIC X(01).
       77 WS-FAC-IMPORTE-FMT               PIC -ZZZZZZZZZ9.99.
      *METODOS DE PAGO DE LA VENTA Y SU FORMA DE PAGO DEL SAT:
      *EFECTIVO 01, TARJETA 04, TRANSFERENCIA 03; CREDITO Y CARGO
      *A NOMINA SE COBRAN DESPUES (99 POR DEFINIR, PAGO EN
      *PARCIALIDADES O DIFERIDO)
       77 WS-FAC-MET-CLAVES                PIC X(06) VALUE "ETRCNL".
       77 WS-FAC-MET-SAT                   PIC X(12)
                   VALUE "010403999905".
       01 WS-FAC-MET-TABLA.
           02 WS-FAC-MET-IMPORTE           PIC S9(11)V99
                   OCCURS 6 TIMES.
      *TASAS DE IVA QUE MANEJA EL CATALOGO (16, 8 FRONTERA Y 0),
      *EN EL FORMATO DE SEIS DECIMALES DEL PROVEEDOR
       01 WS-FAC-TASAS.
           02 FILLER                       PIC 9(01)V9(06)
                   VALUE 0.160000.
           02 FILLER                       PIC 9(01)V9(06)
                   VALUE 0.080000.
           02 FILLER                       PIC 9(01)V9(06)
                   VALUE 0.000000.
       01 WS-FAC-TASAS-R REDEFINES WS-FAC-TASAS.
           02 WS-FAC-TASA                  PIC 9(01)V9(06)
                   OCCURS 3 TIMES.
       01 WS-FC-TICKETS.
           02 WS-FC-TKT OCCURS 50 TIMES.
               03 WS-FC-TRANS              PIC 9(06).
               03 WS-FC-FECHA              PIC X(08).
               03 WS-FC-IMPORTE            PIC S9(09)V99.
               03 WS-FC-PENDIENTE          PIC X(01).
               03 WS-FC-ELEGIDO            PIC X(01).
       77 WS-FC-USADOS                     PIC 9(03).
       77 WS-FC-IDX                        PIC 9(03).
       77 WS-FC-HALLADO                    PIC X(01).
       77 WS-FC-ELEGIDOS                   PIC 9(03).
       01 WS-FC-CONCEPTOS.
           02 WS-FCC OCCURS 100 TIMES.
               03 WS-FCC-ID                PIC 9(10).
               03 WS-FCC-CANTIDAD          PIC S9(10).
               03 WS-FCC-IMPORTE           PIC S9(09)V99.
               03 WS-FCC-IVA               PIC S9(09)V99.
       77 WS-FCC-USADOS                    PIC 9(03).
       77 WS-FCC-IDX                       PIC 9(03).
      *GLOBAL: IMPORTE E IVA DEL TICKET EN CURSO POR TASA, Y LAS
      *DEVOLUCIONES SIN FACTURAR DEL MES; LAS QUE NO CAEN CONTRA UN
      *TICKET DE ESTA MISMA GLOBAL PIDEN NOTA DE CREDITO
       01 WS-FG-TICKET.
           02 WS-FGT-TASA OCCURS 3 TIMES.
               03 WS-FGT-IMPORTE           PIC S9(09)V99.
               03 WS-FGT-IVA               PIC S9(09)V99.
       77 WS-FG-TRANS-ACT                  PIC 9(06).
       77 WS-FG-HAY-TICKET                 PIC X(01).
       01 WS-FG-DEVOLUCIONES.
           02 WS-FGD OCCURS 300 TIMES.
               03 WS-FGD-LLAVE             PIC X(17).
               03 WS-FGD-TRANS             PIC 9(06).
               03 WS-FGD-IMPORTE           PIC S9(09)V99.
               03 WS-FGD-IVA               PIC S9(09)V99.
               03 WS-FGD-TASA-IDX          PIC 9(01).
               03 WS-FGD-USADA             PIC X(01).
       77 WS-FGD-USADOS                    PIC 9(03).
       77 WS-FGD-IDX                       PIC 9(03).
      *REGISTROS DEL LAYOUT DEL PROVEEDOR DE TIMBRADO, EN ANCHO
      *FIJO: "H" ENCABEZADO, "R" RECEPTOR, "I" INFORMACION GLOBAL
      *(SOLO LA FACTURA GLOBAL), "C" CONCEPTO Y "T" TOTALES
       01 WS-FAC-ENCABEZADO.
           02 FILLER                       PIC X(01) VALUE "H".
           02 WS-FE-SERIE                  PIC X(01).
           02 WS-FE-FOLIO                  PIC 9(06).
           02 WS-FE-FECHA                  PIC X(08).
           02 WS-FE-HORA                   PIC X(06).
           02 WS-FE-FORMA-PAGO             PIC X(02).
           02 WS-FE-METODO-PAGO            PIC X(03).
           02 FILLER                       PIC X(03) VALUE "MXN".
      *TIPO DE COMPROBANTE INGRESO Y EXPORTACION "NO APLICA"
           02 FILLER                       PIC X(01) VALUE "I".
           02 FILLER                       PIC X(02) VALUE "01".
           02 WS-FE-LUGAR                  PIC X(05).
       01 WS-FAC-RECEPTOR.
           02 FILLER                       PIC X(01) VALUE "R".
           02 WS-FRC-RFC                   PIC X(13).
           02 WS-FRC-NOMBRE                PIC X(60).
           02 WS-FRC-REGIMEN               PIC X(03).
           02 WS-FRC-CP                    PIC X(05).
           02 WS-FRC-USO                   PIC X(04).
      *PERIODICIDAD 04 = MENSUAL
       01 WS-FAC-INFO-GLOBAL.
           02 FILLER                       PIC X(01) VALUE "I".
           02 FILLER                       PIC X(02) VALUE "04".
           02 WS-FIG-MES                   PIC X(02).
           02 WS-FIG-ANIO                  PIC X(04).
       01 WS-FAC-CONCEPTO.
           02 FILLER                       PIC X(01) VALUE "C".
           02 WS-FCO-CLAVE-SAT             PIC X(08).
           02 WS-FCO-IDENT                 PIC X(10).
           02 WS-FCO-CANTIDAD              PIC 9(10).
           02 WS-FCO-UNIDAD                PIC X(03).
           02 WS-FCO-DESCRIPCION           PIC X(40).
           02 WS-FCO-UNITARIO              PIC 9(09)V9(06).
           02 WS-FCO-IMPORTE               PIC 9(09)V99.
      *OBJETO DE IMPUESTO 02 = SI CAUSA, TRASLADO DE IVA A LA TASA
           02 FILLER                       PIC X(02) VALUE "02".
           02 WS-FCO-TASA                  PIC 9(01)V9(06).
           02 WS-FCO-IVA                   PIC 9(09)V99.
       01 WS-FAC-TOTALES.
           02 FILLER                       PIC X(01) VALUE "T".
           02 WS-FTO-SUBTOTAL              PIC 9(11)V99.
           02 WS-FTO-IVA                   PIC 9(11)V99.
           02 WS-FTO-TOTAL                 PIC 9(11)V99.
           02 WS-FTO-CONCEPTOS             PIC 9(05).
      *RENGLON DEL REGISTRO DE FACTURAS EMITIDAS
       01 WS-FAC-REGISTRO.
           02 WS-FRG-SERIE                 PIC X(01).
           02 WS-FRG-FOLIO                 PIC 9(06).
           02 WS-FRG-FECHA                 PIC X(08).
           02 WS-FRG-CLIENTE               PIC 9(06).
           02 WS-FRG-RFC                   PIC X(13).
           02 WS-FRG-SUBTOTAL              PIC 9(11)V99.
           02 WS-FRG-IVA                   PIC 9(11)V99.
           02 WS-FRG-TOTAL                 PIC 9(11)V99.
           02 WS-FRG-TICKETS               PIC 9(05).
           02 WS-FRG-FORMA-PAGO            PIC X(02).
      *COTIZACIONES: FOLIO EN CURSO, BANDERA DE VENTA QUE SURTE UNA
      *COTIZACION, DATOS DEL ENCABEZADO PARA LA IMPRESION Y TABLA
      *POR VENDEDOR DEL REPORTE DE CONVERSION
       77 WS-CZ-STATUS                     PIC X(02).
       77 WS-CZI-STATUS                    PIC X(02).
       77 CZLL-STATUS                      PIC 9(02).
       77 WS-CZ-FOLIO                      PIC 9(06).
       77 WS-CZ-OPCION                     PIC X(01).
       77 WS-CZ-CONVIERTE                  PIC X(01).
       77 WS-CZ-FIN                        PIC X(01).
       77 WS-CZ-OTRA                       PIC X(01).
       77 WS-CZ-HOY                        PIC X(08).
       77 WS-CZ-DESDE                      PIC X(08).
       77 WS-CZ-DIAS                       PIC 9(03).
       77 WS-CZ-LINEAS                     PIC 9(03).
       77 WS-CZ-CANTIDAD                   PIC 9(10).
       77 WS-CZ-CLIENTE                    PIC 9(06).
       77 WS-CZ-FECHA                      PIC X(08).
       77 WS-CZ-VENCE                      PIC X(08).
       77 WS-CZ-VENDEDOR                   PIC X(08).
       77 WS-CZ-ESTADO-TXT                 PIC X(10).
       77 WS-CZ-IMPORTE                    PIC S9(09)V99.
       77 WS-CZ-TOTAL                      PIC S9(09)V99.
       77 WS-CZ-IVA                        PIC S9(09)V99.
       77 WS-CZ-AHORRO                     PIC S9(09)V99.
       77 WS-CZ-IMPORTE-FMT                PIC ZZZZZZZZ9.99.
       77 WS-CZ-TASA                       PIC 9(03)V9.
       77 WS-CZ-TASA-FMT                   PIC ZZ9.9.
       01 WS-CZ-VENDEDORES.
           02 WS-CZV OCCURS 50 TIMES.
               03 WS-CZV-VENDEDOR          PIC X(08).
               03 WS-CZV-COTIZADAS         PIC 9(05).
               03 WS-CZV-CONVERTIDAS       PIC 9(05).
               03 WS-CZV-VENCIDAS          PIC 9(05).
               03 WS-CZV-ABIERTAS          PIC 9(05).
       77 WS-CZV-USADOS                    PIC 9(03).
       77 WS-CZV-IDX                       PIC 9(03).
       77 WS-CZV-HALLADO                   PIC X(01).
       77 WS-CZ-TOT-COTIZADAS              PIC 9(05).
       77 WS-CZ-TOT-CONVERTIDAS            PIC 9(05).
      *APARTADOS: FOLIO EN CURSO, CAPTURA, ABONO Y TABLA DE LOS
      *APARTADOS QUE VENCEN O SE LISTAN POR FECHA DE VENCIMIENTO
       77 WS-AP-STATUS                     PIC X(02).
       77 WS-AB-STATUS                     PIC X(02).
       77 WS-APC-STATUS                    PIC X(02).
       77 APLL-STATUS                      PIC 9(02).
       77 WS-AP-FOLIO                      PIC 9(06).
       77 WS-AP-OPCION                     PIC X(01).
       77 WS-AP-OTRA                       PIC X(01).
       77 WS-AP-FIN                        PIC X(01).
       77 WS-AP-HOY                        PIC X(08).
       77 WS-AP-DIAS                       PIC 9(03).
       77 WS-AP-VENCE                      PIC X(08).
       77 WS-AP-POLITICA                   PIC X(01).
       77 WS-AP-LINEAS                     PIC 9(03).
       77 WS-AP-CANTIDAD                   PIC 9(10).
       77 WS-AP-CLIENTE                    PIC 9(06).
       77 WS-AP-TOTAL                      PIC 9(09)V99.
       77 WS-AP-SALDO                      PIC S9(09)V99.
       77 WS-AP-FMT                        PIC -ZZZZZZZZ9.99.
       77 WS-AP-FMT-2                      PIC -ZZZZZZZZ9.99.
       77 WS-AP-A-FAVOR                    PIC S9(11)V99.
       77 WS-AP-PERDIDO                    PIC S9(11)V99.
       77 WS-AP-TOT-APARTADO               PIC S9(11)V99.
       77 WS-AP-TOT-SALDO                  PIC S9(11)V99.
       77 WS-AP-ABONOS-SES                 PIC S9(11)V99.
       77 WS-AB-IMPORTE                    PIC 9(09)V99.
       77 WS-AB-METODO                     PIC X(01).
       01 WS-APV-TABLA.
           02 WS-APV OCCURS 200 TIMES.
               03 WS-APV-FOLIO             PIC 9(06).
               03 WS-APV-CLIENTE           PIC 9(06).
               03 WS-APV-VENCE             PIC X(08).
               03 WS-APV-TOTAL             PIC 9(09)V99.
               03 WS-APV-ABONADO           PIC 9(09)V99.
               03 WS-APV-LISTADO           PIC X(01).
       77 WS-APV-USADOS                    PIC 9(03).
       77 WS-APV-IDX                       PIC 9(03).
       77 WS-APV-MEJOR                     PIC 9(03).
       77 WS-APV-DESBORDE                  PIC X(01).
      *PEDIDOS PENDIENTES: CAPTURA, ASIGNACION DE LA RECEPCION,
      *ENTREGA Y ANTIGUEDAD POR RANGO DE DIAS
       77 WS-PE-STATUS                     PIC X(02).
       77 WS-LLA-STATUS                    PIC X(02).
       77 PELL-STATUS                      PIC 9(02).
       77 WS-PE-OPCION                     PIC X(01).
       77 WS-PE-FIN                        PIC X(01).
       77 WS-PE-ABIERTO                    PIC X(01).
      *SOLO LA CAPTURA NORMAL DE LA CAJA OFRECE EL PEDIDO PENDIENTE
      *CUANDO NO ALCANZA LA EXISTENCIA
       77 WS-PE-OFRECE                     PIC X(01) VALUE "N".
       77 WS-PE-HOY                        PIC X(08).
       77 WS-PE-ID                         PIC 9(10).
       77 WS-PE-FOLIO                      PIC 9(06).
       77 WS-PE-CLIENTE                    PIC 9(06).
       77 WS-PE-CANTIDAD                   PIC 9(10).
       77 WS-PE-FALTA                      PIC 9(10).
       77 WS-PE-ASIGNA                     PIC 9(10).
       77 WS-PE-POR-ASIGNAR                PIC 9(10).
       77 WS-PE-RETENIDO                   PIC 9(10).
       77 WS-PE-PENDIENTE                  PIC 9(10).
       77 WS-PE-SURTIDOS                   PIC 9(04).
       77 WS-PE-LINEAS-ANT                 PIC 9(03).
       77 WS-PE-DIAS                       PIC 9(05).
       77 WS-PE-IDX                        PIC 9(01).
       77 WS-PE-LEYENDA                    PIC X(08).
       01 WS-PE-RANGOS.
           02 WS-PE-RANGO OCCURS 4 TIMES.
               03 WS-PER-PEDIDOS           PIC 9(05).
               03 WS-PER-PIEZAS            PIC 9(10).
       01 WS-PE-RANGO-NOMBRES.
           02 FILLER                       PIC X(12)
                                           VALUE "0 A 7 DIAS".
           02 FILLER                       PIC X(12)
                                           VALUE "8 A 15 DIAS".
           02 FILLER                       PIC X(12)
                                           VALUE "16 A 30 DIAS".
           02 FILLER                       PIC X(12)
                                           VALUE "MAS DE 30".
       01 WS-PE-RANGO-TABLA REDEFINES WS-PE-RANGO-NOMBRES.
           02 WS-PER-NOMBRE                PIC X(12) OCCURS 4 TIMES.
      *PUNTOS DE LEALTAD; UN PUNTO VALE UN PESO AL CANJEARSE
       77 WS-PT-STATUS                     PIC X(02).
       77 WS-PU-STATUS                     PIC X(02).
       77 PULL-STATUS                      PIC 9(02).
       77 WS-PU-OPCION                     PIC X(01).
       77 WS-PU-FIN                        PIC X(01).
       77 WS-PU-FOLIO                      PIC 9(08).
       77 WS-PU-CLIENTE                    PIC 9(06).
       77 WS-PU-TIPO                       PIC X(01).
       77 WS-PU-TRANS                      PIC 9(06).
       77 WS-PU-HOY                        PIC X(08).
       77 WS-PU-GANA                       PIC X(01).
       77 WS-PU-PROMO                      PIC X(01).
       77 WS-PU-RENGLON                    PIC 9(07)V99.
       77 WS-PU-GANADOS                    PIC 9(07)V99.
       77 WS-PU-IMPORTE                    PIC 9(07)V99.
       77 WS-PU-SALDO                      PIC 9(09)V99.
       77 WS-PU-CONSUMIR                   PIC 9(07)V99.
       77 WS-PU-TOMA                       PIC 9(07)V99.
       77 WS-PU-TOTAL                      PIC 9(11)V99.
       77 WS-PU-CLIENTES                   PIC 9(06).
       77 WS-PU-FMT                        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PU-CORTE.
           02 WS-PU-CORTE-ANO              PIC 9(04).
           02 WS-PU-CORTE-MMDD             PIC 9(04).
      *VENCIMIENTO: LO QUE VENCE POR CLIENTE SE JUNTA AQUI Y LOS
      *RENGLONES "X" SE GRABAN AL TERMINAR EL RECORRIDO
       77 WS-PUV-USADOS                    PIC 9(03).
       77 WS-PUV-I                         PIC 9(03).
       77 WS-PUV-DESBORDE                  PIC X(01).
       77 WS-PUV-NUEVO                     PIC X(01).
       01 WS-PUV-TABLA.
           02 WS-PUV-RENGLON OCCURS 500 TIMES.
               03 WS-PUV-CLIENTE           PIC 9(06).
               03 WS-PUV-PUNTOS            PIC 9(07)V99.
       77 WS-VENTA-NOMINA                  PIC X(01).
       77 WS-NOM-FOLIO                     PIC 9(04).
       77 WS-NOM-SALARIO                   PIC S9(06)V99.
           MOVE WS-EMP-PREFIJO TO WS-EMP-INCID.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-DED.
           MOVE WS-EMP-PREFIJO TO WS-EMP-ASIS.
      *IDENTIDAD DEL OPERADOR DEJADA POR EL LANZADOR, PARA QUE LAS
      *BITACORAS DE PRECIOS Y CONTEOS DIGAN QUIEN FUE
           MOVE "A" TO WS-OPER-ROL.
           DISPLAY "Empaque del proveedor (ENTER/0 = por pieza): ".
           MOVE ZERO TO RP-EMPAQUE.
           ACCEPT RP-EMPAQUE.
           MOVE ZERO TO RP-APARTADO.
           MOVE SPACE TO RP-CLASE-ABC.
           MOVE "N" TO WS-DEPTO-VALIDO.
           PERFORM 024-CAPTURA-DEPTO-VALIDADO
                   UNTIL WS-DEPTO-VALIDO = "S".
           DISPLAY "PRECIO: " RP-PRECIO.
           DISPLAY "CANTIDAD: " RP-CANTIDAD.
           DISPLAY "DESCRIPCION: " RP-DESCRIPCION.
           IF RP-CLASE-ABC = "A" OR RP-CLASE-ABC = "B"
           OR RP-CLASE-ABC = "C"
                   DISPLAY "CLASE ABC: " RP-CLASE-ABC
           END-IF.

       005-MODIFICA-PRODUCTO.
           DISPLAY "ID del producto a modificar: ".
                       MOVE "N" TO WS-ARCHIVO-FIN
           END-START.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.
      *LOS PEDIDOS PENDIENTES DE CLIENTES SE SUMAN A LO SUGERIDO
           MOVE "N" TO WS-PE-ABIERTO.
           OPEN INPUT F-PENDIENTES.
           IF WS-PE-STATUS = "00"
                   MOVE "S" TO WS-PE-ABIERTO
           END-IF.
           PERFORM 009-1-EXAMINA-PRODUCTO
           UNTIL WS-ARCHIVO-FIN = "S".
           CLOSE F-PENDIENTES.
           CLOSE F-ORDEN-COMPRA.
      *LA ORDEN QUEDA REGISTRADA CON SU PROVEEDOR Y FECHA PARA EL
      *REPORTE DE DESEMPENO Y LAS CUENTAS POR PAGAR
                       MOVE "S" TO WS-ARCHIVO-FIN
                   NOT AT END
                       PERFORM 036-4-STOCK-EXAMINADO
                       PERFORM 052-6-PENDIENTE-PRODUCTO
                       IF RP-MINIMO NUMERIC AND RP-MINIMO > ZERO
                               IF WS-STOCK-EXAMEN < RP-MINIMO
                               OR WS-PE-PENDIENTE > ZERO
                                       PERFORM 004-1-MUESTRA-PRODUCTO
                                       PERFORM 009-2-ESCRIBE-ORDEN
                               END-IF
                       ELSE
                       IF WS-STOCK-EXAMEN < WS-PUNTO-REORDEN
                       OR WS-PE-PENDIENTE > ZERO
                               PERFORM 004-1-MUESTRA-PRODUCTO
                               PERFORM 009-2-ESCRIBE-ORDEN
                       END-IF
      *EL DOBLE DEL PUNTO GLOBAL SI NO TIENE), NUNCA MENOS QUE LO
      *VENDIDO EN 30 DIAS, Y REDONDEADA HACIA ARRIBA AL EMPAQUE
       009-2-ESCRIBE-ORDEN.
      *UN PRODUCTO QUE ENTRA SOLO POR PEDIDOS DE CLIENTES PUEDE
      *ESTAR ARRIBA DEL MAXIMO; ENTONCES NO SE REPONE NADA MAS
           IF RP-MAXIMO NUMERIC AND RP-MAXIMO > ZERO
                   IF RP-MAXIMO > WS-STOCK-EXAMEN
                           COMPUTE WS-OC-SUGERIDA =
                                   RP-MAXIMO - WS-STOCK-EXAMEN
                   ELSE
                           MOVE ZERO TO WS-OC-SUGERIDA
                   END-IF
           ELSE
                   IF (WS-PUNTO-REORDEN * 2) > WS-STOCK-EXAMEN
                           COMPUTE WS-OC-SUGERIDA =
                                   (WS-PUNTO-REORDEN * 2)
                                   - WS-STOCK-EXAMEN
                   ELSE
                           MOVE ZERO TO WS-OC-SUGERIDA
                   END-IF
           END-IF.
           PERFORM 009-4-VENTA-30-DIAS.
           IF WS-OC-V30 > WS-OC-SUGERIDA
                   MOVE WS-OC-V30 TO WS-OC-SUGERIDA
           END-IF.
           ADD WS-PE-PENDIENTE TO WS-OC-SUGERIDA.
           IF RP-EMPAQUE NUMERIC AND RP-EMPAQUE > 1
                   DIVIDE WS-OC-SUGERIDA BY RP-EMPAQUE
                           GIVING WS-OC-COCIENTE
                   COMPUTE WS-OC-SUGERIDA =
                           WS-OC-COCIENTE * RP-EMPAQUE
           END-IF.
      *AL PROVEEDOR SE LE PIDE EN SU UNIDAD (CAJAS, ROLLOS...); LA
      *EQUIVALENCIA EN UNIDADES DE INVENTARIO VA AL LADO
           PERFORM 056-2-CANTIDAD-COMPRA.
           MOVE SPACES TO OC-LINEA.
           STRING RP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   " VTA30D " DELIMITED BY SIZE
                   WS-OC-V30 DELIMITED BY SIZE
                   " PEDIR " DELIMITED BY SIZE
                   WS-UM-CANT-COMPRA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-UM-COMPRA DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   WS-OC-SUGERIDA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-UM-STOCK DELIMITED BY SIZE
                   " PEDCTE " DELIMITED BY SIZE
                   WS-PE-PENDIENTE DELIMITED BY SIZE
                   INTO OC-LINEA.
           WRITE OC-LINEA.
           ADD 1 TO WS-OC-RENGLONES.

       012-9-LEVANTA-VENTA.
           PERFORM 015-SIGUIENTE-TRANSACCION.
      *UNA COTIZACION VIGENTE TRAE SU CLIENTE Y SUS RENGLONES A
      *PRECIO COTIZADO; SIN FOLIO ES UNA VENTA NORMAL
           PERFORM 050-5-PIDE-COTIZACION.
           IF WS-CZ-CONVIERTE NOT = "S"
                   PERFORM 012-4-CAPTURA-CLIENTE
           END-IF.
           PERFORM 012-5-PREGUNTA-CREDITO.
           PERFORM 033-4-SESION-Y-METODO.
           DISPLAY "Ubicacion que vende (ENTER = 01): ".
           IF WS-UBICACION-VENTA = ZERO
                   MOVE 1 TO WS-UBICACION-VENTA
           END-IF.
           PERFORM 012-9-1-ABRE-TICKET.
           MOVE "S" TO WS-OTRA-LINEA.
           IF WS-CZ-CONVIERTE = "S"
                   PERFORM 050-6-SURTE-COTIZACION
           ELSE
                   PERFORM 012-0-LINEA-DE-VENTA
                           UNTIL WS-OTRA-LINEA = "N"
           END-IF.
           PERFORM 012-9-2-CIERRA-TICKET.
           IF WS-CZ-CONVIERTE = "S"
                   PERFORM 050-7-MARCA-CONVERTIDA
           END-IF.
           IF WS-METODO-ACTUAL = "L"
                   PERFORM 053-3-CANJEA-PUNTOS
           END-IF.
           IF WS-VENTA-CREDITO = "S"
                   PERFORM 026-CARGA-CREDITO
           END-IF.
           IF WS-VENTA-NOMINA = "S"
                   PERFORM 044-CARGA-NOMINA
           END-IF.

      *ENCABEZADO DEL TICKET DE LA TRANSACCION EN CURSO
       012-9-1-ABRE-TICKET.
           MOVE ZERO TO WS-TKT-TOTAL.
           MOVE ZERO TO WS-TKT-IVA.
           MOVE ZERO TO WS-TKT-LINEAS.
           MOVE ZERO TO WS-PU-GANADOS.
           OPEN OUTPUT F-TICKET.
           ACCEPT WS-FECHA-TICKET FROM DATE YYYYMMDD.
           MOVE WS-TKT-ANO TO WS-ETK-ANO.
                   WS-TRANS-ACTUAL DELIMITED BY SIZE
                   INTO TKT-LINEA.
           WRITE TKT-LINEA.

      *EXISTENCIA LIBRE DEL PRODUCTO LEIDO: EL TOTAL MENOS LO
      *APARTADO (LOS REGISTROS VIEJOS SIN EL CAMPO NO TIENEN NADA
      *APARTADO)
       012-8-EXISTENCIA-LIBRE.
           IF RP-APARTADO NUMERIC
                   IF RP-APARTADO < RP-CANTIDAD
                           COMPUTE WS-DISPONIBLE =
                                   RP-CANTIDAD - RP-APARTADO
                   ELSE
                           MOVE ZERO TO WS-DISPONIBLE
                   END-IF
           ELSE
                   MOVE RP-CANTIDAD TO WS-DISPONIBLE
           END-IF.

      *TOTALES Y CIERRE DEL TICKET DE LA TRANSACCION EN CURSO
       012-9-2-CIERRA-TICKET.
           COMPUTE WS-TKT-BASE = WS-TKT-TOTAL - WS-TKT-IVA.
           MOVE WS-TKT-BASE TO WS-TKT-IMPORTE-FMT.
           MOVE SPACES TO TKT-LINEA.
                   WS-TKT-IMPORTE-FMT DELIMITED BY SIZE
                   INTO TKT-LINEA.
           WRITE TKT-LINEA.
      *LOS PUNTOS QUE GANO EL CLIENTE SE ABONAN AL CERRAR EL TICKET
           IF WS-PU-GANADOS > ZERO
                   MOVE WS-PU-GANADOS TO WS-PU-FMT
                   MOVE SPACES TO TKT-LINEA
                   STRING "PUNTOS GANADOS: " DELIMITED BY SIZE
                           WS-PU-FMT DELIMITED BY SIZE
                           INTO TKT-LINEA
                   WRITE TKT-LINEA
                   MOVE WS-CLIENTE-ACTUAL TO WS-PU-CLIENTE
                   MOVE "G" TO WS-PU-TIPO
                   MOVE WS-PU-GANADOS TO WS-PU-IMPORTE
                   MOVE WS-TRANS-ACTUAL TO WS-PU-TRANS
                   PERFORM 053-2-ABONA-PUNTOS
           END-IF.
           CLOSE F-TICKET.
           DISPLAY "Venta " WS-TRANS-ACTUAL " con "
                   WS-TKT-LINEAS " lineas, total: "
                   WS-TKT-IMPORTE-FMT.
           DISPLAY "Ticket generado en TICKET.TXT".

       012-0-LINEA-DE-VENTA.
           DISPLAY "ID o codigo del producto vendido "
                   "(0 = terminar): ".
           PERFORM 055-1-CAPTURA-CODIGO.
           IF WS-CB-VACIO = "S"
                   MOVE "N" TO WS-OTRA-LINEA
           ELSE
                   MOVE WS-ID-BUSQUEDA TO RP-ID
                   READ F-ARCHIVO
                           INVALID KEY
                               DISPLAY "Error: no existe un "
                                       "producto con ese ID o "
                                       "codigo."
                           NOT INVALID KEY
                               PERFORM 012-1-CAPTURA-VENTA
                   END-READ
      *EL PRECIO EFECTIVO DEL RENGLON ES EL DE PROMOCION CUANDO LA
      *VENTANA DE FECHAS APLICA; EL PRECIO DE LISTA NO SE TOCA
           PERFORM 038-1-CHECA-PROMO.
      *SE VENDE EN LA UNIDAD DE VENTA DEL PRODUCTO; EL RENGLON, EL
      *PRECIO Y LA EXISTENCIA SIGUEN EN UNIDADES DE INVENTARIO
           PERFORM 056-1-LEE-UNIDADES.
           DISPLAY "Cantidad vendida (" WS-UM-VENTA "): ".
           ACCEPT WS-VENDER-CANTIDAD.
           IF WS-UM-FACTOR-VENTA > 1
                   MULTIPLY WS-UM-FACTOR-VENTA BY WS-VENDER-CANTIDAD
                   DISPLAY "Equivale a " WS-VENDER-CANTIDAD " "
                           WS-UM-STOCK
           END-IF.
           PERFORM 054-1-PRECIO-MAYOREO.
           MOVE "S" TO WS-PE-OFRECE.
           PERFORM 012-1-1-SURTE-RENGLON.
           MOVE "N" TO WS-PE-OFRECE.

      *SURTIDO DEL RENGLON CON EL PRECIO Y LA CANTIDAD YA FIJADOS,
      *SEA CAPTURADO EN CAJA O TOMADO DE UNA COTIZACION
       012-1-1-SURTE-RENGLON.
      *SI EL PRODUCTO TIENE COMPONENTES ES UN KIT: SE DESCUENTAN
      *LOS COMPONENTES Y EL KIT VA AL TICKET COMO UNA SOLA LINEA
           PERFORM 034-1-ES-KIT.
      *CON LOTES REGISTRADOS SOLO SE VENDE LO VIGENTE, CONSUMIENDO
      *PRIMERO EL LOTE QUE CADUCA PRIMERO (FEFO)
           PERFORM 037-1-LOTES-DISPONIBLES.
      *LO APARTADO NO SE VENDE A OTRO CLIENTE
           PERFORM 012-8-EXISTENCIA-LIBRE.
      *LOS PRODUCTOS CON SERIE EXIGEN ESCANEAR CADA UNIDAD VENDIDA
           PERFORM 057-3-SERIES-DE-VENTA.
           IF WS-KIT-ES = "S"
                   PERFORM 034-2-VENDE-KIT
           ELSE
                           " piezas vigentes; lo demas esta en "
                           "lotes vencidos y no se vende."
           ELSE
           IF WS-VENDER-CANTIDAD > WS-DISPONIBLE
                   DISPLAY "Error: no hay suficiente existencia "
                           "(disponible " WS-DISPONIBLE ")."
                   IF WS-PE-OFRECE = "S"
                           PERFORM 052-1-1-OFRECE-PENDIENTE
                   END-IF
           ELSE
           IF WS-SE-COMPLETO = "N"
                   DISPLAY "Renglon cancelado: faltan numeros de "
                           "serie."
           ELSE
                   SUBTRACT WS-VENDER-CANTIDAD FROM RP-CANTIDAD
                   REWRITE REG-PRODUCTO
                           WS-TRANS-ACTUAL DELIMITED BY SIZE
                           INTO WS-KX-REFERENCIA
                   PERFORM 040-ANOTA-KARDEX
      *LO VENDIDO DE MERCANCIA EN CONSIGNACION SE LE DEBE AL
      *PROVEEDOR DUENO AL COSTO PACTADO
                   MOVE WS-VENDER-CANTIDAD TO WS-CN-MOV-CANT
                   PERFORM 063-5-DEVENGA-VENTA
                   PERFORM 012-2-REGISTRA-VENTA
                   PERFORM 012-3-ESCRIBE-LINEA-TICKET
                   IF WS-SE-USADAS > ZERO
                           PERFORM 057-4-MARCA-VENDIDAS
                   END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE RP-ID TO VTA-ID.
           MOVE WS-VENDER-CANTIDAD TO VTA-CANTIDAD.
           ACCEPT VTA-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-VTA-HORA-SIS FROM TIME.
           MOVE WS-VTA-HORA-SIS(1:6) TO VTA-HORA.
           MOVE SPACES TO VTA-FACTURA.
           MOVE WS-PRECIO-VENTA TO VTA-PRECIO.
      *EL PRECIO TRAE EL IVA INCLUIDO: LA BASE ES IMPORTE ENTRE
      *(1 + TASA) Y EL IVA ES LA DIFERENCIA
           MOVE WS-OPERADOR TO VTA-VENDEDOR.
           COMPUTE VTA-RENGLON = WS-TKT-LINEAS + 1.
           PERFORM 042-GRABA-VENTA.
           PERFORM 053-1-PUNTOS-RENGLON.

       012-3-ESCRIBE-LINEA-TICKET.
           COMPUTE WS-TKT-IMPORTE =
                   WS-TKT-IMPORTE-FMT DELIMITED BY SIZE
                   INTO TKT-LINEA.
           WRITE TKT-LINEA.
      *EL DESCUENTO DE LA PROMOCION O DEL MAYOREO SALE COMO SU
      *PROPIA LINEA, PARA QUE EL CLIENTE VEA CUANTO SE AHORRO
           IF WS-PROMO-ACTIVA = "S" OR WS-PROMO-ACTIVA = "M"
                   IF WS-PROMO-ACTIVA = "M"
                           MOVE "MAYOREO" TO WS-MY-LEYENDA
                   ELSE
                           MOVE "PROMOCION" TO WS-MY-LEYENDA
                   END-IF
                   COMPUTE WS-PM-DESCUENTO =
                           WS-VENDER-CANTIDAD
                           * (RP-PRECIO - WS-PRECIO-VENTA)
                   MOVE WS-PM-DESCUENTO TO WS-TKT-IMPORTE-FMT
                   MOVE SPACES TO TKT-LINEA
                   STRING "   " DELIMITED BY SIZE
                           WS-MY-LEYENDA DELIMITED BY SPACE
                           ", DESCUENTO: -" DELIMITED BY SIZE
                           WS-TKT-IMPORTE-FMT DELIMITED BY SIZE
                           INTO TKT-LINEA
                   WRITE TKT-LINEA
      *POR PRODUCTO Y EL RANKING DE MAS VENDIDOS
       013-REPORTES-VENTAS.
           DISPLAY "1-Resumen por dia  2-Totales por producto  "
                   "3-Mas vendidos  4-Por origen del precio: ".
           ACCEPT WS-VR-OPCION.
           DISPLAY "Fecha desde (AAAAMMDD, ENTER = sin limite): ".
           MOVE SPACES TO WS-VR-DESDE.
           ELSE
           IF WS-VR-OPCION = "3"
                   PERFORM 013-6-MAS-VENDIDOS
           ELSE
           IF WS-VR-OPCION = "4"
                   PERFORM 013-7-POR-FUENTE
           ELSE
                   DISPLAY "Opcion invalida.".

       013-1-ACUMULA-VENTAS.
           MOVE ZERO TO WS-VR-DIAS-USADOS.
           MOVE ZERO TO WS-VR-PROD-USADOS.
           INITIALIZE WS-VR-FUENTES.
           MOVE "N" TO WS-VR-DESBORDE.
           OPEN INPUT F-VENTAS.
           IF WS-VTA-STATUS NOT = "00"
                   MOVE VTA-ID TO WS-VRP-ID(WS-VR-IDX)
                   MOVE ZERO TO WS-VRP-UNIDADES(WS-VR-IDX)
                   MOVE ZERO TO WS-VRP-IMPORTE(WS-VR-IDX)
                   INITIALIZE WS-VRP-FUENTE(WS-VR-IDX, 1)
                              WS-VRP-FUENTE(WS-VR-IDX, 2)
                              WS-VRP-FUENTE(WS-VR-IDX, 3)
                   MOVE "S" TO WS-VR-HALLADO
           END-IF.
           IF WS-VR-HALLADO = "N"
                                   TO WS-VRP-UNIDADES(WS-VR-IDX)
                   END-IF
                   ADD WS-VR-IMPORTE TO WS-VRP-IMPORTE(WS-VR-IDX)
                   PERFORM 013-3-3-ACUMULA-FUENTE
           END-IF.

      *EL MISMO RENGLON, POR EL ORIGEN DE SU PRECIO, EN EL PRODUCTO
      *Y EN EL TOTAL DEL RANGO
       013-3-3-ACUMULA-FUENTE.
           IF VTA-PROMO = "S"
                   MOVE 2 TO WS-VR-FUE
           ELSE IF VTA-PROMO = "M"
                   MOVE 3 TO WS-VR-FUE
           ELSE
                   MOVE 1 TO WS-VR-FUE.
           IF VTA-TIPO = "D"
                   SUBTRACT VTA-CANTIDAD
                           FROM WS-VRP-F-UNIDADES(WS-VR-IDX, WS-VR-FUE)
                   SUBTRACT VTA-CANTIDAD
                           FROM WS-VRF-UNIDADES(WS-VR-FUE)
           ELSE
                   ADD VTA-CANTIDAD
                           TO WS-VRP-F-UNIDADES(WS-VR-IDX, WS-VR-FUE)
                   ADD VTA-CANTIDAD TO WS-VRF-UNIDADES(WS-VR-FUE)
           END-IF.
           ADD WS-VR-IMPORTE
                   TO WS-VRP-F-IMPORTE(WS-VR-IDX, WS-VR-FUE).
           ADD WS-VR-IMPORTE TO WS-VRF-IMPORTE(WS-VR-FUE).

       013-3-1-BUSCA-DIA.
           IF WS-VRD-FECHA(WS-VR-IDX) = VTA-FECHA
                   " IMPORTE: " WS-VR-IMPORTE-FMT.
           ADD 1 TO WS-VR-IDX.

      *VOLUMEN E IMPORTE POR ORIGEN DEL PRECIO: LISTA, PROMOCION Y
      *MAYOREO, EN TOTAL Y POR PRODUCTO
       013-7-POR-FUENTE.
           DISPLAY "VENTAS POR ORIGEN DEL PRECIO:".
           PERFORM 013-7-1-IMPRIME-FUENTE
                   VARYING WS-VR-FUE FROM 1 BY 1
                   UNTIL WS-VR-FUE > 3.
           DISPLAY "POR PRODUCTO (LISTA / PROMOCION / MAYOREO):".
           MOVE 1 TO WS-VR-IDX.
           PERFORM 013-7-2-IMPRIME-PRODUCTO
                   UNTIL WS-VR-IDX > WS-VR-PROD-USADOS.

       013-7-1-IMPRIME-FUENTE.
           MOVE WS-VRF-IMPORTE(WS-VR-FUE) TO WS-VR-IMPORTE-FMT.
           DISPLAY WS-VRF-NOMBRE(WS-VR-FUE) " UNIDADES: "
                   WS-VRF-UNIDADES(WS-VR-FUE) " IMPORTE: "
                   WS-VR-IMPORTE-FMT.

       013-7-2-IMPRIME-PRODUCTO.
           DISPLAY WS-VRP-ID(WS-VR-IDX) " UNIDADES: "
                   WS-VRP-F-UNIDADES(WS-VR-IDX, 1) " / "
                   WS-VRP-F-UNIDADES(WS-VR-IDX, 2) " / "
                   WS-VRP-F-UNIDADES(WS-VR-IDX, 3).
           DISPLAY "           IMPORTE: "
                   WS-VRP-F-IMPORTE(WS-VR-IDX, 1) " / "
                   WS-VRP-F-IMPORTE(WS-VR-IDX, 2) " / "
                   WS-VRP-F-IMPORTE(WS-VR-IDX, 3).
           ADD 1 TO WS-VR-IDX.

      *RANKING DE MAS VENDIDOS POR IMPORTE: DIEZ PASADAS DE BUSCAR
      *EL MAYOR NO LISTADO TODAVIA, SIN ORDENAR LA TABLA COMPLETA
       013-6-MAS-VENDIDOS.
      *ALTA) SE DEBITA EL PRESUPUESTO DEL DEPARTAMENTO POR EL COSTO
      *DE LO QUE DE VERDAD LLEGO
       017-RECEPCION.
           DISPLAY "ID o codigo del producto recibido: ".
           PERFORM 055-1-CAPTURA-CODIGO.
           MOVE WS-ID-BUSQUEDA TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY
                       DISPLAY "Error: no existe un producto con ese"
                               " ID o codigo."
                   NOT INVALID KEY
                       PERFORM 017-1-CAPTURA-RECEPCION
           END-READ.
                   PERFORM 017-2-RECIBE-MERCANCIA
           END-IF.

      *LAS CANTIDADES Y EL COSTO SE CAPTURAN EN LA UNIDAD DE COMPRA
      *(LA DE LA FACTURA) Y DE AQUI EN ADELANTE TODO VA EN UNIDADES
      *DE INVENTARIO: EXISTENCIA, COSTO PROMEDIO Y KARDEX
       017-2-RECIBE-MERCANCIA.
           PERFORM 056-1-LEE-UNIDADES.
           DISPLAY "Cantidad pedida en la orden (" WS-UM-COMPRA "): ".
           ACCEPT WS-PEDIDA.
           DISPLAY "Cantidad recibida (" WS-UM-COMPRA "): ".
           ACCEPT WS-RECIBIDA.
           IF WS-UM-FACTOR-COMPRA > 1
                   MULTIPLY WS-UM-FACTOR-COMPRA BY WS-PEDIDA
                   MULTIPLY WS-UM-FACTOR-COMPRA BY WS-RECIBIDA
                   DISPLAY "Equivale a " WS-RECIBIDA " "
                           WS-UM-STOCK
           END-IF.
           DISPLAY "Ubicacion que recibe (ENTER = 01): ".
           MOVE ZERO TO WS-UBICACION-RECIBE.
           ACCEPT WS-UBICACION-RECIBE.
           IF WS-UBICACION-RECIBE = ZERO
                   MOVE 1 TO WS-UBICACION-RECIBE
           END-IF.
           PERFORM 063-3-CONSIGNA-RECEPCION.
           IF WS-RECIBIDA = ZERO
                   DISPLAY "Nada que recibir."
           ELSE
           IF WS-CN-RECHAZA = "S"
                   DISPLAY "Recepcion cancelada."
           ELSE
                   DISPLAY "Costo por " WS-UM-COMPRA " de la entrega "
                           "(ENTER/0 = costo vigente): "
                   MOVE ZERO TO WS-COSTO-CAP
                   ACCEPT WS-COSTO-CAP
                   IF WS-UM-FACTOR-COMPRA > 1
                           COMPUTE WS-COSTO-CAP ROUNDED =
                                   WS-COSTO-CAP / WS-UM-FACTOR-COMPRA
                   END-IF
      *PROMEDIO MOVIL DEL COSTO: LO QUE HABIA A SU COSTO ANTERIOR
      *MAS LO RECIBIDO AL COSTO DE LA ENTREGA, ENTRE LA EXISTENCIA
      *RESULTANTE; LOS REGISTROS VIEJOS TRAEN ESPACIOS EN RP-COSTO
                   ELSE
                           MOVE ZERO TO WS-COSTO-ANTERIOR
                   END-IF
      *EN CONSIGNACION EL COSTO VIGENTE ES EL PACTADO CON EL
      *PROVEEDOR DUENO
                   IF WS-CN-ES = "S" AND WS-COSTO-CAP = ZERO
                           MOVE WS-CN-COSTO TO WS-COSTO-CAP
                   END-IF
                   IF WS-COSTO-CAP = ZERO
                           MOVE WS-COSTO-ANTERIOR TO WS-COSTO-CAP
                   END-IF
      *LAS PIEZAS DEL PROVEEDOR EN CONSIGNACION NO PESAN EN NUESTRO
      *COSTO PROMEDIO, Y LO QUE LLEGA EN CONSIGNACION NO LO MUEVE
      *(SALVO QUE EL PRODUCTO AUN NO TENGA COSTO, PARA EL MARGEN)
                   COMPUTE WS-CANT-ANTERIOR =
                           RP-CANTIDAD - WS-CN-EN-TIENDA
                   ADD WS-RECIBIDA TO RP-CANTIDAD
                   IF WS-CN-ES = "S"
                           IF WS-COSTO-ANTERIOR = ZERO
                                   MOVE WS-COSTO-CAP TO RP-COSTO
                           END-IF
                   ELSE
                   IF WS-COSTO-ANTERIOR = ZERO
                           MOVE WS-COSTO-CAP TO RP-COSTO
                   ELSE
                                   ((WS-CANT-ANTERIOR
                                           * WS-COSTO-ANTERIOR)
                                   + (WS-RECIBIDA * WS-COSTO-CAP))
                                   / (WS-CANT-ANTERIOR + WS-RECIBIDA)
                   END-IF
                   END-IF
                   REWRITE REG-PRODUCTO
                           INVALID KEY
                           ACCEPT WS-LOT-CAD-CAP
                           PERFORM 037-3-REGISTRA-LOTE
                   END-IF
      *LA CONSIGNACION NO ES COMPRA: EL PRESUPUESTO SE DEBITA
      *HASTA LA LIQUIDACION DE LO VENDIDO
                   IF WS-CN-ES NOT = "S"
                           PERFORM 011-DEBITA-PRESUPUESTO
                   END-IF
                   PERFORM 028-REGISTRA-RECEPCION
                   IF WS-CN-ES = "S"
                           PERFORM 063-4-REGISTRA-CONSIGNA
                   END-IF
                   MOVE "R" TO WS-KX-TIPO
                   MOVE "+" TO WS-KX-SIGNO
                   MOVE WS-RECIBIDA TO WS-KX-CANTIDAD
                           RE-FOLIO DELIMITED BY SIZE
                           INTO WS-KX-REFERENCIA
                   PERFORM 040-ANOTA-KARDEX
                   PERFORM 057-1-ES-SERIALIZADO
                   IF WS-SE-ES = "S"
                           PERFORM 057-2-SERIES-RECEPCION
                   END-IF
                   IF WS-CN-ES = "S"
                           DISPLAY "Recepcion " RE-FOLIO " registrada"
                                   " en consignacion del proveedor "
                                   WS-PROV-ACTUAL "."
                   ELSE
                           DISPLAY "Recepcion " RE-FOLIO " registrada"
                                   " y presupuesto debitado."
                   END-IF
      *LO RECIBIDO SURTE PRIMERO LOS PEDIDOS PENDIENTES DE CLIENTES
                   PERFORM 052-2-ASIGNA-RECEPCION
                   IF WS-RECIBIDA < WS-PEDIDA
                           DISPLAY "Aviso: entrega corta del "
                                   "proveedor " WS-PROV-ACTUAL
                   END-IF
           END-IF
           END-IF.

      *DEJA EL RENGLON DEL CAMBIO DE PRECIO EN EL HISTORIAL; EL
           MOVE 1 TO WS-VAL-IDX.
           PERFORM 020-1-LIMPIA-DEPTO UNTIL WS-VAL-IDX > 100.
           MOVE ZERO TO WS-VAL-TOTAL.
           MOVE ZERO TO WS-VAL-APARTADO.
           MOVE ZERO TO WS-VAL-APA-PIEZAS.
           MOVE ZERO TO RP-ID.
           START F-ARCHIVO KEY IS NOT LESS THAN RP-ID
                   INVALID KEY
                       MOVE "N" TO WS-ARCHIVO-FIN
           END-START.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.
           MOVE ZERO TO WS-CN-VAL-PIEZAS.
           MOVE ZERO TO WS-CN-VAL-IMPORTE.
           PERFORM 063-7-ABRE-CONSIGNA.
           PERFORM 020-2-VALUA-PRODUCTO
           UNTIL WS-ARCHIVO-FIN = "S".
           CLOSE F-CONSIGNA.
           DISPLAY "VALUACION DEL INVENTARIO POR DEPARTAMENTO:".
           MOVE 1 TO WS-VAL-IDX.
           PERFORM 020-3-IMPRIME-DEPTO UNTIL WS-VAL-IDX > 100.
           IF WS-VAL-APA-PIEZAS > ZERO
                   MOVE WS-VAL-APARTADO TO WS-VAL-FMT
                   DISPLAY "APARTADO (AUN EN TIENDA): "
                           WS-VAL-APA-PIEZAS " PIEZAS, VALOR: "
                           WS-VAL-FMT
           END-IF.
           MOVE WS-VAL-TOTAL TO WS-VAL-FMT.
           DISPLAY "TOTAL GENERAL: " WS-VAL-FMT.
           IF WS-CN-VAL-PIEZAS > ZERO
                   MOVE WS-CN-VAL-IMPORTE TO WS-VAL-FMT
                   DISPLAY "EN CONSIGNACION (DEL PROVEEDOR, FUERA DEL "
                           "TOTAL): " WS-CN-VAL-PIEZAS
                           " PIEZAS, COSTO PACTADO: " WS-VAL-FMT
           END-IF.

       020-1-LIMPIA-DEPTO.
           MOVE ZERO TO WS-VAL-IMPORTE(WS-VAL-IDX).

      *LA VALUACION ES AL COSTO PROMEDIO; LOS PRODUCTOS QUE AUN NO
      *TIENEN COSTO CAPTURADO SE VALUAN A PRECIO DE VENTA COMO
      *ANTES, PARA NO REPORTARLOS EN CERO DURANTE LA TRANSICION;
      *LAS PIEZAS EN CONSIGNACION SON DEL PROVEEDOR Y SOLO SE
      *INFORMAN APARTE (SE TOMAN PRIMERO DE LO LIBRE)
       020-2-VALUA-PRODUCTO.
           READ F-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-ARCHIVO-FIN
                   NOT AT END
                       IF RP-COSTO NUMERIC AND RP-COSTO > ZERO
                               MOVE RP-COSTO TO WS-VAL-UNITARIO
                       ELSE
                               MOVE RP-PRECIO TO WS-VAL-UNITARIO
                       END-IF
                       PERFORM 012-8-EXISTENCIA-LIBRE
                       PERFORM 063-7-1-EN-CONSIGNA
                       IF WS-CN-EN-TIENDA > ZERO
                               ADD WS-CN-EN-TIENDA TO WS-CN-VAL-PIEZAS
                               COMPUTE WS-CN-VAL-IMPORTE =
                                       WS-CN-VAL-IMPORTE
                                       + WS-CN-EN-TIENDA * CN-COSTO
                               IF WS-CN-EN-TIENDA > WS-DISPONIBLE
                                       MOVE ZERO TO WS-DISPONIBLE
                               ELSE
                                       SUBTRACT WS-CN-EN-TIENDA
                                               FROM WS-DISPONIBLE
                               END-IF
                       END-IF
                       COMPUTE WS-VAL-RENGLON =
                               WS-VAL-UNITARIO * WS-DISPONIBLE
                       ADD 1 TO RP-DEPARTAMENTO
                               GIVING WS-VAL-IDX
                       ADD WS-VAL-RENGLON
                               TO WS-VAL-IMPORTE(WS-VAL-IDX)
                       ADD WS-DISPONIBLE
                               TO WS-VAL-PIEZAS(WS-VAL-IDX)
                       ADD WS-VAL-RENGLON TO WS-VAL-TOTAL
                       COMPUTE WS-VAL-RENGLON = WS-VAL-UNITARIO
                               * (RP-CANTIDAD - WS-CN-EN-TIENDA
                                       - WS-DISPONIBLE)
                       ADD WS-VAL-RENGLON TO WS-VAL-APARTADO
                       ADD WS-VAL-RENGLON TO WS-VAL-TOTAL
                       COMPUTE WS-VAL-APA-PIEZAS = WS-VAL-APA-PIEZAS
                               + RP-CANTIDAD - WS-CN-EN-TIENDA
                               - WS-DISPONIBLE
           END-READ.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.

      *SISTEMA CON SU VALOR EN DINERO, Y SOLO DESPUES DE CONFIRMAR
      *SE APLICAN TODOS LOS AJUSTES EN UN PASO, DEJANDO BITACORA
       021-CONTEO-FISICO.
           DISPLAY "Hoja de conteo de la clase ABC (A/B/C, ENTER = "
                   "sin hoja): ".
           MOVE SPACE TO WS-ABC-CLASE-CONTEO.
           ACCEPT WS-ABC-CLASE-CONTEO.
           CALL "NOMBREUTIL" USING WS-ABC-CLASE-CONTEO 1.
           IF WS-ABC-CLASE-CONTEO = "A" OR WS-ABC-CLASE-CONTEO = "B"
           OR WS-ABC-CLASE-CONTEO = "C"
                   PERFORM 060-4-HOJA-CONTEO
           END-IF.
           DISPLAY "Ubicacion a contar (ENTER/0 = total): ".
           MOVE ZERO TO WS-UBICACION-CONTEO.
           ACCEPT WS-UBICACION-CONTEO.
           END-IF.

       021-1-CAPTURA-PARTIDA.
           DISPLAY "ID o codigo del producto contado "
                   "(0 = terminar): ".
           PERFORM 055-1-CAPTURA-CODIGO.
           IF WS-CB-VACIO = "S"
                   MOVE ZERO TO WS-CT-ID-CAP
           ELSE
                   MOVE 9 TO WS-CT-ID-CAP
           END-IF.
           IF WS-CT-ID-CAP NOT = ZERO
                   MOVE WS-ID-BUSQUEDA TO RP-ID
                   READ F-ARCHIVO
                           INVALID KEY
                               DISPLAY "Error: no existe un "
                                       "producto con ese ID o "
                                       "codigo."
                           NOT INVALID KEY
                               ADD 1 TO WS-CT-USADOS
                               MOVE RP-ID
           IF WS-RUTA-CATALOGO = SPACES
                   MOVE "CATALOGO.CSV" TO WS-RUTA-CATALOGO
           END-IF.
      *CON PROVEEDOR, LA SEPTIMA COLUMNA (SU CLAVE DE ARTICULO) ES
      *LA QUE IDENTIFICA AL PRODUCTO EN LAS REIMPORTACIONES
           DISPLAY "Clave del proveedor del catalogo "
                   "(ENTER = sin proveedor): ".
           MOVE ZERO TO WS-CAT-PROV.
           ACCEPT WS-CAT-PROV.
           IF WS-CAT-PROV NOT = ZERO
                   OPEN I-O F-CODIGOS
                   IF WS-CB-STATUS = "35"
                           OPEN OUTPUT F-CODIGOS
                           CLOSE F-CODIGOS
                           OPEN I-O F-CODIGOS
                   END-IF
           END-IF.
           OPEN INPUT F-CATALOGO.
           IF WS-CAT-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir el catalogo, "
                           WS-CAT-ACTUALIZADOS " Rechazados: "
                           WS-CAT-RECHAZADOS
           END-IF.
           IF WS-CAT-PROV NOT = ZERO
                   CLOSE F-CODIGOS
           END-IF.

       023-1-LEE-RENGLON.
           READ F-CATALOGO
           MOVE SPACES TO WS-CAT-DESC-X.
           MOVE SPACES TO WS-CAT-DEPTO-X.
           MOVE SPACES TO WS-CAT-COSTO-X.
           MOVE SPACES TO WS-CAT-CODIGO-X.
           UNSTRING CAT-LINEA DELIMITED BY ","
                   INTO WS-CAT-NOMBRE-X WS-CAT-PRECIO-X
                           WS-CAT-CANT-X WS-CAT-DESC-X
                           WS-CAT-DEPTO-X WS-CAT-COSTO-X
                           WS-CAT-CODIGO-X.
           MOVE WS-CAT-PRECIO-X(1:7) TO WS-CAT-PRECIO-9X.
           MOVE WS-CAT-COSTO-X(1:7) TO WS-CAT-COSTO-9X.
           IF WS-CAT-NOMBRE-X = SPACES
                   ADD 1 TO WS-CAT-RECHAZADOS
                   DISPLAY "Renglon rechazado: " CAT-LINEA(1:50)
           ELSE
                   MOVE "N" TO WS-CB-HALLADO
                   IF WS-CAT-PROV NOT = ZERO
                   AND WS-CAT-CODIGO-X NOT = SPACES
                           PERFORM 023-5-BUSCA-POR-CODIGO
                   END-IF
                   IF WS-CB-HALLADO = "S"
                           PERFORM 023-4-ACTUALIZA-PRECIO
                   ELSE
                           PERFORM 023-2-1-BUSCA-POR-NOMBRE
                   END-IF
           END-IF.

       023-2-1-BUSCA-POR-NOMBRE.
           MOVE WS-CAT-NOMBRE-X TO RP-NOMBRE.
           READ F-ARCHIVO KEY IS RP-NOMBRE
                   INVALID KEY
                       PERFORM 023-3-ALTA-DE-CATALOGO
                   NOT INVALID KEY
                       PERFORM 023-4-ACTUALIZA-PRECIO
           END-READ.
           IF WS-CAT-PROV NOT = ZERO
           AND WS-CAT-CODIGO-X NOT = SPACES
           AND WS-STATUS = ZERO
                   PERFORM 023-6-LIGA-CODIGO
           END-IF.

      *LA CLAVE DEL PROVEEDOR YA LIGADA LLEVA DIRECTO AL PRODUCTO,
      *AUNQUE EL NOMBRE HAYA CAMBIADO EN SU CATALOGO
       023-5-BUSCA-POR-CODIGO.
           MOVE WS-CAT-PROV TO CB-PROVEEDOR.
           MOVE WS-CAT-CODIGO-X TO CB-CODIGO.
           READ F-CODIGOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CB-ID TO RP-ID
                       READ F-ARCHIVO
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE "S" TO WS-CB-HALLADO
                       END-READ
           END-READ.

      *PRIMERA VEZ QUE LA CLAVE APARECE: QUEDA LIGADA AL PRODUCTO
      *QUE SE ACABA DE DAR DE ALTA O DE ENCONTRAR POR NOMBRE
       023-6-LIGA-CODIGO.
           MOVE WS-CAT-PROV TO CB-PROVEEDOR.
           MOVE WS-CAT-CODIGO-X TO CB-CODIGO.
           MOVE "P" TO CB-TIPO.
           MOVE RP-ID TO CB-ID.
           WRITE CB-REGISTRO
                   INVALID KEY
                   REWRITE CB-REGISTRO
                           INVALID KEY
                           DISPLAY "No se pudo ligar la clave "
                                   WS-CAT-CODIGO-X
                   END-REWRITE
           END-WRITE.

       023-3-ALTA-DE-CATALOGO.
           PERFORM 008-SIGUIENTE-ID-PRODUCTO.
           MOVE WS-CAT-NOMBRE-X TO RP-NOMBRE.
           MOVE ZERO TO RP-MINIMO.
           MOVE ZERO TO RP-MAXIMO.
           MOVE ZERO TO RP-EMPAQUE.
           MOVE ZERO TO RP-APARTADO.
           MOVE SPACE TO RP-CLASE-ABC.
           IF WS-CAT-DEPTO-X NUMERIC
                   MOVE WS-CAT-DEPTO-X TO RP-DEPARTAMENTO
           ELSE
       016-9-PROCESA-DEVOLUCION.
           DISPLAY "Numero de transaccion de la venta original: ".
           ACCEPT WS-DEV-TRANS.
           DISPLAY "ID o codigo del producto devuelto: ".
           PERFORM 055-1-CAPTURA-CODIGO.
           MOVE WS-ID-BUSQUEDA TO WS-DEV-ID.
           MOVE "N" TO WS-DEV-HALLADO.
           MOVE ZERO TO WS-DEV-CLIENTE.
           MOVE ZERO TO WS-DEV-DEVUELTO.
           MOVE ZERO TO WS-DEV-CANT-ORIG.
           MOVE SPACE TO WS-DEV-METODO.
           MOVE SPACE TO WS-DEV-PROMO.
           OPEN INPUT F-VENTAS.
           IF WS-VTA-STATUS NOT = "00"
                   DISPLAY "Aun no hay ventas registradas."
                                               TO WS-DEV-CANT-ORIG
                                           MOVE VTA-PRECIO
                                               TO WS-DEV-PRECIO-ORIG
                                           MOVE VTA-METODO
                                               TO WS-DEV-METODO
                                           MOVE VTA-PROMO
                                               TO WS-DEV-PROMO
                                           IF VTA-CLIENTE NUMERIC
                                               MOVE VTA-CLIENTE
                                                 TO WS-DEV-CLIENTE
                   WS-DEV-DEVUELTO.
           DISPLAY "Cantidad a devolver: ".
           ACCEPT WS-DEV-CANTIDAD.
           PERFORM 057-6-SERIES-DEVOLUCION.
           IF WS-DEV-CANTIDAD = ZERO
           OR WS-DEV-CANTIDAD > WS-DEV-RESTANTE
                   DISPLAY "Cantidad invalida, la devolucion no "
                           "procede."
           ELSE
           IF WS-SE-COMPLETO = "N"
                   DISPLAY "Faltan numeros de serie, la devolucion "
                           "no procede."
           ELSE
                   DISPLAY "Codigo de motivo (2 caracteres): "
                   ACCEPT WS-DEV-MOTIVO
                                       DELIMITED BY SIZE
                                       INTO WS-KX-REFERENCIA
                               PERFORM 040-ANOTA-KARDEX
                               MOVE WS-DEV-CANTIDAD
                                       TO WS-CN-MOV-CANT
                               PERFORM 063-6-REINGRESA-DEVOLUCION
                   END-READ
                   PERFORM 099-VERIFICA-STATUS-ARCHIVO
                   PERFORM 016-3-REGISTRA-DEVOLUCION
                   IF WS-SE-USADAS > ZERO
                           PERFORM 057-7-REINGRESA-SERIES
                   END-IF
           END-IF
           END-IF.

       016-3-REGISTRA-DEVOLUCION.
           MOVE WS-DEV-ID TO VTA-ID.
           MOVE WS-DEV-CANTIDAD TO VTA-CANTIDAD.
           ACCEPT VTA-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-VTA-HORA-SIS FROM TIME.
           MOVE WS-VTA-HORA-SIS(1:6) TO VTA-HORA.
           MOVE SPACES TO VTA-FACTURA.
           MOVE WS-DEV-PRECIO-ORIG TO VTA-PRECIO.
           COMPUTE WS-IVA-IMPORTE ROUNDED =
                   (WS-DEV-CANTIDAD * WS-DEV-PRECIO-ORIG)
      *EL REEMBOLSO SALE EN EFECTIVO DEL CAJON DE LA SESION ABIERTA
      *DEL OPERADOR (CERO SI NO HAY SESION), PARA QUE EL CORTE LO
      *RESTE DEL EFECTIVO ESPERADO
      *LO QUE SE PAGO CON PUNTOS SE REEMBOLSA EN PUNTOS
           PERFORM 033-5-BUSCA-SESION-ABIERTA.
           IF WS-DEV-METODO = "L"
                   MOVE "L" TO VTA-METODO
           ELSE
                   MOVE "E" TO VTA-METODO
           END-IF.
           MOVE WS-SESION-ACTUAL TO VTA-SESION.
           MOVE WS-DEV-UBICACION TO VTA-UBICACION.
           MOVE WS-DEV-PROMO TO VTA-PROMO.
           MOVE WS-OPERADOR TO VTA-VENDEDOR.
           MOVE 1 TO VTA-RENGLON.
           PERFORM 042-GRABA-VENTA.
           PERFORM 053-7-PUNTOS-DEVOLUCION.
           DISPLAY "Devolucion registrada contra la transaccion "
                   WS-DEV-TRANS.

           MOVE WS-PEDIDA TO RE-PEDIDA.
           MOVE WS-RECIBIDA TO RE-RECIBIDA.
           MOVE WS-MONTO-COMPRA TO RE-IMPORTE.
           MOVE WS-CN-ES TO RE-CONSIGNA.
           OPEN I-O F-RECEPCIONES.
           IF WS-RE-STATUS = "35"
                   OPEN OUTPUT F-RECEPCIONES
                           UNTIL WS-RE-FIN = "S"
           END-IF.
           CLOSE F-RECEPCIONES.
           MOVE ZERO TO WS-DES-DEVOLUCIONES.
           MOVE ZERO TO WS-DES-DEV-PIEZAS.
           MOVE ZERO TO WS-DES-DEV-IMPORTE.
           OPEN INPUT F-DEVPROV.
           IF WS-DV-STATUS = "00"
                   MOVE LOW-VALUES TO DV-FOLIO
                   MOVE "N" TO WS-DV-FIN
                   START F-DEVPROV KEY IS NOT LESS THAN DV-FOLIO
                           INVALID KEY MOVE "S" TO WS-DV-FIN
                   END-START
                   PERFORM 058-10-CUENTA-DEVOLUCION
                           UNTIL WS-DV-FIN = "S"
           END-IF.
           CLOSE F-DEVPROV.
           DISPLAY "PROVEEDOR " WS-DES-PROV ":".
           DISPLAY "  ORDENES COLOCADAS:  " WS-DES-ORDENES.
           DISPLAY "  RECEPCIONES:        " WS-DES-RECEPCIONES.
           DISPLAY "  ENTREGAS CORTAS:    " WS-DES-CORTAS.
           MOVE WS-DES-DEV-IMPORTE TO WS-DES-DEV-FMT.
           DISPLAY "  DEVOLUCIONES:       " WS-DES-DEVOLUCIONES
                   " (" WS-DES-DEV-PIEZAS " UNIDADES, "
                   WS-DES-DEV-FMT ")".
           IF WS-DES-RECEPCIONES > ZERO
                   COMPUTE WS-DES-DIAS-PROM =
                           WS-DES-DIAS-SUMA / WS-DES-RECEPCIONES

      *LA VENTA A CREDITO SOLO SE OFRECE A CLIENTES REGISTRADOS
      *CON LIMITE DE CREDITO CAPTURADO
      *UN CLIENTE BLOQUEADO POR COBRANZA QUE YA SE PUSO AL
      *CORRIENTE RECUPERA SU CREDITO AQUI MISMO; SI SIGUE VENCIDO,
      *LA VENTA SOLO PUEDE SER DE CONTADO
       012-5-PREGUNTA-CREDITO.
           MOVE "N" TO WS-VENTA-CREDITO.
           IF WS-CLIENTE-ACTUAL NOT = ZERO
           AND WS-CL-DISPONIBLE = "S"
           AND CL-BLOQUEO = "S"
                   PERFORM 059-8-REVISA-BLOQUEO
           END-IF.
           IF WS-CLIENTE-ACTUAL NOT = ZERO
           AND WS-CL-DISPONIBLE = "S"
           AND CL-BLOQUEO = "S"
                   DISPLAY "Cliente con credito bloqueado por "
                           "cobranza desde el " CL-BLOQ-FECHA
                           ", la venta debe ser de contado."
           ELSE
           IF WS-CLIENTE-ACTUAL NOT = ZERO
           AND WS-CL-DISPONIBLE = "S"
           AND CL-LIMITE-CREDITO NUMERIC
           AND CL-LIMITE-CREDITO > ZERO
                   DISPLAY "Venta a credito (S/N)? "
      *MENSUAL Y ANTIGUEDAD DE SALDOS PARA SABER A QUIEN LLAMAR
       030-CREDITO-CLIENTES.
           DISPLAY "P - Registrar pago, E - Estado de cuenta "
                   "mensual, A - Antiguedad de saldos, "
                   "C - Corrida de cobranza, L - Levantar bloqueo "
                   "de credito, R - Rango de bloqueo, H - Cartas "
                   "enviadas a un cliente: ".
           ACCEPT WS-PRE-OPCION.
           IF WS-PRE-OPCION = "P" OR WS-PRE-OPCION = "p"
                   PERFORM 030-1-REGISTRA-PAGO
           ELSE
           IF WS-PRE-OPCION = "A" OR WS-PRE-OPCION = "a"
                   PERFORM 030-3-ANTIGUEDAD
           ELSE
           IF WS-PRE-OPCION = "C" OR WS-PRE-OPCION = "c"
                   PERFORM 059-CORRIDA-COBRANZA
           ELSE
           IF WS-PRE-OPCION = "L" OR WS-PRE-OPCION = "l"
                   PERFORM 059-5-LEVANTA-BLOQUEO
           ELSE
           IF WS-PRE-OPCION = "R" OR WS-PRE-OPCION = "r"
                   PERFORM 059-6-RANGO-BLOQUEO
           ELSE
           IF WS-PRE-OPCION = "H" OR WS-PRE-OPCION = "h"
                   PERFORM 059-7-CARTAS-CLIENTE
           ELSE
                   DISPLAY "Opcion invalida.".

                   MOVE WS-CXC-SALDO TO WS-CXC-FMT
                   DISPLAY "Pago registrado, saldo del cliente: "
                           WS-CXC-FMT
                   PERFORM 030-7-BLOQUEO-TRAS-PAGO
           END-IF.

      *EL PAGO QUE PONE AL CORRIENTE A UN CLIENTE BLOQUEADO LE
      *DEVUELVE EL CREDITO
       030-7-BLOQUEO-TRAS-PAGO.
           IF WS-CL-DISPONIBLE = "S"
                   MOVE WS-CXC-CLIENTE TO CL-ID
                   READ F-CLIENTES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   IF CL-BLOQUEO = "S"
                                           PERFORM 059-8-REVISA-BLOQUEO
                                   END-IF
                   END-READ
           END-IF.

       030-2-ESTADO-CUENTA.
                   "PM - Promociones, CM - Cierre mensual de "
                   "ventas, KX - Kardex de producto, "
                   "CO - Comisiones de vendedores, DC - Depurar "
                   "clientes duplicados, HV - Ventas por hora "
                   "contra personal, FA - Facturar tickets de un "
                   "cliente, FG - Factura global del mes, "
                   "CT - Cotizaciones, AP - Apartados, "
                   "PP - Pedidos pendientes de clientes, "
                   "PL - Puntos de lealtad, MY - Precios de mayoreo, "
                   "CB - Codigos de barras y de proveedor, "
                   "UM - Unidades de medida, "
                   "SR - Series y garantias, "
                   "DP - Devolucion a proveedor, "
                   "AB - Clasificacion ABC y lento movimiento, "
                   "ET - Etiquetas de anaquel, "
                   "MK - Extracto de mercadotecnia, "
                   "CN - Mercancia en consignacion, "
                   "LC - Liquidacion de consignacion, "
                   "X - Regresar".
           MOVE SPACES TO WS-OPCION-AD.
           ACCEPT WS-OPCION-AD.
           CALL "NOMBREUTIL" USING WS-OPCION-AD 2.
                   PERFORM 043-COMISIONES
               WHEN "DC"
                   PERFORM 047-DEDUP-CLIENTES
               WHEN "HV"
                   PERFORM 048-VENTAS-POR-HORA
               WHEN "FA"
                   PERFORM 049-FACTURA-CLIENTE
               WHEN "FG"
                   PERFORM 049-10-FACTURA-GLOBAL
               WHEN "CT"
                   PERFORM 050-COTIZACIONES
               WHEN "AP"
                   PERFORM 051-APARTADOS
               WHEN "PP"
                   PERFORM 052-PEDIDOS-PENDIENTES
               WHEN "PL"
                   PERFORM 053-PUNTOS-LEALTAD
               WHEN "MY"
                   PERFORM 054-MAYOREO
               WHEN "CB"
                   PERFORM 055-CODIGOS
               WHEN "UM"
                   PERFORM 056-UNIDADES
               WHEN "SR"
                   PERFORM 057-SERIES
               WHEN "DP"
                   PERFORM 058-DEVOLUCION-PROVEEDOR
               WHEN "AB"
                   PERFORM 060-ABC-INVENTARIO
               WHEN "ET"
                   PERFORM 061-ETIQUETAS
               WHEN "MK"
                   PERFORM 062-MERCADOTECNIA
               WHEN "CN"
                   PERFORM 063-8-POSICION-CONSIGNA
               WHEN "LC"
                   PERFORM 063-LIQUIDA-CONSIGNACION
               WHEN "X"
                   CONTINUE
               WHEN OTHER
           DISPLAY "MARGEN POR DEPARTAMENTO:".
           MOVE 1 TO WS-MG-IDX.
           PERFORM 032-3-MARGEN-DEPTO UNTIL WS-MG-IDX > 100.
           DISPLAY "MARGEN POR ORIGEN DEL PRECIO:".
           PERFORM 032-5-MARGEN-FUENTE
                   VARYING WS-VR-FUE FROM 1 BY 1
                   UNTIL WS-VR-FUE > 3.

       032-1-LIMPIA-DEPTO.
           MOVE ZERO TO WS-MG-DEP-VENTA(WS-MG-IDX).
                   ADD WS-MG-COSTO
                           TO WS-MG-DEP-COSTO(WS-MG-IDX)
           END-IF.
           IF RP-COSTO NUMERIC
                   PERFORM 032-4-COSTO-FUENTE
                           VARYING WS-VR-FUE FROM 1 BY 1
                           UNTIL WS-VR-FUE > 3
           END-IF.
           ADD 1 TO WS-VR-IDX.

      *EL COSTO DEL PRODUCTO SE REPARTE POR LAS UNIDADES VENDIDAS
      *A CADA ORIGEN DE PRECIO
       032-4-COSTO-FUENTE.
           COMPUTE WS-VRF-COSTO(WS-VR-FUE) =
                   WS-VRF-COSTO(WS-VR-FUE)
                   + (WS-VRP-F-UNIDADES(WS-VR-IDX, WS-VR-FUE)
                           * RP-COSTO).

       032-5-MARGEN-FUENTE.
           MOVE WS-VRF-IMPORTE(WS-VR-FUE) TO WS-VR-IMPORTE-FMT.
           DISPLAY WS-VRF-NOMBRE(WS-VR-FUE) " UNIDADES: "
                   WS-VRF-UNIDADES(WS-VR-FUE) " VENTA: "
                   WS-VR-IMPORTE-FMT WITH NO ADVANCING.
           COMPUTE WS-MG-MARGEN =
                   WS-VRF-IMPORTE(WS-VR-FUE) - WS-VRF-COSTO(WS-VR-FUE).
           MOVE WS-MG-MARGEN TO WS-VR-IMPORTE-FMT.
           DISPLAY " MARGEN: " WS-VR-IMPORTE-FMT.

       032-3-MARGEN-DEPTO.
           IF WS-MG-DEP-VENTA(WS-MG-IDX) NOT = ZERO
           OR WS-MG-DEP-COSTO(WS-MG-IDX) NOT = ZERO
                   MOVE ZERO TO CS-ESPERADO
                   MOVE ZERO TO CS-CONTADO
                   MOVE ZERO TO CS-DIFERENCIA
                   MOVE ZERO TO CS-TARJETA
                   MOVE ZERO TO CS-TRANSFER
                   PERFORM 033-8-GRABA-SESION
                   DISPLAY "Sesion " CS-FOLIO " abierta para "
                           WS-OPERADOR
                   MOVE ZERO TO WS-CJ-EFECTIVO
                   MOVE ZERO TO WS-CJ-TARJETA
                   MOVE ZERO TO WS-CJ-TRANSFER
                   MOVE ZERO TO WS-CJ-PUNTOS
                   OPEN INPUT F-VENTAS
                   IF WS-VTA-STATUS = "00"
                           MOVE "N" TO WS-VR-FIN
                                   UNTIL WS-VR-FIN = "S"
                   END-IF
                   CLOSE F-VENTAS
                   PERFORM 051-8-SUMA-ABONOS-SESION
                   PERFORM 033-2-2-CIERRA-SESION
           END-IF.

           IF VTA-METODO = "R"
                   ADD WS-VR-IMPORTE TO WS-CJ-TRANSFER
           ELSE
      *LO PAGADO CON PUNTOS NO ES DINERO: SE REPORTA APARTE
           IF VTA-METODO = "L"
                   ADD WS-VR-IMPORTE TO WS-CJ-PUNTOS
           ELSE
      *NI EL CREDITO NI EL CARGO A NOMINA METEN DINERO AL CAJON
      *(UNO LO COBRA LA CARTERA, EL OTRO LA DEDUCCION DE NOMINA);
      *TODO LO DEMAS ES EFECTIVO
      *LA ENTREGA DE UN APARTADO LIQUIDADO ("P") TAMPOCO: SU
      *DINERO ENTRO CON CADA ABONO, QUE SE SUMA POR SEPARADO
           IF VTA-METODO NOT = "C" AND VTA-METODO NOT = "N"
           AND VTA-METODO NOT = "P"
                   ADD WS-VR-IMPORTE TO WS-CJ-EFECTIVO.

       033-2-2-CIERRA-SESION.
                           DISPLAY "Tarjeta: " WS-CJ-FMT
                           MOVE WS-CJ-TRANSFER TO WS-CJ-FMT
                           DISPLAY "Transferencia: " WS-CJ-FMT
                           MOVE WS-CJ-PUNTOS TO WS-CJ-FMT
                           DISPLAY "Canjeado con puntos: " WS-CJ-FMT
                           DISPLAY "Efectivo contado en el cajon: "
                           ACCEPT WS-CJ-CONTADO
                           MOVE WS-CJ-CONTADO TO CS-CONTADO
                           COMPUTE CS-DIFERENCIA =
                                   WS-CJ-CONTADO - CS-ESPERADO
                           MOVE WS-CJ-TARJETA TO CS-TARJETA
                           MOVE WS-CJ-TRANSFER TO CS-TRANSFER
                           MOVE "C" TO CS-ESTADO
                           REWRITE CS-REGISTRO
                                   INVALID KEY
                   MOVE "C" TO WS-METODO-ACTUAL
           ELSE
                   DISPLAY "Metodo de pago, E-Efectivo  T-Tarjeta  "
                           "R-Transferencia  N-Cargo a nomina  "
                           "L-Puntos de lealtad: "
                   ACCEPT WS-METODO-ACTUAL
                   IF WS-METODO-ACTUAL = "l" MOVE "L" TO
                           WS-METODO-ACTUAL END-IF
                   IF WS-METODO-ACTUAL = "t" MOVE "T" TO
                           WS-METODO-ACTUAL END-IF
                   IF WS-METODO-ACTUAL = "r" MOVE "R" TO
                                   MOVE "E" TO WS-METODO-ACTUAL
                           END-IF
                   ELSE
                   IF WS-METODO-ACTUAL = "L"
                           PERFORM 053-6-VALIDA-CANJE
                   ELSE
                   IF WS-METODO-ACTUAL NOT = "T"
                   AND WS-METODO-ACTUAL NOT = "R"
                           MOVE "E" TO WS-METODO-ACTUAL
                   END-IF
                   END-IF
                   END-IF
           END-IF.

       033-5-BUSCA-SESION-ABIERTA.
                           MOVE "N" TO WS-KIT-OK
                   NOT INVALID KEY
                           IF WS-CONFIRMA = "V"
                                   PERFORM 012-8-EXISTENCIA-LIBRE
                                   IF WS-DISPONIBLE < WS-KIT-NECESARIA
                                           DISPLAY "Componente "
                                                   RP-NOMBRE(1:25)
                                                   " corto: hay "
                                                   WS-DISPONIBLE
                                                   " y se ocupan "
                                                   WS-KIT-NECESARIA
                                           MOVE "N" TO WS-KIT-OK
                                           DELIMITED BY SIZE
                                           INTO WS-KX-REFERENCIA
                                   PERFORM 040-ANOTA-KARDEX
                                   MOVE WS-KIT-NECESARIA
                                           TO WS-CN-MOV-CANT
                                   PERFORM 063-5-DEVENGA-VENTA
                           END-IF
           END-READ.

           WRITE TRA-LINEA.
           CLOSE F-TRASLADOS.

      *EXISTENCIA QUE EXAMINA EL BAJO STOCK: LA LIBRE DEL MAESTRO
      *(SIN LO APARTADO) O LA DE LA UBICACION ELEGIDA
       036-4-STOCK-EXAMINADO.
           IF WS-UBICACION-SCAN = ZERO
                   PERFORM 012-8-EXISTENCIA-LIBRE
                   MOVE WS-DISPONIBLE TO WS-STOCK-EXAMEN
           ELSE
                   MOVE WS-UBICACION-SCAN TO WS-UB-MOV-UBI
                   PERFORM 036-5-LEE-UBICACION
           END-IF.

       047-8-FUSIONA.
           MOVE SPACE TO WS-DUP-PUBLICIDAD.
           PERFORM 047-9-REPUNTA-VENTAS.
           MOVE WS-DUP-RETIRA TO CL-ID.
           READ F-CLIENTES
                   INVALID KEY
                           DISPLAY "No se pudo releer el duplicado."
                   NOT INVALID KEY
                           MOVE CL-PUBLICIDAD TO WS-DUP-PUBLICIDAD
                           MOVE WS-DUP-SOBREVIVE TO CL-FUSIONADO
                           REWRITE CL-REGISTRO
                                   INVALID KEY
                                           "duplicado."
                           END-REWRITE
           END-READ.
      *SI EL CLIENTE RECHAZO LA PUBLICIDAD EN CUALQUIERA DE SUS DOS
      *REGISTROS, EL RECHAZO SE CONSERVA EN EL SOBREVIVIENTE
           IF WS-DUP-PUBLICIDAD = "N"
                   MOVE WS-DUP-SOBREVIVE TO CL-ID
                   READ F-CLIENTES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   MOVE "N" TO CL-PUBLICIDAD
                                   REWRITE CL-REGISTRO
                                           INVALID KEY CONTINUE
                                   END-REWRITE
                   END-READ
           END-IF.
           DISPLAY "Fusionado: " WS-DUP-RETIRA " -> "
                   WS-DUP-SOBREVIVE ", " WS-DUP-REPUNTADOS
                   " ventas reapuntadas.".
                           END-READ
           END-START.

      *VENTAS POR DIA DE LA SEMANA Y HORA CONTRA EL PERSONAL DEL
      *DEPARTAMENTO DE VENTAS QUE CHECO ASISTENCIA EN NOMINA: POR
      *CADA CASILLA DA TICKETS, IMPORTE (IVA INCLUIDO, DEVOLUCIONES
      *RESTANDO, IGUAL QUE LOS REPORTES DE VENTAS), HORAS-PERSONA,
      *PERSONAL PROMEDIO EN PISO Y VENTA POR HORA-PERSONA
       048-VENTAS-POR-HORA.
           ACCEPT WS-HV-HOY FROM DATE YYYYMMDD.
           DISPLAY "Fecha desde (AAAAMMDD, ENTER = inicio del mes): ".
           MOVE SPACES TO WS-VR-DESDE.
           ACCEPT WS-VR-DESDE.
           IF WS-VR-DESDE = SPACES
                   MOVE WS-HV-HOY TO WS-VR-DESDE
                   MOVE "01" TO WS-VR-DESDE(7:2)
           END-IF.
           DISPLAY "Fecha hasta (AAAAMMDD, ENTER = hoy): ".
           MOVE SPACES TO WS-VR-HASTA.
           ACCEPT WS-VR-HASTA.
           IF WS-VR-HASTA = SPACES
                   MOVE WS-HV-HOY TO WS-VR-HASTA
           END-IF.
           DISPLAY "Departamento de ventas en nomina (codigo): ".
           MOVE SPACES TO WS-HV-DEPTO-X.
           ACCEPT WS-HV-DEPTO-X.
           IF WS-VR-DESDE NOT NUMERIC OR WS-VR-HASTA NOT NUMERIC
           OR WS-VR-DESDE < "20000103" OR WS-VR-HASTA < WS-VR-DESDE
                   DISPLAY "Rango de fechas invalido."
           ELSE
           IF WS-HV-DEPTO-X NOT NUMERIC
                   DISPLAY "Departamento invalido, capture dos "
                           "digitos."
           ELSE
                   MOVE WS-HV-DEPTO-X TO WS-HV-DEPTO
                   PERFORM 048-1-ARMA-CALENDARIO
                   PERFORM 048-2-ACUMULA-VENTAS
                   PERFORM 048-5-ACUMULA-PERSONAL
                   PERFORM 048-8-MUESTRA.

      *DIA DE LA SEMANA DEL INICIO DEL RANGO CONTANDO DESDE EL
      *LUNES 3 DE ENERO DE 2000, Y CUANTAS VECES CAE CADA DIA DE LA
      *SEMANA EN EL RANGO (BASE DEL PERSONAL PROMEDIO)
       048-1-ARMA-CALENDARIO.
           INITIALIZE WS-HV-TABLA.
           MOVE ZERO TO WS-HV-SIN-HORA.
           MOVE ZERO TO WS-HV-TURNOS.
           MOVE SPACES TO WS-HV-FECHA-ANT.
           MOVE SPACES TO WS-HV-TICKET-ANT.
           MOVE "D" TO WS-FU-OPERACION.
           MOVE "20000103" TO WS-FU-FECHA-1.
           MOVE WS-VR-DESDE TO WS-FU-FECHA-2.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-FU-DIAS.
           DIVIDE WS-FU-DIAS BY 7 GIVING WS-HV-COCIENTE
                   REMAINDER WS-HV-DOW-DESDE.
           MOVE WS-VR-DESDE TO WS-FU-FECHA-1.
           MOVE WS-VR-HASTA TO WS-FU-FECHA-2.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-DIAS TO WS-HV-DIAS-RANGO.
           MOVE ZERO TO WS-HV-I.
           PERFORM 048-1-1-CUENTA-DIA
                   UNTIL WS-HV-I > WS-HV-DIAS-RANGO.

       048-1-1-CUENTA-DIA.
           COMPUTE WS-HV-COCIENTE = WS-HV-DOW-DESDE + WS-HV-I.
           DIVIDE WS-HV-COCIENTE BY 7 GIVING WS-HV-COCIENTE
                   REMAINDER WS-HV-D.
           ADD 1 TO WS-HV-D.
           ADD 1 TO WS-HV-VECES(WS-HV-D).
           ADD 1 TO WS-HV-I.

      *RENGLONES DE VENTA DEL RANGO; LOS GRABADOS ANTES DE QUE EL
      *RENGLON LLEVARA HORA SE CUENTAN APARTE Y NO ENTRAN A LA TABLA
       048-2-ACUMULA-VENTAS.
           OPEN INPUT F-VENTAS.
           IF WS-VTA-STATUS NOT = "00"
                   DISPLAY "Aun no hay ventas registradas."
           ELSE
                   MOVE "N" TO WS-HV-FIN
                   MOVE LOW-VALUES TO VTA-LLAVE
                   MOVE WS-VR-DESDE TO VTA-FECHA
                   START F-VENTAS KEY IS NOT LESS THAN VTA-LLAVE
                           INVALID KEY MOVE "S" TO WS-HV-FIN
                   END-START
                   PERFORM 048-3-LEE-VENTA
                           UNTIL WS-HV-FIN = "S"
           END-IF.
           CLOSE F-VENTAS.

       048-3-LEE-VENTA.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-HV-FIN
                   NOT AT END
                           IF VTA-FECHA > WS-VR-HASTA
                                   MOVE "S" TO WS-HV-FIN
                           ELSE
                                   PERFORM 048-4-ACUMULA-RENGLON
                           END-IF
           END-READ.

       048-4-ACUMULA-RENGLON.
           IF VTA-HORA NOT NUMERIC OR VTA-HORA(1:2) > "23"
                   ADD 1 TO WS-HV-SIN-HORA
           ELSE
                   MOVE VTA-FECHA TO WS-HV-FECHA
                   PERFORM 048-9-DIA-SEMANA
                   MOVE VTA-HORA(1:2) TO WS-HV-H
                   ADD 1 TO WS-HV-H
                   COMPUTE WS-HV-IMPORTE-RENG =
                           VTA-CANTIDAD * VTA-PRECIO
                   IF VTA-TIPO = "D"
                           SUBTRACT WS-HV-IMPORTE-RENG
                                   FROM WS-HV-IMPORTE(WS-HV-D, WS-HV-H)
                   ELSE
                           ADD WS-HV-IMPORTE-RENG
                                   TO WS-HV-IMPORTE(WS-HV-D, WS-HV-H)
      *UN TICKET ES UNA TRANSACCION DE VENTA; SE CUENTA EN LA HORA
      *DE SU PRIMER RENGLON
                           IF VTA-FECHA NOT = WS-HV-TICKET-ANT(1:8)
                           OR VTA-TRANS NOT = WS-HV-TICKET-ANT(9:6)
                                   ADD 1
                                     TO WS-HV-TICKETS(WS-HV-D, WS-HV-H)
                                   MOVE VTA-FECHA
                                           TO WS-HV-TICKET-ANT(1:8)
                                   MOVE VTA-TRANS
                                           TO WS-HV-TICKET-ANT(9:6)
                           END-IF
                   END-IF
           END-IF.

      *PLANTILLA DE NOMINA: SOLO LOS TRABAJADORES CON EL
      *DEPARTAMENTO DE VENTAS EN ALGUNO DE SUS TRES DEPARTAMENTOS;
      *DE CADA UNO SE LEEN SUS CHECADAS DEL RANGO
       048-5-ACUMULA-PERSONAL.
           OPEN INPUT F-TRAB-NOM.
           OPEN INPUT F-ASIS-NOM.
           IF WS-TN-STATUS NOT = "00" OR WS-ASI-STATUS NOT = "00"
                   DISPLAY "Sin plantilla o asistencia de nomina a la "
                           "mano, el reporte sale sin personal."
           ELSE
                   MOVE "N" TO WS-HV-TRAB-FIN
                   MOVE ZERO TO FT-ID
                   START F-TRAB-NOM KEY IS NOT LESS THAN FT-ID
                           INVALID KEY MOVE "S" TO WS-HV-TRAB-FIN
                   END-START
                   PERFORM 048-6-EXAMINA-TRABAJADOR
                           UNTIL WS-HV-TRAB-FIN = "S"
           END-IF.
           CLOSE F-ASIS-NOM.
           CLOSE F-TRAB-NOM.

       048-6-EXAMINA-TRABAJADOR.
           READ F-TRAB-NOM NEXT RECORD
                   AT END MOVE "S" TO WS-HV-TRAB-FIN
                   NOT AT END
                           MOVE "N" TO WS-HV-ES-DEPTO
                           IF FT-DEPARTAMENTO(1) = WS-HV-DEPTO
                           OR FT-DEPARTAMENTO(2) = WS-HV-DEPTO
                           OR FT-DEPARTAMENTO(3) = WS-HV-DEPTO
                                   MOVE "S" TO WS-HV-ES-DEPTO
                           END-IF
                           IF WS-HV-ES-DEPTO = "S"
                                   PERFORM 048-7-LEE-CHECADAS
                           END-IF
           END-READ.

       048-7-LEE-CHECADAS.
           MOVE "N" TO WS-HV-FIN.
           MOVE FT-ID TO ASI-ID.
           MOVE WS-VR-DESDE TO ASI-FECHA.
           START F-ASIS-NOM KEY IS NOT LESS THAN ASI-LLAVE
                   INVALID KEY MOVE "S" TO WS-HV-FIN
           END-START.
           PERFORM 048-7-1-LEE-CHECADA
                   UNTIL WS-HV-FIN = "S".

       048-7-1-LEE-CHECADA.
           READ F-ASIS-NOM NEXT RECORD
                   AT END MOVE "S" TO WS-HV-FIN
                   NOT AT END
                           IF ASI-ID NOT = FT-ID
                           OR ASI-FECHA > WS-VR-HASTA
                                   MOVE "S" TO WS-HV-FIN
                           ELSE
                                   PERFORM 048-7-2-APLICA-TURNO
                           END-IF
           END-READ.

      *ENTRADA Y SALIDA "HH:MM" EN MINUTOS DEL DIA; UNA CHECADA
      *INCOMPLETA NO CUENTA Y UN TURNO QUE CRUZA LA MEDIANOCHE SE
      *TOMA HASTA LAS 24:00 DEL DIA DE ENTRADA
       048-7-2-APLICA-TURNO.
           MOVE ASI-ENTRADA TO WS-HV-RELOJ.
           IF WS-HV-HH NUMERIC AND WS-HV-MM NUMERIC
           AND WS-HV-HH < 24 AND WS-HV-MM < 60
                   COMPUTE WS-HV-ENTRA = WS-HV-HH * 60 + WS-HV-MM
                   MOVE ASI-SALIDA TO WS-HV-RELOJ
                   IF WS-HV-HH NUMERIC AND WS-HV-MM NUMERIC
                   AND WS-HV-HH < 24 AND WS-HV-MM < 60
                           COMPUTE WS-HV-SALE =
                                   WS-HV-HH * 60 + WS-HV-MM
                           IF WS-HV-SALE NOT > WS-HV-ENTRA
                                   MOVE 1440 TO WS-HV-SALE
                           END-IF
                           ADD 1 TO WS-HV-TURNOS
                           MOVE ASI-FECHA TO WS-HV-FECHA
                           PERFORM 048-9-DIA-SEMANA
                           MOVE 1 TO WS-HV-H
                           PERFORM 048-7-3-REPARTE-HORA
                                   UNTIL WS-HV-H > 24
                   END-IF
           END-IF.

      *MINUTOS DEL TURNO QUE CAEN DENTRO DE LA HORA WS-HV-H
       048-7-3-REPARTE-HORA.
           COMPUTE WS-HV-INI = (WS-HV-H - 1) * 60.
           COMPUTE WS-HV-FIN-H = WS-HV-INI + 60.
           IF WS-HV-SALE < WS-HV-FIN-H
                   MOVE WS-HV-SALE TO WS-HV-FIN-H
           END-IF.
           IF WS-HV-ENTRA > WS-HV-INI
                   MOVE WS-HV-ENTRA TO WS-HV-INI
           END-IF.
           COMPUTE WS-HV-TRASLAPE = WS-HV-FIN-H - WS-HV-INI.
           IF WS-HV-TRASLAPE > ZERO
                   ADD WS-HV-TRASLAPE TO WS-HV-MINUTOS(WS-HV-D, WS-HV-H)
           END-IF.
           ADD 1 TO WS-HV-H.

      *UNA LINEA POR CASILLA CON MOVIMIENTO; EL PERSONAL PROMEDIO
      *ES HORAS-PERSONA ENTRE LAS VECES QUE ESE DIA CAYO EN EL RANGO
       048-8-MUESTRA.
           DISPLAY "VENTAS POR HORA CONTRA PERSONAL, DEL " WS-VR-DESDE
                   " AL " WS-VR-HASTA ", DEPARTAMENTO " WS-HV-DEPTO.
           DISPLAY "DIA       HORA TICKETS       IMPORTE  HRS-PERSONA "
                   "PERS.  VENTA/HR-PERS".
           MOVE 1 TO WS-HV-D.
           PERFORM 048-8-1-MUESTRA-DIA
                   UNTIL WS-HV-D > 7.
           DISPLAY "Turnos de asistencia considerados: " WS-HV-TURNOS.
           IF WS-HV-SIN-HORA > ZERO
                   DISPLAY "Renglones sin hora registrada (omitidos): "
                           WS-HV-SIN-HORA
           END-IF.

       048-8-1-MUESTRA-DIA.
           MOVE 1 TO WS-HV-H.
           PERFORM 048-8-2-MUESTRA-HORA
                   UNTIL WS-HV-H > 24.
           ADD 1 TO WS-HV-D.

       048-8-2-MUESTRA-HORA.
           IF WS-HV-TICKETS(WS-HV-D, WS-HV-H) > ZERO
           OR WS-HV-IMPORTE(WS-HV-D, WS-HV-H) NOT = ZERO
           OR WS-HV-MINUTOS(WS-HV-D, WS-HV-H) > ZERO
                   COMPUTE WS-HV-HORAS ROUNDED =
                           WS-HV-MINUTOS(WS-HV-D, WS-HV-H) / 60
                   MOVE ZERO TO WS-HV-PERSONAL
                   IF WS-HV-VECES(WS-HV-D) > ZERO
                           COMPUTE WS-HV-PERSONAL ROUNDED =
                                   WS-HV-HORAS / WS-HV-VECES(WS-HV-D)
                   END-IF
                   MOVE ZERO TO WS-HV-POR-HORA
                   IF WS-HV-HORAS > ZERO
                           COMPUTE WS-HV-POR-HORA ROUNDED =
                                   WS-HV-IMPORTE(WS-HV-D, WS-HV-H)
                                   / WS-HV-HORAS
                   END-IF
                   COMPUTE WS-HV-HORA-FMT = WS-HV-H - 1
                   MOVE WS-HV-TICKETS(WS-HV-D, WS-HV-H)
                           TO WS-HV-TICKETS-FMT
                   MOVE WS-HV-IMPORTE(WS-HV-D, WS-HV-H)
                           TO WS-HV-IMPORTE-FMT
                   MOVE WS-HV-HORAS TO WS-HV-HORAS-FMT
                   MOVE WS-HV-PERSONAL TO WS-HV-PERSONAL-FMT
                   MOVE WS-HV-POR-HORA TO WS-HV-POR-HORA-FMT
                   DISPLAY WS-HV-NOMBRE-DIA(WS-HV-D) " "
                           WS-HV-HORA-FMT ":00 " WS-HV-TICKETS-FMT
                           WS-HV-IMPORTE-FMT " " WS-HV-HORAS-FMT " "
                           WS-HV-PERSONAL-FMT " " WS-HV-POR-HORA-FMT
           END-IF.
           ADD 1 TO WS-HV-H.

      *DIA DE LA SEMANA (1 LUNES A 7 DOMINGO) DE LA FECHA EN
      *WS-HV-FECHA, A PARTIR DEL DIA DEL INICIO DEL RANGO; SOLO SE
      *RECALCULA CUANDO LA FECHA CAMBIA
       048-9-DIA-SEMANA.
           IF WS-HV-FECHA NOT = WS-HV-FECHA-ANT
                   MOVE "D" TO WS-FU-OPERACION
                   MOVE WS-VR-DESDE TO WS-FU-FECHA-1
                   MOVE WS-HV-FECHA TO WS-FU-FECHA-2
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   COMPUTE WS-HV-COCIENTE =
                           WS-HV-DOW-DESDE + WS-FU-DIAS
                   DIVIDE WS-HV-COCIENTE BY 7 GIVING WS-HV-COCIENTE
                           REMAINDER WS-HV-D
                   ADD 1 TO WS-HV-D
                   MOVE WS-HV-FECHA TO WS-HV-FECHA-ANT
           END-IF.

      *FACTURA A UN CLIENTE CON DATOS FISCALES: SE ELIGEN UNO O
      *VARIOS DE SUS TICKETS AUN SIN FACTURAR, SUS RENGLONES SE
      *MARCAN CON EL FOLIO (YA NO SE PUEDEN VOLVER A FACTURAR) Y
      *SALE EL ARCHIVO FACTURA-NNNNNN.TXT PARA EL PROVEEDOR DE
      *TIMBRADO; LAS DEVOLUCIONES DEL TICKET YA REGISTRADAS NETEAN
      *LOS CONCEPTOS
       049-FACTURA-CLIENTE.
           MOVE ZERO TO WS-FAC-CLIENTE.
           IF WS-CL-DISPONIBLE = "S"
                   DISPLAY "ID del cliente a facturar: "
                   ACCEPT WS-FAC-CLIENTE
                   MOVE WS-FAC-CLIENTE TO CL-ID
                   READ F-CLIENTES
                           INVALID KEY
                                   DISPLAY "No existe un cliente con "
                                           "ese ID."
                                   MOVE ZERO TO WS-FAC-CLIENTE
                   END-READ
           ELSE
                   DISPLAY "Sin maestro de clientes no se puede "
                           "facturar."
           END-IF.
           IF WS-FAC-CLIENTE = ZERO
                   CONTINUE
           ELSE
           IF CL-FUSIONADO NUMERIC AND CL-FUSIONADO NOT = ZERO
                   DISPLAY "Cliente fusionado, facture con el ID "
                           CL-FUSIONADO
           ELSE
           IF CL-RFC = SPACES OR CL-RFC = LOW-VALUES
                   DISPLAY "El cliente no tiene datos fiscales; "
                           "capturelos en el maestro de clientes "
                           "(opcion F)."
           ELSE
                   PERFORM 049-0-ELIGE-Y-EMITE.

       049-0-ELIGE-Y-EMITE.
           DISPLAY "Cliente: " CL-RAZON-SOCIAL.
           DISPLAY "RFC: " CL-RFC "  REGIMEN: " CL-REGIMEN
                   "  USO: " CL-USO-CFDI.
           PERFORM 049-1-TICKETS-PENDIENTES.
           MOVE ZERO TO WS-FC-ELEGIDOS.
           IF WS-FC-USADOS = ZERO
                   DISPLAY "El cliente no tiene tickets pendientes "
                           "de facturar."
           ELSE
                   PERFORM 049-3-ELIGE-TICKETS
           END-IF.
           IF WS-FC-ELEGIDOS > ZERO
                   DISPLAY "Se facturan " WS-FC-ELEGIDOS
                           " ticket(s). Confirma (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           PERFORM 049-5-EMITE-FACTURA
                   ELSE
                           DISPLAY "Factura cancelada."
                   END-IF
           END-IF.

      *TICKETS DEL CLIENTE CON ALGUN RENGLON DE VENTA SIN FACTURAR,
      *POR LA LLAVE ALTERNA DEL CLIENTE
       049-1-TICKETS-PENDIENTES.
           MOVE ZERO TO WS-FC-USADOS.
           MOVE "N" TO WS-FAC-DESBORDE.
           OPEN INPUT F-VENTAS.
           IF WS-VTA-STATUS = "00"
                   MOVE "N" TO WS-FAC-FIN
                   MOVE WS-FAC-CLIENTE TO VTA-CLIENTE
                   START F-VENTAS KEY IS = VTA-CLIENTE
                           INVALID KEY MOVE "S" TO WS-FAC-FIN
                   END-START
                   PERFORM 049-2-LEE-TICKET
                           UNTIL WS-FAC-FIN = "S"
           END-IF.
           CLOSE F-VENTAS.
           IF WS-FAC-DESBORDE = "S"
                   DISPLAY "AVISO: el cliente tiene mas de 50 "
                           "tickets pendientes, se muestran los "
                           "primeros."
           END-IF.

       049-2-LEE-TICKET.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-FAC-FIN
                   NOT AT END
                           IF VTA-CLIENTE NOT = WS-FAC-CLIENTE
                                   MOVE "S" TO WS-FAC-FIN
                           ELSE
                           IF VTA-FACTURA NUMERIC
                           AND VTA-FACTURA NOT = ZERO
                                   CONTINUE
                           ELSE
                                   PERFORM 049-2-1-ANOTA-TICKET
                           END-IF
                           END-IF
           END-READ.

       049-2-1-ANOTA-TICKET.
           MOVE VTA-TRANS TO WS-FAC-TRANS.
           PERFORM 049-9-1-BUSCA-TICKET.
           IF WS-FC-HALLADO = "N"
                   IF WS-FC-USADOS < 50
                           ADD 1 TO WS-FC-USADOS
                           MOVE WS-FC-USADOS TO WS-FC-IDX
                           MOVE VTA-TRANS TO WS-FC-TRANS(WS-FC-IDX)
                           MOVE SPACES TO WS-FC-FECHA(WS-FC-IDX)
                           MOVE ZERO TO WS-FC-IMPORTE(WS-FC-IDX)
                           MOVE "N" TO WS-FC-PENDIENTE(WS-FC-IDX)
                           MOVE "N" TO WS-FC-ELEGIDO(WS-FC-IDX)
                           MOVE "S" TO WS-FC-HALLADO
                   ELSE
                           MOVE "S" TO WS-FAC-DESBORDE
                   END-IF
           END-IF.
           IF WS-FC-HALLADO = "S"
                   COMPUTE WS-FAC-IMP-RENG =
                           VTA-CANTIDAD * VTA-PRECIO
                   IF VTA-TIPO = "D"
                           SUBTRACT WS-FAC-IMP-RENG
                                   FROM WS-FC-IMPORTE(WS-FC-IDX)
                   ELSE
                           ADD WS-FAC-IMP-RENG
                                   TO WS-FC-IMPORTE(WS-FC-IDX)
                           MOVE VTA-FECHA TO WS-FC-FECHA(WS-FC-IDX)
                           MOVE "S" TO WS-FC-PENDIENTE(WS-FC-IDX)
                   END-IF
           END-IF.

      *SOLO SE OFRECEN TICKETS CON VENTA PENDIENTE; UNA DEVOLUCION
      *SUELTA DE UN TICKET YA FACTURADO PIDE NOTA DE CREDITO
       049-3-ELIGE-TICKETS.
           DISPLAY "TRANS.   FECHA           IMPORTE".
           PERFORM 049-3-1-MUESTRA-TICKET
                   VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-USADOS.
           MOVE "N" TO WS-FAC-FIN.
           PERFORM 049-4-CAPTURA-TICKET
                   UNTIL WS-FAC-FIN = "S".

       049-3-1-MUESTRA-TICKET.
           IF WS-FC-PENDIENTE(WS-FC-IDX) = "S"
                   MOVE WS-FC-IMPORTE(WS-FC-IDX) TO WS-FAC-IMPORTE-FMT
                   DISPLAY WS-FC-TRANS(WS-FC-IDX) "  "
                           WS-FC-FECHA(WS-FC-IDX) " "
                           WS-FAC-IMPORTE-FMT
           END-IF.

       049-4-CAPTURA-TICKET.
           DISPLAY "Transaccion a facturar (0 = terminar): ".
           MOVE ZERO TO WS-FAC-TRANS.
           ACCEPT WS-FAC-TRANS.
           IF WS-FAC-TRANS = ZERO
                   MOVE "S" TO WS-FAC-FIN
           ELSE
                   PERFORM 049-9-1-BUSCA-TICKET
                   IF WS-FC-HALLADO = "N"
                           DISPLAY "No es un ticket pendiente de "
                                   "este cliente."
                   ELSE
                   IF WS-FC-PENDIENTE(WS-FC-IDX) NOT = "S"
                           DISPLAY "No es un ticket pendiente de "
                                   "este cliente."
                   ELSE
                   IF WS-FC-ELEGIDO(WS-FC-IDX) = "S"
                           DISPLAY "Ese ticket ya esta en la factura."
                   ELSE
                           MOVE "S" TO WS-FC-ELEGIDO(WS-FC-IDX)
                           ADD 1 TO WS-FC-ELEGIDOS
                   END-IF
                   END-IF
                   END-IF
           END-IF.

      *LOS RENGLONES DE LOS TICKETS ELEGIDOS SE ACUMULAN POR
      *PRODUCTO Y SE MARCAN CON EL FOLIO EN LA MISMA PASADA
       049-5-EMITE-FACTURA.
           PERFORM 049-8-SIGUIENTE-FOLIO.
           MOVE "F" TO WS-FAC-SERIE.
           MOVE ZERO TO WS-FCC-USADOS.
           MOVE "N" TO WS-FAC-DESBORDE.
           INITIALIZE WS-FAC-MET-TABLA.
           OPEN I-O F-VENTAS.
           MOVE "N" TO WS-FAC-FIN.
           MOVE WS-FAC-CLIENTE TO VTA-CLIENTE.
           START F-VENTAS KEY IS = VTA-CLIENTE
                   INVALID KEY MOVE "S" TO WS-FAC-FIN
           END-START.
           PERFORM 049-6-MARCA-RENGLON
                   UNTIL WS-FAC-FIN = "S".
           CLOSE F-VENTAS.
           IF WS-FAC-DESBORDE = "S"
                   DISPLAY "AVISO: los tickets pasan de 100 "
                           "productos distintos; los renglones que "
                           "no cupieron siguen pendientes."
           END-IF.
           PERFORM 049-8-1-FORMA-PAGO.
      *SIN LUGAR DE EXPEDICION EL PROVEEDOR TOMA EL DE LA CUENTA
      *DEL EMISOR
           MOVE SPACES TO WS-FE-LUGAR.
           MOVE CL-RFC TO WS-FRC-RFC.
           MOVE CL-RAZON-SOCIAL TO WS-FRC-NOMBRE.
           MOVE CL-REGIMEN TO WS-FRC-REGIMEN.
           MOVE CL-CP-FISCAL TO WS-FRC-CP.
           MOVE CL-USO-CFDI TO WS-FRC-USO.
           PERFORM 049-8-2-ABRE-FACTURA.
           MOVE ZERO TO WS-FAC-SUBTOTAL.
           MOVE ZERO TO WS-FAC-IVA.
           MOVE ZERO TO WS-FAC-CONCEPTOS.
           PERFORM 049-7-ESCRIBE-CONCEPTO
                   VARYING WS-FCC-IDX FROM 1 BY 1
                   UNTIL WS-FCC-IDX > WS-FCC-USADOS.
           MOVE WS-FC-ELEGIDOS TO WS-FAC-TICKETS.
           MOVE WS-FAC-CLIENTE TO WS-FRG-CLIENTE.
           PERFORM 049-8-3-CIERRA-FACTURA.

       049-6-MARCA-RENGLON.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-FAC-FIN
                   NOT AT END
                           IF VTA-CLIENTE NOT = WS-FAC-CLIENTE
                                   MOVE "S" TO WS-FAC-FIN
                           ELSE
                           IF VTA-FACTURA NUMERIC
                           AND VTA-FACTURA NOT = ZERO
                                   CONTINUE
                           ELSE
                                   MOVE VTA-TRANS TO WS-FAC-TRANS
                                   PERFORM 049-9-1-BUSCA-TICKET
                                   IF WS-FC-HALLADO = "S"
                                   AND WS-FC-ELEGIDO(WS-FC-IDX) = "S"
                                           PERFORM 049-6-1-ACUMULA
                                   END-IF
                           END-IF
                           END-IF
           END-READ.

       049-6-1-ACUMULA.
           MOVE "N" TO WS-FC-HALLADO.
           MOVE 1 TO WS-FCC-IDX.
           PERFORM 049-6-2-BUSCA-PRODUCTO
                   UNTIL WS-FC-HALLADO = "S"
                   OR WS-FCC-IDX > WS-FCC-USADOS.
           IF WS-FC-HALLADO = "N"
                   IF WS-FCC-USADOS < 100
                           ADD 1 TO WS-FCC-USADOS
                           MOVE WS-FCC-USADOS TO WS-FCC-IDX
                           MOVE VTA-ID TO WS-FCC-ID(WS-FCC-IDX)
                           MOVE ZERO TO WS-FCC-CANTIDAD(WS-FCC-IDX)
                           MOVE ZERO TO WS-FCC-IMPORTE(WS-FCC-IDX)
                           MOVE ZERO TO WS-FCC-IVA(WS-FCC-IDX)
                           MOVE "S" TO WS-FC-HALLADO
                   ELSE
                           MOVE "S" TO WS-FAC-DESBORDE
                   END-IF
           END-IF.
           IF WS-FC-HALLADO = "S"
                   PERFORM 049-9-IMPORTE-RENGLON
                   IF VTA-TIPO = "D"
                           SUBTRACT VTA-CANTIDAD
                                   FROM WS-FCC-CANTIDAD(WS-FCC-IDX)
                           SUBTRACT WS-FAC-IMP-RENG
                                   FROM WS-FCC-IMPORTE(WS-FCC-IDX)
                           SUBTRACT WS-FAC-IVA-RENG
                                   FROM WS-FCC-IVA(WS-FCC-IDX)
                   ELSE
                           ADD VTA-CANTIDAD
                                   TO WS-FCC-CANTIDAD(WS-FCC-IDX)
                           ADD WS-FAC-IMP-RENG
                                   TO WS-FCC-IMPORTE(WS-FCC-IDX)
                           ADD WS-FAC-IVA-RENG
                                   TO WS-FCC-IVA(WS-FCC-IDX)
                           PERFORM 049-9-2-SUMA-METODO
                   END-IF
                   MOVE WS-FAC-FOLIO TO VTA-FACTURA
                   REWRITE VTA-REGISTRO
                           INVALID KEY
                                   DISPLAY "Error al marcar el "
                                           "renglon " VTA-LLAVE
                   END-REWRITE
           END-IF.

       049-6-2-BUSCA-PRODUCTO.
           IF WS-FCC-ID(WS-FCC-IDX) = VTA-ID
                   MOVE "S" TO WS-FC-HALLADO
           ELSE
                   ADD 1 TO WS-FCC-IDX
           END-IF.

      *UN CONCEPTO POR PRODUCTO CON LO NETO DE VENTAS MENOS
      *DEVOLUCIONES; LO QUE SE DEVOLVIO COMPLETO YA NO SALE
       049-7-ESCRIBE-CONCEPTO.
           IF WS-FCC-CANTIDAD(WS-FCC-IDX) > ZERO
           AND WS-FCC-IMPORTE(WS-FCC-IDX) > ZERO
                   COMPUTE WS-FAC-BASE-RENG =
                           WS-FCC-IMPORTE(WS-FCC-IDX)
                           - WS-FCC-IVA(WS-FCC-IDX)
                   MOVE WS-FCC-IVA(WS-FCC-IDX) TO WS-FAC-IVA-RENG
                   PERFORM 049-9-TASA-RENGLON
                   MOVE WS-FCC-ID(WS-FCC-IDX) TO RP-ID
                   READ F-ARCHIVO
                           INVALID KEY
                                   MOVE "(PRODUCTO DADO DE BAJA)"
                                           TO RP-NOMBRE
                   END-READ
                   MOVE "01010101" TO WS-FCO-CLAVE-SAT
                   MOVE WS-FCC-ID(WS-FCC-IDX) TO WS-FCO-IDENT
                   MOVE WS-FCC-CANTIDAD(WS-FCC-IDX)
                           TO WS-FCO-CANTIDAD
                   MOVE "H87" TO WS-FCO-UNIDAD
                   MOVE RP-NOMBRE TO WS-FCO-DESCRIPCION
                   COMPUTE WS-FCO-UNITARIO ROUNDED =
                           WS-FAC-BASE-RENG
                           / WS-FCC-CANTIDAD(WS-FCC-IDX)
                   PERFORM 049-7-1-GRABA-CONCEPTO
           END-IF.

       049-7-1-GRABA-CONCEPTO.
           MOVE WS-FAC-BASE-RENG TO WS-FCO-IMPORTE.
           MOVE WS-FAC-TASA(WS-FAC-TASA-IDX) TO WS-FCO-TASA.
           MOVE WS-FAC-IVA-RENG TO WS-FCO-IVA.
           MOVE WS-FAC-CONCEPTO TO FAC-LINEA.
           WRITE FAC-LINEA.
           ADD WS-FAC-BASE-RENG TO WS-FAC-SUBTOTAL.
           ADD WS-FAC-IVA-RENG TO WS-FAC-IVA.
           ADD 1 TO WS-FAC-CONCEPTOS.

      *FOLIO CONSECUTIVO DE FACTURAS, MISMA MECANICA QUE EL DE LA
      *CARTERA
       049-8-SIGUIENTE-FOLIO.
           OPEN INPUT FAC-LLAVE-FILE.
           IF FACLL-STATUS = 35
                   MOVE ZERO TO REG-FAC-LLAVE
                   OPEN OUTPUT FAC-LLAVE-FILE
                   CLOSE FAC-LLAVE-FILE
           ELSE
                   READ FAC-LLAVE-FILE
                           AT END MOVE ZERO TO REG-FAC-LLAVE
                   END-READ
                   CLOSE FAC-LLAVE-FILE
           END-IF.
           ADD 1 TO REG-FAC-LLAVE.
           MOVE REG-FAC-LLAVE TO WS-FAC-FOLIO.
           OPEN OUTPUT FAC-LLAVE-FILE.
           WRITE REG-FAC-LLAVE.
           CLOSE FAC-LLAVE-FILE.

      *LA FORMA DE PAGO ES LA DEL METODO CON MAS IMPORTE; CREDITO
      *Y CARGO A NOMINA SE FACTURAN "POR DEFINIR" EN PARCIALIDADES
       049-8-1-FORMA-PAGO.
           MOVE 1 TO WS-FAC-MAYOR.
           PERFORM 049-8-1-1-COMPARA-METODO
                   VARYING WS-FAC-M FROM 2 BY 1
                   UNTIL WS-FAC-M > 6.
           MOVE WS-FAC-MET-SAT(WS-FAC-MAYOR * 2 - 1:2)
                   TO WS-FE-FORMA-PAGO.
           IF WS-FE-FORMA-PAGO = "99"
                   MOVE "PPD" TO WS-FE-METODO-PAGO
           ELSE
                   MOVE "PUE" TO WS-FE-METODO-PAGO
           END-IF.

       049-8-1-1-COMPARA-METODO.
           IF WS-FAC-MET-IMPORTE(WS-FAC-M)
                   > WS-FAC-MET-IMPORTE(WS-FAC-MAYOR)
                   MOVE WS-FAC-M TO WS-FAC-MAYOR
           END-IF.

       049-8-2-ABRE-FACTURA.
           MOVE WS-FAC-FOLIO TO WS-FAC-FOLIO-ARCH.
           ACCEPT WS-FAC-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-FAC-HORA FROM TIME.
           MOVE WS-FAC-SERIE TO WS-FE-SERIE.
           MOVE WS-FAC-FOLIO TO WS-FE-FOLIO.
           MOVE WS-FAC-HOY TO WS-FE-FECHA.
           MOVE WS-FAC-HORA(1:6) TO WS-FE-HORA.
           OPEN OUTPUT F-FACTURA.
           MOVE WS-FAC-ENCABEZADO TO FAC-LINEA.
           WRITE FAC-LINEA.
           MOVE WS-FAC-RECEPTOR TO FAC-LINEA.
           WRITE FAC-LINEA.

      *TOTALES, CIERRE DEL ARCHIVO Y RENGLON EN EL REGISTRO DE
      *FACTURAS EMITIDAS
       049-8-3-CIERRA-FACTURA.
           MOVE WS-FAC-SUBTOTAL TO WS-FTO-SUBTOTAL.
           MOVE WS-FAC-IVA TO WS-FTO-IVA.
           COMPUTE WS-FTO-TOTAL = WS-FAC-SUBTOTAL + WS-FAC-IVA.
           MOVE WS-FAC-CONCEPTOS TO WS-FTO-CONCEPTOS.
           MOVE WS-FAC-TOTALES TO FAC-LINEA.
           WRITE FAC-LINEA.
           CLOSE F-FACTURA.
           MOVE WS-FAC-SERIE TO WS-FRG-SERIE.
           MOVE WS-FAC-FOLIO TO WS-FRG-FOLIO.
           MOVE WS-FAC-HOY TO WS-FRG-FECHA.
           MOVE WS-FRC-RFC TO WS-FRG-RFC.
           MOVE WS-FTO-SUBTOTAL TO WS-FRG-SUBTOTAL.
           MOVE WS-FTO-IVA TO WS-FRG-IVA.
           MOVE WS-FTO-TOTAL TO WS-FRG-TOTAL.
           MOVE WS-FAC-TICKETS TO WS-FRG-TICKETS.
           MOVE WS-FE-FORMA-PAGO TO WS-FRG-FORMA-PAGO.
           OPEN EXTEND F-FACTURAS-REG.
           MOVE WS-FAC-REGISTRO TO FRG-LINEA.
           WRITE FRG-LINEA.
           CLOSE F-FACTURAS-REG.
           MOVE WS-FTO-TOTAL TO WS-FAC-IMPORTE-FMT.
           DISPLAY "Factura " WS-FAC-SERIE "-" WS-FAC-FOLIO
                   " generada en " WS-NOMBRE-FACTURA.
           DISPLAY "Conceptos: " WS-FAC-CONCEPTOS
                   "  Total: " WS-FAC-IMPORTE-FMT
                   "  Forma de pago: " WS-FE-FORMA-PAGO " "
                   WS-FE-METODO-PAGO.

      *IMPORTE (IVA INCLUIDO) E IVA DEL RENGLON DE VENTA LEIDO; LOS
      *RENGLONES VIEJOS SIN CAMPO DE IVA TRAEN ESPACIOS Y VAN A
      *TASA CERO
       049-9-IMPORTE-RENGLON.
           COMPUTE WS-FAC-IMP-RENG = VTA-CANTIDAD * VTA-PRECIO.
           IF VTA-IVA NUMERIC
                   MOVE VTA-IVA TO WS-FAC-IVA-RENG
           ELSE
                   MOVE ZERO TO WS-FAC-IVA-RENG
           END-IF.
           COMPUTE WS-FAC-BASE-RENG =
                   WS-FAC-IMP-RENG - WS-FAC-IVA-RENG.

      *TASA DE IVA QUE CORRESPONDE A UNA BASE Y SU IVA, REDONDEADA
      *A LA TASA DEL CATALOGO MAS CERCANA (1 = 16, 2 = 8, 3 = 0)
       049-9-TASA-RENGLON.
           MOVE ZERO TO WS-FAC-TASA-PCT.
           IF WS-FAC-BASE-RENG > ZERO AND WS-FAC-IVA-RENG > ZERO
                   COMPUTE WS-FAC-TASA-PCT ROUNDED =
                           WS-FAC-IVA-RENG * 100 / WS-FAC-BASE-RENG
           END-IF.
           IF WS-FAC-TASA-PCT > 11
                   MOVE 1 TO WS-FAC-TASA-IDX
           ELSE
           IF WS-FAC-TASA-PCT > 3
                   MOVE 2 TO WS-FAC-TASA-IDX
           ELSE
                   MOVE 3 TO WS-FAC-TASA-IDX.

       049-9-1-BUSCA-TICKET.
           MOVE "N" TO WS-FC-HALLADO.
           MOVE 1 TO WS-FC-IDX.
           PERFORM 049-9-1-1-COMPARA-TICKET
                   UNTIL WS-FC-HALLADO = "S"
                   OR WS-FC-IDX > WS-FC-USADOS.

       049-9-1-1-COMPARA-TICKET.
           IF WS-FC-TRANS(WS-FC-IDX) = WS-FAC-TRANS
                   MOVE "S" TO WS-FC-HALLADO
           ELSE
                   ADD 1 TO WS-FC-IDX
           END-IF.

      *SUMA EL IMPORTE DEL RENGLON AL METODO DE PAGO CON QUE SE
      *COBRO (LOS RENGLONES VIEJOS SIN METODO CUENTAN COMO EFECTIVO)
       049-9-2-SUMA-METODO.
           MOVE 1 TO WS-FAC-MAYOR.
           PERFORM 049-9-2-1-BUSCA-METODO
                   VARYING WS-FAC-M FROM 1 BY 1
                   UNTIL WS-FAC-M > 6.
           ADD WS-FAC-IMP-RENG TO WS-FAC-MET-IMPORTE(WS-FAC-MAYOR).

       049-9-2-1-BUSCA-METODO.
           IF WS-FAC-MET-CLAVES(WS-FAC-M:1) = VTA-METODO
                   MOVE WS-FAC-M TO WS-FAC-MAYOR
           END-IF.

      *FACTURA GLOBAL DEL MES A PUBLICO EN GENERAL: AMPARA TODAS
      *LAS VENTAS DEL MES AUN SIN FACTURAR, UN CONCEPTO POR TICKET
      *Y TASA; LAS VENTAS A CREDITO SE QUEDAN PARA FACTURARSE AL
      *CLIENTE. SE EMITE YA TERMINADO EL MES
       049-10-FACTURA-GLOBAL.
           ACCEPT WS-FAC-HOY FROM DATE YYYYMMDD.
           MOVE WS-FAC-HOY(1:4) TO WS-FAC-ANIO-N.
           MOVE WS-FAC-HOY(5:2) TO WS-FAC-MES-N.
           IF WS-FAC-MES-N = 1
                   SUBTRACT 1 FROM WS-FAC-ANIO-N
                   MOVE 12 TO WS-FAC-MES-N
           ELSE
                   SUBTRACT 1 FROM WS-FAC-MES-N
           END-IF.
           DISPLAY "Mes a facturar (AAAAMM, ENTER = "
                   WS-FAC-ANIO-N WS-FAC-MES-N "): ".
           MOVE SPACES TO WS-FAC-MES.
           ACCEPT WS-FAC-MES.
           IF WS-FAC-MES = SPACES
                   MOVE WS-FAC-ANIO-N TO WS-FAC-MES(1:4)
                   MOVE WS-FAC-MES-N TO WS-FAC-MES(5:2)
           END-IF.
           IF WS-FAC-MES NOT NUMERIC
           OR WS-FAC-MES(5:2) < "01" OR WS-FAC-MES(5:2) > "12"
                   DISPLAY "Mes invalido."
           ELSE
           IF WS-FAC-MES NOT < WS-FAC-HOY(1:6)
                   DISPLAY "El mes aun no termina; la factura global "
                           "se emite con el mes ya cerrado."
           ELSE
                   PERFORM 049-11-GLOBAL-DEL-MES.

       049-11-GLOBAL-DEL-MES.
           MOVE WS-FAC-MES TO WS-FAC-DESDE.
           MOVE "01" TO WS-FAC-DESDE(7:2).
           MOVE WS-FAC-MES TO WS-FAC-HASTA.
           MOVE "31" TO WS-FAC-HASTA(7:2).
           DISPLAY "Codigo postal del lugar de expedicion: ".
           MOVE SPACES TO WS-FAC-LUGAR.
           ACCEPT WS-FAC-LUGAR.
           IF WS-FAC-LUGAR NOT NUMERIC
                   DISPLAY "Codigo postal invalido, son 5 digitos."
           ELSE
                   PERFORM 049-12-JUNTA-DEVOLUCIONES
                   IF WS-FAC-CREDITO > ZERO
                           DISPLAY WS-FAC-CREDITO " renglon(es) a "
                                   "credito sin factura: se facturan "
                                   "a su cliente."
                   END-IF
                   IF WS-FAC-ELEGIBLES = ZERO
                           DISPLAY "No hay ventas de mostrador sin "
                                   "facturar en el mes."
                   ELSE
                           PERFORM 049-14-EMITE-GLOBAL
                   END-IF
           END-IF.

      *PRIMERA PASADA: DEVOLUCIONES SIN FACTURAR DEL MES, CUANTOS
      *RENGLONES DE VENTA ENTRAN A LA GLOBAL Y SU METODO DE PAGO
       049-12-JUNTA-DEVOLUCIONES.
           MOVE ZERO TO WS-FGD-USADOS.
           MOVE ZERO TO WS-FAC-ELEGIBLES.
           MOVE ZERO TO WS-FAC-CREDITO.
           MOVE "N" TO WS-FAC-DESBORDE.
           INITIALIZE WS-FAC-MET-TABLA.
           OPEN INPUT F-VENTAS.
           IF WS-VTA-STATUS = "00"
                   MOVE "N" TO WS-FAC-FIN
                   MOVE LOW-VALUES TO VTA-LLAVE
                   MOVE WS-FAC-DESDE TO VTA-FECHA
                   START F-VENTAS KEY IS NOT LESS THAN VTA-LLAVE
                           INVALID KEY MOVE "S" TO WS-FAC-FIN
                   END-START
                   PERFORM 049-13-LEE-DEL-MES
                           UNTIL WS-FAC-FIN = "S"
           END-IF.
           CLOSE F-VENTAS.
           IF WS-FAC-DESBORDE = "S"
                   DISPLAY "AVISO: mas de 300 devoluciones en el "
                           "mes; las que no cupieron quedan para "
                           "nota de credito."
           END-IF.

       049-13-LEE-DEL-MES.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-FAC-FIN
                   NOT AT END
                           IF VTA-FECHA > WS-FAC-HASTA
                                   MOVE "S" TO WS-FAC-FIN
                           ELSE
                           IF VTA-FACTURA NUMERIC
                           AND VTA-FACTURA NOT = ZERO
                                   CONTINUE
                           ELSE
                                   PERFORM 049-13-1-CLASIFICA
                           END-IF
                           END-IF
           END-READ.

       049-13-1-CLASIFICA.
           PERFORM 049-9-IMPORTE-RENGLON.
           IF VTA-TIPO = "D"
                   IF WS-FGD-USADOS < 300
                           ADD 1 TO WS-FGD-USADOS
                           MOVE WS-FGD-USADOS TO WS-FGD-IDX
                           MOVE VTA-LLAVE TO WS-FGD-LLAVE(WS-FGD-IDX)
                           MOVE VTA-TRANS TO WS-FGD-TRANS(WS-FGD-IDX)
                           MOVE WS-FAC-IMP-RENG
                                   TO WS-FGD-IMPORTE(WS-FGD-IDX)
                           MOVE WS-FAC-IVA-RENG
                                   TO WS-FGD-IVA(WS-FGD-IDX)
                           PERFORM 049-9-TASA-RENGLON
                           MOVE WS-FAC-TASA-IDX
                                   TO WS-FGD-TASA-IDX(WS-FGD-IDX)
                           MOVE "N" TO WS-FGD-USADA(WS-FGD-IDX)
                   ELSE
                           MOVE "S" TO WS-FAC-DESBORDE
                   END-IF
           ELSE
           IF VTA-METODO = "C"
                   ADD 1 TO WS-FAC-CREDITO
           ELSE
                   ADD 1 TO WS-FAC-ELEGIBLES
                   PERFORM 049-9-2-SUMA-METODO
           END-IF
           END-IF.

      *SEGUNDA PASADA: CADA TICKET DEL MES SIN FACTURAR SE VUELVE
      *UNO O MAS CONCEPTOS (UNO POR TASA) Y SUS RENGLONES QUEDAN
      *MARCADOS CON EL FOLIO DE LA GLOBAL
       049-14-EMITE-GLOBAL.
           PERFORM 049-8-SIGUIENTE-FOLIO.
           MOVE "G" TO WS-FAC-SERIE.
           PERFORM 049-8-1-FORMA-PAGO.
           MOVE WS-FAC-LUGAR TO WS-FE-LUGAR.
           MOVE "XAXX010101000" TO WS-FRC-RFC.
           MOVE "PUBLICO EN GENERAL" TO WS-FRC-NOMBRE.
           MOVE "616" TO WS-FRC-REGIMEN.
           MOVE WS-FAC-LUGAR TO WS-FRC-CP.
           MOVE "S01" TO WS-FRC-USO.
           PERFORM 049-8-2-ABRE-FACTURA.
           MOVE WS-FAC-MES(5:2) TO WS-FIG-MES.
           MOVE WS-FAC-MES(1:4) TO WS-FIG-ANIO.
           MOVE WS-FAC-INFO-GLOBAL TO FAC-LINEA.
           WRITE FAC-LINEA.
           MOVE ZERO TO WS-FAC-SUBTOTAL.
           MOVE ZERO TO WS-FAC-IVA.
           MOVE ZERO TO WS-FAC-CONCEPTOS.
           MOVE ZERO TO WS-FAC-TICKETS.
           MOVE "N" TO WS-FG-HAY-TICKET.
           OPEN I-O F-VENTAS.
           MOVE "N" TO WS-FAC-FIN.
           MOVE LOW-VALUES TO VTA-LLAVE.
           MOVE WS-FAC-DESDE TO VTA-FECHA.
           START F-VENTAS KEY IS NOT LESS THAN VTA-LLAVE
                   INVALID KEY MOVE "S" TO WS-FAC-FIN
           END-START.
           PERFORM 049-15-GLOBAL-RENGLON
                   UNTIL WS-FAC-FIN = "S".
           IF WS-FG-HAY-TICKET = "S"
                   PERFORM 049-16-CIERRA-TICKET
           END-IF.
           PERFORM 049-18-MARCA-DEVOLUCION
                   VARYING WS-FGD-IDX FROM 1 BY 1
                   UNTIL WS-FGD-IDX > WS-FGD-USADOS.
           CLOSE F-VENTAS.
           MOVE ZERO TO WS-FRG-CLIENTE.
           PERFORM 049-8-3-CIERRA-FACTURA.
           DISPLAY "Tickets amparados: " WS-FAC-TICKETS.

       049-15-GLOBAL-RENGLON.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-FAC-FIN
                   NOT AT END
                           IF VTA-FECHA > WS-FAC-HASTA
                                   MOVE "S" TO WS-FAC-FIN
                           ELSE
                           IF VTA-FACTURA NUMERIC
                           AND VTA-FACTURA NOT = ZERO
                                   CONTINUE
                           ELSE
                           IF VTA-TIPO NOT = "D"
                           AND VTA-METODO NOT = "C"
                                   PERFORM 049-15-1-AMPARA-RENGLON
                           END-IF
                           END-IF
                           END-IF
           END-READ.

       049-15-1-AMPARA-RENGLON.
           IF WS-FG-HAY-TICKET = "S"
           AND VTA-TRANS NOT = WS-FG-TRANS-ACT
                   PERFORM 049-16-CIERRA-TICKET
           END-IF.
           IF WS-FG-HAY-TICKET = "N"
                   INITIALIZE WS-FG-TICKET
                   MOVE VTA-TRANS TO WS-FG-TRANS-ACT
                   MOVE "S" TO WS-FG-HAY-TICKET
           END-IF.
           PERFORM 049-9-IMPORTE-RENGLON.
           PERFORM 049-9-TASA-RENGLON.
           ADD WS-FAC-IMP-RENG TO WS-FGT-IMPORTE(WS-FAC-TASA-IDX).
           ADD WS-FAC-IVA-RENG TO WS-FGT-IVA(WS-FAC-TASA-IDX).
           MOVE WS-FAC-FOLIO TO VTA-FACTURA.
           REWRITE VTA-REGISTRO
                   INVALID KEY
                           DISPLAY "Error al marcar el renglon "
                                   VTA-LLAVE
           END-REWRITE.

      *AL CAMBIAR DE TICKET SE LE RESTAN SUS DEVOLUCIONES DEL MES Y
      *SALE UN CONCEPTO POR CADA TASA CON IMPORTE
       049-16-CIERRA-TICKET.
           PERFORM 049-17-APLICA-DEVOLUCION
                   VARYING WS-FGD-IDX FROM 1 BY 1
                   UNTIL WS-FGD-IDX > WS-FGD-USADOS.
           PERFORM 049-16-1-CONCEPTO-GLOBAL
                   VARYING WS-FAC-TASA-IDX FROM 1 BY 1
                   UNTIL WS-FAC-TASA-IDX > 3.
           ADD 1 TO WS-FAC-TICKETS.
           MOVE "N" TO WS-FG-HAY-TICKET.

       049-16-1-CONCEPTO-GLOBAL.
           IF WS-FGT-IMPORTE(WS-FAC-TASA-IDX) > ZERO
                   COMPUTE WS-FAC-BASE-RENG =
                           WS-FGT-IMPORTE(WS-FAC-TASA-IDX)
                           - WS-FGT-IVA(WS-FAC-TASA-IDX)
                   MOVE WS-FGT-IVA(WS-FAC-TASA-IDX)
                           TO WS-FAC-IVA-RENG
                   MOVE "01010101" TO WS-FCO-CLAVE-SAT
                   MOVE WS-FG-TRANS-ACT TO WS-FCO-IDENT
                   MOVE 1 TO WS-FCO-CANTIDAD
                   MOVE "ACT" TO WS-FCO-UNIDAD
                   MOVE "VENTA" TO WS-FCO-DESCRIPCION
                   MOVE WS-FAC-BASE-RENG TO WS-FCO-UNITARIO
                   PERFORM 049-7-1-GRABA-CONCEPTO
           END-IF.

       049-17-APLICA-DEVOLUCION.
           IF WS-FGD-TRANS(WS-FGD-IDX) = WS-FG-TRANS-ACT
           AND WS-FGD-USADA(WS-FGD-IDX) = "N"
                   SUBTRACT WS-FGD-IMPORTE(WS-FGD-IDX) FROM
                           WS-FGT-IMPORTE(WS-FGD-TASA-IDX(WS-FGD-IDX))
                   SUBTRACT WS-FGD-IVA(WS-FGD-IDX) FROM
                           WS-FGT-IVA(WS-FGD-TASA-IDX(WS-FGD-IDX))
                   MOVE "S" TO WS-FGD-USADA(WS-FGD-IDX)
           END-IF.

      *LAS DEVOLUCIONES QUE NETEARON UN TICKET DE LA GLOBAL SE
      *MARCAN CON SU FOLIO; LAS DEMAS SON DE TICKETS YA FACTURADOS O
      *DE OTRO MES Y SE AVISAN PARA SU NOTA DE CREDITO
       049-18-MARCA-DEVOLUCION.
           IF WS-FGD-USADA(WS-FGD-IDX) = "S"
                   MOVE WS-FGD-LLAVE(WS-FGD-IDX) TO VTA-LLAVE
                   READ F-VENTAS
                           INVALID KEY
                                   DISPLAY "No se pudo releer la "
                                           "devolucion " VTA-LLAVE
                           NOT INVALID KEY
                                   MOVE WS-FAC-FOLIO TO VTA-FACTURA
                                   REWRITE VTA-REGISTRO
                                           INVALID KEY
                                           DISPLAY "Error al marcar "
                                                   "la devolucion "
                                                   VTA-LLAVE
                                   END-REWRITE
                   END-READ
           ELSE
                   MOVE WS-FGD-IMPORTE(WS-FGD-IDX)
                           TO WS-FAC-IMPORTE-FMT
                   DISPLAY "Devolucion de la transaccion "
                           WS-FGD-TRANS(WS-FGD-IDX) " por "
                           WS-FAC-IMPORTE-FMT
                           ": requiere nota de credito."
           END-IF.

      *COTIZACIONES CON VIGENCIA: SE ARMAN A PRECIO DEL DIA (CON LA
      *PROMOCION QUE ESTE ACTIVA), SE IMPRIMEN COMO EL TICKET Y,
      *DENTRO DE SU VIGENCIA, LA CAJA LAS CONVIERTE EN VENTA
       050-COTIZACIONES.
           DISPLAY "N - Nueva cotizacion, I - Imprimir de nuevo, "
                   "R - Reporte de conversion: ".
           MOVE SPACES TO WS-CZ-OPCION.
           ACCEPT WS-CZ-OPCION.
           IF WS-CZ-OPCION = "N" OR WS-CZ-OPCION = "n"
                   PERFORM 050-1-NUEVA-COTIZACION
           ELSE
           IF WS-CZ-OPCION = "I" OR WS-CZ-OPCION = "i"
                   DISPLAY "Folio de la cotizacion: "
                   MOVE ZERO TO WS-CZ-FOLIO
                   ACCEPT WS-CZ-FOLIO
                   PERFORM 050-4-IMPRIME-COTIZACION
           ELSE
           IF WS-CZ-OPCION = "R" OR WS-CZ-OPCION = "r"
                   PERFORM 050-3-REPORTE-COTIZACIONES
           ELSE
                   DISPLAY "Opcion invalida.".

      *LA COTIZACION SE HACE A NOMBRE DE UN CLIENTE DEL MAESTRO,
      *QUE ES QUIEN DESPUES LA TRAE A CAJA
       050-1-NUEVA-COTIZACION.
           PERFORM 012-4-CAPTURA-CLIENTE.
           IF WS-CLIENTE-ACTUAL = ZERO
                   DISPLAY "La cotizacion requiere un cliente "
                           "registrado."
           ELSE
                   PERFORM 050-1-1-ARMA-COTIZACION
           END-IF.

       050-1-1-ARMA-COTIZACION.
           DISPLAY "Dias de vigencia (ENTER = 15): ".
           MOVE ZERO TO WS-CZ-DIAS.
           ACCEPT WS-CZ-DIAS.
           IF WS-CZ-DIAS = ZERO
                   MOVE 15 TO WS-CZ-DIAS
           END-IF.
           ACCEPT WS-CZ-HOY FROM DATE YYYYMMDD.
           MOVE "A" TO WS-FU-OPERACION.
           MOVE WS-CZ-HOY TO WS-FU-FECHA-1.
           MOVE WS-CZ-DIAS TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION
                   WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO WS-CZ-VENCE.
           OPEN I-O F-COTIZA.
           IF WS-CZ-STATUS = "35"
                   OPEN OUTPUT F-COTIZA
                   CLOSE F-COTIZA
                   OPEN I-O F-COTIZA
           END-IF.
           PERFORM 050-8-SIGUIENTE-FOLIO.
           MOVE ZERO TO WS-CZ-LINEAS.
           MOVE "S" TO WS-CZ-OTRA.
           PERFORM 050-1-2-LINEA-COTIZACION
                   UNTIL WS-CZ-OTRA = "N".
           IF WS-CZ-LINEAS = ZERO
                   DISPLAY "Cotizacion sin renglones, no se graba."
           ELSE
                   MOVE WS-CZ-FOLIO TO CZ-FOLIO
                   MOVE ZERO TO CZ-RENGLON
                   MOVE SPACES TO CZ-DATOS
                   MOVE WS-CLIENTE-ACTUAL TO CZ-CLIENTE
                   MOVE WS-CZ-HOY TO CZ-FECHA
                   MOVE WS-CZ-VENCE TO CZ-VENCE
                   MOVE WS-OPERADOR TO CZ-VENDEDOR
                   MOVE "A" TO CZ-ESTADO
                   MOVE ZERO TO CZ-TRANS
                   MOVE SPACES TO CZ-FECHA-CONV
                   WRITE CZ-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al grabar la "
                                       "cotizacion " WS-CZ-FOLIO
                   END-WRITE
           END-IF.
           CLOSE F-COTIZA.
           IF WS-CZ-LINEAS NOT = ZERO
                   DISPLAY "Cotizacion " WS-CZ-FOLIO " vigente "
                           "hasta " WS-CZ-VENCE
                   PERFORM 050-4-IMPRIME-COTIZACION
           END-IF.

       050-1-2-LINEA-COTIZACION.
           DISPLAY "ID del producto cotizado (0 = terminar): ".
           ACCEPT WS-ID-BUSQUEDA.
           IF WS-ID-BUSQUEDA = ZERO
                   MOVE "N" TO WS-CZ-OTRA
           ELSE
                   MOVE WS-ID-BUSQUEDA TO RP-ID
                   READ F-ARCHIVO
                           INVALID KEY
                               DISPLAY "Error: no existe un "
                                       "producto con ese ID."
                           NOT INVALID KEY
                               PERFORM 050-1-3-CAPTURA-RENGLON
                   END-READ
           END-IF.

      *EL PRECIO QUEDA FIJO AL DEL DIA (CON PROMOCION SI APLICA);
      *LA EXISTENCIA SOLO SE AVISA, SE VERIFICA AL CONVERTIR
       050-1-3-CAPTURA-RENGLON.
           PERFORM 038-1-CHECA-PROMO.
           DISPLAY RP-NOMBRE(1:30) " precio: " WS-PRECIO-VENTA.
           IF WS-PROMO-ACTIVA = "S"
                   DISPLAY "Precio de promocion, lista: " RP-PRECIO
           END-IF.
           DISPLAY "Cantidad cotizada: ".
           MOVE ZERO TO WS-CZ-CANTIDAD.
           ACCEPT WS-CZ-CANTIDAD.
           IF WS-CZ-CANTIDAD = ZERO
                   DISPLAY "Renglon omitido."
           ELSE
                   PERFORM 012-8-EXISTENCIA-LIBRE
                   IF WS-CZ-CANTIDAD > WS-DISPONIBLE
                           DISPLAY "Aviso: hoy solo hay "
                                   WS-DISPONIBLE " disponibles."
                   END-IF
                   ADD 1 TO WS-CZ-LINEAS
                   MOVE WS-CZ-FOLIO TO CZ-FOLIO
                   MOVE WS-CZ-LINEAS TO CZ-RENGLON
                   MOVE SPACES TO CZ-DATOS
                   MOVE RP-ID TO CZ-ID
                   MOVE WS-CZ-CANTIDAD TO CZ-CANTIDAD
                   MOVE WS-PRECIO-VENTA TO CZ-PRECIO
                   MOVE WS-PROMO-ACTIVA TO CZ-PROMO
                   WRITE CZ-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al grabar el renglon "
                                       "de la cotizacion."
                               SUBTRACT 1 FROM WS-CZ-LINEAS
                   END-WRITE
           END-IF.

      *REPORTE DE COTIZACIONES: CADA UNA CON SU ESTADO (ABIERTA,
      *VENCIDA O CONVERTIDA) Y AL FINAL LA TASA DE CONVERSION POR
      *VENDEDOR
       050-3-REPORTE-COTIZACIONES.
           DISPLAY "Cotizaciones desde (AAAAMMDD, ENTER = todas): ".
           MOVE SPACES TO WS-CZ-DESDE.
           ACCEPT WS-CZ-DESDE.
           ACCEPT WS-CZ-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CZV-USADOS.
           MOVE ZERO TO WS-CZ-TOT-COTIZADAS.
           MOVE ZERO TO WS-CZ-TOT-CONVERTIDAS.
           OPEN INPUT F-COTIZA.
           IF WS-CZ-STATUS NOT = "00"
                   DISPLAY "Aun no hay cotizaciones registradas."
           ELSE
                   DISPLAY "FOLIO  FECHA    CLIENTE VENDEDOR "
                           "VENCE    ESTADO     VENTA"
                   MOVE ZERO TO CZ-FOLIO
                   MOVE ZERO TO CZ-RENGLON
                   MOVE "N" TO WS-CZ-FIN
                   START F-COTIZA KEY IS NOT LESS THAN CZ-LLAVE
                           INVALID KEY MOVE "S" TO WS-CZ-FIN
                   END-START
                   PERFORM 050-3-1-LEE-COTIZACION
                           UNTIL WS-CZ-FIN = "S"
                   DISPLAY "CONVERSION POR VENDEDOR"
                   DISPLAY "VENDEDOR COTIZ. CONVER. VENCID. "
                           "ABIERT.  TASA %"
                   PERFORM 050-3-4-MUESTRA-VENDEDOR
                           VARYING WS-CZV-IDX FROM 1 BY 1
                           UNTIL WS-CZV-IDX > WS-CZV-USADOS
                   IF WS-CZ-TOT-COTIZADAS > ZERO
                           COMPUTE WS-CZ-TASA ROUNDED =
                                   WS-CZ-TOT-CONVERTIDAS * 100
                                   / WS-CZ-TOT-COTIZADAS
                   ELSE
                           MOVE ZERO TO WS-CZ-TASA
                   END-IF
                   MOVE WS-CZ-TASA TO WS-CZ-TASA-FMT
                   DISPLAY "TOTAL: " WS-CZ-TOT-COTIZADAS
                           " cotizaciones, " WS-CZ-TOT-CONVERTIDAS
                           " convertidas, tasa " WS-CZ-TASA-FMT "%"
           END-IF.
           CLOSE F-COTIZA.

       050-3-1-LEE-COTIZACION.
           READ F-COTIZA NEXT RECORD
                   AT END MOVE "S" TO WS-CZ-FIN
                   NOT AT END
                           IF CZ-RENGLON = ZERO
                           AND (WS-CZ-DESDE = SPACES
                                OR CZ-FECHA NOT < WS-CZ-DESDE)
                                   PERFORM 050-3-2-CLASIFICA
                           END-IF
           END-READ.

       050-3-2-CLASIFICA.
           PERFORM 050-3-3-BUSCA-VENDEDOR.
           ADD 1 TO WS-CZV-COTIZADAS(WS-CZV-IDX).
           ADD 1 TO WS-CZ-TOT-COTIZADAS.
           IF CZ-ESTADO = "C"
                   MOVE "CONVERTIDA" TO WS-CZ-ESTADO-TXT
                   ADD 1 TO WS-CZV-CONVERTIDAS(WS-CZV-IDX)
                   ADD 1 TO WS-CZ-TOT-CONVERTIDAS
           ELSE
           IF CZ-VENCE < WS-CZ-HOY
                   MOVE "VENCIDA" TO WS-CZ-ESTADO-TXT
                   ADD 1 TO WS-CZV-VENCIDAS(WS-CZV-IDX)
           ELSE
                   MOVE "ABIERTA" TO WS-CZ-ESTADO-TXT
                   ADD 1 TO WS-CZV-ABIERTAS(WS-CZV-IDX).
           IF CZ-ESTADO = "C"
                   DISPLAY CZ-FOLIO " " CZ-FECHA " " CZ-CLIENTE " "
                           CZ-VENDEDOR " " CZ-VENCE " "
                           WS-CZ-ESTADO-TXT " " CZ-TRANS
           ELSE
                   DISPLAY CZ-FOLIO " " CZ-FECHA " " CZ-CLIENTE " "
                           CZ-VENDEDOR " " CZ-VENCE " "
                           WS-CZ-ESTADO-TXT
           END-IF.

      *UN RENGLON POR VENDEDOR; SI SE LLENA LA TABLA, EL ULTIMO
      *RENGLON JUNTA A LOS QUE YA NO CUPIERON
       050-3-3-BUSCA-VENDEDOR.
           MOVE "N" TO WS-CZV-HALLADO.
           PERFORM 050-3-3-1-COMPARA-VENDEDOR
                   VARYING WS-CZV-IDX FROM 1 BY 1
                   UNTIL WS-CZV-IDX > WS-CZV-USADOS
                   OR WS-CZV-HALLADO = "S".
           IF WS-CZV-HALLADO = "S"
                   SUBTRACT 1 FROM WS-CZV-IDX
           ELSE
           IF WS-CZV-USADOS < 50
                   ADD 1 TO WS-CZV-USADOS
                   MOVE WS-CZV-USADOS TO WS-CZV-IDX
                   MOVE CZ-VENDEDOR TO WS-CZV-VENDEDOR(WS-CZV-IDX)
                   MOVE ZERO TO WS-CZV-COTIZADAS(WS-CZV-IDX)
                   MOVE ZERO TO WS-CZV-CONVERTIDAS(WS-CZV-IDX)
                   MOVE ZERO TO WS-CZV-VENCIDAS(WS-CZV-IDX)
                   MOVE ZERO TO WS-CZV-ABIERTAS(WS-CZV-IDX)
           ELSE
                   MOVE 50 TO WS-CZV-IDX
                   MOVE "OTROS" TO WS-CZV-VENDEDOR(WS-CZV-IDX).

       050-3-3-1-COMPARA-VENDEDOR.
           IF WS-CZV-VENDEDOR(WS-CZV-IDX) = CZ-VENDEDOR
                   MOVE "S" TO WS-CZV-HALLADO
           END-IF.

       050-3-4-MUESTRA-VENDEDOR.
           IF WS-CZV-COTIZADAS(WS-CZV-IDX) > ZERO
                   COMPUTE WS-CZ-TASA ROUNDED =
                           WS-CZV-CONVERTIDAS(WS-CZV-IDX) * 100
                           / WS-CZV-COTIZADAS(WS-CZV-IDX)
           ELSE
                   MOVE ZERO TO WS-CZ-TASA
           END-IF.
           MOVE WS-CZ-TASA TO WS-CZ-TASA-FMT.
           DISPLAY WS-CZV-VENDEDOR(WS-CZV-IDX) " "
                   WS-CZV-COTIZADAS(WS-CZV-IDX) "   "
                   WS-CZV-CONVERTIDAS(WS-CZV-IDX) "   "
                   WS-CZV-VENCIDAS(WS-CZV-IDX) "   "
                   WS-CZV-ABIERTAS(WS-CZV-IDX) "   "
                   WS-CZ-TASA-FMT.

      *IMPRESION DE LA COTIZACION CON EL ENCABEZADO DEL TICKET; EL
      *ENCABEZADO DE LA COTIZACION SE GUARDA ANTES DE RECORRER LOS
      *RENGLONES PORQUE COMPARTEN EL AREA DE REGISTRO
       050-4-IMPRIME-COTIZACION.
           OPEN INPUT F-COTIZA.
           MOVE WS-CZ-FOLIO TO CZ-FOLIO.
           MOVE ZERO TO CZ-RENGLON.
           READ F-COTIZA
                   INVALID KEY
                       DISPLAY "No existe la cotizacion " WS-CZ-FOLIO
                   NOT INVALID KEY
                       PERFORM 050-4-1-ARMA-IMPRESION
           END-READ.
           CLOSE F-COTIZA.

       050-4-1-ARMA-IMPRESION.
           MOVE CZ-CLIENTE TO WS-CZ-CLIENTE.
           MOVE CZ-FECHA TO WS-CZ-FECHA.
           MOVE CZ-VENCE TO WS-CZ-VENCE.
           MOVE CZ-VENDEDOR TO WS-CZ-VENDEDOR.
           MOVE ZERO TO WS-CZ-TOTAL.
           MOVE ZERO TO WS-CZ-IVA.
           OPEN OUTPUT F-COTIZA-IMP.
           MOVE "COTIZACION" TO WS-ETK-TITULO.
           MOVE WS-CZ-FECHA(1:4) TO WS-ETK-ANO.
           MOVE WS-CZ-FECHA(5:2) TO WS-ETK-MES.
           MOVE WS-CZ-FECHA(7:2) TO WS-ETK-DIA.
           MOVE WS-ENCABEZADO-TICKET TO CZI-LINEA.
           WRITE CZI-LINEA.
           MOVE "TICKET DE VENTA" TO WS-ETK-TITULO.
           MOVE SPACES TO CZI-LINEA.
           STRING "FOLIO " DELIMITED BY SIZE
                   WS-CZ-FOLIO DELIMITED BY SIZE
                   "   VENDEDOR " DELIMITED BY SIZE
                   WS-CZ-VENDEDOR DELIMITED BY SIZE
                   INTO CZI-LINEA.
           WRITE CZI-LINEA.
           MOVE WS-CZ-CLIENTE TO CL-ID.
           MOVE SPACES TO CL-NOMBRE.
           MOVE SPACES TO CL-APELLIDOS.
           IF WS-CL-DISPONIBLE = "S"
                   READ F-CLIENTES
                           INVALID KEY CONTINUE
                   END-READ
           END-IF.
           MOVE SPACES TO CZI-LINEA.
           STRING "CLIENTE " DELIMITED BY SIZE
                   WS-CZ-CLIENTE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CL-NOMBRE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   CL-APELLIDOS DELIMITED BY "  "
                   INTO CZI-LINEA.
           WRITE CZI-LINEA.
           MOVE SPACES TO CZI-LINEA.
           STRING "VIGENTE HASTA " DELIMITED BY SIZE
                   WS-CZ-VENCE DELIMITED BY SIZE
                   INTO CZI-LINEA.
           WRITE CZI-LINEA.
           MOVE "N" TO WS-CZ-FIN.
           MOVE 1 TO CZ-RENGLON.
           START F-COTIZA KEY IS NOT LESS THAN CZ-LLAVE
                   INVALID KEY MOVE "S" TO WS-CZ-FIN
           END-START.
           PERFORM 050-4-2-IMPRIME-RENGLON
                   UNTIL WS-CZ-FIN = "S".
           COMPUTE WS-CZ-IMPORTE = WS-CZ-TOTAL - WS-CZ-IVA.
           MOVE WS-CZ-IMPORTE TO WS-CZ-IMPORTE-FMT.
           MOVE SPACES TO CZI-LINEA.
           STRING "SUBTOTAL: " DELIMITED BY SIZE
                   WS-CZ-IMPORTE-FMT DELIMITED BY SIZE
                   INTO CZI-LINEA.
           WRITE CZI-LINEA.
           MOVE WS-CZ-IVA TO WS-CZ-IMPORTE-FMT.
           MOVE SPACES TO CZI-LINEA.
           STRING "IVA:      " DELIMITED BY SIZE
                   WS-CZ-IMPORTE-FMT DELIMITED BY SIZE
                   INTO CZI-LINEA.
           WRITE CZI-LINEA.
           MOVE WS-CZ-TOTAL TO WS-CZ-IMPORTE-FMT.
           MOVE SPACES TO CZI-LINEA.
           STRING "TOTAL: " DELIMITED BY SIZE
                   WS-CZ-IMPORTE-FMT DELIMITED BY SIZE
                   INTO CZI-LINEA.
           WRITE CZI-LINEA.
           MOVE "PRECIOS SUJETOS A EXISTENCIA AL CONVERTIR EN VENTA"
                   TO CZI-LINEA.
           WRITE CZI-LINEA.
           CLOSE F-COTIZA-IMP.
           DISPLAY "Cotizacion " WS-CZ-FOLIO ", total: "
                   WS-CZ-IMPORTE-FMT.
           DISPLAY "Impresion generada en COTIZACION.TXT".

       050-4-2-IMPRIME-RENGLON.
           READ F-COTIZA NEXT RECORD
                   AT END MOVE "S" TO WS-CZ-FIN
                   NOT AT END
                           IF CZ-FOLIO NOT = WS-CZ-FOLIO
                                   MOVE "S" TO WS-CZ-FIN
                           ELSE
                                   PERFORM 050-4-3-LINEA-IMPRESION
                           END-IF
           END-READ.

      *EL IVA SE DESGLOSA CON LA TASA ACTUAL DEL PRODUCTO, IGUAL
      *QUE EN EL TICKET; EL AHORRO DE PROMOCION SALE EN SU LINEA
       050-4-3-LINEA-IMPRESION.
           MOVE CZ-ID TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY
                       MOVE "PRODUCTO DADO DE BAJA" TO RP-NOMBRE
                       MOVE CZ-PRECIO TO RP-PRECIO
                       MOVE 16 TO RP-IVA-TASA
           END-READ.
           COMPUTE WS-CZ-IMPORTE = CZ-CANTIDAD * CZ-PRECIO.
           ADD WS-CZ-IMPORTE TO WS-CZ-TOTAL.
           COMPUTE WS-CZ-IVA ROUNDED = WS-CZ-IVA + WS-CZ-IMPORTE
                   - (WS-CZ-IMPORTE / (1 + RP-IVA-TASA / 100)).
           MOVE WS-CZ-IMPORTE TO WS-CZ-IMPORTE-FMT.
           MOVE SPACES TO CZI-LINEA.
           STRING CZ-CANTIDAD DELIMITED BY SIZE
                   " X " DELIMITED BY SIZE
                   RP-NOMBRE(1:30) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CZ-IMPORTE-FMT DELIMITED BY SIZE
                   INTO CZI-LINEA.
           WRITE CZI-LINEA.
           IF CZ-PROMO = "S"
           AND RP-PRECIO > CZ-PRECIO
                   COMPUTE WS-CZ-AHORRO =
                           CZ-CANTIDAD * (RP-PRECIO - CZ-PRECIO)
                   MOVE WS-CZ-AHORRO TO WS-CZ-IMPORTE-FMT
                   MOVE SPACES TO CZI-LINEA
                   STRING "   PROMOCION, DESCUENTO: -"
                           DELIMITED BY SIZE
                           WS-CZ-IMPORTE-FMT DELIMITED BY SIZE
                           INTO CZI-LINEA
                   WRITE CZI-LINEA
           END-IF.

      *EN CAJA: UNA COTIZACION ABIERTA Y DENTRO DE SU VIGENCIA SE
      *CONVIERTE; VENCIDA O YA CONVERTIDA SE AVISA Y LA VENTA SIGUE
      *COMO VENTA NORMAL A PRECIO DEL DIA
       050-5-PIDE-COTIZACION.
           MOVE "N" TO WS-CZ-CONVIERTE.
           DISPLAY "Folio de cotizacion (ENTER = venta normal): ".
           MOVE ZERO TO WS-CZ-FOLIO.
           ACCEPT WS-CZ-FOLIO.
           IF WS-CZ-FOLIO NOT = ZERO
                   OPEN INPUT F-COTIZA
                   MOVE WS-CZ-FOLIO TO CZ-FOLIO
                   MOVE ZERO TO CZ-RENGLON
                   READ F-COTIZA
                           INVALID KEY
                               DISPLAY "No existe esa cotizacion, "
                                       "la venta sigue normal."
                           NOT INVALID KEY
                               PERFORM 050-5-1-VALIDA-VIGENCIA
                   END-READ
                   CLOSE F-COTIZA
           END-IF.

       050-5-1-VALIDA-VIGENCIA.
           ACCEPT WS-CZ-HOY FROM DATE YYYYMMDD.
           IF CZ-ESTADO = "C"
                   DISPLAY "La cotizacion ya se convirtio en la "
                           "venta " CZ-TRANS "; la venta sigue "
                           "normal."
           ELSE
           IF CZ-VENCE < WS-CZ-HOY
                   DISPLAY "La cotizacion vencio el " CZ-VENCE
                           "; la venta sigue a precio del dia."
           ELSE
                   MOVE "S" TO WS-CZ-CONVIERTE
                   MOVE CZ-CLIENTE TO WS-CLIENTE-ACTUAL
                   DISPLAY "Cotizacion vigente del cliente "
                           WS-CLIENTE-ACTUAL
                   IF WS-CL-DISPONIBLE = "S"
                           MOVE WS-CLIENTE-ACTUAL TO CL-ID
                           READ F-CLIENTES
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       DISPLAY "Cliente: "
                                               CL-NOMBRE " "
                                               CL-APELLIDOS
                           END-READ
                   END-IF.

      *LOS RENGLONES DE LA COTIZACION PASAN POR EL MISMO SURTIDO DE
      *LA CAJA (KITS, LOTES Y EXISTENCIA DEL MOMENTO) CON EL PRECIO
      *Y LA CANTIDAD COTIZADOS; EL QUE NO ALCANZA SE QUEDA FUERA
       050-6-SURTE-COTIZACION.
           OPEN INPUT F-COTIZA.
           MOVE WS-CZ-FOLIO TO CZ-FOLIO.
           MOVE 1 TO CZ-RENGLON.
           MOVE "N" TO WS-CZ-FIN.
           START F-COTIZA KEY IS NOT LESS THAN CZ-LLAVE
                   INVALID KEY MOVE "S" TO WS-CZ-FIN
           END-START.
           PERFORM 050-6-1-LEE-RENGLON
                   UNTIL WS-CZ-FIN = "S".
           CLOSE F-COTIZA.

       050-6-1-LEE-RENGLON.
           READ F-COTIZA NEXT RECORD
                   AT END MOVE "S" TO WS-CZ-FIN
                   NOT AT END
                           IF CZ-FOLIO NOT = WS-CZ-FOLIO
                                   MOVE "S" TO WS-CZ-FIN
                           ELSE
                                   PERFORM 050-6-2-SURTE-RENGLON
                           END-IF
           END-READ.

       050-6-2-SURTE-RENGLON.
           MOVE CZ-ID TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY
                       DISPLAY "El producto " CZ-ID " ya no existe, "
                               "se omite."
                   NOT INVALID KEY
                       MOVE CZ-PRECIO TO WS-PRECIO-VENTA
                       MOVE CZ-PROMO TO WS-PROMO-ACTIVA
                       MOVE CZ-CANTIDAD TO WS-VENDER-CANTIDAD
                       DISPLAY RP-NOMBRE(1:30) " x "
                               WS-VENDER-CANTIDAD
                       PERFORM 012-1-1-SURTE-RENGLON
           END-READ.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.

      *CON AL MENOS UN RENGLON VENDIDO LA COTIZACION QUEDA CERRADA
      *CON LA TRANSACCION QUE LA SURTIO
       050-7-MARCA-CONVERTIDA.
           IF WS-TKT-LINEAS = ZERO
                   DISPLAY "No se surtio ningun renglon; la "
                           "cotizacion " WS-CZ-FOLIO
                           " sigue abierta."
           ELSE
                   OPEN I-O F-COTIZA
                   MOVE WS-CZ-FOLIO TO CZ-FOLIO
                   MOVE ZERO TO CZ-RENGLON
                   READ F-COTIZA
                           INVALID KEY
                               DISPLAY "Error al releer la "
                                       "cotizacion " WS-CZ-FOLIO
                           NOT INVALID KEY
                               MOVE "C" TO CZ-ESTADO
                               MOVE WS-TRANS-ACTUAL TO CZ-TRANS
                               ACCEPT CZ-FECHA-CONV
                                       FROM DATE YYYYMMDD
                               REWRITE CZ-REGISTRO
                                   INVALID KEY
                                       DISPLAY "Error al marcar la "
                                               "cotizacion "
                                               WS-CZ-FOLIO
                               END-REWRITE
                   END-READ
                   CLOSE F-COTIZA
                   DISPLAY "Cotizacion " WS-CZ-FOLIO
                           " convertida en la venta "
                           WS-TRANS-ACTUAL
           END-IF.

      *FOLIO CONSECUTIVO DE COTIZACIONES, MISMA MECANICA QUE EL DE
      *LAS FACTURAS
       050-8-SIGUIENTE-FOLIO.
           OPEN INPUT COT-LLAVE-FILE.
           IF CZLL-STATUS = 35
                   MOVE ZERO TO REG-COT-LLAVE
                   OPEN OUTPUT COT-LLAVE-FILE
                   CLOSE COT-LLAVE-FILE
           ELSE
                   READ COT-LLAVE-FILE
                           AT END MOVE ZERO TO REG-COT-LLAVE
                   END-READ
                   CLOSE COT-LLAVE-FILE
           END-IF.
           ADD 1 TO REG-COT-LLAVE.
           MOVE REG-COT-LLAVE TO WS-CZ-FOLIO.
           OPEN OUTPUT COT-LLAVE-FILE.
           WRITE REG-COT-LLAVE.
           CLOSE COT-LLAVE-FILE.

      *APARTADOS: EL CLIENTE DEJA UN ENGANCHE Y LA MERCANCIA SE
      *APARTA (SIGUE EN TIENDA PERO YA NO ESTA DISPONIBLE); LOS
      *ABONOS ENTRAN POR LA SESION DE CAJA, AL LIQUIDARSE SE VUELVE
      *VENTA Y AL VENCER SE LIBERA LA MERCANCIA
       051-APARTADOS.
           DISPLAY "N - Nuevo apartado, A - Abono, V - Vencer "
                   "apartados, R - Reporte por vencimiento: ".
           MOVE SPACES TO WS-AP-OPCION.
           ACCEPT WS-AP-OPCION.
           IF WS-AP-OPCION = "N" OR WS-AP-OPCION = "n"
                   PERFORM 051-1-NUEVO-APARTADO
           ELSE
           IF WS-AP-OPCION = "A" OR WS-AP-OPCION = "a"
                   PERFORM 051-2-ABONO
           ELSE
           IF WS-AP-OPCION = "V" OR WS-AP-OPCION = "v"
                   PERFORM 051-5-VENCE-APARTADOS
           ELSE
           IF WS-AP-OPCION = "R" OR WS-AP-OPCION = "r"
                   PERFORM 051-6-REPORTE-APARTADOS
           ELSE
                   DISPLAY "Opcion invalida.".

      *EL ENGANCHE ES DINERO QUE ENTRA AL CAJON: SIN SESION ABIERTA
      *NO SE LEVANTA EL APARTADO
       051-1-NUEVO-APARTADO.
           PERFORM 033-5-BUSCA-SESION-ABIERTA.
           IF WS-SESION-ACTUAL = ZERO
                   DISPLAY "El operador " WS-OPERADOR " no tiene "
                           "sesion de caja abierta."
           ELSE
                   PERFORM 012-4-CAPTURA-CLIENTE
                   IF WS-CLIENTE-ACTUAL = ZERO
                           DISPLAY "El apartado requiere un cliente "
                                   "registrado."
                   ELSE
                           PERFORM 051-1-1-ARMA-APARTADO
                   END-IF
           END-IF.

       051-1-1-ARMA-APARTADO.
           DISPLAY "Dias de plazo para liquidar (ENTER = 30): ".
           MOVE ZERO TO WS-AP-DIAS.
           ACCEPT WS-AP-DIAS.
           IF WS-AP-DIAS = ZERO
                   MOVE 30 TO WS-AP-DIAS
           END-IF.
           ACCEPT WS-AP-HOY FROM DATE YYYYMMDD.
           MOVE "A" TO WS-FU-OPERACION.
           MOVE WS-AP-HOY TO WS-FU-FECHA-1.
           MOVE WS-AP-DIAS TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION
                   WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO WS-AP-VENCE.
           DISPLAY "Si vence sin liquidar, lo abonado queda "
                   "S - Saldo a favor, P - Perdido (ENTER = S): ".
           MOVE SPACES TO WS-AP-POLITICA.
           ACCEPT WS-AP-POLITICA.
           IF WS-AP-POLITICA = "P" OR WS-AP-POLITICA = "p"
                   MOVE "P" TO WS-AP-POLITICA
           ELSE
                   MOVE "S" TO WS-AP-POLITICA
           END-IF.
           DISPLAY "Ubicacion de la mercancia (ENTER = 01): ".
           MOVE ZERO TO WS-UBICACION-VENTA.
           ACCEPT WS-UBICACION-VENTA.
           IF WS-UBICACION-VENTA = ZERO
                   MOVE 1 TO WS-UBICACION-VENTA
           END-IF.
           MOVE WS-CLIENTE-ACTUAL TO WS-AP-CLIENTE.
           OPEN I-O F-APARTADOS.
           IF WS-AP-STATUS = "35"
                   OPEN OUTPUT F-APARTADOS
                   CLOSE F-APARTADOS
                   OPEN I-O F-APARTADOS
           END-IF.
           PERFORM 051-9-SIGUIENTE-FOLIO.
           MOVE ZERO TO WS-AP-LINEAS.
           MOVE ZERO TO WS-AP-TOTAL.
           MOVE "S" TO WS-AP-OTRA.
           PERFORM 051-1-2-LINEA-APARTADO
                   UNTIL WS-AP-OTRA = "N".
           IF WS-AP-LINEAS = ZERO
                   DISPLAY "Apartado sin renglones, no se graba."
           ELSE
                   MOVE WS-AP-TOTAL TO WS-AP-FMT
                   DISPLAY "Total del apartado: " WS-AP-FMT
                   MOVE ZERO TO WS-AB-IMPORTE
                   PERFORM 051-1-4-PIDE-ENGANCHE
                           UNTIL WS-AB-IMPORTE > ZERO
                           AND WS-AB-IMPORTE NOT > WS-AP-TOTAL
                   MOVE WS-AP-FOLIO TO AP-FOLIO
                   MOVE ZERO TO AP-RENGLON
                   MOVE SPACES TO AP-DATOS
                   MOVE WS-AP-CLIENTE TO AP-CLIENTE
                   MOVE WS-AP-HOY TO AP-FECHA
                   MOVE WS-AP-VENCE TO AP-VENCE
                   MOVE WS-AP-TOTAL TO AP-TOTAL
                   MOVE ZERO TO AP-ABONADO
                   MOVE "A" TO AP-ESTADO
                   MOVE WS-AP-POLITICA TO AP-POLITICA
                   MOVE ZERO TO AP-TRANS
                   MOVE WS-OPERADOR TO AP-VENDEDOR
                   MOVE ZERO TO AP-ABONOS
                   WRITE AP-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al grabar el apartado "
                                       WS-AP-FOLIO
                           NOT INVALID KEY
                               DISPLAY "Apartado " WS-AP-FOLIO
                                       " vence el " WS-AP-VENCE
                               PERFORM 051-3-APLICA-ABONO
                   END-WRITE
           END-IF.
           CLOSE F-APARTADOS.

       051-1-2-LINEA-APARTADO.
           DISPLAY "ID del producto a apartar (0 = terminar): ".
           ACCEPT WS-ID-BUSQUEDA.
           IF WS-ID-BUSQUEDA = ZERO
                   MOVE "N" TO WS-AP-OTRA
           ELSE
                   MOVE WS-ID-BUSQUEDA TO RP-ID
                   READ F-ARCHIVO
                           INVALID KEY
                               DISPLAY "Error: no existe un "
                                       "producto con ese ID."
                           NOT INVALID KEY
                               PERFORM 051-1-3-RESERVA-RENGLON
                   END-READ
                   PERFORM 099-VERIFICA-STATUS-ARCHIVO
           END-IF.

      *EL PRECIO QUEDA FIJO AL DEL DIA (CON PROMOCION SI APLICA) Y
      *LA CANTIDAD SE APARTA DE LO DISPONIBLE EN ESE MOMENTO; LOS
      *KITS NO TIENEN EXISTENCIA PROPIA Y SE APARTAN POR COMPONENTE
       051-1-3-RESERVA-RENGLON.
           PERFORM 034-1-ES-KIT.
           PERFORM 012-8-EXISTENCIA-LIBRE.
           IF WS-KIT-ES = "S"
                   DISPLAY "Los kits no se apartan; aparte sus "
                           "componentes."
           ELSE
                   PERFORM 038-1-CHECA-PROMO
                   DISPLAY RP-NOMBRE(1:30) " precio: "
                           WS-PRECIO-VENTA " disponible: "
                           WS-DISPONIBLE
                   DISPLAY "Cantidad a apartar: "
                   MOVE ZERO TO WS-AP-CANTIDAD
                   ACCEPT WS-AP-CANTIDAD
                   PERFORM 051-1-5-GRABA-RENGLON
           END-IF.

       051-1-4-PIDE-ENGANCHE.
           DISPLAY "Enganche (mayor que cero, hasta el total): ".
           MOVE ZERO TO WS-AB-IMPORTE.
           ACCEPT WS-AB-IMPORTE.

       051-1-5-GRABA-RENGLON.
           IF WS-AP-CANTIDAD = ZERO
                   DISPLAY "Renglon omitido."
           ELSE
           IF WS-AP-CANTIDAD > WS-DISPONIBLE
                   DISPLAY "Error: solo hay " WS-DISPONIBLE
                           " disponibles."
           ELSE
                   IF RP-APARTADO NOT NUMERIC
                           MOVE ZERO TO RP-APARTADO
                   END-IF
                   ADD WS-AP-CANTIDAD TO RP-APARTADO
                   REWRITE REG-PRODUCTO
                           INVALID KEY
                               DISPLAY "Error al apartar la "
                                       "existencia."
                           NOT INVALID KEY
                               ADD 1 TO WS-AP-LINEAS
                               MOVE WS-AP-FOLIO TO AP-FOLIO
                               MOVE WS-AP-LINEAS TO AP-RENGLON
                               MOVE SPACES TO AP-DATOS
                               MOVE RP-ID TO AP-ID
                               MOVE WS-AP-CANTIDAD TO AP-CANTIDAD
                               MOVE WS-PRECIO-VENTA TO AP-PRECIO
                               MOVE WS-PROMO-ACTIVA TO AP-PROMO
                               MOVE WS-UBICACION-VENTA
                                       TO AP-UBICACION
                               WRITE AP-REGISTRO
                                   INVALID KEY
                                       DISPLAY "Error al grabar el "
                                               "renglon del apartado."
                               END-WRITE
                               COMPUTE WS-AP-TOTAL = WS-AP-TOTAL
                                       + WS-AP-CANTIDAD
                                       * WS-PRECIO-VENTA
                   END-REWRITE.

      *ABONO A UN APARTADO ABIERTO Y DENTRO DE SU PLAZO; NUNCA POR
      *MAS DEL SALDO
       051-2-ABONO.
           PERFORM 033-5-BUSCA-SESION-ABIERTA.
           IF WS-SESION-ACTUAL = ZERO
                   DISPLAY "El operador " WS-OPERADOR " no tiene "
                           "sesion de caja abierta."
           ELSE
                   DISPLAY "Folio del apartado: "
                   MOVE ZERO TO WS-AP-FOLIO
                   ACCEPT WS-AP-FOLIO
                   OPEN I-O F-APARTADOS
                   MOVE WS-AP-FOLIO TO AP-FOLIO
                   MOVE ZERO TO AP-RENGLON
                   READ F-APARTADOS
                           INVALID KEY
                               DISPLAY "No existe el apartado "
                                       WS-AP-FOLIO
                           NOT INVALID KEY
                               PERFORM 051-2-1-CAPTURA-ABONO
                   END-READ
                   CLOSE F-APARTADOS
           END-IF.

       051-2-1-CAPTURA-ABONO.
           ACCEPT WS-AP-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-AP-SALDO = AP-TOTAL - AP-ABONADO.
           IF AP-ESTADO = "L"
                   DISPLAY "El apartado ya se liquido en la venta "
                           AP-TRANS
           ELSE
           IF AP-ESTADO = "V"
                   DISPLAY "El apartado ya vencio y se libero."
           ELSE
           IF AP-VENCE < WS-AP-HOY
                   DISPLAY "El apartado vencio el " AP-VENCE
                           "; ya no recibe abonos."
           ELSE
                   MOVE AP-TOTAL TO WS-AP-FMT
                   MOVE WS-AP-SALDO TO WS-AP-FMT-2
                   DISPLAY "Cliente " AP-CLIENTE " total "
                           WS-AP-FMT " saldo " WS-AP-FMT-2
                           " vence " AP-VENCE
                   DISPLAY "Monto del abono: "
                   MOVE ZERO TO WS-AB-IMPORTE
                   ACCEPT WS-AB-IMPORTE
                   IF WS-AB-IMPORTE = ZERO
                           DISPLAY "Sin monto no hay abono."
                   ELSE
                   IF WS-AB-IMPORTE > WS-AP-SALDO
                           DISPLAY "El abono excede el saldo de "
                                   WS-AP-FMT-2
                   ELSE
                           PERFORM 051-3-APLICA-ABONO
                   END-IF
                   END-IF.

      *APLICA WS-AB-IMPORTE AL APARTADO CUYO ENCABEZADO ESTA EN EL
      *AREA DE REGISTRO: EL ABONO QUEDA CON SU SESION DE CAJA, SE
      *IMPRIME EL COMPROBANTE Y, SI CON ESTO SE CUBRE EL TOTAL, SE
      *ENTREGA LA MERCANCIA COMO VENTA
       051-3-APLICA-ABONO.
           DISPLAY "Metodo del abono, E-Efectivo  T-Tarjeta  "
                   "R-Transferencia: ".
           MOVE SPACES TO WS-AB-METODO.
           ACCEPT WS-AB-METODO.
           IF WS-AB-METODO = "t" OR WS-AB-METODO = "T"
                   MOVE "T" TO WS-AB-METODO
           ELSE
           IF WS-AB-METODO = "r" OR WS-AB-METODO = "R"
                   MOVE "R" TO WS-AB-METODO
           ELSE
                   MOVE "E" TO WS-AB-METODO
           END-IF
           END-IF.
           MOVE AP-FOLIO TO WS-AP-FOLIO.
           MOVE AP-CLIENTE TO WS-AP-CLIENTE.
           ADD WS-AB-IMPORTE TO AP-ABONADO.
           ADD 1 TO AP-ABONOS.
           COMPUTE WS-AP-SALDO = AP-TOTAL - AP-ABONADO.
           REWRITE AP-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el apartado "
                               WS-AP-FOLIO
           END-REWRITE.
           PERFORM 051-3-1-GRABA-ABONO.
           PERFORM 051-3-2-COMPROBANTE.
           IF WS-AP-SALDO NOT > ZERO
                   PERFORM 051-4-LIQUIDA-APARTADO
           END-IF.

       051-3-1-GRABA-ABONO.
           MOVE WS-AP-FOLIO TO AB-FOLIO.
           MOVE AP-ABONOS TO AB-SECUENCIA.
           ACCEPT AB-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-VTA-HORA-SIS FROM TIME.
           MOVE WS-VTA-HORA-SIS(1:6) TO AB-HORA.
           MOVE WS-AB-IMPORTE TO AB-IMPORTE.
           MOVE WS-AB-METODO TO AB-METODO.
           MOVE WS-SESION-ACTUAL TO AB-SESION.
           MOVE WS-OPERADOR TO AB-OPERADOR.
           OPEN I-O F-APA-ABONOS.
           IF WS-AB-STATUS = "35"
                   OPEN OUTPUT F-APA-ABONOS
                   CLOSE F-APA-ABONOS
                   OPEN I-O F-APA-ABONOS
           END-IF.
           WRITE AB-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el abono del "
                               "apartado " WS-AP-FOLIO
           END-WRITE.
           CLOSE F-APA-ABONOS.

      *COMPROBANTE DEL ABONO CON EL ENCABEZADO DEL TICKET
       051-3-2-COMPROBANTE.
           OPEN OUTPUT F-APA-COMPROBANTE.
           ACCEPT WS-FECHA-TICKET FROM DATE YYYYMMDD.
           MOVE WS-TKT-ANO TO WS-ETK-ANO.
           MOVE WS-TKT-MES TO WS-ETK-MES.
           MOVE WS-TKT-DIA TO WS-ETK-DIA.
           MOVE "ABONO A APARTADO" TO WS-ETK-TITULO.
           MOVE WS-ENCABEZADO-TICKET TO APC-LINEA.
           WRITE APC-LINEA.
           MOVE "TICKET DE VENTA" TO WS-ETK-TITULO.
           MOVE SPACES TO APC-LINEA.
           STRING "APARTADO " DELIMITED BY SIZE
                   WS-AP-FOLIO DELIMITED BY SIZE
                   "   CLIENTE " DELIMITED BY SIZE
                   WS-AP-CLIENTE DELIMITED BY SIZE
                   "   VENCE " DELIMITED BY SIZE
                   AP-VENCE DELIMITED BY SIZE
                   INTO APC-LINEA.
           WRITE APC-LINEA.
           MOVE WS-AB-IMPORTE TO WS-AP-FMT.
           MOVE SPACES TO APC-LINEA.
           STRING "ABONO:    " DELIMITED BY SIZE
                   WS-AP-FMT DELIMITED BY SIZE
                   "  METODO " DELIMITED BY SIZE
                   WS-AB-METODO DELIMITED BY SIZE
                   INTO APC-LINEA.
           WRITE APC-LINEA.
           MOVE AP-ABONADO TO WS-AP-FMT.
           MOVE SPACES TO APC-LINEA.
           STRING "ABONADO:  " DELIMITED BY SIZE
                   WS-AP-FMT DELIMITED BY SIZE
                   INTO APC-LINEA.
           WRITE APC-LINEA.
           MOVE WS-AP-SALDO TO WS-AP-FMT.
           MOVE SPACES TO APC-LINEA.
           STRING "SALDO:    " DELIMITED BY SIZE
                   WS-AP-FMT DELIMITED BY SIZE
                   INTO APC-LINEA.
           WRITE APC-LINEA.
           CLOSE F-APA-COMPROBANTE.
           DISPLAY "Abono registrado, saldo: " WS-AP-FMT.
           DISPLAY "Comprobante generado en ABONOAPA.TXT".

      *LIQUIDADO EL APARTADO SE LIBERA LO APARTADO Y CADA RENGLON
      *SE SURTE COMO VENTA A SU PRECIO APARTADO, CON METODO "P"
      *PORQUE EL DINERO YA ENTRO A CAJA CON LOS ABONOS
       051-4-LIQUIDA-APARTADO.
           PERFORM 015-SIGUIENTE-TRANSACCION.
           MOVE WS-AP-CLIENTE TO WS-CLIENTE-ACTUAL.
           MOVE "N" TO WS-VENTA-CREDITO.
           MOVE "N" TO WS-VENTA-NOMINA.
           MOVE "P" TO WS-METODO-ACTUAL.
           PERFORM 012-9-1-ABRE-TICKET.
           MOVE WS-AP-FOLIO TO AP-FOLIO.
           MOVE 1 TO AP-RENGLON.
           MOVE "N" TO WS-AP-FIN.
           START F-APARTADOS KEY IS NOT LESS THAN AP-LLAVE
                   INVALID KEY MOVE "S" TO WS-AP-FIN
           END-START.
           PERFORM 051-4-1-ENTREGA-RENGLON
                   UNTIL WS-AP-FIN = "S".
           PERFORM 012-9-2-CIERRA-TICKET.
           MOVE WS-AP-FOLIO TO AP-FOLIO.
           MOVE ZERO TO AP-RENGLON.
           READ F-APARTADOS
                   INVALID KEY
                       DISPLAY "Error al releer el apartado "
                               WS-AP-FOLIO
                   NOT INVALID KEY
                       MOVE "L" TO AP-ESTADO
                       MOVE WS-TRANS-ACTUAL TO AP-TRANS
                       REWRITE AP-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al cerrar el "
                                       "apartado " WS-AP-FOLIO
                       END-REWRITE
                       DISPLAY "Apartado " WS-AP-FOLIO
                               " liquidado y entregado en la venta "
                               WS-TRANS-ACTUAL
           END-READ.

       051-4-1-ENTREGA-RENGLON.
           READ F-APARTADOS NEXT RECORD
                   AT END MOVE "S" TO WS-AP-FIN
                   NOT AT END
                           IF AP-FOLIO NOT = WS-AP-FOLIO
                                   MOVE "S" TO WS-AP-FIN
                           ELSE
                                   PERFORM 051-7-LIBERA-RENGLON
                                   PERFORM 051-4-2-SURTE-RENGLON
                           END-IF
           END-READ.

       051-4-2-SURTE-RENGLON.
           IF WS-STATUS = "00"
                   MOVE AP-PRECIO TO WS-PRECIO-VENTA
                   MOVE AP-PROMO TO WS-PROMO-ACTIVA
                   MOVE AP-CANTIDAD TO WS-VENDER-CANTIDAD
                   MOVE AP-UBICACION TO WS-UBICACION-VENTA
                   PERFORM 012-1-1-SURTE-RENGLON
           END-IF.

      *VENCIMIENTO: LOS APARTADOS ABIERTOS CON PLAZO CUMPLIDO SE
      *JUNTAN PRIMERO EN LA TABLA (LIBERARLOS MUEVE LA LECTURA DEL
      *ARCHIVO) Y LUEGO SE LIBERAN UNO POR UNO APLICANDO SU POLITICA
       051-5-VENCE-APARTADOS.
           ACCEPT WS-AP-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-APV-USADOS.
           MOVE "N" TO WS-APV-DESBORDE.
           MOVE "V" TO WS-AP-OPCION.
           PERFORM 051-5-1-JUNTA-APARTADOS.
           IF WS-APV-USADOS = ZERO
                   DISPLAY "No hay apartados vencidos."
           ELSE
                   DISPLAY WS-APV-USADOS " apartados vencidos. "
                           "Liberarlos (S/N): "
                   MOVE SPACES TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           MOVE ZERO TO WS-AP-A-FAVOR
                           MOVE ZERO TO WS-AP-PERDIDO
                           OPEN I-O F-APARTADOS
                           PERFORM 051-5-3-VENCE-UNO
                                   VARYING WS-APV-IDX FROM 1 BY 1
                                   UNTIL WS-APV-IDX > WS-APV-USADOS
                           CLOSE F-APARTADOS
                           MOVE WS-AP-A-FAVOR TO WS-AP-FMT
                           DISPLAY "Abonado que paso a saldo a "
                                   "favor: " WS-AP-FMT
                           MOVE WS-AP-PERDIDO TO WS-AP-FMT
                           DISPLAY "Abonado perdido por el "
                                   "cliente: " WS-AP-FMT
                   END-IF
           END-IF.
           IF WS-APV-DESBORDE = "S"
                   DISPLAY "Hay mas apartados de los que cabe en la "
                           "tabla; repita el proceso."
           END-IF.

      *RECORRE LOS ENCABEZADOS ABIERTOS; CON WS-AP-OPCION "V" SOLO
      *LOS QUE YA VENCIERON, CON "R" TODOS
       051-5-1-JUNTA-APARTADOS.
           OPEN INPUT F-APARTADOS.
           IF WS-AP-STATUS = "00"
                   MOVE ZERO TO AP-FOLIO
                   MOVE ZERO TO AP-RENGLON
                   MOVE "N" TO WS-AP-FIN
                   START F-APARTADOS KEY IS NOT LESS THAN AP-LLAVE
                           INVALID KEY MOVE "S" TO WS-AP-FIN
                   END-START
                   PERFORM 051-5-2-EXAMINA-APARTADO
                           UNTIL WS-AP-FIN = "S"
           END-IF.
           CLOSE F-APARTADOS.

       051-5-2-EXAMINA-APARTADO.
           READ F-APARTADOS NEXT RECORD
                   AT END MOVE "S" TO WS-AP-FIN
                   NOT AT END
                           IF AP-RENGLON = ZERO
                           AND AP-ESTADO = "A"
                           AND (WS-AP-OPCION = "R"
                                OR AP-VENCE < WS-AP-HOY)
                                   IF WS-APV-USADOS < 200
                                      ADD 1 TO WS-APV-USADOS
                                      MOVE AP-FOLIO TO WS-APV-FOLIO
                                              (WS-APV-USADOS)
                                      MOVE AP-CLIENTE TO
                                              WS-APV-CLIENTE
                                              (WS-APV-USADOS)
                                      MOVE AP-VENCE TO WS-APV-VENCE
                                              (WS-APV-USADOS)
                                      MOVE AP-TOTAL TO WS-APV-TOTAL
                                              (WS-APV-USADOS)
                                      MOVE AP-ABONADO TO
                                              WS-APV-ABONADO
                                              (WS-APV-USADOS)
                                      MOVE "N" TO WS-APV-LISTADO
                                              (WS-APV-USADOS)
                                   ELSE
                                      MOVE "S" TO WS-APV-DESBORDE
                                   END-IF
                           END-IF
           END-READ.

       051-5-3-VENCE-UNO.
           MOVE WS-APV-FOLIO(WS-APV-IDX) TO WS-AP-FOLIO.
           MOVE WS-AP-FOLIO TO AP-FOLIO.
           MOVE 1 TO AP-RENGLON.
           MOVE "N" TO WS-AP-FIN.
           START F-APARTADOS KEY IS NOT LESS THAN AP-LLAVE
                   INVALID KEY MOVE "S" TO WS-AP-FIN
           END-START.
           PERFORM 051-5-4-LIBERA-SIGUIENTE
                   UNTIL WS-AP-FIN = "S".
           MOVE WS-AP-FOLIO TO AP-FOLIO.
           MOVE ZERO TO AP-RENGLON.
           READ F-APARTADOS
                   INVALID KEY
                       DISPLAY "Error al releer el apartado "
                               WS-AP-FOLIO
                   NOT INVALID KEY
                       MOVE "V" TO AP-ESTADO
                       REWRITE AP-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al vencer el "
                                       "apartado " WS-AP-FOLIO
                       END-REWRITE
                       PERFORM 051-5-5-APLICA-POLITICA
           END-READ.

       051-5-4-LIBERA-SIGUIENTE.
           READ F-APARTADOS NEXT RECORD
                   AT END MOVE "S" TO WS-AP-FIN
                   NOT AT END
                           IF AP-FOLIO NOT = WS-AP-FOLIO
                                   MOVE "S" TO WS-AP-FIN
                           ELSE
                                   PERFORM 051-7-LIBERA-RENGLON
                           END-IF
           END-READ.

      *SALDO A FAVOR: LO ABONADO ENTRA A LA CARTERA DEL CLIENTE
      *COMO ABONO SIN TRANSACCION, IGUAL QUE UN PAGO EN CAJA
       051-5-5-APLICA-POLITICA.
           MOVE AP-ABONADO TO WS-AP-FMT.
           IF AP-ABONADO = ZERO
                   DISPLAY "Apartado " WS-AP-FOLIO " vencido sin "
                           "abonos."
           ELSE
           IF AP-POLITICA = "P"
                   ADD AP-ABONADO TO WS-AP-PERDIDO
                   DISPLAY "Apartado " WS-AP-FOLIO " vencido, se "
                           "pierde lo abonado: " WS-AP-FMT
           ELSE
                   PERFORM 026-1-SIGUIENTE-CXC
                   MOVE AP-CLIENTE TO CX-CLIENTE
                   MOVE ZERO TO CX-TRANS
                   ACCEPT CX-FECHA FROM DATE YYYYMMDD
                   MOVE CX-FECHA TO CX-VENCE
                   MOVE "A" TO CX-TIPO
                   MOVE AP-ABONADO TO CX-IMPORTE
                   PERFORM 026-2-GRABA-CXC
                   ADD AP-ABONADO TO WS-AP-A-FAVOR
                   DISPLAY "Apartado " WS-AP-FOLIO " vencido, "
                           "saldo a favor del cliente " AP-CLIENTE
                           ": " WS-AP-FMT.

      *APARTADOS ABIERTOS ORDENADOS POR FECHA DE VENCIMIENTO, CON
      *LA MISMA SELECCION DEL SIGUIENTE MENOR DEL RANKING
       051-6-REPORTE-APARTADOS.
           ACCEPT WS-AP-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-APV-USADOS.
           MOVE "N" TO WS-APV-DESBORDE.
           MOVE "R" TO WS-AP-OPCION.
           PERFORM 051-5-1-JUNTA-APARTADOS.
           IF WS-APV-USADOS = ZERO
                   DISPLAY "No hay apartados abiertos."
           ELSE
                   DISPLAY "APARTADOS ABIERTOS POR VENCIMIENTO:"
                   DISPLAY "VENCE    FOLIO  CLIENTE         TOTAL"
                           "          SALDO"
                   MOVE ZERO TO WS-AP-TOT-APARTADO
                   MOVE ZERO TO WS-AP-TOT-SALDO
                   PERFORM 051-6-1-SIGUIENTE-VENCE
                           WS-APV-USADOS TIMES
                   MOVE WS-AP-TOT-APARTADO TO WS-AP-FMT
                   MOVE WS-AP-TOT-SALDO TO WS-AP-FMT-2
                   DISPLAY "TOTAL APARTADO: " WS-AP-FMT
                           "  POR COBRAR: " WS-AP-FMT-2
           END-IF.
           IF WS-APV-DESBORDE = "S"
                   DISPLAY "Aviso: hay mas apartados abiertos de "
                           "los que cabe en el reporte."
           END-IF.

       051-6-1-SIGUIENTE-VENCE.
           MOVE ZERO TO WS-APV-MEJOR.
           PERFORM 051-6-2-COMPARA-VENCE
                   VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > WS-APV-USADOS.
           MOVE "S" TO WS-APV-LISTADO(WS-APV-MEJOR).
           COMPUTE WS-AP-SALDO = WS-APV-TOTAL(WS-APV-MEJOR)
                   - WS-APV-ABONADO(WS-APV-MEJOR).
           ADD WS-APV-TOTAL(WS-APV-MEJOR) TO WS-AP-TOT-APARTADO.
           ADD WS-AP-SALDO TO WS-AP-TOT-SALDO.
           MOVE WS-APV-TOTAL(WS-APV-MEJOR) TO WS-AP-FMT.
           MOVE WS-AP-SALDO TO WS-AP-FMT-2.
           IF WS-APV-VENCE(WS-APV-MEJOR) < WS-AP-HOY
                   DISPLAY WS-APV-VENCE(WS-APV-MEJOR) " "
                           WS-APV-FOLIO(WS-APV-MEJOR) " "
                           WS-APV-CLIENTE(WS-APV-MEJOR) " "
                           WS-AP-FMT " " WS-AP-FMT-2 " *VENCIDO*"
           ELSE
                   DISPLAY WS-APV-VENCE(WS-APV-MEJOR) " "
                           WS-APV-FOLIO(WS-APV-MEJOR) " "
                           WS-APV-CLIENTE(WS-APV-MEJOR) " "
                           WS-AP-FMT " " WS-AP-FMT-2
           END-IF.

       051-6-2-COMPARA-VENCE.
           IF WS-APV-LISTADO(WS-APV-IDX) = "N"
                   IF WS-APV-MEJOR = ZERO
                           MOVE WS-APV-IDX TO WS-APV-MEJOR
                   ELSE
                   IF WS-APV-VENCE(WS-APV-IDX)
                           < WS-APV-VENCE(WS-APV-MEJOR)
                           MOVE WS-APV-IDX TO WS-APV-MEJOR
                   END-IF
                   END-IF
           END-IF.

      *REGRESA A DISPONIBLE LO APARTADO EN EL RENGLON LEIDO; LA
      *EXISTENCIA TOTAL NO SE MUEVE
       051-7-LIBERA-RENGLON.
           MOVE AP-ID TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY
                       DISPLAY "El producto " AP-ID " ya no existe."
                   NOT INVALID KEY
                       IF RP-APARTADO NUMERIC
                       AND RP-APARTADO > AP-CANTIDAD
                               SUBTRACT AP-CANTIDAD FROM RP-APARTADO
                       ELSE
                               MOVE ZERO TO RP-APARTADO
                       END-IF
                       REWRITE REG-PRODUCTO
                           INVALID KEY
                               DISPLAY "Error al liberar lo apartado "
                                       "del producto " AP-ID
                       END-REWRITE
           END-READ.

      *ABONOS DE APARTADO COBRADOS EN LA SESION QUE SE CORTA, POR
      *METODO, JUNTO A LO QUE YA SUMARON LAS VENTAS
       051-8-SUMA-ABONOS-SESION.
           MOVE ZERO TO WS-AP-ABONOS-SES.
           OPEN INPUT F-APA-ABONOS.
           IF WS-AB-STATUS = "00"
                   MOVE ZERO TO AB-FOLIO
                   MOVE ZERO TO AB-SECUENCIA
                   MOVE "N" TO WS-AP-FIN
                   START F-APA-ABONOS KEY IS NOT LESS THAN AB-LLAVE
                           INVALID KEY MOVE "S" TO WS-AP-FIN
                   END-START
                   PERFORM 051-8-1-SUMA-ABONO
                           UNTIL WS-AP-FIN = "S"
           END-IF.
           CLOSE F-APA-ABONOS.
           IF WS-AP-ABONOS-SES NOT = ZERO
                   MOVE WS-AP-ABONOS-SES TO WS-CJ-FMT
                   DISPLAY "Incluye abonos de apartado: " WS-CJ-FMT
           END-IF.

       051-8-1-SUMA-ABONO.
           READ F-APA-ABONOS NEXT RECORD
                   AT END MOVE "S" TO WS-AP-FIN
                   NOT AT END
                           IF AB-SESION = WS-SESION-ACTUAL
                                   ADD AB-IMPORTE TO WS-AP-ABONOS-SES
                                   IF AB-METODO = "T"
                                      ADD AB-IMPORTE TO WS-CJ-TARJETA
                                   ELSE
                                   IF AB-METODO = "R"
                                      ADD AB-IMPORTE TO WS-CJ-TRANSFER
                                   ELSE
                                      ADD AB-IMPORTE TO WS-CJ-EFECTIVO
                                   END-IF
                                   END-IF
                           END-IF
           END-READ.

      *FOLIO CONSECUTIVO DE APARTADOS, MISMA MECANICA QUE EL DE LAS
      *COTIZACIONES
       051-9-SIGUIENTE-FOLIO.
           OPEN INPUT APA-LLAVE-FILE.
           IF APLL-STATUS = 35
                   MOVE ZERO TO REG-APA-LLAVE
                   OPEN OUTPUT APA-LLAVE-FILE
                   CLOSE APA-LLAVE-FILE
           ELSE
                   READ APA-LLAVE-FILE
                           AT END MOVE ZERO TO REG-APA-LLAVE
                   END-READ
                   CLOSE APA-LLAVE-FILE
           END-IF.
           ADD 1 TO REG-APA-LLAVE.
           MOVE REG-APA-LLAVE TO WS-AP-FOLIO.
           OPEN OUTPUT APA-LLAVE-FILE.
           WRITE REG-APA-LLAVE.
           CLOSE APA-LLAVE-FILE.

      *PEDIDOS PENDIENTES DE CLIENTES: LO QUE SE PIDIO SIN HABER
      *EXISTENCIA QUEDA REGISTRADO, SE SUMA A LA ORDEN DE COMPRA Y
      *SE SURTE AL RECIBIR, DEL PEDIDO MAS VIEJO AL MAS NUEVO
       052-PEDIDOS-PENDIENTES.
           DISPLAY "N - Nuevo pedido, E - Entregar lo retenido, "
                   "C - Cancelar, R - Antiguedad de pendientes: ".
           MOVE SPACES TO WS-PE-OPCION.
           ACCEPT WS-PE-OPCION.
           IF WS-PE-OPCION = "N" OR WS-PE-OPCION = "n"
                   PERFORM 052-1-NUEVO-PENDIENTE
           ELSE IF WS-PE-OPCION = "E" OR WS-PE-OPCION = "e"
                   PERFORM 052-3-ENTREGA-RETENIDO
           ELSE IF WS-PE-OPCION = "C" OR WS-PE-OPCION = "c"
                   PERFORM 052-4-CANCELA-PENDIENTE
           ELSE IF WS-PE-OPCION = "R" OR WS-PE-OPCION = "r"
                   PERFORM 052-5-ANTIGUEDAD
           ELSE
                   DISPLAY "Opcion no valida.".

       052-1-NUEVO-PENDIENTE.
           PERFORM 012-4-CAPTURA-CLIENTE.
           IF WS-CLIENTE-ACTUAL = ZERO
                   DISPLAY "El pedido pendiente requiere un cliente "
                           "registrado."
           ELSE
                   DISPLAY "ID del producto pedido: "
                   ACCEPT WS-ID-BUSQUEDA
                   MOVE WS-ID-BUSQUEDA TO RP-ID
                   READ F-ARCHIVO
                           INVALID KEY
                               DISPLAY "Error: no existe un "
                                       "producto con ese ID."
                           NOT INVALID KEY
                               DISPLAY "Cantidad pedida: "
                               MOVE ZERO TO WS-PE-CANTIDAD
                               ACCEPT WS-PE-CANTIDAD
                               IF WS-PE-CANTIDAD = ZERO
                                       DISPLAY "Nada que pedir."
                               ELSE
                                       PERFORM 052-1-2-GRABA-PENDIENTE
                               END-IF
                   END-READ
                   PERFORM 099-VERIFICA-STATUS-ARCHIVO
           END-IF.

      *EN LA CAJA, CUANDO LA EXISTENCIA NO ALCANZA, SE OFRECE DEJAR
      *EL FALTANTE COMO PEDIDO PENDIENTE EN LUGAR DE PERDER AL
      *CLIENTE; SOLO PARA VENTAS CON CLIENTE REGISTRADO
       052-1-1-OFRECE-PENDIENTE.
           IF WS-CLIENTE-ACTUAL = ZERO
                   DISPLAY "Registre al cliente para dejar el "
                           "faltante como pedido pendiente."
           ELSE
                   COMPUTE WS-PE-FALTA =
                           WS-VENDER-CANTIDAD - WS-DISPONIBLE
                   DISPLAY "Dejar pedido pendiente por el faltante "
                           "(S/N)? "
                   MOVE SPACES TO WS-PE-OPCION
                   ACCEPT WS-PE-OPCION
                   IF WS-PE-OPCION = "S" OR WS-PE-OPCION = "s"
                           DISPLAY "Cantidad a pedir (ENTER = "
                                   WS-PE-FALTA "): "
                           MOVE ZERO TO WS-PE-CANTIDAD
                           ACCEPT WS-PE-CANTIDAD
                           IF WS-PE-CANTIDAD = ZERO
                                   MOVE WS-PE-FALTA TO WS-PE-CANTIDAD
                           END-IF
                           PERFORM 052-1-2-GRABA-PENDIENTE
                   END-IF
           END-IF.

      *GRABA EL PEDIDO DEL PRODUCTO LEIDO PARA EL CLIENTE ACTUAL
       052-1-2-GRABA-PENDIENTE.
           OPEN I-O F-PENDIENTES.
           IF WS-PE-STATUS = "35"
                   OPEN OUTPUT F-PENDIENTES
                   CLOSE F-PENDIENTES
                   OPEN I-O F-PENDIENTES
           END-IF.
           PERFORM 052-9-SIGUIENTE-FOLIO.
           ACCEPT WS-PE-HOY FROM DATE YYYYMMDD.
           MOVE RP-ID TO PE-ID.
           MOVE WS-PE-FOLIO TO PE-FOLIO.
           MOVE WS-CLIENTE-ACTUAL TO PE-CLIENTE.
           MOVE WS-PE-HOY TO PE-FECHA.
           MOVE WS-PE-CANTIDAD TO PE-CANTIDAD.
           MOVE ZERO TO PE-SURTIDA.
           MOVE "P" TO PE-ESTADO.
           MOVE SPACES TO PE-FECHA-SURTE.
           MOVE ZERO TO PE-TRANS.
           MOVE WS-OPERADOR TO PE-OPERADOR.
           WRITE PE-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el pedido pendiente "
                               WS-PE-FOLIO
                   NOT INVALID KEY
                       DISPLAY "Pedido pendiente " WS-PE-FOLIO
                               " por " WS-PE-CANTIDAD " de "
                               RP-NOMBRE(1:30)
           END-WRITE.
           CLOSE F-PENDIENTES.

      *LO RECIBIDO DEL PRODUCTO LEIDO SE ASIGNA A SUS PEDIDOS
      *PENDIENTES POR FOLIO (EL MAS VIEJO PRIMERO) Y SE RETIENE
      *COMO APARTADO; CADA ASIGNACION DEJA AL CLIENTE EN LA LISTA
      *DE LLAMADAS
       052-2-ASIGNA-RECEPCION.
           MOVE WS-RECIBIDA TO WS-PE-POR-ASIGNAR.
           MOVE ZERO TO WS-PE-RETENIDO.
           MOVE RP-ID TO WS-PE-ID.
           OPEN I-O F-PENDIENTES.
           IF WS-PE-STATUS = "00"
                   ACCEPT WS-PE-HOY FROM DATE YYYYMMDD
                   OPEN EXTEND F-LLAMADAS
                   MOVE WS-PE-ID TO PE-ID
                   MOVE ZERO TO PE-FOLIO
                   MOVE "N" TO WS-PE-FIN
                   START F-PENDIENTES KEY IS NOT LESS THAN PE-LLAVE
                           INVALID KEY MOVE "S" TO WS-PE-FIN
                   END-START
                   PERFORM 052-2-1-ASIGNA-SIGUIENTE
                           UNTIL WS-PE-FIN = "S"
                           OR WS-PE-POR-ASIGNAR = ZERO
                   CLOSE F-LLAMADAS
                   CLOSE F-PENDIENTES
           END-IF.
           IF WS-PE-RETENIDO > ZERO
                   MOVE WS-PE-ID TO RP-ID
                   READ F-ARCHIVO
                           INVALID KEY
                               DISPLAY "Error al releer el producto "
                                       WS-PE-ID
                           NOT INVALID KEY
                               IF RP-APARTADO NOT NUMERIC
                                       MOVE ZERO TO RP-APARTADO
                               END-IF
                               ADD WS-PE-RETENIDO TO RP-APARTADO
                               REWRITE REG-PRODUCTO
                                   INVALID KEY
                                       DISPLAY "Error al retener lo "
                                               "recibido del "
                                               "producto " WS-PE-ID
                               END-REWRITE
                               DISPLAY WS-PE-RETENIDO " piezas "
                                       "retenidas para pedidos de "
                                       "clientes; ver LLAMADAS.TXT"
                   END-READ
                   PERFORM 099-VERIFICA-STATUS-ARCHIVO
           END-IF.

       052-2-1-ASIGNA-SIGUIENTE.
           READ F-PENDIENTES NEXT RECORD
                   AT END MOVE "S" TO WS-PE-FIN
                   NOT AT END
                       IF PE-ID NOT = WS-PE-ID
                               MOVE "S" TO WS-PE-FIN
                       ELSE
                               IF PE-ESTADO = "P"
                               AND PE-CANTIDAD > PE-SURTIDA
                                       PERFORM 052-2-2-ASIGNA-PEDIDO
                               END-IF
                       END-IF
           END-READ.

       052-2-2-ASIGNA-PEDIDO.
           COMPUTE WS-PE-FALTA = PE-CANTIDAD - PE-SURTIDA.
           IF WS-PE-FALTA > WS-PE-POR-ASIGNAR
                   MOVE WS-PE-POR-ASIGNAR TO WS-PE-ASIGNA
           ELSE
                   MOVE WS-PE-FALTA TO WS-PE-ASIGNA
           END-IF.
           ADD WS-PE-ASIGNA TO PE-SURTIDA.
           SUBTRACT WS-PE-ASIGNA FROM WS-PE-POR-ASIGNAR.
           ADD WS-PE-ASIGNA TO WS-PE-RETENIDO.
           MOVE WS-PE-HOY TO PE-FECHA-SURTE.
           IF PE-SURTIDA = PE-CANTIDAD
                   MOVE "R" TO PE-ESTADO
           END-IF.
           REWRITE PE-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al asignar el pedido "
                               PE-FOLIO
           END-REWRITE.
           IF PE-ESTADO = "R"
                   MOVE "COMPLETO" TO WS-PE-LEYENDA
           ELSE
                   MOVE "PARCIAL" TO WS-PE-LEYENDA
           END-IF.
           MOVE SPACES TO CL-NOMBRE.
           MOVE SPACES TO CL-APELLIDOS.
           MOVE ZERO TO CL-TELEFONO.
           IF WS-CL-DISPONIBLE = "S"
                   MOVE PE-CLIENTE TO CL-ID
                   READ F-CLIENTES
                           INVALID KEY
                               MOVE "(SIN REGISTRO)" TO CL-NOMBRE
                   END-READ
           END-IF.
           MOVE SPACES TO LLA-LINEA.
           STRING WS-PE-HOY DELIMITED BY SIZE
                   " PED " DELIMITED BY SIZE
                   PE-FOLIO DELIMITED BY SIZE
                   " CTE " DELIMITED BY SIZE
                   PE-CLIENTE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CL-NOMBRE(1:15) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CL-APELLIDOS(1:15) DELIMITED BY SIZE
                   " TEL " DELIMITED BY SIZE
                   CL-TELEFONO DELIMITED BY SIZE
                   " PROD " DELIMITED BY SIZE
                   PE-ID DELIMITED BY SIZE
                   " PZS " DELIMITED BY SIZE
                   PE-SURTIDA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PE-LEYENDA DELIMITED BY SIZE
                   INTO LLA-LINEA.
           WRITE LLA-LINEA.
           DISPLAY "Llamar: " LLA-LINEA.

      *ENTREGA AL CLIENTE LO QUE SE LE RETUVO: SE LIBERA LA
      *RETENCION Y SE VENDE POR LA CAJA COMO CUALQUIER VENTA; LO QUE
      *FALTE DEL PEDIDO SIGUE PENDIENTE
       052-3-ENTREGA-RETENIDO.
           PERFORM 012-4-CAPTURA-CLIENTE.
           MOVE WS-CLIENTE-ACTUAL TO WS-PE-CLIENTE.
           MOVE ZERO TO WS-PE-SURTIDOS.
           IF WS-PE-CLIENTE NOT = ZERO
                   OPEN INPUT F-PENDIENTES
                   IF WS-PE-STATUS = "00"
                           MOVE "N" TO WS-PE-FIN
                           PERFORM 052-3-1-CUENTA-RETENIDO
                                   UNTIL WS-PE-FIN = "S"
                           CLOSE F-PENDIENTES
                   END-IF
           END-IF.
           IF WS-PE-SURTIDOS = ZERO
                   DISPLAY "El cliente no tiene mercancia retenida."
           ELSE
                   PERFORM 015-SIGUIENTE-TRANSACCION
                   PERFORM 012-5-PREGUNTA-CREDITO
                   PERFORM 033-4-SESION-Y-METODO
                   DISPLAY "Ubicacion que entrega (ENTER = 01): "
                   MOVE ZERO TO WS-UBICACION-VENTA
                   ACCEPT WS-UBICACION-VENTA
                   IF WS-UBICACION-VENTA = ZERO
                           MOVE 1 TO WS-UBICACION-VENTA
                   END-IF
                   PERFORM 012-9-1-ABRE-TICKET
                   OPEN I-O F-PENDIENTES
                   MOVE "N" TO WS-PE-FIN
                   PERFORM 052-3-2-ENTREGA-SIGUIENTE
                           UNTIL WS-PE-FIN = "S"
                   CLOSE F-PENDIENTES
                   PERFORM 012-9-2-CIERRA-TICKET
                   IF WS-METODO-ACTUAL = "L"
                           PERFORM 053-3-CANJEA-PUNTOS
                   END-IF
                   IF WS-VENTA-CREDITO = "S"
                           PERFORM 026-CARGA-CREDITO
                   END-IF
                   IF WS-VENTA-NOMINA = "S"
                           PERFORM 044-CARGA-NOMINA
                   END-IF
           END-IF.

       052-3-1-CUENTA-RETENIDO.
           READ F-PENDIENTES NEXT RECORD
                   AT END MOVE "S" TO WS-PE-FIN
                   NOT AT END
                       IF PE-CLIENTE = WS-PE-CLIENTE
                       AND (PE-ESTADO = "P" OR PE-ESTADO = "R")
                       AND PE-SURTIDA > ZERO
                               ADD 1 TO WS-PE-SURTIDOS
                               DISPLAY "Pedido " PE-FOLIO " producto "
                                       PE-ID " retenido: " PE-SURTIDA
                                       " de " PE-CANTIDAD
                       END-IF
           END-READ.

       052-3-2-ENTREGA-SIGUIENTE.
           READ F-PENDIENTES NEXT RECORD
                   AT END MOVE "S" TO WS-PE-FIN
                   NOT AT END
                       IF PE-CLIENTE = WS-PE-CLIENTE
                       AND (PE-ESTADO = "P" OR PE-ESTADO = "R")
                       AND PE-SURTIDA > ZERO
                               PERFORM 052-3-3-ENTREGA-PEDIDO
                       END-IF
           END-READ.

      *LA VENTA SE SURTE CON LA MISMA RUTINA DE LA CAJA; SI EL
      *RENGLON NO SE PUDO VENDER LA RETENCION SE RESTITUYE
       052-3-3-ENTREGA-PEDIDO.
           MOVE PE-SURTIDA TO WS-PE-CANTIDAD.
           PERFORM 052-7-LIBERA-RETENCION.
           IF WS-STATUS = "00"
                   PERFORM 038-1-CHECA-PROMO
                   MOVE WS-PE-CANTIDAD TO WS-VENDER-CANTIDAD
                   PERFORM 054-1-PRECIO-MAYOREO
                   MOVE WS-TKT-LINEAS TO WS-PE-LINEAS-ANT
                   PERFORM 012-1-1-SURTE-RENGLON
                   IF WS-TKT-LINEAS > WS-PE-LINEAS-ANT
                           IF PE-SURTIDA = PE-CANTIDAD
                                   MOVE "E" TO PE-ESTADO
                                   MOVE WS-TRANS-ACTUAL TO PE-TRANS
                           ELSE
                                   SUBTRACT PE-SURTIDA FROM PE-CANTIDAD
                                   MOVE ZERO TO PE-SURTIDA
                           END-IF
                           REWRITE PE-REGISTRO
                               INVALID KEY
                                   DISPLAY "Error al cerrar el "
                                           "pedido " PE-FOLIO
                           END-REWRITE
                   ELSE
                           MOVE PE-ID TO RP-ID
                           READ F-ARCHIVO
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       IF RP-APARTADO NOT NUMERIC
                                          MOVE ZERO TO RP-APARTADO
                                       END-IF
                                       ADD WS-PE-CANTIDAD
                                          TO RP-APARTADO
                                       REWRITE REG-PRODUCTO
                                          INVALID KEY CONTINUE
                                       END-REWRITE
                           END-READ
                           DISPLAY "El pedido " PE-FOLIO " sigue "
                                   "retenido."
                   END-IF
           END-IF.

      *CANCELACION: LO RETENIDO VUELVE A ESTAR DISPONIBLE
       052-4-CANCELA-PENDIENTE.
           DISPLAY "ID del producto del pedido: ".
           ACCEPT WS-PE-ID.
           DISPLAY "Folio del pedido: ".
           ACCEPT WS-PE-FOLIO.
           OPEN I-O F-PENDIENTES.
           IF WS-PE-STATUS NOT = "00"
                   DISPLAY "No hay pedidos pendientes registrados."
           ELSE
                   MOVE WS-PE-ID TO PE-ID
                   MOVE WS-PE-FOLIO TO PE-FOLIO
                   READ F-PENDIENTES
                           INVALID KEY
                               DISPLAY "No existe ese pedido."
                           NOT INVALID KEY
                               PERFORM 052-4-1-CANCELA-PEDIDO
                   END-READ
                   CLOSE F-PENDIENTES
           END-IF.

       052-4-1-CANCELA-PEDIDO.
           IF PE-ESTADO NOT = "P" AND PE-ESTADO NOT = "R"
                   DISPLAY "El pedido ya esta entregado o cancelado."
           ELSE
                   IF PE-SURTIDA > ZERO
                           MOVE PE-SURTIDA TO WS-PE-CANTIDAD
                           PERFORM 052-7-LIBERA-RETENCION
                   END-IF
                   MOVE "C" TO PE-ESTADO
                   REWRITE PE-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al cancelar el pedido "
                                       PE-FOLIO
                           NOT INVALID KEY
                               DISPLAY "Pedido " PE-FOLIO
                                       " cancelado."
                   END-REWRITE
           END-IF.

      *ANTIGUEDAD DE LO QUE SIGUE SIN SURTIR, POR RANGO DE DIAS
      *DESDE QUE SE LEVANTO EL PEDIDO
       052-5-ANTIGUEDAD.
           ACCEPT WS-PE-HOY FROM DATE YYYYMMDD.
           INITIALIZE WS-PE-RANGOS.
           OPEN INPUT F-PENDIENTES.
           IF WS-PE-STATUS NOT = "00"
                   DISPLAY "No hay pedidos pendientes registrados."
           ELSE
                   DISPLAY "PEDIDOS DE CLIENTES SIN SURTIR AL "
                           WS-PE-HOY
                   DISPLAY "FOLIO  CLIENTE PRODUCTO   FECHA    DIAS"
                           "  FALTAN"
                   MOVE "N" TO WS-PE-FIN
                   PERFORM 052-5-1-LEE-PENDIENTE
                           UNTIL WS-PE-FIN = "S"
                   CLOSE F-PENDIENTES
                   PERFORM 052-5-3-MUESTRA-RANGO
                           VARYING WS-PE-IDX FROM 1 BY 1
                           UNTIL WS-PE-IDX > 4
           END-IF.

       052-5-1-LEE-PENDIENTE.
           READ F-PENDIENTES NEXT RECORD
                   AT END MOVE "S" TO WS-PE-FIN
                   NOT AT END
                       IF PE-ESTADO = "P"
                       AND PE-CANTIDAD > PE-SURTIDA
                               PERFORM 052-5-2-CLASIFICA
                       END-IF
           END-READ.

       052-5-2-CLASIFICA.
           COMPUTE WS-PE-FALTA = PE-CANTIDAD - PE-SURTIDA.
           MOVE "D" TO WS-FU-OPERACION.
           MOVE PE-FECHA TO WS-FU-FECHA-1.
           MOVE WS-PE-HOY TO WS-FU-FECHA-2.
           CALL "FECHAUTIL" USING WS-FU-OPERACION
                   WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-DIAS TO WS-PE-DIAS.
           IF WS-PE-DIAS NOT > 7
                   MOVE 1 TO WS-PE-IDX
           ELSE IF WS-PE-DIAS NOT > 15
                   MOVE 2 TO WS-PE-IDX
           ELSE IF WS-PE-DIAS NOT > 30
                   MOVE 3 TO WS-PE-IDX
           ELSE
                   MOVE 4 TO WS-PE-IDX.
           ADD 1 TO WS-PER-PEDIDOS(WS-PE-IDX).
           ADD WS-PE-FALTA TO WS-PER-PIEZAS(WS-PE-IDX).
           DISPLAY PE-FOLIO " " PE-CLIENTE " " PE-ID " " PE-FECHA
                   " " WS-PE-DIAS " " WS-PE-FALTA.

       052-5-3-MUESTRA-RANGO.
           DISPLAY WS-PER-NOMBRE(WS-PE-IDX) ": "
                   WS-PER-PEDIDOS(WS-PE-IDX) " pedidos, "
                   WS-PER-PIEZAS(WS-PE-IDX) " piezas".

      *PIEZAS PEDIDAS POR CLIENTES Y AUN NO RECIBIDAS DEL PRODUCTO
      *LEIDO; EL LLAMADOR DEJA ABIERTO EL ARCHIVO DE PENDIENTES
       052-6-PENDIENTE-PRODUCTO.
           MOVE ZERO TO WS-PE-PENDIENTE.
           IF WS-PE-ABIERTO = "S"
                   MOVE RP-ID TO WS-PE-ID
                   MOVE RP-ID TO PE-ID
                   MOVE ZERO TO PE-FOLIO
                   MOVE "N" TO WS-PE-FIN
                   START F-PENDIENTES KEY IS NOT LESS THAN PE-LLAVE
                           INVALID KEY MOVE "S" TO WS-PE-FIN
                   END-START
                   PERFORM 052-6-1-SUMA-PENDIENTE
                           UNTIL WS-PE-FIN = "S"
           END-IF.

       052-6-1-SUMA-PENDIENTE.
           READ F-PENDIENTES NEXT RECORD
                   AT END MOVE "S" TO WS-PE-FIN
                   NOT AT END
                       IF PE-ID NOT = WS-PE-ID
                               MOVE "S" TO WS-PE-FIN
                       ELSE
                               IF PE-ESTADO = "P"
                               AND PE-CANTIDAD > PE-SURTIDA
                                   COMPUTE WS-PE-PENDIENTE =
                                       WS-PE-PENDIENTE
                                       + PE-CANTIDAD - PE-SURTIDA
                               END-IF
                       END-IF
           END-READ.

      *QUITA DEL APARTADO DEL PRODUCTO LO RETENIDO PARA EL PEDIDO
      *LEIDO (WS-PE-CANTIDAD PIEZAS); DEJA EL PRODUCTO EN MEMORIA
       052-7-LIBERA-RETENCION.
           MOVE PE-ID TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY
                       DISPLAY "El producto " PE-ID " ya no existe."
                   NOT INVALID KEY
                       IF RP-APARTADO NUMERIC
                       AND RP-APARTADO > WS-PE-CANTIDAD
                               SUBTRACT WS-PE-CANTIDAD FROM RP-APARTADO
                       ELSE
                               MOVE ZERO TO RP-APARTADO
                       END-IF
                       REWRITE REG-PRODUCTO
                           INVALID KEY
                               DISPLAY "Error al liberar lo retenido "
                                       "del producto " PE-ID
                       END-REWRITE
           END-READ.

       052-9-SIGUIENTE-FOLIO.
           OPEN INPUT PEN-LLAVE-FILE.
           IF PELL-STATUS = 35
                   MOVE ZERO TO REG-PEN-LLAVE
                   OPEN OUTPUT PEN-LLAVE-FILE
                   CLOSE PEN-LLAVE-FILE
           ELSE
                   READ PEN-LLAVE-FILE
                           AT END MOVE ZERO TO REG-PEN-LLAVE
                   END-READ
                   CLOSE PEN-LLAVE-FILE
           END-IF.
           ADD 1 TO REG-PEN-LLAVE.
           MOVE REG-PEN-LLAVE TO WS-PE-FOLIO.
           OPEN OUTPUT PEN-LLAVE-FILE.
           WRITE REG-PEN-LLAVE.
           CLOSE PEN-LLAVE-FILE.

      *PUNTOS DE LEALTAD: SE GANAN EN CADA VENTA PAGADA SEGUN LA
      *TASA DEL DEPARTAMENTO, SE CANJEAN EN LA CAJA COMO METODO DE
      *PAGO "L" (UN PUNTO = UN PESO) Y VENCEN A LOS DOCE MESES
       053-PUNTOS-LEALTAD.
           DISPLAY "T - Tasa por departamento, L - Listar tasas, "
                   "E - Estado de puntos de un cliente, "
                   "P - Pasivo de puntos, V - Vencer puntos: ".
           MOVE SPACES TO WS-PU-OPCION.
           ACCEPT WS-PU-OPCION.
           IF WS-PU-OPCION = "T" OR WS-PU-OPCION = "t"
                   PERFORM 053-8-CAPTURA-TASA
           ELSE IF WS-PU-OPCION = "L" OR WS-PU-OPCION = "l"
                   PERFORM 053-8-1-LISTA-TASAS
           ELSE IF WS-PU-OPCION = "E" OR WS-PU-OPCION = "e"
                   PERFORM 053-10-ESTADO-PUNTOS
           ELSE IF WS-PU-OPCION = "P" OR WS-PU-OPCION = "p"
                   PERFORM 053-11-PASIVO-PUNTOS
           ELSE IF WS-PU-OPCION = "V" OR WS-PU-OPCION = "v"
                   PERFORM 053-12-VENCE-PUNTOS
           ELSE
                   DISPLAY "Opcion no valida.".

      *PUNTOS DEL RENGLON RECIEN GRABADO: SOLO CON CLIENTE, SOLO SI
      *SE PAGA (NI A CREDITO NI CON LOS MISMOS PUNTOS) Y, EN
      *PROMOCION, SOLO SI EL DEPARTAMENTO ASI LO PERMITE
       053-1-PUNTOS-RENGLON.
           IF WS-CLIENTE-ACTUAL NOT = ZERO
           AND WS-METODO-ACTUAL NOT = "C"
           AND WS-METODO-ACTUAL NOT = "L"
                   MOVE WS-PROMO-ACTIVA TO WS-PU-PROMO
                   PERFORM 053-1-1-TASA-DEPTO
                   IF WS-PU-GANA = "S"
                           COMPUTE WS-PU-RENGLON ROUNDED =
                                   WS-VENDER-CANTIDAD
                                   * WS-PRECIO-VENTA
                                   * PT-TASA / 100
                           ADD WS-PU-RENGLON TO WS-PU-GANADOS
                   END-IF
           END-IF.

      *TASA DEL DEPARTAMENTO DEL PRODUCTO LEIDO; WS-PU-GANA QUEDA
      *EN "S" SI EL RENGLON (PROMOCION EN WS-PU-PROMO) GANA PUNTOS
       053-1-1-TASA-DEPTO.
           MOVE "N" TO WS-PU-GANA.
           OPEN INPUT F-PTS-TASA.
           IF WS-PT-STATUS = "00"
                   MOVE RP-DEPARTAMENTO TO PT-DEPTO
                   READ F-PTS-TASA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF PT-TASA > ZERO
                               AND (WS-PU-PROMO NOT = "S"
                                    OR PT-PROMO = "S")
                                       MOVE "S" TO WS-PU-GANA
                               END-IF
                   END-READ
           END-IF.
           CLOSE F-PTS-TASA.

      *ABONA AL CLIENTE WS-PU-CLIENTE UN RENGLON "G" POR
      *WS-PU-IMPORTE PUNTOS
       053-2-ABONA-PUNTOS.
           OPEN I-O F-PUNTOS.
           IF WS-PU-STATUS = "35"
                   OPEN OUTPUT F-PUNTOS
                   CLOSE F-PUNTOS
                   OPEN I-O F-PUNTOS
           END-IF.
           PERFORM 053-2-1-GRABA-MOVIMIENTO.
           CLOSE F-PUNTOS.

      *GRABA EL MOVIMIENTO WS-PU-TIPO EN EL LIBRO YA ABIERTO
       053-2-1-GRABA-MOVIMIENTO.
           PERFORM 053-9-SIGUIENTE-FOLIO.
           ACCEPT WS-PU-HOY FROM DATE YYYYMMDD.
           MOVE WS-PU-CLIENTE TO PU-CLIENTE.
           MOVE WS-PU-FOLIO TO PU-FOLIO.
           MOVE WS-PU-HOY TO PU-FECHA.
           MOVE WS-PU-TIPO TO PU-TIPO.
           MOVE WS-PU-IMPORTE TO PU-PUNTOS.
           IF WS-PU-TIPO = "G"
                   MOVE WS-PU-IMPORTE TO PU-RESTANTE
           ELSE
                   MOVE ZERO TO PU-RESTANTE
           END-IF.
           MOVE WS-PU-TRANS TO PU-TRANS.
           MOVE WS-OPERADOR TO PU-OPERADOR.
           WRITE PU-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el movimiento de "
                               "puntos " WS-PU-FOLIO
           END-WRITE.

      *CANJE AL CERRAR EL TICKET: SI EL SALDO YA NO ALCANZA, LA
      *VENTA QUEDA EN EFECTIVO Y SUS RENGLONES SE REMARCAN PARA QUE
      *EL CORTE LOS ESPERE EN EL CAJON
       053-3-CANJEA-PUNTOS.
           MOVE WS-CLIENTE-ACTUAL TO WS-PU-CLIENTE.
           PERFORM 053-5-SALDO-PUNTOS.
           IF WS-PU-SALDO < WS-TKT-TOTAL
                   MOVE WS-PU-SALDO TO WS-PU-FMT
                   DISPLAY "Puntos insuficientes (saldo " WS-PU-FMT
                           "), la venta queda en efectivo."
                   MOVE "E" TO WS-METODO-ACTUAL
                   PERFORM 053-3-1-REMARCA-EFECTIVO
           ELSE
                   MOVE "C" TO WS-PU-TIPO
                   MOVE WS-TKT-TOTAL TO WS-PU-IMPORTE
                   MOVE WS-TRANS-ACTUAL TO WS-PU-TRANS
                   PERFORM 053-4-DESCUENTA-PUNTOS
                   COMPUTE WS-PU-SALDO = WS-PU-SALDO - WS-TKT-TOTAL
                   MOVE WS-PU-SALDO TO WS-PU-FMT
                   DISPLAY "Venta pagada con puntos; saldo restante: "
                           WS-PU-FMT
           END-IF.

       053-3-1-REMARCA-EFECTIVO.
           OPEN I-O F-VENTAS.
           IF WS-VTA-STATUS = "00"
                   MOVE WS-FECHA-TICKET TO VTA-FECHA
                   MOVE WS-TRANS-ACTUAL TO VTA-TRANS
                   MOVE ZERO TO VTA-RENGLON
                   MOVE "N" TO WS-PU-FIN
                   START F-VENTAS KEY IS NOT LESS THAN VTA-LLAVE
                           INVALID KEY MOVE "S" TO WS-PU-FIN
                   END-START
                   PERFORM 053-3-2-REMARCA-RENGLON
                           UNTIL WS-PU-FIN = "S"
           END-IF.
           CLOSE F-VENTAS.

       053-3-2-REMARCA-RENGLON.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-PU-FIN
                   NOT AT END
                       IF VTA-FECHA NOT = WS-FECHA-TICKET
                       OR VTA-TRANS NOT = WS-TRANS-ACTUAL
                               MOVE "S" TO WS-PU-FIN
                       ELSE
                               IF VTA-TIPO = "V"
                               AND VTA-METODO = "L"
                                       MOVE "E" TO VTA-METODO
                                       REWRITE VTA-REGISTRO
                                           INVALID KEY
                                               DISPLAY "Error al "
                                                   "remarcar el "
                                                   "renglon "
                                                   VTA-RENGLON
                                       END-REWRITE
                               END-IF
                       END-IF
           END-READ.

      *DESCUENTA WS-PU-IMPORTE PUNTOS DEL CLIENTE WS-PU-CLIENTE,
      *DE LOS RENGLONES "G" MAS VIEJOS PRIMERO, Y DEJA EL
      *MOVIMIENTO WS-PU-TIPO; SI EL SALDO NO ALCANZA SE DESCUENTA
      *LO QUE HAYA
       053-4-DESCUENTA-PUNTOS.
           MOVE WS-PU-IMPORTE TO WS-PU-CONSUMIR.
           OPEN I-O F-PUNTOS.
           IF WS-PU-STATUS = "35"
                   OPEN OUTPUT F-PUNTOS
                   CLOSE F-PUNTOS
                   OPEN I-O F-PUNTOS
           END-IF.
           MOVE WS-PU-CLIENTE TO PU-CLIENTE.
           MOVE ZERO TO PU-FOLIO.
           MOVE "N" TO WS-PU-FIN.
           START F-PUNTOS KEY IS NOT LESS THAN PU-LLAVE
                   INVALID KEY MOVE "S" TO WS-PU-FIN
           END-START.
           PERFORM 053-4-1-CONSUME-SIGUIENTE
                   UNTIL WS-PU-FIN = "S"
                   OR WS-PU-CONSUMIR = ZERO.
           IF WS-PU-CONSUMIR > ZERO
                   MOVE WS-PU-CONSUMIR TO WS-PU-FMT
                   DISPLAY "Aviso: faltaron " WS-PU-FMT " puntos "
                           "por descontar al cliente " WS-PU-CLIENTE
           END-IF.
           PERFORM 053-2-1-GRABA-MOVIMIENTO.
           CLOSE F-PUNTOS.

       053-4-1-CONSUME-SIGUIENTE.
           READ F-PUNTOS NEXT RECORD
                   AT END MOVE "S" TO WS-PU-FIN
                   NOT AT END
                       IF PU-CLIENTE NOT = WS-PU-CLIENTE
                               MOVE "S" TO WS-PU-FIN
                       ELSE
                               IF PU-TIPO = "G"
                               AND PU-RESTANTE > ZERO
                                   IF PU-RESTANTE > WS-PU-CONSUMIR
                                       MOVE WS-PU-CONSUMIR
                                               TO WS-PU-TOMA
                                   ELSE
                                       MOVE PU-RESTANTE TO WS-PU-TOMA
                                   END-IF
                                   SUBTRACT WS-PU-TOMA FROM PU-RESTANTE
                                   SUBTRACT WS-PU-TOMA
                                           FROM WS-PU-CONSUMIR
                                   REWRITE PU-REGISTRO
                                       INVALID KEY
                                           DISPLAY "Error al "
                                               "descontar puntos del "
                                               "folio " PU-FOLIO
                                   END-REWRITE
                               END-IF
                       END-IF
           END-READ.

      *SALDO DE PUNTOS DEL CLIENTE WS-PU-CLIENTE EN WS-PU-SALDO
       053-5-SALDO-PUNTOS.
           MOVE ZERO TO WS-PU-SALDO.
           OPEN INPUT F-PUNTOS.
           IF WS-PU-STATUS = "00"
                   MOVE WS-PU-CLIENTE TO PU-CLIENTE
                   MOVE ZERO TO PU-FOLIO
                   MOVE "N" TO WS-PU-FIN
                   START F-PUNTOS KEY IS NOT LESS THAN PU-LLAVE
                           INVALID KEY MOVE "S" TO WS-PU-FIN
                   END-START
                   PERFORM 053-5-1-SUMA-SALDO
                           UNTIL WS-PU-FIN = "S"
           END-IF.
           CLOSE F-PUNTOS.

       053-5-1-SUMA-SALDO.
           READ F-PUNTOS NEXT RECORD
                   AT END MOVE "S" TO WS-PU-FIN
                   NOT AT END
                       IF PU-CLIENTE NOT = WS-PU-CLIENTE
                               MOVE "S" TO WS-PU-FIN
                       ELSE
                               IF PU-TIPO = "G"
                                       ADD PU-RESTANTE TO WS-PU-SALDO
                               END-IF
                       END-IF
           END-READ.

      *AL ELEGIR PAGO CON PUNTOS: SOLO CON CLIENTE Y CON SALDO; EL
      *SALDO CONTRA EL TOTAL SE REVISA AL CERRAR EL TICKET
       053-6-VALIDA-CANJE.
           IF WS-CLIENTE-ACTUAL = ZERO
                   DISPLAY "El pago con puntos requiere un cliente "
                           "registrado; se cobra en efectivo."
                   MOVE "E" TO WS-METODO-ACTUAL
           ELSE
                   MOVE WS-CLIENTE-ACTUAL TO WS-PU-CLIENTE
                   PERFORM 053-5-SALDO-PUNTOS
                   MOVE WS-PU-SALDO TO WS-PU-FMT
                   DISPLAY "Saldo de puntos del cliente: " WS-PU-FMT
                   IF WS-PU-SALDO = ZERO
                           DISPLAY "Sin puntos, se cobra en "
                                   "efectivo."
                           MOVE "E" TO WS-METODO-ACTUAL
                   END-IF
           END-IF.

      *DEVOLUCION: LO PAGADO CON PUNTOS REGRESA COMO PUNTOS; LO
      *PAGADO DE OTRA FORMA REVIERTE LOS PUNTOS QUE EL RENGLON
      *HABIA GANADO (CON LA TASA VIGENTE DEL DEPARTAMENTO)
       053-7-PUNTOS-DEVOLUCION.
           MOVE WS-DEV-CLIENTE TO WS-PU-CLIENTE.
           MOVE WS-DEV-TRANS TO WS-PU-TRANS.
           IF WS-DEV-CLIENTE NOT = ZERO
                   IF WS-DEV-METODO = "L"
                           COMPUTE WS-PU-IMPORTE =
                                   WS-DEV-CANTIDAD
                                   * WS-DEV-PRECIO-ORIG
                           MOVE "G" TO WS-PU-TIPO
                           PERFORM 053-2-ABONA-PUNTOS
                           DISPLAY "Reembolso abonado en puntos al "
                                   "cliente " WS-DEV-CLIENTE
                   ELSE
                   IF WS-DEV-METODO NOT = "C"
                           MOVE WS-DEV-PROMO TO WS-PU-PROMO
                           MOVE WS-DEV-ID TO RP-ID
                           READ F-ARCHIVO
                                   INVALID KEY
                                       MOVE "N" TO WS-PU-GANA
                                   NOT INVALID KEY
                                       PERFORM 053-1-1-TASA-DEPTO
                           END-READ
                           IF WS-PU-GANA = "S"
                                   COMPUTE WS-PU-IMPORTE ROUNDED =
                                           WS-DEV-CANTIDAD
                                           * WS-DEV-PRECIO-ORIG
                                           * PT-TASA / 100
                                   MOVE "D" TO WS-PU-TIPO
                                   PERFORM 053-4-DESCUENTA-PUNTOS
                                   MOVE WS-PU-IMPORTE TO WS-PU-FMT
                                   DISPLAY "Puntos revertidos: "
                                           WS-PU-FMT
                           END-IF
                   END-IF
                   END-IF
           END-IF.

       053-8-CAPTURA-TASA.
           OPEN I-O F-PTS-TASA.
           IF WS-PT-STATUS = "35"
                   OPEN OUTPUT F-PTS-TASA
                   CLOSE F-PTS-TASA
                   OPEN I-O F-PTS-TASA
           END-IF.
           DISPLAY "Departamento: ".
           ACCEPT PT-DEPTO.
           DISPLAY "Puntos por cada $100 (nn.nn): ".
           ACCEPT PT-TASA.
           DISPLAY "Ganan puntos los renglones en promocion (S/N)? ".
           ACCEPT PT-PROMO.
           IF PT-PROMO = "S" OR PT-PROMO = "s"
                   MOVE "S" TO PT-PROMO
           ELSE
                   MOVE "N" TO PT-PROMO
           END-IF.
           WRITE PT-REGISTRO
                   INVALID KEY
                   REWRITE PT-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la tasa."
                   END-REWRITE
           END-WRITE.
           CLOSE F-PTS-TASA.
           DISPLAY "Tasa registrada.".

       053-8-1-LISTA-TASAS.
           OPEN INPUT F-PTS-TASA.
           IF WS-PT-STATUS NOT = "00"
                   DISPLAY "Aun no hay tasas de puntos."
           ELSE
                   MOVE LOW-VALUES TO PT-DEPTO
                   MOVE "N" TO WS-PU-FIN
                   START F-PTS-TASA KEY IS NOT LESS THAN PT-DEPTO
                           INVALID KEY MOVE "S" TO WS-PU-FIN
                   END-START
                   PERFORM 053-8-2-LISTA-TASA
                           UNTIL WS-PU-FIN = "S"
           END-IF.
           CLOSE F-PTS-TASA.

       053-8-2-LISTA-TASA.
           READ F-PTS-TASA NEXT RECORD
                   AT END MOVE "S" TO WS-PU-FIN
                   NOT AT END
                           DISPLAY "DEPARTAMENTO " PT-DEPTO
                                   " PUNTOS POR $100: " PT-TASA
                                   " EN PROMOCION: " PT-PROMO
           END-READ.

       053-9-SIGUIENTE-FOLIO.
           OPEN INPUT PUN-LLAVE-FILE.
           IF PULL-STATUS = 35
                   MOVE ZERO TO REG-PUN-LLAVE
                   OPEN OUTPUT PUN-LLAVE-FILE
                   CLOSE PUN-LLAVE-FILE
           ELSE
                   READ PUN-LLAVE-FILE
                           AT END MOVE ZERO TO REG-PUN-LLAVE
                   END-READ
                   CLOSE PUN-LLAVE-FILE
           END-IF.
           ADD 1 TO REG-PUN-LLAVE.
           MOVE REG-PUN-LLAVE TO WS-PU-FOLIO.
           OPEN OUTPUT PUN-LLAVE-FILE.
           WRITE REG-PUN-LLAVE.
           CLOSE PUN-LLAVE-FILE.

      *MOVIMIENTOS Y SALDO DE UN CLIENTE
       053-10-ESTADO-PUNTOS.
           PERFORM 012-4-CAPTURA-CLIENTE.
           MOVE WS-CLIENTE-ACTUAL TO WS-PU-CLIENTE.
           MOVE ZERO TO WS-PU-SALDO.
           OPEN INPUT F-PUNTOS.
           IF WS-PU-STATUS NOT = "00"
                   DISPLAY "Aun no hay movimientos de puntos."
           ELSE
                   DISPLAY "FECHA    TIPO FOLIO    TRANS  PUNTOS"
                           "        RESTANTE"
                   MOVE WS-PU-CLIENTE TO PU-CLIENTE
                   MOVE ZERO TO PU-FOLIO
                   MOVE "N" TO WS-PU-FIN
                   START F-PUNTOS KEY IS NOT LESS THAN PU-LLAVE
                           INVALID KEY MOVE "S" TO WS-PU-FIN
                   END-START
                   PERFORM 053-10-1-MUESTRA-MOVIMIENTO
                           UNTIL WS-PU-FIN = "S"
                   MOVE WS-PU-SALDO TO WS-PU-FMT
                   DISPLAY "Saldo de puntos: " WS-PU-FMT
           END-IF.
           CLOSE F-PUNTOS.

       053-10-1-MUESTRA-MOVIMIENTO.
           READ F-PUNTOS NEXT RECORD
                   AT END MOVE "S" TO WS-PU-FIN
                   NOT AT END
                       IF PU-CLIENTE NOT = WS-PU-CLIENTE
                               MOVE "S" TO WS-PU-FIN
                       ELSE
                               IF PU-TIPO = "G"
                                       ADD PU-RESTANTE TO WS-PU-SALDO
                               END-IF
                               DISPLAY PU-FECHA " " PU-TIPO "    "
                                       PU-FOLIO " " PU-TRANS " "
                                       PU-PUNTOS " " PU-RESTANTE
                       END-IF
           END-READ.

      *PASIVO DE PUNTOS PARA CONTABILIDAD: LO QUE LOS CLIENTES
      *PUEDEN CANJEAR HOY, POR CLIENTE Y EN TOTAL, EN PESOS
       053-11-PASIVO-PUNTOS.
           MOVE ZERO TO WS-PU-TOTAL.
           MOVE ZERO TO WS-PU-CLIENTES.
           MOVE ZERO TO WS-PU-SALDO.
           MOVE ZERO TO WS-PU-CLIENTE.
           ACCEPT WS-PU-HOY FROM DATE YYYYMMDD.
           OPEN INPUT F-PUNTOS.
           IF WS-PU-STATUS NOT = "00"
                   DISPLAY "Aun no hay movimientos de puntos."
           ELSE
                   DISPLAY "PASIVO DE PUNTOS DE LEALTAD AL "
                           WS-PU-HOY
                   MOVE LOW-VALUES TO PU-LLAVE
                   MOVE "N" TO WS-PU-FIN
                   START F-PUNTOS KEY IS NOT LESS THAN PU-LLAVE
                           INVALID KEY MOVE "S" TO WS-PU-FIN
                   END-START
                   PERFORM 053-11-1-ACUMULA-PASIVO
                           UNTIL WS-PU-FIN = "S"
                   PERFORM 053-11-2-CORTE-CLIENTE
                   MOVE WS-PU-TOTAL TO WS-PU-FMT
                   DISPLAY "CLIENTES CON SALDO: " WS-PU-CLIENTES
                   DISPLAY "PASIVO TOTAL (PESOS): " WS-PU-FMT
           END-IF.
           CLOSE F-PUNTOS.

       053-11-1-ACUMULA-PASIVO.
           READ F-PUNTOS NEXT RECORD
                   AT END MOVE "S" TO WS-PU-FIN
                   NOT AT END
                       IF PU-CLIENTE NOT = WS-PU-CLIENTE
                               PERFORM 053-11-2-CORTE-CLIENTE
                               MOVE PU-CLIENTE TO WS-PU-CLIENTE
                       END-IF
                       IF PU-TIPO = "G"
                               ADD PU-RESTANTE TO WS-PU-SALDO
                       END-IF
           END-READ.

       053-11-2-CORTE-CLIENTE.
           IF WS-PU-SALDO > ZERO
                   MOVE WS-PU-SALDO TO WS-PU-FMT
                   DISPLAY "CLIENTE " WS-PU-CLIENTE " SALDO "
                           WS-PU-FMT
                   ADD WS-PU-SALDO TO WS-PU-TOTAL
                   ADD 1 TO WS-PU-CLIENTES
           END-IF.
           MOVE ZERO TO WS-PU-SALDO.

      *VENCIMIENTO: LO QUE QUEDA DE LOS PUNTOS GANADOS HACE MAS DE
      *DOCE MESES SE DA DE BAJA; PRIMERO SE LIMPIAN LOS RESTANTES
      *Y SE JUNTA LO VENCIDO POR CLIENTE, LUEGO SE GRABAN LOS "X"
       053-12-VENCE-PUNTOS.
           ACCEPT WS-PU-HOY FROM DATE YYYYMMDD.
           MOVE WS-PU-HOY TO WS-PU-CORTE.
           SUBTRACT 1 FROM WS-PU-CORTE-ANO.
           MOVE ZERO TO WS-PUV-USADOS.
           MOVE "N" TO WS-PUV-DESBORDE.
           OPEN I-O F-PUNTOS.
           IF WS-PU-STATUS NOT = "00"
                   DISPLAY "Aun no hay movimientos de puntos."
           ELSE
                   MOVE LOW-VALUES TO PU-LLAVE
                   MOVE "N" TO WS-PU-FIN
                   START F-PUNTOS KEY IS NOT LESS THAN PU-LLAVE
                           INVALID KEY MOVE "S" TO WS-PU-FIN
                   END-START
                   PERFORM 053-12-1-EXAMINA-PUNTOS
                           UNTIL WS-PU-FIN = "S"
                   MOVE "X" TO WS-PU-TIPO
                   MOVE ZERO TO WS-PU-TRANS
                   MOVE ZERO TO WS-PU-TOTAL
                   PERFORM 053-12-3-GRABA-VENCIDO
                           VARYING WS-PUV-I FROM 1 BY 1
                           UNTIL WS-PUV-I > WS-PUV-USADOS
                   MOVE WS-PU-TOTAL TO WS-PU-FMT
                   DISPLAY "Puntos ganados antes del " WS-PU-CORTE
                           " vencidos: " WS-PU-FMT " de "
                           WS-PUV-USADOS " clientes."
                   IF WS-PUV-DESBORDE = "S"
                           DISPLAY "Aviso: mas de 500 clientes con "
                                   "puntos por vencer; corra de "
                                   "nuevo el vencimiento."
                   END-IF
           END-IF.
           CLOSE F-PUNTOS.

       053-12-1-EXAMINA-PUNTOS.
           READ F-PUNTOS NEXT RECORD
                   AT END MOVE "S" TO WS-PU-FIN
                   NOT AT END
                       IF PU-TIPO = "G"
                       AND PU-RESTANTE > ZERO
                       AND PU-FECHA < WS-PU-CORTE
                               PERFORM 053-12-2-VENCE-RENGLON
                       END-IF
           END-READ.

       053-12-2-VENCE-RENGLON.
           MOVE "S" TO WS-PUV-NUEVO.
           IF WS-PUV-USADOS > ZERO
                   IF WS-PUV-CLIENTE(WS-PUV-USADOS) = PU-CLIENTE
                           MOVE "N" TO WS-PUV-NUEVO
                   END-IF
           END-IF.
           IF WS-PUV-NUEVO = "S"
                   IF WS-PUV-USADOS < 500
                           ADD 1 TO WS-PUV-USADOS
                           MOVE PU-CLIENTE
                                   TO WS-PUV-CLIENTE(WS-PUV-USADOS)
                           MOVE ZERO TO WS-PUV-PUNTOS(WS-PUV-USADOS)
                   ELSE
                           MOVE "S" TO WS-PUV-DESBORDE
                   END-IF
           END-IF.
           IF WS-PUV-USADOS > ZERO
           AND WS-PUV-CLIENTE(WS-PUV-USADOS) = PU-CLIENTE
                   ADD PU-RESTANTE TO WS-PUV-PUNTOS(WS-PUV-USADOS)
                   MOVE ZERO TO PU-RESTANTE
                   REWRITE PU-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al vencer el folio "
                                       PU-FOLIO
                   END-REWRITE
           END-IF.

       053-12-3-GRABA-VENCIDO.
           MOVE WS-PUV-CLIENTE(WS-PUV-I) TO WS-PU-CLIENTE.
           MOVE WS-PUV-PUNTOS(WS-PUV-I) TO WS-PU-IMPORTE.
           ADD WS-PU-IMPORTE TO WS-PU-TOTAL.
           PERFORM 053-2-1-GRABA-MOVIMIENTO.

      *PRECIOS DE MAYOREO: HASTA CINCO ESCALONES POR PRODUCTO, CADA
      *UNO CON SU CANTIDAD MINIMA Y SU PRECIO UNITARIO; MISMO
      *ESQUEMA DE MANTENIMIENTO QUE LAS PROMOCIONES
       054-MAYOREO.
           DISPLAY "A - Alta/correccion, L - Listar, B - Borrar: ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "A" OR WS-CONFIRMA = "a"
                   PERFORM 054-2-CAPTURA-MAYOREO
           ELSE
           IF WS-CONFIRMA = "L" OR WS-CONFIRMA = "l"
                   PERFORM 054-3-LISTA-MAYOREO
           ELSE
           IF WS-CONFIRMA = "B" OR WS-CONFIRMA = "b"
                   PERFORM 054-4-BORRA-MAYOREO
           ELSE
                   DISPLAY "Opcion invalida.".

      *CON LA CANTIDAD YA CAPTURADA, EL ESCALON MAS BARATO CUYO
      *MINIMO SE ALCANZA GANA SI MEJORA EL PRECIO DEL DIA (LISTA O
      *PROMOCION, YA FIJADO POR 038-1-CHECA-PROMO)
       054-1-PRECIO-MAYOREO.
           OPEN INPUT F-MAYOREO.
           IF WS-MY-STATUS = "00"
                   MOVE RP-ID TO MY-ID
                   READ F-MAYOREO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM 054-1-1-REVISA-ESCALON
                                       VARYING WS-MY-IDX FROM 1 BY 1
                                       UNTIL WS-MY-IDX > 5
                   END-READ
           END-IF.
           CLOSE F-MAYOREO.
           IF WS-PROMO-ACTIVA = "M"
                   DISPLAY "Precio de mayoreo: " WS-PRECIO-VENTA
           END-IF.

       054-1-1-REVISA-ESCALON.
           IF MY-MINIMO(WS-MY-IDX) > ZERO
           AND WS-VENDER-CANTIDAD NOT < MY-MINIMO(WS-MY-IDX)
           AND MY-PRECIO(WS-MY-IDX) < WS-PRECIO-VENTA
                   MOVE MY-PRECIO(WS-MY-IDX) TO WS-PRECIO-VENTA
                   MOVE "M" TO WS-PROMO-ACTIVA
           END-IF.

       054-2-CAPTURA-MAYOREO.
           OPEN I-O F-MAYOREO.
           IF WS-MY-STATUS = "35"
                   OPEN OUTPUT F-MAYOREO
                   CLOSE F-MAYOREO
                   OPEN I-O F-MAYOREO
           END-IF.
           DISPLAY "ID del producto: ".
           ACCEPT MY-ID.
           DISPLAY "Escalones de mayoreo (cantidad minima 0 = sin "
                   "escalon):".
           PERFORM 054-2-1-CAPTURA-ESCALON
                   VARYING WS-MY-IDX FROM 1 BY 1
                   UNTIL WS-MY-IDX > 5.
           WRITE MY-REGISTRO
                   INVALID KEY
                   REWRITE MY-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar los precios de "
                                   "mayoreo."
                   END-REWRITE
           END-WRITE.
           CLOSE F-MAYOREO.
           DISPLAY "Precios de mayoreo registrados.".

       054-2-1-CAPTURA-ESCALON.
           DISPLAY "Escalon " WS-MY-IDX " cantidad minima: ".
           MOVE ZERO TO MY-MINIMO(WS-MY-IDX).
           ACCEPT MY-MINIMO(WS-MY-IDX).
           MOVE ZERO TO MY-PRECIO(WS-MY-IDX).
           IF MY-MINIMO(WS-MY-IDX) > ZERO
                   DISPLAY "Escalon " WS-MY-IDX " precio unitario: "
                   ACCEPT MY-PRECIO(WS-MY-IDX)
           END-IF.

       054-3-LISTA-MAYOREO.
           OPEN INPUT F-MAYOREO.
           IF WS-MY-STATUS NOT = "00"
                   DISPLAY "Aun no hay precios de mayoreo."
           ELSE
                   MOVE LOW-VALUES TO MY-ID
                   MOVE "N" TO WS-PM-FIN
                   START F-MAYOREO KEY IS NOT LESS THAN MY-ID
                           INVALID KEY MOVE "S" TO WS-PM-FIN
                   END-START
                   PERFORM 054-3-1-LISTA-UNO
                           UNTIL WS-PM-FIN = "S"
           END-IF.
           CLOSE F-MAYOREO.

       054-3-1-LISTA-UNO.
           READ F-MAYOREO NEXT RECORD
                   AT END MOVE "S" TO WS-PM-FIN
                   NOT AT END
                           DISPLAY "PROD " MY-ID
                           PERFORM 054-3-2-LISTA-ESCALON
                                   VARYING WS-MY-IDX FROM 1 BY 1
                                   UNTIL WS-MY-IDX > 5
           END-READ.

       054-3-2-LISTA-ESCALON.
           IF MY-MINIMO(WS-MY-IDX) > ZERO
                   DISPLAY "   DESDE " MY-MINIMO(WS-MY-IDX)
                           " PZS A " MY-PRECIO(WS-MY-IDX)
           END-IF.

       054-4-BORRA-MAYOREO.
           OPEN I-O F-MAYOREO.
           DISPLAY "ID del producto cuyos precios de mayoreo se "
                   "borran: ".
           ACCEPT MY-ID.
           DELETE F-MAYOREO
                   INVALID KEY
                           DISPLAY "No hay precios de mayoreo de ese "
                                   "producto."
                   NOT INVALID KEY
                           DISPLAY "Precios de mayoreo borrados."
           END-DELETE.
           CLOSE F-MAYOREO.

      *ACEPTA LO QUE EL CAJERO TECLEE O ESCANEE: PRIMERO SE BUSCA
      *COMO CODIGO DE BARRAS O CLAVE DE PROVEEDOR Y, SI NO ESTA,
      *SE TOMA COMO ID INTERNO; DEJA EL ID EN WS-ID-BUSQUEDA (CERO
      *SI NO SE RECONOCE) Y WS-CB-VACIO = "S" SI SE DEJO EN BLANCO
       055-1-CAPTURA-CODIGO.
           MOVE SPACES TO WS-CB-CAPTURA.
           ACCEPT WS-CB-CAPTURA.
           MOVE ZERO TO WS-ID-BUSQUEDA.
           MOVE "N" TO WS-CB-VACIO.
           MOVE "N" TO WS-CB-HALLADO.
           IF WS-CB-CAPTURA = SPACES OR WS-CB-CAPTURA = "0"
                   MOVE "S" TO WS-CB-VACIO
           ELSE
                   OPEN INPUT F-CODIGOS
                   IF WS-CB-STATUS = "00"
                           MOVE WS-CB-CAPTURA TO CB-CODIGO
                           READ F-CODIGOS KEY IS CB-CODIGO
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       MOVE CB-ID TO WS-ID-BUSQUEDA
                                       MOVE "S" TO WS-CB-HALLADO
                           END-READ
                   END-IF
                   CLOSE F-CODIGOS
                   IF WS-CB-HALLADO = "N"
                           PERFORM 055-1-1-JUSTIFICA-ID
                   END-IF
           END-IF.

       055-1-1-JUSTIFICA-ID.
           MOVE ZERO TO WS-CB-LONG.
           INSPECT WS-CB-CAPTURA TALLYING WS-CB-LONG
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-CB-LONG > ZERO AND WS-CB-LONG NOT > 10
                   MOVE ZEROS TO WS-CB-JUST
                   MOVE WS-CB-CAPTURA(1:WS-CB-LONG)
                           TO WS-CB-JUST(11 - WS-CB-LONG:WS-CB-LONG)
                   IF WS-CB-JUST-9 NUMERIC
                           MOVE WS-CB-JUST-9 TO WS-ID-BUSQUEDA
                           IF WS-ID-BUSQUEDA = ZERO
                                   MOVE "S" TO WS-CB-VACIO
                           END-IF
                   END-IF
           END-IF.

      *MANTENIMIENTO DE LOS CODIGOS QUE APUNTAN A CADA PRODUCTO
       055-CODIGOS.
           DISPLAY "A - Alta de codigo de barras, P - Clave de "
                   "proveedor, L - Listar, B - Borrar: ".
           ACCEPT WS-CB-OPCION.
           IF WS-CB-OPCION = "A" OR WS-CB-OPCION = "a"
                   MOVE ZERO TO WS-PROV-ACTUAL
                   MOVE "B" TO CB-TIPO
                   PERFORM 055-2-ALTA-CODIGO
           ELSE
           IF WS-CB-OPCION = "P" OR WS-CB-OPCION = "p"
                   PERFORM 026-PIDE-PROVEEDOR
                   IF WS-PROV-VALIDO = "S"
                           MOVE "P" TO CB-TIPO
                           PERFORM 055-2-ALTA-CODIGO
                   END-IF
           ELSE
           IF WS-CB-OPCION = "L" OR WS-CB-OPCION = "l"
                   PERFORM 055-3-LISTA-CODIGOS
           ELSE
           IF WS-CB-OPCION = "B" OR WS-CB-OPCION = "b"
                   PERFORM 055-4-BORRA-CODIGO
           ELSE
                   DISPLAY "Opcion invalida.".

      *UN CODIGO DE BARRAS SOLO PUEDE APUNTAR A UN PRODUCTO; UNA
      *CLAVE DE PROVEEDOR ES UNICA DENTRO DE ESE PROVEEDOR
       055-2-ALTA-CODIGO.
           DISPLAY "ID del producto: ".
           ACCEPT WS-ID-BUSQUEDA.
           MOVE WS-ID-BUSQUEDA TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY
                       DISPLAY "Error: no existe un producto con ese"
                               " ID."
                   NOT INVALID KEY
                       PERFORM 055-2-1-GRABA-CODIGO
           END-READ.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.

       055-2-1-GRABA-CODIGO.
           IF CB-TIPO = "B"
                   DISPLAY "Codigo de barras (EAN/UPC): "
           ELSE
                   DISPLAY "Clave del articulo en el proveedor: "
           END-IF.
           MOVE SPACES TO WS-CB-CAPTURA.
           ACCEPT WS-CB-CAPTURA.
           OPEN I-O F-CODIGOS.
           IF WS-CB-STATUS = "35"
                   OPEN OUTPUT F-CODIGOS
                   CLOSE F-CODIGOS
                   OPEN I-O F-CODIGOS
           END-IF.
           IF WS-CB-CAPTURA = SPACES
                   DISPLAY "No se capturo ningun codigo."
           ELSE
                   MOVE "N" TO WS-CB-HALLADO
                   IF CB-TIPO = "B"
                           MOVE WS-CB-CAPTURA TO CB-CODIGO
                           READ F-CODIGOS KEY IS CB-CODIGO
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       IF CB-ID NOT = RP-ID
                                           MOVE "S" TO WS-CB-HALLADO
                                       END-IF
                           END-READ
                           MOVE "B" TO CB-TIPO
                   END-IF
                   IF WS-CB-HALLADO = "S"
                           DISPLAY "Ese codigo ya pertenece al "
                                   "producto " CB-ID
                   ELSE
                           MOVE WS-PROV-ACTUAL TO CB-PROVEEDOR
                           MOVE WS-CB-CAPTURA TO CB-CODIGO
                           MOVE RP-ID TO CB-ID
                           WRITE CB-REGISTRO
                                   INVALID KEY
                                   REWRITE CB-REGISTRO
                                           INVALID KEY
                                           DISPLAY "Error al grabar "
                                                   "el codigo."
                                   END-REWRITE
                           END-WRITE
                           DISPLAY "Codigo registrado para "
                                   RP-NOMBRE
                   END-IF
           END-IF.
           CLOSE F-CODIGOS.

       055-3-LISTA-CODIGOS.
           DISPLAY "ID del producto: ".
           ACCEPT WS-ID-BUSQUEDA.
           OPEN INPUT F-CODIGOS.
           IF WS-CB-STATUS NOT = "00"
                   DISPLAY "Aun no hay codigos registrados."
           ELSE
                   MOVE LOW-VALUES TO CB-LLAVE
                   MOVE "N" TO WS-CB-FIN
                   MOVE "N" TO WS-CB-HALLADO
                   START F-CODIGOS KEY IS NOT LESS THAN CB-LLAVE
                           INVALID KEY MOVE "S" TO WS-CB-FIN
                   END-START
                   PERFORM 055-3-1-LISTA-UNO
                           UNTIL WS-CB-FIN = "S"
                   IF WS-CB-HALLADO = "N"
                           DISPLAY "Ese producto no tiene codigos."
                   END-IF
           END-IF.
           CLOSE F-CODIGOS.

       055-3-1-LISTA-UNO.
           READ F-CODIGOS NEXT RECORD
                   AT END MOVE "S" TO WS-CB-FIN
                   NOT AT END
                       IF CB-ID = WS-ID-BUSQUEDA
                               MOVE "S" TO WS-CB-HALLADO
                               IF CB-TIPO = "B"
                                   DISPLAY "Barras     " CB-CODIGO
                               ELSE
                                   DISPLAY "Proveedor " CB-PROVEEDOR
                                           " " CB-CODIGO
                               END-IF
                       END-IF
           END-READ.

       055-4-BORRA-CODIGO.
           DISPLAY "Clave del proveedor (0 = codigo de barras): ".
           MOVE ZERO TO CB-PROVEEDOR.
           ACCEPT CB-PROVEEDOR.
           DISPLAY "Codigo a borrar: ".
           MOVE SPACES TO CB-CODIGO.
           ACCEPT CB-CODIGO.
           OPEN I-O F-CODIGOS.
           DELETE F-CODIGOS
                   INVALID KEY
                           DISPLAY "Ese codigo no esta registrado."
                   NOT INVALID KEY
                           DISPLAY "Codigo borrado."
           END-DELETE.
           CLOSE F-CODIGOS.

      *UNIDADES DEL PRODUCTO EN TURNO (RP-ID): SIN REGISTRO SE
      *COMPRA Y SE VENDE POR PIEZA, FACTOR 1, COMO SIEMPRE
       056-1-LEE-UNIDADES.
           MOVE "PZA" TO WS-UM-STOCK.
           MOVE "PZA" TO WS-UM-COMPRA.
           MOVE "PZA" TO WS-UM-VENTA.
           MOVE 1 TO WS-UM-FACTOR-COMPRA.
           MOVE 1 TO WS-UM-FACTOR-VENTA.
           OPEN INPUT F-UNIDADES.
           IF WS-UM-STATUS = "00"
                   MOVE RP-ID TO UM-ID
                   READ F-UNIDADES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE UM-STOCK TO WS-UM-STOCK
                               MOVE UM-COMPRA TO WS-UM-COMPRA
                               MOVE UM-VENTA TO WS-UM-VENTA
                               IF UM-FACTOR-COMPRA > ZERO
                                   MOVE UM-FACTOR-COMPRA
                                           TO WS-UM-FACTOR-COMPRA
                               END-IF
                               IF UM-FACTOR-VENTA > ZERO
                                   MOVE UM-FACTOR-VENTA
                                           TO WS-UM-FACTOR-VENTA
                               END-IF
                   END-READ
           END-IF.
           CLOSE F-UNIDADES.

      *CANTIDAD SUGERIDA DE LA ORDEN EXPRESADA EN UNIDADES DE
      *COMPRA: SE REDONDEA HACIA ARRIBA A UNIDADES COMPLETAS Y LA
      *SUGERIDA EN UNIDADES DE INVENTARIO QUEDA AJUSTADA A ESO
       056-2-CANTIDAD-COMPRA.
           PERFORM 056-1-LEE-UNIDADES.
           DIVIDE WS-OC-SUGERIDA BY WS-UM-FACTOR-COMPRA
                   GIVING WS-UM-CANT-COMPRA
                   REMAINDER WS-UM-RESIDUO.
           IF WS-UM-RESIDUO > ZERO
                   ADD 1 TO WS-UM-CANT-COMPRA
                   COMPUTE WS-OC-SUGERIDA =
                           WS-UM-CANT-COMPRA * WS-UM-FACTOR-COMPRA
           END-IF.

      *MANTENIMIENTO DE LAS UNIDADES DE MEDIDA DE CADA PRODUCTO
       056-UNIDADES.
           DISPLAY "A - Alta/correccion, C - Consultar, B - Borrar: ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "A" OR WS-CONFIRMA = "a"
                   PERFORM 056-3-CAPTURA-UNIDADES
           ELSE
           IF WS-CONFIRMA = "C" OR WS-CONFIRMA = "c"
                   PERFORM 056-4-CONSULTA-UNIDADES
           ELSE
           IF WS-CONFIRMA = "B" OR WS-CONFIRMA = "b"
                   PERFORM 056-5-BORRA-UNIDADES
           ELSE
                   DISPLAY "Opcion invalida.".

       056-3-CAPTURA-UNIDADES.
           DISPLAY "ID del producto: ".
           ACCEPT WS-ID-BUSQUEDA.
           MOVE WS-ID-BUSQUEDA TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY
                       DISPLAY "Error: no existe un producto con ese"
                               " ID."
                   NOT INVALID KEY
                       PERFORM 056-3-1-GRABA-UNIDADES
           END-READ.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.

      *LOS FACTORES DICEN CUANTAS UNIDADES DE INVENTARIO TRAE UNA
      *UNIDAD DE COMPRA Y UNA DE VENTA (CAJA = 12 PZA, ETC.)
       056-3-1-GRABA-UNIDADES.
           MOVE RP-ID TO UM-ID.
           DISPLAY "Unidad de inventario (ENTER = PZA): ".
           MOVE SPACES TO UM-STOCK.
           ACCEPT UM-STOCK.
           IF UM-STOCK = SPACES
                   MOVE "PZA" TO UM-STOCK
           END-IF.
           DISPLAY "Unidad de compra (ENTER = " UM-STOCK "): ".
           MOVE SPACES TO UM-COMPRA.
           ACCEPT UM-COMPRA.
           MOVE 1 TO UM-FACTOR-COMPRA.
           IF UM-COMPRA = SPACES
                   MOVE UM-STOCK TO UM-COMPRA
           ELSE
                   DISPLAY "Unidades de " UM-STOCK " por "
                           UM-COMPRA ": "
                   ACCEPT UM-FACTOR-COMPRA
           END-IF.
           DISPLAY "Unidad de venta (ENTER = " UM-STOCK "): ".
           MOVE SPACES TO UM-VENTA.
           ACCEPT UM-VENTA.
           MOVE 1 TO UM-FACTOR-VENTA.
           IF UM-VENTA = SPACES
                   MOVE UM-STOCK TO UM-VENTA
           ELSE
                   DISPLAY "Unidades de " UM-STOCK " por "
                           UM-VENTA ": "
                   ACCEPT UM-FACTOR-VENTA
           END-IF.
           IF UM-FACTOR-COMPRA = ZERO OR UM-FACTOR-VENTA = ZERO
                   DISPLAY "Error: el factor no puede ser cero."
           ELSE
                   OPEN I-O F-UNIDADES
                   IF WS-UM-STATUS = "35"
                           OPEN OUTPUT F-UNIDADES
                           CLOSE F-UNIDADES
                           OPEN I-O F-UNIDADES
                   END-IF
                   WRITE UM-REGISTRO
                           INVALID KEY
                           REWRITE UM-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al grabar las "
                                           "unidades."
                           END-REWRITE
                   END-WRITE
                   CLOSE F-UNIDADES
                   DISPLAY "Unidades registradas para " RP-NOMBRE
           END-IF.

       056-4-CONSULTA-UNIDADES.
           DISPLAY "ID del producto: ".
           ACCEPT RP-ID.
           PERFORM 056-1-LEE-UNIDADES.
           DISPLAY "Inventario: " WS-UM-STOCK.
           DISPLAY "Compra:     " WS-UM-COMPRA " = "
                   WS-UM-FACTOR-COMPRA " " WS-UM-STOCK.
           DISPLAY "Venta:      " WS-UM-VENTA " = "
                   WS-UM-FACTOR-VENTA " " WS-UM-STOCK.

       056-5-BORRA-UNIDADES.
           OPEN I-O F-UNIDADES.
           DISPLAY "ID del producto cuyas unidades se borran: ".
           ACCEPT UM-ID.
           DELETE F-UNIDADES
                   INVALID KEY
                           DISPLAY "Ese producto no tiene unidades "
                                   "registradas."
                   NOT INVALID KEY
                           DISPLAY "Unidades borradas; el producto "
                                   "vuelve a manejarse por pieza."
           END-DELETE.
           CLOSE F-UNIDADES.

      *PRODUCTO EN TURNO (RP-ID) CON NUMERO DE SERIE: LO ES SI
      *TIENE REGISTRO DE GARANTIA, QUE TRAE LOS MESES QUE CUBRE
       057-1-ES-SERIALIZADO.
           MOVE "N" TO WS-SE-ES.
           MOVE ZERO TO WS-SE-MESES.
           OPEN INPUT F-GARANTIA.
           IF WS-GA-STATUS = "00"
                   MOVE RP-ID TO GA-ID
                   READ F-GARANTIA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-SE-ES
                               MOVE GA-MESES TO WS-SE-MESES
                   END-READ
           END-IF.
           CLOSE F-GARANTIA.

      *AL RECIBIR, CADA UNIDAD ENTRA CON SU SERIE, LA RECEPCION Y
      *EL PROVEEDOR QUE LA ENTREGO
       057-2-SERIES-RECEPCION.
           OPEN I-O F-SERIES.
           IF WS-SE-STATUS = "35"
                   OPEN OUTPUT F-SERIES
                   CLOSE F-SERIES
                   OPEN I-O F-SERIES
           END-IF.
           ACCEPT WS-SE-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-SE-CONTADAS.
           PERFORM 057-2-1-GRABA-SERIE
                   UNTIL WS-SE-CONTADAS = WS-RECIBIDA.
           CLOSE F-SERIES.

       057-2-1-GRABA-SERIE.
           COMPUTE WS-SE-NUMERO = WS-SE-CONTADAS + 1.
           DISPLAY "Serie de la unidad " WS-SE-NUMERO " de "
                   WS-RECIBIDA ": ".
           MOVE SPACES TO WS-SE-CAPTURA.
           ACCEPT WS-SE-CAPTURA.
           IF WS-SE-CAPTURA = SPACES
                   DISPLAY "La serie es obligatoria."
           ELSE
                   MOVE WS-SE-CAPTURA TO SE-SERIE
                   MOVE RP-ID TO SE-ID
                   MOVE "I" TO SE-ESTADO
                   MOVE WS-SE-HOY TO SE-FECHA-RECIBE
                   MOVE WS-PROV-ACTUAL TO SE-PROVEEDOR
                   MOVE RE-FOLIO TO SE-RECEPCION
                   MOVE SPACES TO SE-FECHA-VENTA
                   MOVE ZERO TO SE-TRANS
                   MOVE ZERO TO SE-CLIENTE
                   MOVE SPACES TO SE-FECHA-DEVOL
                   WRITE SE-REGISTRO
                           INVALID KEY
                               DISPLAY "Esa serie ya esta registrada."
                           NOT INVALID KEY
                               ADD 1 TO WS-SE-CONTADAS
                   END-WRITE
           END-IF.

      *ANTES DE DESCARGAR EL RENGLON SE ESCANEA LA SERIE DE CADA
      *UNIDAD; SOLO SE PIDE CUANDO LA EXISTENCIA YA ALCANZA, Y UNA
      *SERIE EN BLANCO CANCELA EL RENGLON
       057-3-SERIES-DE-VENTA.
           MOVE "S" TO WS-SE-COMPLETO.
           MOVE ZERO TO WS-SE-USADAS.
           PERFORM 057-1-ES-SERIALIZADO.
           IF WS-SE-ES = "S"
           AND WS-KIT-ES NOT = "S"
           AND WS-VENDER-CANTIDAD > ZERO
           AND WS-VENDER-CANTIDAD NOT > WS-DISPONIBLE
           AND (WS-LOT-TIENE NOT = "S"
                   OR WS-VENDER-CANTIDAD NOT > WS-LOT-DISPONIBLE)
                   IF WS-VENDER-CANTIDAD > 50
                           DISPLAY "Maximo 50 unidades con serie "
                                   "por renglon."
                           MOVE "N" TO WS-SE-COMPLETO
                   ELSE
                           OPEN INPUT F-SERIES
                           PERFORM 057-3-1-ESCANEA-VENTA
                                   UNTIL WS-SE-USADAS
                                           = WS-VENDER-CANTIDAD
                                   OR WS-SE-COMPLETO = "N"
                           CLOSE F-SERIES
                   END-IF
           END-IF.

       057-3-1-ESCANEA-VENTA.
           COMPUTE WS-SE-NUMERO = WS-SE-USADAS + 1.
           DISPLAY "Serie de la unidad " WS-SE-NUMERO
                   " (ENTER = cancelar): ".
           MOVE SPACES TO WS-SE-CAPTURA.
           ACCEPT WS-SE-CAPTURA.
           IF WS-SE-CAPTURA = SPACES
                   MOVE "N" TO WS-SE-COMPLETO
           ELSE
                   PERFORM 057-3-2-REVISA-REPETIDA
                   IF WS-SE-REPETIDA = "S"
                           DISPLAY "Esa serie ya se escaneo."
                   ELSE
                           MOVE WS-SE-CAPTURA TO SE-SERIE
                           READ F-SERIES
                                   INVALID KEY
                                       DISPLAY "Serie no registrada "
                                               "en recepcion."
                                   NOT INVALID KEY
                                       PERFORM 057-3-3-VALIDA-VENTA
                           END-READ
                   END-IF
           END-IF.

       057-3-2-REVISA-REPETIDA.
           MOVE "N" TO WS-SE-REPETIDA.
           PERFORM 057-3-2-1-COMPARA
                   VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-USADAS.

       057-3-2-1-COMPARA.
           IF WS-SE-RENGLON(WS-SE-IDX) = WS-SE-CAPTURA
                   MOVE "S" TO WS-SE-REPETIDA
           END-IF.

       057-3-3-VALIDA-VENTA.
           IF SE-ID NOT = RP-ID
                   DISPLAY "Esa serie es de otro producto: " SE-ID
           ELSE
           IF SE-ESTADO NOT = "I"
                   DISPLAY "Esa unidad no esta en existencia."
           ELSE
                   ADD 1 TO WS-SE-USADAS
                   MOVE WS-SE-CAPTURA TO WS-SE-RENGLON(WS-SE-USADAS).

      *CON EL RENGLON YA GRABADO, LAS SERIES QUEDAN VENDIDAS CON LA
      *TRANSACCION, EL CLIENTE Y LA FECHA, Y SALEN EN EL TICKET
       057-4-MARCA-VENDIDAS.
           ACCEPT WS-SE-HOY FROM DATE YYYYMMDD.
           OPEN I-O F-SERIES.
           PERFORM 057-4-1-MARCA-UNA
                   VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-USADAS.
           CLOSE F-SERIES.

       057-4-1-MARCA-UNA.
           MOVE WS-SE-RENGLON(WS-SE-IDX) TO SE-SERIE.
           READ F-SERIES
                   INVALID KEY
                       DISPLAY "Error: no se encontro la serie "
                               SE-SERIE
                   NOT INVALID KEY
                       MOVE "V" TO SE-ESTADO
                       MOVE WS-SE-HOY TO SE-FECHA-VENTA
                       MOVE WS-TRANS-ACTUAL TO SE-TRANS
                       MOVE WS-CLIENTE-ACTUAL TO SE-CLIENTE
                       MOVE SPACES TO SE-FECHA-DEVOL
                       REWRITE SE-REGISTRO
                               INVALID KEY
                                   DISPLAY "Error al marcar la serie "
                                           SE-SERIE
                       END-REWRITE
           END-READ.
           MOVE SPACES TO TKT-LINEA.
           STRING "   SERIE " DELIMITED BY SIZE
                   WS-SE-RENGLON(WS-SE-IDX) DELIMITED BY SIZE
                   INTO TKT-LINEA.
           WRITE TKT-LINEA.

      *FIN DE LA GARANTIA: FECHA DE VENTA MAS LOS MESES DEL PRODUCTO
      *(WS-SE-MESES); DEJA WS-SE-DENTRO = "S" SI HOY AUN ESTA CUBIERTO
       057-5-CALCULA-VENCE.
           ACCEPT WS-SE-HOY FROM DATE YYYYMMDD.
           MOVE SE-FECHA-VENTA TO WS-SE-VENCE.
           COMPUTE WS-SE-MESES-TOT =
                   WS-SE-VENCE-MM - 1 + WS-SE-MESES.
           DIVIDE WS-SE-MESES-TOT BY 12
                   GIVING WS-SE-ANIOS
                   REMAINDER WS-SE-MES-RES.
           ADD WS-SE-ANIOS TO WS-SE-VENCE-AAAA.
           COMPUTE WS-SE-VENCE-MM = WS-SE-MES-RES + 1.
           IF WS-SE-HOY > WS-SE-VENCE-9
                   MOVE "N" TO WS-SE-DENTRO
           ELSE
                   MOVE "S" TO WS-SE-DENTRO
           END-IF.

      *LA DEVOLUCION DE UN PRODUCTO CON SERIE PIDE LAS SERIES QUE
      *REGRESAN; DEBEN HABER SALIDO EN ESA MISMA TRANSACCION
       057-6-SERIES-DEVOLUCION.
           MOVE "S" TO WS-SE-COMPLETO.
           MOVE ZERO TO WS-SE-USADAS.
           IF WS-DEV-CANTIDAD > ZERO
           AND WS-DEV-CANTIDAD NOT > WS-DEV-RESTANTE
                   MOVE WS-DEV-ID TO RP-ID
                   PERFORM 057-1-ES-SERIALIZADO
                   IF WS-SE-ES = "S"
                           IF WS-DEV-CANTIDAD > 50
                               DISPLAY "Maximo 50 unidades con serie "
                                       "por devolucion."
                               MOVE "N" TO WS-SE-COMPLETO
                           ELSE
                               OPEN INPUT F-SERIES
                               PERFORM 057-6-1-ESCANEA-DEVOLUCION
                                       UNTIL WS-SE-USADAS
                                               = WS-DEV-CANTIDAD
                                       OR WS-SE-COMPLETO = "N"
                               CLOSE F-SERIES
                           END-IF
                   END-IF
           END-IF.

       057-6-1-ESCANEA-DEVOLUCION.
           COMPUTE WS-SE-NUMERO = WS-SE-USADAS + 1.
           DISPLAY "Serie de la unidad devuelta " WS-SE-NUMERO
                   " (ENTER = cancelar): ".
           MOVE SPACES TO WS-SE-CAPTURA.
           ACCEPT WS-SE-CAPTURA.
           IF WS-SE-CAPTURA = SPACES
                   MOVE "N" TO WS-SE-COMPLETO
           ELSE
                   PERFORM 057-3-2-REVISA-REPETIDA
                   IF WS-SE-REPETIDA = "S"
                           DISPLAY "Esa serie ya se escaneo."
                   ELSE
                           MOVE WS-SE-CAPTURA TO SE-SERIE
                           READ F-SERIES
                                   INVALID KEY
                                       DISPLAY "Serie no registrada."
                                   NOT INVALID KEY
                                       PERFORM 057-6-2-VALIDA-DEVOLUCION
                           END-READ
                   END-IF
           END-IF.

       057-6-2-VALIDA-DEVOLUCION.
           IF SE-ID NOT = WS-DEV-ID
           OR SE-TRANS NOT = WS-DEV-TRANS
           OR SE-ESTADO NOT = "V"
                   DISPLAY "Esa serie no salio en esa venta."
           ELSE
                   ADD 1 TO WS-SE-USADAS
                   MOVE WS-SE-CAPTURA TO WS-SE-RENGLON(WS-SE-USADAS)
           END-IF.

      *LAS SERIES DEVUELTAS REGRESAN A EXISTENCIA; LA VENTA QUEDA EN
      *EL REGISTRO HASTA QUE LA UNIDAD SE VUELVA A VENDER
       057-7-REINGRESA-SERIES.
           ACCEPT WS-SE-HOY FROM DATE YYYYMMDD.
           OPEN I-O F-SERIES.
           PERFORM 057-7-1-REINGRESA-UNA
                   VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-USADAS.
           CLOSE F-SERIES.

       057-7-1-REINGRESA-UNA.
           MOVE WS-SE-RENGLON(WS-SE-IDX) TO SE-SERIE.
           READ F-SERIES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "I" TO SE-ESTADO
                       MOVE WS-SE-HOY TO SE-FECHA-DEVOL
                       REWRITE SE-REGISTRO
                               INVALID KEY
                                   DISPLAY "Error al reingresar la "
                                           "serie " SE-SERIE
                       END-REWRITE
           END-READ.

      *HISTORIA COMPLETA DE UNA UNIDAD: RECEPCION Y PROVEEDOR,
      *VENTA Y CLIENTE, Y SI SIGUE DENTRO DE LA GARANTIA
       057-8-CONSULTA-SERIE.
           DISPLAY "Numero de serie: ".
           MOVE SPACES TO WS-SE-CAPTURA.
           ACCEPT WS-SE-CAPTURA.
           MOVE "N" TO WS-SE-HALLADA.
           OPEN INPUT F-SERIES.
           IF WS-SE-STATUS = "00"
                   MOVE WS-SE-CAPTURA TO SE-SERIE
                   READ F-SERIES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-SE-HALLADA
                   END-READ
           END-IF.
           CLOSE F-SERIES.
           IF WS-SE-HALLADA = "N"
                   DISPLAY "Esa serie no esta registrada."
           ELSE
                   PERFORM 057-8-1-MUESTRA-SERIE
           END-IF.

       057-8-1-MUESTRA-SERIE.
           MOVE SE-ID TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY MOVE SPACES TO RP-NOMBRE
           END-READ.
           DISPLAY "Producto:  " SE-ID " " RP-NOMBRE.
           MOVE SPACES TO PV-NOMBRE.
           OPEN INPUT F-PROVEEDORES.
           IF WS-PV-STATUS = "00"
                   MOVE SE-PROVEEDOR TO PV-ID
                   READ F-PROVEEDORES
                           INVALID KEY MOVE SPACES TO PV-NOMBRE
                   END-READ
           END-IF.
           CLOSE F-PROVEEDORES.
           DISPLAY "Recibida:  " SE-FECHA-RECIBE " recepcion "
                   SE-RECEPCION " proveedor " SE-PROVEEDOR " "
                   PV-NOMBRE.
           IF SE-FECHA-VENTA = SPACES
                   DISPLAY "Vendida:   (no se ha vendido)"
           ELSE
                   DISPLAY "Vendida:   " SE-FECHA-VENTA
                           " transaccion " SE-TRANS
                           " cliente " SE-CLIENTE
           END-IF.
           IF SE-FECHA-DEVOL NOT = SPACES
                   DISPLAY "Devuelta:  " SE-FECHA-DEVOL
           END-IF.
           IF SE-ESTADO = "I"
                   DISPLAY "Estado:    EN EXISTENCIA"
           ELSE
           IF SE-ESTADO = "V"
                   DISPLAY "Estado:    VENDIDA"
           ELSE
           IF SE-ESTADO = "P"
                   DISPLAY "Estado:    DEVUELTA AL PROVEEDOR"
           ELSE
                   DISPLAY "Estado:    " SE-ESTADO.
           PERFORM 057-1-ES-SERIALIZADO.
           IF SE-ESTADO = "V"
                   PERFORM 057-5-CALCULA-VENCE
                   IF WS-SE-DENTRO = "S"
                           DISPLAY "Garantia:  VIGENTE hasta "
                                   WS-SE-VENCE-9 " ("
                                   WS-SE-MESES " meses)"
                   ELSE
                           DISPLAY "Garantia:  VENCIDA desde "
                                   WS-SE-VENCE-9 " ("
                                   WS-SE-MESES " meses)"
                   END-IF
           END-IF.

      *RECLAMO DE GARANTIA QUE SE TURNA AL PROVEEDOR DE LA UNIDAD;
      *UNA UNIDAD AUN NO VENDIDA SIEMPRE SE CONSIDERA CUBIERTA
       057-9-REGISTRA-RECLAMO.
           DISPLAY "Numero de serie reclamada: ".
           MOVE SPACES TO WS-SE-CAPTURA.
           ACCEPT WS-SE-CAPTURA.
           MOVE "N" TO WS-SE-HALLADA.
           OPEN INPUT F-SERIES.
           IF WS-SE-STATUS = "00"
                   MOVE WS-SE-CAPTURA TO SE-SERIE
                   READ F-SERIES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-SE-HALLADA
                   END-READ
           END-IF.
           CLOSE F-SERIES.
           IF WS-SE-HALLADA = "N"
                   DISPLAY "Esa serie no esta registrada."
           ELSE
                   PERFORM 057-9-1-GRABA-RECLAMO
           END-IF.

       057-9-1-GRABA-RECLAMO.
           MOVE SE-ID TO RP-ID.
           PERFORM 057-1-ES-SERIALIZADO.
           MOVE "S" TO WS-SE-DENTRO.
           IF SE-ESTADO = "V"
                   PERFORM 057-5-CALCULA-VENCE
           END-IF.
           DISPLAY "Descripcion de la falla: ".
           MOVE SPACES TO RC-FALLA.
           ACCEPT RC-FALLA.
           ACCEPT RC-FECHA FROM DATE YYYYMMDD.
           MOVE SE-SERIE TO RC-SERIE.
           MOVE SE-ID TO RC-ID.
           MOVE SE-PROVEEDOR TO RC-PROVEEDOR.
           MOVE SE-TRANS TO RC-TRANS.
           MOVE SE-CLIENTE TO RC-CLIENTE.
           MOVE WS-SE-DENTRO TO RC-GARANTIA.
           MOVE WS-OPERADOR TO RC-OPERADOR.
           OPEN EXTEND F-RECLAMOS.
           WRITE RC-REGISTRO.
           CLOSE F-RECLAMOS.
           IF WS-SE-DENTRO = "S"
                   DISPLAY "Reclamo registrado contra el proveedor "
                           SE-PROVEEDOR " (dentro de garantia)."
           ELSE
                   DISPLAY "Reclamo registrado contra el proveedor "
                           SE-PROVEEDOR " (FUERA de garantia)."
           END-IF.

      *BITACORA DE RECLAMOS, DE UN PROVEEDOR O DE TODOS
       057-10-LISTA-RECLAMOS.
           DISPLAY "Clave del proveedor (0 = todos): ".
           MOVE ZERO TO WS-SE-PROV-BUSCA.
           ACCEPT WS-SE-PROV-BUSCA.
           MOVE ZERO TO WS-SE-CONTADAS.
           OPEN INPUT F-RECLAMOS.
           IF WS-RC-STATUS NOT = "00"
                   DISPLAY "Aun no hay reclamos registrados."
           ELSE
                   MOVE "N" TO WS-SE-FIN
                   PERFORM 057-10-1-LEE-RECLAMO
                           UNTIL WS-SE-FIN = "S"
                   DISPLAY "Reclamos listados: " WS-SE-CONTADAS
           END-IF.
           CLOSE F-RECLAMOS.

       057-10-1-LEE-RECLAMO.
           READ F-RECLAMOS
                   AT END MOVE "S" TO WS-SE-FIN
                   NOT AT END
                       IF WS-SE-PROV-BUSCA = ZERO
                       OR RC-PROVEEDOR = WS-SE-PROV-BUSCA
                               ADD 1 TO WS-SE-CONTADAS
                               DISPLAY RC-FECHA " PROV " RC-PROVEEDOR
                                       " " RC-SERIE " PROD " RC-ID
                                       " GAR " RC-GARANTIA
                               DISPLAY "    " RC-FALLA
                       END-IF
           END-READ.

      *MANTENIMIENTO DE PRODUCTOS CON SERIE Y CONSULTAS DE GARANTIA
       057-SERIES.
           DISPLAY "S - Producto con serie, Q - Quitar serie, "
                   "C - Consultar serie, R - Reclamo de garantia, "
                   "L - Listar reclamos: ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM 057-11-MARCA-SERIALIZADO
           ELSE
           IF WS-CONFIRMA = "Q" OR WS-CONFIRMA = "q"
                   PERFORM 057-12-QUITA-SERIALIZADO
           ELSE
           IF WS-CONFIRMA = "C" OR WS-CONFIRMA = "c"
                   PERFORM 057-8-CONSULTA-SERIE
           ELSE
           IF WS-CONFIRMA = "R" OR WS-CONFIRMA = "r"
                   PERFORM 057-9-REGISTRA-RECLAMO
           ELSE
           IF WS-CONFIRMA = "L" OR WS-CONFIRMA = "l"
                   PERFORM 057-10-LISTA-RECLAMOS
           ELSE
                   DISPLAY "Opcion invalida.".

       057-11-MARCA-SERIALIZADO.
           DISPLAY "ID del producto: ".
           ACCEPT WS-ID-BUSQUEDA.
           MOVE WS-ID-BUSQUEDA TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY
                       DISPLAY "Error: no existe un producto con ese"
                               " ID."
                   NOT INVALID KEY
                       PERFORM 057-11-1-GRABA-GARANTIA
           END-READ.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.

       057-11-1-GRABA-GARANTIA.
           MOVE RP-ID TO GA-ID.
           DISPLAY "Meses de garantia: ".
           MOVE ZERO TO GA-MESES.
           ACCEPT GA-MESES.
           OPEN I-O F-GARANTIA.
           IF WS-GA-STATUS = "35"
                   OPEN OUTPUT F-GARANTIA
                   CLOSE F-GARANTIA
                   OPEN I-O F-GARANTIA
           END-IF.
           WRITE GA-REGISTRO
                   INVALID KEY
                   REWRITE GA-REGISTRO
                           INVALID KEY
                           DISPLAY "Error al grabar la garantia."
                   END-REWRITE
           END-WRITE.
           CLOSE F-GARANTIA.
           DISPLAY RP-NOMBRE " se vende con numero de serie.".

       057-12-QUITA-SERIALIZADO.
           OPEN I-O F-GARANTIA.
           DISPLAY "ID del producto que ya no lleva serie: ".
           ACCEPT GA-ID.
           DELETE F-GARANTIA
                   INVALID KEY
                           DISPLAY "Ese producto no lleva serie."
                   NOT INVALID KEY
                           DISPLAY "El producto ya no pide serie."
           END-DELETE.
           CLOSE F-GARANTIA.

      *DEVOLUCION DE MERCANCIA AL PROVEEDOR CONTRA UNA RECEPCION:
      *SACA LA EXISTENCIA CON SU PROPIO MOVIMIENTO DE KARDEX,
      *IMPRIME LA NOTA DE DEVOLUCION Y DEJA UNA NOTA DE CARGO EN
      *CUENTAS POR PAGAR
       058-DEVOLUCION-PROVEEDOR.
           DISPLAY "Folio de la recepcion que se devuelve: ".
           ACCEPT WS-DV-RECEPCION.
           MOVE "N" TO WS-DV-HALLADA.
           OPEN INPUT F-RECEPCIONES.
           IF WS-RE-STATUS = "00"
                   MOVE WS-DV-RECEPCION TO RE-FOLIO
                   READ F-RECEPCIONES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-DV-HALLADA
                   END-READ
           END-IF.
           CLOSE F-RECEPCIONES.
           IF WS-DV-HALLADA = "N"
                   DISPLAY "No existe esa recepcion."
           ELSE
           IF RE-CONSIGNA = "S"
                   DISPLAY "Esa recepcion es en consignacion: lo no "
                           "vendido se devuelve en la liquidacion "
                           "(LC), sin nota de cargo."
           ELSE
                   MOVE RE-PRODUCTO TO RP-ID
                   READ F-ARCHIVO
                           INVALID KEY
                               DISPLAY "El producto de esa recepcion "
                                       "ya no existe."
                           NOT INVALID KEY
                               PERFORM 058-1-CAPTURA-DEVOLUCION
                   END-READ
                   PERFORM 099-VERIFICA-STATUS-ARCHIVO
           END-IF
           END-IF.

      *EL TOPE ES LO RECIBIDO MENOS LO YA DEVUELTO DE ESA MISMA
      *RECEPCION, Y NUNCA MAS DE LO QUE HAY LIBRE EN TIENDA
       058-1-CAPTURA-DEVOLUCION.
           PERFORM 058-2-YA-DEVUELTO.
           IF WS-DV-DEVUELTO < RE-RECIBIDA
                   COMPUTE WS-DV-RESTANTE =
                           RE-RECIBIDA - WS-DV-DEVUELTO
           ELSE
                   MOVE ZERO TO WS-DV-RESTANTE
           END-IF.
           PERFORM 012-8-EXISTENCIA-LIBRE.
           PERFORM 056-1-LEE-UNIDADES.
           DISPLAY "Recepcion " RE-FOLIO " del " RE-FECHA
                   " proveedor " RE-PROVEEDOR.
           DISPLAY "Producto " RP-ID " " RP-NOMBRE.
           DISPLAY "Recibido: " RE-RECIBIDA " " WS-UM-STOCK
                   "  ya devuelto: " WS-DV-DEVUELTO
                   "  libre en tienda: " WS-DISPONIBLE.
           DISPLAY "Cantidad a devolver (" WS-UM-STOCK "): ".
           MOVE ZERO TO WS-DV-CANTIDAD.
           ACCEPT WS-DV-CANTIDAD.
           IF WS-DV-CANTIDAD = ZERO
           OR WS-DV-CANTIDAD > WS-DV-RESTANTE
                   DISPLAY "Cantidad invalida, la devolucion no "
                           "procede."
           ELSE
           IF WS-DV-CANTIDAD > WS-DISPONIBLE
                   DISPLAY "No hay suficiente existencia libre para "
                           "devolver."
           ELSE
                   DISPLAY "Motivo de la devolucion: "
                   MOVE SPACES TO WS-DV-MOTIVO
                   ACCEPT WS-DV-MOTIVO
                   DISPLAY "Ubicacion de donde sale (ENTER = 01): "
                   MOVE ZERO TO WS-DV-UBICACION
                   ACCEPT WS-DV-UBICACION
                   IF WS-DV-UBICACION = ZERO
                           MOVE 1 TO WS-DV-UBICACION
                   END-IF
                   PERFORM 058-3-SERIES-DEVUELTAS
                   IF WS-SE-COMPLETO = "N"
                           DISPLAY "Faltan numeros de serie, la "
                                   "devolucion no procede."
                   ELSE
                           PERFORM 058-4-APLICA-DEVOLUCION
                   END-IF
           END-IF
           END-IF.

       058-2-YA-DEVUELTO.
           MOVE ZERO TO WS-DV-DEVUELTO.
           OPEN INPUT F-DEVPROV.
           IF WS-DV-STATUS = "00"
                   MOVE LOW-VALUES TO DV-FOLIO
                   MOVE "N" TO WS-DV-FIN
                   START F-DEVPROV KEY IS NOT LESS THAN DV-FOLIO
                           INVALID KEY MOVE "S" TO WS-DV-FIN
                   END-START
                   PERFORM 058-2-1-SUMA-DEVUELTO
                           UNTIL WS-DV-FIN = "S"
           END-IF.
           CLOSE F-DEVPROV.

       058-2-1-SUMA-DEVUELTO.
           READ F-DEVPROV NEXT RECORD
                   AT END MOVE "S" TO WS-DV-FIN
                   NOT AT END
                       IF DV-RECEPCION = RE-FOLIO
                               ADD DV-CANTIDAD TO WS-DV-DEVUELTO
                       END-IF
           END-READ.

      *UNA UNIDAD CON SERIE SOLO SE DEVUELVE SI ESTA EN EXISTENCIA
       058-3-SERIES-DEVUELTAS.
           MOVE "S" TO WS-SE-COMPLETO.
           MOVE ZERO TO WS-SE-USADAS.
           PERFORM 057-1-ES-SERIALIZADO.
           IF WS-SE-ES = "S"
                   IF WS-DV-CANTIDAD > 50
                           DISPLAY "Maximo 50 unidades con serie "
                                   "por devolucion."
                           MOVE "N" TO WS-SE-COMPLETO
                   ELSE
                           OPEN INPUT F-SERIES
                           PERFORM 057-3-1-ESCANEA-VENTA
                                   UNTIL WS-SE-USADAS
                                           = WS-DV-CANTIDAD
                                   OR WS-SE-COMPLETO = "N"
                           CLOSE F-SERIES
                   END-IF
           END-IF.

      *LO DEVUELTO SALE AL COSTO QUE TRAJO LA RECEPCION; EL COSTO
      *PROMEDIO DE LO QUE QUEDA SE RECALCULA SIN ESA MERCANCIA Y,
      *COMO EN LA RECEPCION, SIN LAS PIEZAS EN CONSIGNACION
       058-4-APLICA-DEVOLUCION.
           PERFORM 063-7-ABRE-CONSIGNA.
           PERFORM 063-7-1-EN-CONSIGNA.
           CLOSE F-CONSIGNA.
           COMPUTE WS-CN-PROPIAS = RP-CANTIDAD - WS-CN-EN-TIENDA.
           IF RE-RECIBIDA > ZERO
                   COMPUTE WS-DV-IMPORTE ROUNDED =
                           RE-IMPORTE * WS-DV-CANTIDAD / RE-RECIBIDA
           ELSE
                   MOVE ZERO TO WS-DV-IMPORTE
           END-IF.
           IF RP-COSTO NUMERIC AND WS-CN-PROPIAS > WS-DV-CANTIDAD
                   COMPUTE WS-DV-COSTO-NUEVO ROUNDED =
                           ((WS-CN-PROPIAS * RP-COSTO) - WS-DV-IMPORTE)
                           / (WS-CN-PROPIAS - WS-DV-CANTIDAD)
                   IF WS-DV-COSTO-NUEVO > ZERO
                           MOVE WS-DV-COSTO-NUEVO TO RP-COSTO
                   END-IF
           END-IF.
           SUBTRACT WS-DV-CANTIDAD FROM RP-CANTIDAD.
           REWRITE REG-PRODUCTO
                   INVALID KEY
                       DISPLAY "Error al actualizar la existencia."
           END-REWRITE.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.
           MOVE WS-DV-UBICACION TO WS-UB-MOV-UBI.
           MOVE WS-DV-CANTIDAD TO WS-UB-MOV-CANT.
           PERFORM 036-1-DESCUENTA-UBICACION.
           IF WS-SE-USADAS > ZERO
                   PERFORM 058-5-SERIES-A-PROVEEDOR
           END-IF.
           PERFORM 058-9-SIGUIENTE-DEVOLUCION.
           PERFORM 058-6-ACREDITA-PRESUPUESTO.
           PERFORM 058-7-NOTA-DE-CARGO.
           ACCEPT DV-FECHA FROM DATE YYYYMMDD.
           MOVE WS-DV-RECEPCION TO DV-RECEPCION.
           MOVE RE-PROVEEDOR TO DV-PROVEEDOR.
           MOVE RP-ID TO DV-PRODUCTO.
           MOVE WS-DV-CANTIDAD TO DV-CANTIDAD.
           MOVE WS-DV-IMPORTE TO DV-IMPORTE.
           MOVE WS-DV-MOTIVO TO DV-MOTIVO.
           MOVE WS-DV-NOTA TO DV-NOTA.
           MOVE WS-OPERADOR TO DV-OPERADOR.
           OPEN I-O F-DEVPROV.
           IF WS-DV-STATUS = "35"
                   OPEN OUTPUT F-DEVPROV
                   CLOSE F-DEVPROV
                   OPEN I-O F-DEVPROV
           END-IF.
           WRITE DV-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al registrar la devolucion."
           END-WRITE.
           CLOSE F-DEVPROV.
           MOVE "P" TO WS-KX-TIPO.
           MOVE "-" TO WS-KX-SIGNO.
           MOVE WS-DV-CANTIDAD TO WS-KX-CANTIDAD.
           MOVE SPACES TO WS-KX-REFERENCIA.
           STRING "DEVPR " DELIMITED BY SIZE
                   DV-FOLIO DELIMITED BY SIZE
                   INTO WS-KX-REFERENCIA.
           PERFORM 040-ANOTA-KARDEX.
           PERFORM 058-8-IMPRIME-NOTA.
           DISPLAY "Devolucion " DV-FOLIO " registrada; nota en "
                   "DEVPROV.TXT".

       058-5-SERIES-A-PROVEEDOR.
           OPEN I-O F-SERIES.
           PERFORM 058-5-1-MARCA-UNA
                   VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-USADAS.
           CLOSE F-SERIES.

       058-5-1-MARCA-UNA.
           MOVE WS-SE-RENGLON(WS-SE-IDX) TO SE-SERIE.
           READ F-SERIES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "P" TO SE-ESTADO
                       REWRITE SE-REGISTRO
                               INVALID KEY
                                   DISPLAY "Error al marcar la serie "
                                           SE-SERIE
                       END-REWRITE
           END-READ.

      *LO DEVUELTO SE DESCUENTA DE LO GASTADO EN EL MES CORRIENTE
      *DEL DEPARTAMENTO, SIN BAJAR DE CERO
       058-6-ACREDITA-PRESUPUESTO.
           ACCEPT WS-PRE-FECHA FROM DATE YYYYMMDD.
           MOVE WS-PRE-FECHA(5:2) TO WS-PRE-MES.
           MOVE RP-DEPARTAMENTO TO PD-DEPARTAMENTO.
           READ F-PRESUPUESTO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PD-MES-GASTADO(WS-PRE-MES) > WS-DV-IMPORTE
                               SUBTRACT WS-DV-IMPORTE
                                   FROM PD-MES-GASTADO(WS-PRE-MES)
                       ELSE
                               MOVE ZERO
                                   TO PD-MES-GASTADO(WS-PRE-MES)
                       END-IF
                       REWRITE PD-REGISTRO
           END-READ.
           PERFORM 099-VERIFICA-STATUS-PRESUPUESTO.

      *NOTA DE CARGO AL PROVEEDOR: PRIMERO REDUCE LA FACTURA DE ESA
      *RECEPCION; LO QUE NO ALCANCE A APLICARSE QUEDA COMO SALDO A
      *FAVOR QUE CUENTAS POR PAGAR APLICA A LA SIGUIENTE FACTURA
       058-7-NOTA-DE-CARGO.
           OPEN I-O F-CXP.
           IF WS-CP-STATUS = "35"
                   OPEN OUTPUT F-CXP
                   CLOSE F-CXP
                   OPEN I-O F-CXP
           END-IF.
           PERFORM 058-7-1-SIGUIENTE-CXP.
           MOVE ZERO TO WS-DV-APLICADO.
           MOVE LOW-VALUES TO CP-FOLIO.
           MOVE "N" TO WS-DV-FIN.
           START F-CXP KEY IS NOT LESS THAN CP-FOLIO
                   INVALID KEY MOVE "S" TO WS-DV-FIN
           END-START.
           PERFORM 058-7-2-BUSCA-FACTURA
                   UNTIL WS-DV-FIN = "S".
           MOVE WS-DV-NOTA TO CP-FOLIO.
           MOVE RE-PROVEEDOR TO CP-PROVEEDOR.
           MOVE WS-DV-RECEPCION TO CP-RECEPCION.
           MOVE SPACES TO CP-FACTURA.
           STRING "DEVPROV " DELIMITED BY SIZE
                   DV-FOLIO DELIMITED BY SIZE
                   INTO CP-FACTURA.
           ACCEPT CP-FECHA-FACTURA FROM DATE YYYYMMDD.
           MOVE CP-FECHA-FACTURA TO CP-VENCE.
           COMPUTE CP-IMPORTE = ZERO - WS-DV-IMPORTE.
           MOVE ZERO TO CP-PAGADO.
           COMPUTE CP-NOTAS = ZERO - WS-DV-APLICADO.
           MOVE "N" TO CP-TIPO.
           MOVE ZERO TO CP-ORDEN.
           MOVE ZERO TO CP-CANTIDAD.
           MOVE ZERO TO CP-PRECIO.
           MOVE ZERO TO CP-ESPERADO.
           MOVE "N" TO CP-DIF-ORDEN.
           MOVE "N" TO CP-DIF-CANTIDAD.
           MOVE "N" TO CP-DIF-PRECIO.
           MOVE "N" TO CP-DIF-IMPORTE.
           MOVE SPACES TO CP-LIBERO.
           MOVE "MXN" TO CP-MONEDA.
           MOVE 1 TO CP-TASA.
           MOVE CP-IMPORTE TO CP-IMPORTE-ORIG.
           MOVE ZERO TO CP-PAGADO-ORIG.
           IF WS-DV-APLICADO < WS-DV-IMPORTE
                   MOVE "P" TO CP-ESTADO
           ELSE
                   MOVE "X" TO CP-ESTADO
           END-IF.
           WRITE CP-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la nota de cargo, "
                               "estatus: " WS-CP-STATUS
           END-WRITE.
           CLOSE F-CXP.

       058-7-1-SIGUIENTE-CXP.
           OPEN INPUT CXP-LLAVE-FILE.
           IF CXPLL-STATUS = 35
                   MOVE ZERO TO REG-CXP-LLAVE
                   OPEN OUTPUT CXP-LLAVE-FILE
                   CLOSE CXP-LLAVE-FILE
           ELSE
                   READ CXP-LLAVE-FILE
                           AT END MOVE ZERO TO REG-CXP-LLAVE
                   END-READ
                   CLOSE CXP-LLAVE-FILE
           END-IF.
           ADD 1 TO REG-CXP-LLAVE.
           MOVE REG-CXP-LLAVE TO WS-DV-NOTA.
           OPEN OUTPUT CXP-LLAVE-FILE.
           WRITE REG-CXP-LLAVE.
           CLOSE CXP-LLAVE-FILE.

       058-7-2-BUSCA-FACTURA.
           READ F-CXP NEXT RECORD
                   AT END MOVE "S" TO WS-DV-FIN
                   NOT AT END
                       IF CP-RECEPCION = WS-DV-RECEPCION
                       AND CP-PROVEEDOR = RE-PROVEEDOR
                       AND CP-TIPO NOT = "N"
                       AND (CP-ESTADO = "P" OR CP-ESTADO = "B")
                               PERFORM 058-7-3-REDUCE-FACTURA
                       END-IF
           END-READ.

       058-7-3-REDUCE-FACTURA.
           IF CP-NOTAS NOT NUMERIC
                   MOVE ZERO TO CP-NOTAS
           END-IF.
           COMPUTE WS-DV-SALDO = CP-IMPORTE - CP-PAGADO - CP-NOTAS.
           COMPUTE WS-DV-PENDIENTE = WS-DV-IMPORTE - WS-DV-APLICADO.
           IF WS-DV-SALDO > ZERO AND WS-DV-PENDIENTE > ZERO
                   IF WS-DV-PENDIENTE < WS-DV-SALDO
                           MOVE WS-DV-PENDIENTE TO WS-DV-SALDO
                   END-IF
                   ADD WS-DV-SALDO TO CP-NOTAS
                   ADD WS-DV-SALDO TO WS-DV-APLICADO
                   IF CP-IMPORTE - CP-PAGADO - CP-NOTAS NOT > ZERO
                           MOVE "X" TO CP-ESTADO
                   END-IF
                   REWRITE CP-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al aplicar la nota a "
                                       "la factura " CP-FACTURA
                   END-REWRITE
           END-IF.

       058-8-IMPRIME-NOTA.
           MOVE SPACES TO PV-NOMBRE.
           OPEN INPUT F-PROVEEDORES.
           IF WS-PV-STATUS = "00"
                   MOVE DV-PROVEEDOR TO PV-ID
                   READ F-PROVEEDORES
                           INVALID KEY MOVE SPACES TO PV-NOMBRE
                   END-READ
           END-IF.
           CLOSE F-PROVEEDORES.
           OPEN OUTPUT F-NOTA-DEVPROV.
           MOVE SPACES TO NDV-LINEA.
           STRING "NOTA DE DEVOLUCION A PROVEEDOR FOLIO "
                   DELIMITED BY SIZE
                   DV-FOLIO DELIMITED BY SIZE
                   "  FECHA " DELIMITED BY SIZE
                   DV-FECHA DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE SPACES TO NDV-LINEA.
           STRING "PROVEEDOR " DELIMITED BY SIZE
                   DV-PROVEEDOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PV-NOMBRE DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE SPACES TO NDV-LINEA.
           STRING "RECEPCION " DELIMITED BY SIZE
                   DV-RECEPCION DELIMITED BY SIZE
                   " DEL " DELIMITED BY SIZE
                   RE-FECHA DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE SPACES TO NDV-LINEA.
           STRING "PRODUCTO " DELIMITED BY SIZE
                   DV-PRODUCTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RP-NOMBRE(1:30) DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE DV-IMPORTE TO WS-DV-FMT.
           MOVE SPACES TO NDV-LINEA.
           STRING "CANTIDAD " DELIMITED BY SIZE
                   DV-CANTIDAD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-UM-STOCK DELIMITED BY SIZE
                   "  IMPORTE " DELIMITED BY SIZE
                   WS-DV-FMT DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE SPACES TO NDV-LINEA.
           STRING "MOTIVO " DELIMITED BY SIZE
                   DV-MOTIVO DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           PERFORM 058-8-1-LINEA-SERIE
                   VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-USADAS.
           MOVE WS-DV-APLICADO TO WS-DV-FMT.
           MOVE SPACES TO NDV-LINEA.
           STRING "NOTA DE CARGO CXP " DELIMITED BY SIZE
                   DV-NOTA DELIMITED BY SIZE
                   "  APLICADO A FACTURA " DELIMITED BY SIZE
                   WS-DV-FMT DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE SPACES TO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE "ENTREGA: ____________________  RECIBE: "
                   TO NDV-LINEA.
           MOVE "____________________" TO NDV-LINEA(41:20).
           WRITE NDV-LINEA.
           CLOSE F-NOTA-DEVPROV.

       058-8-1-LINEA-SERIE.
           MOVE SPACES TO NDV-LINEA.
           STRING "   SERIE " DELIMITED BY SIZE
                   WS-SE-RENGLON(WS-SE-IDX) DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.

       058-9-SIGUIENTE-DEVOLUCION.
           OPEN INPUT DEVP-LLAVE-FILE.
           IF DVLL-STATUS = 35
                   MOVE ZERO TO REG-DEVP-LLAVE
                   OPEN OUTPUT DEVP-LLAVE-FILE
                   CLOSE DEVP-LLAVE-FILE
           ELSE
                   READ DEVP-LLAVE-FILE
                           AT END MOVE ZERO TO REG-DEVP-LLAVE
                   END-READ
                   CLOSE DEVP-LLAVE-FILE
           END-IF.
           ADD 1 TO REG-DEVP-LLAVE.
           MOVE REG-DEVP-LLAVE TO DV-FOLIO.
           OPEN OUTPUT DEVP-LLAVE-FILE.
           WRITE REG-DEVP-LLAVE.
           CLOSE DEVP-LLAVE-FILE.

      *DEVOLUCIONES DEL PROVEEDOR PARA SU REPORTE DE DESEMPENO
       058-10-CUENTA-DEVOLUCION.
           READ F-DEVPROV NEXT RECORD
                   AT END MOVE "S" TO WS-DV-FIN
                   NOT AT END
                       IF DV-PROVEEDOR = WS-DES-PROV
                               ADD 1 TO WS-DES-DEVOLUCIONES
                               ADD DV-CANTIDAD TO WS-DES-DEV-PIEZAS
                               ADD DV-IMPORTE TO WS-DES-DEV-IMPORTE
                       END-IF
           END-READ.

      *CORRIDA DE COBRANZA: UNA CARTA POR CLIENTE CON SALDO VENCIDO,
      *CON EL TONO SEGUN SU RANGO DE ATRASO (EL CARGO VENCIDO MAS
      *VIEJO QUE AUN NO CUBREN SUS ABONOS); LOS CLIENTES EN EL RANGO
      *CONFIGURADO O MAS ATRASADOS QUEDAN CON EL CREDITO BLOQUEADO Y
      *LOS BLOQUEADOS QUE YA ESTAN AL CORRIENTE SE LIBERAN
       059-CORRIDA-COBRANZA.
           PERFORM 059-9-LEE-RANGO.
           MOVE ZERO TO WS-COB-FILTRO.
           PERFORM 059-1-CARTERA-VENCIDA.
           MOVE ZERO TO WS-COB-CARTAS.
           MOVE ZERO TO WS-COB-BLOQUEOS.
           MOVE ZERO TO WS-COB-LEVANTADOS.
           OPEN OUTPUT F-CARTAS-COB.
           PERFORM 059-3-CARTA-CLIENTE
                   VARYING WS-COB-IDX FROM 1 BY 1
                   UNTIL WS-COB-IDX > WS-COB-USADOS.
           CLOSE F-CARTAS-COB.
           DISPLAY "Cartas de cobranza: " WS-COB-CARTAS
                   " (en CARTASCOB.TXT), creditos bloqueados: "
                   WS-COB-BLOQUEOS ", bloqueos levantados: "
                   WS-COB-LEVANTADOS.

      *CARTERA POR CLIENTE (TODOS, O SOLO WS-COB-FILTRO SI NO ES
      *CERO): LA PRIMERA PASADA SUMA LOS ABONOS DE CADA CLIENTE Y LA
      *SEGUNDA LOS APLICA A LOS CARGOS EN ORDEN DE FOLIO; LO QUE
      *QUEDA SIN CUBRIR DE UN CARGO YA VENCIDO ES SALDO VENCIDO
       059-1-CARTERA-VENCIDA.
           ACCEPT WS-FECHA-HOY-C FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-COB-USADOS.
           MOVE "N" TO WS-COB-LLENA.
           OPEN INPUT F-CXC.
           IF WS-CX-STATUS = "00" OR WS-CX-STATUS = "05"
                   MOVE LOW-VALUES TO CX-FOLIO
                   MOVE "N" TO WS-CX-FIN
                   START F-CXC KEY IS NOT LESS THAN CX-FOLIO
                           INVALID KEY MOVE "S" TO WS-CX-FIN
                   END-START
                   PERFORM 059-1-1-SUMA-ABONOS UNTIL WS-CX-FIN = "S"
                   MOVE LOW-VALUES TO CX-FOLIO
                   MOVE "N" TO WS-CX-FIN
                   START F-CXC KEY IS NOT LESS THAN CX-FOLIO
                           INVALID KEY MOVE "S" TO WS-CX-FIN
                   END-START
                   PERFORM 059-1-3-APLICA-CARGO UNTIL WS-CX-FIN = "S"
           END-IF.
           CLOSE F-CXC.

       059-1-1-SUMA-ABONOS.
           READ F-CXC NEXT RECORD
                   AT END MOVE "S" TO WS-CX-FIN
                   NOT AT END
                       IF WS-COB-FILTRO = ZERO
                       OR CX-CLIENTE = WS-COB-FILTRO
                               PERFORM 059-1-2-BUSCA-CLIENTE
                               IF WS-COB-HALLADO > ZERO
                               AND CX-TIPO = "A"
                                       ADD CX-IMPORTE
                                          TO WS-COB-ABONOS
                                                 (WS-COB-HALLADO)
                               END-IF
                       END-IF
           END-READ.

      *UBICA (O AGREGA) AL CLIENTE CX-CLIENTE EN LA TABLA
       059-1-2-BUSCA-CLIENTE.
           MOVE ZERO TO WS-COB-HALLADO.
           PERFORM 059-1-4-COMPARA-CLIENTE
                   VARYING WS-COB-IDX FROM 1 BY 1
                   UNTIL WS-COB-IDX > WS-COB-USADOS
                   OR WS-COB-HALLADO > ZERO.
           IF WS-COB-HALLADO = ZERO
                   IF WS-COB-USADOS < WS-COB-MAX
                           ADD 1 TO WS-COB-USADOS
                           MOVE WS-COB-USADOS TO WS-COB-HALLADO
                           MOVE CX-CLIENTE
                                   TO WS-COB-ID(WS-COB-HALLADO)
                           MOVE ZERO TO WS-COB-ABONOS(WS-COB-HALLADO)
                           MOVE ZERO TO WS-COB-SALDO(WS-COB-HALLADO)
                           MOVE ZERO
                                   TO WS-COB-VENCIDO(WS-COB-HALLADO)
                           MOVE ZERO TO WS-COB-DIAS(WS-COB-HALLADO)
                   ELSE
                   IF WS-COB-LLENA = "N"
                           DISPLAY "Aviso: mas clientes con credito "
                                   "que la tabla, se omite el "
                                   CX-CLIENTE " y siguientes."
                           MOVE "S" TO WS-COB-LLENA
                   END-IF
                   END-IF
           END-IF.

       059-1-3-APLICA-CARGO.
           READ F-CXC NEXT RECORD
                   AT END MOVE "S" TO WS-CX-FIN
                   NOT AT END
                       IF WS-COB-FILTRO = ZERO
                       OR CX-CLIENTE = WS-COB-FILTRO
                               PERFORM 059-1-2-BUSCA-CLIENTE
                               IF WS-COB-HALLADO > ZERO
                                       PERFORM 059-1-5-CUBRE-CARGO
                               END-IF
                       END-IF
           END-READ.

       059-1-4-COMPARA-CLIENTE.
           IF WS-COB-ID(WS-COB-IDX) = CX-CLIENTE
                   MOVE WS-COB-IDX TO WS-COB-HALLADO
           END-IF.

       059-1-5-CUBRE-CARGO.
           IF CX-TIPO = "A"
                   SUBTRACT CX-IMPORTE
                           FROM WS-COB-SALDO(WS-COB-HALLADO)
           ELSE
                   ADD CX-IMPORTE TO WS-COB-SALDO(WS-COB-HALLADO)
                   IF WS-COB-ABONOS(WS-COB-HALLADO) NOT < CX-IMPORTE
                           SUBTRACT CX-IMPORTE
                                   FROM WS-COB-ABONOS(WS-COB-HALLADO)
                   ELSE
                           COMPUTE WS-COB-PENDIENTE = CX-IMPORTE
                                   - WS-COB-ABONOS(WS-COB-HALLADO)
                           MOVE ZERO TO WS-COB-ABONOS(WS-COB-HALLADO)
                           IF CX-VENCE < WS-FECHA-HOY-C
                                   PERFORM 059-1-6-ANOTA-VENCIDO
                           END-IF
                   END-IF
           END-IF.

       059-1-6-ANOTA-VENCIDO.
           ADD WS-COB-PENDIENTE TO WS-COB-VENCIDO(WS-COB-HALLADO).
           MOVE "D" TO WS-FU-OPERACION.
           MOVE CX-VENCE TO WS-FU-FECHA-1.
           MOVE WS-FECHA-HOY-C TO WS-FU-FECHA-2.
           CALL "FECHAUTIL" USING WS-FU-OPERACION
                   WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
           IF WS-FU-DIAS > WS-COB-DIAS(WS-COB-HALLADO)
                   MOVE WS-FU-DIAS TO WS-COB-DIAS(WS-COB-HALLADO)
           END-IF.

      *RANGO DE ATRASO CON LOS MISMOS CORTES DE 030-3-ANTIGUEDAD
       059-2-RANGO-CLIENTE.
           IF WS-COB-DIAS(WS-COB-IDX) < 30
                   MOVE ZERO TO WS-COB-RANGO
           ELSE
           IF WS-COB-DIAS(WS-COB-IDX) < 60
                   MOVE 30 TO WS-COB-RANGO
           ELSE
           IF WS-COB-DIAS(WS-COB-IDX) < 90
                   MOVE 60 TO WS-COB-RANGO
           ELSE
                   MOVE 90 TO WS-COB-RANGO.

       059-3-CARTA-CLIENTE.
           MOVE "N" TO WS-COB-CLIENTE-OK.
           IF WS-CL-DISPONIBLE = "S"
                   MOVE WS-COB-ID(WS-COB-IDX) TO CL-ID
                   READ F-CLIENTES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "S" TO WS-COB-CLIENTE-OK
                   END-READ
           END-IF.
           IF WS-COB-CLIENTE-OK = "N"
                   MOVE SPACES TO CL-NOMBRE CL-APELLIDOS CL-DIRECCION
                   MOVE SPACE TO CL-BLOQUEO
           END-IF.
           IF WS-COB-VENCIDO(WS-COB-IDX) > ZERO
                   PERFORM 059-2-RANGO-CLIENTE
                   IF WS-COB-RANGO NOT < WS-COB-RANGO-BLOQ
                   AND WS-COB-CLIENTE-OK = "S"
                   AND CL-BLOQUEO NOT = "S"
                           PERFORM 059-3-1-BLOQUEA-CLIENTE
                   END-IF
                   PERFORM 059-4-IMPRIME-CARTA
                   MOVE "C" TO BCO-MOVIMIENTO
                   PERFORM 059-3-2-GRABA-BITACORA
                   ADD 1 TO WS-COB-CARTAS
           ELSE
           IF CL-BLOQUEO = "S"
                   MOVE ZERO TO WS-COB-RANGO
                   PERFORM 059-8-1-LIBERA-CLIENTE
                   ADD 1 TO WS-COB-LEVANTADOS.

       059-3-1-BLOQUEA-CLIENTE.
           MOVE "S" TO CL-BLOQUEO.
           MOVE WS-FECHA-HOY-C TO CL-BLOQ-FECHA.
           REWRITE CL-REGISTRO
                   INVALID KEY
                   DISPLAY "No se pudo bloquear al cliente " CL-ID
           END-REWRITE.
           MOVE "B" TO BCO-MOVIMIENTO.
           PERFORM 059-3-2-GRABA-BITACORA.
           ADD 1 TO WS-COB-BLOQUEOS.

      *UN RENGLON DE BITACORA DEL CLIENTE EN WS-COB-IDX; EL
      *MOVIMIENTO YA VIENE EN BCO-MOVIMIENTO
       059-3-2-GRABA-BITACORA.
           MOVE WS-FECHA-HOY-C TO BCO-FECHA.
           MOVE WS-COB-ID(WS-COB-IDX) TO BCO-CLIENTE.
           MOVE WS-COB-RANGO TO BCO-RANGO.
           MOVE WS-COB-VENCIDO(WS-COB-IDX) TO BCO-VENCIDO.
           MOVE WS-COB-DIAS(WS-COB-IDX) TO BCO-DIAS.
           MOVE WS-OPERADOR TO BCO-OPERADOR.
           OPEN EXTEND F-BITA-COB.
           WRITE BCO-REGISTRO.
           CLOSE F-BITA-COB.

      *EL TONO DE LA CARTA SUBE CON EL RANGO: RECORDATORIO, SEGUNDO
      *AVISO, AVISO DE SUSPENSION Y ULTIMO AVISO
       059-4-IMPRIME-CARTA.
           MOVE WS-ETK-EMPRESA TO CAR-LINEA.
           MOVE WS-FECHA-HOY-C TO CAR-LINEA(60:8).
           WRITE CAR-LINEA.
           MOVE SPACES TO CAR-LINEA.
           WRITE CAR-LINEA.
           MOVE SPACES TO CAR-LINEA.
           STRING "CLIENTE " DELIMITED BY SIZE
                   WS-COB-ID(WS-COB-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CL-NOMBRE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   CL-APELLIDOS DELIMITED BY "  "
                   INTO CAR-LINEA.
           WRITE CAR-LINEA.
           MOVE CL-DIRECCION TO CAR-LINEA.
           WRITE CAR-LINEA.
           MOVE SPACES TO CAR-LINEA.
           WRITE CAR-LINEA.
           IF WS-COB-RANGO = ZERO
                   MOVE "RECORDATORIO DE PAGO" TO CAR-LINEA
                   WRITE CAR-LINEA
                   MOVE "LE RECORDAMOS QUE SU CUENTA PRESENTA UN SALDO "
                           TO CAR-LINEA
                   MOVE "VENCIDO." TO CAR-LINEA(47:8)
                   WRITE CAR-LINEA
                   MOVE "SI YA REALIZO SU PAGO, LE ROGAMOS HACER CASO "
                           TO CAR-LINEA
                   MOVE "OMISO DE ESTE AVISO." TO CAR-LINEA(46:20)
                   WRITE CAR-LINEA
           ELSE
           IF WS-COB-RANGO = 30
                   MOVE "SEGUNDO AVISO" TO CAR-LINEA
                   WRITE CAR-LINEA
                   MOVE "SU CUENTA TIENE MAS DE 30 DIAS DE VENCIDA."
                           TO CAR-LINEA
                   WRITE CAR-LINEA
                   MOVE "LE PEDIMOS CUBRIR EL SALDO VENCIDO A LA "
                           TO CAR-LINEA
                   MOVE "BREVEDAD." TO CAR-LINEA(42:9)
                   WRITE CAR-LINEA
           ELSE
           IF WS-COB-RANGO = 60
                   MOVE "AVISO IMPORTANTE" TO CAR-LINEA
                   WRITE CAR-LINEA
                   MOVE "SU CUENTA TIENE MAS DE 60 DIAS DE VENCIDA."
                           TO CAR-LINEA
                   WRITE CAR-LINEA
                   MOVE "DE NO REGULARIZARLA, SU CREDITO CON NOSOTROS "
                           TO CAR-LINEA
                   MOVE "SERA SUSPENDIDO." TO CAR-LINEA(46:16)
                   WRITE CAR-LINEA
           ELSE
                   MOVE "ULTIMO AVISO" TO CAR-LINEA
                   WRITE CAR-LINEA
                   MOVE "SU CUENTA TIENE 90 DIAS O MAS DE VENCIDA Y "
                           TO CAR-LINEA
                   MOVE "PASA A GESTION DE COBRANZA."
                           TO CAR-LINEA(44:27)
                   WRITE CAR-LINEA
                   MOVE "LE PEDIMOS COMUNICARSE CON NOSOTROS DE "
                           TO CAR-LINEA
                   MOVE "INMEDIATO." TO CAR-LINEA(40:10)
                   WRITE CAR-LINEA.
           MOVE SPACES TO CAR-LINEA.
           WRITE CAR-LINEA.
           MOVE WS-COB-VENCIDO(WS-COB-IDX) TO WS-COB-FMT.
           MOVE WS-COB-DIAS(WS-COB-IDX) TO WS-COB-DIAS-FMT.
           MOVE SPACES TO CAR-LINEA.
           STRING "SALDO VENCIDO: " DELIMITED BY SIZE
                   WS-COB-FMT DELIMITED BY SIZE
                   "   DIAS DE ATRASO: " DELIMITED BY SIZE
                   WS-COB-DIAS-FMT DELIMITED BY SIZE
                   INTO CAR-LINEA.
           WRITE CAR-LINEA.
           MOVE WS-COB-SALDO(WS-COB-IDX) TO WS-COB-FMT.
           MOVE SPACES TO CAR-LINEA.
           STRING "SALDO TOTAL:   " DELIMITED BY SIZE
                   WS-COB-FMT DELIMITED BY SIZE
                   INTO CAR-LINEA.
           WRITE CAR-LINEA.
           IF CL-BLOQUEO = "S"
                   MOVE SPACES TO CAR-LINEA
                   WRITE CAR-LINEA
                   MOVE "SU CREDITO QUEDA SUSPENDIDO HASTA QUE SU "
                           TO CAR-LINEA
                   MOVE "CUENTA ESTE AL CORRIENTE." TO CAR-LINEA(42:25)
                   WRITE CAR-LINEA
           END-IF.
           MOVE SPACES TO CAR-LINEA.
           WRITE CAR-LINEA.
           MOVE "ATENTAMENTE, CREDITO Y COBRANZA" TO CAR-LINEA.
           WRITE CAR-LINEA.
           MOVE ALL "=" TO CAR-LINEA.
           WRITE CAR-LINEA.

      *SOLO UN SUPERVISOR LEVANTA EL BLOQUEO DE UN CLIENTE QUE AUN
      *DEBE; QUEDA EN LA BITACORA CON SU CLAVE
       059-5-LEVANTA-BLOQUEO.
           PERFORM 045-AUTORIZA-SUPERVISOR.
           IF WS-AUTORIZADO = "S"
           AND WS-CL-DISPONIBLE = "S"
                   DISPLAY "ID del cliente: "
                   ACCEPT WS-CXC-CLIENTE
                   MOVE WS-CXC-CLIENTE TO CL-ID
                   READ F-CLIENTES
                           INVALID KEY
                           DISPLAY "Ese cliente no esta en el maestro."
                           NOT INVALID KEY
                           PERFORM 059-5-1-CONFIRMA-LEVANTA
                   END-READ
           END-IF.

       059-5-1-CONFIRMA-LEVANTA.
           IF CL-BLOQUEO NOT = "S"
                   DISPLAY "El cliente no tiene el credito bloqueado."
           ELSE
                   MOVE CL-ID TO WS-COB-FILTRO
                   PERFORM 059-1-CARTERA-VENCIDA
                   MOVE 1 TO WS-COB-IDX
                   IF WS-COB-USADOS = ZERO
                           MOVE CL-ID TO WS-COB-ID(1)
                           MOVE ZERO TO WS-COB-VENCIDO(1)
                           MOVE ZERO TO WS-COB-DIAS(1)
                   END-IF
                   MOVE WS-COB-VENCIDO(1) TO WS-COB-FMT
                   DISPLAY "Bloqueado desde el " CL-BLOQ-FECHA
                           ", saldo vencido: " WS-COB-FMT
                   DISPLAY "Levantar el bloqueo de credito (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           PERFORM 059-2-RANGO-CLIENTE
                           MOVE "L" TO BCO-MOVIMIENTO
                           PERFORM 059-8-2-QUITA-BLOQUEO
                           DISPLAY "Bloqueo levantado."
                   END-IF
           END-IF.

      *RANGO DE ATRASO (30, 60 O 90 DIAS) A PARTIR DEL CUAL LA
      *CORRIDA BLOQUEA EL CREDITO; POR OMISION 60
       059-6-RANGO-BLOQUEO.
           PERFORM 045-AUTORIZA-SUPERVISOR.
           IF WS-AUTORIZADO = "S"
                   PERFORM 059-9-LEE-RANGO
                   DISPLAY "Bloquear el credito desde el rango de "
                           "30, 60 o 90 dias (ENTER = "
                           WS-COB-RANGO-BLOQ "): "
                   MOVE SPACES TO WS-COB-RANGO-X
                   ACCEPT WS-COB-RANGO-X
                   IF WS-COB-RANGO-X = "30" OR WS-COB-RANGO-X = "60"
                   OR WS-COB-RANGO-X = "90"
                           MOVE WS-COB-RANGO-X TO PCB-RANGO-BLOQUEO
                           OPEN OUTPUT F-PARAM-COB
                           WRITE PCB-REGISTRO
                           CLOSE F-PARAM-COB
                           DISPLAY "Rango de bloqueo: "
                                   PCB-RANGO-BLOQUEO " dias."
                   ELSE
                   IF WS-COB-RANGO-X NOT = SPACES
                           DISPLAY "Rango invalido, sin cambio."
                   END-IF
                   END-IF
           END-IF.

       059-7-CARTAS-CLIENTE.
           DISPLAY "ID del cliente: ".
           ACCEPT WS-CXC-CLIENTE.
           DISPLAY "COBRANZA DEL CLIENTE " WS-CXC-CLIENTE ":".
           OPEN INPUT F-BITA-COB.
           IF WS-BCO-STATUS = "00"
                   MOVE "N" TO WS-CX-FIN
                   PERFORM 059-7-1-LEE-BITACORA UNTIL WS-CX-FIN = "S"
           END-IF.
           CLOSE F-BITA-COB.

       059-7-1-LEE-BITACORA.
           READ F-BITA-COB
                   AT END MOVE "S" TO WS-CX-FIN
                   NOT AT END
                       IF BCO-CLIENTE = WS-CXC-CLIENTE
                               MOVE BCO-VENCIDO TO WS-COB-FMT
                               DISPLAY "  " BCO-FECHA " "
                                       BCO-MOVIMIENTO " RANGO "
                                       BCO-RANGO " VENCIDO "
                                       WS-COB-FMT " DIAS " BCO-DIAS
                                       " " BCO-OPERADOR
                       END-IF
           END-READ.

      *CLIENTE BLOQUEADO EN CL-REGISTRO: SI YA NO TIENE SALDO
      *VENCIDO SE LE LEVANTA EL BLOQUEO
       059-8-REVISA-BLOQUEO.
           MOVE CL-ID TO WS-COB-FILTRO.
           PERFORM 059-1-CARTERA-VENCIDA.
           MOVE 1 TO WS-COB-IDX.
           IF WS-COB-USADOS = ZERO
                   MOVE CL-ID TO WS-COB-ID(1)
                   MOVE ZERO TO WS-COB-VENCIDO(1)
                   MOVE ZERO TO WS-COB-DIAS(1)
           END-IF.
           IF WS-COB-VENCIDO(1) NOT > ZERO
                   MOVE ZERO TO WS-COB-RANGO
                   PERFORM 059-8-1-LIBERA-CLIENTE
                   DISPLAY "Cuenta al corriente, se levanta el "
                           "bloqueo de credito del cliente."
           END-IF.

       059-8-1-LIBERA-CLIENTE.
           MOVE "A" TO BCO-MOVIMIENTO.
           PERFORM 059-8-2-QUITA-BLOQUEO.

       059-8-2-QUITA-BLOQUEO.
           MOVE SPACE TO CL-BLOQUEO.
           MOVE SPACES TO CL-BLOQ-FECHA.
           REWRITE CL-REGISTRO
                   INVALID KEY
                   DISPLAY "No se pudo levantar el bloqueo del "
                           "cliente " CL-ID
           END-REWRITE.
           PERFORM 059-3-2-GRABA-BITACORA.

       059-9-LEE-RANGO.
           MOVE 60 TO WS-COB-RANGO-BLOQ.
           OPEN INPUT F-PARAM-COB.
           IF WS-PCB-STATUS = "00"
                   READ F-PARAM-COB
                           AT END CONTINUE
                           NOT AT END
                           IF PCB-RANGO-BLOQUEO = 30
                           OR PCB-RANGO-BLOQUEO = 60
                           OR PCB-RANGO-BLOQUEO = 90
                                   MOVE PCB-RANGO-BLOQUEO
                                           TO WS-COB-RANGO-BLOQ
                           END-IF
                   END-READ
           END-IF.
           CLOSE F-PARAM-COB.

      *CLASIFICACION ABC Y LENTO MOVIMIENTO: LAS DOS OPCIONES PARTEN
      *DE LA MISMA CARGA DEL MAESTRO, LAS VENTAS Y LAS RECEPCIONES
       060-ABC-INVENTARIO.
           DISPLAY "C - Clasificar ABC (graba la clase en el "
                   "producto), L - Lento movimiento y sin venta: ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "C" OR WS-CONFIRMA = "c"
                   PERFORM 060-1-CARGA-DATOS
                   PERFORM 060-2-CLASIFICA
           ELSE
           IF WS-CONFIRMA = "L" OR WS-CONFIRMA = "l"
                   PERFORM 060-1-CARGA-DATOS
                   PERFORM 060-3-LENTO-MOVIMIENTO
           ELSE
                   DISPLAY "Opcion invalida.".

      *LA VENTANA ES DE 365 DIAS HASTA HOY. LOS MESES YA CERRADOS
      *SE TOMAN DE SU HISTORIA CONGELADA Y LOS ABIERTOS DE
      *VENTAS.DAT, QUE ADEMAS SE RECORRE DESDE EL PRINCIPIO PARA LA
      *FECHA DE ULTIMA VENTA DE LO QUE NO SE VENDIO EN LA VENTANA
       060-1-CARGA-DATOS.
           ACCEPT WS-ABC-HOY FROM DATE YYYYMMDD.
           MOVE "R" TO WS-FU-OPERACION.
           MOVE WS-ABC-HOY TO WS-FU-FECHA-1.
           MOVE 365 TO WS-FU-DIAS.
           CALL "FECHAUTIL" USING WS-FU-OPERACION
                   WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO WS-ABC-DESDE.
           MOVE ZERO TO WS-ABC-USADOS.
           MOVE "N" TO WS-ABC-LLENA.
           MOVE ZERO TO RP-ID.
           START F-ARCHIVO KEY IS NOT LESS THAN RP-ID
                   INVALID KEY
                       MOVE "S" TO WS-ARCHIVO-FIN
                   NOT INVALID KEY
                       MOVE "N" TO WS-ARCHIVO-FIN
           END-START.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.
           PERFORM 063-7-ABRE-CONSIGNA.
           PERFORM 060-1-1-CARGA-PRODUCTO
                   UNTIL WS-ARCHIVO-FIN = "S".
           CLOSE F-CONSIGNA.
           IF WS-ABC-LLENA = "S"
                   DISPLAY "Aviso: el maestro excede la tabla de "
                           WS-ABC-MAX " productos, los de ID mayor "
                           "no se analizan."
           END-IF.
      *MESES DE LA VENTANA Y SI YA ESTAN CERRADOS
           MOVE ZERO TO WS-ABC-M-USADOS.
           MOVE WS-ABC-DESDE(1:6) TO WS-ABC-MES-X.
           PERFORM 060-1-2-ARMA-MES
                   UNTIL WS-ABC-MES-X > WS-ABC-HOY(1:6)
                   OR WS-ABC-M-USADOS = 13.
           OPEN INPUT F-VENTAS.
           IF WS-VTA-STATUS = "00"
                   MOVE "N" TO WS-VR-FIN
                   MOVE LOW-VALUES TO VTA-LLAVE
                   START F-VENTAS KEY IS NOT LESS THAN VTA-LLAVE
                           INVALID KEY MOVE "S" TO WS-VR-FIN
                   END-START
                   PERFORM 060-1-3-LEE-VENTA UNTIL WS-VR-FIN = "S"
           END-IF.
           CLOSE F-VENTAS.
           PERFORM 060-1-4-LEE-HISTORIA
                   VARYING WS-ABC-M-IDX FROM 1 BY 1
                   UNTIL WS-ABC-M-IDX > WS-ABC-M-USADOS.
           OPEN INPUT F-RECEPCIONES.
           IF WS-RE-STATUS = "00" OR WS-RE-STATUS = "05"
                   MOVE LOW-VALUES TO RE-FOLIO
                   MOVE "N" TO WS-RE-FIN
                   START F-RECEPCIONES KEY IS NOT LESS THAN
                           RE-FOLIO
                           INVALID KEY MOVE "S" TO WS-RE-FIN
                   END-START
                   PERFORM 060-1-7-LEE-RECEPCION
                           UNTIL WS-RE-FIN = "S"
           END-IF.
           CLOSE F-RECEPCIONES.

      *EL VALOR DE LA EXISTENCIA VA AL COSTO PROMEDIO, O A PRECIO
      *DE VENTA SI AUN NO TIENE COSTO (MISMA REGLA DE LA VALUACION),
      *SIN LAS PIEZAS DEL PROVEEDOR EN CONSIGNACION
       060-1-1-CARGA-PRODUCTO.
           READ F-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-ARCHIVO-FIN
                   NOT AT END
                       IF WS-ABC-USADOS < WS-ABC-MAX
                               ADD 1 TO WS-ABC-USADOS
                               MOVE WS-ABC-USADOS TO WS-ABC-IDX
                               MOVE RP-ID TO WS-ABC-ID(WS-ABC-IDX)
                               MOVE RP-DEPARTAMENTO
                                       TO WS-ABC-DEPTO(WS-ABC-IDX)
                               MOVE RP-CANTIDAD
                                   TO WS-ABC-EXISTENCIA(WS-ABC-IDX)
                               IF RP-COSTO NUMERIC
                               AND RP-COSTO > ZERO
                                   MOVE RP-COSTO TO WS-VAL-UNITARIO
                               ELSE
                                   MOVE RP-PRECIO TO WS-VAL-UNITARIO
                               END-IF
                               PERFORM 063-7-1-EN-CONSIGNA
                               COMPUTE WS-CN-PROPIAS =
                                       RP-CANTIDAD - WS-CN-EN-TIENDA
                               COMPUTE WS-ABC-COSTO-INV(WS-ABC-IDX)
                                       = WS-VAL-UNITARIO * WS-CN-PROPIAS
                               MOVE ZERO TO WS-ABC-VALOR(WS-ABC-IDX)
                               MOVE SPACES
                                   TO WS-ABC-ULT-VENTA(WS-ABC-IDX)
                               MOVE SPACES
                                   TO WS-ABC-ULT-RECEP(WS-ABC-IDX)
                               MOVE RP-CLASE-ABC
                                   TO WS-ABC-CLASE(WS-ABC-IDX)
                               MOVE "N" TO WS-ABC-LISTADO(WS-ABC-IDX)
                       ELSE
                               MOVE "S" TO WS-ABC-LLENA
                       END-IF
           END-READ.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.

       060-1-2-ARMA-MES.
           ADD 1 TO WS-ABC-M-USADOS.
           MOVE WS-ABC-MES-X TO WS-ABC-M-MES(WS-ABC-M-USADOS).
           MOVE WS-ABC-MES-X TO WS-MES-CHECA.
           PERFORM 039-5-MES-CERRADO.
           MOVE WS-MES-ESTA TO WS-ABC-M-CERRADO(WS-ABC-M-USADOS).
           IF WS-ABC-MES-NUM = 12
                   ADD 1 TO WS-ABC-MES-ANIO
                   MOVE 1 TO WS-ABC-MES-NUM
           ELSE
                   ADD 1 TO WS-ABC-MES-NUM
           END-IF.

      *DE VENTAS.DAT SOLO SUMAN AL VALOR LOS RENGLONES DE LA VENTANA
      *EN MESES ABIERTOS; LA ULTIMA VENTA SE TOMA DE TODOS
       060-1-3-LEE-VENTA.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-VR-FIN
                   NOT AT END
                       IF VTA-FECHA > WS-ABC-HOY
                               MOVE "S" TO WS-VR-FIN
                       ELSE
                               MOVE "N" TO WS-ABC-EN-VENTANA
                               IF VTA-FECHA NOT < WS-ABC-DESDE
                                       PERFORM 060-1-5-MES-ABIERTO
                               END-IF
                               PERFORM 060-1-6-ACUMULA-RENGLON
                       END-IF
           END-READ.

       060-1-4-LEE-HISTORIA.
           IF WS-ABC-M-CERRADO(WS-ABC-M-IDX) = "S"
                   MOVE WS-ABC-M-MES(WS-ABC-M-IDX) TO WS-VH-MES
                   OPEN INPUT F-VTAHIST
                   IF WS-VH-STATUS = "00"
                           MOVE "N" TO WS-VR-FIN
                           PERFORM 060-1-4-1-LEE-CONGELADO
                                   UNTIL WS-VR-FIN = "S"
                           CLOSE F-VTAHIST
                   ELSE
                           DISPLAY "Aviso: no se encontro "
                                   WS-NOMBRE-VTAHIST
                                   ", el mes queda sin ventas."
                   END-IF
           END-IF.

      *EL RENGLON CONGELADO ES COPIA EXACTA DEL REGISTRO DE VENTA
       060-1-4-1-LEE-CONGELADO.
           READ F-VTAHIST
                   AT END MOVE "S" TO WS-VR-FIN
                   NOT AT END
                       MOVE VH-LINEA TO VTA-REGISTRO
                       MOVE "N" TO WS-ABC-EN-VENTANA
                       IF VTA-FECHA NOT < WS-ABC-DESDE
                       AND VTA-FECHA NOT > WS-ABC-HOY
                               MOVE "S" TO WS-ABC-EN-VENTANA
                       END-IF
                       PERFORM 060-1-6-ACUMULA-RENGLON
           END-READ.

       060-1-5-MES-ABIERTO.
           MOVE "N" TO WS-ABC-M-CERRADO-X.
           PERFORM 060-1-5-1-COMPARA-MES
                   VARYING WS-ABC-M-IDX FROM 1 BY 1
                   UNTIL WS-ABC-M-IDX > WS-ABC-M-USADOS.
           IF WS-ABC-M-CERRADO-X = "N"
                   MOVE "S" TO WS-ABC-EN-VENTANA
           END-IF.

       060-1-5-1-COMPARA-MES.
           IF WS-ABC-M-MES(WS-ABC-M-IDX) = VTA-FECHA(1:6)
           AND WS-ABC-M-CERRADO(WS-ABC-M-IDX) = "S"
                   MOVE "S" TO WS-ABC-M-CERRADO-X
           END-IF.

      *LAS DEVOLUCIONES RESTAN DEL VALOR VENDIDO, COMO EN LOS
      *REPORTES DE VENTAS, PERO NO CUENTAN COMO ULTIMA VENTA
       060-1-6-ACUMULA-RENGLON.
           MOVE VTA-ID TO WS-ABC-BUSCA.
           PERFORM 060-1-9-BUSCA-ID.
           IF WS-ABC-HALLADO > ZERO
                   IF WS-ABC-EN-VENTANA = "S"
                           COMPUTE WS-VR-IMPORTE =
                                   VTA-CANTIDAD * VTA-PRECIO
                           IF VTA-TIPO = "D"
                                   SUBTRACT WS-VR-IMPORTE
                                       FROM WS-ABC-VALOR(WS-ABC-HALLADO)
                           ELSE
                                   ADD WS-VR-IMPORTE
                                       TO WS-ABC-VALOR(WS-ABC-HALLADO)
                           END-IF
                   END-IF
                   IF VTA-TIPO NOT = "D"
                   AND VTA-FECHA > WS-ABC-ULT-VENTA(WS-ABC-HALLADO)
                           MOVE VTA-FECHA
                               TO WS-ABC-ULT-VENTA(WS-ABC-HALLADO)
                   END-IF
           END-IF.

       060-1-7-LEE-RECEPCION.
           READ F-RECEPCIONES NEXT RECORD
                   AT END MOVE "S" TO WS-RE-FIN
                   NOT AT END
                       IF RE-RECIBIDA > ZERO
                               MOVE RE-PRODUCTO TO WS-ABC-BUSCA
                               PERFORM 060-1-9-BUSCA-ID
                               IF WS-ABC-HALLADO > ZERO
                               AND RE-FECHA >
                                   WS-ABC-ULT-RECEP(WS-ABC-HALLADO)
                                       MOVE RE-FECHA TO
                                       WS-ABC-ULT-RECEP(WS-ABC-HALLADO)
                               END-IF
                       END-IF
           END-READ.

      *BUSQUEDA POR MITADES DE WS-ABC-BUSCA (LA TABLA SE CARGO EN
      *ORDEN DE LLAVE DEL MAESTRO); CERO SI NO ESTA
       060-1-9-BUSCA-ID.
           MOVE ZERO TO WS-ABC-HALLADO.
           MOVE 1 TO WS-ABC-BAJO.
           MOVE WS-ABC-USADOS TO WS-ABC-ALTO.
           PERFORM 060-1-9-1-PARTE-TABLA
                   UNTIL WS-ABC-BAJO > WS-ABC-ALTO
                   OR WS-ABC-HALLADO > ZERO.

       060-1-9-1-PARTE-TABLA.
           COMPUTE WS-ABC-MEDIO = (WS-ABC-BAJO + WS-ABC-ALTO) / 2.
           IF WS-ABC-ID(WS-ABC-MEDIO) = WS-ABC-BUSCA
                   MOVE WS-ABC-MEDIO TO WS-ABC-HALLADO
           ELSE
           IF WS-ABC-ID(WS-ABC-MEDIO) < WS-ABC-BUSCA
                   ADD 1 TO WS-ABC-MEDIO GIVING WS-ABC-BAJO
           ELSE
           IF WS-ABC-MEDIO = 1
                   MOVE ZERO TO WS-ABC-ALTO
           ELSE
                   SUBTRACT 1 FROM WS-ABC-MEDIO GIVING WS-ABC-ALTO.

      *CLASES POR PARTICIPACION ACUMULADA DEL VALOR VENDIDO, DE
      *MAYOR A MENOR: "A" MIENTRAS LO ACUMULADO ANTES DEL PRODUCTO
      *NO LLEGA AL PRIMER CORTE, "B" HASTA EL SEGUNDO Y "C" EL
      *RESTO, INCLUIDOS LOS QUE NO SE VENDIERON EN LOS 12 MESES
       060-2-CLASIFICA.
           DISPLAY "Porcentaje acumulado de la clase A (ENTER = 80): ".
           MOVE ZERO TO WS-ABC-CORTE-A.
           ACCEPT WS-ABC-CORTE-A.
           IF WS-ABC-CORTE-A = ZERO OR WS-ABC-CORTE-A > 100
                   MOVE 80 TO WS-ABC-CORTE-A
           END-IF.
           DISPLAY "Porcentaje acumulado hasta la clase B (ENTER = "
                   "95): ".
           MOVE ZERO TO WS-ABC-CORTE-B.
           ACCEPT WS-ABC-CORTE-B.
           IF WS-ABC-CORTE-B NOT > WS-ABC-CORTE-A
           OR WS-ABC-CORTE-B > 100
                   MOVE 95 TO WS-ABC-CORTE-B
                   IF WS-ABC-CORTE-B NOT > WS-ABC-CORTE-A
                           MOVE WS-ABC-CORTE-A TO WS-ABC-CORTE-B
                   END-IF
           END-IF.
           INITIALIZE WS-ABC-RESUMEN.
           MOVE ZERO TO WS-ABC-TOTAL.
           PERFORM 060-2-1-PREPARA
                   VARYING WS-ABC-IDX FROM 1 BY 1
                   UNTIL WS-ABC-IDX > WS-ABC-USADOS.
           MOVE ZERO TO WS-ABC-ACUMULADO.
           MOVE "A" TO WS-ABC-CLASE-ACT.
           MOVE 1 TO WS-ABC-MEJOR.
           PERFORM 060-2-2-SIGUIENTE-MEJOR
                   UNTIL WS-ABC-MEJOR = ZERO
                   OR WS-ABC-CLASE-ACT = "C".
      *LO QUE NO ALCANZO CLASE A O B QUEDA EN C
           PERFORM 060-2-4-SUMA-RESUMEN
                   VARYING WS-ABC-IDX FROM 1 BY 1
                   UNTIL WS-ABC-IDX > WS-ABC-USADOS.
           MOVE ZERO TO WS-ABC-CAMBIOS.
           PERFORM 060-2-5-GRABA-CLASE
                   VARYING WS-ABC-IDX FROM 1 BY 1
                   UNTIL WS-ABC-IDX > WS-ABC-USADOS.
           MOVE WS-ABC-TOTAL TO WS-VAL-FMT.
           DISPLAY "CLASIFICACION ABC, VENTAS DEL " WS-ABC-DESDE
                   " AL " WS-ABC-HOY ": " WS-VAL-FMT.
           PERFORM 060-2-6-MUESTRA-CLASE
                   VARYING WS-ABC-RES-IDX FROM 1 BY 1
                   UNTIL WS-ABC-RES-IDX > 3.
           DISPLAY "Productos que cambiaron de clase: "
                   WS-ABC-CAMBIOS.

       060-2-1-PREPARA.
           MOVE "N" TO WS-ABC-LISTADO(WS-ABC-IDX).
           MOVE "C" TO WS-ABC-CLASE(WS-ABC-IDX).
           IF WS-ABC-VALOR(WS-ABC-IDX) > ZERO
                   ADD WS-ABC-VALOR(WS-ABC-IDX) TO WS-ABC-TOTAL
           END-IF.

      *TOMA EL DE MAYOR VALOR AUN NO CLASIFICADO; AL PRIMER "C" SE
      *DETIENE, PORQUE LOS QUE SIGUEN VENDIERON MENOS
       060-2-2-SIGUIENTE-MEJOR.
           MOVE ZERO TO WS-ABC-MEJOR.
           PERFORM 060-2-3-COMPARA-VALOR
                   VARYING WS-ABC-IDX FROM 1 BY 1
                   UNTIL WS-ABC-IDX > WS-ABC-USADOS.
           IF WS-ABC-MEJOR > ZERO
                   COMPUTE WS-ABC-PORCENTAJE =
                           WS-ABC-ACUMULADO * 100 / WS-ABC-TOTAL
                   IF WS-ABC-PORCENTAJE < WS-ABC-CORTE-A
                           MOVE "A" TO WS-ABC-CLASE-ACT
                   ELSE
                   IF WS-ABC-PORCENTAJE < WS-ABC-CORTE-B
                           MOVE "B" TO WS-ABC-CLASE-ACT
                   ELSE
                           MOVE "C" TO WS-ABC-CLASE-ACT
                   END-IF
                   END-IF
                   MOVE WS-ABC-CLASE-ACT
                           TO WS-ABC-CLASE(WS-ABC-MEJOR)
                   MOVE "S" TO WS-ABC-LISTADO(WS-ABC-MEJOR)
                   ADD WS-ABC-VALOR(WS-ABC-MEJOR) TO WS-ABC-ACUMULADO
           END-IF.

       060-2-3-COMPARA-VALOR.
           IF WS-ABC-LISTADO(WS-ABC-IDX) = "N"
           AND WS-ABC-VALOR(WS-ABC-IDX) > ZERO
                   IF WS-ABC-MEJOR = ZERO
                           MOVE WS-ABC-IDX TO WS-ABC-MEJOR
                   ELSE
                   IF WS-ABC-VALOR(WS-ABC-IDX)
                           > WS-ABC-VALOR(WS-ABC-MEJOR)
                           MOVE WS-ABC-IDX TO WS-ABC-MEJOR
                   END-IF
                   END-IF
           END-IF.

       060-2-4-SUMA-RESUMEN.
           IF WS-ABC-CLASE(WS-ABC-IDX) = "A"
                   MOVE 1 TO WS-ABC-RES-IDX
           ELSE
           IF WS-ABC-CLASE(WS-ABC-IDX) = "B"
                   MOVE 2 TO WS-ABC-RES-IDX
           ELSE
                   MOVE 3 TO WS-ABC-RES-IDX.
           ADD 1 TO WS-ABC-RES-PRODUCTOS(WS-ABC-RES-IDX).
           IF WS-ABC-VALOR(WS-ABC-IDX) > ZERO
                   ADD WS-ABC-VALOR(WS-ABC-IDX)
                           TO WS-ABC-RES-VALOR(WS-ABC-RES-IDX)
           END-IF.

       060-2-5-GRABA-CLASE.
           MOVE WS-ABC-ID(WS-ABC-IDX) TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RP-CLASE-ABC NOT = WS-ABC-CLASE(WS-ABC-IDX)
                               ADD 1 TO WS-ABC-CAMBIOS
                               MOVE WS-ABC-CLASE(WS-ABC-IDX)
                                       TO RP-CLASE-ABC
                               REWRITE REG-PRODUCTO
                                   INVALID KEY
                                       DISPLAY "Error al grabar la "
                                               "clase de " RP-ID
                               END-REWRITE
                       END-IF
           END-READ.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.

       060-2-6-MUESTRA-CLASE.
           MOVE WS-ABC-RES-VALOR(WS-ABC-RES-IDX) TO WS-VAL-FMT.
           IF WS-ABC-TOTAL > ZERO
                   COMPUTE WS-ABC-PORCENTAJE ROUNDED =
                           WS-ABC-RES-VALOR(WS-ABC-RES-IDX) * 100
                                   / WS-ABC-TOTAL
           ELSE
                   MOVE ZERO TO WS-ABC-PORCENTAJE
           END-IF.
           MOVE WS-ABC-PORCENTAJE TO WS-ABC-PCT-FMT.
           DISPLAY "  CLASE " WS-ABC-CLASE-NOM(WS-ABC-RES-IDX) ": "
                   WS-ABC-RES-PRODUCTOS(WS-ABC-RES-IDX)
                   " PRODUCTOS, VENTA " WS-VAL-FMT " ("
                   WS-ABC-PCT-FMT "%)".

      *EXISTENCIAS CON VALOR AL COSTO Y SIN VENTA EN 90, 180 O 365
      *DIAS (NUNCA VENDIDO CUENTA COMO 365+), AGRUPADAS POR
      *DEPARTAMENTO CON SU SUBTOTAL DETENIDO POR RANGO
       060-3-LENTO-MOVIMIENTO.
           INITIALIZE WS-LEN-SUMAS.
           MOVE ZERO TO WS-LEN-PRODUCTOS.
           OPEN OUTPUT F-LENTO.
           MOVE SPACES TO LEN-LINEA.
           STRING "EXISTENCIAS DE LENTO MOVIMIENTO Y SIN VENTA AL "
                   DELIMITED BY SIZE
                   WS-ABC-HOY DELIMITED BY SIZE
                   INTO LEN-LINEA.
           WRITE LEN-LINEA.
           MOVE SPACES TO LEN-LINEA.
           STRING "ID         PRODUCTO                       CLASE "
                   DELIMITED BY SIZE
                   "SIN VENTA  ULT.VENTA  ULT.RECEP  EXISTENCIA"
                   DELIMITED BY SIZE
                   "   VALOR COSTO" DELIMITED BY SIZE
                   INTO LEN-LINEA.
           WRITE LEN-LINEA.
           PERFORM 060-3-1-DEPARTAMENTO
                   VARYING WS-LEN-DEP-IDX FROM 1 BY 1
                   UNTIL WS-LEN-DEP-IDX > 100.
           MOVE ALL "=" TO LEN-LINEA.
           WRITE LEN-LINEA.
           DISPLAY "LENTO MOVIMIENTO: " WS-LEN-PRODUCTOS
                   " PRODUCTOS EN LENTOMOV.TXT".
           PERFORM 060-3-5-TOTAL-RANGO
                   VARYING WS-LEN-RANGO FROM 1 BY 1
                   UNTIL WS-LEN-RANGO > 3.
           CLOSE F-LENTO.

       060-3-1-DEPARTAMENTO.
           SUBTRACT 1 FROM WS-LEN-DEP-IDX GIVING WS-LEN-DEPTO.
           MOVE ZERO TO WS-LEN-DEP-VALOR(1).
           MOVE ZERO TO WS-LEN-DEP-VALOR(2).
           MOVE ZERO TO WS-LEN-DEP-VALOR(3).
           MOVE "N" TO WS-LEN-ENCABEZADO.
           PERFORM 060-3-2-EXAMINA-PRODUCTO
                   VARYING WS-ABC-IDX FROM 1 BY 1
                   UNTIL WS-ABC-IDX > WS-ABC-USADOS.
           IF WS-LEN-ENCABEZADO = "S"
                   PERFORM 060-3-4-SUBTOTAL-DEPTO
                           VARYING WS-LEN-RANGO FROM 1 BY 1
                           UNTIL WS-LEN-RANGO > 3
           END-IF.

       060-3-2-EXAMINA-PRODUCTO.
           IF WS-ABC-DEPTO(WS-ABC-IDX) = WS-LEN-DEPTO
           AND WS-ABC-EXISTENCIA(WS-ABC-IDX) > ZERO
           AND WS-ABC-COSTO-INV(WS-ABC-IDX) > ZERO
                   MOVE ZERO TO WS-LEN-RANGO
                   IF WS-ABC-ULT-VENTA(WS-ABC-IDX) = SPACES
                           MOVE 3 TO WS-LEN-RANGO
                   ELSE
                           MOVE "D" TO WS-FU-OPERACION
                           MOVE WS-ABC-ULT-VENTA(WS-ABC-IDX)
                                   TO WS-FU-FECHA-1
                           MOVE WS-ABC-HOY TO WS-FU-FECHA-2
                           CALL "FECHAUTIL" USING WS-FU-OPERACION
                                   WS-FU-FECHA-1 WS-FU-FECHA-2
                                   WS-FU-DIAS
                           MOVE WS-FU-DIAS TO WS-LEN-DIAS
                           IF WS-LEN-DIAS NOT < 365
                                   MOVE 3 TO WS-LEN-RANGO
                           ELSE
                           IF WS-LEN-DIAS NOT < 180
                                   MOVE 2 TO WS-LEN-RANGO
                           ELSE
                           IF WS-LEN-DIAS NOT < 90
                                   MOVE 1 TO WS-LEN-RANGO
                           END-IF
                           END-IF
                           END-IF
                   END-IF
                   IF WS-LEN-RANGO > ZERO
                           PERFORM 060-3-3-ESCRIBE-PRODUCTO
                   END-IF
           END-IF.

       060-3-3-ESCRIBE-PRODUCTO.
           IF WS-LEN-ENCABEZADO = "N"
                   MOVE "S" TO WS-LEN-ENCABEZADO
                   MOVE SPACES TO DC-NOMBRE
                   IF WS-DC-DISPONIBLE = "S"
                           MOVE WS-LEN-DEPTO TO DC-CODIGO
                           READ F-DEPTOS
                                   INVALID KEY
                                       MOVE SPACES TO DC-NOMBRE
                           END-READ
                   END-IF
                   MOVE SPACES TO LEN-LINEA
                   WRITE LEN-LINEA
                   STRING "DEPARTAMENTO " DELIMITED BY SIZE
                           WS-LEN-DEPTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DC-NOMBRE DELIMITED BY SIZE
                           INTO LEN-LINEA
                   WRITE LEN-LINEA
           END-IF.
           MOVE WS-ABC-ID(WS-ABC-IDX) TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY MOVE SPACES TO RP-NOMBRE
           END-READ.
           MOVE WS-ABC-ULT-VENTA(WS-ABC-IDX) TO WS-LEN-FECHA-V.
           IF WS-LEN-FECHA-V = SPACES
                   MOVE "NUNCA" TO WS-LEN-FECHA-V
           END-IF.
           MOVE WS-ABC-ULT-RECEP(WS-ABC-IDX) TO WS-LEN-FECHA-R.
           IF WS-LEN-FECHA-R = SPACES
                   MOVE "SIN REG." TO WS-LEN-FECHA-R
           END-IF.
           MOVE WS-ABC-EXISTENCIA(WS-ABC-IDX) TO WS-LEN-EXIST-FMT.
           MOVE WS-ABC-COSTO-INV(WS-ABC-IDX) TO WS-LEN-VALOR-FMT.
           MOVE SPACES TO LEN-LINEA.
           STRING WS-ABC-ID(WS-ABC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RP-NOMBRE(1:30) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-ABC-CLASE(WS-ABC-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-LEN-RANGO-NOM(WS-LEN-RANGO) DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WS-LEN-FECHA-V DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-LEN-FECHA-R DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LEN-EXIST-FMT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LEN-VALOR-FMT DELIMITED BY SIZE
                   INTO LEN-LINEA.
           WRITE LEN-LINEA.
           ADD 1 TO WS-LEN-PRODUCTOS.
           ADD WS-ABC-COSTO-INV(WS-ABC-IDX)
                   TO WS-LEN-DEP-VALOR(WS-LEN-RANGO).
           ADD WS-ABC-COSTO-INV(WS-ABC-IDX)
                   TO WS-LEN-TOT-VALOR(WS-LEN-RANGO).

       060-3-4-SUBTOTAL-DEPTO.
           IF WS-LEN-DEP-VALOR(WS-LEN-RANGO) > ZERO
                   MOVE WS-LEN-DEP-VALOR(WS-LEN-RANGO)
                           TO WS-LEN-VALOR-FMT
                   MOVE SPACES TO LEN-LINEA
                   STRING "  DETENIDO SIN VENTA "
                           DELIMITED BY SIZE
                           WS-LEN-RANGO-NOM(WS-LEN-RANGO)
                           DELIMITED BY SIZE
                           " DIAS: " DELIMITED BY SIZE
                           WS-LEN-VALOR-FMT DELIMITED BY SIZE
                           INTO LEN-LINEA
                   WRITE LEN-LINEA
           END-IF.

       060-3-5-TOTAL-RANGO.
           MOVE WS-LEN-TOT-VALOR(WS-LEN-RANGO) TO WS-LEN-VALOR-FMT.
           MOVE SPACES TO LEN-LINEA.
           STRING "TOTAL DETENIDO SIN VENTA " DELIMITED BY SIZE
                   WS-LEN-RANGO-NOM(WS-LEN-RANGO) DELIMITED BY SIZE
                   " DIAS: " DELIMITED BY SIZE
                   WS-LEN-VALOR-FMT DELIMITED BY SIZE
                   INTO LEN-LINEA.
           WRITE LEN-LINEA.
           DISPLAY "  " LEN-LINEA(1:60).

      *HOJA DE CONTEO: LOS PRODUCTOS DE LA CLASE PEDIDA CON SU
      *EXISTENCIA EN SISTEMA, PARA CONTAR PRIMERO LO QUE MAS PESA
       060-4-HOJA-CONTEO.
           DISPLAY "PRODUCTOS DE CLASE " WS-ABC-CLASE-CONTEO ":".
           MOVE ZERO TO RP-ID.
           START F-ARCHIVO KEY IS NOT LESS THAN RP-ID
                   INVALID KEY
                       MOVE "S" TO WS-ARCHIVO-FIN
                   NOT INVALID KEY
                       MOVE "N" TO WS-ARCHIVO-FIN
           END-START.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.
           PERFORM 060-4-1-RENGLON-HOJA
                   UNTIL WS-ARCHIVO-FIN = "S".

       060-4-1-RENGLON-HOJA.
           READ F-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-ARCHIVO-FIN
                   NOT AT END
                       IF RP-CLASE-ABC = WS-ABC-CLASE-CONTEO
                               DISPLAY "  " RP-ID " " RP-NOMBRE(1:30)
                                       " SISTEMA: " RP-CANTIDAD
                       END-IF
           END-READ.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.

      *ETIQUETAS DE ANAQUEL. LA CORRIDA DE CAMBIOS TOMA LO QUE EL
      *HISTORIAL DE PRECIOS ACUMULO DESDE LA ULTIMA CORRIDA MAS LAS
      *PROMOCIONES QUE EMPIEZAN O TERMINAN DESDE ENTONCES; LA
      *REIMPRESION TOMA UN PRODUCTO O UN DEPARTAMENTO COMPLETO. EN
      *TODOS LOS CASOS LA ETIQUETA LLEVA EL PRECIO VIGENTE HOY
       061-ETIQUETAS.
           ACCEPT WS-ETQ-HOY FROM DATE YYYYMMDD.
           PERFORM 061-1-LEE-CONTROL.
           IF WS-ETQ-HAY-CTL = "S"
                   DISPLAY "Ultima corrida de etiquetas: " EC-FECHA
                           "; ETIQUETAS.TXT del " EC-ETQ-FECHA " "
                           EC-ETQ-HORA " con " EC-ETIQUETAS
                           " etiquetas."
           END-IF.
           DISPLAY "N - Etiquetas de cambios de precio y "
                   "promociones, P - Reimprimir un producto, "
                   "D - Reimprimir un departamento: ".
           ACCEPT WS-ETQ-MODO.
           CALL "NOMBREUTIL" USING WS-ETQ-MODO 1.
           IF WS-ETQ-MODO = "N"
                   MOVE "ETIQUETAS.TXT" TO WS-ETQ-NOMBRE
                   PERFORM 061-2-VENTANA-PROMOS
                   PERFORM 061-9-CORRE-SORT
                   PERFORM 061-1-2-GRABA-CONTROL
           ELSE
           IF WS-ETQ-MODO = "P"
                   MOVE "ETIQREIMP.TXT" TO WS-ETQ-NOMBRE
                   DISPLAY "ID del producto: "
                   ACCEPT WS-ID-BUSQUEDA
                   PERFORM 061-9-CORRE-SORT
           ELSE
           IF WS-ETQ-MODO = "D"
                   MOVE "ETIQREIMP.TXT" TO WS-ETQ-NOMBRE
                   DISPLAY "Departamento: "
                   ACCEPT WS-ETQ-DEPTO
                   PERFORM 061-9-CORRE-SORT
           ELSE
                   DISPLAY "Opcion invalida.".

       061-1-LEE-CONTROL.
           MOVE "N" TO WS-ETQ-HAY-CTL.
           MOVE SPACES TO EC-FECHA.
           MOVE ZERO TO EC-PH-RENGLONES.
           MOVE SPACES TO EC-ETQ-FECHA.
           MOVE SPACES TO EC-ETQ-HORA.
           MOVE ZERO TO EC-ETIQUETAS.
           OPEN INPUT F-ETQCTL.
           IF WS-EC-STATUS = "00"
                   READ F-ETQCTL
                           AT END CONTINUE
                           NOT AT END MOVE "S" TO WS-ETQ-HAY-CTL
                   END-READ
           END-IF.
           CLOSE F-ETQCTL.

      *EL CONTROL AVANZA AUNQUE NO HAYA SALIDO NINGUNA ETIQUETA;
      *LOS DATOS DEL ARCHIVO VIGENTE SOLO CAMBIAN SI SE GENERO UNO
       061-1-2-GRABA-CONTROL.
           MOVE WS-ETQ-HOY TO EC-FECHA.
           MOVE WS-ETQ-RENGLONES TO EC-PH-RENGLONES.
           IF WS-ETQ-CUENTA > ZERO
                   MOVE WS-ETQ-HOY TO EC-ETQ-FECHA
                   ACCEPT WS-ETQ-HORA FROM TIME
                   MOVE WS-ETQ-HORA TO EC-ETQ-HORA
                   MOVE WS-ETQ-CUENTA TO EC-ETIQUETAS
           END-IF.
           OPEN OUTPUT F-ETQCTL.
           WRITE EC-REGISTRO.
           CLOSE F-ETQCTL.

      *LAS PROMOCIONES SE TOMAN DEL DIA SIGUIENTE A LA ULTIMA
      *CORRIDA HASTA HOY, PARA NO PERDER LAS DE LOS DIAS EN QUE NO
      *SE CORRIO; LA PRIMERA VEZ SOLO LAS DE HOY
       061-2-VENTANA-PROMOS.
           IF WS-ETQ-HAY-CTL = "S" AND EC-FECHA NOT = SPACES
                   MOVE "A" TO WS-FU-OPERACION
                   MOVE EC-FECHA TO WS-FU-FECHA-1
                   MOVE 1 TO WS-FU-DIAS
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   MOVE WS-FU-FECHA-2 TO WS-ETQ-DESDE
           ELSE
                   MOVE WS-ETQ-HOY TO WS-ETQ-DESDE
           END-IF.

      *EL SORT JUNTA POR DEPARTAMENTO Y UBICACION; UN PRODUCTO QUE
      *LLEGA VARIAS VECES (VARIOS CAMBIOS Y SU PROMOCION) QUEDA
      *CONTIGUO Y SOLO SE ETIQUETA UNA VEZ POR UBICACION
       061-9-CORRE-SORT.
           MOVE ZERO TO WS-ETQ-SOLTADAS.
           MOVE ZERO TO WS-ETQ-CUENTA.
           SORT F-ETQ-ORDEN
                   ON ASCENDING KEY EQ-DEPTO EQ-UBICACION EQ-ID
                   INPUT PROCEDURE IS 061-3-SUELTA-CANDIDATOS
                   OUTPUT PROCEDURE IS 061-5-ESCRIBE-ETIQUETAS.
           IF WS-ETQ-CUENTA = ZERO
                   DISPLAY "No hay etiquetas que imprimir."
           ELSE
                   DISPLAY WS-ETQ-CUENTA " etiquetas en "
                           WS-ETQ-NOMBRE
           END-IF.

       061-3-SUELTA-CANDIDATOS.
           IF WS-ETQ-MODO = "N"
                   PERFORM 061-3-1-CAMBIOS-DE-PRECIO
                   PERFORM 061-3-3-PROMOS-DEL-PERIODO
           ELSE
           IF WS-ETQ-MODO = "P"
                   MOVE WS-ID-BUSQUEDA TO RP-ID
                   PERFORM 061-4-SUELTA-PRODUCTO
                   IF WS-ETQ-SOLTADAS = ZERO
                           DISPLAY "No existe un producto con ese ID."
                   END-IF
           ELSE
                   MOVE ZERO TO RP-ID
                   START F-ARCHIVO KEY IS NOT LESS THAN RP-ID
                           INVALID KEY
                               MOVE "S" TO WS-ARCHIVO-FIN
                           NOT INVALID KEY
                               MOVE "N" TO WS-ARCHIVO-FIN
                   END-START
                   PERFORM 099-VERIFICA-STATUS-ARCHIVO
                   PERFORM 061-3-5-PRODUCTO-DEPTO
                           UNTIL WS-ARCHIVO-FIN = "S".

      *PRIMERA PASADA CUENTA LOS RENGLONES DEL HISTORIAL; SI HAY
      *MENOS QUE LOS YA CUBIERTOS EL HISTORIAL SE DEPURO Y SE TOMA
      *COMPLETO. LA SEGUNDA SUELTA LOS RENGLONES NUEVOS
       061-3-1-CAMBIOS-DE-PRECIO.
           MOVE ZERO TO WS-ETQ-RENGLONES.
           OPEN INPUT F-PRECIO-HIST.
           IF WS-PH-STATUS = "00"
                   MOVE "N" TO WS-ETQ-FIN
                   PERFORM 061-3-1-1-CUENTA-CAMBIO
                           UNTIL WS-ETQ-FIN = "S"
           END-IF.
           CLOSE F-PRECIO-HIST.
           IF WS-ETQ-RENGLONES < EC-PH-RENGLONES
                   MOVE ZERO TO EC-PH-RENGLONES
           END-IF.
           MOVE ZERO TO WS-ETQ-RENGLON.
           OPEN INPUT F-PRECIO-HIST.
           IF WS-PH-STATUS = "00"
                   MOVE "N" TO WS-ETQ-FIN
                   PERFORM 061-3-2-SUELTA-CAMBIO
                           UNTIL WS-ETQ-FIN = "S"
           END-IF.
           CLOSE F-PRECIO-HIST.

       061-3-1-1-CUENTA-CAMBIO.
           READ F-PRECIO-HIST
                   AT END MOVE "S" TO WS-ETQ-FIN
                   NOT AT END ADD 1 TO WS-ETQ-RENGLONES
           END-READ.

       061-3-2-SUELTA-CAMBIO.
           READ F-PRECIO-HIST
                   AT END MOVE "S" TO WS-ETQ-FIN
                   NOT AT END
                           ADD 1 TO WS-ETQ-RENGLON
                           IF WS-ETQ-RENGLON > EC-PH-RENGLONES
                                   MOVE PH-ID TO RP-ID
                                   PERFORM 061-4-SUELTA-PRODUCTO
                           END-IF
           END-READ.

       061-3-3-PROMOS-DEL-PERIODO.
           OPEN INPUT F-PROMOS.
           IF WS-PM-STATUS = "00"
                   MOVE LOW-VALUES TO PM-ID
                   MOVE "N" TO WS-ETQ-FIN
                   START F-PROMOS KEY IS NOT LESS THAN PM-ID
                           INVALID KEY MOVE "S" TO WS-ETQ-FIN
                   END-START
                   PERFORM 061-3-4-EXAMINA-PROMO
                           UNTIL WS-ETQ-FIN = "S"
           END-IF.
           CLOSE F-PROMOS.

       061-3-4-EXAMINA-PROMO.
           READ F-PROMOS NEXT RECORD
                   AT END MOVE "S" TO WS-ETQ-FIN
                   NOT AT END
                           IF (PM-DESDE NOT < WS-ETQ-DESDE
                               AND PM-DESDE NOT > WS-ETQ-HOY)
                           OR (PM-HASTA NOT < WS-ETQ-DESDE
                               AND PM-HASTA NOT > WS-ETQ-HOY)
                                   MOVE PM-ID TO RP-ID
                                   PERFORM 061-4-SUELTA-PRODUCTO
                           END-IF
           END-READ.

       061-3-5-PRODUCTO-DEPTO.
           READ F-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-ARCHIVO-FIN
                   NOT AT END
                       IF RP-DEPARTAMENTO = WS-ETQ-DEPTO
                               PERFORM 061-4-1-SUELTA-UBICACIONES
                       END-IF
           END-READ.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.

      *UN PRODUCTO DADO DE BAJA DESPUES DE SU CAMBIO DE PRECIO YA
      *NO LLEVA ETIQUETA
       061-4-SUELTA-PRODUCTO.
           READ F-ARCHIVO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 061-4-1-SUELTA-UBICACIONES
           END-READ.

      *UNA ETIQUETA POR CADA UBICACION DONDE EL PRODUCTO TIENE
      *EXISTENCIA; SIN UBICACIONES REGISTRADAS VA AL PISO DE VENTA
       061-4-1-SUELTA-UBICACIONES.
           MOVE "N" TO WS-ETQ-CON-UBICA.
           OPEN INPUT F-UBICACIONES.
           IF WS-UB-STATUS = "00"
                   MOVE RP-ID TO UB-ID
                   MOVE ZERO TO UB-UBICACION
                   MOVE "N" TO WS-UB-FIN
                   START F-UBICACIONES KEY IS NOT LESS THAN UB-LLAVE
                           INVALID KEY MOVE "S" TO WS-UB-FIN
                   END-START
                   PERFORM 061-4-2-UBICACION
                           UNTIL WS-UB-FIN = "S"
           END-IF.
           CLOSE F-UBICACIONES.
           IF WS-ETQ-CON-UBICA = "N"
                   MOVE 1 TO EQ-UBICACION
                   PERFORM 061-4-3-SUELTA-UNA
           END-IF.

       061-4-2-UBICACION.
           READ F-UBICACIONES NEXT RECORD
                   AT END MOVE "S" TO WS-UB-FIN
                   NOT AT END
                           IF UB-ID NOT = RP-ID
                                   MOVE "S" TO WS-UB-FIN
                           ELSE
                           IF UB-CANTIDAD > ZERO
                                   MOVE "S" TO WS-ETQ-CON-UBICA
                                   MOVE UB-UBICACION TO EQ-UBICACION
                                   PERFORM 061-4-3-SUELTA-UNA
                           END-IF
                           END-IF
           END-READ.

       061-4-3-SUELTA-UNA.
           MOVE RP-DEPARTAMENTO TO EQ-DEPTO.
           MOVE RP-ID TO EQ-ID.
           RELEASE EQ-REGISTRO.
           ADD 1 TO WS-ETQ-SOLTADAS.

      *SI NO SE SOLTO NADA EL ARCHIVO DE ETIQUETAS NO SE ABRE, PARA
      *NO VACIAR LO ULTIMO QUE SE MANDO A IMPRIMIR
       061-5-ESCRIBE-ETIQUETAS.
           IF WS-ETQ-SOLTADAS > ZERO
                   OPEN OUTPUT F-ETIQUETAS
                   MOVE HIGH-VALUES TO WS-ETQ-ANTERIOR
                   MOVE "N" TO WS-ETQ-FIN
                   PERFORM 061-5-1-REGRESA-UNA
                           UNTIL WS-ETQ-FIN = "S"
                   CLOSE F-ETIQUETAS
           END-IF.

       061-5-1-REGRESA-UNA.
           RETURN F-ETQ-ORDEN
                   AT END MOVE "S" TO WS-ETQ-FIN
                   NOT AT END
                           IF EQ-REGISTRO NOT = WS-ETQ-ANTERIOR
                                   PERFORM 061-5-2-ETIQUETA
                           END-IF
           END-RETURN.

       061-5-2-ETIQUETA.
           IF EQ-REGISTRO(1:4) NOT = WS-ETQ-ANTERIOR(1:4)
                   PERFORM 061-5-3-ENCABEZADO
           END-IF.
           MOVE EQ-REGISTRO TO WS-ETQ-ANTERIOR.
           MOVE EQ-ID TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY MOVE SPACES TO RP-NOMBRE
           END-READ.
           PERFORM 061-6-PROMO-ETIQUETA.
           PERFORM 061-7-BUSCA-BARRAS.
           PERFORM 056-1-LEE-UNIDADES.
           MOVE ALL "-" TO ETQ-LINEA.
           WRITE ETQ-LINEA.
           MOVE SPACES TO ETQ-LINEA.
           MOVE RP-NOMBRE TO ETQ-LINEA(2:50).
           WRITE ETQ-LINEA.
           MOVE SPACES TO ETQ-LINEA.
           IF WS-ETQ-CODIGO = SPACES
                   STRING " ID " DELIMITED BY SIZE
                           RP-ID DELIMITED BY SIZE
                           INTO ETQ-LINEA
           ELSE
                   STRING " CODIGO " DELIMITED BY SIZE
                           WS-ETQ-CODIGO DELIMITED BY SPACE
                           "   ID " DELIMITED BY SIZE
                           RP-ID DELIMITED BY SIZE
                           INTO ETQ-LINEA
           END-IF.
           WRITE ETQ-LINEA.
           IF WS-ETQ-PROMO = "S"
                   MOVE WS-ETQ-PM-PRECIO TO WS-ETQ-PRECIO-FMT
           ELSE
                   MOVE RP-PRECIO TO WS-ETQ-PRECIO-FMT
           END-IF.
           MOVE SPACES TO ETQ-LINEA.
           STRING " $" DELIMITED BY SIZE
                   WS-ETQ-PRECIO-FMT DELIMITED BY SIZE
                   " POR " DELIMITED BY SIZE
                   WS-UM-STOCK DELIMITED BY SIZE
                   INTO ETQ-LINEA.
           WRITE ETQ-LINEA.
           IF WS-ETQ-PROMO = "S"
                   MOVE RP-PRECIO TO WS-ETQ-PRECIO-FMT
                   MOVE SPACES TO ETQ-LINEA
                   STRING " PROMOCION DEL " DELIMITED BY SIZE
                           WS-ETQ-PM-DESDE DELIMITED BY SIZE
                           " AL " DELIMITED BY SIZE
                           WS-ETQ-PM-HASTA DELIMITED BY SIZE
                           " ANTES $" DELIMITED BY SIZE
                           WS-ETQ-PRECIO-FMT DELIMITED BY SIZE
                           INTO ETQ-LINEA
                   WRITE ETQ-LINEA
           END-IF.
           IF WS-ETQ-PROMO = "F"
                   MOVE "A" TO WS-FU-OPERACION
                   MOVE WS-ETQ-PM-HASTA TO WS-FU-FECHA-1
                   MOVE 1 TO WS-FU-DIAS
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   MOVE SPACES TO ETQ-LINEA
                   STRING " PRECIO REGULAR A PARTIR DEL "
                           DELIMITED BY SIZE
                           WS-FU-FECHA-2 DELIMITED BY SIZE
                           INTO ETQ-LINEA
                   WRITE ETQ-LINEA
           END-IF.
           ADD 1 TO WS-ETQ-CUENTA.

       061-5-3-ENCABEZADO.
           MOVE SPACES TO DC-NOMBRE.
           IF WS-DC-DISPONIBLE = "S"
                   MOVE EQ-DEPTO TO DC-CODIGO
                   READ F-DEPTOS
                           INVALID KEY MOVE SPACES TO DC-NOMBRE
                   END-READ
           END-IF.
           MOVE SPACES TO ETQ-LINEA.
           WRITE ETQ-LINEA.
           MOVE ALL "=" TO ETQ-LINEA.
           WRITE ETQ-LINEA.
           MOVE SPACES TO ETQ-LINEA.
           STRING "DEPARTAMENTO " DELIMITED BY SIZE
                   EQ-DEPTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DC-NOMBRE DELIMITED BY SIZE
                   " UBICACION " DELIMITED BY SIZE
                   EQ-UBICACION DELIMITED BY SIZE
                   INTO ETQ-LINEA.
           WRITE ETQ-LINEA.
           MOVE ALL "=" TO ETQ-LINEA.
           WRITE ETQ-LINEA.

      *LA PROMOCION QUE TERMINA HOY YA NO SE ANUNCIA: LA ETIQUETA
      *ES LA QUE SE PONE AL CERRAR, CON EL PRECIO REGULAR
       061-6-PROMO-ETIQUETA.
           MOVE "N" TO WS-ETQ-PROMO.
           OPEN INPUT F-PROMOS.
           IF WS-PM-STATUS = "00"
                   MOVE RP-ID TO PM-ID
                   READ F-PROMOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF PM-DESDE NOT > WS-ETQ-HOY
                               AND PM-HASTA NOT < WS-ETQ-HOY
                                   MOVE PM-PRECIO TO WS-ETQ-PM-PRECIO
                                   MOVE PM-DESDE TO WS-ETQ-PM-DESDE
                                   MOVE PM-HASTA TO WS-ETQ-PM-HASTA
                                   IF PM-HASTA = WS-ETQ-HOY
                                       MOVE "F" TO WS-ETQ-PROMO
                                   ELSE
                                       MOVE "S" TO WS-ETQ-PROMO
                                   END-IF
                               END-IF
                   END-READ
           END-IF.
           CLOSE F-PROMOS.

      *EL CODIGO DE BARRAS DEL PRODUCTO ES EL DEL PROVEEDOR CERO;
      *SIN CODIGO LA ETIQUETA LLEVA SOLO EL ID
       061-7-BUSCA-BARRAS.
           MOVE SPACES TO WS-ETQ-CODIGO.
           OPEN INPUT F-CODIGOS.
           IF WS-CB-STATUS = "00"
                   MOVE ZERO TO CB-PROVEEDOR
                   MOVE LOW-VALUES TO CB-CODIGO
                   MOVE "N" TO WS-CB-FIN
                   START F-CODIGOS KEY IS NOT LESS THAN CB-LLAVE
                           INVALID KEY MOVE "S" TO WS-CB-FIN
                   END-START
                   PERFORM 061-7-1-LEE-CODIGO
                           UNTIL WS-CB-FIN = "S"
           END-IF.
           CLOSE F-CODIGOS.

       061-7-1-LEE-CODIGO.
           READ F-CODIGOS NEXT RECORD
                   AT END MOVE "S" TO WS-CB-FIN
                   NOT AT END
                       IF CB-PROVEEDOR NOT = ZERO
                               MOVE "S" TO WS-CB-FIN
                       ELSE
                       IF CB-ID = RP-ID AND CB-TIPO = "B"
                               MOVE CB-CODIGO TO WS-ETQ-CODIGO
                               MOVE "S" TO WS-CB-FIN
                       END-IF
                       END-IF
           END-READ.

      *EXTRACTO DE MERCADOTECNIA: SELECCIONA CLIENTES POR
      *PASATIEMPO, COLOR, ANTIGUEDAD DE LA ULTIMA COMPRA, TOTAL
      *COMPRADO Y DEPARTAMENTOS DE LOS QUE HA COMPRADO (SU HISTORIA
      *POR LA LLAVE ALTERNA VTA-CLIENTE). LOS DUPLICADOS FUSIONADOS
      *Y QUIEN NO ACEPTO PUBLICIDAD NUNCA ENTRAN; EL RESUMEN POR
      *SEGMENTO SE REVISA ANTES DE GRABAR LA LISTA DE CORREO
       062-MERCADOTECNIA.
           IF WS-CL-DISPONIBLE NOT = "S"
                   DISPLAY "Sin maestro de clientes a la mano."
           ELSE
                   PERFORM 062-1-CAPTURA-FILTROS
                   PERFORM 062-2-SELECCIONA
                   PERFORM 062-6-RESUMEN
                   IF WS-MK-USADOS = ZERO
                           DISPLAY "Ningun cliente cumple los "
                                   "filtros."
                   ELSE
                           DISPLAY "Generar la lista de correo "
                                   "MERCADEO.TXT (S/N)? "
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                                   PERFORM 062-8-GRABA-LISTA
                           ELSE
                                   DISPLAY "No se genero la lista."
                           END-IF
                   END-IF
           END-IF.

       062-1-CAPTURA-FILTROS.
           DISPLAY "Pasatiempo que contenga (ENTER = todos): ".
           MOVE SPACES TO WS-MK-PASATIEMPO.
           ACCEPT WS-MK-PASATIEMPO.
           MOVE ZERO TO WS-MK-PAS-LONG.
           INSPECT WS-MK-PASATIEMPO TALLYING WS-MK-PAS-LONG
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           DISPLAY "Color favorito que contenga (ENTER = todos): ".
           MOVE SPACES TO WS-MK-COLOR.
           ACCEPT WS-MK-COLOR.
           MOVE ZERO TO WS-MK-COL-LONG.
           INSPECT WS-MK-COLOR TALLYING WS-MK-COL-LONG
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           DISPLAY "Minimo de dias desde la ultima compra "
                   "(0 = sin minimo): ".
           MOVE ZERO TO WS-MK-DIAS-MIN.
           ACCEPT WS-MK-DIAS-MIN.
           DISPLAY "Maximo de dias desde la ultima compra "
                   "(0 = sin maximo): ".
           MOVE ZERO TO WS-MK-DIAS-MAX.
           ACCEPT WS-MK-DIAS-MAX.
           DISPLAY "Total comprado minimo (0 = sin minimo): ".
           MOVE ZERO TO WS-MK-GASTO-MIN.
           ACCEPT WS-MK-GASTO-MIN.
           DISPLAY "Total comprado maximo (0 = sin maximo): ".
           MOVE ZERO TO WS-MK-GASTO-MAX.
           ACCEPT WS-MK-GASTO-MAX.
           MOVE ZERO TO WS-MK-NDEPTOS.
           MOVE "N" TO WS-MK-FIN-DEPTOS.
           PERFORM 062-1-1-CAPTURA-DEPTO
                   UNTIL WS-MK-FIN-DEPTOS = "S"
                   OR WS-MK-NDEPTOS = 5.

      *HASTA CINCO DEPARTAMENTOS; BASTA CON HABER COMPRADO DE UNO
       062-1-1-CAPTURA-DEPTO.
           DISPLAY "Departamento del que haya comprado "
                   "(0 = terminar): ".
           MOVE ZERO TO WS-MK-DEPTO-CAP.
           ACCEPT WS-MK-DEPTO-CAP.
           IF WS-MK-DEPTO-CAP = ZERO
                   MOVE "S" TO WS-MK-FIN-DEPTOS
           ELSE
                   ADD 1 TO WS-MK-NDEPTOS
                   MOVE WS-MK-DEPTO-CAP
                           TO WS-MK-DEPTO(WS-MK-NDEPTOS).

       062-2-SELECCIONA.
           ACCEPT WS-MK-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-MK-LEIDOS WS-MK-FUSIONADOS WS-MK-RECHAZAN
                   WS-MK-SIN-CONSENT WS-MK-NO-CUMPLEN
                   WS-MK-SIN-CORREO WS-MK-USADOS WS-MK-SEGS
                   WS-MK-SEG-OTROS.
           MOVE ZERO TO WS-MK-RECENCIA.
           MOVE "N" TO WS-MK-DESBORDE.
           OPEN INPUT F-VENTAS.
           IF WS-VTA-STATUS = "00"
                   MOVE "S" TO WS-MK-HAY-VENTAS
           ELSE
                   MOVE "N" TO WS-MK-HAY-VENTAS
           END-IF.
           MOVE LOW-VALUES TO CL-ID.
           MOVE "N" TO WS-MK-FIN.
           START F-CLIENTES KEY IS NOT LESS THAN CL-ID
                   INVALID KEY MOVE "S" TO WS-MK-FIN
           END-START.
           PERFORM 062-3-LEE-CLIENTE UNTIL WS-MK-FIN = "S".
           IF WS-MK-HAY-VENTAS = "S"
                   CLOSE F-VENTAS
           END-IF.

       062-3-LEE-CLIENTE.
           READ F-CLIENTES NEXT RECORD
                   AT END MOVE "S" TO WS-MK-FIN
                   NOT AT END PERFORM 062-3-1-CLASIFICA-CLIENTE
           END-READ.

      *SOLO "S" ES CONSENTIMIENTO; EL CLIENTE QUE NUNCA CONTESTO
      *SE CUENTA APARTE PARA SABER A QUIENES FALTA PREGUNTARLES
       062-3-1-CLASIFICA-CLIENTE.
           ADD 1 TO WS-MK-LEIDOS.
           IF CL-FUSIONADO NUMERIC AND CL-FUSIONADO NOT = ZERO
                   ADD 1 TO WS-MK-FUSIONADOS
           ELSE
           IF CL-PUBLICIDAD = "N"
                   ADD 1 TO WS-MK-RECHAZAN
           ELSE
           IF CL-PUBLICIDAD NOT = "S"
                   ADD 1 TO WS-MK-SIN-CONSENT
           ELSE
                   PERFORM 062-4-EVALUA-CLIENTE.

       062-4-EVALUA-CLIENTE.
           MOVE "S" TO WS-MK-CUMPLE.
           IF WS-MK-PAS-LONG > ZERO
                   MOVE CL-PASATIEMPO TO WS-MK-TEXTO
                   MOVE "N" TO WS-MK-ENCONTRO
                   CALL "BUSCACAD" USING WS-MK-TEXTO 30
                           WS-MK-PASATIEMPO WS-MK-PAS-LONG
                           WS-MK-ENCONTRO
                   IF WS-MK-ENCONTRO NOT = "S"
                           MOVE "N" TO WS-MK-CUMPLE
                   END-IF
           END-IF.
           IF WS-MK-COL-LONG > ZERO AND WS-MK-CUMPLE = "S"
                   MOVE CL-COLOR TO WS-MK-TEXTO
                   MOVE "N" TO WS-MK-ENCONTRO
                   CALL "BUSCACAD" USING WS-MK-TEXTO 30
                           WS-MK-COLOR WS-MK-COL-LONG
                           WS-MK-ENCONTRO
                   IF WS-MK-ENCONTRO NOT = "S"
                           MOVE "N" TO WS-MK-CUMPLE
                   END-IF
           END-IF.
           IF WS-MK-CUMPLE = "S"
                   PERFORM 062-5-HISTORIA-COMPRAS
                   PERFORM 062-4-1-APLICA-FILTROS
           END-IF.
           IF WS-MK-CUMPLE = "S"
                   PERFORM 062-4-2-AGREGA
           ELSE
                   ADD 1 TO WS-MK-NO-CUMPLEN
           END-IF.

      *EL CLIENTE QUE NUNCA HA COMPRADO CUMPLE CUALQUIER MINIMO DE
      *DIAS Y QUEDA FUERA EN CUANTO SE PIDE UN MAXIMO
       062-4-1-APLICA-FILTROS.
           IF WS-MK-ULTIMA = SPACES
                   IF WS-MK-DIAS-MAX > ZERO
                           MOVE "N" TO WS-MK-CUMPLE
                   END-IF
           ELSE
                   IF WS-MK-DIAS < WS-MK-DIAS-MIN
                           MOVE "N" TO WS-MK-CUMPLE
                   END-IF
                   IF WS-MK-DIAS-MAX > ZERO
                   AND WS-MK-DIAS > WS-MK-DIAS-MAX
                           MOVE "N" TO WS-MK-CUMPLE
                   END-IF
           END-IF.
           IF WS-MK-GASTO < WS-MK-GASTO-MIN
                   MOVE "N" TO WS-MK-CUMPLE
           END-IF.
           IF WS-MK-GASTO-MAX > ZERO
           AND WS-MK-GASTO > WS-MK-GASTO-MAX
                   MOVE "N" TO WS-MK-CUMPLE
           END-IF.
           IF WS-MK-NDEPTOS > ZERO AND WS-MK-COMPRO-DEPTO = "N"
                   MOVE "N" TO WS-MK-CUMPLE
           END-IF.

       062-4-2-AGREGA.
           IF WS-MK-USADOS < 3000
                   ADD 1 TO WS-MK-USADOS
                   MOVE CL-ID TO WS-MK-SEL-ID(WS-MK-USADOS)
                   MOVE WS-MK-ULTIMA TO WS-MK-SEL-ULTIMA(WS-MK-USADOS)
                   MOVE WS-MK-GASTO TO WS-MK-SEL-GASTO(WS-MK-USADOS)
                   IF CL-CORREO = SPACES OR CL-CORREO = LOW-VALUES
                           ADD 1 TO WS-MK-SIN-CORREO
                   END-IF
                   PERFORM 062-4-3-SEGMENTO-PASATIEMPO
                   PERFORM 062-4-5-SEGMENTO-RECENCIA
           ELSE
                   MOVE "S" TO WS-MK-DESBORDE
           END-IF.

      *EL PASATIEMPO SE CAPTURA LIBRE; SE AGRUPA EN MAYUSCULAS PARA
      *QUE "Futbol" Y "FUTBOL" CAIGAN EN EL MISMO SEGMENTO
       062-4-3-SEGMENTO-PASATIEMPO.
           MOVE CL-PASATIEMPO TO WS-MK-SEG-CLAVE.
           IF WS-MK-SEG-CLAVE = SPACES OR WS-MK-SEG-CLAVE = LOW-VALUES
                   MOVE "(SIN PASATIEMPO)" TO WS-MK-SEG-CLAVE
           END-IF.
           CALL "NOMBREUTIL" USING WS-MK-SEG-CLAVE 30.
           MOVE "N" TO WS-MK-HALLADO.
           PERFORM 062-4-4-BUSCA-SEGMENTO
                   VARYING WS-MK-J FROM 1 BY 1
                   UNTIL WS-MK-J > WS-MK-SEGS
                   OR WS-MK-HALLADO = "S".
           IF WS-MK-HALLADO = "N"
                   IF WS-MK-SEGS < 30
                           ADD 1 TO WS-MK-SEGS
                           MOVE WS-MK-SEG-CLAVE
                                   TO WS-MK-SEG-PASA(WS-MK-SEGS)
                           MOVE 1 TO WS-MK-SEG-CUENTA(WS-MK-SEGS)
                   ELSE
                           ADD 1 TO WS-MK-SEG-OTROS
                   END-IF
           END-IF.

       062-4-4-BUSCA-SEGMENTO.
           IF WS-MK-SEG-PASA(WS-MK-J) = WS-MK-SEG-CLAVE
                   ADD 1 TO WS-MK-SEG-CUENTA(WS-MK-J)
                   MOVE "S" TO WS-MK-HALLADO
           END-IF.

       062-4-5-SEGMENTO-RECENCIA.
           IF WS-MK-ULTIMA = SPACES
                   MOVE 6 TO WS-MK-REC-IDX
           ELSE
           IF WS-MK-DIAS NOT > 30
                   MOVE 1 TO WS-MK-REC-IDX
           ELSE
           IF WS-MK-DIAS NOT > 90
                   MOVE 2 TO WS-MK-REC-IDX
           ELSE
           IF WS-MK-DIAS NOT > 180
                   MOVE 3 TO WS-MK-REC-IDX
           ELSE
           IF WS-MK-DIAS NOT > 365
                   MOVE 4 TO WS-MK-REC-IDX
           ELSE
                   MOVE 5 TO WS-MK-REC-IDX.
           ADD 1 TO WS-MK-REC(WS-MK-REC-IDX).

      *TOTAL NETO DE DEVOLUCIONES, FECHA DE LA ULTIMA COMPRA (LAS
      *DEVOLUCIONES NO CUENTAN COMO COMPRA) Y SI ALGUNA COMPRA FUE
      *DE LOS DEPARTAMENTOS PEDIDOS
       062-5-HISTORIA-COMPRAS.
           MOVE SPACES TO WS-MK-ULTIMA.
           MOVE ZERO TO WS-MK-GASTO WS-MK-DIAS.
           MOVE "N" TO WS-MK-COMPRO-DEPTO.
           IF WS-MK-HAY-VENTAS = "S"
                   MOVE "N" TO WS-MK-VFIN
                   MOVE CL-ID TO VTA-CLIENTE
                   START F-VENTAS KEY IS = VTA-CLIENTE
                           INVALID KEY MOVE "S" TO WS-MK-VFIN
                   END-START
                   PERFORM 062-5-1-LEE-VENTA
                           UNTIL WS-MK-VFIN = "S"
           END-IF.
           IF WS-MK-ULTIMA NOT = SPACES
                   MOVE "D" TO WS-FU-OPERACION
                   MOVE WS-MK-ULTIMA TO WS-FU-FECHA-1
                   MOVE WS-MK-HOY TO WS-FU-FECHA-2
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   MOVE WS-FU-DIAS TO WS-MK-DIAS
           END-IF.

       062-5-1-LEE-VENTA.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-MK-VFIN
                   NOT AT END
                           IF VTA-CLIENTE NOT = CL-ID
                                   MOVE "S" TO WS-MK-VFIN
                           ELSE
                                   PERFORM 062-5-2-ACUMULA-VENTA
                           END-IF
           END-READ.

       062-5-2-ACUMULA-VENTA.
           COMPUTE WS-MK-IMPORTE = VTA-CANTIDAD * VTA-PRECIO.
           IF VTA-TIPO = "D"
                   COMPUTE WS-MK-IMPORTE = ZERO - WS-MK-IMPORTE
           ELSE
                   IF VTA-FECHA > WS-MK-ULTIMA
                           MOVE VTA-FECHA TO WS-MK-ULTIMA
                   END-IF
                   IF WS-MK-NDEPTOS > ZERO
                   AND WS-MK-COMPRO-DEPTO = "N"
                           MOVE VTA-ID TO RP-ID
                           READ F-ARCHIVO
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 062-5-3-BUSCA-DEPTO
                                           VARYING WS-MK-K FROM 1 BY 1
                                           UNTIL WS-MK-K >
                                           WS-MK-NDEPTOS
                           END-READ
                   END-IF
           END-IF.
           ADD WS-MK-IMPORTE TO WS-MK-GASTO.

       062-5-3-BUSCA-DEPTO.
           IF RP-DEPARTAMENTO = WS-MK-DEPTO(WS-MK-K)
                   MOVE "S" TO WS-MK-COMPRO-DEPTO
           END-IF.

       062-6-RESUMEN.
           DISPLAY "RESUMEN DEL EXTRACTO DE MERCADOTECNIA".
           DISPLAY "Clientes leidos:                     "
                   WS-MK-LEIDOS.
           DISPLAY "Omitidos por duplicado fusionado:    "
                   WS-MK-FUSIONADOS.
           DISPLAY "Omitidos por rechazar publicidad:    "
                   WS-MK-RECHAZAN.
           DISPLAY "Omitidos sin consentimiento:         "
                   WS-MK-SIN-CONSENT.
           DISPLAY "No cumplen los filtros:              "
                   WS-MK-NO-CUMPLEN.
           DISPLAY "Seleccionados:                       "
                   WS-MK-USADOS.
           DISPLAY "Seleccionados sin correo:            "
                   WS-MK-SIN-CORREO.
           IF WS-MK-DESBORDE = "S"
                   DISPLAY "AVISO: mas de 3000 clientes cumplen, "
                           "hay clientes omitidos de la lista."
           END-IF.
           IF WS-MK-USADOS > ZERO
                   DISPLAY "POR PASATIEMPO:"
                   PERFORM 062-6-1-MUESTRA-SEGMENTO
                           VARYING WS-MK-J FROM 1 BY 1
                           UNTIL WS-MK-J > WS-MK-SEGS
                   IF WS-MK-SEG-OTROS > ZERO
                           DISPLAY "  OTROS                          "
                                   WS-MK-SEG-OTROS
                   END-IF
                   DISPLAY "POR ULTIMA COMPRA:"
                   PERFORM 062-6-2-MUESTRA-RECENCIA
                           VARYING WS-MK-K FROM 1 BY 1
                           UNTIL WS-MK-K > 6
           END-IF.

       062-6-1-MUESTRA-SEGMENTO.
           DISPLAY "  " WS-MK-SEG-PASA(WS-MK-J) " "
                   WS-MK-SEG-CUENTA(WS-MK-J).

       062-6-2-MUESTRA-RECENCIA.
           DISPLAY "  " WS-MK-REC-NOMBRE(WS-MK-K) "           "
                   WS-MK-REC(WS-MK-K).

      *SE RELEE CADA CLIENTE PARA LLEVAR SUS DATOS DE CONTACTO
      *VIGENTES; UN RECHAZO CAPTURADO ENTRE TANTO TAMBIEN SE RESPETA
       062-8-GRABA-LISTA.
           MOVE ZERO TO WS-MK-ESCRITOS.
           OPEN OUTPUT F-MERCADEO.
           IF WS-MK-STATUS NOT = "00"
                   DISPLAY "No se pudo crear MERCADEO.TXT, estatus: "
                           WS-MK-STATUS
           ELSE
                   PERFORM 062-8-1-GRABA-CLIENTE
                           VARYING WS-MK-I FROM 1 BY 1
                           UNTIL WS-MK-I > WS-MK-USADOS
                   CLOSE F-MERCADEO
                   DISPLAY WS-MK-ESCRITOS " clientes en MERCADEO.TXT."
           END-IF.

       062-8-1-GRABA-CLIENTE.
           MOVE WS-MK-SEL-ID(WS-MK-I) TO CL-ID.
           READ F-CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CL-PUBLICIDAD = "S"
                               PERFORM 062-8-2-ARMA-RENGLON
                               MOVE WS-MK-RENGLON TO MK-LINEA
                               WRITE MK-LINEA
                               ADD 1 TO WS-MK-ESCRITOS
                       END-IF
           END-READ.

       062-8-2-ARMA-RENGLON.
           MOVE CL-ID TO WS-MK-R-ID.
           MOVE CL-NOMBRE TO WS-MK-R-NOMBRE.
           MOVE CL-APELLIDOS TO WS-MK-R-APELLIDOS.
           IF CL-CORREO = LOW-VALUES
                   MOVE SPACES TO WS-MK-R-CORREO
           ELSE
                   MOVE CL-CORREO TO WS-MK-R-CORREO
           END-IF.
           MOVE CL-DIRECCION TO WS-MK-R-DIRECCION.
           IF CL-TELEFONO NUMERIC
                   MOVE CL-TELEFONO TO WS-MK-R-TELEFONO
           ELSE
                   MOVE ZERO TO WS-MK-R-TELEFONO
           END-IF.
           MOVE CL-PASATIEMPO TO WS-MK-R-PASATIEMPO.
           MOVE CL-COLOR TO WS-MK-R-COLOR.
           MOVE WS-MK-SEL-ULTIMA(WS-MK-I) TO WS-MK-R-ULTIMA.
           MOVE WS-MK-SEL-GASTO(WS-MK-I) TO WS-MK-R-GASTO.

      *LIQUIDACION DE CONSIGNACION DE UN PROVEEDOR: LO VENDIDO Y
      *DEVENGADO DESDE LA ULTIMA LIQUIDACION SE FACTURA EN CUENTAS
      *POR PAGAR (Y SE DEBITA AL PRESUPUESTO, PORQUE HASTA AHORA ES
      *COMPRA) Y, SI SE PIDE, LO NO VENDIDO QUE ESTA LIBRE EN
      *TIENDA SE LE DEVUELVE CON SU NOTA DE DEVOLUCION
       063-LIQUIDA-CONSIGNACION.
           PERFORM 026-PIDE-PROVEEDOR.
           IF WS-PROV-VALIDO = "N"
                   DISPLAY "Liquidacion cancelada: proveedor "
                           "invalido."
           ELSE
                   PERFORM 063-0-CORRE-LIQUIDACION
           END-IF.

       063-0-CORRE-LIQUIDACION.
           PERFORM 063-0-1-DATOS-PROVEEDOR.
           DISPLAY "Devolver al proveedor lo no vendido (S/N)? ".
           MOVE "N" TO WS-CN-DEVUELVE.
           ACCEPT WS-CN-DEVUELVE.
           IF WS-CN-DEVUELVE = "s"
                   MOVE "S" TO WS-CN-DEVUELVE
           END-IF.
           IF WS-CN-DEVUELVE = "S"
                   DISPLAY "Ubicacion de donde sale (ENTER = 01): "
                   MOVE ZERO TO WS-CN-UBICACION
                   ACCEPT WS-CN-UBICACION
                   IF WS-CN-UBICACION = ZERO
                           MOVE 1 TO WS-CN-UBICACION
                   END-IF
           END-IF.
           ACCEPT WS-CN-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CN-PRODUCTOS.
           MOVE ZERO TO WS-CN-PIEZAS.
           MOVE ZERO TO WS-CN-TOTAL.
           MOVE ZERO TO WS-CN-DEV-PIEZAS.
           MOVE ZERO TO WS-CN-DEV-IMPORTE.
           MOVE ZERO TO WS-CN-DEV-RENGLONES.
           MOVE ZERO TO WS-CN-FACTURA.
           OPEN I-O F-CONSIGNA.
           IF WS-CN-STATUS NOT = "00" AND WS-CN-STATUS NOT = "05"
                   DISPLAY "No hay mercancia en consignacion "
                           "registrada."
                   CLOSE F-CONSIGNA
           ELSE
                   OPEN OUTPUT F-LIQ-CONSIGNA
                   PERFORM 063-0-2-ENCABEZADO-LIQUIDA
                   IF WS-CN-DEVUELVE = "S"
                           PERFORM 063-0-3-ENCABEZADO-NOTA
                   END-IF
                   MOVE ZERO TO CN-ID
                   MOVE "N" TO WS-CN-FIN
                   START F-CONSIGNA KEY IS NOT LESS THAN CN-ID
                           INVALID KEY MOVE "S" TO WS-CN-FIN
                   END-START
                   PERFORM 063-1-LIQUIDA-PRODUCTO
                           UNTIL WS-CN-FIN = "S"
                   CLOSE F-CONSIGNA
                   IF WS-CN-TOTAL > ZERO
                           PERFORM 063-2-FACTURA-CONSIGNA
                   END-IF
                   PERFORM 063-0-4-PIE-LIQUIDA
                   CLOSE F-LIQ-CONSIGNA
                   IF WS-CN-DEVUELVE = "S"
                           PERFORM 063-0-5-PIE-NOTA
                   END-IF
                   MOVE WS-CN-TOTAL TO WS-CN-FMT
                   DISPLAY "Liquidados " WS-CN-PRODUCTOS
                           " productos, " WS-CN-PIEZAS
                           " piezas vendidas, importe " WS-CN-FMT
                   IF WS-CN-FACTURA > ZERO
                           DISPLAY "Factura en cuentas por pagar "
                                   "folio " WS-CN-FACTURA
                                   "; estado en LIQCONS.TXT"
                   ELSE
                           DISPLAY "Sin ventas en consignacion por "
                                   "liquidar."
                   END-IF
                   IF WS-CN-DEVUELVE = "S"
                           DISPLAY "Devueltas " WS-CN-DEV-PIEZAS
                                   " piezas en " WS-CN-DEV-RENGLONES
                                   " renglones; nota en DEVPROV.TXT"
                   END-IF
           END-IF.

      *NOMBRE Y DIAS DE CREDITO DEL PROVEEDOR PARA LOS DOCUMENTOS
      *Y EL VENCIMIENTO DE LA FACTURA
       063-0-1-DATOS-PROVEEDOR.
           MOVE SPACES TO WS-CN-PROV-NOMBRE.
           MOVE ZERO TO WS-CN-DIAS-CREDITO.
           OPEN INPUT F-PROVEEDORES.
           IF WS-PV-STATUS = "00"
                   MOVE WS-PROV-ACTUAL TO PV-ID
                   READ F-PROVEEDORES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE PV-NOMBRE TO WS-CN-PROV-NOMBRE
                               MOVE PV-DIAS-CREDITO
                                       TO WS-CN-DIAS-CREDITO
                   END-READ
           END-IF.
           CLOSE F-PROVEEDORES.

       063-0-2-ENCABEZADO-LIQUIDA.
           MOVE SPACES TO LQC-LINEA.
           STRING "LIQUIDACION DE CONSIGNACION  FECHA "
                   DELIMITED BY SIZE
                   WS-CN-HOY DELIMITED BY SIZE
                   INTO LQC-LINEA.
           WRITE LQC-LINEA.
           MOVE SPACES TO LQC-LINEA.
           STRING "PROVEEDOR " DELIMITED BY SIZE
                   WS-PROV-ACTUAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CN-PROV-NOMBRE DELIMITED BY SIZE
                   INTO LQC-LINEA.
           WRITE LQC-LINEA.
           MOVE SPACES TO LQC-LINEA.
           WRITE LQC-LINEA.
           MOVE "PRODUCTO   DESCRIPCION            VENDIDO    IMPORTE"
                   TO LQC-LINEA.
           WRITE LQC-LINEA.

       063-0-3-ENCABEZADO-NOTA.
           OPEN I-O F-DEVPROV.
           IF WS-DV-STATUS = "35"
                   OPEN OUTPUT F-DEVPROV
                   CLOSE F-DEVPROV
                   OPEN I-O F-DEVPROV
           END-IF.
           OPEN OUTPUT F-NOTA-DEVPROV.
           MOVE SPACES TO NDV-LINEA.
           STRING "NOTA DE DEVOLUCION DE CONSIGNACION  FECHA "
                   DELIMITED BY SIZE
                   WS-CN-HOY DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE SPACES TO NDV-LINEA.
           STRING "PROVEEDOR " DELIMITED BY SIZE
                   WS-PROV-ACTUAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CN-PROV-NOMBRE DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE "MERCANCIA NO VENDIDA, SIN CARGO AL PROVEEDOR"
                   TO NDV-LINEA.
           WRITE NDV-LINEA.

       063-0-4-PIE-LIQUIDA.
           MOVE SPACES TO LQC-LINEA.
           WRITE LQC-LINEA.
           MOVE WS-CN-TOTAL TO WS-CN-FMT.
           MOVE SPACES TO LQC-LINEA.
           STRING "TOTAL VENDIDO " DELIMITED BY SIZE
                   WS-CN-PIEZAS DELIMITED BY SIZE
                   " PIEZAS  IMPORTE " DELIMITED BY SIZE
                   WS-CN-FMT DELIMITED BY SIZE
                   INTO LQC-LINEA.
           WRITE LQC-LINEA.
           IF WS-CN-FACTURA > ZERO
                   MOVE SPACES TO LQC-LINEA
                   STRING "FACTURA EN CUENTAS POR PAGAR FOLIO "
                           DELIMITED BY SIZE
                           WS-CN-FACTURA DELIMITED BY SIZE
                           "  VENCE " DELIMITED BY SIZE
                           CP-VENCE DELIMITED BY SIZE
                           INTO LQC-LINEA
                   WRITE LQC-LINEA
           END-IF.

       063-0-5-PIE-NOTA.
           CLOSE F-DEVPROV.
           MOVE WS-CN-DEV-IMPORTE TO WS-CN-FMT.
           MOVE SPACES TO NDV-LINEA.
           STRING "TOTAL DEVUELTO " DELIMITED BY SIZE
                   WS-CN-DEV-PIEZAS DELIMITED BY SIZE
                   " PIEZAS  COSTO PACTADO " DELIMITED BY SIZE
                   WS-CN-FMT DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE SPACES TO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE "ENTREGA: ____________________  RECIBE: "
                   TO NDV-LINEA.
           MOVE "____________________" TO NDV-LINEA(41:20).
           WRITE NDV-LINEA.
           CLOSE F-NOTA-DEVPROV.

       063-1-LIQUIDA-PRODUCTO.
           READ F-CONSIGNA NEXT RECORD
                   AT END MOVE "S" TO WS-CN-FIN
                   NOT AT END
                       IF CN-PROVEEDOR = WS-PROV-ACTUAL
                               PERFORM 063-1-0-PRODUCTO-PROVEEDOR
                       END-IF
           END-READ.

       063-1-0-PRODUCTO-PROVEEDOR.
           MOVE CN-ID TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO WS-CN-HALLADO
                       MOVE SPACES TO RP-NOMBRE
                       MOVE "(PRODUCTO DADO DE BAJA)" TO RP-NOMBRE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CN-HALLADO
           END-READ.
           IF CN-VENDIDO > ZERO
                   PERFORM 063-1-1-LIQUIDA-VENDIDO
           END-IF.
           IF WS-CN-DEVUELVE = "S" AND CN-EXISTENCIA > ZERO
           AND WS-CN-HALLADO = "S"
                   PERFORM 063-1-2-DEVUELVE-EXISTENCIA
           END-IF.
           REWRITE CN-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar la consignacion "
                               "del producto " CN-ID
           END-REWRITE.

       063-1-1-LIQUIDA-VENDIDO.
           ADD 1 TO WS-CN-PRODUCTOS.
           ADD CN-VENDIDO TO WS-CN-PIEZAS.
           ADD CN-ADEUDO TO WS-CN-TOTAL.
           MOVE CN-ADEUDO TO WS-CN-FMT.
           MOVE SPACES TO LQC-LINEA.
           STRING CN-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RP-NOMBRE(1:20) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CN-VENDIDO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CN-FMT DELIMITED BY SIZE
                   INTO LQC-LINEA.
           WRITE LQC-LINEA.
           IF WS-CN-HALLADO = "S"
                   MOVE CN-ADEUDO TO WS-MONTO-COMPRA
                   PERFORM 011-DEBITA-PRESUPUESTO
           END-IF.
           MOVE ZERO TO CN-VENDIDO.
           MOVE ZERO TO CN-ADEUDO.
           MOVE WS-CN-HOY TO CN-ULT-LIQUIDA.

      *SOLO SALE LO QUE ESTA LIBRE; LO APARTADO SIGUE EN
      *CONSIGNACION. LAS PIEZAS CON SERIE NO SE DEVUELVEN AQUI
       063-1-2-DEVUELVE-EXISTENCIA.
           PERFORM 057-1-ES-SERIALIZADO.
           PERFORM 012-8-EXISTENCIA-LIBRE.
           IF CN-EXISTENCIA > WS-DISPONIBLE
                   MOVE WS-DISPONIBLE TO WS-CN-APLICA
           ELSE
                   MOVE CN-EXISTENCIA TO WS-CN-APLICA
           END-IF.
           IF WS-SE-ES = "S"
                   DISPLAY "Producto " RP-ID " lleva numeros de "
                           "serie: sigue en consignacion."
           ELSE
           IF WS-CN-APLICA = ZERO
                   DISPLAY "Producto " RP-ID " sin existencia libre "
                           "para devolver."
           ELSE
                   IF WS-CN-APLICA < CN-EXISTENCIA
                           DISPLAY "Aviso: del producto " RP-ID
                                   " solo se devuelven "
                                   WS-CN-APLICA " piezas libres."
                   END-IF
                   PERFORM 063-1-3-APLICA-DEVOLUCION
           END-IF
           END-IF.

       063-1-3-APLICA-DEVOLUCION.
           SUBTRACT WS-CN-APLICA FROM RP-CANTIDAD.
           REWRITE REG-PRODUCTO
                   INVALID KEY
                       DISPLAY "Error al actualizar la existencia."
           END-REWRITE.
           PERFORM 099-VERIFICA-STATUS-ARCHIVO.
           MOVE WS-CN-UBICACION TO WS-UB-MOV-UBI.
           MOVE WS-CN-APLICA TO WS-UB-MOV-CANT.
           PERFORM 036-1-DESCUENTA-UBICACION.
           SUBTRACT WS-CN-APLICA FROM CN-EXISTENCIA.
           COMPUTE WS-CN-IMPORTE = WS-CN-APLICA * CN-COSTO.
           PERFORM 058-9-SIGUIENTE-DEVOLUCION.
           MOVE WS-CN-HOY TO DV-FECHA.
           MOVE CN-ULT-RECEPCION TO DV-RECEPCION.
           MOVE WS-PROV-ACTUAL TO DV-PROVEEDOR.
           MOVE RP-ID TO DV-PRODUCTO.
           MOVE WS-CN-APLICA TO DV-CANTIDAD.
           MOVE WS-CN-IMPORTE TO DV-IMPORTE.
           MOVE "FIN DE CONSIGNACION" TO DV-MOTIVO.
           MOVE ZERO TO DV-NOTA.
           MOVE WS-OPERADOR TO DV-OPERADOR.
           WRITE DV-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al registrar la devolucion."
           END-WRITE.
           MOVE "P" TO WS-KX-TIPO.
           MOVE "-" TO WS-KX-SIGNO.
           MOVE WS-CN-APLICA TO WS-KX-CANTIDAD.
           MOVE SPACES TO WS-KX-REFERENCIA.
           STRING "DEVPR " DELIMITED BY SIZE
                   DV-FOLIO DELIMITED BY SIZE
                   INTO WS-KX-REFERENCIA.
           PERFORM 040-ANOTA-KARDEX.
           ADD 1 TO WS-CN-DEV-RENGLONES.
           ADD WS-CN-APLICA TO WS-CN-DEV-PIEZAS.
           ADD WS-CN-IMPORTE TO WS-CN-DEV-IMPORTE.
           MOVE SPACES TO NDV-LINEA.
           STRING "FOLIO " DELIMITED BY SIZE
                   DV-FOLIO DELIMITED BY SIZE
                   "  PRODUCTO " DELIMITED BY SIZE
                   RP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RP-NOMBRE(1:30) DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.
           MOVE WS-CN-IMPORTE TO WS-CN-FMT.
           MOVE SPACES TO NDV-LINEA.
           STRING "   CANTIDAD " DELIMITED BY SIZE
                   WS-CN-APLICA DELIMITED BY SIZE
                   "  COSTO PACTADO " DELIMITED BY SIZE
                   WS-CN-FMT DELIMITED BY SIZE
                   INTO NDV-LINEA.
           WRITE NDV-LINEA.

      *FACTURA DEL PROVEEDOR POR LO VENDIDO, YA LISTA PARA LA
      *CORRIDA DE PAGOS; NO HAY RECEPCION NI ORDEN QUE COTEJAR
       063-2-FACTURA-CONSIGNA.
           OPEN I-O F-CXP.
           IF WS-CP-STATUS = "35"
                   OPEN OUTPUT F-CXP
                   CLOSE F-CXP
                   OPEN I-O F-CXP
           END-IF.
           PERFORM 058-7-1-SIGUIENTE-CXP.
           MOVE WS-DV-NOTA TO WS-CN-FACTURA.
           MOVE WS-CN-FACTURA TO CP-FOLIO.
           MOVE WS-PROV-ACTUAL TO CP-PROVEEDOR.
           MOVE ZERO TO CP-RECEPCION.
           MOVE SPACES TO CP-FACTURA.
           STRING "CONSIG " DELIMITED BY SIZE
                   WS-CN-HOY DELIMITED BY SIZE
                   INTO CP-FACTURA.
           MOVE WS-CN-HOY TO CP-FECHA-FACTURA.
           IF WS-CN-DIAS-CREDITO = ZERO
                   MOVE WS-CN-HOY TO CP-VENCE
           ELSE
                   MOVE "A" TO WS-FU-OPERACION
                   MOVE WS-CN-HOY TO WS-FU-FECHA-1
                   MOVE WS-CN-DIAS-CREDITO TO WS-FU-DIAS
                   CALL "FECHAUTIL" USING WS-FU-OPERACION
                           WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS
                   MOVE WS-FU-FECHA-2 TO CP-VENCE
           END-IF.
           MOVE WS-CN-TOTAL TO CP-IMPORTE.
           MOVE ZERO TO CP-PAGADO.
           MOVE "P" TO CP-ESTADO.
           MOVE "F" TO CP-TIPO.
           MOVE ZERO TO CP-NOTAS.
           MOVE ZERO TO CP-ORDEN.
           MOVE WS-CN-PIEZAS TO CP-CANTIDAD.
           MOVE ZERO TO CP-PRECIO.
           MOVE WS-CN-TOTAL TO CP-ESPERADO.
           MOVE "N" TO CP-DIF-ORDEN.
           MOVE "N" TO CP-DIF-CANTIDAD.
           MOVE "N" TO CP-DIF-PRECIO.
           MOVE "N" TO CP-DIF-IMPORTE.
           MOVE SPACES TO CP-LIBERO.
           MOVE "MXN" TO CP-MONEDA.
           MOVE 1 TO CP-TASA.
           MOVE CP-IMPORTE TO CP-IMPORTE-ORIG.
           MOVE ZERO TO CP-PAGADO-ORIG.
           WRITE CP-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la factura de "
                               "consignacion, estatus: " WS-CP-STATUS
                       MOVE ZERO TO WS-CN-FACTURA
           END-WRITE.
           CLOSE F-CXP.

      *EN LA RECEPCION: SE PREGUNTA SI LA ENTREGA ES EN
      *CONSIGNACION (PROPONIENDO LO QUE YA TRAE EL PRODUCTO); UN
      *PRODUCTO CON SALDO DE OTRO PROVEEDOR NO CAMBIA DE DUENO
      *HASTA LIQUIDARLO
       063-3-CONSIGNA-RECEPCION.
           MOVE "N" TO WS-CN-ES.
           MOVE "N" TO WS-CN-RECHAZA.
           PERFORM 063-7-ABRE-CONSIGNA.
           PERFORM 063-7-1-EN-CONSIGNA.
           CLOSE F-CONSIGNA.
           IF WS-RECIBIDA > ZERO
                   IF WS-CN-HALLADO = "S"
                   AND WS-CN-PROV-DUENO = WS-PROV-ACTUAL
                           MOVE "S" TO WS-CONFIRMA
                   ELSE
                           MOVE "N" TO WS-CONFIRMA
                   END-IF
                   DISPLAY "Recepcion en consignacion (S/N, ENTER = "
                           WS-CONFIRMA "): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           MOVE "S" TO WS-CN-ES
                   END-IF
           END-IF.
           IF WS-CN-ES = "S" AND WS-CN-HALLADO = "S"
           AND WS-CN-PROV-DUENO NOT = WS-PROV-ACTUAL
           AND WS-CN-CON-SALDO = "S"
                   DISPLAY "El producto esta en consignacion del "
                           "proveedor " WS-CN-PROV-DUENO " con saldo;"
                           " liquidelo antes de cambiar de proveedor."
                   MOVE "S" TO WS-CN-RECHAZA
           END-IF.

      *ALTA O ACUMULACION DE LO RECIBIDO EN CONSIGNACION, AL COSTO
      *PACTADO DE ESTA ENTREGA
       063-4-REGISTRA-CONSIGNA.
           OPEN I-O F-CONSIGNA.
           IF WS-CN-STATUS = "35"
                   OPEN OUTPUT F-CONSIGNA
                   CLOSE F-CONSIGNA
                   OPEN I-O F-CONSIGNA
           END-IF.
           MOVE RP-ID TO CN-ID.
           READ F-CONSIGNA
                   INVALID KEY
                       MOVE "N" TO WS-CN-HALLADO
                   NOT INVALID KEY
                       MOVE "S" TO WS-CN-HALLADO
           END-READ.
           IF WS-CN-HALLADO = "N"
                   MOVE RP-ID TO CN-ID
                   MOVE ZERO TO CN-EXISTENCIA
                   MOVE ZERO TO CN-VENDIDO
                   MOVE ZERO TO CN-ADEUDO
                   MOVE SPACES TO CN-ULT-LIQUIDA
           END-IF.
           MOVE WS-PROV-ACTUAL TO CN-PROVEEDOR.
           MOVE WS-COSTO-CAP TO CN-COSTO.
           ADD WS-RECIBIDA TO CN-EXISTENCIA.
           MOVE RE-FOLIO TO CN-ULT-RECEPCION.
           IF WS-CN-HALLADO = "N"
                   WRITE CN-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al registrar la "
                                       "consignacion."
                   END-WRITE
           ELSE
                   REWRITE CN-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al actualizar la "
                                       "consignacion."
                   END-REWRITE
           END-IF.
           CLOSE F-CONSIGNA.
           IF CN-COSTO = ZERO
                   DISPLAY "Aviso: la consignacion queda sin costo "
                           "pactado; lo vendido no generara adeudo."
           END-IF.

      *VENTA DE RP-ID POR WS-CN-MOV-CANT: SE CONSUME PRIMERO LO DEL
      *PROVEEDOR EN CONSIGNACION Y SE DEVENGA A SU COSTO PACTADO
       063-5-DEVENGA-VENTA.
           OPEN I-O F-CONSIGNA.
           IF WS-CN-STATUS = "00"
                   MOVE RP-ID TO CN-ID
                   READ F-CONSIGNA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF CN-EXISTENCIA > ZERO
                                       PERFORM 063-5-1-DEVENGA
                               END-IF
                   END-READ
           END-IF.
           CLOSE F-CONSIGNA.

       063-5-1-DEVENGA.
           IF WS-CN-MOV-CANT > CN-EXISTENCIA
                   MOVE CN-EXISTENCIA TO WS-CN-APLICA
           ELSE
                   MOVE WS-CN-MOV-CANT TO WS-CN-APLICA
           END-IF.
           SUBTRACT WS-CN-APLICA FROM CN-EXISTENCIA.
           ADD WS-CN-APLICA TO CN-VENDIDO.
           COMPUTE CN-ADEUDO = CN-ADEUDO + WS-CN-APLICA * CN-COSTO.
           REWRITE CN-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al devengar la consignacion "
                               "del producto " CN-ID
           END-REWRITE.

      *DEVOLUCION DE CLIENTE: LO QUE AUN NO SE LIQUIDA REGRESA A LA
      *CONSIGNACION Y DEJA DE DEBERSE AL PROVEEDOR
       063-6-REINGRESA-DEVOLUCION.
           OPEN I-O F-CONSIGNA.
           IF WS-CN-STATUS = "00"
                   MOVE RP-ID TO CN-ID
                   READ F-CONSIGNA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF CN-VENDIDO > ZERO
                                       PERFORM 063-6-1-REINGRESA
                               END-IF
                   END-READ
           END-IF.
           CLOSE F-CONSIGNA.

       063-6-1-REINGRESA.
           IF WS-CN-MOV-CANT > CN-VENDIDO
                   MOVE CN-VENDIDO TO WS-CN-APLICA
           ELSE
                   MOVE WS-CN-MOV-CANT TO WS-CN-APLICA
           END-IF.
           SUBTRACT WS-CN-APLICA FROM CN-VENDIDO.
           ADD WS-CN-APLICA TO CN-EXISTENCIA.
           COMPUTE WS-CN-IMPORTE = WS-CN-APLICA * CN-COSTO.
           IF WS-CN-IMPORTE > CN-ADEUDO OR CN-VENDIDO = ZERO
                   MOVE ZERO TO CN-ADEUDO
           ELSE
                   SUBTRACT WS-CN-IMPORTE FROM CN-ADEUDO
           END-IF.
           REWRITE CN-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al reingresar la consignacion "
                               "del producto " CN-ID
           END-REWRITE.

      *LECTURA DE LA CONSIGNACION DEL PRODUCTO EN RP-ID PARA QUIEN
      *RECORRE EL MAESTRO: LAS PIEZAS DEL PROVEEDOR EN TIENDA NUNCA
      *PASAN DE LA EXISTENCIA DEL PRODUCTO
       063-7-ABRE-CONSIGNA.
           OPEN INPUT F-CONSIGNA.
           IF WS-CN-STATUS = "00"
                   MOVE "S" TO WS-CN-ABIERTO
           ELSE
                   MOVE "N" TO WS-CN-ABIERTO
           END-IF.

       063-7-1-EN-CONSIGNA.
           MOVE "N" TO WS-CN-HALLADO.
           MOVE "N" TO WS-CN-CON-SALDO.
           MOVE ZERO TO WS-CN-EN-TIENDA.
           MOVE ZERO TO WS-CN-PROV-DUENO.
           MOVE ZERO TO WS-CN-COSTO.
           IF WS-CN-ABIERTO = "S"
                   MOVE RP-ID TO CN-ID
                   READ F-CONSIGNA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-CN-HALLADO
                               MOVE CN-EXISTENCIA TO WS-CN-EN-TIENDA
                               MOVE CN-PROVEEDOR TO WS-CN-PROV-DUENO
                               MOVE CN-COSTO TO WS-CN-COSTO
                               IF CN-EXISTENCIA > ZERO
                               OR CN-VENDIDO > ZERO
                                       MOVE "S" TO WS-CN-CON-SALDO
                               END-IF
                   END-READ
           END-IF.
           IF WS-CN-EN-TIENDA > RP-CANTIDAD
                   MOVE RP-CANTIDAD TO WS-CN-EN-TIENDA
           END-IF.

      *POSICION DE LA CONSIGNACION: POR PRODUCTO, LO QUE SIGUE EN
      *TIENDA Y LO VENDIDO PENDIENTE DE LIQUIDAR, DE UN PROVEEDOR
      *O DE TODOS
       063-8-POSICION-CONSIGNA.
           DISPLAY "Clave del proveedor (0 = todos): ".
           MOVE ZERO TO WS-CN-FILTRO.
           ACCEPT WS-CN-FILTRO.
           MOVE ZERO TO WS-CN-PRODUCTOS.
           MOVE ZERO TO WS-CN-PIEZAS.
           MOVE ZERO TO WS-CN-TOTAL.
           OPEN INPUT F-CONSIGNA.
           IF WS-CN-STATUS NOT = "00"
                   DISPLAY "No hay mercancia en consignacion "
                           "registrada."
           ELSE
                   DISPLAY "PRODUCTO   PROV DESCRIPCION         "
                           "   EN TIENDA    VENDIDO       ADEUDO"
                   MOVE ZERO TO CN-ID
                   MOVE "N" TO WS-CN-FIN
                   START F-CONSIGNA KEY IS NOT LESS THAN CN-ID
                           INVALID KEY MOVE "S" TO WS-CN-FIN
                   END-START
                   PERFORM 063-8-1-MUESTRA-RENGLON
                           UNTIL WS-CN-FIN = "S"
                   MOVE WS-CN-TOTAL TO WS-CN-FMT
                   DISPLAY "PRODUCTOS: " WS-CN-PRODUCTOS
                           "  PIEZAS EN TIENDA: " WS-CN-PIEZAS
                           "  ADEUDO SIN LIQUIDAR: " WS-CN-FMT
           END-IF.
           CLOSE F-CONSIGNA.

       063-8-1-MUESTRA-RENGLON.
           READ F-CONSIGNA NEXT RECORD
                   AT END MOVE "S" TO WS-CN-FIN
                   NOT AT END
                       IF (WS-CN-FILTRO = ZERO
                       OR CN-PROVEEDOR = WS-CN-FILTRO)
                       AND (CN-EXISTENCIA > ZERO
                       OR CN-VENDIDO > ZERO)
                               PERFORM 063-8-2-IMPRIME-RENGLON
                       END-IF
           END-READ.

       063-8-2-IMPRIME-RENGLON.
           MOVE CN-ID TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY MOVE SPACES TO RP-NOMBRE
           END-READ.
           ADD 1 TO WS-CN-PRODUCTOS.
           ADD CN-EXISTENCIA TO WS-CN-PIEZAS.
           ADD CN-ADEUDO TO WS-CN-TOTAL.
           MOVE CN-ADEUDO TO WS-CN-FMT.
           DISPLAY CN-ID " " CN-PROVEEDOR " " RP-NOMBRE(1:20) " "
                   CN-EXISTENCIA " " CN-VENDIDO " " WS-CN-FMT.

      *GRABA EL RENGLON DE VENTA YA ARMADO EN VTA-REGISTRO; CON
      *LLAVE OCUPADA (OTRO RENGLON DEL MISMO DIA Y TRANSACCION,
      *O UNA DEVOLUCION MAS CONTRA LA MISMA VENTA) SE CORRE EL
      *NUMERO DE RENGLON Y SE REINTENTA
       042-GRABA-VENTA.
           OPEN I-O F-VENTAS.
           IF WS-VTA-STATUS = "35"
                   OPEN OUTPUT F-VENTAS
                   CLOSE F-VENTAS
                   NOT INVALID KEY
                       MOVE "N" TO WS-ARCHIVO-FIN
           END-START.
           PERFORM 063-7-ABRE-CONSIGNA.
           PERFORM 039-3-FOTO-PRODUCTO
                   UNTIL WS-ARCHIVO-FIN = "S".
           CLOSE F-CONSIGNA.
           CLOSE F-SNAPMES.
           MOVE WS-MES-CIERRE TO VM-MES.
           MOVE WS-CIE-HOY TO VM-FECHA-CIERRE.
                           END-IF
           END-READ.

      *LA FOTO VALUA SOLO LA EXISTENCIA PROPIA (MISMA REGLA DE LA
      *VALUACION); LAS PIEZAS EN CONSIGNACION SON DEL PROVEEDOR Y
      *VAN EN SU PROPIO RENGLON AL COSTO PACTADO
       039-3-FOTO-PRODUCTO.
           READ F-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-ARCHIVO-FIN
                   NOT AT END
                       PERFORM 063-7-1-EN-CONSIGNA
                       COMPUTE WS-CN-PROPIAS =
                               RP-CANTIDAD - WS-CN-EN-TIENDA
                       IF RP-COSTO NUMERIC AND RP-COSTO > ZERO
                               COMPUTE WS-VAL-RENGLON =
                                       RP-COSTO * WS-CN-PROPIAS
                       ELSE
                               COMPUTE WS-VAL-RENGLON =
                                       RP-PRECIO * WS-CN-PROPIAS
                       END-IF
                       MOVE WS-VAL-RENGLON TO WS-VAL-FMT
                       MOVE SPACES TO SN-LINEA
                               " " DELIMITED BY SIZE
                               RP-NOMBRE(1:30) DELIMITED BY SIZE
                               " EXIST " DELIMITED BY SIZE
                               WS-CN-PROPIAS DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VAL-FMT DELIMITED BY SIZE
                               INTO SN-LINEA
                       WRITE SN-LINEA
                       IF WS-CN-EN-TIENDA > ZERO
                               PERFORM 039-3-1-FOTO-CONSIGNA
                       END-IF
           END-READ.

       039-3-1-FOTO-CONSIGNA.
           COMPUTE WS-VAL-RENGLON = WS-CN-COSTO * WS-CN-EN-TIENDA.
           MOVE WS-VAL-RENGLON TO WS-VAL-FMT.
           MOVE SPACES TO SN-LINEA.
           STRING RP-ID DELIMITED BY SIZE
                   " CONSIGNACION PROV " DELIMITED BY SIZE
                   WS-CN-PROV-DUENO DELIMITED BY SIZE
                   "            EXIST " DELIMITED BY SIZE
                   WS-CN-EN-TIENDA DELIMITED BY SIZE
                   " COSTO PACTADO " DELIMITED BY SIZE
                   WS-VAL-FMT DELIMITED BY SIZE
                   INTO SN-LINEA.
           WRITE SN-LINEA.

       039-4-LISTA-MESES.
           OPEN INPUT F-VTAMES.
           IF WS-VM-STATUS NOT = "00" AND WS-VM-STATUS NOT = "05"
                           END-IF
           END-READ.

      *LAS DEVOLUCIONES DE LO VENDIDO EN PROMOCION LO RESTAN
       038-3-2-SUMA-PROMO.
           COMPUTE WS-VR-IMPORTE = VTA-CANTIDAD * VTA-PRECIO.
           IF VTA-TIPO = "D"
                   SUBTRACT VTA-CANTIDAD FROM WS-PM-UNIDADES
                   SUBTRACT WS-VR-IMPORTE FROM WS-PM-IMPORTE
           ELSE
                   ADD VTA-CANTIDAD TO WS-PM-UNIDADES
                   ADD WS-VR-IMPORTE TO WS-PM-IMPORTE
           END-IF.
           MOVE VTA-ID TO RP-ID.
           READ F-ARCHIVO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                           IF RP-COSTO NUMERIC
                           AND VTA-TIPO = "D"
                                   COMPUTE WS-PM-COSTO =
                                           WS-PM-COSTO
                                           - (VTA-CANTIDAD
                                                   * RP-COSTO)
                           ELSE
                           IF RP-COSTO NUMERIC
                                   COMPUTE WS-PM-COSTO =
                                           WS-PM-COSTO
                                           + (VTA-CANTIDAD
                                                   * RP-COSTO)
                           END-IF
                           END-IF
           END-READ.

      *SUMA LAS PIEZAS VIGENTES EN LOTES DEL PRODUCTO EN RP-ID;
