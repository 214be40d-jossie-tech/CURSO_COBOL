      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Hoja de trabajo de la declaracion mensual de IVA:
      *          el IVA trasladado de las ventas de contado del mes
      *          (ya restadas las devoluciones), mas el de la
      *          cobranza de las ventas a credito conforme se cobra
      *          en CXC, menos el IVA acreditable de lo pagado a
      *          proveedores en el mes (cada pago lleva su IVA en
      *          proporcion a lo pagado), desglosado por tasa (16%,
      *          8% de la frontera y 0%), con el IVA a cargo o a
      *          favor resultante y su poliza mapeada con el catalogo
      *          compartido de cuentas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVAMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARCHIVOS VIVOS DE COMERCIO, SOLO LECTURA, CON LOS LAYOUTS DE
      *SU DUENO
           SELECT OPTIONAL F-VENTAS
           ASSIGN TO "VENTAS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VTA-LLAVE
           ALTERNATE RECORD KEY VTA-CLIENTE
                   WITH DUPLICATES
           FILE STATUS IS WS-VTA-STATUS.

           SELECT OPTIONAL F-CXC
           ASSIGN TO "CXC.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CX-FOLIO
           FILE STATUS IS WS-CX-STATUS.

      *MESES DE VENTA CERRADOS Y LA HISTORIA CONGELADA DE CADA UNO
           SELECT OPTIONAL F-VTAMES
           ASSIGN TO "VTAMES.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VM-MES
           FILE STATUS IS WS-VM-STATUS.

           SELECT OPTIONAL F-VTAHIST
           ASSIGN TO WS-NOMBRE-VTAHIST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-VH-STATUS.

      *IVA QUE ACREDITA CADA PAGO A PROVEEDORES (CUENTAS POR PAGAR)
           SELECT OPTIONAL F-IVA-PAGOS
           ASSIGN TO "CXPIVAPAG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-IP-STATUS.

           SELECT OPTIONAL F-CUENTASGL
           ASSIGN TO "CUENTASGL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CG-LLAVE
           FILE STATUS IS WS-CG-STATUS.

           SELECT F-REPORTE
           ASSIGN TO WS-NOMBRE-REP
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

           SELECT F-IVAGL
           ASSIGN TO WS-NOMBRE-GL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-VENTAS.
       01 VTA-REGISTRO.
           02 VTA-LLAVE.
               03 VTA-FECHA                PIC X(08).
               03 VTA-TRANS                PIC 9(06).
               03 VTA-RENGLON              PIC 9(03).
           02 VTA-ID                       PIC 9(10).
           02 VTA-CANTIDAD                 PIC 9(10).
           02 VTA-PRECIO                   PIC 9(05)V9(02).
           02 VTA-TIPO                     PIC X(01).
           02 VTA-MOTIVO                   PIC X(02).
           02 VTA-CLIENTE                  PIC 9(06).
           02 VTA-IVA                      PIC 9(07)V99.
           02 VTA-METODO                   PIC X(01).
           02 VTA-SESION                   PIC 9(06).
           02 VTA-UBICACION                PIC 9(02).
           02 VTA-PROMO                    PIC X(01).
           02 VTA-VENDEDOR                 PIC X(08).
           02 VTA-HORA                     PIC X(06).
           02 VTA-FACTURA                  PIC X(06).

       FD F-CXC.
       01 CX-REGISTRO.
           02 CX-FOLIO                     PIC 9(06).
           02 CX-CLIENTE                   PIC 9(06).
           02 CX-TRANS                     PIC 9(06).
           02 CX-FECHA                     PIC X(08).
           02 CX-VENCE                     PIC X(08).
      *"C" CARGO (VENTA A CREDITO), "A" ABONO (PAGO RECIBIDO)
           02 CX-TIPO                      PIC X(01).
           02 CX-IMPORTE                   PIC S9(09)V99.

       FD F-VTAMES.
       01 VM-REGISTRO.
           02 VM-MES                       PIC X(06).
           02 VM-FECHA-CIERRE              PIC X(08).
           02 VM-RENGLONES                 PIC 9(07).
           02 VM-IMPORTE                   PIC S9(12)V99.

      *CADA RENGLON DE LA HISTORIA ES UNA COPIA DEL REGISTRO DE
      *VENTAS TAL COMO ESTABA AL CERRAR EL MES
       FD F-VTAHIST.
       01 VH-LINEA                         PIC X(100).

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

       FD F-CUENTASGL.
       01 CG-REGISTRO.
           02 CG-LLAVE.
               03 CG-CONCEPTO              PIC X(12).
               03 CG-DEPTO                 PIC 9(02).
           02 CG-CUENTA                    PIC X(10).

       FD F-REPORTE.
       01 REP-LINEA                        PIC X(80).

       FD F-IVAGL.
       01 GL-LINEA                         PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-VTA-STATUS                    PIC X(02).
       77 WS-CX-STATUS                     PIC X(02).
       77 WS-VM-STATUS                     PIC X(02).
       77 WS-VH-STATUS                     PIC X(02).
       77 WS-IP-STATUS                     PIC X(02).
       77 WS-CG-STATUS                     PIC X(02).
       77 WS-REP-STATUS                    PIC X(02).
       77 WS-GL-STATUS                     PIC X(02).
       77 WS-FIN-ARCHIVO                   PIC X(01).
       77 WS-CX-FIN                        PIC X(01).
       77 WS-VTA-FIN                       PIC X(01).
       77 WS-VTA-ABIERTO                   PIC X(02).
      *NOMBRES FECHADOS: HISTORIA DE VENTAS DEL CIERRE MENSUAL, LA
      *HOJA DE TRABAJO Y SU POLIZA
       01 WS-NOMBRE-VTAHIST.
           02 FILLER                       PIC X(08)
                   VALUE "VTAHIST-".
           02 WS-VH-MES                    PIC X(06).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       01 WS-NOMBRE-REP.
           02 FILLER                       PIC X(04) VALUE "IVA-".
           02 WS-MES-REP                   PIC X(06).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       01 WS-NOMBRE-GL.
           02 FILLER                       PIC X(06) VALUE "IVAGL-".
           02 WS-MES-GL                    PIC X(06).
           02 FILLER                       PIC X(04) VALUE ".TXT".
      *MES PEDIDO (POR OMISION EL ANTERIOR AL DE HOY)
       01 WS-FECHA-HOY.
           02 WS-HOY-ANIO                  PIC 9(04).
           02 WS-HOY-MES                   PIC 9(02).
           02 WS-HOY-DIA                   PIC 9(02).
       01 WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY
                                           PIC X(08).
       01 WS-MES-PEDIDO.
           02 WS-MP-ANIO                   PIC 9(04).
           02 WS-MP-MES                    PIC 9(02).
       01 WS-MES-PEDIDO-X REDEFINES WS-MES-PEDIDO
                                           PIC X(06).
       77 WS-MES-CAPTURA                   PIC X(06).
       77 WS-MES-VALIDO                    PIC X(01).
       77 WS-CONGELADO                     PIC X(01).
      *ACUMULADOS POR TASA (1 = 16%, 2 = 8%, 3 = 0%) Y RENGLON DE
      *LA HOJA: 1 VENTAS DE CONTADO NETAS DE DEVOLUCIONES, 2
      *COBRANZA DE VENTAS A CREDITO, 3 PAGOS A PROVEEDORES
       01 WS-IVA-TABLA.
           02 WS-IT-TASA OCCURS 3 TIMES.
               03 WS-IT-RENGLON OCCURS 3 TIMES.
                   04 WS-IT-BASE           PIC S9(11)V99.
                   04 WS-IT-IVA            PIC S9(11)V99.
       01 WS-TASAS-VAL.
           02 FILLER                       PIC X(12)
                   VALUE "TASA 16%    ".
           02 FILLER                       PIC X(12)
                   VALUE "TASA 8% FRON".
           02 FILLER                       PIC X(12)
                   VALUE "TASA 0%     ".
       01 WS-TASAS REDEFINES WS-TASAS-VAL.
           02 WS-TASA-NOMBRE               PIC X(12) OCCURS 3 TIMES.
       01 WS-RENGLONES-VAL.
           02 FILLER                       PIC X(40)
                   VALUE "VENTAS DE CONTADO, NETAS DE DEVOLUCIONES".
           02 FILLER                       PIC X(40)
                   VALUE "COBRANZA DE VENTAS A CREDITO (CXC)      ".
           02 FILLER                       PIC X(40)
                   VALUE "PAGOS A PROVEEDORES (IVA ACREDITABLE)   ".
       01 WS-RENGLONES REDEFINES WS-RENGLONES-VAL.
           02 WS-RENGLON-NOMBRE            PIC X(40) OCCURS 3 TIMES.
       77 WS-TASA-IDX                      PIC 9(01).
       77 WS-REN-IDX                       PIC 9(01).
      *RENGLON DE VENTA EN PROCESO, VENGA DEL VIVO O DE LA HISTORIA
       01 WS-RENGLON-VENTA.
           02 WS-RV-FECHA                  PIC X(08).
           02 WS-RV-TRANS                  PIC 9(06).
           02 FILLER                       PIC X(03).
           02 WS-RV-ID                     PIC 9(10).
           02 WS-RV-CANTIDAD               PIC 9(10).
           02 WS-RV-PRECIO                 PIC 9(05)V9(02).
           02 WS-RV-TIPO                   PIC X(01).
           02 FILLER                       PIC X(08).
           02 WS-RV-IVA                    PIC 9(07)V99.
           02 WS-RV-METODO                 PIC X(01).
           02 FILLER                       PIC X(29).
       77 WS-IMPORTE                       PIC S9(11)V99.
       77 WS-BASE                          PIC S9(11)V99.
       77 WS-IVA                           PIC S9(11)V99.
       77 WS-RV-CREDITO                    PIC 9(07).
      *COBRANZA A CREDITO: CLIENTES CON ABONOS EN EL MES, LO QUE
      *ABONARON ANTES DEL MES (CUBRE LOS CARGOS MAS VIEJOS) Y LO
      *ABONADO EN EL MES QUE FALTA POR APLICAR A SUS CARGOS
       01 WS-CLIENTES.
           02 WS-CL OCCURS 1000 TIMES.
               03 WS-CL-CLIENTE            PIC 9(06).
               03 WS-CL-ANTERIOR           PIC S9(11)V99.
               03 WS-CL-DEL-MES            PIC S9(11)V99.
       77 WS-CL-USADOS                     PIC 9(04).
       77 WS-CL-IDX                        PIC 9(04).
       77 WS-CL-HALLADO                    PIC 9(04).
       77 WS-CL-DESBORDE                   PIC X(01).
       77 WS-CUBRE-ANT                     PIC S9(11)V99.
       77 WS-CUBRE-MES                     PIC S9(11)V99.
       77 WS-CB-SIN-DETALLE                PIC 9(05).
       77 WS-CB-ANTICIPO                   PIC S9(11)V99.
      *RENGLONES DE LA VENTA DEL CARGO, POR TASA: IMPORTE CON IVA
      *E IVA, Y EL TOTAL DE LA VENTA
       01 WS-CARGO-TASAS.
           02 WS-CT-TASA OCCURS 3 TIMES.
               03 WS-CT-BRUTO              PIC S9(11)V99.
               03 WS-CT-IVA                PIC S9(11)V99.
       77 WS-CT-TOTAL                      PIC S9(11)V99.
       77 WS-IP-PAGOS                      PIC 9(05).
      *RESULTADO DE LA DECLARACION
       77 WS-TRASLADADO                    PIC S9(11)V99.
       77 WS-ACREDITABLE                   PIC S9(11)V99.
       77 WS-NETO                          PIC S9(11)V99.
       77 WS-IMPORTE-FMT                   PIC -ZZZZZZZZZZ9.99.
       77 WS-BASE-FMT                      PIC -ZZZZZZZZZZ9.99.
      *POLIZA: CUENTAS DEL CATALOGO COMPARTIDO Y RENGLONES CON
      *SIGNO (POSITIVO CARGO, NEGATIVO ABONO), COMO LA POLIZA DE
      *DIFERENCIAS CAMBIARIAS DE CUENTAS POR PAGAR
       77 WS-CG-CONCEPTO                   PIC X(12).
       77 WS-CG-CUENTA                     PIC X(10).
       77 WS-CG-HALLADA                    PIC X(01).
       77 WS-CTA-COBRADO                   PIC X(10).
       77 WS-CTA-PAGADO                    PIC X(10).
       77 WS-CTA-RESULTADO                 PIC X(10).
       77 WS-CONCEPTO-RES                  PIC X(12).
       77 WS-GL-FECHA                      PIC X(08).
       77 WS-GL-CONTADOR                   PIC 9(05).
       77 WS-GL-TOTAL                      PIC S9(11)V99.
       77 WS-GL-IMPORTE                    PIC S9(11)V99.
       77 WS-GL-IMPORTE-FMT                PIC -9(12).99.
      *CAMPOS DE ENLACE CON LA RUTINA COMPARTIDA DE FECHAS
       77 WS-FU-OPERACION                  PIC X(01).
       77 WS-FU-FECHA-1                    PIC X(08).
       77 WS-FU-FECHA-2                    PIC X(08).
       77 WS-FU-DIAS                       PIC 9(05).

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "HOJA DE TRABAJO DE LA DECLARACION MENSUAL DE IVA".
           PERFORM 10-PIDE-MES.
           INITIALIZE WS-IVA-TABLA.
           PERFORM 20-VENTAS-DEL-MES.
           PERFORM 30-COBRANZA-CREDITO.
           PERFORM 40-PAGOS-PROVEEDORES.
           PERFORM 50-DETERMINA-IVA.
           PERFORM 60-ESCRIBE-REPORTE.
           PERFORM 70-POLIZA-IVA.
      *GOBACK PARA REGRESAR AL MENU DEL LANZADOR
           GOBACK.

      *EL MES PEDIDO NO PUEDE SER POSTERIOR AL DE HOY; EL MES EN
      *CURSO SE ACEPTA Y SALE CON LO QUE LLEVA
       10-PIDE-MES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-MES-VALIDO.
           PERFORM 10-1-CAPTURA-MES UNTIL WS-MES-VALIDO = "S".
           MOVE WS-MES-PEDIDO-X TO WS-MES-REP.
           MOVE WS-MES-PEDIDO-X TO WS-MES-GL.

       10-1-CAPTURA-MES.
           DISPLAY "Mes a declarar (AAAAMM, ENTER = mes anterior): ".
           MOVE SPACES TO WS-MES-CAPTURA.
           ACCEPT WS-MES-CAPTURA.
           IF WS-MES-CAPTURA = SPACES
                   MOVE WS-HOY-ANIO TO WS-MP-ANIO
                   MOVE WS-HOY-MES TO WS-MP-MES
                   IF WS-MP-MES = 1
                           MOVE 12 TO WS-MP-MES
                           SUBTRACT 1 FROM WS-MP-ANIO
                   ELSE
                           SUBTRACT 1 FROM WS-MP-MES
                   END-IF
                   MOVE "S" TO WS-MES-VALIDO
           ELSE
           IF WS-MES-CAPTURA NOT NUMERIC
                   DISPLAY "Mes invalido, verifique."
           ELSE
                   MOVE WS-MES-CAPTURA TO WS-MES-PEDIDO-X
                   IF WS-MP-MES < 1 OR WS-MP-MES > 12
                           DISPLAY "Mes invalido, verifique."
                   ELSE
                   IF WS-MES-PEDIDO-X > WS-FECHA-HOY-X(1:6)
                           DISPLAY "El mes aun no empieza."
                   ELSE
                           MOVE "S" TO WS-MES-VALIDO.

      *VENTAS DEL MES: SI EL MES YA SE CERRO EN COMERCIO SE LEE SU
      *HISTORIA CONGELADA; SI NO, LOS RENGLONES VIVOS DE VENTAS.DAT
       20-VENTAS-DEL-MES.
           MOVE ZERO TO WS-RV-CREDITO.
           MOVE "N" TO WS-CONGELADO.
           OPEN INPUT F-VTAMES.
           IF WS-VM-STATUS = "00"
                   MOVE WS-MES-PEDIDO-X TO VM-MES
                   READ F-VTAMES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "S" TO WS-CONGELADO
                   END-READ
           END-IF.
           CLOSE F-VTAMES.
           IF WS-CONGELADO = "S"
                   MOVE WS-MES-PEDIDO-X TO WS-VH-MES
                   OPEN INPUT F-VTAHIST
                   IF WS-VH-STATUS NOT = "00"
                           DISPLAY "AVISO: el mes " WS-MES-PEDIDO-X
                                   " esta cerrado pero falta "
                                   WS-NOMBRE-VTAHIST
                                   ", se usan las ventas vivas."
                           MOVE "N" TO WS-CONGELADO
                   END-IF
           END-IF.
           IF WS-CONGELADO = "S"
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM 21-LEE-HISTORIA UNTIL WS-FIN-ARCHIVO = "S"
           ELSE
                   PERFORM 22-VENTAS-VIVAS
           END-IF.
           CLOSE F-VTAHIST.

       21-LEE-HISTORIA.
           READ F-VTAHIST
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           MOVE VH-LINEA(1:92) TO WS-RENGLON-VENTA
                           PERFORM 24-ACUMULA-VENTA
           END-READ.

       22-VENTAS-VIVAS.
           OPEN INPUT F-VENTAS.
           IF WS-VTA-STATUS = "00"
                   MOVE "N" TO WS-FIN-ARCHIVO
                   MOVE LOW-VALUES TO VTA-LLAVE
                   MOVE WS-MES-PEDIDO-X TO VTA-FECHA(1:6)
                   MOVE "01" TO VTA-FECHA(7:2)
                   START F-VENTAS KEY IS NOT LESS THAN VTA-LLAVE
                           INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
                   END-START
                   PERFORM 23-LEE-VENTA UNTIL WS-FIN-ARCHIVO = "S"
           END-IF.
           CLOSE F-VENTAS.

       23-LEE-VENTA.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF VTA-FECHA(1:6) > WS-MES-PEDIDO-X
                                   MOVE "S" TO WS-FIN-ARCHIVO
                           ELSE
                                   MOVE VTA-REGISTRO
                                           TO WS-RENGLON-VENTA
                                   PERFORM 24-ACUMULA-VENTA
                           END-IF
           END-READ.

      *EL IVA DE LAS VENTAS A CREDITO SE TRASLADA HASTA QUE SE
      *COBRA (RENGLON DE COBRANZA); LAS DEVOLUCIONES SE REEMBOLSAN
      *EN CAJA Y RESTAN DE LAS VENTAS DE CONTADO
       24-ACUMULA-VENTA.
           IF WS-RV-TIPO = "V" AND WS-RV-METODO = "C"
                   ADD 1 TO WS-RV-CREDITO
           ELSE
                   COMPUTE WS-IMPORTE =
                           WS-RV-CANTIDAD * WS-RV-PRECIO
                   MOVE WS-RV-IVA TO WS-IVA
                   PERFORM 25-CLASIFICA-TASA
                   COMPUTE WS-BASE = WS-IMPORTE - WS-IVA
                   IF WS-RV-TIPO = "D"
                           COMPUTE WS-BASE = ZERO - WS-BASE
                           COMPUTE WS-IVA = ZERO - WS-IVA
                   END-IF
                   ADD WS-BASE TO WS-IT-BASE(WS-TASA-IDX, 1)
                   ADD WS-IVA TO WS-IT-IVA(WS-TASA-IDX, 1)
           END-IF.

      *LA TASA DEL RENGLON SALE DE SU PROPIO IVA CONTRA SU BASE
      *(EL PRECIO TRAE EL IVA INCLUIDO): SIN IVA ES 0%, MAS DEL
      *12% ES LA GENERAL DE 16% Y LO DEMAS LA DE 8% DE LA FRONTERA
       25-CLASIFICA-TASA.
           IF WS-IVA = ZERO
                   MOVE 3 TO WS-TASA-IDX
           ELSE
           IF WS-IVA * 100 > (WS-IMPORTE - WS-IVA) * 12
                   MOVE 1 TO WS-TASA-IDX
           ELSE
                   MOVE 2 TO WS-TASA-IDX.

      *COBRANZA DE VENTAS A CREDITO (FLUJO DE EFECTIVO): LOS ABONOS
      *DE CADA CLIENTE SE APLICAN A SUS CARGOS DEL MAS VIEJO AL MAS
      *NUEVO; LO ABONADO ANTES DEL MES CUBRE PRIMERO Y LO ABONADO EN
      *EL MES LLEVA EL IVA DE LA PARTE DE CADA CARGO QUE CUBRE
       30-COBRANZA-CREDITO.
           MOVE ZERO TO WS-CL-USADOS.
           MOVE ZERO TO WS-CB-SIN-DETALLE.
           MOVE ZERO TO WS-CB-ANTICIPO.
           MOVE "N" TO WS-CL-DESBORDE.
           OPEN INPUT F-CXC.
           IF WS-CX-STATUS = "00"
                   PERFORM 30-1-INICIA-CXC
                   PERFORM 31-CLIENTES-DEL-MES UNTIL WS-CX-FIN = "S"
                   PERFORM 30-1-INICIA-CXC
                   PERFORM 32-ABONOS-ANTERIORES UNTIL WS-CX-FIN = "S"
                   OPEN INPUT F-VENTAS
                   MOVE WS-VTA-STATUS TO WS-VTA-ABIERTO
                   PERFORM 30-1-INICIA-CXC
                   PERFORM 33-APLICA-CARGOS UNTIL WS-CX-FIN = "S"
                   CLOSE F-VENTAS
           END-IF.
           CLOSE F-CXC.
      *LO ABONADO EN EL MES QUE NO ALCANZO CARGO ES ANTICIPO DEL
      *CLIENTE Y TAMBIEN CAUSA IVA; SE TOMA A LA TASA GENERAL
           PERFORM 30-2-ANTICIPOS
                   VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USADOS.
           IF WS-CL-DESBORDE = "S"
                   DISPLAY "AVISO: demasiados clientes con abonos en "
                           "el mes, la cobranza queda incompleta."
           END-IF.

       30-1-INICIA-CXC.
           MOVE LOW-VALUES TO CX-FOLIO.
           MOVE "N" TO WS-CX-FIN.
           START F-CXC KEY IS NOT LESS THAN CX-FOLIO
                   INVALID KEY MOVE "S" TO WS-CX-FIN
           END-START.

       30-2-ANTICIPOS.
           IF WS-CL-DEL-MES(WS-CL-IDX) > ZERO
                   ADD WS-CL-DEL-MES(WS-CL-IDX) TO WS-CB-ANTICIPO
                   COMPUTE WS-BASE ROUNDED =
                           WS-CL-DEL-MES(WS-CL-IDX) / 1.16
                   COMPUTE WS-IVA = WS-CL-DEL-MES(WS-CL-IDX) - WS-BASE
                   ADD WS-BASE TO WS-IT-BASE(1, 2)
                   ADD WS-IVA TO WS-IT-IVA(1, 2)
           END-IF.

       31-CLIENTES-DEL-MES.
           READ F-CXC NEXT RECORD
                   AT END MOVE "S" TO WS-CX-FIN
                   NOT AT END
                           IF CX-TIPO = "A"
                           AND CX-FECHA(1:6) = WS-MES-PEDIDO-X
                                   PERFORM 34-BUSCA-CLIENTE
                                   IF WS-CL-HALLADO = ZERO
                                           PERFORM 31-1-AGREGA-CLIENTE
                                   END-IF
                                   IF WS-CL-HALLADO NOT = ZERO
                                       ADD CX-IMPORTE TO
                                           WS-CL-DEL-MES(WS-CL-HALLADO)
                                   END-IF
                           END-IF
           END-READ.

       31-1-AGREGA-CLIENTE.
           IF WS-CL-USADOS < 1000
                   ADD 1 TO WS-CL-USADOS
                   MOVE WS-CL-USADOS TO WS-CL-HALLADO
                   MOVE CX-CLIENTE TO WS-CL-CLIENTE(WS-CL-HALLADO)
                   MOVE ZERO TO WS-CL-ANTERIOR(WS-CL-HALLADO)
                   MOVE ZERO TO WS-CL-DEL-MES(WS-CL-HALLADO)
           ELSE
                   MOVE "S" TO WS-CL-DESBORDE
           END-IF.

       32-ABONOS-ANTERIORES.
           READ F-CXC NEXT RECORD
                   AT END MOVE "S" TO WS-CX-FIN
                   NOT AT END
                           IF CX-TIPO = "A"
                           AND CX-FECHA(1:6) < WS-MES-PEDIDO-X
                                   PERFORM 34-BUSCA-CLIENTE
                                   IF WS-CL-HALLADO NOT = ZERO
                                       ADD CX-IMPORTE TO
                                           WS-CL-ANTERIOR(WS-CL-HALLADO)
                                   END-IF
                           END-IF
           END-READ.

      *LOS FOLIOS DE CXC SON CONSECUTIVOS: EN ORDEN DE FOLIO LOS
      *CARGOS SALEN DEL MAS VIEJO AL MAS NUEVO. LOS CARGOS
      *POSTERIORES AL MES NO LOS PUDO CUBRIR UN ABONO DEL MES
       33-APLICA-CARGOS.
           READ F-CXC NEXT RECORD
                   AT END MOVE "S" TO WS-CX-FIN
                   NOT AT END
                           IF CX-TIPO = "C"
                           AND CX-FECHA(1:6) NOT > WS-MES-PEDIDO-X
                                   PERFORM 34-BUSCA-CLIENTE
                                   IF WS-CL-HALLADO NOT = ZERO
                                           PERFORM 35-CUBRE-CARGO
                                   END-IF
                           END-IF
           END-READ.

       34-BUSCA-CLIENTE.
           MOVE ZERO TO WS-CL-HALLADO.
           PERFORM 34-1-COMPARA-CLIENTE
                   VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-USADOS
                   OR WS-CL-HALLADO NOT = ZERO.

       34-1-COMPARA-CLIENTE.
           IF WS-CL-CLIENTE(WS-CL-IDX) = CX-CLIENTE
                   MOVE WS-CL-IDX TO WS-CL-HALLADO
           END-IF.

       35-CUBRE-CARGO.
           MOVE WS-CL-ANTERIOR(WS-CL-HALLADO) TO WS-CUBRE-ANT.
           IF WS-CUBRE-ANT > CX-IMPORTE
                   MOVE CX-IMPORTE TO WS-CUBRE-ANT
           END-IF.
           IF WS-CUBRE-ANT < ZERO
                   MOVE ZERO TO WS-CUBRE-ANT
           END-IF.
           SUBTRACT WS-CUBRE-ANT FROM WS-CL-ANTERIOR(WS-CL-HALLADO).
           COMPUTE WS-CUBRE-MES = CX-IMPORTE - WS-CUBRE-ANT.
           IF WS-CUBRE-MES > WS-CL-DEL-MES(WS-CL-HALLADO)
                   MOVE WS-CL-DEL-MES(WS-CL-HALLADO) TO WS-CUBRE-MES
           END-IF.
           IF WS-CUBRE-MES > ZERO
                   SUBTRACT WS-CUBRE-MES
                           FROM WS-CL-DEL-MES(WS-CL-HALLADO)
                   PERFORM 36-IVA-DEL-CARGO
           END-IF.

      *EL IVA DEL CARGO SALE DE LOS RENGLONES DE SU VENTA (MISMA
      *FECHA Y TRANSACCION); LO COBRADO SE REPARTE EN PROPORCION AL
      *IMPORTE DE CADA TASA. SI LA VENTA YA NO ESTA EN VENTAS.DAT
      *(ARCHIVADA) SE TOMA A LA TASA GENERAL
       36-IVA-DEL-CARGO.
           INITIALIZE WS-CARGO-TASAS.
           MOVE ZERO TO WS-CT-TOTAL.
           IF WS-VTA-ABIERTO = "00"
                   MOVE CX-FECHA TO VTA-FECHA
                   MOVE CX-TRANS TO VTA-TRANS
                   MOVE ZERO TO VTA-RENGLON
                   MOVE "N" TO WS-VTA-FIN
                   START F-VENTAS KEY IS NOT LESS THAN VTA-LLAVE
                           INVALID KEY MOVE "S" TO WS-VTA-FIN
                   END-START
                   PERFORM 37-RENGLON-DEL-CARGO UNTIL WS-VTA-FIN = "S"
           END-IF.
           IF WS-CT-TOTAL = ZERO
                   ADD 1 TO WS-CB-SIN-DETALLE
                   COMPUTE WS-BASE ROUNDED = WS-CUBRE-MES / 1.16
                   COMPUTE WS-IVA = WS-CUBRE-MES - WS-BASE
                   ADD WS-BASE TO WS-IT-BASE(1, 2)
                   ADD WS-IVA TO WS-IT-IVA(1, 2)
           ELSE
                   PERFORM 38-REPARTE-COBRO
                           VARYING WS-TASA-IDX FROM 1 BY 1
                           UNTIL WS-TASA-IDX > 3
           END-IF.

       37-RENGLON-DEL-CARGO.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-VTA-FIN
                   NOT AT END
                           IF VTA-FECHA NOT = CX-FECHA
                           OR VTA-TRANS NOT = CX-TRANS
                                   MOVE "S" TO WS-VTA-FIN
                           ELSE
                           IF VTA-TIPO = "V"
                                   COMPUTE WS-IMPORTE =
                                           VTA-CANTIDAD * VTA-PRECIO
                                   MOVE VTA-IVA TO WS-IVA
                                   PERFORM 25-CLASIFICA-TASA
                                   ADD WS-IMPORTE
                                           TO WS-CT-BRUTO(WS-TASA-IDX)
                                   ADD WS-IVA TO WS-CT-IVA(WS-TASA-IDX)
                                   ADD WS-IMPORTE TO WS-CT-TOTAL
                           END-IF
                           END-IF
           END-READ.

       38-REPARTE-COBRO.
           COMPUTE WS-IVA ROUNDED = WS-CUBRE-MES
                   * WS-CT-IVA(WS-TASA-IDX) / WS-CT-TOTAL.
           COMPUTE WS-BASE ROUNDED = WS-CUBRE-MES
                   * (WS-CT-BRUTO(WS-TASA-IDX) - WS-CT-IVA(WS-TASA-IDX))
                   / WS-CT-TOTAL.
           ADD WS-BASE TO WS-IT-BASE(WS-TASA-IDX, 2).
           ADD WS-IVA TO WS-IT-IVA(WS-TASA-IDX, 2).

      *IVA ACREDITABLE: EL QUE LLEVAN LOS PAGOS A PROVEEDORES HECHOS
      *EN EL MES, YA PRORRATEADO POR CUENTAS POR PAGAR
       40-PAGOS-PROVEEDORES.
           MOVE ZERO TO WS-IP-PAGOS.
           OPEN INPUT F-IVA-PAGOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           IF WS-IP-STATUS NOT = "00"
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           PERFORM 41-LEE-PAGO UNTIL WS-FIN-ARCHIVO = "S".
           CLOSE F-IVA-PAGOS.

       41-LEE-PAGO.
           READ F-IVA-PAGOS
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF IP-FECHA(1:6) = WS-MES-PEDIDO-X
                                   ADD 1 TO WS-IP-PAGOS
                                   ADD IP-BASE-16 TO WS-IT-BASE(1, 3)
                                   ADD IP-IVA-16 TO WS-IT-IVA(1, 3)
                                   ADD IP-BASE-8 TO WS-IT-BASE(2, 3)
                                   ADD IP-IVA-8 TO WS-IT-IVA(2, 3)
                                   ADD IP-BASE-0 TO WS-IT-BASE(3, 3)
                           END-IF
           END-READ.

       50-DETERMINA-IVA.
           MOVE ZERO TO WS-TRASLADADO.
           MOVE ZERO TO WS-ACREDITABLE.
           PERFORM 51-SUMA-TASA
                   VARYING WS-TASA-IDX FROM 1 BY 1
                   UNTIL WS-TASA-IDX > 3.
           COMPUTE WS-NETO = WS-TRASLADADO - WS-ACREDITABLE.

       51-SUMA-TASA.
           ADD WS-IT-IVA(WS-TASA-IDX, 1) TO WS-TRASLADADO.
           ADD WS-IT-IVA(WS-TASA-IDX, 2) TO WS-TRASLADADO.
           ADD WS-IT-IVA(WS-TASA-IDX, 3) TO WS-ACREDITABLE.

       60-ESCRIBE-REPORTE.
           OPEN OUTPUT F-REPORTE.
           MOVE SPACES TO REP-LINEA.
           STRING "HOJA DE TRABAJO DE IVA, MES " DELIMITED BY SIZE
                   WS-MES-PEDIDO-X DELIMITED BY SIZE
                   INTO REP-LINEA.
           WRITE REP-LINEA.
           IF WS-CONGELADO = "S"
                   MOVE "VENTAS TOMADAS DE LA HISTORIA DEL CIERRE"
                           TO REP-LINEA
           ELSE
                   MOVE "VENTAS TOMADAS DE VENTAS.DAT (MES ABIERTO)"
                           TO REP-LINEA
           END-IF.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "CONCEPTO" TO REP-LINEA.
           MOVE "BASE" TO REP-LINEA(39:4).
           MOVE "IVA" TO REP-LINEA(56:3).
           WRITE REP-LINEA.
           PERFORM 61-ESCRIBE-RENGLON
                   VARYING WS-REN-IDX FROM 1 BY 1
                   UNTIL WS-REN-IDX > 3.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE WS-TRASLADADO TO WS-IMPORTE-FMT.
           MOVE SPACES TO REP-LINEA.
           MOVE "IVA TRASLADADO COBRADO" TO REP-LINEA.
           MOVE WS-IMPORTE-FMT TO REP-LINEA(44:15).
           WRITE REP-LINEA.
           MOVE WS-ACREDITABLE TO WS-IMPORTE-FMT.
           MOVE SPACES TO REP-LINEA.
           MOVE "MENOS IVA ACREDITABLE PAGADO" TO REP-LINEA.
           MOVE WS-IMPORTE-FMT TO REP-LINEA(44:15).
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           IF WS-NETO < ZERO
                   COMPUTE WS-IMPORTE = ZERO - WS-NETO
                   MOVE "IVA A FAVOR" TO REP-LINEA
           ELSE
                   MOVE WS-NETO TO WS-IMPORTE
                   MOVE "IVA A CARGO (POR PAGAR)" TO REP-LINEA
           END-IF.
           MOVE WS-IMPORTE TO WS-IMPORTE-FMT.
           MOVE WS-IMPORTE-FMT TO REP-LINEA(44:15).
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 63-ESCRIBE-NOTAS.
           CLOSE F-REPORTE.
           MOVE WS-NETO TO WS-IMPORTE-FMT.
           IF WS-NETO < ZERO
                   DISPLAY "IVA a favor del mes: " WS-IMPORTE-FMT
           ELSE
                   DISPLAY "IVA a cargo del mes: " WS-IMPORTE-FMT
           END-IF.
           DISPLAY "Generado " WS-NOMBRE-REP.

      *CADA RENGLON DE LA HOJA CON SUS TRES TASAS Y SU SUBTOTAL
       61-ESCRIBE-RENGLON.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE WS-RENGLON-NOMBRE(WS-REN-IDX) TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE ZERO TO WS-BASE.
           MOVE ZERO TO WS-IVA.
           PERFORM 62-ESCRIBE-TASA
                   VARYING WS-TASA-IDX FROM 1 BY 1
                   UNTIL WS-TASA-IDX > 3.
           MOVE WS-BASE TO WS-BASE-FMT.
           MOVE WS-IVA TO WS-IMPORTE-FMT.
           MOVE SPACES TO REP-LINEA.
           MOVE "  SUBTOTAL" TO REP-LINEA.
           MOVE WS-BASE-FMT TO REP-LINEA(28:15).
           MOVE WS-IMPORTE-FMT TO REP-LINEA(44:15).
           WRITE REP-LINEA.

       62-ESCRIBE-TASA.
           ADD WS-IT-BASE(WS-TASA-IDX, WS-REN-IDX) TO WS-BASE.
           ADD WS-IT-IVA(WS-TASA-IDX, WS-REN-IDX) TO WS-IVA.
           MOVE WS-IT-BASE(WS-TASA-IDX, WS-REN-IDX) TO WS-BASE-FMT.
           MOVE WS-IT-IVA(WS-TASA-IDX, WS-REN-IDX) TO WS-IMPORTE-FMT.
           MOVE SPACES TO REP-LINEA.
           MOVE WS-TASA-NOMBRE(WS-TASA-IDX) TO REP-LINEA(3:12).
           MOVE WS-BASE-FMT TO REP-LINEA(28:15).
           MOVE WS-IMPORTE-FMT TO REP-LINEA(44:15).
           WRITE REP-LINEA.

      *DE DONDE SALIERON LAS CIFRAS, PARA QUE EL CONTADOR SEPA QUE
      *SE SUPUSO
       63-ESCRIBE-NOTAS.
           MOVE SPACES TO REP-LINEA.
           STRING "RENGLONES DE VENTA A CREDITO DEL MES (SE DECLARAN "
                   DELIMITED BY SIZE
                   "AL COBRARSE): " DELIMITED BY SIZE
                   WS-RV-CREDITO DELIMITED BY SIZE
                   INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "CARGOS COBRADOS SIN SU VENTA EN VENTAS.DAT "
                   DELIMITED BY SIZE
                   "(TOMADOS AL 16%): " DELIMITED BY SIZE
                   WS-CB-SIN-DETALLE DELIMITED BY SIZE
                   INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE WS-CB-ANTICIPO TO WS-IMPORTE-FMT.
           MOVE SPACES TO REP-LINEA.
           STRING "ANTICIPOS DE CLIENTES SIN CARGO (AL 16%): "
                   DELIMITED BY SIZE
                   WS-IMPORTE-FMT DELIMITED BY SIZE
                   INTO REP-LINEA.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           STRING "PAGOS A PROVEEDORES DEL MES: " DELIMITED BY SIZE
                   WS-IP-PAGOS DELIMITED BY SIZE
                   INTO REP-LINEA.
           WRITE REP-LINEA.
           IF WS-CL-DESBORDE = "S"
                   MOVE "AVISO: COBRANZA INCOMPLETA, SOBRAN CLIENTES"
                           TO REP-LINEA
                   WRITE REP-LINEA
           END-IF.

      *POLIZA DE DETERMINACION DEL IVA AL ULTIMO DIA DEL MES: CARGO
      *AL IVA TRASLADADO COBRADO, ABONO AL IVA ACREDITABLE PAGADO Y
      *LA DIFERENCIA A IVA POR PAGAR (ABONO) O A IVA A FAVOR
      *(CARGO). SIN LAS CUENTAS EN EL CATALOGO NO SE EXPORTA
       70-POLIZA-IVA.
           IF WS-NETO < ZERO
                   MOVE "IVAAFAVOR" TO WS-CONCEPTO-RES
           ELSE
                   MOVE "IVAPORPAGAR" TO WS-CONCEPTO-RES
           END-IF.
           MOVE "IVACOBRADO" TO WS-CG-CONCEPTO.
           PERFORM 72-BUSCA-CUENTA.
           MOVE WS-CG-CUENTA TO WS-CTA-COBRADO.
           IF WS-CG-HALLADA = "S"
                   MOVE "IVAPAGADO" TO WS-CG-CONCEPTO
                   PERFORM 72-BUSCA-CUENTA
                   MOVE WS-CG-CUENTA TO WS-CTA-PAGADO
           END-IF.
           IF WS-CG-HALLADA = "S"
                   MOVE WS-CONCEPTO-RES TO WS-CG-CONCEPTO
                   PERFORM 72-BUSCA-CUENTA
                   MOVE WS-CG-CUENTA TO WS-CTA-RESULTADO
           END-IF.
           IF WS-CG-HALLADA = "N"
                   DISPLAY "Faltan cuentas de IVACOBRADO, IVAPAGADO o "
                           WS-CONCEPTO-RES " en el catalogo CUENTASGL "
                           "(capturelas en CUENTASCAT); la poliza no "
                           "se exporta."
           ELSE
                   PERFORM 71-GENERA-POLIZA
           END-IF.

       71-GENERA-POLIZA.
           MOVE "F" TO WS-FU-OPERACION.
           MOVE WS-MES-PEDIDO-X TO WS-FU-FECHA-1(1:6).
           MOVE "01" TO WS-FU-FECHA-1(7:2).
           CALL "FECHAUTIL" USING WS-FU-OPERACION
                   WS-FU-FECHA-1 WS-FU-FECHA-2 WS-FU-DIAS.
           MOVE WS-FU-FECHA-2 TO WS-GL-FECHA.
           MOVE ZERO TO WS-GL-CONTADOR.
           MOVE ZERO TO WS-GL-TOTAL.
           OPEN OUTPUT F-IVAGL.
           MOVE WS-CTA-COBRADO TO WS-CG-CUENTA.
           MOVE "IVACOBRADO" TO WS-CG-CONCEPTO.
           MOVE WS-TRASLADADO TO WS-GL-IMPORTE.
           PERFORM 73-RENGLON-POLIZA.
           MOVE WS-CTA-PAGADO TO WS-CG-CUENTA.
           MOVE "IVAPAGADO" TO WS-CG-CONCEPTO.
           COMPUTE WS-GL-IMPORTE = ZERO - WS-ACREDITABLE.
           PERFORM 73-RENGLON-POLIZA.
           MOVE WS-CTA-RESULTADO TO WS-CG-CUENTA.
           MOVE WS-CONCEPTO-RES TO WS-CG-CONCEPTO.
           COMPUTE WS-GL-IMPORTE = ZERO - WS-NETO.
           PERFORM 73-RENGLON-POLIZA.
           MOVE WS-GL-TOTAL TO WS-GL-IMPORTE-FMT.
           MOVE SPACES TO GL-LINEA.
           STRING "T" DELIMITED BY SIZE
                   WS-GL-CONTADOR DELIMITED BY SIZE
                   WS-GL-IMPORTE-FMT DELIMITED BY SIZE
                   INTO GL-LINEA.
           WRITE GL-LINEA.
           CLOSE F-IVAGL.
           DISPLAY "Poliza de IVA exportada a " WS-NOMBRE-GL ", "
                   WS-GL-CONTADOR " renglones".

       72-BUSCA-CUENTA.
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

      *EN ANCHO FIJO: CUENTA, FECHA, CONCEPTO E IMPORTE CON SIGNO;
      *LOS RENGLONES EN CERO NO SE ESCRIBEN
       73-RENGLON-POLIZA.
           IF WS-GL-IMPORTE NOT = ZERO
                   MOVE WS-GL-IMPORTE TO WS-GL-IMPORTE-FMT
                   ADD WS-GL-IMPORTE TO WS-GL-TOTAL
                   ADD 1 TO WS-GL-CONTADOR
                   MOVE SPACES TO GL-LINEA
                   STRING "D" DELIMITED BY SIZE
                           WS-CG-CUENTA DELIMITED BY SIZE
                           WS-GL-FECHA DELIMITED BY SIZE
                           WS-CG-CONCEPTO DELIMITED BY SIZE
                           WS-GL-IMPORTE-FMT DELIMITED BY SIZE
                           INTO GL-LINEA
                   WRITE GL-LINEA
           END-IF.

       END PROGRAM IVAMES.
