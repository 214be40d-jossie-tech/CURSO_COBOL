      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Estado de resultados mensual por departamento: en
      *          una sola hoja junta las ventas netas de COMERCIO
      *          (ya restadas las devoluciones y sin IVA), su costo
      *          de ventas al costo promedio del maestro, el margen
      *          bruto, los sueldos y las cuotas patronales de
      *          NOMINA prorrateados por los porcentajes de cada
      *          departamento, y las compras y demas gasto cargados
      *          al presupuesto, hasta la contribucion de cada
      *          departamento; en tres columnas: el mes, lo
      *          acumulado del anio y el mismo mes del anio anterior.
      *          Los meses ya congelados se toman de sus fotos de
      *          cierre (historia de ventas del cierre mensual y
      *          paquete de FINDEMES) y solo los abiertos se leen
      *          de los archivos vivos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PYGDEPTO.
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

           SELECT OPTIONAL F-PRODUCTOS
           ASSIGN TO "C:\Users\Esteban\COBOL\DATOS2.TXT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS RP-ID
           FILE STATUS IS WS-RP-STATUS.

           SELECT OPTIONAL F-PRESUPUESTO
           ASSIGN TO "PRESUPUESTO.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PD-DEPARTAMENTO
           FILE STATUS IS WS-PD-STATUS.

           SELECT OPTIONAL F-DEPTOS
           ASSIGN TO "DEPTOS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DC-CODIGO
           FILE STATUS IS WS-DC-STATUS.

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

      *PLANTILLA Y TABLA DE CUOTAS DE NOMINA, CON EL PREFIJO DE LA
      *EMPRESA, PARA LOS MESES QUE AUN NO TIENEN PAQUETE DE CIERRE
           SELECT OPTIONAL F-TRABAJADORES
           ASSIGN TO WS-ARCH-TRAB
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FT-ID
           FILE STATUS IS WS-FT-STATUS.

           SELECT OPTIONAL F-CUOTAS-IMSS
           ASSIGN TO WS-ARCH-IMSS
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CI-LLAVE
           FILE STATUS IS WS-CI-STATUS.

      *COSTO POR DEPARTAMENTO Y PRESUPUESTO CONTRA GASTO DEL
      *PAQUETE DE FIN DE MES, LA FOTO DEL MES YA CONGELADO
           SELECT OPTIONAL F-EOM-COSTO
           ASSIGN TO WS-NOMBRE-COSTO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-EC-STATUS.

           SELECT OPTIONAL F-EOM-PRESUP
           ASSIGN TO WS-NOMBRE-PRE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-EP-STATUS.

           SELECT F-REPORTE
           ASSIGN TO WS-NOMBRE-REP
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

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

       FD F-PRODUCTOS.
       01 REG-PRODUCTO.
           02 RP-ID                        PIC 9(10).
           02 RP-NOMBRE                    PIC X(50).
           02 RP-PRECIO                    PIC 9(05)V9(02).
           02 RP-CANTIDAD                  PIC 9(10).
           02 RP-DESCRIPCION               PIC X(100).
           02 RP-DEPARTAMENTO              PIC 9(02).
           02 RP-IVA-TASA                  PIC 9(02)V99.
           02 RP-COSTO                     PIC 9(05)V9(02).
           02 RP-MINIMO                    PIC 9(10).
           02 RP-MAXIMO                    PIC 9(10).
           02 RP-EMPAQUE                   PIC 9(05).
           02 RP-APARTADO                  PIC 9(10).
           02 RP-CLASE-ABC                 PIC X(01).

       FD F-PRESUPUESTO.
       01 PD-REGISTRO.
           02 PD-DEPARTAMENTO              PIC 9(02).
           02 PD-MES OCCURS 12 TIMES.
               03 PD-MES-ASIGNADO          PIC S9(08)V99.
               03 PD-MES-GASTADO           PIC S9(08)V99.

       FD F-DEPTOS.
       01 DC-REGISTRO.
           02 DC-CODIGO                    PIC 9(02).
           02 DC-NOMBRE                    PIC X(30).
           02 DC-ACTIVO                    PIC X(01).

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

      *SOLO LOS CAMPOS QUE USA EL PRORRATEO DEL COSTO PATRONAL; EL
      *RESTO EN FILLER, IGUAL QUE FINDEMES
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FILLER                       PIC X(68).
           02 FT-SALARIO                   PIC S9(06)V99.
           02 FT-DEPARTAMENTO              PIC 9(2) OCCURS 3 TIMES.
           02 FT-ACTIVO                    PIC X(01).
           02 FILLER                       PIC X(72).
           02 FT-DEPTO-PCT                 PIC 9(03) OCCURS 3 TIMES.
           02 FILLER                       PIC X(56).

       FD F-CUOTAS-IMSS.
       01 CI-REGISTRO.
           02 CI-LLAVE.
               03 CI-VIGENCIA              PIC X(08).
               03 CI-RAMA                  PIC 9(02).
           02 CI-NOMBRE                    PIC X(30).
           02 CI-PCT-OBRERO                PIC 9V9999.
           02 CI-PCT-PATRON                PIC 9V9999.

      *RENGLON "DEPTO NN BRUTO ... COSTO PATRONAL ..." QUE ESCRIBE
      *FINDEMES; EL COSTO PATRONAL YA TRAE EL BRUTO INCLUIDO
       FD F-EOM-COSTO.
       01 EC-LINEA.
           02 EC-ETIQUETA                  PIC X(06).
           02 EC-DEPTO                     PIC X(02).
           02 FILLER                       PIC X(07).
           02 EC-BRUTO                     PIC X(16).
           02 FILLER                       PIC X(24).
           02 EC-CARGA                     PIC X(16).
           02 FILLER                       PIC X(09).

      *RENGLON "DEPTO NN ASIG ... GASTO ... VAR ..." DE FINDEMES
       FD F-EOM-PRESUP.
       01 EP-LINEA.
           02 EP-ETIQUETA                  PIC X(06).
           02 EP-DEPTO                     PIC X(02).
           02 FILLER                       PIC X(28).
           02 EP-GASTO                     PIC X(16).
           02 FILLER                       PIC X(28).

       FD F-REPORTE.
       01 REP-LINEA                        PIC X(80).

       WORKING-STORAGE SECTION.
      *NOMBRES DE LA FAMILIA DE NOMINA CON EL PREFIJO DE LA
      *EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                   VALUE "TRABAJADORES.DAT".
       01 WS-ARCH-IMSS.
           02 WS-EMP-IMSS                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(11)
                   VALUE "NOMIMSS.DAT".
       77 WS-VTA-STATUS                    PIC X(02).
       77 WS-RP-STATUS                     PIC X(02).
       77 WS-PD-STATUS                     PIC X(02).
       77 WS-DC-STATUS                     PIC X(02).
       77 WS-VM-STATUS                     PIC X(02).
       77 WS-VH-STATUS                     PIC X(02).
       77 WS-FT-STATUS                     PIC X(02).
       77 WS-CI-STATUS                     PIC X(02).
       77 WS-EC-STATUS                     PIC X(02).
       77 WS-EP-STATUS                     PIC X(02).
       77 WS-REP-STATUS                    PIC X(02).
       77 WS-FIN-ARCHIVO                   PIC X(01).
      *NOMBRES FECHADOS: HISTORIA DE VENTAS DEL CIERRE MENSUAL,
      *PAQUETE DE FIN DE MES Y EL PROPIO REPORTE
       01 WS-NOMBRE-VTAHIST.
           02 FILLER                       PIC X(08)
                   VALUE "VTAHIST-".
           02 WS-VH-MES                    PIC X(06).
           02 FILLER                       PIC X(04) VALUE ".TXT".
       01 WS-NOMBRE-COSTO.
           02 FILLER                       PIC X(04) VALUE "EOM-".
           02 WS-MES-CST                   PIC X(06).
           02 FILLER                       PIC X(10)
                   VALUE "-COSTO.TXT".
       01 WS-NOMBRE-PRE.
           02 FILLER                       PIC X(04) VALUE "EOM-".
           02 WS-MES-PRE                   PIC X(06).
           02 FILLER                       PIC X(11)
                   VALUE "-PRESUP.TXT".
       01 WS-NOMBRE-REP.
           02 FILLER                       PIC X(04) VALUE "PYG-".
           02 WS-MES-REP                   PIC X(06).
           02 FILLER                       PIC X(04) VALUE ".TXT".
      *MES PEDIDO (POR OMISION EL ANTERIOR AL DE HOY) Y MES QUE SE
      *ESTA SUMANDO EN TURNO
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
       01 WS-MES-CURSO.
           02 WS-MC-ANIO                   PIC 9(04).
           02 WS-MC-MES                    PIC 9(02).
       01 WS-MES-CURSO-X REDEFINES WS-MES-CURSO
                                           PIC X(06).
       77 WS-MES-CAPTURA                   PIC X(06).
       77 WS-MES-VALIDO                    PIC X(01).
       77 WS-MES-IDX                       PIC 9(02).
      *COLUMNAS DEL REPORTE A LAS QUE SUMA EL MES EN TURNO: 1 EL
      *MES, 2 ACUMULADO DEL ANIO, 3 MISMO MES DEL ANIO ANTERIOR
      *(CERO EN LA SEGUNDA = SOLO UNA COLUMNA)
       77 WS-COL-A                         PIC 9(01).
       77 WS-COL-B                         PIC 9(01).
      *ACUMULADOS POR DEPARTAMENTO (CODIGO + 1; EL 101 ES EL TOTAL)
      *Y COLUMNA: 1 VENTAS NETAS, 2 COSTO DE VENTAS, 3 SUELDOS,
      *4 CUOTAS PATRONALES, 5 COMPRAS Y OTROS GASTOS
       01 WS-PYG-TABLA.
           02 WS-PYG-DEPTO OCCURS 101 TIMES.
               03 WS-PYG-USADO             PIC X(01).
               03 WS-PYG-COLUMNA OCCURS 3 TIMES.
                   04 WS-PYG-IMPORTE       PIC S9(11)V99
                                           OCCURS 5 TIMES.
       77 WS-DEP-IDX                       PIC 9(03).
       77 WS-DEP-COD                       PIC 9(02).
       77 WS-CONCEPTO                      PIC 9(01).
       77 WS-IMPORTE                       PIC S9(11)V99.
      *DE DONDE SALIO CADA COLUMNA: MESES SUMADOS Y CUANTOS DE
      *ELLOS SE TOMARON DE LA FOTO DE CIERRE; EL GASTO DE MESES DE
      *OTRO ANIO SIN FOTO NO SE PUEDE RECONSTRUIR (EL PRESUPUESTO
      *SOLO GUARDA EL ANIO EN CURSO)
       01 WS-FUENTES.
           02 WS-FTE-COLUMNA OCCURS 3 TIMES.
               03 WS-FTE-MESES             PIC 9(02).
               03 WS-FTE-VTA-CONG          PIC 9(02).
               03 WS-FTE-NOM-CONG          PIC 9(02).
               03 WS-FTE-GAS-CONG          PIC 9(02).
               03 WS-FTE-GAS-SIN           PIC 9(02).
       77 WS-CONGELADO                     PIC X(01).
      *RENGLON DE VENTA EN PROCESO, VENGA DEL VIVO O DE LA HISTORIA
       01 WS-RENGLON-VENTA.
           02 WS-RV-FECHA                  PIC X(08).
           02 FILLER                       PIC X(09).
           02 WS-RV-ID                     PIC 9(10).
           02 WS-RV-CANTIDAD               PIC 9(10).
           02 WS-RV-PRECIO                 PIC 9(05)V9(02).
           02 WS-RV-TIPO                   PIC X(01).
           02 FILLER                       PIC X(08).
           02 WS-RV-IVA                    PIC 9(07)V99.
           02 FILLER                       PIC X(18).
       77 WS-VTA-NETA                      PIC S9(11)V99.
       77 WS-VTA-COSTO                     PIC S9(11)V99.
      *COSTO PATRONAL DE LOS MESES SIN FOTO: MISMA REGLA DE
      *PRORRATEO Y DE CUOTA EFECTIVA QUE FINDEMES
       77 WS-PCT-IMSS-PATRON               PIC 9V9999 VALUE 0.1050.
       77 WS-CI-FIN                        PIC X(01).
       77 WS-CI-HALLADO                    PIC X(01).
       77 WS-PCT-PATRON-EF                 PIC 9V9999.
       77 WS-FECHA-TARIFA                  PIC X(08).
       77 WS-CI-VERSION                    PIC X(08).
       77 WS-COL                           PIC 9(01).
       77 WS-PCT-SUMA                      PIC 9(04).
       77 WS-PCT-NDEPTOS                   PIC 9(01).
       01 WS-PCT-EFECTIVOS.
           02 WS-PCT-EFE                   PIC 9(03) OCCURS 3 TIMES.
       77 WS-PARTE                         PIC S9(08)V99.
       77 WS-BRUTO                         PIC S9(11)V99.
       77 WS-CARGA                         PIC S9(11)V99.
      *LA FOTO DE COSTO SACADA POR UN OPERADOR DE CAPTURA VIENE EN
      *ASTERISCOS Y NO SIRVE; EL MES SE CALCULA COMO SI NO TUVIERA
       77 WS-FOTO-USABLE                   PIC X(01).
      *IMPORTES DE LAS FOTOS: EL TEXTO EDITADO SE REGRESA A NUMERO
       77 WS-IMPORTE-FMT                   PIC -ZZZZZZZZZZZ9.99.
      *RENGLONES DEL REPORTE DE UN DEPARTAMENTO: LOS CINCO
      *ACUMULADOS MAS EL MARGEN Y LA CONTRIBUCION
       01 WS-ETIQUETAS-VAL.
           02 FILLER                       PIC X(25)
                   VALUE "VENTAS NETAS            N".
           02 FILLER                       PIC X(25)
                   VALUE "COSTO DE VENTAS         N".
           02 FILLER                       PIC X(25)
                   VALUE "MARGEN BRUTO            N".
           02 FILLER                       PIC X(25)
                   VALUE "SUELDOS                 S".
           02 FILLER                       PIC X(25)
                   VALUE "CUOTAS PATRONALES       S".
           02 FILLER                       PIC X(25)
                   VALUE "COMPRAS Y OTROS GASTOS  N".
           02 FILLER                       PIC X(25)
                   VALUE "CONTRIBUCION            S".
       01 WS-ETIQUETAS REDEFINES WS-ETIQUETAS-VAL.
           02 WS-ET OCCURS 7 TIMES.
               03 WS-ET-NOMBRE             PIC X(24).
      *"S" SI EL RENGLON DEJA VER O DEDUCIR LA NOMINA
               03 WS-ET-SENSIBLE           PIC X(01).
       01 WS-RENGLONES.
           02 WS-RG OCCURS 7 TIMES.
               03 WS-RG-IMPORTE            PIC S9(11)V99
                                           OCCURS 3 TIMES.
       77 WS-RG-IDX                        PIC 9(01).
       77 WS-POS                           PIC 9(02).
      *LA NOMINA SALE EN ASTERISCOS PARA EL ROL DE CAPTURA (RUTINA
      *MASCARAUTIL), IGUAL QUE EN EL COSTO DE FINDEMES
       77 WS-MSK-OP                        PIC X(01).
       77 WS-MSK-VALOR                     PIC X(30).
       77 WS-MSK-ACTIVA                    PIC X(01).
       77 WS-MSK-NOTA                      PIC X(60) VALUE
           "*** REPORTE ENMASCARADO: ROL DE CAPTURA ***".
       77 WS-DEPTOS                        PIC 9(03).
       77 WS-DC-ABIERTO                    PIC X(02).

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "ESTADO DE RESULTADOS POR DEPARTAMENTO".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
           PERFORM 10-PIDE-MES.
           INITIALIZE WS-PYG-TABLA.
           INITIALIZE WS-FUENTES.
           OPEN INPUT F-PRODUCTOS.
      *DE ENERO AL MES PEDIDO: TODOS AL ACUMULADO Y EL ULTIMO
      *TAMBIEN A LA COLUMNA DEL MES
           MOVE WS-MP-ANIO TO WS-MC-ANIO.
           MOVE 1 TO WS-MES-IDX.
           PERFORM 20-MES-DEL-ANIO UNTIL WS-MES-IDX > WS-MP-MES.
      *EL MISMO MES DEL ANIO ANTERIOR, SOLO A SU COLUMNA
           SUBTRACT 1 FROM WS-MP-ANIO GIVING WS-MC-ANIO.
           MOVE WS-MP-MES TO WS-MC-MES.
           MOVE 3 TO WS-COL-A.
           MOVE ZERO TO WS-COL-B.
           PERFORM 30-PROCESA-MES.
           CLOSE F-PRODUCTOS.
           PERFORM 60-ESCRIBE-REPORTE.
      *GOBACK PARA REGRESAR AL MENU DEL LANZADOR
           GOBACK.

       05-ARMA-NOMBRES-EMPRESA.
           CALL "EMPRESAUTIL" USING WS-EMP-PREFIJO.
           MOVE WS-EMP-PREFIJO TO WS-EMP-TRAB.
           MOVE WS-EMP-PREFIJO TO WS-EMP-IMSS.

      *EL MES PEDIDO NO PUEDE SER POSTERIOR AL DE HOY; EL MES EN
      *CURSO SE ACEPTA Y SALE CON LO QUE LLEVA
       10-PIDE-MES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-MES-VALIDO.
           PERFORM 10-1-CAPTURA-MES UNTIL WS-MES-VALIDO = "S".
           MOVE WS-MES-PEDIDO-X TO WS-MES-REP.

       10-1-CAPTURA-MES.
           DISPLAY "Mes a reportar (AAAAMM, ENTER = mes anterior): ".
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

       20-MES-DEL-ANIO.
           MOVE WS-MES-IDX TO WS-MC-MES.
           MOVE 2 TO WS-COL-A.
           IF WS-MES-IDX = WS-MP-MES
                   MOVE 1 TO WS-COL-B
           ELSE
                   MOVE ZERO TO WS-COL-B
           END-IF.
           PERFORM 30-PROCESA-MES.
           ADD 1 TO WS-MES-IDX.

       30-PROCESA-MES.
           ADD 1 TO WS-FTE-MESES(WS-COL-A).
           IF WS-COL-B NOT = ZERO
                   ADD 1 TO WS-FTE-MESES(WS-COL-B)
           END-IF.
           PERFORM 31-VENTAS-DEL-MES.
           PERFORM 40-NOMINA-DEL-MES.
           PERFORM 50-GASTO-DEL-MES.

      *VENTAS DEL MES: SI EL MES YA SE CERRO EN COMERCIO SE LEE SU
      *HISTORIA CONGELADA; SI NO, LOS RENGLONES VIVOS DE VENTAS.DAT
       31-VENTAS-DEL-MES.
           MOVE "N" TO WS-CONGELADO.
           OPEN INPUT F-VTAMES.
           IF WS-VM-STATUS = "00"
                   MOVE WS-MES-CURSO-X TO VM-MES
                   READ F-VTAMES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "S" TO WS-CONGELADO
                   END-READ
           END-IF.
           CLOSE F-VTAMES.
           IF WS-CONGELADO = "S"
                   MOVE WS-MES-CURSO-X TO WS-VH-MES
                   OPEN INPUT F-VTAHIST
                   IF WS-VH-STATUS NOT = "00"
                           DISPLAY "AVISO: el mes " WS-MES-CURSO-X
                                   " esta cerrado pero falta "
                                   WS-NOMBRE-VTAHIST
                                   ", se usan las ventas vivas."
                           MOVE "N" TO WS-CONGELADO
                   END-IF
           END-IF.
           IF WS-CONGELADO = "S"
                   ADD 1 TO WS-FTE-VTA-CONG(WS-COL-A)
                   IF WS-COL-B NOT = ZERO
                           ADD 1 TO WS-FTE-VTA-CONG(WS-COL-B)
                   END-IF
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM 32-LEE-HISTORIA UNTIL WS-FIN-ARCHIVO = "S"
           ELSE
                   PERFORM 33-VENTAS-VIVAS
           END-IF.
           CLOSE F-VTAHIST.

       32-LEE-HISTORIA.
           READ F-VTAHIST
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           MOVE VH-LINEA(1:80) TO WS-RENGLON-VENTA
                           PERFORM 35-ACUMULA-VENTA
           END-READ.

       33-VENTAS-VIVAS.
           OPEN INPUT F-VENTAS.
           IF WS-VTA-STATUS = "00"
                   MOVE "N" TO WS-FIN-ARCHIVO
                   MOVE LOW-VALUES TO VTA-LLAVE
                   MOVE WS-MES-CURSO-X TO VTA-FECHA(1:6)
                   MOVE "01" TO VTA-FECHA(7:2)
                   START F-VENTAS KEY IS NOT LESS THAN VTA-LLAVE
                           INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
                   END-START
                   PERFORM 34-LEE-VENTA UNTIL WS-FIN-ARCHIVO = "S"
           END-IF.
           CLOSE F-VENTAS.

       34-LEE-VENTA.
           READ F-VENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF VTA-FECHA(1:6) > WS-MES-CURSO-X
                                   MOVE "S" TO WS-FIN-ARCHIVO
                           ELSE
                                   MOVE VTA-REGISTRO
                                           TO WS-RENGLON-VENTA
                                   PERFORM 35-ACUMULA-VENTA
                           END-IF
           END-READ.

      *VENTA NETA SIN IVA (EL PRECIO LO TRAE INCLUIDO) Y SU COSTO
      *AL COSTO PROMEDIO ACTUAL DEL MAESTRO, COMO EL MARGEN DE
      *PROMOCIONES; LAS DEVOLUCIONES RESTAN. EL DEPARTAMENTO ES EL
      *DEL PRODUCTO (UN PRODUCTO YA BORRADO QUEDA EN EL CERO)
       35-ACUMULA-VENTA.
           COMPUTE WS-VTA-NETA =
                   WS-RV-CANTIDAD * WS-RV-PRECIO - WS-RV-IVA.
           MOVE ZERO TO WS-VTA-COSTO.
           MOVE ZERO TO WS-DEP-COD.
           MOVE WS-RV-ID TO RP-ID.
           READ F-PRODUCTOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                           MOVE RP-DEPARTAMENTO TO WS-DEP-COD
                           IF RP-COSTO NUMERIC
                                   COMPUTE WS-VTA-COSTO =
                                           WS-RV-CANTIDAD * RP-COSTO
                           END-IF
           END-READ.
           IF WS-RV-TIPO = "D"
                   COMPUTE WS-VTA-NETA = ZERO - WS-VTA-NETA
                   COMPUTE WS-VTA-COSTO = ZERO - WS-VTA-COSTO
           END-IF.
           ADD 1 TO WS-DEP-COD GIVING WS-DEP-IDX.
           MOVE 1 TO WS-CONCEPTO.
           MOVE WS-VTA-NETA TO WS-IMPORTE.
           PERFORM 90-ACUMULA.
           MOVE 2 TO WS-CONCEPTO.
           MOVE WS-VTA-COSTO TO WS-IMPORTE.
           PERFORM 90-ACUMULA.

      *NOMINA DEL MES: DEL COSTO POR DEPARTAMENTO DEL PAQUETE DE
      *FIN DE MES SI EXISTE Y ES LEGIBLE; SI NO, DE LA PLANTILLA
      *ACTIVA CON LA CUOTA VIGENTE AL CIERRE DEL MES
       40-NOMINA-DEL-MES.
           MOVE WS-MES-CURSO-X TO WS-MES-CST.
           MOVE "N" TO WS-FOTO-USABLE.
           OPEN INPUT F-EOM-COSTO.
           IF WS-EC-STATUS = "00"
                   MOVE "S" TO WS-FOTO-USABLE
                   MOVE "N" TO WS-FIN-ARCHIVO
                   READ F-EOM-COSTO
                           AT END MOVE "S" TO WS-FIN-ARCHIVO
                   END-READ
                   IF WS-FIN-ARCHIVO = "N"
                   AND EC-LINEA(1:3) = "***"
                           DISPLAY "AVISO: " WS-NOMBRE-COSTO
                                   " esta enmascarado, la nomina "
                                   "del mes se recalcula."
                           MOVE "N" TO WS-FOTO-USABLE
                   END-IF
           END-IF.
           IF WS-FOTO-USABLE = "S"
                   ADD 1 TO WS-FTE-NOM-CONG(WS-COL-A)
                   IF WS-COL-B NOT = ZERO
                           ADD 1 TO WS-FTE-NOM-CONG(WS-COL-B)
                   END-IF
                   PERFORM 41-LEE-FOTO-COSTO
                           UNTIL WS-FIN-ARCHIVO = "S"
           END-IF.
           CLOSE F-EOM-COSTO.
           IF WS-FOTO-USABLE = "N"
                   PERFORM 42-NOMINA-VIVA
           END-IF.

      *EL RENGLON YA LEIDO SE APLICA Y SE LEE EL SIGUIENTE
       41-LEE-FOTO-COSTO.
           IF EC-ETIQUETA = "DEPTO " AND EC-DEPTO NUMERIC
                   MOVE EC-DEPTO TO WS-DEP-COD
                   ADD 1 TO WS-DEP-COD GIVING WS-DEP-IDX
                   MOVE EC-BRUTO TO WS-IMPORTE-FMT
                   MOVE WS-IMPORTE-FMT TO WS-BRUTO
                   MOVE EC-CARGA TO WS-IMPORTE-FMT
                   MOVE WS-IMPORTE-FMT TO WS-CARGA
                   PERFORM 45-ACUMULA-NOMINA
           END-IF.
           READ F-EOM-COSTO
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       42-NOMINA-VIVA.
           PERFORM 46-PCT-PATRON-EFECTIVO.
           OPEN INPUT F-TRABAJADORES.
           IF WS-FT-STATUS = "00"
                   MOVE ZERO TO FT-ID
                   MOVE "N" TO WS-FIN-ARCHIVO
                   START F-TRABAJADORES KEY IS NOT LESS THAN FT-ID
                           INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
                   END-START
                   PERFORM 43-EXAMINA-TRABAJADOR
                           UNTIL WS-FIN-ARCHIVO = "S"
           END-IF.
           CLOSE F-TRABAJADORES.

       43-EXAMINA-TRABAJADOR.
           READ F-TRABAJADORES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF FT-ACTIVO = "S"
                                   PERFORM 43-1-PCT-EFECTIVO
                                   MOVE 1 TO WS-COL
                                   PERFORM 44-PRORRATEA-DEPTO
                                           UNTIL WS-COL > 3
                           END-IF
           END-READ.

      *PORCENTAJES CAPTURADOS O PARTES IGUALES SI VIENEN EN CEROS
       43-1-PCT-EFECTIVO.
           MOVE ZERO TO WS-PCT-EFE(1).
           MOVE ZERO TO WS-PCT-EFE(2).
           MOVE ZERO TO WS-PCT-EFE(3).
           COMPUTE WS-PCT-SUMA =
                   FT-DEPTO-PCT(1) + FT-DEPTO-PCT(2)
                           + FT-DEPTO-PCT(3).
           IF WS-PCT-SUMA > ZERO
                   MOVE FT-DEPTO-PCT(1) TO WS-PCT-EFE(1)
                   MOVE FT-DEPTO-PCT(2) TO WS-PCT-EFE(2)
                   MOVE FT-DEPTO-PCT(3) TO WS-PCT-EFE(3)
           ELSE
                   MOVE ZERO TO WS-PCT-NDEPTOS
                   MOVE 1 TO WS-COL
                   PERFORM 43-2-CUENTA-DEPTO UNTIL WS-COL > 3
                   IF WS-PCT-NDEPTOS > ZERO
                           MOVE 1 TO WS-COL
                           PERFORM 43-3-REPARTE-IGUAL
                                   UNTIL WS-COL > 3
                   END-IF
           END-IF.

       43-2-CUENTA-DEPTO.
           IF FT-DEPARTAMENTO(WS-COL) NOT = ZERO
                   ADD 1 TO WS-PCT-NDEPTOS
           END-IF.
           ADD 1 TO WS-COL.

       43-3-REPARTE-IGUAL.
           IF FT-DEPARTAMENTO(WS-COL) NOT = ZERO
                   COMPUTE WS-PCT-EFE(WS-COL) =
                           100 / WS-PCT-NDEPTOS
           END-IF.
           ADD 1 TO WS-COL.

       44-PRORRATEA-DEPTO.
           IF FT-DEPARTAMENTO(WS-COL) NOT = ZERO
                   MOVE FT-DEPARTAMENTO(WS-COL) TO WS-DEP-COD
                   ADD 1 TO WS-DEP-COD GIVING WS-DEP-IDX
                   COMPUTE WS-PARTE ROUNDED =
                           FT-SALARIO * WS-PCT-EFE(WS-COL) / 100
                   MOVE WS-PARTE TO WS-BRUTO
                   COMPUTE WS-CARGA ROUNDED =
                           WS-PARTE * (1 + WS-PCT-PATRON-EF)
                   PERFORM 45-ACUMULA-NOMINA
           END-IF.
           ADD 1 TO WS-COL.

      *EL COSTO PATRONAL TRAE EL BRUTO INCLUIDO: LA CUOTA ES LA
      *DIFERENCIA
       45-ACUMULA-NOMINA.
           MOVE 3 TO WS-CONCEPTO.
           MOVE WS-BRUTO TO WS-IMPORTE.
           PERFORM 90-ACUMULA.
           MOVE 4 TO WS-CONCEPTO.
           COMPUTE WS-IMPORTE = WS-CARGA - WS-BRUTO.
           PERFORM 90-ACUMULA.

      *CUOTA PATRONAL EFECTIVA AL ULTIMO DIA DEL MES EN TURNO: LA
      *SUMA DE RAMOS DE LA TABLA DEL IMSS, O LA TASA PLANA CON LA
      *TABLA VACIA O AUSENTE
       46-PCT-PATRON-EFECTIVO.
           MOVE "N" TO WS-CI-HALLADO.
           MOVE ZERO TO WS-PCT-PATRON-EF.
           MOVE WS-MES-CURSO-X TO WS-FECHA-TARIFA(1:6).
           MOVE "31" TO WS-FECHA-TARIFA(7:2).
           MOVE SPACES TO WS-CI-VERSION.
           OPEN INPUT F-CUOTAS-IMSS.
           IF WS-CI-STATUS = "00"
                   MOVE LOW-VALUES TO CI-LLAVE
                   MOVE "N" TO WS-CI-FIN
                   START F-CUOTAS-IMSS KEY IS NOT LESS THAN
                           CI-LLAVE
                           INVALID KEY MOVE "S" TO WS-CI-FIN
                   END-START
                   PERFORM 46-1-SUMA-RAMO UNTIL WS-CI-FIN = "S"
           END-IF.
           CLOSE F-CUOTAS-IMSS.
           IF WS-CI-HALLADO = "N"
                   MOVE WS-PCT-IMSS-PATRON TO WS-PCT-PATRON-EF
           END-IF.

       46-1-SUMA-RAMO.
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
                                                   TO WS-PCT-PATRON-EF
                                   END-IF
                                   MOVE "S" TO WS-CI-HALLADO
                                   ADD CI-PCT-PATRON
                                           TO WS-PCT-PATRON-EF
                           END-IF
           END-READ.

      *COMPRAS Y DEMAS GASTO DEL MES: DEL PRESUPUESTO CONTRA GASTO
      *DEL PAQUETE DE FIN DE MES SI EXISTE; SI NO, DE LA CUBETA DEL
      *MES EN PRESUPUESTO.DAT, QUE SOLO SIRVE PARA EL ANIO EN CURSO
       50-GASTO-DEL-MES.
           MOVE WS-MES-CURSO-X TO WS-MES-PRE.
           OPEN INPUT F-EOM-PRESUP.
           IF WS-EP-STATUS = "00"
                   ADD 1 TO WS-FTE-GAS-CONG(WS-COL-A)
                   IF WS-COL-B NOT = ZERO
                           ADD 1 TO WS-FTE-GAS-CONG(WS-COL-B)
                   END-IF
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM 51-LEE-FOTO-PRESUP
                           UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE F-EOM-PRESUP
           ELSE
                   CLOSE F-EOM-PRESUP
                   IF WS-MC-ANIO = WS-HOY-ANIO
                           PERFORM 52-GASTO-VIVO
                   ELSE
                           ADD 1 TO WS-FTE-GAS-SIN(WS-COL-A)
                           IF WS-COL-B NOT = ZERO
                                   ADD 1 TO WS-FTE-GAS-SIN(WS-COL-B)
                           END-IF
                   END-IF
           END-IF.

       51-LEE-FOTO-PRESUP.
           READ F-EOM-PRESUP
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF EP-ETIQUETA = "DEPTO "
                           AND EP-DEPTO NUMERIC
                                   MOVE EP-DEPTO TO WS-DEP-COD
                                   ADD 1 TO WS-DEP-COD
                                           GIVING WS-DEP-IDX
                                   MOVE EP-GASTO TO WS-IMPORTE-FMT
                                   MOVE WS-IMPORTE-FMT TO WS-IMPORTE
                                   MOVE 5 TO WS-CONCEPTO
                                   PERFORM 90-ACUMULA
                           END-IF
           END-READ.

       52-GASTO-VIVO.
           OPEN INPUT F-PRESUPUESTO.
           IF WS-PD-STATUS = "00"
                   MOVE ZERO TO PD-DEPARTAMENTO
                   MOVE "N" TO WS-FIN-ARCHIVO
                   START F-PRESUPUESTO KEY IS NOT LESS THAN
                           PD-DEPARTAMENTO
                           INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
                   END-START
                   PERFORM 53-LEE-PRESUPUESTO
                           UNTIL WS-FIN-ARCHIVO = "S"
           END-IF.
           CLOSE F-PRESUPUESTO.

       53-LEE-PRESUPUESTO.
           READ F-PRESUPUESTO NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           ADD 1 TO PD-DEPARTAMENTO GIVING WS-DEP-IDX
                           MOVE PD-MES-GASTADO(WS-MC-MES)
                                   TO WS-IMPORTE
                           MOVE 5 TO WS-CONCEPTO
                           PERFORM 90-ACUMULA
           END-READ.

      *UN BLOQUE POR DEPARTAMENTO CON MOVIMIENTO Y EL TOTAL AL
      *FINAL, MAS LA NOTA DE DE DONDE SALIO CADA COLUMNA
       60-ESCRIBE-REPORTE.
           MOVE "R" TO WS-MSK-OP.
           CALL "MASCARAUTIL" USING WS-MSK-OP WS-MSK-VALOR.
           MOVE WS-MSK-VALOR(1:1) TO WS-MSK-ACTIVA.
           OPEN OUTPUT F-REPORTE.
           MOVE SPACES TO REP-LINEA.
           STRING "ESTADO DE RESULTADOS POR DEPARTAMENTO, MES "
                   DELIMITED BY SIZE
                   WS-MES-PEDIDO-X DELIMITED BY SIZE
                   INTO REP-LINEA.
           WRITE REP-LINEA.
           IF WS-MSK-ACTIVA = "S"
                   MOVE WS-MSK-NOTA TO REP-LINEA
                   WRITE REP-LINEA
           END-IF.
           SUBTRACT 1 FROM WS-MP-ANIO GIVING WS-MC-ANIO.
           MOVE WS-MP-MES TO WS-MC-MES.
           MOVE SPACES TO REP-LINEA.
           MOVE "CONCEPTO" TO REP-LINEA.
           STRING "       MES " DELIMITED BY SIZE
                   WS-MES-PEDIDO-X DELIMITED BY SIZE
                   "    ACUMULADO " DELIMITED BY SIZE
                   WS-MP-ANIO DELIMITED BY SIZE
                   "        MES " DELIMITED BY SIZE
                   WS-MES-CURSO-X DELIMITED BY SIZE
                   INTO REP-LINEA(26:).
           WRITE REP-LINEA.
           OPEN INPUT F-DEPTOS.
           MOVE WS-DC-STATUS TO WS-DC-ABIERTO.
           MOVE ZERO TO WS-DEPTOS.
           MOVE 1 TO WS-DEP-IDX.
           PERFORM 61-ESCRIBE-DEPTO UNTIL WS-DEP-IDX > 100.
           CLOSE F-DEPTOS.
           MOVE 101 TO WS-DEP-IDX.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE "TOTAL DE LA EMPRESA" TO REP-LINEA.
           WRITE REP-LINEA.
           PERFORM 62-ESCRIBE-BLOQUE.
           MOVE SPACES TO REP-LINEA.
           WRITE REP-LINEA.
           MOVE 1 TO WS-COL.
           PERFORM 65-ESCRIBE-FUENTE UNTIL WS-COL > 3.
           CLOSE F-REPORTE.
           DISPLAY WS-DEPTOS " departamentos con movimiento.".
           DISPLAY "Generado " WS-NOMBRE-REP.

      *CADA DEPARTAMENTO SE SUMA AL TOTAL AL ESCRIBIRSE
       61-ESCRIBE-DEPTO.
           IF WS-PYG-USADO(WS-DEP-IDX) = "S"
                   ADD 1 TO WS-DEPTOS
                   SUBTRACT 1 FROM WS-DEP-IDX GIVING WS-DEP-COD
                   MOVE WS-DEP-COD TO DC-CODIGO
                   MOVE SPACES TO DC-NOMBRE
                   IF WS-DC-ABIERTO = "00"
                           READ F-DEPTOS
                                   INVALID KEY
                                           MOVE "SIN CATALOGO"
                                                   TO DC-NOMBRE
                           END-READ
                   END-IF
                   IF WS-DEP-COD = ZERO
                           MOVE "SIN DEPARTAMENTO" TO DC-NOMBRE
                   END-IF
                   MOVE SPACES TO REP-LINEA
                   WRITE REP-LINEA
                   STRING "DEPTO " DELIMITED BY SIZE
                           WS-DEP-COD DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DC-NOMBRE DELIMITED BY SIZE
                           INTO REP-LINEA
                   WRITE REP-LINEA
                   PERFORM 62-ESCRIBE-BLOQUE
                   MOVE 1 TO WS-COL
                   PERFORM 61-1-SUMA-TOTAL UNTIL WS-COL > 3
           END-IF.
           ADD 1 TO WS-DEP-IDX.

       61-1-SUMA-TOTAL.
           MOVE 1 TO WS-CONCEPTO.
           PERFORM 61-2-SUMA-CONCEPTO UNTIL WS-CONCEPTO > 5.
           ADD 1 TO WS-COL.

       61-2-SUMA-CONCEPTO.
           ADD WS-PYG-IMPORTE(WS-DEP-IDX, WS-COL, WS-CONCEPTO)
                   TO WS-PYG-IMPORTE(101, WS-COL, WS-CONCEPTO).
           ADD 1 TO WS-CONCEPTO.

      *LOS SIETE RENGLONES DEL DEPARTAMENTO EN WS-DEP-IDX
       62-ESCRIBE-BLOQUE.
           MOVE 1 TO WS-COL.
           PERFORM 63-CALCULA-COLUMNA UNTIL WS-COL > 3.
           MOVE 1 TO WS-RG-IDX.
           PERFORM 64-ESCRIBE-RENGLON UNTIL WS-RG-IDX > 7.

       63-CALCULA-COLUMNA.
           MOVE WS-PYG-IMPORTE(WS-DEP-IDX, WS-COL, 1)
                   TO WS-RG-IMPORTE(1, WS-COL).
           MOVE WS-PYG-IMPORTE(WS-DEP-IDX, WS-COL, 2)
                   TO WS-RG-IMPORTE(2, WS-COL).
           COMPUTE WS-RG-IMPORTE(3, WS-COL) =
                   WS-RG-IMPORTE(1, WS-COL)
                   - WS-RG-IMPORTE(2, WS-COL).
           MOVE WS-PYG-IMPORTE(WS-DEP-IDX, WS-COL, 3)
                   TO WS-RG-IMPORTE(4, WS-COL).
           MOVE WS-PYG-IMPORTE(WS-DEP-IDX, WS-COL, 4)
                   TO WS-RG-IMPORTE(5, WS-COL).
           MOVE WS-PYG-IMPORTE(WS-DEP-IDX, WS-COL, 5)
                   TO WS-RG-IMPORTE(6, WS-COL).
           COMPUTE WS-RG-IMPORTE(7, WS-COL) =
                   WS-RG-IMPORTE(3, WS-COL)
                   - WS-RG-IMPORTE(4, WS-COL)
                   - WS-RG-IMPORTE(5, WS-COL)
                   - WS-RG-IMPORTE(6, WS-COL).
           ADD 1 TO WS-COL.

       64-ESCRIBE-RENGLON.
           MOVE SPACES TO REP-LINEA.
           MOVE WS-ET-NOMBRE(WS-RG-IDX) TO REP-LINEA(3:).
           MOVE 1 TO WS-COL.
           MOVE 27 TO WS-POS.
           PERFORM 64-1-ESCRIBE-IMPORTE UNTIL WS-COL > 3.
           WRITE REP-LINEA.
           ADD 1 TO WS-RG-IDX.

       64-1-ESCRIBE-IMPORTE.
           MOVE WS-RG-IMPORTE(WS-RG-IDX, WS-COL) TO WS-IMPORTE-FMT.
           MOVE WS-IMPORTE-FMT TO WS-MSK-VALOR.
           IF WS-MSK-ACTIVA = "S"
           AND WS-ET-SENSIBLE(WS-RG-IDX) = "S"
                   MOVE "D" TO WS-MSK-OP
                   CALL "MASCARAUTIL" USING WS-MSK-OP WS-MSK-VALOR
           END-IF.
           MOVE WS-MSK-VALOR(1:16) TO REP-LINEA(WS-POS:16).
           ADD 18 TO WS-POS.
           ADD 1 TO WS-COL.

       65-ESCRIBE-FUENTE.
           MOVE SPACES TO REP-LINEA.
           IF WS-COL = 1
                   MOVE "FUENTE DEL MES:" TO REP-LINEA
           ELSE
           IF WS-COL = 2
                   MOVE "FUENTE DEL ACUMULADO:" TO REP-LINEA
           ELSE
                   MOVE "FUENTE DEL ANIO ANTERIOR:" TO REP-LINEA.
           STRING WS-FTE-MESES(WS-COL) DELIMITED BY SIZE
                   " MESES, CONGELADOS: VENTAS " DELIMITED BY SIZE
                   WS-FTE-VTA-CONG(WS-COL) DELIMITED BY SIZE
                   " NOMINA " DELIMITED BY SIZE
                   WS-FTE-NOM-CONG(WS-COL) DELIMITED BY SIZE
                   " GASTO " DELIMITED BY SIZE
                   WS-FTE-GAS-CONG(WS-COL) DELIMITED BY SIZE
                   INTO REP-LINEA(27:).
           WRITE REP-LINEA.
           IF WS-FTE-GAS-SIN(WS-COL) NOT = ZERO
                   MOVE SPACES TO REP-LINEA
                   STRING "  AVISO: " DELIMITED BY SIZE
                           WS-FTE-GAS-SIN(WS-COL) DELIMITED BY SIZE
                           " MESES SIN FOTO DE PRESUPUESTO, SU "
                           DELIMITED BY SIZE
                           "GASTO NO SE INCLUYE" DELIMITED BY SIZE
                           INTO REP-LINEA
                   WRITE REP-LINEA
           END-IF.
           ADD 1 TO WS-COL.

      *SUMA WS-IMPORTE AL CONCEPTO DEL DEPARTAMENTO EN LA COLUMNA
      *DEL MES Y, SI LA HAY, EN LA SEGUNDA
       90-ACUMULA.
           MOVE "S" TO WS-PYG-USADO(WS-DEP-IDX).
           ADD WS-IMPORTE
                   TO WS-PYG-IMPORTE(WS-DEP-IDX, WS-COL-A, WS-CONCEPTO).
           IF WS-COL-B NOT = ZERO
                   ADD WS-IMPORTE TO
                       WS-PYG-IMPORTE(WS-DEP-IDX, WS-COL-B, WS-CONCEPTO)
           END-IF.

       END PROGRAM PYGDEPTO.
