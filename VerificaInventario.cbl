      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Corrida de verificacion del inventario perpetuo de
      *          COMERCIO: por cada producto calcula la existencia
      *          segun el maestro (DATOS2), segun sus lotes
      *          (LOTES.DAT), segun sus ubicaciones (STOCKUBI.DAT) y
      *          segun el saldo de su kardex (KARDEX.DAT), y lista
      *          cada producto donde no coinciden, con las
      *          diferencias y su ultimo movimiento; marca los kits,
      *          cuya existencia deben llevarla sus componentes. El
      *          modo de reparacion, solo para supervisor, toma una
      *          fuente como la verdadera e iguala las demas, con
      *          confirmacion S/N por producto y movimientos de
      *          ajuste en el kardex
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVERIFICA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MISMOS ARCHIVOS Y LAYOUTS QUE USA COMERCIO; EN MODO DE SOLO
      *VERIFICACION TODO SE ABRE PARA LECTURA, EN MODO DE
      *REPARACION CADA CORRECCION CONFIRMADA ABRE Y CIERRA EL
      *ARCHIVO QUE TOCA
           SELECT OPTIONAL F-PRODUCTOS
           ASSIGN TO "C:\Users\Esteban\COBOL\DATOS2.TXT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS RP-ID
           FILE STATUS IS WS-RP-STATUS.

           SELECT OPTIONAL F-LOTES
           ASSIGN TO "LOTES.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS LO-LLAVE
           FILE STATUS IS WS-LO-STATUS.

           SELECT OPTIONAL F-UBICACIONES
           ASSIGN TO "STOCKUBI.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS UB-LLAVE
           FILE STATUS IS WS-UB-STATUS.

           SELECT OPTIONAL F-KITS
           ASSIGN TO "KITS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS KI-LLAVE
           FILE STATUS IS WS-KI-STATUS.

           SELECT OPTIONAL F-KARDEX
           ASSIGN TO "KARDEX.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-KX-STATUS.

      *IDENTIDAD Y ROL DEJADOS POR EL LANZADOR
           SELECT OPTIONAL F-OPERADOR
           ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OP-STATUS.

           SELECT OPTIONAL F-MODO-LOTE
           ASSIGN TO "NOMLOTE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ML-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD F-LOTES.
       01 LO-REGISTRO.
           02 LO-LLAVE.
               03 LO-ID                    PIC 9(10).
               03 LO-CADUCA                PIC X(08).
               03 LO-LOTE                  PIC X(10).
           02 LO-CANTIDAD                  PIC 9(10).

       FD F-UBICACIONES.
       01 UB-REGISTRO.
           02 UB-LLAVE.
               03 UB-ID                    PIC 9(10).
               03 UB-UBICACION             PIC 9(02).
           02 UB-CANTIDAD                  PIC 9(10).

       FD F-KITS.
       01 KI-REGISTRO.
           02 KI-LLAVE.
               03 KI-KIT                   PIC 9(10).
               03 KI-SECUENCIA             PIC 9(02).
           02 KI-COMPONENTE                PIC 9(10).
           02 KI-CANTIDAD                  PIC 9(05).

       FD F-KARDEX.
       01 KX-REGISTRO.
           02 KX-FECHA                     PIC X(08).
           02 KX-TIPO                      PIC X(01).
           02 KX-ID                        PIC 9(10).
           02 KX-SIGNO                     PIC X(01).
           02 KX-CANTIDAD                  PIC 9(10).
           02 KX-OPERADOR                  PIC X(08).
           02 KX-REFERENCIA                PIC X(14).

       FD F-OPERADOR.
       01 OP-REGISTRO                      PIC X(08).

       FD F-MODO-LOTE.
       01 ML-REGISTRO                      PIC X(08).

       WORKING-STORAGE SECTION.
       77 WS-RP-STATUS                     PIC X(02).
       77 WS-LO-STATUS                     PIC X(02).
       77 WS-UB-STATUS                     PIC X(02).
       77 WS-KI-STATUS                     PIC X(02).
       77 WS-KX-STATUS                     PIC X(02).
       77 WS-OP-STATUS                     PIC X(02).
       77 WS-ML-STATUS                     PIC X(02).
       77 WS-FIN                           PIC X(01).
       77 WS-OPERADOR                      PIC X(08) VALUE "LOCAL".
       77 WS-OPER-ROL                      PIC X(01) VALUE "A".
      *LAS CUATRO VISTAS DE CADA PRODUCTO, EN ORDEN DE ID COMO
      *VIENEN DEL MAESTRO PARA BUSCAR POR MITADES; LOTES Y
      *UBICACIONES SOLO SE COMPARAN SI EL PRODUCTO TIENE RENGLONES
      *EN ESE ARCHIVO, EL KARDEX SIEMPRE
       77 WS-IV-MAX                        PIC 9(04) VALUE 3000.
       01 WS-IV-TABLA.
           02 WS-IV OCCURS 3000 TIMES.
               03 WS-IV-ID                 PIC 9(10).
               03 WS-IV-NOMBRE             PIC X(30).
               03 WS-IV-MAESTRO            PIC 9(10).
               03 WS-IV-LOTES              PIC 9(11).
               03 WS-IV-CON-LOTES          PIC X(01).
               03 WS-IV-UBICA              PIC 9(11).
               03 WS-IV-CON-UBICA          PIC X(01).
               03 WS-IV-KARDEX             PIC S9(11).
               03 WS-IV-ES-KIT             PIC X(01).
               03 WS-IV-ULT-FECHA          PIC X(08).
               03 WS-IV-ULT-TIPO           PIC X(01).
               03 WS-IV-ULT-SIGNO          PIC X(01).
               03 WS-IV-ULT-CANT           PIC 9(10).
               03 WS-IV-ULT-REF            PIC X(14).
       77 WS-IV-USADOS                     PIC 9(04).
       77 WS-IV-IDX                        PIC 9(04).
       77 WS-IV-HALLADO                    PIC 9(04).
       77 WS-IV-BAJO                       PIC 9(04).
       77 WS-IV-ALTO                       PIC 9(04).
       77 WS-IV-MEDIO                      PIC 9(04).
       77 WS-IV-BUSCA                      PIC 9(10).
       77 WS-IV-LLENA                      PIC X(01).
      *RENGLONES DE LOTES, UBICACIONES Y KARDEX CUYO PRODUCTO YA NO
      *EXISTE EN EL MAESTRO
       77 WS-HUERF-LOTES                   PIC 9(06).
       77 WS-HUERF-UBICA                   PIC 9(06).
       77 WS-HUERF-KARDEX                  PIC 9(06).
      *RESULTADO DE LA COMPARACION DE UN PRODUCTO
       77 WS-DIFIERE                       PIC X(01).
       77 WS-KIT-CON-EXIST                 PIC X(01).
       77 WS-DIF                           PIC S9(11).
       77 WS-FMT-CANT                      PIC -(10)9.
       77 WS-FMT-DIF                       PIC -(10)9.
      *TOTAL DE DISCREPANCIAS ENCONTRADAS EN LA CORRIDA
       77 WS-DISCREPANCIAS                 PIC 9(04).
      *MODO DE LA CORRIDA ("V" SOLO VERIFICA, "R" OFRECE REPARAR),
      *FUENTE QUE SE TOMA COMO VERDADERA ("M" MAESTRO, "K" KARDEX,
      *"L" LOTES, "U" UBICACIONES), CONFIRMACION POR PRODUCTO Y
      *CUENTA DE LO REPARADO
       77 WS-MODO                          PIC X(01).
       77 WS-VERDAD-FUENTE                 PIC X(01).
       77 WS-CONFIRMA                      PIC X(01).
       77 WS-REPARADAS                     PIC 9(04).
       77 WS-VERDAD                        PIC S9(11).
       77 WS-VERDAD-OK                     PIC X(01).
       77 WS-RESTA                         PIC 9(11).
       77 WS-TOMA                          PIC 9(10).
       77 WS-FECHA-HOY                     PIC X(08).

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "VERIFICACION DEL INVENTARIO PERPETUO".
           PERFORM 05-LEE-OPERADOR.
      *EN CORRIDA INTERACTIVA SE OFRECE EL MODO DE REPARACION; LA
      *CADENA NOCTURNA (BANDERA DE LOTE PUESTA) SIEMPRE SOLO
      *VERIFICA, DE NOCHE NO HAY QUIEN CONFIRME CORRECCIONES
           MOVE "V" TO WS-MODO.
           PERFORM 06-LEE-MODO-LOTE.
           IF WS-CONFIRMA NOT = "B"
                   DISPLAY "V - Solo verificar, R - Verificar y "
                           "ofrecer reparaciones: "
                   ACCEPT WS-MODO
                   IF WS-MODO = "r"
                           MOVE "R" TO WS-MODO
                   END-IF
                   IF WS-MODO NOT = "R"
                           MOVE "V" TO WS-MODO
                   END-IF
           END-IF.
           IF WS-MODO = "R"
                   PERFORM 07-ELIGE-VERDAD
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-REPARADAS.
           MOVE ZERO TO WS-DISCREPANCIAS.
           PERFORM 10-CARGA-MAESTRO.
           IF WS-IV-USADOS > ZERO
                   PERFORM 20-SUMA-LOTES
                   PERFORM 30-SUMA-UBICACIONES
                   PERFORM 40-RECORRE-KARDEX
                   PERFORM 50-MARCA-KITS
                   MOVE 1 TO WS-IV-IDX
                   PERFORM 60-COMPARA-PRODUCTO
                           UNTIL WS-IV-IDX > WS-IV-USADOS
                   PERFORM 65-REPORTA-HUERFANOS
           END-IF.
           IF WS-DISCREPANCIAS = ZERO
                   DISPLAY "VERIFICACION LIMPIA, SIN DISCREPANCIAS"
           ELSE
                   DISPLAY "DISCREPANCIAS ENCONTRADAS: "
                           WS-DISCREPANCIAS
           END-IF.
           IF WS-MODO = "R"
                   DISPLAY "PRODUCTOS CORREGIDOS: " WS-REPARADAS
           END-IF.
      *GOBACK PARA QUE LA CADENA NOCTURNA PUEDA LLAMARLA; LAS
      *DISCREPANCIAS SON HALLAZGOS A REVISAR, NO FALLAS DEL PASO
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       05-LEE-OPERADOR.
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

      *LA BANDERA DE LOTE (DEJADA POR LA CADENA NOCTURNA) LLEGA EN
      *WS-CONFIRMA; CON ELLA PUESTA NO SE PREGUNTA NADA
       06-LEE-MODO-LOTE.
           MOVE SPACE TO WS-CONFIRMA.
           OPEN INPUT F-MODO-LOTE.
           IF WS-ML-STATUS = "00"
                   READ F-MODO-LOTE
                           AT END CONTINUE
                           NOT AT END
                                   MOVE ML-REGISTRO(1:1)
                                           TO WS-CONFIRMA
                   END-READ
           END-IF.
           CLOSE F-MODO-LOTE.

      *REPARAR MUEVE EXISTENCIAS, IGUAL QUE UN AJUSTE DE CONTEO:
      *EL CAJERO NO PUEDE; LA FUENTE VERDADERA SE ELIGE UNA VEZ
      *PARA TODA LA CORRIDA
       07-ELIGE-VERDAD.
           IF WS-OPER-ROL = "C"
                   DISPLAY "Solo un supervisor puede reparar el "
                           "inventario; se corre solo la "
                           "verificacion."
                   MOVE "V" TO WS-MODO
           ELSE
                   DISPLAY "Fuente verdadera: M - Maestro, "
                           "K - Kardex, L - Lotes, U - Ubicaciones: "
                   ACCEPT WS-VERDAD-FUENTE
                   CALL "NOMBREUTIL" USING WS-VERDAD-FUENTE 1
                   IF WS-VERDAD-FUENTE NOT = "M"
                   AND WS-VERDAD-FUENTE NOT = "K"
                   AND WS-VERDAD-FUENTE NOT = "L"
                   AND WS-VERDAD-FUENTE NOT = "U"
                           DISPLAY "Fuente invalida; se corre solo "
                                   "la verificacion."
                           MOVE "V" TO WS-MODO
                   END-IF
           END-IF.

      *PASADA SOBRE EL MAESTRO: UN RENGLON DE LA TABLA POR
      *PRODUCTO, CON LAS DEMAS VISTAS EN CERO
       10-CARGA-MAESTRO.
           MOVE ZERO TO WS-IV-USADOS.
           MOVE "N" TO WS-IV-LLENA.
           OPEN INPUT F-PRODUCTOS.
           IF WS-RP-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir el maestro de "
                           "productos, estatus: " WS-RP-STATUS
                   ADD 1 TO WS-DISCREPANCIAS
           ELSE
                   MOVE "N" TO WS-FIN
                   PERFORM 10-1-LEE-PRODUCTO UNTIL WS-FIN = "S"
           END-IF.
           CLOSE F-PRODUCTOS.
           IF WS-IV-LLENA = "S"
                   DISPLAY "AVISO: el maestro tiene mas de "
                           WS-IV-MAX " productos; solo se "
                           "verifican los primeros."
           END-IF.
           DISPLAY "Productos en el maestro: " WS-IV-USADOS.

       10-1-LEE-PRODUCTO.
           READ F-PRODUCTOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
                   NOT AT END
                           IF WS-IV-USADOS < WS-IV-MAX
                                   ADD 1 TO WS-IV-USADOS
                                   PERFORM 10-2-ALTA-EN-TABLA
                           ELSE
                                   MOVE "S" TO WS-IV-LLENA
                                   MOVE "S" TO WS-FIN
                           END-IF
           END-READ.

       10-2-ALTA-EN-TABLA.
           MOVE RP-ID TO WS-IV-ID(WS-IV-USADOS).
           MOVE RP-NOMBRE TO WS-IV-NOMBRE(WS-IV-USADOS).
           MOVE RP-CANTIDAD TO WS-IV-MAESTRO(WS-IV-USADOS).
           MOVE ZERO TO WS-IV-LOTES(WS-IV-USADOS).
           MOVE "N" TO WS-IV-CON-LOTES(WS-IV-USADOS).
           MOVE ZERO TO WS-IV-UBICA(WS-IV-USADOS).
           MOVE "N" TO WS-IV-CON-UBICA(WS-IV-USADOS).
           MOVE ZERO TO WS-IV-KARDEX(WS-IV-USADOS).
           MOVE "N" TO WS-IV-ES-KIT(WS-IV-USADOS).
           MOVE SPACES TO WS-IV-ULT-FECHA(WS-IV-USADOS).
           MOVE SPACE TO WS-IV-ULT-TIPO(WS-IV-USADOS).
           MOVE SPACE TO WS-IV-ULT-SIGNO(WS-IV-USADOS).
           MOVE ZERO TO WS-IV-ULT-CANT(WS-IV-USADOS).
           MOVE SPACES TO WS-IV-ULT-REF(WS-IV-USADOS).

      *BUSQUEDA POR MITADES DE WS-IV-BUSCA; DEJA LA POSICION EN
      *WS-IV-HALLADO O CERO SI EL PRODUCTO NO ESTA EN EL MAESTRO
       15-BUSCA-ID.
           MOVE ZERO TO WS-IV-HALLADO.
           MOVE 1 TO WS-IV-BAJO.
           MOVE WS-IV-USADOS TO WS-IV-ALTO.
           PERFORM 15-1-PARTE-TABLA
                   UNTIL WS-IV-BAJO > WS-IV-ALTO
                   OR WS-IV-HALLADO > ZERO.

       15-1-PARTE-TABLA.
           COMPUTE WS-IV-MEDIO = (WS-IV-BAJO + WS-IV-ALTO) / 2.
           IF WS-IV-ID(WS-IV-MEDIO) = WS-IV-BUSCA
                   MOVE WS-IV-MEDIO TO WS-IV-HALLADO
           ELSE
           IF WS-IV-ID(WS-IV-MEDIO) < WS-IV-BUSCA
                   ADD 1 TO WS-IV-MEDIO GIVING WS-IV-BAJO
           ELSE
           IF WS-IV-MEDIO = 1
                   MOVE ZERO TO WS-IV-ALTO
           ELSE
                   SUBTRACT 1 FROM WS-IV-MEDIO GIVING WS-IV-ALTO.

      *SUMA DE TODOS LOS LOTES DEL PRODUCTO, VENCIDOS INCLUIDOS:
      *LA PIEZA VENCIDA SIGUE EN EL MAESTRO HASTA QUE SE DA DE BAJA
       20-SUMA-LOTES.
           MOVE ZERO TO WS-HUERF-LOTES.
           OPEN INPUT F-LOTES.
           IF WS-LO-STATUS = "00"
                   MOVE "N" TO WS-FIN
                   PERFORM 20-1-LEE-LOTE UNTIL WS-FIN = "S"
           END-IF.
           CLOSE F-LOTES.

       20-1-LEE-LOTE.
           READ F-LOTES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
                   NOT AT END
                           MOVE LO-ID TO WS-IV-BUSCA
                           PERFORM 15-BUSCA-ID
                           IF WS-IV-HALLADO = ZERO
                                   IF LO-CANTIDAD > ZERO
                                           ADD 1 TO WS-HUERF-LOTES
                                   END-IF
                           ELSE
                                   MOVE "S" TO WS-IV-CON-LOTES
                                           (WS-IV-HALLADO)
                                   ADD LO-CANTIDAD TO WS-IV-LOTES
                                           (WS-IV-HALLADO)
                           END-IF
           END-READ.

       30-SUMA-UBICACIONES.
           MOVE ZERO TO WS-HUERF-UBICA.
           OPEN INPUT F-UBICACIONES.
           IF WS-UB-STATUS = "00"
                   MOVE "N" TO WS-FIN
                   PERFORM 30-1-LEE-UBICACION UNTIL WS-FIN = "S"
           END-IF.
           CLOSE F-UBICACIONES.

       30-1-LEE-UBICACION.
           READ F-UBICACIONES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
                   NOT AT END
                           MOVE UB-ID TO WS-IV-BUSCA
                           PERFORM 15-BUSCA-ID
                           IF WS-IV-HALLADO = ZERO
                                   IF UB-CANTIDAD > ZERO
                                           ADD 1 TO WS-HUERF-UBICA
                                   END-IF
                           ELSE
                                   MOVE "S" TO WS-IV-CON-UBICA
                                           (WS-IV-HALLADO)
                                   ADD UB-CANTIDAD TO WS-IV-UBICA
                                           (WS-IV-HALLADO)
                           END-IF
           END-READ.

      *SALDO DEL KARDEX CON LA MISMA REGLA DE LA CONSULTA: LOS
      *TRASLADOS NO MUEVEN EL TOTAL, EL SIGNO "-" RESTA Y TODO LO
      *DEMAS SUMA; EL ULTIMO MOVIMIENTO SI INCLUYE LOS TRASLADOS
       40-RECORRE-KARDEX.
           MOVE ZERO TO WS-HUERF-KARDEX.
           OPEN INPUT F-KARDEX.
           IF WS-KX-STATUS = "00"
                   MOVE "N" TO WS-FIN
                   PERFORM 40-1-LEE-MOVIMIENTO UNTIL WS-FIN = "S"
           END-IF.
           CLOSE F-KARDEX.

       40-1-LEE-MOVIMIENTO.
           READ F-KARDEX
                   AT END MOVE "S" TO WS-FIN
                   NOT AT END
                           MOVE KX-ID TO WS-IV-BUSCA
                           PERFORM 15-BUSCA-ID
                           IF WS-IV-HALLADO = ZERO
                                   ADD 1 TO WS-HUERF-KARDEX
                           ELSE
                                   PERFORM 40-2-APLICA-MOVIMIENTO
                           END-IF
           END-READ.

       40-2-APLICA-MOVIMIENTO.
           IF KX-TIPO NOT = "T"
                   IF KX-SIGNO = "-"
                           SUBTRACT KX-CANTIDAD FROM WS-IV-KARDEX
                                   (WS-IV-HALLADO)
                   ELSE
                           ADD KX-CANTIDAD TO WS-IV-KARDEX
                                   (WS-IV-HALLADO)
                   END-IF
           END-IF.
           MOVE KX-FECHA TO WS-IV-ULT-FECHA(WS-IV-HALLADO).
           MOVE KX-TIPO TO WS-IV-ULT-TIPO(WS-IV-HALLADO).
           MOVE KX-SIGNO TO WS-IV-ULT-SIGNO(WS-IV-HALLADO).
           MOVE KX-CANTIDAD TO WS-IV-ULT-CANT(WS-IV-HALLADO).
           MOVE KX-REFERENCIA TO WS-IV-ULT-REF(WS-IV-HALLADO).

       50-MARCA-KITS.
           OPEN INPUT F-KITS.
           IF WS-KI-STATUS = "00"
                   MOVE "N" TO WS-FIN
                   PERFORM 50-1-LEE-COMPONENTE UNTIL WS-FIN = "S"
           END-IF.
           CLOSE F-KITS.

       50-1-LEE-COMPONENTE.
           READ F-KITS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
                   NOT AT END
                           MOVE KI-KIT TO WS-IV-BUSCA
                           PERFORM 15-BUSCA-ID
                           IF WS-IV-HALLADO > ZERO
                                   MOVE "S" TO WS-IV-ES-KIT
                                           (WS-IV-HALLADO)
                           END-IF
           END-READ.

      *EL MAESTRO ES LA REFERENCIA DE LA COMPARACION; CADA VISTA
      *QUE NO COINCIDE SE MUESTRA CON SU DIFERENCIA CONTRA EL. UN
      *KIT NO DEBE TENER EXISTENCIA PROPIA EN NINGUNA VISTA
       60-COMPARA-PRODUCTO.
           MOVE "N" TO WS-DIFIERE.
           MOVE "N" TO WS-KIT-CON-EXIST.
           IF WS-IV-KARDEX(WS-IV-IDX) NOT = WS-IV-MAESTRO(WS-IV-IDX)
                   MOVE "S" TO WS-DIFIERE
           END-IF.
           IF WS-IV-CON-LOTES(WS-IV-IDX) = "S"
           AND WS-IV-LOTES(WS-IV-IDX) NOT = WS-IV-MAESTRO(WS-IV-IDX)
                   MOVE "S" TO WS-DIFIERE
           END-IF.
           IF WS-IV-CON-UBICA(WS-IV-IDX) = "S"
           AND WS-IV-UBICA(WS-IV-IDX) NOT = WS-IV-MAESTRO(WS-IV-IDX)
                   MOVE "S" TO WS-DIFIERE
           END-IF.
           IF WS-IV-ES-KIT(WS-IV-IDX) = "S"
                   IF WS-IV-MAESTRO(WS-IV-IDX) > ZERO
                   OR WS-IV-KARDEX(WS-IV-IDX) NOT = ZERO
                   OR WS-IV-LOTES(WS-IV-IDX) > ZERO
                   OR WS-IV-UBICA(WS-IV-IDX) > ZERO
                           MOVE "S" TO WS-KIT-CON-EXIST
                   END-IF
           END-IF.
           IF WS-DIFIERE = "S" OR WS-KIT-CON-EXIST = "S"
                   ADD 1 TO WS-DISCREPANCIAS
                   PERFORM 61-MUESTRA-PRODUCTO
                   IF WS-DIFIERE = "S" AND WS-MODO = "R"
                           PERFORM 70-REPARA-PRODUCTO
                   END-IF
           END-IF.
           ADD 1 TO WS-IV-IDX.

       61-MUESTRA-PRODUCTO.
           DISPLAY "DISCREPANCIA: producto " WS-IV-ID(WS-IV-IDX)
                   " " WS-IV-NOMBRE(WS-IV-IDX).
           MOVE WS-IV-MAESTRO(WS-IV-IDX) TO WS-FMT-CANT.
           DISPLAY "  MAESTRO     " WS-FMT-CANT.
           MOVE WS-IV-KARDEX(WS-IV-IDX) TO WS-FMT-CANT.
           COMPUTE WS-DIF = WS-IV-KARDEX(WS-IV-IDX)
                   - WS-IV-MAESTRO(WS-IV-IDX).
           MOVE WS-DIF TO WS-FMT-DIF.
           DISPLAY "  KARDEX      " WS-FMT-CANT "  DIF " WS-FMT-DIF.
           IF WS-IV-CON-LOTES(WS-IV-IDX) = "S"
                   MOVE WS-IV-LOTES(WS-IV-IDX) TO WS-FMT-CANT
                   COMPUTE WS-DIF = WS-IV-LOTES(WS-IV-IDX)
                           - WS-IV-MAESTRO(WS-IV-IDX)
                   MOVE WS-DIF TO WS-FMT-DIF
                   DISPLAY "  LOTES       " WS-FMT-CANT
                           "  DIF " WS-FMT-DIF
           END-IF.
           IF WS-IV-CON-UBICA(WS-IV-IDX) = "S"
                   MOVE WS-IV-UBICA(WS-IV-IDX) TO WS-FMT-CANT
                   COMPUTE WS-DIF = WS-IV-UBICA(WS-IV-IDX)
                           - WS-IV-MAESTRO(WS-IV-IDX)
                   MOVE WS-DIF TO WS-FMT-DIF
                   DISPLAY "  UBICACIONES " WS-FMT-CANT
                           "  DIF " WS-FMT-DIF
           END-IF.
           IF WS-IV-ULT-FECHA(WS-IV-IDX) = SPACES
                   DISPLAY "  SIN MOVIMIENTOS EN EL KARDEX"
           ELSE
                   DISPLAY "  ULTIMO MOVIMIENTO: "
                           WS-IV-ULT-FECHA(WS-IV-IDX) " "
                           WS-IV-ULT-TIPO(WS-IV-IDX) " "
                           WS-IV-ULT-SIGNO(WS-IV-IDX)
                           WS-IV-ULT-CANT(WS-IV-IDX) " "
                           WS-IV-ULT-REF(WS-IV-IDX)
           END-IF.
           IF WS-KIT-CON-EXIST = "S"
                   DISPLAY "  KIT CON EXISTENCIA PROPIA. "
                           "SUGERENCIA: la existencia la llevan sus "
                           "componentes; ajustar el kit a cero con "
                           "un conteo"
           END-IF.
           IF WS-DIFIERE = "S"
                   PERFORM 62-SUGERENCIA
           END-IF.

      *SI LAS VISTAS FISICAS COINCIDEN CON EL MAESTRO Y SOLO EL
      *KARDEX DIFIERE, LO MAS PROBABLE ES QUE FALTE SU SALDO
      *INICIAL; SI EL KARDEX COINCIDE CON EL MAESTRO, EL QUE COJEA
      *ES EL DETALLE DE LOTES O UBICACIONES
       62-SUGERENCIA.
           IF (WS-IV-CON-LOTES(WS-IV-IDX) = "N"
               OR WS-IV-LOTES(WS-IV-IDX) = WS-IV-MAESTRO(WS-IV-IDX))
           AND (WS-IV-CON-UBICA(WS-IV-IDX) = "N"
               OR WS-IV-UBICA(WS-IV-IDX) = WS-IV-MAESTRO(WS-IV-IDX))
                   DISPLAY "  SUGERENCIA: solo el kardex no cuadra; "
                           "reparar tomando el MAESTRO como verdad"
           ELSE
           IF WS-IV-KARDEX(WS-IV-IDX) = WS-IV-MAESTRO(WS-IV-IDX)
                   DISPLAY "  SUGERENCIA: maestro y kardex "
                           "coinciden; reparar tomando el MAESTRO "
                           "como verdad"
           ELSE
                   DISPLAY "  SUGERENCIA: ninguna vista coincide; "
                           "hacer un conteo fisico del producto "
                           "antes de elegir la fuente verdadera".

      *LOTES O UBICACIONES CON EXISTENCIA DE UN PRODUCTO QUE YA NO
      *ESTA EN EL MAESTRO SON PIEZAS QUE NINGUNA VENTA VA A MOVER;
      *EN EL KARDEX SON SOLO HISTORIA DE PRODUCTOS DADOS DE BAJA.
      *CON LA TABLA LLENA NO SE PUEDE SABER CUALES LO SON
       65-REPORTA-HUERFANOS.
           IF WS-IV-LLENA = "S"
                   MOVE ZERO TO WS-HUERF-LOTES
                   MOVE ZERO TO WS-HUERF-UBICA
                   MOVE ZERO TO WS-HUERF-KARDEX
           END-IF.
           IF WS-HUERF-LOTES > ZERO
                   DISPLAY "DISCREPANCIA: " WS-HUERF-LOTES
                           " lotes con existencia de productos que "
                           "no estan en el maestro. SUGERENCIA: "
                           "revisar si el producto se dio de baja "
                           "con existencia"
                   ADD 1 TO WS-DISCREPANCIAS
           END-IF.
           IF WS-HUERF-UBICA > ZERO
                   DISPLAY "DISCREPANCIA: " WS-HUERF-UBICA
                           " ubicaciones con existencia de "
                           "productos que no estan en el maestro. "
                           "SUGERENCIA: revisar si el producto se "
                           "dio de baja con existencia"
                   ADD 1 TO WS-DISCREPANCIAS
           END-IF.
           IF WS-HUERF-KARDEX > ZERO
                   DISPLAY "AVISO: " WS-HUERF-KARDEX
                           " movimientos de kardex de productos que "
                           "ya no estan en el maestro"
           END-IF.

      *IGUALA LAS DEMAS VISTAS A LA FUENTE VERDADERA, PREVIA
      *CONFIRMACION; EL KARDEX SE CORRIGE CON UN MOVIMIENTO DE
      *AJUSTE, NUNCA BORRANDO RENGLONES
       70-REPARA-PRODUCTO.
           MOVE "S" TO WS-VERDAD-OK.
           IF WS-VERDAD-FUENTE = "M"
                   MOVE WS-IV-MAESTRO(WS-IV-IDX) TO WS-VERDAD
           ELSE
           IF WS-VERDAD-FUENTE = "K"
                   MOVE WS-IV-KARDEX(WS-IV-IDX) TO WS-VERDAD
           ELSE
           IF WS-VERDAD-FUENTE = "L"
                   MOVE WS-IV-LOTES(WS-IV-IDX) TO WS-VERDAD
                   IF WS-IV-CON-LOTES(WS-IV-IDX) = "N"
                           MOVE "N" TO WS-VERDAD-OK
                   END-IF
           ELSE
                   MOVE WS-IV-UBICA(WS-IV-IDX) TO WS-VERDAD
                   IF WS-IV-CON-UBICA(WS-IV-IDX) = "N"
                           MOVE "N" TO WS-VERDAD-OK
                   END-IF.
           IF WS-VERDAD-OK = "N"
                   DISPLAY "  El producto no tiene renglones en la "
                           "fuente verdadera; no se repara."
           ELSE
           IF WS-VERDAD < ZERO
                   DISPLAY "  La fuente verdadera da existencia "
                           "negativa; no se repara."
           ELSE
                   MOVE WS-VERDAD TO WS-FMT-CANT
                   DISPLAY "  Igualar todas las vistas a "
                           WS-FMT-CANT " (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           PERFORM 71-REPARA-MAESTRO
                           PERFORM 72-REPARA-KARDEX
                           PERFORM 73-REPARA-UBICACIONES
                           PERFORM 74-REPARA-LOTES
                           ADD 1 TO WS-REPARADAS
                   END-IF.

       71-REPARA-MAESTRO.
           IF WS-IV-MAESTRO(WS-IV-IDX) NOT = WS-VERDAD
                   OPEN I-O F-PRODUCTOS
                   MOVE WS-IV-ID(WS-IV-IDX) TO RP-ID
                   READ F-PRODUCTOS
                           INVALID KEY
                           DISPLAY "  No se encontro el producto en "
                                   "el maestro"
                           NOT INVALID KEY
                           MOVE WS-VERDAD TO RP-CANTIDAD
                           REWRITE REG-PRODUCTO
                                   INVALID KEY
                                   DISPLAY "  No se pudo corregir "
                                           "el maestro"
                                   NOT INVALID KEY
                                   DISPLAY "  CORREGIDO: maestro de "
                                           WS-IV-MAESTRO(WS-IV-IDX)
                                           " a " RP-CANTIDAD
                                   MOVE WS-VERDAD TO WS-IV-MAESTRO
                                           (WS-IV-IDX)
                           END-REWRITE
                   END-READ
                   CLOSE F-PRODUCTOS
           END-IF.

      *MOVIMIENTO "A" POR LA DIFERENCIA, COMO EL AJUSTE DEL CONTEO
      *FISICO, PARA QUE EL SALDO DEL KARDEX LLEGUE A LA VERDAD
       72-REPARA-KARDEX.
           COMPUTE WS-DIF = WS-VERDAD - WS-IV-KARDEX(WS-IV-IDX).
           IF WS-DIF NOT = ZERO
                   MOVE WS-FECHA-HOY TO KX-FECHA
                   MOVE "A" TO KX-TIPO
                   MOVE WS-IV-ID(WS-IV-IDX) TO KX-ID
                   IF WS-DIF < ZERO
                           MOVE "-" TO KX-SIGNO
                           COMPUTE KX-CANTIDAD = ZERO - WS-DIF
                   ELSE
                           MOVE "+" TO KX-SIGNO
                           MOVE WS-DIF TO KX-CANTIDAD
                   END-IF
                   MOVE WS-OPERADOR TO KX-OPERADOR
                   MOVE "VERIFICACION" TO KX-REFERENCIA
                   OPEN EXTEND F-KARDEX
                   WRITE KX-REGISTRO
                   CLOSE F-KARDEX
                   MOVE WS-DIF TO WS-FMT-DIF
                   DISPLAY "  CORREGIDO: ajuste de kardex por "
                           WS-FMT-DIF
                   MOVE WS-VERDAD TO WS-IV-KARDEX(WS-IV-IDX)
           END-IF.

      *LO QUE FALTA EN UBICACIONES VA A LA UBICACION 01 (PISO DE
      *VENTA); LO QUE SOBRA SE QUITA EN ORDEN DE UBICACION
       73-REPARA-UBICACIONES.
           IF WS-IV-CON-UBICA(WS-IV-IDX) = "S"
           AND WS-IV-UBICA(WS-IV-IDX) NOT = WS-VERDAD
                   OPEN I-O F-UBICACIONES
                   IF WS-VERDAD > WS-IV-UBICA(WS-IV-IDX)
                           PERFORM 73-1-AUMENTA-UBICACION
                   ELSE
                           COMPUTE WS-RESTA =
                                   WS-IV-UBICA(WS-IV-IDX) - WS-VERDAD
                           MOVE WS-IV-ID(WS-IV-IDX) TO UB-ID
                           MOVE ZERO TO UB-UBICACION
                           MOVE "N" TO WS-FIN
                           START F-UBICACIONES
                                   KEY IS NOT LESS THAN UB-LLAVE
                                   INVALID KEY MOVE "S" TO WS-FIN
                           END-START
                           PERFORM 73-2-REDUCE-UBICACION
                                   UNTIL WS-FIN = "S"
                                   OR WS-RESTA = ZERO
                   END-IF
                   CLOSE F-UBICACIONES
                   DISPLAY "  CORREGIDO: ubicaciones de "
                           WS-IV-UBICA(WS-IV-IDX) " a " WS-VERDAD
                   MOVE WS-VERDAD TO WS-IV-UBICA(WS-IV-IDX)
           END-IF.

       73-1-AUMENTA-UBICACION.
           MOVE WS-IV-ID(WS-IV-IDX) TO UB-ID.
           MOVE 1 TO UB-UBICACION.
           READ F-UBICACIONES
                   INVALID KEY
                           MOVE WS-IV-ID(WS-IV-IDX) TO UB-ID
                           MOVE 1 TO UB-UBICACION
                           COMPUTE UB-CANTIDAD =
                                   WS-VERDAD - WS-IV-UBICA(WS-IV-IDX)
                           WRITE UB-REGISTRO
                                   INVALID KEY
                                   DISPLAY "  No se pudo registrar "
                                           "la ubicacion"
                           END-WRITE
                   NOT INVALID KEY
                           COMPUTE UB-CANTIDAD = UB-CANTIDAD
                                   + WS-VERDAD - WS-IV-UBICA(WS-IV-IDX)
                           REWRITE UB-REGISTRO
                                   INVALID KEY CONTINUE
                           END-REWRITE
           END-READ.

       73-2-REDUCE-UBICACION.
           READ F-UBICACIONES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
                   NOT AT END
                           IF UB-ID NOT = WS-IV-ID(WS-IV-IDX)
                                   MOVE "S" TO WS-FIN
                           ELSE
                           IF UB-CANTIDAD > ZERO
                                   IF UB-CANTIDAD > WS-RESTA
                                           MOVE WS-RESTA TO WS-TOMA
                                   ELSE
                                           MOVE UB-CANTIDAD TO WS-TOMA
                                   END-IF
                                   SUBTRACT WS-TOMA FROM UB-CANTIDAD
                                   SUBTRACT WS-TOMA FROM WS-RESTA
                                   REWRITE UB-REGISTRO
                                           INVALID KEY CONTINUE
                                   END-REWRITE
                           END-IF
                           END-IF
           END-READ.

      *EL SOBRANTE EN LOTES SE DESCUENTA EN ORDEN DE LLAVE (EL QUE
      *CADUCA PRIMERO, VENCIDOS INCLUIDOS); EL FALTANTE NO SE PUEDE
      *INVENTAR PORQUE NO SE SABE DE QUE LOTE NI CON QUE CADUCIDAD
       74-REPARA-LOTES.
           IF WS-IV-CON-LOTES(WS-IV-IDX) = "S"
           AND WS-IV-LOTES(WS-IV-IDX) NOT = WS-VERDAD
                   IF WS-VERDAD > WS-IV-LOTES(WS-IV-IDX)
                           COMPUTE WS-DIF =
                                   WS-VERDAD - WS-IV-LOTES(WS-IV-IDX)
                           MOVE WS-DIF TO WS-FMT-DIF
                           DISPLAY "  AVISO: faltan " WS-FMT-DIF
                                   " piezas sin lote. SUGERENCIA: "
                                   "capturar su lote y caducidad "
                                   "con una recepcion"
                   ELSE
                           COMPUTE WS-RESTA =
                                   WS-IV-LOTES(WS-IV-IDX) - WS-VERDAD
                           OPEN I-O F-LOTES
                           MOVE WS-IV-ID(WS-IV-IDX) TO LO-ID
                           MOVE LOW-VALUES TO LO-CADUCA
                           MOVE LOW-VALUES TO LO-LOTE
                           MOVE "N" TO WS-FIN
                           START F-LOTES KEY IS NOT LESS THAN LO-LLAVE
                                   INVALID KEY MOVE "S" TO WS-FIN
                           END-START
                           PERFORM 74-1-REDUCE-LOTE
                                   UNTIL WS-FIN = "S"
                                   OR WS-RESTA = ZERO
                           CLOSE F-LOTES
                           DISPLAY "  CORREGIDO: lotes de "
                                   WS-IV-LOTES(WS-IV-IDX) " a "
                                   WS-VERDAD
                           MOVE WS-VERDAD TO WS-IV-LOTES(WS-IV-IDX)
                   END-IF
           END-IF.

       74-1-REDUCE-LOTE.
           READ F-LOTES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
                   NOT AT END
                           IF LO-ID NOT = WS-IV-ID(WS-IV-IDX)
                                   MOVE "S" TO WS-FIN
                           ELSE
                           IF LO-CANTIDAD > ZERO
                                   IF LO-CANTIDAD > WS-RESTA
                                           MOVE WS-RESTA TO WS-TOMA
                                   ELSE
                                           MOVE LO-CANTIDAD TO WS-TOMA
                                   END-IF
                                   SUBTRACT WS-TOMA FROM LO-CANTIDAD
                                   SUBTRACT WS-TOMA FROM WS-RESTA
                                   REWRITE LO-REGISTRO
                                           INVALID KEY CONTINUE
                                   END-REWRITE
                           END-IF
                           END-IF
           END-READ.

       END PROGRAM INVVERIFICA.
