      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Rutina compartida del calendario de obligaciones de
      *          ley (NOMOBLIG.DAT): calcula el vencimiento anterior y
      *          el siguiente de cada obligacion segun su regla
      *          (cada cuantos meses, mes de arranque y dia limite) y
      *          anota como cumplido el vencimiento que corresponde
      *          cuando el programa que la atiende termina (NOMPTU,
      *          NOMAJANUAL, 60-AGUINALDO, NOMCEDIMSS, NOMSUA,
      *          FINDEMES), con fecha, hora y operador
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBLIGAUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-OBLIGACIONES
           ASSIGN TO WS-ARCH-OBLIG
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS OB-CLAVE
           FILE STATUS IS WS-OB-STATUS.

           SELECT F-CUMPLIMIENTOS
           ASSIGN TO WS-ARCH-CUMPLE
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CU-LLAVE
           FILE STATUS IS WS-CU-STATUS.

           SELECT OPTIONAL F-OPERADOR
           ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *UNA OBLIGACION RECURRENTE POR RENGLON: VENCE CADA
      *OB-CADA-MESES MESES CONTADOS DESDE OB-MES, EL DIA OB-DIA (O
      *EL ULTIMO DEL MES SI ESTE ES MAS CORTO); OB-ALTA EVITA QUE
      *UNA OBLIGACION RECIEN CAPTURADA NAZCA VENCIDA
       FD F-OBLIGACIONES.
       01 OB-REGISTRO.
           02 OB-CLAVE                     PIC X(10).
           02 OB-DESCRIPCION               PIC X(40).
           02 OB-PROGRAMA                  PIC X(12).
           02 OB-CADA-MESES                PIC 9(02).
           02 OB-MES                       PIC 9(02).
           02 OB-DIA                       PIC 9(02).
           02 OB-DIAS-AVISO                PIC 9(03).
           02 OB-ALTA                      PIC X(08).

      *UN RENGLON POR VENCIMIENTO CUMPLIDO
       FD F-CUMPLIMIENTOS.
       01 CU-REGISTRO.
           02 CU-LLAVE.
               03 CU-CLAVE                 PIC X(10).
               03 CU-VENCE                 PIC X(08).
           02 CU-FECHA                     PIC X(08).
           02 CU-HORA                      PIC X(08).
           02 CU-OPERADOR                  PIC X(08).
           02 CU-PROGRAMA                  PIC X(12).

       FD F-OPERADOR.
       01 OP-REGISTRO                      PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-ARCH-OBLIG.
           02 WS-EMP-OBLIG                 PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(12)
                   VALUE "NOMOBLIG.DAT".
       01 WS-ARCH-CUMPLE.
           02 WS-EMP-CUMPLE                PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(13)
                   VALUE "NOMOBLCUM.DAT".
       77 WS-OB-STATUS                     PIC X(02).
       77 WS-CU-STATUS                     PIC X(02).
       77 WS-OP-STATUS                     PIC X(02).
       77 WS-FIN-ARCHIVO                   PIC X(01).
       77 WS-OPERADOR                      PIC X(08).
       77 WS-FECHA-HOY                     PIC X(08).
       77 WS-HORA                          PIC X(08).
      *ARITMETICA DE MESES: CADA MES SE NUMERA COMO ANIO * 12 +
      *MES - 1, ASI AVANZAR O RETROCEDER N MESES ES UNA SUMA
       01 WS-FECHA-HOY-9.
           02 WS-HOY-ANIO                  PIC 9(04).
           02 WS-HOY-MES                   PIC 9(02).
           02 WS-HOY-DIA                   PIC 9(02).
       77 WS-MES-ABS                       PIC 9(06).
       77 WS-MES-CALC                      PIC 9(06).
       77 WS-DESFASE                       PIC 9(06).
       77 WS-COCIENTE                      PIC 9(06).
       77 WS-RESIDUO                       PIC 9(02).
       01 WS-FECHA-CALC.
           02 WS-FC-ANIO                   PIC 9(04).
           02 WS-FC-MES                    PIC 9(02).
           02 WS-FC-DIA                    PIC 9(02).
       01 WS-FECHA-CALC-X REDEFINES WS-FECHA-CALC
                                           PIC X(08).
       77 WS-CANDIDATA                     PIC X(08).
       77 WS-VENCE-CUBIERTO                PIC X(08).
      *CAMPOS DE ENLACE CON LA RUTINA COMPARTIDA DE FECHAS
       77 WS-FU-OPERACION                  PIC X(01).
       77 WS-FU-FECHA-1                    PIC X(08).
       77 WS-FU-FECHA-2                    PIC X(08).
       77 WS-FU-DIAS                       PIC 9(05).

       LINKAGE SECTION.
      *LK-OPERACION: "M" ANOTA COMO CUMPLIDAS LAS OBLIGACIONES DE LA
      *EMPRESA LK-EMPRESA QUE ATIENDE EL PROGRAMA LK-PROGRAMA: EL
      *VENCIMIENTO ANTERIOR SI QUEDO PENDIENTE (SE CUMPLIO TARDE) O
      *SI NO EL SIGUIENTE; "V" REGRESA PARA LA OBLIGACION LK-CLAVE
      *SUS VENCIMIENTOS ANTERIOR Y SIGUIENTE A HOY Y SI CADA UNO
      *ESTA CUMPLIDO ("S"), PENDIENTE ("N") O, EL ANTERIOR, ES
      *PREVIO A LA ALTA DE LA OBLIGACION ("-")
       01 LK-OPERACION                     PIC X(01).
       01 LK-EMPRESA                       PIC X(04).
       01 LK-DATOS.
           02 LK-PROGRAMA                  PIC X(12).
           02 LK-CLAVE                     PIC X(10).
           02 LK-ANTERIOR                  PIC X(08).
           02 LK-SIGUIENTE                 PIC X(08).
           02 LK-CUMPLIDA-ANT              PIC X(01).
           02 LK-CUMPLIDA-SIG              PIC X(01).
           02 FILLER                       PIC X(10).

       PROCEDURE DIVISION USING LK-OPERACION LK-EMPRESA LK-DATOS.

       DESPACHA-OPERACION.
           MOVE LK-EMPRESA TO WS-EMP-OBLIG.
           MOVE LK-EMPRESA TO WS-EMP-CUMPLE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-9.
           IF LK-OPERACION = "M"
                   PERFORM MARCA-CUMPLIDAS
           ELSE
           IF LK-OPERACION = "V"
                   PERFORM CONSULTA-VENCIMIENTOS
           ELSE
                   CONTINUE.
           GOBACK.

      *UN MISMO PROGRAMA PUEDE ATENDER VARIAS OBLIGACIONES, POR ESO
      *SE RECORRE TODO EL CALENDARIO
       MARCA-CUMPLIDAS.
           PERFORM LEE-OPERADOR.
           ACCEPT WS-HORA FROM TIME.
           OPEN INPUT F-OBLIGACIONES.
           IF WS-OB-STATUS = "00"
                   OPEN I-O F-CUMPLIMIENTOS
                   IF WS-CU-STATUS = "35"
                           OPEN OUTPUT F-CUMPLIMIENTOS
                           CLOSE F-CUMPLIMIENTOS
                           OPEN I-O F-CUMPLIMIENTOS
                   END-IF
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM LEE-OBLIGACION UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE F-CUMPLIMIENTOS
           END-IF.
           CLOSE F-OBLIGACIONES.

       LEE-OBLIGACION.
           READ F-OBLIGACIONES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF OB-PROGRAMA = LK-PROGRAMA
                                   PERFORM ANOTA-CUMPLIMIENTO
                           END-IF
           END-READ.

      *SI EL VENCIMIENTO ANTERIOR APLICA Y NO TIENE CUMPLIMIENTO, LA
      *CORRIDA LO CUBRE; UN VENCIMIENTO YA CUMPLIDO CONSERVA SU
      *PRIMERA ANOTACION
       ANOTA-CUMPLIMIENTO.
           PERFORM CALCULA-VENCIMIENTOS.
           MOVE LK-ANTERIOR TO WS-VENCE-CUBIERTO.
           IF LK-ANTERIOR < OB-ALTA
                   MOVE LK-SIGUIENTE TO WS-VENCE-CUBIERTO
           ELSE
                   MOVE OB-CLAVE TO CU-CLAVE
                   MOVE LK-ANTERIOR TO CU-VENCE
                   READ F-CUMPLIMIENTOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   MOVE LK-SIGUIENTE
                                           TO WS-VENCE-CUBIERTO
                   END-READ
           END-IF.
           MOVE OB-CLAVE TO CU-CLAVE.
           MOVE WS-VENCE-CUBIERTO TO CU-VENCE.
           MOVE WS-FECHA-HOY TO CU-FECHA.
           MOVE WS-HORA TO CU-HORA.
           MOVE WS-OPERADOR TO CU-OPERADOR.
           MOVE LK-PROGRAMA TO CU-PROGRAMA.
           WRITE CU-REGISTRO
                   INVALID KEY CONTINUE
           END-WRITE.

       CONSULTA-VENCIMIENTOS.
           MOVE SPACES TO LK-ANTERIOR.
           MOVE SPACES TO LK-SIGUIENTE.
           MOVE SPACE TO LK-CUMPLIDA-ANT.
           MOVE SPACE TO LK-CUMPLIDA-SIG.
           OPEN INPUT F-OBLIGACIONES.
           IF WS-OB-STATUS = "00"
                   MOVE LK-CLAVE TO OB-CLAVE
                   READ F-OBLIGACIONES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                                   PERFORM CALCULA-VENCIMIENTOS
                                   PERFORM BUSCA-CUMPLIMIENTOS
                   END-READ
           END-IF.
           CLOSE F-OBLIGACIONES.

       BUSCA-CUMPLIMIENTOS.
           MOVE "N" TO LK-CUMPLIDA-ANT.
           MOVE "N" TO LK-CUMPLIDA-SIG.
           OPEN INPUT F-CUMPLIMIENTOS.
           IF WS-CU-STATUS = "00"
                   MOVE OB-CLAVE TO CU-CLAVE
                   MOVE LK-ANTERIOR TO CU-VENCE
                   READ F-CUMPLIMIENTOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "S" TO LK-CUMPLIDA-ANT
                   END-READ
                   MOVE OB-CLAVE TO CU-CLAVE
                   MOVE LK-SIGUIENTE TO CU-VENCE
                   READ F-CUMPLIMIENTOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "S" TO LK-CUMPLIDA-SIG
                   END-READ
                   CLOSE F-CUMPLIMIENTOS
           END-IF.
           IF LK-ANTERIOR < OB-ALTA AND LK-CUMPLIDA-ANT = "N"
                   MOVE "-" TO LK-CUMPLIDA-ANT
           END-IF.

      *BUSCA EL PRIMER MES DE VENCIMIENTO DESDE EL MES EN CURSO; SI
      *SU FECHA YA PASO ES EL ANTERIOR Y EL SIGUIENTE ESTA UN CICLO
      *ADELANTE, SI NO ES EL SIGUIENTE Y EL ANTERIOR ESTA UN CICLO
      *ATRAS. UNA OBLIGACION QUE VENCE HOY TODAVIA NO ESTA VENCIDA
       CALCULA-VENCIMIENTOS.
           IF OB-CADA-MESES NOT NUMERIC OR OB-CADA-MESES = ZERO
                   MOVE 12 TO OB-CADA-MESES
           END-IF.
           COMPUTE WS-MES-ABS = WS-HOY-ANIO * 12 + WS-HOY-MES - 1.
           PERFORM RESIDUO-DEL-MES.
           PERFORM AVANZA-MES UNTIL WS-RESIDUO = ZERO.
           MOVE WS-MES-ABS TO WS-MES-CALC.
           PERFORM FECHA-DEL-MES.
           MOVE WS-FECHA-CALC-X TO WS-CANDIDATA.
           IF WS-CANDIDATA < WS-FECHA-HOY
                   MOVE WS-CANDIDATA TO LK-ANTERIOR
                   COMPUTE WS-MES-CALC = WS-MES-ABS + OB-CADA-MESES
                   PERFORM FECHA-DEL-MES
                   MOVE WS-FECHA-CALC-X TO LK-SIGUIENTE
           ELSE
                   MOVE WS-CANDIDATA TO LK-SIGUIENTE
                   COMPUTE WS-MES-CALC = WS-MES-ABS - OB-CADA-MESES
                   PERFORM FECHA-DEL-MES
                   MOVE WS-FECHA-CALC-X TO LK-ANTERIOR
           END-IF.

      *EL MES WS-MES-ABS ES DE VENCIMIENTO CUANDO SU DISTANCIA AL
      *MES DE ARRANQUE ES MULTIPLO DEL CICLO
       RESIDUO-DEL-MES.
           COMPUTE WS-DESFASE = WS-MES-ABS + 12 - OB-MES + 1.
           DIVIDE WS-DESFASE BY OB-CADA-MESES GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO.

       AVANZA-MES.
           ADD 1 TO WS-MES-ABS.
           PERFORM RESIDUO-DEL-MES.

      *FECHA LIMITE DEL MES WS-MES-CALC: EL DIA DE LA REGLA, O EL
      *ULTIMO DEL MES CUANDO ESTE NO LO TIENE (31 DE MAYO, 30 DE
      *JUNIO...)
       FECHA-DEL-MES.
           DIVIDE WS-MES-CALC BY 12 GIVING WS-FC-ANIO
                   REMAINDER WS-FC-MES.
           ADD 1 TO WS-FC-MES.
           MOVE 1 TO WS-FC-DIA.
           MOVE "F" TO WS-FU-OPERACION.
           MOVE WS-FECHA-CALC-X TO WS-FU-FECHA-1.
           CALL "FECHAUTIL" USING WS-FU-OPERACION WS-FU-FECHA-1
                   WS-FU-FECHA-2 WS-FU-DIAS.
           IF OB-DIA > WS-FU-DIAS
                   MOVE WS-FU-DIAS TO WS-FC-DIA
           ELSE
                   MOVE OB-DIA TO WS-FC-DIA
           END-IF.

      *CLAVE DEL OPERADOR QUE DEJO EL LANZADOR; "LOCAL" EN CORRIDA
      *DIRECTA, IGUAL QUE LA BITACORA
       LEE-OPERADOR.
           MOVE "LOCAL" TO WS-OPERADOR.
           OPEN INPUT F-OPERADOR.
           IF WS-OP-STATUS = "00"
                   READ F-OPERADOR
                           AT END CONTINUE
                           NOT AT END
                                   IF OP-REGISTRO NOT = SPACES
                                           MOVE OP-REGISTRO
                                                   TO WS-OPERADOR
                                   END-IF
                   END-READ
           END-IF.
           CLOSE F-OPERADOR.

       END PROGRAM OBLIGAUTIL.
