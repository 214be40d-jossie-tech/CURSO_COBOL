           02 FT-RFC                       PIC X(13).
           02 FT-CURP                      PIC X(18).
           02 FT-SUPERVISOR                PIC 9(04).
           02 FT-NSS                       PIC X(11).
           02 FT-SDI                       PIC 9(05)V99.
           02 FT-ESTADO-TRAB               PIC X(02).
           02 FT-ZONA-SM                   PIC X(01).

       FD F-ACUMULADOS.
       01 AC-REGISTRO.
           02 HP-DEDUCCIONES               PIC 9(06)V99.
           02 HP-NETO                      PIC S9(06)V99.
           02 HP-MONEDA                    PIC X(03).
           02 HP-DOMINGOS                  PIC 9(02).
           02 HP-PRIMA-DOMINICAL           PIC S9(06)V99.
           02 HP-FALTAS-RETARDO            PIC 9(02).
           02 HP-DESC-RETARDOS             PIC S9(06)V99.

       FD F-ESTADO.
       01 ES-LINEA                         PIC X(100).
      *PREFIJO DE LA EMPRESA EN OPERACION (RUTINA EMPRESAUTIL)
       77 WS-EMP-PREFIJO                   PIC X(04)
           VALUE "E01-".
      *ENLACE CON EL CALENDARIO DE OBLIGACIONES DE LEY (RUTINA
      *OBLIGAUTIL): AL TERMINAR SE ANOTA LA OBLIGACION CUMPLIDA
       77 WS-OBL-OPERACION                 PIC X(01).
       01 WS-OBL-DATOS.
           02 WS-OBL-PROGRAMA              PIC X(12).
           02 FILLER                       PIC X(38).
       01 WS-ARCH-TRAB.
           02 WS-EMP-TRAB                  PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(16)
                           ACCEPT WS-OPCION
                           IF WS-OPCION = "S" OR WS-OPCION = "s"
                                   PERFORM 40-GENERA-SALIDAS
                                   PERFORM 50-MARCA-OBLIGACION
                           ELSE
                                   DISPLAY "Reparto cancelado"
                           END-IF
                           IF AU-ID NOT = FT-ID
                                   MOVE "S" TO WS-AU-FIN
                           ELSE
      *LAS FALTAS POR RETARDOS TAMBIEN SON DIAS SIN GOCE
                           IF (AU-TIPO = "S" OR AU-TIPO = "R")
                           AND AU-FECHA(1:4) = WS-ANO
                                   ADD AU-DIAS TO WS-AUS-DIAS
                           END-IF
           MOVE ZERO TO HP-PAGO-HE-TRIPLE.
           MOVE ZERO TO HP-GASTOS.
           MOVE ZERO TO HP-DEDUCCIONES.
           MOVE ZERO TO HP-DOMINGOS.
           MOVE ZERO TO HP-PRIMA-DOMINICAL.
           MOVE ZERO TO HP-FALTAS-RETARDO.
           MOVE ZERO TO HP-DESC-RETARDOS.
           MOVE WS-EL-PTU(WS-EL-IDX) TO HP-NETO.
           MOVE "MXN" TO HP-MONEDA.
           WRITE HP-REGISTRO
       40-3-JOURNAL-HISTORIA.
           MOVE "H" TO WS-JRN-TIPO.
           MOVE SPACES TO WS-JRN-IMAGEN.
           MOVE HP-REGISTRO TO WS-JRN-IMAGEN(1:176).
           CALL "JOURNALUTIL" USING WS-JRN-TIPO WS-JRN-IMAGEN.

      *ANOTA EN EL CALENDARIO DE OBLIGACIONES QUE LA CORRIDA CUMPLIO
      *LO QUE ESTE PROGRAMA ATIENDE
       50-MARCA-OBLIGACION.
           MOVE "M" TO WS-OBL-OPERACION.
           MOVE "NOMPTU" TO WS-OBL-PROGRAMA.
           CALL "OBLIGAUTIL" USING WS-OBL-OPERACION WS-EMP-PREFIJO
                   WS-OBL-DATOS.

       END PROGRAM NOMPTU.
