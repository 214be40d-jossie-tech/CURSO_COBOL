       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FILLER                       PIC X(220).

       FD F-SECUENCIA.
       01 SC-REGISTRO.
       FD F-CONFIGURACION.
       01 CF-REGISTRO.
           02 CF-CLAVE                     PIC X(01).
           02 FILLER                       PIC X(80).

       FD F-BAJAS.
       01 TB-REGISTRO                      PIC X(178).

      *RENGLON DE BITACORA CON SU CONSECUTIVO Y SELLO DE LA CADENA
       FD F-AUDITORIA.
       01 AUD-REGISTRO                     PIC X(132).

       FD F-DEDUCCIONES.
       01 DD-REGISTRO.
       FD F-HISTORIA.
       01 HP-REGISTRO.
           02 HP-LLAVE                     PIC X(13).
           02 FILLER                       PIC X(163).

       FD B-TRABAJADORES.
       01 BT-REGISTRO.
           02 BT-ID                        PIC 9(04).
           02 FILLER                       PIC X(220).

       FD B-SECUENCIA.
       01 BS-REGISTRO.
       FD B-CONFIGURACION.
       01 BC-REGISTRO.
           02 BC-CLAVE                     PIC X(01).
           02 FILLER                       PIC X(80).

       FD B-BAJAS.
       01 BB-REGISTRO                      PIC X(178).

       FD B-AUDITORIA.
       01 BA-REGISTRO                      PIC X(132).

       FD B-DEDUCCIONES.
       01 BD-REGISTRO.
       FD B-HISTORIA.
       01 BH-REGISTRO.
           02 BH-LLAVE                     PIC X(13).
           02 FILLER                       PIC X(163).

       FD F-OPERADOR.
       01 OP-REGISTRO                      PIC X(08).
       77 WS-CAND-OP                       PIC X(01).
       77 WS-CAND-PROCESO                  PIC X(12).
       77 WS-CAND-RESULTADO                PIC X(01).
      *OPERACION DE LA RUTINA DE BITACORA ENCADENADA (BITACORAUTIL)
       77 WS-BIT-OP                        PIC X(01).
       77 WS-BIT-REGISTRO                  PIC X(132).

       PROCEDURE DIVISION.

                   CLOSE F-AUDITORIA
                   CLOSE B-AUDITORIA
                   PERFORM 25-2-VERIFICA-AUDITORIA
      *LA CADENA SIGUE DESDE EL ULTIMO RENGLON RESTAURADO; LO QUE
      *SE ESCRIBIO DESPUES DEL RESPALDO YA NO EXISTE
                   MOVE "S" TO WS-BIT-OP
                   CALL "BITACORAUTIL" USING WS-BIT-OP WS-EMP-AUD
                           WS-BIT-REGISTRO
           END-IF.

       25-2-VERIFICA-AUDITORIA.
