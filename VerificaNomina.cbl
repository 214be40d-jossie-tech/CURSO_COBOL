           02 FT-RFC                       PIC X(13).
           02 FT-CURP                      PIC X(18).
           02 FT-SUPERVISOR                PIC 9(04).
           02 FT-NSS                       PIC X(11).
           02 FT-SDI                       PIC 9(05)V99.
           02 FT-ESTADO-TRAB               PIC X(02).
           02 FT-ZONA-SM                   PIC X(01).

       FD F-SECUENCIA.
       01 SC-REGISTRO.
           02 CF-PRIMA-ANTIGUEDAD          PIC 9V9999.
           02 CF-DIAS-AGUINALDO            PIC 9(02).
           02 CF-HORAS-TOPE                PIC 9(03).
           02 CF-REG-PATRONAL              PIC X(11).
           02 CF-PRIMA-VACACIONAL          PIC 9V99.
           02 CF-ESTADO-OMISION            PIC X(02).
           02 CF-RETARDOS-FALTA            PIC 9(02).

       FD F-BAJAS.
       01 TB-REGISTRO.
           02 TB-GASTOS-PROP               PIC 9(05)V99.
           02 TB-DIAS-PROP                 PIC 9(06)V99.
           02 TB-FINIQUITO                 PIC 9(07)V99.
           02 TB-RESGUARDOS                PIC 9(07)V99.
           02 TB-RESG-ADEUDO               PIC 9(07)V99.

       FD F-AUDITORIA.
       01 AUD-REGISTRO                     PIC X(132).

       FD F-MODO-LOTE.
       01 ML-REGISTRO                      PIC X(08).
                           MOVE ZERO TO TB-GASTOS-PROP
                           MOVE ZERO TO TB-DIAS-PROP
                           MOVE ZERO TO TB-FINIQUITO
                           MOVE ZERO TO TB-RESGUARDOS
                           MOVE ZERO TO TB-RESG-ADEUDO
                           OPEN EXTEND F-BAJAS
                           WRITE TB-REGISTRO
                           CLOSE F-BAJAS
                           MOVE 0.0200 TO CF-PRIMA-ANTIGUEDAD
                           MOVE 15 TO CF-DIAS-AGUINALDO
                           MOVE 20 TO CF-HORAS-TOPE
                           MOVE SPACES TO CF-REG-PATRONAL
                           MOVE 0.25 TO CF-PRIMA-VACACIONAL
                           MOVE SPACES TO CF-ESTADO-OMISION
                           MOVE 3 TO CF-RETARDOS-FALTA
                           WRITE CF-REGISTRO
                                   INVALID KEY
                                   DISPLAY "No se pudo recrear"
