           02 FTV-RESTO                    PIC X(83).

      *LAYOUT NUEVO, MISMO QUE EL FT-REGISTRO COMPLETO DE NOMINA
      *(224 POSICIONES): EL RESTO VIEJO SE COPIA TAL CUAL Y LOS
      *CAMPOS QUE NO EXISTIAN SE INICIALIZAN EN LA MIGRACION
       FD F-TRAB-NUEVO.
       01 FTN-REGISTRO.
           02 FTN-RFC                      PIC X(13).
           02 FTN-CURP                     PIC X(18).
           02 FTN-SUPERVISOR               PIC 9(04).
           02 FTN-NSS                      PIC X(11).
           02 FTN-SDI                      PIC 9(05)V99.
           02 FTN-ESTADO-TRAB              PIC X(02).
           02 FTN-ZONA-SM                  PIC X(01).

       FD F-EMP-VIEJO.
       01 EV-REGISTRO.
                           MOVE FTV-RESTO TO FTN-RESTO
      *LOS CAMPOS POSTERIORES AL CAMBIO DE EDAD NO EXISTIAN EN EL
      *MAESTRO VIEJO: QUEDAN EN SUS VALORES DE TRANSICION (GRUPO
      *MENSUAL, SIN PUESTO, SIN PORCENTAJES, SIN RFC/CURP/NSS NI
      *SUPERVISOR Y SDI EN CEROS) Y SE CAPTURAN DESPUES POR
      *MODIFICACION
                           MOVE "M" TO FTN-FRECUENCIA
                           MOVE ZERO TO FTN-PUESTO
                           MOVE ZERO TO FTN-DEPTO-PCT(1)
                           MOVE SPACES TO FTN-RFC
                           MOVE SPACES TO FTN-CURP
                           MOVE ZERO TO FTN-SUPERVISOR
                           MOVE SPACES TO FTN-NSS
                           MOVE ZERO TO FTN-SDI
                           MOVE SPACES TO FTN-ESTADO-TRAB
                           MOVE SPACES TO FTN-ZONA-SM
                           WRITE FTN-REGISTRO
                                   INVALID KEY
                                   DISPLAY "Error al migrar el "
