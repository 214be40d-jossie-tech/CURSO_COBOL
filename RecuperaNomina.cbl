       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FT-ID                        PIC 9(04).
           02 FILLER                       PIC X(220).

       FD F-DEDUCCIONES.
       01 DD-REGISTRO.
       FD F-HISTORIA.
       01 HP-REGISTRO.
           02 HP-LLAVE                     PIC X(13).
           02 FILLER                       PIC X(163).

       WORKING-STORAGE SECTION.
      *NOMBRES DE LA FAMILIA CON EL PREFIJO DE LA EMPRESA EN
       13-APLICA-IMAGEN.
           EVALUATE JRN-IMG-LINEA(1:1)
               WHEN "T"
                   MOVE JRN-IMG-LINEA(2:224) TO FT-REGISTRO
                   WRITE FT-REGISTRO
                           INVALID KEY
                           REWRITE FT-REGISTRO
                   END-WRITE
                   ADD 1 TO WS-APL-AUS
               WHEN "H"
                   MOVE JRN-IMG-LINEA(2:176) TO HP-REGISTRO
                   WRITE HP-REGISTRO
                           INVALID KEY
                           REWRITE HP-REGISTRO
