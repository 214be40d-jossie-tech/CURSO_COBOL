      *FECHA DE NACIMIENTO (AAAAMMDD); ANTES SE GUARDABA LA EDAD Y
      *SE ECHABA A PERDER CADA CUMPLEANIOS
               05 EMPLEADOS-FECHA-NAC PIC X(8).
      *TELEFONO A 10 DIGITOS; CON 9 SE PERDIA EL ULTIMO DIGITO
               05 EMPLEADOS-TELEFONO PIC X(10).
               05 EMPLEADOS-DIRECCION PIC X(35).
      *CORREO Y CONTACTO DE EMERGENCIA (NOMBRE, PARENTESCO Y
      *TELEFONO) PARA QUE RECURSOS HUMANOS SEPA A QUIEN AVISAR
               05 EMPLEADOS-CORREO PIC X(50).
               05 EMPLEADOS-EMERG-NOMBRE PIC X(40).
               05 EMPLEADOS-EMERG-PARENTESCO PIC X(15).
               05 EMPLEADOS-EMERG-TELEFONO PIC X(10).

       FD F-ARCHIVADOS.
       01 ARC-REGISTRO.
           05 ARC-NOMBRE PIC X(25).
           05 ARC-APELLIDOS PIC X(35).
           05 ARC-FECHA-NAC PIC X(8).
           05 ARC-TELEFONO PIC X(10).
           05 ARC-DIRECCION PIC X(35).
           05 ARC-CORREO PIC X(50).
           05 ARC-EMERG-NOMBRE PIC X(40).
           05 ARC-EMERG-PARENTESCO PIC X(15).
           05 ARC-EMERG-TELEFONO PIC X(10).
           05 ARC-MOTIVO PIC X(40).

       WORKING-STORAGE SECTION.
           VALUE "Introduce los apellidos del empleado: ".
       01 EDAD PIC X(42)
           VALUE "Introduce la fecha de nacimiento AAAAMMDD:".
       01 TELEFONO PIC X(46)
           VALUE "Introduce un numero de telefono (10 digitos): ".
       01 DIRECCION PIC X(33)
           VALUE "Introduce una direccion: ".
       01 CORREO PIC X(42)
           VALUE "Introduce el correo (ENTER = sin correo): ".
       01 EMERG-NOMBRE PIC X(48)
           VALUE "Introduce el nombre del contacto de emergencia: ".
       01 EMERG-PARENTESCO PIC X(40)
           VALUE "Introduce el parentesco del contacto: ".
       01 EMERG-TELEFONO PIC X(49)
           VALUE "Introduce el telefono del contacto (10 digitos): ".

       01 SI-NO PIC X.
       01 ENTRY-OK PIC X.
           05 WS-BAK-NOMBRE PIC X(25).
           05 WS-BAK-APELLIDOS PIC X(35).
           05 WS-BAK-FECHA-NAC PIC X(8).
           05 WS-BAK-TELEFONO PIC X(10).
           05 WS-BAK-DIRECCION PIC X(35).
           05 WS-BAK-CORREO PIC X(50).
           05 WS-BAK-EMERG-NOMBRE PIC X(40).
           05 WS-BAK-EMERG-PARENTESCO PIC X(15).
           05 WS-BAK-EMERG-TELEFONO PIC X(10).

      *OPCION DEL MENU PRINCIPAL: ALTA, ACTUALIZAR, ELIMINAR, SALIR
       01 WS-OPCION PIC X(01).
       01 WS-CONTIENE-NOMCOM PIC X(61).
       01 WS-CONTIENE-ENCONTRO PIC X(01).

      *ARROBAS EN EL CORREO CAPTURADO: DEBE TRAER EXACTAMENTE UNA
       01 WS-ARROBAS PIC 9(02).


       PROCEDURE DIVISION.

           ACCEPT EMPLEADOS-TELEFONO.
           DISPLAY DIRECCION " ? ".
           ACCEPT EMPLEADOS-DIRECCION.
           PERFORM CAPTURA-CONTACTO.
           PERFORM VALIDAR-CAMPOS.

      *CORREO Y CONTACTO DE EMERGENCIA, IGUALES EN ALTA Y EN
      *MODIFICACION
       CAPTURA-CONTACTO.
           DISPLAY CORREO " ? ".
           MOVE SPACES TO EMPLEADOS-CORREO.
           ACCEPT EMPLEADOS-CORREO.
           DISPLAY EMERG-NOMBRE " ? ".
           ACCEPT EMPLEADOS-EMERG-NOMBRE.
           CALL "NOMBREUTIL" USING EMPLEADOS-EMERG-NOMBRE 40.
           DISPLAY EMERG-PARENTESCO " ? ".
           ACCEPT EMPLEADOS-EMERG-PARENTESCO.
           CALL "NOMBREUTIL" USING EMPLEADOS-EMERG-PARENTESCO 15.
           DISPLAY EMERG-TELEFONO " ? ".
           ACCEPT EMPLEADOS-EMERG-TELEFONO.

      *Se revisan todos los campos antes de grabar, no solo el nombre
       VALIDAR-CAMPOS.
           MOVE "S" TO ENTRY-OK.
           MOVE ZERO TO WS-ARROBAS.
           INSPECT EMPLEADOS-CORREO TALLYING WS-ARROBAS FOR ALL "@".
           IF EMPLEADOS-ID = SPACES
               DISPLAY "Error: debes especificar un ID."
               MOVE "N" TO ENTRY-OK
               MOVE "N" TO ENTRY-OK
           ELSE
           IF EMPLEADOS-TELEFONO NOT NUMERIC
               DISPLAY "Error: el telefono debe ser de 10 digitos."
               MOVE "N" TO ENTRY-OK
           ELSE
           IF EMPLEADOS-DIRECCION = SPACES
               DISPLAY "Error: debes especificar una direccion."
               MOVE "N" TO ENTRY-OK
           ELSE
           IF EMPLEADOS-CORREO NOT = SPACES
           AND WS-ARROBAS NOT = 1
               DISPLAY "Error: el correo no es valido."
               MOVE "N" TO ENTRY-OK
           ELSE
           IF EMPLEADOS-EMERG-NOMBRE = SPACES
               DISPLAY "Error: debes especificar el contacto de "
                       "emergencia."
               MOVE "N" TO ENTRY-OK
           ELSE
           IF EMPLEADOS-EMERG-PARENTESCO = SPACES
               DISPLAY "Error: debes especificar el parentesco del "
                       "contacto."
               MOVE "N" TO ENTRY-OK
           ELSE
           IF EMPLEADOS-EMERG-TELEFONO NOT NUMERIC
               DISPLAY "Error: el telefono del contacto debe ser de "
                       "10 digitos."
               MOVE "N" TO ENTRY-OK
           ELSE
           IF EMPLEADOS-EMERG-TELEFONO = EMPLEADOS-TELEFONO
               DISPLAY "Error: el telefono del contacto no puede ser "
                       "el del propio empleado."
               MOVE "N" TO ENTRY-OK
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           ACCEPT EMPLEADOS-TELEFONO.
           DISPLAY DIRECCION " ? ".
           ACCEPT EMPLEADOS-DIRECCION.
           PERFORM CAPTURA-CONTACTO.
           PERFORM VALIDAR-CAMPOS.

      *Localiza un registro por ID y lo elimina tras confirmar
           MOVE EMPLEADOS-FECHA-NAC TO ARC-FECHA-NAC.
           MOVE EMPLEADOS-TELEFONO TO ARC-TELEFONO.
           MOVE EMPLEADOS-DIRECCION TO ARC-DIRECCION.
           MOVE EMPLEADOS-CORREO TO ARC-CORREO.
           MOVE EMPLEADOS-EMERG-NOMBRE TO ARC-EMERG-NOMBRE.
           MOVE EMPLEADOS-EMERG-PARENTESCO TO ARC-EMERG-PARENTESCO.
           MOVE EMPLEADOS-EMERG-TELEFONO TO ARC-EMERG-TELEFONO.
           MOVE WS-ARC-MOTIVO TO ARC-MOTIVO.
           WRITE ARC-REGISTRO
               INVALID KEY
           MOVE ARC-FECHA-NAC TO EMPLEADOS-FECHA-NAC.
           MOVE ARC-TELEFONO TO EMPLEADOS-TELEFONO.
           MOVE ARC-DIRECCION TO EMPLEADOS-DIRECCION.
           MOVE ARC-CORREO TO EMPLEADOS-CORREO.
           MOVE ARC-EMERG-NOMBRE TO EMPLEADOS-EMERG-NOMBRE.
           MOVE ARC-EMERG-PARENTESCO TO EMPLEADOS-EMERG-PARENTESCO.
           MOVE ARC-EMERG-TELEFONO TO EMPLEADOS-EMERG-TELEFONO.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "Error: ya existe un empleado activo "
                                   EMPLEADOS-APELLIDOS
                                   " NACIO: " EMPLEADOS-FECHA-NAC
                                   " TEL: " EMPLEADOS-TELEFONO
                           DISPLAY "  CORREO: " EMPLEADOS-CORREO
                           DISPLAY "  EMERGENCIA: "
                                   EMPLEADOS-EMERG-NOMBRE " ("
                                   EMPLEADOS-EMERG-PARENTESCO ") TEL: "
                                   EMPLEADOS-EMERG-TELEFONO
                           MOVE WS-LIS-CONTADOR
                                   TO LIS-PROGRESO-ACTUAL
                           MOVE WS-LIS-TOTAL-GENERAL
