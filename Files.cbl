      *DUPLICADO Y SE FUSIONO (CERO = REGISTRO VIGENTE); EL
      *DUPLICADO SE RETIRA RECUPERABLE, NO SE BORRA
                   02 RC-FUSIONADO         PIC 9(06).
      *DATOS FISCALES PARA FACTURAR: RFC (13 PERSONA FISICA, 12
      *PERSONA MORAL), NOMBRE O RAZON SOCIAL COMO VIENE EN LA
      *CONSTANCIA, REGIMEN FISCAL, CODIGO POSTAL DEL DOMICILIO
      *FISCAL Y USO QUE EL CLIENTE DARA A LA FACTURA; RFC EN BLANCO
      *ES CLIENTE SIN DATOS FISCALES (NO SE LE PUEDE FACTURAR)
                   02 RC-RFC               PIC X(13).
                   02 RC-RAZON-SOCIAL      PIC X(60).
                   02 RC-REGIMEN           PIC X(03).
                   02 RC-CP-FISCAL         PIC X(05).
                   02 RC-USO-CFDI          PIC X(04).
      *CREDITO BLOQUEADO POR COBRANZA ("S") Y FECHA DEL BLOQUEO;
      *LO PONE Y LO QUITA LA CORRIDA DE COBRANZA DE COMERCIO
                   02 RC-BLOQUEO           PIC X(01).
                   02 RC-BLOQ-FECHA        PIC X(08).
      *CONSENTIMIENTO PARA RECIBIR PUBLICIDAD ("S" ACEPTA, "N" LA
      *RECHAZA; EN BLANCO NO SE LE HA PREGUNTADO Y CUENTA COMO NO
      *ACEPTADA) Y CORREO ELECTRONICO DEL CLIENTE
                   02 RC-PUBLICIDAD        PIC X(01).
                   02 RC-CORREO            PIC X(60).

       FD KEY-FILE.
       01 REG-LLAVE                        PIC 9(06).
                   88 WS-OPC-MODIFICA      VALUE "M" "m".
                   88 WS-OPC-BAJA          VALUE "B" "b".
                   88 WS-OPC-BUSCA-NOMBRE  VALUE "N" "n".
                   88 WS-OPC-FISCAL        VALUE "F" "f".
                   88 WS-OPC-PUBLICIDAD    VALUE "P" "p".
                   88 WS-OPC-SALIR         VALUE "S" "s".

       01 ENTRY-OK PIC X.
       01 WS-ENCONTRO                      PIC X(01).
       01 WS-FIN-ARCHIVO                   PIC X(01).

      *CAPTURA DE DATOS FISCALES: LA CLAVE SE VALIDA CON LA RUTINA
      *COMPARTIDA VALIDARFC Y EL REGIMEN Y EL USO CONTRA LOS
      *CATALOGOS VIGENTES DEL SAT
       01 WS-RFC-TIPO                      PIC X(01).
       01 WS-RFC-VALOR                     PIC X(18).
       01 WS-RFC-VALIDO                    PIC X(01).
       01 WS-CAT-REGIMEN                   PIC X(57) VALUE
           "601603605606607608610611612614615616620621622623624625626".
       01 WS-CAT-USO.
                   02 FILLER               PIC X(48) VALUE
                   "G01 G02 G03 I01 I02 I03 I04 I05 I06 I07 I08 D01 ".
                   02 FILLER               PIC X(48) VALUE
                   "D02 D03 D04 D05 D06 D07 D08 D09 D10 S01 CP01CN01".
       01 WS-CAT-I                         PIC 9(03).
       01 WS-CAT-HALLADO                   PIC X(01).

      *EL CORREO SOLO SE ACEPTA SI TRAE UNA ARROBA
       01 WS-ARROBAS                       PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "MAESTRO DE CLIENTES.".

       MENU-CLIENTES.
            DISPLAY "A-Alta  C-Consulta  M-Modificar  B-Baja  "
                    "N-Buscar por nombre  F-Datos fiscales  "
                    "P-Publicidad y correo  S-Salir".
            ACCEPT WS-OPCION.
            IF WS-OPC-ALTA
                    PERFORM CAPTURA-CLIENTE
            IF WS-OPC-BUSCA-NOMBRE
                    PERFORM BUSCA-POR-NOMBRE
            ELSE
            IF WS-OPC-FISCAL
                    PERFORM DATOS-FISCALES-CLIENTE
            ELSE
            IF WS-OPC-PUBLICIDAD
                    PERFORM PUBLICIDAD-CLIENTE
            ELSE
            IF WS-OPC-SALIR
                    CONTINUE
            ELSE
            DISPLAY "Plazo de credito en dias: ".
            ACCEPT RC-DIAS-PLAZO.
            MOVE ZERO TO RC-FUSIONADO.
            MOVE SPACES TO RC-RFC RC-RAZON-SOCIAL RC-REGIMEN
                    RC-CP-FISCAL RC-USO-CFDI RC-BLOQUEO RC-BLOQ-FECHA.
            PERFORM CAPTURA-CONTACTO.
            DISPLAY "Capturar datos fiscales para facturar (S/N)? ".
            ACCEPT WS-CONFIRMA.
            IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                    PERFORM CAPTURA-DATOS-FISCALES
            END-IF.

            WRITE REG-CLIENTE
                    INVALID KEY
            DISPLAY "TELEFONO: " RC-TELEFONO.
            DISPLAY "PASATIEMPO: " RC-PASATIEMPO.
            DISPLAY "COLOR: " RC-COLOR.
            IF RC-CORREO = SPACES OR RC-CORREO = LOW-VALUES
                    DISPLAY "CORREO: (SIN CORREO)"
            ELSE
                    DISPLAY "CORREO: " RC-CORREO
            END-IF.
            IF RC-PUBLICIDAD = "S"
                    DISPLAY "PUBLICIDAD: ACEPTA"
            ELSE
            IF RC-PUBLICIDAD = "N"
                    DISPLAY "PUBLICIDAD: NO ACEPTA"
            ELSE
                    DISPLAY "PUBLICIDAD: SIN CONSENTIMIENTO".
            IF RC-RFC = SPACES OR RC-RFC = LOW-VALUES
                    DISPLAY "SIN DATOS FISCALES"
            ELSE
                    DISPLAY "RFC: " RC-RFC
                    DISPLAY "RAZON SOCIAL: " RC-RAZON-SOCIAL
                    DISPLAY "REGIMEN: " RC-REGIMEN
                            "  C.P. FISCAL: " RC-CP-FISCAL
                            "  USO: " RC-USO-CFDI
            END-IF.

       MODIFICA-CLIENTE.
            DISPLAY "ID del cliente a modificar: ".
            ACCEPT RC-LIMITE-CREDITO.
            DISPLAY "Nuevo plazo de credito en dias: ".
            ACCEPT RC-DIAS-PLAZO.
            PERFORM CAPTURA-CONTACTO.
            REWRITE REG-CLIENTE
                    INVALID KEY
                        DISPLAY "Error: no se pudo actualizar."
                            END-IF
            END-READ.

      *ALTA O CORRECCION DE LOS DATOS FISCALES DE UN CLIENTE YA
      *EXISTENTE, SIN TOCAR EL RESTO DE SU REGISTRO
       DATOS-FISCALES-CLIENTE.
            DISPLAY "ID del cliente: ".
            ACCEPT WS-ID-BUSQUEDA.
            MOVE WS-ID-BUSQUEDA TO RC-ID.
            READ F-CLIENTES
                    INVALID KEY
                        DISPLAY "Error: no existe un cliente con "
                                "ese ID."
                    NOT INVALID KEY
                        DISPLAY "Cliente: " RC-NOMBRE " "
                                RC-APELLIDOS
                        PERFORM CAPTURA-DATOS-FISCALES
                        REWRITE REG-CLIENTE
                            INVALID KEY
                                DISPLAY "Error: no se pudo "
                                        "actualizar."
                        END-REWRITE
            END-READ.

      *CAMBIO DEL CORREO Y DEL CONSENTIMIENTO DE PUBLICIDAD SIN
      *TOCAR EL RESTO DEL REGISTRO; ES LO QUE SE USA CUANDO UN
      *CLIENTE PIDE QUE YA NO LE LLEGUE PUBLICIDAD
       PUBLICIDAD-CLIENTE.
            DISPLAY "ID del cliente: ".
            ACCEPT WS-ID-BUSQUEDA.
            MOVE WS-ID-BUSQUEDA TO RC-ID.
            READ F-CLIENTES
                    INVALID KEY
                        DISPLAY "Error: no existe un cliente con "
                                "ese ID."
                    NOT INVALID KEY
                        DISPLAY "Cliente: " RC-NOMBRE " "
                                RC-APELLIDOS
                        PERFORM CAPTURA-CONTACTO
                        REWRITE REG-CLIENTE
                            INVALID KEY
                                DISPLAY "Error: no se pudo "
                                        "actualizar."
                        END-REWRITE
            END-READ.

      *CORREO OPCIONAL; LA RESPUESTA DE PUBLICIDAD ES OBLIGATORIA
      *PARA QUE NINGUN CLIENTE QUEDE CON EL CONSENTIMIENTO EN DUDA
       CAPTURA-CONTACTO.
            MOVE "N" TO ENTRY-OK.
            PERFORM CAPTURA-CORREO
            UNTIL ENTRY-OK = "S".
            MOVE "N" TO ENTRY-OK.
            PERFORM CAPTURA-PUBLICIDAD
            UNTIL ENTRY-OK = "S".

       CAPTURA-CORREO.
            DISPLAY "Correo electronico (ENTER = sin correo): ".
            MOVE SPACES TO RC-CORREO.
            ACCEPT RC-CORREO.
            MOVE ZERO TO WS-ARROBAS.
            INSPECT RC-CORREO TALLYING WS-ARROBAS FOR ALL "@".
            IF RC-CORREO = SPACES OR WS-ARROBAS = 1
                    MOVE "S" TO ENTRY-OK
            ELSE
                    DISPLAY "Correo invalido, verifique.".

       CAPTURA-PUBLICIDAD.
            DISPLAY "Acepta recibir publicidad (S/N)? ".
            MOVE SPACE TO RC-PUBLICIDAD.
            ACCEPT RC-PUBLICIDAD.
            IF RC-PUBLICIDAD = "s"
                    MOVE "S" TO RC-PUBLICIDAD
            END-IF.
            IF RC-PUBLICIDAD = "n"
                    MOVE "N" TO RC-PUBLICIDAD
            END-IF.
            IF RC-PUBLICIDAD = "S" OR RC-PUBLICIDAD = "N"
                    MOVE "S" TO ENTRY-OK
            ELSE
                    DISPLAY "Responda S o N.".

      *RFC EN BLANCO DEJA AL CLIENTE SIN DATOS FISCALES; CON RFC
      *SE EXIGEN REGIMEN, CODIGO POSTAL Y USO VALIDOS
       CAPTURA-DATOS-FISCALES.
            MOVE "N" TO ENTRY-OK.
            PERFORM CAPTURA-RFC
            UNTIL ENTRY-OK = "S".
            IF RC-RFC = SPACES
                    MOVE SPACES TO RC-RAZON-SOCIAL RC-REGIMEN
                            RC-CP-FISCAL RC-USO-CFDI
                    DISPLAY "Cliente sin datos fiscales."
            ELSE
                    DISPLAY "Nombre o razon social como viene en la "
                            "constancia (ENTER = nombre y apellidos): "
                    MOVE SPACES TO RC-RAZON-SOCIAL
                    ACCEPT RC-RAZON-SOCIAL
                    IF RC-RAZON-SOCIAL = SPACES
                            STRING RC-NOMBRE DELIMITED BY "  "
                                    " " DELIMITED BY SIZE
                                    RC-APELLIDOS DELIMITED BY "  "
                                    INTO RC-RAZON-SOCIAL
                    END-IF
                    CALL "NOMBREUTIL" USING RC-RAZON-SOCIAL 60
                    MOVE "N" TO ENTRY-OK
                    PERFORM CAPTURA-REGIMEN
                    UNTIL ENTRY-OK = "S"
                    MOVE "N" TO ENTRY-OK
                    PERFORM CAPTURA-CP-FISCAL
                    UNTIL ENTRY-OK = "S"
                    MOVE "N" TO ENTRY-OK
                    PERFORM CAPTURA-USO-CFDI
                    UNTIL ENTRY-OK = "S"
            END-IF.

      *13 POSICIONES ES PERSONA FISICA Y 12 PERSONA MORAL; LAS DOS
      *SE VALIDAN CON SU DIGITO VERIFICADOR
       CAPTURA-RFC.
            DISPLAY "RFC del cliente (ENTER = sin datos fiscales): ".
            MOVE SPACES TO WS-RFC-VALOR.
            ACCEPT WS-RFC-VALOR.
            CALL "NOMBREUTIL" USING WS-RFC-VALOR 18.
            IF WS-RFC-VALOR = SPACES
                    MOVE SPACES TO RC-RFC
                    MOVE "S" TO ENTRY-OK
            ELSE
                    IF WS-RFC-VALOR(13:1) = SPACE
                            MOVE "M" TO WS-RFC-TIPO
                    ELSE
                            MOVE "R" TO WS-RFC-TIPO
                    END-IF
                    CALL "VALIDARFC" USING WS-RFC-TIPO WS-RFC-VALOR
                            WS-RFC-VALIDO
                    IF WS-RFC-VALIDO = "S"
                            MOVE WS-RFC-VALOR TO RC-RFC
                            MOVE "S" TO ENTRY-OK
                    ELSE
                            DISPLAY "Error: RFC invalido, verifique "
                                    "letras, fecha y homoclave."
                    END-IF
            END-IF.

       CAPTURA-REGIMEN.
            DISPLAY "Regimen fiscal (clave SAT de 3 digitos, ej. 601 "
                    "general, 612 actividad empresarial, 616 sin "
                    "obligaciones, 626 RESICO): ".
            MOVE SPACES TO RC-REGIMEN.
            ACCEPT RC-REGIMEN.
            MOVE "N" TO WS-CAT-HALLADO.
            PERFORM BUSCA-REGIMEN
                    VARYING WS-CAT-I FROM 1 BY 3
                    UNTIL WS-CAT-I > 57 OR WS-CAT-HALLADO = "S".
            IF WS-CAT-HALLADO = "S"
                    MOVE "S" TO ENTRY-OK
            ELSE
                    DISPLAY "Error: regimen fiscal no existe en el "
                            "catalogo."
            END-IF.

       BUSCA-REGIMEN.
            IF WS-CAT-REGIMEN(WS-CAT-I:3) = RC-REGIMEN
                    MOVE "S" TO WS-CAT-HALLADO
            END-IF.

       CAPTURA-CP-FISCAL.
            DISPLAY "Codigo postal del domicilio fiscal: ".
            MOVE SPACES TO RC-CP-FISCAL.
            ACCEPT RC-CP-FISCAL.
            IF RC-CP-FISCAL IS NUMERIC
                    MOVE "S" TO ENTRY-OK
            ELSE
                    DISPLAY "Error: el codigo postal son 5 digitos."
            END-IF.

       CAPTURA-USO-CFDI.
            DISPLAY "Uso de la factura (ej. G01 adquisicion de "
                    "mercancias, G03 gastos en general, S01 sin "
                    "efectos fiscales): ".
            MOVE SPACES TO RC-USO-CFDI.
            ACCEPT RC-USO-CFDI.
            CALL "NOMBREUTIL" USING RC-USO-CFDI 4.
            MOVE "N" TO WS-CAT-HALLADO.
            PERFORM BUSCA-USO
                    VARYING WS-CAT-I FROM 1 BY 4
                    UNTIL WS-CAT-I > 96 OR WS-CAT-HALLADO = "S".
            IF WS-CAT-HALLADO = "S"
                    MOVE "S" TO ENTRY-OK
            ELSE
                    DISPLAY "Error: uso de factura no existe en el "
                            "catalogo."
            END-IF.

       BUSCA-USO.
            IF WS-CAT-USO(WS-CAT-I:4) = RC-USO-CFDI
                    MOVE "S" TO WS-CAT-HALLADO
            END-IF.

      *VALIDA QUE EL TELEFONO SEA UN NUMERO DE 10 DIGITOS PLAUSIBLE
      *ANTES DE ACEPTARLO, EN VEZ DE GUARDAR LO QUE SEA QUE SE
      *TECLEE
