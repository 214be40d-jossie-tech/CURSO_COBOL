      *          dias de credito), mantenido con el mismo esquema del
      *          catalogo de departamentos; COMERCIO lo usa para
      *          saber a quien se le ordeno y quien entrego, y las
      *          cuentas por pagar toman de aqui el plazo y la
      *          cuenta CLABE a la que se transfiere
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 PV-CONTACTO                  PIC X(30).
           02 PV-DIAS-CREDITO              PIC 9(03).
           02 PV-ACTIVO                    PIC X(01).
      *BANCO Y CUENTA CLABE PARA LAS TRANSFERENCIAS DE LA CORRIDA DE
      *PAGOS DE CUENTAS POR PAGAR
           02 PV-BANCO                     PIC X(20).
           02 PV-CLABE                     PIC X(18).

       WORKING-STORAGE SECTION.
       77 WS-PV-STATUS                     PIC X(02).
       77 WS-TERMINA                       PIC 9(01).
       77 WS-PV-FIN                        PIC X(01).
       77 WS-ID-CAP                        PIC 9(04).
      *CAPTURA DE LA CLABE VALIDADA CON LA RUTINA COMPARTIDA, IGUAL
      *QUE LOS IDENTIFICADORES DE LOS TRABAJADORES
       77 WS-CLABE-OK                      PIC X(01).
       77 WS-VID-TIPO                      PIC X(01).
       77 WS-VID-VALOR                     PIC X(18).
       77 WS-VID-RESULTADO                 PIC X(01).

       PROCEDURE DIVISION.
       00-PRINCIPAL.
           ACCEPT PV-CONTACTO.
           DISPLAY "Dias de credito: ".
           ACCEPT PV-DIAS-CREDITO.
           DISPLAY "Banco del proveedor: ".
           MOVE SPACES TO PV-BANCO.
           ACCEPT PV-BANCO.
           CALL "NOMBREUTIL" USING PV-BANCO 20.
           MOVE "N" TO WS-CLABE-OK.
           PERFORM 02-1-PIDE-CLABE UNTIL WS-CLABE-OK = "S".
           MOVE "S" TO PV-ACTIVO.
           WRITE PV-REGISTRO
                   INVALID KEY
           END-WRITE.
           DISPLAY "Proveedor " PV-ID " registrado.".

       02-1-PIDE-CLABE.
           DISPLAY "Cuenta CLABE (18 digitos, ENTER = pendiente): ".
           MOVE SPACES TO PV-CLABE.
           ACCEPT PV-CLABE.
           IF PV-CLABE = SPACES
                   DISPLAY "Aviso: proveedor sin CLABE, la corrida "
                           "de pagos lo dejara fuera"
                   MOVE "S" TO WS-CLABE-OK
           ELSE
                   MOVE "B" TO WS-VID-TIPO
                   MOVE PV-CLABE TO WS-VID-VALOR
                   CALL "VALIDARFC" USING WS-VID-TIPO WS-VID-VALOR
                           WS-VID-RESULTADO
                   IF WS-VID-RESULTADO = "S"
                           MOVE "S" TO WS-CLABE-OK
                   ELSE
                           DISPLAY "CLABE invalida (digitos o "
                                   "digito de control), verifique"
                   END-IF
           END-IF.

       03-LISTA-PROVEEDORES.
           MOVE LOW-VALUES TO PV-ID.
           MOVE "N" TO WS-PV-FIN.
                                   " CONTACTO: " PV-CONTACTO
                                   " CREDITO: " PV-DIAS-CREDITO
                                   " DIAS, ACTIVO: " PV-ACTIVO
                           DISPLAY "     BANCO: " PV-BANCO
                                   " CLABE: " PV-CLABE
           END-READ.

       04-DESACTIVA-PROVEEDOR.
