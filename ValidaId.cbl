      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Rutina compartida de validacion de RFC (persona
      *          fisica o moral), CURP y NSS: revisa la estructura
      *          (letras, fecha y homoclave) y recalcula el digito
      *          verificador con las tablas oficiales, y la cuenta
      *          CLABE con su digito de control, para que una
      *          clave mal tecleada no llegue a la dispersion, a los
      *          archivos fiscales, a las facturas ni a los avisos
      *          al IMSS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-DV                            PIC 9(02).
       77 WS-DV-CHAR                       PIC X(01).
       77 WS-CHAR                          PIC X(01).
      *RFC SOBRE EL QUE SE CALCULA EL VERIFICADOR: EL DE PERSONA
      *MORAL (12) SE CALCULA CON UN ESPACIO AL FRENTE PARA QUE
      *QUEDE DE 13
       77 WS-RFC-TRABAJO                   PIC X(13).
       77 WS-LETRAS                        PIC X(27) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ&".
       77 WS-DIGITOS                       PIC X(10) VALUE
           "0123456789".
      *DIGITO DEL NSS EN PROCESO Y SU PRODUCTO POR EL PESO 1 O 2
       77 WS-DIGITO-NSS                    PIC 9(01).
       77 WS-PRODUCTO                      PIC 9(02).

       LINKAGE SECTION.
      *LK-TIPO: "R" VALIDA UN RFC DE 13 POSICIONES (PERSONA
      *FISICA), "M" UN RFC DE 12 (PERSONA MORAL), "C" VALIDA UN
      *CURP DE 18, "N" VALIDA UN NUMERO DE SEGURIDAD SOCIAL DE 11,
      *"B" VALIDA UNA CUENTA CLABE DE 18.
      *LK-RESULTADO REGRESA "S" SI LA CLAVE ES VALIDA
       01 LK-TIPO                          PIC X(01).
       01 LK-VALOR                         PIC X(18).
       01 LK-RESULTADO                     PIC X(01).
           IF LK-TIPO = "R"
                   PERFORM VALIDA-RFC
           ELSE
           IF LK-TIPO = "M"
                   PERFORM VALIDA-RFC-MORAL
           ELSE
           IF LK-TIPO = "C"
                   PERFORM VALIDA-CURP
           ELSE
           IF LK-TIPO = "N"
                   PERFORM VALIDA-NSS
           ELSE
           IF LK-TIPO = "B"
                   PERFORM VALIDA-CLABE
           ELSE
                   CONTINUE.
           GOBACK.
                   MOVE "N" TO LK-RESULTADO
           END-IF.
           IF LK-RESULTADO = "S"
                   MOVE LK-VALOR(1:13) TO WS-RFC-TRABAJO
                   PERFORM CALCULA-DV-RFC
                   IF WS-DV-CHAR NOT = LK-VALOR(13:1)
                           MOVE "N" TO LK-RESULTADO
                   END-IF
           END-IF.

      *RFC DE PERSONA MORAL: TRES LETRAS, SEIS DIGITOS DE FECHA,
      *DOS DE HOMOCLAVE Y EL VERIFICADOR, CALCULADO IGUAL QUE EL
      *DE PERSONA FISICA PERO CON UN ESPACIO AL FRENTE
       VALIDA-RFC-MORAL.
           MOVE "S" TO LK-RESULTADO.
           PERFORM VALIDA-LETRA
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3.
           PERFORM VALIDA-DIGITO
                   VARYING WS-I FROM 4 BY 1 UNTIL WS-I > 9.
           IF LK-VALOR(10:1) = SPACE OR LK-VALOR(11:1) = SPACE
           OR LK-VALOR(12:1) = SPACE OR LK-VALOR(13:6) NOT = SPACES
                   MOVE "N" TO LK-RESULTADO
           END-IF.
           IF LK-RESULTADO = "S"
                   MOVE SPACE TO WS-RFC-TRABAJO(1:1)
                   MOVE LK-VALOR(1:12) TO WS-RFC-TRABAJO(2:12)
                   PERFORM CALCULA-DV-RFC
                   IF WS-DV-CHAR NOT = LK-VALOR(12:1)
                           MOVE "N" TO LK-RESULTADO
                   END-IF
           END-IF.

       CALCULA-DV-RFC.
           MOVE ZERO TO WS-SUMA.
           PERFORM SUMA-POSICION-RFC
           END-IF.

       SUMA-POSICION-RFC.
           MOVE WS-RFC-TRABAJO(WS-I:1) TO WS-CHAR.
           PERFORM BUSCA-VALOR-RFC.
           COMPUTE WS-SUMA = WS-SUMA + (WS-VALOR * (14 - WS-I)).

           MOVE "N" TO WS-HALLADO.
           PERFORM EXAMINA-ALFABETO-RFC
                   VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > 38 OR WS-HALLADO = "S".

       EXAMINA-ALFABETO-RFC.
           IF WS-ALFABETO-RFC(WS-J:1) = WS-CHAR
                   MOVE "S" TO WS-HALLADO
           END-IF.

      *NSS DEL IMSS: ONCE DIGITOS (SUBDELEGACION, ANIO DE
      *AFILIACION, ANIO DE NACIMIENTO, CONSECUTIVO) Y EL ULTIMO ES EL
      *VERIFICADOR POR EL METODO DE LUHN SOBRE LOS DIEZ PRIMEROS
       VALIDA-NSS.
           MOVE "S" TO LK-RESULTADO.
           PERFORM VALIDA-DIGITO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 11.
           IF LK-VALOR(12:7) NOT = SPACES
                   MOVE "N" TO LK-RESULTADO
           END-IF.
           IF LK-RESULTADO = "S"
                   PERFORM CALCULA-DV-NSS
                   IF WS-DV-CHAR NOT = LK-VALOR(11:1)
                           MOVE "N" TO LK-RESULTADO
                   END-IF
           END-IF.

       CALCULA-DV-NSS.
           MOVE ZERO TO WS-SUMA.
           PERFORM SUMA-POSICION-NSS
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10.
           DIVIDE WS-SUMA BY 10 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO.
           COMPUTE WS-DV = 10 - WS-RESIDUO.
           IF WS-DV = 10
                   MOVE ZERO TO WS-DV
           END-IF.
           MOVE WS-DIGITOS(WS-DV + 1:1) TO WS-DV-CHAR.

      *LAS POSICIONES PARES PESAN 2 Y SI EL PRODUCTO PASA DE 9 SE
      *SUMAN SUS DOS CIFRAS (RESTARLE 9 DA LO MISMO)
       SUMA-POSICION-NSS.
           MOVE LK-VALOR(WS-I:1) TO WS-DIGITO-NSS.
           DIVIDE WS-I BY 2 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO.
           IF WS-RESIDUO = ZERO
                   COMPUTE WS-PRODUCTO = WS-DIGITO-NSS * 2
                   IF WS-PRODUCTO > 9
                           SUBTRACT 9 FROM WS-PRODUCTO
                   END-IF
           ELSE
                   MOVE WS-DIGITO-NSS TO WS-PRODUCTO
           END-IF.
           ADD WS-PRODUCTO TO WS-SUMA.

      *CUENTA CLABE: DIECIOCHO DIGITOS (BANCO, PLAZA, CUENTA) Y EL
      *ULTIMO ES EL DIGITO DE CONTROL: LOS DIECISIETE PRIMEROS SE
      *MULTIPLICAN POR 3, 7 Y 1 EN CICLO Y SE SUMAN LAS UNIDADES DE
      *CADA PRODUCTO; EL DIGITO ES 10 MENOS LA UNIDAD DE LA SUMA
       VALIDA-CLABE.
           MOVE "S" TO LK-RESULTADO.
           PERFORM VALIDA-DIGITO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 18.
           IF LK-RESULTADO = "S"
                   PERFORM CALCULA-DV-CLABE
                   IF WS-DV-CHAR NOT = LK-VALOR(18:1)
                           MOVE "N" TO LK-RESULTADO
                   END-IF
           END-IF.

       CALCULA-DV-CLABE.
           MOVE ZERO TO WS-SUMA.
           PERFORM SUMA-POSICION-CLABE
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 17.
           DIVIDE WS-SUMA BY 10 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO.
           COMPUTE WS-DV = 10 - WS-RESIDUO.
           IF WS-DV = 10
                   MOVE ZERO TO WS-DV
           END-IF.
           MOVE WS-DIGITOS(WS-DV + 1:1) TO WS-DV-CHAR.

       SUMA-POSICION-CLABE.
           MOVE LK-VALOR(WS-I:1) TO WS-DIGITO-NSS.
           DIVIDE WS-I BY 3 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO.
           IF WS-RESIDUO = 1
                   COMPUTE WS-PRODUCTO = WS-DIGITO-NSS * 3
           ELSE
           IF WS-RESIDUO = 2
                   COMPUTE WS-PRODUCTO = WS-DIGITO-NSS * 7
           ELSE
                   MOVE WS-DIGITO-NSS TO WS-PRODUCTO.
           DIVIDE WS-PRODUCTO BY 10 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO.
           ADD WS-RESIDUO TO WS-SUMA.

      *LA POSICION WS-I DE LK-VALOR DEBE SER LETRA (SE ADMITE &)
       VALIDA-LETRA.
           MOVE ZERO TO WS-VALOR.
