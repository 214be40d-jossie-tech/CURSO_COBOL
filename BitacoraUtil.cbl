      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Rutina compartida de escritura de la bitacora de
      *          auditoria (NOMAUD.LOG): cada renglon se escribe
      *          encadenado, con un numero consecutivo y un sello
      *          calculado sobre su propio contenido y el sello del
      *          renglon anterior, de modo que un renglon editado o
      *          borrado a mano rompe la cadena y la corrida de
      *          verificacion lo encuentra. El ultimo consecutivo y
      *          sello se guardan aparte (NOMAUD.SEL) para que la
      *          cadena siga aunque la retencion vacie el vivo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BITACORAUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUDITORIA
           ASSIGN TO WS-ARCH-AUD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL F-SELLO
           ASSIGN TO WS-ARCH-SEL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *MISMO LAYOUT QUE EL FD F-AUDITORIA DE NOMINA; LOS RENGLONES
      *ESCRITOS ANTES DE LA CADENA TRAEN EL SELLADO EN BLANCO
       FD F-AUDITORIA.
       01 AUD-REGISTRO.
           02 AUD-CONTENIDO                PIC X(115).
           02 AUD-SELLADO.
               03 AUD-SECUENCIA            PIC 9(08).
               03 AUD-SELLO                PIC 9(09).

       FD F-SELLO.
       01 SEL-REGISTRO.
           02 SEL-SECUENCIA                PIC 9(08).
           02 SEL-SELLO                    PIC 9(09).

       WORKING-STORAGE SECTION.
       01 WS-ARCH-AUD.
           02 WS-EMP-AUD                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUD.LOG".
       01 WS-ARCH-SEL.
           02 WS-EMP-SEL                   PIC X(04) VALUE "E01-".
           02 FILLER                       PIC X(10)
                   VALUE "NOMAUD.SEL".
       77 WS-AUD-STATUS                    PIC X(02).
       77 WS-SEL-STATUS                    PIC X(02).
       77 WS-FIN-ARCHIVO                   PIC X(01).
       77 WS-HALLADO                       PIC X(01).
      *ULTIMO ESLABON DE LA CADENA: DEL NOMAUD.SEL O, SI AUN NO
      *EXISTE, DEL ULTIMO RENGLON SELLADO DEL VIVO
       77 WS-ULT-SECUENCIA                 PIC 9(08).
       77 WS-ULT-SELLO                     PIC 9(09).
      *CALCULO DEL SELLO: CADA CARACTER VALE SU POSICION EN EL
      *ALFABETO IMPRIMIBLE (LOS QUE NO ESTAN VALEN 96) Y SE
      *ACUMULA POR 31 MODULO UN PRIMO DE NUEVE DIGITOS
       01 WS-ALFABETO.
           02 FILLER                       PIC X(32)
                   VALUE " !""#$%&'()*+,-./0123456789:;<=>?".
           02 FILLER                       PIC X(32)
                   VALUE "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
           02 FILLER                       PIC X(31)
                   VALUE "`abcdefghijklmnopqrstuvwxyz{|}~".
       77 WS-CARACTER                      PIC X(01).
       77 WS-VALOR                         PIC 9(03).
       77 WS-POS                           PIC 9(03).
       77 WS-ACUM                          PIC 9(11).
       77 WS-COCIENTE                      PIC 9(11).
       77 WS-RESTO                         PIC 9(09).

       LINKAGE SECTION.
      *LK-OPERACION: "E" ESCRIBE LK-REGISTRO AL FINAL DE LA
      *BITACORA DE LA EMPRESA LK-EMPRESA, PONIENDOLE CONSECUTIVO Y
      *SELLO; "C" SOLO CALCULA EL SELLO (LK-SELLO LLEGA CON EL
      *SELLO DEL RENGLON ANTERIOR Y REGRESA CON EL DE ESTE), LO
      *USA LA VERIFICACION; "S" REHACE EL NOMAUD.SEL DESDE EL
      *ULTIMO RENGLON SELLADO DEL VIVO (DESPUES DE RESTAURARLO)
       01 LK-OPERACION                     PIC X(01).
       01 LK-EMPRESA                       PIC X(04).
       01 LK-REGISTRO.
           02 LK-CONTENIDO                 PIC X(115).
           02 LK-SECUENCIA                 PIC 9(08).
           02 LK-SELLO                     PIC 9(09).

       PROCEDURE DIVISION USING LK-OPERACION LK-EMPRESA
               LK-REGISTRO.

       DESPACHA-OPERACION.
           MOVE LK-EMPRESA TO WS-EMP-AUD.
           MOVE LK-EMPRESA TO WS-EMP-SEL.
           IF LK-OPERACION = "E"
                   PERFORM ESCRIBE-ENCADENADO
           ELSE
           IF LK-OPERACION = "C"
                   PERFORM CALCULA-SELLO
           ELSE
           IF LK-OPERACION = "S"
                   PERFORM SINCRONIZA-SELLO
           ELSE
                   CONTINUE.
           GOBACK.

       ESCRIBE-ENCADENADO.
           PERFORM OBTIENE-ULTIMO.
           ADD 1 TO WS-ULT-SECUENCIA GIVING LK-SECUENCIA.
           MOVE WS-ULT-SELLO TO LK-SELLO.
           PERFORM CALCULA-SELLO.
           MOVE LK-REGISTRO TO AUD-REGISTRO.
           OPEN EXTEND F-AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE F-AUDITORIA.
           MOVE LK-SECUENCIA TO WS-ULT-SECUENCIA.
           MOVE LK-SELLO TO WS-ULT-SELLO.
           PERFORM GUARDA-ULTIMO.

       OBTIENE-ULTIMO.
           MOVE ZERO TO WS-ULT-SECUENCIA.
           MOVE ZERO TO WS-ULT-SELLO.
           MOVE "N" TO WS-HALLADO.
           OPEN INPUT F-SELLO.
           IF WS-SEL-STATUS = "00"
                   READ F-SELLO
                           AT END CONTINUE
                           NOT AT END
                                   IF SEL-REGISTRO IS NUMERIC
                                           MOVE SEL-SECUENCIA
                                                   TO WS-ULT-SECUENCIA
                                           MOVE SEL-SELLO
                                                   TO WS-ULT-SELLO
                                           MOVE "S" TO WS-HALLADO
                                   END-IF
                   END-READ
           END-IF.
           CLOSE F-SELLO.
           IF WS-HALLADO = "N"
                   PERFORM RECORRE-BITACORA
           END-IF.

      *BUSCA EL ULTIMO RENGLON SELLADO DEL VIVO; LOS RENGLONES
      *ANTERIORES A LA CADENA SE BRINCAN
       RECORRE-BITACORA.
           OPEN INPUT F-AUDITORIA.
           IF WS-AUD-STATUS = "00"
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM LEE-RENGLON UNTIL WS-FIN-ARCHIVO = "S"
           END-IF.
           CLOSE F-AUDITORIA.

       LEE-RENGLON.
           READ F-AUDITORIA
                   AT END MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                           IF AUD-SELLADO IS NUMERIC
                                   MOVE AUD-SECUENCIA
                                           TO WS-ULT-SECUENCIA
                                   MOVE AUD-SELLO TO WS-ULT-SELLO
                                   MOVE "S" TO WS-HALLADO
                           END-IF
           END-READ.

       GUARDA-ULTIMO.
           MOVE WS-ULT-SECUENCIA TO SEL-SECUENCIA.
           MOVE WS-ULT-SELLO TO SEL-SELLO.
           OPEN OUTPUT F-SELLO.
           WRITE SEL-REGISTRO.
           CLOSE F-SELLO.

      *UN VIVO SIN RENGLONES SELLADOS (TODO SE FUE A UN VOLUMEN)
      *DEJA EL NOMAUD.SEL COMO ESTA PARA QUE LA CADENA SIGA
       SINCRONIZA-SELLO.
           MOVE ZERO TO WS-ULT-SECUENCIA.
           MOVE ZERO TO WS-ULT-SELLO.
           MOVE "N" TO WS-HALLADO.
           PERFORM RECORRE-BITACORA.
           IF WS-HALLADO = "S"
                   PERFORM GUARDA-ULTIMO
           END-IF.

      *EL SELLO CUBRE EL CONTENIDO Y EL CONSECUTIVO, Y PARTE DEL
      *SELLO ANTERIOR: CAMBIAR, QUITAR O INTERCALAR UN RENGLON
      *CAMBIA TODOS LOS SELLOS QUE LE SIGUEN
       CALCULA-SELLO.
           MOVE LK-SELLO TO WS-ACUM.
           MOVE 1 TO WS-POS.
           PERFORM SUMA-CARACTER UNTIL WS-POS > 123.
           MOVE WS-ACUM TO LK-SELLO.

       SUMA-CARACTER.
           MOVE LK-REGISTRO(WS-POS:1) TO WS-CARACTER.
           MOVE ZERO TO WS-VALOR.
           INSPECT WS-ALFABETO TALLYING WS-VALOR
                   FOR CHARACTERS BEFORE INITIAL WS-CARACTER.
           COMPUTE WS-ACUM = WS-ACUM * 31 + WS-VALOR + 1.
           DIVIDE WS-ACUM BY 999999937 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO.
           MOVE WS-RESTO TO WS-ACUM.
           ADD 1 TO WS-POS.

       END PROGRAM BITACORAUTIL.
