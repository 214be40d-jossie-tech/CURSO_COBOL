      ******************************************************************
      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Rutina compartida de enmascarado de datos sensibles
      *          (sueldo, RFC, CURP y CLABE): dice si el operador en
      *          turno tiene rol de captura, segun el OPERADOR.DAT
      *          que deja el LANZADOR con el rol del maestro de
      *          operadores, y enmascara un valor ya formateado,
      *          completo en asteriscos o dejando visibles solo sus
      *          ultimos cuatro caracteres
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARAUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-OPERADOR
           ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-OPERADOR.
       01 OP-REGISTRO                      PIC X(08).

       WORKING-STORAGE SECTION.
       77 WS-OP-STATUS                     PIC X(02).
      *SIN OPERADOR.DAT (CORRIDA DIRECTA) SE OPERA COMO
      *ADMINISTRADOR, IGUAL QUE EN EL RESTO DE LA FAMILIA
       77 WS-OPER-ROL                      PIC X(01).
       77 WS-POS                           PIC 9(02).
       77 WS-VISIBLES                      PIC 9(02).

       LINKAGE SECTION.
      *LK-OPERACION: "R" REGRESA EN LK-VALOR(1:1) "S" SI EL ROL DEL
      *OPERADOR OBLIGA A ENMASCARAR O "N" SI VE LOS VALORES
      *COMPLETOS; "D" CAMBIA POR ASTERISCOS TODO CARACTER NO BLANCO
      *DE LK-VALOR (IMPORTES); "U" HACE LO MISMO PERO RESPETA LOS
      *ULTIMOS CUATRO (RFC, CURP, CLABE)
       01 LK-OPERACION                     PIC X(01).
       01 LK-VALOR                         PIC X(30).

       PROCEDURE DIVISION USING LK-OPERACION LK-VALOR.

       DESPACHA-OPERACION.
           IF LK-OPERACION = "R"
                   PERFORM LEE-ROL
           ELSE
           IF LK-OPERACION = "D"
                   MOVE 30 TO WS-POS
                   MOVE 30 TO WS-VISIBLES
                   PERFORM OCULTA-CARACTER UNTIL WS-POS = ZERO
           ELSE
           IF LK-OPERACION = "U"
                   MOVE 30 TO WS-POS
                   MOVE ZERO TO WS-VISIBLES
                   PERFORM OCULTA-CARACTER UNTIL WS-POS = ZERO
           ELSE
                   CONTINUE.
           GOBACK.

      *SOLO EL ROL DE CAPTURA SE ENMASCARA; SUPERVISOR Y
      *ADMINISTRADOR VEN LOS VALORES COMPLETOS
       LEE-ROL.
           MOVE "A" TO WS-OPER-ROL.
           OPEN INPUT F-OPERADOR.
           IF WS-OP-STATUS = "00"
                   READ F-OPERADOR
                           AT END CONTINUE
                   END-READ
                   READ F-OPERADOR
                           AT END CONTINUE
                           NOT AT END
                                   IF OP-REGISTRO(1:1) NOT = SPACE
                                           MOVE OP-REGISTRO(1:1)
                                                   TO WS-OPER-ROL
                                   END-IF
                   END-READ
           END-IF.
           CLOSE F-OPERADOR.
           MOVE SPACES TO LK-VALOR.
           IF WS-OPER-ROL = "C"
                   MOVE "S" TO LK-VALOR(1:1)
           ELSE
                   MOVE "N" TO LK-VALOR(1:1)
           END-IF.

      *RECORRE EL VALOR DE DERECHA A IZQUIERDA; LOS PRIMEROS CUATRO
      *CARACTERES NO BLANCOS QUE ENCUENTRA SE RESPETAN EN LA
      *OPERACION "U", EN "D" SE OCULTAN TODOS
       OCULTA-CARACTER.
           IF LK-VALOR(WS-POS:1) NOT = SPACE
                   IF WS-VISIBLES < 4
                           ADD 1 TO WS-VISIBLES
                   ELSE
                           MOVE "*" TO LK-VALOR(WS-POS:1)
                   END-IF
           END-IF.
           SUBTRACT 1 FROM WS-POS.

       END PROGRAM MASCARAUTIL.
