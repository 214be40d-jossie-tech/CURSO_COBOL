           CLOSE F-OPERADOR.
           PERFORM 03-ELIGE-EMPRESA.
           MOVE ZERO TO WS-TERMINA.
      *AL ENTRAR SE MUESTRA LA COLA DE PENDIENTES DEL OPERADOR; SI
      *ELIGE UNO SE BRINCA DIRECTO AL SUBSISTEMA QUE LO RESUELVE
           PERFORM 07-COLA-DE-TRABAJO.
           PERFORM 02-MENU UNTIL WS-TERMINA = 1.
      *AL SALIR SE VACIA LA IDENTIDAD, PARA QUE UNA CORRIDA DIRECTA
      *POSTERIOR DE CUALQUIER SUBSISTEMA NO FIRME SU BITACORA CON
                   "6-Consolidado de empresas  E-Cambiar empresa  "
                   "R-Registrar empresa  O-Maestro de operadores  "
                   "7-Cadena nocturna  8-Retencion de historicos  "
                   "9-Reclutamiento  C-Capacitacion  "
                   "T-Traspaso entre empresas  "
                   "N-Conciliacion de acumulados  "
                   "B-Verificacion de la bitacora  "
                   "X-Cuentas por pagar  G-Obligaciones de ley  "
                   "D-Resultados por departamento  "
                   "K-Conciliacion bancaria  "
                   "F-Flujo de efectivo  "
                   "I-Verificacion de inventario  "
                   "V-Declaracion de IVA  "
                   "P-Pendientes  S-Salir".
           ACCEPT WS-OPCION.
           IF WS-OPCION = "P" OR WS-OPCION = "p"
                   PERFORM 07-COLA-DE-TRABAJO
           ELSE
                   PERFORM 02-1-DESPACHA-OPCION.

       02-1-DESPACHA-OPCION.
           IF WS-OPCION = "1"
                   CALL "NOMINA"
           ELSE
           IF WS-OPCION = "8"
                   CALL "ARCHIVADOR"
           ELSE
           IF WS-OPCION = "9"
                   CALL "RECLUTA"
           ELSE
           IF WS-OPCION = "C" OR WS-OPCION = "c"
                   CALL "CAPACITA"
           ELSE
           IF WS-OPCION = "E" OR WS-OPCION = "e"
                   PERFORM 03-ELIGE-EMPRESA
           ELSE
                                   "operadores."
                   END-IF
           ELSE
      *EL TRASPASO TOCA LOS ARCHIVOS DE DOS EMPRESAS, TAMBIEN ES
      *SOLO DE ADMINISTRADOR
           IF WS-OPCION = "T" OR WS-OPCION = "t"
                   IF WS-OPER-ROL = "A"
                           CALL "NOMTRASP"
                   ELSE
                           DISPLAY "Solo un administrador puede "
                                   "traspasar trabajadores entre "
                                   "empresas."
                   END-IF
           ELSE
      *LA CONCILIACION SOLO LEE; LA REESCRITURA DE ACUMULADOS LA
      *VALIDA EL PROPIO PROGRAMA CONTRA EL ROL DEL OPERADOR
           IF WS-OPCION = "N" OR WS-OPCION = "n"
                   CALL "NOMCONCILIA"
           ELSE
           IF WS-OPCION = "B" OR WS-OPCION = "b"
                   CALL "NOMVERIAUD"
           ELSE
           IF WS-OPCION = "X" OR WS-OPCION = "x"
                   CALL "CXP"
           ELSE
           IF WS-OPCION = "G" OR WS-OPCION = "g"
                   CALL "NOMOBLIGA"
           ELSE
           IF WS-OPCION = "D" OR WS-OPCION = "d"
                   CALL "PYGDEPTO"
           ELSE
           IF WS-OPCION = "K" OR WS-OPCION = "k"
                   CALL "BANCONCILIA"
           ELSE
           IF WS-OPCION = "F" OR WS-OPCION = "f"
                   CALL "FLUJOCAJA"
           ELSE
           IF WS-OPCION = "I" OR WS-OPCION = "i"
                   CALL "INVVERIFICA"
           ELSE
           IF WS-OPCION = "V" OR WS-OPCION = "v"
                   CALL "IVAMES"
           ELSE
           IF WS-OPCION = "S" OR WS-OPCION = "s"
                   MOVE 1 TO WS-TERMINA
           ELSE
                   DISPLAY "Opcion invalida, verifique".

      *LA COLA REGRESA LA OPCION DEL MENU QUE RESUELVE EL PENDIENTE
      *ELEGIDO, O BLANCO SI EL OPERADOR PREFIERE IR AL MENU
       07-COLA-DE-TRABAJO.
           CALL "COLATRABAJO" USING WS-OPCION.
           IF WS-OPCION NOT = SPACE
                   PERFORM 02-1-DESPACHA-OPCION
           END-IF.

       END PROGRAM LANZADOR.
