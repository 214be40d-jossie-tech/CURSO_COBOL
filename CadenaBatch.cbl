      * Author: Jossie Esteban Rodriguez
      * Date: 2026
      * Purpose: Cadena nocturna desatendida: corre FINDEDIA, el
      *          respaldo de NOMINA, la verificacion de archivos y
      *          la verificacion del inventario perpetuo en ese
      *          orden (y al final el reporte de obligaciones
      *          de ley), anotando inicio, fin y resultado de cada
      *          paso en un archivo de control de corridas; si un
      *          paso falla la cadena se detiene, y el reinicio
      *          retoma desde el paso fallido en vez de repetir
      *PASO EN PROCESO, ULTIMO PASO QUE YA QUEDO OK ESTA NOCHE
      *(PARA EL REINICIO) Y CONTROL DE LA PASADA SOBRE EL LOG
       77 WS-PASO                          PIC 9(02).
      *CUANTOS PASOS LLEVA LA CADENA DE ESTA NOCHE (4 LA DIARIA,
      *5 CUANDO SE PIDE TAMBIEN EL FIN DE MES)
       77 WS-PASOS                         PIC 9(02) VALUE 4.
       77 WS-ULTIMO-OK                     PIC 9(02).
       77 WS-RC-FIN                        PIC X(01).
       77 WS-FALLO                         PIC X(01).
                   "C - Consulta del control de corridas: ".
           ACCEPT WS-OPCION.
           IF WS-OPCION = "E" OR WS-OPCION = "e"
                   MOVE 4 TO WS-PASOS
                   PERFORM 10-EJECUTA-CADENA
           ELSE
      *LA NOCHE DE CIERRE DE MES AGREGA EL PASO 5 (FINDEMES)
           IF WS-OPCION = "M" OR WS-OPCION = "m"
                   MOVE 5 TO WS-PASOS
                   PERFORM 10-EJECUTA-CADENA
           ELSE
           IF WS-OPCION = "C" OR WS-OPCION = "c"
           GOBACK.

      *LA CADENA ES FIJA: 1 FINDEDIA, 2 RESPALDO DE NOMINA,
      *3 VERIFICACION DE ARCHIVOS, 4 VERIFICACION DEL INVENTARIO.
      *ANTES DE ARRANCAR SE REVISA QUE PASOS DE HOY YA QUEDARON
      *OK, PARA REANUDAR DESDE EL SIGUIENTE EN VEZ DE REPETIR LO
      *QUE YA CORRIO
       10-EJECUTA-CADENA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 11-REVISA-AVANCE-HOY.
                           "reanudar desde ese paso."
           ELSE
                   DISPLAY "Cadena completa."
      *AL CERRAR LA NOCHE SE DEJA EL REPORTE DEL CALENDARIO DE
      *OBLIGACIONES DE LEY; VA COMO PASO 9 PARA QUE NO CUENTE COMO
      *AVANCE DE LA CADENA AL REANUDAR Y SE REPITA EN CADA CORRIDA
                   MOVE 9 TO WS-PASO
                   PERFORM 12-CORRE-PASO
           END-IF.

       11-REVISA-AVANCE-HOY.
                   DISPLAY "Paso 3: verificacion de archivos"
                   CALL "NOMVERIFICA"
               WHEN 4
                   MOVE "INVVERIFICA" TO WS-NOMBRE-PASO
                   DISPLAY "Paso 4: verificacion del inventario"
                   CALL "INVVERIFICA"
               WHEN 5
                   MOVE "FINDEMES" TO WS-NOMBRE-PASO
                   DISPLAY "Paso 5: paquete de fin de mes"
                   CALL "FINDEMES"
               WHEN 9
                   MOVE "NOMOBLIGA" TO WS-NOMBRE-PASO
                   DISPLAY "Reporte de obligaciones de ley"
                   CALL "NOMOBLIGA"
           END-EVALUATE.
           PERFORM 14-QUITA-MODO-LOTE.
           ACCEPT WS-HORA-FIN FROM TIME.
