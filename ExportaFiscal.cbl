           02 HP-DEDUCCIONES               PIC 9(06)V99.
           02 HP-NETO                      PIC S9(06)V99.
           02 HP-MONEDA                    PIC X(03).
           02 HP-DOMINGOS                  PIC 9(02).
           02 HP-PRIMA-DOMINICAL           PIC S9(06)V99.
           02 HP-FALTAS-RETARDO            PIC 9(02).
           02 HP-DESC-RETARDOS             PIC S9(06)V99.

       FD F-CONFIGURACION.
       01 CF-REGISTRO.
           02 CF-CLAVE                     PIC X(01).
           02 CF-EMPRESA                   PIC X(40).
           02 FILLER                       PIC X(40).

       FD F-CALENDARIO.
       01 CAL-REGISTRO.
           02 CAL-ESTADO                   PIC X(01).

      *SOLO EL RFC Y LA CURP INTERESAN AQUI; EL RESTO DEL REGISTRO
      *DE 224 DE NOMINA VIAJA EN FILLER (EL RFC EMPIEZA EN LA
      *POSICION 169, DESPUES DE LOS PORCENTAJES DE DEPARTAMENTO)
       FD F-TRABAJADORES.
       01 FT-REGISTRO.
           02 FILLER                       PIC X(164).
           02 FT-RFC                       PIC X(13).
           02 FT-CURP                      PIC X(18).
           02 FILLER                       PIC X(25).

       FD F-FISCAL.
       01 FIS-LINEA                        PIC X(200).
       77 WS-PERIODO                       PIC X(08).
       77 WS-INICIO-PER                    PIC X(08).
       77 WS-RENGLONES                     PIC 9(05).
      *ANULACIONES: LA MARCA DE HISTORIA QUE SE RECORRE ("X" CUANDO
      *SE EXPORTAN SOLO LAS ANULACIONES DEL PERIODO), EL FOLIO EN
      *PROCESO Y SU RENGLON ORIGINAL
       77 WS-MARCA                         PIC X(01).
       77 WS-FI-ID                         PIC 9(04).
       77 WS-FI-ANULADO                    PIC X(01).
       77 WS-FI-DETALLE                    PIC X(01).
       77 WS-CANCELADOS                    PIC 9(05).
       01 WS-FI-ORIGINAL                   PIC X(176).
      *REGISTRO DE DETALLE EN EL LAYOUT DEL PROVEEDOR DE TIMBRADO:
      *UNA CLAVE DE CONCEPTO FISCAL POR CAMPO, EN ANCHO FIJO
       01 WS-DETALLE-FISCAL.
           02 FILLER                       PIC X(04) VALUE "D004".
           02 WS-DF-OTRASDED               PIC 9(07)V99.
           02 WS-DF-NETO                   PIC 9(07)V99.
      *MARCA DE CANCELACION DEL RECIBO YA TIMBRADO QUE NOMINA ANULO
      *Y REEXPIDIO; EL DETALLE "D" QUE LE SIGUE ES EL CORREGIDO
       01 WS-CANCELA-FISCAL.
           02 FILLER                       PIC X(01) VALUE "X".
           02 WS-CF-ID                     PIC 9(04).
           02 WS-CF-RFC                    PIC X(13).
           02 WS-CF-PERIODO                PIC X(08).
           02 WS-CF-GRUPO                  PIC X(01).
           02 WS-CF-NETO                   PIC 9(07)V99.

       PROCEDURE DIVISION.

       00-PRINCIPAL.
           DISPLAY "EXPORTACION FISCAL DE RECIBOS".
           PERFORM 05-ARMA-NOMBRES-EMPRESA.
      *"E" ES LA NOMINA EXTRAORDINARIA (NOMEXTRA), CUYO PERIODO ES
      *LA FECHA DE PAGO; "A" EXPORTA SOLO LOS RECIBOS DEL PERIODO
      *QUE NOMINA ANULO Y REEXPIDIO, PARA CANCELARLOS EN EL PORTAL
           DISPLAY "Grupo de pago (S/Q/M, E-Extraordinaria, "
                   "A-Anulaciones): ".
           ACCEPT WS-FRECUENCIA.
           CALL "NOMBREUTIL" USING WS-FRECUENCIA 1.
           IF WS-FRECUENCIA NOT = "S" AND WS-FRECUENCIA NOT = "Q"
           AND WS-FRECUENCIA NOT = "E" AND WS-FRECUENCIA NOT = "A"
                   MOVE "M" TO WS-FRECUENCIA
           END-IF.
           MOVE WS-FRECUENCIA TO WS-MARCA.
           IF WS-FRECUENCIA = "A"
                   MOVE "X" TO WS-MARCA
           END-IF.
           DISPLAY "Periodo cerrado (fecha de corte AAAAMMDD): ".
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO TO WS-PER-FIS.
                   OPEN OUTPUT F-FISCAL
                   PERFORM 40-ESCRIBE-ENCABEZADO
                   MOVE ZERO TO WS-RENGLONES
                   MOVE ZERO TO WS-CANCELADOS
                   MOVE WS-MARCA TO HP-FRECUENCIA
                   MOVE WS-PERIODO TO HP-PERIODO
                   MOVE ZERO TO HP-ID
                   MOVE "N" TO WS-HP-FIN
                   CLOSE F-FISCAL
                   DISPLAY "Exportados " WS-RENGLONES
                           " recibos fiscales a " WS-NOMBRE-FISCAL
                   IF WS-CANCELADOS > ZERO
                           DISPLAY WS-CANCELADOS " recibo(s) "
                                   "anterior(es) marcados para "
                                   "cancelacion"
                   END-IF
                   CLOSE F-TRABAJADORES
                   CLOSE F-HISTORIA
           END-IF.
      *INICIO QUEDA EN BLANCO Y EL PORTAL LO PEDIRA A MANO
       30-FECHAS-DEL-PERIODO.
           MOVE SPACES TO WS-INICIO-PER.
           IF WS-FRECUENCIA = "E"
                   MOVE WS-PERIODO TO WS-INICIO-PER
           END-IF.
           OPEN INPUT F-CALENDARIO.
           IF WS-CAL-STATUS = "00" OR WS-CAL-STATUS = "05"
                   MOVE WS-FRECUENCIA TO CAL-FRECUENCIA
           READ F-HISTORIA NEXT RECORD
                   AT END MOVE "S" TO WS-HP-FIN
                   NOT AT END
                           IF HP-FRECUENCIA NOT = WS-MARCA
                           OR HP-PERIODO NOT = WS-PERIODO
                                   MOVE "S" TO WS-HP-FIN
                           ELSE
      *FOLIO YA DADO DE BAJA SALE CON LOS CAMPOS EN BLANCO PARA
      *QUE EL PORTAL LO RECHACE A LA VISTA
       60-ESCRIBE-DETALLE.
           MOVE HP-ID TO WS-FI-ID.
           MOVE "S" TO WS-FI-DETALLE.
           MOVE "N" TO WS-FI-ANULADO.
           IF WS-FRECUENCIA NOT = "E"
                   PERFORM 65-BUSCA-ANULACION
           END-IF.
           IF WS-FI-DETALLE = "S"
                   PERFORM 60-1-ARMA-DETALLE
           END-IF.
      *LAS LECTURAS DIRECTAS DE LA ANULACION MUEVEN LA POSICION
      *(HALLEN O NO LA REVERSA); SE REGRESA AL FOLIO SIGUIENTE DEL
      *GRUPO QUE SE RECORRE
           IF WS-FRECUENCIA NOT = "E"
                   MOVE WS-MARCA TO HP-FRECUENCIA
                   MOVE WS-PERIODO TO HP-PERIODO
                   MOVE WS-FI-ID TO HP-ID
                   START F-HISTORIA KEY IS GREATER THAN HP-LLAVE
                           INVALID KEY MOVE "S" TO WS-HP-FIN
                   END-START
           END-IF.

       60-1-ARMA-DETALLE.
           MOVE SPACES TO WS-DF-RFC.
           MOVE SPACES TO WS-DF-CURP.
           MOVE HP-ID TO FT-ID.
           MOVE HP-BRUTO TO WS-DF-SUELDO.
           MOVE HP-PAGO-HORAS-EXTRA TO WS-DF-HE.
           MOVE HP-GASTOS TO WS-DF-OTROS.
      *EL PAGO EXTRAORDINARIO NO ES SUELDO: VA COMPLETO A OTROS
           IF WS-FRECUENCIA = "E"
                   MOVE ZERO TO WS-DF-SUELDO
                   MOVE HP-BRUTO TO WS-DF-OTROS
           END-IF.
           MOVE HP-ISR TO WS-DF-ISR.
           MOVE HP-IMSS TO WS-DF-IMSS.
           MOVE HP-DEDUCCIONES TO WS-DF-OTRASDED.
           WRITE FIS-LINEA.
           ADD 1 TO WS-RENGLONES.

      *UN RECIBO ANULADO EN NOMINA (RENGLON "X" DEL MISMO PERIODO Y
      *FOLIO) SALE CON SU MARCA DE CANCELACION Y EL DETALLE SE ARMA
      *CON EL RECIBO CORREGIDO ("R"); SIN REEXPEDICION SOLO SE
      *CANCELA
       65-BUSCA-ANULACION.
           MOVE HP-REGISTRO TO WS-FI-ORIGINAL.
           MOVE "X" TO HP-FRECUENCIA.
           MOVE WS-PERIODO TO HP-PERIODO.
           MOVE WS-FI-ID TO HP-ID.
           READ F-HISTORIA
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           MOVE "S" TO WS-FI-ANULADO
           END-READ.
           IF WS-FI-ANULADO = "S"
                   PERFORM 65-1-ESCRIBE-CANCELACION
                   MOVE "R" TO HP-FRECUENCIA
                   MOVE WS-PERIODO TO HP-PERIODO
                   MOVE WS-FI-ID TO HP-ID
                   READ F-HISTORIA
                           INVALID KEY
                                   MOVE "N" TO WS-FI-DETALLE
                   END-READ
           ELSE
                   MOVE WS-FI-ORIGINAL TO HP-REGISTRO
           END-IF.

       65-1-ESCRIBE-CANCELACION.
           MOVE SPACES TO WS-CF-RFC.
           MOVE WS-FI-ID TO FT-ID.
           READ F-TRABAJADORES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                           MOVE FT-RFC TO WS-CF-RFC
           END-READ.
           MOVE WS-FI-ID TO WS-CF-ID.
           MOVE WS-PERIODO TO WS-CF-PERIODO.
           MOVE WS-FI-ORIGINAL(1:1) TO WS-CF-GRUPO.
           MOVE HP-NETO TO WS-CF-NETO.
           MOVE WS-CANCELA-FISCAL TO FIS-LINEA.
           WRITE FIS-LINEA.
           ADD 1 TO WS-CANCELADOS.

       END PROGRAM NOMFISCAL.
