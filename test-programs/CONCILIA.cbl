      *                totales, confirma que el lote exista en
      *                LOTESCTL, controla el cuadre debe/haber y
      *                emite un reporte de conciliacion con resultado
      *                PASS/FAIL explicito por lote y un total de la
      *                ejecucion contra el registro G de GLFILE
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
           05  PM-CTA-GL-COMISIONES  PIC X(08).
           05  PM-CTA-GL-REVERSOS    PIC X(08).
           05  PM-CTA-GL-SOBREGIRO   PIC X(08).
           05  PM-CTA-GL-CARGOS      PIC X(08).
           05  PM-LIMITE-CLIENTE     PIC 9(09)V99.
           05  PM-RETENCION-INTEGRIDAD
                                     PIC X(01).
           05  PM-CTA-GL-INTERBANCO  PIC X(08).
           05  PM-CTA-GL-CAMARA      PIC X(08).
           05  PM-BANCO-PROPIO       PIC 9(03).
           05  PM-CTA-GL-INTERESES   PIC X(08).

       FD  REPORTE-CONCILIA
           RECORDING MODE IS F.
           05  WS-CTA-GL-COMISIONES  PIC X(08)      VALUE '41010010'.
           05  WS-CTA-GL-REVERSOS    PIC X(08)      VALUE '21010040'.
           05  WS-CTA-GL-SOBREGIRO   PIC X(08)      VALUE '13010010'.
           05  WS-CTA-GL-CARGOS      PIC X(08)      VALUE '41010020'.
           05  WS-CTA-GL-INTERBANCO  PIC X(08)      VALUE '21010050'.
           05  WS-CTA-GL-CAMARA      PIC X(08)      VALUE '19010010'.
           05  WS-CTA-GL-INTERESES   PIC X(08)      VALUE '51010010'.

       01  WS-TOTALES-ESPERADOS.
           05  WS-ESP-DEPOSITOS      PIC S9(11)V99  VALUE ZEROS.
           05  WS-ESP-COMISIONES     PIC S9(11)V99  VALUE ZEROS.
           05  WS-ESP-REVERSOS       PIC S9(11)V99  VALUE ZEROS.
           05  WS-ESP-SOBREGIRO      PIC S9(11)V99  VALUE ZEROS.
           05  WS-ESP-CARGOS         PIC S9(11)V99  VALUE ZEROS.
           05  WS-ESP-INTERBANCO     PIC S9(11)V99  VALUE ZEROS.
           05  WS-ESP-DEVOLUCION     PIC S9(11)V99  VALUE ZEROS.
           05  WS-ESP-INTERESES      PIC S9(11)V99  VALUE ZEROS.
           05  WS-ESP-NETO           PIC S9(11)V99  VALUE ZEROS.

       01  WS-TOTALES-GLFILE.
           05  WS-GLF-COMISIONES     PIC S9(11)V99  VALUE ZEROS.
           05  WS-GLF-REVERSOS       PIC S9(11)V99  VALUE ZEROS.
           05  WS-GLF-SOBREGIRO      PIC S9(11)V99  VALUE ZEROS.
           05  WS-GLF-CARGOS         PIC S9(11)V99  VALUE ZEROS.
           05  WS-GLF-INTERBANCO     PIC S9(11)V99  VALUE ZEROS.
           05  WS-GLF-CAMARA         PIC S9(11)V99  VALUE ZEROS.
           05  WS-GLF-INTERESES      PIC S9(11)V99  VALUE ZEROS.
           05  WS-GLF-NETO-CALC      PIC S9(11)V99  VALUE ZEROS.
           05  WS-GLF-NETO-LEIDO     PIC S9(11)V99  VALUE ZEROS.
           05  WS-GLF-CANTIDAD       PIC 9(05)      VALUE ZEROS.
           05  WS-PIE-GLFILE         PIC X(01)      VALUE 'N'.
               88  PIE-GLFILE                       VALUE 'S'.

       01  WS-CONTROL-EJECUCION.
           05  WS-LOTES-CONCILIADOS  PIC 9(03)      VALUE ZEROS.
           05  WS-LOTES-FALLIDOS     PIC 9(03)      VALUE ZEROS.
           05  WS-ERRORES-TOTAL      PIC 9(05)      VALUE ZEROS.
           05  WS-EJE-CANTIDAD       PIC 9(05)      VALUE ZEROS.
           05  WS-EJE-NETO           PIC S9(11)V99  VALUE ZEROS.
           05  WS-EJE-CANT-LEIDA     PIC 9(05)      VALUE ZEROS.
           05  WS-EJE-NETO-LEIDO     PIC S9(11)V99  VALUE ZEROS.
           05  WS-TOTAL-GLFILE       PIC X(01)      VALUE 'N'.
               88  TOTAL-GLFILE                     VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-AUD-LEIDAS         PIC 9(07)      VALUE ZEROS.
           05  WS-AUD-APLICADAS      PIC 9(07)      VALUE ZEROS.
               VALUE 'RESULTADO LOTE: '.
           05  WS-LR-RESULTADO       PIC X(04).

       01  WS-LINEA-EJECUCION.
           05  FILLER                PIC X(19)
               VALUE 'LOTES CONCILIADOS: '.
           05  WS-LE-LOTES           PIC ZZ9.
           05  FILLER                PIC X(18)
               VALUE '  CON DIFERENCIA: '.
           05  WS-LE-FALLIDOS        PIC ZZ9.
           05  FILLER                PIC X(15)
               VALUE '  ENTRADAS GL: '.
           05  WS-LE-ENTRADAS        PIC Z(04)9.

       01  WS-LINEA-RESULTADO-EJE.
           05  FILLER                PIC X(21)
               VALUE 'RESULTADO EJECUCION: '.
           05  WS-LRE-RESULTADO      PIC X(04).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'INICIO CONCILIACION CONTABLE DIARIA'.
           PERFORM LEER-PARAMETROS
           PERFORM REGISTRAR-INICIO-BITACORA
           OPEN OUTPUT REPORTE-CONCILIA
           MOVE 'REPORTE DE CONCILIACION CONTABLE DIARIA'
               TO REP-LINEA
           WRITE REP-LINEA
           PERFORM PROCESAR-GLFILE
           PERFORM EMITIR-TOTAL-EJECUCION
           CLOSE REPORTE-CONCILIA
           PERFORM MOSTRAR-RESUMEN
           PERFORM REGISTRAR-FIN-BITACORA

       REGISTRAR-FIN-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           IF WS-ERRORES-TOTAL = ZEROS
               MOVE 'OK' TO WS-BIT-ESTADO
           ELSE
               MOVE 'ER' TO WS-BIT-ESTADO
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE WS-LOTE-GLFILE TO BIT-LOTE
           MOVE WS-AUD-LEIDAS TO BIT-LEIDOS
           MOVE WS-EJE-CANTIDAD TO BIT-ACEPTADOS
           MOVE WS-ERRORES-TOTAL TO BIT-RECHAZADOS
           MOVE WS-BIT-ESTADO TO BIT-ESTADO
           WRITE BIT-REGISTRO
           CLOSE ARCHIVO-BITACORA.
                       MOVE PM-CTA-GL-SOBREGIRO
                           TO WS-CTA-GL-SOBREGIRO
                   END-IF
                   IF PM-CTA-GL-CARGOS NOT = SPACES
                       MOVE PM-CTA-GL-CARGOS TO WS-CTA-GL-CARGOS
                   END-IF
                   IF PM-CTA-GL-INTERBANCO NOT = SPACES
                       MOVE PM-CTA-GL-INTERBANCO
                           TO WS-CTA-GL-INTERBANCO
                   END-IF
                   IF PM-CTA-GL-CAMARA NOT = SPACES
                       MOVE PM-CTA-GL-CAMARA TO WS-CTA-GL-CAMARA
                   END-IF
                   IF PM-CTA-GL-INTERESES NOT = SPACES
                       MOVE PM-CTA-GL-INTERESES
                           TO WS-CTA-GL-INTERESES
                   END-IF
           END-READ
           CLOSE ARCHIVO-PARAMETROS.

           END-IF
           PERFORM LEER-GLFILE
           PERFORM PROCESAR-REGISTRO-GL UNTIL FIN-GLFILE
           IF WS-GLF-CANTIDAD > ZEROS
               PERFORM CONCILIAR-LOTE
           END-IF
           CLOSE INTERFAZ-CONTABLE.

       LEER-GLFILE.

       PROCESAR-REGISTRO-GL.
           IF GL-TIPO-REG = 'D'
               IF WS-GLF-CANTIDAD > ZEROS AND
                  GL-LOTE NOT = WS-LOTE-GLFILE
                   PERFORM CONCILIAR-LOTE
               END-IF
               MOVE GL-LOTE TO WS-LOTE-GLFILE
               MOVE GL-FECHA-PROCESO TO WS-FECHA-GLFILE
               PERFORM CLASIFICAR-ENTRADA-GL
               END-IF
           ELSE
               IF GL-TOT-TIPO-REG = 'T'
                   IF WS-GLF-CANTIDAD > ZEROS AND
                      GL-TOT-LOTE NOT = WS-LOTE-GLFILE
                       PERFORM CONCILIAR-LOTE
                   END-IF
                   MOVE 'S' TO WS-PIE-GLFILE
                   MOVE GL-TOT-LOTE TO WS-LOTE-GLFILE
                   MOVE GL-TOT-FECHA TO WS-FECHA-GLFILE
                   MOVE GL-TOT-CANTIDAD TO WS-GLF-CANT-LEIDA
                   MOVE GL-TOT-NETO TO WS-GLF-NETO-LEIDO
                   PERFORM CONCILIAR-LOTE
               ELSE
                   IF GL-TOT-TIPO-REG = 'G'
                       MOVE 'S' TO WS-TOTAL-GLFILE
                       MOVE GL-TOT-CANTIDAD TO WS-EJE-CANT-LEIDA
                       MOVE GL-TOT-NETO TO WS-EJE-NETO-LEIDO
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-GLFILE.

       CONCILIAR-LOTE.
           PERFORM VERIFICAR-LOTE-CONTROL
           PERFORM ACUMULAR-AUDITORIA
           PERFORM EMITIR-REPORTE
           ADD 1 TO WS-LOTES-CONCILIADOS
           IF WS-ERRORES > ZEROS
               ADD 1 TO WS-LOTES-FALLIDOS
           END-IF
           ADD WS-ERRORES TO WS-ERRORES-TOTAL
           ADD WS-GLF-CANTIDAD TO WS-EJE-CANTIDAD
           ADD WS-GLF-NETO-CALC TO WS-EJE-NETO
           MOVE ZEROS TO WS-TOTALES-ESPERADOS
           MOVE ZEROS TO WS-TOTALES-GLFILE
           MOVE 'N' TO WS-PIE-GLFILE.

       CLASIFICAR-ENTRADA-GL.
           IF GL-DEBE-HABER = 'H'
               MOVE GL-MONTO TO WS-GLF-MONTO-FIRMADO
           ELSE
           IF GL-CUENTA-CONTABLE = WS-CTA-GL-SOBREGIRO
               ADD WS-GLF-MONTO-FIRMADO TO WS-GLF-SOBREGIRO
           ELSE
           IF GL-CUENTA-CONTABLE = WS-CTA-GL-CARGOS
               ADD WS-GLF-MONTO-FIRMADO TO WS-GLF-CARGOS
           ELSE
           IF GL-CUENTA-CONTABLE = WS-CTA-GL-INTERBANCO
               ADD WS-GLF-MONTO-FIRMADO TO WS-GLF-INTERBANCO
           ELSE
           IF GL-CUENTA-CONTABLE = WS-CTA-GL-CAMARA
               ADD WS-GLF-MONTO-FIRMADO TO WS-GLF-CAMARA
           ELSE
           IF GL-CUENTA-CONTABLE = WS-CTA-GL-INTERESES
               ADD WS-GLF-MONTO-FIRMADO TO WS-GLF-INTERESES
           ELSE
               ADD 1 TO WS-GLF-DESCONOCIDAS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       VERIFICAR-LOTE-CONTROL.
           PERFORM LEER-LOTE-CONTROL.

       ACUMULAR-AUDITORIA.
           MOVE 'N' TO WS-FIN-AUDITORIA
           OPEN INPUT ARCHIVO-AUDITORIA
           IF WS-STATUS-AUD NOT = '00'
               DISPLAY 'ERROR AL ABRIR AUDITORIA - STATUS: '
           IF WS-AE-TIPO = 'TR'
               ADD WS-COMISION-NUM TO WS-ESP-COMISIONES
           END-IF
           IF WS-AE-TIPO = 'TI'
               ADD WS-MONTO-NUM TO WS-ESP-INTERBANCO
               ADD WS-COMISION-NUM TO WS-ESP-COMISIONES
           END-IF
           IF WS-AE-TIPO = 'DV'
               ADD WS-MONTO-NUM TO WS-ESP-DEVOLUCION
           END-IF
           IF WS-AE-TIPO = 'RV'
               ADD WS-DELTA-NUM TO WS-ESP-REVERSOS
           END-IF
           END-IF
           IF WS-AE-TIPO = 'SP'
               SUBTRACT WS-MONTO-NUM FROM WS-ESP-SOBREGIRO
           END-IF
           IF WS-AE-TIPO = 'CG'
               ADD WS-MONTO-NUM TO WS-ESP-CARGOS
           END-IF
           IF WS-AE-TIPO = 'IN'
               ADD WS-MONTO-NUM TO WS-ESP-INTERESES
           END-IF.

       CONVERTIR-MONTO.
           COMPUTE WS-ESP-NETO =
               WS-ESP-DEPOSITOS - WS-ESP-RETIROS +
               WS-ESP-COMISIONES + WS-ESP-REVERSOS -
               WS-ESP-SOBREGIRO + WS-ESP-CARGOS - WS-ESP-INTERESES
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-LOTE-GLFILE TO WS-LL-LOTE
           MOVE WS-FECHA-GLFILE TO WS-LL-FECHA
           COMPUTE WS-CMP-ESPERADO = ZERO - WS-ESP-SOBREGIRO
           MOVE WS-GLF-SOBREGIRO TO WS-CMP-GLFILE
           PERFORM COMPARAR-RUBRO
           MOVE 'CARGOS SOBR.' TO WS-CMP-RUBRO
           MOVE WS-ESP-CARGOS TO WS-CMP-ESPERADO
           MOVE WS-GLF-CARGOS TO WS-CMP-GLFILE
           PERFORM COMPARAR-RUBRO
           MOVE 'OTROS BANCOS' TO WS-CMP-RUBRO
           COMPUTE WS-CMP-ESPERADO =
               WS-ESP-DEVOLUCION - WS-ESP-INTERBANCO
           MOVE WS-GLF-INTERBANCO TO WS-CMP-GLFILE
           PERFORM COMPARAR-RUBRO
           MOVE 'CAMARA' TO WS-CMP-RUBRO
           COMPUTE WS-CMP-ESPERADO =
               WS-ESP-INTERBANCO - WS-ESP-DEVOLUCION
           MOVE WS-GLF-CAMARA TO WS-CMP-GLFILE
           PERFORM COMPARAR-RUBRO
           MOVE 'INTERESES' TO WS-CMP-RUBRO
           COMPUTE WS-CMP-ESPERADO = ZERO - WS-ESP-INTERESES
           MOVE WS-GLF-INTERESES TO WS-CMP-GLFILE
           PERFORM COMPARAR-RUBRO
           PERFORM VERIFICAR-TOTALES
           PERFORM ESCRIBIR-RESULTADO-LOTE.

           END-IF
           WRITE REP-LINEA FROM WS-LINEA-RESULTADO.

       EMITIR-TOTAL-EJECUCION.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'TOTAL DE LA EJECUCION' TO REP-LINEA
           WRITE REP-LINEA
           IF WS-LOTES-CONCILIADOS = ZEROS
               MOVE 'GLFILE SIN LOTES CONTABILIZADOS' TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           IF NOT TOTAL-GLFILE
               MOVE 'ERROR: GLFILE SIN REGISTRO G DE TOTALES'
                   TO REP-LINEA
               WRITE REP-LINEA
               ADD 1 TO WS-ERRORES-TOTAL
           ELSE
               IF WS-EJE-CANT-LEIDA NOT = WS-EJE-CANTIDAD
                   MOVE 'ERROR: CANTIDAD REGISTRO G NO CUADRA'
                       TO REP-LINEA
                   WRITE REP-LINEA
                   ADD 1 TO WS-ERRORES-TOTAL
               END-IF
               IF WS-EJE-NETO-LEIDO NOT = WS-EJE-NETO
                   MOVE 'ERROR: NETO REGISTRO G NO CUADRA'
                       TO REP-LINEA
                   WRITE REP-LINEA
                   ADD 1 TO WS-ERRORES-TOTAL
               END-IF
           END-IF
           MOVE WS-LOTES-CONCILIADOS TO WS-LE-LOTES
           MOVE WS-LOTES-FALLIDOS TO WS-LE-FALLIDOS
           MOVE WS-EJE-CANTIDAD TO WS-LE-ENTRADAS
           WRITE REP-LINEA FROM WS-LINEA-EJECUCION
           IF WS-ERRORES-TOTAL = ZEROS
               MOVE 'PASS' TO WS-LRE-RESULTADO
           ELSE
               MOVE 'FAIL' TO WS-LRE-RESULTADO
           END-IF
           WRITE REP-LINEA FROM WS-LINEA-RESULTADO-EJE.

       MOSTRAR-RESUMEN.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN CONCILIACION CONTABLE'.
           DISPLAY '============================================'.
           DISPLAY 'LOTES CONCILIADOS:        ' WS-LOTES-CONCILIADOS.
           DISPLAY 'LOTES CON DIFERENCIAS:    ' WS-LOTES-FALLIDOS.
           DISPLAY 'LINEAS AUDITORIA LEIDAS:  ' WS-AUD-LEIDAS.
           DISPLAY 'LINEAS APLICADAS:         ' WS-AUD-APLICADAS.
           DISPLAY 'ENTRADAS GL LEIDAS:       ' WS-EJE-CANTIDAD.
           DISPLAY 'ERRORES DETECTADOS:       ' WS-ERRORES-TOTAL.
           IF WS-ERRORES-TOTAL = ZEROS
               DISPLAY 'RESULTADO: PASS'
           ELSE
               DISPLAY 'RESULTADO: FAIL'
