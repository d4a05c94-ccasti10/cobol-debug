      * FUNCIONALIDAD: Lee la bitacora comun de ejecucion BITACORA
      *                para la fecha de proceso, verifica que la
      *                secuencia esperada se haya cumplido (mantencion
      *                antes del respaldo de cuentas y del control de
      *                integridad, ambos antes de transacciones, y
      *                transacciones antes de cartolas) y emite el
      *                reporte de operaciones
      *                marcando todo paso faltante, no terminado,
      *                terminado con error o fuera de orden, y cada
      *                lote de TEST001 apartado. Es lo que operaciones
      *                revisa antes de liberar el dia
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLNOCHE.

       WORKING-STORAGE SECTION.
       01  WS-TABLA-PASOS.
           05  WS-PASO-CANTIDAD      PIC 9(02)      VALUE 5.
           05  WS-PASO-INDICE        PIC 9(02)      VALUE ZEROS.
           05  WS-PASO-ACTUAL        PIC 9(02)      VALUE ZEROS.
           05  WS-PASO OCCURS 5 TIMES.
               10  WS-PAS-PROGRAMA   PIC X(08).
               10  WS-PAS-TIENE-INI  PIC X(01).
               10  WS-PAS-TIENE-FIN  PIC X(01).
               10  WS-PAS-ACEPTADOS  PIC 9(07).
               10  WS-PAS-RECHAZADOS PIC 9(07).

      *----------------------------------------------------------------
      * PARES DE PASOS (ANTERIOR, POSTERIOR): EL POSTERIOR NO DEBE
      * PARTIR ANTES DE QUE TERMINE EL ANTERIOR
      *----------------------------------------------------------------
       01  WS-TABLA-ORDEN.
           05  WS-ORD-CANTIDAD       PIC 9(02)      VALUE 6.
           05  WS-ORD-INDICE         PIC 9(02)      VALUE ZEROS.
           05  WS-ORD-LITERAL        PIC X(24)
               VALUE '010201030104020403040405'.
           05  WS-ORD-PARES REDEFINES WS-ORD-LITERAL.
               10  WS-ORD-PAR OCCURS 6 TIMES.
                   15  WS-ORD-ANTERIOR
                                     PIC 9(02).
                   15  WS-ORD-POSTERIOR
                                     PIC 9(02).
           05  WS-ORD-ANT            PIC 9(02)      VALUE ZEROS.
           05  WS-ORD-POS            PIC 9(02)      VALUE ZEROS.

       01  WS-CONTADORES.
           05  WS-REGISTROS-LEIDOS   PIC 9(07)      VALUE ZEROS.
           05  WS-REGISTROS-FECHA    PIC 9(07)      VALUE ZEROS.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LO-ESTADO          PIC X(02).

       01  WS-LINEA-LOTE.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LL-PROGRAMA        PIC X(08).
           05  FILLER                PIC X(08)      VALUE '  LOTE  '.
           05  WS-LL-LOTE            PIC 9(06).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LL-RESULTADO       PIC X(12).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LL-LEIDOS          PIC Z(06)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LL-ACEPTADOS       PIC Z(06)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LL-RECHAZADOS      PIC Z(06)9.

       01  WS-LINEA-ORDEN.
           05  FILLER                PIC X(16)
               VALUE 'FUERA DE ORDEN: '.
           05  WS-LR-POSTERIOR       PIC X(08).
           05  FILLER                PIC X(26)
               VALUE ' PARTIO ANTES DE TERMINAR '.
           05  WS-LR-ANTERIOR        PIC X(08).

       01  WS-LINEA-FECHA.
           05  FILLER                PIC X(26)
               VALUE 'CONTROL NOCTURNO - FECHA: '.
           END-READ
           CLOSE ARCHIVO-PARAMETRO
           MOVE 'MANTCTA' TO WS-PAS-PROGRAMA (1)
           MOVE 'RESPCTA' TO WS-PAS-PROGRAMA (2)
           MOVE 'INTEGRA' TO WS-PAS-PROGRAMA (3)
           MOVE 'TEST001' TO WS-PAS-PROGRAMA (4)
           MOVE 'CARTOLA' TO WS-PAS-PROGRAMA (5)
           PERFORM LIMPIAR-PASO
               VARYING WS-PASO-INDICE FROM 1 BY 1
               UNTIL WS-PASO-INDICE > WS-PASO-CANTIDAD.

       LIMPIAR-PASO.
           MOVE 'N' TO WS-PAS-TIENE-INI (WS-PASO-INDICE)
           OPEN OUTPUT REPORTE-OPERACIONES
           MOVE WS-FECHA-PROCESO TO WS-LF-FECHA
           WRITE REP-LINEA FROM WS-LINEA-FECHA
           MOVE 'LOTES Y OTROS PROCESOS DEL DIA' TO REP-LINEA
           WRITE REP-LINEA
           OPEN INPUT ARCHIVO-BITACORA
           IF WS-STATUS-BIT NOT = '00'
           MOVE ZEROS TO WS-PASO-ACTUAL
           PERFORM UBICAR-PASO
               VARYING WS-PASO-INDICE FROM 1 BY 1
               UNTIL WS-PASO-INDICE > WS-PASO-CANTIDAD
           IF WS-PASO-ACTUAL > ZEROS
               PERFORM ANOTAR-PASO
           ELSE
                   MOVE 'S' TO WS-PAS-TIENE-INI (WS-PASO-ACTUAL)
                   MOVE BIT-HORA TO WS-PAS-HORA-INI (WS-PASO-ACTUAL)
               END-IF
           END-IF
           IF BIT-EVENTO = 'L'
               PERFORM ESCRIBIR-LOTE-PASO
           END-IF
           IF BIT-EVENTO = 'F'
               MOVE 'S' TO WS-PAS-TIENE-FIN (WS-PASO-ACTUAL)
               MOVE BIT-HORA TO WS-PAS-HORA-FIN (WS-PASO-ACTUAL)
               MOVE BIT-ESTADO TO WS-PAS-ESTADO (WS-PASO-ACTUAL)
                   TO WS-PAS-RECHAZADOS (WS-PASO-ACTUAL)
           END-IF.

       ESCRIBIR-LOTE-PASO.
           MOVE BIT-PROGRAMA TO WS-LL-PROGRAMA
           MOVE BIT-LOTE TO WS-LL-LOTE
           MOVE BIT-LEIDOS TO WS-LL-LEIDOS
           MOVE BIT-ACEPTADOS TO WS-LL-ACEPTADOS
           MOVE BIT-RECHAZADOS TO WS-LL-RECHAZADOS
           IF BIT-ESTADO = 'OK'
               MOVE 'CONTABILIZ.' TO WS-LL-RESULTADO
           ELSE
               MOVE 'APARTADO' TO WS-LL-RESULTADO
               ADD 1 TO WS-PROBLEMAS
           END-IF
           WRITE REP-LINEA FROM WS-LINEA-LOTE.

       ESCRIBIR-OTRO-PROCESO.
           MOVE SPACES TO WS-LINEA-OTRO
           MOVE BIT-PROGRAMA TO WS-LO-PROGRAMA
           WRITE REP-LINEA
           PERFORM EVALUAR-PASO
               VARYING WS-PASO-INDICE FROM 1 BY 1
               UNTIL WS-PASO-INDICE > WS-PASO-CANTIDAD
           PERFORM VERIFICAR-ORDEN
               VARYING WS-ORD-INDICE FROM 1 BY 1
               UNTIL WS-ORD-INDICE > WS-ORD-CANTIDAD
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           IF WS-PROBLEMAS = ZEROS
                   MOVE 'NO TERMINO' TO WS-LP-RESULTADO
                   ADD 1 TO WS-PROBLEMAS
               ELSE
                   PERFORM CALIFICAR-TERMINO
               END-IF
           END-IF
           WRITE REP-LINEA FROM WS-LINEA-PASO.

      *----------------------------------------------------------------
      * ESTADO DEL EVENTO F: RT (TEST001 RETENIDO), SV/AD (HALLAZGOS
      * DE INTEGRA SEVEROS O SOLO ADVERTENCIAS), OK O ERROR
      *----------------------------------------------------------------
       CALIFICAR-TERMINO.
           IF WS-PAS-ESTADO (WS-PASO-INDICE) = 'RT'
               MOVE 'RETENIDO INTEGRIDAD' TO WS-LP-RESULTADO
               ADD 1 TO WS-PROBLEMAS
           ELSE
               IF WS-PAS-ESTADO (WS-PASO-INDICE) = 'SV'
                   MOVE 'HALLAZGOS SEVEROS' TO WS-LP-RESULTADO
                   ADD 1 TO WS-PROBLEMAS
               ELSE
                   IF WS-PAS-ESTADO (WS-PASO-INDICE) = 'AD'
                       MOVE 'OK CON ADVERTENCIAS' TO WS-LP-RESULTADO
                   ELSE
                       IF WS-PAS-ESTADO (WS-PASO-INDICE) = 'OK'
                           MOVE 'OK' TO WS-LP-RESULTADO
                       ELSE
                           MOVE 'TERMINO CON ERROR' TO WS-LP-RESULTADO
                           ADD 1 TO WS-PROBLEMAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-ORDEN.
           MOVE WS-ORD-ANTERIOR (WS-ORD-INDICE) TO WS-ORD-ANT
           MOVE WS-ORD-POSTERIOR (WS-ORD-INDICE) TO WS-ORD-POS
           IF WS-PAS-TIENE-FIN (WS-ORD-ANT) = 'S' AND
              WS-PAS-TIENE-INI (WS-ORD-POS) = 'S' AND
              WS-PAS-HORA-INI (WS-ORD-POS) <
              WS-PAS-HORA-FIN (WS-ORD-ANT)
               MOVE WS-PAS-PROGRAMA (WS-ORD-POS) TO WS-LR-POSTERIOR
               MOVE WS-PAS-PROGRAMA (WS-ORD-ANT) TO WS-LR-ANTERIOR
               WRITE REP-LINEA FROM WS-LINEA-ORDEN
               ADD 1 TO WS-PROBLEMAS
           END-IF.

