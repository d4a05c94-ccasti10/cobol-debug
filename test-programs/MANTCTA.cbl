      * DESCRIPCION: Mantencion del archivo maestro de CUENTAS
      * FUNCIONALIDAD: Procesa movimientos de mantencion (alta, baja,
      *                bloqueo, desbloqueo, linea de sobregiro,
      *                reactivacion de cuentas inactivas, plan de
      *                comision y solicitud de cierre) y mantiene el
      *                estado de cada cuenta en CTA-ESTADO. La
      *                solicitud de cierre deja la cuenta en cierre
      *                ('P') y registra la cuenta de destino del saldo
      *                en CIERRES para la liquidacion de CIERRCTA
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCTA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLN.

           SELECT OPTIONAL ARCHIVO-CIERRES ASSIGN TO "CIERRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CIE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MANTENCION
           05  FD-MNT-NRO-CUENTA     PIC 9(10).
           05  FD-MNT-SALDO-INICIAL  PIC 9(11)V99.
           05  FD-MNT-PLAN           PIC X(02).
           05  FD-MNT-CTA-DESTINO    PIC 9(10).

       FD  ARCHIVO-CUENTAS.
       01  CTA-REGISTRO.
           05  PLN-MINIMO            PIC 9(05)V99.
           05  PLN-TRX-LIBRES        PIC 9(03).

      *----------------------------------------------------------------
      * SOLICITUDES DE CIERRE. MANTCTA LAS AGREGA EN ESTADO 'S' Y
      * CIERRCTA LAS LIQUIDA ('L') Y LAS DA POR CERRADAS ('C') O
      * ANULADAS ('A') SEGUN EL ESTADO DE LA CUENTA
      *----------------------------------------------------------------
       FD  ARCHIVO-CIERRES
           RECORDING MODE IS F.
       01  CIE-REGISTRO.
           05  CIE-CUENTA            PIC 9(10).
           05  CIE-CTA-DESTINO       PIC 9(10).
           05  CIE-FECHA-SOLICITUD   PIC 9(08).
           05  CIE-ESTADO            PIC X(01).
           05  CIE-LOTE              PIC 9(06).
           05  CIE-FECHA-ESTADO      PIC 9(08).
           05  CIE-INTERES           PIC 9(09)V99.
           05  CIE-CARGOS            PIC 9(09)V99.
           05  CIE-RETENCION         PIC 9(09)V99.
           05  CIE-TRASPASO          PIC 9(11)V99.
           05  CIE-CTA-TRASPASO      PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-MANTENCION.
           05  WS-MNT-TIPO           PIC X(02).
               88  MNT-SOBREGIRO                 VALUE 'SO'.
               88  MNT-REACTIVACION              VALUE 'RA'.
               88  MNT-PLAN                      VALUE 'PL'.
               88  MNT-SOLICITUD-CIERRE          VALUE 'SC'.
           05  WS-MNT-NRO-CUENTA     PIC 9(10).
           05  WS-MNT-SALDO-INICIAL  PIC 9(11)V99   VALUE ZEROS.
           05  WS-MNT-PLAN           PIC X(02)      VALUE SPACES.
           05  WS-MNT-CTA-DESTINO    PIC 9(10)      VALUE ZEROS.

       01  WS-CONTADORES.
           05  WS-MNT-PROCESADOS     PIC 9(05)      VALUE ZEROS.
               88  FIN-ARCHIVO                      VALUE 'S'.
           05  WS-CUENTA-EXISTE      PIC X(01)      VALUE 'N'.
               88  CUENTA-EXISTE                    VALUE 'S'.
           05  WS-DESTINO-VALIDO     PIC X(01)      VALUE 'N'.
               88  DESTINO-VALIDO                   VALUE 'S'.

       01  WS-STATUS-MNT             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CTA             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-REP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PLN             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CIE             PIC X(02)      VALUE SPACES.

       01  WS-TABLA-PLANES.
           05  WS-PLN-CANTIDAD       PIC 9(02)      VALUE ZEROS.
                   MOVE FD-MNT-NRO-CUENTA TO WS-MNT-NRO-CUENTA
                   MOVE FD-MNT-SALDO-INICIAL TO WS-MNT-SALDO-INICIAL
                   MOVE FD-MNT-PLAN TO WS-MNT-PLAN
                   IF FD-MNT-CTA-DESTINO IS NUMERIC
                       MOVE FD-MNT-CTA-DESTINO TO WS-MNT-CTA-DESTINO
                   ELSE
                       MOVE ZEROS TO WS-MNT-CTA-DESTINO
                   END-IF
           END-READ.

       PROCESAR-MOVIMIENTO.
                               ELSE
                                   IF MNT-PLAN
                                       PERFORM EJECUTAR-PLAN
                                   ELSE
                                   IF MNT-SOLICITUD-CIERRE
                                       PERFORM EJECUTAR-SOLICITUD-CIERRE
                                   ELSE
                                       MOVE 'N' TO WS-MNT-VALIDO
                                       MOVE 'M001' TO WS-ERROR-CODE
                                        'TIPO DE MOVIMIENTO INVALIDO'
                                           TO WS-MENSAJE
                                   END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * SOLICITUD DE CIERRE: EN VEZ DE EXIGIR SALDO CERO COMO LA BAJA,
      * DEJA LA CUENTA EN CIERRE ('P') Y REGISTRA LA SOLICITUD. EL
      * SALDO NETO VA A LA CUENTA DE DESTINO INDICADA O, SI VIENE EN
      * CERO, A LA CUENTA DE PAGO PENDIENTE DE CIERRCTA
      *----------------------------------------------------------------
       EJECUTAR-SOLICITUD-CIERRE.
           IF NOT CUENTA-EXISTE
               MOVE 'N' TO WS-MNT-VALIDO
               MOVE 'M003' TO WS-ERROR-CODE
               MOVE 'CUENTA INEXISTENTE' TO WS-MENSAJE
           ELSE
               IF CTA-ESTADO = 'C'
                   MOVE 'N' TO WS-MNT-VALIDO
                   MOVE 'M004' TO WS-ERROR-CODE
                   MOVE 'CUENTA CERRADA' TO WS-MENSAJE
               ELSE
               IF CTA-ESTADO = 'P'
                   MOVE 'N' TO WS-MNT-VALIDO
                   MOVE 'M009' TO WS-ERROR-CODE
                   MOVE 'CUENTA YA EN PROCESO DE CIERRE' TO WS-MENSAJE
               ELSE
               IF CTA-ESTADO = 'B'
                   MOVE 'N' TO WS-MNT-VALIDO
                   MOVE 'M011' TO WS-ERROR-CODE
                   MOVE 'CUENTA BLOQUEADA - NO SE CIERRA'
                       TO WS-MENSAJE
               ELSE
                   IF WS-MNT-CTA-DESTINO NOT = ZEROS
                       PERFORM VALIDAR-CUENTA-DESTINO
                       PERFORM LEER-CUENTA
                   END-IF
                   IF WS-MNT-VALIDO = 'S'
                       MOVE 'P' TO CTA-ESTADO
                       REWRITE CTA-REGISTRO
                       PERFORM REGISTRAR-SOLICITUD-CIERRE
                       MOVE 'SOLICITUD DE CIERRE REGISTRADA'
                           TO WS-MENSAJE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       VALIDAR-CUENTA-DESTINO.
           MOVE 'N' TO WS-DESTINO-VALIDO
           IF WS-MNT-CTA-DESTINO NOT = WS-MNT-NRO-CUENTA
               MOVE WS-MNT-CTA-DESTINO TO CTA-NRO-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTA-ESTADO NOT = 'C' AND
                          CTA-ESTADO NOT = 'P'
                           MOVE 'S' TO WS-DESTINO-VALIDO
                       END-IF
               END-READ
           END-IF
           IF NOT DESTINO-VALIDO
               MOVE 'N' TO WS-MNT-VALIDO
               MOVE 'M010' TO WS-ERROR-CODE
               MOVE 'CUENTA DESTINO INVALIDA' TO WS-MENSAJE
           END-IF.

       REGISTRAR-SOLICITUD-CIERRE.
           OPEN EXTEND ARCHIVO-CIERRES
           MOVE SPACES TO CIE-REGISTRO
           MOVE WS-MNT-NRO-CUENTA TO CIE-CUENTA
           MOVE WS-MNT-CTA-DESTINO TO CIE-CTA-DESTINO
           MOVE WS-FECHA-ACTUAL TO CIE-FECHA-SOLICITUD
           MOVE 'S' TO CIE-ESTADO
           MOVE ZEROS TO CIE-LOTE
           MOVE WS-FECHA-ACTUAL TO CIE-FECHA-ESTADO
           MOVE ZEROS TO CIE-INTERES
           MOVE ZEROS TO CIE-CARGOS
           MOVE ZEROS TO CIE-RETENCION
           MOVE ZEROS TO CIE-TRASPASO
           MOVE ZEROS TO CIE-CTA-TRASPASO
           WRITE CIE-REGISTRO
           CLOSE ARCHIVO-CIERRES.

       ESCRIBIR-RESULTADO.
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE WS-MNT-NRO-CUENTA TO WS-REP-CUENTA
