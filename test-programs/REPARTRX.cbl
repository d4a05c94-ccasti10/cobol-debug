      *================================================================
      * PROGRAMA: REPARTRX
      * DESCRIPCION: Reparacion y reenvio de transacciones rechazadas
      * FUNCIONALIDAD: Incorpora a la cola de pendientes PENDTRX los
      *                detalles rechazados por TEST001 (RECHTRX),
      *                aplica las correcciones, liberaciones y
      *                anulaciones digitadas por operaciones (CORRTRX),
      *                emite las partidas resueltas como un lote
      *                TRXREENV completo (cabecera, detalles y pie con
      *                cantidad y hash) para la noche siguiente y da de
      *                baja de la cola las partidas sin resolver mas
      *                antiguas que los dias de vigencia, listando
      *                pendientes y vencidas en el reporte REPARREP.
      *                Cada correccion trae la cuenta y el monto
      *                originales de la partida y se rechaza si no
      *                coinciden. Los numeros de partida salen de un
      *                contador en REPCTL y nunca se repiten. Cada
      *                partida resuelta queda en REPHIST: una nueva
      *                ejecucion del mismo dia vuelve a armar el lote
      *                completo, y si el lote del dia ya esta en
      *                LOTESCTL (contabilizado) la ejecucion se rechaza.
      *                RECHTRX y CORRTRX quedan vacios al terminar
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARTRX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-PENDIENTES ASSIGN TO "PENDTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PND.

           SELECT ARCHIVO-PENDIENTES-SAL ASSIGN TO "PENDSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PSL.

           SELECT OPTIONAL ARCHIVO-RECHAZOS-TRX ASSIGN TO "RECHTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RTX.

           SELECT OPTIONAL ARCHIVO-CORRECCIONES ASSIGN TO "CORRTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COR.

           SELECT OPTIONAL ARCHIVO-PARAMETRO ASSIGN TO "REPPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.

           SELECT OPTIONAL ARCHIVO-HISTORIAL ASSIGN TO "REPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIS.

           SELECT OPTIONAL ARCHIVO-CONTROL ASSIGN TO "REPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.

           SELECT OPTIONAL ARCHIVO-LOTES ASSIGN TO "LOTESCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOT.

           SELECT ARCHIVO-TRX-REENVIO ASSIGN TO "TRXREENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRX.

           SELECT REPORTE-REPARACION ASSIGN TO "REPARREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REP.

           SELECT ARCHIVO-BITACORA ASSIGN TO "BITACORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BIT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PENDIENTES
           RECORDING MODE IS F.
       01  PND-REGISTRO.
           05  PND-PARTIDA           PIC 9(07).
           05  PND-TIPO-TRX          PIC X(02).
           05  PND-NRO-CUENTA        PIC 9(10).
           05  PND-MONTO-TRX         PIC 9(09)V99.
           05  PND-CUENTA-DESTINO    PIC 9(10).
           05  PND-CODIGO-ERROR      PIC X(04).
           05  PND-LOTE              PIC 9(06).
           05  PND-FECHA             PIC 9(08).

       FD  ARCHIVO-PENDIENTES-SAL
           RECORDING MODE IS F.
       01  PSL-REGISTRO.
           05  PSL-PARTIDA           PIC 9(07).
           05  PSL-TIPO-TRX          PIC X(02).
           05  PSL-NRO-CUENTA        PIC 9(10).
           05  PSL-MONTO-TRX         PIC 9(09)V99.
           05  PSL-CUENTA-DESTINO    PIC 9(10).
           05  PSL-CODIGO-ERROR      PIC X(04).
           05  PSL-LOTE              PIC 9(06).
           05  PSL-FECHA             PIC 9(08).

       FD  ARCHIVO-RECHAZOS-TRX
           RECORDING MODE IS F.
       01  RTX-REGISTRO.
           05  RTX-TIPO-TRX          PIC X(02).
           05  RTX-NRO-CUENTA        PIC 9(10).
           05  RTX-MONTO-TRX         PIC 9(09)V99.
           05  RTX-CUENTA-DESTINO    PIC 9(10).
           05  RTX-CODIGO-ERROR      PIC X(04).
           05  RTX-LOTE              PIC 9(06).
           05  RTX-FECHA             PIC 9(08).

       FD  ARCHIVO-CORRECCIONES
           RECORDING MODE IS F.
       01  COR-REGISTRO.
           05  COR-PARTIDA           PIC 9(07).
           05  COR-ACCION            PIC X(01).
           05  COR-TIPO-TRX          PIC X(02).
           05  COR-NRO-CUENTA        PIC 9(10).
           05  COR-MONTO-TRX         PIC 9(09)V99.
           05  COR-CUENTA-DESTINO    PIC 9(10).
           05  COR-CTA-ORIGEN        PIC 9(10).
           05  COR-MONTO-ORIGEN      PIC 9(09)V99.

       FD  ARCHIVO-PARAMETRO
           RECORDING MODE IS F.
       01  PRM-REGISTRO.
           05  PRM-DIAS-VIGENCIA     PIC 9(03).

       FD  ARCHIVO-HISTORIAL
           RECORDING MODE IS F.
       01  HIS-REGISTRO.
           05  HIS-FECHA-PROCESO     PIC 9(08).
           05  HIS-LOTE              PIC 9(06).
           05  HIS-PARTIDA           PIC 9(07).
           05  HIS-ACCION            PIC X(01).
           05  HIS-TIPO-TRX          PIC X(02).
           05  HIS-NRO-CUENTA        PIC 9(10).
           05  HIS-MONTO-TRX         PIC 9(09)V99.
           05  HIS-CUENTA-DESTINO    PIC 9(10).
           05  HIS-CODIGO-ERROR      PIC X(04).
           05  HIS-LOTE-ORIGEN       PIC 9(06).
           05  HIS-FECHA-ORIGEN      PIC 9(08).

       FD  ARCHIVO-CONTROL
           RECORDING MODE IS F.
       01  CTL-REGISTRO.
           05  CTL-ULTIMA-PARTIDA    PIC 9(07).
           05  CTL-FECHA             PIC 9(08).

       FD  ARCHIVO-LOTES
           RECORDING MODE IS F.
       01  LOT-REGISTRO.
           05  LOT-NUMERO            PIC 9(06).
           05  LOT-FECHA             PIC 9(08).

       FD  ARCHIVO-TRX-REENVIO
           RECORDING MODE IS F.
       01  TRX-TRANSACCION.
           05  TRX-TIPO              PIC X(02).
           05  TRX-NRO-CUENTA        PIC 9(10).
           05  TRX-MONTO             PIC 9(09)V99.
           05  TRX-CUENTA-DESTINO    PIC 9(10).
       01  TRX-CABECERA.
           05  TRX-CAB-TIPO          PIC X(02).
           05  TRX-CAB-FECHA         PIC 9(08).
           05  TRX-CAB-LOTE          PIC 9(06).
           05  FILLER                PIC X(17).
       01  TRX-PIE.
           05  TRX-PIE-TIPO          PIC X(02).
           05  TRX-PIE-CANTIDAD      PIC 9(07).
           05  TRX-PIE-HASH          PIC 9(13)V99.
           05  FILLER                PIC X(09).

       FD  REPORTE-REPARACION
           RECORDING MODE IS F.
       01  REP-LINEA                 PIC X(100).

       FD  ARCHIVO-BITACORA
           RECORDING MODE IS F.
       01  BIT-REGISTRO.
           05  BIT-PROGRAMA          PIC X(08).
           05  BIT-FECHA             PIC 9(08).
           05  BIT-HORA              PIC 9(08).
           05  BIT-EVENTO            PIC X(01).
           05  BIT-LOTE              PIC 9(06).
           05  BIT-LEIDOS            PIC 9(07).
           05  BIT-ACEPTADOS         PIC 9(07).
           05  BIT-RECHAZADOS        PIC 9(07).
           05  BIT-ESTADO            PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-PARTIDA.
           05  WS-PAR-TIPO-TRX       PIC X(02)      VALUE SPACES.
               88  PAR-TIPO-VALIDO               VALUE 'DE' 'RE'
                                                       'TR' 'RV'
                                                       'RT' 'LB'
                                                       'CG' 'TI'
                                                       'DV' 'IN'.
               88  PAR-TRANSFERENCIA             VALUE 'TR' 'TI'.
           05  WS-PAR-NRO-CUENTA     PIC 9(10)      VALUE ZEROS.
           05  WS-PAR-MONTO-TRX      PIC 9(09)V99   VALUE ZEROS.
           05  WS-PAR-CUENTA-DESTINO PIC 9(10)      VALUE ZEROS.

       01  WS-TABLA-CORRECCIONES.
           05  WS-COR-CANTIDAD       PIC 9(03)      VALUE ZEROS.
           05  WS-COR-INDICE         PIC 9(03)      VALUE ZEROS.
           05  WS-COR-ACTUAL         PIC 9(03)      VALUE ZEROS.
           05  WS-COR-ENTRADA OCCURS 500 TIMES.
               10  WS-COR-PARTIDA    PIC 9(07).
               10  WS-COR-ACCION     PIC X(01).
                   88  COR-CORREGIR                 VALUE 'C'.
                   88  COR-LIBERAR                  VALUE 'L'.
                   88  COR-ANULAR                   VALUE 'A'.
               10  WS-COR-TIPO-TRX   PIC X(02).
               10  WS-COR-NRO-CUENTA PIC 9(10).
               10  WS-COR-MONTO-TRX  PIC 9(09)V99.
               10  WS-COR-CTA-DESTINO
                                     PIC 9(10).
               10  WS-COR-CTA-ORIGEN PIC 9(10).
               10  WS-COR-MONTO-ORIGEN
                                     PIC 9(09)V99.
               10  WS-COR-APLICADA   PIC X(01).
                   88  COR-APLICADA                 VALUE 'S'.

       01  WS-TABLA-RESUELTAS.
           05  WS-RES-CANTIDAD       PIC 9(04)      VALUE ZEROS.
           05  WS-RES-INDICE         PIC 9(04)      VALUE ZEROS.
           05  WS-RES-PARTIDA        PIC 9(07) OCCURS 1000 TIMES.

       01  WS-CONTADORES.
           05  WS-PND-LEIDAS         PIC 9(07)      VALUE ZEROS.
           05  WS-RTX-LEIDOS         PIC 9(07)      VALUE ZEROS.
           05  WS-CORREGIDAS         PIC 9(07)      VALUE ZEROS.
           05  WS-LIBERADAS          PIC 9(07)      VALUE ZEROS.
           05  WS-ANULADAS           PIC 9(07)      VALUE ZEROS.
           05  WS-COR-INVALIDAS      PIC 9(07)      VALUE ZEROS.
           05  WS-COR-NO-APLICADAS   PIC 9(07)      VALUE ZEROS.
           05  WS-PENDIENTES         PIC 9(07)      VALUE ZEROS.
           05  WS-VENCIDAS           PIC 9(07)      VALUE ZEROS.
           05  WS-TRX-EMITIDAS       PIC 9(07)      VALUE ZEROS.
           05  WS-REEMITIDAS         PIC 9(07)      VALUE ZEROS.
           05  WS-YA-RESUELTAS       PIC 9(07)      VALUE ZEROS.
           05  WS-ULTIMA-PARTIDA     PIC 9(07)      VALUE ZEROS.

       01  WS-CONTROL-LOTE.
           05  WS-HASH-MONTOS        PIC 9(13)V99   VALUE ZEROS.
           05  WS-FECHA-ACTUAL       PIC 9(08)      VALUE ZEROS.
           05  WS-FECHA-LIMITE       PIC 9(08)      VALUE ZEROS.
           05  WS-DIAS-VIGENCIA      PIC 9(03)      VALUE 15.

       01  WS-LOTE-REENVIO.
           05  WS-LOTE-PREFIJO       PIC 9(01)      VALUE 7.
           05  WS-LOTE-SUFIJO        PIC 9(05)      VALUE ZEROS.
       01  WS-LOTE-NUMERO REDEFINES WS-LOTE-REENVIO
                                     PIC 9(06).

       01  WS-FLAGS.
           05  WS-MENSAJE            PIC X(24)      VALUE SPACES.
           05  WS-COR-VALIDA         PIC X(01)      VALUE 'S'.
           05  WS-COR-HALLADA        PIC X(01)      VALUE 'N'.
               88  COR-HALLADA                      VALUE 'S'.
           05  WS-FIN-PENDIENTES     PIC X(01)      VALUE 'N'.
               88  FIN-PENDIENTES                   VALUE 'S'.
           05  WS-FIN-RECHAZOS       PIC X(01)      VALUE 'N'.
               88  FIN-RECHAZOS                     VALUE 'S'.
           05  WS-FIN-CORRECCIONES   PIC X(01)      VALUE 'N'.
               88  FIN-CORRECCIONES                 VALUE 'S'.
           05  WS-FIN-COPIA          PIC X(01)      VALUE 'N'.
               88  FIN-COPIA                        VALUE 'S'.
           05  WS-FIN-HISTORIAL      PIC X(01)      VALUE 'N'.
               88  FIN-HISTORIAL                    VALUE 'S'.
           05  WS-FIN-LOTES          PIC X(01)      VALUE 'N'.
               88  FIN-LOTES                        VALUE 'S'.
           05  WS-LOTE-CONTABILIZADO PIC X(01)      VALUE 'N'.
               88  LOTE-CONTABILIZADO               VALUE 'S'.
           05  WS-RES-HALLADA        PIC X(01)      VALUE 'N'.
               88  RES-HALLADA                      VALUE 'S'.

       01  WS-STATUS-PND             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PSL             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-RTX             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-COR             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PRM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-HIS             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CTL             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-LOT             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TRX             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-REP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.

       01  WS-BITACORA.
           05  WS-BIT-EVENTO         PIC X(01)      VALUE SPACES.
           05  WS-BIT-ESTADO         PIC X(02)      VALUE SPACES.
           05  WS-BIT-HORA           PIC 9(08)      VALUE ZEROS.

       01  WS-FECHA-TRABAJO.
           05  WS-FT-AAAA            PIC 9(04).
           05  WS-FT-MM              PIC 9(02).
           05  WS-FT-DD              PIC 9(02).
       01  WS-FECHA-TRABAJO-NUM REDEFINES WS-FECHA-TRABAJO
                                     PIC 9(08).

       01  WS-CALENDARIO.
           05  WS-DIAS-LITERAL       PIC X(24)
               VALUE '312831303130313130313031'.
           05  WS-TABLA-DIAS REDEFINES WS-DIAS-LITERAL.
               10  WS-DIAS-MES       PIC 9(02) OCCURS 12 TIMES.
           05  WS-DIA-CALCULO        PIC S9(04)     VALUE ZEROS.
           05  WS-DIAS-DEL-MES       PIC 9(02)      VALUE ZEROS.
           05  WS-RESTO-DIV          PIC 9(04)      VALUE ZEROS.
           05  WS-COCIENTE-DIV       PIC 9(04)      VALUE ZEROS.
           05  WS-ES-BISIESTO        PIC X(01)      VALUE 'N'.
               88  ANIO-BISIESTO                    VALUE 'S'.

       01  WS-LINEA-REPORTE.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-REP-PARTIDA        PIC Z(06)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-REP-TIPO           PIC X(02).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-REP-CUENTA         PIC Z(09)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-REP-MONTO          PIC Z(08)9.99.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-REP-DESTINO        PIC Z(09)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-REP-ERROR          PIC X(04).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-REP-LOTE           PIC 9(06).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-REP-FECHA          PIC 9(08).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-REP-MENSAJE        PIC X(24).

       01  WS-LINEA-TITULOS.
           05  FILLER                PIC X(40)
               VALUE ' PARTIDA  TI      CUENTA         MONTO  '.
           05  FILLER                PIC X(36)
               VALUE '  DESTINO   ERR   LOTE    FECHA     '.
           05  FILLER                PIC X(24)
               VALUE 'OBSERVACION'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'INICIO REPARACION DE TRANSACCIONES RECHAZADAS'.
           PERFORM INICIALIZAR
           PERFORM REGISTRAR-INICIO-BITACORA
           PERFORM VERIFICAR-LOTE-CONTABILIZADO
           PERFORM CARGAR-CORRECCIONES
           PERFORM PROCESAR-PENDIENTES
           PERFORM INCORPORAR-RECHAZOS
           PERFORM CERRAR-REENVIO
           PERFORM GRABAR-CONTROL-PARTIDAS
           PERFORM ACTUALIZAR-PENDIENTES
           PERFORM LISTAR-VENCIDAS
           PERFORM LISTAR-NO-APLICADAS
           CLOSE REPORTE-REPARACION
           PERFORM VACIAR-RECHAZOS
           PERFORM VACIAR-CORRECCIONES
           PERFORM MOSTRAR-RESUMEN
           PERFORM REGISTRAR-FIN-BITACORA
           STOP RUN.

       REGISTRAR-INICIO-BITACORA.
           MOVE 'I' TO WS-BIT-EVENTO
           MOVE SPACES TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       REGISTRAR-FIN-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           MOVE 'OK' TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       REGISTRAR-ABORTO-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           MOVE 'ER' TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       GRABAR-BITACORA.
           ACCEPT WS-BIT-HORA FROM TIME
           OPEN EXTEND ARCHIVO-BITACORA
           MOVE SPACES TO BIT-REGISTRO
           MOVE 'REPARTRX' TO BIT-PROGRAMA
           MOVE WS-FECHA-ACTUAL TO BIT-FECHA
           MOVE WS-BIT-HORA TO BIT-HORA
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE WS-LOTE-NUMERO TO BIT-LOTE
           COMPUTE BIT-LEIDOS = WS-PND-LEIDAS + WS-RTX-LEIDOS
           MOVE WS-TRX-EMITIDAS TO BIT-ACEPTADOS
           COMPUTE BIT-RECHAZADOS = WS-VENCIDAS + WS-COR-INVALIDAS
               + WS-COR-NO-APLICADAS
           MOVE WS-BIT-ESTADO TO BIT-ESTADO
           WRITE BIT-REGISTRO
           CLOSE ARCHIVO-BITACORA.

       INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACTUAL (4:5) TO WS-LOTE-SUFIJO
           OPEN INPUT ARCHIVO-PARAMETRO
           READ ARCHIVO-PARAMETRO
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-DIAS-VIGENCIA IS NUMERIC AND
                      PRM-DIAS-VIGENCIA > ZEROS
                       MOVE PRM-DIAS-VIGENCIA TO WS-DIAS-VIGENCIA
                   END-IF
           END-READ
           CLOSE ARCHIVO-PARAMETRO
           OPEN INPUT ARCHIVO-CONTROL
           READ ARCHIVO-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-ULTIMA-PARTIDA IS NUMERIC
                       MOVE CTL-ULTIMA-PARTIDA TO WS-ULTIMA-PARTIDA
                   END-IF
           END-READ
           CLOSE ARCHIVO-CONTROL
           MOVE WS-FECHA-ACTUAL TO WS-FECHA-TRABAJO-NUM
           PERFORM RESTAR-DIAS
           MOVE WS-FECHA-TRABAJO-NUM TO WS-FECHA-LIMITE.

      *----------------------------------------------------------------
      * FECHA LIMITE: LA FECHA ACTUAL MENOS LOS DIAS DE VIGENCIA. UNA
      * PARTIDA RECHAZADA ANTES DE ESA FECHA SE DA POR VENCIDA
      *----------------------------------------------------------------
       RESTAR-DIAS.
           COMPUTE WS-DIA-CALCULO = WS-FT-DD - WS-DIAS-VIGENCIA
           PERFORM RETROCEDER-MES
               UNTIL WS-DIA-CALCULO > ZEROS
           MOVE WS-DIA-CALCULO TO WS-FT-DD.

       RETROCEDER-MES.
           SUBTRACT 1 FROM WS-FT-MM
           IF WS-FT-MM = ZEROS
               MOVE 12 TO WS-FT-MM
               SUBTRACT 1 FROM WS-FT-AAAA
           END-IF
           PERFORM OBTENER-DIAS-MES
           ADD WS-DIAS-DEL-MES TO WS-DIA-CALCULO.

       OBTENER-DIAS-MES.
           MOVE WS-DIAS-MES (WS-FT-MM) TO WS-DIAS-DEL-MES
           IF WS-FT-MM = 2
               PERFORM VERIFICAR-BISIESTO
               IF ANIO-BISIESTO
                   MOVE 29 TO WS-DIAS-DEL-MES
               END-IF
           END-IF.

       VERIFICAR-BISIESTO.
           MOVE 'N' TO WS-ES-BISIESTO
           DIVIDE WS-FT-AAAA BY 4 GIVING WS-COCIENTE-DIV
               REMAINDER WS-RESTO-DIV
           IF WS-RESTO-DIV = ZEROS
               MOVE 'S' TO WS-ES-BISIESTO
               DIVIDE WS-FT-AAAA BY 100 GIVING WS-COCIENTE-DIV
                   REMAINDER WS-RESTO-DIV
               IF WS-RESTO-DIV = ZEROS
                   MOVE 'N' TO WS-ES-BISIESTO
                   DIVIDE WS-FT-AAAA BY 400 GIVING WS-COCIENTE-DIV
                       REMAINDER WS-RESTO-DIV
                   IF WS-RESTO-DIV = ZEROS
                       MOVE 'S' TO WS-ES-BISIESTO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * SI TEST001 YA CONTABILIZO EL LOTE DE REENVIO DE HOY, UN LOTE
      * NUEVO CON EL MISMO NUMERO SERIA RECHAZADO COMO REPETIDO. NO SE
      * TOCA NADA Y LA REPARACION QUEDA PARA EL DIA SIGUIENTE
      *----------------------------------------------------------------
       VERIFICAR-LOTE-CONTABILIZADO.
           MOVE 'N' TO WS-LOTE-CONTABILIZADO
           MOVE 'N' TO WS-FIN-LOTES
           OPEN INPUT ARCHIVO-LOTES
           PERFORM LEER-LOTE-CONTROL
           PERFORM COMPARAR-LOTE-CONTROL UNTIL FIN-LOTES
           CLOSE ARCHIVO-LOTES
           IF LOTE-CONTABILIZADO
               DISPLAY 'LOTE DE REENVIO ' WS-LOTE-NUMERO
                   ' YA CONTABILIZADO POR TEST001'
               DISPLAY 'REPARTRX NO SE PUEDE REEJECUTAR HOY - '
                   'CORRECCIONES Y RECHAZOS QUEDAN PARA MANANA'
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF.

       LEER-LOTE-CONTROL.
           READ ARCHIVO-LOTES
               AT END
                   MOVE 'S' TO WS-FIN-LOTES
           END-READ.

       COMPARAR-LOTE-CONTROL.
           IF LOT-NUMERO = WS-LOTE-NUMERO
               MOVE 'S' TO WS-LOTE-CONTABILIZADO
           END-IF
           PERFORM LEER-LOTE-CONTROL.

       CARGAR-CORRECCIONES.
           OPEN INPUT ARCHIVO-CORRECCIONES
           IF WS-STATUS-COR NOT = '00' AND WS-STATUS-COR NOT = '05'
               DISPLAY 'ERROR AL ABRIR CORRTRX - STATUS: '
                   WS-STATUS-COR
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           PERFORM LEER-CORRECCION
           PERFORM GUARDAR-CORRECCION UNTIL FIN-CORRECCIONES
           CLOSE ARCHIVO-CORRECCIONES.

       LEER-CORRECCION.
           READ ARCHIVO-CORRECCIONES
               AT END
                   MOVE 'S' TO WS-FIN-CORRECCIONES
           END-READ.

       GUARDAR-CORRECCION.
           IF WS-COR-CANTIDAD >= 500
               DISPLAY 'DEMASIADAS CORRECCIONES EN CORRTRX - '
                   'AUMENTE EL TAMANO DE WS-COR-ENTRADA Y REPROCESE'
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           ADD 1 TO WS-COR-CANTIDAD
           MOVE COR-PARTIDA TO WS-COR-PARTIDA (WS-COR-CANTIDAD)
           MOVE COR-ACCION TO WS-COR-ACCION (WS-COR-CANTIDAD)
           MOVE COR-TIPO-TRX TO WS-COR-TIPO-TRX (WS-COR-CANTIDAD)
           MOVE ZEROS TO WS-COR-NRO-CUENTA (WS-COR-CANTIDAD)
           MOVE ZEROS TO WS-COR-MONTO-TRX (WS-COR-CANTIDAD)
           MOVE ZEROS TO WS-COR-CTA-DESTINO (WS-COR-CANTIDAD)
           IF COR-NRO-CUENTA IS NUMERIC
               MOVE COR-NRO-CUENTA
                   TO WS-COR-NRO-CUENTA (WS-COR-CANTIDAD)
           END-IF
           IF COR-MONTO-TRX IS NUMERIC
               MOVE COR-MONTO-TRX
                   TO WS-COR-MONTO-TRX (WS-COR-CANTIDAD)
           END-IF
           IF COR-CUENTA-DESTINO IS NUMERIC
               MOVE COR-CUENTA-DESTINO
                   TO WS-COR-CTA-DESTINO (WS-COR-CANTIDAD)
           END-IF
           MOVE ZEROS TO WS-COR-CTA-ORIGEN (WS-COR-CANTIDAD)
           MOVE ZEROS TO WS-COR-MONTO-ORIGEN (WS-COR-CANTIDAD)
           IF COR-CTA-ORIGEN IS NUMERIC
               MOVE COR-CTA-ORIGEN
                   TO WS-COR-CTA-ORIGEN (WS-COR-CANTIDAD)
           END-IF
           IF COR-MONTO-ORIGEN IS NUMERIC
               MOVE COR-MONTO-ORIGEN
                   TO WS-COR-MONTO-ORIGEN (WS-COR-CANTIDAD)
           END-IF
           MOVE 'N' TO WS-COR-APLICADA (WS-COR-CANTIDAD)
           PERFORM LEER-CORRECCION.

      *----------------------------------------------------------------
      * COLA DE PENDIENTES: CADA PARTIDA CON CORRECCION SE RESUELVE
      * (REENVIO O ANULACION); LAS DEMAS SIGUEN EN LA COLA. EL LOTE
      * EMPIEZA CON LAS PARTIDAS YA RESUELTAS HOY EN EJECUCIONES
      * ANTERIORES (REPHIST), QUE YA NO ESTAN EN PENDTRX
      *----------------------------------------------------------------
       PROCESAR-PENDIENTES.
           OPEN INPUT ARCHIVO-PENDIENTES
           IF WS-STATUS-PND NOT = '00' AND WS-STATUS-PND NOT = '05'
               DISPLAY 'ERROR AL ABRIR PENDTRX - STATUS: '
                   WS-STATUS-PND
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVO-PENDIENTES-SAL
           OPEN OUTPUT ARCHIVO-TRX-REENVIO
           OPEN OUTPUT REPORTE-REPARACION
           PERFORM ENCABEZADO-REPORTE
           PERFORM ESCRIBIR-CABECERA-TRX
           PERFORM REEMITIR-RESUELTAS-HOY
           OPEN EXTEND ARCHIVO-HISTORIAL
           PERFORM LEER-PENDIENTE
           PERFORM PROCESAR-PENDIENTE UNTIL FIN-PENDIENTES
           CLOSE ARCHIVO-PENDIENTES.

       REEMITIR-RESUELTAS-HOY.
           OPEN INPUT ARCHIVO-HISTORIAL
           IF WS-STATUS-HIS NOT = '00' AND WS-STATUS-HIS NOT = '05'
               DISPLAY 'ERROR AL ABRIR REPHIST - STATUS: '
                   WS-STATUS-HIS
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-HISTORIAL
           PERFORM LEER-HISTORIAL
           PERFORM REVISAR-HISTORIAL UNTIL FIN-HISTORIAL
           CLOSE ARCHIVO-HISTORIAL.

       LEER-HISTORIAL.
           READ ARCHIVO-HISTORIAL
               AT END
                   MOVE 'S' TO WS-FIN-HISTORIAL
           END-READ.

       REVISAR-HISTORIAL.
           IF HIS-PARTIDA > WS-ULTIMA-PARTIDA
               MOVE HIS-PARTIDA TO WS-ULTIMA-PARTIDA
           END-IF
           IF HIS-FECHA-PROCESO = WS-FECHA-ACTUAL AND
              HIS-LOTE = WS-LOTE-NUMERO
               PERFORM GUARDAR-RESUELTA
               PERFORM REEMITIR-PARTIDA
           END-IF
           PERFORM LEER-HISTORIAL.

       GUARDAR-RESUELTA.
           IF WS-RES-CANTIDAD >= 1000
               DISPLAY 'DEMASIADAS PARTIDAS RESUELTAS HOY EN REPHIST - '
                   'AUMENTE EL TAMANO DE WS-RES-PARTIDA Y REPROCESE'
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           ADD 1 TO WS-RES-CANTIDAD
           MOVE HIS-PARTIDA TO WS-RES-PARTIDA (WS-RES-CANTIDAD).

       REEMITIR-PARTIDA.
           MOVE HIS-TIPO-TRX TO WS-PAR-TIPO-TRX
           MOVE HIS-NRO-CUENTA TO WS-PAR-NRO-CUENTA
           MOVE HIS-MONTO-TRX TO WS-PAR-MONTO-TRX
           MOVE HIS-CUENTA-DESTINO TO WS-PAR-CUENTA-DESTINO
           IF HIS-ACCION = 'A'
               MOVE 'ANULADA EJEC. ANTERIOR' TO WS-MENSAJE
           ELSE
               PERFORM EMITIR-REENVIO
               ADD 1 TO WS-REEMITIDAS
               MOVE 'REENVIADA EJEC. ANTERIOR' TO WS-MENSAJE
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE HIS-PARTIDA TO WS-REP-PARTIDA
           MOVE WS-PAR-TIPO-TRX TO WS-REP-TIPO
           MOVE WS-PAR-NRO-CUENTA TO WS-REP-CUENTA
           MOVE WS-PAR-MONTO-TRX TO WS-REP-MONTO
           MOVE WS-PAR-CUENTA-DESTINO TO WS-REP-DESTINO
           MOVE HIS-CODIGO-ERROR TO WS-REP-ERROR
           MOVE HIS-LOTE-ORIGEN TO WS-REP-LOTE
           MOVE HIS-FECHA-ORIGEN TO WS-REP-FECHA
           MOVE WS-MENSAJE TO WS-REP-MENSAJE
           WRITE REP-LINEA FROM WS-LINEA-REPORTE.

       ENCABEZADO-REPORTE.
           MOVE 'REPORTE REPARACION DE TRANSACCIONES RECHAZADAS'
               TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'PARTIDAS RESUELTAS' TO REP-LINEA
           WRITE REP-LINEA
           WRITE REP-LINEA FROM WS-LINEA-TITULOS.

       ESCRIBIR-CABECERA-TRX.
           MOVE SPACES TO TRX-CABECERA
           MOVE 'CA' TO TRX-CAB-TIPO
           MOVE WS-FECHA-ACTUAL TO TRX-CAB-FECHA
           MOVE WS-LOTE-NUMERO TO TRX-CAB-LOTE
           WRITE TRX-CABECERA.

       LEER-PENDIENTE.
           READ ARCHIVO-PENDIENTES
               AT END
                   MOVE 'S' TO WS-FIN-PENDIENTES
           END-READ.

       PROCESAR-PENDIENTE.
           ADD 1 TO WS-PND-LEIDAS
           IF PND-PARTIDA > WS-ULTIMA-PARTIDA
               MOVE PND-PARTIDA TO WS-ULTIMA-PARTIDA
           END-IF
           MOVE PND-REGISTRO TO PSL-REGISTRO
           PERFORM BUSCAR-RESUELTA
           IF RES-HALLADA
               ADD 1 TO WS-YA-RESUELTAS
           ELSE
               PERFORM BUSCAR-CORRECCION
               IF COR-HALLADA
                   PERFORM APLICAR-CORRECCION
               ELSE
                   WRITE PSL-REGISTRO
               END-IF
           END-IF
           PERFORM LEER-PENDIENTE.

      *----------------------------------------------------------------
      * UNA PARTIDA QUE YA ESTA EN REPHIST CON EL LOTE DE HOY SOLO
      * PUEDE SEGUIR EN PENDTRX SI LA EJECUCION ANTERIOR SE CORTO ANTES
      * DE ACTUALIZAR LA COLA. YA VA EN EL LOTE Y SE DA DE BAJA
      *----------------------------------------------------------------
       BUSCAR-RESUELTA.
           MOVE 'N' TO WS-RES-HALLADA
           PERFORM COMPARAR-RESUELTA
               VARYING WS-RES-INDICE FROM 1 BY 1
               UNTIL WS-RES-INDICE > WS-RES-CANTIDAD
                  OR RES-HALLADA.

       COMPARAR-RESUELTA.
           IF WS-RES-PARTIDA (WS-RES-INDICE) = PND-PARTIDA
               MOVE 'S' TO WS-RES-HALLADA
           END-IF.

       BUSCAR-CORRECCION.
           MOVE 'N' TO WS-COR-HALLADA
           MOVE ZEROS TO WS-COR-ACTUAL
           PERFORM COMPARAR-CORRECCION
               VARYING WS-COR-INDICE FROM 1 BY 1
               UNTIL WS-COR-INDICE > WS-COR-CANTIDAD
                  OR COR-HALLADA.

       COMPARAR-CORRECCION.
           IF WS-COR-PARTIDA (WS-COR-INDICE) = PND-PARTIDA AND
              NOT COR-APLICADA (WS-COR-INDICE)
               MOVE 'S' TO WS-COR-HALLADA
               MOVE WS-COR-INDICE TO WS-COR-ACTUAL
           END-IF.

      *----------------------------------------------------------------
      * LA CORRECCION SOLO SE APLICA SI LA CUENTA Y EL MONTO ORIGINALES
      * QUE TRAE COINCIDEN CON LOS DE LA PARTIDA EN LA COLA
      *----------------------------------------------------------------
       APLICAR-CORRECCION.
           MOVE 'S' TO WS-COR-APLICADA (WS-COR-ACTUAL)
           MOVE PND-TIPO-TRX TO WS-PAR-TIPO-TRX
           MOVE PND-NRO-CUENTA TO WS-PAR-NRO-CUENTA
           MOVE PND-MONTO-TRX TO WS-PAR-MONTO-TRX
           MOVE PND-CUENTA-DESTINO TO WS-PAR-CUENTA-DESTINO
           MOVE 'S' TO WS-COR-VALIDA
           IF WS-COR-CTA-ORIGEN (WS-COR-ACTUAL) NOT = PND-NRO-CUENTA
              OR WS-COR-MONTO-ORIGEN (WS-COR-ACTUAL) NOT = PND-MONTO-TRX
               ADD 1 TO WS-COR-INVALIDAS
               MOVE 'NO COINCIDE CTA/MONTO' TO WS-MENSAJE
               WRITE PSL-REGISTRO
           ELSE
               PERFORM RESOLVER-PARTIDA
           END-IF
           PERFORM ESCRIBIR-LINEA-PARTIDA.

       RESOLVER-PARTIDA.
           IF COR-ANULAR (WS-COR-ACTUAL)
               ADD 1 TO WS-ANULADAS
               MOVE 'ANULADA POR OPERACIONES' TO WS-MENSAJE
               PERFORM GRABAR-HISTORIAL
           ELSE
               IF COR-LIBERAR (WS-COR-ACTUAL)
                   PERFORM EMITIR-REENVIO
                   PERFORM GRABAR-HISTORIAL
                   ADD 1 TO WS-LIBERADAS
                   MOVE 'LIBERADA - REENVIADA' TO WS-MENSAJE
               ELSE
                   IF COR-CORREGIR (WS-COR-ACTUAL)
                       PERFORM TOMAR-CORRECCION
                       PERFORM VALIDAR-CORRECCION
                   ELSE
                       MOVE 'N' TO WS-COR-VALIDA
                       MOVE 'ACCION INVALIDA' TO WS-MENSAJE
                   END-IF
                   IF WS-COR-VALIDA = 'S'
                       PERFORM EMITIR-REENVIO
                       PERFORM GRABAR-HISTORIAL
                       ADD 1 TO WS-CORREGIDAS
                       MOVE 'CORREGIDA - REENVIADA' TO WS-MENSAJE
                   ELSE
                       ADD 1 TO WS-COR-INVALIDAS
                       WRITE PSL-REGISTRO
                   END-IF
               END-IF
           END-IF.

       TOMAR-CORRECCION.
           IF WS-COR-TIPO-TRX (WS-COR-ACTUAL) NOT = SPACES
               MOVE WS-COR-TIPO-TRX (WS-COR-ACTUAL)
                   TO WS-PAR-TIPO-TRX
           END-IF
           IF WS-COR-NRO-CUENTA (WS-COR-ACTUAL) > ZEROS
               MOVE WS-COR-NRO-CUENTA (WS-COR-ACTUAL)
                   TO WS-PAR-NRO-CUENTA
           END-IF
           IF WS-COR-MONTO-TRX (WS-COR-ACTUAL) > ZEROS
               MOVE WS-COR-MONTO-TRX (WS-COR-ACTUAL)
                   TO WS-PAR-MONTO-TRX
           END-IF
           IF WS-COR-CTA-DESTINO (WS-COR-ACTUAL) > ZEROS
               MOVE WS-COR-CTA-DESTINO (WS-COR-ACTUAL)
                   TO WS-PAR-CUENTA-DESTINO
           END-IF.

       VALIDAR-CORRECCION.
           IF NOT PAR-TIPO-VALIDO
               MOVE 'N' TO WS-COR-VALIDA
               MOVE 'CORRECCION: TIPO INVALIDO' TO WS-MENSAJE
           END-IF
           IF WS-PAR-NRO-CUENTA = ZEROS
               MOVE 'N' TO WS-COR-VALIDA
               MOVE 'CORRECCION: SIN CUENTA' TO WS-MENSAJE
           END-IF
           IF WS-PAR-MONTO-TRX = ZEROS
               MOVE 'N' TO WS-COR-VALIDA
               MOVE 'CORRECCION: MONTO CERO' TO WS-MENSAJE
           END-IF
           IF PAR-TRANSFERENCIA AND WS-PAR-CUENTA-DESTINO = ZEROS
               MOVE 'N' TO WS-COR-VALIDA
               MOVE 'CORRECCION: SIN DESTINO' TO WS-MENSAJE
           END-IF.

       EMITIR-REENVIO.
           MOVE SPACES TO TRX-TRANSACCION
           MOVE WS-PAR-TIPO-TRX TO TRX-TIPO
           MOVE WS-PAR-NRO-CUENTA TO TRX-NRO-CUENTA
           MOVE WS-PAR-MONTO-TRX TO TRX-MONTO
           MOVE WS-PAR-CUENTA-DESTINO TO TRX-CUENTA-DESTINO
           ADD TRX-MONTO TO WS-HASH-MONTOS
           WRITE TRX-TRANSACCION
           ADD 1 TO WS-TRX-EMITIDAS.

       GRABAR-HISTORIAL.
           MOVE SPACES TO HIS-REGISTRO
           MOVE WS-FECHA-ACTUAL TO HIS-FECHA-PROCESO
           MOVE WS-LOTE-NUMERO TO HIS-LOTE
           MOVE PND-PARTIDA TO HIS-PARTIDA
           MOVE WS-COR-ACCION (WS-COR-ACTUAL) TO HIS-ACCION
           MOVE WS-PAR-TIPO-TRX TO HIS-TIPO-TRX
           MOVE WS-PAR-NRO-CUENTA TO HIS-NRO-CUENTA
           MOVE WS-PAR-MONTO-TRX TO HIS-MONTO-TRX
           MOVE WS-PAR-CUENTA-DESTINO TO HIS-CUENTA-DESTINO
           MOVE PND-CODIGO-ERROR TO HIS-CODIGO-ERROR
           MOVE PND-LOTE TO HIS-LOTE-ORIGEN
           MOVE PND-FECHA TO HIS-FECHA-ORIGEN
           WRITE HIS-REGISTRO.

       ESCRIBIR-LINEA-PARTIDA.
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE PND-PARTIDA TO WS-REP-PARTIDA
           MOVE WS-PAR-TIPO-TRX TO WS-REP-TIPO
           MOVE WS-PAR-NRO-CUENTA TO WS-REP-CUENTA
           MOVE WS-PAR-MONTO-TRX TO WS-REP-MONTO
           MOVE WS-PAR-CUENTA-DESTINO TO WS-REP-DESTINO
           MOVE PND-CODIGO-ERROR TO WS-REP-ERROR
           MOVE PND-LOTE TO WS-REP-LOTE
           MOVE PND-FECHA TO WS-REP-FECHA
           MOVE WS-MENSAJE TO WS-REP-MENSAJE
           WRITE REP-LINEA FROM WS-LINEA-REPORTE.

      *----------------------------------------------------------------
      * LOS RECHAZOS DE LA ULTIMA EJECUCION DE TEST001 ENTRAN A LA
      * COLA CON UN NUMERO DE PARTIDA NUEVO, SIGUIENTE AL ULTIMO DE
      * REPCTL (O AL MAYOR DE LA COLA Y DE REPHIST SI FUERA MAYOR)
      *----------------------------------------------------------------
       INCORPORAR-RECHAZOS.
           OPEN INPUT ARCHIVO-RECHAZOS-TRX
           IF WS-STATUS-RTX NOT = '00' AND WS-STATUS-RTX NOT = '05'
               DISPLAY 'ERROR AL ABRIR RECHTRX - STATUS: '
                   WS-STATUS-RTX
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           PERFORM LEER-RECHAZO
           PERFORM INCORPORAR-RECHAZO UNTIL FIN-RECHAZOS
           CLOSE ARCHIVO-RECHAZOS-TRX.

       LEER-RECHAZO.
           READ ARCHIVO-RECHAZOS-TRX
               AT END
                   MOVE 'S' TO WS-FIN-RECHAZOS
           END-READ.

       INCORPORAR-RECHAZO.
           ADD 1 TO WS-RTX-LEIDOS
           ADD 1 TO WS-ULTIMA-PARTIDA
           MOVE SPACES TO PSL-REGISTRO
           MOVE WS-ULTIMA-PARTIDA TO PSL-PARTIDA
           MOVE RTX-TIPO-TRX TO PSL-TIPO-TRX
           MOVE RTX-NRO-CUENTA TO PSL-NRO-CUENTA
           MOVE RTX-MONTO-TRX TO PSL-MONTO-TRX
           MOVE RTX-CUENTA-DESTINO TO PSL-CUENTA-DESTINO
           MOVE RTX-CODIGO-ERROR TO PSL-CODIGO-ERROR
           MOVE RTX-LOTE TO PSL-LOTE
           MOVE RTX-FECHA TO PSL-FECHA
           WRITE PSL-REGISTRO
           PERFORM LEER-RECHAZO.

       CERRAR-REENVIO.
           MOVE SPACES TO TRX-PIE
           MOVE 'PI' TO TRX-PIE-TIPO
           MOVE WS-TRX-EMITIDAS TO TRX-PIE-CANTIDAD
           MOVE WS-HASH-MONTOS TO TRX-PIE-HASH
           WRITE TRX-PIE
           CLOSE ARCHIVO-TRX-REENVIO
           CLOSE ARCHIVO-HISTORIAL
           CLOSE ARCHIVO-PENDIENTES-SAL.

       GRABAR-CONTROL-PARTIDAS.
           OPEN OUTPUT ARCHIVO-CONTROL
           IF WS-STATUS-CTL NOT = '00' AND WS-STATUS-CTL NOT = '05'
               DISPLAY 'ERROR AL ABRIR REPCTL - STATUS: '
                   WS-STATUS-CTL
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE SPACES TO CTL-REGISTRO
           MOVE WS-ULTIMA-PARTIDA TO CTL-ULTIMA-PARTIDA
           MOVE WS-FECHA-ACTUAL TO CTL-FECHA
           WRITE CTL-REGISTRO
           CLOSE ARCHIVO-CONTROL.

      *----------------------------------------------------------------
      * DEVUELVE LA COLA A PENDTRX, SALVO LAS PARTIDAS VENCIDAS, Y
      * LISTA LAS QUE QUEDAN PENDIENTES
      *----------------------------------------------------------------
       ACTUALIZAR-PENDIENTES.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'PARTIDAS PENDIENTES DE CORRECCION' TO REP-LINEA
           WRITE REP-LINEA
           WRITE REP-LINEA FROM WS-LINEA-TITULOS
           OPEN INPUT ARCHIVO-PENDIENTES-SAL
           OPEN OUTPUT ARCHIVO-PENDIENTES
           MOVE 'N' TO WS-FIN-COPIA
           PERFORM LEER-PENDIENTE-SALIDA
           PERFORM COPIAR-PENDIENTE UNTIL FIN-COPIA
           CLOSE ARCHIVO-PENDIENTES-SAL
           CLOSE ARCHIVO-PENDIENTES.

       LEER-PENDIENTE-SALIDA.
           READ ARCHIVO-PENDIENTES-SAL
               AT END
                   MOVE 'S' TO WS-FIN-COPIA
           END-READ.

       COPIAR-PENDIENTE.
           IF PSL-FECHA >= WS-FECHA-LIMITE
               MOVE PSL-REGISTRO TO PND-REGISTRO
               WRITE PND-REGISTRO
               ADD 1 TO WS-PENDIENTES
               MOVE 'PENDIENTE' TO WS-MENSAJE
               PERFORM ESCRIBIR-LINEA-COLA
           END-IF
           PERFORM LEER-PENDIENTE-SALIDA.

       LISTAR-VENCIDAS.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'PARTIDAS VENCIDAS - DADAS DE BAJA DE LA COLA'
               TO REP-LINEA
           WRITE REP-LINEA
           WRITE REP-LINEA FROM WS-LINEA-TITULOS
           OPEN INPUT ARCHIVO-PENDIENTES-SAL
           MOVE 'N' TO WS-FIN-COPIA
           PERFORM LEER-PENDIENTE-SALIDA
           PERFORM REVISAR-VENCIDA UNTIL FIN-COPIA
           CLOSE ARCHIVO-PENDIENTES-SAL.

       REVISAR-VENCIDA.
           IF PSL-FECHA < WS-FECHA-LIMITE
               ADD 1 TO WS-VENCIDAS
               MOVE 'VENCIDA SIN CORRECCION' TO WS-MENSAJE
               PERFORM ESCRIBIR-LINEA-COLA
           END-IF
           PERFORM LEER-PENDIENTE-SALIDA.

       ESCRIBIR-LINEA-COLA.
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE PSL-PARTIDA TO WS-REP-PARTIDA
           MOVE PSL-TIPO-TRX TO WS-REP-TIPO
           MOVE PSL-NRO-CUENTA TO WS-REP-CUENTA
           MOVE PSL-MONTO-TRX TO WS-REP-MONTO
           MOVE PSL-CUENTA-DESTINO TO WS-REP-DESTINO
           MOVE PSL-CODIGO-ERROR TO WS-REP-ERROR
           MOVE PSL-LOTE TO WS-REP-LOTE
           MOVE PSL-FECHA TO WS-REP-FECHA
           MOVE WS-MENSAJE TO WS-REP-MENSAJE
           WRITE REP-LINEA FROM WS-LINEA-REPORTE.

       LISTAR-NO-APLICADAS.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'CORRECCIONES SIN PARTIDA PENDIENTE' TO REP-LINEA
           WRITE REP-LINEA
           PERFORM REVISAR-NO-APLICADA
               VARYING WS-COR-INDICE FROM 1 BY 1
               UNTIL WS-COR-INDICE > WS-COR-CANTIDAD.

       REVISAR-NO-APLICADA.
           IF NOT COR-APLICADA (WS-COR-INDICE)
               ADD 1 TO WS-COR-NO-APLICADAS
               MOVE SPACES TO WS-LINEA-REPORTE
               MOVE WS-COR-PARTIDA (WS-COR-INDICE) TO WS-REP-PARTIDA
               MOVE WS-COR-TIPO-TRX (WS-COR-INDICE) TO WS-REP-TIPO
               MOVE WS-COR-NRO-CUENTA (WS-COR-INDICE)
                   TO WS-REP-CUENTA
               MOVE WS-COR-MONTO-TRX (WS-COR-INDICE) TO WS-REP-MONTO
               MOVE WS-COR-CTA-DESTINO (WS-COR-INDICE)
                   TO WS-REP-DESTINO
               MOVE 'PARTIDA NO ESTA EN COLA' TO WS-REP-MENSAJE
               WRITE REP-LINEA FROM WS-LINEA-REPORTE
           END-IF.

       VACIAR-RECHAZOS.
           OPEN OUTPUT ARCHIVO-RECHAZOS-TRX
           CLOSE ARCHIVO-RECHAZOS-TRX.

      *----------------------------------------------------------------
      * LAS CORRECCIONES YA SE APLICARON O QUEDARON INFORMADAS EN
      * REPARREP; NO SE DEBEN VOLVER A APLICAR EN LA PROXIMA EJECUCION
      *----------------------------------------------------------------
       VACIAR-CORRECCIONES.
           OPEN OUTPUT ARCHIVO-CORRECCIONES
           CLOSE ARCHIVO-CORRECCIONES.

       MOSTRAR-RESUMEN.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN REPARACION DE RECHAZADAS'.
           DISPLAY '============================================'.
           DISPLAY 'FECHA PROCESO:            ' WS-FECHA-ACTUAL.
           DISPLAY 'FECHA LIMITE VIGENCIA:    ' WS-FECHA-LIMITE.
           DISPLAY 'LOTE DE REENVIO:          ' WS-LOTE-NUMERO.
           DISPLAY 'PARTIDAS EN COLA LEIDAS:  ' WS-PND-LEIDAS.
           DISPLAY 'RECHAZOS INCORPORADOS:    ' WS-RTX-LEIDOS.
           DISPLAY 'PARTIDAS CORREGIDAS:      ' WS-CORREGIDAS.
           DISPLAY 'PARTIDAS LIBERADAS:       ' WS-LIBERADAS.
           DISPLAY 'PARTIDAS ANULADAS:        ' WS-ANULADAS.
           DISPLAY 'CORRECCIONES INVALIDAS:   ' WS-COR-INVALIDAS.
           DISPLAY 'CORRECCIONES SIN PARTIDA: ' WS-COR-NO-APLICADAS.
           DISPLAY 'PARTIDAS PENDIENTES:      ' WS-PENDIENTES.
           DISPLAY 'PARTIDAS VENCIDAS:        ' WS-VENCIDAS.
           DISPLAY 'REEMITIDAS EJEC. ANTERIOR:' WS-REEMITIDAS.
           DISPLAY 'YA RESUELTAS EN REPHIST:  ' WS-YA-RESUELTAS.
           DISPLAY 'TRANSACCIONES REENVIADAS: ' WS-TRX-EMITIDAS.
           DISPLAY 'ULTIMA PARTIDA ASIGNADA:  ' WS-ULTIMA-PARTIDA.
           DISPLAY 'FIN REPARACION DE TRANSACCIONES RECHAZADAS'.
