      *================================================================
      * PROGRAMA: CARGOSOB
      * DESCRIPCION: Cobro mensual de intereses y cargos por sobregiro
      * FUNCIONALIDAD: Recorre las fotos diarias de SALDOS del periodo
      *                y por cada cuenta con saldo negativo calcula el
      *                interes deudor sobre la parte dentro de la linea
      *                de sobregiro, el interes penal sobre la parte
      *                que la excede (tasas anuales, base 360) y un
      *                cargo fijo por uso. Emite los cargos como un
      *                lote TRXSOBR completo (cabecera, detalles y pie
      *                con cantidad y hash) para TEST001 y el reporte
      *                de calculo por cuenta SOBREP para la sucursal
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGOSOB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SNP.

           SELECT ARCHIVO-CUENTAS ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTA.

           SELECT OPTIONAL ARCHIVO-PARAMETRO ASSIGN TO "SOBPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.

           SELECT ARCHIVO-TRX-SOBREGIRO ASSIGN TO "TRXSOBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRX.

           SELECT REPORTE-SOBREGIRO ASSIGN TO "SOBREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REP.

           SELECT ARCHIVO-BITACORA ASSIGN TO "BITACORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BIT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALDOS
           RECORDING MODE IS F.
       01  SNP-REGISTRO.
           05  SNP-FECHA             PIC 9(08).
           05  SNP-CUENTA            PIC 9(10).
           05  SNP-SALDO             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           05  SNP-RETENIDO          PIC 9(09)V99.
           05  SNP-ESTADO            PIC X(01).

       FD  ARCHIVO-CUENTAS.
       01  CTA-REGISTRO.
           05  CTA-NRO-CUENTA        PIC 9(10).
           05  CTA-SALDO-ACTUAL      PIC S9(11)V99.
           05  CTA-SALDO-RETENIDO    PIC 9(09)V99.
           05  CTA-ULT-TIPO-TRX      PIC X(02).
           05  CTA-ULT-MONTO-TRX     PIC 9(09)V99.
           05  CTA-ULT-COMISION      PIC 9(05)V99.
           05  CTA-ULT-REVERSADO     PIC X(01).
           05  CTA-ACUM-DIA          PIC 9(09)V99.
           05  CTA-ACUM-FECHA        PIC 9(08).
           05  CTA-ESTADO            PIC X(01).
           05  CTA-LINEA-SOBREGIRO   PIC 9(09)V99.
           05  CTA-PLAN-COMISION     PIC X(02).
           05  CTA-TRX-MES           PIC 9(03).
           05  CTA-TRX-PERIODO       PIC 9(06).

       FD  ARCHIVO-PARAMETRO
           RECORDING MODE IS F.
       01  PRM-REGISTRO.
           05  PRM-PERIODO           PIC 9(06).
           05  PRM-TASA-DEUDORA      PIC 9V9999.
           05  PRM-TASA-PENAL        PIC 9V9999.
           05  PRM-CARGO-FIJO        PIC 9(05)V99.

       FD  ARCHIVO-TRX-SOBREGIRO
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

       FD  REPORTE-SOBREGIRO
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
       01  WS-PARAMETROS.
           05  WS-PERIODO-CARGO      PIC 9(06)      VALUE ZEROS.
           05  WS-PER-PARTES REDEFINES WS-PERIODO-CARGO.
               10  WS-PER-AAAA       PIC 9(04).
               10  WS-PER-MM         PIC 9(02).
           05  WS-TASA-DEUDORA       PIC 9V9999     VALUE 0.2400.
           05  WS-TASA-PENAL         PIC 9V9999     VALUE 0.3600.
           05  WS-CARGO-FIJO         PIC 9(05)V99   VALUE 2500.00.
           05  WS-DIAS-BASE          PIC 9(03)      VALUE 360.

      *----------------------------------------------------------------
      * UNA ENTRADA POR CUENTA CON SALDO NEGATIVO EN EL PERIODO; EL
      * SALDO DEUDOR SE GUARDA POR DIA DEL MES, DE MODO QUE UNA FOTO
      * REPETIDA DEL MISMO DIA NO SE COBRA DOS VECES
      *----------------------------------------------------------------
       01  WS-TABLA-SOBREGIROS.
           05  WS-SOB-CANTIDAD       PIC 9(04)      VALUE ZEROS.
           05  WS-SOB-INDICE         PIC 9(04)      VALUE ZEROS.
           05  WS-SOB-BUSCADA        PIC 9(10)      VALUE ZEROS.
           05  WS-DIA-INDICE         PIC 9(02)      VALUE ZEROS.
           05  WS-SOB-ENTRADA OCCURS 2000 TIMES.
               10  WS-SOB-CUENTA     PIC 9(10).
               10  WS-SOB-LINEA      PIC 9(09)V99.
               10  WS-SOB-ESTADO     PIC X(01).
               10  WS-SOB-EN-MAESTRO PIC X(01).
               10  WS-SOB-DEUDA      PIC 9(11)V99 OCCURS 31 TIMES.

       01  WS-CALCULO.
           05  WS-DEUDA-DIA          PIC 9(11)V99   VALUE ZEROS.
           05  WS-DENTRO-DIA         PIC 9(11)V99   VALUE ZEROS.
           05  WS-EXCESO-DIA         PIC 9(11)V99   VALUE ZEROS.
           05  WS-DIAS-SOBREGIRO     PIC 9(03)      VALUE ZEROS.
           05  WS-DIAS-EXCESO        PIC 9(03)      VALUE ZEROS.
           05  WS-SUMA-DENTRO        PIC 9(13)V99   VALUE ZEROS.
           05  WS-SUMA-EXCESO        PIC 9(13)V99   VALUE ZEROS.
           05  WS-DEUDA-MAXIMA       PIC 9(11)V99   VALUE ZEROS.
           05  WS-INTERES-DEUDOR     PIC 9(09)V99   VALUE ZEROS.
           05  WS-INTERES-PENAL      PIC 9(09)V99   VALUE ZEROS.
           05  WS-CARGO-TOTAL        PIC 9(09)V99   VALUE ZEROS.
           05  WS-MENSAJE            PIC X(40)      VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-FOTOS-LEIDAS       PIC 9(07)      VALUE ZEROS.
           05  WS-FOTOS-NEGATIVAS    PIC 9(07)      VALUE ZEROS.
           05  WS-CARGOS-EMITIDOS    PIC 9(07)      VALUE ZEROS.
           05  WS-EXCEPCIONES        PIC 9(07)      VALUE ZEROS.
           05  WS-TOT-INTERES-DEUDOR PIC 9(11)V99   VALUE ZEROS.
           05  WS-TOT-INTERES-PENAL  PIC 9(11)V99   VALUE ZEROS.
           05  WS-TOT-CARGO-FIJO     PIC 9(11)V99   VALUE ZEROS.

       01  WS-CONTROL-LOTE.
           05  WS-HASH-MONTOS        PIC 9(13)V99   VALUE ZEROS.
           05  WS-FECHA-ACTUAL       PIC 9(08)      VALUE ZEROS.

       01  WS-LOTE-SOBREGIRO.
           05  WS-LOTE-PREFIJO       PIC 9(01)      VALUE 8.
           05  WS-LOTE-SUFIJO        PIC 9(05)      VALUE ZEROS.
       01  WS-LOTE-NUMERO REDEFINES WS-LOTE-SOBREGIRO
                                     PIC 9(06).

       01  WS-FLAGS.
           05  WS-FIN-SALDOS         PIC X(01)      VALUE 'N'.
               88  FIN-SALDOS                       VALUE 'S'.
           05  WS-SOB-HALLADA        PIC X(01)      VALUE 'N'.
               88  SOBREGIRO-HALLADO                VALUE 'S'.

       01  WS-STATUS-SNP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CTA             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PRM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TRX             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-REP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.

       01  WS-BITACORA.
           05  WS-BIT-EVENTO         PIC X(01)      VALUE SPACES.
           05  WS-BIT-ESTADO         PIC X(02)      VALUE SPACES.
           05  WS-BIT-HORA           PIC 9(08)      VALUE ZEROS.

       01  WS-LINEA-TASAS.
           05  FILLER                PIC X(20)
               VALUE 'TASA DEUDORA ANUAL: '.
           05  WS-LT-DEUDORA         PIC 9.9999.
           05  FILLER                PIC X(20)
               VALUE '  TASA PENAL ANUAL: '.
           05  WS-LT-PENAL           PIC 9.9999.
           05  FILLER                PIC X(13)
               VALUE '  BASE DIAS: '.
           05  WS-LT-BASE            PIC ZZ9.
           05  FILLER                PIC X(14)
               VALUE '  CARGO FIJO: '.
           05  WS-LT-FIJO            PIC Z(04)9.99.

       01  WS-LINEA-CUENTA.
           05  FILLER                PIC X(08)      VALUE 'CUENTA: '.
           05  WS-LC-CUENTA          PIC 9(10).
           05  FILLER                PIC X(22)
               VALUE '   LINEA AUTORIZADA: '.
           05  WS-LC-LINEA           PIC Z(08)9.99.
           05  FILLER                PIC X(12)
               VALUE '   PERIODO: '.
           05  WS-LC-PERIODO         PIC 9(06).

       01  WS-LINEA-DIA.
           05  FILLER                PIC X(06)      VALUE '   DIA'.
           05  WS-LD-DIA             PIC Z9.
           05  FILLER                PIC X(16)
               VALUE '  SALDO DEUDOR: '.
           05  WS-LD-DEUDA           PIC Z(10)9.99.
           05  FILLER                PIC X(11)      VALUE '  DENTRO: '.
           05  WS-LD-DENTRO          PIC Z(10)9.99.
           05  FILLER                PIC X(11)      VALUE '  EXCESO: '.
           05  WS-LD-EXCESO          PIC Z(10)9.99.

       01  WS-LINEA-INTERES.
           05  FILLER                PIC X(03)      VALUE SPACES.
           05  WS-LI-CONCEPTO        PIC X(22).
           05  FILLER                PIC X(07)      VALUE ' DIAS: '.
           05  WS-LI-DIAS            PIC ZZ9.
           05  FILLER                PIC X(08)      VALUE ' SUMA: '.
           05  WS-LI-SUMA            PIC Z(12)9.99.
           05  FILLER                PIC X(08)      VALUE ' TASA: '.
           05  WS-LI-TASA            PIC 9.9999.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LI-MONTO           PIC Z(08)9.99.

       01  WS-LINEA-CARGO.
           05  FILLER                PIC X(03)      VALUE SPACES.
           05  WS-LG-CONCEPTO        PIC X(22).
           05  FILLER                PIC X(51)      VALUE SPACES.
           05  WS-LG-MONTO           PIC Z(08)9.99.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LG-MENSAJE         PIC X(10).

       01  WS-LINEA-OBSERVACION.
           05  FILLER                PIC X(03)      VALUE SPACES.
           05  WS-LO-MENSAJE         PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'INICIO CARGOS POR SOBREGIRO'.
           PERFORM INICIALIZAR
           PERFORM REGISTRAR-INICIO-BITACORA
           PERFORM CARGAR-SOBREGIROS
           PERFORM EMITIR-CARGOS
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
           MOVE 'CARGOSOB' TO BIT-PROGRAMA
           MOVE WS-FECHA-ACTUAL TO BIT-FECHA
           MOVE WS-BIT-HORA TO BIT-HORA
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE WS-LOTE-NUMERO TO BIT-LOTE
           MOVE WS-FOTOS-LEIDAS TO BIT-LEIDOS
           MOVE WS-CARGOS-EMITIDOS TO BIT-ACEPTADOS
           MOVE WS-EXCEPCIONES TO BIT-RECHAZADOS
           MOVE WS-BIT-ESTADO TO BIT-ESTADO
           WRITE BIT-REGISTRO
           CLOSE ARCHIVO-BITACORA.

       INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACTUAL (4:5) TO WS-LOTE-SUFIJO
           MOVE WS-FECHA-ACTUAL (1:6) TO WS-PERIODO-CARGO
           SUBTRACT 1 FROM WS-PER-MM
           IF WS-PER-MM = ZEROS
               MOVE 12 TO WS-PER-MM
               SUBTRACT 1 FROM WS-PER-AAAA
           END-IF
           OPEN INPUT ARCHIVO-PARAMETRO
           READ ARCHIVO-PARAMETRO
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-PERIODO IS NUMERIC AND
                      PRM-PERIODO > ZEROS
                       MOVE PRM-PERIODO TO WS-PERIODO-CARGO
                   END-IF
                   IF PRM-TASA-DEUDORA IS NUMERIC
                       MOVE PRM-TASA-DEUDORA TO WS-TASA-DEUDORA
                   END-IF
                   IF PRM-TASA-PENAL IS NUMERIC
                       MOVE PRM-TASA-PENAL TO WS-TASA-PENAL
                   END-IF
                   IF PRM-CARGO-FIJO IS NUMERIC
                       MOVE PRM-CARGO-FIJO TO WS-CARGO-FIJO
                   END-IF
           END-READ
           CLOSE ARCHIVO-PARAMETRO
           IF WS-PERIODO-CARGO >= WS-FECHA-ACTUAL (1:6)
               DISPLAY 'PERIODO ' WS-PERIODO-CARGO
                   ' NO ESTA CERRADO - SIN COBRO'
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * PRIMERA PASADA: SALDOS DEUDORES DEL PERIODO POR CUENTA Y DIA
      *----------------------------------------------------------------
       CARGAR-SOBREGIROS.
           OPEN INPUT ARCHIVO-SALDOS
           IF WS-STATUS-SNP NOT = '00'
               DISPLAY 'ERROR AL ABRIR SALDOS - STATUS: '
                   WS-STATUS-SNP
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STATUS-CTA NOT = '00'
               CLOSE ARCHIVO-SALDOS
               DISPLAY 'ERROR AL ABRIR CUENTAS - STATUS: '
                   WS-STATUS-CTA
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           PERFORM LEER-SALDO
           PERFORM ACUMULAR-SALDO UNTIL FIN-SALDOS
           CLOSE ARCHIVO-SALDOS
           CLOSE ARCHIVO-CUENTAS.

       LEER-SALDO.
           READ ARCHIVO-SALDOS
               AT END
                   MOVE 'S' TO WS-FIN-SALDOS
           END-READ.

       ACUMULAR-SALDO.
           ADD 1 TO WS-FOTOS-LEIDAS
           IF SNP-FECHA (1:6) = WS-PERIODO-CARGO AND
              SNP-SALDO < ZEROS
               ADD 1 TO WS-FOTOS-NEGATIVAS
               MOVE SNP-CUENTA TO WS-SOB-BUSCADA
               PERFORM BUSCAR-SOBREGIRO
               IF NOT SOBREGIRO-HALLADO
                   PERFORM AGREGAR-SOBREGIRO
               END-IF
               MOVE SNP-FECHA (7:2) TO WS-DIA-INDICE
               COMPUTE WS-SOB-DEUDA (WS-SOB-INDICE WS-DIA-INDICE) =
                   ZERO - SNP-SALDO
           END-IF
           PERFORM LEER-SALDO.

       BUSCAR-SOBREGIRO.
           MOVE 'N' TO WS-SOB-HALLADA
           MOVE 1 TO WS-SOB-INDICE
           PERFORM REVISAR-SOBREGIRO
               UNTIL WS-SOB-INDICE > WS-SOB-CANTIDAD
                  OR SOBREGIRO-HALLADO.

       REVISAR-SOBREGIRO.
           IF WS-SOB-CUENTA (WS-SOB-INDICE) = WS-SOB-BUSCADA
               MOVE 'S' TO WS-SOB-HALLADA
           ELSE
               ADD 1 TO WS-SOB-INDICE
           END-IF.

       AGREGAR-SOBREGIRO.
           IF WS-SOB-CANTIDAD >= 2000
               DISPLAY 'ERROR: TABLA DE SOBREGIROS LLENA - '
                   'MAS DE 2000 CUENTAS EN SOBREGIRO EN EL PERIODO'
               DISPLAY 'AUMENTE EL TAMANO DE WS-SOB-ENTRADA '
                   'Y REPROCESE'
               CLOSE ARCHIVO-SALDOS
               CLOSE ARCHIVO-CUENTAS
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           ADD 1 TO WS-SOB-CANTIDAD
           MOVE WS-SOB-CANTIDAD TO WS-SOB-INDICE
           MOVE SNP-CUENTA TO WS-SOB-CUENTA (WS-SOB-INDICE)
           PERFORM LIMPIAR-DIA
               VARYING WS-DIA-INDICE FROM 1 BY 1
               UNTIL WS-DIA-INDICE > 31
           MOVE SNP-CUENTA TO CTA-NRO-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE 'N' TO WS-SOB-EN-MAESTRO (WS-SOB-INDICE)
                   MOVE ZEROS TO WS-SOB-LINEA (WS-SOB-INDICE)
                   MOVE SPACES TO WS-SOB-ESTADO (WS-SOB-INDICE)
               NOT INVALID KEY
                   MOVE 'S' TO WS-SOB-EN-MAESTRO (WS-SOB-INDICE)
                   IF CTA-LINEA-SOBREGIRO IS NUMERIC
                       MOVE CTA-LINEA-SOBREGIRO
                           TO WS-SOB-LINEA (WS-SOB-INDICE)
                   ELSE
                       MOVE ZEROS TO WS-SOB-LINEA (WS-SOB-INDICE)
                   END-IF
                   MOVE CTA-ESTADO TO WS-SOB-ESTADO (WS-SOB-INDICE)
           END-READ.

       LIMPIAR-DIA.
           MOVE ZEROS TO WS-SOB-DEUDA (WS-SOB-INDICE WS-DIA-INDICE).

      *----------------------------------------------------------------
      * SEGUNDA PASADA: CALCULO, REPORTE Y LOTE DE CARGOS POR CUENTA
      *----------------------------------------------------------------
       EMITIR-CARGOS.
           OPEN OUTPUT ARCHIVO-TRX-SOBREGIRO
           OPEN OUTPUT REPORTE-SOBREGIRO
           PERFORM ENCABEZADO-REPORTE
           PERFORM ESCRIBIR-CABECERA-TRX
           PERFORM CALCULAR-CUENTA
               VARYING WS-SOB-INDICE FROM 1 BY 1
               UNTIL WS-SOB-INDICE > WS-SOB-CANTIDAD
           PERFORM ESCRIBIR-PIE-TRX
           PERFORM ESCRIBIR-TOTALES-REPORTE
           CLOSE ARCHIVO-TRX-SOBREGIRO
           CLOSE REPORTE-SOBREGIRO.

       ENCABEZADO-REPORTE.
           MOVE 'REPORTE DE INTERESES Y CARGOS POR SOBREGIRO'
               TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-TASA-DEUDORA TO WS-LT-DEUDORA
           MOVE WS-TASA-PENAL TO WS-LT-PENAL
           MOVE WS-DIAS-BASE TO WS-LT-BASE
           MOVE WS-CARGO-FIJO TO WS-LT-FIJO
           WRITE REP-LINEA FROM WS-LINEA-TASAS.

       ESCRIBIR-CABECERA-TRX.
           MOVE SPACES TO TRX-CABECERA
           MOVE 'CA' TO TRX-CAB-TIPO
           MOVE WS-FECHA-ACTUAL TO TRX-CAB-FECHA
           MOVE WS-LOTE-NUMERO TO TRX-CAB-LOTE
           WRITE TRX-CABECERA.

       ESCRIBIR-PIE-TRX.
           MOVE SPACES TO TRX-PIE
           MOVE 'PI' TO TRX-PIE-TIPO
           MOVE WS-CARGOS-EMITIDOS TO TRX-PIE-CANTIDAD
           MOVE WS-HASH-MONTOS TO TRX-PIE-HASH
           WRITE TRX-PIE.

       CALCULAR-CUENTA.
           MOVE ZEROS TO WS-DIAS-SOBREGIRO
           MOVE ZEROS TO WS-DIAS-EXCESO
           MOVE ZEROS TO WS-SUMA-DENTRO
           MOVE ZEROS TO WS-SUMA-EXCESO
           MOVE ZEROS TO WS-DEUDA-MAXIMA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-SOB-CUENTA (WS-SOB-INDICE) TO WS-LC-CUENTA
           MOVE WS-SOB-LINEA (WS-SOB-INDICE) TO WS-LC-LINEA
           MOVE WS-PERIODO-CARGO TO WS-LC-PERIODO
           WRITE REP-LINEA FROM WS-LINEA-CUENTA
           PERFORM CALCULAR-DIA
               VARYING WS-DIA-INDICE FROM 1 BY 1
               UNTIL WS-DIA-INDICE > 31
           COMPUTE WS-INTERES-DEUDOR ROUNDED =
               WS-SUMA-DENTRO * WS-TASA-DEUDORA / WS-DIAS-BASE
           COMPUTE WS-INTERES-PENAL ROUNDED =
               WS-SUMA-EXCESO * WS-TASA-PENAL / WS-DIAS-BASE
           COMPUTE WS-CARGO-TOTAL = WS-INTERES-DEUDOR +
               WS-INTERES-PENAL + WS-CARGO-FIJO
           MOVE 'INTERES DEUDOR' TO WS-LI-CONCEPTO
           MOVE WS-DIAS-SOBREGIRO TO WS-LI-DIAS
           MOVE WS-SUMA-DENTRO TO WS-LI-SUMA
           MOVE WS-TASA-DEUDORA TO WS-LI-TASA
           MOVE WS-INTERES-DEUDOR TO WS-LI-MONTO
           WRITE REP-LINEA FROM WS-LINEA-INTERES
           MOVE 'INTERES PENAL' TO WS-LI-CONCEPTO
           MOVE WS-DIAS-EXCESO TO WS-LI-DIAS
           MOVE WS-SUMA-EXCESO TO WS-LI-SUMA
           MOVE WS-TASA-PENAL TO WS-LI-TASA
           MOVE WS-INTERES-PENAL TO WS-LI-MONTO
           WRITE REP-LINEA FROM WS-LINEA-INTERES
           MOVE 'CARGO FIJO POR USO' TO WS-LG-CONCEPTO
           MOVE WS-CARGO-FIJO TO WS-LG-MONTO
           MOVE SPACES TO WS-LG-MENSAJE
           WRITE REP-LINEA FROM WS-LINEA-CARGO
           PERFORM EMITIR-CARGO-CUENTA
           MOVE 'TOTAL CARGO' TO WS-LG-CONCEPTO
           MOVE WS-CARGO-TOTAL TO WS-LG-MONTO
           WRITE REP-LINEA FROM WS-LINEA-CARGO
           IF WS-MENSAJE NOT = SPACES
               MOVE WS-MENSAJE TO WS-LO-MENSAJE
               WRITE REP-LINEA FROM WS-LINEA-OBSERVACION
           END-IF.

       CALCULAR-DIA.
           MOVE WS-SOB-DEUDA (WS-SOB-INDICE WS-DIA-INDICE)
               TO WS-DEUDA-DIA
           IF WS-DEUDA-DIA > ZEROS
               ADD 1 TO WS-DIAS-SOBREGIRO
               IF WS-DEUDA-DIA > WS-SOB-LINEA (WS-SOB-INDICE)
                   MOVE WS-SOB-LINEA (WS-SOB-INDICE) TO WS-DENTRO-DIA
                   COMPUTE WS-EXCESO-DIA =
                       WS-DEUDA-DIA - WS-SOB-LINEA (WS-SOB-INDICE)
                   ADD 1 TO WS-DIAS-EXCESO
               ELSE
                   MOVE WS-DEUDA-DIA TO WS-DENTRO-DIA
                   MOVE ZEROS TO WS-EXCESO-DIA
               END-IF
               ADD WS-DENTRO-DIA TO WS-SUMA-DENTRO
               ADD WS-EXCESO-DIA TO WS-SUMA-EXCESO
               IF WS-DEUDA-DIA > WS-DEUDA-MAXIMA
                   MOVE WS-DEUDA-DIA TO WS-DEUDA-MAXIMA
               END-IF
               MOVE WS-DIA-INDICE TO WS-LD-DIA
               MOVE WS-DEUDA-DIA TO WS-LD-DEUDA
               MOVE WS-DENTRO-DIA TO WS-LD-DENTRO
               MOVE WS-EXCESO-DIA TO WS-LD-EXCESO
               WRITE REP-LINEA FROM WS-LINEA-DIA
           END-IF.

       EMITIR-CARGO-CUENTA.
           MOVE SPACES TO WS-MENSAJE
           IF WS-SOB-EN-MAESTRO (WS-SOB-INDICE) NOT = 'S'
               MOVE 'CUENTA NO EXISTE EN CUENTAS - SIN COBRO'
                   TO WS-MENSAJE
               ADD 1 TO WS-EXCEPCIONES
           ELSE
               IF WS-SOB-ESTADO (WS-SOB-INDICE) = 'C'
                   MOVE 'CUENTA CERRADA - SIN COBRO' TO WS-MENSAJE
                   ADD 1 TO WS-EXCEPCIONES
               ELSE
                   MOVE SPACES TO TRX-TRANSACCION
                   MOVE 'CG' TO TRX-TIPO
                   MOVE WS-SOB-CUENTA (WS-SOB-INDICE)
                       TO TRX-NRO-CUENTA
                   MOVE WS-CARGO-TOTAL TO TRX-MONTO
                   MOVE ZEROS TO TRX-CUENTA-DESTINO
                   ADD TRX-MONTO TO WS-HASH-MONTOS
                   WRITE TRX-TRANSACCION
                   ADD 1 TO WS-CARGOS-EMITIDOS
                   ADD WS-INTERES-DEUDOR TO WS-TOT-INTERES-DEUDOR
                   ADD WS-INTERES-PENAL TO WS-TOT-INTERES-PENAL
                   ADD WS-CARGO-FIJO TO WS-TOT-CARGO-FIJO
               END-IF
           END-IF.

       ESCRIBIR-TOTALES-REPORTE.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'TOTALES DEL LOTE DE CARGOS' TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO WS-LG-MENSAJE
           MOVE 'INTERES DEUDOR' TO WS-LG-CONCEPTO
           MOVE WS-TOT-INTERES-DEUDOR TO WS-LG-MONTO
           WRITE REP-LINEA FROM WS-LINEA-CARGO
           MOVE 'INTERES PENAL' TO WS-LG-CONCEPTO
           MOVE WS-TOT-INTERES-PENAL TO WS-LG-MONTO
           WRITE REP-LINEA FROM WS-LINEA-CARGO
           MOVE 'CARGOS FIJOS' TO WS-LG-CONCEPTO
           MOVE WS-TOT-CARGO-FIJO TO WS-LG-MONTO
           WRITE REP-LINEA FROM WS-LINEA-CARGO
           MOVE 'TOTAL LOTE' TO WS-LG-CONCEPTO
           MOVE WS-HASH-MONTOS TO WS-LG-MONTO
           WRITE REP-LINEA FROM WS-LINEA-CARGO.

       MOSTRAR-RESUMEN.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN CARGOS POR SOBREGIRO'.
           DISPLAY '============================================'.
           DISPLAY 'PERIODO COBRADO:          ' WS-PERIODO-CARGO.
           DISPLAY 'LOTE GENERADO:            ' WS-LOTE-NUMERO.
           DISPLAY 'FOTOS LEIDAS:             ' WS-FOTOS-LEIDAS.
           DISPLAY 'FOTOS CON SALDO NEGATIVO: ' WS-FOTOS-NEGATIVAS.
           DISPLAY 'CUENTAS EN SOBREGIRO:     ' WS-SOB-CANTIDAD.
           DISPLAY 'CARGOS EMITIDOS:          ' WS-CARGOS-EMITIDOS.
           DISPLAY 'CUENTAS SIN COBRO:        ' WS-EXCEPCIONES.
           DISPLAY 'MONTO TOTAL DEL LOTE:     ' WS-HASH-MONTOS.
           DISPLAY 'FIN CARGOS POR SOBREGIRO'.
