      *================================================================
      * PROGRAMA: RESPCTA
      * DESCRIPCION: Respaldo nocturno del maestro CUENTAS
      * FUNCIONALIDAD: Descarga el registro completo de cada cuenta
      *                a CTARESP como una generacion fechada (fecha y
      *                hora del respaldo) con cabecera C, detalles D y
      *                total T (cantidad, suma de saldos y de
      *                retenidos). CTARESP guarda las ultimas N
      *                generaciones (RSPPARAM, 7 por omision); al
      *                agregar una nueva se descartan las mas antiguas.
      *                Debe correr despues de MANTCTA y antes de
      *                TEST001, para que RECUCTA pueda reconstruir
      *                CUENTAS aplicando la auditoria del dia
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPCTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTA.

           SELECT OPTIONAL ARCHIVO-RESPALDO ASSIGN TO "CTARESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RSP.

           SELECT ARCHIVO-TRABAJO ASSIGN TO "CTARESPW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRB.

           SELECT OPTIONAL ARCHIVO-PARAMETRO ASSIGN TO "RSPPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.

           SELECT ARCHIVO-BITACORA ASSIGN TO "BITACORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BIT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVO-RESPALDO
           RECORDING MODE IS F.
       01  RSP-DETALLE.
           05  RSP-TIPO              PIC X(01).
           05  RSP-FECHA             PIC 9(08).
           05  RSP-HORA              PIC 9(08).
           05  RSP-CUENTA            PIC X(97).
       01  RSP-TOTAL.
           05  RSP-TOT-TIPO          PIC X(01).
           05  RSP-TOT-FECHA         PIC 9(08).
           05  RSP-TOT-HORA          PIC 9(08).
           05  RSP-TOT-CANTIDAD      PIC 9(07).
           05  RSP-TOT-SALDO         PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05  RSP-TOT-RETENIDO      PIC 9(13)V99.
           05  FILLER                PIC X(59).

       FD  ARCHIVO-TRABAJO
           RECORDING MODE IS F.
       01  TRB-REGISTRO.
           05  TRB-TIPO              PIC X(01).
           05  FILLER                PIC X(113).

       FD  ARCHIVO-PARAMETRO
           RECORDING MODE IS F.
       01  PRM-REGISTRO.
           05  PRM-GENERACIONES      PIC 9(02).

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
       01  WS-CONTADORES.
           05  WS-CUENTAS-LEIDAS     PIC 9(07)      VALUE ZEROS.
           05  WS-GEN-EXISTENTES     PIC 9(03)      VALUE ZEROS.
           05  WS-GEN-DESCARTAR      PIC 9(03)      VALUE ZEROS.
           05  WS-GEN-VISTAS         PIC 9(03)      VALUE ZEROS.
           05  WS-GEN-CONSERVADAS    PIC 9(03)      VALUE ZEROS.

       01  WS-TOTALES.
           05  WS-TOTAL-SALDO        PIC S9(13)V99  VALUE ZEROS.
           05  WS-TOTAL-RETENIDO     PIC 9(13)V99   VALUE ZEROS.

       01  WS-FLAGS.
           05  WS-FIN-CUENTAS        PIC X(01)      VALUE 'N'.
               88  FIN-CUENTAS                      VALUE 'S'.
           05  WS-FIN-RESPALDO       PIC X(01)      VALUE 'N'.
               88  FIN-RESPALDO                     VALUE 'S'.
           05  WS-FIN-TRABAJO        PIC X(01)      VALUE 'N'.
               88  FIN-TRABAJO                      VALUE 'S'.

       01  WS-STATUS-CTA             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-RSP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TRB             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PRM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.

       01  WS-BITACORA.
           05  WS-BIT-EVENTO         PIC X(01)      VALUE SPACES.
           05  WS-BIT-ESTADO         PIC X(02)      VALUE SPACES.
           05  WS-BIT-HORA           PIC 9(08)      VALUE ZEROS.

       01  WS-GENERACION.
           05  WS-FECHA-ACTUAL       PIC 9(08)      VALUE ZEROS.
           05  WS-HORA-RESPALDO      PIC 9(08)      VALUE ZEROS.
           05  WS-GEN-MAXIMO         PIC 9(02)      VALUE 7.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'INICIO RESPALDO DEL MAESTRO CUENTAS'.
           PERFORM INICIALIZAR
           PERFORM REGISTRAR-INICIO-BITACORA
           PERFORM CONTAR-GENERACIONES
           IF WS-GEN-DESCARTAR > ZEROS
               PERFORM DEPURAR-GENERACIONES
           ELSE
               OPEN EXTEND ARCHIVO-RESPALDO
           END-IF
           IF WS-STATUS-RSP NOT = '00' AND WS-STATUS-RSP NOT = '05'
               DISPLAY 'ERROR AL ABRIR CTARESP - STATUS: '
                   WS-STATUS-RSP
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           PERFORM DESCARGAR-CUENTAS
           CLOSE ARCHIVO-RESPALDO
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
           MOVE 'RESPCTA' TO BIT-PROGRAMA
           MOVE WS-FECHA-ACTUAL TO BIT-FECHA
           MOVE WS-BIT-HORA TO BIT-HORA
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE ZEROS TO BIT-LOTE
           MOVE WS-CUENTAS-LEIDAS TO BIT-LEIDOS
           MOVE WS-CUENTAS-LEIDAS TO BIT-ACEPTADOS
           MOVE WS-GEN-DESCARTAR TO BIT-RECHAZADOS
           MOVE WS-BIT-ESTADO TO BIT-ESTADO
           WRITE BIT-REGISTRO
           CLOSE ARCHIVO-BITACORA.

       INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RESPALDO FROM TIME
           OPEN INPUT ARCHIVO-PARAMETRO
           READ ARCHIVO-PARAMETRO
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-GENERACIONES IS NUMERIC AND
                      PRM-GENERACIONES > ZEROS
                       MOVE PRM-GENERACIONES TO WS-GEN-MAXIMO
                   END-IF
           END-READ
           CLOSE ARCHIVO-PARAMETRO.

      *----------------------------------------------------------------
      * CUENTA LAS GENERACIONES PRESENTES PARA SABER CUANTAS DE LAS
      * MAS ANTIGUAS HAY QUE DESCARTAR AL AGREGAR LA NUEVA
      *----------------------------------------------------------------
       CONTAR-GENERACIONES.
           MOVE ZEROS TO WS-GEN-EXISTENTES
           MOVE 'N' TO WS-FIN-RESPALDO
           OPEN INPUT ARCHIVO-RESPALDO
           PERFORM LEER-RESPALDO
           PERFORM CONTAR-CABECERA UNTIL FIN-RESPALDO
           CLOSE ARCHIVO-RESPALDO
           MOVE ZEROS TO WS-GEN-DESCARTAR
           IF WS-GEN-EXISTENTES NOT < WS-GEN-MAXIMO
               COMPUTE WS-GEN-DESCARTAR =
                   WS-GEN-EXISTENTES - WS-GEN-MAXIMO + 1
           END-IF.

       LEER-RESPALDO.
           READ ARCHIVO-RESPALDO
               AT END
                   MOVE 'S' TO WS-FIN-RESPALDO
           END-READ.

       CONTAR-CABECERA.
           IF RSP-TIPO = 'C'
               ADD 1 TO WS-GEN-EXISTENTES
           END-IF
           PERFORM LEER-RESPALDO.

      *----------------------------------------------------------------
      * COPIA CTARESP A CTARESPW Y LO REESCRIBE SIN LAS GENERACIONES
      * MAS ANTIGUAS. QUEDA ABIERTO PARA AGREGAR LA NUEVA
      *----------------------------------------------------------------
       DEPURAR-GENERACIONES.
           MOVE 'N' TO WS-FIN-RESPALDO
           OPEN INPUT ARCHIVO-RESPALDO
           OPEN OUTPUT ARCHIVO-TRABAJO
           IF WS-STATUS-TRB NOT = '00'
               DISPLAY 'ERROR AL ABRIR CTARESPW - STATUS: '
                   WS-STATUS-TRB
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           PERFORM LEER-RESPALDO
           PERFORM COPIAR-A-TRABAJO UNTIL FIN-RESPALDO
           CLOSE ARCHIVO-RESPALDO
           CLOSE ARCHIVO-TRABAJO
           MOVE ZEROS TO WS-GEN-VISTAS
           MOVE 'N' TO WS-FIN-TRABAJO
           OPEN INPUT ARCHIVO-TRABAJO
           OPEN OUTPUT ARCHIVO-RESPALDO
           PERFORM LEER-TRABAJO
           PERFORM COPIAR-DESDE-TRABAJO UNTIL FIN-TRABAJO
           CLOSE ARCHIVO-TRABAJO.

       COPIAR-A-TRABAJO.
           WRITE TRB-REGISTRO FROM RSP-DETALLE
           PERFORM LEER-RESPALDO.

       LEER-TRABAJO.
           READ ARCHIVO-TRABAJO
               AT END
                   MOVE 'S' TO WS-FIN-TRABAJO
           END-READ.

       COPIAR-DESDE-TRABAJO.
           IF TRB-TIPO = 'C'
               ADD 1 TO WS-GEN-VISTAS
           END-IF
           IF WS-GEN-VISTAS > WS-GEN-DESCARTAR
               WRITE RSP-DETALLE FROM TRB-REGISTRO
           END-IF
           PERFORM LEER-TRABAJO.

      *----------------------------------------------------------------
      * NUEVA GENERACION: CABECERA, UN DETALLE POR CUENTA Y TOTAL
      *----------------------------------------------------------------
       DESCARGAR-CUENTAS.
           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STATUS-CTA NOT = '00'
               DISPLAY 'ERROR AL ABRIR CUENTAS - STATUS: '
                   WS-STATUS-CTA
               CLOSE ARCHIVO-RESPALDO
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE SPACES TO RSP-DETALLE
           MOVE 'C' TO RSP-TIPO
           MOVE WS-FECHA-ACTUAL TO RSP-FECHA
           MOVE WS-HORA-RESPALDO TO RSP-HORA
           WRITE RSP-DETALLE
           MOVE 'N' TO WS-FIN-CUENTAS
           PERFORM LEER-CUENTA
           PERFORM DESCARGAR-CUENTA UNTIL FIN-CUENTAS
           CLOSE ARCHIVO-CUENTAS
           MOVE SPACES TO RSP-TOTAL
           MOVE 'T' TO RSP-TOT-TIPO
           MOVE WS-FECHA-ACTUAL TO RSP-TOT-FECHA
           MOVE WS-HORA-RESPALDO TO RSP-TOT-HORA
           MOVE WS-CUENTAS-LEIDAS TO RSP-TOT-CANTIDAD
           MOVE WS-TOTAL-SALDO TO RSP-TOT-SALDO
           MOVE WS-TOTAL-RETENIDO TO RSP-TOT-RETENIDO
           WRITE RSP-TOTAL
           COMPUTE WS-GEN-CONSERVADAS =
               WS-GEN-EXISTENTES - WS-GEN-DESCARTAR + 1.

       LEER-CUENTA.
           READ ARCHIVO-CUENTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-CUENTAS
           END-READ.

       DESCARGAR-CUENTA.
           ADD 1 TO WS-CUENTAS-LEIDAS
           ADD CTA-SALDO-ACTUAL TO WS-TOTAL-SALDO
           ADD CTA-SALDO-RETENIDO TO WS-TOTAL-RETENIDO
           MOVE SPACES TO RSP-DETALLE
           MOVE 'D' TO RSP-TIPO
           MOVE WS-FECHA-ACTUAL TO RSP-FECHA
           MOVE WS-HORA-RESPALDO TO RSP-HORA
           MOVE CTA-REGISTRO TO RSP-CUENTA
           WRITE RSP-DETALLE
           PERFORM LEER-CUENTA.

       MOSTRAR-RESUMEN.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN RESPALDO DE CUENTAS'.
           DISPLAY '============================================'.
           DISPLAY 'GENERACION (FECHA HORA):  ' WS-FECHA-ACTUAL ' '
               WS-HORA-RESPALDO.
           DISPLAY 'CUENTAS RESPALDADAS:      ' WS-CUENTAS-LEIDAS.
           DISPLAY 'TOTAL SALDOS:             ' WS-TOTAL-SALDO.
           DISPLAY 'TOTAL RETENIDOS:          ' WS-TOTAL-RETENIDO.
           DISPLAY 'GENERACIONES DESCARTADAS: ' WS-GEN-DESCARTAR.
           DISPLAY 'GENERACIONES EN CTARESP:  ' WS-GEN-CONSERVADAS.
           DISPLAY 'FIN RESPALDO DEL MAESTRO CUENTAS'.
