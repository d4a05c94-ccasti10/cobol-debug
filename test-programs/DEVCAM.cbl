      *================================================================
      * PROGRAMA: DEVCAM
      * DESCRIPCION: Devoluciones de transferencias a otros bancos
      * FUNCIONALIDAD: Lee el archivo de devoluciones que envia la
      *                camara (CAMDEV), valida cabecera y pie con
      *                cantidad y monto, ubica cada pago devuelto en
      *                los pagos enviados (CAMDET) por su referencia y
      *                emite el abono a la cuenta de origen como un
      *                lote TRXDEVC completo (cabecera, detalles 'DV' y
      *                pie con cantidad y hash) para TEST001. Las
      *                devoluciones ya abonadas quedan en DEVHIST y no
      *                se vuelven a abonar. Una reejecucion del dia
      *                vuelve a emitir el lote completo, incluidas las
      *                devoluciones abonadas en ejecuciones anteriores
      *                del dia; si TEST001 ya contabilizo el lote de hoy
      *                (LOTESCTL) la ejecucion se rechaza. El reporte
      *                DEVREP lista cada devolucion con su motivo y el
      *                resumen por motivo
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DEVOLUCIONES ASSIGN TO "CAMDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEV.

           SELECT OPTIONAL ARCHIVO-CAMARA-DET ASSIGN TO "CAMDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CMD.

           SELECT OPTIONAL ARCHIVO-HISTORICO ASSIGN TO "DEVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIS.

           SELECT OPTIONAL ARCHIVO-LOTES ASSIGN TO "LOTESCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOT.

           SELECT ARCHIVO-TRX-DEVOLUCION ASSIGN TO "TRXDEVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRX.

           SELECT REPORTE-DEVOLUCIONES ASSIGN TO "DEVREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REP.

           SELECT ARCHIVO-BITACORA ASSIGN TO "BITACORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BIT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DEVOLUCIONES
           RECORDING MODE IS F.
       01  DEV-DETALLE.
           05  DEV-TIPO-REG          PIC X(01).
           05  DEV-REFERENCIA.
               10  DEV-REF-FECHA     PIC 9(08).
               10  DEV-REF-LOTE      PIC 9(06).
               10  DEV-REF-SECUENCIA PIC 9(05).
           05  DEV-BANCO             PIC 9(03).
           05  DEV-MONTO             PIC 9(09)V99.
           05  DEV-MOTIVO            PIC X(02).
       01  DEV-CABECERA.
           05  DEV-CAB-TIPO          PIC X(01).
           05  DEV-CAB-FECHA         PIC 9(08).
           05  DEV-CAB-BANCO         PIC 9(03).
           05  FILLER                PIC X(24).
       01  DEV-PIE.
           05  DEV-PIE-TIPO          PIC X(01).
           05  DEV-PIE-CANTIDAD      PIC 9(07).
           05  DEV-PIE-TOTAL         PIC 9(13)V99.
           05  FILLER                PIC X(13).

       FD  ARCHIVO-CAMARA-DET
           RECORDING MODE IS F.
       01  CMD-REGISTRO.
           05  CMD-TIPO-REG          PIC X(01).
           05  CMD-REFERENCIA.
               10  CMD-REF-FECHA     PIC 9(08).
               10  CMD-REF-LOTE      PIC 9(06).
               10  CMD-REF-SECUENCIA PIC 9(05).
           05  CMD-CUENTA-ORIGEN     PIC 9(10).
           05  CMD-BANCO-DESTINO     PIC 9(03).
           05  CMD-CUENTA-EXTERNA    PIC X(20).
           05  CMD-RUT-BENEFICIARIO  PIC X(12).
           05  CMD-NOMBRE-BENEF      PIC X(40).
           05  CMD-MONTO             PIC 9(09)V99.
           05  CMD-DESTINATARIO      PIC 9(10).

       FD  ARCHIVO-HISTORICO
           RECORDING MODE IS F.
       01  HIS-REGISTRO.
           05  HIS-REFERENCIA        PIC X(19).
           05  HIS-FECHA-PROCESO     PIC 9(08).
           05  HIS-LOTE              PIC 9(06).
           05  HIS-CUENTA            PIC 9(10).
           05  HIS-MONTO             PIC 9(09)V99.
           05  HIS-MOTIVO            PIC X(02).

       FD  ARCHIVO-LOTES
           RECORDING MODE IS F.
       01  LOT-REGISTRO.
           05  LOT-NUMERO            PIC 9(06).
           05  LOT-FECHA             PIC 9(08).

       FD  ARCHIVO-TRX-DEVOLUCION
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

       FD  REPORTE-DEVOLUCIONES
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
      *----------------------------------------------------------------
      * UNA ENTRADA POR DEVOLUCION RECIBIDA. EL ESTADO QUEDA EN
      * 'A' (SE ABONA) SOLO SI EL PAGO ORIGINAL EXISTE EN CAMDET CON EL
      * MISMO MONTO Y BANCO Y LA DEVOLUCION NO FUE ABONADA ANTES
      *----------------------------------------------------------------
       01  WS-TABLA-DEVOLUCIONES.
           05  WS-DEV-CANTIDAD       PIC 9(04)      VALUE ZEROS.
           05  WS-DEV-INDICE         PIC 9(04)      VALUE ZEROS.
           05  WS-DEV-ACTUAL         PIC 9(04)      VALUE ZEROS.
           05  WS-DEV-BUSCADA        PIC X(19)      VALUE SPACES.
           05  WS-DEV-ENTRADA OCCURS 2000 TIMES.
               10  WS-DEV-REFERENCIA PIC X(19).
               10  WS-DEV-BANCO      PIC 9(03).
               10  WS-DEV-MONTO      PIC 9(09)V99.
               10  WS-DEV-MOTIVO     PIC X(02).
               10  WS-DEV-ESTADO     PIC X(01).
                   88  DEV-ABONABLE                 VALUE 'A'.
                   88  DEV-NO-HALLADA               VALUE 'N'.
                   88  DEV-MONTO-DISTINTO           VALUE 'M'.
                   88  DEV-BANCO-DISTINTO           VALUE 'B'.
                   88  DEV-YA-ABONADA               VALUE 'Y'.
                   88  DEV-DUPLICADA                VALUE 'D'.
               10  WS-DEV-CUENTA     PIC 9(10).
               10  WS-DEV-DESTINATARIO
                                     PIC 9(10).
               10  WS-DEV-NOMBRE     PIC X(40).
               10  WS-DEV-EN-HISTORICO
                                     PIC X(01).
                   88  DEV-EN-HISTORICO             VALUE 'S'.

      *----------------------------------------------------------------
      * DEVOLUCIONES ABONADAS HOY EN UNA EJECUCION ANTERIOR (LOTE DE
      * HOY EN DEVHIST) QUE NO VIENEN EN EL CAMDEV ACTUAL. SE VUELVEN A
      * EMITIR EN EL LOTE SIN GRABARLAS OTRA VEZ EN DEVHIST. BANCO,
      * DESTINATARIO Y NOMBRE SE TOMAN DEL PAGO ORIGINAL EN CAMDET
      *----------------------------------------------------------------
       01  WS-TABLA-REEMISION.
           05  WS-REE-CANTIDAD       PIC 9(04)      VALUE ZEROS.
           05  WS-REE-INDICE         PIC 9(04)      VALUE ZEROS.
           05  WS-REE-ACTUAL         PIC 9(04)      VALUE ZEROS.
           05  WS-REE-ENTRADA OCCURS 2000 TIMES.
               10  WS-REE-REFERENCIA PIC X(19).
               10  WS-REE-CUENTA     PIC 9(10).
               10  WS-REE-MONTO      PIC 9(09)V99.
               10  WS-REE-MOTIVO     PIC X(02).
               10  WS-REE-BANCO      PIC 9(03).
               10  WS-REE-DESTINATARIO
                                     PIC 9(10).
               10  WS-REE-NOMBRE     PIC X(40).

      *----------------------------------------------------------------
      * MOTIVOS DE DEVOLUCION DE LA CAMARA. LA ULTIMA POSICION ACUMULA
      * LOS CODIGOS NO INFORMADOS EN LA TABLA
      *----------------------------------------------------------------
       01  WS-TABLA-MOTIVOS.
           05  WS-MOT-DATOS.
               10  FILLER            PIC X(32)
                   VALUE '01CUENTA INEXISTENTE'.
               10  FILLER            PIC X(32)
                   VALUE '02CUENTA CERRADA'.
               10  FILLER            PIC X(32)
                   VALUE '03RUT NO CORRESPONDE A LA CUENTA'.
               10  FILLER            PIC X(32)
                   VALUE '04CUENTA BLOQUEADA'.
               10  FILLER            PIC X(32)
                   VALUE '05RECHAZADO POR BANCO DESTINO'.
               10  FILLER            PIC X(32)
                   VALUE '06DATOS DEL PAGO INCOMPLETOS'.
               10  FILLER            PIC X(32)
                   VALUE '99MOTIVO NO CODIFICADO'.
           05  WS-MOT-TABLA REDEFINES WS-MOT-DATOS.
               10  WS-MOT-ENTRADA OCCURS 7 TIMES.
                   15  WS-MOT-CODIGO     PIC X(02).
                   15  WS-MOT-DESCRIPCION
                                         PIC X(30).
           05  WS-MOT-CANTIDAD       PIC 9(02)      VALUE 7.
           05  WS-MOT-INDICE         PIC 9(02)      VALUE ZEROS.
           05  WS-MOT-ACTUAL         PIC 9(02)      VALUE ZEROS.
           05  WS-MOT-BUSCADO        PIC X(02)      VALUE SPACES.
           05  WS-MOT-TOTALES OCCURS 7 TIMES.
               10  WS-MOT-DEVUELTOS  PIC 9(07).
               10  WS-MOT-MONTO      PIC 9(13)V99.

       01  WS-CONTADORES.
           05  WS-DEV-LEIDAS         PIC 9(07)      VALUE ZEROS.
           05  WS-DEV-ABONADAS       PIC 9(07)      VALUE ZEROS.
           05  WS-DEV-NO-ABONADAS    PIC 9(07)      VALUE ZEROS.
           05  WS-DEV-REEMITIDAS     PIC 9(07)      VALUE ZEROS.
           05  WS-DEV-EN-LOTE        PIC 9(07)      VALUE ZEROS.
           05  WS-PAGOS-LEIDOS       PIC 9(07)      VALUE ZEROS.
           05  WS-HISTORICO-LEIDOS   PIC 9(07)      VALUE ZEROS.
           05  WS-TOTAL-RECIBIDO     PIC 9(13)V99   VALUE ZEROS.
           05  WS-MONTO-NO-ABONADO   PIC 9(13)V99   VALUE ZEROS.
           05  WS-MONTO-ABONADO      PIC 9(13)V99   VALUE ZEROS.
           05  WS-MONTO-REEMITIDO    PIC 9(13)V99   VALUE ZEROS.

       01  WS-CONTROL-LOTE.
           05  WS-HASH-MONTOS        PIC 9(13)V99   VALUE ZEROS.
           05  WS-FECHA-ACTUAL       PIC 9(08)      VALUE ZEROS.

       01  WS-LOTE-DEVOLUCION.
           05  WS-LOTE-PREFIJO       PIC 9(01)      VALUE 6.
           05  WS-LOTE-SUFIJO        PIC 9(05)      VALUE ZEROS.
       01  WS-LOTE-NUMERO REDEFINES WS-LOTE-DEVOLUCION
                                     PIC 9(06).

       01  WS-CONTROL-ARCHIVO.
           05  WS-FECHA-ARCHIVO      PIC 9(08)      VALUE ZEROS.
           05  WS-PIE-CANTIDAD       PIC 9(07)      VALUE ZEROS.
           05  WS-PIE-TOTAL          PIC 9(13)V99   VALUE ZEROS.
           05  WS-CABECERA-LEIDA     PIC X(01)      VALUE 'N'.
               88  CABECERA-LEIDA                   VALUE 'S'.
           05  WS-PIE-LEIDO          PIC X(01)      VALUE 'N'.
               88  PIE-LEIDO                        VALUE 'S'.
           05  WS-MENSAJE            PIC X(50)      VALUE SPACES.

       01  WS-FLAGS.
           05  WS-FIN-DEVOLUCIONES   PIC X(01)      VALUE 'N'.
               88  FIN-DEVOLUCIONES                 VALUE 'S'.
           05  WS-FIN-CAMARA         PIC X(01)      VALUE 'N'.
               88  FIN-CAMARA                       VALUE 'S'.
           05  WS-FIN-HISTORICO      PIC X(01)      VALUE 'N'.
               88  FIN-HISTORICO                    VALUE 'S'.
           05  WS-DEV-HALLADA        PIC X(01)      VALUE 'N'.
               88  DEVOLUCION-HALLADA               VALUE 'S'.
           05  WS-REE-HALLADA        PIC X(01)      VALUE 'N'.
               88  REEMISION-HALLADA                VALUE 'S'.
           05  WS-FIN-LOTES          PIC X(01)      VALUE 'N'.
               88  FIN-LOTES                        VALUE 'S'.
           05  WS-LOTE-CONTABILIZADO PIC X(01)      VALUE 'N'.
               88  LOTE-CONTABILIZADO               VALUE 'S'.

       01  WS-STATUS-DEV             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CMD             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-HIS             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-LOT             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TRX             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-REP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.

       01  WS-BITACORA.
           05  WS-BIT-EVENTO         PIC X(01)      VALUE SPACES.
           05  WS-BIT-ESTADO         PIC X(02)      VALUE SPACES.
           05  WS-BIT-HORA           PIC 9(08)      VALUE ZEROS.

       01  WS-LINEA-ARCHIVO.
           05  FILLER                PIC X(22)
               VALUE 'ARCHIVO DE LA CAMARA: '.
           05  WS-LA-FECHA           PIC 9(08).
           05  FILLER                PIC X(15)
               VALUE '  DEVOLUCIONES:'.
           05  WS-LA-CANTIDAD        PIC Z(06)9.
           05  FILLER                PIC X(09)      VALUE '  MONTO: '.
           05  WS-LA-MONTO           PIC Z(12)9.99.
           05  FILLER                PIC X(08)      VALUE '  LOTE: '.
           05  WS-LA-LOTE            PIC 9(06).

       01  WS-LINEA-DEVOLUCION.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LD-REF-FECHA       PIC 9(08).
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LD-REF-LOTE        PIC 9(06).
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LD-REF-SECUENCIA   PIC 9(05).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LD-CUENTA          PIC Z(09)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LD-BANCO           PIC 9(03).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LD-MONTO           PIC Z(08)9.99.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LD-NOMBRE          PIC X(30).

       01  WS-LINEA-MOTIVO.
           05  FILLER                PIC X(05)      VALUE SPACES.
           05  FILLER                PIC X(08)      VALUE 'MOTIVO: '.
           05  WS-LM-CODIGO          PIC X(02).
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LM-DESCRIPCION     PIC X(30).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LM-RESULTADO       PIC X(40).

       01  WS-LINEA-RESUMEN-MOTIVO.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LR-CODIGO          PIC X(02).
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LR-DESCRIPCION     PIC X(30).
           05  FILLER                PIC X(12)
               VALUE '  CANTIDAD: '.
           05  WS-LR-CANTIDAD        PIC Z(06)9.
           05  FILLER                PIC X(09)      VALUE '  MONTO: '.
           05  WS-LR-MONTO           PIC Z(12)9.99.

       01  WS-LINEA-TOTAL.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LT-CONCEPTO        PIC X(33).
           05  FILLER                PIC X(12)
               VALUE '  CANTIDAD: '.
           05  WS-LT-CANTIDAD        PIC Z(06)9.
           05  FILLER                PIC X(09)      VALUE '  MONTO: '.
           05  WS-LT-MONTO           PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'INICIO DEVOLUCIONES DE CAMARA'.
           PERFORM INICIALIZAR
           PERFORM REGISTRAR-INICIO-BITACORA
           PERFORM VERIFICAR-LOTE-CONTABILIZADO
           PERFORM CARGAR-DEVOLUCIONES
           PERFORM MARCAR-YA-ABONADAS
           PERFORM UBICAR-PAGOS-ORIGINALES
           PERFORM EMITIR-DEVOLUCIONES
           PERFORM MOSTRAR-RESUMEN
           PERFORM REGISTRAR-FIN-BITACORA
           STOP RUN.

       REGISTRAR-INICIO-BITACORA.
           MOVE 'I' TO WS-BIT-EVENTO
           MOVE SPACES TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       REGISTRAR-FIN-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           IF WS-DEV-NO-ABONADAS = ZEROS
               MOVE 'OK' TO WS-BIT-ESTADO
           ELSE
               MOVE 'AD' TO WS-BIT-ESTADO
           END-IF
           PERFORM GRABAR-BITACORA.

       REGISTRAR-ABORTO-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           MOVE 'ER' TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       GRABAR-BITACORA.
           ACCEPT WS-BIT-HORA FROM TIME
           OPEN EXTEND ARCHIVO-BITACORA
           MOVE SPACES TO BIT-REGISTRO
           MOVE 'DEVCAM' TO BIT-PROGRAMA
           MOVE WS-FECHA-ACTUAL TO BIT-FECHA
           MOVE WS-BIT-HORA TO BIT-HORA
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE WS-LOTE-NUMERO TO BIT-LOTE
           MOVE WS-DEV-LEIDAS TO BIT-LEIDOS
           MOVE WS-DEV-ABONADAS TO BIT-ACEPTADOS
           MOVE WS-DEV-NO-ABONADAS TO BIT-RECHAZADOS
           MOVE WS-BIT-ESTADO TO BIT-ESTADO
           WRITE BIT-REGISTRO
           CLOSE ARCHIVO-BITACORA.

       INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACTUAL (4:5) TO WS-LOTE-SUFIJO
           PERFORM LIMPIAR-MOTIVO
               VARYING WS-MOT-INDICE FROM 1 BY 1
               UNTIL WS-MOT-INDICE > WS-MOT-CANTIDAD.

       LIMPIAR-MOTIVO.
           MOVE ZEROS TO WS-MOT-DEVUELTOS (WS-MOT-INDICE)
           MOVE ZEROS TO WS-MOT-MONTO (WS-MOT-INDICE).

      *----------------------------------------------------------------
      * SI TEST001 YA CONTABILIZO EL LOTE DE DEVOLUCIONES DE HOY, UN
      * LOTE NUEVO CON EL MISMO NUMERO SERIA RECHAZADO COMO REPETIDO Y
      * SUS DEVOLUCIONES QUEDARIAN EN DEVHIST SIN ABONAR. NO SE TOCA
      * NADA Y EL CAMDEV SE PROCESA EL DIA SIGUIENTE
      *----------------------------------------------------------------
       VERIFICAR-LOTE-CONTABILIZADO.
           MOVE 'N' TO WS-LOTE-CONTABILIZADO
           MOVE 'N' TO WS-FIN-LOTES
           OPEN INPUT ARCHIVO-LOTES
           PERFORM LEER-LOTE-CONTROL
           PERFORM COMPARAR-LOTE-CONTROL UNTIL FIN-LOTES
           CLOSE ARCHIVO-LOTES
           IF LOTE-CONTABILIZADO
               DISPLAY 'LOTE DE DEVOLUCIONES ' WS-LOTE-NUMERO
                   ' YA CONTABILIZADO POR TEST001'
               DISPLAY 'DEVCAM NO SE PUEDE REEJECUTAR HOY - '
                   'EL CAMDEV QUEDA PARA MANANA'
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

      *----------------------------------------------------------------
      * PRIMERA PASADA: ARCHIVO DE LA CAMARA. SIN CABECERA, SIN PIE O
      * CON TOTALES QUE NO CUADRAN NO SE EMITE NINGUN ABONO
      *----------------------------------------------------------------
       CARGAR-DEVOLUCIONES.
           OPEN INPUT ARCHIVO-DEVOLUCIONES
           IF WS-STATUS-DEV NOT = '00'
               DISPLAY 'ERROR AL ABRIR CAMDEV - STATUS: '
                   WS-STATUS-DEV
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           PERFORM LEER-DEVOLUCION
           PERFORM GUARDAR-REGISTRO-CAMARA UNTIL FIN-DEVOLUCIONES
           CLOSE ARCHIVO-DEVOLUCIONES
           MOVE SPACES TO WS-MENSAJE
           IF NOT CABECERA-LEIDA
               MOVE 'ARCHIVO SIN REGISTRO CABECERA' TO WS-MENSAJE
           ELSE
               IF NOT PIE-LEIDO
                   MOVE 'ARCHIVO SIN REGISTRO PIE' TO WS-MENSAJE
               ELSE
                   IF WS-PIE-CANTIDAD NOT = WS-DEV-LEIDAS
                       MOVE 'CANTIDAD PIE NO CUADRA CON DETALLES'
                           TO WS-MENSAJE
                   END-IF
                   IF WS-PIE-TOTAL NOT = WS-TOTAL-RECIBIDO
                       MOVE 'MONTO PIE NO CUADRA CON DETALLES'
                           TO WS-MENSAJE
                   END-IF
               END-IF
           END-IF
           IF WS-MENSAJE NOT = SPACES
               DISPLAY 'CAMDEV RECHAZADO: ' WS-MENSAJE
               DISPLAY 'NO SE EMITEN ABONOS - SOLICITE REENVIO A LA '
                   'CAMARA'
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF.

       LEER-DEVOLUCION.
           READ ARCHIVO-DEVOLUCIONES
               AT END
                   MOVE 'S' TO WS-FIN-DEVOLUCIONES
           END-READ.

       GUARDAR-REGISTRO-CAMARA.
           IF DEV-CAB-TIPO = 'C'
               MOVE 'S' TO WS-CABECERA-LEIDA
               MOVE DEV-CAB-FECHA TO WS-FECHA-ARCHIVO
           ELSE
               IF DEV-PIE-TIPO = 'T'
                   MOVE 'S' TO WS-PIE-LEIDO
                   MOVE DEV-PIE-CANTIDAD TO WS-PIE-CANTIDAD
                   MOVE DEV-PIE-TOTAL TO WS-PIE-TOTAL
               ELSE
                   IF DEV-TIPO-REG = 'D'
                       PERFORM GUARDAR-DEVOLUCION
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-DEVOLUCION.

       GUARDAR-DEVOLUCION.
           IF WS-DEV-CANTIDAD >= 2000
               DISPLAY 'ERROR: TABLA DE DEVOLUCIONES LLENA - '
                   'MAS DE 2000 DEVOLUCIONES EN CAMDEV'
               DISPLAY 'AUMENTE EL TAMANO DE WS-DEV-ENTRADA '
                   'Y REPROCESE'
               CLOSE ARCHIVO-DEVOLUCIONES
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           ADD 1 TO WS-DEV-LEIDAS
           ADD DEV-MONTO TO WS-TOTAL-RECIBIDO
           MOVE DEV-REFERENCIA TO WS-DEV-BUSCADA
           PERFORM BUSCAR-DEVOLUCION
           ADD 1 TO WS-DEV-CANTIDAD
           MOVE DEV-REFERENCIA TO WS-DEV-REFERENCIA (WS-DEV-CANTIDAD)
           MOVE DEV-BANCO TO WS-DEV-BANCO (WS-DEV-CANTIDAD)
           MOVE DEV-MONTO TO WS-DEV-MONTO (WS-DEV-CANTIDAD)
           MOVE DEV-MOTIVO TO WS-DEV-MOTIVO (WS-DEV-CANTIDAD)
           MOVE ZEROS TO WS-DEV-CUENTA (WS-DEV-CANTIDAD)
           MOVE ZEROS TO WS-DEV-DESTINATARIO (WS-DEV-CANTIDAD)
           MOVE SPACES TO WS-DEV-NOMBRE (WS-DEV-CANTIDAD)
           MOVE 'N' TO WS-DEV-EN-HISTORICO (WS-DEV-CANTIDAD)
           IF DEVOLUCION-HALLADA
               MOVE 'D' TO WS-DEV-ESTADO (WS-DEV-CANTIDAD)
           ELSE
               MOVE 'N' TO WS-DEV-ESTADO (WS-DEV-CANTIDAD)
           END-IF.

       BUSCAR-DEVOLUCION.
           MOVE 'N' TO WS-DEV-HALLADA
           MOVE ZEROS TO WS-DEV-ACTUAL
           MOVE 1 TO WS-DEV-INDICE
           PERFORM REVISAR-DEVOLUCION
               UNTIL WS-DEV-INDICE > WS-DEV-CANTIDAD
                  OR DEVOLUCION-HALLADA.

       REVISAR-DEVOLUCION.
           IF WS-DEV-REFERENCIA (WS-DEV-INDICE) = WS-DEV-BUSCADA
               MOVE 'S' TO WS-DEV-HALLADA
               MOVE WS-DEV-INDICE TO WS-DEV-ACTUAL
           ELSE
               ADD 1 TO WS-DEV-INDICE
           END-IF.

      *----------------------------------------------------------------
      * DEVOLUCIONES YA ABONADAS EN DIAS ANTERIORES (CAMDEV REENVIADO O
      * PROCESADO DOS VECES). LAS DEL LOTE DE HOY NO CUENTAN: UNA
      * REEJECUCION DEL DIA VUELVE A ARMAR EL MISMO LOTE COMPLETO. SI
      * VIENEN EN EL CAMDEV ACTUAL SE PROCESAN DE NUEVO SIN VOLVER A
      * GRABARLAS EN DEVHIST; SI NO, SE GUARDAN PARA REEMITIRLAS
      *----------------------------------------------------------------
       MARCAR-YA-ABONADAS.
           MOVE 'N' TO WS-FIN-HISTORICO
           OPEN INPUT ARCHIVO-HISTORICO
           PERFORM LEER-HISTORICO
           PERFORM REVISAR-HISTORICO UNTIL FIN-HISTORICO
           CLOSE ARCHIVO-HISTORICO.

       LEER-HISTORICO.
           READ ARCHIVO-HISTORICO
               AT END
                   MOVE 'S' TO WS-FIN-HISTORICO
           END-READ.

       REVISAR-HISTORICO.
           ADD 1 TO WS-HISTORICO-LEIDOS
           MOVE HIS-REFERENCIA TO WS-DEV-BUSCADA
           PERFORM BUSCAR-DEVOLUCION
           IF HIS-FECHA-PROCESO NOT = WS-FECHA-ACTUAL OR
              HIS-LOTE NOT = WS-LOTE-NUMERO
               IF DEVOLUCION-HALLADA
                   IF DEV-NO-HALLADA (WS-DEV-ACTUAL)
                       MOVE 'Y' TO WS-DEV-ESTADO (WS-DEV-ACTUAL)
                   END-IF
               END-IF
           ELSE
               IF DEVOLUCION-HALLADA
                   MOVE 'S' TO WS-DEV-EN-HISTORICO (WS-DEV-ACTUAL)
               ELSE
                   PERFORM GUARDAR-REEMISION
               END-IF
           END-IF
           PERFORM LEER-HISTORICO.

       GUARDAR-REEMISION.
           PERFORM BUSCAR-REEMISION
           IF NOT REEMISION-HALLADA
               IF WS-REE-CANTIDAD >= 2000
                   DISPLAY 'ERROR: TABLA DE REEMISION LLENA - '
                       'MAS DE 2000 DEVOLUCIONES DEL DIA EN DEVHIST'
                   DISPLAY 'AUMENTE EL TAMANO DE WS-REE-ENTRADA '
                       'Y REPROCESE'
                   CLOSE ARCHIVO-HISTORICO
                   PERFORM REGISTRAR-ABORTO-BITACORA
                   STOP RUN
               END-IF
               ADD 1 TO WS-REE-CANTIDAD
               MOVE HIS-REFERENCIA
                   TO WS-REE-REFERENCIA (WS-REE-CANTIDAD)
               MOVE HIS-CUENTA TO WS-REE-CUENTA (WS-REE-CANTIDAD)
               MOVE HIS-MONTO TO WS-REE-MONTO (WS-REE-CANTIDAD)
               MOVE HIS-MOTIVO TO WS-REE-MOTIVO (WS-REE-CANTIDAD)
               MOVE ZEROS TO WS-REE-BANCO (WS-REE-CANTIDAD)
               MOVE ZEROS TO WS-REE-DESTINATARIO (WS-REE-CANTIDAD)
               MOVE SPACES TO WS-REE-NOMBRE (WS-REE-CANTIDAD)
           END-IF.

       BUSCAR-REEMISION.
           MOVE 'N' TO WS-REE-HALLADA
           MOVE ZEROS TO WS-REE-ACTUAL
           MOVE 1 TO WS-REE-INDICE
           PERFORM REVISAR-REEMISION
               UNTIL WS-REE-INDICE > WS-REE-CANTIDAD
                  OR REEMISION-HALLADA.

       REVISAR-REEMISION.
           IF WS-REE-REFERENCIA (WS-REE-INDICE) = WS-DEV-BUSCADA
               MOVE 'S' TO WS-REE-HALLADA
               MOVE WS-REE-INDICE TO WS-REE-ACTUAL
           ELSE
               ADD 1 TO WS-REE-INDICE
           END-IF.

      *----------------------------------------------------------------
      * SEGUNDA PASADA: PAGOS ENVIADOS A LA CAMARA, POR REFERENCIA
      *----------------------------------------------------------------
       UBICAR-PAGOS-ORIGINALES.
           MOVE 'N' TO WS-FIN-CAMARA
           OPEN INPUT ARCHIVO-CAMARA-DET
           PERFORM LEER-PAGO-CAMARA
           PERFORM COMPARAR-PAGO-CAMARA UNTIL FIN-CAMARA
           CLOSE ARCHIVO-CAMARA-DET.

       LEER-PAGO-CAMARA.
           READ ARCHIVO-CAMARA-DET
               AT END
                   MOVE 'S' TO WS-FIN-CAMARA
           END-READ.

       COMPARAR-PAGO-CAMARA.
           ADD 1 TO WS-PAGOS-LEIDOS
           MOVE CMD-REFERENCIA TO WS-DEV-BUSCADA
           PERFORM BUSCAR-DEVOLUCION
           IF DEVOLUCION-HALLADA
               IF DEV-NO-HALLADA (WS-DEV-ACTUAL)
                   PERFORM ASOCIAR-PAGO-ORIGINAL
               END-IF
           END-IF
           IF WS-REE-CANTIDAD > ZEROS
               PERFORM BUSCAR-REEMISION
               IF REEMISION-HALLADA
                   PERFORM ASOCIAR-PAGO-REEMISION
               END-IF
           END-IF
           PERFORM LEER-PAGO-CAMARA.

       ASOCIAR-PAGO-ORIGINAL.
           MOVE CMD-CUENTA-ORIGEN TO WS-DEV-CUENTA (WS-DEV-ACTUAL)
           MOVE CMD-DESTINATARIO TO WS-DEV-DESTINATARIO (WS-DEV-ACTUAL)
           MOVE CMD-NOMBRE-BENEF TO WS-DEV-NOMBRE (WS-DEV-ACTUAL)
           IF CMD-MONTO NOT = WS-DEV-MONTO (WS-DEV-ACTUAL)
               MOVE 'M' TO WS-DEV-ESTADO (WS-DEV-ACTUAL)
           ELSE
               IF CMD-BANCO-DESTINO NOT = WS-DEV-BANCO (WS-DEV-ACTUAL)
                   MOVE 'B' TO WS-DEV-ESTADO (WS-DEV-ACTUAL)
               ELSE
                   MOVE 'A' TO WS-DEV-ESTADO (WS-DEV-ACTUAL)
               END-IF
           END-IF.

       ASOCIAR-PAGO-REEMISION.
           MOVE CMD-BANCO-DESTINO TO WS-REE-BANCO (WS-REE-ACTUAL)
           MOVE CMD-DESTINATARIO TO WS-REE-DESTINATARIO (WS-REE-ACTUAL)
           MOVE CMD-NOMBRE-BENEF TO WS-REE-NOMBRE (WS-REE-ACTUAL).

      *----------------------------------------------------------------
      * TERCERA PASADA: LOTE DE ABONOS, HISTORICO Y REPORTE
      *----------------------------------------------------------------
       EMITIR-DEVOLUCIONES.
           OPEN OUTPUT ARCHIVO-TRX-DEVOLUCION
           OPEN OUTPUT REPORTE-DEVOLUCIONES
           OPEN EXTEND ARCHIVO-HISTORICO
           PERFORM ENCABEZADO-REPORTE
           PERFORM ESCRIBIR-CABECERA-TRX
           PERFORM REEMITIR-ABONO
               VARYING WS-REE-INDICE FROM 1 BY 1
               UNTIL WS-REE-INDICE > WS-REE-CANTIDAD
           PERFORM PROCESAR-DEVOLUCION
               VARYING WS-DEV-INDICE FROM 1 BY 1
               UNTIL WS-DEV-INDICE > WS-DEV-CANTIDAD
           COMPUTE WS-DEV-EN-LOTE = WS-DEV-ABONADAS + WS-DEV-REEMITIDAS
           PERFORM ESCRIBIR-PIE-TRX
           PERFORM ESCRIBIR-RESUMEN-MOTIVOS
           CLOSE ARCHIVO-TRX-DEVOLUCION
           CLOSE REPORTE-DEVOLUCIONES
           CLOSE ARCHIVO-HISTORICO.

       ENCABEZADO-REPORTE.
           MOVE 'REPORTE DE DEVOLUCIONES DE TRANSFERENCIAS A OTROS '
               TO REP-LINEA
           MOVE 'BANCOS' TO REP-LINEA (51:6)
           WRITE REP-LINEA
           MOVE WS-FECHA-ARCHIVO TO WS-LA-FECHA
           MOVE WS-DEV-LEIDAS TO WS-LA-CANTIDAD
           MOVE WS-TOTAL-RECIBIDO TO WS-LA-MONTO
           MOVE WS-LOTE-NUMERO TO WS-LA-LOTE
           WRITE REP-LINEA FROM WS-LINEA-ARCHIVO
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE ' REFERENCIA (FECHA LOTE SEC)' TO REP-LINEA
           MOVE 'CUENTA' TO REP-LINEA (29:6)
           MOVE 'BCO' TO REP-LINEA (37:3)
           MOVE 'MONTO' TO REP-LINEA (49:5)
           MOVE 'BENEFICIARIO' TO REP-LINEA (56:12)
           WRITE REP-LINEA.

       ESCRIBIR-CABECERA-TRX.
           MOVE SPACES TO TRX-CABECERA
           MOVE 'CA' TO TRX-CAB-TIPO
           MOVE WS-FECHA-ACTUAL TO TRX-CAB-FECHA
           MOVE WS-LOTE-NUMERO TO TRX-CAB-LOTE
           WRITE TRX-CABECERA.

       ESCRIBIR-PIE-TRX.
           MOVE SPACES TO TRX-PIE
           MOVE 'PI' TO TRX-PIE-TIPO
           MOVE WS-DEV-EN-LOTE TO TRX-PIE-CANTIDAD
           MOVE WS-HASH-MONTOS TO TRX-PIE-HASH
           WRITE TRX-PIE.

       REEMITIR-ABONO.
           MOVE SPACES TO TRX-TRANSACCION
           MOVE 'DV' TO TRX-TIPO
           MOVE WS-REE-CUENTA (WS-REE-INDICE) TO TRX-NRO-CUENTA
           MOVE WS-REE-MONTO (WS-REE-INDICE) TO TRX-MONTO
           MOVE WS-REE-DESTINATARIO (WS-REE-INDICE)
               TO TRX-CUENTA-DESTINO
           ADD TRX-MONTO TO WS-HASH-MONTOS
           WRITE TRX-TRANSACCION
           ADD 1 TO WS-DEV-REEMITIDAS
           ADD TRX-MONTO TO WS-MONTO-REEMITIDO
           MOVE WS-REE-MOTIVO (WS-REE-INDICE) TO WS-MOT-BUSCADO
           PERFORM BUSCAR-MOTIVO
           MOVE SPACES TO WS-LINEA-DEVOLUCION
           MOVE WS-REE-REFERENCIA (WS-REE-INDICE) (1:8)
               TO WS-LD-REF-FECHA
           MOVE WS-REE-REFERENCIA (WS-REE-INDICE) (9:6)
               TO WS-LD-REF-LOTE
           MOVE WS-REE-REFERENCIA (WS-REE-INDICE) (15:5)
               TO WS-LD-REF-SECUENCIA
           MOVE WS-REE-CUENTA (WS-REE-INDICE) TO WS-LD-CUENTA
           MOVE WS-REE-BANCO (WS-REE-INDICE) TO WS-LD-BANCO
           MOVE WS-REE-MONTO (WS-REE-INDICE) TO WS-LD-MONTO
           MOVE WS-REE-NOMBRE (WS-REE-INDICE) TO WS-LD-NOMBRE
           WRITE REP-LINEA FROM WS-LINEA-DEVOLUCION
           MOVE WS-REE-MOTIVO (WS-REE-INDICE) TO WS-LM-CODIGO
           MOVE WS-MOT-DESCRIPCION (WS-MOT-ACTUAL)
               TO WS-LM-DESCRIPCION
           MOVE 'REEMITIDA: ABONADA EN EJEC. ANTERIOR'
               TO WS-LM-RESULTADO
           WRITE REP-LINEA FROM WS-LINEA-MOTIVO.

       PROCESAR-DEVOLUCION.
           MOVE WS-DEV-MOTIVO (WS-DEV-INDICE) TO WS-MOT-BUSCADO
           PERFORM BUSCAR-MOTIVO
           ADD 1 TO WS-MOT-DEVUELTOS (WS-MOT-ACTUAL)
           ADD WS-DEV-MONTO (WS-DEV-INDICE)
               TO WS-MOT-MONTO (WS-MOT-ACTUAL)
           IF DEV-ABONABLE (WS-DEV-INDICE)
               PERFORM EMITIR-ABONO
               MOVE 'ABONADA EN CUENTA DE ORIGEN' TO WS-LM-RESULTADO
           ELSE
               ADD 1 TO WS-DEV-NO-ABONADAS
               ADD WS-DEV-MONTO (WS-DEV-INDICE) TO WS-MONTO-NO-ABONADO
               PERFORM DESCRIBIR-NO-ABONADA
           END-IF
           MOVE SPACES TO WS-LINEA-DEVOLUCION
           MOVE WS-DEV-REFERENCIA (WS-DEV-INDICE) (1:8)
               TO WS-LD-REF-FECHA
           MOVE WS-DEV-REFERENCIA (WS-DEV-INDICE) (9:6)
               TO WS-LD-REF-LOTE
           MOVE WS-DEV-REFERENCIA (WS-DEV-INDICE) (15:5)
               TO WS-LD-REF-SECUENCIA
           MOVE WS-DEV-CUENTA (WS-DEV-INDICE) TO WS-LD-CUENTA
           MOVE WS-DEV-BANCO (WS-DEV-INDICE) TO WS-LD-BANCO
           MOVE WS-DEV-MONTO (WS-DEV-INDICE) TO WS-LD-MONTO
           MOVE WS-DEV-NOMBRE (WS-DEV-INDICE) TO WS-LD-NOMBRE
           WRITE REP-LINEA FROM WS-LINEA-DEVOLUCION
           MOVE WS-DEV-MOTIVO (WS-DEV-INDICE) TO WS-LM-CODIGO
           MOVE WS-MOT-DESCRIPCION (WS-MOT-ACTUAL)
               TO WS-LM-DESCRIPCION
           WRITE REP-LINEA FROM WS-LINEA-MOTIVO.

       BUSCAR-MOTIVO.
           MOVE WS-MOT-CANTIDAD TO WS-MOT-ACTUAL
           PERFORM REVISAR-MOTIVO
               VARYING WS-MOT-INDICE FROM 1 BY 1
               UNTIL WS-MOT-INDICE NOT < WS-MOT-CANTIDAD.

       REVISAR-MOTIVO.
           IF WS-MOT-CODIGO (WS-MOT-INDICE) = WS-MOT-BUSCADO
               MOVE WS-MOT-INDICE TO WS-MOT-ACTUAL
           END-IF.

       EMITIR-ABONO.
           MOVE SPACES TO TRX-TRANSACCION
           MOVE 'DV' TO TRX-TIPO
           MOVE WS-DEV-CUENTA (WS-DEV-INDICE) TO TRX-NRO-CUENTA
           MOVE WS-DEV-MONTO (WS-DEV-INDICE) TO TRX-MONTO
           MOVE WS-DEV-DESTINATARIO (WS-DEV-INDICE)
               TO TRX-CUENTA-DESTINO
           ADD TRX-MONTO TO WS-HASH-MONTOS
           WRITE TRX-TRANSACCION
           ADD 1 TO WS-DEV-ABONADAS
           ADD TRX-MONTO TO WS-MONTO-ABONADO
           IF NOT DEV-EN-HISTORICO (WS-DEV-INDICE)
               PERFORM GRABAR-HISTORICO
           END-IF.

       GRABAR-HISTORICO.
           MOVE SPACES TO HIS-REGISTRO
           MOVE WS-DEV-REFERENCIA (WS-DEV-INDICE) TO HIS-REFERENCIA
           MOVE WS-FECHA-ACTUAL TO HIS-FECHA-PROCESO
           MOVE WS-LOTE-NUMERO TO HIS-LOTE
           MOVE WS-DEV-CUENTA (WS-DEV-INDICE) TO HIS-CUENTA
           MOVE WS-DEV-MONTO (WS-DEV-INDICE) TO HIS-MONTO
           MOVE WS-DEV-MOTIVO (WS-DEV-INDICE) TO HIS-MOTIVO
           WRITE HIS-REGISTRO.

       DESCRIBIR-NO-ABONADA.
           IF DEV-NO-HALLADA (WS-DEV-INDICE)
               MOVE 'NO ABONADA: PAGO ORIGINAL NO EXISTE'
                   TO WS-LM-RESULTADO
           END-IF
           IF DEV-MONTO-DISTINTO (WS-DEV-INDICE)
               MOVE 'NO ABONADA: MONTO DISTINTO AL PAGO'
                   TO WS-LM-RESULTADO
           END-IF
           IF DEV-BANCO-DISTINTO (WS-DEV-INDICE)
               MOVE 'NO ABONADA: BANCO DISTINTO AL PAGO'
                   TO WS-LM-RESULTADO
           END-IF
           IF DEV-YA-ABONADA (WS-DEV-INDICE)
               MOVE 'NO ABONADA: YA ABONADA ANTES (DEVHIST)'
                   TO WS-LM-RESULTADO
           END-IF
           IF DEV-DUPLICADA (WS-DEV-INDICE)
               MOVE 'NO ABONADA: REPETIDA EN EL ARCHIVO'
                   TO WS-LM-RESULTADO
           END-IF.

       ESCRIBIR-RESUMEN-MOTIVOS.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'RESUMEN POR MOTIVO DE DEVOLUCION' TO REP-LINEA
           WRITE REP-LINEA
           PERFORM ESCRIBIR-MOTIVO
               VARYING WS-MOT-INDICE FROM 1 BY 1
               UNTIL WS-MOT-INDICE > WS-MOT-CANTIDAD
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'DEVOLUCIONES RECIBIDAS' TO WS-LT-CONCEPTO
           MOVE WS-DEV-LEIDAS TO WS-LT-CANTIDAD
           MOVE WS-TOTAL-RECIBIDO TO WS-LT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'ABONADAS DE ESTE ARCHIVO' TO WS-LT-CONCEPTO
           MOVE WS-DEV-ABONADAS TO WS-LT-CANTIDAD
           MOVE WS-MONTO-ABONADO TO WS-LT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'NO ABONADAS - REVISAR' TO WS-LT-CONCEPTO
           MOVE WS-DEV-NO-ABONADAS TO WS-LT-CANTIDAD
           MOVE WS-MONTO-NO-ABONADO TO WS-LT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'REEMITIDAS DE EJECUCION ANTERIOR' TO WS-LT-CONCEPTO
           MOVE WS-DEV-REEMITIDAS TO WS-LT-CANTIDAD
           MOVE WS-MONTO-REEMITIDO TO WS-LT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'TOTAL DEL LOTE' TO WS-LT-CONCEPTO
           MOVE WS-DEV-EN-LOTE TO WS-LT-CANTIDAD
           MOVE WS-HASH-MONTOS TO WS-LT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL.

       ESCRIBIR-MOTIVO.
           IF WS-MOT-DEVUELTOS (WS-MOT-INDICE) > ZEROS
               MOVE WS-MOT-CODIGO (WS-MOT-INDICE) TO WS-LR-CODIGO
               MOVE WS-MOT-DESCRIPCION (WS-MOT-INDICE)
                   TO WS-LR-DESCRIPCION
               MOVE WS-MOT-DEVUELTOS (WS-MOT-INDICE) TO WS-LR-CANTIDAD
               MOVE WS-MOT-MONTO (WS-MOT-INDICE) TO WS-LR-MONTO
               WRITE REP-LINEA FROM WS-LINEA-RESUMEN-MOTIVO
           END-IF.

       MOSTRAR-RESUMEN.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN DEVOLUCIONES DE CAMARA'.
           DISPLAY '============================================'.
           DISPLAY 'FECHA ARCHIVO CAMARA:     ' WS-FECHA-ARCHIVO.
           DISPLAY 'LOTE GENERADO:            ' WS-LOTE-NUMERO.
           DISPLAY 'DEVOLUCIONES RECIBIDAS:   ' WS-DEV-LEIDAS.
           DISPLAY 'PAGOS ENVIADOS REVISADOS: ' WS-PAGOS-LEIDOS.
           DISPLAY 'DEVOLUCIONES ABONADAS:    ' WS-DEV-ABONADAS.
           DISPLAY 'DEVOLUCIONES NO ABONADAS: ' WS-DEV-NO-ABONADAS.
           DISPLAY 'REEMITIDAS EJEC. ANTERIOR:' WS-DEV-REEMITIDAS.
           DISPLAY 'MONTO TOTAL DEL LOTE:     ' WS-HASH-MONTOS.
           DISPLAY 'FIN DEVOLUCIONES DE CAMARA'.
