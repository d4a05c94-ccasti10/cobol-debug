      *================================================================
      * PROGRAMA: RECUCTA
      * DESCRIPCION: Recuperacion del maestro CUENTAS a un punto dado
      * FUNCIONALIDAD: Reconstruye CUENTAS desde una generacion de
      *                CTARESP (origen R) o desde la foto de saldos de
      *                FOTOSAL (origen F, tomando el resto del registro
      *                de la ultima generacion del respaldo hasta esa
      *                fecha) y luego reprocesa las lineas de AUDITORIA
      *                posteriores a la base: delta de saldo, retenido
      *                (RT/LB), ultima transaccion, acumulado diario,
      *                transacciones del mes y el paso a cerrada de las
      *                cuentas liquidadas (CC), hasta el lote o la fecha
      *                y hora indicados en RECPARAM. La generacion se
      *                valida contra su registro total antes de tocar
      *                CUENTAS. Termina con una prueba de cuadre entre
      *                el total esperado (base mas deltas) y el archivo
      *                reconstruido, informada en RECUREP. Los cambios
      *                de MANTCTA y CTAINACT no pasan por AUDITORIA,
      *                por eso RESPCTA corre despues de MANTCTA
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUCTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTA.

           SELECT OPTIONAL ARCHIVO-RESPALDO ASSIGN TO "CTARESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RSP.

           SELECT OPTIONAL ARCHIVO-SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SNP.

           SELECT OPTIONAL ARCHIVO-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT OPTIONAL ARCHIVO-PLANES ASSIGN TO "PLANCOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLN.

           SELECT ARCHIVO-PARAMETRO ASSIGN TO "RECPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.

           SELECT REPORTE-RECUPERACION ASSIGN TO "RECUREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REP.

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

       FD  ARCHIVO-SALDOS
           RECORDING MODE IS F.
       01  SNP-REGISTRO.
           05  SNP-FECHA             PIC 9(08).
           05  SNP-CUENTA            PIC 9(10).
           05  SNP-SALDO             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           05  SNP-RETENIDO          PIC 9(09)V99.
           05  SNP-ESTADO            PIC X(01).

       FD  ARCHIVO-AUDITORIA
           RECORDING MODE IS F.
       01  AUD-LINEA                 PIC X(100).

       FD  ARCHIVO-PLANES
           RECORDING MODE IS F.
       01  PLN-REGISTRO.
           05  PLN-CODIGO            PIC X(02).
           05  PLN-TASA              PIC 9V9999.
           05  PLN-MINIMO            PIC 9(05)V99.
           05  PLN-TRX-LIBRES        PIC 9(03).

       FD  ARCHIVO-PARAMETRO
           RECORDING MODE IS F.
       01  REC-REGISTRO.
           05  REC-ORIGEN            PIC X(01).
           05  REC-FECHA-BASE        PIC 9(08).
           05  REC-HORA-BASE         PIC 9(08).
           05  REC-HASTA-LOTE        PIC 9(06).
           05  REC-HASTA-FECHA       PIC 9(08).
           05  REC-HASTA-HORA        PIC 9(08).

       FD  REPORTE-RECUPERACION
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
           05  WS-ORIGEN             PIC X(01)      VALUE SPACES.
               88  ORIGEN-RESPALDO                  VALUE 'R'.
               88  ORIGEN-FOTO                      VALUE 'F'.
           05  WS-FECHA-BASE         PIC 9(08)      VALUE ZEROS.
           05  WS-HORA-BASE          PIC 9(08)      VALUE ZEROS.
           05  WS-HASTA-LOTE         PIC 9(06)      VALUE ZEROS.
           05  WS-HASTA-LOTE-X REDEFINES WS-HASTA-LOTE
                                     PIC X(06).
           05  WS-FECHA-FOTO         PIC 9(08)      VALUE ZEROS.

      *----------------------------------------------------------------
      * MARCAS FECHA+HORA: SE COMPARAN COMO GRUPO (SOLO DIGITOS)
      *----------------------------------------------------------------
       01  WS-MARCA-BASE.
           05  WS-MB-FECHA           PIC 9(08)      VALUE ZEROS.
           05  WS-MB-HORA            PIC 9(08)      VALUE ZEROS.

       01  WS-MARCA-LIMITE.
           05  WS-MT-FECHA           PIC 9(08)      VALUE ZEROS.
           05  WS-MT-HORA            PIC 9(08)      VALUE ZEROS.

       01  WS-MARCA-LINEA.
           05  WS-ML-FECHA.
               10  WS-ML-PERIODO     PIC 9(06).
               10  WS-ML-DIA         PIC 9(02).
           05  WS-ML-HORA            PIC 9(08).

       01  WS-GENERACION.
           05  WS-GEN-FECHA          PIC 9(08)      VALUE ZEROS.
           05  WS-GEN-HORA           PIC 9(08)      VALUE ZEROS.
           05  WS-GEN-HALLADA        PIC X(01)      VALUE 'N'.
               88  GENERACION-HALLADA               VALUE 'S'.
           05  WS-GEN-TOTAL-LEIDO    PIC X(01)      VALUE 'N'.
               88  GENERACION-CON-TOTAL             VALUE 'S'.
           05  WS-GEN-ORDEN-ERROR    PIC X(01)      VALUE 'N'.
               88  GENERACION-DESORDENADA           VALUE 'S'.
           05  WS-GEN-CANTIDAD       PIC 9(07)      VALUE ZEROS.
           05  WS-GEN-SALDO          PIC S9(13)V99  VALUE ZEROS.
           05  WS-GEN-RETENIDO       PIC 9(13)V99   VALUE ZEROS.
           05  WS-GEN-TOT-CANTIDAD   PIC 9(07)      VALUE ZEROS.
           05  WS-GEN-TOT-SALDO      PIC S9(13)V99  VALUE ZEROS.
           05  WS-GEN-TOT-RETENIDO   PIC 9(13)V99   VALUE ZEROS.
           05  WS-GEN-ULTIMA-CUENTA  PIC 9(10)      VALUE ZEROS.

       01  WS-CUENTA-RESPALDO.
           05  WS-CR-NRO-CUENTA      PIC 9(10).
           05  WS-CR-SALDO           PIC S9(11)V99.
           05  WS-CR-RETENIDO        PIC 9(09)V99.
           05  FILLER                PIC X(63).

       01  WS-BASE.
           05  WS-BASE-CUENTAS       PIC 9(07)      VALUE ZEROS.
           05  WS-BASE-SALDO         PIC S9(13)V99  VALUE ZEROS.
           05  WS-BASE-RETENIDO      PIC 9(13)V99   VALUE ZEROS.
           05  WS-CARGADAS           PIC 9(07)      VALUE ZEROS.
           05  WS-CARGA-ERRORES      PIC 9(07)      VALUE ZEROS.
           05  WS-FOTOS-DIA          PIC 9(07)      VALUE ZEROS.
           05  WS-FOTOS-APLICADAS    PIC 9(07)      VALUE ZEROS.
           05  WS-SOLO-FOTO          PIC 9(07)      VALUE ZEROS.
           05  WS-SIN-FOTO           PIC 9(07)      VALUE ZEROS.

       01  WS-REPROCESO.
           05  WS-LIN-LEIDAS         PIC 9(07)      VALUE ZEROS.
           05  WS-LIN-ANTERIORES     PIC 9(07)      VALUE ZEROS.
           05  WS-LIN-PUESTA-AL-DIA  PIC 9(07)      VALUE ZEROS.
           05  WS-LIN-APLICADAS      PIC 9(07)      VALUE ZEROS.
           05  WS-LIN-RECHAZADAS     PIC 9(07)      VALUE ZEROS.
           05  WS-LIN-SOBREGIRO      PIC 9(07)      VALUE ZEROS.
           05  WS-LIN-SIN-CUENTA     PIC 9(07)      VALUE ZEROS.
           05  WS-LIN-CIERRES        PIC 9(07)      VALUE ZEROS.
           05  WS-LIN-INCONSISTENTES PIC 9(07)      VALUE ZEROS.
           05  WS-REP-DELTAS         PIC S9(13)V99  VALUE ZEROS.
           05  WS-REP-RETENCIONES    PIC 9(13)V99   VALUE ZEROS.
           05  WS-REP-LIBERACIONES   PIC 9(13)V99   VALUE ZEROS.
           05  WS-ULT-APLICADA-FECHA PIC X(08)      VALUE SPACES.
           05  WS-ULT-APLICADA-HORA  PIC X(08)      VALUE SPACES.
           05  WS-ULT-APLICADA-LOTE  PIC X(06)      VALUE SPACES.

       01  WS-CUADRE.
           05  WS-ESP-CUENTAS        PIC 9(07)      VALUE ZEROS.
           05  WS-ESP-SALDO          PIC S9(13)V99  VALUE ZEROS.
           05  WS-ESP-RETENIDO       PIC S9(13)V99  VALUE ZEROS.
           05  WS-REC-CUENTAS        PIC 9(07)      VALUE ZEROS.
           05  WS-REC-SALDO          PIC S9(13)V99  VALUE ZEROS.
           05  WS-REC-RETENIDO       PIC S9(13)V99  VALUE ZEROS.
           05  WS-DIF-CUADRE         PIC S9(13)V99  VALUE ZEROS.

       01  WS-FLAGS.
           05  WS-FIN-RESPALDO       PIC X(01)      VALUE 'N'.
               88  FIN-RESPALDO                     VALUE 'S'.
           05  WS-FIN-SALDOS         PIC X(01)      VALUE 'N'.
               88  FIN-SALDOS                       VALUE 'S'.
           05  WS-FIN-AUDITORIA      PIC X(01)      VALUE 'N'.
               88  FIN-AUDITORIA                    VALUE 'S'.
           05  WS-FIN-REPROCESO      PIC X(01)      VALUE 'N'.
               88  FIN-REPROCESO                    VALUE 'S'.
           05  WS-FIN-CUENTAS        PIC X(01)      VALUE 'N'.
               88  FIN-CUENTAS                      VALUE 'S'.
           05  WS-FIN-PLANES         PIC X(01)      VALUE 'N'.
               88  FIN-PLANES                       VALUE 'S'.
           05  WS-LOTE-ALCANZADO     PIC X(01)      VALUE 'N'.
               88  LOTE-ALCANZADO                   VALUE 'S'.
           05  WS-PLN-HALLADO        PIC X(01)      VALUE 'N'.
               88  PLAN-HALLADO                     VALUE 'S'.
           05  WS-CUADRA             PIC X(01)      VALUE 'S'.
               88  RECUPERACION-CUADRA              VALUE 'S'.

       01  WS-STATUS-CTA             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-RSP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SNP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-AUD             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PLN             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PRM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-REP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.

       01  WS-BITACORA.
           05  WS-BIT-EVENTO         PIC X(01)      VALUE SPACES.
           05  WS-BIT-ESTADO         PIC X(02)      VALUE SPACES.
           05  WS-BIT-HORA           PIC 9(08)      VALUE ZEROS.

       01  WS-FECHA-ACTUAL           PIC 9(08)      VALUE ZEROS.

       01  WS-TABLA-PLANES.
           05  WS-PLN-CANTIDAD       PIC 9(02)      VALUE ZEROS.
           05  WS-PLN-INDICE         PIC 9(02)      VALUE ZEROS.
           05  WS-PLN-CODIGO         PIC X(02) OCCURS 20 TIMES.

       01  WS-AUD-ENTRADA.
           05  FILLER                PIC X(01).
           05  WS-AE-CUENTA          PIC X(10).
           05  FILLER                PIC X(02).
           05  WS-AE-TIPO            PIC X(02).
           05  FILLER                PIC X(02).
           05  WS-AE-MONTO           PIC X(12).
           05  FILLER                PIC X(02).
           05  WS-AE-COMISION        PIC X(08).
           05  FILLER                PIC X(02).
           05  WS-AE-ERROR           PIC X(04).
           05  FILLER                PIC X(02).
           05  WS-AE-FECHA           PIC X(08).
           05  FILLER                PIC X(01).
           05  WS-AE-HORA            PIC X(08).
           05  FILLER                PIC X(02).
           05  WS-AE-DELTA           PIC X(13).
           05  FILLER                PIC X(02).
           05  WS-AE-LOTE            PIC X(06).
           05  FILLER                PIC X(13).

       01  WS-CONVERSION-CUENTA      PIC X(10).
       01  WS-CUENTA-NUM REDEFINES WS-CONVERSION-CUENTA
                                     PIC 9(10).

       01  WS-CONVERSION-MONTO.
           05  WS-CM-ENTERO          PIC X(09).
           05  FILLER                PIC X(01).
           05  WS-CM-DECIMAL         PIC X(02).
       01  WS-MONTO-DIGITOS.
           05  WS-MD-ENTERO          PIC 9(09).
           05  WS-MD-DECIMAL         PIC 9(02).
       01  WS-MONTO-NUM REDEFINES WS-MONTO-DIGITOS
                                     PIC 9(09)V99.

       01  WS-CONVERSION-COMISION.
           05  WS-CC-ENTERO          PIC X(05).
           05  FILLER                PIC X(01).
           05  WS-CC-DECIMAL         PIC X(02).
       01  WS-COMISION-DIGITOS.
           05  WS-CD-ENTERO          PIC 9(05).
           05  WS-CD-DECIMAL         PIC 9(02).
       01  WS-COMISION-NUM REDEFINES WS-COMISION-DIGITOS
                                     PIC 9(05)V99.

       01  WS-CONVERSION-DELTA.
           05  WS-DL-SIGNO           PIC X(01).
           05  WS-DL-ENTERO          PIC X(09).
           05  FILLER                PIC X(01).
           05  WS-DL-DECIMAL         PIC X(02).
       01  WS-DELTA-DIGITOS.
           05  WS-DD-ENTERO          PIC 9(09).
           05  WS-DD-DECIMAL         PIC 9(02).
       01  WS-DELTA-ABS REDEFINES WS-DELTA-DIGITOS
                                     PIC 9(09)V99.
       01  WS-DELTA-NUM              PIC S9(11)V99  VALUE ZEROS.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(35)
               VALUE 'RECUPERACION DEL MAESTRO CUENTAS - '.
           05  FILLER                PIC X(07)      VALUE 'FECHA: '.
           05  WS-LT-FECHA           PIC 9(08).

       01  WS-LINEA-ORIGEN.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LO-TEXTO           PIC X(34).
           05  WS-LO-FECHA           PIC 9(08).
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LO-HORA            PIC 9(08).

       01  WS-LINEA-CONTEO.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LC-TEXTO           PIC X(34).
           05  WS-LC-CANTIDAD        PIC Z(06)9.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LD-TEXTO           PIC X(32).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LD-CUENTA          PIC Z(09)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LD-TIPO            PIC X(02).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LD-FECHA           PIC X(08).
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LD-HORA            PIC X(08).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LD-LOTE            PIC X(06).

       01  WS-ENCABEZADO-CUADRE.
           05  FILLER                PIC X(23)
               VALUE ' PRUEBA DE CUADRE'.
           05  FILLER                PIC X(18)
               VALUE '          ESPERADO'.
           05  FILLER                PIC X(18)
               VALUE '      RECONSTRUIDO'.
           05  FILLER                PIC X(18)
               VALUE '        DIFERENCIA'.

       01  WS-LINEA-CUADRE.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LQ-RUBRO           PIC X(22).
           05  WS-LQ-ESPERADO        PIC -Z(12)9.99.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LQ-RECONSTRUIDO    PIC -Z(12)9.99.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LQ-DIFERENCIA      PIC -Z(12)9.99.

       01  WS-LINEA-CUADRE-CANTIDAD.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LK-RUBRO           PIC X(22).
           05  WS-LK-ESPERADO        PIC -Z(12)9.
           05  FILLER                PIC X(04)      VALUE SPACES.
           05  WS-LK-RECONSTRUIDO    PIC -Z(12)9.
           05  FILLER                PIC X(04)      VALUE SPACES.
           05  WS-LK-DIFERENCIA      PIC -Z(12)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'INICIO RECUPERACION DEL MAESTRO CUENTAS'.
           PERFORM INICIALIZAR
           PERFORM REGISTRAR-INICIO-BITACORA
           PERFORM LEER-PARAMETRO
           PERFORM ABRIR-REPORTE
           PERFORM LOCALIZAR-GENERACION
           IF GENERACION-HALLADA
               PERFORM VALIDAR-GENERACION
           END-IF
           IF ORIGEN-FOTO
               PERFORM VERIFICAR-FOTO
           END-IF
           PERFORM CARGAR-PLANES
           PERFORM CARGAR-BASE
           IF ORIGEN-FOTO
               PERFORM APLICAR-FOTO
           END-IF
           PERFORM INFORMAR-BASE
           PERFORM REPROCESAR-AUDITORIA
           PERFORM PROBAR-CUADRE
           CLOSE ARCHIVO-CUENTAS
           CLOSE REPORTE-RECUPERACION
           PERFORM MOSTRAR-RESUMEN
           PERFORM REGISTRAR-FIN-BITACORA
           STOP RUN.

       REGISTRAR-INICIO-BITACORA.
           MOVE 'I' TO WS-BIT-EVENTO
           MOVE SPACES TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       REGISTRAR-FIN-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           IF NOT RECUPERACION-CUADRA
               MOVE 'ER' TO WS-BIT-ESTADO
           ELSE
               IF WS-LIN-SIN-CUENTA > ZEROS OR
                  WS-LIN-INCONSISTENTES > ZEROS OR
                  WS-SOLO-FOTO > ZEROS OR
                  (WS-HASTA-LOTE > ZEROS AND NOT LOTE-ALCANZADO)
                   MOVE 'AD' TO WS-BIT-ESTADO
               ELSE
                   MOVE 'OK' TO WS-BIT-ESTADO
               END-IF
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
           MOVE 'RECUCTA' TO BIT-PROGRAMA
           MOVE WS-FECHA-ACTUAL TO BIT-FECHA
           MOVE WS-BIT-HORA TO BIT-HORA
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE WS-HASTA-LOTE TO BIT-LOTE
           MOVE WS-LIN-LEIDAS TO BIT-LEIDOS
           COMPUTE BIT-ACEPTADOS =
               WS-LIN-APLICADAS + WS-LIN-PUESTA-AL-DIA + WS-LIN-CIERRES
           MOVE WS-LIN-SIN-CUENTA TO BIT-RECHAZADOS
           MOVE WS-BIT-ESTADO TO BIT-ESTADO
           WRITE BIT-REGISTRO
           CLOSE ARCHIVO-BITACORA.

       INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.

      *----------------------------------------------------------------
      * RECPARAM ES OBLIGATORIO: ORIGEN R (RESPALDO) O F (FOTO),
      * BASE Y LIMITE DEL REPROCESO
      *----------------------------------------------------------------
       LEER-PARAMETRO.
           OPEN INPUT ARCHIVO-PARAMETRO
           IF WS-STATUS-PRM NOT = '00'
               DISPLAY 'ERROR AL ABRIR RECPARAM - STATUS: '
                   WS-STATUS-PRM
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           READ ARCHIVO-PARAMETRO
               AT END
                   MOVE SPACES TO REC-REGISTRO
           END-READ
           CLOSE ARCHIVO-PARAMETRO
           MOVE REC-ORIGEN TO WS-ORIGEN
           IF NOT ORIGEN-RESPALDO AND NOT ORIGEN-FOTO
               DISPLAY 'ERROR: ORIGEN DE RECPARAM DEBE SER R O F'
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           IF REC-FECHA-BASE IS NUMERIC
               MOVE REC-FECHA-BASE TO WS-FECHA-BASE
           END-IF
           IF REC-HORA-BASE IS NUMERIC
               MOVE REC-HORA-BASE TO WS-HORA-BASE
           END-IF
           IF REC-HASTA-LOTE IS NUMERIC
               MOVE REC-HASTA-LOTE TO WS-HASTA-LOTE
           END-IF
           IF REC-HASTA-FECHA IS NUMERIC AND REC-HASTA-FECHA > ZEROS
               MOVE REC-HASTA-FECHA TO WS-MT-FECHA
               IF REC-HASTA-HORA IS NUMERIC AND
                  REC-HASTA-HORA > ZEROS
                   MOVE REC-HASTA-HORA TO WS-MT-HORA
               ELSE
                   MOVE 99999999 TO WS-MT-HORA
               END-IF
           ELSE
               MOVE 99999999 TO WS-MT-FECHA
               MOVE 99999999 TO WS-MT-HORA
           END-IF
           IF ORIGEN-FOTO
               IF WS-FECHA-BASE = ZEROS
                   DISPLAY 'ERROR: ORIGEN F REQUIERE FECHA DE LA FOTO'
                   PERFORM REGISTRAR-ABORTO-BITACORA
                   STOP RUN
               END-IF
               MOVE WS-FECHA-BASE TO WS-FECHA-FOTO
           END-IF.

       ABRIR-REPORTE.
           OPEN OUTPUT REPORTE-RECUPERACION
           IF WS-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR RECUREP - STATUS: '
                   WS-STATUS-REP
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE WS-FECHA-ACTUAL TO WS-LT-FECHA
           WRITE REP-LINEA FROM WS-LINEA-TITULO
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA.

      *----------------------------------------------------------------
      * ORIGEN R: FECHA 0 = ULTIMA GENERACION; HORA 0 = ULTIMA DE LA
      * FECHA. ORIGEN F: ULTIMA GENERACION CON FECHA HASTA LA FOTO
      *----------------------------------------------------------------
       LOCALIZAR-GENERACION.
           MOVE 'N' TO WS-GEN-HALLADA
           MOVE 'N' TO WS-FIN-RESPALDO
           OPEN INPUT ARCHIVO-RESPALDO
           PERFORM LEER-RESPALDO
           PERFORM REVISAR-CABECERA UNTIL FIN-RESPALDO
           CLOSE ARCHIVO-RESPALDO
           IF ORIGEN-RESPALDO AND NOT GENERACION-HALLADA
               DISPLAY 'ERROR: NO EXISTE EN CTARESP LA GENERACION '
                   'SOLICITADA ' WS-FECHA-BASE ' ' WS-HORA-BASE
               MOVE 'NO EXISTE LA GENERACION SOLICITADA' TO REP-LINEA
               WRITE REP-LINEA
               CLOSE REPORTE-RECUPERACION
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           IF GENERACION-HALLADA
               MOVE WS-GEN-FECHA TO WS-MB-FECHA
               MOVE WS-GEN-HORA TO WS-MB-HORA
           END-IF.

       LEER-RESPALDO.
           READ ARCHIVO-RESPALDO
               AT END
                   MOVE 'S' TO WS-FIN-RESPALDO
           END-READ.

       REVISAR-CABECERA.
           IF RSP-TIPO = 'C'
               IF ORIGEN-FOTO
                   IF RSP-FECHA NOT > WS-FECHA-BASE
                       PERFORM ELEGIR-GENERACION
                   END-IF
               ELSE
                   IF WS-FECHA-BASE = ZEROS
                       PERFORM ELEGIR-GENERACION
                   ELSE
                       IF RSP-FECHA = WS-FECHA-BASE
                           IF WS-HORA-BASE = ZEROS OR
                              RSP-HORA = WS-HORA-BASE
                               PERFORM ELEGIR-GENERACION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-RESPALDO.

       ELEGIR-GENERACION.
           MOVE 'S' TO WS-GEN-HALLADA
           MOVE RSP-FECHA TO WS-GEN-FECHA
           MOVE RSP-HORA TO WS-GEN-HORA.

      *----------------------------------------------------------------
      * LA GENERACION DEBE CUADRAR CON SU TOTAL Y VENIR EN ORDEN DE
      * CUENTA ANTES DE TOCAR CUENTAS
      *----------------------------------------------------------------
       VALIDAR-GENERACION.
           MOVE 'N' TO WS-FIN-RESPALDO
           OPEN INPUT ARCHIVO-RESPALDO
           PERFORM LEER-RESPALDO
           PERFORM REVISAR-DETALLE-GENERACION UNTIL FIN-RESPALDO
           CLOSE ARCHIVO-RESPALDO
           IF NOT GENERACION-CON-TOTAL OR
              GENERACION-DESORDENADA OR
              WS-GEN-CANTIDAD NOT = WS-GEN-TOT-CANTIDAD OR
              WS-GEN-SALDO NOT = WS-GEN-TOT-SALDO OR
              WS-GEN-RETENIDO NOT = WS-GEN-TOT-RETENIDO
               DISPLAY 'ERROR: GENERACION ' WS-GEN-FECHA ' '
                   WS-GEN-HORA ' NO CUADRA CON SU TOTAL'
               DISPLAY 'CUENTAS NO FUE MODIFICADO'
               MOVE 'GENERACION DE RESPALDO INCONSISTENTE'
                   TO REP-LINEA
               WRITE REP-LINEA
               MOVE 'CUENTAS NO FUE MODIFICADO' TO REP-LINEA
               WRITE REP-LINEA
               CLOSE REPORTE-RECUPERACION
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF.

       REVISAR-DETALLE-GENERACION.
           IF RSP-FECHA = WS-GEN-FECHA AND RSP-HORA = WS-GEN-HORA
               IF RSP-TIPO = 'D'
                   MOVE RSP-CUENTA TO WS-CUENTA-RESPALDO
                   IF WS-CR-NRO-CUENTA IS NOT NUMERIC OR
                      WS-CR-NRO-CUENTA NOT > WS-GEN-ULTIMA-CUENTA
                       MOVE 'S' TO WS-GEN-ORDEN-ERROR
                   ELSE
                       MOVE WS-CR-NRO-CUENTA TO WS-GEN-ULTIMA-CUENTA
                   END-IF
                   ADD 1 TO WS-GEN-CANTIDAD
                   ADD WS-CR-SALDO TO WS-GEN-SALDO
                   ADD WS-CR-RETENIDO TO WS-GEN-RETENIDO
               END-IF
               IF RSP-TIPO = 'T'
                   MOVE 'S' TO WS-GEN-TOTAL-LEIDO
                   MOVE RSP-TOT-CANTIDAD TO WS-GEN-TOT-CANTIDAD
                   MOVE RSP-TOT-SALDO TO WS-GEN-TOT-SALDO
                   MOVE RSP-TOT-RETENIDO TO WS-GEN-TOT-RETENIDO
               END-IF
           END-IF
           PERFORM LEER-RESPALDO.

       VERIFICAR-FOTO.
           MOVE ZEROS TO WS-FOTOS-DIA
           MOVE 'N' TO WS-FIN-SALDOS
           OPEN INPUT ARCHIVO-SALDOS
           PERFORM LEER-SALDO
           PERFORM CONTAR-FOTO UNTIL FIN-SALDOS
           CLOSE ARCHIVO-SALDOS
           IF WS-FOTOS-DIA = ZEROS
               DISPLAY 'ERROR: SALDOS NO TIENE FOTO DEL ' WS-FECHA-FOTO
               DISPLAY 'CUENTAS NO FUE MODIFICADO'
               MOVE 'NO EXISTE FOTO DE SALDOS PARA LA FECHA PEDIDA'
                   TO REP-LINEA
               WRITE REP-LINEA
               CLOSE REPORTE-RECUPERACION
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF.

       LEER-SALDO.
           READ ARCHIVO-SALDOS
               AT END
                   MOVE 'S' TO WS-FIN-SALDOS
           END-READ.

       CONTAR-FOTO.
           IF SNP-FECHA = WS-FECHA-FOTO
               ADD 1 TO WS-FOTOS-DIA
           END-IF
           PERFORM LEER-SALDO.

       CARGAR-PLANES.
           OPEN INPUT ARCHIVO-PLANES
           MOVE ZEROS TO WS-PLN-CANTIDAD
           MOVE 'N' TO WS-FIN-PLANES
           PERFORM LEER-PLAN
           PERFORM GUARDAR-PLAN UNTIL FIN-PLANES
           CLOSE ARCHIVO-PLANES.

       LEER-PLAN.
           READ ARCHIVO-PLANES
               AT END
                   MOVE 'S' TO WS-FIN-PLANES
           END-READ.

       GUARDAR-PLAN.
           IF WS-PLN-CANTIDAD < 20
               ADD 1 TO WS-PLN-CANTIDAD
               MOVE PLN-CODIGO TO WS-PLN-CODIGO (WS-PLN-CANTIDAD)
           ELSE
               DISPLAY 'ADVERTENCIA: TABLA DE PLANES LLENA'
           END-IF
           PERFORM LEER-PLAN.

      *----------------------------------------------------------------
      * CARGA: CUENTAS SE VUELVE A CREAR CON LA GENERACION ELEGIDA Y
      * QUEDA ABIERTO I-O PARA LA FOTO Y EL REPROCESO
      *----------------------------------------------------------------
       CARGAR-BASE.
           OPEN OUTPUT ARCHIVO-CUENTAS
           IF WS-STATUS-CTA NOT = '00'
               DISPLAY 'ERROR AL ABRIR CUENTAS - STATUS: '
                   WS-STATUS-CTA
               CLOSE REPORTE-RECUPERACION
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           IF GENERACION-HALLADA
               MOVE 'N' TO WS-FIN-RESPALDO
               OPEN INPUT ARCHIVO-RESPALDO
               PERFORM LEER-RESPALDO
               PERFORM CARGAR-CUENTA UNTIL FIN-RESPALDO
               CLOSE ARCHIVO-RESPALDO
               MOVE WS-GEN-TOT-SALDO TO WS-BASE-SALDO
               MOVE WS-GEN-TOT-RETENIDO TO WS-BASE-RETENIDO
           END-IF
           CLOSE ARCHIVO-CUENTAS
           MOVE WS-CARGADAS TO WS-BASE-CUENTAS
           OPEN I-O ARCHIVO-CUENTAS
           IF WS-STATUS-CTA NOT = '00'
               DISPLAY 'ERROR AL ABRIR CUENTAS - STATUS: '
                   WS-STATUS-CTA
               CLOSE REPORTE-RECUPERACION
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF.

       CARGAR-CUENTA.
           IF RSP-TIPO = 'D' AND
              RSP-FECHA = WS-GEN-FECHA AND RSP-HORA = WS-GEN-HORA
               MOVE RSP-CUENTA TO CTA-REGISTRO
               WRITE CTA-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-CARGA-ERRORES
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADAS
               END-WRITE
           END-IF
           PERFORM LEER-RESPALDO.

      *----------------------------------------------------------------
      * ORIGEN F: SALDO, RETENIDO Y ESTADO DE LA FOTO SOBRE LA BASE.
      * CUENTAS QUE SOLO ESTAN EN LA FOTO SE CREAN CON VALORES POR
      * OMISION Y SE INFORMAN PARA COMPLETARLAS CON MANTCTA
      *----------------------------------------------------------------
       APLICAR-FOTO.
           MOVE 'N' TO WS-FIN-SALDOS
           OPEN INPUT ARCHIVO-SALDOS
           PERFORM LEER-SALDO
           PERFORM APLICAR-SALDO UNTIL FIN-SALDOS
           CLOSE ARCHIVO-SALDOS
           COMPUTE WS-SIN-FOTO = WS-CARGADAS - WS-FOTOS-APLICADAS
           ADD WS-SOLO-FOTO TO WS-BASE-CUENTAS.

       APLICAR-SALDO.
           IF SNP-FECHA = WS-FECHA-FOTO
               MOVE SNP-CUENTA TO CTA-NRO-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       PERFORM CREAR-CUENTA-FOTO
                   NOT INVALID KEY
                       SUBTRACT CTA-SALDO-ACTUAL FROM WS-BASE-SALDO
                       SUBTRACT CTA-SALDO-RETENIDO
                           FROM WS-BASE-RETENIDO
                       MOVE SNP-SALDO TO CTA-SALDO-ACTUAL
                       MOVE SNP-RETENIDO TO CTA-SALDO-RETENIDO
                       MOVE SNP-ESTADO TO CTA-ESTADO
                       REWRITE CTA-REGISTRO
                       ADD CTA-SALDO-ACTUAL TO WS-BASE-SALDO
                       ADD CTA-SALDO-RETENIDO TO WS-BASE-RETENIDO
                       ADD 1 TO WS-FOTOS-APLICADAS
               END-READ
           END-IF
           PERFORM LEER-SALDO.

       CREAR-CUENTA-FOTO.
           MOVE SPACES TO CTA-REGISTRO
           MOVE SNP-CUENTA TO CTA-NRO-CUENTA
           MOVE SNP-SALDO TO CTA-SALDO-ACTUAL
           MOVE SNP-RETENIDO TO CTA-SALDO-RETENIDO
           MOVE ZEROS TO CTA-ULT-MONTO-TRX
           MOVE ZEROS TO CTA-ULT-COMISION
           MOVE 'N' TO CTA-ULT-REVERSADO
           MOVE ZEROS TO CTA-ACUM-DIA
           MOVE ZEROS TO CTA-ACUM-FECHA
           MOVE SNP-ESTADO TO CTA-ESTADO
           MOVE ZEROS TO CTA-LINEA-SOBREGIRO
           MOVE ZEROS TO CTA-TRX-MES
           MOVE ZEROS TO CTA-TRX-PERIODO
           WRITE CTA-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-CARGA-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-SOLO-FOTO
                   ADD CTA-SALDO-ACTUAL TO WS-BASE-SALDO
                   ADD CTA-SALDO-RETENIDO TO WS-BASE-RETENIDO
                   MOVE SPACES TO WS-LINEA-DETALLE
                   MOVE 'SOLO EN FOTO - COMPLETAR MANTCTA'
                       TO WS-LD-TEXTO
                   MOVE SNP-CUENTA TO WS-LD-CUENTA
                   WRITE REP-LINEA FROM WS-LINEA-DETALLE
           END-WRITE.

       INFORMAR-BASE.
           MOVE SPACES TO WS-LINEA-ORIGEN
           IF ORIGEN-RESPALDO
               MOVE 'ORIGEN: RESPALDO CTARESP' TO WS-LO-TEXTO
           ELSE
               MOVE 'ORIGEN: FOTO DE SALDOS' TO WS-LO-TEXTO
               MOVE WS-FECHA-FOTO TO WS-LO-FECHA
               WRITE REP-LINEA FROM WS-LINEA-ORIGEN
               MOVE SPACES TO WS-LINEA-ORIGEN
               MOVE 'ESTRUCTURA DE LA GENERACION' TO WS-LO-TEXTO
           END-IF
           IF GENERACION-HALLADA
               MOVE WS-GEN-FECHA TO WS-LO-FECHA
               MOVE WS-GEN-HORA TO WS-LO-HORA
               WRITE REP-LINEA FROM WS-LINEA-ORIGEN
           ELSE
               MOVE 'SIN GENERACION DE RESPALDO PREVIA' TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-ORIGEN
           IF WS-HASTA-LOTE > ZEROS
               MOVE ' REPROCESO HASTA EL LOTE' TO REP-LINEA
               MOVE WS-HASTA-LOTE-X TO REP-LINEA (36:6)
               WRITE REP-LINEA
           END-IF
           IF WS-MT-FECHA NOT = 99999999
               MOVE 'REPROCESO HASTA FECHA Y HORA' TO WS-LO-TEXTO
               MOVE WS-MT-FECHA TO WS-LO-FECHA
               MOVE WS-MT-HORA TO WS-LO-HORA
               WRITE REP-LINEA FROM WS-LINEA-ORIGEN
           END-IF
           IF WS-HASTA-LOTE = ZEROS AND WS-MT-FECHA = 99999999
               MOVE ' REPROCESO HASTA EL FIN DE AUDITORIA'
                   TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'CARGA BASE' TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'CUENTAS CARGADAS DEL RESPALDO' TO WS-LC-TEXTO
           MOVE WS-CARGADAS TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTEO
           MOVE 'CUENTAS NO CARGADAS (DUPLICADAS)' TO WS-LC-TEXTO
           MOVE WS-CARGA-ERRORES TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTEO
           IF ORIGEN-FOTO
               MOVE 'FOTOS APLICADAS' TO WS-LC-TEXTO
               MOVE WS-FOTOS-APLICADAS TO WS-LC-CANTIDAD
               WRITE REP-LINEA FROM WS-LINEA-CONTEO
               MOVE 'CUENTAS SOLO EN LA FOTO' TO WS-LC-TEXTO
               MOVE WS-SOLO-FOTO TO WS-LC-CANTIDAD
               WRITE REP-LINEA FROM WS-LINEA-CONTEO
               MOVE 'CUENTAS DEL RESPALDO SIN FOTO' TO WS-LC-TEXTO
               MOVE WS-SIN-FOTO TO WS-LC-CANTIDAD
               WRITE REP-LINEA FROM WS-LINEA-CONTEO
           END-IF
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'REPROCESO DE AUDITORIA' TO REP-LINEA
           WRITE REP-LINEA.

      *----------------------------------------------------------------
      * REPROCESO: SOLO LINEAS POSTERIORES A LA BASE. CON ORIGEN F
      * LAS LINEAS HASTA LA FECHA DE LA FOTO SOLO PONEN AL DIA LOS
      * DATOS DE ULTIMA TRANSACCION Y ACUMULADOS (EL SALDO YA VIENE
      * EN LA FOTO). SE DETIENE EN LA PRIMERA LINEA POSTERIOR AL
      * LOTE O A LA FECHA Y HORA LIMITE
      *----------------------------------------------------------------
       REPROCESAR-AUDITORIA.
           MOVE 'N' TO WS-FIN-AUDITORIA
           MOVE 'N' TO WS-FIN-REPROCESO
           OPEN INPUT ARCHIVO-AUDITORIA
           IF WS-STATUS-AUD NOT = '00' AND WS-STATUS-AUD NOT = '05'
               DISPLAY 'ERROR AL ABRIR AUDITORIA - STATUS: '
                   WS-STATUS-AUD
               CLOSE ARCHIVO-CUENTAS
               CLOSE REPORTE-RECUPERACION
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           PERFORM LEER-AUDITORIA
           PERFORM PROCESAR-LINEA-AUDITORIA
               UNTIL FIN-AUDITORIA OR FIN-REPROCESO
           CLOSE ARCHIVO-AUDITORIA.

       LEER-AUDITORIA.
           READ ARCHIVO-AUDITORIA
               AT END
                   MOVE 'S' TO WS-FIN-AUDITORIA
           END-READ.

       PROCESAR-LINEA-AUDITORIA.
           MOVE AUD-LINEA TO WS-AUD-ENTRADA
           MOVE WS-AE-FECHA TO WS-ML-FECHA
           MOVE WS-AE-HORA TO WS-ML-HORA
           IF WS-MARCA-LINEA < WS-MARCA-BASE
               ADD 1 TO WS-LIN-ANTERIORES
           ELSE
               PERFORM CONTROLAR-LIMITE
               IF NOT FIN-REPROCESO
                   ADD 1 TO WS-LIN-LEIDAS
                   PERFORM REPROCESAR-LINEA
               END-IF
           END-IF
           IF NOT FIN-REPROCESO
               PERFORM LEER-AUDITORIA
           END-IF.

       CONTROLAR-LIMITE.
           IF WS-MARCA-LINEA > WS-MARCA-LIMITE
               MOVE 'S' TO WS-FIN-REPROCESO
           END-IF
           IF WS-HASTA-LOTE > ZEROS
               IF WS-AE-LOTE = WS-HASTA-LOTE-X
                   MOVE 'S' TO WS-LOTE-ALCANZADO
               ELSE
                   IF LOTE-ALCANZADO
                       MOVE 'S' TO WS-FIN-REPROCESO
                   END-IF
               END-IF
           END-IF.

       REPROCESAR-LINEA.
           IF WS-AE-ERROR NOT = SPACES
               ADD 1 TO WS-LIN-RECHAZADAS
           ELSE
               IF WS-AE-TIPO = 'SG' OR WS-AE-TIPO = 'SP'
                   ADD 1 TO WS-LIN-SOBREGIRO
               ELSE
                   PERFORM CONVERTIR-CUENTA
                   MOVE WS-CUENTA-NUM TO CTA-NRO-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           PERFORM INFORMAR-SIN-CUENTA
                       NOT INVALID KEY
                           IF WS-AE-TIPO = 'CC'
                               PERFORM APLICAR-CIERRE
                           ELSE
                               PERFORM APLICAR-LINEA
                           END-IF
                   END-READ
               END-IF
           END-IF.

       APLICAR-LINEA.
           PERFORM CONVERTIR-MONTO
           PERFORM CONVERTIR-COMISION
           PERFORM CONVERTIR-DELTA
           IF WS-ML-FECHA > WS-FECHA-FOTO
               ADD 1 TO WS-LIN-APLICADAS
               ADD WS-DELTA-NUM TO CTA-SALDO-ACTUAL
               ADD WS-DELTA-NUM TO WS-REP-DELTAS
               IF WS-AE-TIPO = 'RT'
                   ADD WS-MONTO-NUM TO CTA-SALDO-RETENIDO
                   ADD WS-MONTO-NUM TO WS-REP-RETENCIONES
               END-IF
               IF WS-AE-TIPO = 'LB'
                   IF WS-MONTO-NUM > CTA-SALDO-RETENIDO
                       ADD CTA-SALDO-RETENIDO TO WS-REP-LIBERACIONES
                       MOVE ZEROS TO CTA-SALDO-RETENIDO
                       ADD 1 TO WS-LIN-INCONSISTENTES
                       MOVE 'LIBERACION MAYOR QUE RETENIDO'
                           TO WS-LD-TEXTO
                       PERFORM ESCRIBIR-DETALLE
                   ELSE
                       ADD WS-MONTO-NUM TO WS-REP-LIBERACIONES
                       SUBTRACT WS-MONTO-NUM FROM CTA-SALDO-RETENIDO
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-LIN-PUESTA-AL-DIA
           END-IF
           IF WS-AE-TIPO NOT = 'TA'
               PERFORM ACTUALIZAR-DATOS-CUENTA
           END-IF
           REWRITE CTA-REGISTRO
           MOVE WS-AE-FECHA TO WS-ULT-APLICADA-FECHA
           MOVE WS-AE-HORA TO WS-ULT-APLICADA-HORA
           MOVE WS-AE-LOTE TO WS-ULT-APLICADA-LOTE.

      *----------------------------------------------------------------
      * CUENTA LIQUIDADA QUE TEST001 PASO DE EN CIERRE A CERRADA. LA
      * LINEA NO TRAE MONTO NI DELTA, SOLO EL CAMBIO DE ESTADO
      *----------------------------------------------------------------
       APLICAR-CIERRE.
           ADD 1 TO WS-LIN-CIERRES
           MOVE 'C' TO CTA-ESTADO
           REWRITE CTA-REGISTRO
           MOVE WS-AE-FECHA TO WS-ULT-APLICADA-FECHA
           MOVE WS-AE-HORA TO WS-ULT-APLICADA-HORA
           MOVE WS-AE-LOTE TO WS-ULT-APLICADA-LOTE.

      *----------------------------------------------------------------
      * MISMAS REGLAS QUE TEST001 AL GRABAR LA CUENTA DE ORIGEN
      *----------------------------------------------------------------
       ACTUALIZAR-DATOS-CUENTA.
           IF CTA-ACUM-FECHA NOT = WS-ML-FECHA
               MOVE ZEROS TO CTA-ACUM-DIA
           END-IF
           MOVE WS-ML-FECHA TO CTA-ACUM-FECHA
           IF CTA-TRX-MES IS NOT NUMERIC OR
              CTA-TRX-PERIODO NOT = WS-ML-PERIODO
               MOVE ZEROS TO CTA-TRX-MES
           END-IF
           MOVE WS-ML-PERIODO TO CTA-TRX-PERIODO
           IF CTA-ESTADO = SPACE
               MOVE 'A' TO CTA-ESTADO
           END-IF
           IF WS-AE-TIPO = 'DE' OR WS-AE-TIPO = 'RE' OR
              WS-AE-TIPO = 'TR' OR WS-AE-TIPO = 'TI'
               ADD WS-MONTO-NUM TO CTA-ACUM-DIA
               PERFORM BUSCAR-PLAN
               IF PLAN-HALLADO
                   ADD 1 TO CTA-TRX-MES
               END-IF
           END-IF
           IF WS-AE-TIPO = 'DE' OR WS-AE-TIPO = 'RE' OR
              WS-AE-TIPO = 'TR' OR WS-AE-TIPO = 'CG' OR
              WS-AE-TIPO = 'TI' OR WS-AE-TIPO = 'IN' OR
              WS-AE-TIPO = 'TC'
               MOVE WS-AE-TIPO TO CTA-ULT-TIPO-TRX
               MOVE WS-MONTO-NUM TO CTA-ULT-MONTO-TRX
               MOVE WS-COMISION-NUM TO CTA-ULT-COMISION
               MOVE 'N' TO CTA-ULT-REVERSADO
           END-IF
           IF WS-AE-TIPO = 'RV'
               MOVE 'S' TO CTA-ULT-REVERSADO
           END-IF.

       BUSCAR-PLAN.
           MOVE 'N' TO WS-PLN-HALLADO
           IF CTA-PLAN-COMISION NOT = SPACES
               MOVE 1 TO WS-PLN-INDICE
               PERFORM REVISAR-PLAN
                   UNTIL WS-PLN-INDICE > WS-PLN-CANTIDAD
                      OR PLAN-HALLADO
           END-IF.

       REVISAR-PLAN.
           IF WS-PLN-CODIGO (WS-PLN-INDICE) = CTA-PLAN-COMISION
               MOVE 'S' TO WS-PLN-HALLADO
           ELSE
               ADD 1 TO WS-PLN-INDICE
           END-IF.

       INFORMAR-SIN-CUENTA.
           ADD 1 TO WS-LIN-SIN-CUENTA
           MOVE 'CUENTA NO EXISTE EN LA BASE' TO WS-LD-TEXTO
           PERFORM ESCRIBIR-DETALLE.

       ESCRIBIR-DETALLE.
           MOVE WS-CUENTA-NUM TO WS-LD-CUENTA
           MOVE WS-AE-TIPO TO WS-LD-TIPO
           MOVE WS-AE-FECHA TO WS-LD-FECHA
           MOVE WS-AE-HORA TO WS-LD-HORA
           MOVE WS-AE-LOTE TO WS-LD-LOTE
           WRITE REP-LINEA FROM WS-LINEA-DETALLE.

       CONVERTIR-CUENTA.
           MOVE WS-AE-CUENTA TO WS-CONVERSION-CUENTA
           INSPECT WS-CONVERSION-CUENTA
               REPLACING LEADING SPACES BY ZEROS.

       CONVERTIR-MONTO.
           MOVE WS-AE-MONTO TO WS-CONVERSION-MONTO
           INSPECT WS-CM-ENTERO REPLACING LEADING SPACES BY ZEROS
           MOVE WS-CM-ENTERO TO WS-MD-ENTERO
           MOVE WS-CM-DECIMAL TO WS-MD-DECIMAL.

       CONVERTIR-COMISION.
           MOVE WS-AE-COMISION TO WS-CONVERSION-COMISION
           INSPECT WS-CC-ENTERO REPLACING LEADING SPACES BY ZEROS
           MOVE WS-CC-ENTERO TO WS-CD-ENTERO
           MOVE WS-CC-DECIMAL TO WS-CD-DECIMAL.

       CONVERTIR-DELTA.
           IF WS-AE-DELTA = SPACES
               MOVE ZEROS TO WS-DELTA-NUM
           ELSE
               MOVE WS-AE-DELTA TO WS-CONVERSION-DELTA
               INSPECT WS-DL-ENTERO REPLACING LEADING SPACES BY ZEROS
               MOVE WS-DL-ENTERO TO WS-DD-ENTERO
               MOVE WS-DL-DECIMAL TO WS-DD-DECIMAL
               IF WS-DL-SIGNO = '-'
                   COMPUTE WS-DELTA-NUM = ZERO - WS-DELTA-ABS
               ELSE
                   MOVE WS-DELTA-ABS TO WS-DELTA-NUM
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PRUEBA DE CUADRE: BASE MAS LO REPROCESADO CONTRA LA SUMA DEL
      * ARCHIVO RECONSTRUIDO
      *----------------------------------------------------------------
       PROBAR-CUADRE.
           MOVE WS-BASE-CUENTAS TO WS-ESP-CUENTAS
           COMPUTE WS-ESP-SALDO = WS-BASE-SALDO + WS-REP-DELTAS
           COMPUTE WS-ESP-RETENIDO = WS-BASE-RETENIDO +
               WS-REP-RETENCIONES - WS-REP-LIBERACIONES
           MOVE ZEROS TO WS-REC-CUENTAS
           MOVE ZEROS TO WS-REC-SALDO
           MOVE ZEROS TO WS-REC-RETENIDO
           MOVE 'N' TO WS-FIN-CUENTAS
           MOVE ZEROS TO CTA-NRO-CUENTA
           START ARCHIVO-CUENTAS KEY NOT < CTA-NRO-CUENTA
               INVALID KEY
                   MOVE 'S' TO WS-FIN-CUENTAS
           END-START
           PERFORM LEER-CUENTA-SIGUIENTE
           PERFORM SUMAR-CUENTA UNTIL FIN-CUENTAS
           PERFORM INFORMAR-REPROCESO
           PERFORM INFORMAR-CUADRE.

       LEER-CUENTA-SIGUIENTE.
           IF NOT FIN-CUENTAS
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-CUENTAS
               END-READ
           END-IF.

       SUMAR-CUENTA.
           ADD 1 TO WS-REC-CUENTAS
           ADD CTA-SALDO-ACTUAL TO WS-REC-SALDO
           ADD CTA-SALDO-RETENIDO TO WS-REC-RETENIDO
           PERFORM LEER-CUENTA-SIGUIENTE.

       INFORMAR-REPROCESO.
           MOVE 'LINEAS LEIDAS DESDE LA BASE' TO WS-LC-TEXTO
           MOVE WS-LIN-LEIDAS TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTEO
           MOVE 'LINEAS ANTERIORES A LA BASE' TO WS-LC-TEXTO
           MOVE WS-LIN-ANTERIORES TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTEO
           IF ORIGEN-FOTO
               MOVE 'LINEAS DE PUESTA AL DIA' TO WS-LC-TEXTO
               MOVE WS-LIN-PUESTA-AL-DIA TO WS-LC-CANTIDAD
               WRITE REP-LINEA FROM WS-LINEA-CONTEO
           END-IF
           MOVE 'LINEAS APLICADAS' TO WS-LC-TEXTO
           MOVE WS-LIN-APLICADAS TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTEO
           MOVE 'LINEAS RECHAZADAS (SIN EFECTO)' TO WS-LC-TEXTO
           MOVE WS-LIN-RECHAZADAS TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTEO
           MOVE 'LINEAS DE SOBREGIRO (SIN EFECTO)' TO WS-LC-TEXTO
           MOVE WS-LIN-SOBREGIRO TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTEO
           MOVE 'CUENTAS CERRADAS TRAS LIQUIDACION' TO WS-LC-TEXTO
           MOVE WS-LIN-CIERRES TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTEO
           MOVE 'LINEAS SIN CUENTA EN LA BASE' TO WS-LC-TEXTO
           MOVE WS-LIN-SIN-CUENTA TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTEO
           MOVE 'LIBERACIONES MAYORES AL RETENIDO' TO WS-LC-TEXTO
           MOVE WS-LIN-INCONSISTENTES TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTEO
           IF WS-ULT-APLICADA-FECHA NOT = SPACES
               MOVE SPACES TO WS-LINEA-DETALLE
               MOVE 'ULTIMA LINEA REPROCESADA' TO WS-LD-TEXTO
               MOVE WS-ULT-APLICADA-FECHA TO WS-LD-FECHA
               MOVE WS-ULT-APLICADA-HORA TO WS-LD-HORA
               MOVE WS-ULT-APLICADA-LOTE TO WS-LD-LOTE
               WRITE REP-LINEA FROM WS-LINEA-DETALLE
           END-IF
           IF WS-HASTA-LOTE > ZEROS AND NOT LOTE-ALCANZADO
               MOVE 'ADVERTENCIA: EL LOTE PEDIDO NO ESTA EN AUDITORIA'
                   TO REP-LINEA
               WRITE REP-LINEA
               MOVE 'SE REPROCESO HASTA EL FIN DEL ARCHIVO'
                   TO REP-LINEA
               WRITE REP-LINEA
           END-IF.

       INFORMAR-CUADRE.
           MOVE 'S' TO WS-CUADRA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           WRITE REP-LINEA FROM WS-ENCABEZADO-CUADRE
           MOVE 'CUENTAS' TO WS-LK-RUBRO
           MOVE WS-ESP-CUENTAS TO WS-LK-ESPERADO
           MOVE WS-REC-CUENTAS TO WS-LK-RECONSTRUIDO
           COMPUTE WS-DIF-CUADRE = WS-REC-CUENTAS - WS-ESP-CUENTAS
           MOVE WS-DIF-CUADRE TO WS-LK-DIFERENCIA
           IF WS-DIF-CUADRE NOT = ZEROS
               MOVE 'N' TO WS-CUADRA
           END-IF
           WRITE REP-LINEA FROM WS-LINEA-CUADRE-CANTIDAD
           MOVE SPACES TO WS-LINEA-CUADRE
           MOVE 'SALDOS' TO WS-LQ-RUBRO
           MOVE WS-ESP-SALDO TO WS-LQ-ESPERADO
           MOVE WS-REC-SALDO TO WS-LQ-RECONSTRUIDO
           COMPUTE WS-DIF-CUADRE = WS-REC-SALDO - WS-ESP-SALDO
           PERFORM ESCRIBIR-LINEA-CUADRE
           MOVE 'SALDOS RETENIDOS' TO WS-LQ-RUBRO
           MOVE WS-ESP-RETENIDO TO WS-LQ-ESPERADO
           MOVE WS-REC-RETENIDO TO WS-LQ-RECONSTRUIDO
           COMPUTE WS-DIF-CUADRE = WS-REC-RETENIDO - WS-ESP-RETENIDO
           PERFORM ESCRIBIR-LINEA-CUADRE
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           IF RECUPERACION-CUADRA
               MOVE 'RESULTADO: CUADRA' TO REP-LINEA
           ELSE
               MOVE 'RESULTADO: NO CUADRA - REVISAR ANTES DE LIBERAR'
                   TO REP-LINEA
           END-IF
           WRITE REP-LINEA.

       ESCRIBIR-LINEA-CUADRE.
           MOVE WS-DIF-CUADRE TO WS-LQ-DIFERENCIA
           IF WS-DIF-CUADRE NOT = ZEROS
               MOVE 'N' TO WS-CUADRA
           END-IF
           WRITE REP-LINEA FROM WS-LINEA-CUADRE.

       MOSTRAR-RESUMEN.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN RECUPERACION DE CUENTAS'.
           DISPLAY '============================================'.
           DISPLAY 'ORIGEN:                   ' WS-ORIGEN.
           DISPLAY 'GENERACION BASE:          ' WS-GEN-FECHA ' '
               WS-GEN-HORA.
           DISPLAY 'CUENTAS EN LA BASE:       ' WS-BASE-CUENTAS.
           DISPLAY 'LINEAS APLICADAS:         ' WS-LIN-APLICADAS.
           DISPLAY 'LINEAS DE PUESTA AL DIA:  ' WS-LIN-PUESTA-AL-DIA.
           DISPLAY 'CUENTAS CERRADAS:         ' WS-LIN-CIERRES.
           DISPLAY 'LINEAS SIN CUENTA:        ' WS-LIN-SIN-CUENTA.
           DISPLAY 'SALDO ESPERADO:           ' WS-ESP-SALDO.
           DISPLAY 'SALDO RECONSTRUIDO:       ' WS-REC-SALDO.
           IF RECUPERACION-CUADRA
               DISPLAY 'RESULTADO:                CUADRA'
           ELSE
               DISPLAY 'RESULTADO:                NO CUADRA'
           END-IF
           DISPLAY 'FIN RECUPERACION DEL MAESTRO CUENTAS'.
