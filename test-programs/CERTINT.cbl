      *================================================================
      * PROGRAMA: CERTINT
      * DESCRIPCION: Certificado anual de intereses y retenciones
      * FUNCIONALIDAD: Totaliza por cuenta los intereses abonados en
      *                el anio (lineas 'IN' aceptadas, menos las que
      *                se reversaron) leyendo la auditoria historica
      *                AUDARCH y la vigente AUDITORIA. Con el maestro
      *                de clientes (MAESCLI) agrupa por RUT, aplica la
      *                tasa de retencion de CERPARAM, imprime un
      *                certificado por cliente en CERTIFIC y graba el
      *                archivo resumen DJINTER (cabecera, un detalle
      *                por RUT y pie con totales) para la declaracion
      *                al servicio de impuestos
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-PARAMETRO ASSIGN TO "CERPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.

           SELECT OPTIONAL ARCHIVO-HISTORICO ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARC.

           SELECT ARCHIVO-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT ARCHIVO-CLIENTES-MST ASSIGN TO "MAESCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLM-RUT
               FILE STATUS IS WS-STATUS-CLM.

           SELECT REPORTE-CERTIFICADOS ASSIGN TO "CERTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REP.

           SELECT ARCHIVO-RESUMEN ASSIGN TO "DJINTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DJR.

           SELECT ARCHIVO-BITACORA ASSIGN TO "BITACORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BIT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PARAMETRO
           RECORDING MODE IS F.
       01  PRM-REGISTRO.
           05  PRM-ANIO              PIC 9(04).
           05  PRM-TASA-RETENCION    PIC 9V9999.

       FD  ARCHIVO-HISTORICO
           RECORDING MODE IS F.
       01  ARC-LINEA                 PIC X(100).

       FD  ARCHIVO-AUDITORIA
           RECORDING MODE IS F.
       01  AUD-LINEA                 PIC X(100).

       FD  ARCHIVO-CLIENTES-MST.
       01  CLM-REGISTRO.
           05  CLM-RUT               PIC X(12).
           05  CLM-NOMBRE            PIC X(40).
           05  CLM-DIRECCION         PIC X(60).
           05  CLM-CUENTA            PIC 9(10) OCCURS 3 TIMES.
           05  CLM-ESTADO            PIC X(01).

       FD  REPORTE-CERTIFICADOS
           RECORDING MODE IS F.
       01  REP-LINEA                 PIC X(100).

       FD  ARCHIVO-RESUMEN
           RECORDING MODE IS F.
       01  DJR-DETALLE.
           05  DJR-TIPO-REG          PIC X(01).
           05  DJR-ANIO              PIC 9(04).
           05  DJR-RUT               PIC X(12).
           05  DJR-NOMBRE            PIC X(40).
           05  DJR-INTERES           PIC 9(11)V99.
           05  DJR-RETENCION         PIC 9(11)V99.
           05  DJR-CUENTAS           PIC 9(01).
       01  DJR-CABECERA.
           05  DJR-CAB-TIPO          PIC X(01).
           05  DJR-CAB-ANIO          PIC 9(04).
           05  DJR-CAB-FECHA         PIC 9(08).
           05  DJR-CAB-TASA          PIC 9V9999.
           05  FILLER                PIC X(66).
       01  DJR-PIE.
           05  DJR-PIE-TIPO          PIC X(01).
           05  DJR-PIE-ANIO          PIC 9(04).
           05  DJR-PIE-CANTIDAD      PIC 9(07).
           05  DJR-PIE-INTERES       PIC 9(13)V99.
           05  DJR-PIE-RETENCION     PIC 9(13)V99.
           05  FILLER                PIC X(42).

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

      *----------------------------------------------------------------
      * INTERES DEL ANIO POR CUENTA. LA ULTIMA TRANSACCION SE SIGUE
      * COMO EN TEST001 PARA SABER SI UN REVERSO ANULA UN INTERES
      *----------------------------------------------------------------
       01  WS-TABLA-CUENTAS.
           05  WS-CIN-CANTIDAD       PIC 9(05)      VALUE ZEROS.
           05  WS-CIN-INDICE         PIC 9(05)      VALUE ZEROS.
           05  WS-CIN-ACTUAL         PIC 9(05)      VALUE ZEROS.
           05  WS-CIN-BUSCADA        PIC 9(10)      VALUE ZEROS.
           05  WS-CIN-ENTRADA OCCURS 5000 TIMES.
               10  WS-CIN-CUENTA     PIC 9(10).
               10  WS-CIN-INTERES    PIC S9(11)V99.
               10  WS-CIN-ABONOS     PIC 9(05).
               10  WS-CIN-ULT-TIPO   PIC X(02).
               10  WS-CIN-ULT-MONTO  PIC 9(09)V99.
               10  WS-CIN-ULT-DEL-ANIO
                                     PIC X(01).
               10  WS-CIN-CON-TITULAR
                                     PIC X(01).

       01  WS-PARAMETROS.
           05  WS-ANIO-CERTIFICADO   PIC 9(04)      VALUE ZEROS.
           05  WS-TASA-RETENCION     PIC 9V9999     VALUE ZEROS.
           05  WS-ANIO-LINEA         PIC X(04)      VALUE SPACES.
           05  WS-ANIO-TEXTO         PIC X(04)      VALUE SPACES.

       01  WS-CERTIFICADO.
           05  WS-CRT-INTERES        PIC S9(11)V99  VALUE ZEROS.
           05  WS-CRT-RETENCION      PIC 9(11)V99   VALUE ZEROS.
           05  WS-CRT-NETO           PIC S9(11)V99  VALUE ZEROS.
           05  WS-CRT-CUENTAS        PIC 9(01)      VALUE ZEROS.
           05  WS-CRT-INDICE         PIC 9(01)      VALUE ZEROS.

       01  WS-CONTADORES.
           05  WS-LINEAS-LEIDAS      PIC 9(07)      VALUE ZEROS.
           05  WS-ABONOS-INTERES     PIC 9(07)      VALUE ZEROS.
           05  WS-REVERSOS-INTERES   PIC 9(07)      VALUE ZEROS.
           05  WS-CLIENTES-LEIDOS    PIC 9(07)      VALUE ZEROS.
           05  WS-CERTIFICADOS       PIC 9(07)      VALUE ZEROS.
           05  WS-SIN-TITULAR        PIC 9(07)      VALUE ZEROS.
           05  WS-TOTAL-INTERES      PIC 9(13)V99   VALUE ZEROS.
           05  WS-TOTAL-RETENCION    PIC 9(13)V99   VALUE ZEROS.
           05  WS-TOTAL-SIN-TITULAR  PIC S9(13)V99  VALUE ZEROS.
           05  WS-FECHA-ACTUAL       PIC 9(08)      VALUE ZEROS.

       01  WS-FLAGS.
           05  WS-FIN-AUDITORIA      PIC X(01)      VALUE 'N'.
               88  FIN-AUDITORIA                    VALUE 'S'.
           05  WS-FIN-CLIENTES       PIC X(01)      VALUE 'N'.
               88  FIN-CLIENTES                     VALUE 'S'.
           05  WS-CIN-HALLADA        PIC X(01)      VALUE 'N'.
               88  CUENTA-HALLADA                   VALUE 'S'.

       01  WS-STATUS-PRM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-ARC             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-AUD             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CLM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-REP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-DJR             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.

       01  WS-BITACORA.
           05  WS-BIT-EVENTO         PIC X(01)      VALUE SPACES.
           05  WS-BIT-ESTADO         PIC X(02)      VALUE SPACES.
           05  WS-BIT-HORA           PIC 9(08)      VALUE ZEROS.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(33)
               VALUE 'CERTIFICADO DE INTERESES PAGADOS '.
           05  FILLER                PIC X(21)
               VALUE 'Y RETENCIONES - ANIO '.
           05  WS-LT-ANIO            PIC 9(04).

       01  WS-LINEA-DATO.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LD-ETIQUETA        PIC X(12).
           05  WS-LD-VALOR           PIC X(60).

       01  WS-LINEA-CUENTA.
           05  FILLER                PIC X(03)      VALUE SPACES.
           05  WS-LC-CUENTA          PIC Z(09)9.
           05  FILLER                PIC X(04)      VALUE SPACES.
           05  WS-LC-ABONOS          PIC Z(04)9.
           05  FILLER                PIC X(04)      VALUE SPACES.
           05  WS-LC-INTERES         PIC Z(10)9.99-.

       01  WS-LINEA-MONTO.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LM-CONCEPTO        PIC X(30).
           05  WS-LM-MONTO           PIC Z(10)9.99-.

       01  WS-LINEA-TASA.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  FILLER                PIC X(30)
               VALUE 'TASA DE RETENCION APLICADA:'.
           05  WS-LTA-TASA           PIC 9.9999.

       01  WS-LINEA-SEPARADOR        PIC X(72)      VALUE ALL '='.

       01  WS-LINEA-TOTAL.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LTT-CONCEPTO       PIC X(30).
           05  WS-LTT-CANTIDAD       PIC Z(06)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LTT-MONTO          PIC Z(12)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'INICIO CERTIFICADOS ANUALES DE INTERESES'.
           PERFORM INICIALIZAR
           PERFORM REGISTRAR-INICIO-BITACORA
           PERFORM LEER-PARAMETROS
           PERFORM ACUMULAR-HISTORICO
           PERFORM ACUMULAR-AUDITORIA
           PERFORM EMITIR-CERTIFICADOS
           PERFORM MOSTRAR-RESUMEN
           PERFORM REGISTRAR-FIN-BITACORA
           STOP RUN.

       REGISTRAR-INICIO-BITACORA.
           MOVE 'I' TO WS-BIT-EVENTO
           MOVE SPACES TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       REGISTRAR-FIN-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           IF WS-SIN-TITULAR = ZEROS
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
           MOVE 'CERTINT' TO BIT-PROGRAMA
           MOVE WS-FECHA-ACTUAL TO BIT-FECHA
           MOVE WS-BIT-HORA TO BIT-HORA
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE ZEROS TO BIT-LOTE
           MOVE WS-LINEAS-LEIDAS TO BIT-LEIDOS
           MOVE WS-CERTIFICADOS TO BIT-ACEPTADOS
           MOVE WS-SIN-TITULAR TO BIT-RECHAZADOS
           MOVE WS-BIT-ESTADO TO BIT-ESTADO
           WRITE BIT-REGISTRO
           CLOSE ARCHIVO-BITACORA.

       INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACTUAL (1:4) TO WS-ANIO-CERTIFICADO
           SUBTRACT 1 FROM WS-ANIO-CERTIFICADO.

      *----------------------------------------------------------------
      * SIN CERPARAM SE CERTIFICA EL ANIO ANTERIOR SIN RETENCION
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETRO
           READ ARCHIVO-PARAMETRO
               AT END
                   DISPLAY 'SIN CERPARAM - SE USAN VALORES POR DEFECTO'
               NOT AT END
                   IF PRM-ANIO IS NUMERIC AND PRM-ANIO > ZEROS
                       MOVE PRM-ANIO TO WS-ANIO-CERTIFICADO
                   END-IF
                   IF PRM-TASA-RETENCION IS NUMERIC
                       MOVE PRM-TASA-RETENCION TO WS-TASA-RETENCION
                   END-IF
           END-READ
           CLOSE ARCHIVO-PARAMETRO
           MOVE WS-ANIO-CERTIFICADO TO WS-ANIO-TEXTO
           DISPLAY 'ANIO CERTIFICADO:        ' WS-ANIO-CERTIFICADO
           DISPLAY 'TASA DE RETENCION:       ' WS-TASA-RETENCION.

      *----------------------------------------------------------------
      * PRIMERO EL HISTORICO Y LUEGO LA AUDITORIA VIGENTE, PARA LEER
      * LAS LINEAS EN EL ORDEN EN QUE SE CONTABILIZARON
      *----------------------------------------------------------------
       ACUMULAR-HISTORICO.
           MOVE 'N' TO WS-FIN-AUDITORIA
           OPEN INPUT ARCHIVO-HISTORICO
           PERFORM LEER-HISTORICO
           PERFORM PROCESAR-HISTORICO UNTIL FIN-AUDITORIA
           CLOSE ARCHIVO-HISTORICO.

       LEER-HISTORICO.
           READ ARCHIVO-HISTORICO INTO WS-AUD-ENTRADA
               AT END
                   MOVE 'S' TO WS-FIN-AUDITORIA
           END-READ.

       PROCESAR-HISTORICO.
           PERFORM APLICAR-LINEA
           PERFORM LEER-HISTORICO.

       ACUMULAR-AUDITORIA.
           MOVE 'N' TO WS-FIN-AUDITORIA
           OPEN INPUT ARCHIVO-AUDITORIA
           IF WS-STATUS-AUD NOT = '00'
               DISPLAY 'ERROR AL ABRIR AUDITORIA - STATUS: '
                   WS-STATUS-AUD
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           PERFORM LEER-AUDITORIA
           PERFORM PROCESAR-AUDITORIA UNTIL FIN-AUDITORIA
           CLOSE ARCHIVO-AUDITORIA.

       LEER-AUDITORIA.
           READ ARCHIVO-AUDITORIA INTO WS-AUD-ENTRADA
               AT END
                   MOVE 'S' TO WS-FIN-AUDITORIA
           END-READ.

       PROCESAR-AUDITORIA.
           PERFORM APLICAR-LINEA
           PERFORM LEER-AUDITORIA.

       APLICAR-LINEA.
           ADD 1 TO WS-LINEAS-LEIDAS
           IF WS-AE-ERROR = SPACES
               MOVE WS-AE-FECHA (1:4) TO WS-ANIO-LINEA
               PERFORM CONVERTIR-CUENTA
               MOVE WS-CUENTA-NUM TO WS-CIN-BUSCADA
               PERFORM BUSCAR-CUENTA
               IF WS-AE-TIPO = 'IN'
                   PERFORM APLICAR-INTERES
               ELSE
                   IF CUENTA-HALLADA
                       PERFORM APLICAR-OTRA-TRX
                   END-IF
               END-IF
           END-IF.

       APLICAR-INTERES.
           PERFORM CONVERTIR-MONTO
           IF NOT CUENTA-HALLADA
               PERFORM AGREGAR-CUENTA
           END-IF
           MOVE 'IN' TO WS-CIN-ULT-TIPO (WS-CIN-ACTUAL)
           MOVE WS-MONTO-NUM TO WS-CIN-ULT-MONTO (WS-CIN-ACTUAL)
           IF WS-ANIO-LINEA = WS-ANIO-TEXTO
               ADD WS-MONTO-NUM TO WS-CIN-INTERES (WS-CIN-ACTUAL)
               ADD 1 TO WS-CIN-ABONOS (WS-CIN-ACTUAL)
               ADD 1 TO WS-ABONOS-INTERES
               MOVE 'S' TO WS-CIN-ULT-DEL-ANIO (WS-CIN-ACTUAL)
           ELSE
               MOVE 'N' TO WS-CIN-ULT-DEL-ANIO (WS-CIN-ACTUAL)
           END-IF.

      *----------------------------------------------------------------
      * LOS TIPOS QUE TEST001 DEJA COMO ULTIMA TRANSACCION REEMPLAZAN
      * AL INTERES; UN REVERSO SOBRE UN INTERES DEL ANIO LO DESCUENTA
      *----------------------------------------------------------------
       APLICAR-OTRA-TRX.
           IF WS-AE-TIPO = 'RV'
               IF WS-CIN-ULT-TIPO (WS-CIN-ACTUAL) = 'IN' AND
                  WS-CIN-ULT-DEL-ANIO (WS-CIN-ACTUAL) = 'S'
                   SUBTRACT WS-CIN-ULT-MONTO (WS-CIN-ACTUAL)
                       FROM WS-CIN-INTERES (WS-CIN-ACTUAL)
                   ADD 1 TO WS-REVERSOS-INTERES
               END-IF
               MOVE SPACES TO WS-CIN-ULT-TIPO (WS-CIN-ACTUAL)
           ELSE
               IF WS-AE-TIPO = 'DE' OR WS-AE-TIPO = 'RE' OR
                  WS-AE-TIPO = 'TR' OR WS-AE-TIPO = 'CG' OR
                  WS-AE-TIPO = 'TI'
                   MOVE WS-AE-TIPO TO WS-CIN-ULT-TIPO (WS-CIN-ACTUAL)
               END-IF
           END-IF.

       BUSCAR-CUENTA.
           MOVE 'N' TO WS-CIN-HALLADA
           MOVE ZEROS TO WS-CIN-ACTUAL
           MOVE 1 TO WS-CIN-INDICE
           PERFORM REVISAR-CUENTA
               UNTIL WS-CIN-INDICE > WS-CIN-CANTIDAD
                  OR CUENTA-HALLADA.

       REVISAR-CUENTA.
           IF WS-CIN-CUENTA (WS-CIN-INDICE) = WS-CIN-BUSCADA
               MOVE 'S' TO WS-CIN-HALLADA
               MOVE WS-CIN-INDICE TO WS-CIN-ACTUAL
           ELSE
               ADD 1 TO WS-CIN-INDICE
           END-IF.

       AGREGAR-CUENTA.
           IF WS-CIN-CANTIDAD >= 5000
               DISPLAY 'ERROR: TABLA DE CUENTAS LLENA - MAS DE 5000 '
                   'CUENTAS CON INTERES'
               DISPLAY 'AUMENTE EL TAMANO DE WS-CIN-ENTRADA '
                   'Y REPROCESE'
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           ADD 1 TO WS-CIN-CANTIDAD
           MOVE WS-CIN-CANTIDAD TO WS-CIN-ACTUAL
           MOVE WS-CIN-BUSCADA TO WS-CIN-CUENTA (WS-CIN-ACTUAL)
           MOVE ZEROS TO WS-CIN-INTERES (WS-CIN-ACTUAL)
           MOVE ZEROS TO WS-CIN-ABONOS (WS-CIN-ACTUAL)
           MOVE SPACES TO WS-CIN-ULT-TIPO (WS-CIN-ACTUAL)
           MOVE ZEROS TO WS-CIN-ULT-MONTO (WS-CIN-ACTUAL)
           MOVE 'N' TO WS-CIN-ULT-DEL-ANIO (WS-CIN-ACTUAL)
           MOVE 'N' TO WS-CIN-CON-TITULAR (WS-CIN-ACTUAL).

       CONVERTIR-CUENTA.
           MOVE WS-AE-CUENTA TO WS-CONVERSION-CUENTA
           INSPECT WS-CONVERSION-CUENTA
               REPLACING LEADING SPACES BY ZEROS.

       CONVERTIR-MONTO.
           MOVE WS-AE-MONTO TO WS-CONVERSION-MONTO
           INSPECT WS-CM-ENTERO REPLACING LEADING SPACES BY ZEROS
           MOVE WS-CM-ENTERO TO WS-MD-ENTERO
           MOVE WS-CM-DECIMAL TO WS-MD-DECIMAL.

      *----------------------------------------------------------------
      * UN CERTIFICADO POR RUT CON INTERES EN EL ANIO, EN ORDEN DE
      * MAESCLI. LOS CLIENTES CERRADOS TAMBIEN SE CERTIFICAN
      *----------------------------------------------------------------
       EMITIR-CERTIFICADOS.
           OPEN INPUT ARCHIVO-CLIENTES-MST
           IF WS-STATUS-CLM NOT = '00'
               DISPLAY 'ERROR AL ABRIR MAESCLI - STATUS: '
                   WS-STATUS-CLM
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-CERTIFICADOS
           OPEN OUTPUT ARCHIVO-RESUMEN
           MOVE SPACES TO DJR-CABECERA
           MOVE 'C' TO DJR-CAB-TIPO
           MOVE WS-ANIO-CERTIFICADO TO DJR-CAB-ANIO
           MOVE WS-FECHA-ACTUAL TO DJR-CAB-FECHA
           MOVE WS-TASA-RETENCION TO DJR-CAB-TASA
           WRITE DJR-CABECERA
           MOVE 'N' TO WS-FIN-CLIENTES
           PERFORM LEER-CLIENTE
           PERFORM PROCESAR-CLIENTE UNTIL FIN-CLIENTES
           CLOSE ARCHIVO-CLIENTES-MST
           MOVE SPACES TO DJR-PIE
           MOVE 'T' TO DJR-PIE-TIPO
           MOVE WS-ANIO-CERTIFICADO TO DJR-PIE-ANIO
           MOVE WS-CERTIFICADOS TO DJR-PIE-CANTIDAD
           MOVE WS-TOTAL-INTERES TO DJR-PIE-INTERES
           MOVE WS-TOTAL-RETENCION TO DJR-PIE-RETENCION
           WRITE DJR-PIE
           CLOSE ARCHIVO-RESUMEN
           PERFORM ESCRIBIR-SIN-TITULAR
           PERFORM ESCRIBIR-TOTALES
           CLOSE REPORTE-CERTIFICADOS.

       LEER-CLIENTE.
           READ ARCHIVO-CLIENTES-MST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-CLIENTES
           END-READ.

       PROCESAR-CLIENTE.
           ADD 1 TO WS-CLIENTES-LEIDOS
           MOVE ZEROS TO WS-CRT-INTERES
           MOVE ZEROS TO WS-CRT-CUENTAS
           PERFORM SUMAR-CUENTA-CLIENTE
               VARYING WS-CRT-INDICE FROM 1 BY 1
               UNTIL WS-CRT-INDICE > 3
           IF WS-CRT-INTERES > ZEROS
               PERFORM ESCRIBIR-CERTIFICADO
           END-IF
           PERFORM LEER-CLIENTE.

       SUMAR-CUENTA-CLIENTE.
           IF CLM-CUENTA (WS-CRT-INDICE) IS NUMERIC AND
              CLM-CUENTA (WS-CRT-INDICE) > ZEROS
               MOVE CLM-CUENTA (WS-CRT-INDICE) TO WS-CIN-BUSCADA
               PERFORM BUSCAR-CUENTA
               IF CUENTA-HALLADA
                   MOVE 'S' TO WS-CIN-CON-TITULAR (WS-CIN-ACTUAL)
                   IF WS-CIN-INTERES (WS-CIN-ACTUAL) > ZEROS
                       ADD WS-CIN-INTERES (WS-CIN-ACTUAL)
                           TO WS-CRT-INTERES
                       ADD 1 TO WS-CRT-CUENTAS
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-CERTIFICADO.
           ADD 1 TO WS-CERTIFICADOS
           COMPUTE WS-CRT-RETENCION ROUNDED =
               WS-CRT-INTERES * WS-TASA-RETENCION
           COMPUTE WS-CRT-NETO = WS-CRT-INTERES - WS-CRT-RETENCION
           ADD WS-CRT-INTERES TO WS-TOTAL-INTERES
           ADD WS-CRT-RETENCION TO WS-TOTAL-RETENCION
           WRITE REP-LINEA FROM WS-LINEA-SEPARADOR
           MOVE WS-ANIO-CERTIFICADO TO WS-LT-ANIO
           WRITE REP-LINEA FROM WS-LINEA-TITULO
           WRITE REP-LINEA FROM WS-LINEA-SEPARADOR
           MOVE 'RUT:' TO WS-LD-ETIQUETA
           MOVE CLM-RUT TO WS-LD-VALOR
           WRITE REP-LINEA FROM WS-LINEA-DATO
           MOVE 'NOMBRE:' TO WS-LD-ETIQUETA
           MOVE CLM-NOMBRE TO WS-LD-VALOR
           WRITE REP-LINEA FROM WS-LINEA-DATO
           MOVE 'DIRECCION:' TO WS-LD-ETIQUETA
           MOVE CLM-DIRECCION TO WS-LD-VALOR
           WRITE REP-LINEA FROM WS-LINEA-DATO
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE '   CUENTA        ABONOS    INTERESES PAGADOS'
               TO REP-LINEA
           WRITE REP-LINEA
           PERFORM ESCRIBIR-CUENTA-CERTIFICADO
               VARYING WS-CRT-INDICE FROM 1 BY 1
               UNTIL WS-CRT-INDICE > 3
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'TOTAL INTERESES PAGADOS:' TO WS-LM-CONCEPTO
           MOVE WS-CRT-INTERES TO WS-LM-MONTO
           WRITE REP-LINEA FROM WS-LINEA-MONTO
           MOVE WS-TASA-RETENCION TO WS-LTA-TASA
           WRITE REP-LINEA FROM WS-LINEA-TASA
           MOVE 'IMPUESTO RETENIDO:' TO WS-LM-CONCEPTO
           MOVE WS-CRT-RETENCION TO WS-LM-MONTO
           WRITE REP-LINEA FROM WS-LINEA-MONTO
           MOVE 'MONTO NETO:' TO WS-LM-CONCEPTO
           MOVE WS-CRT-NETO TO WS-LM-MONTO
           WRITE REP-LINEA FROM WS-LINEA-MONTO
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO DJR-DETALLE
           MOVE 'D' TO DJR-TIPO-REG
           MOVE WS-ANIO-CERTIFICADO TO DJR-ANIO
           MOVE CLM-RUT TO DJR-RUT
           MOVE CLM-NOMBRE TO DJR-NOMBRE
           MOVE WS-CRT-INTERES TO DJR-INTERES
           MOVE WS-CRT-RETENCION TO DJR-RETENCION
           MOVE WS-CRT-CUENTAS TO DJR-CUENTAS
           WRITE DJR-DETALLE.

       ESCRIBIR-CUENTA-CERTIFICADO.
           IF CLM-CUENTA (WS-CRT-INDICE) IS NUMERIC AND
              CLM-CUENTA (WS-CRT-INDICE) > ZEROS
               MOVE CLM-CUENTA (WS-CRT-INDICE) TO WS-CIN-BUSCADA
               PERFORM BUSCAR-CUENTA
               IF CUENTA-HALLADA
                   IF WS-CIN-INTERES (WS-CIN-ACTUAL) > ZEROS
                       MOVE WS-CIN-CUENTA (WS-CIN-ACTUAL)
                           TO WS-LC-CUENTA
                       MOVE WS-CIN-ABONOS (WS-CIN-ACTUAL)
                           TO WS-LC-ABONOS
                       MOVE WS-CIN-INTERES (WS-CIN-ACTUAL)
                           TO WS-LC-INTERES
                       WRITE REP-LINEA FROM WS-LINEA-CUENTA
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CUENTAS CON INTERES DEL ANIO QUE NINGUN RUT DE MAESCLI TIENE
      * VINCULADAS: NO SE CERTIFICAN Y QUEDAN PARA REVISION
      *----------------------------------------------------------------
       ESCRIBIR-SIN-TITULAR.
           WRITE REP-LINEA FROM WS-LINEA-SEPARADOR
           MOVE 'CUENTAS CON INTERES SIN TITULAR EN MAESCLI'
               TO REP-LINEA
           WRITE REP-LINEA
           MOVE '   CUENTA        ABONOS    INTERESES PAGADOS'
               TO REP-LINEA
           WRITE REP-LINEA
           PERFORM REVISAR-SIN-TITULAR
               VARYING WS-CIN-INDICE FROM 1 BY 1
               UNTIL WS-CIN-INDICE > WS-CIN-CANTIDAD
           IF WS-SIN-TITULAR = ZEROS
               MOVE '   NO HAY' TO REP-LINEA
               WRITE REP-LINEA
           END-IF.

       REVISAR-SIN-TITULAR.
           IF WS-CIN-CON-TITULAR (WS-CIN-INDICE) = 'N' AND
              WS-CIN-INTERES (WS-CIN-INDICE) > ZEROS
               ADD 1 TO WS-SIN-TITULAR
               ADD WS-CIN-INTERES (WS-CIN-INDICE)
                   TO WS-TOTAL-SIN-TITULAR
               MOVE WS-CIN-CUENTA (WS-CIN-INDICE) TO WS-LC-CUENTA
               MOVE WS-CIN-ABONOS (WS-CIN-INDICE) TO WS-LC-ABONOS
               MOVE WS-CIN-INTERES (WS-CIN-INDICE) TO WS-LC-INTERES
               WRITE REP-LINEA FROM WS-LINEA-CUENTA
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           WRITE REP-LINEA FROM WS-LINEA-SEPARADOR
           MOVE 'TOTALES DEL ANIO ' TO REP-LINEA
           MOVE WS-ANIO-TEXTO TO REP-LINEA (18:4)
           WRITE REP-LINEA
           MOVE 'CERTIFICADOS EMITIDOS' TO WS-LTT-CONCEPTO
           MOVE WS-CERTIFICADOS TO WS-LTT-CANTIDAD
           MOVE WS-TOTAL-INTERES TO WS-LTT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'IMPUESTO RETENIDO' TO WS-LTT-CONCEPTO
           MOVE WS-CERTIFICADOS TO WS-LTT-CANTIDAD
           MOVE WS-TOTAL-RETENCION TO WS-LTT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'CUENTAS SIN TITULAR' TO WS-LTT-CONCEPTO
           MOVE WS-SIN-TITULAR TO WS-LTT-CANTIDAD
           MOVE WS-TOTAL-SIN-TITULAR TO WS-LTT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL.

       MOSTRAR-RESUMEN.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN CERTIFICADOS DE INTERESES'.
           DISPLAY '============================================'.
           DISPLAY 'LINEAS AUDITORIA LEIDAS:  ' WS-LINEAS-LEIDAS.
           DISPLAY 'ABONOS DE INTERES:        ' WS-ABONOS-INTERES.
           DISPLAY 'INTERESES REVERSADOS:     ' WS-REVERSOS-INTERES.
           DISPLAY 'CLIENTES LEIDOS:          ' WS-CLIENTES-LEIDOS.
           DISPLAY 'CERTIFICADOS EMITIDOS:    ' WS-CERTIFICADOS.
           DISPLAY 'CUENTAS SIN TITULAR:      ' WS-SIN-TITULAR.
           DISPLAY 'TOTAL INTERESES:          ' WS-TOTAL-INTERES.
           DISPLAY 'TOTAL RETENIDO:           ' WS-TOTAL-RETENCION.
           DISPLAY 'FIN CERTIFICADOS ANUALES DE INTERESES'.
