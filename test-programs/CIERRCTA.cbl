      *================================================================
      * PROGRAMA: CIERRCTA
      * DESCRIPCION: Liquidacion de cierre de cuentas
      * FUNCIONALIDAD: Toma las solicitudes de cierre pendientes de
      *                CIERRES cuya cuenta esta en cierre ('P') y por
      *                cada una calcula el interes devengado del
      *                periodo, los cargos por sobregiro pendientes y
      *                el saldo neto. Emite un lote TRXCIER completo
      *                (interes, cargos, liberacion de la retencion y
      *                traspaso del neto a la cuenta designada o a la
      *                cuenta de pago pendiente de CIEPARAM) para
      *                TEST001, cancela las ordenes permanentes de
      *                ORDENES que usan la cuenta como origen o destino
      *                e imprime en CIERREP el documento de liquidacion
      *                para la carpeta del cliente. TEST001 deja la
      *                cuenta cerrada ('C') al contabilizar el lote sin
      *                rechazos. Una cuenta sin nada que liquidar se
      *                cierra directamente, con una linea 'CC' en
      *                AUDITORIA para RECUCTA
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRCTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-CIERRES ASSIGN TO "CIERRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CIE.

           SELECT ARCHIVO-CIERRES-SAL ASSIGN TO "CIERRSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSL.

           SELECT ARCHIVO-CUENTAS ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTA.

           SELECT OPTIONAL ARCHIVO-CLIENTES-MST ASSIGN TO "MAESCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLM-RUT
               FILE STATUS IS WS-STATUS-CLM.

           SELECT OPTIONAL ARCHIVO-SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SNP.

           SELECT OPTIONAL ARCHIVO-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT OPTIONAL ARCHIVO-TASAS ASSIGN TO "TASAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TAS.

           SELECT OPTIONAL ARCHIVO-PARAMETRO-SOB ASSIGN TO "SOBPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPR.

           SELECT OPTIONAL ARCHIVO-PARAMETRO ASSIGN TO "CIEPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.

           SELECT OPTIONAL ARCHIVO-ORDENES ASSIGN TO "ORDENES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORD.

           SELECT ARCHIVO-ORDENES-SAL ASSIGN TO "ORDENSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OSL.

           SELECT ARCHIVO-TRX-CIERRE ASSIGN TO "TRXCIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRX.

           SELECT REPORTE-CIERRES ASSIGN TO "CIERREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REP.

           SELECT ARCHIVO-BITACORA ASSIGN TO "BITACORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BIT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVO-CIERRES-SAL
           RECORDING MODE IS F.
       01  CSL-REGISTRO              PIC X(99).

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

       FD  ARCHIVO-CLIENTES-MST.
       01  CLM-REGISTRO.
           05  CLM-RUT               PIC X(12).
           05  CLM-NOMBRE            PIC X(40).
           05  CLM-DIRECCION         PIC X(60).
           05  CLM-CUENTA            PIC 9(10) OCCURS 3 TIMES.
           05  CLM-ESTADO            PIC X(01).

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

       FD  ARCHIVO-TASAS
           RECORDING MODE IS F.
       01  FD-TASA.
           05  FD-TAS-DESDE          PIC 9(11)V99.
           05  FD-TAS-HASTA          PIC 9(11)V99.
           05  FD-TAS-TASA           PIC 9V9999.

       FD  ARCHIVO-PARAMETRO-SOB
           RECORDING MODE IS F.
       01  SPR-REGISTRO.
           05  SPR-PERIODO           PIC 9(06).
           05  SPR-TASA-DEUDORA      PIC 9V9999.
           05  SPR-TASA-PENAL        PIC 9V9999.
           05  SPR-CARGO-FIJO        PIC 9(05)V99.

      *----------------------------------------------------------------
      * CUENTA DE PAGO PENDIENTE: RECIBE EL SALDO DE LAS CUENTAS SIN
      * CUENTA DESIGNADA VALIDA HASTA QUE SE PAGUE AL CLIENTE
      *----------------------------------------------------------------
       FD  ARCHIVO-PARAMETRO
           RECORDING MODE IS F.
       01  PRM-REGISTRO.
           05  PRM-CUENTA-PAGO       PIC 9(10).

       FD  ARCHIVO-ORDENES
           RECORDING MODE IS F.
       01  FD-ORDEN.
           05  FD-ORD-CUENTA         PIC 9(10).
           05  FD-ORD-TIPO           PIC X(02).
           05  FD-ORD-MONTO          PIC 9(09)V99.
           05  FD-ORD-CTA-DESTINO    PIC 9(10).
           05  FD-ORD-FRECUENCIA     PIC X(01).
           05  FD-ORD-PROX-FECHA     PIC 9(08).
           05  FD-ORD-FECHA-FIN      PIC 9(08).
           05  FD-ORD-ESTADO         PIC X(01).

       FD  ARCHIVO-ORDENES-SAL
           RECORDING MODE IS F.
       01  SAL-ORDEN.
           05  SAL-ORD-CUENTA        PIC 9(10).
           05  SAL-ORD-TIPO          PIC X(02).
           05  SAL-ORD-MONTO         PIC 9(09)V99.
           05  SAL-ORD-CTA-DESTINO   PIC 9(10).
           05  SAL-ORD-FRECUENCIA    PIC X(01).
           05  SAL-ORD-PROX-FECHA    PIC 9(08).
           05  SAL-ORD-FECHA-FIN     PIC 9(08).
           05  SAL-ORD-ESTADO        PIC X(01).

       FD  ARCHIVO-TRX-CIERRE
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

       FD  REPORTE-CIERRES
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
           05  WS-CUENTA-PAGO        PIC 9(10)      VALUE ZEROS.
           05  WS-TASA-INTERES       PIC 9V9999     VALUE 0.1500.
           05  WS-DIAS-MES           PIC 9(02)      VALUE 30.
           05  WS-TASA-DEUDORA       PIC 9V9999     VALUE 0.2400.
           05  WS-TASA-PENAL         PIC 9V9999     VALUE 0.3600.
           05  WS-CARGO-FIJO         PIC 9(05)V99   VALUE 2500.00.
           05  WS-DIAS-BASE          PIC 9(03)      VALUE 360.
           05  WS-MONTO-MAXIMO       PIC 9(09)V99   VALUE 999999999.99.

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

       01  WS-LINEA-AUDITORIA.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-AUD-CUENTA         PIC Z(09)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-AUD-TIPO           PIC X(02).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-AUD-MONTO          PIC Z(08)9.99.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-AUD-COMISION       PIC Z(04)9.99.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-AUD-ERROR          PIC X(04).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-AUD-FECHA          PIC 9(08).
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-AUD-HORA           PIC 9(08).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-AUD-DELTA          PIC +Z(08)9.99.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-AUD-LOTE           PIC X(06).

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

       01  WS-TABLA-TASAS.
           05  WS-TAS-CANTIDAD       PIC 9(02)      VALUE ZEROS.
           05  WS-TAS-INDICE         PIC 9(02)      VALUE ZEROS.
           05  WS-TRAMO-ACTUAL       PIC 9(02)      VALUE ZEROS.
           05  WS-TRAMO OCCURS 20 TIMES.
               10  WS-TAS-DESDE      PIC 9(11)V99.
               10  WS-TAS-HASTA      PIC 9(11)V99.
               10  WS-TAS-TASA       PIC 9V9999.

      *----------------------------------------------------------------
      * UNA ENTRADA POR SOLICITUD VIGENTE ('S' O 'L') DE CIERRES, EN
      * EL ORDEN DEL ARCHIVO. EL SALDO DE CADA FOTO DEL PERIODO SE
      * GUARDA POR DIA DEL MES, DE MODO QUE UNA FOTO REPETIDA DEL
      * MISMO DIA NO SE CUENTA DOS VECES
      *----------------------------------------------------------------
       01  WS-TABLA-SOLICITUDES.
           05  WS-SOL-CANTIDAD       PIC 9(04)      VALUE ZEROS.
           05  WS-SOL-INDICE         PIC 9(04)      VALUE ZEROS.
           05  WS-SOL-ACTUAL         PIC 9(04)      VALUE ZEROS.
           05  WS-SOL-BUSCADA        PIC 9(10)      VALUE ZEROS.
           05  WS-DIA-INDICE         PIC 9(02)      VALUE ZEROS.
           05  WS-SOL-ENTRADA OCCURS 1000 TIMES.
               10  WS-SOL-REGISTRO.
                   15  WS-SOL-CUENTA     PIC 9(10).
                   15  WS-SOL-CTA-DESTINO
                                         PIC 9(10).
                   15  WS-SOL-FECHA-SOLICITUD
                                         PIC 9(08).
                   15  WS-SOL-ESTADO     PIC X(01).
                       88  SOLICITUD-VIGENTE     VALUE 'S' 'L'.
                   15  WS-SOL-LOTE       PIC 9(06).
                   15  WS-SOL-FECHA-ESTADO
                                         PIC 9(08).
                   15  WS-SOL-INTERES    PIC 9(09)V99.
                   15  WS-SOL-CARGOS     PIC 9(09)V99.
                   15  WS-SOL-RETENCION  PIC 9(09)V99.
                   15  WS-SOL-TRASPASO   PIC 9(11)V99.
                   15  WS-SOL-CTA-TRASPASO
                                         PIC 9(10).
               10  WS-SOL-SALDO          PIC S9(11)V99.
               10  WS-SOL-RETENIDO       PIC 9(09)V99.
               10  WS-SOL-LINEA          PIC 9(09)V99.
               10  WS-SOL-CON-INTERES    PIC X(01).
               10  WS-SOL-RUT            PIC X(12).
               10  WS-SOL-NOMBRE         PIC X(40).
               10  WS-SOL-DIRECCION      PIC X(60).
               10  WS-SOL-ABONADO        PIC 9(09)V99.
               10  WS-SOL-COBRADO        PIC 9(09)V99.
               10  WS-SOL-DIA-FOTO       PIC X(01) OCCURS 31 TIMES.
               10  WS-SOL-DIA-SALDO      PIC S9(11)V99
                                         OCCURS 31 TIMES.

      *----------------------------------------------------------------
      * ORDENES CANCELADAS, PARA LISTARLAS EN EL DOCUMENTO DE LA
      * SOLICITUD A LA QUE CORRESPONDEN
      *----------------------------------------------------------------
       01  WS-TABLA-CANCELADAS.
           05  WS-OCA-CANTIDAD       PIC 9(04)      VALUE ZEROS.
           05  WS-OCA-INDICE         PIC 9(04)      VALUE ZEROS.
           05  WS-OCA-LISTADAS       PIC 9(04)      VALUE ZEROS.
           05  WS-OCA-ENTRADA OCCURS 2000 TIMES.
               10  WS-OCA-SOLICITUD  PIC 9(04).
               10  WS-OCA-CUENTA     PIC 9(10).
               10  WS-OCA-TIPO       PIC X(02).
               10  WS-OCA-MONTO      PIC 9(09)V99.
               10  WS-OCA-DESTINO    PIC 9(10).
               10  WS-OCA-FRECUENCIA PIC X(01).

       01  WS-CALCULO.
           05  WS-PERIODO-ACTUAL     PIC 9(06)      VALUE ZEROS.
           05  WS-DIAS-FOTO          PIC 9(02)      VALUE ZEROS.
           05  WS-DIAS-SOBREGIRO     PIC 9(02)      VALUE ZEROS.
           05  WS-SUMA-SALDOS        PIC S9(13)V99  VALUE ZEROS.
           05  WS-SALDO-BASE         PIC S9(11)V99  VALUE ZEROS.
           05  WS-TASA-APLICADA      PIC 9V9999     VALUE ZEROS.
           05  WS-INTERES-DEVENGADO  PIC 9(09)V99   VALUE ZEROS.
           05  WS-INTERES            PIC 9(09)V99   VALUE ZEROS.
           05  WS-DEUDA-DIA          PIC 9(11)V99   VALUE ZEROS.
           05  WS-SUMA-DENTRO        PIC 9(13)V99   VALUE ZEROS.
           05  WS-SUMA-EXCESO        PIC 9(13)V99   VALUE ZEROS.
           05  WS-CARGO-DEVENGADO    PIC 9(09)V99   VALUE ZEROS.
           05  WS-CARGOS             PIC 9(09)V99   VALUE ZEROS.
           05  WS-NETO               PIC S9(11)V99  VALUE ZEROS.
           05  WS-DESTINO-BUSCADO    PIC 9(10)      VALUE ZEROS.
           05  WS-CTA-TRASPASO       PIC 9(10)      VALUE ZEROS.
           05  WS-TIPO-DESTINO       PIC X(01)      VALUE SPACES.
               88  DESTINO-DESIGNADO                VALUE 'D'.
               88  DESTINO-CUENTA-PAGO              VALUE 'P'.
           05  WS-RESULTADO          PIC X(01)      VALUE SPACES.
               88  RESULTADO-LIQUIDADA              VALUE 'L'.
               88  RESULTADO-CERRADA                VALUE 'C'.
               88  RESULTADO-SUSPENDIDA             VALUE 'S'.
           05  WS-OBSERVACION        PIC X(60)      VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-SOL-LEIDAS         PIC 9(07)      VALUE ZEROS.
           05  WS-SOL-REEMPLAZADAS   PIC 9(05)      VALUE ZEROS.
           05  WS-SOL-ANULADAS       PIC 9(05)      VALUE ZEROS.
           05  WS-SOL-YA-CERRADAS    PIC 9(05)      VALUE ZEROS.
           05  WS-SOL-EN-CIERRE      PIC 9(05)      VALUE ZEROS.
           05  WS-SOL-LIQUIDADAS     PIC 9(05)      VALUE ZEROS.
           05  WS-SOL-CERRADAS       PIC 9(05)      VALUE ZEROS.
           05  WS-SOL-SUSPENDIDAS    PIC 9(05)      VALUE ZEROS.
           05  WS-ORD-LEIDAS         PIC 9(07)      VALUE ZEROS.
           05  WS-ORD-CANCELADAS     PIC 9(05)      VALUE ZEROS.
           05  WS-TRX-EMITIDAS       PIC 9(07)      VALUE ZEROS.
           05  WS-TRX-INTERES        PIC 9(05)      VALUE ZEROS.
           05  WS-TRX-CARGOS         PIC 9(05)      VALUE ZEROS.
           05  WS-TRX-LIBERACION     PIC 9(05)      VALUE ZEROS.
           05  WS-TRX-TRASPASO       PIC 9(05)      VALUE ZEROS.
           05  WS-TOT-INTERES        PIC 9(11)V99   VALUE ZEROS.
           05  WS-TOT-CARGOS         PIC 9(11)V99   VALUE ZEROS.
           05  WS-TOT-RETENCION      PIC 9(11)V99   VALUE ZEROS.
           05  WS-TOT-TRASPASO       PIC 9(13)V99   VALUE ZEROS.

       01  WS-CONTROL-LOTE.
           05  WS-HASH-MONTOS        PIC 9(13)V99   VALUE ZEROS.
           05  WS-FECHA-ACTUAL       PIC 9(08)      VALUE ZEROS.

       01  WS-LOTE-CIERRE.
           05  WS-LOTE-PREFIJO       PIC 9(01)      VALUE 5.
           05  WS-LOTE-SUFIJO        PIC 9(05)      VALUE ZEROS.
       01  WS-LOTE-NUMERO REDEFINES WS-LOTE-CIERRE
                                     PIC 9(06).

       01  WS-FLAGS.
           05  WS-FIN-CIERRES        PIC X(01)      VALUE 'N'.
               88  FIN-CIERRES                      VALUE 'S'.
           05  WS-FIN-SALDOS         PIC X(01)      VALUE 'N'.
               88  FIN-SALDOS                       VALUE 'S'.
           05  WS-FIN-AUDITORIA      PIC X(01)      VALUE 'N'.
               88  FIN-AUDITORIA                    VALUE 'S'.
           05  WS-FIN-TASAS          PIC X(01)      VALUE 'N'.
               88  FIN-TASAS                        VALUE 'S'.
           05  WS-FIN-CLIENTES       PIC X(01)      VALUE 'N'.
               88  FIN-CLIENTES                     VALUE 'S'.
           05  WS-FIN-ORDENES        PIC X(01)      VALUE 'N'.
               88  FIN-ORDENES                      VALUE 'S'.
           05  WS-FIN-COPIA          PIC X(01)      VALUE 'N'.
               88  FIN-COPIA                        VALUE 'S'.
           05  WS-SOL-HALLADA        PIC X(01)      VALUE 'N'.
               88  SOLICITUD-HALLADA                VALUE 'S'.
           05  WS-TRAMO-HALLADO      PIC X(01)      VALUE 'N'.
               88  TRAMO-HALLADO                    VALUE 'S'.
           05  WS-DESTINO-VALIDO     PIC X(01)      VALUE 'N'.
               88  DESTINO-VALIDO                   VALUE 'S'.
           05  WS-ORDEN-CANCELADA    PIC X(01)      VALUE 'N'.
               88  ORDEN-CANCELADA                  VALUE 'S'.
           05  WS-CUENTA-INTERES     PIC 9(10)      VALUE ZEROS.
           05  WS-CLM-INDICE         PIC 9(01)      VALUE ZEROS.

       01  WS-STATUS-CIE             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CSL             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CTA             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CLM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SNP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-AUD             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TAS             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SPR             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PRM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-ORD             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-OSL             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TRX             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-REP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.

       01  WS-BITACORA.
           05  WS-BIT-EVENTO         PIC X(01)      VALUE SPACES.
           05  WS-BIT-ESTADO         PIC X(02)      VALUE SPACES.
           05  WS-BIT-HORA           PIC 9(08)      VALUE ZEROS.

       01  WS-LINEA-SEPARADOR        PIC X(72)      VALUE ALL '='.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(34)
               VALUE 'LIQUIDACION DE CIERRE DE CUENTA'.
           05  FILLER                PIC X(07)      VALUE 'FECHA: '.
           05  WS-LT-FECHA           PIC 9(08).
           05  FILLER                PIC X(09)      VALUE '   LOTE: '.
           05  WS-LT-LOTE            PIC 9(06).

       01  WS-LINEA-DATO.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LD-ETIQUETA        PIC X(20).
           05  WS-LD-VALOR           PIC X(60).

       01  WS-LINEA-MONTO.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LM-CONCEPTO        PIC X(40).
           05  WS-LM-MONTO           PIC Z(10)9.99-.

       01  WS-LINEA-ORDEN.
           05  FILLER                PIC X(03)      VALUE SPACES.
           05  WS-LO-CUENTA          PIC Z(09)9.
           05  FILLER                PIC X(03)      VALUE SPACES.
           05  WS-LO-TIPO            PIC X(02).
           05  FILLER                PIC X(03)      VALUE SPACES.
           05  WS-LO-DESTINO         PIC Z(09)9.
           05  FILLER                PIC X(03)      VALUE SPACES.
           05  WS-LO-MONTO           PIC Z(08)9.99.
           05  FILLER                PIC X(06)      VALUE SPACES.
           05  WS-LO-FRECUENCIA      PIC X(01).

       01  WS-LINEA-ENCABEZADO-ORDEN.
           05  FILLER                PIC X(16)      VALUE '   ORIGEN'.
           05  FILLER                PIC X(05)      VALUE 'TIPO'.
           05  FILLER                PIC X(20)      VALUE 'DESTINO'.
           05  FILLER                PIC X(11)      VALUE 'MONTO'.
           05  FILLER                PIC X(04)      VALUE 'FREC'.

       01  WS-LINEA-CONTADOR.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LCO-CONCEPTO       PIC X(30).
           05  WS-LCO-CANTIDAD       PIC Z(06)9.

       01  WS-LINEA-TOTAL.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LTT-CONCEPTO       PIC X(30).
           05  WS-LTT-CANTIDAD       PIC Z(06)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LTT-MONTO          PIC Z(12)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'INICIO LIQUIDACION DE CIERRES DE CUENTA'.
           PERFORM INICIALIZAR
           PERFORM REGISTRAR-INICIO-BITACORA
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-TASAS
           PERFORM ABRIR-CUENTAS
           PERFORM CARGAR-SOLICITUDES
           PERFORM REVISAR-SOLICITUD
               VARYING WS-SOL-INDICE FROM 1 BY 1
               UNTIL WS-SOL-INDICE > WS-SOL-CANTIDAD
           PERFORM CARGAR-FOTOS
           PERFORM CARGAR-AUDITORIA
           PERFORM CARGAR-TITULARES
           PERFORM CANCELAR-ORDENES
           PERFORM LIQUIDAR-CIERRES
           CLOSE ARCHIVO-CUENTAS
           PERFORM ACTUALIZAR-CIERRES
           PERFORM MOSTRAR-RESUMEN
           PERFORM REGISTRAR-FIN-BITACORA
           STOP RUN.

       REGISTRAR-INICIO-BITACORA.
           MOVE 'I' TO WS-BIT-EVENTO
           MOVE SPACES TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       REGISTRAR-FIN-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           IF WS-SOL-SUSPENDIDAS = ZEROS
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
           MOVE 'CIERRCTA' TO BIT-PROGRAMA
           MOVE WS-FECHA-ACTUAL TO BIT-FECHA
           MOVE WS-BIT-HORA TO BIT-HORA
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE WS-LOTE-NUMERO TO BIT-LOTE
           MOVE WS-SOL-LEIDAS TO BIT-LEIDOS
           COMPUTE BIT-ACEPTADOS = WS-SOL-LIQUIDADAS + WS-SOL-CERRADAS
           MOVE WS-SOL-SUSPENDIDAS TO BIT-RECHAZADOS
           MOVE WS-BIT-ESTADO TO BIT-ESTADO
           WRITE BIT-REGISTRO
           CLOSE ARCHIVO-BITACORA.

       INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACTUAL (4:5) TO WS-LOTE-SUFIJO
           MOVE WS-FECHA-ACTUAL (1:6) TO WS-PERIODO-ACTUAL.

      *----------------------------------------------------------------
      * CIEPARAM DA LA CUENTA DE PAGO PENDIENTE. LAS TASAS DE INTERES
      * DEUDOR Y PENAL Y EL CARGO FIJO SON LOS DE SOBPARAM, LOS MISMOS
      * QUE USA CARGOSOB AL COBRAR EL MES CERRADO
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETRO
           READ ARCHIVO-PARAMETRO
               AT END
                   DISPLAY 'SIN CIEPARAM - NO HAY CUENTA DE PAGO '
                       'PENDIENTE'
               NOT AT END
                   IF PRM-CUENTA-PAGO IS NUMERIC
                       MOVE PRM-CUENTA-PAGO TO WS-CUENTA-PAGO
                   END-IF
           END-READ
           CLOSE ARCHIVO-PARAMETRO
           OPEN INPUT ARCHIVO-PARAMETRO-SOB
           READ ARCHIVO-PARAMETRO-SOB
               AT END
                   CONTINUE
               NOT AT END
                   IF SPR-TASA-DEUDORA IS NUMERIC
                       MOVE SPR-TASA-DEUDORA TO WS-TASA-DEUDORA
                   END-IF
                   IF SPR-TASA-PENAL IS NUMERIC
                       MOVE SPR-TASA-PENAL TO WS-TASA-PENAL
                   END-IF
                   IF SPR-CARGO-FIJO IS NUMERIC
                       MOVE SPR-CARGO-FIJO TO WS-CARGO-FIJO
                   END-IF
           END-READ
           CLOSE ARCHIVO-PARAMETRO-SOB
           DISPLAY 'CUENTA DE PAGO PENDIENTE: ' WS-CUENTA-PAGO.

       CARGAR-TASAS.
           OPEN INPUT ARCHIVO-TASAS
           MOVE ZEROS TO WS-TAS-CANTIDAD
           MOVE 'N' TO WS-FIN-TASAS
           PERFORM LEER-TASA
           PERFORM GUARDAR-TASA UNTIL FIN-TASAS
           CLOSE ARCHIVO-TASAS
           IF WS-TAS-CANTIDAD = ZEROS
               DISPLAY 'SIN TABLA DE TASAS - SE APLICA TASA UNICA'
           END-IF.

       LEER-TASA.
           READ ARCHIVO-TASAS
               AT END
                   MOVE 'S' TO WS-FIN-TASAS
           END-READ.

       GUARDAR-TASA.
           IF WS-TAS-CANTIDAD < 20
               ADD 1 TO WS-TAS-CANTIDAD
               MOVE FD-TAS-DESDE TO WS-TAS-DESDE (WS-TAS-CANTIDAD)
               MOVE FD-TAS-HASTA TO WS-TAS-HASTA (WS-TAS-CANTIDAD)
               MOVE FD-TAS-TASA TO WS-TAS-TASA (WS-TAS-CANTIDAD)
           ELSE
               DISPLAY 'ADVERTENCIA: TABLA DE TASAS LLENA'
           END-IF
           PERFORM LEER-TASA.

       ABRIR-CUENTAS.
           OPEN I-O ARCHIVO-CUENTAS
           IF WS-STATUS-CTA NOT = '00'
               DISPLAY 'ERROR AL ABRIR CUENTAS - STATUS: '
                   WS-STATUS-CTA
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * SOLO SE CARGAN LAS SOLICITUDES VIGENTES. SI UNA CUENTA TIENE
      * MAS DE UNA, QUEDA LA ULTIMA Y LAS ANTERIORES SE ANULAN
      *----------------------------------------------------------------
       CARGAR-SOLICITUDES.
           OPEN INPUT ARCHIVO-CIERRES
           IF WS-STATUS-CIE NOT = '00' AND WS-STATUS-CIE NOT = '05'
               DISPLAY 'ERROR AL ABRIR CIERRES - STATUS: '
                   WS-STATUS-CIE
               CLOSE ARCHIVO-CUENTAS
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-CIERRES
           PERFORM LEER-CIERRE
           PERFORM GUARDAR-SOLICITUD UNTIL FIN-CIERRES
           CLOSE ARCHIVO-CIERRES.

       LEER-CIERRE.
           READ ARCHIVO-CIERRES
               AT END
                   MOVE 'S' TO WS-FIN-CIERRES
           END-READ.

       GUARDAR-SOLICITUD.
           ADD 1 TO WS-SOL-LEIDAS
           IF CIE-ESTADO = 'S' OR CIE-ESTADO = 'L'
               MOVE CIE-CUENTA TO WS-SOL-BUSCADA
               PERFORM BUSCAR-SOLICITUD
               IF SOLICITUD-HALLADA
                   MOVE 'A' TO WS-SOL-ESTADO (WS-SOL-ACTUAL)
                   MOVE WS-FECHA-ACTUAL
                       TO WS-SOL-FECHA-ESTADO (WS-SOL-ACTUAL)
                   ADD 1 TO WS-SOL-REEMPLAZADAS
               END-IF
               PERFORM AGREGAR-SOLICITUD
           END-IF
           PERFORM LEER-CIERRE.

       BUSCAR-SOLICITUD.
           MOVE 'N' TO WS-SOL-HALLADA
           MOVE ZEROS TO WS-SOL-ACTUAL
           MOVE 1 TO WS-SOL-INDICE
           PERFORM REVISAR-SOLICITUD-BUSCADA
               UNTIL WS-SOL-INDICE > WS-SOL-CANTIDAD
                  OR SOLICITUD-HALLADA.

       REVISAR-SOLICITUD-BUSCADA.
           IF WS-SOL-CUENTA (WS-SOL-INDICE) = WS-SOL-BUSCADA AND
              SOLICITUD-VIGENTE (WS-SOL-INDICE)
               MOVE 'S' TO WS-SOL-HALLADA
               MOVE WS-SOL-INDICE TO WS-SOL-ACTUAL
           ELSE
               ADD 1 TO WS-SOL-INDICE
           END-IF.

       AGREGAR-SOLICITUD.
           IF WS-SOL-CANTIDAD >= 1000
               DISPLAY 'ERROR: TABLA DE SOLICITUDES LLENA - MAS DE '
                   '1000 SOLICITUDES DE CIERRE VIGENTES'
               DISPLAY 'AUMENTE EL TAMANO DE WS-SOL-ENTRADA '
                   'Y REPROCESE'
               CLOSE ARCHIVO-CIERRES
               CLOSE ARCHIVO-CUENTAS
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           ADD 1 TO WS-SOL-CANTIDAD
           MOVE WS-SOL-CANTIDAD TO WS-SOL-INDICE
           MOVE CIE-REGISTRO TO WS-SOL-REGISTRO (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-SALDO (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-RETENIDO (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-LINEA (WS-SOL-INDICE)
           MOVE 'N' TO WS-SOL-CON-INTERES (WS-SOL-INDICE)
           MOVE SPACES TO WS-SOL-RUT (WS-SOL-INDICE)
           MOVE SPACES TO WS-SOL-NOMBRE (WS-SOL-INDICE)
           MOVE SPACES TO WS-SOL-DIRECCION (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-ABONADO (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-COBRADO (WS-SOL-INDICE)
           PERFORM LIMPIAR-DIA
               VARYING WS-DIA-INDICE FROM 1 BY 1
               UNTIL WS-DIA-INDICE > 31.

       LIMPIAR-DIA.
           MOVE 'N' TO WS-SOL-DIA-FOTO (WS-SOL-INDICE WS-DIA-INDICE)
           MOVE ZEROS TO WS-SOL-DIA-SALDO (WS-SOL-INDICE WS-DIA-INDICE).

      *----------------------------------------------------------------
      * SOLO SE LIQUIDA UNA CUENTA QUE SIGUE EN CIERRE. SI YA ESTA
      * CERRADA LA SOLICITUD SE DA POR CERRADA; SI SALIO DEL CIERRE
      * (BLOQUEO, REACTIVACION) O NO EXISTE, LA SOLICITUD SE ANULA
      *----------------------------------------------------------------
       REVISAR-SOLICITUD.
           IF SOLICITUD-VIGENTE (WS-SOL-INDICE)
               MOVE WS-SOL-CUENTA (WS-SOL-INDICE) TO CTA-NRO-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE 'A' TO WS-SOL-ESTADO (WS-SOL-INDICE)
                       MOVE WS-FECHA-ACTUAL
                           TO WS-SOL-FECHA-ESTADO (WS-SOL-INDICE)
                       ADD 1 TO WS-SOL-ANULADAS
                       DISPLAY 'SOLICITUD ANULADA - CUENTA NO EXISTE: '
                           WS-SOL-CUENTA (WS-SOL-INDICE)
                   NOT INVALID KEY
                       PERFORM CLASIFICAR-SOLICITUD
               END-READ
           END-IF.

       CLASIFICAR-SOLICITUD.
           IF CTA-ESTADO = 'C'
               MOVE 'C' TO WS-SOL-ESTADO (WS-SOL-INDICE)
               MOVE WS-FECHA-ACTUAL
                   TO WS-SOL-FECHA-ESTADO (WS-SOL-INDICE)
               ADD 1 TO WS-SOL-YA-CERRADAS
           ELSE
           IF CTA-ESTADO NOT = 'P'
               MOVE 'A' TO WS-SOL-ESTADO (WS-SOL-INDICE)
               MOVE WS-FECHA-ACTUAL
                   TO WS-SOL-FECHA-ESTADO (WS-SOL-INDICE)
               ADD 1 TO WS-SOL-ANULADAS
               DISPLAY 'SOLICITUD ANULADA - CUENTA YA NO ESTA EN '
                   'CIERRE: ' WS-SOL-CUENTA (WS-SOL-INDICE)
           ELSE
               MOVE CTA-SALDO-ACTUAL TO WS-SOL-SALDO (WS-SOL-INDICE)
               MOVE CTA-SALDO-RETENIDO
                   TO WS-SOL-RETENIDO (WS-SOL-INDICE)
               IF CTA-LINEA-SOBREGIRO IS NUMERIC
                   MOVE CTA-LINEA-SOBREGIRO
                       TO WS-SOL-LINEA (WS-SOL-INDICE)
               END-IF
               ADD 1 TO WS-SOL-EN-CIERRE
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * FOTOS DE SALDOS DEL PERIODO EN CURSO DE LAS CUENTAS EN CIERRE
      *----------------------------------------------------------------
       CARGAR-FOTOS.
           OPEN INPUT ARCHIVO-SALDOS
           MOVE 'N' TO WS-FIN-SALDOS
           PERFORM LEER-SALDO
           PERFORM GUARDAR-FOTO UNTIL FIN-SALDOS
           CLOSE ARCHIVO-SALDOS.

       LEER-SALDO.
           READ ARCHIVO-SALDOS
               AT END
                   MOVE 'S' TO WS-FIN-SALDOS
           END-READ.

       GUARDAR-FOTO.
           IF SNP-FECHA (1:6) = WS-PERIODO-ACTUAL
               MOVE SNP-CUENTA TO WS-SOL-BUSCADA
               PERFORM BUSCAR-SOLICITUD
               IF SOLICITUD-HALLADA
                   MOVE SNP-FECHA (7:2) TO WS-DIA-INDICE
                   MOVE 'S'
                       TO WS-SOL-DIA-FOTO (WS-SOL-ACTUAL WS-DIA-INDICE)
                   MOVE SNP-SALDO
                       TO WS-SOL-DIA-SALDO (WS-SOL-ACTUAL WS-DIA-INDICE)
               END-IF
           END-IF
           PERFORM LEER-SALDO.

      *----------------------------------------------------------------
      * LO YA ABONADO COMO INTERES EN EL PERIODO (CUALQUIER LOTE) Y LO
      * YA COBRADO EN LOTES DE CIERRE ANTERIORES SE DESCUENTA DE LO
      * DEVENGADO. LAS LINEAS DEL LOTE DE HOY SE IGNORAN, DE MODO QUE
      * UN REPROCESO DEL DIA VUELVE A ARMAR EL LOTE COMPLETO
      *----------------------------------------------------------------
       CARGAR-AUDITORIA.
           OPEN INPUT ARCHIVO-AUDITORIA
           MOVE 'N' TO WS-FIN-AUDITORIA
           PERFORM LEER-AUDITORIA
           PERFORM APLICAR-LINEA UNTIL FIN-AUDITORIA
           CLOSE ARCHIVO-AUDITORIA.

       LEER-AUDITORIA.
           READ ARCHIVO-AUDITORIA INTO WS-AUD-ENTRADA
               AT END
                   MOVE 'S' TO WS-FIN-AUDITORIA
           END-READ.

       APLICAR-LINEA.
           IF WS-AE-ERROR = SPACES AND
              WS-AE-FECHA (1:6) = WS-PERIODO-ACTUAL AND
              WS-AE-LOTE NOT = WS-LOTE-NUMERO AND
              (WS-AE-TIPO = 'IN' OR WS-AE-TIPO = 'CG')
               PERFORM CONVERTIR-CUENTA
               MOVE WS-CUENTA-NUM TO WS-SOL-BUSCADA
               PERFORM BUSCAR-SOLICITUD
               IF SOLICITUD-HALLADA
                   PERFORM CONVERTIR-MONTO
                   IF WS-AE-TIPO = 'IN'
                       ADD WS-MONTO-NUM
                           TO WS-SOL-ABONADO (WS-SOL-ACTUAL)
                   ELSE
                       IF WS-AE-LOTE (1:1) = '5'
                           ADD WS-MONTO-NUM
                               TO WS-SOL-COBRADO (WS-SOL-ACTUAL)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-AUDITORIA.

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
      * TITULAR DE CADA CUENTA EN CIERRE. COMO EN EJEMPLO1, SOLO LA
      * PRIMERA CUENTA VINCULADA DE UN CLIENTE NO CERRADO GANA INTERES
      *----------------------------------------------------------------
       CARGAR-TITULARES.
           OPEN INPUT ARCHIVO-CLIENTES-MST
           IF WS-STATUS-CLM NOT = '00' AND WS-STATUS-CLM NOT = '05'
               DISPLAY 'ERROR AL ABRIR MAESCLI - STATUS: '
                   WS-STATUS-CLM
               CLOSE ARCHIVO-CUENTAS
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-CLIENTES
           PERFORM LEER-CLIENTE
           PERFORM REVISAR-CLIENTE UNTIL FIN-CLIENTES
           CLOSE ARCHIVO-CLIENTES-MST.

       LEER-CLIENTE.
           READ ARCHIVO-CLIENTES-MST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-CLIENTES
           END-READ.

       REVISAR-CLIENTE.
           MOVE ZEROS TO WS-CUENTA-INTERES
           IF CLM-ESTADO NOT = 'C'
               PERFORM TOMAR-CUENTA-VINCULADA
           END-IF
           PERFORM REVISAR-CUENTA-CLIENTE
               VARYING WS-CLM-INDICE FROM 1 BY 1
               UNTIL WS-CLM-INDICE > 3
           PERFORM LEER-CLIENTE.

       TOMAR-CUENTA-VINCULADA.
           IF CLM-CUENTA (1) > ZEROS
               MOVE CLM-CUENTA (1) TO WS-CUENTA-INTERES
           ELSE
               IF CLM-CUENTA (2) > ZEROS
                   MOVE CLM-CUENTA (2) TO WS-CUENTA-INTERES
               ELSE
                   IF CLM-CUENTA (3) > ZEROS
                       MOVE CLM-CUENTA (3) TO WS-CUENTA-INTERES
                   END-IF
               END-IF
           END-IF.

       REVISAR-CUENTA-CLIENTE.
           IF CLM-CUENTA (WS-CLM-INDICE) IS NUMERIC AND
              CLM-CUENTA (WS-CLM-INDICE) > ZEROS
               MOVE CLM-CUENTA (WS-CLM-INDICE) TO WS-SOL-BUSCADA
               PERFORM BUSCAR-SOLICITUD
               IF SOLICITUD-HALLADA
                   IF WS-SOL-RUT (WS-SOL-ACTUAL) = SPACES
                       MOVE CLM-RUT TO WS-SOL-RUT (WS-SOL-ACTUAL)
                       MOVE CLM-NOMBRE TO WS-SOL-NOMBRE (WS-SOL-ACTUAL)
                       MOVE CLM-DIRECCION
                           TO WS-SOL-DIRECCION (WS-SOL-ACTUAL)
                   END-IF
                   IF CLM-CUENTA (WS-CLM-INDICE) = WS-CUENTA-INTERES
                       MOVE 'S' TO WS-SOL-CON-INTERES (WS-SOL-ACTUAL)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * TODA ORDEN ACTIVA QUE TENGA UNA CUENTA EN CIERRE COMO ORIGEN O
      * DESTINO QUEDA CANCELADA ('C'). ORDENES SE REESCRIBE SOLO SI SE
      * CANCELO ALGUNA
      *----------------------------------------------------------------
       CANCELAR-ORDENES.
           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STATUS-ORD NOT = '00' AND WS-STATUS-ORD NOT = '05'
               DISPLAY 'ERROR AL ABRIR ORDENES - STATUS: '
                   WS-STATUS-ORD
               CLOSE ARCHIVO-CUENTAS
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVO-ORDENES-SAL
           MOVE 'N' TO WS-FIN-ORDENES
           PERFORM LEER-ORDEN
           PERFORM REVISAR-ORDEN UNTIL FIN-ORDENES
           CLOSE ARCHIVO-ORDENES
           CLOSE ARCHIVO-ORDENES-SAL
           IF WS-ORD-CANCELADAS > ZEROS
               PERFORM ACTUALIZAR-ORDENES
           END-IF.

       LEER-ORDEN.
           READ ARCHIVO-ORDENES
               AT END
                   MOVE 'S' TO WS-FIN-ORDENES
           END-READ.

       REVISAR-ORDEN.
           ADD 1 TO WS-ORD-LEIDAS
           MOVE FD-ORDEN TO SAL-ORDEN
           MOVE 'N' TO WS-ORDEN-CANCELADA
           IF FD-ORD-ESTADO = 'A'
               MOVE FD-ORD-CUENTA TO WS-SOL-BUSCADA
               PERFORM BUSCAR-SOLICITUD
               IF SOLICITUD-HALLADA
                   PERFORM AGREGAR-CANCELADA
               END-IF
               IF FD-ORD-CTA-DESTINO NOT = FD-ORD-CUENTA
                   MOVE FD-ORD-CTA-DESTINO TO WS-SOL-BUSCADA
                   PERFORM BUSCAR-SOLICITUD
                   IF SOLICITUD-HALLADA
                       PERFORM AGREGAR-CANCELADA
                   END-IF
               END-IF
           END-IF
           IF ORDEN-CANCELADA
               MOVE 'C' TO SAL-ORD-ESTADO
               ADD 1 TO WS-ORD-CANCELADAS
           END-IF
           WRITE SAL-ORDEN
           PERFORM LEER-ORDEN.

       AGREGAR-CANCELADA.
           IF WS-OCA-CANTIDAD >= 2000
               DISPLAY 'ERROR: TABLA DE ORDENES CANCELADAS LLENA - '
                   'MAS DE 2000 ORDENES'
               DISPLAY 'AUMENTE EL TAMANO DE WS-OCA-ENTRADA '
                   'Y REPROCESE'
               CLOSE ARCHIVO-ORDENES
               CLOSE ARCHIVO-ORDENES-SAL
               CLOSE ARCHIVO-CUENTAS
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE 'S' TO WS-ORDEN-CANCELADA
           ADD 1 TO WS-OCA-CANTIDAD
           MOVE WS-OCA-CANTIDAD TO WS-OCA-INDICE
           MOVE WS-SOL-ACTUAL TO WS-OCA-SOLICITUD (WS-OCA-INDICE)
           MOVE FD-ORD-CUENTA TO WS-OCA-CUENTA (WS-OCA-INDICE)
           MOVE FD-ORD-TIPO TO WS-OCA-TIPO (WS-OCA-INDICE)
           MOVE FD-ORD-MONTO TO WS-OCA-MONTO (WS-OCA-INDICE)
           MOVE FD-ORD-CTA-DESTINO TO WS-OCA-DESTINO (WS-OCA-INDICE)
           MOVE FD-ORD-FRECUENCIA
               TO WS-OCA-FRECUENCIA (WS-OCA-INDICE).

       ACTUALIZAR-ORDENES.
           OPEN INPUT ARCHIVO-ORDENES-SAL
           OPEN OUTPUT ARCHIVO-ORDENES
           MOVE 'N' TO WS-FIN-COPIA
           PERFORM LEER-ORDEN-SALIDA
           PERFORM COPIAR-ORDEN UNTIL FIN-COPIA
           CLOSE ARCHIVO-ORDENES-SAL
           CLOSE ARCHIVO-ORDENES.

       LEER-ORDEN-SALIDA.
           READ ARCHIVO-ORDENES-SAL
               AT END
                   MOVE 'S' TO WS-FIN-COPIA
           END-READ.

       COPIAR-ORDEN.
           MOVE SAL-ORDEN TO FD-ORDEN
           WRITE FD-ORDEN
           PERFORM LEER-ORDEN-SALIDA.

      *----------------------------------------------------------------
      * LOTE TRXCIER: POR CUENTA, INTERES (IN), CARGOS (CG), LIBERACION
      * DE LA RETENCION (LB) Y TRASPASO DEL NETO (TC), EN ESE ORDEN
      * PARA QUE TEST001 VALIDE EL TRASPASO CONTRA EL SALDO FINAL
      *----------------------------------------------------------------
       LIQUIDAR-CIERRES.
           OPEN OUTPUT ARCHIVO-TRX-CIERRE
           OPEN OUTPUT REPORTE-CIERRES
           PERFORM ESCRIBIR-CABECERA-TRX
           PERFORM LIQUIDAR-SOLICITUD
               VARYING WS-SOL-INDICE FROM 1 BY 1
               UNTIL WS-SOL-INDICE > WS-SOL-CANTIDAD
           PERFORM ESCRIBIR-PIE-TRX
           PERFORM ESCRIBIR-TOTALES-REPORTE
           CLOSE ARCHIVO-TRX-CIERRE
           CLOSE REPORTE-CIERRES.

       ESCRIBIR-CABECERA-TRX.
           MOVE SPACES TO TRX-CABECERA
           MOVE 'CA' TO TRX-CAB-TIPO
           MOVE WS-FECHA-ACTUAL TO TRX-CAB-FECHA
           MOVE WS-LOTE-NUMERO TO TRX-CAB-LOTE
           WRITE TRX-CABECERA.

       ESCRIBIR-PIE-TRX.
           MOVE SPACES TO TRX-PIE
           MOVE 'PI' TO TRX-PIE-TIPO
           MOVE WS-TRX-EMITIDAS TO TRX-PIE-CANTIDAD
           MOVE WS-HASH-MONTOS TO TRX-PIE-HASH
           WRITE TRX-PIE.

       LIQUIDAR-SOLICITUD.
           IF SOLICITUD-VIGENTE (WS-SOL-INDICE)
               MOVE SPACES TO WS-OBSERVACION
               PERFORM CALCULAR-INTERES
               PERFORM CALCULAR-CARGOS
               COMPUTE WS-NETO = WS-SOL-SALDO (WS-SOL-INDICE) +
                   WS-INTERES - WS-CARGOS
               PERFORM ELEGIR-DESTINO
               PERFORM RESOLVER-SOLICITUD
               PERFORM IMPRIMIR-DOCUMENTO
           END-IF.

      *----------------------------------------------------------------
      * INTERES DEVENGADO AL DIA: SUMA DE LOS SALDOS DIARIOS DEL
      * PERIODO POR LA TASA DEL TRAMO DEL SALDO PROMEDIO, EN BASE A UN
      * MES DE 30 DIAS, MENOS LO YA ABONADO EN EL PERIODO
      *----------------------------------------------------------------
       CALCULAR-INTERES.
           MOVE ZEROS TO WS-DIAS-FOTO
           MOVE ZEROS TO WS-DIAS-SOBREGIRO
           MOVE ZEROS TO WS-SUMA-SALDOS
           MOVE ZEROS TO WS-SUMA-DENTRO
           MOVE ZEROS TO WS-SUMA-EXCESO
           MOVE ZEROS TO WS-INTERES-DEVENGADO
           MOVE ZEROS TO WS-INTERES
           MOVE ZEROS TO WS-TASA-APLICADA
           PERFORM SUMAR-DIA
               VARYING WS-DIA-INDICE FROM 1 BY 1
               UNTIL WS-DIA-INDICE > 31
           IF WS-SOL-CON-INTERES (WS-SOL-INDICE) = 'S' AND
              WS-DIAS-FOTO > ZEROS AND
              WS-SUMA-SALDOS > ZEROS
               COMPUTE WS-SALDO-BASE ROUNDED =
                   WS-SUMA-SALDOS / WS-DIAS-FOTO
               PERFORM BUSCAR-TRAMO
               IF TRAMO-HALLADO
                   MOVE WS-TAS-TASA (WS-TRAMO-ACTUAL)
                       TO WS-TASA-APLICADA
               ELSE
                   MOVE WS-TASA-INTERES TO WS-TASA-APLICADA
               END-IF
               COMPUTE WS-INTERES-DEVENGADO ROUNDED =
                   WS-SUMA-SALDOS * WS-TASA-APLICADA / WS-DIAS-MES
           END-IF
           IF WS-INTERES-DEVENGADO > WS-SOL-ABONADO (WS-SOL-INDICE)
               COMPUTE WS-INTERES = WS-INTERES-DEVENGADO -
                   WS-SOL-ABONADO (WS-SOL-INDICE)
           END-IF.

       SUMAR-DIA.
           IF WS-SOL-DIA-FOTO (WS-SOL-INDICE WS-DIA-INDICE) = 'S'
               ADD 1 TO WS-DIAS-FOTO
               ADD WS-SOL-DIA-SALDO (WS-SOL-INDICE WS-DIA-INDICE)
                   TO WS-SUMA-SALDOS
               IF WS-SOL-DIA-SALDO (WS-SOL-INDICE WS-DIA-INDICE)
                  < ZEROS
                   COMPUTE WS-DEUDA-DIA = ZERO -
                       WS-SOL-DIA-SALDO (WS-SOL-INDICE WS-DIA-INDICE)
                   PERFORM SEPARAR-DEUDA
               END-IF
           END-IF.

       SEPARAR-DEUDA.
           ADD 1 TO WS-DIAS-SOBREGIRO
           IF WS-DEUDA-DIA > WS-SOL-LINEA (WS-SOL-INDICE)
               ADD WS-SOL-LINEA (WS-SOL-INDICE) TO WS-SUMA-DENTRO
               COMPUTE WS-SUMA-EXCESO = WS-SUMA-EXCESO +
                   WS-DEUDA-DIA - WS-SOL-LINEA (WS-SOL-INDICE)
           ELSE
               ADD WS-DEUDA-DIA TO WS-SUMA-DENTRO
           END-IF.

       BUSCAR-TRAMO.
           MOVE 'N' TO WS-TRAMO-HALLADO
           MOVE ZEROS TO WS-TRAMO-ACTUAL
           MOVE 1 TO WS-TAS-INDICE
           PERFORM REVISAR-TRAMO
               UNTIL WS-TAS-INDICE > WS-TAS-CANTIDAD
                  OR TRAMO-HALLADO.

       REVISAR-TRAMO.
           IF WS-SALDO-BASE >= WS-TAS-DESDE (WS-TAS-INDICE) AND
              WS-SALDO-BASE <= WS-TAS-HASTA (WS-TAS-INDICE)
               MOVE 'S' TO WS-TRAMO-HALLADO
               MOVE WS-TAS-INDICE TO WS-TRAMO-ACTUAL
           ELSE
               ADD 1 TO WS-TAS-INDICE
           END-IF.

      *----------------------------------------------------------------
      * CARGOS PENDIENTES: INTERES DEUDOR Y PENAL Y CARGO FIJO DEL
      * PERIODO EN CURSO CON LAS REGLAS DE CARGOSOB, MENOS LO YA
      * COBRADO EN LOTES DE CIERRE ANTERIORES DEL PERIODO. EL MES
      * ANTERIOR LO SIGUE COBRANDO CARGOSOB
      *----------------------------------------------------------------
       CALCULAR-CARGOS.
           MOVE ZEROS TO WS-CARGO-DEVENGADO
           MOVE ZEROS TO WS-CARGOS
           IF WS-DIAS-SOBREGIRO > ZEROS
               COMPUTE WS-CARGO-DEVENGADO ROUNDED =
                   WS-SUMA-DENTRO * WS-TASA-DEUDORA / WS-DIAS-BASE +
                   WS-SUMA-EXCESO * WS-TASA-PENAL / WS-DIAS-BASE +
                   WS-CARGO-FIJO
           END-IF
           IF WS-CARGO-DEVENGADO > WS-SOL-COBRADO (WS-SOL-INDICE)
               COMPUTE WS-CARGOS = WS-CARGO-DEVENGADO -
                   WS-SOL-COBRADO (WS-SOL-INDICE)
           END-IF.

      *----------------------------------------------------------------
      * EL NETO VA A LA CUENTA DESIGNADA EN LA SOLICITUD SI SIGUE
      * VIGENTE; SI NO, A LA CUENTA DE PAGO PENDIENTE DE CIEPARAM
      *----------------------------------------------------------------
       ELEGIR-DESTINO.
           MOVE SPACES TO WS-TIPO-DESTINO
           MOVE ZEROS TO WS-CTA-TRASPASO
           IF WS-SOL-CTA-DESTINO (WS-SOL-INDICE) > ZEROS
               MOVE WS-SOL-CTA-DESTINO (WS-SOL-INDICE)
                   TO WS-DESTINO-BUSCADO
               PERFORM VALIDAR-DESTINO
               IF DESTINO-VALIDO
                   MOVE 'D' TO WS-TIPO-DESTINO
                   MOVE WS-DESTINO-BUSCADO TO WS-CTA-TRASPASO
               ELSE
                   MOVE 'CUENTA DESIGNADA NO VALIDA - A CUENTA DE PAGO'
                       TO WS-OBSERVACION
               END-IF
           END-IF
           IF WS-TIPO-DESTINO = SPACES AND WS-CUENTA-PAGO > ZEROS
               MOVE WS-CUENTA-PAGO TO WS-DESTINO-BUSCADO
               PERFORM VALIDAR-DESTINO
               IF DESTINO-VALIDO
                   MOVE 'P' TO WS-TIPO-DESTINO
                   MOVE WS-DESTINO-BUSCADO TO WS-CTA-TRASPASO
               END-IF
           END-IF.

       VALIDAR-DESTINO.
           MOVE 'N' TO WS-DESTINO-VALIDO
           IF WS-DESTINO-BUSCADO NOT = WS-SOL-CUENTA (WS-SOL-INDICE)
               MOVE WS-DESTINO-BUSCADO TO CTA-NRO-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTA-ESTADO NOT = 'C' AND CTA-ESTADO NOT = 'P'
                           MOVE 'S' TO WS-DESTINO-VALIDO
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * UN SALDO NETO DEUDOR O SIN DONDE TRASPASARLO DEJA LA SOLICITUD
      * PENDIENTE ('S'). UNA CUENTA SIN NADA QUE LIQUIDAR SE CIERRA
      * AQUI MISMO; LAS DEMAS VAN AL LOTE Y QUEDAN LIQUIDADAS ('L')
      *----------------------------------------------------------------
       RESOLVER-SOLICITUD.
           IF WS-NETO < ZEROS
               MOVE 'SALDO NETO DEUDOR - REGULARIZAR ANTES DEL CIERRE'
                   TO WS-OBSERVACION
               PERFORM SUSPENDER-SOLICITUD
           ELSE
           IF WS-NETO > WS-MONTO-MAXIMO
               MOVE 'SALDO EXCEDE EL MONTO MAXIMO DE UN LOTE'
                   TO WS-OBSERVACION
               PERFORM SUSPENDER-SOLICITUD
           ELSE
           IF WS-SOL-SALDO (WS-SOL-INDICE) = ZEROS AND
              WS-SOL-RETENIDO (WS-SOL-INDICE) = ZEROS AND
              WS-INTERES = ZEROS AND WS-CARGOS = ZEROS
               PERFORM CERRAR-CUENTA-SIN-SALDO
           ELSE
           IF WS-NETO > ZEROS AND WS-TIPO-DESTINO = SPACES
               MOVE 'SIN CUENTA DESTINO VALIDA NI CUENTA DE PAGO'
                   TO WS-OBSERVACION
               PERFORM SUSPENDER-SOLICITUD
           ELSE
               PERFORM EMITIR-MOVIMIENTOS
           END-IF
           END-IF
           END-IF
           END-IF.

       SUSPENDER-SOLICITUD.
           MOVE 'S' TO WS-RESULTADO
           MOVE SPACES TO WS-TIPO-DESTINO
           MOVE ZEROS TO WS-CTA-TRASPASO
           MOVE 'S' TO WS-SOL-ESTADO (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-LOTE (WS-SOL-INDICE)
           MOVE WS-FECHA-ACTUAL TO WS-SOL-FECHA-ESTADO (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-INTERES (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-CARGOS (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-RETENCION (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-TRASPASO (WS-SOL-INDICE)
           MOVE ZEROS TO WS-SOL-CTA-TRASPASO (WS-SOL-INDICE)
           ADD 1 TO WS-SOL-SUSPENDIDAS
           DISPLAY 'CIERRE SUSPENDIDO - CUENTA: '
               WS-SOL-CUENTA (WS-SOL-INDICE) ' ' WS-OBSERVACION.

       CERRAR-CUENTA-SIN-SALDO.
           MOVE WS-SOL-CUENTA (WS-SOL-INDICE) TO CTA-NRO-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE 'CUENTA NO ENCONTRADA AL CERRAR'
                       TO WS-OBSERVACION
                   PERFORM SUSPENDER-SOLICITUD
               NOT INVALID KEY
                   MOVE 'C' TO CTA-ESTADO
                   REWRITE CTA-REGISTRO
                   PERFORM ESCRIBIR-AUDITORIA-CIERRE
                   MOVE 'C' TO WS-RESULTADO
                   MOVE SPACES TO WS-TIPO-DESTINO
                   MOVE ZEROS TO WS-CTA-TRASPASO
                   MOVE 'C' TO WS-SOL-ESTADO (WS-SOL-INDICE)
                   MOVE ZEROS TO WS-SOL-LOTE (WS-SOL-INDICE)
                   MOVE WS-FECHA-ACTUAL
                       TO WS-SOL-FECHA-ESTADO (WS-SOL-INDICE)
                   MOVE ZEROS TO WS-SOL-INTERES (WS-SOL-INDICE)
                   MOVE ZEROS TO WS-SOL-CARGOS (WS-SOL-INDICE)
                   MOVE ZEROS TO WS-SOL-RETENCION (WS-SOL-INDICE)
                   MOVE ZEROS TO WS-SOL-TRASPASO (WS-SOL-INDICE)
                   MOVE ZEROS TO WS-SOL-CTA-TRASPASO (WS-SOL-INDICE)
                   ADD 1 TO WS-SOL-CERRADAS
                   DISPLAY 'CUENTA ' WS-SOL-CUENTA (WS-SOL-INDICE)
                       ' CERRADA SIN SALDO'
           END-READ.

      *----------------------------------------------------------------
      * CONSTANCIA EN AUDITORIA DEL PASO A CERRADA, SIN MONTO NI DELTA,
      * PARA QUE RECUCTA LO REPRODUZCA. NO PERTENECE A NINGUN LOTE
      *----------------------------------------------------------------
       ESCRIBIR-AUDITORIA-CIERRE.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           MOVE WS-SOL-CUENTA (WS-SOL-INDICE) TO WS-AUD-CUENTA
           MOVE 'CC' TO WS-AUD-TIPO
           MOVE ZEROS TO WS-AUD-MONTO
           MOVE ZEROS TO WS-AUD-COMISION
           MOVE SPACES TO WS-AUD-ERROR
           MOVE WS-FECHA-ACTUAL TO WS-AUD-FECHA
           ACCEPT WS-AUD-HORA FROM TIME
           MOVE ZEROS TO WS-AUD-DELTA
           MOVE SPACES TO WS-AUD-LOTE
           OPEN EXTEND ARCHIVO-AUDITORIA
           WRITE AUD-LINEA FROM WS-LINEA-AUDITORIA
           CLOSE ARCHIVO-AUDITORIA.

       EMITIR-MOVIMIENTOS.
           MOVE 'L' TO WS-RESULTADO
           IF WS-INTERES > ZEROS
               MOVE 'IN' TO TRX-TIPO
               MOVE WS-INTERES TO TRX-MONTO
               MOVE ZEROS TO TRX-CUENTA-DESTINO
               PERFORM ESCRIBIR-MOVIMIENTO
               ADD 1 TO WS-TRX-INTERES
           END-IF
           IF WS-CARGOS > ZEROS
               MOVE 'CG' TO TRX-TIPO
               MOVE WS-CARGOS TO TRX-MONTO
               MOVE ZEROS TO TRX-CUENTA-DESTINO
               PERFORM ESCRIBIR-MOVIMIENTO
               ADD 1 TO WS-TRX-CARGOS
           END-IF
           IF WS-SOL-RETENIDO (WS-SOL-INDICE) > ZEROS
               MOVE 'LB' TO TRX-TIPO
               MOVE WS-SOL-RETENIDO (WS-SOL-INDICE) TO TRX-MONTO
               MOVE ZEROS TO TRX-CUENTA-DESTINO
               PERFORM ESCRIBIR-MOVIMIENTO
               ADD 1 TO WS-TRX-LIBERACION
           END-IF
           IF WS-NETO > ZEROS
               MOVE 'TC' TO TRX-TIPO
               MOVE WS-NETO TO TRX-MONTO
               MOVE WS-CTA-TRASPASO TO TRX-CUENTA-DESTINO
               PERFORM ESCRIBIR-MOVIMIENTO
               ADD 1 TO WS-TRX-TRASPASO
           ELSE
               MOVE ZEROS TO WS-CTA-TRASPASO
               MOVE SPACES TO WS-TIPO-DESTINO
           END-IF
           MOVE 'L' TO WS-SOL-ESTADO (WS-SOL-INDICE)
           MOVE WS-LOTE-NUMERO TO WS-SOL-LOTE (WS-SOL-INDICE)
           MOVE WS-FECHA-ACTUAL TO WS-SOL-FECHA-ESTADO (WS-SOL-INDICE)
           MOVE WS-INTERES TO WS-SOL-INTERES (WS-SOL-INDICE)
           MOVE WS-CARGOS TO WS-SOL-CARGOS (WS-SOL-INDICE)
           MOVE WS-SOL-RETENIDO (WS-SOL-INDICE)
               TO WS-SOL-RETENCION (WS-SOL-INDICE)
           MOVE WS-NETO TO WS-SOL-TRASPASO (WS-SOL-INDICE)
           MOVE WS-CTA-TRASPASO TO WS-SOL-CTA-TRASPASO (WS-SOL-INDICE)
           ADD 1 TO WS-SOL-LIQUIDADAS
           ADD WS-INTERES TO WS-TOT-INTERES
           ADD WS-CARGOS TO WS-TOT-CARGOS
           ADD WS-SOL-RETENIDO (WS-SOL-INDICE) TO WS-TOT-RETENCION
           ADD WS-NETO TO WS-TOT-TRASPASO.

       ESCRIBIR-MOVIMIENTO.
           MOVE WS-SOL-CUENTA (WS-SOL-INDICE) TO TRX-NRO-CUENTA
           ADD TRX-MONTO TO WS-HASH-MONTOS
           WRITE TRX-TRANSACCION
           ADD 1 TO WS-TRX-EMITIDAS.

      *----------------------------------------------------------------
      * DOCUMENTO DE LIQUIDACION PARA LA CARPETA DEL CLIENTE
      *----------------------------------------------------------------
       IMPRIMIR-DOCUMENTO.
           WRITE REP-LINEA FROM WS-LINEA-SEPARADOR
           MOVE WS-FECHA-ACTUAL TO WS-LT-FECHA
           MOVE WS-SOL-LOTE (WS-SOL-INDICE) TO WS-LT-LOTE
           WRITE REP-LINEA FROM WS-LINEA-TITULO
           WRITE REP-LINEA FROM WS-LINEA-SEPARADOR
           MOVE 'CUENTA:' TO WS-LD-ETIQUETA
           MOVE WS-SOL-CUENTA (WS-SOL-INDICE) TO WS-LD-VALOR
           WRITE REP-LINEA FROM WS-LINEA-DATO
           MOVE 'FECHA SOLICITUD:' TO WS-LD-ETIQUETA
           MOVE WS-SOL-FECHA-SOLICITUD (WS-SOL-INDICE) TO WS-LD-VALOR
           WRITE REP-LINEA FROM WS-LINEA-DATO
           MOVE 'RUT TITULAR:' TO WS-LD-ETIQUETA
           IF WS-SOL-RUT (WS-SOL-INDICE) = SPACES
               MOVE 'SIN TITULAR EN MAESCLI' TO WS-LD-VALOR
           ELSE
               MOVE WS-SOL-RUT (WS-SOL-INDICE) TO WS-LD-VALOR
           END-IF
           WRITE REP-LINEA FROM WS-LINEA-DATO
           MOVE 'NOMBRE:' TO WS-LD-ETIQUETA
           MOVE WS-SOL-NOMBRE (WS-SOL-INDICE) TO WS-LD-VALOR
           WRITE REP-LINEA FROM WS-LINEA-DATO
           MOVE 'DIRECCION:' TO WS-LD-ETIQUETA
           MOVE WS-SOL-DIRECCION (WS-SOL-INDICE) TO WS-LD-VALOR
           WRITE REP-LINEA FROM WS-LINEA-DATO
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'SALDO CONTABLE:' TO WS-LM-CONCEPTO
           MOVE WS-SOL-SALDO (WS-SOL-INDICE) TO WS-LM-MONTO
           WRITE REP-LINEA FROM WS-LINEA-MONTO
           MOVE '(+) INTERESES DEVENGADOS AL DIA:' TO WS-LM-CONCEPTO
           MOVE WS-INTERES TO WS-LM-MONTO
           WRITE REP-LINEA FROM WS-LINEA-MONTO
           MOVE '(-) CARGOS PENDIENTES POR SOBREGIRO:'
               TO WS-LM-CONCEPTO
           MOVE WS-CARGOS TO WS-LM-MONTO
           WRITE REP-LINEA FROM WS-LINEA-MONTO
           MOVE 'RETENCION LIBERADA:' TO WS-LM-CONCEPTO
           MOVE WS-SOL-RETENIDO (WS-SOL-INDICE) TO WS-LM-MONTO
           WRITE REP-LINEA FROM WS-LINEA-MONTO
           MOVE 'SALDO NETO A TRASPASAR:' TO WS-LM-CONCEPTO
           MOVE WS-NETO TO WS-LM-MONTO
           WRITE REP-LINEA FROM WS-LINEA-MONTO
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           PERFORM IMPRIMIR-DESTINO
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'ORDENES PERMANENTES CANCELADAS:' TO REP-LINEA
           WRITE REP-LINEA
           WRITE REP-LINEA FROM WS-LINEA-ENCABEZADO-ORDEN
           MOVE ZEROS TO WS-OCA-LISTADAS
           PERFORM IMPRIMIR-ORDEN-CANCELADA
               VARYING WS-OCA-INDICE FROM 1 BY 1
               UNTIL WS-OCA-INDICE > WS-OCA-CANTIDAD
           IF WS-OCA-LISTADAS = ZEROS
               MOVE '   NINGUNA' TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           PERFORM IMPRIMIR-RESULTADO
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA.

       IMPRIMIR-DESTINO.
           MOVE 'CUENTA DESTINO:' TO WS-LD-ETIQUETA
           MOVE SPACES TO WS-LD-VALOR
           IF DESTINO-DESIGNADO
               MOVE WS-CTA-TRASPASO TO WS-LD-VALOR
               MOVE '- DESIGNADA POR EL CLIENTE' TO WS-LD-VALOR (12:26)
           ELSE
           IF DESTINO-CUENTA-PAGO
               MOVE WS-CTA-TRASPASO TO WS-LD-VALOR
               MOVE '- CUENTA DE PAGO PENDIENTE' TO WS-LD-VALOR (12:26)
           ELSE
               MOVE 'SIN TRASPASO' TO WS-LD-VALOR
           END-IF
           END-IF
           WRITE REP-LINEA FROM WS-LINEA-DATO.

       IMPRIMIR-ORDEN-CANCELADA.
           IF WS-OCA-SOLICITUD (WS-OCA-INDICE) = WS-SOL-INDICE
               ADD 1 TO WS-OCA-LISTADAS
               MOVE WS-OCA-CUENTA (WS-OCA-INDICE) TO WS-LO-CUENTA
               MOVE WS-OCA-TIPO (WS-OCA-INDICE) TO WS-LO-TIPO
               MOVE WS-OCA-DESTINO (WS-OCA-INDICE) TO WS-LO-DESTINO
               MOVE WS-OCA-MONTO (WS-OCA-INDICE) TO WS-LO-MONTO
               MOVE WS-OCA-FRECUENCIA (WS-OCA-INDICE)
                   TO WS-LO-FRECUENCIA
               WRITE REP-LINEA FROM WS-LINEA-ORDEN
           END-IF.

       IMPRIMIR-RESULTADO.
           IF WS-OBSERVACION NOT = SPACES
               MOVE 'OBSERVACION:' TO WS-LD-ETIQUETA
               MOVE WS-OBSERVACION TO WS-LD-VALOR
               WRITE REP-LINEA FROM WS-LINEA-DATO
           END-IF
           MOVE 'RESULTADO:' TO WS-LD-ETIQUETA
           IF RESULTADO-LIQUIDADA
               MOVE 'LIQUIDADA - SE CIERRA AL CONTABILIZAR EL LOTE'
                   TO WS-LD-VALOR
               WRITE REP-LINEA FROM WS-LINEA-DATO
               MOVE SPACES TO WS-LD-ETIQUETA
               MOVE 'SIN RECHAZOS' TO WS-LD-VALOR
           ELSE
           IF RESULTADO-CERRADA
               MOVE 'CUENTA CERRADA - SIN SALDO QUE LIQUIDAR'
                   TO WS-LD-VALOR
           ELSE
               MOVE 'SUSPENDIDA - SE REINTENTA EN EL PROXIMO PROCESO'
                   TO WS-LD-VALOR
           END-IF
           END-IF
           WRITE REP-LINEA FROM WS-LINEA-DATO.

       ESCRIBIR-TOTALES-REPORTE.
           WRITE REP-LINEA FROM WS-LINEA-SEPARADOR
           MOVE 'TOTALES DE LA LIQUIDACION DE CIERRES' TO REP-LINEA
           WRITE REP-LINEA
           WRITE REP-LINEA FROM WS-LINEA-SEPARADOR
           MOVE 'SOLICITUDES LEIDAS' TO WS-LCO-CONCEPTO
           MOVE WS-SOL-LEIDAS TO WS-LCO-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTADOR
           MOVE 'CUENTAS EN CIERRE' TO WS-LCO-CONCEPTO
           MOVE WS-SOL-EN-CIERRE TO WS-LCO-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTADOR
           MOVE 'LIQUIDADAS EN EL LOTE' TO WS-LCO-CONCEPTO
           MOVE WS-SOL-LIQUIDADAS TO WS-LCO-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTADOR
           MOVE 'CERRADAS SIN SALDO' TO WS-LCO-CONCEPTO
           MOVE WS-SOL-CERRADAS TO WS-LCO-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTADOR
           MOVE 'SUSPENDIDAS' TO WS-LCO-CONCEPTO
           MOVE WS-SOL-SUSPENDIDAS TO WS-LCO-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTADOR
           MOVE 'YA CERRADAS' TO WS-LCO-CONCEPTO
           MOVE WS-SOL-YA-CERRADAS TO WS-LCO-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTADOR
           MOVE 'ANULADAS' TO WS-LCO-CONCEPTO
           COMPUTE WS-LCO-CANTIDAD =
               WS-SOL-ANULADAS + WS-SOL-REEMPLAZADAS
           WRITE REP-LINEA FROM WS-LINEA-CONTADOR
           MOVE 'ORDENES CANCELADAS' TO WS-LCO-CONCEPTO
           MOVE WS-ORD-CANCELADAS TO WS-LCO-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CONTADOR
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'INTERESES ABONADOS (IN)' TO WS-LTT-CONCEPTO
           MOVE WS-TRX-INTERES TO WS-LTT-CANTIDAD
           MOVE WS-TOT-INTERES TO WS-LTT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'CARGOS COBRADOS (CG)' TO WS-LTT-CONCEPTO
           MOVE WS-TRX-CARGOS TO WS-LTT-CANTIDAD
           MOVE WS-TOT-CARGOS TO WS-LTT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'RETENCIONES LIBERADAS (LB)' TO WS-LTT-CONCEPTO
           MOVE WS-TRX-LIBERACION TO WS-LTT-CANTIDAD
           MOVE WS-TOT-RETENCION TO WS-LTT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'SALDOS TRASPASADOS (TC)' TO WS-LTT-CONCEPTO
           MOVE WS-TRX-TRASPASO TO WS-LTT-CANTIDAD
           MOVE WS-TOT-TRASPASO TO WS-LTT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'TOTAL LOTE' TO WS-LTT-CONCEPTO
           MOVE WS-TRX-EMITIDAS TO WS-LTT-CANTIDAD
           MOVE WS-HASH-MONTOS TO WS-LTT-MONTO
           WRITE REP-LINEA FROM WS-LINEA-TOTAL.

      *----------------------------------------------------------------
      * CIERRES SE REESCRIBE POR CIERRSAL: LAS SOLICITUDES VIGENTES
      * SALEN DE LA TABLA EN EL MISMO ORDEN EN QUE SE CARGARON Y LAS
      * DEMAS SE COPIAN TAL CUAL
      *----------------------------------------------------------------
       ACTUALIZAR-CIERRES.
           OPEN INPUT ARCHIVO-CIERRES
           OPEN OUTPUT ARCHIVO-CIERRES-SAL
           MOVE ZEROS TO WS-SOL-INDICE
           MOVE 'N' TO WS-FIN-CIERRES
           PERFORM LEER-CIERRE
           PERFORM ESCRIBIR-CIERRE-SALIDA UNTIL FIN-CIERRES
           CLOSE ARCHIVO-CIERRES
           CLOSE ARCHIVO-CIERRES-SAL
           OPEN INPUT ARCHIVO-CIERRES-SAL
           OPEN OUTPUT ARCHIVO-CIERRES
           MOVE 'N' TO WS-FIN-COPIA
           PERFORM LEER-CIERRE-SALIDA
           PERFORM COPIAR-CIERRE UNTIL FIN-COPIA
           CLOSE ARCHIVO-CIERRES-SAL
           CLOSE ARCHIVO-CIERRES.

       ESCRIBIR-CIERRE-SALIDA.
           IF CIE-ESTADO = 'S' OR CIE-ESTADO = 'L'
               ADD 1 TO WS-SOL-INDICE
               MOVE WS-SOL-REGISTRO (WS-SOL-INDICE) TO CSL-REGISTRO
           ELSE
               MOVE CIE-REGISTRO TO CSL-REGISTRO
           END-IF
           WRITE CSL-REGISTRO
           PERFORM LEER-CIERRE.

       LEER-CIERRE-SALIDA.
           READ ARCHIVO-CIERRES-SAL
               AT END
                   MOVE 'S' TO WS-FIN-COPIA
           END-READ.

       COPIAR-CIERRE.
           MOVE CSL-REGISTRO TO CIE-REGISTRO
           WRITE CIE-REGISTRO
           PERFORM LEER-CIERRE-SALIDA.

       MOSTRAR-RESUMEN.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN LIQUIDACION DE CIERRES'.
           DISPLAY '============================================'.
           DISPLAY 'FECHA PROCESO:            ' WS-FECHA-ACTUAL.
           DISPLAY 'LOTE GENERADO:            ' WS-LOTE-NUMERO.
           DISPLAY 'SOLICITUDES LEIDAS:       ' WS-SOL-LEIDAS.
           DISPLAY 'CUENTAS EN CIERRE:        ' WS-SOL-EN-CIERRE.
           DISPLAY 'LIQUIDADAS EN EL LOTE:    ' WS-SOL-LIQUIDADAS.
           DISPLAY 'CERRADAS SIN SALDO:       ' WS-SOL-CERRADAS.
           DISPLAY 'SUSPENDIDAS:              ' WS-SOL-SUSPENDIDAS.
           DISPLAY 'YA CERRADAS:              ' WS-SOL-YA-CERRADAS.
           DISPLAY 'ANULADAS:                 ' WS-SOL-ANULADAS.
           DISPLAY 'REEMPLAZADAS:             ' WS-SOL-REEMPLAZADAS.
           DISPLAY 'ORDENES CANCELADAS:       ' WS-ORD-CANCELADAS.
           DISPLAY 'TRANSACCIONES EMITIDAS:   ' WS-TRX-EMITIDAS.
           DISPLAY 'MONTO TOTAL DEL LOTE:     ' WS-HASH-MONTOS.
           DISPLAY 'FIN LIQUIDACION DE CIERRES DE CUENTA'.
