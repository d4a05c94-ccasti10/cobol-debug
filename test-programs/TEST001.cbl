               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRX.

           SELECT OPTIONAL ARCHIVO-TRX-ORDENES ASSIGN TO "TRXPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TPM.

           SELECT OPTIONAL ARCHIVO-TRX-INTERES ASSIGN TO "TRXINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TIN.

           SELECT OPTIONAL ARCHIVO-TRX-REENVIO ASSIGN TO "TRXREENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRE.

           SELECT OPTIONAL ARCHIVO-TRX-SOBREGIRO ASSIGN TO "TRXSOBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TSO.

           SELECT OPTIONAL ARCHIVO-TRX-DEVOLUCION ASSIGN TO "TRXDEVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TDV.

           SELECT OPTIONAL ARCHIVO-TRX-CIERRE ASSIGN TO "TRXCIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TCI.

           SELECT ARCHIVO-CUENTAS ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RCH.

           SELECT OPTIONAL ARCHIVO-RECHAZOS-TRX ASSIGN TO "RECHTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RTX.

           SELECT ARCHIVO-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT OPTIONAL ARCHIVO-CLIENTES-MST ASSIGN TO "MAESCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLM-RUT
               FILE STATUS IS WS-STATUS-CLM.

           SELECT OPTIONAL ARCHIVO-PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.

           SELECT OPTIONAL ARCHIVO-INTEGRIDAD ASSIGN TO "INTEGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ICT.

           SELECT OPTIONAL ARCHIVO-LOTES ASSIGN TO "LOTESCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLN.

           SELECT OPTIONAL ARCHIVO-BENEFICIARIOS ASSIGN TO "BENEFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BNF.

           SELECT OPTIONAL ARCHIVO-CAMARA-DET ASSIGN TO "CAMDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CMD.

           SELECT ARCHIVO-CAMARA ASSIGN TO "CAMARA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAM.

           SELECT OPTIONAL ARCHIVO-CIERRES ASSIGN TO "CIERRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CIE.

           SELECT INTERFAZ-CONTABLE ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GLF.
           05  FD-PIE-HASH           PIC 9(13)V99.
           05  FILLER                PIC X(09).

       FD  ARCHIVO-TRX-ORDENES
           RECORDING MODE IS F.
       01  TPM-REGISTRO              PIC X(33).

       FD  ARCHIVO-TRX-INTERES
           RECORDING MODE IS F.
       01  TIN-REGISTRO              PIC X(33).

       FD  ARCHIVO-TRX-REENVIO
           RECORDING MODE IS F.
       01  TRE-REGISTRO              PIC X(33).

       FD  ARCHIVO-TRX-SOBREGIRO
           RECORDING MODE IS F.
       01  TSO-REGISTRO              PIC X(33).

       FD  ARCHIVO-TRX-DEVOLUCION
           RECORDING MODE IS F.
       01  TDV-REGISTRO              PIC X(33).

       FD  ARCHIVO-TRX-CIERRE
           RECORDING MODE IS F.
       01  TCI-REGISTRO              PIC X(33).

       FD  ARCHIVO-CUENTAS.
       01  CTA-REGISTRO.
           05  CTA-NRO-CUENTA        PIC 9(10).
           RECORDING MODE IS F.
       01  LR-LINEA-RECHAZO         PIC X(100).

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

       FD  ARCHIVO-AUDITORIA
           RECORDING MODE IS F.
       01  AUD-LINEA                PIC X(100).

       FD  ARCHIVO-CLIENTES-MST.
       01  CLM-REGISTRO.
           05  CLM-RUT               PIC X(12).
           05  CLM-NOMBRE            PIC X(40).
           05  CLM-DIRECCION         PIC X(60).
           05  CLM-CUENTA            PIC 9(10) OCCURS 3 TIMES.
           05  CLM-ESTADO            PIC X(01).

       FD  ARCHIVO-PARAMETROS
           RECORDING MODE IS F.
       01  PM-REGISTRO.
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

       FD  ARCHIVO-INTEGRIDAD
           RECORDING MODE IS F.
       01  ICT-REGISTRO.
           05  ICT-FECHA             PIC 9(08).
           05  ICT-HORA              PIC 9(08).
           05  ICT-ADVERTENCIAS      PIC 9(07).
           05  ICT-SEVEROS           PIC 9(07).
           05  ICT-ESTADO            PIC X(02).

       FD  ARCHIVO-PLANES
           RECORDING MODE IS F.
           05  PLN-MINIMO            PIC 9(05)V99.
           05  PLN-TRX-LIBRES        PIC 9(03).

       FD  ARCHIVO-BENEFICIARIOS
           RECORDING MODE IS F.
       01  BNF-REGISTRO.
           05  BNF-CODIGO            PIC 9(10).
           05  BNF-CUENTA-ORIGEN     PIC 9(10).
           05  BNF-BANCO             PIC 9(03).
           05  BNF-CUENTA-EXTERNA    PIC X(20).
           05  BNF-RUT               PIC X(12).
           05  BNF-NOMBRE            PIC X(40).
           05  BNF-ESTADO            PIC X(01).

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

       FD  ARCHIVO-CAMARA
           RECORDING MODE IS F.
       01  CAM-DETALLE               PIC X(126).
       01  CAM-CABECERA.
           05  CAM-CAB-TIPO          PIC X(01).
           05  CAM-CAB-FECHA         PIC 9(08).
           05  CAM-CAB-HORA          PIC 9(08).
           05  CAM-CAB-BANCO         PIC 9(03).
           05  FILLER                PIC X(106).
       01  CAM-PIE.
           05  CAM-PIE-TIPO          PIC X(01).
           05  CAM-PIE-FECHA         PIC 9(08).
           05  CAM-PIE-CANTIDAD      PIC 9(07).
           05  CAM-PIE-TOTAL         PIC 9(13)V99.
           05  CAM-PIE-HASH-CUENTAS  PIC 9(15).
           05  FILLER                PIC X(80).

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

       FD  REPORTE-GRANDES
           RECORDING MODE IS F.
       01  GDE-LINEA                 PIC X(100).
       FD  ARCHIVO-CHECKPOINT
           RECORDING MODE IS F.
       01  CHK-REGISTRO.
           05  CHK-TIPO-REG          PIC X(01).
               88  CHK-LOTE-CERRADO                 VALUE 'L'.
               88  CHK-LOTE-EN-CURSO                VALUE 'A'.
               88  CHK-TOTAL-EJECUCION              VALUE 'G'.
           05  CHK-LOTE              PIC 9(06).
           05  CHK-LOTE-FECHA        PIC 9(08).
           05  CHK-REGISTROS         PIC 9(07).
           05  CHK-TOTALES.
               10  CHK-TRX-PROCESADAS    PIC 9(05).
               10  CHK-TRX-RECHAZADAS    PIC 9(05).
               10  CHK-TRX-EXITOSAS      PIC 9(05).
               10  CHK-SUMA-SALDO-INI    PIC S9(11)V99.
               10  CHK-SUMA-SALDO-FIN    PIC S9(11)V99.
               10  CHK-TOT-DEPOSITOS     PIC 9(11)V99.
               10  CHK-TOT-RETIROS       PIC 9(11)V99.
               10  CHK-TOT-TRANSFEREN    PIC 9(11)V99.
               10  CHK-TOT-COMISIONES    PIC 9(09)V99.
               10  CHK-TOT-RETENCIONES   PIC 9(11)V99.
               10  CHK-TOT-LIBERACIONES  PIC 9(11)V99.
               10  CHK-TOT-REVERSOS      PIC S9(11)V99.
               10  CHK-TOT-SOBREGIRO     PIC S9(11)V99.
               10  CHK-TOT-CARGOS        PIC 9(11)V99.
               10  CHK-TOT-INTERBANCO    PIC 9(11)V99.
               10  CHK-TOT-DEVOLUCION    PIC 9(11)V99.
               10  CHK-TOT-INTERESES     PIC 9(11)V99.

       FD  ARCHIVO-BITACORA
           RECORDING MODE IS F.
           05  FILLER                PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-ENTRADA.
           05  WS-ENT-DETALLE.
               10  WS-ENT-TIPO-TRX       PIC X(02).
               10  WS-ENT-NRO-CUENTA     PIC 9(10).
               10  WS-ENT-MONTO-TRX      PIC 9(09)V99.
               10  WS-ENT-CUENTA-DESTINO PIC 9(10).
           05  WS-ENT-CABECERA REDEFINES WS-ENT-DETALLE.
               10  WS-ENT-CAB-TIPO       PIC X(02).
               10  WS-ENT-CAB-FECHA      PIC 9(08).
               10  WS-ENT-CAB-LOTE       PIC 9(06).
               10  FILLER                PIC X(17).
           05  WS-ENT-PIE REDEFINES WS-ENT-DETALLE.
               10  WS-ENT-PIE-TIPO       PIC X(02).
               10  WS-ENT-PIE-CANTIDAD   PIC 9(07).
               10  WS-ENT-PIE-HASH       PIC 9(13)V99.
               10  FILLER                PIC X(09).

       01  WS-TABLA-FUENTES.
           05  WS-FTE-NOMBRES.
               10  FILLER            PIC X(08)      VALUE 'TRANFILE'.
               10  FILLER            PIC X(08)      VALUE 'TRXPERM'.
               10  FILLER            PIC X(08)      VALUE 'TRXINT'.
               10  FILLER            PIC X(08)      VALUE 'TRXREENV'.
               10  FILLER            PIC X(08)      VALUE 'TRXSOBR'.
               10  FILLER            PIC X(08)      VALUE 'TRXDEVC'.
               10  FILLER            PIC X(08)      VALUE 'TRXCIER'.
           05  WS-FTE-TABLA REDEFINES WS-FTE-NOMBRES.
               10  WS-FTE-NOMBRE     PIC X(08)      OCCURS 7 TIMES.
           05  WS-FTE-CANTIDAD       PIC 9(02)      VALUE 7.
           05  WS-FTE-INDICE         PIC 9(02)      VALUE ZEROS.
           05  WS-STATUS-FTE         PIC X(02)      VALUE SPACES.

       01  WS-TRANSACCION.
           05  WS-TIPO-TRX           PIC X(02).
               88  TRX-DEPOSITO                  VALUE 'DE'.
               88  TRX-REVERSO                   VALUE 'RV'.
               88  TRX-RETENCION                 VALUE 'RT'.
               88  TRX-LIBERACION                VALUE 'LB'.
               88  TRX-CARGO-SOBREGIRO           VALUE 'CG'.
               88  TRX-INTERBANCARIA             VALUE 'TI'.
               88  TRX-DEVOLUCION-IB             VALUE 'DV'.
               88  TRX-INTERES                   VALUE 'IN'.
               88  TRX-TRASPASO-CIERRE           VALUE 'TC'.
               88  TRX-TIPO-VALIDO               VALUE 'DE' 'RE'
                                                       'TR' 'RV'
                                                       'RT' 'LB'
                                                       'CG' 'TI'
                                                       'DV' 'IN'
                                                       'TC'.
           05  WS-MONTO-TRX          PIC 9(09)V99   VALUE ZEROS.
           05  WS-CUENTA-DESTINO     PIC 9(10)      VALUE ZEROS.
           05  WS-COMISION           PIC 9(05)V99   VALUE ZEROS.
               88  CUENTA-BLOQUEADA              VALUE 'B'.
               88  CUENTA-CERRADA                VALUE 'C'.
               88  CUENTA-INACTIVA               VALUE 'I'.
               88  CUENTA-EN-CIERRE              VALUE 'P'.

       01  WS-LIMITES.
           05  WS-LIMITE-DIARIO      PIC 9(09)V99   VALUE 5000000.
           05  WS-LIMITE-POR-TRX     PIC 9(09)V99   VALUE 1000000.
           05  WS-LIMITE-CLIENTE     PIC 9(09)V99   VALUE 10000000.
           05  WS-UMBRAL-REPORTE     PIC 9(09)V99   VALUE 500000.

       01  WS-TASAS.
           05  WS-TASA-IVA           PIC 9V9999     VALUE 0.1900.
           05  WS-IVA-COMISION       PIC 9(05)V99   VALUE ZEROS.

      *----------------------------------------------------------------
      * TOTALES DEL LOTE EN PROCESO. EL ORDEN Y LOS PIC DEBEN
      * COINCIDIR CON CHK-TOTALES, WS-LTE-TOTALES, WS-CKA-TOTALES Y
      * WS-TOTALES-EJECUCION (SE COPIAN COMO GRUPO)
      *----------------------------------------------------------------
       01  WS-TOTALES-LOTE.
           05  WS-TRX-PROCESADAS     PIC 9(05)      VALUE ZEROS.
           05  WS-TRX-RECHAZADAS     PIC 9(05)      VALUE ZEROS.
           05  WS-TRX-EXITOSAS       PIC 9(05)      VALUE ZEROS.
           05  WS-SUMA-SALDO-INICIAL PIC S9(11)V99  VALUE ZEROS.
           05  WS-SUMA-SALDO-FINAL   PIC S9(11)V99  VALUE ZEROS.
           05  WS-TOTAL-DEPOSITOS    PIC 9(11)V99   VALUE ZEROS.
           05  WS-TOTAL-LIBERACIONES PIC 9(11)V99   VALUE ZEROS.
           05  WS-TOTAL-REVERSOS     PIC S9(11)V99  VALUE ZEROS.
           05  WS-TOTAL-SOBREGIRO    PIC S9(11)V99  VALUE ZEROS.
           05  WS-TOTAL-CARGOS       PIC 9(11)V99   VALUE ZEROS.
           05  WS-TOTAL-INTERBANCO   PIC 9(11)V99   VALUE ZEROS.
           05  WS-TOTAL-DEVOLUCION   PIC 9(11)V99   VALUE ZEROS.
           05  WS-TOTAL-INTERESES    PIC 9(11)V99   VALUE ZEROS.

       01  WS-TOTALES-EJECUCION.
           05  WS-EJE-PROCESADAS     PIC 9(05)      VALUE ZEROS.
           05  WS-EJE-RECHAZADAS     PIC 9(05)      VALUE ZEROS.
           05  WS-EJE-EXITOSAS       PIC 9(05)      VALUE ZEROS.
           05  WS-EJE-SALDO-INICIAL  PIC S9(11)V99  VALUE ZEROS.
           05  WS-EJE-SALDO-FINAL    PIC S9(11)V99  VALUE ZEROS.
           05  WS-EJE-DEPOSITOS      PIC 9(11)V99   VALUE ZEROS.
           05  WS-EJE-RETIROS        PIC 9(11)V99   VALUE ZEROS.
           05  WS-EJE-TRANSFEREN     PIC 9(11)V99   VALUE ZEROS.
           05  WS-EJE-COMISIONES     PIC 9(09)V99   VALUE ZEROS.
           05  WS-EJE-RETENCIONES    PIC 9(11)V99   VALUE ZEROS.
           05  WS-EJE-LIBERACIONES   PIC 9(11)V99   VALUE ZEROS.
           05  WS-EJE-REVERSOS       PIC S9(11)V99  VALUE ZEROS.
           05  WS-EJE-SOBREGIRO      PIC S9(11)V99  VALUE ZEROS.
           05  WS-EJE-CARGOS         PIC 9(11)V99   VALUE ZEROS.
           05  WS-EJE-INTERBANCO     PIC 9(11)V99   VALUE ZEROS.
           05  WS-EJE-DEVOLUCION     PIC 9(11)V99   VALUE ZEROS.
           05  WS-EJE-INTERESES      PIC 9(11)V99   VALUE ZEROS.

       01  WS-CONTROL-CUADRE.
           05  WS-SALDO-ANTES        PIC S9(11)V99  VALUE ZEROS.
           05  WS-SALDO-ESPERADO     PIC S9(11)V99  VALUE ZEROS.
           05  WS-DIFERENCIA-CUADRE  PIC S9(11)V99  VALUE ZEROS.
           05  WS-REVERSO-DELTA      PIC S9(11)V99  VALUE ZEROS.
       01  WS-CONTROL-LOTE.
           05  WS-LOTE-ACTUAL        PIC 9(06)      VALUE ZEROS.
           05  WS-LOTE-FECHA         PIC 9(08)      VALUE ZEROS.
           05  WS-LOTE-YA-PROC       PIC X(01)      VALUE 'N'.
               88  LOTE-YA-PROCESADO                VALUE 'S'.
           05  WS-FIN-LOTES          PIC X(01)      VALUE 'N'.
               88  FIN-LOTES                        VALUE 'S'.
           05  WS-ESTADO-LECTURA     PIC X(01)      VALUE 'F'.
               88  FUERA-DE-LOTE                    VALUE 'F'.
               88  DENTRO-DE-LOTE                   VALUE 'D'.
               88  DETALLE-HUERFANO                 VALUE 'H'.
           05  WS-LOTE-EN-CURSO      PIC X(01)      VALUE 'N'.
               88  LOTE-EN-CURSO                    VALUE 'S'.
           05  WS-LOTES-VALIDOS      PIC 9(03)      VALUE ZEROS.
           05  WS-LOTES-RECHAZADOS   PIC 9(03)      VALUE ZEROS.
           05  WS-FIN-CIERRES        PIC X(01)      VALUE 'N'.
               88  FIN-CIERRES                      VALUE 'S'.
           05  WS-CUENTAS-CERRADAS   PIC 9(05)      VALUE ZEROS.
           05  WS-CIERRES-CON-SALDO  PIC 9(05)      VALUE ZEROS.

      *----------------------------------------------------------------
      * TABLA DE LOTES DE LA EJECUCION, EN EL ORDEN EN QUE APARECEN
      * EN LAS FUENTES (TRANFILE, TRXPERM, TRXINT, TRXREENV, TRXSOBR,
      * TRXDEVC, TRXCIER)
      *----------------------------------------------------------------
       01  WS-TABLA-LOTES.
           05  WS-LTE-CANTIDAD       PIC 9(03)      VALUE ZEROS.
           05  WS-LTE-INDICE         PIC 9(03)      VALUE ZEROS.
           05  WS-LTE-ACTUAL         PIC 9(03)      VALUE ZEROS.
           05  WS-LTE-HALLADO        PIC X(01)      VALUE 'N'.
               88  LTE-HALLADO                      VALUE 'S'.
           05  WS-LTE-ENTRADA OCCURS 50 TIMES.
               10  WS-LTE-LOTE       PIC 9(06).
               10  WS-LTE-FECHA      PIC 9(08).
               10  WS-LTE-FUENTE     PIC X(08).
               10  WS-LTE-ESTADO     PIC X(01).
                   88  LTE-VALIDO                   VALUE 'V'.
                   88  LTE-CONTABILIZADO            VALUE 'P'.
                   88  LTE-RECHAZADO                VALUE 'R'.
               10  WS-LTE-REINICIO   PIC X(01).
                   88  LTE-DE-REINICIO              VALUE 'S'.
               10  WS-LTE-MENSAJE    PIC X(40).
               10  WS-LTE-DETALLES   PIC 9(07).
               10  WS-LTE-HASH       PIC 9(13)V99.
               10  WS-LTE-TOTALES.
                   15  WS-LTE-PROCESADAS     PIC 9(05).
                   15  WS-LTE-RECHAZADAS     PIC 9(05).
                   15  WS-LTE-EXITOSAS       PIC 9(05).
                   15  WS-LTE-SALDO-INICIAL  PIC S9(11)V99.
                   15  WS-LTE-SALDO-FINAL    PIC S9(11)V99.
                   15  WS-LTE-DEPOSITOS      PIC 9(11)V99.
                   15  WS-LTE-RETIROS        PIC 9(11)V99.
                   15  WS-LTE-TRANSFEREN     PIC 9(11)V99.
                   15  WS-LTE-COMISIONES     PIC 9(09)V99.
                   15  WS-LTE-RETENCIONES    PIC 9(11)V99.
                   15  WS-LTE-LIBERACIONES   PIC 9(11)V99.
                   15  WS-LTE-REVERSOS       PIC S9(11)V99.
                   15  WS-LTE-SOBREGIRO      PIC S9(11)V99.
                   15  WS-LTE-CARGOS         PIC 9(11)V99.
                   15  WS-LTE-INTERBANCO     PIC 9(11)V99.
                   15  WS-LTE-DEVOLUCION     PIC 9(11)V99.
                   15  WS-LTE-INTERESES      PIC 9(11)V99.

       01  WS-CUENTAS-CONTABLES.
           05  WS-CTA-GL-DEPOSITOS   PIC X(08)      VALUE '21010010'.
           05  WS-CTA-GL-COMISIONES  PIC X(08)      VALUE '41010010'.
           05  WS-CTA-GL-REVERSOS    PIC X(08)      VALUE '21010040'.
           05  WS-CTA-GL-SOBREGIRO   PIC X(08)      VALUE '13010010'.
           05  WS-CTA-GL-CARGOS      PIC X(08)      VALUE '41010020'.
           05  WS-CTA-GL-INTERBANCO  PIC X(08)      VALUE '21010050'.
           05  WS-CTA-GL-CAMARA      PIC X(08)      VALUE '19010010'.
           05  WS-CTA-GL-INTERESES   PIC X(08)      VALUE '51010010'.

       01  WS-CONTROL-GL.
           05  WS-GL-CANTIDAD        PIC 9(05)      VALUE ZEROS.
           05  WS-GL-MONTO           PIC 9(11)V99   VALUE ZEROS.
           05  WS-GL-DEBE-HABER      PIC X(01)      VALUE SPACES.
           05  WS-GL-CUENTA          PIC X(08)      VALUE SPACES.
           05  WS-GL-CANT-EJECUCION  PIC 9(05)      VALUE ZEROS.
           05  WS-GL-NETO-EJECUCION  PIC S9(11)V99  VALUE ZEROS.

       01  WS-TABLA-PLANES.
           05  WS-PLN-CANTIDAD       PIC 9(02)      VALUE ZEROS.
               10  WS-PLN-TRX-COBRA  PIC 9(05).
               10  WS-PLN-COMISIONES PIC 9(09)V99.

      *----------------------------------------------------------------
      * GIROS DEL DIA POR CLIENTE (RE + TR + TI DE TODAS LAS CUENTAS DEL
      * MISMO RUT EN MAESCLI). SE PARTE DE LO YA REGISTRADO HOY EN
      * AUDITORIA Y SE SUMA LO QUE SE ACEPTA EN ESTA EJECUCION
      *----------------------------------------------------------------
       01  WS-TABLA-CLIENTES.
           05  WS-CLI-CANTIDAD       PIC 9(05)      VALUE ZEROS.
           05  WS-CLI-ACTUAL         PIC 9(05)      VALUE ZEROS.
           05  WS-CLI-HALLADO        PIC X(01)      VALUE 'N'.
               88  CLIENTE-HALLADO                  VALUE 'S'.
           05  WS-FIN-CLIENTES       PIC X(01)      VALUE 'N'.
               88  FIN-CLIENTES                     VALUE 'S'.
           05  WS-ACUM-CLIENTE       PIC 9(11)V99   VALUE ZEROS.
           05  WS-CLI-ENTRADA OCCURS 3000 TIMES.
               10  WS-CLI-RUT        PIC X(12).
               10  WS-CLI-GIROS-DIA  PIC 9(11)V99.
           05  WS-VIN-CANTIDAD       PIC 9(05)      VALUE ZEROS.
           05  WS-VIN-INDICE         PIC 9(05)      VALUE ZEROS.
           05  WS-VIN-CTA-INDICE     PIC 9(01)      VALUE ZEROS.
           05  WS-VIN-BUSCADA        PIC 9(10)      VALUE ZEROS.
           05  WS-VIN-ENTRADA OCCURS 9000 TIMES.
               10  WS-VIN-CUENTA     PIC 9(10).
               10  WS-VIN-CLIENTE    PIC 9(05).

      *----------------------------------------------------------------
      * DESTINATARIOS DE TRANSFERENCIAS A OTROS BANCOS (BENEFIC). EN
      * UNA 'TI' LA CUENTA DESTINO LLEVA EL CODIGO DEL DESTINATARIO,
      * QUE DEBE ESTAR ACTIVO Y REGISTRADO PARA LA CUENTA DE ORIGEN
      *----------------------------------------------------------------
       01  WS-TABLA-BENEFICIARIOS.
           05  WS-BNF-CANTIDAD       PIC 9(05)      VALUE ZEROS.
           05  WS-BNF-INDICE         PIC 9(05)      VALUE ZEROS.
           05  WS-BNF-ACTUAL         PIC 9(05)      VALUE ZEROS.
           05  WS-BNF-HALLADO        PIC X(01)      VALUE 'N'.
               88  BENEFICIARIO-HALLADO             VALUE 'S'.
           05  WS-FIN-BENEFICIARIOS  PIC X(01)      VALUE 'N'.
               88  FIN-BENEFICIARIOS                VALUE 'S'.
           05  WS-BNF-ENTRADA OCCURS 5000 TIMES.
               10  WS-BNF-CODIGO     PIC 9(10).
               10  WS-BNF-CUENTA     PIC 9(10).
               10  WS-BNF-BANCO      PIC 9(03).
               10  WS-BNF-CTA-EXTERNA PIC X(20).
               10  WS-BNF-RUT        PIC X(12).
               10  WS-BNF-NOMBRE     PIC X(40).
               10  WS-BNF-ESTADO     PIC X(01).

      *----------------------------------------------------------------
      * ARCHIVO DE CAMARA DEL DIA: SE REARMA EN CADA EJECUCION CON
      * TODOS LOS PAGOS DE HOY ACUMULADOS EN CAMDET
      *----------------------------------------------------------------
       01  WS-CONTROL-CAMARA.
           05  WS-BANCO-PROPIO       PIC 9(03)      VALUE 1.
           05  WS-CAM-CANTIDAD       PIC 9(07)      VALUE ZEROS.
           05  WS-CAM-TOTAL          PIC 9(13)V99   VALUE ZEROS.
           05  WS-CAM-HASH-CUENTAS   PIC 9(15)      VALUE ZEROS.
           05  WS-FIN-CAMARA         PIC X(01)      VALUE 'N'.
               88  FIN-CAMARA                       VALUE 'S'.

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
           05  FILLER                PIC X(55).

       01  WS-CONVERSION-MONTO.
           05  WS-CM-ENTERO          PIC X(09).
           05  FILLER                PIC X(01).
           05  WS-CM-DECIMAL         PIC X(02).
       01  WS-MONTO-DIGITOS.
           05  WS-MD-ENTERO          PIC 9(09).
           05  WS-MD-DECIMAL         PIC 9(02).
       01  WS-MONTO-NUM REDEFINES WS-MONTO-DIGITOS
                                     PIC 9(09)V99.
       01  WS-CUENTA-DIGITOS         PIC X(10)      VALUE SPACES.
       01  WS-CUENTA-NUM REDEFINES WS-CUENTA-DIGITOS
                                     PIC 9(10).

       01  WS-CONTROL-SOBREGIRO.
           05  WS-SOBREGIRO-CUENTA   PIC 9(10)      VALUE ZEROS.
           05  WS-SOBREGIRO-ANTES    PIC 9(11)V99   VALUE ZEROS.
           05  WS-TRX-DESDE-CHKPT    PIC 9(05)      VALUE ZEROS.
           05  WS-CHKPT-PENDIENTES   PIC 9(07)      VALUE ZEROS.
           05  WS-CHKPT-LOTE         PIC 9(06)      VALUE ZEROS.
           05  WS-CHKPT-REGISTROS    PIC 9(07)      VALUE ZEROS.
           05  WS-CHKPT-CERRADOS     PIC 9(03)      VALUE ZEROS.
           05  WS-FIN-CHECKPOINT     PIC X(01)      VALUE 'N'.
               88  FIN-CHECKPOINT                   VALUE 'S'.
           05  WS-MODO-REINICIO      PIC X(01)      VALUE 'N'.
               88  MODO-REINICIO                    VALUE 'S'.
           05  WS-CKA-TOTALES.
               10  WS-CKA-PROCESADAS     PIC 9(05)      VALUE ZEROS.
               10  WS-CKA-RECHAZADAS     PIC 9(05)      VALUE ZEROS.
               10  WS-CKA-EXITOSAS       PIC 9(05)      VALUE ZEROS.
               10  WS-CKA-SALDO-INICIAL  PIC S9(11)V99  VALUE ZEROS.
               10  WS-CKA-SALDO-FINAL    PIC S9(11)V99  VALUE ZEROS.
               10  WS-CKA-DEPOSITOS      PIC 9(11)V99   VALUE ZEROS.
               10  WS-CKA-RETIROS        PIC 9(11)V99   VALUE ZEROS.
               10  WS-CKA-TRANSFEREN     PIC 9(11)V99   VALUE ZEROS.
               10  WS-CKA-COMISIONES     PIC 9(09)V99   VALUE ZEROS.
               10  WS-CKA-RETENCIONES    PIC 9(11)V99   VALUE ZEROS.
               10  WS-CKA-LIBERACIONES   PIC 9(11)V99   VALUE ZEROS.
               10  WS-CKA-REVERSOS       PIC S9(11)V99  VALUE ZEROS.
               10  WS-CKA-SOBREGIRO      PIC S9(11)V99  VALUE ZEROS.
               10  WS-CKA-CARGOS         PIC 9(11)V99   VALUE ZEROS.
               10  WS-CKA-INTERBANCO     PIC 9(11)V99   VALUE ZEROS.
               10  WS-CKA-DEVOLUCION     PIC 9(11)V99   VALUE ZEROS.
               10  WS-CKA-INTERESES      PIC 9(11)V99   VALUE ZEROS.

       01  WS-FLAGS.
           05  WS-TRX-VALIDA         PIC X(01)      VALUE 'S'.
               88  FIN-ARCHIVO                      VALUE 'S'.
           05  WS-MODO-EJECUCION     PIC X(01)      VALUE 'N'.
               88  MODO-SIMULACION                  VALUE 'S'.
           05  WS-RETENCION-INTEGRIDAD
                                     PIC X(01)      VALUE 'S'.
               88  RETENER-POR-INTEGRIDAD           VALUE 'S'.

       01  WS-STATUS-TRX             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TPM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TIN             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TRE             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TSO             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TDV             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-TCI             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CIE             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CLM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CTA             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-RCH             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-AUD             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-RTX             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PRM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-GDE             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-LOT             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-ICT             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CHK             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-GLF             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PLN             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BNF             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CMD             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CAM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.

       01  WS-BITACORA.
           05  WS-LR-ERROR           PIC X(04).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LR-MENSAJE         PIC X(35).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LR-LOTE            PIC 9(06).

       01  WS-LINEA-LOTE-APARTADO.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LA-LOTE            PIC 9(06).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LA-FUENTE          PIC X(08).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LA-DETALLES        PIC Z(06)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LA-MENSAJE         PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'INICIO PROCESAMIENTO TRANSACCIONES'.
           PERFORM INICIALIZAR
           PERFORM REGISTRAR-INICIO-BITACORA
           IF NOT MODO-SIMULACION
               PERFORM VERIFICAR-INTEGRIDAD
           END-IF
           PERFORM VERIFICAR-LOTES
           PERFORM PROCESAR-LOTES
           PERFORM MOSTRAR-RESUMEN
           IF NOT MODO-SIMULACION
               PERFORM GENERAR-INTERFAZ-CONTABLE
               PERFORM GENERAR-ARCHIVO-CAMARA
           END-IF
           PERFORM REGISTRAR-FIN-BITACORA
           STOP RUN.
           PERFORM GRABAR-BITACORA.

       REGISTRAR-FIN-BITACORA.
           PERFORM TOTALIZAR-EJECUCION
           MOVE WS-TOTALES-EJECUCION TO WS-TOTALES-LOTE
           MOVE ZEROS TO WS-LOTE-ACTUAL
           MOVE 'F' TO WS-BIT-EVENTO
           MOVE 'OK' TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       REGISTRAR-LOTE-BITACORA.
           MOVE 'L' TO WS-BIT-EVENTO
           MOVE 'OK' TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       REGISTRAR-APARTADO-BITACORA.
           MOVE 'L' TO WS-BIT-EVENTO
           MOVE 'RZ' TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       REGISTRAR-ABORTO-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           MOVE 'ER' TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       REGISTRAR-RETENCION-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           MOVE 'RT' TO WS-BIT-ESTADO
           PERFORM GRABAR-BITACORA.

       GRABAR-BITACORA.
           ACCEPT WS-BIT-HORA FROM TIME
           OPEN EXTEND ARCHIVO-BITACORA
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACTUAL (1:6) TO WS-PERIODO-ACTUAL
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-PLANES
           PERFORM CARGAR-CLIENTES
           PERFORM CARGAR-BENEFICIARIOS.

       LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS
                       MOVE PM-CTA-GL-SOBREGIRO
                           TO WS-CTA-GL-SOBREGIRO
                   END-IF
                   IF PM-CTA-GL-CARGOS NOT = SPACES
                       MOVE PM-CTA-GL-CARGOS TO WS-CTA-GL-CARGOS
                   END-IF
                   IF PM-LIMITE-CLIENTE IS NUMERIC AND
                      PM-LIMITE-CLIENTE > ZEROS
                       MOVE PM-LIMITE-CLIENTE TO WS-LIMITE-CLIENTE
                   END-IF
                   IF PM-RETENCION-INTEGRIDAD = 'N'
                       MOVE 'N' TO WS-RETENCION-INTEGRIDAD
                   END-IF
                   IF PM-CTA-GL-INTERBANCO NOT = SPACES
                       MOVE PM-CTA-GL-INTERBANCO
                           TO WS-CTA-GL-INTERBANCO
                   END-IF
                   IF PM-CTA-GL-CAMARA NOT = SPACES
                       MOVE PM-CTA-GL-CAMARA TO WS-CTA-GL-CAMARA
                   END-IF
                   IF PM-BANCO-PROPIO IS NUMERIC AND
                      PM-BANCO-PROPIO > ZEROS
                       MOVE PM-BANCO-PROPIO TO WS-BANCO-PROPIO
                   END-IF
                   IF PM-CTA-GL-INTERESES NOT = SPACES
                       MOVE PM-CTA-GL-INTERESES
                           TO WS-CTA-GL-INTERESES
                   END-IF
           END-READ
           CLOSE ARCHIVO-PARAMETROS
           IF MODO-REINICIO AND NOT MODO-SIMULACION
           END-IF
           PERFORM LEER-PLAN.

       CARGAR-CLIENTES.
           MOVE ZEROS TO WS-CLI-CANTIDAD
           MOVE ZEROS TO WS-VIN-CANTIDAD
           MOVE 'N' TO WS-FIN-CLIENTES
           OPEN INPUT ARCHIVO-CLIENTES-MST
           IF WS-STATUS-CLM NOT = '00' AND WS-STATUS-CLM NOT = '05'
               DISPLAY 'ERROR AL ABRIR MAESCLI - STATUS: '
                   WS-STATUS-CLM
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           PERFORM LEER-CLIENTE-MST
           PERFORM GUARDAR-CLIENTE UNTIL FIN-CLIENTES
           CLOSE ARCHIVO-CLIENTES-MST
           IF WS-CLI-CANTIDAD = ZEROS
               DISPLAY 'SIN MAESTRO DE CLIENTES - SOLO SE APLICA '
                   'LIMITE POR CUENTA'
           ELSE
               PERFORM CARGAR-GIROS-DEL-DIA
           END-IF.

       LEER-CLIENTE-MST.
           READ ARCHIVO-CLIENTES-MST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-CLIENTES
           END-READ.

       GUARDAR-CLIENTE.
           IF WS-CLI-CANTIDAD >= 3000
               DISPLAY 'ERROR: TABLA DE CLIENTES LLENA - '
                   'MAS DE 3000 CLIENTES EN MAESCLI'
               DISPLAY 'AUMENTE EL TAMANO DE WS-CLI-ENTRADA '
                   'Y REPROCESE'
               CLOSE ARCHIVO-CLIENTES-MST
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           ADD 1 TO WS-CLI-CANTIDAD
           MOVE CLM-RUT TO WS-CLI-RUT (WS-CLI-CANTIDAD)
           MOVE ZEROS TO WS-CLI-GIROS-DIA (WS-CLI-CANTIDAD)
           PERFORM GUARDAR-VINCULO
               VARYING WS-VIN-CTA-INDICE FROM 1 BY 1
               UNTIL WS-VIN-CTA-INDICE > 3
           PERFORM LEER-CLIENTE-MST.

       GUARDAR-VINCULO.
           IF CLM-CUENTA (WS-VIN-CTA-INDICE) IS NUMERIC AND
              CLM-CUENTA (WS-VIN-CTA-INDICE) > ZEROS
               IF WS-VIN-CANTIDAD >= 9000
                   DISPLAY 'ERROR: TABLA DE CUENTAS POR CLIENTE LLENA'
                   DISPLAY 'AUMENTE EL TAMANO DE WS-VIN-ENTRADA '
                       'Y REPROCESE'
                   CLOSE ARCHIVO-CLIENTES-MST
                   PERFORM REGISTRAR-ABORTO-BITACORA
                   STOP RUN
               END-IF
               ADD 1 TO WS-VIN-CANTIDAD
               MOVE CLM-CUENTA (WS-VIN-CTA-INDICE)
                   TO WS-VIN-CUENTA (WS-VIN-CANTIDAD)
               MOVE WS-CLI-CANTIDAD TO WS-VIN-CLIENTE (WS-VIN-CANTIDAD)
           END-IF.

       CARGAR-BENEFICIARIOS.
           MOVE ZEROS TO WS-BNF-CANTIDAD
           MOVE 'N' TO WS-FIN-BENEFICIARIOS
           OPEN INPUT ARCHIVO-BENEFICIARIOS
           PERFORM LEER-BENEFICIARIO
           PERFORM GUARDAR-BENEFICIARIO UNTIL FIN-BENEFICIARIOS
           CLOSE ARCHIVO-BENEFICIARIOS.

       LEER-BENEFICIARIO.
           READ ARCHIVO-BENEFICIARIOS
               AT END
                   MOVE 'S' TO WS-FIN-BENEFICIARIOS
           END-READ.

       GUARDAR-BENEFICIARIO.
           IF WS-BNF-CANTIDAD >= 5000
               DISPLAY 'ERROR: TABLA DE DESTINATARIOS LLENA - '
                   'MAS DE 5000 REGISTROS EN BENEFIC'
               DISPLAY 'AUMENTE EL TAMANO DE WS-BNF-ENTRADA '
                   'Y REPROCESE'
               CLOSE ARCHIVO-BENEFICIARIOS
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           ADD 1 TO WS-BNF-CANTIDAD
           MOVE BNF-CODIGO TO WS-BNF-CODIGO (WS-BNF-CANTIDAD)
           MOVE BNF-CUENTA-ORIGEN TO WS-BNF-CUENTA (WS-BNF-CANTIDAD)
           MOVE BNF-BANCO TO WS-BNF-BANCO (WS-BNF-CANTIDAD)
           MOVE BNF-CUENTA-EXTERNA
               TO WS-BNF-CTA-EXTERNA (WS-BNF-CANTIDAD)
           MOVE BNF-RUT TO WS-BNF-RUT (WS-BNF-CANTIDAD)
           MOVE BNF-NOMBRE TO WS-BNF-NOMBRE (WS-BNF-CANTIDAD)
           MOVE BNF-ESTADO TO WS-BNF-ESTADO (WS-BNF-CANTIDAD)
           PERFORM LEER-BENEFICIARIO.

      *----------------------------------------------------------------
      * GIROS Y TRANSFERENCIAS YA ACEPTADOS HOY EN EJECUCIONES
      * ANTERIORES (OTRAS CORRIDAS DEL DIA O ANTES DE UN REINICIO)
      *----------------------------------------------------------------
       CARGAR-GIROS-DEL-DIA.
           OPEN INPUT ARCHIVO-AUDITORIA
           IF WS-STATUS-AUD = '00'
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM LEER-AUDITORIA-DIA
               PERFORM ACUMULAR-GIRO-DIA UNTIL FIN-ARCHIVO
               CLOSE ARCHIVO-AUDITORIA
           END-IF.

       LEER-AUDITORIA-DIA.
           READ ARCHIVO-AUDITORIA
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
           END-READ.

       ACUMULAR-GIRO-DIA.
           MOVE AUD-LINEA TO WS-AUD-ENTRADA
           IF WS-AE-ERROR = SPACES AND
              WS-AE-FECHA = WS-FECHA-ACTUAL AND
              (WS-AE-TIPO = 'RE' OR WS-AE-TIPO = 'TR' OR
               WS-AE-TIPO = 'TI')
               MOVE WS-AE-CUENTA TO WS-CUENTA-DIGITOS
               INSPECT WS-CUENTA-DIGITOS
                   REPLACING LEADING SPACES BY ZEROS
               MOVE WS-CUENTA-NUM TO WS-VIN-BUSCADA
               PERFORM BUSCAR-CLIENTE
               IF CLIENTE-HALLADO
                   MOVE WS-AE-MONTO TO WS-CONVERSION-MONTO
                   INSPECT WS-CM-ENTERO
                       REPLACING LEADING SPACES BY ZEROS
                   MOVE WS-CM-ENTERO TO WS-MD-ENTERO
                   MOVE WS-CM-DECIMAL TO WS-MD-DECIMAL
                   ADD WS-MONTO-NUM TO WS-CLI-GIROS-DIA (WS-CLI-ACTUAL)
               END-IF
           END-IF
           PERFORM LEER-AUDITORIA-DIA.

       BUSCAR-CLIENTE.
           MOVE 'N' TO WS-CLI-HALLADO
           MOVE ZEROS TO WS-CLI-ACTUAL
           MOVE 1 TO WS-VIN-INDICE
           PERFORM REVISAR-VINCULO
               UNTIL WS-VIN-INDICE > WS-VIN-CANTIDAD
                  OR CLIENTE-HALLADO.

       REVISAR-VINCULO.
           IF WS-VIN-CUENTA (WS-VIN-INDICE) = WS-VIN-BUSCADA
               MOVE 'S' TO WS-CLI-HALLADO
               MOVE WS-VIN-CLIENTE (WS-VIN-INDICE) TO WS-CLI-ACTUAL
           ELSE
               ADD 1 TO WS-VIN-INDICE
           END-IF.

       LEER-CHECKPOINT.
           MOVE ZEROS TO WS-CHKPT-LOTE
           MOVE ZEROS TO WS-CHKPT-REGISTROS
           MOVE ZEROS TO WS-CHKPT-CERRADOS
           MOVE 'N' TO WS-FIN-CHECKPOINT
           OPEN INPUT ARCHIVO-CHECKPOINT
           PERFORM LEER-REGISTRO-CHECKPOINT
           PERFORM REVISAR-CHECKPOINT UNTIL FIN-CHECKPOINT
           CLOSE ARCHIVO-CHECKPOINT
           IF WS-CHKPT-REGISTROS = ZEROS AND WS-CHKPT-CERRADOS = ZEROS
               DISPLAY 'SIN CHECKPOINT - PROCESO DESDE EL INICIO'
           ELSE
               DISPLAY 'REINICIO DESDE CHECKPOINT - LOTES CERRADOS: '
                   WS-CHKPT-CERRADOS
               IF WS-CHKPT-REGISTROS > ZEROS
                   DISPLAY 'LOTE EN CURSO: ' WS-CHKPT-LOTE
                       ' REGISTROS COMPROMETIDOS: ' WS-CHKPT-REGISTROS
               END-IF
           END-IF.

       LEER-REGISTRO-CHECKPOINT.
           READ ARCHIVO-CHECKPOINT
               AT END
                   MOVE 'S' TO WS-FIN-CHECKPOINT
           END-READ.

       REVISAR-CHECKPOINT.
           IF CHK-LOTE-CERRADO
               ADD 1 TO WS-CHKPT-CERRADOS
           END-IF
           IF CHK-LOTE-EN-CURSO AND CHK-REGISTROS > ZEROS
               MOVE CHK-LOTE TO WS-CHKPT-LOTE
               MOVE CHK-REGISTROS TO WS-CHKPT-REGISTROS
               MOVE CHK-TOTALES TO WS-CKA-TOTALES
           END-IF
           PERFORM LEER-REGISTRO-CHECKPOINT.

       BUSCAR-LOTE-CHECKPOINT.
           MOVE 'N' TO WS-FIN-CHECKPOINT
           OPEN INPUT ARCHIVO-CHECKPOINT
           PERFORM LEER-REGISTRO-CHECKPOINT
           PERFORM COMPARAR-LOTE-CHECKPOINT UNTIL FIN-CHECKPOINT
           CLOSE ARCHIVO-CHECKPOINT.

       COMPARAR-LOTE-CHECKPOINT.
           IF CHK-LOTE-CERRADO AND CHK-LOTE = WS-LOTE-ACTUAL
               MOVE 'S' TO WS-LTE-HALLADO
               MOVE 'P' TO WS-LTE-ESTADO (WS-LTE-ACTUAL)
               MOVE 'S' TO WS-LTE-REINICIO (WS-LTE-ACTUAL)
               MOVE CHK-TOTALES TO WS-LTE-TOTALES (WS-LTE-ACTUAL)
           END-IF
           PERFORM LEER-REGISTRO-CHECKPOINT.

      *----------------------------------------------------------------
      * RESULTADO DEL CONTROL DE INTEGRIDAD DEL DIA (INTEGRA). CON
      * HALLAZGOS SEVEROS, O SIN CONTROL DEL DIA (INTEGRA NO CORRIO O
      * TERMINO MAL), NO SE CONTABILIZA, SALVO QUE OPERACIONES LIBERE
      * LA NOCHE CON RETENCION 'N' EN PARAMETROS
      *----------------------------------------------------------------
       VERIFICAR-INTEGRIDAD.
           OPEN INPUT ARCHIVO-INTEGRIDAD
           READ ARCHIVO-INTEGRIDAD
               AT END
                   DISPLAY 'SIN CONTROL DE INTEGRIDAD DEL DIA'
                   PERFORM EVALUAR-RETENCION
               NOT AT END
                   IF ICT-FECHA NOT = WS-FECHA-ACTUAL
                       DISPLAY 'CONTROL DE INTEGRIDAD NO ES DEL DIA: '
                           ICT-FECHA
                       PERFORM EVALUAR-RETENCION
                   ELSE
                       IF ICT-SEVEROS > ZEROS
                           DISPLAY 'INTEGRA REPORTO HALLAZGOS SEVEROS: '
                               ICT-SEVEROS
                           PERFORM EVALUAR-RETENCION
                       END-IF
                   END-IF
           END-READ
           CLOSE ARCHIVO-INTEGRIDAD.

       EVALUAR-RETENCION.
           IF RETENER-POR-INTEGRIDAD
               DISPLAY 'CONTABILIZACION RETENIDA - REVISE INTEGRA E '
                   'INTEGREP'
               CLOSE ARCHIVO-INTEGRIDAD
               PERFORM REGISTRAR-RETENCION-BITACORA
               STOP RUN
           ELSE
               DISPLAY 'RETENCION LIBERADA POR OPERACIONES - SE '
                   'CONTABILIZA'
           END-IF.

      *----------------------------------------------------------------
      * PRIMERA PASADA: VALIDA CABECERA, PIE Y LOTESCTL DE CADA LOTE
      * DE TODAS LAS FUENTES ANTES DE ACTUALIZAR CUENTAS
      *----------------------------------------------------------------
       VERIFICAR-LOTES.
           MOVE ZEROS TO WS-LTE-CANTIDAD
           PERFORM VERIFICAR-FUENTE
               VARYING WS-FTE-INDICE FROM 1 BY 1
               UNTIL WS-FTE-INDICE > WS-FTE-CANTIDAD
           IF WS-LTE-CANTIDAD = ZEROS
               DISPLAY 'LOTE RECHAZADO: LOTE VACIO - SIN CABECERA'
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-LOTES-VALIDOS
           MOVE ZEROS TO WS-LOTES-RECHAZADOS
           MOVE 'N' TO WS-LTE-HALLADO
           PERFORM CONTAR-LOTE
               VARYING WS-LTE-INDICE FROM 1 BY 1
               UNTIL WS-LTE-INDICE > WS-LTE-CANTIDAD
           IF WS-CHKPT-REGISTROS > ZEROS AND NOT LTE-HALLADO
               DISPLAY 'CHECKPOINT NO CORRESPONDE A NINGUN LOTE: '
                   WS-CHKPT-LOTE
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           DISPLAY 'LOTES RECIBIDOS: ' WS-LTE-CANTIDAD
               ' VALIDOS: ' WS-LOTES-VALIDOS
               ' APARTADOS: ' WS-LOTES-RECHAZADOS.

       CONTAR-LOTE.
           IF LTE-RECHAZADO (WS-LTE-INDICE)
               ADD 1 TO WS-LOTES-RECHAZADOS
               DISPLAY 'LOTE APARTADO: ' WS-LTE-LOTE (WS-LTE-INDICE)
                   ' ' WS-LTE-FUENTE (WS-LTE-INDICE)
                   ' ' WS-LTE-MENSAJE (WS-LTE-INDICE)
           ELSE
               ADD 1 TO WS-LOTES-VALIDOS
               IF LTE-VALIDO (WS-LTE-INDICE) AND
                  WS-LTE-LOTE (WS-LTE-INDICE) = WS-CHKPT-LOTE
                   MOVE 'S' TO WS-LTE-HALLADO
               END-IF
           END-IF.

       VERIFICAR-FUENTE.
           PERFORM ABRIR-FUENTE
           PERFORM LEER-FUENTE
           PERFORM VERIFICAR-REGISTRO UNTIL FIN-ARCHIVO
           IF DENTRO-DE-LOTE
               MOVE 'LOTE SIN REGISTRO PIE' TO WS-MENSAJE
               PERFORM RECHAZAR-LOTE-VERIFICADO
           END-IF
           PERFORM CERRAR-FUENTE.

       ABRIR-FUENTE.
           IF WS-FTE-INDICE = 1
               OPEN INPUT ARCHIVO-TRANSACCIONES
               MOVE WS-STATUS-TRX TO WS-STATUS-FTE
           END-IF
           IF WS-FTE-INDICE = 2
               OPEN INPUT ARCHIVO-TRX-ORDENES
               MOVE WS-STATUS-TPM TO WS-STATUS-FTE
           END-IF
           IF WS-FTE-INDICE = 3
               OPEN INPUT ARCHIVO-TRX-INTERES
               MOVE WS-STATUS-TIN TO WS-STATUS-FTE
           END-IF
           IF WS-FTE-INDICE = 4
               OPEN INPUT ARCHIVO-TRX-REENVIO
               MOVE WS-STATUS-TRE TO WS-STATUS-FTE
           END-IF
           IF WS-FTE-INDICE = 5
               OPEN INPUT ARCHIVO-TRX-SOBREGIRO
               MOVE WS-STATUS-TSO TO WS-STATUS-FTE
           END-IF
           IF WS-FTE-INDICE = 6
               OPEN INPUT ARCHIVO-TRX-DEVOLUCION
               MOVE WS-STATUS-TDV TO WS-STATUS-FTE
           END-IF
           IF WS-FTE-INDICE = 7
               OPEN INPUT ARCHIVO-TRX-CIERRE
               MOVE WS-STATUS-TCI TO WS-STATUS-FTE
           END-IF
           IF WS-STATUS-FTE NOT = '00' AND WS-STATUS-FTE NOT = '05'
               DISPLAY 'ERROR AL ABRIR ' WS-FTE-NOMBRE (WS-FTE-INDICE)
                   ' - STATUS: ' WS-STATUS-FTE
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           MOVE 'F' TO WS-ESTADO-LECTURA.

       LEER-FUENTE.
           MOVE SPACES TO WS-ENTRADA
           IF WS-FTE-INDICE = 1
               READ ARCHIVO-TRANSACCIONES INTO WS-ENTRADA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
               END-READ
           END-IF
           IF WS-FTE-INDICE = 2
               READ ARCHIVO-TRX-ORDENES INTO WS-ENTRADA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
               END-READ
           END-IF
           IF WS-FTE-INDICE = 3
               READ ARCHIVO-TRX-INTERES INTO WS-ENTRADA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
               END-READ
           END-IF
           IF WS-FTE-INDICE = 4
               READ ARCHIVO-TRX-REENVIO INTO WS-ENTRADA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
               END-READ
           END-IF
           IF WS-FTE-INDICE = 5
               READ ARCHIVO-TRX-SOBREGIRO INTO WS-ENTRADA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
               END-READ
           END-IF
           IF WS-FTE-INDICE = 6
               READ ARCHIVO-TRX-DEVOLUCION INTO WS-ENTRADA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
               END-READ
           END-IF
           IF WS-FTE-INDICE = 7
               READ ARCHIVO-TRX-CIERRE INTO WS-ENTRADA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
               END-READ
           END-IF.

       CERRAR-FUENTE.
           IF WS-FTE-INDICE = 1
               CLOSE ARCHIVO-TRANSACCIONES
           END-IF
           IF WS-FTE-INDICE = 2
               CLOSE ARCHIVO-TRX-ORDENES
           END-IF
           IF WS-FTE-INDICE = 3
               CLOSE ARCHIVO-TRX-INTERES
           END-IF
           IF WS-FTE-INDICE = 4
               CLOSE ARCHIVO-TRX-REENVIO
           END-IF
           IF WS-FTE-INDICE = 5
               CLOSE ARCHIVO-TRX-SOBREGIRO
           END-IF
           IF WS-FTE-INDICE = 6
               CLOSE ARCHIVO-TRX-DEVOLUCION
           END-IF
           IF WS-FTE-INDICE = 7
               CLOSE ARCHIVO-TRX-CIERRE
           END-IF.

       VERIFICAR-REGISTRO.
           IF WS-ENT-CAB-TIPO = 'CA'
               IF DENTRO-DE-LOTE
                   MOVE 'LOTE SIN REGISTRO PIE' TO WS-MENSAJE
                   PERFORM RECHAZAR-LOTE-VERIFICADO
               END-IF
               PERFORM VERIFICAR-CABECERA
               MOVE 'D' TO WS-ESTADO-LECTURA
           ELSE
               IF WS-ENT-PIE-TIPO = 'PI'
                   IF DENTRO-DE-LOTE
                       PERFORM VERIFICAR-PIE
                   ELSE
                       IF FUERA-DE-LOTE
                           PERFORM AGREGAR-LOTE-HUERFANO
                       END-IF
                   END-IF
                   MOVE 'F' TO WS-ESTADO-LECTURA
               ELSE
                   IF FUERA-DE-LOTE
                       PERFORM AGREGAR-LOTE-HUERFANO
                       MOVE 'H' TO WS-ESTADO-LECTURA
                   END-IF
                   ADD 1 TO WS-LTE-DETALLES (WS-LTE-ACTUAL)
                   ADD WS-ENT-MONTO-TRX TO WS-LTE-HASH (WS-LTE-ACTUAL)
               END-IF
           END-IF
           PERFORM LEER-FUENTE.

       AGREGAR-LOTE.
           IF WS-LTE-CANTIDAD NOT < 50
               DISPLAY 'ERROR: MAS DE 50 LOTES EN LA EJECUCION'
               DISPLAY 'AUMENTE EL TAMANO DE WS-LTE-ENTRADA Y REPROCESE'
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           ADD 1 TO WS-LTE-CANTIDAD
           MOVE WS-LTE-CANTIDAD TO WS-LTE-ACTUAL
           MOVE ZEROS TO WS-LTE-LOTE (WS-LTE-ACTUAL)
           MOVE ZEROS TO WS-LTE-FECHA (WS-LTE-ACTUAL)
           MOVE WS-FTE-NOMBRE (WS-FTE-INDICE)
               TO WS-LTE-FUENTE (WS-LTE-ACTUAL)
           MOVE 'V' TO WS-LTE-ESTADO (WS-LTE-ACTUAL)
           MOVE 'N' TO WS-LTE-REINICIO (WS-LTE-ACTUAL)
           MOVE SPACES TO WS-LTE-MENSAJE (WS-LTE-ACTUAL)
           MOVE ZEROS TO WS-LTE-DETALLES (WS-LTE-ACTUAL)
           MOVE ZEROS TO WS-LTE-HASH (WS-LTE-ACTUAL)
           MOVE ZEROS TO WS-LTE-TOTALES (WS-LTE-ACTUAL).

       AGREGAR-LOTE-HUERFANO.
           PERFORM AGREGAR-LOTE
           MOVE 'LOTE SIN REGISTRO CABECERA' TO WS-MENSAJE
           PERFORM RECHAZAR-LOTE-VERIFICADO.

       VERIFICAR-CABECERA.
           PERFORM AGREGAR-LOTE
           MOVE WS-ENT-CAB-FECHA TO WS-LOTE-FECHA
           MOVE WS-ENT-CAB-LOTE TO WS-LOTE-ACTUAL
           MOVE WS-LOTE-FECHA TO WS-LTE-FECHA (WS-LTE-ACTUAL)
           MOVE WS-LOTE-ACTUAL TO WS-LTE-LOTE (WS-LTE-ACTUAL)
           IF WS-LOTE-FECHA NOT = WS-FECHA-ACTUAL
               MOVE 'FECHA CABECERA NO ES FECHA PROCESO'
                   TO WS-MENSAJE
               PERFORM RECHAZAR-LOTE-VERIFICADO
           ELSE
               PERFORM BUSCAR-LOTE-REPETIDO
               IF LTE-HALLADO
                   MOVE 'LOTE REPETIDO EN LA EJECUCION' TO WS-MENSAJE
                   PERFORM RECHAZAR-LOTE-VERIFICADO
               ELSE
                   IF WS-CHKPT-CERRADOS > ZEROS
                       PERFORM BUSCAR-LOTE-CHECKPOINT
                   END-IF
                   IF NOT LTE-HALLADO
                       PERFORM VERIFICAR-LOTE-PROCESADO
                       IF LOTE-YA-PROCESADO
                           MOVE 'LOTE YA PROCESADO' TO WS-MENSAJE
                           PERFORM RECHAZAR-LOTE-VERIFICADO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUSCAR-LOTE-REPETIDO.
           MOVE 'N' TO WS-LTE-HALLADO
           PERFORM COMPARAR-LOTE-REPETIDO
               VARYING WS-LTE-INDICE FROM 1 BY 1
               UNTIL WS-LTE-INDICE NOT < WS-LTE-ACTUAL.

       COMPARAR-LOTE-REPETIDO.
           IF WS-LTE-LOTE (WS-LTE-INDICE) = WS-LOTE-ACTUAL AND
              NOT LTE-RECHAZADO (WS-LTE-INDICE)
               MOVE 'S' TO WS-LTE-HALLADO
           END-IF.

       VERIFICAR-PIE.
           IF WS-ENT-PIE-CANTIDAD NOT = WS-LTE-DETALLES (WS-LTE-ACTUAL)
               MOVE 'CANTIDAD PIE NO CUADRA CON DETALLES'
                   TO WS-MENSAJE
               PERFORM RECHAZAR-LOTE-VERIFICADO
           END-IF
           IF WS-ENT-PIE-HASH NOT = WS-LTE-HASH (WS-LTE-ACTUAL)
               MOVE 'HASH DE MONTOS NO CUADRA CON DETALLES'
                   TO WS-MENSAJE
               PERFORM RECHAZAR-LOTE-VERIFICADO
           END-IF.

       RECHAZAR-LOTE-VERIFICADO.
           IF LTE-VALIDO (WS-LTE-ACTUAL)
               MOVE 'R' TO WS-LTE-ESTADO (WS-LTE-ACTUAL)
               MOVE WS-MENSAJE TO WS-LTE-MENSAJE (WS-LTE-ACTUAL)
           END-IF.

       VERIFICAR-LOTE-PROCESADO.
           MOVE 'N' TO WS-LOTE-YA-PROC
           MOVE 'N' TO WS-FIN-LOTES
           END-IF
           PERFORM LEER-LOTE-CONTROL.

      *----------------------------------------------------------------
      * SEGUNDA PASADA: CONTABILIZA LOS LOTES VALIDOS EN ORDEN Y
      * SALTA LOS APARTADOS
      *----------------------------------------------------------------
       PROCESAR-LOTES.
           OPEN I-O ARCHIVO-CUENTAS
           IF WS-STATUS-CTA NOT = '00'
               DISPLAY 'ERROR AL ABRIR CUENTAS - STATUS: '
                   WS-STATUS-CTA
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-RECHAZOS
           OPEN EXTEND ARCHIVO-AUDITORIA
           OPEN EXTEND REPORTE-GRANDES
           IF NOT MODO-SIMULACION
               OPEN EXTEND ARCHIVO-RECHAZOS-TRX
               OPEN EXTEND ARCHIVO-CAMARA-DET
           END-IF
           PERFORM ENCABEZADO-RECHAZOS
           MOVE ZEROS TO WS-LTE-ACTUAL
           PERFORM PROCESAR-FUENTE
               VARYING WS-FTE-INDICE FROM 1 BY 1
               UNTIL WS-FTE-INDICE > WS-FTE-CANTIDAD
           PERFORM ESCRIBIR-LOTES-APARTADOS
           CLOSE ARCHIVO-CUENTAS
           CLOSE REPORTE-RECHAZOS
           CLOSE ARCHIVO-AUDITORIA
           CLOSE REPORTE-GRANDES
           IF NOT MODO-SIMULACION
               CLOSE ARCHIVO-RECHAZOS-TRX
               CLOSE ARCHIVO-CAMARA-DET
               PERFORM LIMPIAR-CHECKPOINT
           END-IF.

       PROCESAR-FUENTE.
           PERFORM ABRIR-FUENTE
           PERFORM LEER-FUENTE
           PERFORM PROCESAR-REGISTRO UNTIL FIN-ARCHIVO
           PERFORM CERRAR-FUENTE.

       PROCESAR-REGISTRO.
           IF WS-ENT-CAB-TIPO = 'CA'
               ADD 1 TO WS-LTE-ACTUAL
               MOVE 'D' TO WS-ESTADO-LECTURA
               IF LTE-VALIDO (WS-LTE-ACTUAL)
                   PERFORM INICIAR-LOTE
               END-IF
           ELSE
               IF WS-ENT-PIE-TIPO = 'PI'
                   IF DENTRO-DE-LOTE
                       IF LOTE-EN-CURSO
                           PERFORM CERRAR-LOTE
                       END-IF
                   ELSE
                       IF FUERA-DE-LOTE
                           ADD 1 TO WS-LTE-ACTUAL
                       END-IF
                   END-IF
                   MOVE 'F' TO WS-ESTADO-LECTURA
               ELSE
                   IF FUERA-DE-LOTE
                       ADD 1 TO WS-LTE-ACTUAL
                       MOVE 'H' TO WS-ESTADO-LECTURA
                   END-IF
                   IF DENTRO-DE-LOTE AND LOTE-EN-CURSO
                       PERFORM TOMAR-TRANSACCION
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-FUENTE.

       INICIAR-LOTE.
           MOVE WS-LTE-LOTE (WS-LTE-ACTUAL) TO WS-LOTE-ACTUAL
           MOVE WS-LTE-FECHA (WS-LTE-ACTUAL) TO WS-LOTE-FECHA
           MOVE ZEROS TO WS-TOTALES-LOTE
           MOVE ZEROS TO WS-CHKPT-PENDIENTES
           MOVE ZEROS TO WS-TRX-DESDE-CHKPT
           IF WS-CHKPT-REGISTROS > ZEROS AND
              WS-CHKPT-LOTE = WS-LOTE-ACTUAL
               MOVE WS-CKA-TOTALES TO WS-TOTALES-LOTE
               MOVE WS-CHKPT-REGISTROS TO WS-CHKPT-PENDIENTES
               MOVE ZEROS TO WS-CHKPT-REGISTROS
               DISPLAY 'LOTE ' WS-LOTE-ACTUAL ' REANUDADO - '
                   'REGISTROS COMPROMETIDOS: ' WS-CHKPT-PENDIENTES
           END-IF
           MOVE 'S' TO WS-LOTE-EN-CURSO
           DISPLAY 'PROCESANDO LOTE: ' WS-LOTE-ACTUAL
               ' FUENTE: ' WS-LTE-FUENTE (WS-LTE-ACTUAL).

       TOMAR-TRANSACCION.
           IF WS-CHKPT-PENDIENTES > ZEROS
               SUBTRACT 1 FROM WS-CHKPT-PENDIENTES
           ELSE
               MOVE WS-ENT-TIPO-TRX TO WS-TIPO-TRX
               MOVE WS-ENT-NRO-CUENTA TO WS-NRO-CUENTA
               MOVE WS-ENT-MONTO-TRX TO WS-MONTO-TRX
               MOVE WS-ENT-CUENTA-DESTINO TO WS-CUENTA-DESTINO
               PERFORM PROCESAR-TRANSACCION
           END-IF.

       CERRAR-LOTE.
           MOVE WS-TOTALES-LOTE TO WS-LTE-TOTALES (WS-LTE-ACTUAL)
           MOVE 'P' TO WS-LTE-ESTADO (WS-LTE-ACTUAL)
           MOVE 'N' TO WS-LOTE-EN-CURSO
           IF NOT MODO-SIMULACION
               IF WS-LTE-FUENTE (WS-LTE-ACTUAL) = 'TRXCIER' AND
                  WS-TRX-RECHAZADAS = ZEROS
                   PERFORM CERRAR-CUENTAS-LIQUIDADAS
               END-IF
               PERFORM REGISTRAR-LOTE
               PERFORM GRABAR-CHECKPOINT
               MOVE ZEROS TO WS-TRX-DESDE-CHKPT
           END-IF
           PERFORM REGISTRAR-LOTE-BITACORA
           DISPLAY 'LOTE ' WS-LOTE-ACTUAL ' CONTABILIZADO - TRX: '
               WS-TRX-PROCESADAS.

      *----------------------------------------------------------------
      * LOTE DE LIQUIDACION DE CIERRES (CIERRCTA) CONTABILIZADO SIN
      * RECHAZOS: CADA CUENTA LIQUIDADA EN ESE LOTE QUE QUEDO SIN SALDO
      * NI RETENCION PASA A CERRADA. SI QUEDO SALDO (POR MOVIMIENTOS
      * POSTERIORES A LA LIQUIDACION) SIGUE EN CIERRE Y CIERRCTA LA
      * VUELVE A LIQUIDAR
      *----------------------------------------------------------------
       CERRAR-CUENTAS-LIQUIDADAS.
           OPEN INPUT ARCHIVO-CIERRES
           MOVE 'N' TO WS-FIN-CIERRES
           PERFORM LEER-CIERRE
           PERFORM REVISAR-CIERRE UNTIL FIN-CIERRES
           CLOSE ARCHIVO-CIERRES.

       LEER-CIERRE.
           READ ARCHIVO-CIERRES
               AT END
                   MOVE 'S' TO WS-FIN-CIERRES
           END-READ.

       REVISAR-CIERRE.
           IF CIE-ESTADO = 'L' AND CIE-LOTE = WS-LOTE-ACTUAL AND
              CIE-FECHA-ESTADO = WS-LOTE-FECHA
               MOVE CIE-CUENTA TO CTA-NRO-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CERRAR-CUENTA-LIQUIDADA
               END-READ
           END-IF
           PERFORM LEER-CIERRE.

       CERRAR-CUENTA-LIQUIDADA.
           IF CTA-ESTADO = 'P'
               IF CTA-SALDO-ACTUAL = ZEROS AND
                  CTA-SALDO-RETENIDO = ZEROS
                   MOVE 'C' TO CTA-ESTADO
                   REWRITE CTA-REGISTRO
                   PERFORM ESCRIBIR-AUDITORIA-CIERRE
                   ADD 1 TO WS-CUENTAS-CERRADAS
                   DISPLAY 'CUENTA ' CIE-CUENTA ' CERRADA'
               ELSE
                   ADD 1 TO WS-CIERRES-CON-SALDO
                   DISPLAY 'CUENTA ' CIE-CUENTA
                       ' SIGUE EN CIERRE - QUEDA SALDO'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LINEA SIN MONTO NI DELTA QUE DEJA CONSTANCIA DEL CAMBIO DE
      * ESTADO A CERRADA, PARA QUE RECUCTA LO PUEDA REPRODUCIR
      *----------------------------------------------------------------
       ESCRIBIR-AUDITORIA-CIERRE.
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE SPACES TO WS-LINEA-AUDITORIA
           MOVE CIE-CUENTA TO WS-AUD-CUENTA
           MOVE 'CC' TO WS-AUD-TIPO
           MOVE ZEROS TO WS-AUD-MONTO
           MOVE ZEROS TO WS-AUD-COMISION
           MOVE SPACES TO WS-AUD-ERROR
           MOVE WS-FECHA-ACTUAL TO WS-AUD-FECHA
           MOVE WS-HORA-ACTUAL TO WS-AUD-HORA
           MOVE ZEROS TO WS-AUD-DELTA
           MOVE WS-LOTE-ACTUAL TO WS-AUD-LOTE
           WRITE AUD-LINEA FROM WS-LINEA-AUDITORIA.

       REGISTRAR-LOTE.
           OPEN EXTEND ARCHIVO-LOTES
           MOVE WS-LOTE-ACTUAL TO LOT-NUMERO
           WRITE LR-LINEA-RECHAZO
           MOVE 'CUENTA        TIPO  MONTO         ERR MENSAJE'
               TO LR-LINEA-RECHAZO
           MOVE 'LOTE' TO LR-LINEA-RECHAZO (75:4)
           WRITE LR-LINEA-RECHAZO.

       ESCRIBIR-LOTES-APARTADOS.
           IF WS-LOTES-RECHAZADOS > ZEROS
               MOVE SPACES TO LR-LINEA-RECHAZO
               WRITE LR-LINEA-RECHAZO
               MOVE 'LOTES APARTADOS - NO CONTABILIZADOS'
                   TO LR-LINEA-RECHAZO
               WRITE LR-LINEA-RECHAZO
               MOVE ' LOTE    FUENTE    DETALLES MOTIVO'
                   TO LR-LINEA-RECHAZO
               WRITE LR-LINEA-RECHAZO
               PERFORM ESCRIBIR-LOTE-APARTADO
                   VARYING WS-LTE-INDICE FROM 1 BY 1
                   UNTIL WS-LTE-INDICE > WS-LTE-CANTIDAD
           END-IF.

       ESCRIBIR-LOTE-APARTADO.
           IF LTE-RECHAZADO (WS-LTE-INDICE)
               MOVE WS-LTE-LOTE (WS-LTE-INDICE) TO WS-LA-LOTE
               MOVE WS-LTE-FUENTE (WS-LTE-INDICE) TO WS-LA-FUENTE
               MOVE WS-LTE-DETALLES (WS-LTE-INDICE) TO WS-LA-DETALLES
               MOVE WS-LTE-MENSAJE (WS-LTE-INDICE) TO WS-LA-MENSAJE
               WRITE LR-LINEA-RECHAZO FROM WS-LINEA-LOTE-APARTADO
               MOVE WS-LTE-LOTE (WS-LTE-INDICE) TO WS-LOTE-ACTUAL
               MOVE ZEROS TO WS-TOTALES-LOTE
               MOVE WS-LTE-DETALLES (WS-LTE-INDICE) TO WS-TRX-PROCESADAS
               MOVE WS-LTE-DETALLES (WS-LTE-INDICE) TO WS-TRX-RECHAZADAS
               PERFORM REGISTRAR-APARTADO-BITACORA
           END-IF.

       PROCESAR-TRANSACCION.
           MOVE ZEROS TO WS-COMISION
               PERFORM VALIDAR-TRANSACCION
           END-IF
           IF WS-TRX-VALIDA = 'S'
               IF CLIENTE-HALLADO
                   MOVE WS-ACUM-CLIENTE
                       TO WS-CLI-GIROS-DIA (WS-CLI-ACTUAL)
               END-IF
               IF NOT MODO-SIMULACION
                   PERFORM EJECUTAR-TRANSACCION
                   PERFORM ACTUALIZAR-SOBREGIRO
                   PERFORM GRABAR-CUENTA
                   IF WS-MONTO-REPORTE >= WS-UMBRAL-REPORTE
                   PERFORM GRABAR-CHECKPOINT
                   MOVE ZEROS TO WS-TRX-DESDE-CHKPT
               END-IF
           END-IF.

       EJECUTAR-TRANSACCION.
           IF TRX-REVERSO
               PERFORM EJECUTAR-REVERSO
           ELSE
               IF TRX-RETENCION
                   PERFORM EJECUTAR-RETENCION
               ELSE
                   IF TRX-LIBERACION
                       PERFORM EJECUTAR-LIBERACION
                   ELSE
                       IF TRX-CARGO-SOBREGIRO
                           PERFORM EJECUTAR-CARGO
                       ELSE
                           IF TRX-DEVOLUCION-IB
                               PERFORM EJECUTAR-DEVOLUCION
                           ELSE
                               IF TRX-INTERES
                                   PERFORM EJECUTAR-INTERES
                               ELSE
                                   IF TRX-TRASPASO-CIERRE
                                       PERFORM EJECUTAR-TRASPASO
                                   ELSE
                                       PERFORM EJECUTAR-MOVIMIENTO
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EJECUTAR-MOVIMIENTO.
           PERFORM CONTABILIZAR-COMISION
           IF TRX-DEPOSITO
               PERFORM EJECUTAR-DEPOSITO
           ELSE
               IF TRX-RETIRO
                   PERFORM EJECUTAR-RETIRO
               ELSE
                   IF TRX-INTERBANCARIA
                       PERFORM EJECUTAR-INTERBANCARIA
                   ELSE
                       PERFORM EJECUTAR-TRANSFERENCIA
                   END-IF
               END-IF
           END-IF.

       ACTUALIZAR-SOBREGIRO.
           IF WS-SALDO-ANTES < ZEROS
               PERFORM ESCRIBIR-AUDITORIA-SOBREGIRO
           END-IF.

       GRABAR-CHECKPOINT.
           IF LOTE-EN-CURSO
               MOVE WS-TOTALES-LOTE TO WS-LTE-TOTALES (WS-LTE-ACTUAL)
           END-IF
           OPEN OUTPUT ARCHIVO-CHECKPOINT
           PERFORM ESCRIBIR-CHECKPOINT-LOTE
               VARYING WS-LTE-INDICE FROM 1 BY 1
               UNTIL WS-LTE-INDICE > WS-LTE-CANTIDAD
           PERFORM TOTALIZAR-EJECUCION
           MOVE 'G' TO CHK-TIPO-REG
           MOVE ZEROS TO CHK-LOTE
           MOVE WS-FECHA-ACTUAL TO CHK-LOTE-FECHA
           MOVE WS-EJE-PROCESADAS TO CHK-REGISTROS
           MOVE WS-TOTALES-EJECUCION TO CHK-TOTALES
           WRITE CHK-REGISTRO
           CLOSE ARCHIVO-CHECKPOINT.

       ESCRIBIR-CHECKPOINT-LOTE.
           IF LTE-CONTABILIZADO (WS-LTE-INDICE)
               MOVE 'L' TO CHK-TIPO-REG
               PERFORM GRABAR-CHECKPOINT-LOTE
           ELSE
               IF LOTE-EN-CURSO AND WS-LTE-INDICE = WS-LTE-ACTUAL
                   MOVE 'A' TO CHK-TIPO-REG
                   PERFORM GRABAR-CHECKPOINT-LOTE
               END-IF
           END-IF.

       GRABAR-CHECKPOINT-LOTE.
           MOVE WS-LTE-LOTE (WS-LTE-INDICE) TO CHK-LOTE
           MOVE WS-LTE-FECHA (WS-LTE-INDICE) TO CHK-LOTE-FECHA
           MOVE WS-LTE-PROCESADAS (WS-LTE-INDICE) TO CHK-REGISTROS
           MOVE WS-LTE-TOTALES (WS-LTE-INDICE) TO CHK-TOTALES
           WRITE CHK-REGISTRO.

       LIMPIAR-CHECKPOINT.
           OPEN OUTPUT ARCHIVO-CHECKPOINT
           MOVE SPACES TO CHK-TIPO-REG
           MOVE ZEROS TO CHK-LOTE
           MOVE ZEROS TO CHK-LOTE-FECHA
           MOVE ZEROS TO CHK-REGISTROS
           MOVE ZEROS TO CHK-TOTALES
           WRITE CHK-REGISTRO
           CLOSE ARCHIVO-CHECKPOINT.

       TOTALIZAR-EJECUCION.
           MOVE ZEROS TO WS-TOTALES-EJECUCION
           PERFORM SUMAR-LOTE-EJECUCION
               VARYING WS-LTE-INDICE FROM 1 BY 1
               UNTIL WS-LTE-INDICE > WS-LTE-CANTIDAD.

       SUMAR-LOTE-EJECUCION.
           IF LTE-CONTABILIZADO (WS-LTE-INDICE) OR
              (LOTE-EN-CURSO AND WS-LTE-INDICE = WS-LTE-ACTUAL)
               ADD WS-LTE-PROCESADAS (WS-LTE-INDICE)
                   TO WS-EJE-PROCESADAS
               ADD WS-LTE-RECHAZADAS (WS-LTE-INDICE)
                   TO WS-EJE-RECHAZADAS
               ADD WS-LTE-EXITOSAS (WS-LTE-INDICE) TO WS-EJE-EXITOSAS
               ADD WS-LTE-SALDO-INICIAL (WS-LTE-INDICE)
                   TO WS-EJE-SALDO-INICIAL
               ADD WS-LTE-SALDO-FINAL (WS-LTE-INDICE)
                   TO WS-EJE-SALDO-FINAL
               ADD WS-LTE-DEPOSITOS (WS-LTE-INDICE)
                   TO WS-EJE-DEPOSITOS
               ADD WS-LTE-RETIROS (WS-LTE-INDICE) TO WS-EJE-RETIROS
               ADD WS-LTE-TRANSFEREN (WS-LTE-INDICE)
                   TO WS-EJE-TRANSFEREN
               ADD WS-LTE-COMISIONES (WS-LTE-INDICE)
                   TO WS-EJE-COMISIONES
               ADD WS-LTE-RETENCIONES (WS-LTE-INDICE)
                   TO WS-EJE-RETENCIONES
               ADD WS-LTE-LIBERACIONES (WS-LTE-INDICE)
                   TO WS-EJE-LIBERACIONES
               ADD WS-LTE-REVERSOS (WS-LTE-INDICE) TO WS-EJE-REVERSOS
               ADD WS-LTE-SOBREGIRO (WS-LTE-INDICE)
                   TO WS-EJE-SOBREGIRO
               ADD WS-LTE-CARGOS (WS-LTE-INDICE) TO WS-EJE-CARGOS
               ADD WS-LTE-INTERBANCO (WS-LTE-INDICE)
                   TO WS-EJE-INTERBANCO
               ADD WS-LTE-DEVOLUCION (WS-LTE-INDICE)
                   TO WS-EJE-DEVOLUCION
               ADD WS-LTE-INTERESES (WS-LTE-INDICE)
                   TO WS-EJE-INTERESES
           END-IF.

       ESCRIBIR-AUDITORIA.
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE SPACES TO WS-LINEA-AUDITORIA
           MOVE WS-MONTO-TRX TO WS-LR-MONTO
           MOVE WS-ERROR-CODE TO WS-LR-ERROR
           MOVE WS-MENSAJE TO WS-LR-MENSAJE
           MOVE WS-LOTE-ACTUAL TO WS-LR-LOTE
           WRITE LR-LINEA-RECHAZO FROM WS-LINEA-RECHAZO
           IF NOT MODO-SIMULACION AND
              WS-LTE-FUENTE (WS-LTE-ACTUAL) NOT = 'TRXCIER'
               PERFORM ESCRIBIR-RECHAZO-TRX
           END-IF.

       ESCRIBIR-RECHAZO-TRX.
           MOVE SPACES TO RTX-REGISTRO
           MOVE WS-TIPO-TRX TO RTX-TIPO-TRX
           MOVE WS-NRO-CUENTA TO RTX-NRO-CUENTA
           MOVE WS-MONTO-TRX TO RTX-MONTO-TRX
           MOVE WS-CUENTA-DESTINO TO RTX-CUENTA-DESTINO
           MOVE WS-ERROR-CODE TO RTX-CODIGO-ERROR
           MOVE WS-LOTE-ACTUAL TO RTX-LOTE
           MOVE WS-FECHA-ACTUAL TO RTX-FECHA
           WRITE RTX-REGISTRO.

       LEER-CUENTA.
           MOVE 'S' TO WS-TRX-VALIDA
               END-IF
           END-IF

           IF TRX-DEPOSITO OR TRX-RETIRO OR TRX-TRANSFERENCIA OR
              TRX-INTERBANCARIA
               IF WS-MONTO-TRX > WS-LIMITE-POR-TRX
                   MOVE 'N' TO WS-TRX-VALIDA
                   MOVE 'E002' TO WS-ERROR-CODE
               END-IF
           END-IF

           MOVE 'N' TO WS-CLI-HALLADO
           IF TRX-RETIRO OR TRX-TRANSFERENCIA OR TRX-INTERBANCARIA
               MOVE WS-NRO-CUENTA TO WS-VIN-BUSCADA
               PERFORM BUSCAR-CLIENTE
               IF CLIENTE-HALLADO
                   COMPUTE WS-ACUM-CLIENTE =
                       WS-CLI-GIROS-DIA (WS-CLI-ACTUAL) + WS-MONTO-TRX
                   IF WS-ACUM-CLIENTE > WS-LIMITE-CLIENTE
                       MOVE 'N' TO WS-TRX-VALIDA
                       MOVE 'E016' TO WS-ERROR-CODE
                       MOVE 'EXCEDE LIMITE DIARIO DEL CLIENTE'
                           TO WS-MENSAJE
                   END-IF
               END-IF
           END-IF

           IF TRX-RETIRO OR TRX-TRANSFERENCIA OR TRX-INTERBANCARIA
               IF CUENTA-BLOQUEADA OR CUENTA-CERRADA
                   MOVE 'N' TO WS-TRX-VALIDA
                   MOVE 'E010' TO WS-ERROR-CODE
               END-IF
           END-IF

           IF TRX-CARGO-SOBREGIRO OR TRX-DEVOLUCION-IB OR
              TRX-INTERES
               IF CUENTA-CERRADA
                   MOVE 'N' TO WS-TRX-VALIDA
                   MOVE 'E010' TO WS-ERROR-CODE
                   MOVE 'CUENTA BLOQUEADA O CERRADA' TO WS-MENSAJE
               END-IF
           END-IF

           IF TRX-RETIRO OR TRX-TRANSFERENCIA OR TRX-INTERBANCARIA OR
              TRX-RETENCION OR TRX-REVERSO
               IF CUENTA-EN-CIERRE
                   MOVE 'N' TO WS-TRX-VALIDA
                   MOVE 'E018' TO WS-ERROR-CODE
                   MOVE 'CUENTA EN PROCESO DE CIERRE' TO WS-MENSAJE
               END-IF
           END-IF

           IF TRX-TRASPASO-CIERRE
               IF NOT CUENTA-EN-CIERRE
                   MOVE 'N' TO WS-TRX-VALIDA
                   MOVE 'E018' TO WS-ERROR-CODE
                   MOVE 'TRASPASO DE CIERRE SIN SOLICITUD'
                       TO WS-MENSAJE
               END-IF
               IF WS-MONTO-TRX > WS-SALDO-DISPONIBLE
                   MOVE 'N' TO WS-TRX-VALIDA
                   MOVE 'E004' TO WS-ERROR-CODE
                   MOVE 'SALDO INSUFICIENTE' TO WS-MENSAJE
               END-IF
               PERFORM VALIDAR-CUENTA-DESTINO
           END-IF

           IF TRX-DEPOSITO OR TRX-RETIRO OR TRX-TRANSFERENCIA OR
              TRX-INTERBANCARIA
               PERFORM CALCULAR-COMISION
           END-IF

           IF TRX-RETIRO OR TRX-TRANSFERENCIA OR TRX-INTERBANCARIA
               IF WS-MONTO-TRX + WS-COMISION >
                  WS-SALDO-DISPONIBLE + WS-LINEA-SOBREGIRO
                   MOVE 'N' TO WS-TRX-VALIDA
               PERFORM VALIDAR-CUENTA-DESTINO
           END-IF

           IF TRX-INTERBANCARIA
               PERFORM VALIDAR-DESTINATARIO-EXTERNO
           END-IF

           IF TRX-REVERSO
               IF WS-ULT-TIPO-TRX = SPACES
                   MOVE 'N' TO WS-TRX-VALIDA
                   MOVE 'E007' TO WS-ERROR-CODE
                   MOVE 'NO EXISTE TRANSACCION A REVERSAR' TO WS-MENSAJE
               ELSE
               IF WS-ULT-TIPO-TRX = 'TR' OR WS-ULT-TIPO-TRX = 'TI' OR
                  WS-ULT-TIPO-TRX = 'TC'
                   MOVE 'N' TO WS-TRX-VALIDA
                   MOVE 'E013' TO WS-ERROR-CODE
                   MOVE 'REVERSO DE TRANSFERENCIA NO PERMITIDO'
               END-READ
           END-IF.

       VALIDAR-DESTINATARIO-EXTERNO.
           PERFORM BUSCAR-BENEFICIARIO
           IF NOT BENEFICIARIO-HALLADO
               MOVE 'N' TO WS-TRX-VALIDA
               MOVE 'E017' TO WS-ERROR-CODE
               MOVE 'DESTINATARIO EXTERNO NO REGISTRADO' TO WS-MENSAJE
           ELSE
               IF WS-BNF-CUENTA (WS-BNF-ACTUAL) NOT = WS-NRO-CUENTA OR
                  WS-BNF-ESTADO (WS-BNF-ACTUAL) NOT = 'A' OR
                  WS-BNF-BANCO (WS-BNF-ACTUAL) = ZEROS OR
                  WS-BNF-BANCO (WS-BNF-ACTUAL) = WS-BANCO-PROPIO
                   MOVE 'N' TO WS-TRX-VALIDA
                   MOVE 'E017' TO WS-ERROR-CODE
                   MOVE 'DESTINATARIO EXTERNO INVALIDO' TO WS-MENSAJE
               END-IF
           END-IF.

       BUSCAR-BENEFICIARIO.
           MOVE 'N' TO WS-BNF-HALLADO
           MOVE ZEROS TO WS-BNF-ACTUAL
           MOVE 1 TO WS-BNF-INDICE
           PERFORM REVISAR-BENEFICIARIO
               UNTIL WS-BNF-INDICE > WS-BNF-CANTIDAD
                  OR BENEFICIARIO-HALLADO.

       REVISAR-BENEFICIARIO.
           IF WS-BNF-CODIGO (WS-BNF-INDICE) = WS-CUENTA-DESTINO
               MOVE 'S' TO WS-BNF-HALLADO
               MOVE WS-BNF-INDICE TO WS-BNF-ACTUAL
           ELSE
               ADD 1 TO WS-BNF-INDICE
           END-IF.

       CALCULAR-COMISION.
           PERFORM BUSCAR-PLAN
           IF PLAN-HALLADO
           PERFORM ABONAR-CUENTA-DESTINO
           MOVE 'TRANSFERENCIA EXITOSA' TO WS-MENSAJE.

      *----------------------------------------------------------------
      * TRASPASO DEL SALDO NETO DE UNA CUENTA EN CIERRE A LA CUENTA
      * DESIGNADA O A LA CUENTA DE PAGO PENDIENTE. SIN COMISION NI
      * LIMITES; SOLO VIENE EN EL LOTE DE LIQUIDACION DE CIERRCTA
      *----------------------------------------------------------------
       EJECUTAR-TRASPASO.
           SUBTRACT WS-MONTO-TRX FROM WS-SALDO-ACTUAL
           ADD WS-MONTO-TRX TO WS-TOTAL-TRANSFEREN
           COMPUTE WS-SALDO-DISPONIBLE = WS-SALDO-ACTUAL -
                                          WS-SALDO-RETENIDO
           PERFORM REGISTRAR-ULTIMA-TRX
           PERFORM ABONAR-CUENTA-DESTINO
           MOVE 'TRASPASO DE SALDO POR CIERRE' TO WS-MENSAJE.

       EJECUTAR-INTERBANCARIA.
           SUBTRACT WS-MONTO-TRX FROM WS-SALDO-ACTUAL
           SUBTRACT WS-COMISION FROM WS-SALDO-ACTUAL
           ADD WS-MONTO-TRX TO WS-TOTAL-INTERBANCO
           ADD WS-COMISION TO WS-TOTAL-COMISIONES
           COMPUTE WS-SALDO-DISPONIBLE = WS-SALDO-ACTUAL -
                                          WS-SALDO-RETENIDO
           PERFORM REGISTRAR-ULTIMA-TRX
           PERFORM ESCRIBIR-DETALLE-CAMARA
           MOVE 'TRANSFERENCIA INTERBANCARIA ENVIADA' TO WS-MENSAJE.

      *----------------------------------------------------------------
      * PAGO A OTRO BANCO PARA EL ARCHIVO DE CAMARA. LA REFERENCIA
      * (FECHA, LOTE Y CORRELATIVO EN EL LOTE) ES LA QUE DEVUELVE LA
      * CAMARA CUANDO RECHAZA EL PAGO
      *----------------------------------------------------------------
       ESCRIBIR-DETALLE-CAMARA.
           MOVE SPACES TO CMD-REGISTRO
           MOVE 'D' TO CMD-TIPO-REG
           MOVE WS-FECHA-ACTUAL TO CMD-REF-FECHA
           MOVE WS-LOTE-ACTUAL TO CMD-REF-LOTE
           COMPUTE CMD-REF-SECUENCIA = WS-TRX-PROCESADAS + 1
           MOVE WS-NRO-CUENTA TO CMD-CUENTA-ORIGEN
           MOVE WS-BNF-BANCO (WS-BNF-ACTUAL) TO CMD-BANCO-DESTINO
           MOVE WS-BNF-CTA-EXTERNA (WS-BNF-ACTUAL)
               TO CMD-CUENTA-EXTERNA
           MOVE WS-BNF-RUT (WS-BNF-ACTUAL) TO CMD-RUT-BENEFICIARIO
           MOVE WS-BNF-NOMBRE (WS-BNF-ACTUAL) TO CMD-NOMBRE-BENEF
           MOVE WS-MONTO-TRX TO CMD-MONTO
           MOVE WS-CUENTA-DESTINO TO CMD-DESTINATARIO
           WRITE CMD-REGISTRO.

       EJECUTAR-DEVOLUCION.
           ADD WS-MONTO-TRX TO WS-SALDO-ACTUAL
           ADD WS-MONTO-TRX TO WS-TOTAL-DEVOLUCION
           COMPUTE WS-SALDO-DISPONIBLE = WS-SALDO-ACTUAL -
                                          WS-SALDO-RETENIDO
           MOVE 'DEVOLUCION INTERBANCARIA ABONADA' TO WS-MENSAJE.

       EJECUTAR-INTERES.
           ADD WS-MONTO-TRX TO WS-SALDO-ACTUAL
           ADD WS-MONTO-TRX TO WS-TOTAL-INTERESES
           COMPUTE WS-SALDO-DISPONIBLE = WS-SALDO-ACTUAL -
                                          WS-SALDO-RETENIDO
           PERFORM REGISTRAR-ULTIMA-TRX
           MOVE 'INTERES ABONADO' TO WS-MENSAJE.

       ABONAR-CUENTA-DESTINO.
           MOVE WS-CUENTA-DESTINO TO CTA-NRO-CUENTA
           READ ARCHIVO-CUENTAS
                                          WS-SALDO-RETENIDO
           MOVE 'LIBERACION EXITOSA' TO WS-MENSAJE.

       EJECUTAR-CARGO.
           SUBTRACT WS-MONTO-TRX FROM WS-SALDO-ACTUAL
           ADD WS-MONTO-TRX TO WS-TOTAL-CARGOS
           COMPUTE WS-SALDO-DISPONIBLE = WS-SALDO-ACTUAL -
                                          WS-SALDO-RETENIDO
           PERFORM REGISTRAR-ULTIMA-TRX
           MOVE 'CARGO APLICADO' TO WS-MENSAJE.

       REGISTRAR-ULTIMA-TRX.
           MOVE WS-TIPO-TRX TO WS-ULT-TIPO-TRX
           MOVE WS-MONTO-TRX TO WS-ULT-MONTO-TRX
       EJECUTAR-REVERSO.
           MOVE WS-ULT-MONTO-TRX TO WS-MONTO-REPORTE
           MOVE WS-ULT-COMISION TO WS-COMISION
           IF WS-ULT-TIPO-TRX = 'DE' OR WS-ULT-TIPO-TRX = 'IN'
               COMPUTE WS-REVERSO-DELTA =
                   WS-ULT-COMISION - WS-ULT-MONTO-TRX
           ELSE
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-GL-CANT-EJECUCION
           MOVE ZEROS TO WS-GL-NETO-EJECUCION
           PERFORM GENERAR-GL-LOTE
               VARYING WS-LTE-INDICE FROM 1 BY 1
               UNTIL WS-LTE-INDICE > WS-LTE-CANTIDAD
           MOVE SPACES TO GL-TOTALES
           MOVE 'G' TO GL-TOT-TIPO-REG
           MOVE WS-FECHA-ACTUAL TO GL-TOT-FECHA
           MOVE ZEROS TO GL-TOT-LOTE
           MOVE WS-GL-CANT-EJECUCION TO GL-TOT-CANTIDAD
           MOVE WS-GL-NETO-EJECUCION TO GL-TOT-NETO
           WRITE GL-TOTALES
           CLOSE INTERFAZ-CONTABLE.

       GENERAR-GL-LOTE.
           IF LTE-CONTABILIZADO (WS-LTE-INDICE)
               MOVE WS-LTE-LOTE (WS-LTE-INDICE) TO WS-LOTE-ACTUAL
               MOVE WS-LTE-TOTALES (WS-LTE-INDICE) TO WS-TOTALES-LOTE
               PERFORM ESCRIBIR-GL-LOTE
               ADD WS-GL-CANTIDAD TO WS-GL-CANT-EJECUCION
               ADD WS-GL-NETO TO WS-GL-NETO-EJECUCION
           END-IF.

       ESCRIBIR-GL-LOTE.
           MOVE ZEROS TO WS-GL-CANTIDAD
           MOVE ZEROS TO WS-GL-NETO
           MOVE WS-CTA-GL-DEPOSITOS TO WS-GL-CUENTA
               COMPUTE WS-GL-MONTO = ZERO - WS-TOTAL-SOBREGIRO
           END-IF
           PERFORM ESCRIBIR-ENTRADA-GL
           MOVE WS-CTA-GL-CARGOS TO WS-GL-CUENTA
           MOVE 'H' TO WS-GL-DEBE-HABER
           MOVE WS-TOTAL-CARGOS TO WS-GL-MONTO
           PERFORM ESCRIBIR-ENTRADA-GL
           MOVE WS-CTA-GL-INTERBANCO TO WS-GL-CUENTA
           MOVE 'D' TO WS-GL-DEBE-HABER
           MOVE WS-TOTAL-INTERBANCO TO WS-GL-MONTO
           PERFORM ESCRIBIR-ENTRADA-GL
           MOVE WS-CTA-GL-CAMARA TO WS-GL-CUENTA
           MOVE 'H' TO WS-GL-DEBE-HABER
           MOVE WS-TOTAL-INTERBANCO TO WS-GL-MONTO
           PERFORM ESCRIBIR-ENTRADA-GL
           MOVE WS-CTA-GL-INTERBANCO TO WS-GL-CUENTA
           MOVE 'H' TO WS-GL-DEBE-HABER
           MOVE WS-TOTAL-DEVOLUCION TO WS-GL-MONTO
           PERFORM ESCRIBIR-ENTRADA-GL
           MOVE WS-CTA-GL-CAMARA TO WS-GL-CUENTA
           MOVE 'D' TO WS-GL-DEBE-HABER
           MOVE WS-TOTAL-DEVOLUCION TO WS-GL-MONTO
           PERFORM ESCRIBIR-ENTRADA-GL
           MOVE WS-CTA-GL-INTERESES TO WS-GL-CUENTA
           MOVE 'D' TO WS-GL-DEBE-HABER
           MOVE WS-TOTAL-INTERESES TO WS-GL-MONTO
           PERFORM ESCRIBIR-ENTRADA-GL
           MOVE SPACES TO GL-TOTALES
           MOVE 'T' TO GL-TOT-TIPO-REG
           MOVE WS-FECHA-ACTUAL TO GL-TOT-FECHA
           MOVE WS-LOTE-ACTUAL TO GL-TOT-LOTE
           MOVE WS-GL-CANTIDAD TO GL-TOT-CANTIDAD
           MOVE WS-GL-NETO TO GL-TOT-NETO
           WRITE GL-TOTALES.

       ESCRIBIR-ENTRADA-GL.
           MOVE SPACES TO GL-REGISTRO
           MOVE 'D' TO GL-TIPO-REG
           MOVE WS-FECHA-ACTUAL TO GL-FECHA-PROCESO
           MOVE WS-LOTE-ACTUAL TO GL-LOTE
               SUBTRACT WS-GL-MONTO FROM WS-GL-NETO
           END-IF.

      *----------------------------------------------------------------
      * ARCHIVO DE CAMARA DEL DIA: CABECERA, PAGOS DE HOY Y PIE CON
      * CANTIDAD, MONTO TOTAL Y HASH DE CUENTAS DE ORIGEN
      *----------------------------------------------------------------
       GENERAR-ARCHIVO-CAMARA.
           OPEN OUTPUT ARCHIVO-CAMARA
           IF WS-STATUS-CAM NOT = '00'
               DISPLAY 'ERROR AL ABRIR CAMARA - STATUS: '
                   WS-STATUS-CAM
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-CAM-CANTIDAD
           MOVE ZEROS TO WS-CAM-TOTAL
           MOVE ZEROS TO WS-CAM-HASH-CUENTAS
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE SPACES TO CAM-CABECERA
           MOVE 'C' TO CAM-CAB-TIPO
           MOVE WS-FECHA-ACTUAL TO CAM-CAB-FECHA
           MOVE WS-HORA-ACTUAL TO CAM-CAB-HORA
           MOVE WS-BANCO-PROPIO TO CAM-CAB-BANCO
           WRITE CAM-CABECERA
           MOVE 'N' TO WS-FIN-CAMARA
           OPEN INPUT ARCHIVO-CAMARA-DET
           PERFORM LEER-DETALLE-CAMARA
           PERFORM COPIAR-DETALLE-CAMARA UNTIL FIN-CAMARA
           CLOSE ARCHIVO-CAMARA-DET
           MOVE SPACES TO CAM-PIE
           MOVE 'T' TO CAM-PIE-TIPO
           MOVE WS-FECHA-ACTUAL TO CAM-PIE-FECHA
           MOVE WS-CAM-CANTIDAD TO CAM-PIE-CANTIDAD
           MOVE WS-CAM-TOTAL TO CAM-PIE-TOTAL
           MOVE WS-CAM-HASH-CUENTAS TO CAM-PIE-HASH-CUENTAS
           WRITE CAM-PIE
           CLOSE ARCHIVO-CAMARA
           DISPLAY 'ARCHIVO CAMARA - PAGOS: ' WS-CAM-CANTIDAD
               ' MONTO: ' WS-CAM-TOTAL.

       LEER-DETALLE-CAMARA.
           READ ARCHIVO-CAMARA-DET
               AT END
                   MOVE 'S' TO WS-FIN-CAMARA
           END-READ.

       COPIAR-DETALLE-CAMARA.
           IF CMD-TIPO-REG = 'D' AND
              CMD-REF-FECHA = WS-FECHA-ACTUAL
               MOVE CMD-REGISTRO TO CAM-DETALLE
               WRITE CAM-DETALLE
               ADD 1 TO WS-CAM-CANTIDAD
               ADD CMD-MONTO TO WS-CAM-TOTAL
               ADD CMD-CUENTA-ORIGEN TO WS-CAM-HASH-CUENTAS
           END-IF
           PERFORM LEER-DETALLE-CAMARA.

       MOSTRAR-RESUMEN.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN DE PROCESAMIENTO'.
               DISPLAY 'MODO: SIMULACION - SIN ACTUALIZACION'
           END-IF.
           DISPLAY '============================================'.
           DISPLAY 'LOTES RECIBIDOS:          ' WS-LTE-CANTIDAD.
           DISPLAY 'LOTES CONTABILIZADOS:     ' WS-LOTES-VALIDOS.
           DISPLAY 'LOTES APARTADOS:          ' WS-LOTES-RECHAZADOS.
           IF WS-CUENTAS-CERRADAS > ZEROS OR
              WS-CIERRES-CON-SALDO > ZEROS
               DISPLAY 'CUENTAS CERRADAS:         ' WS-CUENTAS-CERRADAS
               DISPLAY 'CIERRES CON SALDO:        '
                   WS-CIERRES-CON-SALDO
           END-IF.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN POR LOTE'.
           PERFORM MOSTRAR-LOTE
               VARYING WS-LTE-INDICE FROM 1 BY 1
               UNTIL WS-LTE-INDICE > WS-LTE-CANTIDAD.
           DISPLAY '============================================'.
           PERFORM TOTALIZAR-EJECUCION.
           MOVE WS-TOTALES-EJECUCION TO WS-TOTALES-LOTE.
           DISPLAY 'TOTALES DE LA EJECUCION'.
           DISPLAY 'TRANSACCIONES PROCESADAS: ' WS-TRX-PROCESADAS.
           DISPLAY 'TRANSACCIONES EXITOSAS:   ' WS-TRX-EXITOSAS.
           DISPLAY 'TRANSACCIONES RECHAZADAS: ' WS-TRX-RECHAZADAS.
           PERFORM MOSTRAR-COMISIONES-PLAN.
           PERFORM CONCILIAR-SALDOS.

       MOSTRAR-LOTE.
           IF LTE-CONTABILIZADO (WS-LTE-INDICE)
               MOVE WS-LTE-TOTALES (WS-LTE-INDICE) TO WS-TOTALES-LOTE
               PERFORM CALCULAR-CUADRE
               DISPLAY 'LOTE ' WS-LTE-LOTE (WS-LTE-INDICE)
                   ' ' WS-LTE-FUENTE (WS-LTE-INDICE)
                   ' PROCESADAS: ' WS-TRX-PROCESADAS
                   ' EXITOSAS: ' WS-TRX-EXITOSAS
                   ' RECHAZADAS: ' WS-TRX-RECHAZADAS
               IF LTE-DE-REINICIO (WS-LTE-INDICE)
                   DISPLAY '     CONTABILIZADO ANTES DEL REINICIO'
               END-IF
               IF WS-DIFERENCIA-CUADRE = 0
                   DISPLAY '     CUADRE: OK'
               ELSE
                   DISPLAY '     CUADRE: DESCUADRADO - DIFERENCIA: '
                       WS-DIFERENCIA-CUADRE
               END-IF
           ELSE
               DISPLAY 'LOTE ' WS-LTE-LOTE (WS-LTE-INDICE)
                   ' ' WS-LTE-FUENTE (WS-LTE-INDICE)
                   ' APARTADO: ' WS-LTE-MENSAJE (WS-LTE-INDICE)
           END-IF.

       MOSTRAR-COMISIONES-PLAN.
           DISPLAY 'COMISIONES POR PLAN'.
           PERFORM MOSTRAR-PLAN
               ' COMISIONES: ' WS-PLN-COMISIONES (WS-PLN-INDICE).

       CONCILIAR-SALDOS.
           PERFORM CALCULAR-CUADRE
           DISPLAY 'CUADRE DE SALDOS'.
           DISPLAY 'SUMA SALDOS INICIALES:    ' WS-SUMA-SALDO-INICIAL.
           DISPLAY 'TOTAL DEPOSITOS:          ' WS-TOTAL-DEPOSITOS.
           DISPLAY 'TOTAL LIBERACIONES:       ' WS-TOTAL-LIBERACIONES.
           DISPLAY 'TOTAL REVERSOS (NETO):    ' WS-TOTAL-REVERSOS.
           DISPLAY 'SOBREGIRO USADO (NETO):   ' WS-TOTAL-SOBREGIRO.
           DISPLAY 'TOTAL CARGOS SOBREGIRO:   ' WS-TOTAL-CARGOS.
           DISPLAY 'TRANSF. OTROS BANCOS:     ' WS-TOTAL-INTERBANCO.
           DISPLAY 'DEVOLUCIONES CAMARA:      ' WS-TOTAL-DEVOLUCION.
           DISPLAY 'INTERESES ABONADOS:       ' WS-TOTAL-INTERESES.
           DISPLAY 'SALDO ESPERADO:           ' WS-SALDO-ESPERADO.
           DISPLAY 'SUMA SALDOS FINALES:      ' WS-SUMA-SALDO-FINAL.
           IF WS-DIFERENCIA-CUADRE = 0
               DISPLAY 'CUADRE: DESCUADRADO - DIFERENCIA: '
                   WS-DIFERENCIA-CUADRE
           END-IF.

       CALCULAR-CUADRE.
           COMPUTE WS-SALDO-ESPERADO =
               WS-SUMA-SALDO-INICIAL + WS-TOTAL-DEPOSITOS -
               WS-TOTAL-RETIROS -
               WS-TOTAL-COMISIONES + WS-TOTAL-REVERSOS -
               WS-TOTAL-CARGOS - WS-TOTAL-INTERBANCO +
               WS-TOTAL-DEVOLUCION + WS-TOTAL-INTERESES
           COMPUTE WS-DIFERENCIA-CUADRE =
               WS-SUMA-SALDO-FINAL - WS-SALDO-ESPERADO.
