      *================================================================
      * PROGRAMA: CONSCTA
      * DESCRIPCION: Consulta en linea de cuentas y clientes
      * FUNCIONALIDAD: Programa de pantallas para las sucursales. Por
      *                numero de cuenta muestra saldo, retenido,
      *                disponible con linea de sobregiro, estado, plan
      *                de comision y la ultima transaccion; permite
      *                hojear los movimientos recientes de AUDITORIA y
      *                las ORDENES activas de la cuenta. Por RUT muestra
      *                nombre y direccion de MAESCLI con sus cuentas.
      *                Solo lectura: todos los archivos se abren INPUT
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTA.

           SELECT OPTIONAL ARCHIVO-CLIENTES-MST ASSIGN TO "MAESCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-RUT
               FILE STATUS IS WS-STATUS-CLM.

           SELECT OPTIONAL ARCHIVO-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT OPTIONAL ARCHIVO-ORDENES ASSIGN TO "ORDENES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORD.

           SELECT OPTIONAL ARCHIVO-PLANES ASSIGN TO "PLANCOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLN.

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

       FD  ARCHIVO-CLIENTES-MST.
       01  CLM-REGISTRO.
           05  CLM-RUT               PIC X(12).
           05  CLM-NOMBRE            PIC X(40).
           05  CLM-DIRECCION         PIC X(60).
           05  CLM-CUENTA            PIC 9(10) OCCURS 3 TIMES.
           05  CLM-ESTADO            PIC X(01).

       FD  ARCHIVO-AUDITORIA
           RECORDING MODE IS F.
       01  AUD-LINEA                 PIC X(100).

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

       FD  ARCHIVO-PLANES
           RECORDING MODE IS F.
       01  PLN-REGISTRO.
           05  PLN-CODIGO            PIC X(02).
           05  PLN-TASA              PIC 9V9999.
           05  PLN-MINIMO            PIC 9(05)V99.
           05  PLN-TRX-LIBRES        PIC 9(03).

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
       01  WS-ENTRADA-PANTALLA.
           05  WS-OPCION             PIC X(01)      VALUE SPACES.
           05  WS-CUENTA-CONSULTA    PIC 9(10)      VALUE ZEROS.
           05  WS-RUT-CONSULTA       PIC X(12)      VALUE SPACES.
           05  WS-MENSAJE            PIC X(60)      VALUE SPACES.

       01  WS-FLAGS.
           05  WS-FIN-CONSULTAS      PIC X(01)      VALUE 'N'.
               88  FIN-CONSULTAS                    VALUE 'S'.
           05  WS-FIN-CUENTA         PIC X(01)      VALUE 'N'.
               88  FIN-CUENTA                       VALUE 'S'.
           05  WS-FIN-CLIENTE        PIC X(01)      VALUE 'N'.
               88  FIN-CLIENTE                      VALUE 'S'.
           05  WS-FIN-LISTA          PIC X(01)      VALUE 'N'.
               88  FIN-LISTA                        VALUE 'S'.
           05  WS-FIN-ARCHIVO        PIC X(01)      VALUE 'N'.
               88  FIN-ARCHIVO                      VALUE 'S'.
           05  WS-FIN-MAESTRO-CLI    PIC X(01)      VALUE 'N'.
               88  FIN-MAESTRO-CLI                  VALUE 'S'.
           05  WS-TITULAR-HALLADO    PIC X(01)      VALUE 'N'.
               88  TITULAR-HALLADO                  VALUE 'S'.
           05  WS-MAESCLI-ABIERTO    PIC X(01)      VALUE 'N'.
               88  MAESCLI-DISPONIBLE               VALUE 'S'.
           05  WS-PLN-HALLADO        PIC X(01)      VALUE 'N'.
               88  PLAN-HALLADO                     VALUE 'S'.

       01  WS-STATUS-CTA             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CLM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-AUD             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-ORD             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PLN             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-CONSULTAS          PIC 9(07)      VALUE ZEROS.
           05  WS-CONSULTAS-OK       PIC 9(07)      VALUE ZEROS.
           05  WS-CONSULTAS-FALLIDAS PIC 9(07)      VALUE ZEROS.

       01  WS-BITACORA.
           05  WS-BIT-EVENTO         PIC X(01)      VALUE SPACES.
           05  WS-BIT-ESTADO         PIC X(02)      VALUE SPACES.
           05  WS-BIT-HORA           PIC 9(08)      VALUE ZEROS.
           05  WS-FECHA-ACTUAL       PIC 9(08)      VALUE ZEROS.

       01  WS-TABLA-PLANES.
           05  WS-PLN-CANTIDAD       PIC 9(02)      VALUE ZEROS.
           05  WS-PLN-INDICE         PIC 9(02)      VALUE ZEROS.
           05  WS-PLN-ENTRADA OCCURS 20 TIMES.
               10  WS-PLN-CODIGO     PIC X(02).
               10  WS-PLN-TASA       PIC 9V9999.
               10  WS-PLN-MINIMO     PIC 9(05)V99.
               10  WS-PLN-LIBRES     PIC 9(03).

      *----------------------------------------------------------------
      * DATOS DE LA CUENTA CONSULTADA, YA EDITADOS PARA LA PANTALLA
      *----------------------------------------------------------------
       01  WS-DATOS-CUENTA.
           05  WS-CUENTA-NUMERO      PIC 9(10)      VALUE ZEROS.
           05  WS-DISPONIBLE         PIC S9(11)V99  VALUE ZEROS.
           05  WS-ESTADO-CUENTA      PIC X(01)      VALUE SPACES.
           05  WS-ESTADO-DESC        PIC X(12)      VALUE SPACES.
           05  WS-PC-SALDO           PIC -Z(10)9.99.
           05  WS-PC-RETENIDO        PIC -Z(10)9.99.
           05  WS-PC-LINEA           PIC -Z(10)9.99.
           05  WS-PC-DISPONIBLE      PIC -Z(10)9.99.
           05  WS-PC-ESTADO          PIC X(12)      VALUE SPACES.
           05  WS-PC-PLAN            PIC X(02)      VALUE SPACES.
           05  WS-PC-PLAN-DESC       PIC X(45)      VALUE SPACES.
           05  WS-PC-TRX-MES         PIC ZZ9.
           05  WS-PC-ULT-TIPO        PIC X(02)      VALUE SPACES.
           05  WS-PC-ULT-MONTO       PIC Z(08)9.99.
           05  WS-PC-ULT-COMISION    PIC Z(04)9.99.
           05  WS-PC-REVERSADA       PIC X(02)      VALUE SPACES.
           05  WS-TIT-RUT            PIC X(12)      VALUE SPACES.
           05  WS-TIT-NOMBRE         PIC X(40)      VALUE SPACES.

       01  WS-DESCRIPCION-PLAN.
           05  FILLER                PIC X(06)      VALUE 'TASA: '.
           05  WS-DP-TASA            PIC 9.9999.
           05  FILLER                PIC X(10)      VALUE '  MINIMO: '.
           05  WS-DP-MINIMO          PIC Z(04)9.99.
           05  FILLER                PIC X(10)      VALUE '  LIBRES: '.
           05  WS-DP-LIBRES          PIC ZZ9.

      *----------------------------------------------------------------
      * DATOS DEL CLIENTE CONSULTADO POR RUT
      *----------------------------------------------------------------
       01  WS-DATOS-CLIENTE.
           05  WS-PR-RUT             PIC X(12)      VALUE SPACES.
           05  WS-PR-NOMBRE          PIC X(40)      VALUE SPACES.
           05  WS-PR-DIRECCION       PIC X(60)      VALUE SPACES.
           05  WS-PR-ESTADO          PIC X(01)      VALUE SPACES.
           05  WS-PR-INDICE          PIC 9(01)      VALUE ZEROS.
           05  WS-PR-CUENTAS.
               10  WS-PR-CUENTA      PIC 9(10) OCCURS 3 TIMES.
           05  WS-PR-LINEAS.
               10  WS-PR-LINEA       PIC X(61) OCCURS 3 TIMES.

       01  WS-ENCABEZADO-VINCULOS.
           05  FILLER                PIC X(31)
               VALUE 'N  CUENTA      ESTADO         '.
           05  FILLER                PIC X(30)
               VALUE ' SALDO ACTUAL       DISPONIBLE'.

       01  WS-LINEA-VINCULO.
           05  WS-LV-NUMERO          PIC 9(01).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LV-CUENTA          PIC 9(10).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LV-ESTADO          PIC X(12).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LV-SALDO           PIC -Z(10)9.99.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LV-DISPONIBLE      PIC -Z(10)9.99.

      *----------------------------------------------------------------
      * LISTA PAGINADA (MOVIMIENTOS U ORDENES), DIEZ LINEAS POR
      * PANTALLA. LOS MOVIMIENTOS SE LEEN EN UN ANILLO QUE CONSERVA
      * LOS 100 MAS RECIENTES Y SE PASAN A LA LISTA DEL MAS NUEVO AL
      * MAS ANTIGUO
      *----------------------------------------------------------------
       01  WS-TABLA-MOVIMIENTOS.
           05  WS-MOV-CANTIDAD       PIC 9(03)      VALUE ZEROS.
           05  WS-MOV-ULTIMO         PIC 9(03)      VALUE ZEROS.
           05  WS-MOV-INDICE         PIC 9(03)      VALUE ZEROS.
           05  WS-MOV-LINEA          PIC X(74) OCCURS 100 TIMES.

       01  WS-AUD-ENTRADA.
           05  FILLER                PIC X(01).
           05  WS-AE-CUENTA          PIC X(10).
           05  FILLER                PIC X(02).
           05  WS-AE-DETALLE         PIC X(74).
           05  FILLER                PIC X(13).
       01  WS-CUENTA-DIGITOS         PIC X(10)      VALUE SPACES.
       01  WS-CUENTA-NUM REDEFINES WS-CUENTA-DIGITOS
                                     PIC 9(10).

       01  WS-TABLA-LISTA.
           05  WS-LST-CANTIDAD       PIC 9(03)      VALUE ZEROS.
           05  WS-LST-INDICE         PIC 9(03)      VALUE ZEROS.
           05  WS-LST-PAGINA         PIC 9(03)      VALUE ZEROS.
           05  WS-LST-PAGINAS        PIC 9(03)      VALUE ZEROS.
           05  WS-LST-RENGLON        PIC 9(02)      VALUE ZEROS.
           05  WS-LST-TITULO         PIC X(60)      VALUE SPACES.
           05  WS-LST-ENCABEZADO     PIC X(74)      VALUE SPACES.
           05  WS-LST-LINEA          PIC X(74) OCCURS 100 TIMES.
           05  WS-LST-PANTALLA.
               10  WS-LST-VISIBLE    PIC X(74) OCCURS 10 TIMES.
           05  WS-LST-PAG-EDIT       PIC ZZ9.
           05  WS-LST-TOT-EDIT       PIC ZZ9.

       01  WS-ENCABEZADO-MOVIMIENTOS.
           05  FILLER                PIC X(34)
               VALUE 'TP         MONTO  COMISION  ERR   '.
           05  FILLER                PIC X(40)
               VALUE 'FECHA    HORA              DELTA  LOTE'.

       01  WS-ENCABEZADO-ORDENES.
           05  FILLER                PIC X(36)
               VALUE 'ROL     TP         MONTO CONTRAPARTE'.
           05  FILLER                PIC X(38)
               VALUE ' FR   PROXIMA   TERMINO'.

       01  WS-LINEA-ORDEN.
           05  WS-LO-ROL             PIC X(07).
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LO-TIPO            PIC X(02).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LO-MONTO           PIC Z(08)9.99.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LO-CONTRAPARTE     PIC Z(09)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LO-FRECUENCIA      PIC X(01).
           05  FILLER                PIC X(03)      VALUE SPACES.
           05  WS-LO-PROXIMA         PIC 9(08).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LO-TERMINO         PIC 9(08).

       SCREEN SECTION.
       01  PANTALLA-MENU.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'CONSCTA - CONSULTA DE CUENTAS Y CLIENTES'.
           05  LINE 01 COLUMN 62 VALUE 'FECHA: '.
           05  LINE 01 COLUMN 69 PIC 9(08) FROM WS-FECHA-ACTUAL.
           05  LINE 04 COLUMN 05
               VALUE 'C = CONSULTA POR NUMERO DE CUENTA'.
           05  LINE 05 COLUMN 05
               VALUE 'R = CONSULTA POR RUT DEL CLIENTE'.
           05  LINE 06 COLUMN 05 VALUE 'F = FIN DE LA CONSULTA'.
           05  LINE 09 COLUMN 05 VALUE 'OPCION . . . . . :'.
           05  LINE 09 COLUMN 24 PIC X(01) USING WS-OPCION.
           05  LINE 11 COLUMN 05 VALUE 'NUMERO DE CUENTA :'.
           05  LINE 11 COLUMN 24 PIC 9(10) USING WS-CUENTA-CONSULTA.
           05  LINE 12 COLUMN 05 VALUE 'RUT  . . . . . . :'.
           05  LINE 12 COLUMN 24 PIC X(12) USING WS-RUT-CONSULTA.
           05  LINE 22 COLUMN 01 PIC X(60) FROM WS-MENSAJE
               HIGHLIGHT.

       01  PANTALLA-CUENTA.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'CONSCTA - CONSULTA DE CUENTA'.
           05  LINE 01 COLUMN 62 VALUE 'FECHA: '.
           05  LINE 01 COLUMN 69 PIC 9(08) FROM WS-FECHA-ACTUAL.
           05  LINE 03 COLUMN 01 VALUE 'CUENTA . . . . . . :'.
           05  LINE 03 COLUMN 22 PIC 9(10) FROM WS-CUENTA-NUMERO.
           05  LINE 03 COLUMN 40 VALUE 'ESTADO: '.
           05  LINE 03 COLUMN 48 PIC X(12) FROM WS-PC-ESTADO.
           05  LINE 04 COLUMN 01 VALUE 'TITULAR  . . . . . :'.
           05  LINE 04 COLUMN 22 PIC X(12) FROM WS-TIT-RUT.
           05  LINE 04 COLUMN 36 PIC X(40) FROM WS-TIT-NOMBRE.
           05  LINE 06 COLUMN 01 VALUE 'SALDO ACTUAL . . . :'.
           05  LINE 06 COLUMN 22 PIC X(15) FROM WS-PC-SALDO.
           05  LINE 07 COLUMN 01 VALUE 'SALDO RETENIDO . . :'.
           05  LINE 07 COLUMN 22 PIC X(15) FROM WS-PC-RETENIDO.
           05  LINE 08 COLUMN 01 VALUE 'LINEA SOBREGIRO  . :'.
           05  LINE 08 COLUMN 22 PIC X(15) FROM WS-PC-LINEA.
           05  LINE 09 COLUMN 01 VALUE 'DISPONIBLE C/LINEA :'.
           05  LINE 09 COLUMN 22 PIC X(15) FROM WS-PC-DISPONIBLE.
           05  LINE 11 COLUMN 01 VALUE 'PLAN DE COMISION . :'.
           05  LINE 11 COLUMN 22 PIC X(02) FROM WS-PC-PLAN.
           05  LINE 11 COLUMN 26 PIC X(45) FROM WS-PC-PLAN-DESC.
           05  LINE 12 COLUMN 01 VALUE 'TRX DEL MES  . . . :'.
           05  LINE 12 COLUMN 22 PIC X(03) FROM WS-PC-TRX-MES.
           05  LINE 14 COLUMN 01 VALUE 'ULTIMA TRANSACCION'.
           05  LINE 15 COLUMN 01 VALUE 'TIPO . . . . . . . :'.
           05  LINE 15 COLUMN 22 PIC X(02) FROM WS-PC-ULT-TIPO.
           05  LINE 16 COLUMN 01 VALUE 'MONTO  . . . . . . :'.
           05  LINE 16 COLUMN 22 PIC X(12) FROM WS-PC-ULT-MONTO.
           05  LINE 17 COLUMN 01 VALUE 'COMISION . . . . . :'.
           05  LINE 17 COLUMN 22 PIC X(08) FROM WS-PC-ULT-COMISION.
           05  LINE 18 COLUMN 01 VALUE 'REVERSADA  . . . . :'.
           05  LINE 18 COLUMN 22 PIC X(02) FROM WS-PC-REVERSADA.
           05  LINE 20 COLUMN 01
               VALUE 'M = MOVIMIENTOS  O = ORDENES ACTIVAS  V = VOLVER'.
           05  LINE 20 COLUMN 52 VALUE 'OPCION:'.
           05  LINE 20 COLUMN 60 PIC X(01) USING WS-OPCION.
           05  LINE 22 COLUMN 01 PIC X(60) FROM WS-MENSAJE
               HIGHLIGHT.

       01  PANTALLA-CLIENTE.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'CONSCTA - CONSULTA DE CLIENTE'.
           05  LINE 01 COLUMN 62 VALUE 'FECHA: '.
           05  LINE 01 COLUMN 69 PIC 9(08) FROM WS-FECHA-ACTUAL.
           05  LINE 03 COLUMN 01 VALUE 'RUT  . . . . :'.
           05  LINE 03 COLUMN 16 PIC X(12) FROM WS-PR-RUT.
           05  LINE 03 COLUMN 40 VALUE 'ESTADO: '.
           05  LINE 03 COLUMN 48 PIC X(01) FROM WS-PR-ESTADO.
           05  LINE 04 COLUMN 01 VALUE 'NOMBRE . . . :'.
           05  LINE 04 COLUMN 16 PIC X(40) FROM WS-PR-NOMBRE.
           05  LINE 05 COLUMN 01 VALUE 'DIRECCION  . :'.
           05  LINE 05 COLUMN 16 PIC X(60) FROM WS-PR-DIRECCION.
           05  LINE 07 COLUMN 03 PIC X(61) FROM WS-ENCABEZADO-VINCULOS.
           05  LINE 08 COLUMN 03 PIC X(61) FROM WS-PR-LINEA (1).
           05  LINE 09 COLUMN 03 PIC X(61) FROM WS-PR-LINEA (2).
           05  LINE 10 COLUMN 03 PIC X(61) FROM WS-PR-LINEA (3).
           05  LINE 20 COLUMN 01
               VALUE '1-3 = VER CUENTA  V = VOLVER'.
           05  LINE 20 COLUMN 52 VALUE 'OPCION:'.
           05  LINE 20 COLUMN 60 PIC X(01) USING WS-OPCION.
           05  LINE 22 COLUMN 01 PIC X(60) FROM WS-MENSAJE
               HIGHLIGHT.

       01  PANTALLA-LISTA.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 PIC X(60) FROM WS-LST-TITULO.
           05  LINE 01 COLUMN 62 VALUE 'FECHA: '.
           05  LINE 01 COLUMN 69 PIC 9(08) FROM WS-FECHA-ACTUAL.
           05  LINE 03 COLUMN 03 PIC X(74) FROM WS-LST-ENCABEZADO.
           05  LINE 04 COLUMN 03 PIC X(74) FROM WS-LST-VISIBLE (1).
           05  LINE 05 COLUMN 03 PIC X(74) FROM WS-LST-VISIBLE (2).
           05  LINE 06 COLUMN 03 PIC X(74) FROM WS-LST-VISIBLE (3).
           05  LINE 07 COLUMN 03 PIC X(74) FROM WS-LST-VISIBLE (4).
           05  LINE 08 COLUMN 03 PIC X(74) FROM WS-LST-VISIBLE (5).
           05  LINE 09 COLUMN 03 PIC X(74) FROM WS-LST-VISIBLE (6).
           05  LINE 10 COLUMN 03 PIC X(74) FROM WS-LST-VISIBLE (7).
           05  LINE 11 COLUMN 03 PIC X(74) FROM WS-LST-VISIBLE (8).
           05  LINE 12 COLUMN 03 PIC X(74) FROM WS-LST-VISIBLE (9).
           05  LINE 13 COLUMN 03 PIC X(74) FROM WS-LST-VISIBLE (10).
           05  LINE 15 COLUMN 03 VALUE 'PAGINA '.
           05  LINE 15 COLUMN 10 PIC X(03) FROM WS-LST-PAG-EDIT.
           05  LINE 15 COLUMN 14 VALUE 'DE '.
           05  LINE 15 COLUMN 17 PIC X(03) FROM WS-LST-TOT-EDIT.
           05  LINE 20 COLUMN 01
               VALUE 'S = SIGUIENTE  A = ANTERIOR  V = VOLVER'.
           05  LINE 20 COLUMN 52 VALUE 'OPCION:'.
           05  LINE 20 COLUMN 60 PIC X(01) USING WS-OPCION.
           05  LINE 22 COLUMN 01 PIC X(60) FROM WS-MENSAJE
               HIGHLIGHT.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INICIALIZAR
           PERFORM REGISTRAR-INICIO-BITACORA
           PERFORM ATENDER-CONSULTA UNTIL FIN-CONSULTAS
           CLOSE ARCHIVO-CUENTAS
           IF MAESCLI-DISPONIBLE
               CLOSE ARCHIVO-CLIENTES-MST
           END-IF
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
           MOVE 'CONSCTA' TO BIT-PROGRAMA
           MOVE WS-FECHA-ACTUAL TO BIT-FECHA
           MOVE WS-BIT-HORA TO BIT-HORA
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE ZEROS TO BIT-LOTE
           MOVE WS-CONSULTAS TO BIT-LEIDOS
           MOVE WS-CONSULTAS-OK TO BIT-ACEPTADOS
           MOVE WS-CONSULTAS-FALLIDAS TO BIT-RECHAZADOS
           MOVE WS-BIT-ESTADO TO BIT-ESTADO
           WRITE BIT-REGISTRO
           CLOSE ARCHIVO-BITACORA.

       INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STATUS-CTA NOT = '00'
               DISPLAY 'ERROR AL ABRIR CUENTAS - STATUS: '
                   WS-STATUS-CTA
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVO-CLIENTES-MST
           IF WS-STATUS-CLM = '00'
               MOVE 'S' TO WS-MAESCLI-ABIERTO
           ELSE
               MOVE 'N' TO WS-MAESCLI-ABIERTO
               IF WS-STATUS-CLM = '05'
                   CLOSE ARCHIVO-CLIENTES-MST
               END-IF
           END-IF
           PERFORM CARGAR-PLANES.

       CARGAR-PLANES.
           MOVE ZEROS TO WS-PLN-CANTIDAD
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ARCHIVO-PLANES
           PERFORM LEER-PLAN
           PERFORM GUARDAR-PLAN UNTIL FIN-ARCHIVO
           CLOSE ARCHIVO-PLANES.

       LEER-PLAN.
           READ ARCHIVO-PLANES
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-PLAN.
           IF WS-PLN-CANTIDAD < 20
               ADD 1 TO WS-PLN-CANTIDAD
               MOVE PLN-CODIGO TO WS-PLN-CODIGO (WS-PLN-CANTIDAD)
               MOVE PLN-TASA TO WS-PLN-TASA (WS-PLN-CANTIDAD)
               MOVE PLN-MINIMO TO WS-PLN-MINIMO (WS-PLN-CANTIDAD)
               MOVE PLN-TRX-LIBRES TO WS-PLN-LIBRES (WS-PLN-CANTIDAD)
           END-IF
           PERFORM LEER-PLAN.

      *----------------------------------------------------------------
      * MENU PRINCIPAL
      *----------------------------------------------------------------
       ATENDER-CONSULTA.
           MOVE SPACES TO WS-OPCION
           DISPLAY PANTALLA-MENU
           ACCEPT PANTALLA-MENU
           INSPECT WS-OPCION CONVERTING 'cfr' TO 'CFR'
           MOVE SPACES TO WS-MENSAJE
           IF WS-OPCION = 'F'
               MOVE 'S' TO WS-FIN-CONSULTAS
           ELSE
               IF WS-OPCION = 'C'
                   PERFORM CONSULTAR-CUENTA
               ELSE
                   IF WS-OPCION = 'R'
                       PERFORM CONSULTAR-CLIENTE
                   ELSE
                       MOVE 'OPCION INVALIDA - INGRESE C, R O F'
                           TO WS-MENSAJE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CONSULTA POR NUMERO DE CUENTA
      *----------------------------------------------------------------
       CONSULTAR-CUENTA.
           ADD 1 TO WS-CONSULTAS
           MOVE WS-CUENTA-CONSULTA TO CTA-NRO-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   ADD 1 TO WS-CONSULTAS-FALLIDAS
                   MOVE 'CUENTA NO EXISTE EN CUENTAS' TO WS-MENSAJE
               NOT INVALID KEY
                   ADD 1 TO WS-CONSULTAS-OK
                   PERFORM ARMAR-DATOS-CUENTA
                   MOVE 'N' TO WS-FIN-CUENTA
                   PERFORM ATENDER-CUENTA UNTIL FIN-CUENTA
           END-READ.

       ARMAR-DATOS-CUENTA.
           MOVE CTA-NRO-CUENTA TO WS-CUENTA-NUMERO
           MOVE CTA-SALDO-ACTUAL TO WS-PC-SALDO
           MOVE CTA-SALDO-RETENIDO TO WS-PC-RETENIDO
           IF CTA-LINEA-SOBREGIRO IS NUMERIC
               MOVE CTA-LINEA-SOBREGIRO TO WS-PC-LINEA
               COMPUTE WS-DISPONIBLE = CTA-SALDO-ACTUAL -
                   CTA-SALDO-RETENIDO + CTA-LINEA-SOBREGIRO
           ELSE
               MOVE ZEROS TO WS-PC-LINEA
               COMPUTE WS-DISPONIBLE = CTA-SALDO-ACTUAL -
                   CTA-SALDO-RETENIDO
           END-IF
           MOVE WS-DISPONIBLE TO WS-PC-DISPONIBLE
           MOVE CTA-ESTADO TO WS-ESTADO-CUENTA
           PERFORM DESCRIBIR-ESTADO
           MOVE WS-ESTADO-DESC TO WS-PC-ESTADO
           MOVE CTA-PLAN-COMISION TO WS-PC-PLAN
           PERFORM DESCRIBIR-PLAN
           IF CTA-TRX-MES IS NUMERIC AND
              CTA-TRX-PERIODO = WS-FECHA-ACTUAL (1:6)
               MOVE CTA-TRX-MES TO WS-PC-TRX-MES
           ELSE
               MOVE ZEROS TO WS-PC-TRX-MES
           END-IF
           MOVE CTA-ULT-TIPO-TRX TO WS-PC-ULT-TIPO
           MOVE CTA-ULT-MONTO-TRX TO WS-PC-ULT-MONTO
           MOVE CTA-ULT-COMISION TO WS-PC-ULT-COMISION
           IF CTA-ULT-REVERSADO = 'S'
               MOVE 'SI' TO WS-PC-REVERSADA
           ELSE
               MOVE 'NO' TO WS-PC-REVERSADA
           END-IF
           PERFORM BUSCAR-TITULAR.

       DESCRIBIR-ESTADO.
           IF WS-ESTADO-CUENTA = 'A' OR WS-ESTADO-CUENTA = SPACE
               MOVE 'ACTIVA' TO WS-ESTADO-DESC
           ELSE
               IF WS-ESTADO-CUENTA = 'B'
                   MOVE 'BLOQUEADA' TO WS-ESTADO-DESC
               ELSE
                   IF WS-ESTADO-CUENTA = 'C'
                       MOVE 'CERRADA' TO WS-ESTADO-DESC
                   ELSE
                       IF WS-ESTADO-CUENTA = 'I'
                           MOVE 'INACTIVA' TO WS-ESTADO-DESC
                       ELSE
                           IF WS-ESTADO-CUENTA = 'P'
                               MOVE 'EN CIERRE' TO WS-ESTADO-DESC
                           ELSE
                               MOVE 'DESCONOCIDO' TO WS-ESTADO-DESC
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DESCRIBIR-PLAN.
           MOVE 'N' TO WS-PLN-HALLADO
           MOVE SPACES TO WS-PC-PLAN-DESC
           IF WS-PC-PLAN = SPACES
               MOVE 'SIN PLAN - TASA GLOBAL' TO WS-PC-PLAN-DESC
           ELSE
               MOVE 1 TO WS-PLN-INDICE
               PERFORM REVISAR-PLAN
                   UNTIL WS-PLN-INDICE > WS-PLN-CANTIDAD
                      OR PLAN-HALLADO
               IF NOT PLAN-HALLADO
                   MOVE 'PLAN NO DEFINIDO EN PLANCOM' TO WS-PC-PLAN-DESC
               END-IF
           END-IF.

       REVISAR-PLAN.
           IF WS-PLN-CODIGO (WS-PLN-INDICE) = WS-PC-PLAN
               MOVE 'S' TO WS-PLN-HALLADO
               MOVE WS-PLN-TASA (WS-PLN-INDICE) TO WS-DP-TASA
               MOVE WS-PLN-MINIMO (WS-PLN-INDICE) TO WS-DP-MINIMO
               MOVE WS-PLN-LIBRES (WS-PLN-INDICE) TO WS-DP-LIBRES
               MOVE WS-DESCRIPCION-PLAN TO WS-PC-PLAN-DESC
           ELSE
               ADD 1 TO WS-PLN-INDICE
           END-IF.

       BUSCAR-TITULAR.
           MOVE 'N' TO WS-TITULAR-HALLADO
           MOVE SPACES TO WS-TIT-RUT
           MOVE 'SIN TITULAR EN MAESCLI' TO WS-TIT-NOMBRE
           IF MAESCLI-DISPONIBLE
               MOVE 'N' TO WS-FIN-MAESTRO-CLI
               MOVE LOW-VALUES TO CLM-RUT
               START ARCHIVO-CLIENTES-MST KEY NOT < CLM-RUT
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-MAESTRO-CLI
               END-START
               PERFORM LEER-CLIENTE-SIGUIENTE
                   UNTIL FIN-MAESTRO-CLI OR TITULAR-HALLADO
           END-IF.

       LEER-CLIENTE-SIGUIENTE.
           READ ARCHIVO-CLIENTES-MST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-MAESTRO-CLI
               NOT AT END
                   PERFORM COMPARAR-TITULAR
           END-READ.

       COMPARAR-TITULAR.
           IF CLM-CUENTA (1) = WS-CUENTA-NUMERO OR
              CLM-CUENTA (2) = WS-CUENTA-NUMERO OR
              CLM-CUENTA (3) = WS-CUENTA-NUMERO
               MOVE 'S' TO WS-TITULAR-HALLADO
               MOVE CLM-RUT TO WS-TIT-RUT
               MOVE CLM-NOMBRE TO WS-TIT-NOMBRE
           END-IF.

       ATENDER-CUENTA.
           MOVE SPACES TO WS-OPCION
           DISPLAY PANTALLA-CUENTA
           ACCEPT PANTALLA-CUENTA
           INSPECT WS-OPCION CONVERTING 'mov' TO 'MOV'
           MOVE SPACES TO WS-MENSAJE
           IF WS-OPCION = 'V'
               MOVE 'S' TO WS-FIN-CUENTA
           ELSE
               IF WS-OPCION = 'M'
                   PERFORM CONSULTAR-MOVIMIENTOS
               ELSE
                   IF WS-OPCION = 'O'
                       PERFORM CONSULTAR-ORDENES
                   ELSE
                       MOVE 'OPCION INVALIDA - INGRESE M, O O V'
                           TO WS-MENSAJE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * MOVIMIENTOS RECIENTES DE LA CUENTA EN AUDITORIA
      *----------------------------------------------------------------
       CONSULTAR-MOVIMIENTOS.
           MOVE ZEROS TO WS-MOV-CANTIDAD
           MOVE ZEROS TO WS-MOV-ULTIMO
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ARCHIVO-AUDITORIA
           PERFORM LEER-AUDITORIA
           PERFORM GUARDAR-MOVIMIENTO UNTIL FIN-ARCHIVO
           CLOSE ARCHIVO-AUDITORIA
           MOVE ZEROS TO WS-LST-CANTIDAD
           MOVE WS-MOV-ULTIMO TO WS-MOV-INDICE
           PERFORM PASAR-MOVIMIENTO-LISTA
               VARYING WS-LST-INDICE FROM 1 BY 1
               UNTIL WS-LST-INDICE > WS-MOV-CANTIDAD
           MOVE 'MOVIMIENTOS RECIENTES DE LA CUENTA (AUDITORIA)'
               TO WS-LST-TITULO
           MOVE WS-ENCABEZADO-MOVIMIENTOS TO WS-LST-ENCABEZADO
           IF WS-LST-CANTIDAD = ZEROS
               MOVE 'LA CUENTA NO TIENE MOVIMIENTOS EN AUDITORIA'
                   TO WS-MENSAJE
           ELSE
               PERFORM RECORRER-LISTA
           END-IF.

       LEER-AUDITORIA.
           READ ARCHIVO-AUDITORIA
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-MOVIMIENTO.
           MOVE AUD-LINEA TO WS-AUD-ENTRADA
           MOVE WS-AE-CUENTA TO WS-CUENTA-DIGITOS
           INSPECT WS-CUENTA-DIGITOS REPLACING LEADING SPACES BY ZEROS
           IF WS-CUENTA-DIGITOS IS NUMERIC
               IF WS-CUENTA-NUM = WS-CUENTA-NUMERO
                   ADD 1 TO WS-MOV-ULTIMO
                   IF WS-MOV-ULTIMO > 100
                       MOVE 1 TO WS-MOV-ULTIMO
                   END-IF
                   MOVE WS-AE-DETALLE TO WS-MOV-LINEA (WS-MOV-ULTIMO)
                   IF WS-MOV-CANTIDAD < 100
                       ADD 1 TO WS-MOV-CANTIDAD
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-AUDITORIA.

       PASAR-MOVIMIENTO-LISTA.
           ADD 1 TO WS-LST-CANTIDAD
           MOVE WS-MOV-LINEA (WS-MOV-INDICE)
               TO WS-LST-LINEA (WS-LST-CANTIDAD)
           SUBTRACT 1 FROM WS-MOV-INDICE
           IF WS-MOV-INDICE = ZEROS
               MOVE 100 TO WS-MOV-INDICE
           END-IF.

      *----------------------------------------------------------------
      * ORDENES PERMANENTES ACTIVAS DONDE LA CUENTA ES ORIGEN O DESTINO
      *----------------------------------------------------------------
       CONSULTAR-ORDENES.
           MOVE ZEROS TO WS-LST-CANTIDAD
           MOVE 'N' TO WS-FIN-ARCHIVO
           OPEN INPUT ARCHIVO-ORDENES
           PERFORM LEER-ORDEN
           PERFORM GUARDAR-ORDEN UNTIL FIN-ARCHIVO
           CLOSE ARCHIVO-ORDENES
           MOVE 'ORDENES PERMANENTES ACTIVAS DE LA CUENTA'
               TO WS-LST-TITULO
           MOVE WS-ENCABEZADO-ORDENES TO WS-LST-ENCABEZADO
           IF WS-LST-CANTIDAD = ZEROS
               MOVE 'LA CUENTA NO TIENE ORDENES ACTIVAS'
                   TO WS-MENSAJE
           ELSE
               PERFORM RECORRER-LISTA
           END-IF.

       LEER-ORDEN.
           READ ARCHIVO-ORDENES
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
           END-READ.

       GUARDAR-ORDEN.
           IF FD-ORD-ESTADO = 'A'
               IF FD-ORD-CUENTA = WS-CUENTA-NUMERO
                   MOVE 'ORIGEN' TO WS-LO-ROL
                   MOVE FD-ORD-CTA-DESTINO TO WS-LO-CONTRAPARTE
                   PERFORM ANOTAR-ORDEN
               ELSE
                   IF FD-ORD-CTA-DESTINO = WS-CUENTA-NUMERO
                       MOVE 'DESTINO' TO WS-LO-ROL
                       MOVE FD-ORD-CUENTA TO WS-LO-CONTRAPARTE
                       PERFORM ANOTAR-ORDEN
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-ORDEN.

       ANOTAR-ORDEN.
           IF WS-LST-CANTIDAD < 100
               MOVE FD-ORD-TIPO TO WS-LO-TIPO
               MOVE FD-ORD-MONTO TO WS-LO-MONTO
               MOVE FD-ORD-FRECUENCIA TO WS-LO-FRECUENCIA
               MOVE FD-ORD-PROX-FECHA TO WS-LO-PROXIMA
               MOVE FD-ORD-FECHA-FIN TO WS-LO-TERMINO
               ADD 1 TO WS-LST-CANTIDAD
               MOVE WS-LINEA-ORDEN TO WS-LST-LINEA (WS-LST-CANTIDAD)
           ELSE
               MOVE 'MAS DE 100 ORDENES - SE MUESTRAN LAS PRIMERAS 100'
                   TO WS-MENSAJE
           END-IF.

      *----------------------------------------------------------------
      * PAGINACION DE LA LISTA EN PANTALLA
      *----------------------------------------------------------------
       RECORRER-LISTA.
           DIVIDE WS-LST-CANTIDAD BY 10 GIVING WS-LST-PAGINAS
           IF WS-LST-PAGINAS * 10 < WS-LST-CANTIDAD
               ADD 1 TO WS-LST-PAGINAS
           END-IF
           MOVE WS-LST-PAGINAS TO WS-LST-TOT-EDIT
           MOVE 1 TO WS-LST-PAGINA
           MOVE 'N' TO WS-FIN-LISTA
           PERFORM ATENDER-LISTA UNTIL FIN-LISTA
           MOVE SPACES TO WS-MENSAJE.

       ATENDER-LISTA.
           MOVE WS-LST-PAGINA TO WS-LST-PAG-EDIT
           COMPUTE WS-LST-INDICE = (WS-LST-PAGINA - 1) * 10
           PERFORM ARMAR-RENGLON
               VARYING WS-LST-RENGLON FROM 1 BY 1
               UNTIL WS-LST-RENGLON > 10
           MOVE SPACES TO WS-OPCION
           DISPLAY PANTALLA-LISTA
           ACCEPT PANTALLA-LISTA
           INSPECT WS-OPCION CONVERTING 'sav' TO 'SAV'
           MOVE SPACES TO WS-MENSAJE
           IF WS-OPCION = 'V'
               MOVE 'S' TO WS-FIN-LISTA
           ELSE
               IF WS-OPCION = 'S'
                   IF WS-LST-PAGINA < WS-LST-PAGINAS
                       ADD 1 TO WS-LST-PAGINA
                   ELSE
                       MOVE 'NO HAY MAS PAGINAS' TO WS-MENSAJE
                   END-IF
               ELSE
                   IF WS-OPCION = 'A'
                       IF WS-LST-PAGINA > 1
                           SUBTRACT 1 FROM WS-LST-PAGINA
                       ELSE
                           MOVE 'YA ESTA EN LA PRIMERA PAGINA'
                               TO WS-MENSAJE
                       END-IF
                   ELSE
                       MOVE 'OPCION INVALIDA - INGRESE S, A O V'
                           TO WS-MENSAJE
                   END-IF
               END-IF
           END-IF.

       ARMAR-RENGLON.
           ADD 1 TO WS-LST-INDICE
           IF WS-LST-INDICE > WS-LST-CANTIDAD
               MOVE SPACES TO WS-LST-VISIBLE (WS-LST-RENGLON)
           ELSE
               MOVE WS-LST-LINEA (WS-LST-INDICE)
                   TO WS-LST-VISIBLE (WS-LST-RENGLON)
           END-IF.

      *----------------------------------------------------------------
      * CONSULTA POR RUT
      *----------------------------------------------------------------
       CONSULTAR-CLIENTE.
           ADD 1 TO WS-CONSULTAS
           IF NOT MAESCLI-DISPONIBLE
               ADD 1 TO WS-CONSULTAS-FALLIDAS
               MOVE 'MAESTRO DE CLIENTES NO DISPONIBLE' TO WS-MENSAJE
           ELSE
               MOVE WS-RUT-CONSULTA TO CLM-RUT
               READ ARCHIVO-CLIENTES-MST
                   INVALID KEY
                       ADD 1 TO WS-CONSULTAS-FALLIDAS
                       MOVE 'RUT NO EXISTE EN MAESCLI' TO WS-MENSAJE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONSULTAS-OK
                       PERFORM ARMAR-DATOS-CLIENTE
                       MOVE 'N' TO WS-FIN-CLIENTE
                       PERFORM ATENDER-CLIENTE UNTIL FIN-CLIENTE
               END-READ
           END-IF.

       ARMAR-DATOS-CLIENTE.
           MOVE CLM-RUT TO WS-PR-RUT
           MOVE CLM-NOMBRE TO WS-PR-NOMBRE
           MOVE CLM-DIRECCION TO WS-PR-DIRECCION
           MOVE CLM-ESTADO TO WS-PR-ESTADO
           PERFORM ARMAR-VINCULO
               VARYING WS-PR-INDICE FROM 1 BY 1
               UNTIL WS-PR-INDICE > 3.

       ARMAR-VINCULO.
           MOVE CLM-CUENTA (WS-PR-INDICE) TO WS-PR-CUENTA (WS-PR-INDICE)
           IF CLM-CUENTA (WS-PR-INDICE) IS NUMERIC AND
              CLM-CUENTA (WS-PR-INDICE) > ZEROS
               MOVE WS-PR-INDICE TO WS-LV-NUMERO
               MOVE CLM-CUENTA (WS-PR-INDICE) TO WS-LV-CUENTA
               MOVE CLM-CUENTA (WS-PR-INDICE) TO CTA-NRO-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE 'NO EXISTE' TO WS-LV-ESTADO
                       MOVE ZEROS TO WS-LV-SALDO
                       MOVE ZEROS TO WS-LV-DISPONIBLE
                   NOT INVALID KEY
                       MOVE CTA-ESTADO TO WS-ESTADO-CUENTA
                       PERFORM DESCRIBIR-ESTADO
                       MOVE WS-ESTADO-DESC TO WS-LV-ESTADO
                       MOVE CTA-SALDO-ACTUAL TO WS-LV-SALDO
                       COMPUTE WS-DISPONIBLE = CTA-SALDO-ACTUAL -
                           CTA-SALDO-RETENIDO
                       IF CTA-LINEA-SOBREGIRO IS NUMERIC
                           ADD CTA-LINEA-SOBREGIRO TO WS-DISPONIBLE
                       END-IF
                       MOVE WS-DISPONIBLE TO WS-LV-DISPONIBLE
               END-READ
               MOVE WS-LINEA-VINCULO TO WS-PR-LINEA (WS-PR-INDICE)
           ELSE
               MOVE ZEROS TO WS-PR-CUENTA (WS-PR-INDICE)
               MOVE SPACES TO WS-PR-LINEA (WS-PR-INDICE)
           END-IF.

       ATENDER-CLIENTE.
           MOVE SPACES TO WS-OPCION
           DISPLAY PANTALLA-CLIENTE
           ACCEPT PANTALLA-CLIENTE
           INSPECT WS-OPCION CONVERTING 'v' TO 'V'
           MOVE SPACES TO WS-MENSAJE
           IF WS-OPCION = 'V'
               MOVE 'S' TO WS-FIN-CLIENTE
           ELSE
               IF WS-OPCION = '1' OR WS-OPCION = '2' OR
                  WS-OPCION = '3'
                   MOVE WS-OPCION TO WS-PR-INDICE
                   IF WS-PR-CUENTA (WS-PR-INDICE) = ZEROS
                       MOVE 'EL CLIENTE NO TIENE CUENTA EN ESA POSICION'
                           TO WS-MENSAJE
                   ELSE
                       MOVE WS-PR-CUENTA (WS-PR-INDICE)
                           TO WS-CUENTA-CONSULTA
                       PERFORM CONSULTAR-CUENTA
                       MOVE WS-RUT-CONSULTA TO CLM-RUT
                       READ ARCHIVO-CLIENTES-MST
                           INVALID KEY
                               MOVE 'S' TO WS-FIN-CLIENTE
                       END-READ
                   END-IF
               ELSE
                   MOVE 'OPCION INVALIDA - INGRESE 1, 2, 3 O V'
                       TO WS-MENSAJE
               END-IF
           END-IF.
