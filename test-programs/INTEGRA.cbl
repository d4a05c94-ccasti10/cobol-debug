      *================================================================
      * PROGRAMA: INTEGRA
      * DESCRIPCION: Control nocturno de integridad entre maestros
      * FUNCIONALIDAD: Se ejecuta antes de TEST001. Cruza CUENTAS,
      *                MAESCLI, ORDENES y PLANCOM y reporta en INTEGREP
      *                cada inconsistencia con su grado (advertencia o
      *                severo): clientes con cuentas inexistentes o
      *                cerradas, cuentas sin cliente titular, ordenes
      *                activas sobre cuentas no operativas, planes de
      *                comision inexistentes, retenido mayor que el
      *                saldo y sobregiro sobre la linea autorizada.
      *                Anota en BITACORA un evento H por codigo con
      *                hallazgos y deja en INTEGCTL el resultado del
      *                dia, que TEST001 consulta para retener la
      *                contabilizacion si hubo hallazgos severos
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTA.

           SELECT OPTIONAL ARCHIVO-CLIENTES-MST ASSIGN TO "MAESCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLM-RUT
               FILE STATUS IS WS-STATUS-CLM.

           SELECT OPTIONAL ARCHIVO-ORDENES ASSIGN TO "ORDENES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORD.

           SELECT OPTIONAL ARCHIVO-PLANES ASSIGN TO "PLANCOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLN.

           SELECT REPORTE-INTEGRIDAD ASSIGN TO "INTEGREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REP.

           SELECT ARCHIVO-CONTROL ASSIGN TO "INTEGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ICT.

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

       FD  REPORTE-INTEGRIDAD
           RECORDING MODE IS F.
       01  REP-LINEA                 PIC X(100).

       FD  ARCHIVO-CONTROL
           RECORDING MODE IS F.
       01  ICT-REGISTRO.
           05  ICT-FECHA             PIC 9(08).
           05  ICT-HORA              PIC 9(08).
           05  ICT-ADVERTENCIAS      PIC 9(07).
           05  ICT-SEVEROS           PIC 9(07).
           05  ICT-ESTADO            PIC X(02).

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
           05  WS-CLIENTES-LEIDOS    PIC 9(07)      VALUE ZEROS.
           05  WS-ORDENES-LEIDAS     PIC 9(07)      VALUE ZEROS.
           05  WS-ADVERTENCIAS       PIC 9(07)      VALUE ZEROS.
           05  WS-SEVEROS            PIC 9(07)      VALUE ZEROS.

       01  WS-FLAGS.
           05  WS-FIN-CUENTAS        PIC X(01)      VALUE 'N'.
               88  FIN-CUENTAS                      VALUE 'S'.
           05  WS-FIN-CLIENTES       PIC X(01)      VALUE 'N'.
               88  FIN-CLIENTES                     VALUE 'S'.
           05  WS-FIN-ORDENES        PIC X(01)      VALUE 'N'.
               88  FIN-ORDENES                      VALUE 'S'.
           05  WS-FIN-PLANES         PIC X(01)      VALUE 'N'.
               88  FIN-PLANES                       VALUE 'S'.
           05  WS-CTA-EXISTE         PIC X(01)      VALUE 'N'.
               88  CUENTA-EXISTE                    VALUE 'S'.
           05  WS-PLN-HALLADO        PIC X(01)      VALUE 'N'.
               88  PLAN-HALLADO                     VALUE 'S'.
           05  WS-VIN-HALLADO        PIC X(01)      VALUE 'N'.
               88  VINCULO-HALLADO                  VALUE 'S'.

       01  WS-STATUS-CTA             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-CLM             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-ORD             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-PLN             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-REP             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-ICT             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-BIT             PIC X(02)      VALUE SPACES.

       01  WS-BITACORA.
           05  WS-BIT-EVENTO         PIC X(01)      VALUE SPACES.
           05  WS-BIT-ESTADO         PIC X(02)      VALUE SPACES.
           05  WS-BIT-HORA           PIC 9(08)      VALUE ZEROS.
           05  WS-BIT-LOTE           PIC 9(06)      VALUE ZEROS.
           05  WS-BIT-LEIDOS         PIC 9(07)      VALUE ZEROS.
           05  WS-BIT-ACEPTADOS      PIC 9(07)      VALUE ZEROS.
           05  WS-BIT-RECHAZADOS     PIC 9(07)      VALUE ZEROS.

       01  WS-FECHA-ACTUAL           PIC 9(08)      VALUE ZEROS.
       01  WS-ESTADO-RESULTADO       PIC X(02)      VALUE SPACES.

       01  WS-TABLA-PLANES.
           05  WS-PLN-CANTIDAD       PIC 9(02)      VALUE ZEROS.
           05  WS-PLN-INDICE         PIC 9(02)      VALUE ZEROS.
           05  WS-PLN-CODIGO         PIC X(02) OCCURS 20 TIMES.

      *----------------------------------------------------------------
      * CUENTAS VINCULADAS A ALGUN CLIENTE DE MAESCLI
      *----------------------------------------------------------------
       01  WS-TABLA-VINCULOS.
           05  WS-VIN-CANTIDAD       PIC 9(04)      VALUE ZEROS.
           05  WS-VIN-INDICE         PIC 9(04)      VALUE ZEROS.
           05  WS-VIN-CUENTA         PIC 9(10) OCCURS 9000 TIMES.

       01  WS-CLI-INDICE             PIC 9(01)      VALUE ZEROS.
       01  WS-CUENTA-REVISAR         PIC 9(10)      VALUE ZEROS.
       01  WS-SALDO-MINIMO           PIC S9(11)V99  VALUE ZEROS.

      *----------------------------------------------------------------
      * CODIGOS DE HALLAZGO: GRADO A = ADVERTENCIA, S = SEVERO
      *----------------------------------------------------------------
       01  WS-TABLA-CODIGOS.
           05  WS-COD-ENTRADA OCCURS 9 TIMES.
               10  WS-COD-GRADO      PIC X(01).
               10  WS-COD-DESCRIPCION
                                     PIC X(40).
               10  WS-COD-CANTIDAD   PIC 9(07).
       01  WS-COD-INDICE             PIC 9(02)      VALUE ZEROS.

       01  WS-HALLAZGO.
           05  WS-HAL-NUMERO         PIC 9(01)      VALUE ZEROS.
           05  WS-HAL-CUENTA         PIC 9(10)      VALUE ZEROS.
           05  WS-HAL-REFERENCIA     PIC X(12)      VALUE SPACES.

       01  WS-ENCABEZADO-HALLAZGOS.
           05  FILLER                PIC X(30)
               VALUE ' GRADO        COD  CUENTA    '.
           05  FILLER                PIC X(26)
               VALUE ' REFERENCIA    DESCRIPCION'.

       01  WS-LINEA-HALLAZGO.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LH-GRADO           PIC X(11).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LH-CODIGO.
               10  FILLER            PIC X(02)      VALUE 'I0'.
               10  WS-LH-NUMERO      PIC 9(01).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LH-CUENTA          PIC Z(09)9.
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LH-REFERENCIA      PIC X(12).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LH-DESCRIPCION     PIC X(40).

       01  WS-LINEA-CODIGO.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LC-CODIGO.
               10  FILLER            PIC X(02)      VALUE 'I0'.
               10  WS-LC-NUMERO      PIC 9(01).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LC-GRADO           PIC X(11).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LC-DESCRIPCION     PIC X(40).
           05  FILLER                PIC X(02)      VALUE SPACES.
           05  WS-LC-CANTIDAD        PIC Z(06)9.

       01  WS-LINEA-FECHA.
           05  FILLER                PIC X(36)
               VALUE 'CONTROL DE INTEGRIDAD DE MAESTROS - '.
           05  FILLER                PIC X(07)      VALUE 'FECHA: '.
           05  WS-LF-FECHA           PIC 9(08).

       01  WS-LINEA-TOTAL.
           05  FILLER                PIC X(01)      VALUE SPACES.
           05  WS-LT-TEXTO           PIC X(30).
           05  WS-LT-CANTIDAD        PIC Z(06)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'INICIO CONTROL DE INTEGRIDAD DE MAESTROS'.
           PERFORM INICIALIZAR
           PERFORM REGISTRAR-INICIO-BITACORA
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-PLANES
           PERFORM REVISAR-CLIENTES
           PERFORM REVISAR-CUENTAS
           PERFORM REVISAR-ORDENES
           PERFORM EMITIR-RESUMEN
           PERFORM GRABAR-CONTROL
           PERFORM CERRAR-ARCHIVOS
           PERFORM MOSTRAR-RESUMEN
           PERFORM REGISTRAR-FIN-BITACORA
           STOP RUN.

       REGISTRAR-INICIO-BITACORA.
           MOVE 'I' TO WS-BIT-EVENTO
           MOVE SPACES TO WS-BIT-ESTADO
           MOVE ZEROS TO WS-BIT-LOTE
           MOVE ZEROS TO WS-BIT-LEIDOS
           MOVE ZEROS TO WS-BIT-ACEPTADOS
           MOVE ZEROS TO WS-BIT-RECHAZADOS
           PERFORM GRABAR-BITACORA.

       REGISTRAR-FIN-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           MOVE WS-ESTADO-RESULTADO TO WS-BIT-ESTADO
           MOVE ZEROS TO WS-BIT-LOTE
           MOVE WS-CUENTAS-LEIDAS TO WS-BIT-LEIDOS
           MOVE WS-ADVERTENCIAS TO WS-BIT-ACEPTADOS
           MOVE WS-SEVEROS TO WS-BIT-RECHAZADOS
           PERFORM GRABAR-BITACORA.

       REGISTRAR-ABORTO-BITACORA.
           MOVE 'F' TO WS-BIT-EVENTO
           MOVE 'ER' TO WS-BIT-ESTADO
           MOVE ZEROS TO WS-BIT-LOTE
           MOVE WS-CUENTAS-LEIDAS TO WS-BIT-LEIDOS
           MOVE WS-ADVERTENCIAS TO WS-BIT-ACEPTADOS
           MOVE WS-SEVEROS TO WS-BIT-RECHAZADOS
           PERFORM GRABAR-BITACORA.

       GRABAR-BITACORA.
           ACCEPT WS-BIT-HORA FROM TIME
           OPEN EXTEND ARCHIVO-BITACORA
           MOVE SPACES TO BIT-REGISTRO
           MOVE 'INTEGRA' TO BIT-PROGRAMA
           MOVE WS-FECHA-ACTUAL TO BIT-FECHA
           MOVE WS-BIT-HORA TO BIT-HORA
           MOVE WS-BIT-EVENTO TO BIT-EVENTO
           MOVE WS-BIT-LOTE TO BIT-LOTE
           MOVE WS-BIT-LEIDOS TO BIT-LEIDOS
           MOVE WS-BIT-ACEPTADOS TO BIT-ACEPTADOS
           MOVE WS-BIT-RECHAZADOS TO BIT-RECHAZADOS
           MOVE WS-BIT-ESTADO TO BIT-ESTADO
           WRITE BIT-REGISTRO
           CLOSE ARCHIVO-BITACORA.

       INICIALIZAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE 'S' TO WS-COD-GRADO (1)
           MOVE 'CLIENTE CON CUENTA INEXISTENTE'
               TO WS-COD-DESCRIPCION (1)
           MOVE 'A' TO WS-COD-GRADO (2)
           MOVE 'CLIENTE CON CUENTA CERRADA'
               TO WS-COD-DESCRIPCION (2)
           MOVE 'A' TO WS-COD-GRADO (3)
           MOVE 'CUENTA SIN CLIENTE TITULAR'
               TO WS-COD-DESCRIPCION (3)
           MOVE 'S' TO WS-COD-GRADO (4)
           MOVE 'ORDEN ACTIVA CON CUENTA INEXISTENTE'
               TO WS-COD-DESCRIPCION (4)
           MOVE 'S' TO WS-COD-GRADO (5)
           MOVE 'ORDEN ACTIVA CON CUENTA CERRADA'
               TO WS-COD-DESCRIPCION (5)
           MOVE 'A' TO WS-COD-GRADO (6)
           MOVE 'ORDEN ACTIVA CON CUENTA BLOQ/INACTIVA'
               TO WS-COD-DESCRIPCION (6)
           MOVE 'S' TO WS-COD-GRADO (7)
           MOVE 'PLAN DE COMISION NO EXISTE EN PLANCOM'
               TO WS-COD-DESCRIPCION (7)
           MOVE 'A' TO WS-COD-GRADO (8)
           MOVE 'SALDO RETENIDO MAYOR QUE EL SALDO'
               TO WS-COD-DESCRIPCION (8)
           MOVE 'A' TO WS-COD-GRADO (9)
           MOVE 'SOBREGIRO EXCEDE LA LINEA AUTORIZADA'
               TO WS-COD-DESCRIPCION (9)
           PERFORM LIMPIAR-CODIGO
               VARYING WS-COD-INDICE FROM 1 BY 1
               UNTIL WS-COD-INDICE > 9.

       LIMPIAR-CODIGO.
           MOVE ZEROS TO WS-COD-CANTIDAD (WS-COD-INDICE).

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STATUS-CTA NOT = '00'
               DISPLAY 'ERROR AL ABRIR CUENTAS - STATUS: '
                   WS-STATUS-CTA
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-INTEGRIDAD
           IF WS-STATUS-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR INTEGREP - STATUS: '
                   WS-STATUS-REP
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE WS-FECHA-ACTUAL TO WS-LF-FECHA
           WRITE REP-LINEA FROM WS-LINEA-FECHA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           WRITE REP-LINEA FROM WS-ENCABEZADO-HALLAZGOS.

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-CUENTAS
           CLOSE REPORTE-INTEGRIDAD.

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
      * CLIENTES: CADA CUENTA VINCULADA DEBE EXISTIR Y NO ESTAR
      * CERRADA. DE PASO SE ARMA LA TABLA DE CUENTAS CON TITULAR
      *----------------------------------------------------------------
       REVISAR-CLIENTES.
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
           PERFORM REVISAR-CLIENTE UNTIL FIN-CLIENTES
           CLOSE ARCHIVO-CLIENTES-MST
           IF WS-CLIENTES-LEIDOS = ZEROS
               DISPLAY 'SIN MAESTRO DE CLIENTES - NO SE REVISAN '
                   'TITULARES'
           END-IF.

       LEER-CLIENTE-MST.
           READ ARCHIVO-CLIENTES-MST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIN-CLIENTES
           END-READ.

       REVISAR-CLIENTE.
           ADD 1 TO WS-CLIENTES-LEIDOS
           PERFORM REVISAR-CUENTA-CLIENTE
               VARYING WS-CLI-INDICE FROM 1 BY 1
               UNTIL WS-CLI-INDICE > 3
           PERFORM LEER-CLIENTE-MST.

       REVISAR-CUENTA-CLIENTE.
           IF CLM-CUENTA (WS-CLI-INDICE) IS NUMERIC AND
              CLM-CUENTA (WS-CLI-INDICE) > ZEROS
               PERFORM GUARDAR-VINCULO
               MOVE CLM-CUENTA (WS-CLI-INDICE) TO WS-CUENTA-REVISAR
               PERFORM LEER-CUENTA-REVISAR
               MOVE WS-CUENTA-REVISAR TO WS-HAL-CUENTA
               MOVE CLM-RUT TO WS-HAL-REFERENCIA
               IF NOT CUENTA-EXISTE
                   MOVE 1 TO WS-HAL-NUMERO
                   PERFORM REGISTRAR-HALLAZGO
               ELSE
                   IF CTA-ESTADO = 'C'
                       MOVE 2 TO WS-HAL-NUMERO
                       PERFORM REGISTRAR-HALLAZGO
                   END-IF
               END-IF
           END-IF.

       GUARDAR-VINCULO.
           IF WS-VIN-CANTIDAD < 9000
               ADD 1 TO WS-VIN-CANTIDAD
               MOVE CLM-CUENTA (WS-CLI-INDICE)
                   TO WS-VIN-CUENTA (WS-VIN-CANTIDAD)
           ELSE
               DISPLAY 'TABLA DE VINCULOS LLENA - AUMENTE EL TAMANO '
                   'DE WS-TABLA-VINCULOS Y REPROCESE'
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF.

       LEER-CUENTA-REVISAR.
           MOVE WS-CUENTA-REVISAR TO CTA-NRO-CUENTA
           READ ARCHIVO-CUENTAS
               INVALID KEY
                   MOVE 'N' TO WS-CTA-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CTA-EXISTE
           END-READ.

      *----------------------------------------------------------------
      * CUENTAS: TITULAR, PLAN DE COMISION, RETENIDO Y SOBREGIRO
      *----------------------------------------------------------------
       REVISAR-CUENTAS.
           MOVE 'N' TO WS-FIN-CUENTAS
           MOVE ZEROS TO CTA-NRO-CUENTA
           START ARCHIVO-CUENTAS KEY NOT < CTA-NRO-CUENTA
               INVALID KEY
                   MOVE 'S' TO WS-FIN-CUENTAS
           END-START
           PERFORM LEER-CUENTA-SIGUIENTE
           PERFORM REVISAR-CUENTA UNTIL FIN-CUENTAS.

       LEER-CUENTA-SIGUIENTE.
           IF NOT FIN-CUENTAS
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-CUENTAS
               END-READ
           END-IF.

       REVISAR-CUENTA.
           ADD 1 TO WS-CUENTAS-LEIDAS
           MOVE CTA-NRO-CUENTA TO WS-HAL-CUENTA
           MOVE SPACES TO WS-HAL-REFERENCIA
           IF WS-CLIENTES-LEIDOS > ZEROS AND CTA-ESTADO NOT = 'C'
               PERFORM BUSCAR-VINCULO
               IF NOT VINCULO-HALLADO
                   MOVE 3 TO WS-HAL-NUMERO
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
           END-IF
           IF CTA-PLAN-COMISION NOT = SPACES AND CTA-ESTADO NOT = 'C'
               PERFORM BUSCAR-PLAN
               IF NOT PLAN-HALLADO
                   MOVE CTA-PLAN-COMISION TO WS-HAL-REFERENCIA
                   MOVE 7 TO WS-HAL-NUMERO
                   PERFORM REGISTRAR-HALLAZGO
                   MOVE SPACES TO WS-HAL-REFERENCIA
               END-IF
           END-IF
           IF CTA-SALDO-RETENIDO > ZEROS AND
              CTA-SALDO-RETENIDO > CTA-SALDO-ACTUAL
               MOVE 8 TO WS-HAL-NUMERO
               PERFORM REGISTRAR-HALLAZGO
           END-IF
           MOVE ZEROS TO WS-SALDO-MINIMO
           IF CTA-LINEA-SOBREGIRO IS NUMERIC
               SUBTRACT CTA-LINEA-SOBREGIRO FROM WS-SALDO-MINIMO
           END-IF
           IF CTA-SALDO-ACTUAL < WS-SALDO-MINIMO
               MOVE 9 TO WS-HAL-NUMERO
               PERFORM REGISTRAR-HALLAZGO
           END-IF
           PERFORM LEER-CUENTA-SIGUIENTE.

       BUSCAR-VINCULO.
           MOVE 'N' TO WS-VIN-HALLADO
           MOVE 1 TO WS-VIN-INDICE
           PERFORM REVISAR-VINCULO
               UNTIL WS-VIN-INDICE > WS-VIN-CANTIDAD
                  OR VINCULO-HALLADO.

       REVISAR-VINCULO.
           IF WS-VIN-CUENTA (WS-VIN-INDICE) = CTA-NRO-CUENTA
               MOVE 'S' TO WS-VIN-HALLADO
           ELSE
               ADD 1 TO WS-VIN-INDICE
           END-IF.

       BUSCAR-PLAN.
           MOVE 'N' TO WS-PLN-HALLADO
           MOVE 1 TO WS-PLN-INDICE
           PERFORM REVISAR-PLAN
               UNTIL WS-PLN-INDICE > WS-PLN-CANTIDAD
                  OR PLAN-HALLADO.

       REVISAR-PLAN.
           IF WS-PLN-CODIGO (WS-PLN-INDICE) = CTA-PLAN-COMISION
               MOVE 'S' TO WS-PLN-HALLADO
           ELSE
               ADD 1 TO WS-PLN-INDICE
           END-IF.

      *----------------------------------------------------------------
      * ORDENES ACTIVAS: ORIGEN Y DESTINO DEBEN PODER OPERAR
      *----------------------------------------------------------------
       REVISAR-ORDENES.
           MOVE 'N' TO WS-FIN-ORDENES
           OPEN INPUT ARCHIVO-ORDENES
           PERFORM LEER-ORDEN
           PERFORM REVISAR-ORDEN UNTIL FIN-ORDENES
           CLOSE ARCHIVO-ORDENES.

       LEER-ORDEN.
           READ ARCHIVO-ORDENES
               AT END
                   MOVE 'S' TO WS-FIN-ORDENES
           END-READ.

       REVISAR-ORDEN.
           ADD 1 TO WS-ORDENES-LEIDAS
           IF FD-ORD-ESTADO = 'A'
               MOVE 'ORIGEN' TO WS-HAL-REFERENCIA
               MOVE FD-ORD-CUENTA TO WS-CUENTA-REVISAR
               PERFORM REVISAR-CUENTA-ORDEN
               IF FD-ORD-CTA-DESTINO IS NUMERIC AND
                  FD-ORD-CTA-DESTINO > ZEROS
                   MOVE 'DESTINO' TO WS-HAL-REFERENCIA
                   MOVE FD-ORD-CTA-DESTINO TO WS-CUENTA-REVISAR
                   PERFORM REVISAR-CUENTA-ORDEN
               END-IF
           END-IF
           PERFORM LEER-ORDEN.

       REVISAR-CUENTA-ORDEN.
           PERFORM LEER-CUENTA-REVISAR
           MOVE WS-CUENTA-REVISAR TO WS-HAL-CUENTA
           IF NOT CUENTA-EXISTE
               MOVE 4 TO WS-HAL-NUMERO
               PERFORM REGISTRAR-HALLAZGO
           ELSE
               IF CTA-ESTADO = 'C'
                   MOVE 5 TO WS-HAL-NUMERO
                   PERFORM REGISTRAR-HALLAZGO
               ELSE
                   IF CTA-ESTADO = 'B' OR CTA-ESTADO = 'I'
                       MOVE 6 TO WS-HAL-NUMERO
                       PERFORM REGISTRAR-HALLAZGO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * UN HALLAZGO: LINEA EN INTEGREP Y CONTEO POR CODIGO Y GRADO
      *----------------------------------------------------------------
       REGISTRAR-HALLAZGO.
           ADD 1 TO WS-COD-CANTIDAD (WS-HAL-NUMERO)
           IF WS-COD-GRADO (WS-HAL-NUMERO) = 'S'
               ADD 1 TO WS-SEVEROS
               MOVE 'SEVERO' TO WS-LH-GRADO
           ELSE
               ADD 1 TO WS-ADVERTENCIAS
               MOVE 'ADVERTENCIA' TO WS-LH-GRADO
           END-IF
           MOVE WS-HAL-NUMERO TO WS-LH-NUMERO
           MOVE WS-HAL-CUENTA TO WS-LH-CUENTA
           MOVE WS-HAL-REFERENCIA TO WS-LH-REFERENCIA
           MOVE WS-COD-DESCRIPCION (WS-HAL-NUMERO)
               TO WS-LH-DESCRIPCION
           WRITE REP-LINEA FROM WS-LINEA-HALLAZGO.

       EMITIR-RESUMEN.
           IF WS-SEVEROS > ZEROS
               MOVE 'SV' TO WS-ESTADO-RESULTADO
           ELSE
               IF WS-ADVERTENCIAS > ZEROS
                   MOVE 'AD' TO WS-ESTADO-RESULTADO
               ELSE
                   MOVE 'OK' TO WS-ESTADO-RESULTADO
               END-IF
           END-IF
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'RESUMEN POR CODIGO' TO REP-LINEA
           WRITE REP-LINEA
           PERFORM EMITIR-CODIGO
               VARYING WS-COD-INDICE FROM 1 BY 1
               UNTIL WS-COD-INDICE > 9
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE 'CUENTAS REVISADAS:' TO WS-LT-TEXTO
           MOVE WS-CUENTAS-LEIDAS TO WS-LT-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'CLIENTES REVISADOS:' TO WS-LT-TEXTO
           MOVE WS-CLIENTES-LEIDOS TO WS-LT-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'ORDENES REVISADAS:' TO WS-LT-TEXTO
           MOVE WS-ORDENES-LEIDAS TO WS-LT-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'ADVERTENCIAS:' TO WS-LT-TEXTO
           MOVE WS-ADVERTENCIAS TO WS-LT-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE 'HALLAZGOS SEVEROS:' TO WS-LT-TEXTO
           MOVE WS-SEVEROS TO WS-LT-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-TOTAL
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           IF WS-SEVEROS > ZEROS
               MOVE 'RESULTADO: HALLAZGOS SEVEROS - REVISAR ANTES DE '
                   TO REP-LINEA
               MOVE 'TEST001' TO REP-LINEA (49:7)
           ELSE
               MOVE 'RESULTADO: SIN HALLAZGOS SEVEROS' TO REP-LINEA
           END-IF
           WRITE REP-LINEA.

       EMITIR-CODIGO.
           MOVE WS-COD-INDICE TO WS-LC-NUMERO
           IF WS-COD-GRADO (WS-COD-INDICE) = 'S'
               MOVE 'SEVERO' TO WS-LC-GRADO
           ELSE
               MOVE 'ADVERTENCIA' TO WS-LC-GRADO
           END-IF
           MOVE WS-COD-DESCRIPCION (WS-COD-INDICE)
               TO WS-LC-DESCRIPCION
           MOVE WS-COD-CANTIDAD (WS-COD-INDICE) TO WS-LC-CANTIDAD
           WRITE REP-LINEA FROM WS-LINEA-CODIGO
           IF WS-COD-CANTIDAD (WS-COD-INDICE) > ZEROS
               MOVE 'H' TO WS-BIT-EVENTO
               IF WS-COD-GRADO (WS-COD-INDICE) = 'S'
                   MOVE 'SV' TO WS-BIT-ESTADO
                   MOVE ZEROS TO WS-BIT-ACEPTADOS
                   MOVE WS-COD-CANTIDAD (WS-COD-INDICE)
                       TO WS-BIT-RECHAZADOS
               ELSE
                   MOVE 'AD' TO WS-BIT-ESTADO
                   MOVE WS-COD-CANTIDAD (WS-COD-INDICE)
                       TO WS-BIT-ACEPTADOS
                   MOVE ZEROS TO WS-BIT-RECHAZADOS
               END-IF
               MOVE WS-COD-INDICE TO WS-BIT-LOTE
               MOVE WS-COD-CANTIDAD (WS-COD-INDICE) TO WS-BIT-LEIDOS
               PERFORM GRABAR-BITACORA
           END-IF.

      *----------------------------------------------------------------
      * RESULTADO DEL DIA PARA TEST001
      *----------------------------------------------------------------
       GRABAR-CONTROL.
           OPEN OUTPUT ARCHIVO-CONTROL
           IF WS-STATUS-ICT NOT = '00'
               DISPLAY 'ERROR AL ABRIR INTEGCTL - STATUS: '
                   WS-STATUS-ICT
               PERFORM REGISTRAR-ABORTO-BITACORA
               STOP RUN
           END-IF
           MOVE SPACES TO ICT-REGISTRO
           MOVE WS-FECHA-ACTUAL TO ICT-FECHA
           ACCEPT ICT-HORA FROM TIME
           MOVE WS-ADVERTENCIAS TO ICT-ADVERTENCIAS
           MOVE WS-SEVEROS TO ICT-SEVEROS
           MOVE WS-ESTADO-RESULTADO TO ICT-ESTADO
           WRITE ICT-REGISTRO
           CLOSE ARCHIVO-CONTROL.

       MOSTRAR-RESUMEN.
           DISPLAY '============================================'.
           DISPLAY 'RESUMEN CONTROL DE INTEGRIDAD'.
           DISPLAY '============================================'.
           DISPLAY 'CUENTAS REVISADAS:        ' WS-CUENTAS-LEIDAS.
           DISPLAY 'CLIENTES REVISADOS:       ' WS-CLIENTES-LEIDOS.
           DISPLAY 'ORDENES REVISADAS:        ' WS-ORDENES-LEIDAS.
           DISPLAY 'ADVERTENCIAS:             ' WS-ADVERTENCIAS.
           DISPLAY 'HALLAZGOS SEVEROS:        ' WS-SEVEROS.
           IF WS-SEVEROS > ZEROS
               DISPLAY 'RESULTADO: SV - REVISAR ANTES DE TEST001'
           ELSE
               DISPLAY 'RESULTADO: ' WS-ESTADO-RESULTADO
           END-IF.
           DISPLAY 'FIN CONTROL DE INTEGRIDAD DE MAESTROS'.
