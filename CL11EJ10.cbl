      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CONCILIACION DEL ARQUEO CONTRA ADQUIRENTE Y BANCO
      * Tectonics: cobc
      ******************************************************************
      *    PROGRAMA COMPANERO DE CL11EJ02: TOMA EL REPORTE DE ARQUEO    *
      *    (NETO POR SUCURSAL Y METODO DE PAGO DE CADA DIA CERRADO) Y   *
      *    LO CONCILIA POR FECHA, SUCURSAL Y METODO CONTRA:             *
      *       - EL LOTE DIARIO DEL ADQUIRENTE DE TARJETAS (METODO T)    *
      *       - EL EXTRACTO BANCARIO: DEPOSITOS DE EFECTIVO (METODO E)  *
      *         Y TRANSFERENCIAS RECIBIDAS (METODO B)                   *
      *    EL REPORTE TIENE CUATRO SECCIONES: CONCILIADAS, CON          *
      *    DIFERENCIA (CON EL IMPORTE), FALTANTES DE UNO U OTRO LADO,   *
      *    Y ABIERTAS DENTRO DEL PLAZO DE ACREDITACION (EL ADQUIRENTE   *
      *    LIQUIDA CON UNO O DOS DIAS DE DEMORA). TODO LO QUE NO        *
      *    CONCILIA SE ARRASTRA EN EL ARCHIVO DE PENDIENTES A LAS       *
      *    CORRIDAS SIGUIENTES HASTA QUE CIERRA. REPETIR LA CORRIDA DE  *
      *    UNA FECHA YA CONCILIADA PARTE DE LOS PENDIENTES COMO ESTABAN *
      *    ANTES DE ESA CORRIDA, ASI LOS ARCHIVOS EXTERNOS DEL DIA NO   *
      *    SE SUMAN DOS VECES.                                          *
      *    RETURN CODE: 04 = QUEDAN DIFERENCIAS O FALTANTES (AVISO),    *
      *    12 = ARQUEO FALTANTE, TABLA LLENA O FECHA ANTERIOR A LA      *
      *    ULTIMA CONCILIADA, 10 = ERROR DE SALIDA                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ10.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ARQUEO
           ASSIGN DYNAMIC WS-NOMBRE-ARQUEO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUEO.
      *----------------------------------------------------------------*
      *    LOTE DIARIO DEL ADQUIRENTE: UNA FILA POR SUCURSAL Y FECHA    *
      *    DE LOTE (DIA DE LAS VENTAS)                                  *
      *----------------------------------------------------------------*
       SELECT ADQUIRENTE
           ASSIGN DYNAMIC WS-NOMBRE-ADQUIRENTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ADQUIRENTE.
      *----------------------------------------------------------------*
      *    EXTRACTO BANCARIO: UNA FILA POR MOVIMIENTO ACREDITADO, CON   *
      *    LA SUCURSAL Y EL DIA DE OPERACION QUE INFORMA LA REFERENCIA  *
      *----------------------------------------------------------------*
       SELECT BANCO
           ASSIGN DYNAMIC WS-NOMBRE-BANCO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BANCO.
      *----------------------------------------------------------------*
      *    PARTIDAS ABIERTAS QUE SE ARRASTRAN DE UNA CORRIDA A OTRA.    *
      *    SE LEE AL INICIO Y SE REGRABA ENTERO AL FINAL, CON LA FECHA  *
      *    CONCILIADA Y LAS PARTIDAS QUE CERRARON EN ESA CORRIDA        *
      *----------------------------------------------------------------*
       SELECT PENDIENTES
           ASSIGN DYNAMIC WS-NOMBRE-PENDIENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.
      *----------------------------------------------------------------*
       SELECT LISTADO
           ASSIGN DYNAMIC WS-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    REPORTE DE ARQUEO TAL COMO LO GRABA CL11EJ02. SOLO SE TOMAN
      *    LAS LINEAS DE DETALLE (LAS QUE EMPIEZAN CON UNA FECHA); LOS
      *    IMPORTES IMPRESOS SE DESEDITAN CON UN MOVE A NUMERICO
       FD ARQUEO.
       01 ARQ-ARCHIVO.
          05 ARQ-linea                      PIC X(132).
       01 ARQ-DETALLE.
          05 ARQ-D-FECHA                    PIC X(10).
          05 ARQ-D-SEP1                     PIC X(03).
          05 ARQ-D-SUCURSAL                 PIC ZZ9.
          05 FILLER                         PIC X(03).
          05 ARQ-D-EFECTIVO                 PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03).
          05 ARQ-D-TARJETA                  PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03).
          05 ARQ-D-TRANSFER                 PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03).
          05 ARQ-D-TOTAL                    PIC ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(34).
      *    S = DIA FORMADO SOLO POR SUSPENSOS REPROCESADOS: LA LINEA
      *    TRAE LO QUE SE SUMA A LA PARTIDA YA INFORMADA DE ESA FECHA
          05 ARQ-D-TIPO                     PIC X(01).
             88 ARQ-D-SUMA                       VALUE 'S'.
          05 FILLER                         PIC X(12).

       FD ADQUIRENTE.
       01 ADQ-ARCHIVO.
          05 ADQ-FECHA-LOTE                 PIC X(10).
      *    FECHA DE PAGO DEL LOTE: NO INTERVIENE EN LA CONCILIACION
          05 FILLER                         PIC X(10).
          05 ADQ-SUCURSAL                   PIC 9(03).
          05 ADQ-IMPORTE                    PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.

      *    CONCEPTO: E = DEPOSITO DE EFECTIVO, B = TRANSFERENCIA
      *    RECIBIDA. LOS DEMAS CONCEPTOS (GASTOS, ACREDITACIONES DEL
      *    ADQUIRENTE, ETC.) NO SE CONCILIAN AQUI Y SE IGNORAN
       FD BANCO.
       01 BAN-ARCHIVO.
      *    FECHA VALOR DEL MOVIMIENTO: NO INTERVIENE EN LA CONCILIACION
          05 FILLER                         PIC X(10).
          05 BAN-FECHA-OPERACION            PIC X(10).
          05 BAN-SUCURSAL                   PIC 9(03).
          05 BAN-CONCEPTO                   PIC X(01).
             88 BAN-ES-EFECTIVO                  VALUE 'E'.
             88 BAN-ES-TRANSFERENCIA             VALUE 'B'.
          05 BAN-IMPORTE                    PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.

       FD PENDIENTES.
       01 PEN-ARCHIVO.
          05 PEN-FECHA                      PIC X(10).
          05 PEN-SUCURSAL                   PIC 9(03).
          05 PEN-METODO                     PIC X(01).
          05 PEN-IMP-ARQUEO                 PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.
          05 PEN-IMP-EXTERNO                PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.
          05 PEN-SW-ARQUEO                  PIC X(01).
          05 PEN-SW-EXTERNO                 PIC X(01).
          05 PEN-FECHA-ALTA                 PIC X(10).
      *    FECHA DE CONCILIACION DE LA CORRIDA QUE GRABO EL ARCHIVO Y
      *    ESTADO EN QUE QUEDO LA PARTIDA (C = CONCILIADA, SOLO SE
      *    CONSERVA PARA UN REPROCESO DE ESA MISMA FECHA)
          05 PEN-FECHA-CORRIDA              PIC X(10).
          05 PEN-ESTADO                     PIC X(01).
      *    LA PARTIDA COMO ESTABA AL EMPEZAR ESA CORRIDA (AMBAS MARCAS
      *    EN 'N': LA PARTIDA NACIO EN ESA CORRIDA)
          05 PEN-IMP-ARQUEO-ANT             PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.
          05 PEN-IMP-EXTERNO-ANT            PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.
          05 PEN-SW-ARQUEO-ANT              PIC X(01).
          05 PEN-SW-EXTERNO-ANT             PIC X(01).

       FD LISTADO.
       01 LIS-ARCHIVO.
          05 LIS-linea                      PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-NOMBRE-ARCHIVOS.
          05 WS-FECHA-CONCILIACION     PIC X(10) VALUE SPACES.
          05 WS-NOMBRE-ARQUEO          PIC X(100)
                                        VALUE '../ARQUEO.TXT'.
          05 WS-NOMBRE-ADQUIRENTE      PIC X(100)
                                        VALUE '../ADQUIRENTE.TXT'.
          05 WS-NOMBRE-BANCO           PIC X(100)
                                        VALUE '../BANCO.TXT'.
          05 WS-NOMBRE-PENDIENTES      PIC X(100)
                                    VALUE '../CONCILIACION-PEND.TXT'.
          05 WS-NOMBRE-LISTADO         PIC X(100)
                                        VALUE '../CONCILIACION.TXT'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      *    FECHA DE LA ULTIMA CORRIDA, TOMADA DEL ARCHIVO DE            *
      *    PENDIENTES. SI ES LA MISMA QUE SE PIDE, LA CORRIDA ES UN     *
      *    REPROCESO Y LOS PENDIENTES SE TOMAN COMO ESTABAN ANTES       *
      *----------------------------------------------------------------*
       01 WS-CONTROL-REPROCESO.
          05 WS-FECHA-ULTIMA-CORRIDA        PIC X(10) VALUE SPACES.
          05 WS-SW-REPROCESO                PIC X(01) VALUE 'N'.
             88 WS-ES-REPROCESO                 VALUE 'S'.

      *----------------------------------------------------------------*
      *    PLAZOS DE ACREDITACION EN DIAS: MIENTRAS UNA PARTIDA DEL     *
      *    ARQUEO NO SUPERE SU PLAZO SIN CONTRAPARTIDA EXTERNA SE       *
      *    INFORMA COMO ABIERTA, NO COMO FALTANTE                      *
      *----------------------------------------------------------------*
       01 WS-PLAZOS.
          05 WS-PLAZO-ADQUIRENTE-X          PIC X(01) VALUE SPACES.
          05 WS-PLAZO-ADQUIRENTE            PIC 9(01) VALUE 2.
          05 WS-PLAZO-BANCO-X               PIC X(01) VALUE SPACES.
          05 WS-PLAZO-BANCO                 PIC 9(01) VALUE 1.
          05 WS-PLAZO-APLICABLE             PIC 9(01).

       01 FS-STATUS.
          05 FS-ARQUEO                      PIC X(2).
             88 FS-ARQUEO-OK                     VALUE '00'.
             88 FS-ARQUEO-EOF                    VALUE '10'.
             88 FS-ARQUEO-NFD                    VALUE '35'.

          05 FS-ADQUIRENTE                  PIC X(2).
             88 FS-ADQUIRENTE-OK                 VALUE '00'.
             88 FS-ADQUIRENTE-EOF                VALUE '10'.
             88 FS-ADQUIRENTE-NFD                VALUE '35'.

          05 FS-BANCO                       PIC X(2).
             88 FS-BANCO-OK                      VALUE '00'.
             88 FS-BANCO-EOF                     VALUE '10'.
             88 FS-BANCO-NFD                     VALUE '35'.

          05 FS-PENDIENTES                  PIC X(2).
             88 FS-PENDIENTES-OK                 VALUE '00'.
             88 FS-PENDIENTES-EOF                VALUE '10'.
             88 FS-PENDIENTES-NFD                VALUE '35'.

          05 FS-LISTADO                     PIC X(2).
             88 FS-LISTADO-OK                    VALUE '00'.
             88 FS-LISTADO-EOF                   VALUE '10'.
             88 FS-LISTADO-NFD                   VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CANT-PEND-LEIDAS             PIC 9(05) VALUE ZEROS.
          05 WS-CANT-ARQ-LEIDAS              PIC 9(05) VALUE ZEROS.
          05 WS-CANT-ADQ-LEIDOS              PIC 9(05) VALUE ZEROS.
          05 WS-CANT-BAN-LEIDOS              PIC 9(05) VALUE ZEROS.
          05 WS-CANT-BAN-IGNORADOS           PIC 9(05) VALUE ZEROS.
          05 WS-CANT-EXT-INVALIDOS           PIC 9(05) VALUE ZEROS.
          05 WS-CANT-PEND-GRABADAS           PIC 9(05) VALUE ZEROS.

       01 WS-CONTROL-SEVERIDAD.
          05 WS-SW-ABORTAR                  PIC X(01) VALUE 'N'.
             88 WS-ABORTAR-CORRIDA              VALUE 'S'.
          05 WS-SEV-CODIGO                  PIC 9(02) VALUE ZEROS.
          05 WS-RETORNO                     PIC 9(02) VALUE ZEROS.

       01 WS-FECHA-HOY-CRUDA.
          05 WS-FHC-ANIO                    PIC X(04).
          05 WS-FHC-MES                     PIC X(02).
          05 WS-FHC-DIA                     PIC X(02).

       01 WS-FECHA-HOY.
          05 WS-FH-ANIO                     PIC X(04).
          05 FILLER                         PIC X(01) VALUE '-'.
          05 WS-FH-MES                      PIC X(02).
          05 FILLER                         PIC X(01) VALUE '-'.
          05 WS-FH-DIA                      PIC X(02).

      *----------------------------------------------------------------*
      *    TABLA DE PARTIDAS A CONCILIAR: UNA POR FECHA, SUCURSAL Y     *
      *    METODO DE PAGO, CON LO QUE DICE EL ARQUEO Y LO QUE DICE EL   *
      *    LADO EXTERNO (ADQUIRENTE O BANCO). ESTADOS AL CLASIFICAR:    *
      *       C = CONCILIADA              D = CON DIFERENCIA           *
      *       X = FALTA EN EL EXTERNO     A = FALTA EN EL ARQUEO       *
      *       T = ABIERTA DENTRO DEL PLAZO DE ACREDITACION             *
      *----------------------------------------------------------------*
       01 WS-TABLA-CONCILIACION.
          05 WS-CO-CANT                     PIC 9(04) VALUE ZEROS.
          05 WS-CO-INDICE                   PIC 9(04).
          05 WS-CO-INDICE-HALLADO           PIC 9(04).
          05 WS-SW-CO-HALLADO               PIC X(01).
             88 WS-CO-HALLADO                   VALUE 'S'.
          05 WS-CO-ITEM OCCURS 1000 TIMES.
             10 WS-CO-FECHA                 PIC X(10).
             10 WS-CO-SUCURSAL              PIC 9(03).
             10 WS-CO-METODO                PIC X(01).
             10 WS-CO-IMP-ARQUEO            PIC S9(8)V9(2).
             10 WS-CO-IMP-EXTERNO           PIC S9(8)V9(2).
             10 WS-CO-SW-ARQUEO             PIC X(01).
                88 WS-CO-CON-ARQUEO             VALUE 'S'.
             10 WS-CO-SW-EXTERNO            PIC X(01).
                88 WS-CO-CON-EXTERNO            VALUE 'S'.
             10 WS-CO-FECHA-ALTA            PIC X(10).
             10 WS-CO-ESTADO                PIC X(01).
                88 WS-CO-CONCILIADA             VALUE 'C'.
                88 WS-CO-CON-DIFERENCIA         VALUE 'D'.
                88 WS-CO-FALTA-EXTERNO          VALUE 'X'.
                88 WS-CO-FALTA-ARQUEO           VALUE 'A'.
                88 WS-CO-EN-TRANSITO            VALUE 'T'.
             10 WS-CO-DIAS                  PIC 9(04).
             10 WS-CO-IMP-ARQUEO-ANT        PIC S9(8)V9(2).
             10 WS-CO-IMP-EXTERNO-ANT       PIC S9(8)V9(2).
             10 WS-CO-SW-ARQUEO-ANT         PIC X(01).
             10 WS-CO-SW-EXTERNO-ANT        PIC X(01).

       01 WS-CLAVE-BUSCADA.
          05 WS-CB-FECHA                    PIC X(10).
          05 WS-CB-SUCURSAL                 PIC 9(03).
          05 WS-CB-METODO                   PIC X(01).

       01 WS-IMPORTES-TRABAJO.
          05 WS-IMP-ARQUEO-LEIDO            PIC S9(8)V9(2).
          05 WS-IMP-DIFERENCIA              PIC S9(8)V9(2).
          05 WS-SUC-ARQUEO-LEIDA            PIC 9(03).

      *----------------------------------------------------------------*
      *    TOTALES POR SECCION DEL REPORTE                             *
      *----------------------------------------------------------------*
       01 WS-TOTALES-SECCION.
          05 WS-SECCION-ESTADO              PIC X(01).
          05 WS-SEC-CANT                    PIC 9(05).
          05 WS-SEC-IMP-DIFERENCIA          PIC S9(9)V9(2).
          05 WS-CANT-CONCILIADAS            PIC 9(05) VALUE ZEROS.
          05 WS-CANT-DIFERENCIAS            PIC 9(05) VALUE ZEROS.
          05 WS-CANT-FALTA-EXTERNO          PIC 9(05) VALUE ZEROS.
          05 WS-CANT-FALTA-ARQUEO           PIC 9(05) VALUE ZEROS.
          05 WS-CANT-EN-TRANSITO            PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      *    CALCULO DEL NUMERO DE DIA CORRIDO DE UNA FECHA AAAA-MM-DD    *
      *    (DIAS DESDE EL AÑO 1), PARA MEDIR LA ANTIGUEDAD DE CADA      *
      *    PARTIDA CONTRA LA FECHA DE CONCILIACION                     *
      *----------------------------------------------------------------*
       01 WS-DIA-SERIAL.
          05 WS-DS-FECHA.
             10 WS-DS-ANIO                  PIC 9(04).
             10 FILLER                      PIC X(01).
             10 WS-DS-MES                   PIC 9(02).
             10 FILLER                      PIC X(01).
             10 WS-DS-DIA                   PIC 9(02).
          05 WS-DS-ANIO-ANT                 PIC 9(04).
          05 WS-DS-BIS-4                    PIC 9(04).
          05 WS-DS-BIS-100                  PIC 9(04).
          05 WS-DS-BIS-400                  PIC 9(04).
          05 WS-DS-RESTO-4                  PIC 9(02).
          05 WS-DS-RESTO-100                PIC 9(02).
          05 WS-DS-RESTO-400                PIC 9(03).
          05 WS-DS-MES-INDICE               PIC 9(02).
          05 WS-DS-SERIAL                   PIC 9(07).
          05 WS-DS-SERIAL-CONCILIACION      PIC 9(07).
          05 WS-SW-DS-BISIESTO              PIC X(01).
             88 WS-DS-ES-BISIESTO               VALUE 'S'.

       01 WS-TABLA-DIAS-MES-DATOS.
          05 FILLER                     PIC 9(02) VALUE 31.
          05 FILLER                     PIC 9(02) VALUE 28.
          05 FILLER                     PIC 9(02) VALUE 31.
          05 FILLER                     PIC 9(02) VALUE 30.
          05 FILLER                     PIC 9(02) VALUE 31.
          05 FILLER                     PIC 9(02) VALUE 30.
          05 FILLER                     PIC 9(02) VALUE 31.
          05 FILLER                     PIC 9(02) VALUE 31.
          05 FILLER                     PIC 9(02) VALUE 30.
          05 FILLER                     PIC 9(02) VALUE 31.
          05 FILLER                     PIC 9(02) VALUE 30.
          05 FILLER                     PIC 9(02) VALUE 31.

       01 WS-TABLA-DIAS-MES REDEFINES WS-TABLA-DIAS-MES-DATOS.
          05 WS-VF-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.

       01 WS-LINEA-PARTIDA.
          05 WS-LP-FECHA                    PIC X(10).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LP-SUCURSAL                 PIC ZZ9.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LP-METODO                   PIC X(01).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LP-ARQUEO                   PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LP-EXTERNO                  PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LP-DIFERENCIA               PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LP-DIAS                     PIC ZZZ9.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LP-OBSERVACION              PIC X(30).

       01 WS-LINEA-TOTAL-SECCION.
          05 FILLER                         PIC X(18)
                                            VALUE '   PARTIDAS: '.
          05 WS-LTS-CANT                    PIC ZZZZ9.
          05 FILLER                         PIC X(24)
                                      VALUE '   DIFERENCIA NETA: '.
          05 WS-LTS-DIFERENCIA              PIC ZZZ.ZZZ.ZZ9,99-.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF NOT WS-ABORTAR-CORRIDA
              PERFORM 2000-CONCILIAR-ARQUEO
                 THRU 2000-CONCILIAR-ARQUEO-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      *    PARAMETROS: 1 = FECHA DE CONCILIACION AAAA-MM-DD (POR        *
      *    DEFECTO HOY), 2 = ARQUEO, 3 = LOTE DEL ADQUIRENTE,           *
      *    4 = EXTRACTO BANCARIO, 5 = PENDIENTES, 6 = REPORTE,          *
      *    7 = PLAZO DEL ADQUIRENTE EN DIAS (0-9, POR DEFECTO 2),       *
      *    8 = PLAZO DEL BANCO EN DIAS (0-9, POR DEFECTO 1)             *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-CANT-PARAMETROS FROM ARGUMENT-NUMBER.

           IF WS-CANT-PARAMETROS >= 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT WS-FECHA-CONCILIACION FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-ARQUEO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 3
              DISPLAY 3 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-ADQUIRENTE FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 4
              DISPLAY 4 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-BANCO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 5
              DISPLAY 5 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-PENDIENTES FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 6
              DISPLAY 6 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-LISTADO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 7
              DISPLAY 7 UPON ARGUMENT-NUMBER
              ACCEPT WS-PLAZO-ADQUIRENTE-X FROM ARGUMENT-VALUE
              IF WS-PLAZO-ADQUIRENTE-X IS NUMERIC
                 MOVE WS-PLAZO-ADQUIRENTE-X TO WS-PLAZO-ADQUIRENTE
              END-IF
           END-IF.

           IF WS-CANT-PARAMETROS >= 8
              DISPLAY 8 UPON ARGUMENT-NUMBER
              ACCEPT WS-PLAZO-BANCO-X FROM ARGUMENT-VALUE
              IF WS-PLAZO-BANCO-X IS NUMERIC
                 MOVE WS-PLAZO-BANCO-X      TO WS-PLAZO-BANCO
              END-IF
           END-IF.

      *    SIN FECHA PEDIDA SE CONCILIA AL DIA DE HOY
           IF WS-FECHA-CONCILIACION = SPACES
              ACCEPT WS-FECHA-HOY-CRUDA FROM DATE YYYYMMDD
              MOVE WS-FHC-ANIO              TO WS-FH-ANIO
              MOVE WS-FHC-MES               TO WS-FH-MES
              MOVE WS-FHC-DIA               TO WS-FH-DIA
              MOVE WS-FECHA-HOY             TO WS-FECHA-CONCILIACION
           END-IF.

           MOVE WS-FECHA-CONCILIACION       TO WS-DS-FECHA.

           PERFORM 2800-CALCULAR-DIA-SERIAL
              THRU 2800-CALCULAR-DIA-SERIAL-EXIT.

           IF WS-DS-SERIAL = ZEROS
              DISPLAY 'FECHA DE CONCILIACION INVALIDA: '
                      WS-FECHA-CONCILIACION
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE WS-DS-SERIAL            TO WS-DS-SERIAL-CONCILIACION.

           PERFORM 1100-CARGAR-PENDIENTES
              THRU 1100-CARGAR-PENDIENTES-EXIT.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR LAS PARTIDAS ABIERTAS DE CORRIDAS        *
      *    ANTERIORES. SI EL ARCHIVO NO EXISTE ES LA PRIMERA CORRIDA.   *
      *    EN UN REPROCESO DE LA ULTIMA FECHA CONCILIADA CADA PARTIDA   *
      *    VUELVE A COMO ESTABA ANTES DE ESA CORRIDA (LAS QUE NACIERON  *
      *    EN ELLA SE DESCARTAN); SI NO, LAS QUE CONCILIARON SE DEJAN   *
      *----------------------------------------------------------------*
       1100-CARGAR-PENDIENTES.

           OPEN INPUT PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 1150-LEER-UN-PENDIENTE
                       THRU 1150-LEER-UN-PENDIENTE-EXIT
                      UNTIL FS-PENDIENTES-EOF
                         OR WS-ABORTAR-CORRIDA
                    CLOSE PENDIENTES
               WHEN FS-PENDIENTES-NFD
                    DISPLAY 'SIN PARTIDAS PENDIENTES DE CORRIDAS '
                            'ANTERIORES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1100-CARGAR-PENDIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-LEER-UN-PENDIENTE.

           READ PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    IF WS-FECHA-ULTIMA-CORRIDA = SPACES
                       PERFORM 1160-CONTROLAR-FECHA-CORRIDA
                          THRU 1160-CONTROLAR-FECHA-CORRIDA-EXIT
                    END-IF
                    IF NOT WS-ABORTAR-CORRIDA
                       PERFORM 1170-TOMAR-UN-PENDIENTE
                          THRU 1170-TOMAR-UN-PENDIENTE-EXIT
                    END-IF
               WHEN FS-PENDIENTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1150-LEER-UN-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CONTROLAR LA FECHA PEDIDA CONTRA LA DE LA       *
      *    ULTIMA CORRIDA (TODAS LAS FILAS DEL ARCHIVO LA TRAEN). UN    *
      *    ARCHIVO SIN ESA FECHA ES DE ANTES DEL CONTROL DE REPROCESO   *
      *----------------------------------------------------------------*
       1160-CONTROLAR-FECHA-CORRIDA.

           MOVE PEN-FECHA-CORRIDA           TO WS-FECHA-ULTIMA-CORRIDA.

           IF WS-FECHA-ULTIMA-CORRIDA = SPACES
              GO TO 1160-CONTROLAR-FECHA-CORRIDA-EXIT
           END-IF.

           IF WS-FECHA-CONCILIACION < WS-FECHA-ULTIMA-CORRIDA
              DISPLAY 'LA FECHA DE CONCILIACION ' WS-FECHA-CONCILIACION
                      ' ES ANTERIOR A LA ULTIMA CONCILIADA: '
                      WS-FECHA-ULTIMA-CORRIDA
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 1160-CONTROLAR-FECHA-CORRIDA-EXIT
           END-IF.

           IF WS-FECHA-CONCILIACION = WS-FECHA-ULTIMA-CORRIDA
              SET WS-ES-REPROCESO TO TRUE
              DISPLAY '*** ATENCION: LA FECHA ' WS-FECHA-CONCILIACION
                      ' YA SE CONCILIO, SE LA REPROCESA DESDE LOS '
                      'PENDIENTES ANTERIORES ***'
           END-IF.

       1160-CONTROLAR-FECHA-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PASAR A LA TABLA UNA PARTIDA DEL ARCHIVO DE     *
      *    PENDIENTES, CON LOS IMPORTES QUE CORRESPONDEN SEGUN SEA O NO *
      *    UN REPROCESO. LO QUE SE CARGA ES TAMBIEN LA IMAGEN ANTERIOR  *
      *    DE ESTA CORRIDA                                             *
      *----------------------------------------------------------------*
       1170-TOMAR-UN-PENDIENTE.

           IF WS-ES-REPROCESO
              IF PEN-SW-ARQUEO-ANT NOT = 'S'
                 AND PEN-SW-EXTERNO-ANT NOT = 'S'
                 GO TO 1170-TOMAR-UN-PENDIENTE-EXIT
              END-IF
           ELSE
              IF PEN-ESTADO = 'C'
                 GO TO 1170-TOMAR-UN-PENDIENTE-EXIT
              END-IF
           END-IF.

           ADD 1                            TO WS-CANT-PEND-LEIDAS.
           MOVE PEN-FECHA                   TO WS-CB-FECHA.
           MOVE PEN-SUCURSAL                TO WS-CB-SUCURSAL.
           MOVE PEN-METODO                  TO WS-CB-METODO.

           PERFORM 2750-AGREGAR-PARTIDA
              THRU 2750-AGREGAR-PARTIDA-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 1170-TOMAR-UN-PENDIENTE-EXIT
           END-IF.

           IF WS-ES-REPROCESO
              MOVE PEN-IMP-ARQUEO-ANT       TO
                   WS-CO-IMP-ARQUEO(WS-CO-INDICE-HALLADO)
              MOVE PEN-IMP-EXTERNO-ANT      TO
                   WS-CO-IMP-EXTERNO(WS-CO-INDICE-HALLADO)
              MOVE PEN-SW-ARQUEO-ANT        TO
                   WS-CO-SW-ARQUEO(WS-CO-INDICE-HALLADO)
              MOVE PEN-SW-EXTERNO-ANT       TO
                   WS-CO-SW-EXTERNO(WS-CO-INDICE-HALLADO)
           ELSE
              MOVE PEN-IMP-ARQUEO           TO
                   WS-CO-IMP-ARQUEO(WS-CO-INDICE-HALLADO)
              MOVE PEN-IMP-EXTERNO          TO
                   WS-CO-IMP-EXTERNO(WS-CO-INDICE-HALLADO)
              MOVE PEN-SW-ARQUEO            TO
                   WS-CO-SW-ARQUEO(WS-CO-INDICE-HALLADO)
              MOVE PEN-SW-EXTERNO           TO
                   WS-CO-SW-EXTERNO(WS-CO-INDICE-HALLADO)
           END-IF.

           MOVE PEN-FECHA-ALTA              TO
                WS-CO-FECHA-ALTA(WS-CO-INDICE-HALLADO).

           MOVE WS-CO-IMP-ARQUEO(WS-CO-INDICE-HALLADO)  TO
                WS-CO-IMP-ARQUEO-ANT(WS-CO-INDICE-HALLADO).
           MOVE WS-CO-IMP-EXTERNO(WS-CO-INDICE-HALLADO) TO
                WS-CO-IMP-EXTERNO-ANT(WS-CO-INDICE-HALLADO).
           MOVE WS-CO-SW-ARQUEO(WS-CO-INDICE-HALLADO)   TO
                WS-CO-SW-ARQUEO-ANT(WS-CO-INDICE-HALLADO).
           MOVE WS-CO-SW-EXTERNO(WS-CO-INDICE-HALLADO)  TO
                WS-CO-SW-EXTERNO-ANT(WS-CO-INDICE-HALLADO).

       1170-TOMAR-UN-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CONCILIAR-ARQUEO.

           PERFORM 2100-CARGAR-ARQUEO
              THRU 2100-CARGAR-ARQUEO-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 2000-CONCILIAR-ARQUEO-FIN
           END-IF.

           PERFORM 2200-CARGAR-ADQUIRENTE
              THRU 2200-CARGAR-ADQUIRENTE-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 2000-CONCILIAR-ARQUEO-FIN
           END-IF.

           PERFORM 2300-CARGAR-BANCO
              THRU 2300-CARGAR-BANCO-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 2000-CONCILIAR-ARQUEO-FIN
           END-IF.

           PERFORM 2400-CLASIFICAR-PARTIDA
              THRU 2400-CLASIFICAR-PARTIDA-EXIT
             VARYING WS-CO-INDICE FROM 1 BY 1
               UNTIL WS-CO-INDICE > WS-CO-CANT.

           PERFORM 2600-IMPRIMIR-REPORTE
              THRU 2600-IMPRIMIR-REPORTE-EXIT.

       2000-CONCILIAR-ARQUEO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA TOMAR EL REPORTE DE ARQUEO: CADA LINEA DE       *
      *    DETALLE APORTA HASTA TRES PARTIDAS (E, T, B). SI LA PARTIDA  *
      *    YA EXISTIA (REPROCESO DE UN DIA) SE REEMPLAZA EL IMPORTE,    *
      *    SALVO EN LAS LINEAS MARCADAS 'S' (DIA FORMADO SOLO POR       *
      *    SUSPENSOS REPROCESADOS), QUE SE SUMAN A LO YA INFORMADO      *
      *----------------------------------------------------------------*
       2100-CARGAR-ARQUEO.

           OPEN INPUT ARQUEO.

           EVALUATE TRUE
               WHEN FS-ARQUEO-OK
                    CONTINUE
               WHEN FS-ARQUEO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL REPORTE DE ARQUEO'
                    DISPLAY 'FILE STATUS: ' FS-ARQUEO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                    GO TO 2100-CARGAR-ARQUEO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL REPORTE DE ARQUEO'
                    DISPLAY 'FILE STATUS: ' FS-ARQUEO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                    GO TO 2100-CARGAR-ARQUEO-EXIT
           END-EVALUATE.

           PERFORM 2150-LEER-UNA-LINEA-ARQUEO
              THRU 2150-LEER-UNA-LINEA-ARQUEO-EXIT
             UNTIL FS-ARQUEO-EOF
                OR WS-ABORTAR-CORRIDA.

           CLOSE ARQUEO.

       2100-CARGAR-ARQUEO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-LEER-UNA-LINEA-ARQUEO.

           READ ARQUEO.

           EVALUATE TRUE
               WHEN FS-ARQUEO-OK
                    IF ARQ-D-FECHA(5:1) = '-'
                       AND ARQ-D-FECHA(8:1) = '-'
                       AND ARQ-D-SEP1 = ' | '
                       ADD 1                TO WS-CANT-ARQ-LEIDAS
                       MOVE ARQ-D-SUCURSAL  TO WS-SUC-ARQUEO-LEIDA
                       MOVE ARQ-D-EFECTIVO  TO WS-IMP-ARQUEO-LEIDO
                       MOVE 'E'             TO WS-CB-METODO
                       PERFORM 2160-TOMAR-PARTIDA-ARQUEO
                          THRU 2160-TOMAR-PARTIDA-ARQUEO-EXIT
                       MOVE ARQ-D-TARJETA   TO WS-IMP-ARQUEO-LEIDO
                       MOVE 'T'             TO WS-CB-METODO
                       PERFORM 2160-TOMAR-PARTIDA-ARQUEO
                          THRU 2160-TOMAR-PARTIDA-ARQUEO-EXIT
                       MOVE ARQ-D-TRANSFER  TO WS-IMP-ARQUEO-LEIDO
                       MOVE 'B'             TO WS-CB-METODO
                       PERFORM 2160-TOMAR-PARTIDA-ARQUEO
                          THRU 2160-TOMAR-PARTIDA-ARQUEO-EXIT
                    END-IF
               WHEN FS-ARQUEO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL REPORTE DE ARQUEO'
                    DISPLAY 'FILE STATUS: ' FS-ARQUEO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       2150-LEER-UNA-LINEA-ARQUEO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UN METODO SIN MOVIMIENTO EN EL DIA NO GENERA PARTIDA, SALVO  *
      *    QUE YA EXISTIERA (REPROCESO QUE LO DEJO EN CERO)            *
      *----------------------------------------------------------------*
       2160-TOMAR-PARTIDA-ARQUEO.

           MOVE ARQ-D-FECHA                 TO WS-CB-FECHA.
           MOVE WS-SUC-ARQUEO-LEIDA         TO WS-CB-SUCURSAL.

           PERFORM 2700-BUSCAR-PARTIDA
              THRU 2700-BUSCAR-PARTIDA-EXIT.

           IF NOT WS-CO-HALLADO
              IF WS-IMP-ARQUEO-LEIDO = ZEROS
                 GO TO 2160-TOMAR-PARTIDA-ARQUEO-EXIT
              END-IF
              PERFORM 2750-AGREGAR-PARTIDA
                 THRU 2750-AGREGAR-PARTIDA-EXIT
              IF WS-ABORTAR-CORRIDA
                 GO TO 2160-TOMAR-PARTIDA-ARQUEO-EXIT
              END-IF
           END-IF.

           IF ARQ-D-SUMA
              ADD WS-IMP-ARQUEO-LEIDO       TO
                  WS-CO-IMP-ARQUEO(WS-CO-INDICE-HALLADO)
           ELSE
              MOVE WS-IMP-ARQUEO-LEIDO      TO
                   WS-CO-IMP-ARQUEO(WS-CO-INDICE-HALLADO)
           END-IF.
           MOVE 'S'                         TO
                WS-CO-SW-ARQUEO(WS-CO-INDICE-HALLADO).

       2160-TOMAR-PARTIDA-ARQUEO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA TOMAR EL LOTE DEL ADQUIRENTE. SI NO LLEGO EL    *
      *    ARCHIVO DEL DIA SE SIGUE: LAS PARTIDAS DE TARJETA QUEDAN     *
      *    ABIERTAS O FALTANTES SEGUN EL PLAZO                         *
      *----------------------------------------------------------------*
       2200-CARGAR-ADQUIRENTE.

           OPEN INPUT ADQUIRENTE.

           EVALUATE TRUE
               WHEN FS-ADQUIRENTE-OK
                    PERFORM 2250-LEER-UN-ADQUIRENTE
                       THRU 2250-LEER-UN-ADQUIRENTE-EXIT
                      UNTIL FS-ADQUIRENTE-EOF
                         OR WS-ABORTAR-CORRIDA
                    CLOSE ADQUIRENTE
               WHEN FS-ADQUIRENTE-NFD
                    DISPLAY '*** ATENCION: NO SE RECIBIO EL LOTE DEL '
                            'ADQUIRENTE ***'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL LOTE DEL ADQUIRENTE'
                    DISPLAY 'FILE STATUS: ' FS-ADQUIRENTE
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       2200-CARGAR-ADQUIRENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-LEER-UN-ADQUIRENTE.

           READ ADQUIRENTE.

           EVALUATE TRUE
               WHEN FS-ADQUIRENTE-OK
                    ADD 1                   TO WS-CANT-ADQ-LEIDOS
                    IF ADQ-FECHA-LOTE(5:1) NOT = '-'
                       OR ADQ-SUCURSAL IS NOT NUMERIC
                       OR ADQ-IMPORTE IS NOT NUMERIC
                       ADD 1                TO WS-CANT-EXT-INVALIDOS
                       DISPLAY '*** LOTE DEL ADQUIRENTE INVALIDO, SE '
                               'IGNORA: ' ADQ-ARCHIVO
                    ELSE
                       MOVE ADQ-FECHA-LOTE  TO WS-CB-FECHA
                       MOVE ADQ-SUCURSAL    TO WS-CB-SUCURSAL
                       MOVE 'T'             TO WS-CB-METODO
                       PERFORM 2700-BUSCAR-PARTIDA
                          THRU 2700-BUSCAR-PARTIDA-EXIT
                       IF NOT WS-CO-HALLADO
                          PERFORM 2750-AGREGAR-PARTIDA
                             THRU 2750-AGREGAR-PARTIDA-EXIT
                       END-IF
                       IF NOT WS-ABORTAR-CORRIDA
                          ADD ADQ-IMPORTE   TO
                              WS-CO-IMP-EXTERNO(WS-CO-INDICE-HALLADO)
                          MOVE 'S'          TO
                              WS-CO-SW-EXTERNO(WS-CO-INDICE-HALLADO)
                       END-IF
                    END-IF
               WHEN FS-ADQUIRENTE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL LOTE DEL ADQUIRENTE'
                    DISPLAY 'FILE STATUS: ' FS-ADQUIRENTE
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       2250-LEER-UN-ADQUIRENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA TOMAR EL EXTRACTO BANCARIO: LOS DEPOSITOS DE    *
      *    EFECTIVO VAN CONTRA EL METODO E Y LAS TRANSFERENCIAS         *
      *    CONTRA EL METODO B DE LA SUCURSAL Y DIA DE OPERACION        *
      *----------------------------------------------------------------*
       2300-CARGAR-BANCO.

           OPEN INPUT BANCO.

           EVALUATE TRUE
               WHEN FS-BANCO-OK
                    PERFORM 2350-LEER-UN-BANCO
                       THRU 2350-LEER-UN-BANCO-EXIT
                      UNTIL FS-BANCO-EOF
                         OR WS-ABORTAR-CORRIDA
                    CLOSE BANCO
               WHEN FS-BANCO-NFD
                    DISPLAY '*** ATENCION: NO SE RECIBIO EL EXTRACTO '
                            'BANCARIO ***'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL EXTRACTO BANCARIO'
                    DISPLAY 'FILE STATUS: ' FS-BANCO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       2300-CARGAR-BANCO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-LEER-UN-BANCO.

           READ BANCO.

           EVALUATE TRUE
               WHEN FS-BANCO-OK
                    ADD 1                   TO WS-CANT-BAN-LEIDOS
                    EVALUATE TRUE
                        WHEN NOT BAN-ES-EFECTIVO
                         AND NOT BAN-ES-TRANSFERENCIA
                             ADD 1          TO WS-CANT-BAN-IGNORADOS
                        WHEN BAN-FECHA-OPERACION(5:1) NOT = '-'
                          OR BAN-SUCURSAL IS NOT NUMERIC
                          OR BAN-IMPORTE IS NOT NUMERIC
                             ADD 1          TO WS-CANT-EXT-INVALIDOS
                             DISPLAY '*** MOVIMIENTO BANCARIO '
                                     'INVALIDO, SE IGNORA: '
                                     BAN-ARCHIVO
                        WHEN OTHER
                             PERFORM 2360-TOMAR-MOVIMIENTO-BANCO
                                THRU 2360-TOMAR-MOVIMIENTO-BANCO-EXIT
                    END-EVALUATE
               WHEN FS-BANCO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL EXTRACTO BANCARIO'
                    DISPLAY 'FILE STATUS: ' FS-BANCO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       2350-LEER-UN-BANCO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2360-TOMAR-MOVIMIENTO-BANCO.

           MOVE BAN-FECHA-OPERACION         TO WS-CB-FECHA.
           MOVE BAN-SUCURSAL                TO WS-CB-SUCURSAL.
           MOVE BAN-CONCEPTO                TO WS-CB-METODO.

           PERFORM 2700-BUSCAR-PARTIDA
              THRU 2700-BUSCAR-PARTIDA-EXIT.

           IF NOT WS-CO-HALLADO
              PERFORM 2750-AGREGAR-PARTIDA
                 THRU 2750-AGREGAR-PARTIDA-EXIT
              IF WS-ABORTAR-CORRIDA
                 GO TO 2360-TOMAR-MOVIMIENTO-BANCO-EXIT
              END-IF
           END-IF.

           ADD BAN-IMPORTE                  TO
               WS-CO-IMP-EXTERNO(WS-CO-INDICE-HALLADO).
           MOVE 'S'                         TO
                WS-CO-SW-EXTERNO(WS-CO-INDICE-HALLADO).

       2360-TOMAR-MOVIMIENTO-BANCO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CLASIFICAR UNA PARTIDA SEGUN LO QUE TIENE DE    *
      *    CADA LADO Y SU ANTIGUEDAD CONTRA LA FECHA DE CONCILIACION.   *
      *    UNA PARTIDA DEL ARQUEO SIN CONTRAPARTIDA SOLO ES FALTANTE    *
      *    CUANDO SUPERO EL PLAZO DE ACREDITACION DE SU METODO          *
      *----------------------------------------------------------------*
       2400-CLASIFICAR-PARTIDA.

           MOVE WS-CO-FECHA(WS-CO-INDICE)   TO WS-DS-FECHA.

           PERFORM 2800-CALCULAR-DIA-SERIAL
              THRU 2800-CALCULAR-DIA-SERIAL-EXIT.

           IF WS-DS-SERIAL = ZEROS
              OR WS-DS-SERIAL > WS-DS-SERIAL-CONCILIACION
              MOVE ZEROS                    TO WS-CO-DIAS(WS-CO-INDICE)
           ELSE
              COMPUTE WS-CO-DIAS(WS-CO-INDICE) =
                      WS-DS-SERIAL-CONCILIACION - WS-DS-SERIAL
           END-IF.

           IF WS-CO-METODO(WS-CO-INDICE) = 'T'
              MOVE WS-PLAZO-ADQUIRENTE      TO WS-PLAZO-APLICABLE
           ELSE
              MOVE WS-PLAZO-BANCO           TO WS-PLAZO-APLICABLE
           END-IF.

           EVALUATE TRUE
               WHEN WS-CO-CON-ARQUEO(WS-CO-INDICE)
                AND WS-CO-CON-EXTERNO(WS-CO-INDICE)
                    IF WS-CO-IMP-ARQUEO(WS-CO-INDICE) =
                       WS-CO-IMP-EXTERNO(WS-CO-INDICE)
                       SET WS-CO-CONCILIADA(WS-CO-INDICE) TO TRUE
                       ADD 1                TO WS-CANT-CONCILIADAS
                    ELSE
                       SET WS-CO-CON-DIFERENCIA(WS-CO-INDICE) TO TRUE
                       ADD 1                TO WS-CANT-DIFERENCIAS
                    END-IF
               WHEN WS-CO-CON-ARQUEO(WS-CO-INDICE)
                    IF WS-CO-IMP-ARQUEO(WS-CO-INDICE) = ZEROS
                       SET WS-CO-CONCILIADA(WS-CO-INDICE) TO TRUE
                       ADD 1                TO WS-CANT-CONCILIADAS
                    ELSE
                       IF WS-CO-DIAS(WS-CO-INDICE) > WS-PLAZO-APLICABLE
                          SET WS-CO-FALTA-EXTERNO(WS-CO-INDICE) TO TRUE
                          ADD 1             TO WS-CANT-FALTA-EXTERNO
                       ELSE
                          SET WS-CO-EN-TRANSITO(WS-CO-INDICE) TO TRUE
                          ADD 1             TO WS-CANT-EN-TRANSITO
                       END-IF
                    END-IF
               WHEN OTHER
                    SET WS-CO-FALTA-ARQUEO(WS-CO-INDICE) TO TRUE
                    ADD 1                   TO WS-CANT-FALTA-ARQUEO
           END-EVALUATE.

       2400-CLASIFICAR-PARTIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GRABAR UNA LINEA DEL LISTADO, MOSTRANDOLA       *
      *    TAMBIEN POR CONSOLA                                         *
      *----------------------------------------------------------------*
       2500-GRABAR-LINEA.

           DISPLAY LIS-linea.

           WRITE LIS-ARCHIVO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2500-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA IMPRIMIR EL REPORTE: ENCABEZADO Y UNA SECCION   *
      *    POR ESTADO, CADA UNA CON SU CANTIDAD Y DIFERENCIA NETA       *
      *----------------------------------------------------------------*
       2600-IMPRIMIR-REPORTE.

           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2600-IMPRIMIR-REPORTE-EXIT
           END-IF.

           MOVE SPACES TO LIS-linea.
           MOVE 'CONCILIACION DEL ARQUEO CONTRA ADQUIRENTE Y BANCO AL '
             TO LIS-linea(1:53).
           MOVE WS-FECHA-CONCILIACION TO LIS-linea(54:10).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE 'FECHA      | SUC | M |         ARQUEO | '
             TO LIS-linea(1:40).
           MOVE '       EXTERNO | '
             TO LIS-linea(41:17).
           MOVE '    DIFERENCIA | DIAS | OBSERVACION'
             TO LIS-linea(58:35).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE '1. PARTIDAS CONCILIADAS' TO LIS-linea(1:23).
           MOVE 'C'                         TO WS-SECCION-ESTADO.
           PERFORM 2650-IMPRIMIR-SECCION
              THRU 2650-IMPRIMIR-SECCION-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE '2. PARTIDAS CON DIFERENCIA' TO LIS-linea(1:26).
           MOVE 'D'                         TO WS-SECCION-ESTADO.
           PERFORM 2650-IMPRIMIR-SECCION
              THRU 2650-IMPRIMIR-SECCION-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE '3. FALTANTES: EN EL ARQUEO SIN CONTRAPARTIDA EXTERNA'
             TO LIS-linea(1:52).
           MOVE 'X'                         TO WS-SECCION-ESTADO.
           PERFORM 2650-IMPRIMIR-SECCION
              THRU 2650-IMPRIMIR-SECCION-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE '   FALTANTES: EN EL EXTERNO SIN PARTIDA EN EL ARQUEO'
             TO LIS-linea(1:52).
           MOVE 'A'                         TO WS-SECCION-ESTADO.
           PERFORM 2650-IMPRIMIR-SECCION
              THRU 2650-IMPRIMIR-SECCION-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE '4. ABIERTAS DENTRO DEL PLAZO DE ACREDITACION'
             TO LIS-linea(1:44).
           MOVE 'T'                         TO WS-SECCION-ESTADO.
           PERFORM 2650-IMPRIMIR-SECCION
              THRU 2650-IMPRIMIR-SECCION-EXIT.

           CLOSE LISTADO.

       2600-IMPRIMIR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EL TITULO DE LA SECCION LLEGA YA ARMADO EN LIS-linea         *
      *----------------------------------------------------------------*
       2650-IMPRIMIR-SECCION.

           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE ZEROS                       TO WS-SEC-CANT.
           MOVE ZEROS                       TO WS-SEC-IMP-DIFERENCIA.

           PERFORM 2660-IMPRIMIR-UNA-PARTIDA
              THRU 2660-IMPRIMIR-UNA-PARTIDA-EXIT
             VARYING WS-CO-INDICE FROM 1 BY 1
               UNTIL WS-CO-INDICE > WS-CO-CANT.

           MOVE WS-SEC-CANT                 TO WS-LTS-CANT.
           MOVE WS-SEC-IMP-DIFERENCIA       TO WS-LTS-DIFERENCIA.
           MOVE WS-LINEA-TOTAL-SECCION      TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

       2650-IMPRIMIR-SECCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2660-IMPRIMIR-UNA-PARTIDA.

           IF WS-CO-ESTADO(WS-CO-INDICE) NOT = WS-SECCION-ESTADO
              GO TO 2660-IMPRIMIR-UNA-PARTIDA-EXIT
           END-IF.

           COMPUTE WS-IMP-DIFERENCIA =
                   WS-CO-IMP-ARQUEO(WS-CO-INDICE) -
                   WS-CO-IMP-EXTERNO(WS-CO-INDICE).

           ADD 1                            TO WS-SEC-CANT.
           ADD WS-IMP-DIFERENCIA            TO WS-SEC-IMP-DIFERENCIA.

           MOVE WS-CO-FECHA(WS-CO-INDICE)   TO WS-LP-FECHA.
           MOVE WS-CO-SUCURSAL(WS-CO-INDICE)
                                             TO WS-LP-SUCURSAL.
           MOVE WS-CO-METODO(WS-CO-INDICE)  TO WS-LP-METODO.
           MOVE WS-CO-IMP-ARQUEO(WS-CO-INDICE)
                                             TO WS-LP-ARQUEO.
           MOVE WS-CO-IMP-EXTERNO(WS-CO-INDICE)
                                             TO WS-LP-EXTERNO.
           MOVE WS-IMP-DIFERENCIA           TO WS-LP-DIFERENCIA.
           MOVE WS-CO-DIAS(WS-CO-INDICE)    TO WS-LP-DIAS.

           MOVE SPACES                      TO WS-LP-OBSERVACION.
           IF WS-CO-FECHA-ALTA(WS-CO-INDICE) < WS-FECHA-CONCILIACION
              MOVE 'ARRASTRADA DESDE '      TO WS-LP-OBSERVACION(1:17)
              MOVE WS-CO-FECHA-ALTA(WS-CO-INDICE)
                                             TO WS-LP-OBSERVACION(18:10)
           END-IF.

           MOVE WS-LINEA-PARTIDA            TO LIS-linea.

           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

       2660-IMPRIMIR-UNA-PARTIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA BUSCAR LA PARTIDA DE LA CLAVE WS-CLAVE-BUSCADA  *
      *----------------------------------------------------------------*
       2700-BUSCAR-PARTIDA.

           MOVE 'N'                         TO WS-SW-CO-HALLADO.
           MOVE ZEROS                       TO WS-CO-INDICE-HALLADO.

           PERFORM 2710-COMPARAR-PARTIDA
              THRU 2710-COMPARAR-PARTIDA-EXIT
             VARYING WS-CO-INDICE FROM 1 BY 1
               UNTIL WS-CO-INDICE > WS-CO-CANT
                  OR WS-CO-HALLADO.

       2700-BUSCAR-PARTIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2710-COMPARAR-PARTIDA.

           IF WS-CO-FECHA(WS-CO-INDICE)    = WS-CB-FECHA
              AND WS-CO-SUCURSAL(WS-CO-INDICE) = WS-CB-SUCURSAL
              AND WS-CO-METODO(WS-CO-INDICE)   = WS-CB-METODO
              SET WS-CO-HALLADO TO TRUE
              MOVE WS-CO-INDICE             TO WS-CO-INDICE-HALLADO
           END-IF.

       2710-COMPARAR-PARTIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA AGREGAR UNA PARTIDA NUEVA EN CERO. SI LA TABLA  *
      *    ESTA LLENA LA CORRIDA ABORTA SIN TOCAR LOS PENDIENTES, PARA  *
      *    NO PERDER NINGUNA PARTIDA ABIERTA                           *
      *----------------------------------------------------------------*
       2750-AGREGAR-PARTIDA.

           IF WS-CO-CANT NOT < 1000
              DISPLAY '*** TABLA DE CONCILIACION LLENA (1000 '
                      'PARTIDAS) ***'
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2750-AGREGAR-PARTIDA-EXIT
           END-IF.

           ADD 1                            TO WS-CO-CANT.
           MOVE WS-CO-CANT                  TO WS-CO-INDICE-HALLADO.

           MOVE WS-CB-FECHA          TO WS-CO-FECHA(WS-CO-CANT).
           MOVE WS-CB-SUCURSAL       TO WS-CO-SUCURSAL(WS-CO-CANT).
           MOVE WS-CB-METODO         TO WS-CO-METODO(WS-CO-CANT).
           MOVE ZEROS                TO WS-CO-IMP-ARQUEO(WS-CO-CANT).
           MOVE ZEROS                TO WS-CO-IMP-EXTERNO(WS-CO-CANT).
           MOVE 'N'                  TO WS-CO-SW-ARQUEO(WS-CO-CANT).
           MOVE 'N'                  TO WS-CO-SW-EXTERNO(WS-CO-CANT).
           MOVE WS-FECHA-CONCILIACION
                                     TO WS-CO-FECHA-ALTA(WS-CO-CANT).
           MOVE SPACE                TO WS-CO-ESTADO(WS-CO-CANT).
           MOVE ZEROS                TO WS-CO-DIAS(WS-CO-CANT).
           MOVE ZEROS            TO WS-CO-IMP-ARQUEO-ANT(WS-CO-CANT).
           MOVE ZEROS            TO WS-CO-IMP-EXTERNO-ANT(WS-CO-CANT).
           MOVE 'N'              TO WS-CO-SW-ARQUEO-ANT(WS-CO-CANT).
           MOVE 'N'              TO WS-CO-SW-EXTERNO-ANT(WS-CO-CANT).

       2750-AGREGAR-PARTIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CALCULAR EL DIA CORRIDO DE WS-DS-FECHA: DIAS    *
      *    DE LOS AÑOS COMPLETOS ANTERIORES (CON SUS BISIESTOS), MAS    *
      *    LOS DE LOS MESES COMPLETOS DEL AÑO, MAS EL DIA. UNA FECHA    *
      *    NO NUMERICA DEVUELVE CERO                                   *
      *----------------------------------------------------------------*
       2800-CALCULAR-DIA-SERIAL.

           MOVE ZEROS                       TO WS-DS-SERIAL.

           IF WS-DS-ANIO IS NOT NUMERIC
              OR WS-DS-MES IS NOT NUMERIC
              OR WS-DS-DIA IS NOT NUMERIC
              GO TO 2800-CALCULAR-DIA-SERIAL-EXIT
           END-IF.

           IF WS-DS-ANIO = ZEROS
              OR WS-DS-MES < 1 OR WS-DS-MES > 12
              OR WS-DS-DIA < 1 OR WS-DS-DIA > 31
              GO TO 2800-CALCULAR-DIA-SERIAL-EXIT
           END-IF.

           COMPUTE WS-DS-ANIO-ANT = WS-DS-ANIO - 1.

           DIVIDE WS-DS-ANIO-ANT BY 4   GIVING WS-DS-BIS-4.
           DIVIDE WS-DS-ANIO-ANT BY 100 GIVING WS-DS-BIS-100.
           DIVIDE WS-DS-ANIO-ANT BY 400 GIVING WS-DS-BIS-400.

           COMPUTE WS-DS-SERIAL = WS-DS-ANIO-ANT * 365
                                + WS-DS-BIS-4
                                - WS-DS-BIS-100
                                + WS-DS-BIS-400
                                + WS-DS-DIA.

           PERFORM 2810-SUMAR-DIAS-DEL-MES
              THRU 2810-SUMAR-DIAS-DEL-MES-EXIT
             VARYING WS-DS-MES-INDICE FROM 1 BY 1
               UNTIL WS-DS-MES-INDICE NOT < WS-DS-MES.

           MOVE 'N'                         TO WS-SW-DS-BISIESTO.

           DIVIDE WS-DS-ANIO BY 4 GIVING WS-DS-ANIO-ANT
                  REMAINDER WS-DS-RESTO-4.

           IF WS-DS-RESTO-4 = ZEROS
              DIVIDE WS-DS-ANIO BY 100 GIVING WS-DS-ANIO-ANT
                     REMAINDER WS-DS-RESTO-100
              IF WS-DS-RESTO-100 NOT = ZEROS
                 SET WS-DS-ES-BISIESTO TO TRUE
              ELSE
                 DIVIDE WS-DS-ANIO BY 400 GIVING WS-DS-ANIO-ANT
                        REMAINDER WS-DS-RESTO-400
                 IF WS-DS-RESTO-400 = ZEROS
                    SET WS-DS-ES-BISIESTO TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF WS-DS-ES-BISIESTO AND WS-DS-MES > 2
              ADD 1                         TO WS-DS-SERIAL
           END-IF.

       2800-CALCULAR-DIA-SERIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2810-SUMAR-DIAS-DEL-MES.

           ADD WS-VF-DIAS-MES(WS-DS-MES-INDICE) TO WS-DS-SERIAL.

       2810-SUMAR-DIAS-DEL-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF NOT WS-ABORTAR-CORRIDA
              PERFORM 3100-GRABAR-PENDIENTES
                 THRU 3100-GRABAR-PENDIENTES-EXIT
           END-IF.

           IF NOT WS-ABORTAR-CORRIDA
              DISPLAY 'PARTIDAS ARRASTRADAS LEIDAS:  '
                       WS-CANT-PEND-LEIDAS
              DISPLAY 'LINEAS DE ARQUEO LEIDAS:      '
                       WS-CANT-ARQ-LEIDAS
              DISPLAY 'LOTES DEL ADQUIRENTE LEIDOS:  '
                       WS-CANT-ADQ-LEIDOS
              DISPLAY 'MOVIMIENTOS BANCARIOS LEIDOS: '
                       WS-CANT-BAN-LEIDOS
              DISPLAY 'MOVIMIENTOS BANCARIOS NO CONCILIABLES: '
                       WS-CANT-BAN-IGNORADOS
              DISPLAY 'REGISTROS EXTERNOS INVALIDOS: '
                       WS-CANT-EXT-INVALIDOS
              DISPLAY 'CONCILIADAS:                  '
                       WS-CANT-CONCILIADAS
              DISPLAY 'CON DIFERENCIA:               '
                       WS-CANT-DIFERENCIAS
              DISPLAY 'FALTANTES EN EL EXTERNO:      '
                       WS-CANT-FALTA-EXTERNO
              DISPLAY 'FALTANTES EN EL ARQUEO:       '
                       WS-CANT-FALTA-ARQUEO
              DISPLAY 'ABIERTAS DENTRO DEL PLAZO:    '
                       WS-CANT-EN-TRANSITO
              DISPLAY 'PARTIDAS QUE SE ARRASTRAN:    '
                       WS-CANT-PEND-GRABADAS
              IF WS-CANT-DIFERENCIAS   > ZEROS
                 OR WS-CANT-FALTA-EXTERNO > ZEROS
                 OR WS-CANT-FALTA-ARQUEO  > ZEROS
                 DISPLAY '*** ATENCION: QUEDAN PARTIDAS SIN '
                         'CONCILIAR (VER REPORTE) ***'
                 IF WS-RETORNO < 04
                    MOVE 04                 TO WS-RETORNO
                 END-IF
              END-IF
           ELSE
              DISPLAY '*** CORRIDA ABORTADA - RETURN CODE '
                       WS-RETORNO ' ***'
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA REGRABAR LOS PENDIENTES: TODA PARTIDA QUE NO    *
      *    CONCILIO SE ARRASTRA A LA CORRIDA SIGUIENTE. LAS QUE         *
      *    CONCILIARON SE GRABAN MARCADAS, CON LA IMAGEN ANTERIOR, PARA *
      *    PODER REPROCESAR ESTA FECHA; LA CORRIDA SIGUIENTE LAS DEJA   *
      *----------------------------------------------------------------*
       3100-GRABAR-PENDIENTES.

           OPEN OUTPUT PENDIENTES.

           IF NOT FS-PENDIENTES-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PENDIENTES'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 3100-GRABAR-PENDIENTES-EXIT
           END-IF.

           PERFORM 3150-GRABAR-UN-PENDIENTE
              THRU 3150-GRABAR-UN-PENDIENTE-EXIT
             VARYING WS-CO-INDICE FROM 1 BY 1
               UNTIL WS-CO-INDICE > WS-CO-CANT
                  OR WS-ABORTAR-CORRIDA.

           CLOSE PENDIENTES.

       3100-GRABAR-PENDIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-GRABAR-UN-PENDIENTE.

           MOVE WS-CO-FECHA(WS-CO-INDICE)      TO PEN-FECHA.
           MOVE WS-CO-SUCURSAL(WS-CO-INDICE)   TO PEN-SUCURSAL.
           MOVE WS-CO-METODO(WS-CO-INDICE)     TO PEN-METODO.
           MOVE WS-CO-IMP-ARQUEO(WS-CO-INDICE) TO PEN-IMP-ARQUEO.
           MOVE WS-CO-IMP-EXTERNO(WS-CO-INDICE)
                                                TO PEN-IMP-EXTERNO.
           MOVE WS-CO-SW-ARQUEO(WS-CO-INDICE)  TO PEN-SW-ARQUEO.
           MOVE WS-CO-SW-EXTERNO(WS-CO-INDICE) TO PEN-SW-EXTERNO.
           MOVE WS-CO-FECHA-ALTA(WS-CO-INDICE) TO PEN-FECHA-ALTA.
           MOVE WS-FECHA-CONCILIACION          TO PEN-FECHA-CORRIDA.
           MOVE WS-CO-ESTADO(WS-CO-INDICE)     TO PEN-ESTADO.
           MOVE WS-CO-IMP-ARQUEO-ANT(WS-CO-INDICE)
                                                TO PEN-IMP-ARQUEO-ANT.
           MOVE WS-CO-IMP-EXTERNO-ANT(WS-CO-INDICE)
                                                TO PEN-IMP-EXTERNO-ANT.
           MOVE WS-CO-SW-ARQUEO-ANT(WS-CO-INDICE)
                                                TO PEN-SW-ARQUEO-ANT.
           MOVE WS-CO-SW-EXTERNO-ANT(WS-CO-INDICE)
                                                TO PEN-SW-EXTERNO-ANT.

           WRITE PEN-ARCHIVO.

           IF FS-PENDIENTES-OK
              IF NOT WS-CO-CONCILIADA(WS-CO-INDICE)
                 ADD 1                      TO WS-CANT-PEND-GRABADAS
              END-IF
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE PENDIENTES'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       3150-GRABAR-UN-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA REGISTRAR UNA FALLA FATAL: MARCA LA CORRIDA     *
      *    PARA ABORTAR Y CONSERVA EL RETURN CODE MAS SEVERO, IGUAL     *
      *    QUE EN CL11EJ02                                             *
      *----------------------------------------------------------------*
       9000-REGISTRAR-ERROR-FATAL.

           SET WS-ABORTAR-CORRIDA TO TRUE.

           IF WS-SEV-CODIGO > WS-RETORNO
              MOVE WS-SEV-CODIGO TO WS-RETORNO
           END-IF.

       9000-REGISTRAR-ERROR-FATAL-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11EJ10.
