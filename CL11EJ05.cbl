      *    ARCHIVO DE INTERFAZ DE LAYOUT FIJO (CON TRAILER DE          *
      *    CONTROL) QUE HABERES CARGA DIRECTO, SIN PLANILLA DE         *
      *    CALCULO INTERMEDIA                                          *
      *    LO PAGADO POR EMPLEADO Y PERIODO QUEDA EN EL REGISTRO DE     *
      *    LIQUIDACIONES. UN MES YA PAGADO NO SE VUELVE A LIQUIDAR EN   *
      *    MODO NORMAL: EN MODO RELIQUIDACION (R) SE LO RECALCULA Y SE  *
      *    GRABA SOLO LA DIFERENCIA CONTRA LO PAGADO, EN UNA INTERFAZ   *
      *    DE DIFERENCIAS APARTE, CON UN LISTADO DE QUIEN GANA O PIERDE *
      *    Y POR QUE                                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ05.
           ASSIGN DYNAMIC WS-NOMBRE-PARAM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAM.
      *----------------------------------------------------------------*
      *    PLAN DE COMISIONES, EL MISMO QUE APLICA CL11EJ02. SOLO SE   *
      *    LEE EN MODO RELIQUIDACION, PARA RECALCULAR CADA DIA DEL MES *
      *    CON EL PLAN QUE HOY RIGE PARA ESA FECHA                     *
      *----------------------------------------------------------------*
       SELECT PLAN-COMISIONES
           ASSIGN DYNAMIC WS-NOMBRE-PLAN-COM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLAN-COM.
      *----------------------------------------------------------------*
       SELECT NOMINA
           ASSIGN DYNAMIC WS-NOMBRE-NOMINA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOMINA.
      *----------------------------------------------------------------*
      *    REGISTRO DE LIQUIDACIONES: UNA FILA POR EMPLEADO Y PERIODO   *
      *    CADA VEZ QUE SE LE PAGA ALGO (LIQUIDACION ORIGINAL O         *
      *    DIFERENCIA DE UNA RELIQUIDACION). LO PAGADO DEL PERIODO ES   *
      *    LA SUMA DE SUS FILAS                                        *
      *----------------------------------------------------------------*
       SELECT LIQUIDADO
           ASSIGN DYNAMIC WS-NOMBRE-LIQUIDADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDADO.
      *----------------------------------------------------------------*
      *    INTERFAZ DE DIFERENCIAS DE UNA RELIQUIDACION PARA HABERES    *
      *----------------------------------------------------------------*
       SELECT NOMINA-DIF
           ASSIGN DYNAMIC WS-NOMBRE-NOMINA-DIF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOMINA-DIF.
      *----------------------------------------------------------------*
      *    LISTADO DE LA RELIQUIDACION: QUIEN GANA, QUIEN PIERDE Y POR  *
      *    QUE MOTIVO                                                  *
      *----------------------------------------------------------------*
       SELECT LISTADO-RELIQ
           ASSIGN DYNAMIC WS-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.
      *----------------------------------------------------------------*
       DATA DIVISION.

          05 PRM-MINIMO-MENSUAL             PIC 9(08)V9(02).
          05 PRM-TOPE-MENSUAL               PIC 9(08)V9(02).

       FD PLAN-COMISIONES.
       01 PLN-ARCHIVO.
          05 PLN-CATEGORIA                  PIC X(20).
          05 PLN-FECHA-DESDE                PIC X(10).
          05 PLN-PORCENTAJE                 PIC 9(02)V9(02).
          05 PLN-UMBRAL-MENSUAL             PIC 9(08)V9(02).
          05 PLN-PORCENTAJE-TRAMO           PIC 9(02)V9(02).

      *    INTERFAZ PARA HABERES, LAYOUT FIJO: REGISTROS 'D' DE
      *    DETALLE (UNO POR EMPLEADO) Y UN TRAILER 'T' CON LOS
      *    TOTALES DE CONTROL QUE HABERES VERIFICA AL CARGAR
                                            SIGN LEADING SEPARATE.
          05 FILLER                         PIC X(58).

       FD LIQUIDADO.
       01 LQD-ARCHIVO.
          05 LQD-PERIODO                    PIC X(07).
          05 LQD-ID-EMPLEADO                PIC 9(05).
      *    N = LIQUIDACION ORIGINAL DEL MES, R = RELIQUIDACION
          05 LQD-TIPO                       PIC X(01).
             88 LQD-ES-ORIGINAL                 VALUE 'N'.
             88 LQD-ES-RELIQUIDACION            VALUE 'R'.
          05 LQD-FECHA-LIQUIDACION          PIC X(10).
      *    COMISION CALCULADA DEL MES A ESA FECHA
          05 LQD-IMP-CALCULADO              PIC S9(09)V9(02)
                                            SIGN LEADING SEPARATE.
      *    LO ENVIADO A HABERES EN ESA CORRIDA (EN UNA RELIQUIDACION,
      *    LA DIFERENCIA)
          05 LQD-IMP-PAGADO                 PIC S9(09)V9(02)
                                            SIGN LEADING SEPARATE.
          05 LQD-MARCA-AJUSTE               PIC X(01).
          05 LQD-MOTIVO                     PIC X(01).

      *    INTERFAZ DE DIFERENCIAS, LAYOUT FIJO: REGISTROS 'D' CON LA
      *    DIFERENCIA DEL EMPLEADO, EL PERIODO ORIGINAL Y EL MOTIVO,
      *    Y UN TRAILER 'T' PROPIO CON LOS TOTALES DE CONTROL
       FD NOMINA-DIF.
       01 DIF-ARCHIVO.
          05 DIF-TIPO-REG                   PIC X(01).
          05 DIF-ID-EMPLEADO                PIC 9(05).
          05 DIF-NOMBRE-APELLIDO            PIC X(40).
          05 DIF-PERIODO-ORIGINAL           PIC X(07).
          05 DIF-IMP-DIFERENCIA             PIC S9(09)V9(02)
                                            SIGN LEADING SEPARATE.
      *    MOTIVO: N = SIN PAGO ANTERIOR EN EL PERIODO, C = CAMBIO LA
      *    COMISION CALCULADA, M = CAMBIO LA GARANTIA MINIMA,
      *    T = CAMBIO EL TOPE
          05 DIF-MOTIVO                     PIC X(01).
          05 DIF-FECHA-RELIQUIDACION        PIC X(10).

       01 DIF-TRAILER REDEFINES DIF-ARCHIVO.
          05 DIF-TR-TIPO-REG                PIC X(01).
          05 DIF-TR-CANT-EMPLEADOS          PIC 9(05).
          05 DIF-TR-TOTAL-DIFERENCIA        PIC S9(11)V9(02)
                                            SIGN LEADING SEPARATE.
          05 FILLER                         PIC X(56).

       FD LISTADO-RELIQ.
       01 LIS-ARCHIVO.
          05 LIS-linea                      PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-NOMBRE-ARCHIVOS.
                                        VALUE '../NOMINA.TXT'.
          05 WS-NOMBRE-PARAM           PIC X(100)
                                        VALUE '../PARAMLIQ.TXT'.
          05 WS-NOMBRE-LIQUIDADO       PIC X(100)
                                        VALUE '../LIQUIDADO.TXT'.
          05 WS-NOMBRE-NOMINA-DIF      PIC X(100)
                                        VALUE '../NOMINA-DIF.TXT'.
          05 WS-NOMBRE-LISTADO         PIC X(100)
                                        VALUE '../RELIQUIDACION.TXT'.
          05 WS-NOMBRE-PLAN-COM        PIC X(100)
                                        VALUE '../PLANCOM.TXT'.

      *    MODO DE LA CORRIDA: N = LIQUIDACION NORMAL DEL MES,
      *    R = RELIQUIDACION DE UN MES YA PAGADO
       01 WS-MODO-LIQUIDACION          PIC X(01) VALUE 'N'.
          88 WS-MODO-NORMAL                 VALUE 'N'.
          88 WS-MODO-RELIQUIDACION          VALUE 'R'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

             88 FS-NOMINA-EOF                    VALUE '10'.
             88 FS-NOMINA-NFD                    VALUE '35'.

          05 FS-LIQUIDADO                   PIC X(2).
             88 FS-LIQUIDADO-OK                  VALUE '00'.
             88 FS-LIQUIDADO-EOF                 VALUE '10'.
             88 FS-LIQUIDADO-NFD                 VALUE '35'.

          05 FS-NOMINA-DIF                  PIC X(2).
             88 FS-NOMINA-DIF-OK                 VALUE '00'.
             88 FS-NOMINA-DIF-EOF                VALUE '10'.
             88 FS-NOMINA-DIF-NFD                VALUE '35'.

          05 FS-LISTADO                     PIC X(2).
             88 FS-LISTADO-OK                    VALUE '00'.
             88 FS-LISTADO-EOF                   VALUE '10'.
             88 FS-LISTADO-NFD                   VALUE '35'.

          05 FS-PLAN-COM                    PIC X(2).
             88 FS-PLAN-COM-OK                   VALUE '00'.
             88 FS-PLAN-COM-EOF                  VALUE '10'.
             88 FS-PLAN-COM-NFD                  VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CANT-ARCHIVOS                PIC 9(03) VALUE ZEROS.
          05 WS-CANT-LINEAS-LEIDAS           PIC 9(06) VALUE ZEROS.
          05 WS-CANT-SIN-LEGAJO              PIC 9(05) VALUE ZEROS.
          05 WS-CANT-CON-MINIMO              PIC 9(05) VALUE ZEROS.
          05 WS-CANT-CON-TOPE                PIC 9(05) VALUE ZEROS.
          05 WS-CANT-FILAS-LIQUIDADO         PIC 9(05) VALUE ZEROS.
          05 WS-CANT-LINEAS-RECALCULADAS     PIC 9(06) VALUE ZEROS.

       01 WS-CONTROL-SEVERIDAD.
          05 WS-SW-ABORTAR                  PIC X(01) VALUE 'N'.
          05 WS-LIQ-TOPE                    PIC 9(08)V9(02)
                                            VALUE 99999999,99.

      *----------------------------------------------------------------*
      *    PORCENTAJES DE COMISION POR DEFECTO, LOS MISMOS DE CL11EJ02. *
      *    SOLO RIGEN CUANDO NO HAY ARCHIVO DE PLAN DE COMISIONES: EN   *
      *    ESE CASO SE CARGAN EN LA TABLA DEL PLAN SIN FECHA DE         *
      *    VIGENCIA NI TRAMO. LA CATEGORIA QUE NO FIGURE EN EL PLAN     *
      *    LIQUIDA AL PORCENTAJE POR DEFECTO                           *
      *----------------------------------------------------------------*
       01 WS-TABLA-COMISIONES-DATOS.
          05 FILLER                     PIC X(24)
             VALUE 'ELECTRODOMESTICOS   0500'.
          05 FILLER                     PIC X(24)
             VALUE 'ALIMENTOS           0200'.
          05 FILLER                     PIC X(24)
             VALUE 'INDUMENTARIA        0350'.
          05 FILLER                     PIC X(24)
             VALUE 'MUEBLES             0400'.

       01 WS-TABLA-COMISIONES REDEFINES WS-TABLA-COMISIONES-DATOS.
          05 WS-TC-ITEM                 OCCURS 4 TIMES.
             10 WS-TC-CATEGORIA         PIC X(20).
             10 WS-TC-PORCENTAJE        PIC 9(02)V9(02).

       01 WS-DATOS-COMISION.
          05 WS-COM-PORCENTAJE-DEFECTO  PIC 9(02)V9(02) VALUE 3,00.
          05 WS-COM-PORCENTAJE-APLIC    PIC 9(02)V9(02).
          05 WS-COM-MEJOR-FECHA         PIC X(10).
          05 WS-SW-COM-ENCONTRADA       PIC X(01) VALUE 'N'.
             88 WS-COM-CATEGORIA-ENCONTRADA  VALUE 'S'.

      *----------------------------------------------------------------*
      *    PLAN DE COMISIONES EN MEMORIA, IGUAL QUE EN CL11EJ02: PUEDE  *
      *    HABER VARIAS FILAS POR CATEGORIA CON DISTINTA FECHA DE       *
      *    VIGENCIA (FECHA DESDE EN BLANCO = RIGE SIEMPRE)             *
      *----------------------------------------------------------------*
       01 WS-PLAN-COM-TRABAJO.
          05 WS-PC-CANT                 PIC 9(03) VALUE ZEROS.
          05 WS-PC-INDICE               PIC 9(03).
          05 WS-PC-INDICE-HALLADO       PIC 9(03).
          05 WS-PC-ITEM OCCURS 100 TIMES.
             10 WS-PC-CATEGORIA         PIC X(20).
             10 WS-PC-FECHA-DESDE       PIC X(10).
             10 WS-PC-PORCENTAJE        PIC 9(02)V9(02).
             10 WS-PC-UMBRAL-MENSUAL    PIC 9(08)V9(02).
             10 WS-PC-PCT-TRAMO         PIC 9(02)V9(02).

      *----------------------------------------------------------------*
      *    ACUMULADO DEL MES DE LO VENDIDO POR EMPLEADO Y CATEGORIA,    *
      *    PARA DECIDIR EL TRAMO POR VOLUMEN AL RECALCULAR, COMO LO     *
      *    LLEVA CL11EJ02 EN ACUMMES                                   *
      *----------------------------------------------------------------*
       01 WS-ACUM-COM-MES.
          05 WS-AC-CANT                 PIC 9(03) VALUE ZEROS.
          05 WS-AC-INDICE               PIC 9(03).
          05 WS-AC-INDICE-HALLADO       PIC 9(03).
          05 WS-SW-AC-HALLADO           PIC X(01).
             88 WS-AC-HALLADO               VALUE 'S'.
          05 WS-AC-ITEM OCCURS 500 TIMES.
             10 WS-AC-EMPLEADO          PIC 9(05).
             10 WS-AC-CATEGORIA         PIC X(20).
             10 WS-AC-IMPORTE           PIC S9(8)V9(2).

      *----------------------------------------------------------------*
      *    COPIA EN MEMORIA DEL MAESTRO DE EMPLEADOS, IGUAL QUE EN      *
      *    CL11EJ02. DE AQUI SALE EL NOMBRE CANONICO DE LA INTERFAZ    *
          05 WS-AE-ITEM OCCURS 300 TIMES.
             10 WS-AE-ID                    PIC 9(05).
             10 WS-AE-COMISION              PIC S9(9)V9(2).
      *       RESULTADO DE LA LIQUIDACION DEL EMPLEADO, QUE DESPUES
      *       SE ASIENTA EN EL REGISTRO DE LIQUIDACIONES
             10 WS-AE-NOMBRE                PIC X(40).
             10 WS-AE-IMP-A-PAGAR           PIC S9(9)V9(2).
             10 WS-AE-MARCA                 PIC X(01).
             10 WS-AE-IMP-DIFERENCIA        PIC S9(9)V9(2).
             10 WS-AE-MOTIVO                PIC X(01).
             10 WS-AE-SW-LIQUIDADO          PIC X(01).
                88 WS-AE-LIQUIDADO              VALUE 'S'.

      *----------------------------------------------------------------*
      *    LO YA PAGADO DEL MES POR EMPLEADO, CARGADO DEL REGISTRO DE   *
      *    LIQUIDACIONES: SUMA DE LO ENVIADO A HABERES, Y COMISION Y    *
      *    MARCA DE LA ULTIMA LIQUIDACION                              *
      *----------------------------------------------------------------*
       01 WS-PAGADO-MES.
          05 WS-PG-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-PG-INDICE                   PIC 9(03).
          05 WS-PG-INDICE-HALLADO           PIC 9(03).
          05 WS-PG-ID-BUSCADO               PIC 9(05).
          05 WS-SW-PG-HALLADO               PIC X(01).
             88 WS-PG-HALLADO                   VALUE 'S'.
          05 WS-PG-ITEM OCCURS 300 TIMES.
             10 WS-PG-ID                    PIC 9(05).
             10 WS-PG-IMP-CALCULADO         PIC S9(9)V9(2).
             10 WS-PG-IMP-PAGADO            PIC S9(9)V9(2).
             10 WS-PG-MARCA                 PIC X(01).

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
      *    VISTA DE COLUMNAS FIJAS DE LA LINEA CSV, ESPEJO DEL LAYOUT   *
          05 WS-LCD-COMISION                PIC X(12).
          05 FILLER                         PIC X(06).

      *    VISTA DE UN IMPORTE DEL CSV (COMISION O IMPORTE VENDIDO,
      *    EDITADOS -9(08),99) PARA RECONSTRUIR EL VALOR NUMERICO
       01 WS-CAMPO-IMPORTE.
          05 WS-CI-SIGNO                    PIC X(01).
          05 WS-CI-ENTERO                   PIC X(08).
       01 WS-CI-DECIMAL-N                   PIC 9(02).
       01 WS-CI-VALOR                       PIC S9(9)V9(2).

      *    VALORES DE LA LINEA EN CURSO: LA COMISION ES LA DEL CSV O,
      *    EN MODO RELIQUIDACION, LA RECALCULADA CON EL PLAN
       01 WS-LIN-IMP-VENDIDO                PIC S9(9)V9(2).
       01 WS-LIN-COMISION                   PIC S9(9)V9(2).

       01 WS-SWITCHES.
          05 WS-SW-LINEA-VALIDA             PIC X(01).
             88 WS-LINEA-ES-VALIDA              VALUE 'S'.
          05 WS-NOM-IMP-A-PAGAR             PIC S9(9)V9(2).
          05 WS-NOM-MARCA                   PIC X(01).

       01 WS-TOTALES-DIFERENCIAS.
          05 WS-DIF-CANT-EMPLEADOS          PIC 9(05) VALUE ZEROS.
          05 WS-DIF-TOTAL                   PIC S9(11)V9(2)
                                            VALUE ZEROS.
          05 WS-DIF-SIGNO-SECCION           PIC X(01).
             88 WS-SECCION-GANAN                VALUE '+'.
             88 WS-SECCION-PIERDEN              VALUE '-'.
          05 WS-DIF-SEC-CANT                PIC 9(05).
          05 WS-DIF-SEC-TOTAL               PIC S9(11)V9(2).

       01 WS-LINEA-RELIQ.
          05 WS-LR-EMPLEADO                 PIC 9(05).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LR-NOMBRE                   PIC X(25).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LR-PAGADO-ANTES             PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LR-COMISION-AHORA           PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LR-A-PAGAR-AHORA            PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LR-DIFERENCIA               PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LR-MOTIVO                   PIC X(25).

       01 WS-LINEA-TOTAL-RELIQ.
          05 FILLER                         PIC X(18)
                                            VALUE '   EMPLEADOS: '.
          05 WS-LTR-CANT                    PIC ZZZZ9.
          05 FILLER                         PIC X(24)
                                      VALUE '   TOTAL DIFERENCIA: '.
          05 WS-LTR-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99-.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1140-CARGAR-PARAMETROS-LIQ
              THRU 1140-CARGAR-PARAMETROS-LIQ-EXIT.

           ACCEPT WS-FECHA-HOY-CRUDA FROM DATE YYYYMMDD.
           MOVE WS-FHC-ANIO                 TO WS-FH-ANIO.
           MOVE WS-FHC-MES                  TO WS-FH-MES.
           MOVE WS-FHC-DIA                  TO WS-FH-DIA.

           PERFORM 1150-CARGAR-LIQUIDADO
              THRU 1150-CARGAR-LIQUIDADO-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      *    UN MES YA PAGADO SOLO SE CORRIGE POR DIFERENCIAS: VOLVER A
      *    MANDAR LA LIQUIDACION COMPLETA LO PAGARIA DOS VECES
           IF WS-MODO-NORMAL AND WS-PG-CANT > ZEROS
              DISPLAY 'EL MES ' WS-MES-A-LIQUIDAR ' YA FUE LIQUIDADO '
                      'Y ENVIADO A HABERES: USAR EL MODO DE '
                      'RELIQUIDACION (R)'
              MOVE 08 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-MODO-RELIQUIDACION
              IF WS-PG-CANT = ZEROS
                 DISPLAY 'EL MES ' WS-MES-A-LIQUIDAR ' NO TIENE '
                         'LIQUIDACION ANTERIOR: CORRER EN MODO NORMAL'
                 MOVE 12 TO WS-SEV-CODIGO
                 PERFORM 9000-REGISTRAR-ERROR-FATAL
                    THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                 GO TO 1000-INICIAR-PROGRAMA-FIN
              END-IF
      *       LA COMISION DE CADA DIA SE RECALCULA CON EL PLAN: UN
      *       CAMBIO RETROACTIVO DEL PLAN TIENE QUE VERSE EN LO QUE
      *       CORRESPONDE PAGAR
              PERFORM 1180-CARGAR-PLAN-COMISIONES
                 THRU 1180-CARGAR-PLAN-COMISIONES-EXIT
              IF WS-ABORTAR-CORRIDA
                 GO TO 1000-INICIAR-PROGRAMA-FIN
              END-IF
      *       TODO EMPLEADO YA PAGADO ENTRA EN LA RELIQUIDACION AUNQUE
      *       HOY NO TENGA LINEAS, PARA QUE SE LE DESCUENTE LO QUE YA
      *       NO CORRESPONDA
              PERFORM 1170-AGREGAR-UN-PAGADO
                 THRU 1170-AGREGAR-UN-PAGADO-EXIT
                VARYING WS-PG-INDICE FROM 1 BY 1
                  UNTIL WS-PG-INDICE > WS-PG-CANT
                     OR WS-ABORTAR-CORRIDA
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
              ACCEPT WS-NOMBRE-PARAM FROM ARGUMENT-VALUE
           END-IF.

      *    PARAMETRO 6: MODO ('R' = RELIQUIDAR UN MES YA PAGADO)
           IF WS-CANT-PARAMETROS >= 6
              DISPLAY 6 UPON ARGUMENT-NUMBER
              ACCEPT WS-MODO-LIQUIDACION FROM ARGUMENT-VALUE
              IF NOT WS-MODO-RELIQUIDACION
                 SET WS-MODO-NORMAL TO TRUE
              END-IF
           END-IF.

           IF WS-CANT-PARAMETROS >= 7
              DISPLAY 7 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-LIQUIDADO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 8
              DISPLAY 8 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-NOMINA-DIF FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 9
              DISPLAY 9 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-LISTADO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 10
              DISPLAY 10 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-PLAN-COM FROM ARGUMENT-VALUE
           END-IF.

       1010-OBTENER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1140-CARGAR-PARAMETROS-LIQ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR DEL REGISTRO DE LIQUIDACIONES LO YA      *
      *    PAGADO EN EL MES A LIQUIDAR. SI EL REGISTRO NO EXISTE        *
      *    TODAVIA NINGUN MES FUE PAGADO                               *
      *----------------------------------------------------------------*
       1150-CARGAR-LIQUIDADO.

           OPEN INPUT LIQUIDADO.

           EVALUATE TRUE
               WHEN FS-LIQUIDADO-OK
                    PERFORM 1155-LEER-UN-LIQUIDADO
                       THRU 1155-LEER-UN-LIQUIDADO-EXIT
                      UNTIL FS-LIQUIDADO-EOF
                         OR WS-ABORTAR-CORRIDA
                    CLOSE LIQUIDADO
                    DISPLAY 'EMPLEADOS YA PAGADOS EN EL MES: '
                             WS-PG-CANT
               WHEN FS-LIQUIDADO-NFD
                    DISPLAY 'SIN REGISTRO DE LIQUIDACIONES, NINGUN '
                            'MES FUE PAGADO TODAVIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL REGISTRO DE '
                            'LIQUIDACIONES'
                    DISPLAY 'FILE STATUS: ' FS-LIQUIDADO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1150-CARGAR-LIQUIDADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1155-LEER-UN-LIQUIDADO.

           READ LIQUIDADO.

           EVALUATE TRUE
               WHEN FS-LIQUIDADO-OK
                    IF LQD-PERIODO = WS-MES-A-LIQUIDAR
                       PERFORM 1160-ACUMULAR-PAGADO
                          THRU 1160-ACUMULAR-PAGADO-EXIT
                    END-IF
               WHEN FS-LIQUIDADO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL REGISTRO DE '
                            'LIQUIDACIONES'
                    DISPLAY 'FILE STATUS: ' FS-LIQUIDADO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1155-LEER-UN-LIQUIDADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LAS FILAS ESTAN EN ORDEN DE GRABACION: LO PAGADO SE SUMA Y   *
      *    COMISION Y MARCA QUEDAN LAS DE LA ULTIMA FILA               *
      *----------------------------------------------------------------*
       1160-ACUMULAR-PAGADO.

           MOVE LQD-ID-EMPLEADO             TO WS-PG-ID-BUSCADO.

           PERFORM 1165-BUSCAR-PAGADO
              THRU 1165-BUSCAR-PAGADO-EXIT.

           IF NOT WS-PG-HALLADO
              IF WS-PG-CANT < 300
                 ADD 1                      TO WS-PG-CANT
                 MOVE WS-PG-CANT            TO WS-PG-INDICE-HALLADO
                 MOVE LQD-ID-EMPLEADO       TO WS-PG-ID(WS-PG-CANT)
                 MOVE ZEROS                 TO
                         WS-PG-IMP-PAGADO(WS-PG-CANT)
              ELSE
                 DISPLAY '*** ATENCION: TABLA DE PAGADOS LLENA ***'
                 MOVE 12 TO WS-SEV-CODIGO
                 PERFORM 9000-REGISTRAR-ERROR-FATAL
                    THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                 GO TO 1160-ACUMULAR-PAGADO-EXIT
              END-IF
           END-IF.

           ADD LQD-IMP-PAGADO               TO
                   WS-PG-IMP-PAGADO(WS-PG-INDICE-HALLADO).
           MOVE LQD-IMP-CALCULADO           TO
                   WS-PG-IMP-CALCULADO(WS-PG-INDICE-HALLADO).
           MOVE LQD-MARCA-AJUSTE            TO
                   WS-PG-MARCA(WS-PG-INDICE-HALLADO).

       1160-ACUMULAR-PAGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA BUSCAR EN LA TABLA DE PAGADOS EL LEGAJO QUE     *
      *    DEJA EN WS-PG-ID-BUSCADO QUIEN LO INVOCA                    *
      *----------------------------------------------------------------*
       1165-BUSCAR-PAGADO.

           MOVE 'N'                         TO WS-SW-PG-HALLADO.
           MOVE ZEROS                       TO WS-PG-INDICE-HALLADO.

           PERFORM 1167-COMPARAR-PAGADO
              THRU 1167-COMPARAR-PAGADO-EXIT
             VARYING WS-PG-INDICE FROM 1 BY 1
               UNTIL WS-PG-INDICE > WS-PG-CANT
                  OR WS-PG-HALLADO.

       1165-BUSCAR-PAGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1167-COMPARAR-PAGADO.

           IF WS-PG-ID(WS-PG-INDICE) = WS-PG-ID-BUSCADO
              SET WS-PG-HALLADO TO TRUE
              MOVE WS-PG-INDICE             TO WS-PG-INDICE-HALLADO
           END-IF.

       1167-COMPARAR-PAGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA AGREGAR AL ACUMULADO DEL MES, EN CERO, UN       *
      *    EMPLEADO YA PAGADO. LAS LINEAS DE LOS ARCHIVOS DIARIOS SE    *
      *    LE SUMAN DESPUES                                            *
      *----------------------------------------------------------------*
       1170-AGREGAR-UN-PAGADO.

           IF WS-AE-CANT < 300
              ADD 1                         TO WS-AE-CANT
              MOVE WS-PG-ID(WS-PG-INDICE)   TO WS-AE-ID(WS-AE-CANT)
              MOVE ZEROS                    TO
                      WS-AE-COMISION(WS-AE-CANT)
              MOVE 'N'                      TO
                      WS-AE-SW-LIQUIDADO(WS-AE-CANT)
           ELSE
              DISPLAY '*** ATENCION: TABLA DE EMPLEADOS DE LA '
                      'LIQUIDACION LLENA ***'
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       1170-AGREGAR-UN-PAGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL PLAN DE COMISIONES EN MEMORIA, CON   *
      *    LAS MISMAS REGLAS QUE CL11EJ02 (1160). SI EL ARCHIVO NO     *
      *    EXISTE SE CARGAN LOS PORCENTAJES POR DEFECTO, SIN FECHA DE  *
      *    VIGENCIA NI TRAMO POR VOLUMEN                               *
      *----------------------------------------------------------------*
       1180-CARGAR-PLAN-COMISIONES.

           OPEN INPUT PLAN-COMISIONES.

           EVALUATE TRUE
               WHEN FS-PLAN-COM-OK
                    PERFORM 1185-LEER-UN-PLAN
                       THRU 1185-LEER-UN-PLAN-EXIT
                      UNTIL FS-PLAN-COM-EOF
                         OR WS-PC-CANT = 100
                    IF NOT FS-PLAN-COM-EOF
                       DISPLAY '*** ATENCION: PLAN DE COMISIONES CON '
                               'MAS DE 100 FILAS, SE CARGARON SOLO '
                               'LAS PRIMERAS 100 ***'
                    END-IF
                    CLOSE PLAN-COMISIONES
                    DISPLAY 'FILAS DEL PLAN DE COMISIONES CARGADAS: '
                             WS-PC-CANT
               WHEN FS-PLAN-COM-NFD
                    DISPLAY 'SIN PLAN DE COMISIONES, RIGEN LOS '
                            'PORCENTAJES POR DEFECTO'
                    PERFORM 1188-CARGAR-PLAN-DEFECTO
                       THRU 1188-CARGAR-PLAN-DEFECTO-EXIT
                      VARYING WS-PC-INDICE FROM 1 BY 1
                        UNTIL WS-PC-INDICE > 4
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL PLAN DE COMISIONES'
                    DISPLAY 'FILE STATUS: ' FS-PLAN-COM
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1180-CARGAR-PLAN-COMISIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA LEER UNA FILA DEL PLAN Y SUMARLA A LA TABLA.   *
      *    LAS FILAS CON PORCENTAJE NO NUMERICO SE DESCARTAN AVISANDO; *
      *    UN TRAMO NO NUMERICO SE TOMA COMO SIN TRAMO                 *
      *----------------------------------------------------------------*
       1185-LEER-UN-PLAN.

           READ PLAN-COMISIONES.

           EVALUATE TRUE
               WHEN FS-PLAN-COM-OK
                    IF PLN-PORCENTAJE IS NUMERIC
                       AND PLN-CATEGORIA NOT = SPACES
                       ADD 1              TO WS-PC-CANT
                       MOVE PLN-CATEGORIA TO
                               WS-PC-CATEGORIA(WS-PC-CANT)
                       MOVE PLN-FECHA-DESDE TO
                               WS-PC-FECHA-DESDE(WS-PC-CANT)
                       MOVE PLN-PORCENTAJE TO
                               WS-PC-PORCENTAJE(WS-PC-CANT)
                       IF PLN-UMBRAL-MENSUAL IS NUMERIC
                          AND PLN-PORCENTAJE-TRAMO IS NUMERIC
                          MOVE PLN-UMBRAL-MENSUAL TO
                                  WS-PC-UMBRAL-MENSUAL(WS-PC-CANT)
                          MOVE PLN-PORCENTAJE-TRAMO TO
                                  WS-PC-PCT-TRAMO(WS-PC-CANT)
                       ELSE
                          MOVE ZEROS      TO
                                  WS-PC-UMBRAL-MENSUAL(WS-PC-CANT)
                          MOVE ZEROS      TO
                                  WS-PC-PCT-TRAMO(WS-PC-CANT)
                       END-IF
                    ELSE
                       DISPLAY 'FILA INVALIDA EN EL PLAN DE '
                               'COMISIONES, SE DESCARTA'
                    END-IF
               WHEN FS-PLAN-COM-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL PLAN DE COMISIONES'
                    DISPLAY 'FILE STATUS: ' FS-PLAN-COM
           END-EVALUATE.

       1185-LEER-UN-PLAN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1188-CARGAR-PLAN-DEFECTO.

           ADD 1                            TO WS-PC-CANT.
           MOVE WS-TC-CATEGORIA(WS-PC-INDICE) TO
                   WS-PC-CATEGORIA(WS-PC-CANT).
           MOVE SPACES                      TO
                   WS-PC-FECHA-DESDE(WS-PC-CANT).
           MOVE WS-TC-PORCENTAJE(WS-PC-INDICE) TO
                   WS-PC-PORCENTAJE(WS-PC-CANT).
           MOVE ZEROS                       TO
                   WS-PC-UMBRAL-MENSUAL(WS-PC-CANT).
           MOVE ZEROS                       TO
                   WS-PC-PCT-TRAMO(WS-PC-CANT).

       1188-CARGAR-PLAN-DEFECTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA RECORRER LA LISTA DE ARCHIVOS DIARIOS Y         *
      *    ACUMULAR LAS COMISIONES DEL MES DE CADA UNO                 *
      *----------------------------------------------------------------*
              SET WS-LINEA-ES-INVALIDA TO TRUE
           END-IF.

           MOVE WS-LCD-COMISION             TO WS-CAMPO-IMPORTE.

           PERFORM 2300-CONVERTIR-IMPORTE
              THRU 2300-CONVERTIR-IMPORTE-EXIT.

           MOVE WS-CI-VALOR                 TO WS-LIN-COMISION.

           IF WS-MODO-RELIQUIDACION
              MOVE WS-LCD-IMP-VENDIDO       TO WS-CAMPO-IMPORTE
              PERFORM 2300-CONVERTIR-IMPORTE
                 THRU 2300-CONVERTIR-IMPORTE-EXIT
              MOVE WS-CI-VALOR              TO WS-LIN-IMP-VENDIDO
           END-IF.

           IF WS-LINEA-ES-INVALIDA
              ADD 1                  TO WS-CANT-LINEAS-DESCARTADAS
              DISPLAY 'LINEA ILEGIBLE EN ' WS-NOMBRE-COM-DIARIA(1:40)

           ADD 1                            TO WS-CANT-LINEAS-MES.

           IF WS-MODO-RELIQUIDACION
              PERFORM 2350-RECALCULAR-COMISION
                 THRU 2350-RECALCULAR-COMISION-EXIT
           END-IF.

           PERFORM 2400-ACUMULAR-EMPLEADO
              THRU 2400-ACUMULAR-EMPLEADO-EXIT.

       2200-INTERPRETAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA RECONSTRUIR EL VALOR NUMERICO DEL IMPORTE DEL   *
      *    CSV QUE DEJA EN WS-CAMPO-IMPORTE QUIEN LO INVOCA (FORMATO    *
      *    EDITADO: SIGNO, 8 ENTEROS, COMA, 2 DECIMALES)               *
      *----------------------------------------------------------------*
       2300-CONVERTIR-IMPORTE.

           IF WS-CI-ENTERO IS NOT NUMERIC
              OR WS-CI-DECIMAL IS NOT NUMERIC
              OR WS-CI-COMA NOT = ','
       2300-CONVERTIR-IMPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    RELIQUIDACION: PROCESO PARA RECALCULAR LA COMISION DE LA    *
      *    LINEA CON LA MISMA REGLA QUE CL11EJ02 (2270): RIGE LA FILA  *
      *    DEL PLAN DE LA CATEGORIA CON FECHA DESDE MAS RECIENTE NO    *
      *    POSTERIOR AL DIA, AL PORCENTAJE DEL TRAMO SI EL ACUMULADO   *
      *    DEL MES DEL EMPLEADO EN LA CATEGORIA (CONTANDO EL DIA)      *
      *    SUPERA EL UMBRAL. LAS LINEAS LLEGAN EN EL ORDEN EN QUE      *
      *    CL11EJ02 LAS GRABO, ASI QUE EL ACUMULADO CRECE IGUAL QUE EN *
      *    LA LIQUIDACION DIARIA. UNA LINEA CON IMPORTE VENDIDO        *
      *    NEGATIVO ES LA REVERSION DE UNA DEVOLUCION AL % CON QUE SE  *
      *    PAGO LA VENTA ORIGINAL: QUEDA COMO VINO Y NO SUMA AL        *
      *    ACUMULADO, IGUAL QUE EN CL11EJ02                            *
      *----------------------------------------------------------------*
       2350-RECALCULAR-COMISION.

           IF WS-LIN-IMP-VENDIDO < ZEROS
              GO TO 2350-RECALCULAR-COMISION-EXIT
           END-IF.

           MOVE 'N'                       TO WS-SW-COM-ENCONTRADA.
           MOVE SPACES                    TO WS-COM-MEJOR-FECHA.
           MOVE ZEROS                     TO WS-PC-INDICE-HALLADO.
           MOVE WS-COM-PORCENTAJE-DEFECTO TO WS-COM-PORCENTAJE-APLIC.

           PERFORM 2355-COMPARAR-CATEGORIA
              THRU 2355-COMPARAR-CATEGORIA-EXIT
             VARYING WS-PC-INDICE FROM 1 BY 1
               UNTIL WS-PC-INDICE > WS-PC-CANT.

           PERFORM 2360-ACUMULAR-MES-EMPLEADO
              THRU 2360-ACUMULAR-MES-EMPLEADO-EXIT.

           IF WS-COM-CATEGORIA-ENCONTRADA
              MOVE WS-PC-PORCENTAJE(WS-PC-INDICE-HALLADO)
                TO WS-COM-PORCENTAJE-APLIC
              IF WS-PC-UMBRAL-MENSUAL(WS-PC-INDICE-HALLADO)
                 NOT = ZEROS
                 AND WS-AC-INDICE-HALLADO NOT = ZEROS
                 AND WS-AC-IMPORTE(WS-AC-INDICE-HALLADO) >
                     WS-PC-UMBRAL-MENSUAL(WS-PC-INDICE-HALLADO)
                 MOVE WS-PC-PCT-TRAMO(WS-PC-INDICE-HALLADO)
                   TO WS-COM-PORCENTAJE-APLIC
              END-IF
           END-IF.

           COMPUTE WS-LIN-COMISION ROUNDED =
                   WS-LIN-IMP-VENDIDO * WS-COM-PORCENTAJE-APLIC
                   / 100.

           ADD 1                     TO WS-CANT-LINEAS-RECALCULADAS.

       2350-RECALCULAR-COMISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ELEGIR LA FILA DEL PLAN QUE RIGE PARA LA       *
      *    CATEGORIA DE LA LINEA EN SU FECHA: ENTRE LAS FILAS DE LA    *
      *    CATEGORIA CON FECHA DESDE NO POSTERIOR AL DIA (O EN BLANCO) *
      *    GANA LA DE FECHA DESDE MAS RECIENTE                         *
      *----------------------------------------------------------------*
       2355-COMPARAR-CATEGORIA.

           IF WS-PC-CATEGORIA(WS-PC-INDICE) NOT = WS-LCD-CATEGORIA
              GO TO 2355-COMPARAR-CATEGORIA-EXIT
           END-IF.

           IF WS-PC-FECHA-DESDE(WS-PC-INDICE) NOT = SPACES
              AND WS-PC-FECHA-DESDE(WS-PC-INDICE) > WS-LCD-FECHA
              GO TO 2355-COMPARAR-CATEGORIA-EXIT
           END-IF.

           IF NOT WS-COM-CATEGORIA-ENCONTRADA
              OR WS-PC-FECHA-DESDE(WS-PC-INDICE) > WS-COM-MEJOR-FECHA
              SET WS-COM-CATEGORIA-ENCONTRADA TO TRUE
              MOVE WS-PC-INDICE          TO WS-PC-INDICE-HALLADO
              MOVE WS-PC-FECHA-DESDE(WS-PC-INDICE)
                TO WS-COM-MEJOR-FECHA
           END-IF.

       2355-COMPARAR-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA SUMAR LO VENDIDO EN LA LINEA AL ACUMULADO DEL  *
      *    MES DEL EMPLEADO EN LA CATEGORIA, AGREGANDO LA FILA SI NO   *
      *    EXISTIA. CON LA TABLA LLENA EL EMPLEADO NUEVO LIQUIDA AL    *
      *    PORCENTAJE BASE (NUNCA AL DEL TRAMO), COMO EN CL11EJ02      *
      *----------------------------------------------------------------*
       2360-ACUMULAR-MES-EMPLEADO.

           MOVE 'N'                         TO WS-SW-AC-HALLADO.
           MOVE ZEROS                       TO WS-AC-INDICE-HALLADO.

           PERFORM 2365-BUSCAR-ACUM-MES
              THRU 2365-BUSCAR-ACUM-MES-EXIT
             VARYING WS-AC-INDICE FROM 1 BY 1
               UNTIL WS-AC-INDICE > WS-AC-CANT
                  OR WS-AC-HALLADO.

           IF NOT WS-AC-HALLADO
              IF WS-AC-CANT < 500
                 ADD 1                      TO WS-AC-CANT
                 MOVE WS-AC-CANT            TO WS-AC-INDICE-HALLADO
                 MOVE WS-LCD-EMPLEADO       TO
                         WS-AC-EMPLEADO(WS-AC-CANT)
                 MOVE WS-LCD-CATEGORIA      TO
                         WS-AC-CATEGORIA(WS-AC-CANT)
                 MOVE ZEROS                 TO
                         WS-AC-IMPORTE(WS-AC-CANT)
              ELSE
                 DISPLAY '*** ATENCION: TABLA DE ACUMULADOS '
                         'MENSUALES LLENA, EL EMPLEADO '
                         WS-LCD-EMPLEADO ' LIQUIDA SIN TRAMO ***'
                 GO TO 2360-ACUMULAR-MES-EMPLEADO-EXIT
              END-IF
           END-IF.

           ADD WS-LIN-IMP-VENDIDO           TO
                   WS-AC-IMPORTE(WS-AC-INDICE-HALLADO).

       2360-ACUMULAR-MES-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2365-BUSCAR-ACUM-MES.

           IF WS-AC-EMPLEADO(WS-AC-INDICE) = WS-LCD-EMPLEADO
              AND WS-AC-CATEGORIA(WS-AC-INDICE) = WS-LCD-CATEGORIA
              SET WS-AC-HALLADO TO TRUE
              MOVE WS-AC-INDICE             TO WS-AC-INDICE-HALLADO
           END-IF.

       2365-BUSCAR-ACUM-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA SUMAR LA COMISION DE LA LINEA AL ACUMULADO      *
      *    DEL EMPLEADO, AGREGANDO LA FILA SI NO EXISTIA               *
      *----------------------------------------------------------------*
                 MOVE WS-LCD-EMPLEADO       TO WS-AE-ID(WS-AE-CANT)
                 MOVE ZEROS                 TO
                         WS-AE-COMISION(WS-AE-CANT)
                 MOVE 'N'                   TO
                         WS-AE-SW-LIQUIDADO(WS-AE-CANT)
              ELSE
                 DISPLAY '*** ATENCION: TABLA DE EMPLEADOS DE LA '
                         'LIQUIDACION LLENA, SE OMITE EL LEGAJO '
              END-IF
           END-IF.

           ADD WS-LIN-COMISION              TO
                   WS-AE-COMISION(WS-AE-INDICE-HALLADO).

       2400-ACUMULAR-EMPLEADO-EXIT.
      *    CONTROL) Y SE INFORMA EL RESUMEN POR CONSOLA. SI LA          *
      *    CORRIDA VIENE ABORTADA NO SE GRABA NADA: UNA INTERFAZ        *
      *    PARCIAL CARGADA EN HABERES ES PEOR QUE NINGUNA              *
      *    EN MODO RELIQUIDACION SE GRABA EN CAMBIO LA INTERFAZ DE      *
      *    DIFERENCIAS. EN LOS DOS MODOS LO ENVIADO SE ASIENTA EN EL    *
      *    REGISTRO DE LIQUIDACIONES RECIEN CON LA INTERFAZ COMPLETA    *
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           IF WS-MODO-RELIQUIDACION
              PERFORM 3300-CALCULAR-DIFERENCIAS
                 THRU 3300-CALCULAR-DIFERENCIAS-EXIT
              PERFORM 3400-GRABAR-NOMINA-DIF
                 THRU 3400-GRABAR-NOMINA-DIF-EXIT
           ELSE
              PERFORM 3100-GRABAR-NOMINA
                 THRU 3100-GRABAR-NOMINA-EXIT
           END-IF.

           IF NOT WS-ABORTAR-CORRIDA
              PERFORM 3600-GRABAR-LIQUIDADO
                 THRU 3600-GRABAR-LIQUIDADO-EXIT
           END-IF.

           IF WS-MODO-RELIQUIDACION AND NOT WS-ABORTAR-CORRIDA
              PERFORM 3500-IMPRIMIR-RELIQUIDACION
                 THRU 3500-IMPRIMIR-RELIQUIDACION-EXIT
           END-IF.

           IF WS-MODO-RELIQUIDACION
              DISPLAY 'ARCHIVOS DIARIOS PROCESADOS: ' WS-CANT-ARCHIVOS
              DISPLAY 'LINEAS DEL MES ' WS-MES-A-LIQUIDAR ': '
                       WS-CANT-LINEAS-MES
              DISPLAY 'LINEAS DESCARTADAS: '
                       WS-CANT-LINEAS-DESCARTADAS
              DISPLAY 'LINEAS RECALCULADAS CON EL PLAN: '
                       WS-CANT-LINEAS-RECALCULADAS
              DISPLAY 'LEGAJOS FUERA DEL MAESTRO: '
                       WS-CANT-SIN-LEGAJO
              DISPLAY 'EMPLEADOS CON DIFERENCIA: '
                       WS-DIF-CANT-EMPLEADOS
              DISPLAY 'TOTAL DIFERENCIA: ' WS-DIF-TOTAL
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           DISPLAY 'ARCHIVOS DIARIOS PROCESADOS: ' WS-CANT-ARCHIVOS.
           DISPLAY 'LINEAS LEIDAS: ' WS-CANT-LINEAS-LEIDAS.
              GO TO 3150-GRABAR-UN-EMPLEADO-EXIT
           END-IF.

           PERFORM 3155-APLICAR-MINIMO-TOPE
              THRU 3155-APLICAR-MINIMO-TOPE-EXIT.

           MOVE 'D'                         TO NOM-TIPO-REG.
           MOVE WS-AE-ID(WS-AE-INDICE)      TO NOM-ID-EMPLEADO.
           ADD 1                            TO WS-NOM-CANT-EMPLEADOS.
           ADD WS-NOM-IMP-A-PAGAR           TO WS-NOM-TOTAL-A-PAGAR.

           SET WS-AE-LIQUIDADO(WS-AE-INDICE) TO TRUE.
           MOVE WS-NOM-IMP-A-PAGAR          TO
                   WS-AE-IMP-DIFERENCIA(WS-AE-INDICE).

       3150-GRABAR-UN-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA LIQUIDAR LA COMISION DEL MES DEL EMPLEADO EN    *
      *    CURSO: SE APLICA LA GARANTIA MINIMA SI QUEDO POR DEBAJO Y EL *
      *    TOPE SI QUEDO POR ENCIMA. EL RESULTADO QUEDA EN EL EMPLEADO  *
      *    PARA EL REGISTRO DE LIQUIDACIONES                           *
      *----------------------------------------------------------------*
       3155-APLICAR-MINIMO-TOPE.

           MOVE WS-AE-COMISION(WS-AE-INDICE) TO WS-NOM-IMP-CALCULADO.
           MOVE WS-NOM-IMP-CALCULADO        TO WS-NOM-IMP-A-PAGAR.
           MOVE SPACE                       TO WS-NOM-MARCA.

           IF WS-NOM-IMP-A-PAGAR < WS-LIQ-MINIMO
              MOVE WS-LIQ-MINIMO            TO WS-NOM-IMP-A-PAGAR
              MOVE 'M'                      TO WS-NOM-MARCA
              ADD 1                         TO WS-CANT-CON-MINIMO
           END-IF.

           IF WS-NOM-IMP-A-PAGAR > WS-LIQ-TOPE
              MOVE WS-LIQ-TOPE              TO WS-NOM-IMP-A-PAGAR
              MOVE 'T'                      TO WS-NOM-MARCA
              ADD 1                         TO WS-CANT-CON-TOPE
           END-IF.

           MOVE WS-ME-NOMBRE(WS-ME-INDICE-HALLADO)
                                             TO
                   WS-AE-NOMBRE(WS-AE-INDICE).
           MOVE WS-NOM-IMP-A-PAGAR          TO
                   WS-AE-IMP-A-PAGAR(WS-AE-INDICE).
           MOVE WS-NOM-MARCA                TO
                   WS-AE-MARCA(WS-AE-INDICE).
           MOVE SPACE                       TO
                   WS-AE-MOTIVO(WS-AE-INDICE).

       3155-APLICAR-MINIMO-TOPE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3170-BUSCAR-EN-MAESTRO.

       3170-BUSCAR-EN-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    RELIQUIDACION: PROCESO PARA RECALCULAR CADA EMPLEADO Y       *
      *    OBTENER SU DIFERENCIA CONTRA LO YA PAGADO DEL MES            *
      *----------------------------------------------------------------*
       3300-CALCULAR-DIFERENCIAS.

           PERFORM 3350-CALCULAR-UNA-DIFERENCIA
              THRU 3350-CALCULAR-UNA-DIFERENCIA-EXIT
             VARYING WS-AE-INDICE FROM 1 BY 1
               UNTIL WS-AE-INDICE > WS-AE-CANT.

       3300-CALCULAR-DIFERENCIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EL MOTIVO SE ASIGNA EN ESTE ORDEN:                           *
      *    N - EL EMPLEADO NO TENIA NADA PAGADO EN EL PERIODO           *
      *    C - CAMBIO LA COMISION CALCULADA (SUSPENSOS LIBERADOS,       *
      *        REPROCESOS, CAMBIO RETROACTIVO DEL PLAN)                *
      *    M - LA COMISION ES LA MISMA PERO CAMBIO LA GARANTIA MINIMA   *
      *    T - LA COMISION ES LA MISMA PERO CAMBIO EL TOPE              *
      *----------------------------------------------------------------*
       3350-CALCULAR-UNA-DIFERENCIA.

           MOVE 'N'                         TO WS-SW-EMP-ENCONTRADO.
           MOVE ZEROS                       TO WS-ME-INDICE-HALLADO.

           PERFORM 3170-BUSCAR-EN-MAESTRO
              THRU 3170-BUSCAR-EN-MAESTRO-EXIT
             VARYING WS-ME-INDICE FROM 1 BY 1
               UNTIL WS-ME-INDICE > WS-ME-CANT-EMPLEADOS
                  OR WS-EMPLEADO-ENCONTRADO.

           IF NOT WS-EMPLEADO-ENCONTRADO
              ADD 1                         TO WS-CANT-SIN-LEGAJO
              DISPLAY '*** ATENCION: EL LEGAJO '
                       WS-AE-ID(WS-AE-INDICE)
                      ' NO ESTA EN EL MAESTRO, NO VIAJA EN LA '
                      'INTERFAZ ***'
              GO TO 3350-CALCULAR-UNA-DIFERENCIA-EXIT
           END-IF.

           PERFORM 3155-APLICAR-MINIMO-TOPE
              THRU 3155-APLICAR-MINIMO-TOPE-EXIT.

           MOVE WS-AE-ID(WS-AE-INDICE)      TO WS-PG-ID-BUSCADO.

           PERFORM 1165-BUSCAR-PAGADO
              THRU 1165-BUSCAR-PAGADO-EXIT.

           IF NOT WS-PG-HALLADO
              MOVE WS-NOM-IMP-A-PAGAR       TO
                      WS-AE-IMP-DIFERENCIA(WS-AE-INDICE)
              MOVE 'N'                      TO
                      WS-AE-MOTIVO(WS-AE-INDICE)
           ELSE
              COMPUTE WS-AE-IMP-DIFERENCIA(WS-AE-INDICE) =
                      WS-NOM-IMP-A-PAGAR -
                      WS-PG-IMP-PAGADO(WS-PG-INDICE-HALLADO)
              EVALUATE TRUE
                  WHEN WS-NOM-IMP-CALCULADO NOT =
                       WS-PG-IMP-CALCULADO(WS-PG-INDICE-HALLADO)
                       MOVE 'C'             TO
                               WS-AE-MOTIVO(WS-AE-INDICE)
                  WHEN WS-NOM-MARCA = 'M'
                    OR WS-PG-MARCA(WS-PG-INDICE-HALLADO) = 'M'
                       MOVE 'M'             TO
                               WS-AE-MOTIVO(WS-AE-INDICE)
                  WHEN OTHER
                       MOVE 'T'             TO
                               WS-AE-MOTIVO(WS-AE-INDICE)
              END-EVALUATE
           END-IF.

           IF WS-AE-IMP-DIFERENCIA(WS-AE-INDICE) NOT = ZEROS
              SET WS-AE-LIQUIDADO(WS-AE-INDICE) TO TRUE
              ADD 1                         TO WS-DIF-CANT-EMPLEADOS
              ADD WS-AE-IMP-DIFERENCIA(WS-AE-INDICE)
                                             TO WS-DIF-TOTAL
           END-IF.

       3350-CALCULAR-UNA-DIFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GRABAR LA INTERFAZ DE DIFERENCIAS: UN 'D' POR   *
      *    EMPLEADO CON DIFERENCIA DISTINTA DE CERO Y EL TRAILER 'T'.   *
      *    SIN DIFERENCIAS LA INTERFAZ SALE SOLO CON EL TRAILER EN CERO *
      *----------------------------------------------------------------*
       3400-GRABAR-NOMINA-DIF.

           OPEN OUTPUT NOMINA-DIF.

           IF NOT FS-NOMINA-DIF-OK
              DISPLAY 'ERROR AL ABRIR LA INTERFAZ DE DIFERENCIAS'
              DISPLAY 'FILE STATUS: ' FS-NOMINA-DIF
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 3400-GRABAR-NOMINA-DIF-EXIT
           END-IF.

           PERFORM 3450-GRABAR-UNA-DIFERENCIA
              THRU 3450-GRABAR-UNA-DIFERENCIA-EXIT
             VARYING WS-AE-INDICE FROM 1 BY 1
               UNTIL WS-AE-INDICE > WS-AE-CANT
                  OR WS-ABORTAR-CORRIDA.

           IF NOT WS-ABORTAR-CORRIDA
              MOVE SPACES                   TO DIF-ARCHIVO
              MOVE 'T'                      TO DIF-TR-TIPO-REG
              MOVE WS-DIF-CANT-EMPLEADOS    TO DIF-TR-CANT-EMPLEADOS
              MOVE WS-DIF-TOTAL             TO DIF-TR-TOTAL-DIFERENCIA
              WRITE DIF-ARCHIVO
              IF NOT FS-NOMINA-DIF-OK
                 DISPLAY 'ERROR AL GRABAR EL TRAILER DE DIFERENCIAS'
                 DISPLAY 'FILE STATUS: ' FS-NOMINA-DIF
                 MOVE 10 TO WS-SEV-CODIGO
                 PERFORM 9000-REGISTRAR-ERROR-FATAL
                    THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              END-IF
           END-IF.

           CLOSE NOMINA-DIF.

           IF NOT WS-ABORTAR-CORRIDA
              DISPLAY 'INTERFAZ DE DIFERENCIAS GRABADA: '
                       WS-NOMBRE-NOMINA-DIF(1:40)
           END-IF.

       3400-GRABAR-NOMINA-DIF-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3450-GRABAR-UNA-DIFERENCIA.

           IF NOT WS-AE-LIQUIDADO(WS-AE-INDICE)
              GO TO 3450-GRABAR-UNA-DIFERENCIA-EXIT
           END-IF.

           MOVE 'D'                         TO DIF-TIPO-REG.
           MOVE WS-AE-ID(WS-AE-INDICE)      TO DIF-ID-EMPLEADO.
           MOVE WS-AE-NOMBRE(WS-AE-INDICE)  TO DIF-NOMBRE-APELLIDO.
           MOVE WS-MES-A-LIQUIDAR           TO DIF-PERIODO-ORIGINAL.
           MOVE WS-AE-IMP-DIFERENCIA(WS-AE-INDICE)
                                             TO DIF-IMP-DIFERENCIA.
           MOVE WS-AE-MOTIVO(WS-AE-INDICE)  TO DIF-MOTIVO.
           MOVE WS-FECHA-HOY                TO DIF-FECHA-RELIQUIDACION.

           WRITE DIF-ARCHIVO.

           IF NOT FS-NOMINA-DIF-OK
              DISPLAY 'ERROR AL GRABAR LA INTERFAZ DE DIFERENCIAS'
              DISPLAY 'FILE STATUS: ' FS-NOMINA-DIF
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       3450-GRABAR-UNA-DIFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA IMPRIMIR EL LISTADO DE LA RELIQUIDACION: LOS    *
      *    EMPLEADOS QUE COBRAN UNA DIFERENCIA A FAVOR Y LOS QUE        *
      *    DEVUELVEN, CADA UNO CON LO PAGADO ANTES, LO QUE LE           *
      *    CORRESPONDE AHORA Y EL MOTIVO                               *
      *----------------------------------------------------------------*
       3500-IMPRIMIR-RELIQUIDACION.

           OPEN OUTPUT LISTADO-RELIQ.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE RELIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 3500-IMPRIMIR-RELIQUIDACION-EXIT
           END-IF.

           MOVE SPACES TO LIS-linea.
           MOVE 'RELIQUIDACION DE COMISIONES DEL MES ' TO
                LIS-linea(1:36).
           MOVE WS-MES-A-LIQUIDAR           TO LIS-linea(37:7).
           MOVE ' - CORRIDA DEL '           TO LIS-linea(44:15).
           MOVE WS-FECHA-HOY                TO LIS-linea(59:10).
           PERFORM 3580-GRABAR-LINEA-LISTADO
              THRU 3580-GRABAR-LINEA-LISTADO-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE 'LEGAJO | NOMBRE                    | '
             TO LIS-linea(1:37).
           MOVE 'PAGADO ANTES |       COMISION | '
             TO LIS-linea(38:32).
           MOVE '  A PAGAR AHORA |     DIFERENCIA | MOTIVO'
             TO LIS-linea(70:42).
           PERFORM 3580-GRABAR-LINEA-LISTADO
              THRU 3580-GRABAR-LINEA-LISTADO-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE '1. EMPLEADOS CON DIFERENCIA A COBRAR' TO
                LIS-linea(1:36).
           SET WS-SECCION-GANAN TO TRUE.
           PERFORM 3550-IMPRIMIR-SECCION
              THRU 3550-IMPRIMIR-SECCION-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE '2. EMPLEADOS CON DIFERENCIA A DESCONTAR' TO
                LIS-linea(1:39).
           SET WS-SECCION-PIERDEN TO TRUE.
           PERFORM 3550-IMPRIMIR-SECCION
              THRU 3550-IMPRIMIR-SECCION-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE 'TOTAL NETO DE LA RELIQUIDACION' TO LIS-linea(1:30).
           PERFORM 3580-GRABAR-LINEA-LISTADO
              THRU 3580-GRABAR-LINEA-LISTADO-EXIT.
           MOVE WS-DIF-CANT-EMPLEADOS       TO WS-LTR-CANT.
           MOVE WS-DIF-TOTAL                TO WS-LTR-TOTAL.
           MOVE WS-LINEA-TOTAL-RELIQ        TO LIS-linea.
           PERFORM 3580-GRABAR-LINEA-LISTADO
              THRU 3580-GRABAR-LINEA-LISTADO-EXIT.

           CLOSE LISTADO-RELIQ.

       3500-IMPRIMIR-RELIQUIDACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EL TITULO DE LA SECCION LLEGA YA ARMADO EN LIS-linea         *
      *----------------------------------------------------------------*
       3550-IMPRIMIR-SECCION.

           PERFORM 3580-GRABAR-LINEA-LISTADO
              THRU 3580-GRABAR-LINEA-LISTADO-EXIT.

           MOVE ZEROS                       TO WS-DIF-SEC-CANT.
           MOVE ZEROS                       TO WS-DIF-SEC-TOTAL.

           PERFORM 3560-IMPRIMIR-UN-EMPLEADO
              THRU 3560-IMPRIMIR-UN-EMPLEADO-EXIT
             VARYING WS-AE-INDICE FROM 1 BY 1
               UNTIL WS-AE-INDICE > WS-AE-CANT.

           MOVE WS-DIF-SEC-CANT             TO WS-LTR-CANT.
           MOVE WS-DIF-SEC-TOTAL            TO WS-LTR-TOTAL.
           MOVE WS-LINEA-TOTAL-RELIQ        TO LIS-linea.
           PERFORM 3580-GRABAR-LINEA-LISTADO
              THRU 3580-GRABAR-LINEA-LISTADO-EXIT.

           MOVE SPACES TO LIS-linea.
           PERFORM 3580-GRABAR-LINEA-LISTADO
              THRU 3580-GRABAR-LINEA-LISTADO-EXIT.

       3550-IMPRIMIR-SECCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3560-IMPRIMIR-UN-EMPLEADO.

           IF NOT WS-AE-LIQUIDADO(WS-AE-INDICE)
              GO TO 3560-IMPRIMIR-UN-EMPLEADO-EXIT
           END-IF.

           IF WS-SECCION-GANAN
              AND WS-AE-IMP-DIFERENCIA(WS-AE-INDICE) < ZEROS
              GO TO 3560-IMPRIMIR-UN-EMPLEADO-EXIT
           END-IF.

           IF WS-SECCION-PIERDEN
              AND WS-AE-IMP-DIFERENCIA(WS-AE-INDICE) > ZEROS
              GO TO 3560-IMPRIMIR-UN-EMPLEADO-EXIT
           END-IF.

           ADD 1                            TO WS-DIF-SEC-CANT.
           ADD WS-AE-IMP-DIFERENCIA(WS-AE-INDICE)
                                             TO WS-DIF-SEC-TOTAL.

           MOVE WS-AE-ID(WS-AE-INDICE)      TO WS-LR-EMPLEADO.
           MOVE WS-AE-NOMBRE(WS-AE-INDICE)  TO WS-LR-NOMBRE.
           COMPUTE WS-LR-PAGADO-ANTES =
                   WS-AE-IMP-A-PAGAR(WS-AE-INDICE) -
                   WS-AE-IMP-DIFERENCIA(WS-AE-INDICE).
           MOVE WS-AE-COMISION(WS-AE-INDICE) TO WS-LR-COMISION-AHORA.
           MOVE WS-AE-IMP-A-PAGAR(WS-AE-INDICE)
                                             TO WS-LR-A-PAGAR-AHORA.
           MOVE WS-AE-IMP-DIFERENCIA(WS-AE-INDICE)
                                             TO WS-LR-DIFERENCIA.

           EVALUATE WS-AE-MOTIVO(WS-AE-INDICE)
               WHEN 'N'
                    MOVE 'N SIN PAGO ANTERIOR'  TO WS-LR-MOTIVO
               WHEN 'C'
                    MOVE 'C CAMBIO LA COMISION' TO WS-LR-MOTIVO
               WHEN 'M'
                    MOVE 'M GARANTIA MINIMA'    TO WS-LR-MOTIVO
               WHEN OTHER
                    MOVE 'T TOPE MENSUAL'       TO WS-LR-MOTIVO
           END-EVALUATE.

           MOVE WS-LINEA-RELIQ              TO LIS-linea.

           PERFORM 3580-GRABAR-LINEA-LISTADO
              THRU 3580-GRABAR-LINEA-LISTADO-EXIT.

       3560-IMPRIMIR-UN-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3580-GRABAR-LINEA-LISTADO.

           WRITE LIS-ARCHIVO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL GRABAR EL LISTADO DE RELIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
           END-IF.

       3580-GRABAR-LINEA-LISTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ASENTAR EN EL REGISTRO DE LIQUIDACIONES LO      *
      *    ENVIADO A HABERES: UNA FILA 'N' POR EMPLEADO EN LA           *
      *    LIQUIDACION NORMAL, UNA FILA 'R' POR DIFERENCIA EN LA        *
      *    RELIQUIDACION. EL REGISTRO SE EXTIENDE, NUNCA SE REESCRIBE   *
      *----------------------------------------------------------------*
       3600-GRABAR-LIQUIDADO.

           OPEN EXTEND LIQUIDADO.

           IF FS-LIQUIDADO-NFD
              OPEN OUTPUT LIQUIDADO
           END-IF.

           IF NOT FS-LIQUIDADO-OK
              DISPLAY 'ERROR AL ABRIR EL REGISTRO DE LIQUIDACIONES'
              DISPLAY 'FILE STATUS: ' FS-LIQUIDADO
              DISPLAY '*** LA INTERFAZ GRABADA NO DEBE ENVIARSE A '
                      'HABERES SIN ASENTARLA ***'
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 3600-GRABAR-LIQUIDADO-EXIT
           END-IF.

           PERFORM 3650-GRABAR-UN-LIQUIDADO
              THRU 3650-GRABAR-UN-LIQUIDADO-EXIT
             VARYING WS-AE-INDICE FROM 1 BY 1
               UNTIL WS-AE-INDICE > WS-AE-CANT
                  OR WS-ABORTAR-CORRIDA.

           CLOSE LIQUIDADO.

           DISPLAY 'FILAS ASENTADAS EN EL REGISTRO DE LIQUIDACIONES: '
                    WS-CANT-FILAS-LIQUIDADO.

       3600-GRABAR-LIQUIDADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3650-GRABAR-UN-LIQUIDADO.

           IF NOT WS-AE-LIQUIDADO(WS-AE-INDICE)
              GO TO 3650-GRABAR-UN-LIQUIDADO-EXIT
           END-IF.

           MOVE WS-MES-A-LIQUIDAR           TO LQD-PERIODO.
           MOVE WS-AE-ID(WS-AE-INDICE)      TO LQD-ID-EMPLEADO.
           IF WS-MODO-RELIQUIDACION
              SET LQD-ES-RELIQUIDACION TO TRUE
           ELSE
              SET LQD-ES-ORIGINAL TO TRUE
           END-IF.
           MOVE WS-FECHA-HOY                TO LQD-FECHA-LIQUIDACION.
           MOVE WS-AE-COMISION(WS-AE-INDICE) TO LQD-IMP-CALCULADO.
           MOVE WS-AE-IMP-DIFERENCIA(WS-AE-INDICE)
                                             TO LQD-IMP-PAGADO.
           MOVE WS-AE-MARCA(WS-AE-INDICE)   TO LQD-MARCA-AJUSTE.
           MOVE WS-AE-MOTIVO(WS-AE-INDICE)  TO LQD-MOTIVO.

           WRITE LQD-ARCHIVO.

           IF NOT FS-LIQUIDADO-OK
              DISPLAY 'ERROR AL GRABAR EL REGISTRO DE LIQUIDACIONES'
              DISPLAY 'FILE STATUS: ' FS-LIQUIDADO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 3650-GRABAR-UN-LIQUIDADO-EXIT
           END-IF.

           ADD 1                            TO WS-CANT-FILAS-LIQUIDADO.

       3650-GRABAR-UN-LIQUIDADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA REGISTRAR UNA FALLA FATAL: MARCA LA CORRIDA     *
      *    PARA ABORTAR Y CONSERVA EL RETURN CODE MAS SEVERO, IGUAL     *
      *    QUE EN CL11EJ02                                             *
