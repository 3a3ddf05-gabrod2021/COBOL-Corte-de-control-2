      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: OBJETIVOS COMERCIALES CONTRA REAL DEL MES
      * Tectonics: cobc
      ******************************************************************
      *    REPORTE DIARIO DE OBJETIVOS CONTRA REAL. PARA CADA PAR       *
      *    SUCURSAL/CATEGORIA CON OBJETIVO EN EL MES (OBJETIVOS.TXT,    *
      *    MANTENIDO CON CL11EJ12) MUESTRA EL REAL ACUMULADO DEL MES    *
      *    HASTA LA FECHA DEL REPORTE, EL OBJETIVO, EL % LOGRADO Y LA   *
      *    PROYECCION LINEAL A FIN DE MES:                              *
      *       REAL / DIAS DE VENTA TRANSCURRIDOS * DIAS DE VENTA DEL MES*
      *    LOS DIAS TRANSCURRIDOS SON LAS FECHAS CON VENTA DE LA        *
      *    SUCURSAL EN EL MES HASTA LA FECHA DEL REPORTE. EL REAL SALE  *
      *    DE VENTAS-SUC.IDX, QUE CL11EJ02 ALIMENTA CON LOS MISMOS      *
      *    ACUMULADOS QUE SUMA AL TOTAL DEL MES, ASI LAS CIFRAS         *
      *    COINCIDEN CON EL REPORTE OFICIAL.                            *
      *    SE MARCAN LOS PARES CUYA PROYECCION QUEDA POR DEBAJO DEL     *
      *    OBJETIVO EN MAS DEL % DE TOLERANCIA DEL ARCHIVO DE           *
      *    PARAMETROS. LAS VENTAS DE PARES SIN OBJETIVO SE LISTAN       *
      *    APARTE DENTRO DE SU SUCURSAL.                                *
      *    RETURN CODE: 04 = HAY PARES MARCADOS O EL MES NO TIENE       *
      *    OBJETIVOS (AVISO), 12 = FECHA INVALIDA, ARCHIVO DE ENTRADA   *
      *    ILEGIBLE O TABLA LLENA, 10 = ERROR DE SALIDA                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ13.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT OBJETIVOS
           ASSIGN DYNAMIC WS-NOMBRE-OBJETIVOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OBJETIVOS.
      *----------------------------------------------------------------*
      *    VENTAS DIARIAS POR SUCURSAL Y CATEGORIA QUE MANTIENE         *
      *    CL11EJ02; AQUI SOLO SE LEEN LAS FECHAS DEL MES               *
      *----------------------------------------------------------------*
       SELECT VENTAS-SUC
           ASSIGN DYNAMIC WS-NOMBRE-VENTAS-SUC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VSC-CLAVE
           FILE STATUS IS FS-VENTAS-SUC.
      *----------------------------------------------------------------*
      *    PARAMETROS DEL REPORTE, MANTENIDOS POR GERENCIA COMERCIAL.   *
      *    SI EL ARCHIVO NO EXISTE RIGE EL VALOR POR DEFECTO           *
      *----------------------------------------------------------------*
       SELECT PARAM-OBJETIVOS
           ASSIGN DYNAMIC WS-NOMBRE-PARAM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAM.
      *----------------------------------------------------------------*
       SELECT LISTADO
           ASSIGN DYNAMIC WS-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    MISMO LAYOUT QUE MANTIENE CL11EJ12
       FD OBJETIVOS.
       01 OBJ-ARCHIVO.
          05 OBJ-MES                        PIC X(07).
          05 OBJ-SUCURSAL                   PIC 9(03).
          05 OBJ-CATEGORIA                  PIC X(20).
          05 OBJ-IMPORTE                    PIC 9(09)V9(02).
          05 OBJ-DIAS-VENTA                 PIC 9(02).

      *    MISMO LAYOUT QUE GRABA CL11EJ02
       FD VENTAS-SUC.
       01 VSC-ARCHIVO.
          05 VSC-CLAVE.
             10 VSC-FECHA                   PIC X(10).
             10 VSC-SUCURSAL                PIC 9(03).
             10 VSC-CATEGORIA               PIC X(20).
          05 VSC-CANTIDAD                   PIC 9(05).
          05 VSC-IMPORTE                    PIC S9(9)V9(2)
                                            SIGN LEADING SEPARATE.

      *    % DE DESVIO PROYECTADO POR DEBAJO DEL OBJETIVO A PARTIR DEL
      *    CUAL SE MARCA EL PAR
       FD PARAM-OBJETIVOS.
       01 POB-ARCHIVO.
          05 POB-PCT-TOLERANCIA             PIC 9(03)V9(02).

       FD LISTADO.
       01 LIS-ARCHIVO.
          05 LIS-linea                      PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-NOMBRE-ARCHIVOS.
          05 WS-FECHA-REPORTE          PIC X(10) VALUE SPACES.
          05 WS-NOMBRE-OBJETIVOS       PIC X(100)
                                        VALUE '../OBJETIVOS.TXT'.
          05 WS-NOMBRE-VENTAS-SUC      PIC X(100)
                                        VALUE '../VENTAS-SUC.IDX'.
          05 WS-NOMBRE-PARAM           PIC X(100)
                                    VALUE '../PARAM-OBJETIVOS.TXT'.
          05 WS-NOMBRE-LISTADO         PIC X(100)
                                    VALUE '../OBJETIVOS-REAL.TXT'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

       01 WS-PARAMETROS-REPORTE.
          05 WS-PCT-TOLERANCIA              PIC 9(03)V9(02)
                                            VALUE 10,00.

       01 FS-STATUS.
          05 FS-OBJETIVOS                   PIC X(2).
             88 FS-OBJETIVOS-OK                  VALUE '00'.
             88 FS-OBJETIVOS-EOF                 VALUE '10'.
             88 FS-OBJETIVOS-NFD                 VALUE '35'.

          05 FS-VENTAS-SUC                  PIC X(2).
             88 FS-VENTAS-SUC-OK                 VALUE '00'.
             88 FS-VENTAS-SUC-EOF                VALUE '10'.
             88 FS-VENTAS-SUC-RNF                VALUE '23'.
             88 FS-VENTAS-SUC-NFD                VALUE '35'.

          05 FS-PARAM                       PIC X(2).
             88 FS-PARAM-OK                      VALUE '00'.
             88 FS-PARAM-EOF                     VALUE '10'.
             88 FS-PARAM-NFD                     VALUE '35'.

          05 FS-LISTADO                     PIC X(2).
             88 FS-LISTADO-OK                    VALUE '00'.
             88 FS-LISTADO-EOF                   VALUE '10'.
             88 FS-LISTADO-NFD                   VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CANT-OBJ-LEIDOS              PIC 9(05) VALUE ZEROS.
          05 WS-CANT-OBJ-INVALIDOS           PIC 9(05) VALUE ZEROS.
          05 WS-CANT-VENTAS-LEIDAS           PIC 9(07) VALUE ZEROS.
          05 WS-CANT-MARCADOS                PIC 9(05) VALUE ZEROS.
          05 WS-CANT-SIN-OBJETIVO            PIC 9(05) VALUE ZEROS.

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

       01 WS-MES-REPORTE                    PIC X(07).

       01 WS-SWITCHES.
          05 WS-SW-FIN-LECTURA              PIC X(01) VALUE 'N'.
             88 WS-FIN-LECTURA                  VALUE 'S'.
          05 WS-SW-PAR-HALLADO              PIC X(01) VALUE 'N'.
             88 WS-PAR-HALLADO                  VALUE 'S'.
          05 WS-SW-SUC-HALLADA              PIC X(01) VALUE 'N'.
             88 WS-SUC-HALLADA                  VALUE 'S'.
          05 WS-SW-FECHA-VALIDA             PIC X(01) VALUE 'S'.
             88 WS-FECHA-ES-VALIDA              VALUE 'S'.
             88 WS-FECHA-ES-INVALIDA            VALUE 'N'.

      *----------------------------------------------------------------*
      *    PARES SUCURSAL/CATEGORIA DEL MES: LOS QUE TIENEN OBJETIVO    *
      *    SE CARGAN PRIMERO; LOS QUE SOLO APARECEN EN LAS VENTAS SE    *
      *    AGREGAN SIN OBJETIVO                                        *
      *----------------------------------------------------------------*
       01 WS-TABLA-PARES.
          05 WS-PR-CANT                     PIC 9(04) VALUE ZEROS.
          05 WS-PR-INDICE                   PIC 9(04).
          05 WS-PR-INDICE-HALLADO           PIC 9(04).
          05 WS-PR-ITEM OCCURS 1000 TIMES.
             10 WS-PR-SUCURSAL              PIC 9(03).
             10 WS-PR-CATEGORIA             PIC X(20).
             10 WS-PR-IND-SUC               PIC 9(03).
             10 WS-PR-SW-OBJETIVO           PIC X(01).
                88 WS-PR-CON-OBJETIVO           VALUE 'S'.
             10 WS-PR-OBJETIVO              PIC 9(09)V9(02).
             10 WS-PR-DIAS-VENTA            PIC 9(02).
             10 WS-PR-CANTIDAD              PIC 9(07).
             10 WS-PR-REAL                  PIC S9(9)V9(2).
             10 WS-PR-PROYECCION            PIC S9(11)V9(2).
             10 WS-PR-PCT-LOGRO             PIC 9(04)V9(02).
             10 WS-PR-PCT-DESVIO            PIC S9(04)V9(02).
             10 WS-PR-SW-MARCA              PIC X(01).
                88 WS-PR-NO-CUMPLE              VALUE 'S'.

      *----------------------------------------------------------------*
      *    SUCURSALES DEL MES CON SUS DIAS DE VENTA TRANSCURRIDOS       *
      *    (FECHAS DISTINTAS CON VENTA) Y SUBTOTALES DEL REPORTE        *
      *----------------------------------------------------------------*
       01 WS-TABLA-SUCURSALES.
          05 WS-SD-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-SD-INDICE                   PIC 9(03).
          05 WS-SD-INDICE-HALLADO           PIC 9(03).
          05 WS-SD-ITEM OCCURS 200 TIMES.
             10 WS-SD-SUCURSAL              PIC 9(03).
             10 WS-SD-ULTIMA-FECHA          PIC X(10).
             10 WS-SD-DIAS                  PIC 9(02).
             10 WS-SD-OBJETIVO              PIC 9(11)V9(02).
             10 WS-SD-REAL                  PIC S9(11)V9(02).
             10 WS-SD-PROYECCION            PIC S9(11)V9(02).
             10 WS-SD-REAL-SIN-OBJ          PIC S9(11)V9(02).

       01 WS-TOTALES-GENERALES.
          05 WS-TG-OBJETIVO                 PIC 9(11)V9(02).
          05 WS-TG-REAL                     PIC S9(11)V9(02).
          05 WS-TG-PROYECCION               PIC S9(11)V9(02).
          05 WS-TG-REAL-SIN-OBJ             PIC S9(11)V9(02).

      *    AREA COMUN PARA ARMAR UNA LINEA DE DETALLE O DE SUBTOTAL
       01 WS-LINEA-A-ARMAR.
          05 WS-LA-OBJETIVO                 PIC 9(11)V9(02).
          05 WS-LA-REAL                     PIC S9(11)V9(02).
          05 WS-LA-PROYECCION               PIC S9(11)V9(02).
          05 WS-LA-PCT-LOGRO                PIC 9(04)V9(02).
          05 WS-LA-PCT-DESVIO               PIC S9(04)V9(02).

      *    MISMAS AREAS DE VALIDACION DE FECHA QUE CL11EJ04
       01 WS-VALIDACION-FECHA.
          05 WS-VF-ANIO-X                    PIC X(04).
          05 WS-VF-SEP1                      PIC X(01).
          05 WS-VF-MES-X                     PIC X(02).
          05 WS-VF-SEP2                      PIC X(01).
          05 WS-VF-DIA-X                     PIC X(02).
          05 WS-VF-ANIO                      PIC 9(04).
          05 WS-VF-MES                       PIC 9(02).
          05 WS-VF-DIA                       PIC 9(02).
          05 WS-VF-DIAS-MAX                  PIC 9(02).
          05 WS-VF-COCIENTE                  PIC 9(04).
          05 WS-VF-RESTO-4                   PIC 9(02).
          05 WS-VF-RESTO-100                 PIC 9(02).
          05 WS-VF-RESTO-400                 PIC 9(02).
          05 WS-SW-ANIO-BISIESTO             PIC X(01).
             88 WS-ANIO-ES-BISIESTO              VALUE 'S'.

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

       01 WS-LINEA-DETALLE.
          05 WS-LD-SUCURSAL                 PIC X(03).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-CATEGORIA                PIC X(20).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-REAL                     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-OBJETIVO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-PCT-LOGRO                PIC ZZZ9,99.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-DIAS                     PIC X(05).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-PROYECCION               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-PCT-DESVIO               PIC -ZZZ9,99.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-MARCA                    PIC X(12).

       01 WS-LIS-PCT-TOLERANCIA             PIC ZZ9,99.

       01 WS-LD-DIAS-ARMADOS.
          05 WS-LDD-TRANSCURRIDOS           PIC 9(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 WS-LDD-DEL-MES                 PIC 9(02).

       01 WS-LINEA-ENCABEZADO.
          05 FILLER                         PIC X(06) VALUE 'SUC | '.
          05 FILLER                         PIC X(23)
                                  VALUE 'CATEGORIA            | '.
          05 FILLER                         PIC X(21)
                                  VALUE '      REAL DEL MES | '.
          05 FILLER                         PIC X(20)
                                  VALUE '         OBJETIVO | '.
          05 FILLER                         PIC X(10)
                                  VALUE '%LOGRO  | '.
          05 FILLER                         PIC X(08)
                                  VALUE 'DIAS  | '.
          05 FILLER                         PIC X(21)
                                  VALUE 'PROYECCION FIN MES | '.
          05 FILLER                         PIC X(11)
                                  VALUE '%DESVIO  | '.
          05 FILLER                         PIC X(06) VALUE 'MARCA '.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF NOT WS-ABORTAR-CORRIDA
              PERFORM 2000-ACUMULAR-REAL
                 THRU 2000-ACUMULAR-REAL-FIN
           END-IF.

           IF NOT WS-ABORTAR-CORRIDA
              PERFORM 2300-CALCULAR-PROYECCIONES
                 THRU 2300-CALCULAR-PROYECCIONES-EXIT
              PERFORM 2600-IMPRIMIR-REPORTE
                 THRU 2600-IMPRIMIR-REPORTE-EXIT
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      *    PARAMETROS: 1 = FECHA DEL REPORTE AAAA-MM-DD (POR DEFECTO    *
      *    HOY), 2 = OBJETIVOS, 3 = VENTAS POR SUCURSAL, 4 = PARAMETROS *
      *    DEL REPORTE, 5 = REPORTE DE OBJETIVOS CONTRA REAL            *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-CANT-PARAMETROS FROM ARGUMENT-NUMBER.

           IF WS-CANT-PARAMETROS >= 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT WS-FECHA-REPORTE FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-OBJETIVOS FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 3
              DISPLAY 3 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-VENTAS-SUC FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 4
              DISPLAY 4 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-PARAM FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 5
              DISPLAY 5 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-LISTADO FROM ARGUMENT-VALUE
           END-IF.

      *    SIN FECHA PEDIDA EL REPORTE SE ARMA AL DIA DE HOY
           IF WS-FECHA-REPORTE = SPACES
              ACCEPT WS-FECHA-HOY-CRUDA FROM DATE YYYYMMDD
              MOVE WS-FHC-ANIO              TO WS-FH-ANIO
              MOVE WS-FHC-MES               TO WS-FH-MES
              MOVE WS-FHC-DIA               TO WS-FH-DIA
              MOVE WS-FECHA-HOY             TO WS-FECHA-REPORTE
           END-IF.

           PERFORM 1050-VALIDAR-FECHA
              THRU 1050-VALIDAR-FECHA-EXIT.

           IF WS-FECHA-ES-INVALIDA
              DISPLAY 'FECHA DEL REPORTE INVALIDA: ' WS-FECHA-REPORTE
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE WS-FECHA-REPORTE(1:7)       TO WS-MES-REPORTE.

           PERFORM 1100-CARGAR-PARAMETROS
              THRU 1100-CARGAR-PARAMETROS-EXIT.

           INITIALIZE WS-TOTALES-GENERALES.

           PERFORM 1200-CARGAR-OBJETIVOS
              THRU 1200-CARGAR-OBJETIVOS-EXIT.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR LA FECHA DEL REPORTE (AAAA-MM-DD, DIA   *
      *    EXISTENTE DENTRO DEL MES). DEJA LOS DIAS DEL MES EN          *
      *    WS-VF-DIAS-MAX, QUE RIGEN CUANDO UN OBJETIVO NO TRAE DIAS    *
      *    DE VENTA                                                    *
      *----------------------------------------------------------------*
       1050-VALIDAR-FECHA.

           SET WS-FECHA-ES-VALIDA TO TRUE.

           MOVE WS-FECHA-REPORTE(1:4)         TO WS-VF-ANIO-X.
           MOVE WS-FECHA-REPORTE(5:1)         TO WS-VF-SEP1.
           MOVE WS-FECHA-REPORTE(6:2)         TO WS-VF-MES-X.
           MOVE WS-FECHA-REPORTE(8:1)         TO WS-VF-SEP2.
           MOVE WS-FECHA-REPORTE(9:2)         TO WS-VF-DIA-X.

           IF WS-VF-ANIO-X IS NOT NUMERIC
              OR WS-VF-MES-X IS NOT NUMERIC
              OR WS-VF-DIA-X IS NOT NUMERIC
              OR WS-VF-SEP1 NOT = '-'
              OR WS-VF-SEP2 NOT = '-'
                 SET WS-FECHA-ES-INVALIDA TO TRUE
                 GO TO 1050-VALIDAR-FECHA-EXIT
           END-IF.

           MOVE WS-VF-ANIO-X                  TO WS-VF-ANIO.
           MOVE WS-VF-MES-X                   TO WS-VF-MES.
           MOVE WS-VF-DIA-X                   TO WS-VF-DIA.

           IF WS-VF-MES < 1 OR WS-VF-MES > 12
              OR WS-VF-DIA < 1
              SET WS-FECHA-ES-INVALIDA TO TRUE
              GO TO 1050-VALIDAR-FECHA-EXIT
           END-IF.

           PERFORM 1060-CALCULAR-DIAS-DEL-MES
              THRU 1060-CALCULAR-DIAS-DEL-MES-EXIT.

           IF WS-VF-DIA > WS-VF-DIAS-MAX
              SET WS-FECHA-ES-INVALIDA TO TRUE
           END-IF.

       1050-VALIDAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA OBTENER LOS DIAS DEL MES, CONTEMPLANDO EL AÑO   *
      *    BISIESTO PARA FEBRERO                                       *
      *----------------------------------------------------------------*
       1060-CALCULAR-DIAS-DEL-MES.

           MOVE 'N'                          TO WS-SW-ANIO-BISIESTO.

           DIVIDE WS-VF-ANIO BY 4 GIVING WS-VF-COCIENTE
                  REMAINDER WS-VF-RESTO-4.

           IF WS-VF-RESTO-4 = ZEROS
              DIVIDE WS-VF-ANIO BY 100 GIVING WS-VF-COCIENTE
                     REMAINDER WS-VF-RESTO-100
              IF WS-VF-RESTO-100 NOT = ZEROS
                 SET WS-ANIO-ES-BISIESTO TO TRUE
              ELSE
                 DIVIDE WS-VF-ANIO BY 400 GIVING WS-VF-COCIENTE
                        REMAINDER WS-VF-RESTO-400
                 IF WS-VF-RESTO-400 = ZEROS
                    SET WS-ANIO-ES-BISIESTO TO TRUE
                 END-IF
              END-IF
           END-IF.

           MOVE WS-VF-DIAS-MES(WS-VF-MES)     TO WS-VF-DIAS-MAX.

           IF WS-VF-MES = 2 AND WS-ANIO-ES-BISIESTO
              MOVE 29                         TO WS-VF-DIAS-MAX
           END-IF.

       1060-CALCULAR-DIAS-DEL-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR LOS PARAMETROS DEL REPORTE. UN CAMPO     *
      *    INVALIDO O EN CERO DEJA EL VALOR POR DEFECTO (10,00 %)       *
      *----------------------------------------------------------------*
       1100-CARGAR-PARAMETROS.

           OPEN INPUT PARAM-OBJETIVOS.

           EVALUATE TRUE
               WHEN FS-PARAM-OK
                    READ PARAM-OBJETIVOS
                    IF FS-PARAM-OK
                       IF POB-PCT-TOLERANCIA IS NUMERIC
                          AND POB-PCT-TOLERANCIA NOT = ZEROS
                          MOVE POB-PCT-TOLERANCIA TO WS-PCT-TOLERANCIA
                       END-IF
                    END-IF
                    CLOSE PARAM-OBJETIVOS
               WHEN FS-PARAM-NFD
                    DISPLAY 'SIN ARCHIVO DE PARAMETROS DE OBJETIVOS, '
                            'RIGE EL VALOR POR DEFECTO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LOS PARAMETROS DE '
                            'OBJETIVOS'
                    DISPLAY 'FILE STATUS: ' FS-PARAM
           END-EVALUATE.

           DISPLAY '% DE TOLERANCIA DEL DESVIO PROYECTADO: '
                    WS-PCT-TOLERANCIA.

       1100-CARGAR-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR LOS OBJETIVOS DEL MES DEL REPORTE. SIN   *
      *    ARCHIVO DE OBJETIVOS NO HAY NADA CONTRA QUE COMPARAR         *
      *----------------------------------------------------------------*
       1200-CARGAR-OBJETIVOS.

           OPEN INPUT OBJETIVOS.

           EVALUATE TRUE
               WHEN FS-OBJETIVOS-OK
                    PERFORM 1250-LEER-UN-OBJETIVO
                       THRU 1250-LEER-UN-OBJETIVO-EXIT
                      UNTIL FS-OBJETIVOS-EOF
                         OR WS-ABORTAR-CORRIDA
                    CLOSE OBJETIVOS
               WHEN FS-OBJETIVOS-NFD
                    DISPLAY '*** ATENCION: NO EXISTE EL ARCHIVO DE '
                            'OBJETIVOS, EL MES QUEDA SIN OBJETIVOS ***'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE OBJETIVOS'
                    DISPLAY 'FILE STATUS: ' FS-OBJETIVOS
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1200-CARGAR-OBJETIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-UN-OBJETIVO.

           READ OBJETIVOS.

           EVALUATE TRUE
               WHEN FS-OBJETIVOS-OK
                    CONTINUE
               WHEN FS-OBJETIVOS-EOF
                    GO TO 1250-LEER-UN-OBJETIVO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE OBJETIVOS'
                    DISPLAY 'FILE STATUS: ' FS-OBJETIVOS
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                    GO TO 1250-LEER-UN-OBJETIVO-EXIT
           END-EVALUATE.

           IF OBJ-MES NOT = WS-MES-REPORTE
              GO TO 1250-LEER-UN-OBJETIVO-EXIT
           END-IF.

           ADD 1                            TO WS-CANT-OBJ-LEIDOS.

           IF OBJ-SUCURSAL IS NOT NUMERIC
              OR OBJ-IMPORTE IS NOT NUMERIC
              OR OBJ-DIAS-VENTA IS NOT NUMERIC
              ADD 1                         TO WS-CANT-OBJ-INVALIDOS
              DISPLAY 'OBJETIVO CON SUCURSAL, IMPORTE O DIAS NO '
                      'NUMERICOS, SE DESCARTA: ' OBJ-ARCHIVO
              GO TO 1250-LEER-UN-OBJETIVO-EXIT
           END-IF.

           MOVE OBJ-SUCURSAL                TO VSC-SUCURSAL.
           MOVE OBJ-CATEGORIA               TO VSC-CATEGORIA.

           PERFORM 2150-UBICAR-PAR
              THRU 2150-UBICAR-PAR-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 1250-LEER-UN-OBJETIVO-EXIT
           END-IF.

           SET WS-PR-CON-OBJETIVO(WS-PR-INDICE-HALLADO) TO TRUE.
           MOVE OBJ-IMPORTE                 TO
                   WS-PR-OBJETIVO(WS-PR-INDICE-HALLADO).

      *    UN OBJETIVO SIN DIAS DE VENTA (O CON MAS DIAS QUE EL MES)
      *    SE PROYECTA SOBRE TODOS LOS DIAS CALENDARIO
           IF OBJ-DIAS-VENTA = ZEROS
              OR OBJ-DIAS-VENTA > WS-VF-DIAS-MAX
              MOVE WS-VF-DIAS-MAX           TO
                      WS-PR-DIAS-VENTA(WS-PR-INDICE-HALLADO)
           ELSE
              MOVE OBJ-DIAS-VENTA           TO
                      WS-PR-DIAS-VENTA(WS-PR-INDICE-HALLADO)
           END-IF.

       1250-LEER-UN-OBJETIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PRINCIPAL: SE RECORREN LAS VENTAS POR SUCURSAL DESDE *
      *    EL PRIMER DIA DEL MES HASTA LA FECHA DEL REPORTE, SUMANDO EL *
      *    REAL DE CADA PAR Y CONTANDO LOS DIAS CON VENTA DE CADA       *
      *    SUCURSAL                                                    *
      *----------------------------------------------------------------*
       2000-ACUMULAR-REAL.

           OPEN INPUT VENTAS-SUC.

           EVALUATE TRUE
               WHEN FS-VENTAS-SUC-OK
                    CONTINUE
               WHEN FS-VENTAS-SUC-NFD
                    DISPLAY '*** ATENCION: NO EXISTEN TODAVIA LAS '
                            'VENTAS POR SUCURSAL, EL REAL DEL MES '
                            'QUEDA EN CERO ***'
                    GO TO 2000-ACUMULAR-REAL-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LAS VENTAS POR SUCURSAL'
                    DISPLAY 'FILE STATUS: ' FS-VENTAS-SUC
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                    GO TO 2000-ACUMULAR-REAL-FIN
           END-EVALUATE.

           MOVE LOW-VALUES                  TO VSC-CLAVE.
           MOVE WS-MES-REPORTE              TO VSC-FECHA(1:7).
           MOVE '-01'                       TO VSC-FECHA(8:3).

           START VENTAS-SUC KEY NOT < VSC-CLAVE.

           MOVE 'N'                         TO WS-SW-FIN-LECTURA.

           IF NOT FS-VENTAS-SUC-OK
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           PERFORM 2100-LEER-UNA-VENTA
              THRU 2100-LEER-UNA-VENTA-EXIT
             UNTIL WS-FIN-LECTURA
                OR WS-ABORTAR-CORRIDA.

           CLOSE VENTAS-SUC.

       2000-ACUMULAR-REAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-UNA-VENTA.

           READ VENTAS-SUC NEXT.

           EVALUATE TRUE
               WHEN FS-VENTAS-SUC-OK
                    CONTINUE
               WHEN FS-VENTAS-SUC-EOF
                    SET WS-FIN-LECTURA TO TRUE
                    GO TO 2100-LEER-UNA-VENTA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LAS VENTAS POR SUCURSAL'
                    DISPLAY 'FILE STATUS: ' FS-VENTAS-SUC
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                    GO TO 2100-LEER-UNA-VENTA-EXIT
           END-EVALUATE.

           IF VSC-FECHA(1:7) NOT = WS-MES-REPORTE
              OR VSC-FECHA > WS-FECHA-REPORTE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2100-LEER-UNA-VENTA-EXIT
           END-IF.

           ADD 1                            TO WS-CANT-VENTAS-LEIDAS.

           PERFORM 2150-UBICAR-PAR
              THRU 2150-UBICAR-PAR-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 2100-LEER-UNA-VENTA-EXIT
           END-IF.

           ADD VSC-CANTIDAD                 TO
                   WS-PR-CANTIDAD(WS-PR-INDICE-HALLADO).
           ADD VSC-IMPORTE                  TO
                   WS-PR-REAL(WS-PR-INDICE-HALLADO).

      *    LAS FILAS DE UNA MISMA FECHA Y SUCURSAL VIENEN SEGUIDAS
      *    (CLAVE FECHA + SUCURSAL + CATEGORIA): LA PRIMERA DE CADA
      *    FECHA SUMA UN DIA DE VENTA A LA SUCURSAL
           IF WS-SD-ULTIMA-FECHA(WS-SD-INDICE-HALLADO) NOT = VSC-FECHA
              MOVE VSC-FECHA                TO
                      WS-SD-ULTIMA-FECHA(WS-SD-INDICE-HALLADO)
              ADD 1                         TO
                      WS-SD-DIAS(WS-SD-INDICE-HALLADO)
           END-IF.

       2100-LEER-UNA-VENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA UBICAR EL PAR VSC-SUCURSAL/VSC-CATEGORIA EN LA  *
      *    TABLA (AGREGANDOLO SIN OBJETIVO SI NO ESTA) Y SU SUCURSAL.   *
      *    DEJA WS-PR-INDICE-HALLADO Y WS-SD-INDICE-HALLADO             *
      *----------------------------------------------------------------*
       2150-UBICAR-PAR.

           MOVE 'N'                         TO WS-SW-PAR-HALLADO.
           MOVE ZEROS                       TO WS-PR-INDICE-HALLADO.

           PERFORM 2160-COMPARAR-PAR
              THRU 2160-COMPARAR-PAR-EXIT
             VARYING WS-PR-INDICE FROM 1 BY 1
               UNTIL WS-PR-INDICE > WS-PR-CANT
                  OR WS-PAR-HALLADO.

           IF WS-PAR-HALLADO
              MOVE WS-PR-IND-SUC(WS-PR-INDICE-HALLADO) TO
                      WS-SD-INDICE-HALLADO
              GO TO 2150-UBICAR-PAR-EXIT
           END-IF.

           IF WS-PR-CANT = 1000
              DISPLAY 'TABLA DE PARES SUCURSAL/CATEGORIA LLENA (1000)'
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2150-UBICAR-PAR-EXIT
           END-IF.

           PERFORM 2200-UBICAR-SUCURSAL
              THRU 2200-UBICAR-SUCURSAL-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 2150-UBICAR-PAR-EXIT
           END-IF.

           ADD 1                            TO WS-PR-CANT.
           MOVE WS-PR-CANT                  TO WS-PR-INDICE-HALLADO.
           INITIALIZE WS-PR-ITEM(WS-PR-CANT).
           MOVE VSC-SUCURSAL          TO WS-PR-SUCURSAL(WS-PR-CANT).
           MOVE VSC-CATEGORIA         TO WS-PR-CATEGORIA(WS-PR-CANT).
           MOVE WS-SD-INDICE-HALLADO  TO WS-PR-IND-SUC(WS-PR-CANT).
           MOVE 'N'                   TO WS-PR-SW-OBJETIVO(WS-PR-CANT).
           MOVE 'N'                   TO WS-PR-SW-MARCA(WS-PR-CANT).

       2150-UBICAR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2160-COMPARAR-PAR.

           IF WS-PR-SUCURSAL(WS-PR-INDICE) = VSC-SUCURSAL
              AND WS-PR-CATEGORIA(WS-PR-INDICE) = VSC-CATEGORIA
              SET WS-PAR-HALLADO TO TRUE
              MOVE WS-PR-INDICE             TO WS-PR-INDICE-HALLADO
           END-IF.

       2160-COMPARAR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-UBICAR-SUCURSAL.

           MOVE 'N'                         TO WS-SW-SUC-HALLADA.
           MOVE ZEROS                       TO WS-SD-INDICE-HALLADO.

           PERFORM 2210-COMPARAR-SUCURSAL
              THRU 2210-COMPARAR-SUCURSAL-EXIT
             VARYING WS-SD-INDICE FROM 1 BY 1
               UNTIL WS-SD-INDICE > WS-SD-CANT
                  OR WS-SUC-HALLADA.

           IF WS-SUC-HALLADA
              GO TO 2200-UBICAR-SUCURSAL-EXIT
           END-IF.

           IF WS-SD-CANT = 200
              DISPLAY 'TABLA DE SUCURSALES LLENA (200)'
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2200-UBICAR-SUCURSAL-EXIT
           END-IF.

           ADD 1                            TO WS-SD-CANT.
           MOVE WS-SD-CANT                  TO WS-SD-INDICE-HALLADO.
           INITIALIZE WS-SD-ITEM(WS-SD-CANT).
           MOVE VSC-SUCURSAL          TO WS-SD-SUCURSAL(WS-SD-CANT).

       2200-UBICAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-COMPARAR-SUCURSAL.

           IF WS-SD-SUCURSAL(WS-SD-INDICE) = VSC-SUCURSAL
              SET WS-SUC-HALLADA TO TRUE
              MOVE WS-SD-INDICE             TO WS-SD-INDICE-HALLADO
           END-IF.

       2210-COMPARAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CALCULAR EL % LOGRADO, LA PROYECCION Y EL       *
      *    DESVIO PROYECTADO DE CADA PAR, Y SUMAR LOS SUBTOTALES DE     *
      *    SUCURSAL Y EL TOTAL GENERAL                                 *
      *----------------------------------------------------------------*
       2300-CALCULAR-PROYECCIONES.

           PERFORM 2350-CALCULAR-UN-PAR
              THRU 2350-CALCULAR-UN-PAR-EXIT
             VARYING WS-PR-INDICE FROM 1 BY 1
               UNTIL WS-PR-INDICE > WS-PR-CANT.

       2300-CALCULAR-PROYECCIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-CALCULAR-UN-PAR.

           MOVE WS-PR-IND-SUC(WS-PR-INDICE) TO WS-SD-INDICE.

           IF NOT WS-PR-CON-OBJETIVO(WS-PR-INDICE)
              ADD 1                         TO WS-CANT-SIN-OBJETIVO
              ADD WS-PR-REAL(WS-PR-INDICE)  TO
                      WS-SD-REAL-SIN-OBJ(WS-SD-INDICE)
              ADD WS-PR-REAL(WS-PR-INDICE)  TO WS-TG-REAL-SIN-OBJ
              GO TO 2350-CALCULAR-UN-PAR-EXIT
           END-IF.

      *    SIN DIAS DE VENTA TODAVIA NO HAY BASE PARA PROYECTAR: LA
      *    PROYECCION ES EL REAL (CERO O LO QUE HAYA). CUMPLIDOS LOS
      *    DIAS PREVISTOS, LA PROYECCION TAMBIEN ES EL REAL
           IF WS-SD-DIAS(WS-SD-INDICE) = ZEROS
              OR WS-SD-DIAS(WS-SD-INDICE) >=
                 WS-PR-DIAS-VENTA(WS-PR-INDICE)
              MOVE WS-PR-REAL(WS-PR-INDICE) TO
                      WS-PR-PROYECCION(WS-PR-INDICE)
           ELSE
              COMPUTE WS-PR-PROYECCION(WS-PR-INDICE) ROUNDED =
                      WS-PR-REAL(WS-PR-INDICE)
                    * WS-PR-DIAS-VENTA(WS-PR-INDICE)
                    / WS-SD-DIAS(WS-SD-INDICE)
           END-IF.

           MOVE WS-PR-OBJETIVO(WS-PR-INDICE)   TO WS-LA-OBJETIVO.
           MOVE WS-PR-REAL(WS-PR-INDICE)       TO WS-LA-REAL.
           MOVE WS-PR-PROYECCION(WS-PR-INDICE) TO WS-LA-PROYECCION.

           PERFORM 2380-CALCULAR-PORCENTAJES
              THRU 2380-CALCULAR-PORCENTAJES-EXIT.

           MOVE WS-LA-PCT-LOGRO     TO WS-PR-PCT-LOGRO(WS-PR-INDICE).
           MOVE WS-LA-PCT-DESVIO    TO WS-PR-PCT-DESVIO(WS-PR-INDICE).

           IF WS-LA-PCT-DESVIO > WS-PCT-TOLERANCIA
              SET WS-PR-NO-CUMPLE(WS-PR-INDICE) TO TRUE
              ADD 1                         TO WS-CANT-MARCADOS
           END-IF.

           ADD WS-PR-OBJETIVO(WS-PR-INDICE)   TO
                   WS-SD-OBJETIVO(WS-SD-INDICE).
           ADD WS-PR-REAL(WS-PR-INDICE)       TO
                   WS-SD-REAL(WS-SD-INDICE).
           ADD WS-PR-PROYECCION(WS-PR-INDICE) TO
                   WS-SD-PROYECCION(WS-SD-INDICE).

           ADD WS-PR-OBJETIVO(WS-PR-INDICE)   TO WS-TG-OBJETIVO.
           ADD WS-PR-REAL(WS-PR-INDICE)       TO WS-TG-REAL.
           ADD WS-PR-PROYECCION(WS-PR-INDICE) TO WS-TG-PROYECCION.

       2350-CALCULAR-UN-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CALCULAR % LOGRADO (REAL SOBRE OBJETIVO) Y %    *
      *    DE DESVIO PROYECTADO ((OBJETIVO - PROYECCION) SOBRE          *
      *    OBJETIVO; POSITIVO = FALTANTE) DE LA LINEA A ARMAR           *
      *----------------------------------------------------------------*
       2380-CALCULAR-PORCENTAJES.

           MOVE ZEROS                       TO WS-LA-PCT-LOGRO.
           MOVE ZEROS                       TO WS-LA-PCT-DESVIO.

           IF WS-LA-OBJETIVO = ZEROS
              GO TO 2380-CALCULAR-PORCENTAJES-EXIT
           END-IF.

           IF WS-LA-REAL > ZEROS
              COMPUTE WS-LA-PCT-LOGRO ROUNDED =
                      WS-LA-REAL * 100 / WS-LA-OBJETIVO
                 ON SIZE ERROR
                      MOVE 9999,99          TO WS-LA-PCT-LOGRO
              END-COMPUTE
           END-IF.

           COMPUTE WS-LA-PCT-DESVIO ROUNDED =
                   (WS-LA-OBJETIVO - WS-LA-PROYECCION) * 100
                 / WS-LA-OBJETIVO
              ON SIZE ERROR
                   IF WS-LA-PROYECCION > WS-LA-OBJETIVO
                      MOVE -9999,99         TO WS-LA-PCT-DESVIO
                   ELSE
                      MOVE 9999,99          TO WS-LA-PCT-DESVIO
                   END-IF
           END-COMPUTE.

       2380-CALCULAR-PORCENTAJES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GRABAR UNA LINEA DEL REPORTE, MOSTRANDOLA       *
      *    TAMBIEN POR CONSOLA                                         *
      *----------------------------------------------------------------*
       2500-GRABAR-LINEA.

           DISPLAY LIS-linea.

           WRITE LIS-ARCHIVO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE OBJETIVOS'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2500-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA IMPRIMIR EL REPORTE: UN BLOQUE POR SUCURSAL     *
      *    CON SUS PARES, SU SUBTOTAL Y LO VENDIDO SIN OBJETIVO, Y AL   *
      *    FINAL EL TOTAL GENERAL                                      *
      *----------------------------------------------------------------*
       2600-IMPRIMIR-REPORTE.

           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE OBJETIVOS'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2600-IMPRIMIR-REPORTE-EXIT
           END-IF.

           MOVE SPACES TO LIS-linea.
           MOVE 'OBJETIVOS COMERCIALES CONTRA REAL - MES '
             TO LIS-linea(1:40).
           MOVE WS-MES-REPORTE TO LIS-linea(41:7).
           MOVE ' - REAL AL ' TO LIS-linea(48:11).
           MOVE WS-FECHA-REPORTE TO LIS-linea(59:10).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE WS-PCT-TOLERANCIA           TO WS-LIS-PCT-TOLERANCIA.
           MOVE SPACES TO LIS-linea.
           STRING 'SE MARCAN LOS PARES CON PROYECCION POR DEBAJO DEL '
                  'OBJETIVO EN MAS DE ' DELIMITED BY SIZE
                  WS-LIS-PCT-TOLERANCIA DELIMITED BY SIZE
                  ' %'                  DELIMITED BY SIZE
             INTO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           IF WS-PR-CANT = ZEROS
              MOVE SPACES TO LIS-linea
              MOVE 'SIN OBJETIVOS NI VENTAS PARA EL MES'
                TO LIS-linea(1:35)
              PERFORM 2500-GRABAR-LINEA
                 THRU 2500-GRABAR-LINEA-EXIT
              CLOSE LISTADO
              GO TO 2600-IMPRIMIR-REPORTE-EXIT
           END-IF.

           MOVE WS-LINEA-ENCABEZADO TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE ALL '-' TO LIS-linea(1:126).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           PERFORM 2650-IMPRIMIR-UNA-SUCURSAL
              THRU 2650-IMPRIMIR-UNA-SUCURSAL-EXIT
             VARYING WS-SD-INDICE FROM 1 BY 1
               UNTIL WS-SD-INDICE > WS-SD-CANT.

           MOVE WS-TG-OBJETIVO              TO WS-LA-OBJETIVO.
           MOVE WS-TG-REAL                  TO WS-LA-REAL.
           MOVE WS-TG-PROYECCION            TO WS-LA-PROYECCION.
           PERFORM 2380-CALCULAR-PORCENTAJES
              THRU 2380-CALCULAR-PORCENTAJES-EXIT.

           MOVE SPACES                      TO WS-LD-SUCURSAL.
           MOVE 'TOTAL GENERAL'             TO WS-LD-CATEGORIA.
           MOVE SPACES                      TO WS-LD-DIAS.
           MOVE SPACES                      TO WS-LD-MARCA.
           PERFORM 2670-ARMAR-LINEA
              THRU 2670-ARMAR-LINEA-EXIT.

           IF WS-TG-REAL-SIN-OBJ NOT = ZEROS
              MOVE SPACES TO LIS-linea
              MOVE WS-TG-REAL-SIN-OBJ       TO WS-LD-REAL
              STRING '    VENDIDO SIN OBJETIVO EN EL MES: '
                                            DELIMITED BY SIZE
                     WS-LD-REAL             DELIMITED BY SIZE
                INTO LIS-linea
              PERFORM 2500-GRABAR-LINEA
                 THRU 2500-GRABAR-LINEA-EXIT
           END-IF.

           CLOSE LISTADO.

       2600-IMPRIMIR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-IMPRIMIR-UNA-SUCURSAL.

           PERFORM 2660-IMPRIMIR-UN-PAR
              THRU 2660-IMPRIMIR-UN-PAR-EXIT
             VARYING WS-PR-INDICE FROM 1 BY 1
               UNTIL WS-PR-INDICE > WS-PR-CANT.

           MOVE WS-SD-OBJETIVO(WS-SD-INDICE)   TO WS-LA-OBJETIVO.
           MOVE WS-SD-REAL(WS-SD-INDICE)       TO WS-LA-REAL.
           MOVE WS-SD-PROYECCION(WS-SD-INDICE) TO WS-LA-PROYECCION.
           PERFORM 2380-CALCULAR-PORCENTAJES
              THRU 2380-CALCULAR-PORCENTAJES-EXIT.

           MOVE WS-SD-SUCURSAL(WS-SD-INDICE) TO WS-LD-SUCURSAL.
           MOVE 'SUBTOTAL SUCURSAL'         TO WS-LD-CATEGORIA.
           MOVE WS-SD-DIAS(WS-SD-INDICE)    TO WS-LDD-TRANSCURRIDOS.
           MOVE WS-VF-DIAS-MAX              TO WS-LDD-DEL-MES.
           MOVE WS-LD-DIAS-ARMADOS          TO WS-LD-DIAS.
           MOVE SPACES                      TO WS-LD-MARCA.
           PERFORM 2670-ARMAR-LINEA
              THRU 2670-ARMAR-LINEA-EXIT.

           IF WS-SD-REAL-SIN-OBJ(WS-SD-INDICE) NOT = ZEROS
              MOVE SPACES TO LIS-linea
              MOVE WS-SD-REAL-SIN-OBJ(WS-SD-INDICE) TO WS-LD-REAL
              STRING '    VENDIDO SIN OBJETIVO EN LA SUCURSAL: '
                                            DELIMITED BY SIZE
                     WS-LD-REAL             DELIMITED BY SIZE
                INTO LIS-linea
              PERFORM 2500-GRABAR-LINEA
                 THRU 2500-GRABAR-LINEA-EXIT
           END-IF.

           MOVE SPACES TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

       2650-IMPRIMIR-UNA-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2660-IMPRIMIR-UN-PAR.

           IF WS-PR-IND-SUC(WS-PR-INDICE) NOT = WS-SD-INDICE
              OR NOT WS-PR-CON-OBJETIVO(WS-PR-INDICE)
              GO TO 2660-IMPRIMIR-UN-PAR-EXIT
           END-IF.

           MOVE WS-PR-OBJETIVO(WS-PR-INDICE)   TO WS-LA-OBJETIVO.
           MOVE WS-PR-REAL(WS-PR-INDICE)       TO WS-LA-REAL.
           MOVE WS-PR-PROYECCION(WS-PR-INDICE) TO WS-LA-PROYECCION.
           MOVE WS-PR-PCT-LOGRO(WS-PR-INDICE)  TO WS-LA-PCT-LOGRO.
           MOVE WS-PR-PCT-DESVIO(WS-PR-INDICE) TO WS-LA-PCT-DESVIO.

           MOVE WS-PR-SUCURSAL(WS-PR-INDICE)   TO WS-LD-SUCURSAL.
           MOVE WS-PR-CATEGORIA(WS-PR-INDICE)  TO WS-LD-CATEGORIA.
           MOVE WS-SD-DIAS(WS-SD-INDICE)       TO WS-LDD-TRANSCURRIDOS.
           MOVE WS-PR-DIAS-VENTA(WS-PR-INDICE) TO WS-LDD-DEL-MES.
           MOVE WS-LD-DIAS-ARMADOS             TO WS-LD-DIAS.

           IF WS-PR-NO-CUMPLE(WS-PR-INDICE)
              MOVE '*** NO LLEGA'              TO WS-LD-MARCA
           ELSE
              MOVE SPACES                      TO WS-LD-MARCA
           END-IF.

           PERFORM 2670-ARMAR-LINEA
              THRU 2670-ARMAR-LINEA-EXIT.

       2660-IMPRIMIR-UN-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA EDITAR LOS IMPORTES Y PORCENTAJES DE LA LINEA   *
      *    A ARMAR Y GRABARLA                                          *
      *----------------------------------------------------------------*
       2670-ARMAR-LINEA.

           MOVE WS-LA-REAL                  TO WS-LD-REAL.
           MOVE WS-LA-OBJETIVO              TO WS-LD-OBJETIVO.
           MOVE WS-LA-PCT-LOGRO             TO WS-LD-PCT-LOGRO.
           MOVE WS-LA-PROYECCION            TO WS-LD-PROYECCION.
           MOVE WS-LA-PCT-DESVIO            TO WS-LD-PCT-DESVIO.

           MOVE WS-LINEA-DETALLE            TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

       2670-ARMAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CIERRE: RESUMEN POR CONSOLA Y AVISO (RETURN CODE 04) SI HAY  *
      *    PARES QUE NO LLEGAN AL OBJETIVO O EL MES NO TIENE OBJETIVOS  *
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-ABORTAR-CORRIDA
              DISPLAY '*** CORRIDA ABORTADA - RETURN CODE '
                       WS-RETORNO ' ***'
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           DISPLAY 'OBJETIVOS DEL MES LEIDOS:      ' WS-CANT-OBJ-LEIDOS.
           DISPLAY 'OBJETIVOS DESCARTADOS:         '
                    WS-CANT-OBJ-INVALIDOS.
           DISPLAY 'FILAS DE VENTAS LEIDAS:        '
                    WS-CANT-VENTAS-LEIDAS.
           DISPLAY 'PARES CON VENTA SIN OBJETIVO:  '
                    WS-CANT-SIN-OBJETIVO.
           DISPLAY 'PARES QUE NO LLEGAN:           ' WS-CANT-MARCADOS.

           IF WS-CANT-OBJ-LEIDOS = ZEROS
              DISPLAY '*** ATENCION: NO HAY OBJETIVOS CARGADOS PARA '
                      'EL MES ' WS-MES-REPORTE ' ***'
              IF WS-RETORNO < 04
                 MOVE 04                    TO WS-RETORNO
              END-IF
           END-IF.

           IF WS-CANT-MARCADOS > ZEROS
              DISPLAY '*** ATENCION: ' WS-CANT-MARCADOS
                      ' PARES SUCURSAL/CATEGORIA PROYECTAN NO LLEGAR '
                      'AL OBJETIVO ***'
              IF WS-RETORNO < 04
                 MOVE 04                    TO WS-RETORNO
              END-IF
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
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

       END PROGRAM CL11EJ13.
