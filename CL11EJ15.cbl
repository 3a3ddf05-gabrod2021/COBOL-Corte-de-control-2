      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: ESTADO DE CIERRE DE LAS FECHAS DE NEGOCIO DEL MES
      * Tectonics: cobc
      ******************************************************************
      *    LISTADO DE CONTROL PARA EL CIERRE DE MES: UNA LINEA POR     *
      *    CADA DIA CALENDARIO DEL MES PEDIDO CON SU ESTADO EN EL      *
      *    CALENDARIO DE NEGOCIO (ABIERTA, CERRADA, REABIERTA O SIN    *
      *    MOVIMIENTO), LAS CORRIDAS QUE LA GRABARON Y QUIEN LA CERRO  *
      *    O REABRIO Y CUANDO. EL MES ESTA COMPLETO CUANDO TODOS LOS   *
      *    DIAS HASTA HOY ESTAN CERRADOS (UN DIA SIN MOVIMIENTO SE     *
      *    CIERRA IGUAL CON CL11EJ14). CORRE ANTES DE LIQUIDAR         *
      *    COMISIONES CON CL11EJ05.                                    *
      *    RETURN CODE: 04 = HAY DIAS SIN CERRAR (AVISO), 12 = MES     *
      *    INVALIDO O CALENDARIO ILEGIBLE, 10 = ERROR DE SALIDA        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ15.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *----------------------------------------------------------------*
      *    CALENDARIO DE NEGOCIO QUE GRABA CL11EJ02 Y MANTIENE          *
      *    CL11EJ14; AQUI SOLO SE LEEN LAS FECHAS DEL MES               *
      *----------------------------------------------------------------*
       SELECT CALENDARIO
           ASSIGN DYNAMIC WS-NOMBRE-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-FECHA
           FILE STATUS IS FS-CALENDARIO.
      *----------------------------------------------------------------*
       SELECT LISTADO
           ASSIGN DYNAMIC WS-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    MISMO LAYOUT QUE GRABA CL11EJ02 Y MANTIENE CL11EJ14
       FD CALENDARIO.
       01 CAL-ARCHIVO.
          05 CAL-FECHA                      PIC X(10).
          05 CAL-ESTADO                     PIC X(01).
             88 CAL-ABIERTA                     VALUE 'A'.
             88 CAL-CERRADA                     VALUE 'C'.
             88 CAL-REABIERTA                   VALUE 'R'.
          05 CAL-FH-PRIMER-PROCESO          PIC X(16).
          05 CAL-FH-ULTIMO-PROCESO          PIC X(16).
          05 CAL-OPERADOR-CIERRE            PIC X(08).
          05 CAL-FH-CIERRE                  PIC X(16).
          05 CAL-OPERADOR-REAPERTURA        PIC X(08).
          05 CAL-FH-REAPERTURA              PIC X(16).
          05 CAL-MOTIVO-REAPERTURA          PIC X(60).
          05 CAL-CANT-REAPERTURAS           PIC 9(03).

       FD LISTADO.
       01 LIS-ARCHIVO.
          05 LIS-linea                      PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-NOMBRE-ARCHIVOS.
          05 WS-MES-LISTADO            PIC X(07) VALUE SPACES.
          05 WS-NOMBRE-CALENDARIO      PIC X(100)
                                        VALUE '../CALENDARIO.IDX'.
          05 WS-NOMBRE-LISTADO         PIC X(100)
                                    VALUE '../ESTADO-CALENDARIO.TXT'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

       01 FS-STATUS.
          05 FS-CALENDARIO                  PIC X(2).
             88 FS-CALENDARIO-OK                 VALUE '00'.
             88 FS-CALENDARIO-RNF                VALUE '23'.
             88 FS-CALENDARIO-NFD                VALUE '35'.

          05 FS-LISTADO                     PIC X(2).
             88 FS-LISTADO-OK                    VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CANT-CERRADAS                PIC 9(02) VALUE ZEROS.
          05 WS-CANT-ABIERTAS                PIC 9(02) VALUE ZEROS.
          05 WS-CANT-REABIERTAS              PIC 9(02) VALUE ZEROS.
          05 WS-CANT-SIN-MOVIMIENTO          PIC 9(02) VALUE ZEROS.
          05 WS-CANT-FUTURAS                 PIC 9(02) VALUE ZEROS.
          05 WS-CANT-PENDIENTES              PIC 9(02) VALUE ZEROS.

       01 WS-CONTROL-SEVERIDAD.
          05 WS-SW-ABORTAR                  PIC X(01) VALUE 'N'.
             88 WS-ABORTAR-CORRIDA              VALUE 'S'.
          05 WS-SEV-CODIGO                  PIC 9(02) VALUE ZEROS.
          05 WS-RETORNO                     PIC 9(02) VALUE ZEROS.

       01 WS-SWITCHES.
          05 WS-SW-MES-VALIDO               PIC X(01) VALUE 'S'.
             88 WS-MES-ES-VALIDO                VALUE 'S'.
             88 WS-MES-ES-INVALIDO              VALUE 'N'.
          05 WS-SW-CALENDARIO               PIC X(01) VALUE 'N'.
             88 WS-CALENDARIO-ABIERTO           VALUE 'S'.

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

      *    FECHA DEL DIA QUE SE ESTA LISTANDO
       01 WS-FECHA-DIA.
          05 WS-FD-MES                      PIC X(07).
          05 FILLER                         PIC X(01) VALUE '-'.
          05 WS-FD-DIA                      PIC 9(02).

       01 WS-DIA-INDICE                     PIC 9(02).

      *    MISMAS AREAS DE VALIDACION DE FECHA QUE CL11EJ04, AQUI
      *    APLICADAS AL MES (AAAA-MM) PARA SABER SUS DIAS CALENDARIO
       01 WS-VALIDACION-FECHA.
          05 WS-VF-ANIO-X                    PIC X(04).
          05 WS-VF-SEP1                      PIC X(01).
          05 WS-VF-MES-X                     PIC X(02).
          05 WS-VF-ANIO                      PIC 9(04).
          05 WS-VF-MES                       PIC 9(02).
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
          05 WS-LD-FECHA                    PIC X(10).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-ESTADO                   PIC X(14).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-PRIMER-PROCESO           PIC X(16).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-ULTIMO-PROCESO           PIC X(16).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-OPERADOR-CIERRE          PIC X(08).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-FH-CIERRE                PIC X(16).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LD-REAPERTURAS              PIC ZZZ.

       01 WS-LINEA-ENCABEZADO.
          05 FILLER                         PIC X(13)
                                  VALUE 'FECHA      | '.
          05 FILLER                         PIC X(17)
                                  VALUE 'ESTADO         | '.
          05 FILLER                         PIC X(19)
                                  VALUE 'PRIMERA CORRIDA  | '.
          05 FILLER                         PIC X(19)
                                  VALUE 'ULTIMA CORRIDA   | '.
          05 FILLER                         PIC X(11)
                                  VALUE 'CERRO    | '.
          05 FILLER                         PIC X(19)
                                  VALUE 'FECHA/HORA CIERRE| '.
          05 FILLER                         PIC X(04) VALUE 'REAP'.

       01 WS-LIS-CANTIDAD                   PIC Z9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF NOT WS-ABORTAR-CORRIDA
              PERFORM 2000-IMPRIMIR-LISTADO
                 THRU 2000-IMPRIMIR-LISTADO-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      *    PARAMETROS: 1 = MES AAAA-MM (POR DEFECTO EL MES EN CURSO),   *
      *    2 = CALENDARIO DE NEGOCIO, 3 = LISTADO DE ESTADO DEL MES     *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-CANT-PARAMETROS FROM ARGUMENT-NUMBER.

           IF WS-CANT-PARAMETROS >= 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT WS-MES-LISTADO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-CALENDARIO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 3
              DISPLAY 3 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-LISTADO FROM ARGUMENT-VALUE
           END-IF.

           ACCEPT WS-FECHA-HOY-CRUDA FROM DATE YYYYMMDD.
           MOVE WS-FHC-ANIO                 TO WS-FH-ANIO.
           MOVE WS-FHC-MES                  TO WS-FH-MES.
           MOVE WS-FHC-DIA                  TO WS-FH-DIA.

      *    SIN MES PEDIDO SE LISTA EL MES EN CURSO
           IF WS-MES-LISTADO = SPACES
              MOVE WS-FECHA-HOY(1:7)        TO WS-MES-LISTADO
           END-IF.

           PERFORM 1050-VALIDAR-MES
              THRU 1050-VALIDAR-MES-EXIT.

           IF WS-MES-ES-INVALIDO
              DISPLAY 'MES DEL LISTADO INVALIDO: ' WS-MES-LISTADO
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE WS-MES-LISTADO              TO WS-FD-MES.

      *    SIN CALENDARIO TODAVIA (NINGUNA CORRIDA DE CL11EJ02 LO
      *    CREO) EL MES SE LISTA ENTERO SIN MOVIMIENTO
           OPEN INPUT CALENDARIO.

           EVALUATE TRUE
               WHEN FS-CALENDARIO-OK
                    SET WS-CALENDARIO-ABIERTO TO TRUE
               WHEN FS-CALENDARIO-NFD
                    DISPLAY '*** ATENCION: NO EXISTE EL CALENDARIO DE '
                            'NEGOCIO ***'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL CALENDARIO DE NEGOCIO'
                    DISPLAY 'FILE STATUS: ' FS-CALENDARIO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR EL MES AAAA-MM Y DEJAR SUS DIAS         *
      *    CALENDARIO EN WS-VF-DIAS-MAX (FEBRERO SEGUN BISIESTO)        *
      *----------------------------------------------------------------*
       1050-VALIDAR-MES.

           SET WS-MES-ES-VALIDO TO TRUE.

           MOVE WS-MES-LISTADO(1:4)           TO WS-VF-ANIO-X.
           MOVE WS-MES-LISTADO(5:1)           TO WS-VF-SEP1.
           MOVE WS-MES-LISTADO(6:2)           TO WS-VF-MES-X.

           IF WS-VF-ANIO-X IS NOT NUMERIC
              OR WS-VF-MES-X IS NOT NUMERIC
              OR WS-VF-SEP1 NOT = '-'
                 SET WS-MES-ES-INVALIDO TO TRUE
                 GO TO 1050-VALIDAR-MES-EXIT
           END-IF.

           MOVE WS-VF-ANIO-X                  TO WS-VF-ANIO.
           MOVE WS-VF-MES-X                   TO WS-VF-MES.

           IF WS-VF-MES < 1 OR WS-VF-MES > 12
              SET WS-MES-ES-INVALIDO TO TRUE
              GO TO 1050-VALIDAR-MES-EXIT
           END-IF.

           PERFORM 1060-CALCULAR-DIAS-DEL-MES
              THRU 1060-CALCULAR-DIAS-DEL-MES-EXIT.

       1050-VALIDAR-MES-EXIT.
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
      *    PROCESO PARA IMPRIMIR EL LISTADO: ENCABEZADO, UNA LINEA POR  *
      *    DIA DEL MES Y EL RESUMEN CON EL VEREDICTO DE MES COMPLETO    *
      *----------------------------------------------------------------*
       2000-IMPRIMIR-LISTADO.

           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE ESTADO DEL MES'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2000-IMPRIMIR-LISTADO-FIN
           END-IF.

           MOVE SPACES TO LIS-linea.
           MOVE 'ESTADO DE CIERRE DE LAS FECHAS DE NEGOCIO - MES '
             TO LIS-linea(1:48).
           MOVE WS-MES-LISTADO TO LIS-linea(49:7).
           MOVE ' - AL ' TO LIS-linea(56:6).
           MOVE WS-FECHA-HOY TO LIS-linea(62:10).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE WS-LINEA-ENCABEZADO TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE ALL '-' TO LIS-linea(1:122).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           PERFORM 2100-IMPRIMIR-UN-DIA
              THRU 2100-IMPRIMIR-UN-DIA-EXIT
             VARYING WS-DIA-INDICE FROM 1 BY 1
               UNTIL WS-DIA-INDICE > WS-VF-DIAS-MAX
                  OR WS-ABORTAR-CORRIDA.

           IF WS-ABORTAR-CORRIDA
              CLOSE LISTADO
              GO TO 2000-IMPRIMIR-LISTADO-FIN
           END-IF.

           MOVE SPACES TO LIS-linea.
           MOVE ALL '-' TO LIS-linea(1:122).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           PERFORM 2300-IMPRIMIR-RESUMEN
              THRU 2300-IMPRIMIR-RESUMEN-EXIT.

           CLOSE LISTADO.

       2000-IMPRIMIR-LISTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA LISTAR UN DIA: LOS DIAS POSTERIORES A HOY NO    *
      *    SE LEEN NI CUENTAN PARA EL VEREDICTO. TODO DIA HASTA HOY     *
      *    QUE NO ESTE CERRADO QUEDA PENDIENTE                         *
      *----------------------------------------------------------------*
       2100-IMPRIMIR-UN-DIA.

           MOVE WS-DIA-INDICE               TO WS-FD-DIA.

           MOVE WS-FECHA-DIA                TO WS-LD-FECHA.
           MOVE SPACES                      TO WS-LD-PRIMER-PROCESO.
           MOVE SPACES                      TO WS-LD-ULTIMO-PROCESO.
           MOVE SPACES                      TO WS-LD-OPERADOR-CIERRE.
           MOVE SPACES                      TO WS-LD-FH-CIERRE.
           MOVE ZEROS                       TO WS-LD-REAPERTURAS.

           IF WS-FECHA-DIA > WS-FECHA-HOY
              MOVE 'FUTURA'                 TO WS-LD-ESTADO
              ADD 1                         TO WS-CANT-FUTURAS
              GO TO 2100-GRABAR-DIA
           END-IF.

           IF NOT WS-CALENDARIO-ABIERTO
              GO TO 2100-DIA-SIN-MOVIMIENTO
           END-IF.

           MOVE WS-FECHA-DIA                TO CAL-FECHA.

           READ CALENDARIO.

           EVALUATE TRUE
               WHEN FS-CALENDARIO-OK
                    CONTINUE
               WHEN FS-CALENDARIO-RNF
                    GO TO 2100-DIA-SIN-MOVIMIENTO
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL CALENDARIO DE NEGOCIO'
                    DISPLAY 'FILE STATUS: ' FS-CALENDARIO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                    GO TO 2100-IMPRIMIR-UN-DIA-EXIT
           END-EVALUATE.

           MOVE CAL-FH-PRIMER-PROCESO       TO WS-LD-PRIMER-PROCESO.
           MOVE CAL-FH-ULTIMO-PROCESO       TO WS-LD-ULTIMO-PROCESO.
           MOVE CAL-OPERADOR-CIERRE         TO WS-LD-OPERADOR-CIERRE.
           MOVE CAL-FH-CIERRE               TO WS-LD-FH-CIERRE.
           MOVE CAL-CANT-REAPERTURAS        TO WS-LD-REAPERTURAS.

           EVALUATE TRUE
               WHEN CAL-CERRADA
                    MOVE 'CERRADA'          TO WS-LD-ESTADO
                    ADD 1                   TO WS-CANT-CERRADAS
               WHEN CAL-REABIERTA
                    MOVE 'REABIERTA'        TO WS-LD-ESTADO
                    ADD 1                   TO WS-CANT-REABIERTAS
                    ADD 1                   TO WS-CANT-PENDIENTES
               WHEN OTHER
                    MOVE 'ABIERTA'          TO WS-LD-ESTADO
                    ADD 1                   TO WS-CANT-ABIERTAS
                    ADD 1                   TO WS-CANT-PENDIENTES
           END-EVALUATE.

           GO TO 2100-GRABAR-DIA.

       2100-DIA-SIN-MOVIMIENTO.

           MOVE 'SIN MOVIMIENTO'            TO WS-LD-ESTADO.
           ADD 1                            TO WS-CANT-SIN-MOVIMIENTO.
           ADD 1                            TO WS-CANT-PENDIENTES.

       2100-GRABAR-DIA.

           MOVE WS-LINEA-DETALLE            TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

      *    UNA FECHA QUE FUE REABIERTA ALGUNA VEZ LLEVA DEBAJO LA
      *    ULTIMA REAPERTURA CON SU MOTIVO
           IF WS-LD-ESTADO NOT = 'FUTURA'
              AND WS-LD-ESTADO NOT = 'SIN MOVIMIENTO'
              AND CAL-CANT-REAPERTURAS > ZEROS
              MOVE SPACES TO LIS-linea
              STRING '             REABIERTA POR '
                                            DELIMITED BY SIZE
                     CAL-OPERADOR-REAPERTURA DELIMITED BY SIZE
                     ' EL '                 DELIMITED BY SIZE
                     CAL-FH-REAPERTURA      DELIMITED BY SIZE
                     ': '                   DELIMITED BY SIZE
                     CAL-MOTIVO-REAPERTURA  DELIMITED BY SIZE
                INTO LIS-linea
              PERFORM 2500-GRABAR-LINEA
                 THRU 2500-GRABAR-LINEA-EXIT
           END-IF.

       2100-IMPRIMIR-UN-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA IMPRIMIR LOS CONTADORES POR ESTADO Y EL         *
      *    VEREDICTO: MES COMPLETO O CANTIDAD DE DIAS PENDIENTES        *
      *----------------------------------------------------------------*
       2300-IMPRIMIR-RESUMEN.

           MOVE WS-CANT-CERRADAS            TO WS-LIS-CANTIDAD.
           MOVE SPACES TO LIS-linea.
           STRING 'DIAS CERRADOS         : ' DELIMITED BY SIZE
                  WS-LIS-CANTIDAD           DELIMITED BY SIZE
             INTO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE WS-CANT-ABIERTAS            TO WS-LIS-CANTIDAD.
           MOVE SPACES TO LIS-linea.
           STRING 'DIAS ABIERTOS         : ' DELIMITED BY SIZE
                  WS-LIS-CANTIDAD           DELIMITED BY SIZE
             INTO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE WS-CANT-REABIERTAS          TO WS-LIS-CANTIDAD.
           MOVE SPACES TO LIS-linea.
           STRING 'DIAS REABIERTOS       : ' DELIMITED BY SIZE
                  WS-LIS-CANTIDAD           DELIMITED BY SIZE
             INTO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE WS-CANT-SIN-MOVIMIENTO      TO WS-LIS-CANTIDAD.
           MOVE SPACES TO LIS-linea.
           STRING 'DIAS SIN MOVIMIENTO   : ' DELIMITED BY SIZE
                  WS-LIS-CANTIDAD           DELIMITED BY SIZE
             INTO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE WS-CANT-FUTURAS             TO WS-LIS-CANTIDAD.
           MOVE SPACES TO LIS-linea.
           STRING 'DIAS POSTERIORES A HOY: ' DELIMITED BY SIZE
                  WS-LIS-CANTIDAD           DELIMITED BY SIZE
             INTO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.

           EVALUATE TRUE
               WHEN WS-CANT-PENDIENTES > ZEROS
                    MOVE WS-CANT-PENDIENTES TO WS-LIS-CANTIDAD
                    STRING '*** MES INCOMPLETO: '
                                            DELIMITED BY SIZE
                           WS-LIS-CANTIDAD  DELIMITED BY SIZE
                           ' DIAS SIN CERRAR, NO LIQUIDAR TODAVIA ***'
                                            DELIMITED BY SIZE
                      INTO LIS-linea
               WHEN WS-CANT-FUTURAS > ZEROS
                    STRING 'MES EN CURSO: TODOS LOS DIAS HASTA HOY '
                           'ESTAN CERRADOS' DELIMITED BY SIZE
                      INTO LIS-linea
               WHEN OTHER
                    MOVE 'MES COMPLETO: TODOS LOS DIAS ESTAN CERRADOS'
                      TO LIS-linea(1:43)
           END-EVALUATE.

           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

       2300-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GRABAR UNA LINEA DEL LISTADO, MOSTRANDOLA       *
      *    TAMBIEN POR CONSOLA                                         *
      *----------------------------------------------------------------*
       2500-GRABAR-LINEA.

           DISPLAY LIS-linea.

           WRITE LIS-ARCHIVO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL GRABAR EL LISTADO DE ESTADO DEL MES'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2500-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CIERRE: AVISO (RETURN CODE 04) SI QUEDAN DIAS SIN CERRAR     *
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-CALENDARIO-ABIERTO
              CLOSE CALENDARIO
           END-IF.

           IF WS-ABORTAR-CORRIDA
              DISPLAY '*** CORRIDA ABORTADA - RETURN CODE '
                       WS-RETORNO ' ***'
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           IF WS-CANT-PENDIENTES > ZEROS
              DISPLAY '*** ATENCION: ' WS-CANT-PENDIENTES
                      ' DIAS DEL MES ' WS-MES-LISTADO
                      ' SIN CERRAR ***'
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

       END PROGRAM CL11EJ15.
