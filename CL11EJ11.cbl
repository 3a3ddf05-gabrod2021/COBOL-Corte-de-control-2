      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: ANTIGUEDAD DEL SUSPENSO Y LISTA DE ESCALAMIENTO
      * Tectonics: cobc
      ******************************************************************
      *    REPORTE DE ANTIGUEDAD DEL ARCHIVO DE SUSPENSO QUE GRABA      *
      *    CL11EJ02 Y MANTIENE CL11EJ03. TOMA LOS RECHAZOS PENDIENTES   *
      *    (ESTADO P) Y LOS LIBERADOS QUE TODAVIA NO SE REPROCESARON    *
      *    (ESTADO L) O QUE ESPERAN LA APROBACION DE UN SUPERVISOR      *
      *    (ESTADO E); LOS YA REPROCESADOS (T) NO RETIENEN NADA.        *
      *    LA ANTIGUEDAD SE MIDE EN DIAS DESDE LA CORRIDA QUE LOS       *
      *    RECHAZO HASTA LA FECHA DE CORTE, EN CUATRO TRAMOS:           *
      *    0-2, 3-7, 8-30 Y MAS DE 30 DIAS, CON CANTIDAD E IMPORTE      *
      *    RETENIDO, CORTADO POR SUCURSAL Y POR CODIGO DE RECHAZO.      *
      *    LOS QUE SUPERAN EL LIMITE DE DIAS DEL ARCHIVO DE PARAMETROS  *
      *    VAN A LA LISTA DE ESCALAMIENTO PARA LOS GERENTES, AGRUPADA   *
      *    POR SUCURSAL.                                                *
      *    RETURN CODE: 04 = EL IMPORTE TOTAL RETENIDO SUPERA EL        *
      *    UMBRAL (AVISO), 12 = SUSPENSO ILEGIBLE O TABLA LLENA,        *
      *    10 = ERROR DE SALIDA                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ11.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT SUSPENSO
           ASSIGN DYNAMIC WS-NOMBRE-SUSPENSO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUSPENSO.
      *----------------------------------------------------------------*
      *    PARAMETROS DEL REPORTE, MANTENIDOS POR OPERACIONES. SI EL    *
      *    ARCHIVO NO EXISTE RIGEN LOS VALORES POR DEFECTO             *
      *----------------------------------------------------------------*
       SELECT PARAM-SUSPENSO
           ASSIGN DYNAMIC WS-NOMBRE-PARAM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAM.
      *----------------------------------------------------------------*
       SELECT LISTADO
           ASSIGN DYNAMIC WS-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.
      *----------------------------------------------------------------*
       SELECT ESCALAMIENTO
           ASSIGN DYNAMIC WS-NOMBRE-ESCALAMIENTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESCALAMIENTO.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    MISMO LAYOUT DEL SUSPENSO QUE GRABA CL11EJ02: REGISTRO
      *    ORIGINAL DEL EXTRACTO + CODIGO DE RECHAZO + FECHA DE LA
      *    CORRIDA QUE LO RECHAZO + ESTADO + DATOS DE LA DEVOLUCION
       FD SUSPENSO.
       01 SUS-ARCHIVO.
          05 SUS-REG-ORIGINAL               PIC X(99).
          05 SUS-COD-RECHAZO                PIC X(04).
          05 SUS-FECHA-PROCESO              PIC X(10).
          05 SUS-ESTADO                     PIC X(01).
             88 SUS-PENDIENTE                   VALUE 'P'.
             88 SUS-LIBERADO                    VALUE 'L'.
             88 SUS-REPROCESADO                 VALUE 'T'.
             88 SUS-EN-APROBACION               VALUE 'E'.
      *    FECHA Y TICKET ORIGINAL DE UNA DEVOLUCION (ULTIMOS 19 BYTES
      *    DEL REGISTRO DEL EXTRACTO). VAN DESPUES DEL ESTADO PARA QUE
      *    LAS FILAS GRABADAS ANTES DE EXISTIR ESTOS CAMPOS SE SIGAN
      *    LEYENDO CON EL MISMO LAYOUT: LLEGAN EN BLANCO, COMO LOS DE
      *    UNA VENTA
          05 SUS-REG-DEVOLUCION             PIC X(19).

      *    DIAS DE ANTIGUEDAD A PARTIR DE LOS CUALES UN RECHAZO SE
      *    ESCALA, E IMPORTE TOTAL RETENIDO QUE DISPARA EL AVISO
       FD PARAM-SUSPENSO.
       01 PRS-ARCHIVO.
          05 PRS-DIAS-ESCALAMIENTO          PIC 9(03).
          05 PRS-UMBRAL-IMPORTE             PIC 9(09)V9(02).

       FD LISTADO.
       01 LIS-ARCHIVO.
          05 LIS-linea                      PIC X(132).

       FD ESCALAMIENTO.
       01 ESC-ARCHIVO.
          05 ESC-linea                      PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-NOMBRE-ARCHIVOS.
          05 WS-FECHA-CORTE            PIC X(10) VALUE SPACES.
          05 WS-NOMBRE-SUSPENSO        PIC X(100)
                                        VALUE '../SUSPENSO.TXT'.
          05 WS-NOMBRE-PARAM           PIC X(100)
                                    VALUE '../PARAM-SUSPENSO.TXT'.
          05 WS-NOMBRE-LISTADO         PIC X(100)
                                 VALUE '../ANTIGUEDAD-SUSPENSO.TXT'.
          05 WS-NOMBRE-ESCALAMIENTO    PIC X(100)
                                 VALUE '../ESCALAMIENTO-SUSPENSO.TXT'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

       01 WS-PARAMETROS-REPORTE.
          05 WS-DIAS-ESCALAMIENTO           PIC 9(03) VALUE 30.
          05 WS-UMBRAL-IMPORTE              PIC 9(09)V9(02)
                                            VALUE 500000,00.

       01 FS-STATUS.
          05 FS-SUSPENSO                    PIC X(2).
             88 FS-SUSPENSO-OK                   VALUE '00'.
             88 FS-SUSPENSO-EOF                  VALUE '10'.
             88 FS-SUSPENSO-NFD                  VALUE '35'.

          05 FS-PARAM                       PIC X(2).
             88 FS-PARAM-OK                      VALUE '00'.
             88 FS-PARAM-EOF                     VALUE '10'.
             88 FS-PARAM-NFD                     VALUE '35'.

          05 FS-LISTADO                     PIC X(2).
             88 FS-LISTADO-OK                    VALUE '00'.
             88 FS-LISTADO-EOF                   VALUE '10'.
             88 FS-LISTADO-NFD                   VALUE '35'.

          05 FS-ESCALAMIENTO                PIC X(2).
             88 FS-ESCALAMIENTO-OK               VALUE '00'.
             88 FS-ESCALAMIENTO-EOF              VALUE '10'.
             88 FS-ESCALAMIENTO-NFD              VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS                  PIC 9(05) VALUE ZEROS.
          05 WS-CANT-RETENIDOS               PIC 9(05) VALUE ZEROS.
          05 WS-CANT-REPROCESADOS            PIC 9(05) VALUE ZEROS.
          05 WS-CANT-FECHA-INVALIDA          PIC 9(05) VALUE ZEROS.
          05 WS-CANT-IMPORTE-INVALIDO        PIC 9(05) VALUE ZEROS.

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
      *    REGISTRO ORIGINAL DEL EXTRACTO GUARDADO EN EL SUSPENSO.      *
      *    LA SUCURSAL Y EL IMPORTE SE TOMAN COMO VINIERON: PUEDEN SER  *
      *    JUSTAMENTE LA CAUSA DEL RECHAZO                             *
      *----------------------------------------------------------------*
       01 WS-REG-SUSPENDIDO.
          05 WS-RS-FECHA                    PIC X(10).
          05 WS-RS-SUCURSAL                 PIC X(03).
          05 WS-RS-NRO-TICKET               PIC X(09).
          05 WS-RS-ID-EMPLEADO              PIC X(05).
          05 WS-RS-NOMBRE-APELLIDO          PIC X(40).
          05 WS-RS-CATEGORIA                PIC X(20).
          05 WS-RS-TIPO-MOVIM               PIC X(01).
          05 WS-RS-IMPORTE                  PIC 9(8)V9(2).
          05 WS-RS-METODO-PAGO              PIC X(01).
          05 WS-RS-DEVOLUCION.
             10 WS-RS-FECHA-ORIGINAL        PIC X(10).
             10 WS-RS-TICKET-ORIGINAL       PIC X(09).

      *----------------------------------------------------------------*
      *    CLASIFICACION DEL RECHAZO EN CURSO. TRAMOS: 1 = 0-2 DIAS,    *
      *    2 = 3-7, 3 = 8-30, 4 = MAS DE 30. LA COLUMNA 5 DE CADA       *
      *    ACUMULADOR ES EL TOTAL DE LA FILA                           *
      *----------------------------------------------------------------*
       01 WS-CLASIFICACION.
          05 WS-CL-DIAS                     PIC 9(04).
          05 WS-CL-TRAMO                    PIC 9(01).
          05 WS-CL-IMPORTE                  PIC 9(8)V9(2).
          05 WS-CL-SERIAL-PROCESO           PIC 9(07).

       01 WS-TOTALES-GENERALES.
          05 WS-TG-TRAMOS.
             10 WS-TG-TRAMO OCCURS 5 TIMES.
                15 WS-TG-CANT               PIC 9(05).
                15 WS-TG-IMPORTE            PIC 9(09)V9(02).

      *----------------------------------------------------------------*
      *    ACUMULADORES POR SUCURSAL, EN ORDEN DE APARICION            *
      *----------------------------------------------------------------*
       01 WS-TABLA-SUCURSALES.
          05 WS-SU-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-SU-INDICE                   PIC 9(03).
          05 WS-SU-INDICE-HALLADO           PIC 9(03).
          05 WS-SW-SU-HALLADA               PIC X(01).
             88 WS-SU-HALLADA                   VALUE 'S'.
          05 WS-SU-ITEM OCCURS 200 TIMES.
             10 WS-SU-SUCURSAL              PIC X(03).
             10 WS-SU-CANT-ESCALADOS        PIC 9(05).
             10 WS-SU-TRAMOS.
                15 WS-SU-TRAMO OCCURS 5 TIMES.
                   20 WS-SU-TR-CANT         PIC 9(05).
                   20 WS-SU-TR-IMPORTE      PIC 9(09)V9(02).

      *----------------------------------------------------------------*
      *    ACUMULADORES POR CODIGO DE RECHAZO (IMP0, EMP0, CAT0, FEC0,  *
      *    DUPL, ETC.), EN ORDEN DE APARICION                          *
      *----------------------------------------------------------------*
       01 WS-TABLA-RECHAZOS.
          05 WS-RC-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-RC-INDICE                   PIC 9(03).
          05 WS-RC-INDICE-HALLADO           PIC 9(03).
          05 WS-SW-RC-HALLADO               PIC X(01).
             88 WS-RC-HALLADO                   VALUE 'S'.
          05 WS-RC-ITEM OCCURS 100 TIMES.
             10 WS-RC-CODIGO                PIC X(04).
             10 WS-RC-TRAMOS.
                15 WS-RC-TRAMO OCCURS 5 TIMES.
                   20 WS-RC-TR-CANT         PIC 9(05).
                   20 WS-RC-TR-IMPORTE      PIC 9(09)V9(02).

      *----------------------------------------------------------------*
      *    RECHAZOS QUE SUPERAN EL LIMITE DE DIAS. EL SUSPENSO NO       *
      *    SUPERA LOS 500 REGISTROS QUE CL11EJ02 CARGA EN MEMORIA      *
      *----------------------------------------------------------------*
       01 WS-TABLA-ESCALAMIENTO.
          05 WS-ES-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-ES-INDICE                   PIC 9(03).
          05 WS-ES-IMPORTE-TOTAL            PIC 9(09)V9(02)
                                            VALUE ZEROS.
          05 WS-ES-ITEM OCCURS 500 TIMES.
             10 WS-ES-SUCURSAL              PIC X(03).
             10 WS-ES-FECHA-PROCESO         PIC X(10).
             10 WS-ES-DIAS                  PIC 9(04).
             10 WS-ES-COD-RECHAZO           PIC X(04).
             10 WS-ES-ESTADO                PIC X(01).
             10 WS-ES-FECHA                 PIC X(10).
             10 WS-ES-NRO-TICKET            PIC X(09).
             10 WS-ES-ID-EMPLEADO           PIC X(05).
             10 WS-ES-IMPORTE               PIC 9(8)V9(2).

      *----------------------------------------------------------------*
      *    AREA DE TRABAJO PARA IMPRIMIR UNA FILA DE TRAMOS            *
      *----------------------------------------------------------------*
       01 WS-TRAMOS-A-IMPRIMIR.
          05 WS-TI-INDICE                   PIC 9(01).
          05 WS-TI-CLAVE                    PIC X(05).
          05 WS-TI-TRAMOS.
             10 WS-TI-TRAMO OCCURS 5 TIMES.
                15 WS-TI-CANT               PIC 9(05).
                15 WS-TI-IMPORTE            PIC 9(09)V9(02).

      *----------------------------------------------------------------*
      *    CALCULO DEL NUMERO DE DIA CORRIDO DE UNA FECHA AAAA-MM-DD    *
      *    (DIAS DESDE EL AÑO 1), IGUAL QUE EN CL11EJ10                *
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
          05 WS-DS-SERIAL-CORTE             PIC 9(07).
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

      *----------------------------------------------------------------*
      *    LINEAS DEL REPORTE DE ANTIGUEDAD: CLAVE (SUCURSAL O CODIGO   *
      *    DE RECHAZO) Y, POR TRAMO Y TOTAL, CANTIDAD E IMPORTE         *
      *----------------------------------------------------------------*
       01 WS-LINEA-TRAMOS.
          05 WS-LT-CLAVE                    PIC X(05).
          05 WS-LT-COLUMNA OCCURS 5 TIMES.
             10 WS-LT-SEPARADOR             PIC X(03).
             10 WS-LT-CANT                  PIC ZZZZ9.
             10 FILLER                      PIC X(01).
             10 WS-LT-IMPORTE               PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-ESCALADO.
          05 WS-LE-FECHA-PROCESO            PIC X(10).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LE-DIAS                     PIC ZZZ9.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LE-COD-RECHAZO              PIC X(04).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LE-ESTADO                   PIC X(01).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LE-FECHA                    PIC X(10).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LE-NRO-TICKET               PIC X(09).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LE-ID-EMPLEADO              PIC X(05).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-LE-IMPORTE                  PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-TOTAL-ESCALADO.
          05 FILLER                         PIC X(18)
                                            VALUE '   RECHAZOS: '.
          05 WS-LTE-CANT                    PIC ZZZZ9.
          05 FILLER                         PIC X(24)
                                      VALUE '   IMPORTE RETENIDO: '.
          05 WS-LTE-IMPORTE                 PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF NOT WS-ABORTAR-CORRIDA
              PERFORM 2000-ANALIZAR-SUSPENSO
                 THRU 2000-ANALIZAR-SUSPENSO-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           MOVE WS-RETORNO TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      *    PARAMETROS: 1 = FECHA DE CORTE AAAA-MM-DD (POR DEFECTO HOY), *
      *    2 = SUSPENSO, 3 = PARAMETROS DEL REPORTE, 4 = REPORTE DE     *
      *    ANTIGUEDAD, 5 = LISTA DE ESCALAMIENTO                       *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-CANT-PARAMETROS FROM ARGUMENT-NUMBER.

           IF WS-CANT-PARAMETROS >= 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT WS-FECHA-CORTE FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-SUSPENSO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 3
              DISPLAY 3 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-PARAM FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 4
              DISPLAY 4 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-LISTADO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 5
              DISPLAY 5 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-ESCALAMIENTO FROM ARGUMENT-VALUE
           END-IF.

      *    SIN FECHA PEDIDA SE MIDE LA ANTIGUEDAD AL DIA DE HOY
           IF WS-FECHA-CORTE = SPACES
              ACCEPT WS-FECHA-HOY-CRUDA FROM DATE YYYYMMDD
              MOVE WS-FHC-ANIO              TO WS-FH-ANIO
              MOVE WS-FHC-MES               TO WS-FH-MES
              MOVE WS-FHC-DIA               TO WS-FH-DIA
              MOVE WS-FECHA-HOY             TO WS-FECHA-CORTE
           END-IF.

           MOVE WS-FECHA-CORTE              TO WS-DS-FECHA.

           PERFORM 2800-CALCULAR-DIA-SERIAL
              THRU 2800-CALCULAR-DIA-SERIAL-EXIT.

           IF WS-DS-SERIAL = ZEROS
              DISPLAY 'FECHA DE CORTE INVALIDA: ' WS-FECHA-CORTE
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE WS-DS-SERIAL                TO WS-DS-SERIAL-CORTE.

           PERFORM 1100-CARGAR-PARAMETROS
              THRU 1100-CARGAR-PARAMETROS-EXIT.

           INITIALIZE WS-TOTALES-GENERALES.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR LOS PARAMETROS DEL REPORTE. CADA CAMPO   *
      *    INVALIDO O EN CERO DEJA SU VALOR POR DEFECTO (30 DIAS Y      *
      *    500.000,00 DE IMPORTE RETENIDO)                             *
      *----------------------------------------------------------------*
       1100-CARGAR-PARAMETROS.

           OPEN INPUT PARAM-SUSPENSO.

           EVALUATE TRUE
               WHEN FS-PARAM-OK
                    READ PARAM-SUSPENSO
                    IF FS-PARAM-OK
                       IF PRS-DIAS-ESCALAMIENTO IS NUMERIC
                          AND PRS-DIAS-ESCALAMIENTO NOT = ZEROS
                          MOVE PRS-DIAS-ESCALAMIENTO TO
                               WS-DIAS-ESCALAMIENTO
                       END-IF
                       IF PRS-UMBRAL-IMPORTE IS NUMERIC
                          AND PRS-UMBRAL-IMPORTE NOT = ZEROS
                          MOVE PRS-UMBRAL-IMPORTE TO WS-UMBRAL-IMPORTE
                       END-IF
                    END-IF
                    CLOSE PARAM-SUSPENSO
               WHEN FS-PARAM-NFD
                    DISPLAY 'SIN ARCHIVO DE PARAMETROS DEL SUSPENSO, '
                            'RIGEN LOS VALORES POR DEFECTO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LOS PARAMETROS DEL '
                            'SUSPENSO'
                    DISPLAY 'FILE STATUS: ' FS-PARAM
           END-EVALUATE.

           DISPLAY 'DIAS PARA ESCALAR UN RECHAZO: '
                    WS-DIAS-ESCALAMIENTO.
           DISPLAY 'UMBRAL DE IMPORTE RETENIDO:   '
                    WS-UMBRAL-IMPORTE.

       1100-CARGAR-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PRINCIPAL: SE LEE TODO EL SUSPENSO CLASIFICANDO LO   *
      *    RETENIDO Y SE IMPRIMEN EL REPORTE Y LA LISTA DE              *
      *    ESCALAMIENTO. SIN ARCHIVO DE SUSPENSO NO HAY NADA RETENIDO   *
      *    Y LOS DOS LISTADOS SALEN SOLO CON SUS TOTALES EN CERO        *
      *----------------------------------------------------------------*
       2000-ANALIZAR-SUSPENSO.

           OPEN INPUT SUSPENSO.

           EVALUATE TRUE
               WHEN FS-SUSPENSO-OK
                    PERFORM 2100-LEER-UN-SUSPENSO
                       THRU 2100-LEER-UN-SUSPENSO-EXIT
                      UNTIL FS-SUSPENSO-EOF
                         OR WS-ABORTAR-CORRIDA
                    CLOSE SUSPENSO
               WHEN FS-SUSPENSO-NFD
                    DISPLAY 'NO EXISTE EL ARCHIVO DE SUSPENSO: NO HAY '
                            'RECHAZOS RETENIDOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUSPENSO'
                    DISPLAY 'FILE STATUS: ' FS-SUSPENSO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

           IF WS-ABORTAR-CORRIDA
              GO TO 2000-ANALIZAR-SUSPENSO-FIN
           END-IF.

           PERFORM 2600-IMPRIMIR-ANTIGUEDAD
              THRU 2600-IMPRIMIR-ANTIGUEDAD-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 2000-ANALIZAR-SUSPENSO-FIN
           END-IF.

           PERFORM 2700-IMPRIMIR-ESCALAMIENTO
              THRU 2700-IMPRIMIR-ESCALAMIENTO-EXIT.

       2000-ANALIZAR-SUSPENSO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-UN-SUSPENSO.

           READ SUSPENSO.

           EVALUATE TRUE
               WHEN FS-SUSPENSO-OK
                    ADD 1                   TO WS-CANT-LEIDOS
                    IF SUS-PENDIENTE OR SUS-LIBERADO
                       OR SUS-EN-APROBACION
                       PERFORM 2200-CLASIFICAR-RECHAZO
                          THRU 2200-CLASIFICAR-RECHAZO-EXIT
                    ELSE
                       ADD 1                TO WS-CANT-REPROCESADOS
                    END-IF
               WHEN FS-SUSPENSO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE SUSPENSO'
                    DISPLAY 'FILE STATUS: ' FS-SUSPENSO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       2100-LEER-UN-SUSPENSO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CLASIFICAR UN RECHAZO RETENIDO: ANTIGUEDAD,     *
      *    TRAMO E IMPORTE, Y ACUMULACION EN LOS TOTALES, EN SU         *
      *    SUCURSAL Y EN SU CODIGO DE RECHAZO. UNA FECHA DE CORRIDA     *
      *    ILEGIBLE SE TRATA COMO LA MAS VIEJA PARA QUE NO SE PIERDA    *
      *    DE VISTA; UN IMPORTE ILEGIBLE (RECHAZO IMP0) RETIENE CERO    *
      *----------------------------------------------------------------*
       2200-CLASIFICAR-RECHAZO.

           ADD 1                            TO WS-CANT-RETENIDOS.
           MOVE SUS-REG-ORIGINAL            TO WS-REG-SUSPENDIDO.
           MOVE SUS-REG-DEVOLUCION          TO WS-RS-DEVOLUCION.

           MOVE SUS-FECHA-PROCESO           TO WS-DS-FECHA.

           PERFORM 2800-CALCULAR-DIA-SERIAL
              THRU 2800-CALCULAR-DIA-SERIAL-EXIT.

           MOVE WS-DS-SERIAL                TO WS-CL-SERIAL-PROCESO.

           EVALUATE TRUE
               WHEN WS-CL-SERIAL-PROCESO = ZEROS
                    ADD 1                   TO WS-CANT-FECHA-INVALIDA
                    MOVE 9999               TO WS-CL-DIAS
               WHEN WS-CL-SERIAL-PROCESO > WS-DS-SERIAL-CORTE
                    MOVE ZEROS              TO WS-CL-DIAS
               WHEN OTHER
                    COMPUTE WS-CL-DIAS = WS-DS-SERIAL-CORTE -
                                         WS-CL-SERIAL-PROCESO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-CL-DIAS <= 2
                    MOVE 1                  TO WS-CL-TRAMO
               WHEN WS-CL-DIAS <= 7
                    MOVE 2                  TO WS-CL-TRAMO
               WHEN WS-CL-DIAS <= 30
                    MOVE 3                  TO WS-CL-TRAMO
               WHEN OTHER
                    MOVE 4                  TO WS-CL-TRAMO
           END-EVALUATE.

           IF WS-RS-IMPORTE IS NUMERIC
              MOVE WS-RS-IMPORTE            TO WS-CL-IMPORTE
           ELSE
              ADD 1                         TO WS-CANT-IMPORTE-INVALIDO
              MOVE ZEROS                    TO WS-CL-IMPORTE
           END-IF.

           ADD 1             TO WS-TG-CANT(WS-CL-TRAMO).
           ADD WS-CL-IMPORTE TO WS-TG-IMPORTE(WS-CL-TRAMO).
           ADD 1             TO WS-TG-CANT(5).
           ADD WS-CL-IMPORTE TO WS-TG-IMPORTE(5).

           PERFORM 2300-ACUMULAR-SUCURSAL
              THRU 2300-ACUMULAR-SUCURSAL-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 2200-CLASIFICAR-RECHAZO-EXIT
           END-IF.

           PERFORM 2350-ACUMULAR-RECHAZO
              THRU 2350-ACUMULAR-RECHAZO-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 2200-CLASIFICAR-RECHAZO-EXIT
           END-IF.

           IF WS-CL-DIAS > WS-DIAS-ESCALAMIENTO
              PERFORM 2400-AGREGAR-ESCALADO
                 THRU 2400-AGREGAR-ESCALADO-EXIT
           END-IF.

       2200-CLASIFICAR-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-ACUMULAR-SUCURSAL.

           MOVE 'N'                         TO WS-SW-SU-HALLADA.
           MOVE ZEROS                       TO WS-SU-INDICE-HALLADO.

           PERFORM 2310-COMPARAR-SUCURSAL
              THRU 2310-COMPARAR-SUCURSAL-EXIT
             VARYING WS-SU-INDICE FROM 1 BY 1
               UNTIL WS-SU-INDICE > WS-SU-CANT
                  OR WS-SU-HALLADA.

           IF NOT WS-SU-HALLADA
              IF WS-SU-CANT < 200
                 ADD 1                      TO WS-SU-CANT
                 MOVE WS-SU-CANT            TO WS-SU-INDICE-HALLADO
                 MOVE WS-RS-SUCURSAL        TO
                         WS-SU-SUCURSAL(WS-SU-CANT)
                 MOVE ZEROS                 TO
                         WS-SU-CANT-ESCALADOS(WS-SU-CANT)
                 INITIALIZE WS-SU-TRAMOS(WS-SU-CANT)
              ELSE
                 DISPLAY '*** ATENCION: TABLA DE SUCURSALES LLENA ***'
                 MOVE 12 TO WS-SEV-CODIGO
                 PERFORM 9000-REGISTRAR-ERROR-FATAL
                    THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                 GO TO 2300-ACUMULAR-SUCURSAL-EXIT
              END-IF
           END-IF.

           ADD 1             TO
                   WS-SU-TR-CANT(WS-SU-INDICE-HALLADO, WS-CL-TRAMO).
           ADD WS-CL-IMPORTE TO
                   WS-SU-TR-IMPORTE(WS-SU-INDICE-HALLADO, WS-CL-TRAMO).
           ADD 1             TO
                   WS-SU-TR-CANT(WS-SU-INDICE-HALLADO, 5).
           ADD WS-CL-IMPORTE TO
                   WS-SU-TR-IMPORTE(WS-SU-INDICE-HALLADO, 5).

       2300-ACUMULAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-COMPARAR-SUCURSAL.

           IF WS-SU-SUCURSAL(WS-SU-INDICE) = WS-RS-SUCURSAL
              SET WS-SU-HALLADA TO TRUE
              MOVE WS-SU-INDICE             TO WS-SU-INDICE-HALLADO
           END-IF.

       2310-COMPARAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-ACUMULAR-RECHAZO.

           MOVE 'N'                         TO WS-SW-RC-HALLADO.
           MOVE ZEROS                       TO WS-RC-INDICE-HALLADO.

           PERFORM 2360-COMPARAR-RECHAZO
              THRU 2360-COMPARAR-RECHAZO-EXIT
             VARYING WS-RC-INDICE FROM 1 BY 1
               UNTIL WS-RC-INDICE > WS-RC-CANT
                  OR WS-RC-HALLADO.

           IF NOT WS-RC-HALLADO
              IF WS-RC-CANT < 100
                 ADD 1                      TO WS-RC-CANT
                 MOVE WS-RC-CANT            TO WS-RC-INDICE-HALLADO
                 MOVE SUS-COD-RECHAZO       TO
                         WS-RC-CODIGO(WS-RC-CANT)
                 INITIALIZE WS-RC-TRAMOS(WS-RC-CANT)
              ELSE
                 DISPLAY '*** ATENCION: TABLA DE CODIGOS DE RECHAZO '
                         'LLENA ***'
                 MOVE 12 TO WS-SEV-CODIGO
                 PERFORM 9000-REGISTRAR-ERROR-FATAL
                    THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                 GO TO 2350-ACUMULAR-RECHAZO-EXIT
              END-IF
           END-IF.

           ADD 1             TO
                   WS-RC-TR-CANT(WS-RC-INDICE-HALLADO, WS-CL-TRAMO).
           ADD WS-CL-IMPORTE TO
                   WS-RC-TR-IMPORTE(WS-RC-INDICE-HALLADO, WS-CL-TRAMO).
           ADD 1             TO
                   WS-RC-TR-CANT(WS-RC-INDICE-HALLADO, 5).
           ADD WS-CL-IMPORTE TO
                   WS-RC-TR-IMPORTE(WS-RC-INDICE-HALLADO, 5).

       2350-ACUMULAR-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2360-COMPARAR-RECHAZO.

           IF WS-RC-CODIGO(WS-RC-INDICE) = SUS-COD-RECHAZO
              SET WS-RC-HALLADO TO TRUE
              MOVE WS-RC-INDICE             TO WS-RC-INDICE-HALLADO
           END-IF.

       2360-COMPARAR-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ANOTAR UN RECHAZO QUE SUPERO EL LIMITE DE DIAS  *
      *    EN LA LISTA DE ESCALAMIENTO, CONTANDOLO EN SU SUCURSAL       *
      *----------------------------------------------------------------*
       2400-AGREGAR-ESCALADO.

           IF WS-ES-CANT NOT < 500
              DISPLAY '*** ATENCION: TABLA DE ESCALAMIENTO LLENA ***'
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2400-AGREGAR-ESCALADO-EXIT
           END-IF.

           ADD 1                            TO WS-ES-CANT.
           ADD WS-CL-IMPORTE                TO WS-ES-IMPORTE-TOTAL.
           ADD 1                            TO
                   WS-SU-CANT-ESCALADOS(WS-SU-INDICE-HALLADO).

           MOVE WS-RS-SUCURSAL      TO WS-ES-SUCURSAL(WS-ES-CANT).
           MOVE SUS-FECHA-PROCESO   TO WS-ES-FECHA-PROCESO(WS-ES-CANT).
           MOVE WS-CL-DIAS          TO WS-ES-DIAS(WS-ES-CANT).
           MOVE SUS-COD-RECHAZO     TO WS-ES-COD-RECHAZO(WS-ES-CANT).
           MOVE SUS-ESTADO          TO WS-ES-ESTADO(WS-ES-CANT).
           MOVE WS-RS-FECHA         TO WS-ES-FECHA(WS-ES-CANT).
           MOVE WS-RS-NRO-TICKET    TO WS-ES-NRO-TICKET(WS-ES-CANT).
           MOVE WS-RS-ID-EMPLEADO   TO WS-ES-ID-EMPLEADO(WS-ES-CANT).
           MOVE WS-CL-IMPORTE       TO WS-ES-IMPORTE(WS-ES-CANT).

       2400-AGREGAR-ESCALADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GRABAR UNA LINEA DEL REPORTE DE ANTIGUEDAD,     *
      *    MOSTRANDOLA TAMBIEN POR CONSOLA                             *
      *----------------------------------------------------------------*
       2500-GRABAR-LINEA.

           DISPLAY LIS-linea.

           WRITE LIS-ARCHIVO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE ANTIGUEDAD'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2500-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GRABAR UNA LINEA DE LA LISTA DE ESCALAMIENTO    *
      *----------------------------------------------------------------*
       2550-GRABAR-LINEA-ESCALAMIENTO.

           WRITE ESC-ARCHIVO.

           IF NOT FS-ESCALAMIENTO-OK
              DISPLAY 'ERROR AL GRABAR LA LISTA DE ESCALAMIENTO'
              DISPLAY 'FILE STATUS: ' FS-ESCALAMIENTO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2550-GRABAR-LINEA-ESCALAMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA IMPRIMIR EL REPORTE DE ANTIGUEDAD: UNA SECCION  *
      *    POR SUCURSAL, OTRA POR CODIGO DE RECHAZO Y EL TOTAL GENERAL  *
      *----------------------------------------------------------------*
       2600-IMPRIMIR-ANTIGUEDAD.

           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE ANTIGUEDAD'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2600-IMPRIMIR-ANTIGUEDAD-EXIT
           END-IF.

           MOVE SPACES TO LIS-linea.
           MOVE 'ANTIGUEDAD DEL SUSPENSO (PENDIENTES, LIBERADOS Y EN '
             TO LIS-linea(1:52).
           MOVE 'APROBACION) AL ' TO LIS-linea(53:15).
           MOVE WS-FECHA-CORTE TO LIS-linea(68:10).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           PERFORM 2690-IMPRIMIR-ENCABEZADO
              THRU 2690-IMPRIMIR-ENCABEZADO-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE '1. POR SUCURSAL' TO LIS-linea(1:15).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           PERFORM 2650-IMPRIMIR-UNA-SUCURSAL
              THRU 2650-IMPRIMIR-UNA-SUCURSAL-EXIT
             VARYING WS-SU-INDICE FROM 1 BY 1
               UNTIL WS-SU-INDICE > WS-SU-CANT.

           MOVE SPACES TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE '2. POR CODIGO DE RECHAZO' TO LIS-linea(1:24).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           PERFORM 2660-IMPRIMIR-UN-RECHAZO
              THRU 2660-IMPRIMIR-UN-RECHAZO-EXIT
             VARYING WS-RC-INDICE FROM 1 BY 1
               UNTIL WS-RC-INDICE > WS-RC-CANT.

           MOVE SPACES TO LIS-linea.
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE WS-TG-TRAMOS                TO WS-TI-TRAMOS.
           MOVE 'TOTAL'                     TO WS-TI-CLAVE.
           PERFORM 2670-ARMAR-LINEA-TRAMOS
              THRU 2670-ARMAR-LINEA-TRAMOS-EXIT.

           CLOSE LISTADO.

       2600-IMPRIMIR-ANTIGUEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-IMPRIMIR-UNA-SUCURSAL.

           MOVE WS-SU-TRAMOS(WS-SU-INDICE)  TO WS-TI-TRAMOS.
           MOVE WS-SU-SUCURSAL(WS-SU-INDICE) TO WS-TI-CLAVE.

           PERFORM 2670-ARMAR-LINEA-TRAMOS
              THRU 2670-ARMAR-LINEA-TRAMOS-EXIT.

       2650-IMPRIMIR-UNA-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2660-IMPRIMIR-UN-RECHAZO.

           MOVE WS-RC-TRAMOS(WS-RC-INDICE)  TO WS-TI-TRAMOS.
           MOVE WS-RC-CODIGO(WS-RC-INDICE)  TO WS-TI-CLAVE.

           PERFORM 2670-ARMAR-LINEA-TRAMOS
              THRU 2670-ARMAR-LINEA-TRAMOS-EXIT.

       2660-IMPRIMIR-UN-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LA FILA A IMPRIMIR, CON SU CLAVE, LLEGA EN                   *
      *    WS-TRAMOS-A-IMPRIMIR                                        *
      *----------------------------------------------------------------*
       2670-ARMAR-LINEA-TRAMOS.

           MOVE SPACES                      TO WS-LINEA-TRAMOS.
           MOVE WS-TI-CLAVE                 TO WS-LT-CLAVE.

           PERFORM 2680-EDITAR-UN-TRAMO
              THRU 2680-EDITAR-UN-TRAMO-EXIT
             VARYING WS-TI-INDICE FROM 1 BY 1
               UNTIL WS-TI-INDICE > 5.

           MOVE WS-LINEA-TRAMOS             TO LIS-linea.

           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

       2670-ARMAR-LINEA-TRAMOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2680-EDITAR-UN-TRAMO.

           MOVE ' | '            TO WS-LT-SEPARADOR(WS-TI-INDICE).
           MOVE WS-TI-CANT(WS-TI-INDICE)
                                 TO WS-LT-CANT(WS-TI-INDICE).
           MOVE WS-TI-IMPORTE(WS-TI-INDICE)
                                 TO WS-LT-IMPORTE(WS-TI-INDICE).

       2680-EDITAR-UN-TRAMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2690-IMPRIMIR-ENCABEZADO.

           MOVE SPACES TO LIS-linea.
           MOVE ' |      0 A 2 DIAS'     TO LIS-linea(6:23).
           MOVE ' |      3 A 7 DIAS'     TO LIS-linea(29:23).
           MOVE ' |     8 A 30 DIAS'     TO LIS-linea(52:23).
           MOVE ' |  MAS DE 30 DIAS'     TO LIS-linea(75:23).
           MOVE ' |  TOTAL RETENIDO'     TO LIS-linea(98:23).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE 'CLAVE' TO LIS-linea(1:5).
           MOVE ' |  CANT        IMPORTE' TO LIS-linea(6:23).
           MOVE ' |  CANT        IMPORTE' TO LIS-linea(29:23).
           MOVE ' |  CANT        IMPORTE' TO LIS-linea(52:23).
           MOVE ' |  CANT        IMPORTE' TO LIS-linea(75:23).
           MOVE ' |  CANT        IMPORTE' TO LIS-linea(98:23).
           PERFORM 2500-GRABAR-LINEA
              THRU 2500-GRABAR-LINEA-EXIT.

       2690-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA IMPRIMIR LA LISTA DE ESCALAMIENTO, AGRUPADA     *
      *    POR SUCURSAL PARA REPARTIRLA A CADA GERENTE                 *
      *----------------------------------------------------------------*
       2700-IMPRIMIR-ESCALAMIENTO.

           OPEN OUTPUT ESCALAMIENTO.

           IF NOT FS-ESCALAMIENTO-OK
              DISPLAY 'ERROR AL ABRIR LA LISTA DE ESCALAMIENTO'
              DISPLAY 'FILE STATUS: ' FS-ESCALAMIENTO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2700-IMPRIMIR-ESCALAMIENTO-EXIT
           END-IF.

           MOVE SPACES TO ESC-linea.
           MOVE 'RECHAZOS EN SUSPENSO CON MAS DE ' TO ESC-linea(1:32).
           MOVE WS-DIAS-ESCALAMIENTO TO ESC-linea(33:3).
           MOVE ' DIAS AL ' TO ESC-linea(36:9).
           MOVE WS-FECHA-CORTE TO ESC-linea(45:10).
           PERFORM 2550-GRABAR-LINEA-ESCALAMIENTO
              THRU 2550-GRABAR-LINEA-ESCALAMIENTO-EXIT.

           MOVE SPACES TO ESC-linea.
           MOVE 'CORRIDA    | DIAS | COD  | E | FECHA      | '
             TO ESC-linea(1:44).
           MOVE 'TICKET    | EMPL  |       IMPORTE'
             TO ESC-linea(45:33).
           PERFORM 2550-GRABAR-LINEA-ESCALAMIENTO
              THRU 2550-GRABAR-LINEA-ESCALAMIENTO-EXIT.

           PERFORM 2750-IMPRIMIR-SUCURSAL-ESCALADA
              THRU 2750-IMPRIMIR-SUCURSAL-ESCALADA-EXIT
             VARYING WS-SU-INDICE FROM 1 BY 1
               UNTIL WS-SU-INDICE > WS-SU-CANT
                  OR WS-ABORTAR-CORRIDA.

           MOVE SPACES TO ESC-linea.
           MOVE 'TOTAL A ESCALAR' TO ESC-linea(1:15).
           PERFORM 2550-GRABAR-LINEA-ESCALAMIENTO
              THRU 2550-GRABAR-LINEA-ESCALAMIENTO-EXIT.
           MOVE WS-ES-CANT                  TO WS-LTE-CANT.
           MOVE WS-ES-IMPORTE-TOTAL         TO WS-LTE-IMPORTE.
           MOVE WS-LINEA-TOTAL-ESCALADO     TO ESC-linea.
           PERFORM 2550-GRABAR-LINEA-ESCALAMIENTO
              THRU 2550-GRABAR-LINEA-ESCALAMIENTO-EXIT.

           CLOSE ESCALAMIENTO.

       2700-IMPRIMIR-ESCALAMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2750-IMPRIMIR-SUCURSAL-ESCALADA.

           IF WS-SU-CANT-ESCALADOS(WS-SU-INDICE) = ZEROS
              GO TO 2750-IMPRIMIR-SUCURSAL-ESCALADA-EXIT
           END-IF.

           MOVE SPACES TO ESC-linea.
           MOVE 'SUCURSAL ' TO ESC-linea(1:9).
           MOVE WS-SU-SUCURSAL(WS-SU-INDICE) TO ESC-linea(10:3).
           PERFORM 2550-GRABAR-LINEA-ESCALAMIENTO
              THRU 2550-GRABAR-LINEA-ESCALAMIENTO-EXIT.

           MOVE ZEROS                       TO WS-LTE-IMPORTE.
           MOVE ZEROS                       TO WS-CL-IMPORTE.

           PERFORM 2760-IMPRIMIR-UN-ESCALADO
              THRU 2760-IMPRIMIR-UN-ESCALADO-EXIT
             VARYING WS-ES-INDICE FROM 1 BY 1
               UNTIL WS-ES-INDICE > WS-ES-CANT.

           MOVE WS-SU-CANT-ESCALADOS(WS-SU-INDICE) TO WS-LTE-CANT.
           MOVE WS-CL-IMPORTE               TO WS-LTE-IMPORTE.
           MOVE WS-LINEA-TOTAL-ESCALADO     TO ESC-linea.
           PERFORM 2550-GRABAR-LINEA-ESCALAMIENTO
              THRU 2550-GRABAR-LINEA-ESCALAMIENTO-EXIT.

           MOVE SPACES TO ESC-linea.
           PERFORM 2550-GRABAR-LINEA-ESCALAMIENTO
              THRU 2550-GRABAR-LINEA-ESCALAMIENTO-EXIT.

       2750-IMPRIMIR-SUCURSAL-ESCALADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    WS-CL-IMPORTE ACUMULA AQUI EL SUBTOTAL DE LA SUCURSAL        *
      *----------------------------------------------------------------*
       2760-IMPRIMIR-UN-ESCALADO.

           IF WS-ES-SUCURSAL(WS-ES-INDICE) NOT =
              WS-SU-SUCURSAL(WS-SU-INDICE)
              GO TO 2760-IMPRIMIR-UN-ESCALADO-EXIT
           END-IF.

           ADD WS-ES-IMPORTE(WS-ES-INDICE)  TO WS-CL-IMPORTE.

           MOVE WS-ES-FECHA-PROCESO(WS-ES-INDICE)
                                             TO WS-LE-FECHA-PROCESO.
           MOVE WS-ES-DIAS(WS-ES-INDICE)    TO WS-LE-DIAS.
           MOVE WS-ES-COD-RECHAZO(WS-ES-INDICE)
                                             TO WS-LE-COD-RECHAZO.
           MOVE WS-ES-ESTADO(WS-ES-INDICE)  TO WS-LE-ESTADO.
           MOVE WS-ES-FECHA(WS-ES-INDICE)   TO WS-LE-FECHA.
           MOVE WS-ES-NRO-TICKET(WS-ES-INDICE)
                                             TO WS-LE-NRO-TICKET.
           MOVE WS-ES-ID-EMPLEADO(WS-ES-INDICE)
                                             TO WS-LE-ID-EMPLEADO.
           MOVE WS-ES-IMPORTE(WS-ES-INDICE) TO WS-LE-IMPORTE.

           MOVE WS-LINEA-ESCALADO           TO ESC-linea.

           PERFORM 2550-GRABAR-LINEA-ESCALAMIENTO
              THRU 2550-GRABAR-LINEA-ESCALAMIENTO-EXIT.

       2760-IMPRIMIR-UN-ESCALADO-EXIT.
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
      *    CIERRE: RESUMEN POR CONSOLA Y AVISO (RETURN CODE 04) SI EL   *
      *    IMPORTE TOTAL RETENIDO EN EL SUSPENSO SUPERA EL UMBRAL, PARA *
      *    QUE EL TURNO NOCHE LO VEA                                   *
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-ABORTAR-CORRIDA
              DISPLAY '*** CORRIDA ABORTADA - RETURN CODE '
                       WS-RETORNO ' ***'
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           DISPLAY 'REGISTROS DEL SUSPENSO LEIDOS: ' WS-CANT-LEIDOS.
           DISPLAY 'YA REPROCESADOS (NO RETIENEN): '
                    WS-CANT-REPROCESADOS.
           DISPLAY 'RETENIDOS (P, L Y E):          ' WS-CANT-RETENIDOS.
           DISPLAY 'CON FECHA DE CORRIDA INVALIDA: '
                    WS-CANT-FECHA-INVALIDA.
           DISPLAY 'CON IMPORTE INVALIDO:          '
                    WS-CANT-IMPORTE-INVALIDO.
           DISPLAY 'A ESCALAR:                     ' WS-ES-CANT.
           DISPLAY 'IMPORTE TOTAL RETENIDO:        '
                    WS-TG-IMPORTE(5).

           IF WS-TG-IMPORTE(5) > WS-UMBRAL-IMPORTE
              DISPLAY '*** ATENCION: EL IMPORTE RETENIDO EN EL '
                      'SUSPENSO SUPERA EL UMBRAL DE '
                       WS-UMBRAL-IMPORTE ' ***'
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

       END PROGRAM CL11EJ11.
