      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CONSULTA INTERACTIVA DEL HISTORICO DE VENTAS
      * Tectonics: cobc
      ******************************************************************
      *    CONSULTA DE LOS TOTALES DIARIOS POR CATEGORIA QUE GUARDA    *
      *    CL11EJ02, SIN QUE EL OPERADOR TENGA QUE SABER DONDE ESTAN:  *
      *    LOS AÑOS EN LINEA SE LEEN DEL MAESTRO HISTORICO INDEXADO Y  *
      *    LOS AÑOS YA PASADOS POR CL11EJ07 DE SU ARCHIVO DE TEXTO     *
      *    ANUAL. PARA CADA AÑO DEL PERIODO SE LEE PRIMERO EL ARCHIVO  *
      *    ANUAL (SI EXISTE) Y DESPUES LO QUE QUEDE EN EL MAESTRO;     *
      *    COMO CL11EJ07 GRABA LA COPIA ANTES DE BORRAR, UNA FILA      *
      *    REPETIDA EN AMBOS LADOS LLEGA SEGUIDA Y SE CUENTA UNA VEZ.  *
      *    OPCIONES:                                                   *
      *       D = TOTALES DIARIOS Y MENSUALES DE UN PERIODO (PANTALLA) *
      *       C = COMPARATIVO DE DOS PERIODOS CUALESQUIERA POR         *
      *           CATEGORIA, LADO A LADO, QUE ADEMAS SE GRABA EN EL    *
      *           LISTADO IMPRIMIBLE                                   *
      *    EN AMBAS SE PUEDE FILTRAR UNA CATEGORIA (ENTER = TODAS).    *
      *    ES SOLO DE CONSULTA: NO ACTUALIZA NINGUN ARCHIVO            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ16.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT HISTORIA
           ASSIGN DYNAMIC WS-NOMBRE-HISTORIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS FS-HISTORIA.
      *----------------------------------------------------------------*
      *    ARCHIVO DE TEXTO DE UN AÑO CERRADO QUE DEJA CL11EJ07: SE     *
      *    ABRE UNO POR CADA AÑO DEL PERIODO CONSULTADO. SI NO EXISTE,  *
      *    EL AÑO TODAVIA ESTA ENTERO EN EL MAESTRO                     *
      *----------------------------------------------------------------*
       SELECT ARCHIVO-ANIO
           ASSIGN DYNAMIC WS-NOMBRE-ARCHIVO-ANIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHIVO-ANIO.
      *----------------------------------------------------------------*
       SELECT LISTADO
           ASSIGN DYNAMIC WS-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    MISMO LAYOUT DEL MAESTRO HISTORICO QUE USA CL11EJ02
       FD HISTORIA.
       01 HIS-ARCHIVO.
          05 HIS-CLAVE.
             10 HIS-FECHA                   PIC X(10).
             10 HIS-CATEGORIA               PIC X(20).
          05 HIS-CANTIDAD                   PIC 9(05).
          05 HIS-IMPORTE                    PIC S9(9)V9(2)
                                            SIGN LEADING SEPARATE.

      *    MISMO LAYOUT DEL ARCHIVO ANUAL QUE GRABA CL11EJ07
       FD ARCHIVO-ANIO.
       01 ARA-ARCHIVO.
          05 ARA-FECHA                      PIC X(10).
          05 ARA-CATEGORIA                  PIC X(20).
          05 ARA-CANTIDAD                   PIC 9(05).
          05 ARA-IMPORTE                    PIC S9(9)V9(2)
                                            SIGN LEADING SEPARATE.

       FD LISTADO.
       01 LIS-ARCHIVO.
          05 LIS-linea                      PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-NOMBRE-ARCHIVOS.
          05 WS-NOMBRE-HISTORIA        PIC X(100)
                                        VALUE '../HISTORIA.IDX'.
          05 WS-PREFIJO-ARCHIVO        PIC X(60)
                                        VALUE '../HISTORIA-'.
          05 WS-NOMBRE-ARCHIVO-ANIO    PIC X(100).
          05 WS-NOMBRE-LISTADO         PIC X(100)
                               VALUE '../COMPARATIVO-HISTORIA.TXT'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

       01 FS-STATUS.
          05 FS-HISTORIA                    PIC X(2).
             88 FS-HISTORIA-OK                   VALUE '00'.
             88 FS-HISTORIA-EOF                  VALUE '10'.
             88 FS-HISTORIA-RNF                  VALUE '23'.
             88 FS-HISTORIA-NFD                  VALUE '35'.

          05 FS-ARCHIVO-ANIO                PIC X(2).
             88 FS-ARCHIVO-ANIO-OK               VALUE '00'.
             88 FS-ARCHIVO-ANIO-EOF              VALUE '10'.
             88 FS-ARCHIVO-ANIO-NFD              VALUE '35'.

          05 FS-LISTADO                     PIC X(2).
             88 FS-LISTADO-OK                    VALUE '00'.
             88 FS-LISTADO-EOF                   VALUE '10'.
             88 FS-LISTADO-NFD                   VALUE '35'.

       01 WS-SWITCHES.
          05 WS-SW-FIN-SESION                PIC X(01) VALUE 'N'.
             88 WS-FIN-SESION                    VALUE 'S'.
          05 WS-SW-DATO-VALIDO               PIC X(01) VALUE 'S'.
             88 WS-DATO-ES-VALIDO                VALUE 'S'.
             88 WS-DATO-ES-INVALIDO              VALUE 'N'.
          05 WS-SW-HISTORIA-ABIERTA          PIC X(01) VALUE 'N'.
             88 WS-HISTORIA-ABIERTA              VALUE 'S'.
          05 WS-SW-FIN-LECTURA               PIC X(01) VALUE 'N'.
             88 WS-FIN-LECTURA                   VALUE 'S'.
      *    UNA FUENTE ILEGIBLE NO CORTA LA CONSULTA, PERO EL RESULTADO
      *    SE INFORMA COMO INCOMPLETO
          05 WS-SW-LECTURA-INCOMPLETA        PIC X(01) VALUE 'N'.
             88 WS-LECTURA-INCOMPLETA            VALUE 'S'.
          05 WS-SW-TABLA-LLENA               PIC X(01) VALUE 'N'.
             88 WS-TABLA-LLENA                   VALUE 'S'.
          05 WS-SW-CAT-HALLADA               PIC X(01) VALUE 'N'.
             88 WS-CAT-HALLADA                   VALUE 'S'.

       01 WS-OPCIONES.
          05 WS-OPCION-MENU                  PIC X(01).
          05 WS-VALOR-INGRESADO              PIC X(60).
          05 WS-FECHA-A-VALIDAR              PIC X(10).

      *    PERIODOS PEDIDOS AL OPERADOR Y FILTRO DE CATEGORIA. EL
      *    PERIODO A ES EL UNICO QUE USA LA CONSULTA DIARIA
       01 WS-PERIODOS.
          05 WS-PER-A-DESDE                  PIC X(10).
          05 WS-PER-A-HASTA                  PIC X(10).
          05 WS-PER-B-DESDE                  PIC X(10).
          05 WS-PER-B-HASTA                  PIC X(10).
          05 WS-PER-DESDE-PEDIDO             PIC X(10).
          05 WS-PER-HASTA-PEDIDO             PIC X(10).
          05 WS-CATEGORIA-FILTRO             PIC X(20).

      *    RECORRIDO DE UN PERIODO: AÑO POR AÑO, PRIMERO EL ARCHIVO
      *    ANUAL Y DESPUES EL MAESTRO VIVO. WS-REC-MODO DICE A QUE
      *    ACUMULACION VA CADA FILA (D DETALLE, A O B COMPARATIVO)
       01 WS-RECORRIDO.
          05 WS-REC-MODO                     PIC X(01).
             88 WS-REC-DETALLE                   VALUE 'D'.
             88 WS-REC-PERIODO-A                 VALUE 'A'.
             88 WS-REC-PERIODO-B                 VALUE 'B'.
          05 WS-REC-DESDE                    PIC X(10).
          05 WS-REC-HASTA                    PIC X(10).
          05 WS-REC-ANIO                     PIC 9(04).
          05 WS-REC-ANIO-DESDE               PIC 9(04).
          05 WS-REC-ANIO-HASTA               PIC 9(04).
          05 WS-REC-INICIO-ANIO              PIC X(10).
          05 WS-REC-CLAVE-ANTERIOR           PIC X(30).
          05 WS-REC-CANT-ARCHIVO             PIC 9(07).
          05 WS-REC-CANT-VIVAS               PIC 9(07).
          05 WS-REC-CANT-REPETIDAS           PIC 9(05).

      *    FILA EN CURSO, VENGA DEL ARCHIVO ANUAL O DEL MAESTRO
       01 WS-FILA.
          05 WS-FILA-CLAVE.
             10 WS-FILA-FECHA                PIC X(10).
             10 WS-FILA-CATEGORIA            PIC X(20).
          05 WS-FILA-CANTIDAD                PIC 9(05).
          05 WS-FILA-IMPORTE                 PIC S9(9)V9(2).

      *    CORTES DE CONTROL DE LA CONSULTA DIARIA
       01 WS-DETALLE.
          05 WS-DET-DIA-ACTUAL               PIC X(10).
          05 WS-DET-MES-ACTUAL               PIC X(07).
          05 WS-DET-DIA-CANTIDAD             PIC 9(07).
          05 WS-DET-DIA-IMPORTE              PIC S9(11)V9(2).
          05 WS-DET-MES-CANTIDAD             PIC 9(09).
          05 WS-DET-MES-IMPORTE              PIC S9(11)V9(2).
          05 WS-DET-MES-DIAS                 PIC 9(03).
          05 WS-DET-TOT-CANTIDAD             PIC 9(09).
          05 WS-DET-TOT-IMPORTE              PIC S9(11)V9(2).
          05 WS-DET-TOT-DIAS                 PIC 9(05).

      *    COMPARATIVO POR CATEGORIA, EN ORDEN ALFABETICO
       01 WS-COMPARATIVO.
          05 WS-CMP-CANT                     PIC 9(03).
          05 WS-CMP-INDICE                   PIC 9(03).
          05 WS-CMP-INDICE-HALLADO           PIC 9(03).
          05 WS-CMP-INDICE-MOVER             PIC 9(03).
          05 WS-CMP-DIA-ACTUAL               PIC X(10).
          05 WS-CMP-DIAS-A                   PIC 9(05).
          05 WS-CMP-DIAS-B                   PIC 9(05).
          05 WS-CMP-TOT-CANTIDAD-A           PIC 9(09).
          05 WS-CMP-TOT-IMPORTE-A            PIC S9(11)V9(2).
          05 WS-CMP-TOT-CANTIDAD-B           PIC 9(09).
          05 WS-CMP-TOT-IMPORTE-B            PIC S9(11)V9(2).
          05 WS-CMP-ITEM OCCURS 100 TIMES.
             10 WS-CMP-CATEGORIA             PIC X(20).
             10 WS-CMP-CANTIDAD-A            PIC 9(09).
             10 WS-CMP-IMPORTE-A             PIC S9(11)V9(2).
             10 WS-CMP-CANTIDAD-B            PIC 9(09).
             10 WS-CMP-IMPORTE-B             PIC S9(11)V9(2).

      *    AREAS DE CALCULO DE UNA LINEA DEL COMPARATIVO
       01 WS-LINEA-ARMADA.
          05 WS-LA-CANTIDAD-A                PIC 9(09).
          05 WS-LA-IMPORTE-A                 PIC S9(11)V9(2).
          05 WS-LA-CANTIDAD-B                PIC 9(09).
          05 WS-LA-IMPORTE-B                 PIC S9(11)V9(2).
          05 WS-LA-DIFERENCIA                PIC S9(11)V9(2).
          05 WS-LA-PCT-VARIACION             PIC S9(05)V9(02).
          05 WS-LA-PROMEDIO                  PIC S9(11)V9(2).

       01 WS-LIS-PCT-EDITADO                 PIC -ZZZ9,99.
       01 WS-LIS-DIAS-EDITADO                PIC ZZ.ZZ9.

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

      *    LINEAS DE LA CONSULTA DIARIA (SOLO PANTALLA)
       01 WS-LINEA-DIA.
          05 WS-LDI-ETIQUETA                 PIC X(17).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LDI-DIAS                     PIC X(06).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LDI-CANTIDAD                 PIC ZZZ.ZZZ.ZZ9.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LDI-IMPORTE                  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-ENCABEZADO-DIA.
          05 FILLER                          PIC X(20)
                                  VALUE 'FECHA             | '.
          05 FILLER                          PIC X(09)
                                  VALUE '  DIAS | '.
          05 FILLER                          PIC X(14)
                                  VALUE '   CANTIDAD | '.
          05 FILLER                          PIC X(18)
                                  VALUE '           IMPORTE'.

      *    LINEAS DEL COMPARATIVO (PANTALLA Y LISTADO)
       01 WS-LINEA-COMPARATIVO.
          05 WS-LC-CATEGORIA                 PIC X(20).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LC-CANTIDAD-A                PIC ZZZ.ZZZ.ZZ9.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LC-IMPORTE-A                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LC-CANTIDAD-B                PIC ZZZ.ZZZ.ZZ9.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LC-IMPORTE-B                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LC-DIFERENCIA                PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LC-PCT-VARIACION             PIC X(08).

       01 WS-ENCABEZADO-COMPARATIVO.
          05 FILLER                          PIC X(23)
                                  VALUE 'CATEGORIA            | '.
          05 FILLER                          PIC X(14)
                                  VALUE ' CANTIDAD A | '.
          05 FILLER                          PIC X(21)
                                  VALUE '         IMPORTE A | '.
          05 FILLER                          PIC X(14)
                                  VALUE ' CANTIDAD B | '.
          05 FILLER                          PIC X(21)
                                  VALUE '         IMPORTE B | '.
          05 FILLER                          PIC X(21)
                                  VALUE '   DIFERENCIA B-A | '.
          05 FILLER                          PIC X(08)
                                  VALUE ' VAR. % '.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-SESION-CONSULTA
              THRU 2000-SESION-CONSULTA-FIN
             UNTIL WS-FIN-SESION.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
      *    PARAMETROS: 1 = MAESTRO HISTORICO, 2 = PREFIJO DE LOS        *
      *    ARCHIVOS POR AÑO (EL MISMO QUE SE LE DA A CL11EJ07),         *
      *    3 = LISTADO DEL COMPARATIVO                                 *
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-CANT-PARAMETROS FROM ARGUMENT-NUMBER.

           IF WS-CANT-PARAMETROS >= 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-HISTORIA FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT WS-PREFIJO-ARCHIVO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 3
              DISPLAY 3 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-LISTADO FROM ARGUMENT-VALUE
           END-IF.

           PERFORM 1100-ABRIR-HISTORIA
              THRU 1100-ABRIR-HISTORIA-EXIT.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ABRIR EL MAESTRO HISTORICO SOLO PARA LECTURA.   *
      *    SI NO SE PUEDE, LA SESION SIGUE CON LOS AÑOS ARCHIVADOS Y    *
      *    CADA RESULTADO SE INFORMA COMO INCOMPLETO                   *
      *----------------------------------------------------------------*
       1100-ABRIR-HISTORIA.

           OPEN INPUT HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    SET WS-HISTORIA-ABIERTA TO TRUE
               WHEN FS-HISTORIA-NFD
                    DISPLAY 'NO SE ENCUENTRA EL MAESTRO HISTORICO'
                    DISPLAY 'SOLO SE CONSULTAN LOS AÑOS ARCHIVADOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    DISPLAY 'SOLO SE CONSULTAN LOS AÑOS ARCHIVADOS'
           END-EVALUATE.

       1100-ABRIR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UNA VUELTA DE LA SESION: SE PIDE LA OPERACION (DETALLE DE    *
      *    UN PERIODO, COMPARATIVO DE DOS, SALIR)                      *
      *----------------------------------------------------------------*
       2000-SESION-CONSULTA.

           DISPLAY ' '.
           DISPLAY 'D TOTALES DIARIOS Y MENSUALES   '
                   'C COMPARAR DOS PERIODOS   0 SALIR'.
           DISPLAY 'OPCION: ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-OPCION-MENU.
           ACCEPT WS-OPCION-MENU.

      *    UN INGRESO VACIO (O EL FIN DE LA ENTRADA) EQUIVALE A SALIR,
      *    PARA NO QUEDAR CICLANDO SI SE CORTA LA CONSOLA
           EVALUATE WS-OPCION-MENU
               WHEN '0'
               WHEN SPACE
                    SET WS-FIN-SESION TO TRUE
               WHEN 'D'
                    PERFORM 2100-CONSULTAR-PERIODO
                       THRU 2100-CONSULTAR-PERIODO-FIN
               WHEN 'C'
                    PERFORM 2200-COMPARAR-PERIODOS
                       THRU 2200-COMPARAR-PERIODOS-FIN
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-SESION-CONSULTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA DE UN PERIODO: UNA LINEA POR DIA CON VENTA, UN      *
      *    SUBTOTAL POR MES Y EL TOTAL DEL PERIODO                      *
      *----------------------------------------------------------------*
       2100-CONSULTAR-PERIODO.

           PERFORM 2500-PEDIR-PERIODO
              THRU 2500-PEDIR-PERIODO-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2100-CONSULTAR-PERIODO-FIN
           END-IF.

           MOVE WS-PER-DESDE-PEDIDO         TO WS-PER-A-DESDE.
           MOVE WS-PER-HASTA-PEDIDO         TO WS-PER-A-HASTA.

           PERFORM 2550-PEDIR-CATEGORIA
              THRU 2550-PEDIR-CATEGORIA-EXIT.

           INITIALIZE WS-DETALLE.

           DISPLAY ' '.
           DISPLAY WS-ENCABEZADO-DIA.
           DISPLAY '------------------+--------+-------------+--------'
                   '-----------'.

           PERFORM 3900-INICIAR-FUENTES
              THRU 3900-INICIAR-FUENTES-EXIT.

           SET WS-REC-DETALLE TO TRUE.
           MOVE WS-PER-A-DESDE              TO WS-REC-DESDE.
           MOVE WS-PER-A-HASTA              TO WS-REC-HASTA.

           PERFORM 4000-RECORRER-PERIODO
              THRU 4000-RECORRER-PERIODO-EXIT.

           IF WS-DET-DIA-ACTUAL NOT = SPACES
              PERFORM 2150-CORTE-DIA
                 THRU 2150-CORTE-DIA-EXIT
              PERFORM 2160-CORTE-MES
                 THRU 2160-CORTE-MES-EXIT
           END-IF.

           IF WS-DET-TOT-DIAS = ZEROS
              DISPLAY 'SIN MOVIMIENTOS EN EL PERIODO'
           ELSE
              DISPLAY '------------------+--------+-------------+----'
                      '---------------'
              MOVE 'TOTAL DEL PERIODO'      TO WS-LDI-ETIQUETA
              MOVE WS-DET-TOT-DIAS          TO WS-LIS-DIAS-EDITADO
              MOVE WS-LIS-DIAS-EDITADO      TO WS-LDI-DIAS
              MOVE WS-DET-TOT-CANTIDAD      TO WS-LDI-CANTIDAD
              MOVE WS-DET-TOT-IMPORTE       TO WS-LDI-IMPORTE
              DISPLAY WS-LINEA-DIA
           END-IF.

           PERFORM 2700-INFORMAR-FUENTES
              THRU 2700-INFORMAR-FUENTES-EXIT.

       2100-CONSULTAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    CORTE POR DIA: SE MUESTRA EL DIA Y SE LO SUMA AL MES Y AL    *
      *    PERIODO                                                     *
      *----------------------------------------------------------------*
       2150-CORTE-DIA.

           MOVE WS-DET-DIA-ACTUAL           TO WS-LDI-ETIQUETA.
           MOVE SPACES                      TO WS-LDI-DIAS.
           MOVE WS-DET-DIA-CANTIDAD         TO WS-LDI-CANTIDAD.
           MOVE WS-DET-DIA-IMPORTE          TO WS-LDI-IMPORTE.
           DISPLAY WS-LINEA-DIA.

           ADD WS-DET-DIA-CANTIDAD          TO WS-DET-MES-CANTIDAD.
           ADD WS-DET-DIA-IMPORTE           TO WS-DET-MES-IMPORTE.
           ADD 1                            TO WS-DET-MES-DIAS.

           ADD WS-DET-DIA-CANTIDAD          TO WS-DET-TOT-CANTIDAD.
           ADD WS-DET-DIA-IMPORTE           TO WS-DET-TOT-IMPORTE.
           ADD 1                            TO WS-DET-TOT-DIAS.

           MOVE ZEROS                       TO WS-DET-DIA-CANTIDAD.
           MOVE ZEROS                       TO WS-DET-DIA-IMPORTE.

       2150-CORTE-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CORTE POR MES: SUBTOTAL CON LA CANTIDAD DE DIAS CON VENTA    *
      *----------------------------------------------------------------*
       2160-CORTE-MES.

           MOVE SPACES                      TO WS-LDI-ETIQUETA.
           STRING '  TOTAL ' DELIMITED BY SIZE
                  WS-DET-MES-ACTUAL DELIMITED BY SIZE
             INTO WS-LDI-ETIQUETA.
           MOVE WS-DET-MES-DIAS             TO WS-LIS-DIAS-EDITADO.
           MOVE WS-LIS-DIAS-EDITADO         TO WS-LDI-DIAS.
           MOVE WS-DET-MES-CANTIDAD         TO WS-LDI-CANTIDAD.
           MOVE WS-DET-MES-IMPORTE          TO WS-LDI-IMPORTE.
           DISPLAY WS-LINEA-DIA.
           DISPLAY ' '.

           MOVE ZEROS                       TO WS-DET-MES-CANTIDAD.
           MOVE ZEROS                       TO WS-DET-MES-IMPORTE.
           MOVE ZEROS                       TO WS-DET-MES-DIAS.

       2160-CORTE-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    COMPARATIVO DE DOS PERIODOS CUALESQUIERA (PUEDEN TENER       *
      *    DISTINTO LARGO O SUPERPONERSE): POR CATEGORIA, CANTIDAD E    *
      *    IMPORTE DE CADA UNO, DIFERENCIA Y VARIACION %. EL RESULTADO  *
      *    SE MUESTRA Y SE GRABA EN EL LISTADO PARA IMPRIMIR            *
      *----------------------------------------------------------------*
       2200-COMPARAR-PERIODOS.

           DISPLAY 'PERIODO A'.
           PERFORM 2500-PEDIR-PERIODO
              THRU 2500-PEDIR-PERIODO-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2200-COMPARAR-PERIODOS-FIN
           END-IF.

           MOVE WS-PER-DESDE-PEDIDO         TO WS-PER-A-DESDE.
           MOVE WS-PER-HASTA-PEDIDO         TO WS-PER-A-HASTA.

           DISPLAY 'PERIODO B'.
           PERFORM 2500-PEDIR-PERIODO
              THRU 2500-PEDIR-PERIODO-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2200-COMPARAR-PERIODOS-FIN
           END-IF.

           MOVE WS-PER-DESDE-PEDIDO         TO WS-PER-B-DESDE.
           MOVE WS-PER-HASTA-PEDIDO         TO WS-PER-B-HASTA.

           PERFORM 2550-PEDIR-CATEGORIA
              THRU 2550-PEDIR-CATEGORIA-EXIT.

           MOVE ZEROS                       TO WS-CMP-CANT.
           MOVE ZEROS                       TO WS-CMP-DIAS-A.
           MOVE ZEROS                       TO WS-CMP-DIAS-B.
           MOVE ZEROS                       TO WS-CMP-TOT-CANTIDAD-A.
           MOVE ZEROS                       TO WS-CMP-TOT-IMPORTE-A.
           MOVE ZEROS                       TO WS-CMP-TOT-CANTIDAD-B.
           MOVE ZEROS                       TO WS-CMP-TOT-IMPORTE-B.
           MOVE 'N'                         TO WS-SW-TABLA-LLENA.

           PERFORM 3900-INICIAR-FUENTES
              THRU 3900-INICIAR-FUENTES-EXIT.

           SET WS-REC-PERIODO-A TO TRUE.
           MOVE SPACES                      TO WS-CMP-DIA-ACTUAL.
           MOVE WS-PER-A-DESDE              TO WS-REC-DESDE.
           MOVE WS-PER-A-HASTA              TO WS-REC-HASTA.

           PERFORM 4000-RECORRER-PERIODO
              THRU 4000-RECORRER-PERIODO-EXIT.

           SET WS-REC-PERIODO-B TO TRUE.
           MOVE SPACES                      TO WS-CMP-DIA-ACTUAL.
           MOVE WS-PER-B-DESDE              TO WS-REC-DESDE.
           MOVE WS-PER-B-HASTA              TO WS-REC-HASTA.

           PERFORM 4000-RECORRER-PERIODO
              THRU 4000-RECORRER-PERIODO-EXIT.

      *    UN COMPARATIVO CON CATEGORIAS DE MENOS NO SE IMPRIME: LOS
      *    TOTALES NO CERRARIAN CONTRA LOS DEL REPORTE OFICIAL
           IF WS-TABLA-LLENA
              DISPLAY 'EL PERIODO TIENE MAS DE 100 CATEGORIAS: '
                      'FILTRAR POR UNA CATEGORIA'
              GO TO 2200-COMPARAR-PERIODOS-FIN
           END-IF.

           PERFORM 2300-IMPRIMIR-COMPARATIVO
              THRU 2300-IMPRIMIR-COMPARATIVO-EXIT.

           PERFORM 2700-INFORMAR-FUENTES
              THRU 2700-INFORMAR-FUENTES-EXIT.

       2200-COMPARAR-PERIODOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GRABAR EL COMPARATIVO EN EL LISTADO (SE         *
      *    REEMPLAZA EN CADA COMPARATIVO DE LA SESION) Y MOSTRARLO      *
      *----------------------------------------------------------------*
       2300-IMPRIMIR-COMPARATIVO.

           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR EL LISTADO DEL COMPARATIVO'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              GO TO 2300-IMPRIMIR-COMPARATIVO-EXIT
           END-IF.

           MOVE SPACES TO LIS-linea.
           MOVE 'COMPARATIVO DE VENTAS HISTORICAS POR CATEGORIA'
             TO LIS-linea.
           PERFORM 2400-GRABAR-LINEA
              THRU 2400-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           STRING 'PERIODO A: ' DELIMITED BY SIZE
                  WS-PER-A-DESDE DELIMITED BY SIZE
                  ' AL ' DELIMITED BY SIZE
                  WS-PER-A-HASTA DELIMITED BY SIZE
                  '    PERIODO B: ' DELIMITED BY SIZE
                  WS-PER-B-DESDE DELIMITED BY SIZE
                  ' AL ' DELIMITED BY SIZE
                  WS-PER-B-HASTA DELIMITED BY SIZE
             INTO LIS-linea.
           PERFORM 2400-GRABAR-LINEA
              THRU 2400-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           IF WS-CATEGORIA-FILTRO = SPACES
              MOVE 'CATEGORIA: TODAS'       TO LIS-linea
           ELSE
              STRING 'CATEGORIA: ' DELIMITED BY SIZE
                     WS-CATEGORIA-FILTRO DELIMITED BY SIZE
                INTO LIS-linea
           END-IF.
           PERFORM 2400-GRABAR-LINEA
              THRU 2400-GRABAR-LINEA-EXIT.

           IF WS-LECTURA-INCOMPLETA
              MOVE SPACES TO LIS-linea
              STRING '*** ATENCION: NO SE PUDO LEER TODO EL '
                     'HISTORICO, LAS CIFRAS PUEDEN ESTAR '
                     'INCOMPLETAS ***' DELIMITED BY SIZE
                INTO LIS-linea
              PERFORM 2400-GRABAR-LINEA
                 THRU 2400-GRABAR-LINEA-EXIT
           END-IF.

           MOVE SPACES TO LIS-linea.
           PERFORM 2400-GRABAR-LINEA
              THRU 2400-GRABAR-LINEA-EXIT.

           IF WS-CMP-CANT = ZEROS
              MOVE SPACES TO LIS-linea
              MOVE 'SIN MOVIMIENTOS EN NINGUNO DE LOS DOS PERIODOS'
                TO LIS-linea
              PERFORM 2400-GRABAR-LINEA
                 THRU 2400-GRABAR-LINEA-EXIT
              CLOSE LISTADO
              GO TO 2300-IMPRIMIR-COMPARATIVO-EXIT
           END-IF.

           MOVE WS-ENCABEZADO-COMPARATIVO TO LIS-linea.
           PERFORM 2400-GRABAR-LINEA
              THRU 2400-GRABAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           MOVE ALL '-' TO LIS-linea(1:121).
           PERFORM 2400-GRABAR-LINEA
              THRU 2400-GRABAR-LINEA-EXIT.

           PERFORM 2350-IMPRIMIR-UNA-CATEGORIA
              THRU 2350-IMPRIMIR-UNA-CATEGORIA-EXIT
             VARYING WS-CMP-INDICE FROM 1 BY 1
               UNTIL WS-CMP-INDICE > WS-CMP-CANT.

           MOVE SPACES TO LIS-linea.
           MOVE ALL '-' TO LIS-linea(1:121).
           PERFORM 2400-GRABAR-LINEA
              THRU 2400-GRABAR-LINEA-EXIT.

           MOVE 'TOTAL'                     TO WS-LC-CATEGORIA.
           MOVE WS-CMP-TOT-CANTIDAD-A       TO WS-LA-CANTIDAD-A.
           MOVE WS-CMP-TOT-IMPORTE-A        TO WS-LA-IMPORTE-A.
           MOVE WS-CMP-TOT-CANTIDAD-B       TO WS-LA-CANTIDAD-B.
           MOVE WS-CMP-TOT-IMPORTE-B        TO WS-LA-IMPORTE-B.
           PERFORM 2370-ARMAR-LINEA
              THRU 2370-ARMAR-LINEA-EXIT.

      *    LOS PERIODOS PUEDEN TENER DISTINTO LARGO: SE AGREGA EL
      *    PROMEDIO POR DIA CON VENTA PARA COMPARARLOS EN LA MISMA BASE
           MOVE 'DIAS CON VENTA'            TO WS-LC-CATEGORIA.
           MOVE WS-CMP-DIAS-A               TO WS-LA-CANTIDAD-A.
           MOVE ZEROS                       TO WS-LA-IMPORTE-A.
           MOVE WS-CMP-DIAS-B               TO WS-LA-CANTIDAD-B.
           MOVE ZEROS                       TO WS-LA-IMPORTE-B.

           IF WS-CMP-DIAS-A > ZEROS
              COMPUTE WS-LA-IMPORTE-A ROUNDED =
                      WS-CMP-TOT-IMPORTE-A / WS-CMP-DIAS-A
           END-IF.

           IF WS-CMP-DIAS-B > ZEROS
              COMPUTE WS-LA-IMPORTE-B ROUNDED =
                      WS-CMP-TOT-IMPORTE-B / WS-CMP-DIAS-B
           END-IF.

           PERFORM 2370-ARMAR-LINEA
              THRU 2370-ARMAR-LINEA-EXIT.

           MOVE SPACES TO LIS-linea.
           STRING '(EN LA LINEA DIAS CON VENTA, EL IMPORTE ES EL '
                  'PROMEDIO POR DIA CON VENTA)' DELIMITED BY SIZE
             INTO LIS-linea.
           PERFORM 2400-GRABAR-LINEA
              THRU 2400-GRABAR-LINEA-EXIT.

           CLOSE LISTADO.

           DISPLAY 'COMPARATIVO GRABADO EN '
                    WS-NOMBRE-LISTADO(1:40).

       2300-IMPRIMIR-COMPARATIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-IMPRIMIR-UNA-CATEGORIA.

           MOVE WS-CMP-CATEGORIA(WS-CMP-INDICE)  TO WS-LC-CATEGORIA.
           MOVE WS-CMP-CANTIDAD-A(WS-CMP-INDICE) TO WS-LA-CANTIDAD-A.
           MOVE WS-CMP-IMPORTE-A(WS-CMP-INDICE)  TO WS-LA-IMPORTE-A.
           MOVE WS-CMP-CANTIDAD-B(WS-CMP-INDICE) TO WS-LA-CANTIDAD-B.
           MOVE WS-CMP-IMPORTE-B(WS-CMP-INDICE)  TO WS-LA-IMPORTE-B.

           PERFORM 2370-ARMAR-LINEA
              THRU 2370-ARMAR-LINEA-EXIT.

       2350-IMPRIMIR-UNA-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ARMAR Y GRABAR UNA LINEA DEL COMPARATIVO. LA    *
      *    VARIACION % ES SOBRE EL PERIODO A; SIN IMPORTE EN A SE       *
      *    MARCA COMO NUEVA                                            *
      *----------------------------------------------------------------*
       2370-ARMAR-LINEA.

           COMPUTE WS-LA-DIFERENCIA = WS-LA-IMPORTE-B - WS-LA-IMPORTE-A.

           MOVE WS-LA-CANTIDAD-A            TO WS-LC-CANTIDAD-A.
           MOVE WS-LA-IMPORTE-A             TO WS-LC-IMPORTE-A.
           MOVE WS-LA-CANTIDAD-B            TO WS-LC-CANTIDAD-B.
           MOVE WS-LA-IMPORTE-B             TO WS-LC-IMPORTE-B.
           MOVE WS-LA-DIFERENCIA            TO WS-LC-DIFERENCIA.

           IF WS-LA-IMPORTE-A = ZEROS
              IF WS-LA-IMPORTE-B = ZEROS
                 MOVE SPACES                TO WS-LC-PCT-VARIACION
              ELSE
                 MOVE '   NUEVA'            TO WS-LC-PCT-VARIACION
              END-IF
           ELSE
              COMPUTE WS-LA-PCT-VARIACION ROUNDED =
                      WS-LA-DIFERENCIA * 100 / WS-LA-IMPORTE-A
                 ON SIZE ERROR
                      IF WS-LA-DIFERENCIA < ZEROS
                         MOVE -9999,99      TO WS-LA-PCT-VARIACION
                      ELSE
                         MOVE 9999,99       TO WS-LA-PCT-VARIACION
                      END-IF
              END-COMPUTE
              MOVE WS-LA-PCT-VARIACION      TO WS-LIS-PCT-EDITADO
              MOVE WS-LIS-PCT-EDITADO       TO WS-LC-PCT-VARIACION
           END-IF.

           MOVE WS-LINEA-COMPARATIVO        TO LIS-linea.

           PERFORM 2400-GRABAR-LINEA
              THRU 2400-GRABAR-LINEA-EXIT.

       2370-ARMAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GRABAR UNA LINEA DEL LISTADO, MOSTRANDOLA       *
      *    TAMBIEN POR CONSOLA                                         *
      *----------------------------------------------------------------*
       2400-GRABAR-LINEA.

           DISPLAY LIS-linea.

           WRITE LIS-ARCHIVO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL GRABAR EL LISTADO DEL COMPARATIVO'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
           END-IF.

       2400-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PEDIR UN PERIODO DESDE/HASTA (AAAA-MM-DD).      *
      *    UN HASTA VACIO TOMA EL MISMO DIA DEL DESDE                  *
      *----------------------------------------------------------------*
       2500-PEDIR-PERIODO.

           DISPLAY 'FECHA DESDE (AAAA-MM-DD): ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.

           MOVE WS-VALOR-INGRESADO(1:10)    TO WS-FECHA-A-VALIDAR.

           PERFORM 2600-VALIDAR-FECHA
              THRU 2600-VALIDAR-FECHA-EXIT.

           IF WS-DATO-ES-INVALIDO
              DISPLAY 'FECHA INVALIDA: ' WS-FECHA-A-VALIDAR
              GO TO 2500-PEDIR-PERIODO-EXIT
           END-IF.

           MOVE WS-FECHA-A-VALIDAR          TO WS-PER-DESDE-PEDIDO.

           DISPLAY 'FECHA HASTA (AAAA-MM-DD): ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.

           IF WS-VALOR-INGRESADO = SPACES
              MOVE WS-PER-DESDE-PEDIDO      TO WS-PER-HASTA-PEDIDO
              GO TO 2500-PEDIR-PERIODO-EXIT
           END-IF.

           MOVE WS-VALOR-INGRESADO(1:10)    TO WS-FECHA-A-VALIDAR.

           PERFORM 2600-VALIDAR-FECHA
              THRU 2600-VALIDAR-FECHA-EXIT.

           IF WS-DATO-ES-INVALIDO
              DISPLAY 'FECHA INVALIDA: ' WS-FECHA-A-VALIDAR
              GO TO 2500-PEDIR-PERIODO-EXIT
           END-IF.

           MOVE WS-FECHA-A-VALIDAR          TO WS-PER-HASTA-PEDIDO.

           IF WS-PER-HASTA-PEDIDO < WS-PER-DESDE-PEDIDO
              DISPLAY 'LA FECHA HASTA ES ANTERIOR A LA FECHA DESDE'
              SET WS-DATO-ES-INVALIDO TO TRUE
           END-IF.

       2500-PEDIR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PEDIR LA CATEGORIA A FILTRAR. SE ACEPTA         *
      *    CUALQUIER NOMBRE Y NO SE VALIDA CONTRA EL MAESTRO ACTUAL:    *
      *    UN AÑO ARCHIVADO PUEDE TENER CATEGORIAS YA DADAS DE BAJA     *
      *----------------------------------------------------------------*
       2550-PEDIR-CATEGORIA.

           DISPLAY 'CATEGORIA (ENTER = TODAS): ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.

           MOVE WS-VALOR-INGRESADO(1:20)    TO WS-CATEGORIA-FILTRO.

       2550-PEDIR-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR UNA FECHA AAAA-MM-DD (MISMAS REGLAS     *
      *    QUE CL11EJ04)                                               *
      *----------------------------------------------------------------*
       2600-VALIDAR-FECHA.

           SET WS-DATO-ES-VALIDO TO TRUE.

           MOVE WS-FECHA-A-VALIDAR(1:4)       TO WS-VF-ANIO-X.
           MOVE WS-FECHA-A-VALIDAR(5:1)       TO WS-VF-SEP1.
           MOVE WS-FECHA-A-VALIDAR(6:2)       TO WS-VF-MES-X.
           MOVE WS-FECHA-A-VALIDAR(8:1)       TO WS-VF-SEP2.
           MOVE WS-FECHA-A-VALIDAR(9:2)       TO WS-VF-DIA-X.

           IF WS-VF-ANIO-X IS NOT NUMERIC
              OR WS-VF-MES-X IS NOT NUMERIC
              OR WS-VF-DIA-X IS NOT NUMERIC
              OR WS-VF-SEP1 NOT = '-'
              OR WS-VF-SEP2 NOT = '-'
                 SET WS-DATO-ES-INVALIDO TO TRUE
           END-IF.

           IF WS-DATO-ES-VALIDO
              MOVE WS-VF-ANIO-X               TO WS-VF-ANIO
              MOVE WS-VF-MES-X                TO WS-VF-MES
              MOVE WS-VF-DIA-X                TO WS-VF-DIA
              IF WS-VF-MES < 1 OR WS-VF-MES > 12
                 SET WS-DATO-ES-INVALIDO TO TRUE
              END-IF
              IF WS-VF-DIA < 1 OR WS-VF-DIA > 31
                 SET WS-DATO-ES-INVALIDO TO TRUE
              END-IF
           END-IF.

           IF WS-DATO-ES-VALIDO
              PERFORM 2650-VALIDAR-DIA-DEL-MES
                 THRU 2650-VALIDAR-DIA-DEL-MES-EXIT
           END-IF.

       2600-VALIDAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR QUE EL DIA EXISTA DENTRO DEL MES,       *
      *    CONTEMPLANDO EL AÑO BISIESTO PARA FEBRERO                    *
      *----------------------------------------------------------------*
       2650-VALIDAR-DIA-DEL-MES.

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

           IF WS-VF-DIA > WS-VF-DIAS-MAX
              SET WS-DATO-ES-INVALIDO TO TRUE
           END-IF.

       2650-VALIDAR-DIA-DEL-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA INFORMAR DE DONDE SALIERON LAS CIFRAS DE LA     *
      *    ULTIMA CONSULTA Y SI QUEDARON INCOMPLETAS                    *
      *----------------------------------------------------------------*
       2700-INFORMAR-FUENTES.

           DISPLAY 'FILAS LEIDAS: ' WS-REC-CANT-ARCHIVO
                   ' DE ARCHIVOS ANUALES, ' WS-REC-CANT-VIVAS
                   ' DEL MAESTRO HISTORICO'.

           IF WS-REC-CANT-REPETIDAS > ZEROS
              DISPLAY 'FILAS REPETIDAS ENTRE ARCHIVO Y MAESTRO '
                      '(CONTADAS UNA VEZ): ' WS-REC-CANT-REPETIDAS
           END-IF.

           IF WS-LECTURA-INCOMPLETA
              DISPLAY '*** ATENCION: NO SE PUDO LEER TODO EL '
                      'HISTORICO, LAS CIFRAS PUEDEN ESTAR '
                      'INCOMPLETAS ***'
           END-IF.

       2700-INFORMAR-FUENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PONER EN CERO LOS CONTADORES DE FUENTES DE UNA  *
      *    CONSULTA (UN COMPARATIVO RECORRE DOS PERIODOS Y LOS SUMA)    *
      *----------------------------------------------------------------*
       3900-INICIAR-FUENTES.

           MOVE ZEROS                       TO WS-REC-CANT-ARCHIVO.
           MOVE ZEROS                       TO WS-REC-CANT-VIVAS.
           MOVE ZEROS                       TO WS-REC-CANT-REPETIDAS.

      *    SIN MAESTRO VIVO CUALQUIER AÑO NO ARCHIVADO QUEDA AFUERA
           IF WS-HISTORIA-ABIERTA
              MOVE 'N'                      TO WS-SW-LECTURA-INCOMPLETA
           ELSE
              SET WS-LECTURA-INCOMPLETA TO TRUE
           END-IF.

       3900-INICIAR-FUENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA RECORRER UN PERIODO (WS-REC-DESDE A             *
      *    WS-REC-HASTA) AÑO POR AÑO. CADA FILA DEL PERIODO PASA POR    *
      *    4500-TOMAR-FILA, QUE LA FILTRA Y LA ACUMULA SEGUN EL MODO    *
      *----------------------------------------------------------------*
       4000-RECORRER-PERIODO.

           MOVE SPACES                      TO WS-REC-CLAVE-ANTERIOR.

           MOVE WS-REC-DESDE(1:4)           TO WS-REC-ANIO-DESDE.
           MOVE WS-REC-HASTA(1:4)           TO WS-REC-ANIO-HASTA.

           PERFORM 4100-RECORRER-UN-ANIO
              THRU 4100-RECORRER-UN-ANIO-EXIT
             VARYING WS-REC-ANIO FROM WS-REC-ANIO-DESDE BY 1
               UNTIL WS-REC-ANIO > WS-REC-ANIO-HASTA.

       4000-RECORRER-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UN AÑO DEL PERIODO: PRIMERO SU ARCHIVO ANUAL, DESPUES LO     *
      *    QUE EL MAESTRO VIVO TENGA DE ESE AÑO. ASI LAS FILAS LLEGAN   *
      *    EN ORDEN DE FECHA Y CATEGORIA PARA LOS CORTES DE CONTROL     *
      *----------------------------------------------------------------*
       4100-RECORRER-UN-ANIO.

           PERFORM 4200-LEER-ARCHIVO-ANIO
              THRU 4200-LEER-ARCHIVO-ANIO-EXIT.

           IF WS-HISTORIA-ABIERTA
              PERFORM 4300-LEER-MAESTRO-VIVO
                 THRU 4300-LEER-MAESTRO-VIVO-EXIT
           END-IF.

       4100-RECORRER-UN-ANIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA LEER EL ARCHIVO DEL AÑO CON EL MISMO NOMBRE     *
      *    QUE LE DA CL11EJ07. SI NO EXISTE, EL AÑO NO FUE ARCHIVADO    *
      *----------------------------------------------------------------*
       4200-LEER-ARCHIVO-ANIO.

           MOVE SPACES                      TO WS-NOMBRE-ARCHIVO-ANIO.
           STRING WS-PREFIJO-ARCHIVO DELIMITED BY SPACE
                  WS-REC-ANIO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
             INTO WS-NOMBRE-ARCHIVO-ANIO.

           OPEN INPUT ARCHIVO-ANIO.

           EVALUATE TRUE
               WHEN FS-ARCHIVO-ANIO-OK
                    CONTINUE
               WHEN FS-ARCHIVO-ANIO-NFD
                    GO TO 4200-LEER-ARCHIVO-ANIO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DEL AÑO '
                             WS-REC-ANIO
                    DISPLAY 'FILE STATUS: ' FS-ARCHIVO-ANIO
                    SET WS-LECTURA-INCOMPLETA TO TRUE
                    GO TO 4200-LEER-ARCHIVO-ANIO-EXIT
           END-EVALUATE.

           MOVE 'N'                         TO WS-SW-FIN-LECTURA.

           PERFORM 4250-LEER-UNA-FILA-ANIO
              THRU 4250-LEER-UNA-FILA-ANIO-EXIT
             UNTIL WS-FIN-LECTURA.

           CLOSE ARCHIVO-ANIO.

       4200-LEER-ARCHIVO-ANIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4250-LEER-UNA-FILA-ANIO.

           READ ARCHIVO-ANIO.

           EVALUATE TRUE
               WHEN FS-ARCHIVO-ANIO-OK
                    CONTINUE
               WHEN FS-ARCHIVO-ANIO-EOF
                    SET WS-FIN-LECTURA TO TRUE
                    GO TO 4250-LEER-UNA-FILA-ANIO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DEL AÑO '
                             WS-REC-ANIO
                    DISPLAY 'FILE STATUS: ' FS-ARCHIVO-ANIO
                    SET WS-LECTURA-INCOMPLETA TO TRUE
                    SET WS-FIN-LECTURA TO TRUE
                    GO TO 4250-LEER-UNA-FILA-ANIO-EXIT
           END-EVALUATE.

           IF ARA-FECHA < WS-REC-DESDE
              OR ARA-FECHA > WS-REC-HASTA
                 GO TO 4250-LEER-UNA-FILA-ANIO-EXIT
           END-IF.

           ADD 1                            TO WS-REC-CANT-ARCHIVO.

           MOVE ARA-FECHA                   TO WS-FILA-FECHA.
           MOVE ARA-CATEGORIA               TO WS-FILA-CATEGORIA.
           MOVE ARA-CANTIDAD                TO WS-FILA-CANTIDAD.
           MOVE ARA-IMPORTE                 TO WS-FILA-IMPORTE.

           PERFORM 4500-TOMAR-FILA
              THRU 4500-TOMAR-FILA-EXIT.

       4250-LEER-UNA-FILA-ANIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA LEER DEL MAESTRO VIVO LAS FILAS DEL AÑO EN      *
      *    CURSO QUE CAEN EN EL PERIODO, POSICIONANDO POR CLAVE         *
      *----------------------------------------------------------------*
       4300-LEER-MAESTRO-VIVO.

           MOVE WS-REC-ANIO                 TO WS-REC-INICIO-ANIO(1:4).
           MOVE '-01-01'                    TO WS-REC-INICIO-ANIO(5:6).

           IF WS-REC-DESDE > WS-REC-INICIO-ANIO
              MOVE WS-REC-DESDE             TO HIS-FECHA
           ELSE
              MOVE WS-REC-INICIO-ANIO       TO HIS-FECHA
           END-IF.

           MOVE LOW-VALUES                  TO HIS-CATEGORIA.

           START HISTORIA KEY NOT < HIS-CLAVE.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    CONTINUE
               WHEN FS-HISTORIA-RNF
                    GO TO 4300-LEER-MAESTRO-VIVO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL POSICIONAR EL MAESTRO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    SET WS-LECTURA-INCOMPLETA TO TRUE
                    GO TO 4300-LEER-MAESTRO-VIVO-EXIT
           END-EVALUATE.

           MOVE 'N'                         TO WS-SW-FIN-LECTURA.

           PERFORM 4350-LEER-UNA-FILA-VIVA
              THRU 4350-LEER-UNA-FILA-VIVA-EXIT
             UNTIL WS-FIN-LECTURA.

       4300-LEER-MAESTRO-VIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4350-LEER-UNA-FILA-VIVA.

           READ HISTORIA NEXT.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    CONTINUE
               WHEN FS-HISTORIA-EOF
                    SET WS-FIN-LECTURA TO TRUE
                    GO TO 4350-LEER-UNA-FILA-VIVA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO HISTORICO'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    SET WS-LECTURA-INCOMPLETA TO TRUE
                    SET WS-FIN-LECTURA TO TRUE
                    GO TO 4350-LEER-UNA-FILA-VIVA-EXIT
           END-EVALUATE.

      *    EL MAESTRO ESTA EN ORDEN DE FECHA: LA PRIMERA FILA FUERA DEL
      *    AÑO O DEL PERIODO TERMINA LA LECTURA
           IF HIS-FECHA(1:4) NOT = WS-REC-ANIO
              OR HIS-FECHA > WS-REC-HASTA
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 4350-LEER-UNA-FILA-VIVA-EXIT
           END-IF.

           ADD 1                            TO WS-REC-CANT-VIVAS.

           MOVE HIS-FECHA                   TO WS-FILA-FECHA.
           MOVE HIS-CATEGORIA               TO WS-FILA-CATEGORIA.
           MOVE HIS-CANTIDAD                TO WS-FILA-CANTIDAD.
           MOVE HIS-IMPORTE                 TO WS-FILA-IMPORTE.

           PERFORM 4500-TOMAR-FILA
              THRU 4500-TOMAR-FILA-EXIT.

       4350-LEER-UNA-FILA-VIVA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA TOMAR UNA FILA DEL PERIODO: SE FILTRA LA        *
      *    CATEGORIA, SE DESCARTA LA COPIA REPETIDA QUE PUEDE DEJAR     *
      *    UN ARCHIVO ANUAL INTERRUMPIDO Y SE ACUMULA SEGUN EL MODO     *
      *----------------------------------------------------------------*
       4500-TOMAR-FILA.

           IF WS-CATEGORIA-FILTRO NOT = SPACES
              AND WS-FILA-CATEGORIA NOT = WS-CATEGORIA-FILTRO
                 GO TO 4500-TOMAR-FILA-EXIT
           END-IF.

           IF WS-FILA-CLAVE = WS-REC-CLAVE-ANTERIOR
              ADD 1                         TO WS-REC-CANT-REPETIDAS
              GO TO 4500-TOMAR-FILA-EXIT
           END-IF.

           MOVE WS-FILA-CLAVE               TO WS-REC-CLAVE-ANTERIOR.

           EVALUATE TRUE
               WHEN WS-REC-DETALLE
                    PERFORM 4600-ACUMULAR-DETALLE
                       THRU 4600-ACUMULAR-DETALLE-EXIT
               WHEN OTHER
                    PERFORM 4700-ACUMULAR-COMPARATIVO
                       THRU 4700-ACUMULAR-COMPARATIVO-EXIT
           END-EVALUATE.

       4500-TOMAR-FILA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA DIARIA: CORTE DE DIA Y DE MES CUANDO CAMBIA LA      *
      *    FECHA, Y SUMA DE LA FILA AL DIA EN CURSO                     *
      *----------------------------------------------------------------*
       4600-ACUMULAR-DETALLE.

           IF WS-DET-DIA-ACTUAL NOT = SPACES
              AND WS-FILA-FECHA NOT = WS-DET-DIA-ACTUAL
                 PERFORM 2150-CORTE-DIA
                    THRU 2150-CORTE-DIA-EXIT
           END-IF.

           IF WS-DET-MES-ACTUAL NOT = SPACES
              AND WS-FILA-FECHA(1:7) NOT = WS-DET-MES-ACTUAL
                 PERFORM 2160-CORTE-MES
                    THRU 2160-CORTE-MES-EXIT
           END-IF.

           MOVE WS-FILA-FECHA               TO WS-DET-DIA-ACTUAL.
           MOVE WS-FILA-FECHA(1:7)          TO WS-DET-MES-ACTUAL.

           ADD WS-FILA-CANTIDAD             TO WS-DET-DIA-CANTIDAD.
           ADD WS-FILA-IMPORTE              TO WS-DET-DIA-IMPORTE.

       4600-ACUMULAR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    COMPARATIVO: SE SUMA LA FILA A SU CATEGORIA (DANDOLA DE ALTA *
      *    EN ORDEN ALFABETICO SI ES NUEVA) EN EL LADO DEL PERIODO QUE  *
      *    SE ESTA RECORRIENDO, Y SE CUENTAN LOS DIAS CON VENTA         *
      *----------------------------------------------------------------*
       4700-ACUMULAR-COMPARATIVO.

           PERFORM 4750-BUSCAR-CATEGORIA
              THRU 4750-BUSCAR-CATEGORIA-EXIT.

           IF NOT WS-CAT-HALLADA
              GO TO 4700-ACUMULAR-COMPARATIVO-EXIT
           END-IF.

           IF WS-FILA-FECHA NOT = WS-CMP-DIA-ACTUAL
              MOVE WS-FILA-FECHA            TO WS-CMP-DIA-ACTUAL
              IF WS-REC-PERIODO-A
                 ADD 1                      TO WS-CMP-DIAS-A
              ELSE
                 ADD 1                      TO WS-CMP-DIAS-B
              END-IF
           END-IF.

           IF WS-REC-PERIODO-A
              ADD WS-FILA-CANTIDAD
                TO WS-CMP-CANTIDAD-A(WS-CMP-INDICE-HALLADO)
              ADD WS-FILA-IMPORTE
                TO WS-CMP-IMPORTE-A(WS-CMP-INDICE-HALLADO)
              ADD WS-FILA-CANTIDAD          TO WS-CMP-TOT-CANTIDAD-A
              ADD WS-FILA-IMPORTE           TO WS-CMP-TOT-IMPORTE-A
           ELSE
              ADD WS-FILA-CANTIDAD
                TO WS-CMP-CANTIDAD-B(WS-CMP-INDICE-HALLADO)
              ADD WS-FILA-IMPORTE
                TO WS-CMP-IMPORTE-B(WS-CMP-INDICE-HALLADO)
              ADD WS-FILA-CANTIDAD          TO WS-CMP-TOT-CANTIDAD-B
              ADD WS-FILA-IMPORTE           TO WS-CMP-TOT-IMPORTE-B
           END-IF.

       4700-ACUMULAR-COMPARATIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA UBICAR LA CATEGORIA DE LA FILA EN LA TABLA DEL  *
      *    COMPARATIVO. SI NO ESTA, SE LA INSERTA EN SU LUGAR           *
      *    ALFABETICO CORRIENDO UN LUGAR LAS SIGUIENTES                 *
      *----------------------------------------------------------------*
       4750-BUSCAR-CATEGORIA.

           MOVE 'N'                         TO WS-SW-CAT-HALLADA.
           MOVE ZEROS                       TO WS-CMP-INDICE-HALLADO.

           PERFORM 4760-COMPARAR-CATEGORIA
              THRU 4760-COMPARAR-CATEGORIA-EXIT
             VARYING WS-CMP-INDICE FROM 1 BY 1
               UNTIL WS-CMP-INDICE > WS-CMP-CANT
                  OR WS-CMP-INDICE-HALLADO > ZEROS.

           IF WS-CAT-HALLADA
              GO TO 4750-BUSCAR-CATEGORIA-EXIT
           END-IF.

           IF WS-CMP-CANT >= 100
              SET WS-TABLA-LLENA TO TRUE
              GO TO 4750-BUSCAR-CATEGORIA-EXIT
           END-IF.

      *    SIN LUGAR ANTERIOR, LA NUEVA VA AL FINAL DE LA TABLA
           IF WS-CMP-INDICE-HALLADO = ZEROS
              COMPUTE WS-CMP-INDICE-HALLADO = WS-CMP-CANT + 1
           END-IF.

           PERFORM 4770-CORRER-CATEGORIA
              THRU 4770-CORRER-CATEGORIA-EXIT
             VARYING WS-CMP-INDICE-MOVER FROM WS-CMP-CANT BY -1
               UNTIL WS-CMP-INDICE-MOVER < WS-CMP-INDICE-HALLADO.

           ADD 1                            TO WS-CMP-CANT.

           INITIALIZE WS-CMP-ITEM(WS-CMP-INDICE-HALLADO).
           MOVE WS-FILA-CATEGORIA
             TO WS-CMP-CATEGORIA(WS-CMP-INDICE-HALLADO).

           SET WS-CAT-HALLADA TO TRUE.

       4750-BUSCAR-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LA TABLA ESTA EN ORDEN: LA BUSQUEDA TERMINA EN LA CATEGORIA  *
      *    IGUAL (HALLADA) O EN LA PRIMERA MAYOR (LUGAR DE INSERCION)   *
      *----------------------------------------------------------------*
       4760-COMPARAR-CATEGORIA.

           IF WS-CMP-CATEGORIA(WS-CMP-INDICE) = WS-FILA-CATEGORIA
              SET WS-CAT-HALLADA TO TRUE
              MOVE WS-CMP-INDICE            TO WS-CMP-INDICE-HALLADO
           ELSE
              IF WS-CMP-CATEGORIA(WS-CMP-INDICE) > WS-FILA-CATEGORIA
                 MOVE WS-CMP-INDICE         TO WS-CMP-INDICE-HALLADO
              END-IF
           END-IF.

       4760-COMPARAR-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4770-CORRER-CATEGORIA.

           MOVE WS-CMP-ITEM(WS-CMP-INDICE-MOVER)
             TO WS-CMP-ITEM(WS-CMP-INDICE-MOVER + 1).

       4770-CORRER-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-HISTORIA-ABIERTA
              CLOSE HISTORIA
              IF NOT FS-HISTORIA-OK
                 DISPLAY 'ERROR AL CERRAR EL MAESTRO HISTORICO: '
                          FS-HISTORIA
              END-IF
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11EJ16.
