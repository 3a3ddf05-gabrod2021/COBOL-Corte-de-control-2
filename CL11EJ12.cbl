      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: MANTENIMIENTO DE OBJETIVOS COMERCIALES MENSUALES
      * Tectonics: cobc
      ******************************************************************
      *    GERENCIA COMERCIAL FIJA UN OBJETIVO MENSUAL DE VENTAS POR   *
      *    SUCURSAL Y CATEGORIA. HASTA AHORA VIVIA EN UNA PLANILLA Y   *
      *    SE COMPARABA A MANO CONTRA TOTALES/CSV. AQUI SE LISTA, SE   *
      *    DA DE ALTA, SE MODIFICA Y SE BORRA CADA OBJETIVO, CON CLAVE *
      *    MES (AAAA-MM) + SUCURSAL + CATEGORIA, VALIDANDO EN EL       *
      *    INGRESO: MES REAL, SUCURSAL EXISTENTE EN EL MAESTRO DE      *
      *    SUCURSALES, CATEGORIA EXISTENTE EN EL MAESTRO DE            *
      *    CATEGORIAS, IMPORTE MAYOR A CERO Y DIAS DE VENTA PREVISTOS  *
      *    DENTRO DEL MES. EL REPORTE DIARIO DE OBJETIVOS CONTRA REAL  *
      *    (CL11EJ13) LEE ESTE ARCHIVO                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ12.
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

       SELECT MAESTRO-CATEGORIAS
           ASSIGN DYNAMIC WS-NOMBRE-CATEGORIAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATEGORIAS.

       SELECT MAESTRO-SUCURSALES
           ASSIGN DYNAMIC WS-NOMBRE-SUCURSALES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCURSALES.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    UN OBJETIVO POR MES, SUCURSAL Y CATEGORIA. LOS DIAS DE VENTA
      *    SON LOS DIAS EN QUE LA SUCURSAL PREVE ABRIR EN EL MES Y SON
      *    LA BASE DE LA PROYECCION LINEAL A FIN DE MES
       FD OBJETIVOS.
       01 OBJ-ARCHIVO.
          05 OBJ-MES                        PIC X(07).
          05 OBJ-SUCURSAL                   PIC 9(03).
          05 OBJ-CATEGORIA                  PIC X(20).
          05 OBJ-IMPORTE                    PIC 9(09)V9(02).
          05 OBJ-DIAS-VENTA                 PIC 9(02).

      *    MISMO LAYOUT DEL MAESTRO QUE CARGA CL11EJ02
       FD MAESTRO-CATEGORIAS.
       01 CAT-ARCHIVO.
          05 CAT-NOMBRE                     PIC X(20).
          05 CAT-ACTIVA                     PIC X(01).
             88 CAT-CATEGORIA-ACTIVA            VALUE 'S'.

      *    MISMO LAYOUT DEL MAESTRO DE SUCURSALES QUE CARGA CL11EJ02
       FD MAESTRO-SUCURSALES.
       01 SUC-ARCHIVO.
          05 SUC-CODIGO                     PIC 9(03).
          05 SUC-NOMBRE                     PIC X(30).
          05 SUC-REGION                     PIC X(20).
          05 SUC-FECHA-APERTURA             PIC X(10).
          05 SUC-FECHA-CIERRE               PIC X(10).
          05 SUC-ACTIVA                     PIC X(01).
             88 SUC-SUCURSAL-ACTIVA             VALUE 'S'.

       WORKING-STORAGE SECTION.

       01 WS-NOMBRE-ARCHIVOS.
          05 WS-NOMBRE-OBJETIVOS       PIC X(100)
                                        VALUE '../OBJETIVOS.TXT'.
          05 WS-NOMBRE-CATEGORIAS      PIC X(100)
                                        VALUE '../CATEGORIAS.TXT'.
          05 WS-NOMBRE-SUCURSALES      PIC X(100)
                                        VALUE '../SUCURSALES.TXT'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

       01 FS-STATUS.
          05 FS-OBJETIVOS                   PIC X(2).
             88 FS-OBJETIVOS-OK                  VALUE '00'.
             88 FS-OBJETIVOS-EOF                 VALUE '10'.
             88 FS-OBJETIVOS-NFD                 VALUE '35'.

          05 FS-CATEGORIAS                  PIC X(2).
             88 FS-CATEGORIAS-OK                 VALUE '00'.
             88 FS-CATEGORIAS-EOF                VALUE '10'.
             88 FS-CATEGORIAS-NFD                VALUE '35'.

          05 FS-SUCURSALES                  PIC X(2).
             88 FS-SUCURSALES-OK                 VALUE '00'.
             88 FS-SUCURSALES-EOF                VALUE '10'.
             88 FS-SUCURSALES-NFD                VALUE '35'.

       01 WS-SWITCHES.
          05 WS-SW-FIN-SESION                PIC X(01) VALUE 'N'.
             88 WS-FIN-SESION                    VALUE 'S'.
          05 WS-SW-FIN-REGISTRO              PIC X(01) VALUE 'N'.
             88 WS-FIN-REGISTRO                  VALUE 'S'.
          05 WS-SW-HUBO-CAMBIOS              PIC X(01) VALUE 'N'.
             88 WS-HUBO-CAMBIOS                  VALUE 'S'.
          05 WS-SW-DATO-VALIDO               PIC X(01) VALUE 'S'.
             88 WS-DATO-ES-VALIDO                VALUE 'S'.
             88 WS-DATO-ES-INVALIDO              VALUE 'N'.
          05 WS-SW-OBJ-ENCONTRADO            PIC X(01) VALUE 'N'.
             88 WS-OBJETIVO-ENCONTRADO           VALUE 'S'.
          05 WS-SW-CAT-ENCONTRADA            PIC X(01) VALUE 'N'.
             88 WS-CATEGORIA-ENCONTRADA          VALUE 'S'.
          05 WS-SW-SUC-ENCONTRADA            PIC X(01) VALUE 'N'.
             88 WS-SUCURSAL-ENCONTRADA           VALUE 'S'.

       01 WS-OPCIONES.
          05 WS-OPCION-MENU                  PIC X(01).
          05 WS-OPCION-CAMPO                 PIC X(01).
          05 WS-VALOR-INGRESADO              PIC X(40).
          05 WS-MES-BUSCADO                  PIC X(07).
          05 WS-SUC-INGRESADA                PIC X(03).
          05 WS-SUC-BUSCADA                  PIC 9(03).
          05 WS-CATEG-BUSCADA                PIC X(20).
          05 WS-MES-FILTRO                   PIC X(07) VALUE SPACES.

      *----------------------------------------------------------------*
      *    COPIA EN MEMORIA DEL ARCHIVO DE OBJETIVOS (HASTA 1000        *
      *    CLAVES, UN AÑO DE VARIAS SUCURSALES). EL ARCHIVO SE REGRABA  *
      *    COMPLETO AL SALIR SI HUBO CAMBIOS                           *
      *----------------------------------------------------------------*
       01 WS-TABLA-OBJETIVOS.
          05 WS-OB-CANT                     PIC 9(04) VALUE ZEROS.
          05 WS-OB-INDICE                   PIC 9(04).
          05 WS-OB-INDICE-HALLADO           PIC 9(04).
          05 WS-OB-LISTADOS                 PIC 9(04).
          05 WS-OB-ITEM OCCURS 1000 TIMES.
             10 WS-OB-MES                   PIC X(07).
             10 WS-OB-SUCURSAL              PIC 9(03).
             10 WS-OB-CATEGORIA             PIC X(20).
             10 WS-OB-IMPORTE               PIC 9(09)V9(02).
             10 WS-OB-DIAS-VENTA            PIC 9(02).

      *    MAESTRO DE CATEGORIAS, SOLO PARA VALIDAR EL INGRESO (MISMO
      *    LIMITE DE 100 CATEGORIAS QUE CL11EJ02)
       01 WS-MAESTRO-CATEG.
          05 WS-MC-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-MC-INDICE                   PIC 9(03).
          05 WS-MC-ITEM OCCURS 100 TIMES.
             10 WS-MC-NOMBRE                PIC X(20).

      *    MAESTRO DE SUCURSALES, SOLO PARA VALIDAR EL INGRESO (MISMO
      *    LIMITE DE 200 SUCURSALES QUE CL11EJ02)
       01 WS-MAESTRO-SUC.
          05 WS-MS-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-MS-INDICE                   PIC 9(03).
          05 WS-MS-INDICE-HALLADO           PIC 9(03).
          05 WS-MS-ITEM OCCURS 200 TIMES.
             10 WS-MS-CODIGO                PIC 9(03).
             10 WS-MS-FECHA-APERTURA        PIC X(10).
             10 WS-MS-FECHA-CIERRE          PIC X(10).
             10 WS-MS-ACTIVA                PIC X(01).

      *    AREA DEL OBJETIVO EN EDICION, PARA VALIDAR TODO ANTES DE
      *    VOLCARLO A LA TABLA
       01 WS-OBJ-EDIT.
          05 WS-OE-IMPORTE                  PIC 9(09)V9(02).
          05 WS-OE-DIAS-VENTA               PIC 9(02).

       01 WS-IMPORTE-INGRESADO              PIC X(11).
       01 WS-IMPORTE-NUMERICO REDEFINES WS-IMPORTE-INGRESADO
                                            PIC 9(09)V9(02).
       01 WS-DIAS-INGRESADOS                PIC X(02).
       01 WS-DIAS-NUMERICOS REDEFINES WS-DIAS-INGRESADOS
                                            PIC 9(02).

       01 WS-LIS-IMPORTE                    PIC ZZZ.ZZZ.ZZ9,99.

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

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-SESION-MANTENIMIENTO
              THRU 2000-SESION-MANTENIMIENTO-FIN
             UNTIL WS-FIN-SESION.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-CANT-PARAMETROS FROM ARGUMENT-NUMBER.

           IF WS-CANT-PARAMETROS >= 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-OBJETIVOS FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-CATEGORIAS FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 3
              DISPLAY 3 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-SUCURSALES FROM ARGUMENT-VALUE
           END-IF.

           PERFORM 1100-CARGAR-OBJETIVOS
              THRU 1100-CARGAR-OBJETIVOS-EXIT.

           IF WS-OB-CANT = ZEROS
              DISPLAY 'ARCHIVO DE OBJETIVOS VACIO O INEXISTENTE: SE '
                      'ARRANCA SIN OBJETIVOS'
           END-IF.

           PERFORM 1200-CARGAR-CATEGORIAS
              THRU 1200-CARGAR-CATEGORIAS-EXIT.

           PERFORM 1300-CARGAR-SUCURSALES
              THRU 1300-CARGAR-SUCURSALES-EXIT.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR LOS OBJETIVOS EN MEMORIA. LAS FILAS CON  *
      *    SUCURSAL O IMPORTE NO NUMERICOS SE DESCARTAN AVISANDO        *
      *----------------------------------------------------------------*
       1100-CARGAR-OBJETIVOS.

           OPEN INPUT OBJETIVOS.

           EVALUATE TRUE
               WHEN FS-OBJETIVOS-OK
                    PERFORM 1150-LEER-UN-OBJETIVO
                       THRU 1150-LEER-UN-OBJETIVO-EXIT
                      UNTIL FS-OBJETIVOS-EOF
                         OR WS-OB-CANT = 1000
                    IF NOT FS-OBJETIVOS-EOF
                       DISPLAY '*** ATENCION: ARCHIVO DE OBJETIVOS '
                               'CON MAS DE 1000 FILAS, SE CARGARON '
                               'SOLO LAS PRIMERAS 1000 ***'
                    END-IF
                    CLOSE OBJETIVOS
                    DISPLAY 'OBJETIVOS CARGADOS: ' WS-OB-CANT
               WHEN FS-OBJETIVOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE OBJETIVOS'
                    DISPLAY 'FILE STATUS: ' FS-OBJETIVOS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE OBJETIVOS'
                    DISPLAY 'FILE STATUS: ' FS-OBJETIVOS
           END-EVALUATE.

       1100-CARGAR-OBJETIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-LEER-UN-OBJETIVO.

           READ OBJETIVOS.

           EVALUATE TRUE
               WHEN FS-OBJETIVOS-OK
                    IF OBJ-SUCURSAL IS NUMERIC
                       AND OBJ-IMPORTE IS NUMERIC
                       AND OBJ-DIAS-VENTA IS NUMERIC
                       ADD 1                TO WS-OB-CANT
                       MOVE OBJ-MES         TO WS-OB-MES(WS-OB-CANT)
                       MOVE OBJ-SUCURSAL    TO
                               WS-OB-SUCURSAL(WS-OB-CANT)
                       MOVE OBJ-CATEGORIA   TO
                               WS-OB-CATEGORIA(WS-OB-CANT)
                       MOVE OBJ-IMPORTE     TO
                               WS-OB-IMPORTE(WS-OB-CANT)
                       MOVE OBJ-DIAS-VENTA  TO
                               WS-OB-DIAS-VENTA(WS-OB-CANT)
                    ELSE
                       DISPLAY 'OBJETIVO CON SUCURSAL, IMPORTE O DIAS '
                               'NO NUMERICOS, SE DESCARTA'
                    END-IF
               WHEN FS-OBJETIVOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE OBJETIVOS'
                    DISPLAY 'FILE STATUS: ' FS-OBJETIVOS
           END-EVALUATE.

       1150-LEER-UN-OBJETIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR LOS NOMBRES DEL MAESTRO DE CATEGORIAS.   *
      *    SIN MAESTRO NO SE PUEDE VALIDAR LA CATEGORIA Y SE ACEPTA     *
      *    CUALQUIERA NO VACIA, AVISANDO                               *
      *----------------------------------------------------------------*
       1200-CARGAR-CATEGORIAS.

           OPEN INPUT MAESTRO-CATEGORIAS.

           EVALUATE TRUE
               WHEN FS-CATEGORIAS-OK
                    PERFORM 1250-LEER-UNA-CATEGORIA
                       THRU 1250-LEER-UNA-CATEGORIA-EXIT
                      UNTIL FS-CATEGORIAS-EOF
                         OR WS-MC-CANT = 100
                    CLOSE MAESTRO-CATEGORIAS
               WHEN OTHER
                    DISPLAY '*** ATENCION: NO SE PUDO LEER EL MAESTRO '
                            'DE CATEGORIAS, LA CATEGORIA NO SE '
                            'VALIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-CATEGORIAS
           END-EVALUATE.

       1200-CARGAR-CATEGORIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-UNA-CATEGORIA.

           READ MAESTRO-CATEGORIAS.

           EVALUATE TRUE
               WHEN FS-CATEGORIAS-OK
                    IF CAT-NOMBRE NOT = SPACES
                       ADD 1                TO WS-MC-CANT
                       MOVE CAT-NOMBRE      TO WS-MC-NOMBRE(WS-MC-CANT)
                    END-IF
               WHEN FS-CATEGORIAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE CATEGORIAS'
                    DISPLAY 'FILE STATUS: ' FS-CATEGORIAS
           END-EVALUATE.

       1250-LEER-UNA-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL MAESTRO DE SUCURSALES. IGUAL QUE CON  *
      *    LAS CATEGORIAS, SIN MAESTRO NO SE PUEDE VALIDAR LA SUCURSAL  *
      *    Y SE ACEPTA CUALQUIERA NUMERICA, AVISANDO                   *
      *----------------------------------------------------------------*
       1300-CARGAR-SUCURSALES.

           OPEN INPUT MAESTRO-SUCURSALES.

           EVALUATE TRUE
               WHEN FS-SUCURSALES-OK
                    PERFORM 1350-LEER-UNA-SUCURSAL
                       THRU 1350-LEER-UNA-SUCURSAL-EXIT
                      UNTIL FS-SUCURSALES-EOF
                         OR WS-MS-CANT = 200
                    CLOSE MAESTRO-SUCURSALES
               WHEN OTHER
                    DISPLAY '*** ATENCION: NO SE PUDO LEER EL MAESTRO '
                            'DE SUCURSALES, LA SUCURSAL NO SE '
                            'VALIDA ***'
                    DISPLAY 'FILE STATUS: ' FS-SUCURSALES
           END-EVALUATE.

       1300-CARGAR-SUCURSALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1350-LEER-UNA-SUCURSAL.

           READ MAESTRO-SUCURSALES.

           EVALUATE TRUE
               WHEN FS-SUCURSALES-OK
                    IF SUC-CODIGO IS NUMERIC
                       ADD 1                TO WS-MS-CANT
                       MOVE SUC-CODIGO      TO WS-MS-CODIGO(WS-MS-CANT)
                       MOVE SUC-FECHA-APERTURA TO
                               WS-MS-FECHA-APERTURA(WS-MS-CANT)
                       MOVE SUC-FECHA-CIERRE TO
                               WS-MS-FECHA-CIERRE(WS-MS-CANT)
                       MOVE SUC-ACTIVA      TO WS-MS-ACTIVA(WS-MS-CANT)
                    END-IF
               WHEN FS-SUCURSALES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE SUCURSALES'
                    DISPLAY 'FILE STATUS: ' FS-SUCURSALES
           END-EVALUATE.

       1350-LEER-UNA-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UNA VUELTA DE LA SESION: SE LISTAN LOS OBJETIVOS (DEL MES    *
      *    ELEGIDO CON F, O TODOS) Y SE PIDE LA OPERACION               *
      *----------------------------------------------------------------*
       2000-SESION-MANTENIMIENTO.

           PERFORM 2100-LISTAR-OBJETIVOS
              THRU 2100-LISTAR-OBJETIVOS-EXIT.

           DISPLAY 'A ALTA   M MODIFICAR   B BORRAR   F FILTRAR MES   '
                   '0 GRABAR Y SALIR'.
           DISPLAY 'OPCION: ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-OPCION-MENU.
           ACCEPT WS-OPCION-MENU.

      *    UN INGRESO VACIO (O EL FIN DE LA ENTRADA) EQUIVALE A SALIR,
      *    PARA NO QUEDAR CICLANDO SI SE CORTA LA CONSOLA
           EVALUATE WS-OPCION-MENU
               WHEN '0'
               WHEN SPACE
                    SET WS-FIN-SESION TO TRUE
               WHEN 'A'
                    PERFORM 2200-ALTA-OBJETIVO
                       THRU 2200-ALTA-OBJETIVO-FIN
               WHEN 'M'
                    PERFORM 2300-MODIFICAR-OBJETIVO
                       THRU 2300-MODIFICAR-OBJETIVO-FIN
               WHEN 'B'
                    PERFORM 2400-BORRAR-OBJETIVO
                       THRU 2400-BORRAR-OBJETIVO-FIN
               WHEN 'F'
                    PERFORM 2180-ELEGIR-MES-FILTRO
                       THRU 2180-ELEGIR-MES-FILTRO-EXIT
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-SESION-MANTENIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LISTAR-OBJETIVOS.

           MOVE ZEROS                       TO WS-OB-LISTADOS.

           DISPLAY ' '.
           DISPLAY 'MES     SUC CATEGORIA                  OBJETIVO '
                   'DIAS'.

           PERFORM 2150-LISTAR-UN-OBJETIVO
              THRU 2150-LISTAR-UN-OBJETIVO-EXIT
             VARYING WS-OB-INDICE FROM 1 BY 1
               UNTIL WS-OB-INDICE > WS-OB-CANT.

           IF WS-MES-FILTRO NOT = SPACES
              DISPLAY 'MES ' WS-MES-FILTRO ': ' WS-OB-LISTADOS
                      ' OBJETIVOS DE ' WS-OB-CANT
           END-IF.

           DISPLAY ' '.

       2100-LISTAR-OBJETIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-LISTAR-UN-OBJETIVO.

           IF WS-MES-FILTRO NOT = SPACES
              AND WS-OB-MES(WS-OB-INDICE) NOT = WS-MES-FILTRO
              GO TO 2150-LISTAR-UN-OBJETIVO-EXIT
           END-IF.

           ADD 1                            TO WS-OB-LISTADOS.
           MOVE WS-OB-IMPORTE(WS-OB-INDICE) TO WS-LIS-IMPORTE.

           DISPLAY WS-OB-MES(WS-OB-INDICE) ' '
                   WS-OB-SUCURSAL(WS-OB-INDICE) ' '
                   WS-OB-CATEGORIA(WS-OB-INDICE) ' '
                   WS-LIS-IMPORTE ' '
                   WS-OB-DIAS-VENTA(WS-OB-INDICE).

       2150-LISTAR-UN-OBJETIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ELEGIR EL MES QUE SE LISTA. VACIO = TODOS       *
      *----------------------------------------------------------------*
       2180-ELEGIR-MES-FILTRO.

           DISPLAY 'MES A LISTAR (AAAA-MM, VACIO = TODOS): '
              WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.

           IF WS-VALOR-INGRESADO = SPACES
              MOVE SPACES                   TO WS-MES-FILTRO
              GO TO 2180-ELEGIR-MES-FILTRO-EXIT
           END-IF.

           MOVE WS-VALOR-INGRESADO(1:7)     TO WS-MES-BUSCADO.

           PERFORM 2600-VALIDAR-MES
              THRU 2600-VALIDAR-MES-EXIT.

           IF WS-DATO-ES-INVALIDO
              DISPLAY 'MES INVALIDO: ' WS-MES-BUSCADO
              GO TO 2180-ELEGIR-MES-FILTRO-EXIT
           END-IF.

           MOVE WS-MES-BUSCADO              TO WS-MES-FILTRO.

       2180-ELEGIR-MES-FILTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ALTA DE UN OBJETIVO: SE PIDE LA CLAVE (QUE NO DEBE EXISTIR), *
      *    EL IMPORTE Y LOS DIAS DE VENTA PREVISTOS, Y RECIEN CON TODO  *
      *    VALIDO SE AGREGA A LA TABLA                                 *
      *----------------------------------------------------------------*
       2200-ALTA-OBJETIVO.

           IF WS-OB-CANT = 1000
              DISPLAY 'ARCHIVO DE OBJETIVOS LLENO (1000 FILAS), NO '
                      'HAY LUGAR PARA UN ALTA'
              GO TO 2200-ALTA-OBJETIVO-FIN
           END-IF.

           PERFORM 2500-PEDIR-CLAVE
              THRU 2500-PEDIR-CLAVE-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2200-ALTA-OBJETIVO-FIN
           END-IF.

           IF WS-OBJETIVO-ENCONTRADO
              DISPLAY 'YA EXISTE UN OBJETIVO PARA ' WS-MES-BUSCADO
                      ' SUCURSAL ' WS-SUC-BUSCADA ' CATEGORIA '
                      WS-CATEG-BUSCADA
              GO TO 2200-ALTA-OBJETIVO-FIN
           END-IF.

           PERFORM 2700-PEDIR-IMPORTE
              THRU 2700-PEDIR-IMPORTE-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2200-ALTA-OBJETIVO-FIN
           END-IF.

           PERFORM 2750-PEDIR-DIAS-VENTA
              THRU 2750-PEDIR-DIAS-VENTA-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2200-ALTA-OBJETIVO-FIN
           END-IF.

           ADD 1                            TO WS-OB-CANT.
           MOVE WS-MES-BUSCADO    TO WS-OB-MES(WS-OB-CANT).
           MOVE WS-SUC-BUSCADA    TO WS-OB-SUCURSAL(WS-OB-CANT).
           MOVE WS-CATEG-BUSCADA  TO WS-OB-CATEGORIA(WS-OB-CANT).
           MOVE WS-OE-IMPORTE     TO WS-OB-IMPORTE(WS-OB-CANT).
           MOVE WS-OE-DIAS-VENTA  TO WS-OB-DIAS-VENTA(WS-OB-CANT).

           SET WS-HUBO-CAMBIOS TO TRUE.
           DISPLAY 'OBJETIVO ' WS-MES-BUSCADO ' ' WS-SUC-BUSCADA ' '
                   WS-CATEG-BUSCADA ' AGREGADO'.

       2200-ALTA-OBJETIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    MODIFICACION DE UN OBJETIVO EXISTENTE: MENU DE CAMPOS COMO   *
      *    EL DEL MAESTRO DE EMPLEADOS. LA CLAVE NO SE MODIFICA (SE     *
      *    BORRA Y SE DA DE ALTA OTRA)                                 *
      *----------------------------------------------------------------*
       2300-MODIFICAR-OBJETIVO.

           PERFORM 2500-PEDIR-CLAVE
              THRU 2500-PEDIR-CLAVE-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2300-MODIFICAR-OBJETIVO-FIN
           END-IF.

           IF NOT WS-OBJETIVO-ENCONTRADO
              DISPLAY 'NO EXISTE UN OBJETIVO PARA ' WS-MES-BUSCADO
                      ' SUCURSAL ' WS-SUC-BUSCADA ' CATEGORIA '
                      WS-CATEG-BUSCADA
              GO TO 2300-MODIFICAR-OBJETIVO-FIN
           END-IF.

           MOVE 'N'                         TO WS-SW-FIN-REGISTRO.

           PERFORM 2350-EDITAR-CAMPOS
              THRU 2350-EDITAR-CAMPOS-FIN
             UNTIL WS-FIN-REGISTRO.

       2300-MODIFICAR-OBJETIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2350-EDITAR-CAMPOS.

           MOVE WS-OB-IMPORTE(WS-OB-INDICE-HALLADO) TO WS-LIS-IMPORTE.

           DISPLAY ' '.
           DISPLAY 'OBJETIVO ' WS-OB-MES(WS-OB-INDICE-HALLADO) ' '
                   WS-OB-SUCURSAL(WS-OB-INDICE-HALLADO) ' '
                   WS-OB-CATEGORIA(WS-OB-INDICE-HALLADO).
           DISPLAY '1 IMPORTE      : ' WS-LIS-IMPORTE.
           DISPLAY '2 DIAS DE VENTA: '
                   WS-OB-DIAS-VENTA(WS-OB-INDICE-HALLADO).
           DISPLAY '0 VOLVER'.
           DISPLAY 'CAMPO A CORREGIR: ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-OPCION-CAMPO.
           ACCEPT WS-OPCION-CAMPO.

           EVALUATE WS-OPCION-CAMPO
               WHEN '0'
               WHEN SPACE
                    SET WS-FIN-REGISTRO TO TRUE
               WHEN '1'
                    PERFORM 2700-PEDIR-IMPORTE
                       THRU 2700-PEDIR-IMPORTE-EXIT
                    IF WS-DATO-ES-VALIDO
                       MOVE WS-OE-IMPORTE   TO
                            WS-OB-IMPORTE(WS-OB-INDICE-HALLADO)
                       SET WS-HUBO-CAMBIOS TO TRUE
                    END-IF
               WHEN '2'
                    MOVE WS-OB-MES(WS-OB-INDICE-HALLADO) TO
                            WS-MES-BUSCADO
                    PERFORM 2600-VALIDAR-MES
                       THRU 2600-VALIDAR-MES-EXIT
                    PERFORM 2750-PEDIR-DIAS-VENTA
                       THRU 2750-PEDIR-DIAS-VENTA-EXIT
                    IF WS-DATO-ES-VALIDO
                       MOVE WS-OE-DIAS-VENTA TO
                            WS-OB-DIAS-VENTA(WS-OB-INDICE-HALLADO)
                       SET WS-HUBO-CAMBIOS TO TRUE
                    END-IF
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2350-EDITAR-CAMPOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    BORRADO DE UN OBJETIVO: A DIFERENCIA DE UN LEGAJO, UN        *
      *    OBJETIVO NO TIENE HISTORIA QUE CONSERVAR. SE PIDE            *
      *    CONFIRMACION Y SE CORREN LAS FILAS SIGUIENTES UN LUGAR       *
      *----------------------------------------------------------------*
       2400-BORRAR-OBJETIVO.

           PERFORM 2500-PEDIR-CLAVE
              THRU 2500-PEDIR-CLAVE-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2400-BORRAR-OBJETIVO-FIN
           END-IF.

           IF NOT WS-OBJETIVO-ENCONTRADO
              DISPLAY 'NO EXISTE UN OBJETIVO PARA ' WS-MES-BUSCADO
                      ' SUCURSAL ' WS-SUC-BUSCADA ' CATEGORIA '
                      WS-CATEG-BUSCADA
              GO TO 2400-BORRAR-OBJETIVO-FIN
           END-IF.

           DISPLAY 'CONFIRMA EL BORRADO (S/N): ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.

           IF WS-VALOR-INGRESADO(1:1) NOT = 'S'
              DISPLAY 'BORRADO CANCELADO'
              GO TO 2400-BORRAR-OBJETIVO-FIN
           END-IF.

           PERFORM 2450-CORRER-UN-OBJETIVO
              THRU 2450-CORRER-UN-OBJETIVO-EXIT
             VARYING WS-OB-INDICE FROM WS-OB-INDICE-HALLADO BY 1
               UNTIL WS-OB-INDICE >= WS-OB-CANT.

           SUBTRACT 1                       FROM WS-OB-CANT.
           SET WS-HUBO-CAMBIOS TO TRUE.

           DISPLAY 'OBJETIVO ' WS-MES-BUSCADO ' ' WS-SUC-BUSCADA ' '
                   WS-CATEG-BUSCADA ' BORRADO'.

       2400-BORRAR-OBJETIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-CORRER-UN-OBJETIVO.

           MOVE WS-OB-ITEM(WS-OB-INDICE + 1) TO
                   WS-OB-ITEM(WS-OB-INDICE).

       2450-CORRER-UN-OBJETIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PEDIR LA CLAVE DE UN OBJETIVO (MES, SUCURSAL Y  *
      *    CATEGORIA), VALIDAR CADA PARTE Y BUSCARLA EN LA TABLA        *
      *----------------------------------------------------------------*
       2500-PEDIR-CLAVE.

           SET WS-DATO-ES-VALIDO TO TRUE.
           MOVE 'N'                         TO WS-SW-OBJ-ENCONTRADO.
           MOVE ZEROS                       TO WS-OB-INDICE-HALLADO.

           DISPLAY 'MES (AAAA-MM): ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.
           MOVE WS-VALOR-INGRESADO(1:7)     TO WS-MES-BUSCADO.

           PERFORM 2600-VALIDAR-MES
              THRU 2600-VALIDAR-MES-EXIT.

           IF WS-DATO-ES-INVALIDO
              DISPLAY 'MES INVALIDO: ' WS-MES-BUSCADO
              GO TO 2500-PEDIR-CLAVE-EXIT
           END-IF.

           DISPLAY 'SUCURSAL (3 DIGITOS): ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-SUC-INGRESADA.
           ACCEPT WS-SUC-INGRESADA.

           IF WS-SUC-INGRESADA IS NOT NUMERIC
              DISPLAY 'LA SUCURSAL DEBE SER NUMERICA DE 3 DIGITOS'
              SET WS-DATO-ES-INVALIDO TO TRUE
              GO TO 2500-PEDIR-CLAVE-EXIT
           END-IF.
           MOVE WS-SUC-INGRESADA            TO WS-SUC-BUSCADA.

      *    UNA SUCURSAL INACTIVA O FUERA DE VIGENCIA EN EL MES SOLO SE
      *    AVISA, PARA PODER CORREGIR O BORRAR SUS OBJETIVOS
           IF WS-MS-CANT > ZEROS
              MOVE 'N'                      TO WS-SW-SUC-ENCONTRADA
              PERFORM 2580-COMPARAR-SUCURSAL
                 THRU 2580-COMPARAR-SUCURSAL-EXIT
                VARYING WS-MS-INDICE FROM 1 BY 1
                  UNTIL WS-MS-INDICE > WS-MS-CANT
                     OR WS-SUCURSAL-ENCONTRADA
              IF NOT WS-SUCURSAL-ENCONTRADA
                 DISPLAY 'LA SUCURSAL ' WS-SUC-BUSCADA
                         ' NO EXISTE EN EL MAESTRO DE SUCURSALES'
                 SET WS-DATO-ES-INVALIDO TO TRUE
                 GO TO 2500-PEDIR-CLAVE-EXIT
              END-IF
              IF WS-MS-ACTIVA(WS-MS-INDICE-HALLADO) NOT = 'S'
                 OR WS-MS-FECHA-APERTURA(WS-MS-INDICE-HALLADO)(1:7)
                    > WS-MES-BUSCADO
                 OR (WS-MS-FECHA-CIERRE(WS-MS-INDICE-HALLADO)
                     NOT = SPACES
                     AND WS-MS-FECHA-CIERRE(WS-MS-INDICE-HALLADO)(1:7)
                         < WS-MES-BUSCADO)
                 DISPLAY '*** ATENCION: LA SUCURSAL ' WS-SUC-BUSCADA
                         ' NO ESTA ABIERTA EN ' WS-MES-BUSCADO ' ***'
              END-IF
           END-IF.

           DISPLAY 'CATEGORIA: ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.
           MOVE WS-VALOR-INGRESADO(1:20)    TO WS-CATEG-BUSCADA.

           IF WS-CATEG-BUSCADA = SPACES
              DISPLAY 'LA CATEGORIA NO PUEDE QUEDAR EN BLANCO'
              SET WS-DATO-ES-INVALIDO TO TRUE
              GO TO 2500-PEDIR-CLAVE-EXIT
           END-IF.

           IF WS-MC-CANT > ZEROS
              MOVE 'N'                      TO WS-SW-CAT-ENCONTRADA
              PERFORM 2570-COMPARAR-CATEGORIA
                 THRU 2570-COMPARAR-CATEGORIA-EXIT
                VARYING WS-MC-INDICE FROM 1 BY 1
                  UNTIL WS-MC-INDICE > WS-MC-CANT
                     OR WS-CATEGORIA-ENCONTRADA
              IF NOT WS-CATEGORIA-ENCONTRADA
                 DISPLAY 'LA CATEGORIA ' WS-CATEG-BUSCADA
                         ' NO EXISTE EN EL MAESTRO DE CATEGORIAS'
                 SET WS-DATO-ES-INVALIDO TO TRUE
                 GO TO 2500-PEDIR-CLAVE-EXIT
              END-IF
           END-IF.

           PERFORM 2550-COMPARAR-CLAVE
              THRU 2550-COMPARAR-CLAVE-EXIT
             VARYING WS-OB-INDICE FROM 1 BY 1
               UNTIL WS-OB-INDICE > WS-OB-CANT
                  OR WS-OBJETIVO-ENCONTRADO.

       2500-PEDIR-CLAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-COMPARAR-CLAVE.

           IF WS-OB-MES(WS-OB-INDICE) = WS-MES-BUSCADO
              AND WS-OB-SUCURSAL(WS-OB-INDICE) = WS-SUC-BUSCADA
              AND WS-OB-CATEGORIA(WS-OB-INDICE) = WS-CATEG-BUSCADA
              SET WS-OBJETIVO-ENCONTRADO TO TRUE
              MOVE WS-OB-INDICE             TO WS-OB-INDICE-HALLADO
           END-IF.

       2550-COMPARAR-CLAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2570-COMPARAR-CATEGORIA.

           IF WS-MC-NOMBRE(WS-MC-INDICE) = WS-CATEG-BUSCADA
              SET WS-CATEGORIA-ENCONTRADA TO TRUE
           END-IF.

       2570-COMPARAR-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2580-COMPARAR-SUCURSAL.

           IF WS-MS-CODIGO(WS-MS-INDICE) = WS-SUC-BUSCADA
              SET WS-SUCURSAL-ENCONTRADA TO TRUE
              MOVE WS-MS-INDICE             TO WS-MS-INDICE-HALLADO
           END-IF.

       2580-COMPARAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR UN MES AAAA-MM Y DEJAR SUS DIAS         *
      *    CALENDARIO EN WS-VF-DIAS-MAX (FEBRERO SEGUN BISIESTO)        *
      *----------------------------------------------------------------*
       2600-VALIDAR-MES.

           SET WS-DATO-ES-VALIDO TO TRUE.

           MOVE WS-MES-BUSCADO(1:4)           TO WS-VF-ANIO-X.
           MOVE WS-MES-BUSCADO(5:1)           TO WS-VF-SEP1.
           MOVE WS-MES-BUSCADO(6:2)           TO WS-VF-MES-X.

           IF WS-VF-ANIO-X IS NOT NUMERIC
              OR WS-VF-MES-X IS NOT NUMERIC
              OR WS-VF-SEP1 NOT = '-'
                 SET WS-DATO-ES-INVALIDO TO TRUE
                 GO TO 2600-VALIDAR-MES-EXIT
           END-IF.

           MOVE WS-VF-ANIO-X                  TO WS-VF-ANIO.
           MOVE WS-VF-MES-X                   TO WS-VF-MES.

           IF WS-VF-MES < 1 OR WS-VF-MES > 12
              SET WS-DATO-ES-INVALIDO TO TRUE
              GO TO 2600-VALIDAR-MES-EXIT
           END-IF.

           PERFORM 2650-CALCULAR-DIAS-DEL-MES
              THRU 2650-CALCULAR-DIAS-DEL-MES-EXIT.

       2600-VALIDAR-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA OBTENER LOS DIAS DEL MES, CONTEMPLANDO EL AÑO   *
      *    BISIESTO PARA FEBRERO                                       *
      *----------------------------------------------------------------*
       2650-CALCULAR-DIAS-DEL-MES.

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

       2650-CALCULAR-DIAS-DEL-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PEDIR EL IMPORTE OBJETIVO: 11 DIGITOS SIN       *
      *    SEPARADORES, LOS DOS ULTIMOS SON LOS CENTAVOS (MISMA         *
      *    CONVENCION DEL IMPORTE DEL EXTRACTO). DEBE SER MAYOR A CERO  *
      *----------------------------------------------------------------*
       2700-PEDIR-IMPORTE.

           SET WS-DATO-ES-VALIDO TO TRUE.

           DISPLAY 'IMPORTE OBJETIVO (11 DIGITOS, 2 DECIMALES): '
              WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.
           MOVE WS-VALOR-INGRESADO(1:11)    TO WS-IMPORTE-INGRESADO.

           IF WS-IMPORTE-INGRESADO IS NOT NUMERIC
              OR WS-IMPORTE-NUMERICO = ZEROS
              DISPLAY 'IMPORTE INVALIDO: DEBEN SER 11 DIGITOS Y '
                      'MAYOR A CERO'
              SET WS-DATO-ES-INVALIDO TO TRUE
              GO TO 2700-PEDIR-IMPORTE-EXIT
           END-IF.

           MOVE WS-IMPORTE-NUMERICO         TO WS-OE-IMPORTE.

       2700-PEDIR-IMPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PEDIR LOS DIAS DE VENTA PREVISTOS EN EL MES.    *
      *    VACIO = TODOS LOS DIAS CALENDARIO DEL MES (WS-VF-DIAS-MAX,   *
      *    QUE DEJA 2600 AL VALIDAR EL MES)                            *
      *----------------------------------------------------------------*
       2750-PEDIR-DIAS-VENTA.

           SET WS-DATO-ES-VALIDO TO TRUE.

           DISPLAY 'DIAS DE VENTA DEL MES (2 DIGITOS, VACIO = '
                   WS-VF-DIAS-MAX '): ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.
           MOVE WS-VALOR-INGRESADO(1:2)     TO WS-DIAS-INGRESADOS.

           IF WS-DIAS-INGRESADOS = SPACES
              MOVE WS-VF-DIAS-MAX           TO WS-OE-DIAS-VENTA
              GO TO 2750-PEDIR-DIAS-VENTA-EXIT
           END-IF.

           IF WS-DIAS-INGRESADOS IS NOT NUMERIC
              OR WS-DIAS-NUMERICOS = ZEROS
              OR WS-DIAS-NUMERICOS > WS-VF-DIAS-MAX
              DISPLAY 'DIAS DE VENTA INVALIDOS: ENTRE 01 Y '
                      WS-VF-DIAS-MAX
              SET WS-DATO-ES-INVALIDO TO TRUE
              GO TO 2750-PEDIR-DIAS-VENTA-EXIT
           END-IF.

           MOVE WS-DIAS-NUMERICOS           TO WS-OE-DIAS-VENTA.

       2750-PEDIR-DIAS-VENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CIERRE: SE REGRABA EL ARCHIVO COMPLETO DESDE LA TABLA SI     *
      *    HUBO CAMBIOS Y SE INFORMA CUANTOS OBJETIVOS QUEDAN           *
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-HUBO-CAMBIOS
              PERFORM 3100-GRABAR-OBJETIVOS
                 THRU 3100-GRABAR-OBJETIVOS-EXIT
           END-IF.

           DISPLAY 'OBJETIVOS EN EL ARCHIVO: ' WS-OB-CANT.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-OBJETIVOS.

           OPEN OUTPUT OBJETIVOS.

           IF FS-OBJETIVOS-OK
              PERFORM 3150-GRABAR-UN-OBJETIVO
                 THRU 3150-GRABAR-UN-OBJETIVO-EXIT
                VARYING WS-OB-INDICE FROM 1 BY 1
                  UNTIL WS-OB-INDICE > WS-OB-CANT
              CLOSE OBJETIVOS
              DISPLAY 'ARCHIVO DE OBJETIVOS ACTUALIZADO'
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE OBJETIVOS'
              DISPLAY 'FILE STATUS: ' FS-OBJETIVOS
           END-IF.

       3100-GRABAR-OBJETIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-GRABAR-UN-OBJETIVO.

           MOVE WS-OB-MES(WS-OB-INDICE)         TO OBJ-MES.
           MOVE WS-OB-SUCURSAL(WS-OB-INDICE)    TO OBJ-SUCURSAL.
           MOVE WS-OB-CATEGORIA(WS-OB-INDICE)   TO OBJ-CATEGORIA.
           MOVE WS-OB-IMPORTE(WS-OB-INDICE)     TO OBJ-IMPORTE.
           MOVE WS-OB-DIAS-VENTA(WS-OB-INDICE)  TO OBJ-DIAS-VENTA.

           WRITE OBJ-ARCHIVO.

           IF NOT FS-OBJETIVOS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE OBJETIVOS'
              DISPLAY 'FILE STATUS: ' FS-OBJETIVOS
           END-IF.

       3150-GRABAR-UN-OBJETIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11EJ12.
