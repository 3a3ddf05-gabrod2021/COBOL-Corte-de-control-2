      *    ALTA, SE MODIFICA Y SE DESACTIVA CADA LEGAJO VALIDANDO EN   *
      *    EL INGRESO: ID NUMERICO Y UNICO, FECHAS REALES (MISMAS      *
      *    REGLAS QUE LA VALIDACION DE FECHA DE CL11EJ02) Y BAJA NO    *
      *    ANTERIOR AL ALTA.                                          *
      *    LA SESION EXIGE OPERADOR Y CLAVE DEL ARCHIVO DE OPERADORES. *
      *    ALTAS, MODIFICACIONES Y BAJAS NO TOCAN EL MAESTRO: QUEDAN   *
      *    EN EL ARCHIVO DE PENDIENTES HASTA QUE UN SUPERVISOR         *
      *    DISTINTO DEL QUE LAS CARGO LAS APRUEBE (OPCION P). EL ROL   *
      *    DE SOLO CONSULTA UNICAMENTE LISTA. SOLICITUDES,             *
      *    APROBACIONES Y RECHAZOS VAN A LA PISTA DE AUDITORIA         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ04.
           ASSIGN DYNAMIC WS-NOMBRE-MAESTRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESTRO.
      *----------------------------------------------------------------*
      *    OPERADORES HABILITADOS CON SU ROL: C CARGA DE DATOS,         *
      *    S SUPERVISOR, L SOLO CONSULTA. LO MANTIENE SEGURIDAD         *
      *    INFORMATICA                                                 *
      *----------------------------------------------------------------*
       SELECT OPERADORES
           ASSIGN DYNAMIC WS-NOMBRE-OPERADORES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADORES.
      *----------------------------------------------------------------*
      *    CAMBIOS A LOS MAESTROS Y LIBERACIONES DE SUSPENSO QUE        *
      *    ESPERAN LA APROBACION DE UN SUPERVISOR. ES COMUN A CL11EJ03, *
      *    CL11EJ04, CL11EJ08 Y CL11EJ17; CADA UNO RESUELVE LOS SUYOS  *
      *----------------------------------------------------------------*
       SELECT PENDIENTES
           ASSIGN DYNAMIC WS-NOMBRE-PENDIENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.
      *----------------------------------------------------------------*
       SELECT AUDITORIA
           ASSIGN DYNAMIC WS-NOMBRE-AUDITORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.
      *----------------------------------------------------------------*
       DATA DIVISION.

          05 MAE-ACTIVO                     PIC X(01).
             88 MAE-EMPLEADO-ACTIVO             VALUE 'S'.

       FD OPERADORES.
       01 OPE-ARCHIVO.
          05 OPE-ID                         PIC X(08).
          05 OPE-NOMBRE                     PIC X(30).
          05 OPE-ROL                        PIC X(01).
             88 OPE-ROL-VALIDO                  VALUE 'C' 'S' 'L'.
          05 OPE-CLAVE                      PIC X(08).
          05 OPE-ACTIVO                     PIC X(01).
             88 OPE-OPERADOR-ACTIVO             VALUE 'S'.

      *    UN CAMBIO PENDIENTE: MAESTRO AFECTADO (E EMPLEADOS,
      *    C CATEGORIAS, S SUSPENSO, U SUCURSALES), OPERACION (A ALTA,
      *    M MODIFICACION, B BAJA, R REACTIVACION, L LIBERACION), CLAVE
      *    DEL REGISTRO, QUIEN Y CUANDO LO CARGO, IMPORTE (SOLO
      *    LIBERACIONES) E IMAGENES DEL REGISTRO ANTES Y DESPUES DEL
      *    CAMBIO
       FD PENDIENTES.
       01 PEN-ARCHIVO.
          05 PEN-MAESTRO                    PIC X(01).
          05 PEN-OPERACION                  PIC X(01).
          05 PEN-CLAVE                      PIC X(22).
          05 PEN-OPERADOR-CARGA             PIC X(08).
          05 PEN-FH-CARGA                   PIC X(16).
          05 PEN-IMPORTE                    PIC 9(08)V9(02).
          05 PEN-IMAGEN-ANTES               PIC X(118).
          05 PEN-IMAGEN-DESPUES             PIC X(118).

      *    MISMO LAYOUT DE LA PISTA QUE GRABA CL11EJ03
       FD AUDITORIA.
       01 AUD-ARCHIVO.
          05 AUD-FECHA                      PIC X(10).
          05 AUD-HORA                       PIC X(08).
          05 AUD-OPERADOR                   PIC X(08).
          05 AUD-COD-RECHAZO                PIC X(04).
          05 AUD-CLAVE.
             10 AUD-CLAVE-FECHA             PIC X(10).
             10 AUD-CLAVE-SUCURSAL          PIC X(03).
             10 AUD-CLAVE-TICKET            PIC X(09).
          05 AUD-CAMPO                      PIC X(10).
          05 AUD-VALOR-ANTES                PIC X(40).
          05 AUD-VALOR-DESPUES              PIC X(40).

       WORKING-STORAGE SECTION.

       01 WS-NOMBRE-ARCHIVOS.
          05 WS-NOMBRE-MAESTRO         PIC X(100)
                                        VALUE '../EMPLEADOS.TXT'.
          05 WS-NOMBRE-OPERADORES      PIC X(100)
                                        VALUE '../OPERADORES.TXT'.
          05 WS-NOMBRE-PENDIENTES      PIC X(100)
                                        VALUE '../PENDIENTES.TXT'.
          05 WS-NOMBRE-AUDITORIA       PIC X(100)
                                        VALUE '../AUDITORIA.TXT'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

             88 FS-MAESTRO-EOF                   VALUE '10'.
             88 FS-MAESTRO-NFD                   VALUE '35'.

          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-OK                 VALUE '00'.
             88 FS-OPERADORES-EOF                VALUE '10'.
             88 FS-OPERADORES-NFD                VALUE '35'.

          05 FS-PENDIENTES                  PIC X(2).
             88 FS-PENDIENTES-OK                 VALUE '00'.
             88 FS-PENDIENTES-EOF                VALUE '10'.
             88 FS-PENDIENTES-NFD                VALUE '35'.

          05 FS-AUDITORIA                   PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.
             88 FS-AUDITORIA-NFD                 VALUE '35'.

       01 WS-SWITCHES.
          05 WS-SW-FIN-SESION                PIC X(01) VALUE 'N'.
             88 WS-FIN-SESION                    VALUE 'S'.
             88 WS-DATO-ES-INVALIDO              VALUE 'N'.
          05 WS-SW-EMP-ENCONTRADO            PIC X(01) VALUE 'N'.
             88 WS-EMPLEADO-ENCONTRADO           VALUE 'S'.
          05 WS-SW-AUD-ABIERTA               PIC X(01) VALUE 'N'.
             88 WS-AUDITORIA-ABIERTA             VALUE 'S'.
          05 WS-SW-OPE-HALLADO               PIC X(01) VALUE 'N'.
             88 WS-OPERADOR-HALLADO              VALUE 'S'.
          05 WS-SW-PEN-HALLADO               PIC X(01) VALUE 'N'.
             88 WS-PENDIENTE-HALLADO             VALUE 'S'.
          05 WS-SW-HUBO-PENDIENTES           PIC X(01) VALUE 'N'.
             88 WS-HUBO-PENDIENTES               VALUE 'S'.
          05 WS-SW-PEN-INCOMPLETO            PIC X(01) VALUE 'N'.
             88 WS-PENDIENTES-INCOMPLETO         VALUE 'S'.
          05 WS-SW-ERROR-GRABACION           PIC X(01) VALUE 'N'.
             88 WS-ERROR-GRABACION               VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-CANT-ACTIVOS                 PIC 9(03) VALUE ZEROS.
          05 WS-CANT-INACTIVOS               PIC 9(03) VALUE ZEROS.
          05 WS-CANT-SOLICITUDES             PIC 9(03) VALUE ZEROS.
          05 WS-CANT-APROBADOS               PIC 9(03) VALUE ZEROS.
          05 WS-CANT-RECHAZADOS              PIC 9(03) VALUE ZEROS.

       01 WS-OPCIONES.
          05 WS-OPCION-MENU                  PIC X(01).
          05 WS-OPCION-CAMPO                 PIC X(01).
          05 WS-OPCION-PEN-NUM               PIC 9(03).
          05 WS-VALOR-INGRESADO              PIC X(40).
          05 WS-ID-INGRESADO                 PIC X(05).
          05 WS-ID-BUSCADO                   PIC 9(05).

      *    OPERADOR DE LA SESION, VALIDADO CONTRA EL ARCHIVO DE
      *    OPERADORES. EL ROL DECIDE QUE PUEDE HACER: CONSULTA SOLO
      *    LISTA, CARGA SOLICITA CAMBIOS Y SUPERVISOR ADEMAS APRUEBA
      *    LOS QUE SOLICITO OTRO OPERADOR
       01 WS-SESION-OPERADOR.
          05 WS-OPE-CLAVE-INGRESADA          PIC X(08).
          05 WS-OPE-NOMBRE                   PIC X(30).
          05 WS-OPE-ROL                      PIC X(01) VALUE SPACE.
             88 WS-ROL-CARGA                     VALUE 'C'.
             88 WS-ROL-SUPERVISOR                VALUE 'S'.
             88 WS-ROL-CONSULTA                  VALUE 'L'.
          05 WS-DESCRIPCION-ROL              PIC X(14).

      *    DATOS DEL EVENTO DE AUDITORIA EN CURSO. LA CLAVE ES EL
      *    LEGAJO, QUE VA EN LA POSICION DEL TICKET
       01 WS-AUDITORIA-TRABAJO.
          05 WS-AUD-OPERADOR                 PIC X(08) VALUE SPACES.
          05 WS-AUD-CAMPO                    PIC X(10).
          05 WS-AUD-ANTES                    PIC X(40).
          05 WS-AUD-DESPUES                  PIC X(40).
          05 WS-AUD-LEGAJO                   PIC X(09).

      *    RESUMEN DE UN LEGAJO PARA LA PISTA DE AUDITORIA, QUE TIENE
      *    40 POSICIONES POR IMAGEN: LO QUE DECIDE LA VIGENCIA VA
      *    PRIMERO Y EL NOMBRE AL FINAL, TRUNCADO
       01 WS-AUD-IMAGEN-LEGAJO.
          05 WS-AIL-ID                       PIC 9(05).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-AIL-ACTIVO                   PIC X(01).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-AIL-FECHA-ALTA               PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-AIL-FECHA-BAJA               PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-AIL-NOMBRE                   PIC X(10).

       01 WS-FECHA-EVENTO-CRUDA.
          05 WS-FEC-ANIO                     PIC X(04).
          05 WS-FEC-MES                      PIC X(02).
          05 WS-FEC-DIA                      PIC X(02).

       01 WS-HORA-EVENTO-CRUDA.
          05 WS-HEC-HORA                     PIC X(02).
          05 WS-HEC-MINUTO                   PIC X(02).
          05 WS-HEC-SEGUNDO                  PIC X(02).
          05 FILLER                          PIC X(02).

       01 WS-FECHA-EVENTO.
          05 WS-FE-ANIO                      PIC X(04).
          05 FILLER                          PIC X(01) VALUE '-'.
          05 WS-FE-MES                       PIC X(02).
          05 FILLER                          PIC X(01) VALUE '-'.
          05 WS-FE-DIA                       PIC X(02).

       01 WS-HORA-EVENTO.
          05 WS-HE-HORA                      PIC X(02).
          05 FILLER                          PIC X(01) VALUE ':'.
          05 WS-HE-MINUTO                    PIC X(02).
          05 FILLER                          PIC X(01) VALUE ':'.
          05 WS-HE-SEGUNDO                   PIC X(02).

      *    SELLO FECHA/HORA CON QUE SE CARGA UN PENDIENTE
       01 WS-FH-EVENTO.
          05 WS-FHE-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-FHE-HORA                     PIC X(05).

      *----------------------------------------------------------------*
      *    COPIA EN MEMORIA DEL ARCHIVO DE PENDIENTES COMPLETO (DE      *
      *    TODOS LOS MAESTROS, PARA NO PERDER LOS AJENOS AL REGRABAR).  *
      *    EL ESTADO SOLO VIVE EN MEMORIA: P SIGUE PENDIENTE, A         *
      *    APROBADO, R RECHAZADO; LOS RESUELTOS NO SE REGRABAN         *
      *    EL ORIGEN DICE SI LA FILA SE LEYO DEL ARCHIVO (A) O SI LA    *
      *    SOLICITO ESTA SESION (S)                                     *
      *----------------------------------------------------------------*
       01 WS-PENDIENTES-TRABAJO.
          05 WS-PN-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-PN-INDICE                   PIC 9(03).
          05 WS-PN-INDICE-HALLADO           PIC 9(03).
          05 WS-PN-CANT-MAESTRO             PIC 9(03).
          05 WS-PN-OPERACION-NUEVA          PIC X(01).
          05 WS-PN-CLAVE-BUSCADA            PIC X(22).
          05 WS-PN-IMAGEN-ANTERIOR          PIC X(118).
          05 WS-PN-ITEM OCCURS 300 TIMES.
             10 WS-PN-DATOS.
                15 WS-PN-MAESTRO            PIC X(01).
                15 WS-PN-OPERACION          PIC X(01).
                15 WS-PN-CLAVE              PIC X(22).
                15 WS-PN-OPERADOR-CARGA     PIC X(08).
                15 WS-PN-FH-CARGA           PIC X(16).
                15 WS-PN-IMPORTE            PIC 9(08)V9(02).
                15 WS-PN-IMAGEN-ANTES       PIC X(118).
                15 WS-PN-IMAGEN-DESPUES     PIC X(118).
             10 WS-PN-ESTADO                PIC X(01).
             10 WS-PN-ORIGEN                PIC X(01).

      *----------------------------------------------------------------*
      *    RELECTURA DEL ARCHIVO DE PENDIENTES AL REGRABARLO: OTRA      *
      *    SESION PUDO AGREGAR O RESOLVER FILAS MIENTRAS ESTA SEGUIA    *
      *    ABIERTA                                                      *
      *----------------------------------------------------------------*
       01 WS-PENDIENTES-ARCHIVO.
          05 WS-PA-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-PA-INDICE                   PIC 9(03).
          05 WS-PA-ITEM OCCURS 300 TIMES.
             10 WS-PA-DATOS.
                15 WS-PA-MAESTRO            PIC X(01).
                15 WS-PA-OPERACION          PIC X(01).
                15 WS-PA-CLAVE              PIC X(22).
                15 WS-PA-OPERADOR-CARGA     PIC X(08).
                15 WS-PA-FH-CARGA           PIC X(16).
                15 WS-PA-IMPORTE            PIC 9(08)V9(02).
                15 WS-PA-IMAGEN-ANTES       PIC X(118).
                15 WS-PA-IMAGEN-DESPUES     PIC X(118).

      *----------------------------------------------------------------*
      *    COPIA EN MEMORIA DEL MAESTRO, IGUAL QUE EN CL11EJ02 (MISMO   *
      *    LIMITE DE 200 LEGAJOS). EL ARCHIVO SE REGRABA COMPLETO AL    *
             10 WS-ME-ACTIVO                PIC X(01).

      *    AREA DEL LEGAJO EN EDICION, PARA VALIDAR TODO ANTES DE
      *    SOLICITAR EL CAMBIO. TAMBIEN SIRVE PARA VER LAS IMAGENES
      *    DE UN PENDIENTE (MISMO LAYOUT QUE UNA FILA DE LA TABLA)
       01 WS-LEG-EDIT.
          05 WS-LE-ID                       PIC 9(05).
          05 WS-LE-NOMBRE                   PIC X(40).
              ACCEPT WS-NOMBRE-MAESTRO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-OPERADORES FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 3
              DISPLAY 3 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-PENDIENTES FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 4
              DISPLAY 4 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-AUDITORIA FROM ARGUMENT-VALUE
           END-IF.

           PERFORM 1050-IDENTIFICAR-OPERADOR
              THRU 1050-IDENTIFICAR-OPERADOR-EXIT.

           IF WS-FIN-SESION
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1200-ABRIR-AUDITORIA
              THRU 1200-ABRIR-AUDITORIA-EXIT.

           IF WS-FIN-SESION
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1100-CARGAR-MAESTRO
              THRU 1100-CARGAR-MAESTRO-EXIT.

                      'LEGAJOS'
           END-IF.

           PERFORM 1300-CARGAR-PENDIENTES
              THRU 1300-CARGAR-PENDIENTES-EXIT.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA IDENTIFICAR AL OPERADOR: ID Y CLAVE DEBEN       *
      *    COINCIDIR CON UN OPERADOR ACTIVO DEL ARCHIVO DE OPERADORES.  *
      *    SIN OPERADOR VALIDO NO SE ABRE LA SESION. NO SE INFORMA SI   *
      *    FALLO EL ID O LA CLAVE                                      *
      *----------------------------------------------------------------*
       1050-IDENTIFICAR-OPERADOR.

           MOVE 'N'                         TO WS-SW-OPE-HALLADO.

           DISPLAY 'ID DE OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-AUD-OPERADOR.

           IF WS-AUD-OPERADOR = SPACES
              DISPLAY 'SIN ID DE OPERADOR NO SE ABRE LA SESION DE '
                      'MANTENIMIENTO'
              SET WS-FIN-SESION TO TRUE
              GO TO 1050-IDENTIFICAR-OPERADOR-EXIT
           END-IF.

           DISPLAY 'CLAVE: ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-OPE-CLAVE-INGRESADA.
           ACCEPT WS-OPE-CLAVE-INGRESADA.

           OPEN INPUT OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                    PERFORM 1060-LEER-UN-OPERADOR
                       THRU 1060-LEER-UN-OPERADOR-EXIT
                      UNTIL FS-OPERADORES-EOF
                         OR WS-OPERADOR-HALLADO
                    CLOSE OPERADORES
               WHEN FS-OPERADORES-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

           IF NOT WS-OPERADOR-HALLADO
              DISPLAY 'OPERADOR O CLAVE INVALIDOS, NO SE ABRE LA '
                      'SESION DE MANTENIMIENTO'
              SET WS-FIN-SESION TO TRUE
              GO TO 1050-IDENTIFICAR-OPERADOR-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-ROL-SUPERVISOR
                    MOVE 'SUPERVISOR'        TO WS-DESCRIPCION-ROL
               WHEN WS-ROL-CARGA
                    MOVE 'CARGA DE DATOS'    TO WS-DESCRIPCION-ROL
               WHEN OTHER
                    MOVE 'SOLO CONSULTA'     TO WS-DESCRIPCION-ROL
           END-EVALUATE.

           DISPLAY 'OPERADOR ' WS-AUD-OPERADOR ' ' WS-OPE-NOMBRE
                   ' - ROL: ' WS-DESCRIPCION-ROL.

       1050-IDENTIFICAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1060-LEER-UN-OPERADOR.

           READ OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                    IF OPE-ID = WS-AUD-OPERADOR
                       AND OPE-CLAVE = WS-OPE-CLAVE-INGRESADA
                       AND OPE-OPERADOR-ACTIVO
                       AND OPE-ROL-VALIDO
                       SET WS-OPERADOR-HALLADO TO TRUE
                       MOVE OPE-NOMBRE        TO WS-OPE-NOMBRE
                       MOVE OPE-ROL           TO WS-OPE-ROL
                    END-IF
               WHEN FS-OPERADORES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE OPERADORES'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
                    SET FS-OPERADORES-EOF TO TRUE
           END-EVALUATE.

       1060-LEER-UN-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL MAESTRO EN MEMORIA. LOS LEGAJOS CON   *
      *    ID NO NUMERICO SE DESCARTAN AVISANDO, IGUAL QUE HACE         *
      *    CL11EJ02 AL CARGARLO                                        *
       1150-LEER-UN-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ABRIR LA PISTA DE AUDITORIA EN MODO AGREGAR,    *
      *    IGUAL QUE EN CL11EJ03. SIN PISTA NO SE ABRE LA SESION        *
      *----------------------------------------------------------------*
       1200-ABRIR-AUDITORIA.

           OPEN EXTEND AUDITORIA.

           IF FS-AUDITORIA-NFD
              OPEN OUTPUT AUDITORIA
           END-IF.

           IF FS-AUDITORIA-OK
              SET WS-AUDITORIA-ABIERTA TO TRUE
           ELSE
              DISPLAY 'ERROR AL ABRIR LA PISTA DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-AUDITORIA
              DISPLAY 'SIN AUDITORIA NO SE ABRE LA SESION DE '
                      'MANTENIMIENTO'
              SET WS-FIN-SESION TO TRUE
           END-IF.

       1200-ABRIR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL ARCHIVO DE PENDIENTES. SI NO ENTRA    *
      *    COMPLETO EN LA TABLA NO SE LO PUEDE REGRABAR SIN PERDER      *
      *    FILAS: EN ESA SESION NO SE SOLICITA NI SE RESUELVE NADA      *
      *----------------------------------------------------------------*
       1300-CARGAR-PENDIENTES.

           OPEN INPUT PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 1350-LEER-UN-PENDIENTE
                       THRU 1350-LEER-UN-PENDIENTE-EXIT
                      UNTIL FS-PENDIENTES-EOF
                         OR WS-PN-CANT = 300
                    IF NOT FS-PENDIENTES-EOF
                       READ PENDIENTES
                    END-IF
                    IF NOT FS-PENDIENTES-EOF
                       SET WS-PENDIENTES-INCOMPLETO TO TRUE
                       DISPLAY '*** ATENCION: MAS DE 300 CAMBIOS '
                               'PENDIENTES, EN ESTA SESION NO SE '
                               'SOLICITA NI SE APRUEBA NADA ***'
                    END-IF
                    CLOSE PENDIENTES
               WHEN FS-PENDIENTES-NFD
                    CONTINUE
               WHEN OTHER
                    SET WS-PENDIENTES-INCOMPLETO TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
           END-EVALUATE.

       1300-CARGAR-PENDIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1350-LEER-UN-PENDIENTE.

           READ PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    ADD 1                   TO WS-PN-CANT
                    MOVE PEN-ARCHIVO        TO WS-PN-DATOS(WS-PN-CANT)
                    MOVE 'P'                TO WS-PN-ESTADO(WS-PN-CANT)
                    MOVE 'A'                TO WS-PN-ORIGEN(WS-PN-CANT)
               WHEN FS-PENDIENTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    SET WS-PENDIENTES-INCOMPLETO TO TRUE
                    SET FS-PENDIENTES-EOF TO TRUE
           END-EVALUATE.

       1350-LEER-UN-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UNA VUELTA DE LA SESION: SE LISTA EL MAESTRO Y SE PIDE LA    *
      *    OPERACION (ALTA, MODIFICACION, DESACTIVACION, APROBACION DE  *
      *    PENDIENTES, SALIR)                                          *
      *----------------------------------------------------------------*
       2000-SESION-MANTENIMIENTO.

              THRU 2100-LISTAR-MAESTRO-EXIT.

           DISPLAY 'A ALTA   M MODIFICAR   B DESACTIVAR   '
                   'P PENDIENTES   0 GRABAR Y SALIR'.
           DISPLAY 'OPCION: ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-OPCION-MENU.
           ACCEPT WS-OPCION-MENU.

      *    EL OPERADOR DE SOLO CONSULTA NO SOLICITA NI APRUEBA CAMBIOS
           IF WS-ROL-CONSULTA
              AND (WS-OPCION-MENU = 'A' OR 'M' OR 'B' OR 'P')
              DISPLAY 'OPERADOR DE SOLO CONSULTA: NO PUEDE MODIFICAR '
                      'EL MAESTRO'
              GO TO 2000-SESION-MANTENIMIENTO-FIN
           END-IF.

      *    UN INGRESO VACIO (O EL FIN DE LA ENTRADA) EQUIVALE A SALIR,
      *    PARA NO QUEDAR CICLANDO SI SE CORTA LA CONSOLA
           EVALUATE WS-OPCION-MENU
               WHEN 'B'
                    PERFORM 2400-DESACTIVAR-EMPLEADO
                       THRU 2400-DESACTIVAR-EMPLEADO-FIN
               WHEN 'P'
                    PERFORM 2800-RESOLVER-PENDIENTES
                       THRU 2800-RESOLVER-PENDIENTES-FIN
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.
             VARYING WS-ME-INDICE FROM 1 BY 1
               UNTIL WS-ME-INDICE > WS-ME-CANT-EMPLEADOS.

           MOVE ZEROS                       TO WS-PN-CANT-MAESTRO.

           PERFORM 2170-CONTAR-UN-PENDIENTE
              THRU 2170-CONTAR-UN-PENDIENTE-EXIT
             VARYING WS-PN-INDICE FROM 1 BY 1
               UNTIL WS-PN-INDICE > WS-PN-CANT.

           IF WS-PN-CANT-MAESTRO > ZEROS
              DISPLAY 'CAMBIOS DE LEGAJOS PENDIENTES DE APROBACION: '
                      WS-PN-CANT-MAESTRO
           END-IF.

           DISPLAY ' '.

       2100-LISTAR-MAESTRO-EXIT.

       2150-LISTAR-UN-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2170-CONTAR-UN-PENDIENTE.

           IF WS-PN-MAESTRO(WS-PN-INDICE) = 'E'
              AND WS-PN-ESTADO(WS-PN-INDICE) = 'P'
              ADD 1                         TO WS-PN-CANT-MAESTRO
           END-IF.

       2170-CONTAR-UN-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ALTA DE UN LEGAJO: SE PIDE Y VALIDA CADA CAMPO Y RECIEN      *
      *    CON TODO VALIDO SE SOLICITA EL ALTA. EL ID DEBE SER          *
      *    NUMERICO Y NO EXISTIR YA EN EL MAESTRO                      *
      *----------------------------------------------------------------*
       2200-ALTA-EMPLEADO.
              GO TO 2200-ALTA-EMPLEADO-FIN
           END-IF.

           PERFORM 2690-VERIFICAR-LUGAR-PENDIENTE
              THRU 2690-VERIFICAR-LUGAR-PENDIENTE-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2200-ALTA-EMPLEADO-FIN
           END-IF.

           PERFORM 2500-PEDIR-ID-EMPLEADO
              THRU 2500-PEDIR-ID-EMPLEADO-EXIT.

              MOVE 'N'                      TO WS-LE-ACTIVO
           END-IF.

           MOVE 'A'                         TO WS-PN-OPERACION-NUEVA.
           MOVE SPACES                      TO WS-PN-IMAGEN-ANTERIOR.

           PERFORM 2700-SOLICITAR-CAMBIO
              THRU 2700-SOLICITAR-CAMBIO-EXIT.

       2200-ALTA-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    MODIFICACION DE UN LEGAJO EXISTENTE: MENU DE CAMPOS COMO EL  *
      *    DEL REPARADOR DE SUSPENSOS, PERO CADA VALOR SE VALIDA EN EL  *
      *    MOMENTO Y UN VALOR INVALIDO NO PISA EL CAMPO. SE EDITA UNA   *
      *    COPIA DEL LEGAJO: AL VOLVER, SI CAMBIO ALGO, SE SOLICITA LA  *
      *    MODIFICACION Y EL MAESTRO QUEDA COMO ESTABA HASTA QUE SE     *
      *    APRUEBE                                                     *
      *----------------------------------------------------------------*
       2300-MODIFICAR-EMPLEADO.

           PERFORM 2690-VERIFICAR-LUGAR-PENDIENTE
              THRU 2690-VERIFICAR-LUGAR-PENDIENTE-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2300-MODIFICAR-EMPLEADO-FIN
           END-IF.

           PERFORM 2500-PEDIR-ID-EMPLEADO
              THRU 2500-PEDIR-ID-EMPLEADO-EXIT.

              GO TO 2300-MODIFICAR-EMPLEADO-FIN
           END-IF.

           MOVE WS-ME-ITEM(WS-ME-INDICE-HALLADO) TO WS-LEG-EDIT.
           MOVE 'N'                         TO WS-SW-FIN-REGISTRO.

           PERFORM 2350-EDITAR-CAMPOS
              THRU 2350-EDITAR-CAMPOS-FIN
             UNTIL WS-FIN-REGISTRO.

           IF WS-LEG-EDIT = WS-ME-ITEM(WS-ME-INDICE-HALLADO)
              DISPLAY 'SIN CAMBIOS EN EL LEGAJO ' WS-ID-BUSCADO
              GO TO 2300-MODIFICAR-EMPLEADO-FIN
           END-IF.

           MOVE 'M'                         TO WS-PN-OPERACION-NUEVA.
           MOVE WS-ME-ITEM(WS-ME-INDICE-HALLADO)
                                            TO WS-PN-IMAGEN-ANTERIOR.

           PERFORM 2700-SOLICITAR-CAMBIO
              THRU 2700-SOLICITAR-CAMBIO-EXIT.

       2300-MODIFICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2350-EDITAR-CAMPOS.

           DISPLAY ' '.
           DISPLAY 'LEGAJO ' WS-LE-ID.
           DISPLAY '1 NOMBRE     : ' WS-LE-NOMBRE.
           DISPLAY '2 FECHA ALTA : ' WS-LE-FECHA-ALTA.
           DISPLAY '3 FECHA BAJA : ' WS-LE-FECHA-BAJA.
           DISPLAY '4 ACTIVO     : ' WS-LE-ACTIVO.
           DISPLAY '0 VOLVER Y SOLICITAR LOS CAMBIOS'.
           DISPLAY 'CAMPO A CORREGIR: ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-OPCION-CAMPO.
           ACCEPT WS-OPCION-CAMPO.
              GO TO 2360-MODIFICAR-NOMBRE-EXIT
           END-IF.

           MOVE WS-VALOR-INGRESADO          TO WS-LE-NOMBRE.

       2360-MODIFICAR-NOMBRE-EXIT.
           EXIT.
              GO TO 2370-MODIFICAR-FECHA-ALTA-EXIT
           END-IF.

           IF WS-LE-FECHA-BAJA NOT = SPACES
              AND WS-FECHA-A-VALIDAR > WS-LE-FECHA-BAJA
              DISPLAY 'EL ALTA NO PUEDE SER POSTERIOR A LA BAJA'
              GO TO 2370-MODIFICAR-FECHA-ALTA-EXIT
           END-IF.

           MOVE WS-FECHA-A-VALIDAR          TO WS-LE-FECHA-ALTA.

       2370-MODIFICAR-FECHA-ALTA-EXIT.
           EXIT.
           MOVE WS-VALOR-INGRESADO(1:10)    TO WS-FECHA-A-VALIDAR.

           IF WS-FECHA-A-VALIDAR = SPACES
              MOVE SPACES                   TO WS-LE-FECHA-BAJA
              GO TO 2380-MODIFICAR-FECHA-BAJA-EXIT
           END-IF.

              GO TO 2380-MODIFICAR-FECHA-BAJA-EXIT
           END-IF.

           IF WS-FECHA-A-VALIDAR < WS-LE-FECHA-ALTA
              DISPLAY 'LA BAJA NO PUEDE SER ANTERIOR AL ALTA'
              GO TO 2380-MODIFICAR-FECHA-BAJA-EXIT
           END-IF.

           MOVE WS-FECHA-A-VALIDAR          TO WS-LE-FECHA-BAJA.

       2380-MODIFICAR-FECHA-BAJA-EXIT.
           EXIT.
              GO TO 2390-MODIFICAR-ACTIVO-EXIT
           END-IF.

           MOVE WS-VALOR-INGRESADO(1:1)     TO WS-LE-ACTIVO.

       2390-MODIFICAR-ACTIVO-EXIT.
           EXIT.
      *    DESACTIVACION DE UN LEGAJO: SE PIDE LA FECHA DE BAJA (QUE    *
      *    NO PUEDE SER ANTERIOR AL ALTA) Y SE APAGA LA MARCA DE        *
      *    ACTIVO. EL LEGAJO NO SE BORRA: CL11EJ02 NECESITA LA          *
      *    VIGENCIA PARA VALIDAR VENTAS DE FECHAS ANTERIORES. LA BAJA   *
      *    TAMBIEN QUEDA PENDIENTE DE APROBACION                       *
      *----------------------------------------------------------------*
       2400-DESACTIVAR-EMPLEADO.

           PERFORM 2690-VERIFICAR-LUGAR-PENDIENTE
              THRU 2690-VERIFICAR-LUGAR-PENDIENTE-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2400-DESACTIVAR-EMPLEADO-FIN
           END-IF.

           PERFORM 2500-PEDIR-ID-EMPLEADO
              THRU 2500-PEDIR-ID-EMPLEADO-EXIT.

              GO TO 2400-DESACTIVAR-EMPLEADO-FIN
           END-IF.

           MOVE WS-ME-ITEM(WS-ME-INDICE-HALLADO) TO WS-LEG-EDIT.
           MOVE WS-FECHA-A-VALIDAR          TO WS-LE-FECHA-BAJA.
           MOVE 'N'                         TO WS-LE-ACTIVO.

           MOVE 'B'                         TO WS-PN-OPERACION-NUEVA.
           MOVE WS-ME-ITEM(WS-ME-INDICE-HALLADO)
                                            TO WS-PN-IMAGEN-ANTERIOR.

           PERFORM 2700-SOLICITAR-CAMBIO
              THRU 2700-SOLICITAR-CAMBIO-EXIT.

       2400-DESACTIVAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PEDIR UN ID DE EMPLEADO, EXIGIR QUE SEA         *
      *    NUMERICO Y BUSCARLO EN LA TABLA. UN LEGAJO CON UN CAMBIO     *
      *    YA PENDIENTE NO ADMITE OTRO HASTA QUE SE RESUELVA EL PRIMERO *
      *----------------------------------------------------------------*
       2500-PEDIR-ID-EMPLEADO.

               UNTIL WS-ME-INDICE > WS-ME-CANT-EMPLEADOS
                  OR WS-EMPLEADO-ENCONTRADO.

           MOVE WS-ID-BUSCADO               TO WS-PN-CLAVE-BUSCADA.

           PERFORM 2750-BUSCAR-PENDIENTE
              THRU 2750-BUSCAR-PENDIENTE-EXIT.

           IF WS-PENDIENTE-HALLADO
              DISPLAY 'EL LEGAJO ' WS-ID-BUSCADO ' YA TIENE UN CAMBIO '
                      'PENDIENTE CARGADO POR '
                      WS-PN-OPERADOR-CARGA(WS-PN-INDICE-HALLADO)
              SET WS-DATO-ES-INVALIDO TO TRUE
           END-IF.

       2500-PEDIR-ID-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-VALIDAR-DIA-DEL-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VERIFICAR QUE SE PUEDA CARGAR UN PENDIENTE MAS  *
      *----------------------------------------------------------------*
       2690-VERIFICAR-LUGAR-PENDIENTE.

           SET WS-DATO-ES-VALIDO TO TRUE.

           IF WS-PENDIENTES-INCOMPLETO OR WS-PN-CANT = 300
              DISPLAY 'NO HAY LUGAR PARA MAS CAMBIOS PENDIENTES: '
                      'PRIMERO DEBEN RESOLVERSE LOS CARGADOS'
              SET WS-DATO-ES-INVALIDO TO TRUE
           END-IF.

       2690-VERIFICAR-LUGAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA SOLICITAR UN CAMBIO: EL LEGAJO EN EDICION VA    *
      *    COMO IMAGEN NUEVA Y LA FILA ACTUAL DEL MAESTRO (EN BLANCO    *
      *    PARA UN ALTA) COMO IMAGEN ANTERIOR, JUNTO CON QUIEN LO PIDE  *
      *----------------------------------------------------------------*
       2700-SOLICITAR-CAMBIO.

           PERFORM 2950-OBTENER-FECHA-HORA
              THRU 2950-OBTENER-FECHA-HORA-EXIT.

           ADD 1                            TO WS-PN-CANT.
           MOVE 'E'                    TO WS-PN-MAESTRO(WS-PN-CANT).
           MOVE WS-PN-OPERACION-NUEVA       TO
                   WS-PN-OPERACION(WS-PN-CANT).
           MOVE WS-PN-CLAVE-BUSCADA    TO WS-PN-CLAVE(WS-PN-CANT).
           MOVE WS-AUD-OPERADOR             TO
                   WS-PN-OPERADOR-CARGA(WS-PN-CANT).
           MOVE WS-FH-EVENTO           TO WS-PN-FH-CARGA(WS-PN-CANT).
           MOVE ZEROS                  TO WS-PN-IMPORTE(WS-PN-CANT).
           MOVE WS-PN-IMAGEN-ANTERIOR       TO
                   WS-PN-IMAGEN-ANTES(WS-PN-CANT).
           MOVE WS-LEG-EDIT                 TO
                   WS-PN-IMAGEN-DESPUES(WS-PN-CANT).
           MOVE 'P'                    TO WS-PN-ESTADO(WS-PN-CANT).
           MOVE 'S'                    TO WS-PN-ORIGEN(WS-PN-CANT).

           SET WS-HUBO-PENDIENTES TO TRUE.
           ADD 1                            TO WS-CANT-SOLICITUDES.

           MOVE 'SOLICITUD'                 TO WS-AUD-CAMPO.
           MOVE WS-PN-CLAVE-BUSCADA         TO WS-AUD-LEGAJO.
           MOVE SPACES                      TO WS-AUD-ANTES.

           IF WS-PN-IMAGEN-ANTERIOR NOT = SPACES
              MOVE WS-PN-IMAGEN-ANTERIOR    TO WS-LEG-EDIT
              PERFORM 2880-RESUMIR-LEGAJO
                 THRU 2880-RESUMIR-LEGAJO-EXIT
              MOVE WS-AUD-IMAGEN-LEGAJO     TO WS-AUD-ANTES
              MOVE WS-PN-IMAGEN-DESPUES(WS-PN-CANT) TO WS-LEG-EDIT
           END-IF.

           PERFORM 2880-RESUMIR-LEGAJO
              THRU 2880-RESUMIR-LEGAJO-EXIT.
           MOVE WS-AUD-IMAGEN-LEGAJO        TO WS-AUD-DESPUES.

           PERFORM 2900-REGISTRAR-AUDITORIA
              THRU 2900-REGISTRAR-AUDITORIA-EXIT.

           DISPLAY 'CAMBIO DEL LEGAJO ' WS-LE-ID ' PENDIENTE DE LA '
                   'APROBACION DE OTRO SUPERVISOR'.

       2700-SOLICITAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA BUSCAR UN PENDIENTE SIN RESOLVER DE ESTE        *
      *    MAESTRO PARA LA CLAVE BUSCADA                               *
      *----------------------------------------------------------------*
       2750-BUSCAR-PENDIENTE.

           MOVE 'N'                         TO WS-SW-PEN-HALLADO.
           MOVE ZEROS                       TO WS-PN-INDICE-HALLADO.

           PERFORM 2760-COMPARAR-PENDIENTE
              THRU 2760-COMPARAR-PENDIENTE-EXIT
             VARYING WS-PN-INDICE FROM 1 BY 1
               UNTIL WS-PN-INDICE > WS-PN-CANT
                  OR WS-PENDIENTE-HALLADO.

       2750-BUSCAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2760-COMPARAR-PENDIENTE.

           IF WS-PN-MAESTRO(WS-PN-INDICE) = 'E'
              AND WS-PN-ESTADO(WS-PN-INDICE) = 'P'
              AND WS-PN-CLAVE(WS-PN-INDICE) = WS-PN-CLAVE-BUSCADA
              SET WS-PENDIENTE-HALLADO TO TRUE
              MOVE WS-PN-INDICE             TO WS-PN-INDICE-HALLADO
           END-IF.

       2760-COMPARAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    APROBACION DE CAMBIOS PENDIENTES: SOLO UN SUPERVISOR, Y      *
      *    NUNCA SOBRE UN CAMBIO QUE CARGO EL MISMO. EL CAMBIO APROBADO *
      *    RECIEN AHI PASA AL MAESTRO; EL RECHAZADO SE DESCARTA. LOS    *
      *    DOS QUEDAN EN LA PISTA DE AUDITORIA                         *
      *----------------------------------------------------------------*
       2800-RESOLVER-PENDIENTES.

           IF NOT WS-ROL-SUPERVISOR
              DISPLAY 'SOLO UN SUPERVISOR PUEDE APROBAR O RECHAZAR '
                      'CAMBIOS'
              GO TO 2800-RESOLVER-PENDIENTES-FIN
           END-IF.

           IF WS-PENDIENTES-INCOMPLETO
              DISPLAY 'EL ARCHIVO DE PENDIENTES NO SE CARGO COMPLETO, '
                      'NO SE RESUELVE NADA EN ESTA SESION'
              GO TO 2800-RESOLVER-PENDIENTES-FIN
           END-IF.

           MOVE ZEROS                       TO WS-PN-CANT-MAESTRO.

           DISPLAY ' '.
           DISPLAY 'NRO OP LEGAJO CARGADO  FECHA/HORA'.

           PERFORM 2810-LISTAR-UN-PENDIENTE
              THRU 2810-LISTAR-UN-PENDIENTE-EXIT
             VARYING WS-PN-INDICE FROM 1 BY 1
               UNTIL WS-PN-INDICE > WS-PN-CANT.

           IF WS-PN-CANT-MAESTRO = ZEROS
              DISPLAY 'NO HAY CAMBIOS DE LEGAJOS PENDIENTES'
              GO TO 2800-RESOLVER-PENDIENTES-FIN
           END-IF.

           DISPLAY 'PENDIENTE A RESOLVER (0 = VOLVER): '
              WITH NO ADVANCING.
           MOVE ZEROS                       TO WS-OPCION-PEN-NUM.
           ACCEPT WS-OPCION-PEN-NUM.

           IF WS-OPCION-PEN-NUM = ZEROS
              GO TO 2800-RESOLVER-PENDIENTES-FIN
           END-IF.

           IF WS-OPCION-PEN-NUM > WS-PN-CANT
              DISPLAY 'NO EXISTE EL PENDIENTE ' WS-OPCION-PEN-NUM
              GO TO 2800-RESOLVER-PENDIENTES-FIN
           END-IF.

           MOVE WS-OPCION-PEN-NUM           TO WS-PN-INDICE-HALLADO.

           IF WS-PN-MAESTRO(WS-PN-INDICE-HALLADO) NOT = 'E'
              OR WS-PN-ESTADO(WS-PN-INDICE-HALLADO) NOT = 'P'
              DISPLAY 'NO EXISTE EL PENDIENTE ' WS-OPCION-PEN-NUM
              GO TO 2800-RESOLVER-PENDIENTES-FIN
           END-IF.

           PERFORM 2820-MOSTRAR-PENDIENTE
              THRU 2820-MOSTRAR-PENDIENTE-EXIT.

           IF WS-PN-OPERADOR-CARGA(WS-PN-INDICE-HALLADO) =
              WS-AUD-OPERADOR
              DISPLAY 'NO PUEDE RESOLVER UN CAMBIO CARGADO POR USTED '
                      'MISMO'
              GO TO 2800-RESOLVER-PENDIENTES-FIN
           END-IF.

           DISPLAY 'A APROBAR   R RECHAZAR   0 VOLVER: '
              WITH NO ADVANCING.
           MOVE SPACES                      TO WS-OPCION-CAMPO.
           ACCEPT WS-OPCION-CAMPO.

           EVALUATE WS-OPCION-CAMPO
               WHEN 'A'
                    PERFORM 2850-APLICAR-PENDIENTE
                       THRU 2850-APLICAR-PENDIENTE-EXIT
               WHEN 'R'
                    MOVE 'R'                TO
                            WS-PN-ESTADO(WS-PN-INDICE-HALLADO)
                    PERFORM 2870-CERRAR-PENDIENTE
                       THRU 2870-CERRAR-PENDIENTE-EXIT
                    DISPLAY 'CAMBIO RECHAZADO, EL MAESTRO NO SE TOCA'
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2800-RESOLVER-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-LISTAR-UN-PENDIENTE.

           IF WS-PN-MAESTRO(WS-PN-INDICE) = 'E'
              AND WS-PN-ESTADO(WS-PN-INDICE) = 'P'
              ADD 1                         TO WS-PN-CANT-MAESTRO
              DISPLAY WS-PN-INDICE ' '
                      WS-PN-OPERACION(WS-PN-INDICE) '  '
                      WS-PN-CLAVE(WS-PN-INDICE)(1:5) '  '
                      WS-PN-OPERADOR-CARGA(WS-PN-INDICE) ' '
                      WS-PN-FH-CARGA(WS-PN-INDICE)
           END-IF.

       2810-LISTAR-UN-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2820-MOSTRAR-PENDIENTE.

           DISPLAY ' '.
           DISPLAY 'SOLICITADO POR '
                   WS-PN-OPERADOR-CARGA(WS-PN-INDICE-HALLADO)
                   ' EL ' WS-PN-FH-CARGA(WS-PN-INDICE-HALLADO).

           IF WS-PN-IMAGEN-ANTES(WS-PN-INDICE-HALLADO) NOT = SPACES
              MOVE WS-PN-IMAGEN-ANTES(WS-PN-INDICE-HALLADO)
                                            TO WS-LEG-EDIT
              DISPLAY 'ANTES  : ' WS-LE-ID ' ' WS-LE-NOMBRE ' '
                      WS-LE-FECHA-ALTA ' ' WS-LE-FECHA-BAJA ' '
                      WS-LE-ACTIVO
           END-IF.

           MOVE WS-PN-IMAGEN-DESPUES(WS-PN-INDICE-HALLADO)
                                            TO WS-LEG-EDIT.
           DISPLAY 'DESPUES: ' WS-LE-ID ' ' WS-LE-NOMBRE ' '
                   WS-LE-FECHA-ALTA ' ' WS-LE-FECHA-BAJA ' '
                   WS-LE-ACTIVO.

       2820-MOSTRAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA APLICAR UN CAMBIO APROBADO AL MAESTRO. SI LA    *
      *    FILA DEL MAESTRO YA NO ES LA QUE SE VIO AL SOLICITARLO (O    *
      *    EL ALTA YA EXISTE) EL CAMBIO SE RECHAZA: HAY QUE VOLVER A    *
      *    PEDIRLO SOBRE LOS DATOS ACTUALES                            *
      *----------------------------------------------------------------*
       2850-APLICAR-PENDIENTE.

           MOVE 'N'                         TO WS-SW-EMP-ENCONTRADO.
           MOVE ZEROS                       TO WS-ME-INDICE-HALLADO.
           MOVE WS-PN-CLAVE(WS-PN-INDICE-HALLADO)(1:5)
                                            TO WS-ID-BUSCADO.

           PERFORM 2550-COMPARAR-ID-EMPLEADO
              THRU 2550-COMPARAR-ID-EMPLEADO-EXIT
             VARYING WS-ME-INDICE FROM 1 BY 1
               UNTIL WS-ME-INDICE > WS-ME-CANT-EMPLEADOS
                  OR WS-EMPLEADO-ENCONTRADO.

           IF WS-PN-OPERACION(WS-PN-INDICE-HALLADO) = 'A'
              IF WS-EMPLEADO-ENCONTRADO
                 DISPLAY 'EL LEGAJO YA EXISTE EN EL MAESTRO, EL ALTA '
                         'SE RECHAZA'
                 MOVE 'R'                   TO
                         WS-PN-ESTADO(WS-PN-INDICE-HALLADO)
                 PERFORM 2870-CERRAR-PENDIENTE
                    THRU 2870-CERRAR-PENDIENTE-EXIT
                 GO TO 2850-APLICAR-PENDIENTE-EXIT
              END-IF
              IF WS-ME-CANT-EMPLEADOS = 200
                 DISPLAY 'MAESTRO LLENO (200 LEGAJOS), EL ALTA SIGUE '
                         'PENDIENTE'
                 GO TO 2850-APLICAR-PENDIENTE-EXIT
              END-IF
              ADD 1                         TO WS-ME-CANT-EMPLEADOS
              MOVE WS-ME-CANT-EMPLEADOS     TO WS-ME-INDICE-HALLADO
           ELSE
              IF NOT WS-EMPLEADO-ENCONTRADO
                 DISPLAY 'EL LEGAJO YA NO ESTA EN EL MAESTRO, EL '
                         'CAMBIO SE RECHAZA'
                 MOVE 'R'                   TO
                         WS-PN-ESTADO(WS-PN-INDICE-HALLADO)
                 PERFORM 2870-CERRAR-PENDIENTE
                    THRU 2870-CERRAR-PENDIENTE-EXIT
                 GO TO 2850-APLICAR-PENDIENTE-EXIT
              END-IF
              IF WS-ME-ITEM(WS-ME-INDICE-HALLADO) NOT =
                 WS-PN-IMAGEN-ANTES(WS-PN-INDICE-HALLADO)(1:66)
                 DISPLAY 'EL LEGAJO CAMBIO DESDE QUE SE SOLICITO, EL '
                         'CAMBIO SE RECHAZA'
                 MOVE 'R'                   TO
                         WS-PN-ESTADO(WS-PN-INDICE-HALLADO)
                 PERFORM 2870-CERRAR-PENDIENTE
                    THRU 2870-CERRAR-PENDIENTE-EXIT
                 GO TO 2850-APLICAR-PENDIENTE-EXIT
              END-IF
           END-IF.

           MOVE WS-PN-IMAGEN-DESPUES(WS-PN-INDICE-HALLADO)
                                            TO WS-LEG-EDIT.
           MOVE WS-LEG-EDIT        TO WS-ME-ITEM(WS-ME-INDICE-HALLADO).
           SET WS-HUBO-CAMBIOS TO TRUE.

           MOVE 'A'              TO WS-PN-ESTADO(WS-PN-INDICE-HALLADO).
           PERFORM 2870-CERRAR-PENDIENTE
              THRU 2870-CERRAR-PENDIENTE-EXIT.

           DISPLAY 'CAMBIO APROBADO, LEGAJO ' WS-LE-ID
                   ' ACTUALIZADO EN EL MAESTRO'.

       2850-APLICAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA DEJAR EN LA PISTA LA RESOLUCION DE UN           *
      *    PENDIENTE (YA MARCADO A O R): QUIEN LO HABIA SOLICITADO Y    *
      *    LA IMAGEN QUE SE APROBO O SE RECHAZO                        *
      *----------------------------------------------------------------*
       2870-CERRAR-PENDIENTE.

           SET WS-HUBO-PENDIENTES TO TRUE.

           IF WS-PN-ESTADO(WS-PN-INDICE-HALLADO) = 'A'
              MOVE 'APROBACION'             TO WS-AUD-CAMPO
              ADD 1                         TO WS-CANT-APROBADOS
           ELSE
              MOVE 'RECHAZO'                TO WS-AUD-CAMPO
              ADD 1                         TO WS-CANT-RECHAZADOS
           END-IF.

           MOVE WS-PN-CLAVE(WS-PN-INDICE-HALLADO) TO WS-AUD-LEGAJO.
           MOVE 'SOLICITADO POR '           TO WS-AUD-ANTES.
           MOVE WS-PN-OPERADOR-CARGA(WS-PN-INDICE-HALLADO)
                                            TO WS-AUD-ANTES(16:8).

           MOVE WS-PN-IMAGEN-DESPUES(WS-PN-INDICE-HALLADO)
                                            TO WS-LEG-EDIT.
           PERFORM 2880-RESUMIR-LEGAJO
              THRU 2880-RESUMIR-LEGAJO-EXIT.
           MOVE WS-AUD-IMAGEN-LEGAJO        TO WS-AUD-DESPUES.

           PERFORM 2900-REGISTRAR-AUDITORIA
              THRU 2900-REGISTRAR-AUDITORIA-EXIT.

       2870-CERRAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2880-RESUMIR-LEGAJO.

           MOVE WS-LE-ID                    TO WS-AIL-ID.
           MOVE WS-LE-ACTIVO                TO WS-AIL-ACTIVO.
           MOVE WS-LE-FECHA-ALTA            TO WS-AIL-FECHA-ALTA.
           MOVE WS-LE-FECHA-BAJA            TO WS-AIL-FECHA-BAJA.
           MOVE WS-LE-NOMBRE                TO WS-AIL-NOMBRE.

       2880-RESUMIR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA AGREGAR UN EVENTO A LA PISTA DE AUDITORIA. LA   *
      *    CLAVE ES EL LEGAJO, SIN FECHA, SUCURSAL NI CODIGO DE         *
      *    RECHAZO                                                     *
      *----------------------------------------------------------------*
       2900-REGISTRAR-AUDITORIA.

           PERFORM 2950-OBTENER-FECHA-HORA
              THRU 2950-OBTENER-FECHA-HORA-EXIT.

           MOVE WS-FECHA-EVENTO             TO AUD-FECHA.
           MOVE WS-HORA-EVENTO              TO AUD-HORA.
           MOVE WS-AUD-OPERADOR             TO AUD-OPERADOR.
           MOVE SPACES                      TO AUD-COD-RECHAZO.
           MOVE SPACES                      TO AUD-CLAVE-FECHA.
           MOVE SPACES                      TO AUD-CLAVE-SUCURSAL.
           MOVE WS-AUD-LEGAJO               TO AUD-CLAVE-TICKET.
           MOVE WS-AUD-CAMPO                TO AUD-CAMPO.
           MOVE WS-AUD-ANTES                TO AUD-VALOR-ANTES.
           MOVE WS-AUD-DESPUES              TO AUD-VALOR-DESPUES.

           WRITE AUD-ARCHIVO.

           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR LA PISTA DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-AUDITORIA
           END-IF.

       2900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2950-OBTENER-FECHA-HORA.

           ACCEPT WS-FECHA-EVENTO-CRUDA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EVENTO-CRUDA FROM TIME.

           MOVE WS-FEC-ANIO                 TO WS-FE-ANIO.
           MOVE WS-FEC-MES                  TO WS-FE-MES.
           MOVE WS-FEC-DIA                  TO WS-FE-DIA.
           MOVE WS-HEC-HORA                 TO WS-HE-HORA.
           MOVE WS-HEC-MINUTO               TO WS-HE-MINUTO.
           MOVE WS-HEC-SEGUNDO              TO WS-HE-SEGUNDO.

           MOVE WS-FECHA-EVENTO             TO WS-FHE-FECHA.
           MOVE WS-HORA-EVENTO(1:5)         TO WS-FHE-HORA.

       2950-OBTENER-FECHA-HORA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CIERRE: SE REGRABA EL ARCHIVO COMPLETO DESDE LA TABLA SI     *
      *    HUBO CAMBIOS Y SE INFORMA CUANTOS LEGAJOS QUEDAN ACTIVOS.    *
      *    LOS PENDIENTES SE REGRABAN SIN LOS RESUELTOS, PERO NUNCA SI  *
      *    FALLO LA GRABACION DEL MAESTRO: SE PERDERIA UN APROBADO      *
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF NOT WS-OPERADOR-HALLADO
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           IF WS-HUBO-CAMBIOS
              PERFORM 3100-GRABAR-MAESTRO
                 THRU 3100-GRABAR-MAESTRO-EXIT
           END-IF.

           IF WS-HUBO-PENDIENTES AND NOT WS-PENDIENTES-INCOMPLETO
              IF WS-ERROR-GRABACION
                 DISPLAY 'NO SE ACTUALIZO EL ARCHIVO DE PENDIENTES'
              ELSE
                 PERFORM 3300-GRABAR-PENDIENTES
                    THRU 3300-GRABAR-PENDIENTES-EXIT
              END-IF
           END-IF.

           IF WS-AUDITORIA-ABIERTA
              CLOSE AUDITORIA
           END-IF.

           MOVE ZEROS                       TO WS-CANT-ACTIVOS.
           MOVE ZEROS                       TO WS-CANT-INACTIVOS.


           DISPLAY 'LEGAJOS ACTIVOS  : ' WS-CANT-ACTIVOS.
           DISPLAY 'LEGAJOS INACTIVOS: ' WS-CANT-INACTIVOS.
           DISPLAY 'CAMBIOS SOLICITADOS: ' WS-CANT-SOLICITUDES.
           DISPLAY 'CAMBIOS APROBADOS  : ' WS-CANT-APROBADOS.
           DISPLAY 'CAMBIOS RECHAZADOS : ' WS-CANT-RECHAZADOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
           ELSE
              DISPLAY 'ERROR AL GRABAR EL MAESTRO DE EMPLEADOS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              SET WS-ERROR-GRABACION TO TRUE
           END-IF.

       3100-GRABAR-MAESTRO-EXIT.
       3200-CONTAR-UN-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA REGRABAR LOS PENDIENTES. SE RELEE EL ARCHIVO    *
      *    PARA NO PISAR LO QUE OTRA SESION AGREGO O RESOLVIO: DE LO    *
      *    LEIDO SOLO SE QUITAN LAS FILAS QUE ESTA SESION RESOLVIO      *
      *    (MISMO MAESTRO, CLAVE Y SELLO DE CARGA) Y AL FINAL SE        *
      *    AGREGAN LAS QUE ESTA SESION SOLICITO                         *
      *----------------------------------------------------------------*
       3300-GRABAR-PENDIENTES.

           PERFORM 3310-RELEER-PENDIENTES
              THRU 3310-RELEER-PENDIENTES-EXIT.

           IF WS-PENDIENTES-INCOMPLETO
              DISPLAY 'NO SE ACTUALIZO EL ARCHIVO DE PENDIENTES'
              GO TO 3300-GRABAR-PENDIENTES-EXIT
           END-IF.

           OPEN OUTPUT PENDIENTES.

           IF FS-PENDIENTES-OK
              PERFORM 3350-GRABAR-UN-PENDIENTE
                 THRU 3350-GRABAR-UN-PENDIENTE-EXIT
                VARYING WS-PA-INDICE FROM 1 BY 1
                  UNTIL WS-PA-INDICE > WS-PA-CANT
              PERFORM 3370-GRABAR-UN-NUEVO
                 THRU 3370-GRABAR-UN-NUEVO-EXIT
                VARYING WS-PN-INDICE FROM 1 BY 1
                  UNTIL WS-PN-INDICE > WS-PN-CANT
              CLOSE PENDIENTES
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE PENDIENTES'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
           END-IF.

       3300-GRABAR-PENDIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    SI EL ARCHIVO YA NO ENTRA EN LA TABLA NO SE LO REGRABA       *
      *----------------------------------------------------------------*
       3310-RELEER-PENDIENTES.

           MOVE ZEROS                       TO WS-PA-CANT.

           OPEN INPUT PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 3320-RELEER-UN-PENDIENTE
                       THRU 3320-RELEER-UN-PENDIENTE-EXIT
                      UNTIL FS-PENDIENTES-EOF
                         OR WS-PA-CANT = 300
                    IF NOT FS-PENDIENTES-EOF
                       READ PENDIENTES
                    END-IF
                    IF NOT FS-PENDIENTES-EOF
                       SET WS-PENDIENTES-INCOMPLETO TO TRUE
                       DISPLAY '*** ATENCION: MAS DE 300 CAMBIOS '
                               'PENDIENTES EN EL ARCHIVO ***'
                    END-IF
                    CLOSE PENDIENTES
               WHEN FS-PENDIENTES-NFD
                    CONTINUE
               WHEN OTHER
                    SET WS-PENDIENTES-INCOMPLETO TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
           END-EVALUATE.

       3310-RELEER-PENDIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3320-RELEER-UN-PENDIENTE.

           READ PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    ADD 1                   TO WS-PA-CANT
                    MOVE PEN-ARCHIVO        TO WS-PA-DATOS(WS-PA-CANT)
               WHEN FS-PENDIENTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE PENDIENTES'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    SET WS-PENDIENTES-INCOMPLETO TO TRUE
                    SET FS-PENDIENTES-EOF TO TRUE
           END-EVALUATE.

       3320-RELEER-UN-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UNA FILA DEL ARCHIVO SE CONSERVA SALVO QUE ESTA SESION LA    *
      *    HAYA APROBADO O RECHAZADO                                   *
      *----------------------------------------------------------------*
       3350-GRABAR-UN-PENDIENTE.

           MOVE 'N'                         TO WS-SW-PEN-HALLADO.

           PERFORM 3360-COMPARAR-RESUELTO
              THRU 3360-COMPARAR-RESUELTO-EXIT
             VARYING WS-PN-INDICE FROM 1 BY 1
               UNTIL WS-PN-INDICE > WS-PN-CANT
                  OR WS-PENDIENTE-HALLADO.

           IF WS-PENDIENTE-HALLADO
              GO TO 3350-GRABAR-UN-PENDIENTE-EXIT
           END-IF.

           MOVE WS-PA-DATOS(WS-PA-INDICE)   TO PEN-ARCHIVO.
           WRITE PEN-ARCHIVO.

           IF NOT FS-PENDIENTES-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE PENDIENTES'
              DISPLAY 'FILE STATUS: ' FS-PENDIENTES
           END-IF.

       3350-GRABAR-UN-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3360-COMPARAR-RESUELTO.

           IF WS-PN-ESTADO(WS-PN-INDICE) NOT = 'P'
              AND WS-PN-MAESTRO(WS-PN-INDICE) =
                  WS-PA-MAESTRO(WS-PA-INDICE)
              AND WS-PN-CLAVE(WS-PN-INDICE) =
                  WS-PA-CLAVE(WS-PA-INDICE)
              AND WS-PN-FH-CARGA(WS-PN-INDICE) =
                  WS-PA-FH-CARGA(WS-PA-INDICE)
              SET WS-PENDIENTE-HALLADO TO TRUE
           END-IF.

       3360-COMPARAR-RESUELTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LAS FILAS SOLICITADAS EN ESTA SESION SE AGREGAN AL FINAL     *
      *----------------------------------------------------------------*
       3370-GRABAR-UN-NUEVO.

           IF WS-PN-ORIGEN(WS-PN-INDICE) = 'S'
              AND WS-PN-ESTADO(WS-PN-INDICE) = 'P'
              MOVE WS-PN-DATOS(WS-PN-INDICE) TO PEN-ARCHIVO
              WRITE PEN-ARCHIVO
              IF NOT FS-PENDIENTES-OK
                 DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE PENDIENTES'
                 DISPLAY 'FILE STATUS: ' FS-PENDIENTES
              END-IF
           END-IF.

       3370-GRABAR-UN-NUEVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11EJ04.
