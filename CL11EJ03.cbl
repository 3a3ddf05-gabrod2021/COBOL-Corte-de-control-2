      *    RECHAZOS GUARDADOS EN EL ARCHIVO DE SUSPENSO, CORRIGE EL    *
      *    CAMPO OBSERVADO Y MARCA EL REGISTRO COMO LIBERADO. LA       *
      *    PROXIMA CORRIDA DE CL11EJ02 EN MODO REPROCESO LO INYECTA    *
      *    JUNTO CON EL EXTRACTO NUEVO Y EL SUSPENSO SE VA VACIANDO.   *
      *    LA SESION EXIGE OPERADOR Y CLAVE DEL ARCHIVO DE OPERADORES. *
      *    UNA LIBERACION POR ENCIMA DEL IMPORTE DEL ARCHIVO DE        *
      *    PARAMETROS DE APROBACION NO SE LIBERA: QUEDA EN ESTADO E    *
      *    (ESPERANDO APROBACION) HASTA QUE UN SUPERVISOR DISTINTO DEL *
      *    QUE LA PIDIO LA APRUEBE (OPCION A). EL ROL DE SOLO CONSULTA *
      *    UNICAMENTE MIRA                                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ03.
           ASSIGN DYNAMIC WS-NOMBRE-CATEGORIAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATEGORIAS.
      *----------------------------------------------------------------*
       SELECT MAESTRO-SUCURSALES
           ASSIGN DYNAMIC WS-NOMBRE-SUCURSALES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCURSALES.
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
      *    IMPORTE A PARTIR DEL CUAL UNA LIBERACION NECESITA LA         *
      *    APROBACION DE UN SUPERVISOR. SI EL ARCHIVO NO EXISTE RIGE    *
      *    EL VALOR POR DEFECTO                                        *
      *----------------------------------------------------------------*
       SELECT PARAM-APROBACION
           ASSIGN DYNAMIC WS-NOMBRE-PARAM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAM.
      *----------------------------------------------------------------*
       DATA DIVISION.


      *    MISMO LAYOUT DEL SUSPENSO QUE GRABA CL11EJ02: REGISTRO
      *    ORIGINAL DEL EXTRACTO + CODIGO DE RECHAZO + FECHA DE LA
      *    CORRIDA QUE LO RECHAZO + ESTADO + DATOS DE LA DEVOLUCION
       FD SUSPENSO.
       01 SUS-ARCHIVO.
          05 SUS-REG-ORIGINAL               PIC X(99).
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

       FD AUDITORIA.
       01 AUD-ARCHIVO.
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

      *    MISMO LAYOUT DE OPERADORES QUE CL11EJ04
       FD OPERADORES.
       01 OPE-ARCHIVO.
          05 OPE-ID                         PIC X(08).
          05 OPE-NOMBRE                     PIC X(30).
          05 OPE-ROL                        PIC X(01).
             88 OPE-ROL-VALIDO                  VALUE 'C' 'S' 'L'.
          05 OPE-CLAVE                      PIC X(08).
          05 OPE-ACTIVO                     PIC X(01).
             88 OPE-OPERADOR-ACTIVO             VALUE 'S'.

      *    MISMO LAYOUT DE PENDIENTES QUE CL11EJ04. LAS LIBERACIONES
      *    VAN CON MAESTRO S Y OPERACION L; LA CLAVE ES FECHA,
      *    SUCURSAL Y TICKET Y LA IMAGEN ANTERIOR ES EL REGISTRO DEL
      *    EXTRACTO TAL COMO SE PIDIO LIBERARLO
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

       FD PARAM-APROBACION.
       01 PAP-ARCHIVO.
          05 PAP-IMPORTE-LIBERACION         PIC 9(09)V9(02).

       WORKING-STORAGE SECTION.

       01 WS-NOMBRE-ARCHIVOS.
                                        VALUE '../EMPLEADOS.TXT'.
          05 WS-NOMBRE-CATEGORIAS      PIC X(100)
                                        VALUE '../CATEGORIAS.TXT'.
          05 WS-NOMBRE-OPERADORES      PIC X(100)
                                        VALUE '../OPERADORES.TXT'.
          05 WS-NOMBRE-PENDIENTES      PIC X(100)
                                        VALUE '../PENDIENTES.TXT'.
          05 WS-NOMBRE-PARAM           PIC X(100)
                                    VALUE '../PARAM-APROBACION.TXT'.
          05 WS-NOMBRE-SUCURSALES      PIC X(100)
                                        VALUE '../SUCURSALES.TXT'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

       01 WS-PARAMETROS-APROBACION.
          05 WS-IMPORTE-LIBERACION          PIC 9(09)V9(02)
                                            VALUE 100000,00.
          05 WS-IMPORTE-LIBERACION-ED       PIC ZZZ.ZZZ.ZZ9,99.

       01 FS-STATUS.
          05 FS-SUSPENSO                    PIC X(2).
             88 FS-SUSPENSO-OK                   VALUE '00'.
             88 FS-CATEGORIAS-EOF                VALUE '10'.
             88 FS-CATEGORIAS-NFD                VALUE '35'.

          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-OK                 VALUE '00'.
             88 FS-OPERADORES-EOF                VALUE '10'.
             88 FS-OPERADORES-NFD                VALUE '35'.

          05 FS-PENDIENTES                  PIC X(2).
             88 FS-PENDIENTES-OK                 VALUE '00'.
             88 FS-PENDIENTES-EOF                VALUE '10'.
             88 FS-PENDIENTES-NFD                VALUE '35'.

          05 FS-PARAM                       PIC X(2).
             88 FS-PARAM-OK                      VALUE '00'.
             88 FS-PARAM-EOF                     VALUE '10'.
             88 FS-PARAM-NFD                     VALUE '35'.

          05 FS-SUCURSALES                  PIC X(2).
             88 FS-SUCURSALES-OK                 VALUE '00'.
             88 FS-SUCURSALES-EOF                VALUE '10'.
             88 FS-SUCURSALES-NFD                VALUE '35'.

       01 WS-SWITCHES.
          05 WS-SW-FIN-SESION                PIC X(01) VALUE 'N'.
             88 WS-FIN-SESION                    VALUE 'S'.
             88 WS-EMPLEADO-ENCONTRADO           VALUE 'S'.
          05 WS-SW-CAT-ENCONTRADA            PIC X(01) VALUE 'N'.
             88 WS-CATEGORIA-ENCONTRADA          VALUE 'S'.
          05 WS-SW-SUC-ENCONTRADA            PIC X(01) VALUE 'N'.
             88 WS-SUCURSAL-ENCONTRADA           VALUE 'S'.
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
          05 WS-CANT-PENDIENTES              PIC 9(03) VALUE ZEROS.
          05 WS-CANT-LIBERADOS               PIC 9(03) VALUE ZEROS.
          05 WS-CANT-EN-APROBACION           PIC 9(03) VALUE ZEROS.
          05 WS-CANT-SOLICITUDES             PIC 9(03) VALUE ZEROS.
          05 WS-CANT-APROBADOS               PIC 9(03) VALUE ZEROS.
          05 WS-CANT-RECHAZADOS              PIC 9(03) VALUE ZEROS.

       01 WS-OPCIONES.
          05 WS-OPCION-REG-NUM               PIC 9(03).
          05 WS-OPCION-CAMPO                 PIC X(01).
          05 WS-VALOR-INGRESADO              PIC X(40).

      *    IMPORTE DEL REGISTRO EN EDICION VISTO COMO NUMERO, PARA
      *    COMPARARLO CON EL IMPORTE QUE EXIGE APROBACION. SOLO SE USA
      *    DESPUES DE VALIDAR QUE ES NUMERICO
       01 WS-IMPORTE-TRABAJO.
          05 WS-IMP-LIBERAR-X                PIC X(10).
          05 WS-IMP-LIBERAR REDEFINES WS-IMP-LIBERAR-X
                                             PIC 9(08)V9(02).

      *    OPERADOR DE LA SESION, VALIDADO CONTRA EL ARCHIVO DE
      *    OPERADORES. EL ROL DECIDE QUE PUEDE HACER: CONSULTA SOLO
      *    MIRA, CARGA REPARA Y LIBERA Y SUPERVISOR ADEMAS APRUEBA
      *    LAS LIBERACIONES QUE PIDIO OTRO OPERADOR
       01 WS-SESION-OPERADOR.
          05 WS-OPE-CLAVE-INGRESADA          PIC X(08).
          05 WS-OPE-NOMBRE                   PIC X(30).
          05 WS-OPE-ROL                      PIC X(01) VALUE SPACE.
             88 WS-ROL-CARGA                     VALUE 'C'.
             88 WS-ROL-SUPERVISOR                VALUE 'S'.
             88 WS-ROL-CONSULTA                  VALUE 'L'.
          05 WS-DESCRIPCION-ROL              PIC X(14).

      *    DATOS DE LA SESION Y DEL EVENTO DE AUDITORIA EN CURSO. SIN
      *    OPERADOR IDENTIFICADO NO SE ABRE LA SESION DE REPARACION
       01 WS-AUDITORIA-TRABAJO.
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
      *    COPIA EN MEMORIA DEL MAESTRO DE EMPLEADOS, IGUAL QUE EN      *
      *    CL11EJ02. CONTRA ELLA SE VERIFICA EL LEGAJO Y SU VIGENCIA    *
             10 WS-MC-NOMBRE                PIC X(20).
             10 WS-MC-ACTIVA                PIC X(01).

       01 WS-MAESTRO-SUC.
          05 WS-MS-CANT-SUCURSALES          PIC 9(03) VALUE ZEROS.
          05 WS-MS-INDICE                   PIC 9(03).
          05 WS-MS-INDICE-HALLADO           PIC 9(03).
          05 WS-MS-CODIGO-BUSCADO           PIC 9(03).
          05 WS-MS-ITEM OCCURS 200 TIMES.
             10 WS-MS-CODIGO                PIC 9(03).
             10 WS-MS-FECHA-APERTURA        PIC X(10).
             10 WS-MS-FECHA-CIERRE          PIC X(10).
             10 WS-MS-ACTIVA                PIC X(01).

      *    MISMAS AREAS DE VALIDACION DE FECHA QUE CL11EJ02
      *    (FORMATO ESPERADO: AAAA-MM-DD, FECHA REAL DEL CALENDARIO)
       01 WS-VALIDACION-FECHA.
          05 WS-SUS-CANT                    PIC 9(03) VALUE ZEROS.
          05 WS-SUS-INDICE                  PIC 9(03).
          05 WS-SUS-ITEM OCCURS 500 TIMES.
             10 WS-SUS-REGISTRO.
                15 WS-SUS-REG-BASE          PIC X(99).
                15 WS-SUS-REG-DEVOLUCION    PIC X(19).
             10 WS-SUS-COD-RECHAZO          PIC X(04).
             10 WS-SUS-FECHA-PROC           PIC X(10).
             10 WS-SUS-ESTADO               PIC X(01).
          05 WS-RE-TIPO                     PIC X(01).
          05 WS-RE-IMPORTE                  PIC X(10).
          05 WS-RE-METODO-PAGO              PIC X(01).
          05 WS-RE-FECHA-ORIGINAL           PIC X(10).
          05 WS-RE-TICKET-ORIGINAL          PIC X(09).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
              ACCEPT WS-NOMBRE-CATEGORIAS FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 5
              DISPLAY 5 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-OPERADORES FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 6
              DISPLAY 6 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-PENDIENTES FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 7
              DISPLAY 7 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-PARAM FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 8
              DISPLAY 8 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-SUCURSALES FROM ARGUMENT-VALUE
           END-IF.

      *    SIN OPERADOR IDENTIFICADO NO HAY SESION: CADA CAMBIO DEBE
      *    PODER ATRIBUIRSE A ALGUIEN EN LA PISTA DE AUDITORIA
           PERFORM 1050-IDENTIFICAR-OPERADOR
              THRU 1050-IDENTIFICAR-OPERADOR-EXIT.

           IF WS-FIN-SESION
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1400-CARGAR-CATEGORIAS
              THRU 1400-CARGAR-CATEGORIAS-EXIT.

           PERFORM 1700-CARGAR-SUCURSALES
              THRU 1700-CARGAR-SUCURSALES-EXIT.

           PERFORM 1100-CARGAR-SUSPENSO
              THRU 1100-CARGAR-SUSPENSO-EXIT.

           PERFORM 1500-CARGAR-PARAMETROS
              THRU 1500-CARGAR-PARAMETROS-EXIT.

           PERFORM 1600-CARGAR-PENDIENTES
              THRU 1600-CARGAR-PENDIENTES-EXIT.

           IF WS-SUS-CANT = ZEROS
              DISPLAY 'NO HAY REGISTROS EN SUSPENSO PARA REPARAR'
           END-IF.
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
                      'REPARACION'
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
                      'SESION DE REPARACION'
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
      *    PROCESO PARA ABRIR LA PISTA DE AUDITORIA EN MODO AGREGAR.    *
      *    EN LA PRIMERA SESION EL ARCHIVO TODAVIA NO EXISTE Y SE LO    *
      *    CREA. SI NO SE PUEDE AUDITAR, NO SE PUEDE REPARAR           *
               WHEN FS-SUSPENSO-OK
                    ADD 1                   TO WS-SUS-CANT
                    MOVE SUS-REG-ORIGINAL   TO
                            WS-SUS-REG-BASE(WS-SUS-CANT)
                    MOVE SUS-REG-DEVOLUCION TO
                            WS-SUS-REG-DEVOLUCION(WS-SUS-CANT)
                    MOVE SUS-COD-RECHAZO    TO
                            WS-SUS-COD-RECHAZO(WS-SUS-CANT)
                    MOVE SUS-FECHA-PROCESO  TO
       1150-LEER-UN-SUSPENSO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL IMPORTE QUE EXIGE APROBACION. UN      *
      *    VALOR INVALIDO O EN CERO DEJA EL VALOR POR DEFECTO           *
      *    (100.000,00)                                                *
      *----------------------------------------------------------------*
       1500-CARGAR-PARAMETROS.

           OPEN INPUT PARAM-APROBACION.

           EVALUATE TRUE
               WHEN FS-PARAM-OK
                    READ PARAM-APROBACION
                    IF FS-PARAM-OK
                       IF PAP-IMPORTE-LIBERACION IS NUMERIC
                          AND PAP-IMPORTE-LIBERACION NOT = ZEROS
                          MOVE PAP-IMPORTE-LIBERACION TO
                               WS-IMPORTE-LIBERACION
                       END-IF
                    END-IF
                    CLOSE PARAM-APROBACION
               WHEN FS-PARAM-NFD
                    DISPLAY 'SIN ARCHIVO DE PARAMETROS DE APROBACION, '
                            'RIGE EL VALOR POR DEFECTO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LOS PARAMETROS DE '
                            'APROBACION'
                    DISPLAY 'FILE STATUS: ' FS-PARAM
           END-EVALUATE.

           MOVE WS-IMPORTE-LIBERACION       TO
                   WS-IMPORTE-LIBERACION-ED.
           DISPLAY 'LIBERACIONES QUE NECESITAN APROBACION: MAS DE '
                    WS-IMPORTE-LIBERACION-ED.

       1500-CARGAR-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL ARCHIVO DE PENDIENTES. SI NO ENTRA    *
      *    COMPLETO EN LA TABLA NO SE LO PUEDE REGRABAR SIN PERDER      *
      *    FILAS: EN ESA SESION NO SE SOLICITA NI SE RESUELVE NADA      *
      *----------------------------------------------------------------*
       1600-CARGAR-PENDIENTES.

           OPEN INPUT PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 1650-LEER-UN-PENDIENTE
                       THRU 1650-LEER-UN-PENDIENTE-EXIT
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

       1600-CARGAR-PENDIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1650-LEER-UN-PENDIENTE.

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

       1650-LEER-UN-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL MAESTRO DE SUCURSALES EN MEMORIA.     *
      *    SIN MAESTRO DISPONIBLE NINGUNA SUCURSAL VERIFICA Y NO SE     *
      *    PODRA LIBERAR                                               *
      *----------------------------------------------------------------*
       1700-CARGAR-SUCURSALES.

           OPEN INPUT MAESTRO-SUCURSALES.

           EVALUATE TRUE
               WHEN FS-SUCURSALES-OK
                    PERFORM 1750-LEER-UNA-SUCURSAL
                       THRU 1750-LEER-UNA-SUCURSAL-EXIT
                      UNTIL FS-SUCURSALES-EOF
                         OR WS-MS-CANT-SUCURSALES = 200
                    IF NOT FS-SUCURSALES-EOF
                       DISPLAY '*** ATENCION: MAESTRO DE SUCURSALES '
                               'CON MAS DE 200 FILAS, SE CARGARON '
                               'SOLO LAS PRIMERAS 200 ***'
                    END-IF
                    CLOSE MAESTRO-SUCURSALES
                    DISPLAY 'SUCURSALES CARGADAS DEL MAESTRO: '
                             WS-MS-CANT-SUCURSALES
               WHEN FS-SUCURSALES-NFD
                    DISPLAY '*** ATENCION: NO SE ENCUENTRA EL '
                            'MAESTRO DE SUCURSALES, NO SE PODRAN '
                            'LIBERAR REGISTROS ***'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO DE SUCURSALES'
                    DISPLAY 'FILE STATUS: ' FS-SUCURSALES
           END-EVALUATE.

       1700-CARGAR-SUCURSALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1750-LEER-UNA-SUCURSAL.

           READ MAESTRO-SUCURSALES.

           EVALUATE TRUE
               WHEN FS-SUCURSALES-OK
                    IF SUC-CODIGO IS NUMERIC
                       ADD 1              TO WS-MS-CANT-SUCURSALES
                       MOVE SUC-CODIGO    TO
                               WS-MS-CODIGO(WS-MS-CANT-SUCURSALES)
                       MOVE SUC-FECHA-APERTURA TO
                            WS-MS-FECHA-APERTURA(WS-MS-CANT-SUCURSALES)
                       MOVE SUC-FECHA-CIERRE TO
                            WS-MS-FECHA-CIERRE(WS-MS-CANT-SUCURSALES)
                       MOVE SUC-ACTIVA    TO
                               WS-MS-ACTIVA(WS-MS-CANT-SUCURSALES)
                    ELSE
                       DISPLAY 'SUCURSAL CON CODIGO NO NUMERICO EN EL '
                               'MAESTRO, SE DESCARTA'
                    END-IF
               WHEN FS-SUCURSALES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE SUCURSALES'
                    DISPLAY 'FILE STATUS: ' FS-SUCURSALES
           END-EVALUATE.

       1750-LEER-UNA-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UNA VUELTA DE LA SESION: SE LISTA EL SUSPENSO, SE PIDE EL    *
      *    NUMERO DE REGISTRO A TRABAJAR (0 = GRABAR Y SALIR) Y SE      *
      *    ENTRA AL MENU DE REPARACION DE ESE REGISTRO                 *
      *    MENU DE REPARACION DE UN REGISTRO: SE MUESTRA EL DETALLE,    *
      *    SE ELIGE EL CAMPO A CORREGIR Y SE TIPEA EL VALOR NUEVO.      *
      *    LA OPCION 8 MARCA EL REGISTRO COMO LIBERADO PARA QUE LA      *
      *    PROXIMA CORRIDA EN MODO REPROCESO LO TOME. UN REGISTRO QUE   *
      *    ESPERA APROBACION (E) NO SE CORRIGE: SOLO SE APRUEBA (A) O   *
      *    SE DEVUELVE A PENDIENTE (P)                                 *
      *----------------------------------------------------------------*
       2200-REPARAR-REGISTRO.

                   ' (10 DIGITOS, 2 DECIMALES IMPLICITOS)'.
           DISPLAY '9 METODO    : ' WS-RE-METODO-PAGO
                   ' (E EFECTIVO / T TARJETA / B TRANSFERENCIA)'.
           DISPLAY 'F FECHA ORIG: ' WS-RE-FECHA-ORIGINAL
                   ' (SOLO DEVOLUCIONES)'.
           DISPLAY 'T TICKET ORIG: ' WS-RE-TICKET-ORIGINAL
                   ' (SOLO DEVOLUCIONES)'.
           DISPLAY 'L MARCAR LIBERADO   P MARCAR PENDIENTE   '
                   'A APROBAR LIBERACION   0 VOLVER'.
           DISPLAY 'CAMPO A CORREGIR: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION-CAMPO.

      *    EL OPERADOR DE SOLO CONSULTA MIRA EL REGISTRO Y VUELVE
           IF WS-ROL-CONSULTA
              AND WS-OPCION-CAMPO NOT = '0'
              AND WS-OPCION-CAMPO NOT = SPACE
              DISPLAY 'OPERADOR DE SOLO CONSULTA: NO PUEDE MODIFICAR '
                      'EL SUSPENSO'
              GO TO 2200-REPARAR-REGISTRO-FIN
           END-IF.

           IF WS-SUS-ESTADO(WS-SUS-INDICE) = 'E'
              AND ((WS-OPCION-CAMPO >= '1' AND WS-OPCION-CAMPO <= '9')
                   OR WS-OPCION-CAMPO = 'F' OR WS-OPCION-CAMPO = 'T')
              DISPLAY 'EL REGISTRO ESPERA APROBACION, NO SE PUEDE '
                      'CORREGIR (P LO DEVUELVE A PENDIENTE)'
              GO TO 2200-REPARAR-REGISTRO-FIN
           END-IF.

      *    UN INGRESO VACIO (O EL FIN DE LA ENTRADA) EQUIVALE A VOLVER,
      *    PARA NO QUEDAR CICLANDO SI SE CORTA LA CONSOLA
           EVALUATE WS-OPCION-CAMPO
                       THRU 2250-PEDIR-VALOR-EXIT
                    MOVE WS-VALOR-INGRESADO(1:1)  TO WS-RE-METODO-PAGO
                    MOVE WS-RE-METODO-PAGO   TO WS-AUD-DESPUES
               WHEN 'F'
                    MOVE 'FECHA-ORIG'        TO WS-AUD-CAMPO
                    MOVE WS-RE-FECHA-ORIGINAL TO WS-AUD-ANTES
                    PERFORM 2250-PEDIR-VALOR
                       THRU 2250-PEDIR-VALOR-EXIT
                    MOVE WS-VALOR-INGRESADO(1:10) TO
                            WS-RE-FECHA-ORIGINAL
                    MOVE WS-RE-FECHA-ORIGINAL TO WS-AUD-DESPUES
               WHEN 'T'
                    MOVE 'TICKET-ORI'        TO WS-AUD-CAMPO
                    MOVE WS-RE-TICKET-ORIGINAL TO WS-AUD-ANTES
                    PERFORM 2250-PEDIR-VALOR
                       THRU 2250-PEDIR-VALOR-EXIT
                    MOVE WS-VALOR-INGRESADO(1:9)  TO
                            WS-RE-TICKET-ORIGINAL
                    MOVE WS-RE-TICKET-ORIGINAL TO WS-AUD-DESPUES
               WHEN 'L'
                    PERFORM 2300-LIBERAR-REGISTRO
                       THRU 2300-LIBERAR-REGISTRO-EXIT
               WHEN 'A'
                    PERFORM 2400-APROBAR-LIBERACION
                       THRU 2400-APROBAR-LIBERACION-EXIT
               WHEN 'P'
                    PERFORM 2500-MARCAR-PENDIENTE
                       THRU 2500-MARCAR-PENDIENTE-EXIT
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *    LAS CORRECCIONES DE CAMPOS (OPCIONES 1 A 9, F Y T) VUELVEN
      *    AL REGISTRO DE LA TABLA Y DEJAN SU EVENTO DE AUDITORIA CON
      *    LA IMAGEN ANTERIOR Y LA NUEVA
           IF (WS-OPCION-CAMPO >= '1' AND WS-OPCION-CAMPO <= '9')
              OR WS-OPCION-CAMPO = 'F' OR WS-OPCION-CAMPO = 'T'
              MOVE WS-REG-EDIT TO WS-SUS-REGISTRO(WS-SUS-INDICE)
              SET WS-HUBO-CAMBIOS TO TRUE
              PERFORM 2260-REGISTRAR-AUDITORIA
                 THRU 2260-REGISTRAR-AUDITORIA-EXIT
      *       CORREGIR UN REGISTRO YA LIBERADO LO DEVUELVE A PENDIENTE:
      *       LO QUE SE LIBERA ES LO QUE SE VALIDO (Y, SI CORRESPONDE,
      *       LO QUE SE APROBO), NO UNA VERSION EDITADA DESPUES
              IF WS-SUS-ESTADO(WS-SUS-INDICE) = 'L'
                 MOVE 'ESTADO'              TO WS-AUD-CAMPO
                 MOVE 'L'                   TO WS-AUD-ANTES
                 MOVE 'P'        TO WS-SUS-ESTADO(WS-SUS-INDICE)
                 MOVE 'P'                   TO WS-AUD-DESPUES
                 PERFORM 2260-REGISTRAR-AUDITORIA
                    THRU 2260-REGISTRAR-AUDITORIA-EXIT
                 DISPLAY 'EL REGISTRO VUELVE A PENDIENTE: HAY QUE '
                         'LIBERARLO DE NUEVO'
              END-IF
      *       LA VALIDACION CORRE ENSEGUIDA PARA QUE EL OPERADOR VEA
      *       EN EL MOMENTO QUE LE QUEDA POR CORREGIR
              PERFORM 2600-VALIDAR-REG-EDIT
       2260-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LIBERACION DEL REGISTRO EN EDICION. SOLO SE LIBERA UN        *
      *    REGISTRO QUE YA SUPERA LAS MISMAS VALIDACIONES QUE LE VA A   *
      *    APLICAR CL11EJ02 EN EL REPROCESO: LIBERAR UNO QUE VA A       *
      *    REBOTAR SOLO PIERDE UN DIA MAS. POR ENCIMA DEL IMPORTE DE    *
      *    APROBACION NO SE LIBERA: QUEDA ESPERANDO A UN SUPERVISOR     *
      *----------------------------------------------------------------*
       2300-LIBERAR-REGISTRO.

           IF WS-SUS-ESTADO(WS-SUS-INDICE) = 'E'
              DISPLAY 'EL REGISTRO YA ESPERA LA APROBACION DE UN '
                      'SUPERVISOR'
              GO TO 2300-LIBERAR-REGISTRO-EXIT
           END-IF.

           PERFORM 2600-VALIDAR-REG-EDIT
              THRU 2600-VALIDAR-REG-EDIT-EXIT.

           IF WS-REG-EDIT-INVALIDO
              DISPLAY 'EL REGISTRO TODAVIA SERIA RECHAZADO, '
                      'NO SE LIBERA'
              GO TO 2300-LIBERAR-REGISTRO-EXIT
           END-IF.

      *    EL IMPORTE YA ES NUMERICO: LO GARANTIZA LA VALIDACION
           MOVE WS-RE-IMPORTE               TO WS-IMP-LIBERAR-X.

           IF WS-IMP-LIBERAR > WS-IMPORTE-LIBERACION
              PERFORM 2350-SOLICITAR-APROBACION
                 THRU 2350-SOLICITAR-APROBACION-EXIT
              GO TO 2300-LIBERAR-REGISTRO-EXIT
           END-IF.

           MOVE 'ESTADO'                    TO WS-AUD-CAMPO.
           MOVE WS-SUS-ESTADO(WS-SUS-INDICE) TO WS-AUD-ANTES.
           MOVE 'L'             TO WS-SUS-ESTADO(WS-SUS-INDICE).
           MOVE 'L'                         TO WS-AUD-DESPUES.
           SET WS-HUBO-CAMBIOS TO TRUE.
           PERFORM 2260-REGISTRAR-AUDITORIA
              THRU 2260-REGISTRAR-AUDITORIA-EXIT.
           DISPLAY 'REGISTRO MARCADO COMO LIBERADO'.

       2300-LIBERAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PEDIR LA APROBACION DE UNA LIBERACION: EL       *
      *    REGISTRO PASA A E Y SE CARGA EL PENDIENTE CON LA IMAGEN DEL  *
      *    EXTRACTO TAL COMO SE VALIDO                                 *
      *----------------------------------------------------------------*
       2350-SOLICITAR-APROBACION.

           IF WS-PENDIENTES-INCOMPLETO OR WS-PN-CANT = 300
              DISPLAY 'NO HAY LUGAR PARA MAS CAMBIOS PENDIENTES: '
                      'PRIMERO DEBEN RESOLVERSE LOS CARGADOS'
              GO TO 2350-SOLICITAR-APROBACION-EXIT
           END-IF.

           MOVE 'ESTADO'                    TO WS-AUD-CAMPO.
           MOVE WS-SUS-ESTADO(WS-SUS-INDICE) TO WS-AUD-ANTES.
           MOVE 'E'             TO WS-SUS-ESTADO(WS-SUS-INDICE).
           MOVE 'E'                         TO WS-AUD-DESPUES.
           SET WS-HUBO-CAMBIOS TO TRUE.
           PERFORM 2260-REGISTRAR-AUDITORIA
              THRU 2260-REGISTRAR-AUDITORIA-EXIT.

      *    EL SELLO DEL PENDIENTE ES EL MISMO DEL EVENTO DE AUDITORIA
           MOVE WS-FECHA-EVENTO             TO WS-FHE-FECHA.
           MOVE WS-HORA-EVENTO(1:5)         TO WS-FHE-HORA.

           ADD 1                            TO WS-PN-CANT.
           MOVE 'S'                    TO WS-PN-MAESTRO(WS-PN-CANT).
           MOVE 'L'                    TO WS-PN-OPERACION(WS-PN-CANT).
           MOVE WS-AUD-CLAVE           TO WS-PN-CLAVE(WS-PN-CANT).
           MOVE WS-AUD-OPERADOR             TO
                   WS-PN-OPERADOR-CARGA(WS-PN-CANT).
           MOVE WS-FH-EVENTO           TO WS-PN-FH-CARGA(WS-PN-CANT).
           MOVE WS-IMP-LIBERAR         TO WS-PN-IMPORTE(WS-PN-CANT).
           MOVE WS-SUS-REGISTRO(WS-SUS-INDICE) TO
                   WS-PN-IMAGEN-ANTES(WS-PN-CANT).
           MOVE WS-SUS-REGISTRO(WS-SUS-INDICE) TO
                   WS-PN-IMAGEN-DESPUES(WS-PN-CANT).
           MOVE 'P'                    TO WS-PN-ESTADO(WS-PN-CANT).
           MOVE 'S'                    TO WS-PN-ORIGEN(WS-PN-CANT).

           SET WS-HUBO-PENDIENTES TO TRUE.
           ADD 1                            TO WS-CANT-SOLICITUDES.

           DISPLAY 'IMPORTE SUPERIOR A ' WS-IMPORTE-LIBERACION-ED
                   ': LA LIBERACION QUEDA ESPERANDO LA APROBACION '
                   'DE OTRO SUPERVISOR'.

       2350-SOLICITAR-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    APROBACION DE UNA LIBERACION: SOLO UN SUPERVISOR Y NUNCA     *
      *    SOBRE UNA LIBERACION QUE PIDIO EL MISMO. EL REGISTRO SE      *
      *    VUELVE A VALIDAR CONTRA LOS MAESTROS DE HOY ANTES DE         *
      *    LIBERARLO                                                   *
      *----------------------------------------------------------------*
       2400-APROBAR-LIBERACION.

           IF WS-SUS-ESTADO(WS-SUS-INDICE) NOT = 'E'
              DISPLAY 'EL REGISTRO NO ESPERA APROBACION'
              GO TO 2400-APROBAR-LIBERACION-EXIT
           END-IF.

           IF NOT WS-ROL-SUPERVISOR
              DISPLAY 'SOLO UN SUPERVISOR PUEDE APROBAR UNA LIBERACION'
              GO TO 2400-APROBAR-LIBERACION-EXIT
           END-IF.

           IF WS-PENDIENTES-INCOMPLETO
              DISPLAY 'EL ARCHIVO DE PENDIENTES NO SE CARGO COMPLETO, '
                      'NO SE RESUELVE NADA EN ESTA SESION'
              GO TO 2400-APROBAR-LIBERACION-EXIT
           END-IF.

           PERFORM 2450-BUSCAR-PENDIENTE
              THRU 2450-BUSCAR-PENDIENTE-EXIT.

           IF NOT WS-PENDIENTE-HALLADO
              DISPLAY 'NO SE ENCUENTRA LA SOLICITUD DE APROBACION: '
                      'MARQUELO PENDIENTE (P) Y LIBERELO DE NUEVO'
              GO TO 2400-APROBAR-LIBERACION-EXIT
           END-IF.

           DISPLAY 'SOLICITADO POR '
                   WS-PN-OPERADOR-CARGA(WS-PN-INDICE-HALLADO)
                   ' EL ' WS-PN-FH-CARGA(WS-PN-INDICE-HALLADO).

           IF WS-PN-OPERADOR-CARGA(WS-PN-INDICE-HALLADO) =
              WS-AUD-OPERADOR
              DISPLAY 'NO PUEDE APROBAR UNA LIBERACION PEDIDA POR '
                      'USTED MISMO'
              GO TO 2400-APROBAR-LIBERACION-EXIT
           END-IF.

           PERFORM 2600-VALIDAR-REG-EDIT
              THRU 2600-VALIDAR-REG-EDIT-EXIT.

           IF WS-REG-EDIT-INVALIDO
              DISPLAY 'EL REGISTRO YA NO SUPERA LAS VALIDACIONES, NO '
                      'SE APRUEBA'
              GO TO 2400-APROBAR-LIBERACION-EXIT
           END-IF.

           MOVE 'L'             TO WS-SUS-ESTADO(WS-SUS-INDICE).
           SET WS-HUBO-CAMBIOS TO TRUE.

           MOVE 'A'           TO WS-PN-ESTADO(WS-PN-INDICE-HALLADO).
           SET WS-HUBO-PENDIENTES TO TRUE.
           ADD 1                            TO WS-CANT-APROBADOS.

           MOVE 'APROBACION'                TO WS-AUD-CAMPO.
           MOVE 'SOLICITADO POR '           TO WS-AUD-ANTES.
           MOVE WS-PN-OPERADOR-CARGA(WS-PN-INDICE-HALLADO)
                                            TO WS-AUD-ANTES(16:8).
           MOVE 'L'                         TO WS-AUD-DESPUES.
           PERFORM 2260-REGISTRAR-AUDITORIA
              THRU 2260-REGISTRAR-AUDITORIA-EXIT.

           DISPLAY 'LIBERACION APROBADA, REGISTRO MARCADO COMO '
                   'LIBERADO'.

       2400-APROBAR-LIBERACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA BUSCAR EL PENDIENTE DE LIBERACION DEL REGISTRO  *
      *    EN EDICION: MISMA IMAGEN DEL EXTRACTO QUE SE PIDIO LIBERAR   *
      *----------------------------------------------------------------*
       2450-BUSCAR-PENDIENTE.

           MOVE 'N'                         TO WS-SW-PEN-HALLADO.
           MOVE ZEROS                       TO WS-PN-INDICE-HALLADO.

           PERFORM 2460-COMPARAR-PENDIENTE
              THRU 2460-COMPARAR-PENDIENTE-EXIT
             VARYING WS-PN-INDICE FROM 1 BY 1
               UNTIL WS-PN-INDICE > WS-PN-CANT
                  OR WS-PENDIENTE-HALLADO.

       2450-BUSCAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2460-COMPARAR-PENDIENTE.

           IF WS-PN-MAESTRO(WS-PN-INDICE) = 'S'
              AND WS-PN-ESTADO(WS-PN-INDICE) = 'P'
              AND WS-PN-IMAGEN-ANTES(WS-PN-INDICE) =
                  WS-SUS-REGISTRO(WS-SUS-INDICE)
              SET WS-PENDIENTE-HALLADO TO TRUE
              MOVE WS-PN-INDICE             TO WS-PN-INDICE-HALLADO
           END-IF.

       2460-COMPARAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA DEVOLVER EL REGISTRO A PENDIENTE. SI ESPERABA   *
      *    APROBACION, SOLO PUEDE RETIRAR LA SOLICITUD QUIEN LA PIDIO   *
      *    O UN SUPERVISOR, Y EL PENDIENTE SE DA POR RECHAZADO          *
      *----------------------------------------------------------------*
       2500-MARCAR-PENDIENTE.

           IF WS-SUS-ESTADO(WS-SUS-INDICE) = 'E'
              IF WS-PENDIENTES-INCOMPLETO
                 DISPLAY 'EL ARCHIVO DE PENDIENTES NO SE CARGO '
                         'COMPLETO, NO SE RESUELVE NADA EN ESTA SESION'
                 GO TO 2500-MARCAR-PENDIENTE-EXIT
              END-IF
              PERFORM 2450-BUSCAR-PENDIENTE
                 THRU 2450-BUSCAR-PENDIENTE-EXIT
           ELSE
              MOVE 'N'                      TO WS-SW-PEN-HALLADO
           END-IF.

           IF WS-PENDIENTE-HALLADO
              IF WS-PN-OPERADOR-CARGA(WS-PN-INDICE-HALLADO) NOT =
                 WS-AUD-OPERADOR
                 AND NOT WS-ROL-SUPERVISOR
                 DISPLAY 'SOLO QUIEN PIDIO LA LIBERACION O UN '
                         'SUPERVISOR PUEDE RETIRARLA'
                 GO TO 2500-MARCAR-PENDIENTE-EXIT
              END-IF
              MOVE 'R'        TO WS-PN-ESTADO(WS-PN-INDICE-HALLADO)
              SET WS-HUBO-PENDIENTES TO TRUE
              ADD 1                         TO WS-CANT-RECHAZADOS
           END-IF.

           MOVE 'ESTADO'                    TO WS-AUD-CAMPO.
           MOVE WS-SUS-ESTADO(WS-SUS-INDICE) TO WS-AUD-ANTES.
           MOVE 'P'             TO WS-SUS-ESTADO(WS-SUS-INDICE).
           MOVE 'P'                         TO WS-AUD-DESPUES.
           SET WS-HUBO-CAMBIOS TO TRUE.
           PERFORM 2260-REGISTRAR-AUDITORIA
              THRU 2260-REGISTRAR-AUDITORIA-EXIT.
           DISPLAY 'REGISTRO MARCADO COMO PENDIENTE'.

       2500-MARCAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR EL REGISTRO EN EDICION CON LAS MISMAS   *
      *    REGLAS DE 1600-VALIDAR-REGISTRO DE CL11EJ02 (IMPORTE,        *
      *    EMPLEADO, CATEGORIA, SUCURSAL, TICKET, TIPO, METODO DE       *
      *    PAGO, FECHA REAL, VIGENCIA DEL LEGAJO Y DE LA SUCURSAL).     *
      *    CADA REGLA QUE FALLA SE INFORMA POR CONSOLA EN EL MOMENTO   *
      *----------------------------------------------------------------*
       2600-VALIDAR-REG-EDIT.

              DISPLAY '>> METODO DE PAGO INVALIDO (E/T/B)'
           END-IF.

      *    LA EXISTENCIA DE LA VENTA ORIGINAL Y EL SALDO SIN DEVOLVER
      *    (DEV0/DEV1) LOS VERIFICA CL11EJ02 CONTRA EL REGISTRO DE
      *    TICKETS; AQUI SOLO QUE LA REFERENCIA ESTE INFORMADA
           IF WS-RE-TIPO = 'D'
              IF WS-RE-TICKET-ORIGINAL IS NOT NUMERIC
                 OR WS-RE-TICKET-ORIGINAL = ZEROS
                 OR WS-RE-FECHA-ORIGINAL = SPACES
                 OR WS-RE-FECHA-ORIGINAL > WS-RE-FECHA
                 SET WS-REG-EDIT-INVALIDO TO TRUE
                 DISPLAY '>> DEVOLUCION SIN FECHA/TICKET ORIGINAL'
              END-IF
           END-IF.

           PERFORM 2610-VALIDAR-FECHA
              THRU 2610-VALIDAR-FECHA-EXIT.

                 THRU 2630-VALIDAR-EMPLEADO-EXIT
           END-IF.

      *    IDEM LA VIGENCIA DE LA SUCURSAL
           IF WS-RE-SUCURSAL IS NUMERIC AND WS-RE-SUCURSAL NOT = ZEROS
              AND WS-FECHA-ES-VALIDA
              PERFORM 2650-VALIDAR-SUCURSAL
                 THRU 2650-VALIDAR-SUCURSAL-EXIT
           END-IF.

       2600-VALIDAR-REG-EDIT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2645-COMPARAR-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR LA SUCURSAL CONTRA EL MAESTRO: DEBE     *
      *    EXISTIR Y ESTAR ABIERTA EN LA FECHA DE LA VENTA (APERTURA    *
      *    <= FECHA, SIN CIERRE O CIERRE >= FECHA, MARCA ACTIVA), COMO  *
      *    1695-VALIDAR-SUC-MAESTRO DE CL11EJ02                        *
      *----------------------------------------------------------------*
       2650-VALIDAR-SUCURSAL.

           MOVE 'N'                         TO WS-SW-SUC-ENCONTRADA.
           MOVE ZEROS                       TO WS-MS-INDICE-HALLADO.
           MOVE WS-RE-SUCURSAL              TO WS-MS-CODIGO-BUSCADO.

           PERFORM 2655-COMPARAR-SUCURSAL
              THRU 2655-COMPARAR-SUCURSAL-EXIT
             VARYING WS-MS-INDICE FROM 1 BY 1
               UNTIL WS-MS-INDICE > WS-MS-CANT-SUCURSALES
                  OR WS-SUCURSAL-ENCONTRADA.

           IF NOT WS-SUCURSAL-ENCONTRADA
              SET WS-REG-EDIT-INVALIDO TO TRUE
              DISPLAY '>> SUCURSAL NO ESTA EN MAESTRO'
              GO TO 2650-VALIDAR-SUCURSAL-EXIT
           END-IF.

           IF WS-MS-ACTIVA(WS-MS-INDICE-HALLADO) NOT = 'S'
              OR WS-RE-FECHA <
                 WS-MS-FECHA-APERTURA(WS-MS-INDICE-HALLADO)
              OR (WS-MS-FECHA-CIERRE(WS-MS-INDICE-HALLADO) NOT = SPACES
                  AND WS-RE-FECHA >
                      WS-MS-FECHA-CIERRE(WS-MS-INDICE-HALLADO))
              SET WS-REG-EDIT-INVALIDO TO TRUE
              DISPLAY '>> SUCURSAL CERRADA EN LA FECHA'
           END-IF.

       2650-VALIDAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2655-COMPARAR-SUCURSAL.

           IF WS-MS-CODIGO(WS-MS-INDICE) = WS-MS-CODIGO-BUSCADO
              SET WS-SUCURSAL-ENCONTRADA TO TRUE
              MOVE WS-MS-INDICE             TO WS-MS-INDICE-HALLADO
           END-IF.

       2655-COMPARAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CIERRE: SE REGRABA EL ARCHIVO COMPLETO DESDE LA TABLA Y SE   *
      *    INFORMA CUANTOS QUEDARON PENDIENTES, CUANTOS LIBERADOS Y     *
      *    CUANTOS ESPERAN APROBACION                                  *
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

                 THRU 3100-GRABAR-SUSPENSO-EXIT
           END-IF.

      *    LOS PENDIENTES NUNCA SE REGRABAN SI FALLO EL SUSPENSO: UN
      *    REGISTRO QUE SIGUE EN E PERDERIA SU SOLICITUD
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
              IF NOT FS-AUDITORIA-OK

           MOVE ZEROS                       TO WS-CANT-PENDIENTES.
           MOVE ZEROS                       TO WS-CANT-LIBERADOS.
           MOVE ZEROS                       TO WS-CANT-EN-APROBACION.

           PERFORM 3200-CONTAR-UN-SUSPENSO
              THRU 3200-CONTAR-UN-SUSPENSO-EXIT

           DISPLAY 'REGISTROS PENDIENTES: ' WS-CANT-PENDIENTES.
           DISPLAY 'REGISTROS LIBERADOS : ' WS-CANT-LIBERADOS.
           DISPLAY 'ESPERANDO APROBACION: ' WS-CANT-EN-APROBACION.
           DISPLAY 'LIBERACIONES SOLICITADAS: ' WS-CANT-SOLICITUDES.
           DISPLAY 'LIBERACIONES APROBADAS  : ' WS-CANT-APROBADOS.
           DISPLAY 'SOLICITUDES RETIRADAS   : ' WS-CANT-RECHAZADOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE SUSPENSO'
              DISPLAY 'FILE STATUS: ' FS-SUSPENSO
              SET WS-ERROR-GRABACION TO TRUE
           END-IF.

       3100-GRABAR-SUSPENSO-EXIT.
      *----------------------------------------------------------------*
       3150-GRABAR-UN-SUSPENSO.

           MOVE WS-SUS-REG-BASE(WS-SUS-INDICE)
                                             TO SUS-REG-ORIGINAL.
           MOVE WS-SUS-REG-DEVOLUCION(WS-SUS-INDICE)
                                             TO SUS-REG-DEVOLUCION.
           MOVE WS-SUS-COD-RECHAZO(WS-SUS-INDICE)
                                             TO SUS-COD-RECHAZO.
           MOVE WS-SUS-FECHA-PROC(WS-SUS-INDICE)
                    ADD 1 TO WS-CANT-PENDIENTES
               WHEN 'L'
                    ADD 1 TO WS-CANT-LIBERADOS
               WHEN 'E'
                    ADD 1 TO WS-CANT-EN-APROBACION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       3200-CONTAR-UN-SUSPENSO-EXIT.
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

       END PROGRAM CL11EJ03.
