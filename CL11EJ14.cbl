      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CIERRE Y REAPERTURA DE FECHAS DE NEGOCIO
      * Tectonics: cobc
      ******************************************************************
      *    PROGRAMA COMPANERO DE CL11EJ02: UNA VEZ QUE FINANZAS DA POR *
      *    BUENA UNA FECHA (TOTALES, ARQUEO Y CONCILIACION), AQUI SE   *
      *    LA CIERRA EN EL CALENDARIO DE NEGOCIO. DESDE ESE MOMENTO    *
      *    CL11EJ02 RECHAZA CUALQUIER CORRIDA QUE TRAIGA DATOS PARA    *
      *    ELLA. LA SESION EXIGE OPERADOR Y CLAVE DEL ARCHIVO DE       *
      *    OPERADORES Y SOLO UN SUPERVISOR CIERRA O REABRE; LOS DEMAS  *
      *    ROLES CONSULTAN. REABRIR EXIGE ADEMAS MOTIVO, QUE QUEDA EN  *
      *    EL CALENDARIO; CIERRES Y REAPERTURAS SE AGREGAN A LA PISTA  *
      *    DE AUDITORIA QUE IMPRIME CL11EJ06. EL ESTADO DEL MES SE     *
      *    LISTA CON CL11EJ15                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ14.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT CALENDARIO
           ASSIGN DYNAMIC WS-NOMBRE-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-FECHA
           FILE STATUS IS FS-CALENDARIO.

       SELECT AUDITORIA
           ASSIGN DYNAMIC WS-NOMBRE-AUDITORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.
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
       DATA DIVISION.

       FILE SECTION.

      *    MISMO LAYOUT QUE GRABA CL11EJ02 AL CIERRE DE CADA DIA
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

      *    MISMO ARCHIVO DE OPERADORES QUE CL11EJ04
       FD OPERADORES.
       01 OPE-ARCHIVO.
          05 OPE-ID                         PIC X(08).
          05 OPE-NOMBRE                     PIC X(30).
          05 OPE-ROL                        PIC X(01).
             88 OPE-ROL-VALIDO                  VALUE 'C' 'S' 'L'.
          05 OPE-CLAVE                      PIC X(08).
          05 OPE-ACTIVO                     PIC X(01).
             88 OPE-OPERADOR-ACTIVO             VALUE 'S'.

       WORKING-STORAGE SECTION.

       01 WS-NOMBRE-ARCHIVOS.
          05 WS-NOMBRE-CALENDARIO      PIC X(100)
                                        VALUE '../CALENDARIO.IDX'.
          05 WS-NOMBRE-AUDITORIA       PIC X(100)
                                        VALUE '../AUDITORIA.TXT'.
          05 WS-NOMBRE-OPERADORES      PIC X(100)
                                        VALUE '../OPERADORES.TXT'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

       01 FS-STATUS.
          05 FS-CALENDARIO                  PIC X(2).
             88 FS-CALENDARIO-OK                 VALUE '00'.
             88 FS-CALENDARIO-RNF                VALUE '23'.
             88 FS-CALENDARIO-NFD                VALUE '35'.

          05 FS-AUDITORIA                   PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.
             88 FS-AUDITORIA-NFD                 VALUE '35'.

          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-OK                 VALUE '00'.
             88 FS-OPERADORES-EOF                VALUE '10'.
             88 FS-OPERADORES-NFD                VALUE '35'.

       01 WS-SWITCHES.
          05 WS-SW-FIN-SESION                PIC X(01) VALUE 'N'.
             88 WS-FIN-SESION                    VALUE 'S'.
          05 WS-SW-DATO-VALIDO               PIC X(01) VALUE 'S'.
             88 WS-DATO-ES-VALIDO                VALUE 'S'.
             88 WS-DATO-ES-INVALIDO              VALUE 'N'.
          05 WS-SW-FECHA-EXISTE              PIC X(01) VALUE 'N'.
             88 WS-FECHA-EXISTE                  VALUE 'S'.
          05 WS-SW-CALENDARIO-ABIERTO        PIC X(01) VALUE 'N'.
             88 WS-CALENDARIO-ABIERTO            VALUE 'S'.
          05 WS-SW-AUDITORIA-ABIERTA         PIC X(01) VALUE 'N'.
             88 WS-AUDITORIA-ABIERTA             VALUE 'S'.
          05 WS-SW-OPE-HALLADO               PIC X(01) VALUE 'N'.
             88 WS-OPERADOR-HALLADO              VALUE 'S'.

       01 WS-OPCIONES.
          05 WS-OPCION-MENU                  PIC X(01).
          05 WS-CONFIRMACION                 PIC X(01).
          05 WS-VALOR-INGRESADO              PIC X(60).
          05 WS-FECHA-A-VALIDAR              PIC X(10).

       01 WS-CONTADORES.
          05 WS-CANT-CIERRES                 PIC 9(03) VALUE ZEROS.
          05 WS-CANT-REAPERTURAS             PIC 9(03) VALUE ZEROS.

      *    OPERADOR DE LA SESION, VALIDADO CONTRA EL ARCHIVO DE
      *    OPERADORES. SOLO EL SUPERVISOR CIERRA Y REABRE FECHAS
       01 WS-SESION-OPERADOR.
          05 WS-OPE-CLAVE-INGRESADA          PIC X(08).
          05 WS-OPE-NOMBRE                   PIC X(30).
          05 WS-OPE-ROL                      PIC X(01) VALUE SPACE.
             88 WS-ROL-CARGA                     VALUE 'C'.
             88 WS-ROL-SUPERVISOR                VALUE 'S'.
             88 WS-ROL-CONSULTA                  VALUE 'L'.
          05 WS-DESCRIPCION-ROL              PIC X(14).

      *    DATOS DE LA SESION Y DEL EVENTO DE AUDITORIA EN CURSO. SIN
      *    OPERADOR IDENTIFICADO NO SE ABRE LA SESION
       01 WS-AUDITORIA-TRABAJO.
          05 WS-AUD-OPERADOR                 PIC X(08) VALUE SPACES.
          05 WS-AUD-CAMPO                    PIC X(10).
          05 WS-AUD-ANTES                    PIC X(40).
          05 WS-AUD-DESPUES                  PIC X(40).

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

      *    SELLO FECHA/HORA DEL EVENTO TAL COMO QUEDA EN EL CALENDARIO
       01 WS-FH-EVENTO.
          05 WS-FHE-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-FHE-HORA                     PIC X(05).

       01 WS-DESCRIPCION-ESTADO              PIC X(14).

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

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-SESION-CALENDARIO
              THRU 2000-SESION-CALENDARIO-FIN
             UNTIL WS-FIN-SESION.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-CANT-PARAMETROS FROM ARGUMENT-NUMBER.

           IF WS-CANT-PARAMETROS >= 1
              DISPLAY 1 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-CALENDARIO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 2
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-AUDITORIA FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 3
              DISPLAY 3 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-OPERADORES FROM ARGUMENT-VALUE
           END-IF.

      *    SIN OPERADOR IDENTIFICADO NO HAY SESION: CADA CIERRE Y CADA
      *    REAPERTURA DEBE PODER ATRIBUIRSE A ALGUIEN
           PERFORM 1050-IDENTIFICAR-OPERADOR
              THRU 1050-IDENTIFICAR-OPERADOR-EXIT.

           IF WS-FIN-SESION
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1100-ABRIR-CALENDARIO
              THRU 1100-ABRIR-CALENDARIO-EXIT.

           IF WS-FIN-SESION
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1200-ABRIR-AUDITORIA
              THRU 1200-ABRIR-AUDITORIA-EXIT.

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
              DISPLAY 'SIN ID DE OPERADOR NO SE ABRE LA SESION DEL '
                      'CALENDARIO'
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
                      'SESION DEL CALENDARIO'
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
      *    PROCESO PARA ABRIR EL CALENDARIO EN ACTUALIZACION (SE CREA   *
      *    VACIO SI TODAVIA NO EXISTE, IGUAL QUE EN CL11EJ02)           *
      *----------------------------------------------------------------*
       1100-ABRIR-CALENDARIO.

           OPEN I-O CALENDARIO.

           IF FS-CALENDARIO-NFD
              OPEN OUTPUT CALENDARIO
              IF FS-CALENDARIO-OK
                 CLOSE CALENDARIO
                 OPEN I-O CALENDARIO
              END-IF
           END-IF.

           IF FS-CALENDARIO-OK
              SET WS-CALENDARIO-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR AL ABRIR EL CALENDARIO DE NEGOCIO'
              DISPLAY 'FILE STATUS: ' FS-CALENDARIO
              SET WS-FIN-SESION TO TRUE
           END-IF.

       1100-ABRIR-CALENDARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ABRIR LA PISTA DE AUDITORIA EN MODO AGREGAR.    *
      *    SIN PISTA NO SE CIERRA NI SE REABRE NADA                    *
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
              DISPLAY 'SIN AUDITORIA NO SE ABRE LA SESION DEL '
                      'CALENDARIO'
              SET WS-FIN-SESION TO TRUE
           END-IF.

       1200-ABRIR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UNA VUELTA DE LA SESION: SE PIDE LA OPERACION (CERRAR,       *
      *    REABRIR, CONSULTAR UNA FECHA, SALIR)                        *
      *----------------------------------------------------------------*
       2000-SESION-CALENDARIO.

           DISPLAY ' '.
           DISPLAY 'C CERRAR FECHA   R REABRIR FECHA   '
                   'F CONSULTAR FECHA   0 SALIR'.
           DISPLAY 'OPCION: ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-OPCION-MENU.
           ACCEPT WS-OPCION-MENU.

      *    UN INGRESO VACIO (O EL FIN DE LA ENTRADA) EQUIVALE A SALIR,
      *    PARA NO QUEDAR CICLANDO SI SE CORTA LA CONSOLA
           EVALUATE WS-OPCION-MENU
               WHEN '0'
               WHEN SPACE
                    SET WS-FIN-SESION TO TRUE
               WHEN 'C'
                    PERFORM 2200-CERRAR-FECHA
                       THRU 2200-CERRAR-FECHA-FIN
               WHEN 'R'
                    PERFORM 2300-REABRIR-FECHA
                       THRU 2300-REABRIR-FECHA-FIN
               WHEN 'F'
                    PERFORM 2100-CONSULTAR-FECHA
                       THRU 2100-CONSULTAR-FECHA-FIN
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-SESION-CALENDARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA DEL ESTADO DE UNA FECHA, CON QUIEN LA CERRO O LA    *
      *    REABRIO Y CUANDO                                            *
      *----------------------------------------------------------------*
       2100-CONSULTAR-FECHA.

           PERFORM 2500-PEDIR-FECHA
              THRU 2500-PEDIR-FECHA-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2100-CONSULTAR-FECHA-FIN
           END-IF.

           IF NOT WS-FECHA-EXISTE
              DISPLAY 'LA FECHA ' WS-FECHA-A-VALIDAR
                      ' NO TIENE MOVIMIENTO NI CIERRE REGISTRADO'
              GO TO 2100-CONSULTAR-FECHA-FIN
           END-IF.

           PERFORM 2150-MOSTRAR-FECHA
              THRU 2150-MOSTRAR-FECHA-EXIT.

       2100-CONSULTAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-MOSTRAR-FECHA.

           PERFORM 2160-DESCRIBIR-ESTADO
              THRU 2160-DESCRIBIR-ESTADO-EXIT.

           DISPLAY 'FECHA ' CAL-FECHA ': ' WS-DESCRIPCION-ESTADO.
           DISPLAY '  PRIMERA CORRIDA : ' CAL-FH-PRIMER-PROCESO.
           DISPLAY '  ULTIMA CORRIDA  : ' CAL-FH-ULTIMO-PROCESO.

           IF CAL-OPERADOR-CIERRE NOT = SPACES
              DISPLAY '  ULTIMO CIERRE   : ' CAL-FH-CIERRE
                      ' POR ' CAL-OPERADOR-CIERRE
           END-IF.

           IF CAL-CANT-REAPERTURAS > ZEROS
              DISPLAY '  ULTIMA REAPERT. : ' CAL-FH-REAPERTURA
                      ' POR ' CAL-OPERADOR-REAPERTURA
                      ' (' CAL-CANT-REAPERTURAS ' EN TOTAL)'
              DISPLAY '  MOTIVO          : ' CAL-MOTIVO-REAPERTURA
           END-IF.

       2150-MOSTRAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2160-DESCRIBIR-ESTADO.

           EVALUATE TRUE
               WHEN CAL-ABIERTA
                    MOVE 'ABIERTA'          TO WS-DESCRIPCION-ESTADO
               WHEN CAL-CERRADA
                    MOVE 'CERRADA'          TO WS-DESCRIPCION-ESTADO
               WHEN CAL-REABIERTA
                    MOVE 'REABIERTA'        TO WS-DESCRIPCION-ESTADO
               WHEN OTHER
                    MOVE 'ESTADO INVALIDO'  TO WS-DESCRIPCION-ESTADO
           END-EVALUATE.

       2160-DESCRIBIR-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CIERRE DE UNA FECHA: NO PUEDE SER POSTERIOR A HOY NI ESTAR   *
      *    YA CERRADA. UNA FECHA SIN MOVIMIENTO (FERIADO, SUCURSALES    *
      *    SIN APERTURA) SE PUEDE CERRAR CONFIRMANDO, PARA QUE EL MES   *
      *    QUEDE COMPLETO Y UNA CARGA TARDIA NO LA ABRA SOLA            *
      *----------------------------------------------------------------*
       2200-CERRAR-FECHA.

           IF NOT WS-ROL-SUPERVISOR
              DISPLAY 'SOLO UN SUPERVISOR PUEDE CERRAR FECHAS'
              GO TO 2200-CERRAR-FECHA-FIN
           END-IF.

           PERFORM 2500-PEDIR-FECHA
              THRU 2500-PEDIR-FECHA-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2200-CERRAR-FECHA-FIN
           END-IF.

           PERFORM 2700-OBTENER-FECHA-HORA
              THRU 2700-OBTENER-FECHA-HORA-EXIT.

           IF WS-FECHA-A-VALIDAR > WS-FECHA-EVENTO
              DISPLAY 'NO SE PUEDE CERRAR UNA FECHA FUTURA'
              GO TO 2200-CERRAR-FECHA-FIN
           END-IF.

           IF WS-FECHA-EXISTE AND CAL-CERRADA
              DISPLAY 'LA FECHA ' CAL-FECHA ' YA ESTA CERRADA POR '
                      CAL-OPERADOR-CIERRE ' EL ' CAL-FH-CIERRE
              GO TO 2200-CERRAR-FECHA-FIN
           END-IF.

           IF NOT WS-FECHA-EXISTE
              DISPLAY 'LA FECHA ' WS-FECHA-A-VALIDAR
                      ' NO TIENE MOVIMIENTO PROCESADO'
              DISPLAY 'CERRARLA IGUAL? (S/N): ' WITH NO ADVANCING
              MOVE SPACES                   TO WS-CONFIRMACION
              ACCEPT WS-CONFIRMACION
              IF WS-CONFIRMACION NOT = 'S'
                 DISPLAY 'CIERRE CANCELADO'
                 GO TO 2200-CERRAR-FECHA-FIN
              END-IF
              INITIALIZE CAL-ARCHIVO
              MOVE WS-FECHA-A-VALIDAR       TO CAL-FECHA
           END-IF.

           PERFORM 2160-DESCRIBIR-ESTADO
              THRU 2160-DESCRIBIR-ESTADO-EXIT.

           IF WS-FECHA-EXISTE
              MOVE WS-DESCRIPCION-ESTADO    TO WS-AUD-ANTES
           ELSE
              MOVE 'SIN MOVIMIENTO'         TO WS-AUD-ANTES
           END-IF.

           SET CAL-CERRADA TO TRUE.
           MOVE WS-AUD-OPERADOR             TO CAL-OPERADOR-CIERRE.
           MOVE WS-FH-EVENTO                TO CAL-FH-CIERRE.

           IF WS-FECHA-EXISTE
              REWRITE CAL-ARCHIVO
           ELSE
              WRITE CAL-ARCHIVO
           END-IF.

           IF NOT FS-CALENDARIO-OK
              DISPLAY 'ERROR AL GRABAR EL CALENDARIO DE NEGOCIO'
              DISPLAY 'FILE STATUS: ' FS-CALENDARIO
              GO TO 2200-CERRAR-FECHA-FIN
           END-IF.

           MOVE 'CIERRE'                    TO WS-AUD-CAMPO.
           MOVE 'CERRADA'                   TO WS-AUD-DESPUES.

           PERFORM 2800-REGISTRAR-AUDITORIA
              THRU 2800-REGISTRAR-AUDITORIA-EXIT.

           ADD 1                            TO WS-CANT-CIERRES.
           DISPLAY 'FECHA ' CAL-FECHA ' CERRADA POR ' WS-AUD-OPERADOR.

       2200-CERRAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    REAPERTURA DE UNA FECHA CERRADA: EXIGE MOTIVO Y CONFIRMACION.*
      *    QUEDA REABIERTA (ACEPTA DATOS) HASTA QUE SE LA VUELVA A      *
      *    CERRAR; EL ULTIMO CIERRE SE CONSERVA PARA LA CONSULTA        *
      *----------------------------------------------------------------*
       2300-REABRIR-FECHA.

           IF NOT WS-ROL-SUPERVISOR
              DISPLAY 'SOLO UN SUPERVISOR PUEDE REABRIR FECHAS'
              GO TO 2300-REABRIR-FECHA-FIN
           END-IF.

           PERFORM 2500-PEDIR-FECHA
              THRU 2500-PEDIR-FECHA-EXIT.

           IF WS-DATO-ES-INVALIDO
              GO TO 2300-REABRIR-FECHA-FIN
           END-IF.

           IF NOT WS-FECHA-EXISTE
              DISPLAY 'LA FECHA ' WS-FECHA-A-VALIDAR
                      ' NO ESTA EN EL CALENDARIO, NO HAY NADA QUE '
                      'REABRIR'
              GO TO 2300-REABRIR-FECHA-FIN
           END-IF.

           IF NOT CAL-CERRADA
              DISPLAY 'LA FECHA ' CAL-FECHA ' NO ESTA CERRADA'
              GO TO 2300-REABRIR-FECHA-FIN
           END-IF.

           PERFORM 2150-MOSTRAR-FECHA
              THRU 2150-MOSTRAR-FECHA-EXIT.

           DISPLAY 'MOTIVO DE LA REAPERTURA: ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.

           IF WS-VALOR-INGRESADO = SPACES
              DISPLAY 'SIN MOTIVO NO SE REABRE UNA FECHA CERRADA'
              GO TO 2300-REABRIR-FECHA-FIN
           END-IF.

           DISPLAY 'CONFIRMA LA REAPERTURA DE ' CAL-FECHA
                   '? (S/N): ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-CONFIRMACION.
           ACCEPT WS-CONFIRMACION.

           IF WS-CONFIRMACION NOT = 'S'
              DISPLAY 'REAPERTURA CANCELADA'
              GO TO 2300-REABRIR-FECHA-FIN
           END-IF.

           PERFORM 2700-OBTENER-FECHA-HORA
              THRU 2700-OBTENER-FECHA-HORA-EXIT.

           MOVE 'CERRADA POR '              TO WS-AUD-ANTES.
           MOVE CAL-OPERADOR-CIERRE         TO WS-AUD-ANTES(13:8).

           SET CAL-REABIERTA TO TRUE.
           MOVE WS-AUD-OPERADOR             TO CAL-OPERADOR-REAPERTURA.
           MOVE WS-FH-EVENTO                TO CAL-FH-REAPERTURA.
           MOVE WS-VALOR-INGRESADO          TO CAL-MOTIVO-REAPERTURA.
           ADD 1                            TO CAL-CANT-REAPERTURAS.

           REWRITE CAL-ARCHIVO.

           IF NOT FS-CALENDARIO-OK
              DISPLAY 'ERROR AL GRABAR EL CALENDARIO DE NEGOCIO'
              DISPLAY 'FILE STATUS: ' FS-CALENDARIO
              GO TO 2300-REABRIR-FECHA-FIN
           END-IF.

      *    EN LA PISTA VA EL MOTIVO: EL LISTADO DE AUDITORIA MUESTRA
      *    QUIEN REABRIO, CUANDO Y POR QUE
           MOVE 'REAPERTURA'                TO WS-AUD-CAMPO.
           MOVE WS-VALOR-INGRESADO(1:40)    TO WS-AUD-DESPUES.

           PERFORM 2800-REGISTRAR-AUDITORIA
              THRU 2800-REGISTRAR-AUDITORIA-EXIT.

           ADD 1                            TO WS-CANT-REAPERTURAS.
           DISPLAY 'FECHA ' CAL-FECHA ' REABIERTA POR '
                   WS-AUD-OPERADOR.

       2300-REABRIR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PEDIR UNA FECHA AAAA-MM-DD, VALIDARLA Y LEERLA  *
      *    DEL CALENDARIO (WS-FECHA-EXISTE INDICA SI TIENE FILA)        *
      *----------------------------------------------------------------*
       2500-PEDIR-FECHA.

           MOVE 'N'                         TO WS-SW-FECHA-EXISTE.

           DISPLAY 'FECHA (AAAA-MM-DD): ' WITH NO ADVANCING.
           MOVE SPACES                      TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.

           MOVE WS-VALOR-INGRESADO(1:10)    TO WS-FECHA-A-VALIDAR.

           PERFORM 2600-VALIDAR-FECHA
              THRU 2600-VALIDAR-FECHA-EXIT.

           IF WS-DATO-ES-INVALIDO
              DISPLAY 'FECHA INVALIDA: ' WS-FECHA-A-VALIDAR
              GO TO 2500-PEDIR-FECHA-EXIT
           END-IF.

           MOVE WS-FECHA-A-VALIDAR          TO CAL-FECHA.

           READ CALENDARIO.

           EVALUATE TRUE
               WHEN FS-CALENDARIO-OK
                    SET WS-FECHA-EXISTE TO TRUE
               WHEN FS-CALENDARIO-RNF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL CALENDARIO DE NEGOCIO'
                    DISPLAY 'FILE STATUS: ' FS-CALENDARIO
                    SET WS-DATO-ES-INVALIDO TO TRUE
           END-EVALUATE.

       2500-PEDIR-FECHA-EXIT.
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
      *    PROCESO PARA TOMAR LA FECHA/HORA DEL MOMENTO PARA EL         *
      *    CALENDARIO Y LA PISTA DE AUDITORIA                          *
      *----------------------------------------------------------------*
       2700-OBTENER-FECHA-HORA.

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

       2700-OBTENER-FECHA-HORA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA AGREGAR EL CIERRE O LA REAPERTURA A LA PISTA DE *
      *    AUDITORIA: LA CLAVE ES LA FECHA DE NEGOCIO, SIN SUCURSAL,    *
      *    TICKET NI CODIGO DE RECHAZO                                 *
      *----------------------------------------------------------------*
       2800-REGISTRAR-AUDITORIA.

           MOVE WS-FECHA-EVENTO             TO AUD-FECHA.
           MOVE WS-HORA-EVENTO              TO AUD-HORA.
           MOVE WS-AUD-OPERADOR             TO AUD-OPERADOR.
           MOVE SPACES                      TO AUD-COD-RECHAZO.
           MOVE CAL-FECHA                   TO AUD-CLAVE-FECHA.
           MOVE SPACES                      TO AUD-CLAVE-SUCURSAL.
           MOVE SPACES                      TO AUD-CLAVE-TICKET.
           MOVE WS-AUD-CAMPO                TO AUD-CAMPO.
           MOVE WS-AUD-ANTES                TO AUD-VALOR-ANTES.
           MOVE WS-AUD-DESPUES              TO AUD-VALOR-DESPUES.

           WRITE AUD-ARCHIVO.

           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR LA PISTA DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-AUDITORIA
           END-IF.

       2800-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CIERRE: SE CIERRAN LOS ARCHIVOS ABIERTOS Y SE INFORMA LO     *
      *    HECHO EN LA SESION                                          *
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-CALENDARIO-ABIERTO
              CLOSE CALENDARIO
              IF NOT FS-CALENDARIO-OK
                 DISPLAY 'ERROR AL CERRAR EL CALENDARIO DE NEGOCIO: '
                          FS-CALENDARIO
              END-IF
           END-IF.

           IF WS-AUDITORIA-ABIERTA
              CLOSE AUDITORIA
           END-IF.

           DISPLAY 'FECHAS CERRADAS EN LA SESION  : ' WS-CANT-CIERRES.
           DISPLAY 'FECHAS REABIERTAS EN LA SESION: '
                    WS-CANT-REAPERTURAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11EJ14.
