           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATEGORIAS.
      *----------------------------------------------------------------*
      *    MAESTRO DE SUCURSALES: NOMBRE, REGION, FECHAS DE APERTURA Y  *
      *    CIERRE Y MARCA DE ACTIVA, MANTENIDO POR CL11EJ17. CONTRA EL  *
      *    SE VALIDA LA SUCURSAL DE CADA REGISTRO (UN CODIGO            *
      *    DESCONOCIDO O CERRADO VA AL SUSPENSO) Y DE EL SALEN EL       *
      *    NOMBRE Y LA REGION QUE IMPRIMEN EL RESUMEN Y EL ARQUEO      *
      *----------------------------------------------------------------*
       SELECT MAESTRO-SUCURSALES
           ASSIGN DYNAMIC WS-NOMBRE-SUCURSALES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCURSALES.
      *----------------------------------------------------------------*
      *    ARCHIVO DE SUSPENSO DE RECHAZOS: CADA RECHAZO SE GUARDA CON  *
      *    EL REGISTRO ORIGINAL COMPLETO MAS EL CODIGO DE RECHAZO, LA   *
      *    FECHA DE LA CORRIDA Y UN ESTADO. EL PROGRAMA DE REPARACION   *
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS FS-HISTORIA.
      *----------------------------------------------------------------*
      *    REGISTRO PERMANENTE DE TICKETS ACEPTADOS, INDEXADO POR       *
      *    FECHA + SUCURSAL + TICKET. CADA VENTA ACEPTADA QUEDA CON SU  *
      *    VENDEDOR, CATEGORIA, IMPORTE, LO YA DEVUELTO Y EL % DE       *
      *    COMISION CON QUE SE LIQUIDO; CONTRA EL SE VALIDAN LAS        *
      *    DEVOLUCIONES Y SE REVIERTE LA COMISION AL VENDEDOR ORIGINAL  *
      *----------------------------------------------------------------*
       SELECT TICKETS
           ASSIGN DYNAMIC WS-NOMBRE-TICKETS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TKT-CLAVE
           FILE STATUS IS FS-TICKETS.
      *----------------------------------------------------------------*
      *    VENTAS DIARIAS POR SUCURSAL Y CATEGORIA, INDEXADO POR        *
      *    FECHA + SUCURSAL + CATEGORIA. SON LOS MISMOS ACUMULADOS QUE  *
      *    VAN AL CSV Y AL TOTAL DEL MES; CADA CIERRE DE DIA REEMPLAZA  *
      *    LAS FILAS DE SU FECHA IGUAL QUE EN LA HISTORIA. DE AQUI LEE  *
      *    CL11EJ13 EL REAL DEL MES CONTRA LOS OBJETIVOS COMERCIALES    *
      *----------------------------------------------------------------*
       SELECT VENTAS-SUC
           ASSIGN DYNAMIC WS-NOMBRE-VENTAS-SUC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VSC-CLAVE
           FILE STATUS IS FS-VENTAS-SUC.
      *----------------------------------------------------------------*
      *    CALENDARIO DE FECHAS DE NEGOCIO, INDEXADO POR FECHA. CADA    *
      *    FECHA PROCESADA QUEDA ABIERTA; CL11EJ14 LA CIERRA (O LA      *
      *    REABRE CON OPERADOR Y MOTIVO) Y UNA CORRIDA QUE TRAE DATOS   *
      *    PARA UNA FECHA CERRADA SE RECHAZA ENTERA ANTES DE GRABAR     *
      *----------------------------------------------------------------*
       SELECT CALENDARIO
           ASSIGN DYNAMIC WS-NOMBRE-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-FECHA
           FILE STATUS IS FS-CALENDARIO.
      *----------------------------------------------------------------*
      *    REPORTE COMPARATIVO INTERANUAL: CADA CIERRE DE DIA Y DE MES  *
      *    IMPRIME, JUNTO AL TOTAL ACTUAL DE CADA CATEGORIA, EL MISMO   *
      *    PERIODO DEL AÑO ANTERIOR CON VARIACION ABSOLUTA Y EN %       *
           ASSIGN DYNAMIC WS-NOMBRE-BITACORA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BITACORA.
      *----------------------------------------------------------------*
      *    PLAN DE CUENTAS PARA EL ASIENTO CONTABLE, MANTENIDO POR      *
      *    CONTADURIA: UNA FILA POR CATEGORIA Y METODO DE PAGO CON LA   *
      *    CUENTA DE DEBITO (CAJA, TARJETAS O TRANSFERENCIAS A          *
      *    COBRAR) Y LAS DE VENTAS, DEVOLUCIONES Y AJUSTES. TODA        *
      *    CATEGORIA ACTIVA DEBE TENER SUS TRES METODOS MAPEADOS        *
      *----------------------------------------------------------------*
       SELECT CUENTAS-CONTABLES
           ASSIGN DYNAMIC WS-NOMBRE-CUENTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUENTAS.
      *----------------------------------------------------------------*
      *    LINEAS DEL ASIENTO DE CADA DIA CERRADO, ACUMULADAS DURANTE   *
      *    LA CORRIDA (SE CONTINUAN EN UN REINICIO IGUAL QUE LOS        *
      *    REPORTES). RECIEN AL TERMINAR UNA CORRIDA COMPLETA Y         *
      *    BALANCEADA SE VUELCAN A LA INTERFAZ DE CONTADURIA            *
      *----------------------------------------------------------------*
       SELECT ASIENTOS-TMP
           ASSIGN TO 'ASIENTOS.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASIENTOS-TMP.
      *----------------------------------------------------------------*
      *    INTERFAZ DE ASIENTOS PARA EL MAYOR: CABECERA, UNA LINEA      *
      *    POR SUCURSAL Y CUENTA (DEBITOS POR METODO DE PAGO SEGUN EL   *
      *    ARQUEO, CREDITOS DE VENTAS POR CATEGORIA, DEVOLUCIONES Y     *
      *    AJUSTES EN SUS CUENTAS) Y TRAILER DE CONTROL. UNA CORRIDA    *
      *    ABORTADA O DESBALANCEADA NO LA GRABA                        *
      *----------------------------------------------------------------*
       SELECT ASIENTOS
           ASSIGN DYNAMIC WS-NOMBRE-ASIENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASIENTOS.
      *----------------------------------------------------------------*
       DATA DIVISION.

      *    ARCHIVO DE ENTRADA TAL COMO LLEGA, SIN ORDENAR, USADO SOLO   *
      *    COMO ORIGEN DEL SORT EN 1050-ORDENAR-ENTRADA                 *
       FD ENTRADA-CRUDA.
       01 ENT-CRUDA-REG                     PIC X(118).

       FD MANIFIESTO.
       01 MAN-ARCHIVO-REG.
          05 SD-TIPO-MOVIM                  PIC X(01).
          05 SD-IMPORTE                     PIC 9(8)V9(2).
          05 SD-METODO-PAGO                 PIC X(01).
          05 SD-FECHA-ORIGINAL              PIC X(10).
          05 SD-TICKET-ORIGINAL             PIC 9(09).

       FD ENTRADA.
       01 ENT-ARCHIVO.
             88 ENT-PAGO-TARJETA                VALUE 'T'.
             88 ENT-PAGO-TRANSFERENCIA          VALUE 'B'.
             88 ENT-METODO-PAGO-VALIDO          VALUE 'E' 'T' 'B'.
      *    EN UNA DEVOLUCION: FECHA Y NUMERO DE TICKET DE LA VENTA
      *    ORIGINAL, HECHA EN LA MISMA SUCURSAL. CON ELLOS SE LA BUSCA
      *    EN EL REGISTRO DE TICKETS. EN VENTAS Y AJUSTES VAN EN BLANCO
          05 ENT-FECHA-ORIGINAL             PIC X(10).
          05 ENT-TICKET-ORIGINAL            PIC 9(09).

      *    REGISTRO TRAILER OPCIONAL CON LOS TOTALES DE CONTROL DE LA
      *    CORRIDA (FECHA = 'CONTROL'), PARA RECONCILIAR CONTRA LO
          05 ENT-TR-MARCA                   PIC X(10).
          05 ENT-TR-CANT-ESPERADA           PIC 9(05).
          05 ENT-TR-IMPORTE-ESPERADO        PIC 9(09)V9(02).
          05 FILLER                         PIC X(92).

       FD SALIDA.
       01 SAL-ARCHIVO.
          05 CAT-ACTIVA                     PIC X(01).
             88 CAT-CATEGORIA-ACTIVA            VALUE 'S'.

      *    FECHA DE CIERRE EN BLANCO MIENTRAS LA SUCURSAL ESTE ABIERTA
       FD MAESTRO-SUCURSALES.
       01 SUC-ARCHIVO.
          05 SUC-CODIGO                     PIC 9(03).
          05 SUC-NOMBRE                     PIC X(30).
          05 SUC-REGION                     PIC X(20).
          05 SUC-FECHA-APERTURA             PIC X(10).
          05 SUC-FECHA-CIERRE               PIC X(10).
          05 SUC-ACTIVA                     PIC X(01).
             88 SUC-SUCURSAL-ACTIVA             VALUE 'S'.

       FD SUSPENSO.
       01 SUS-ARCHIVO.
          05 SUS-REG-ORIGINAL               PIC X(99).
             88 SUS-PENDIENTE                   VALUE 'P'.
             88 SUS-LIBERADO                    VALUE 'L'.
             88 SUS-REPROCESADO                 VALUE 'T'.
      *          LIBERACION QUE ESPERA APROBACION EN CL11EJ03: SIGUE
      *          EN EL SUSPENSO Y NO SE REPROCESA
             88 SUS-EN-APROBACION               VALUE 'E'.
      *    FECHA Y TICKET ORIGINAL DE UNA DEVOLUCION (ULTIMOS 19 BYTES
      *    DEL REGISTRO DEL EXTRACTO). VAN DESPUES DEL ESTADO PARA QUE
      *    LAS FILAS GRABADAS ANTES DE EXISTIR ESTOS CAMPOS SE SIGAN
      *    LEYENDO CON EL MISMO LAYOUT: LLEGAN EN BLANCO, COMO LOS DE
      *    UNA VENTA
          05 SUS-REG-DEVOLUCION             PIC X(19).

       FD HISTORIA.
       01 HIS-ARCHIVO.
          05 HIS-IMPORTE                    PIC S9(9)V9(2)
                                            SIGN LEADING SEPARATE.

       FD TICKETS.
       01 TKT-ARCHIVO.
          05 TKT-CLAVE.
             10 TKT-FECHA                   PIC X(10).
             10 TKT-SUCURSAL                PIC 9(03).
             10 TKT-NRO-TICKET              PIC 9(09).
          05 TKT-TIPO-MOVIMIENTO            PIC X(01).
             88 TKT-ES-VENTA                    VALUE 'V'.
             88 TKT-ES-DEVOLUCION               VALUE 'D'.
          05 TKT-ID-EMPLEADO                PIC 9(05).
          05 TKT-NOMBRE-APELLIDO            PIC X(40).
          05 TKT-CATEGORIA                  PIC X(20).
          05 TKT-IMPORTE                    PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.
      *    EN UNA VENTA: TOTAL YA DEVUELTO CONTRA ELLA
          05 TKT-IMPORTE-DEVUELTO           PIC S9(8)V9(2)
                                            SIGN LEADING SEPARATE.
      *    EN UNA VENTA: % DE COMISION CON QUE SE LIQUIDO EL DIA
          05 TKT-PORCENTAJE                 PIC 9(02)V9(02).
      *    EN UNA DEVOLUCION: LA VENTA CONTRA LA QUE SE APLICO
          05 TKT-FECHA-ORIGINAL             PIC X(10).
          05 TKT-TICKET-ORIGINAL            PIC 9(09).

       FD VENTAS-SUC.
       01 VSC-ARCHIVO.
          05 VSC-CLAVE.
             10 VSC-FECHA                   PIC X(10).
             10 VSC-SUCURSAL                PIC 9(03).
             10 VSC-CATEGORIA               PIC X(20).
          05 VSC-CANTIDAD                   PIC 9(05).
          05 VSC-IMPORTE                    PIC S9(9)V9(2)
                                            SIGN LEADING SEPARATE.

      *    MISMO LAYOUT QUE MANTIENEN CL11EJ14 Y LISTA CL11EJ15
       FD CALENDARIO.
       01 CAL-ARCHIVO.
          05 CAL-FECHA                      PIC X(10).
          05 CAL-ESTADO                     PIC X(01).
             88 CAL-ABIERTA                     VALUE 'A'.
             88 CAL-CERRADA                     VALUE 'C'.
             88 CAL-REABIERTA                   VALUE 'R'.
      *    PRIMERA Y ULTIMA CORRIDA QUE GRABO LA FECHA, AAAA-MM-DD HH:MM
          05 CAL-FH-PRIMER-PROCESO          PIC X(16).
          05 CAL-FH-ULTIMO-PROCESO          PIC X(16).
          05 CAL-OPERADOR-CIERRE            PIC X(08).
          05 CAL-FH-CIERRE                  PIC X(16).
          05 CAL-OPERADOR-REAPERTURA        PIC X(08).
          05 CAL-FH-REAPERTURA              PIC X(16).
          05 CAL-MOTIVO-REAPERTURA          PIC X(60).
          05 CAL-CANT-REAPERTURAS           PIC 9(03).

       FD COMPARATIVO.
       01 CMP-ARCHIVO.
          05 CMP-linea                      PIC X(132).
          05 BIT-RECONCILIACION             PIC X(01).
          05 BIT-RETORNO                    PIC 9(02).

      *    CONCEPTO DE CADA CUENTA: E/T/B = DEBITO POR METODO DE PAGO,
      *    V = VENTAS, D = DEVOLUCIONES, A = AJUSTES
       FD CUENTAS-CONTABLES.
       01 CTA-ARCHIVO.
          05 CTA-CATEGORIA                  PIC X(20).
          05 CTA-METODO-PAGO                PIC X(01).
          05 CTA-CUENTA-DEBITO              PIC X(10).
          05 CTA-CUENTA-VENTAS              PIC X(10).
          05 CTA-CUENTA-DEVOLUCION          PIC X(10).
          05 CTA-CUENTA-AJUSTE              PIC X(10).

      *    MISMO LAYOUT QUE EL DETALLE DE LA INTERFAZ, SIN NUMERO DE
      *    ASIENTO (SE NUMERA AL LIBERAR, UNO POR FECHA)
       FD ASIENTOS-TMP.
       01 AST-ARCHIVO.
          05 AST-FECHA                      PIC X(10).
          05 AST-SUCURSAL                   PIC 9(03).
          05 AST-CUENTA                     PIC X(10).
          05 AST-DEBE-HABER                 PIC X(01).
             88 AST-ES-DEBE                     VALUE 'D'.
          05 AST-IMPORTE                    PIC 9(10)V9(02).
          05 AST-CONCEPTO                   PIC X(01).
          05 AST-CATEGORIA                  PIC X(20).
          05 AST-TIPO-ASIENTO               PIC X(01).

      *    INTERFAZ PARA CONTADURIA, LAYOUT FIJO: CABECERA 'H',
      *    DETALLES 'D' (D = DEBE, H = HABER; EL IMPORTE VA SIEMPRE
      *    POSITIVO) Y UN TRAILER 'T' CON LOS TOTALES DE CONTROL QUE
      *    CONTADURIA VERIFICA AL CARGAR
       FD ASIENTOS.
       01 ASI-ARCHIVO.
          05 ASI-TIPO-REG                   PIC X(01).
          05 ASI-FECHA                      PIC X(10).
          05 ASI-NRO-ASIENTO                PIC 9(05).
          05 ASI-SUCURSAL                   PIC 9(03).
          05 ASI-CUENTA                     PIC X(10).
          05 ASI-DEBE-HABER                 PIC X(01).
          05 ASI-IMPORTE                    PIC 9(10)V9(02).
          05 ASI-CONCEPTO                   PIC X(01).
      *    EN VENTAS, DEVOLUCIONES Y AJUSTES: LA CATEGORIA. EN LOS
      *    DEBITOS POR METODO DE PAGO VA EN BLANCO
          05 ASI-CATEGORIA                  PIC X(20).
      *    R = EL ASIENTO ES EL DIA COMPLETO Y REEMPLAZA CUALQUIER
      *    ASIENTO YA CARGADO DE ESA FECHA (UNA FECHA ABIERTA QUE SE
      *    VUELVE A CORRER); S = DIA FORMADO SOLO POR SUSPENSOS
      *    REPROCESADOS, EL ASIENTO SE SUMA AL YA CARGADO DE LA FECHA
          05 ASI-TIPO-ASIENTO               PIC X(01).
             88 ASI-ASIENTO-REEMPLAZA           VALUE 'R'.
             88 ASI-ASIENTO-SE-SUMA             VALUE 'S'.

       01 ASI-CABECERA REDEFINES ASI-ARCHIVO.
          05 ASI-CB-TIPO-REG                PIC X(01).
          05 ASI-CB-ORIGEN                  PIC X(08).
          05 ASI-CB-FECHA-PROCESO           PIC X(10).
          05 ASI-CB-HORA-PROCESO            PIC X(08).
          05 ASI-CB-FECHA-DESDE             PIC X(10).
          05 ASI-CB-FECHA-HASTA             PIC X(10).
          05 FILLER                         PIC X(17).

       01 ASI-TRAILER REDEFINES ASI-ARCHIVO.
          05 ASI-TR-TIPO-REG                PIC X(01).
          05 ASI-TR-CANT-ASIENTOS           PIC 9(05).
          05 ASI-TR-CANT-LINEAS             PIC 9(07).
          05 ASI-TR-TOTAL-DEBE              PIC 9(12)V9(02).
          05 ASI-TR-TOTAL-HABER             PIC 9(12)V9(02).
          05 FILLER                         PIC X(23).


       WORKING-STORAGE SECTION.

                                        VALUE '../SUSPENSO.TXT'.
          05 WS-NOMBRE-HISTORIA        PIC X(100)
                                        VALUE '../HISTORIA.IDX'.
          05 WS-NOMBRE-TICKETS         PIC X(100)
                                        VALUE '../TICKETS.IDX'.
          05 WS-NOMBRE-VENTAS-SUC      PIC X(100)
                                        VALUE '../VENTAS-SUC.IDX'.
          05 WS-NOMBRE-CALENDARIO      PIC X(100)
                                        VALUE '../CALENDARIO.IDX'.
          05 WS-NOMBRE-COMPARATIVO     PIC X(100)
                                        VALUE '../COMPARATIVO.TXT'.
          05 WS-NOMBRE-EXCEPCIONES     PIC X(100)
                                        VALUE '../CATEGORIAS.TXT'.
          05 WS-NOMBRE-BITACORA        PIC X(100)
                                        VALUE '../BITACORA.TXT'.
          05 WS-NOMBRE-CUENTAS         PIC X(100)
                                        VALUE '../PLANCTAS.TXT'.
          05 WS-NOMBRE-ASIENTOS        PIC X(100)
                                        VALUE '../ASIENTOS.TXT'.
          05 WS-NOMBRE-SUCURSALES      PIC X(100)
                                        VALUE '../SUCURSALES.TXT'.

       01 WS-CANT-PARAMETROS           PIC 9(02) VALUE 0.

             88 FS-HISTORIA-RNF                  VALUE '23'.
             88 FS-HISTORIA-NFD                  VALUE '35'.

          05 FS-TICKETS                     PIC X(2).
             88 FS-TICKETS-OK                    VALUE '00'.
             88 FS-TICKETS-EOF                   VALUE '10'.
             88 FS-TICKETS-DUP                   VALUE '22'.
             88 FS-TICKETS-RNF                   VALUE '23'.
             88 FS-TICKETS-NFD                   VALUE '35'.

          05 FS-VENTAS-SUC                  PIC X(2).
             88 FS-VENTAS-SUC-OK                 VALUE '00'.
             88 FS-VENTAS-SUC-EOF                VALUE '10'.
             88 FS-VENTAS-SUC-DUP                VALUE '22'.
             88 FS-VENTAS-SUC-RNF                VALUE '23'.
             88 FS-VENTAS-SUC-NFD                VALUE '35'.

          05 FS-CALENDARIO                  PIC X(2).
             88 FS-CALENDARIO-OK                 VALUE '00'.
             88 FS-CALENDARIO-RNF                VALUE '23'.
             88 FS-CALENDARIO-NFD                VALUE '35'.

          05 FS-COMPARATIVO                 PIC X(2).
             88 FS-COMPARATIVO-OK                VALUE '00'.
             88 FS-COMPARATIVO-EOF               VALUE '10'.
             88 FS-CATEGORIAS-EOF                VALUE '10'.
             88 FS-CATEGORIAS-NFD                VALUE '35'.

          05 FS-SUCURSALES                  PIC X(2).
             88 FS-SUCURSALES-OK                 VALUE '00'.
             88 FS-SUCURSALES-EOF                VALUE '10'.
             88 FS-SUCURSALES-NFD                VALUE '35'.

          05 FS-BITACORA                    PIC X(2).
             88 FS-BITACORA-OK                   VALUE '00'.
             88 FS-BITACORA-EOF                  VALUE '10'.
             88 FS-BITACORA-NFD                  VALUE '35'.

          05 FS-CUENTAS                     PIC X(2).
             88 FS-CUENTAS-OK                    VALUE '00'.
             88 FS-CUENTAS-EOF                   VALUE '10'.
             88 FS-CUENTAS-NFD                   VALUE '35'.

          05 FS-ASIENTOS-TMP                PIC X(2).
             88 FS-ASIENTOS-TMP-OK               VALUE '00'.
             88 FS-ASIENTOS-TMP-EOF              VALUE '10'.
             88 FS-ASIENTOS-TMP-NFD              VALUE '35'.

          05 FS-ASIENTOS                    PIC X(2).
             88 FS-ASIENTOS-OK                   VALUE '00'.
             88 FS-ASIENTOS-EOF                  VALUE '10'.
             88 FS-ASIENTOS-NFD                  VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-ENTRADA             PIC 9(5) VALUE 0.
          05 WS-SALIDA-CANT-REG              PIC 9(05) VALUE 0.
          05 WS-TRC-IMPORTE-ESPERADO         PIC X(11).
          05 WS-TRC-IMPORTE-ESPERADO-N REDEFINES
             WS-TRC-IMPORTE-ESPERADO         PIC 9(09)V9(02).
          05 FILLER                          PIC X(92).

       01 WS-LINEA-MANIFIESTO.
          05 FILLER                          PIC X(04) VALUE 'SUC '.
          05 WS-ARQ-L-TRANSFER              PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-ARQ-L-TOTAL                 PIC ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-ARQ-L-NOMBRE                PIC X(30).
          05 FILLER                         PIC X(01) VALUE SPACE.
      *    S = DIA FORMADO SOLO POR SUSPENSOS REPROCESADOS: LA LINEA
      *    TRAE LO QUE SE SUMA AL ARQUEO YA INFORMADO DE ESA FECHA
      *    (CL11EJ10 LO SUMA EN VEZ DE REEMPLAZAR LA PARTIDA)
          05 WS-ARQ-L-TIPO                  PIC X(01).

      *    SUBTOTAL DE UNA REGION Y TOTAL DEL DIA DEL ARQUEO: MISMAS
      *    COLUMNAS QUE EL DETALLE, PERO SIN FECHA AL PRINCIPIO PARA
      *    QUE LA CONCILIACION (CL11EJ10) NO LOS TOME COMO SUCURSAL
       01 WS-LINEA-ARQUEO-SUBTOTAL.
          05 WS-ARQ-S-ETIQUETA              PIC X(16).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-ARQ-S-EFECTIVO              PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-ARQ-S-TARJETA               PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-ARQ-S-TRANSFER              PIC ZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-ARQ-S-TOTAL                 PIC ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 WS-ARQ-S-DETALLE               PIC X(20).

      *----------------------------------------------------------------*
      *    REGIONES DEL DIA QUE CIERRA, ORDENADAS POR NOMBRE, PARA EL   *
      *    NIVEL DE REGION DEL RESUMEN DE SUCURSALES Y DEL ARQUEO. SE   *
      *    ARMA DE NUEVO DESDE EL BUFFER DE CADA REPORTE; COMO CADA     *
      *    REGION TIENE AL MENOS UNA SUCURSAL Y LOS BUFFERS SON DE 50   *
      *    SUCURSALES, LA TABLA NO PUEDE DESBORDAR. UNA SUCURSAL SIN    *
      *    REGION EN EL MAESTRO SE AGRUPA EN 'SIN REGION'              *
      *----------------------------------------------------------------*
       01 WS-REGIONES-DIA.
          05 WS-RG-CANT                 PIC 9(02) VALUE ZEROS.
          05 WS-RG-INDICE               PIC 9(02).
          05 WS-RG-INDICE-HALLADO       PIC 9(02).
          05 WS-RG-INDICE-CORRER        PIC 9(02).
          05 WS-RG-REGION-BUSCADA       PIC X(20).
          05 WS-RG-TOTAL                PIC S9(9)V9(2).
          05 WS-RG-DIA-EFECTIVO         PIC S9(9)V9(2).
          05 WS-RG-DIA-TARJETA          PIC S9(9)V9(2).
          05 WS-RG-DIA-TRANSFER         PIC S9(9)V9(2).
          05 WS-SW-RG-HALLADA           PIC X(01).
             88 WS-RG-HALLADA               VALUE 'S'.
          05 WS-RG-ITEM OCCURS 50 TIMES.
             10 WS-RG-REGION            PIC X(20).
             10 WS-RG-IMPORTE           PIC S9(9)V9(2).
             10 WS-RG-EFECTIVO          PIC S9(9)V9(2).
             10 WS-RG-TARJETA           PIC S9(9)V9(2).
             10 WS-RG-TRANSFER          PIC S9(9)V9(2).

      *----------------------------------------------------------------*
      *    PLAN DE CUENTAS EN MEMORIA (CATEGORIA + METODO DE PAGO)      *
      *----------------------------------------------------------------*
       01 WS-PLAN-CUENTAS.
          05 WS-CTA-CANT                PIC 9(03) VALUE ZEROS.
          05 WS-CTA-INDICE              PIC 9(03).
          05 WS-CTA-INDICE-HALLADO      PIC 9(03).
          05 WS-SW-CTA-HALLADO          PIC X(01).
             88 WS-CTA-HALLADO              VALUE 'S'.
          05 WS-CTA-CATEGORIA-BUSCADA   PIC X(20).
          05 WS-CTA-METODO-BUSCADO      PIC X(01).
          05 WS-CTA-METODOS             PIC X(03) VALUE 'ETB'.
          05 WS-CTA-METODO-INDICE       PIC 9(01).
          05 WS-SW-CTA-FALTANTE         PIC X(01) VALUE 'N'.
             88 WS-CTA-HAY-FALTANTE         VALUE 'S'.
          05 WS-CTA-ITEM OCCURS 300 TIMES.
             10 WS-CTA-CATEGORIA        PIC X(20).
             10 WS-CTA-METODO-PAGO      PIC X(01).
             10 WS-CTA-CUENTA-DEBITO    PIC X(10).
             10 WS-CTA-CUENTA-VENTAS    PIC X(10).
             10 WS-CTA-CUENTA-DEVOLUCION PIC X(10).
             10 WS-CTA-CUENTA-AJUSTE    PIC X(10).

      *----------------------------------------------------------------*
      *    BUFFER DEL ASIENTO DEL DIA: SALDO POR SUCURSAL, CUENTA,      *
      *    CONCEPTO Y CATEGORIA (POSITIVO = DEBE, NEGATIVO = HABER),    *
      *    ALIMENTADO CON LOS MISMOS REGISTROS VALIDOS QUE EL ARQUEO.   *
      *    AL CIERRE DEL DIA DEBE BALANCEAR Y SUS DEBITOS POR METODO    *
      *    DE PAGO DEBEN SUMAR EL NETO DEL DIA; SI NO, NO SE GRABA     *
      *----------------------------------------------------------------*
       01 WS-ASIENTO-DIA.
          05 WS-ASI-CANT                PIC 9(03) VALUE ZEROS.
          05 WS-ASI-INDICE              PIC 9(03).
          05 WS-ASI-INDICE-HALLADO      PIC 9(03).
          05 WS-SW-ASI-HALLADO          PIC X(01).
             88 WS-ASI-HALLADO              VALUE 'S'.
          05 WS-SW-ASI-DESBORDE         PIC X(01) VALUE 'N'.
             88 WS-ASI-HUBO-DESBORDE        VALUE 'S'.
          05 WS-SW-ASI-SIN-CUENTA       PIC X(01) VALUE 'N'.
             88 WS-ASI-HUBO-SIN-CUENTA      VALUE 'S'.
          05 WS-ASI-CUENTA-BUSCADA      PIC X(10).
          05 WS-ASI-CONCEPTO-BUSCADO    PIC X(01).
          05 WS-ASI-CATEGORIA-BUSCADA   PIC X(20).
          05 WS-ASI-IMPORTE-MOVIM       PIC S9(10)V9(02).
          05 WS-ASI-TOTAL-DEBE          PIC S9(12)V9(02).
          05 WS-ASI-TOTAL-HABER         PIC S9(12)V9(02).
          05 WS-ASI-TOTAL-METODOS       PIC S9(12)V9(02).
          05 WS-ASI-ITEM OCCURS 500 TIMES.
             10 WS-ASI-SUCURSAL         PIC 9(03).
             10 WS-ASI-CUENTA           PIC X(10).
             10 WS-ASI-CONCEPTO         PIC X(01).
             10 WS-ASI-CATEGORIA        PIC X(20).
             10 WS-ASI-SALDO            PIC S9(10)V9(02).

      *----------------------------------------------------------------*
      *    CONTROL DE LA LIBERACION DE LA INTERFAZ DE ASIENTOS          *
      *----------------------------------------------------------------*
       01 WS-LIBERACION-ASIENTOS.
          05 WS-SW-AST-ABIERTO          PIC X(01) VALUE 'N'.
             88 WS-AST-ABIERTO              VALUE 'S'.
          05 WS-LIB-CANT-ASIENTOS       PIC 9(05) VALUE ZEROS.
          05 WS-LIB-CANT-LINEAS         PIC 9(07) VALUE ZEROS.
          05 WS-LIB-TOTAL-DEBE          PIC 9(12)V9(02) VALUE ZEROS.
          05 WS-LIB-TOTAL-HABER         PIC 9(12)V9(02) VALUE ZEROS.
          05 WS-LIB-FECHA-DESDE         PIC X(10) VALUE SPACES.
          05 WS-LIB-FECHA-HASTA         PIC X(10) VALUE SPACES.
          05 WS-LIB-FECHA-ANT           PIC X(10) VALUE SPACES.
          05 WS-LIB-HORA                PIC X(08) VALUE SPACES.
          05 WS-LIB-TOTAL-DEBE-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WS-LIB-TOTAL-HABER-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
      *    COPIA EN MEMORIA DEL ARCHIVO DE SUSPENSO. LOS RECHAZOS       *
          05 WS-REC-CANT-COMP               PIC 9(05).
          05 WS-REC-IMP-COMP                PIC S9(9)V9(2).
          05 WS-SUS-ITEM OCCURS 500 TIMES.
             10 WS-SUS-REGISTRO.
                15 WS-SUS-REG-BASE          PIC X(99).
                15 WS-SUS-REG-DEVOLUCION    PIC X(19).
             10 WS-SUS-COD-RECHAZO          PIC X(04).
             10 WS-SUS-FECHA-PROC           PIC X(10).
             10 WS-SUS-ESTADO               PIC X(01).
      *    EN VEZ DE REEMPLAZARLA, PARA NO COLAPSAR EL DIA COMPLETO A   *
      *    UN SOLO TICKET REPARADO                                     *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DATOS DE LA VENTA ORIGINAL DE LA DEVOLUCION EN CURSO (LOS    *
      *    DEJA 1690 AL VALIDARLA) Y TICKETS DE VENTA DEL GRUPO         *
      *    EMPLEADO/CATEGORIA ABIERTO, A LOS QUE 2270 LES GRABA EL %    *
      *    DE COMISION CON QUE SE LIQUIDARON                           *
      *----------------------------------------------------------------*
       01 WS-TICKETS-TRABAJO.
          05 WS-TKT-FECHA-ORIG              PIC X(10).
          05 WS-TKT-TICKET-ORIG             PIC 9(09).
          05 WS-TKT-IMP-PREVIO              PIC S9(8)V9(2).
          05 WS-TKT-IMP-DISPONIBLE          PIC S9(8)V9(2).
          05 WS-SW-TKT-PROPIO               PIC X(01) VALUE 'N'.
             88 WS-TKT-PROPIO-EXISTE            VALUE 'S'.
          05 WS-TKT-CANT-GRUPO              PIC 9(03) VALUE ZEROS.
          05 WS-TKT-INDICE                  PIC 9(03).
          05 WS-TKT-GRUPO-TICKET OCCURS 300 TIMES
                                            PIC 9(09).

      *----------------------------------------------------------------*
      *    DEVOLUCIONES DEL DIA CUYA VENTA ORIGINAL ES DE OTRO GRUPO    *
      *    EMPLEADO/CATEGORIA QUE EL SORT DEJA MAS ADELANTE: LA VENTA   *
      *    TODAVIA NO SE LIQUIDO, ASI QUE EL IMPORTE SE DESCUENTA DE    *
      *    LA BASE DE COMISION DE SU GRUPO CUANDO 2280 LA REGISTRA      *
      *----------------------------------------------------------------*
       01 WS-DEV-ANTICIPADAS.
          05 WS-DA-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-DA-INDICE                   PIC 9(03).
          05 WS-DA-ITEM OCCURS 300 TIMES.
             10 WS-DA-SUCURSAL              PIC 9(03).
             10 WS-DA-TICKET                PIC 9(09).
             10 WS-DA-IMPORTE               PIC S9(8)V9(2).

      *----------------------------------------------------------------*
      *    VENTAS DEL DIA POR SUCURSAL Y CATEGORIA (SE ALIMENTAN EN EL  *
      *    MISMO PUNTO QUE EL CSV) PARA ACTUALIZAR VENTAS-SUC AL        *
      *    CIERRE DEL DIA                                              *
      *----------------------------------------------------------------*
       01 WS-VENTAS-SUC-TRABAJO.
          05 WS-VS-CANT                     PIC 9(04) VALUE ZEROS.
          05 WS-VS-INDICE                   PIC 9(04).
          05 WS-SW-VS-FIN-LECTURA           PIC X(01).
             88 WS-VS-FIN-LECTURA               VALUE 'S'.
          05 WS-VS-ITEM OCCURS 1000 TIMES.
             10 WS-VS-SUCURSAL              PIC 9(03).
             10 WS-VS-CATEGORIA             PIC X(20).
             10 WS-VS-CANTIDAD              PIC 9(05).
             10 WS-VS-IMPORTE               PIC S9(9)V9(2).

      *----------------------------------------------------------------*
      *    CONTROL DEL CALENDARIO DE NEGOCIO: FECHAS CERRADAS HALLADAS  *
      *    EN LO QUE ENTRA AL SORT (SE INFORMAN TODAS JUNTAS ANTES DE   *
      *    ABORTAR) Y SELLO FECHA/HORA DE ESTA CORRIDA PARA LAS FECHAS  *
      *    QUE SE GRABAN                                               *
      *----------------------------------------------------------------*
       01 WS-CALENDARIO-TRABAJO.
          05 WS-SW-FECHA-CERRADA            PIC X(01) VALUE 'N'.
             88 WS-HAY-FECHA-CERRADA            VALUE 'S'.
          05 WS-SW-FC-HALLADA               PIC X(01).
             88 WS-FC-HALLADA                   VALUE 'S'.
          05 WS-FC-CANT                     PIC 9(02) VALUE ZEROS.
          05 WS-FC-INDICE                   PIC 9(02).
          05 WS-FC-ITEM OCCURS 50 TIMES.
             10 WS-FC-FECHA                 PIC X(10).
             10 WS-FC-OPERADOR              PIC X(08).
             10 WS-FC-FH-CIERRE             PIC X(16).
          05 WS-FH-CORRIDA.
             10 WS-FHC-FECHA                PIC X(10).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-FHC-HORA                 PIC X(02).
             10 FILLER                      PIC X(01) VALUE ':'.
             10 WS-FHC-MINUTO               PIC X(02).

       01 WS-FECHAS-EXTRACTO.
          05 WS-FE-CANT                     PIC 9(03) VALUE ZEROS.
          05 WS-FE-INDICE                   PIC 9(03).
             10 WS-MC-NOMBRE                PIC X(20).
             10 WS-MC-ACTIVA                PIC X(01).

      *----------------------------------------------------------------*
      *    COPIA EN MEMORIA DEL MAESTRO DE SUCURSALES, CARGADA EN       *
      *    1186-CARGAR-MAESTRO-SUC. CONTRA ESTA TABLA SE VALIDA LA      *
      *    SUCURSAL DE CADA REGISTRO Y DE ELLA SALEN EL NOMBRE Y LA     *
      *    REGION DE LOS REPORTES (1696 DEJA LOS DE LA SUCURSAL         *
      *    BUSCADA EN NOMBRE-HALLADO Y REGION-HALLADA)                 *
      *----------------------------------------------------------------*
       01 WS-MAESTRO-SUC.
          05 WS-MS-CANT-SUCURSALES          PIC 9(03) VALUE ZEROS.
          05 WS-MS-INDICE                   PIC 9(03).
          05 WS-MS-INDICE-HALLADO           PIC 9(03).
          05 WS-MS-CODIGO-BUSCADO           PIC 9(03).
          05 WS-MS-NOMBRE-HALLADO           PIC X(30).
          05 WS-MS-REGION-HALLADA           PIC X(20).
          05 WS-SW-SUC-ENCONTRADA           PIC X(01) VALUE 'N'.
             88 WS-SUCURSAL-ENCONTRADA          VALUE 'S'.
          05 WS-MS-ITEM OCCURS 200 TIMES.
             10 WS-MS-CODIGO                PIC 9(03).
             10 WS-MS-NOMBRE                PIC X(30).
             10 WS-MS-REGION                PIC X(20).
             10 WS-MS-FECHA-APERTURA        PIC X(10).
             10 WS-MS-FECHA-CIERRE          PIC X(10).
             10 WS-MS-ACTIVA                PIC X(01).

       01 WS-CORTE-CONTROL.
          05 WS-CC-FECHA-ANT                PIC X(10).
          05 WS-CC-MES-ANT                  PIC X(07).
       01 WS-ACUMULADORES.
          05 WS-CC-IMPORTE-ACUM-EMP         PIC S9(8)V9(2).
          05 WS-CC-CANT-VENTAS-ACUM-EMP     PIC 9(05).
      *    BASE DE COMISION DEL EMPLEADO: SUS VENTAS Y AJUSTES, MENOS
      *    SOLO LAS DEVOLUCIONES DE VENTAS DEL MISMO GRUPO. EL RESTO
      *    DE LAS DEVOLUCIONES SE REVIERTE AL VENDEDOR ORIGINAL
          05 WS-CC-IMP-COMISION-EMP         PIC S9(8)V9(2).
          05 WS-CC-IMPORTE-ACUM             PIC S9(8)V9(2).
          05 WS-CC-CANT-VENTAS-ACUM         PIC 9(05).
          05 WS-CC-IMP-BRUTO-ACUM           PIC S9(8)V9(2).
      *    CODE DISTINTO POR CLASE DE FALLA, PARA QUE EL PLANIFICADOR   *
      *    CORTE LA CADENA BATCH:                                      *
      *       16 = FALLA DEL SORT                                      *
      *       14 = DATOS PARA UNA FECHA DE NEGOCIO YA CERRADA          *
      *       12 = ENTRADA O MAESTRO FALTANTE / INABRIBLE              *
      *       10 = ERROR DE APERTURA O GRABACION DE SALIDAS            *
      *       09 = ASIENTO CONTABLE DESBALANCEADO O CATEGORIA SIN      *
      *            CUENTA MAPEADA (NO SE LIBERA LA INTERFAZ)           *
      *       08 = NO CONCILIA EN MODO ESTRICTO                        *
      *----------------------------------------------------------------*
       01 WS-CONTROL-SEVERIDAD.
             10 FILLER                      PIC X(10) VALUE
                'SUCURSAL: '.
             10 WS-LIS-D-SUCURSAL           PIC ZZ9.
             10 FILLER                      PIC X(03) VALUE ' - '.
             10 WS-LIS-D-NOMBRE-SUC         PIC X(30).
             10 FILLER                      PIC X(11) VALUE
                ' - REGION: '.
             10 WS-LIS-D-REGION             PIC X(20).
          05 WS-LIS-TOTAL-SUC.
             10 FILLER                      PIC X(12)
                                            VALUE ' TOTAL SUC'.
             10 WS-LIS-D-IMP-SUC            PIC ZZ.ZZZ.ZZ9,99-.
             10 FILLER                      PIC X(05) VALUE '| '.
          05 WS-LIS-RESUMEN-HEADER.
             10 FILLER                      PIC X(39) VALUE
                'SUCURSAL'.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 FILLER                      PIC X(14) VALUE
          05 WS-LIS-RESUMEN-SUC.
             10 FILLER                      PIC X(05) VALUE SPACES.
             10 WS-LIS-RS-SUCURSAL          PIC ZZ9.
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-LIS-RS-NOMBRE            PIC X(30).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-RS-IMPORTE           PIC ZZ.ZZZ.ZZ9,99-.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-RS-PORCENTAJE        PIC ZZ9,99-.
             10 FILLER                      PIC X(02) VALUE '%'.
          05 WS-LIS-RESUMEN-REGION.
             10 FILLER                      PIC X(15) VALUE
                '  TOTAL REGION '.
             10 WS-LIS-RR-REGION            PIC X(24).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-RR-IMPORTE           PIC ZZ.ZZZ.ZZ9,99-.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-RR-PORCENTAJE        PIC ZZ9,99-.
             10 FILLER                      PIC X(02) VALUE '%'.
          05 WS-LIS-TOTALES.
             10 WS-LIS-D-TOTAL              PIC X(01) VALUE SPACE.
             10 FILLER                      PIC X(11) VALUE 'TOTAL'.
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1186-CARGAR-MAESTRO-SUC
              THRU 1186-CARGAR-MAESTRO-SUC-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      *    UNA CATEGORIA ACTIVA SIN CUENTA MAPEADA FRENA LA CORRIDA
      *    ANTES DE GRABAR NADA: EL ASIENTO DEL DIA NO PODRIA ARMARSE
           PERFORM 1190-CARGAR-PLAN-CUENTAS
              THRU 1190-CARGAR-PLAN-CUENTAS-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1193-VERIFICAR-PLAN-CUENTAS
              THRU 1193-VERIFICAR-PLAN-CUENTAS-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1090-CARGAR-SUSPENSO
              THRU 1090-CARGAR-SUSPENSO-EXIT.

           PERFORM 1110-ABRIR-HISTORIA
              THRU 1110-ABRIR-HISTORIA-EXIT.

           PERFORM 1120-ABRIR-TICKETS
              THRU 1120-ABRIR-TICKETS-EXIT.

           PERFORM 1125-ABRIR-VENTAS-SUC
              THRU 1125-ABRIR-VENTAS-SUC-EXIT.

           PERFORM 1128-ABRIR-CALENDARIO
              THRU 1128-ABRIR-CALENDARIO-EXIT.

           PERFORM 1140-CARGAR-UMBRALES
              THRU 1140-CARGAR-UMBRALES-EXIT.

              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      *    UNA SOLA FECHA CERRADA EN LO QUE SE VA A GRABAR FRENA TODA
      *    LA CORRIDA ANTES DE TOCAR HISTORIA, TICKETS NI SUSPENSO:
      *    LO QUE FINANZAS YA DIO POR BUENO NO SE MODIFICA SIN REABRIR
           IF WS-HAY-FECHA-CERRADA
              PERFORM 1197-INFORMAR-FECHAS-CERRADAS
                 THRU 1197-INFORMAR-FECHAS-CERRADAS-EXIT
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1060-RESTAURAR-CHECKPOINT
              THRU 1060-RESTAURAR-CHECKPOINT-EXIT.

           PERFORM 1076-PREREGISTRAR-VENTAS
              THRU 1076-PREREGISTRAR-VENTAS-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1300-ABRIR-ARCHIVO-SALIDA
              THRU 1300-ABRIR-ARCHIVO-SALIDA-EXIT.

           PERFORM 1170-ABRIR-ARQUEO
              THRU 1170-ABRIR-ARQUEO-EXIT.

           PERFORM 1175-ABRIR-ASIENTOS-TMP
              THRU 1175-ABRIR-ASIENTOS-TMP-EXIT.

           IF WS-ABORTAR-CORRIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.
              ACCEPT WS-NOMBRE-BITACORA FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 19
              DISPLAY 19 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-TICKETS FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 20
              DISPLAY 20 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-VENTAS-SUC FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 21
              DISPLAY 21 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-CALENDARIO FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 22
              DISPLAY 22 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-CUENTAS FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 23
              DISPLAY 23 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-ASIENTOS FROM ARGUMENT-VALUE
           END-IF.

           IF WS-CANT-PARAMETROS >= 24
              DISPLAY 24 UPON ARGUMENT-NUMBER
              ACCEPT WS-NOMBRE-SUCURSALES FROM ARGUMENT-VALUE
           END-IF.

       1010-OBTENER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           PERFORM 1058-REGISTRAR-FECHA-EXTRACTO
              THRU 1058-REGISTRAR-FECHA-EXTRACTO-EXIT.

      *    CADA FECHA NUEVA DEL EXTRACTO SE CONTROLA UNA VEZ CONTRA EL
      *    CALENDARIO (CON LA TABLA DESBORDADA, CADA REGISTRO)
           IF NOT WS-FE-HALLADA
              PERFORM 1196-VERIFICAR-FECHA-ABIERTA
                 THRU 1196-VERIFICAR-FECHA-ABIERTA-EXIT
           END-IF.

           IF WS-MANIFIESTO-ACTIVO
              PERFORM 1054-ACUMULAR-MANIFIESTO
                 THRU 1054-ACUMULAR-MANIFIESTO-EXIT
           IF WS-SUS-ESTADO(WS-SUS-INDICE) = 'L'
              OR WS-SUS-ESTADO(WS-SUS-INDICE) = 'T'
              MOVE WS-SUS-REGISTRO(WS-SUS-INDICE) TO SD-REGISTRO
              PERFORM 1196-VERIFICAR-FECHA-ABIERTA
                 THRU 1196-VERIFICAR-FECHA-ABIERTA-EXIT
              RELEASE SD-REGISTRO
              MOVE 'T'                  TO
                      WS-SUS-ESTADO(WS-SUS-INDICE)

       1057-LIBERAR-UN-SUSPENSO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CONTROLAR QUE LA FECHA DEL REGISTRO QUE ENTRA   *
      *    AL SORT NO ESTE CERRADA EN EL CALENDARIO. UNA FECHA SIN FILA *
      *    ES UNA FECHA NUEVA (ABIERTA); UNA REABIERTA ACEPTA DATOS     *
      *----------------------------------------------------------------*
       1196-VERIFICAR-FECHA-ABIERTA.

           MOVE SD-FECHA                    TO CAL-FECHA.

           READ CALENDARIO.

           EVALUATE TRUE
               WHEN FS-CALENDARIO-OK
                    CONTINUE
               WHEN FS-CALENDARIO-RNF
                    GO TO 1196-VERIFICAR-FECHA-ABIERTA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL CALENDARIO DE NEGOCIO'
                    DISPLAY 'FILE STATUS: ' FS-CALENDARIO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                    GO TO 1196-VERIFICAR-FECHA-ABIERTA-EXIT
           END-EVALUATE.

           IF NOT CAL-CERRADA
              GO TO 1196-VERIFICAR-FECHA-ABIERTA-EXIT
           END-IF.

           SET WS-HAY-FECHA-CERRADA TO TRUE.
           MOVE 'N'                         TO WS-SW-FC-HALLADA.

           PERFORM 1198-COMPARAR-FECHA-CERRADA
              THRU 1198-COMPARAR-FECHA-CERRADA-EXIT
             VARYING WS-FC-INDICE FROM 1 BY 1
               UNTIL WS-FC-INDICE > WS-FC-CANT
                  OR WS-FC-HALLADA.

           IF NOT WS-FC-HALLADA AND WS-FC-CANT < 50
              ADD 1                         TO WS-FC-CANT
              MOVE CAL-FECHA                TO WS-FC-FECHA(WS-FC-CANT)
              MOVE CAL-OPERADOR-CIERRE      TO
                      WS-FC-OPERADOR(WS-FC-CANT)
              MOVE CAL-FH-CIERRE            TO
                      WS-FC-FH-CIERRE(WS-FC-CANT)
           END-IF.

       1196-VERIFICAR-FECHA-ABIERTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA INFORMAR LAS FECHAS CERRADAS QUE TRAIA LA       *
      *    CORRIDA Y ABORTARLA CON SU RETURN CODE PROPIO               *
      *----------------------------------------------------------------*
       1197-INFORMAR-FECHAS-CERRADAS.

           DISPLAY '*** LA CORRIDA TRAE DATOS PARA FECHAS DE NEGOCIO '
                   'CERRADAS: NO SE GRABA NADA ***'.

           PERFORM 1199-INFORMAR-UNA-FECHA-CERRADA
              THRU 1199-INFORMAR-UNA-FECHA-CERRADA-EXIT
             VARYING WS-FC-INDICE FROM 1 BY 1
               UNTIL WS-FC-INDICE > WS-FC-CANT.

           DISPLAY 'PARA GRABARLAS HAY QUE REABRIRLAS CON CL11EJ14 '
                   '(OPERADOR Y MOTIVO)'.

           MOVE 14 TO WS-SEV-CODIGO.
           PERFORM 9000-REGISTRAR-ERROR-FATAL
              THRU 9000-REGISTRAR-ERROR-FATAL-FIN.

       1197-INFORMAR-FECHAS-CERRADAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1198-COMPARAR-FECHA-CERRADA.

           IF WS-FC-FECHA(WS-FC-INDICE) = CAL-FECHA
              SET WS-FC-HALLADA TO TRUE
           END-IF.

       1198-COMPARAR-FECHA-CERRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1199-INFORMAR-UNA-FECHA-CERRADA.

           DISPLAY '    FECHA ' WS-FC-FECHA(WS-FC-INDICE)
                   ' CERRADA POR ' WS-FC-OPERADOR(WS-FC-INDICE)
                   ' EL ' WS-FC-FH-CIERRE(WS-FC-INDICE).

       1199-INFORMAR-UNA-FECHA-CERRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVO.

       1075-LEER-REGISTRO-CRUDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA PRERREGISTRAR EN TICKETS LAS VENTAS VALIDAS DEL *
      *    EXTRACTO ORDENADO ANTES DE PROCESARLO. EL SORT AGRUPA POR    *
      *    SUCURSAL, CATEGORIA Y EMPLEADO, ASI QUE UNA DEVOLUCION DEL   *
      *    MISMO DIA PUEDE QUEDAR ANTES QUE SU VENTA; CON LA VENTA YA   *
      *    REGISTRADA, 1690 LA ENCUENTRA. SOLO SE GRABAN TICKETS        *
      *    NUEVOS: UNO YA REGISTRADO (REPROCESO DEL DIA) QUEDA COMO     *
      *    ESTA Y 2280 LO ACTUALIZA AL PROCESAR LA VENTA                *
      *----------------------------------------------------------------*
       1076-PREREGISTRAR-VENTAS.

           OPEN INPUT ENTRADA.

      *    SI LA ENTRADA NO ABRE, EL ERROR LO INFORMA 1100-ABRIR-ARCHIVO
           IF NOT FS-ENTRADA-OK
              GO TO 1076-PREREGISTRAR-VENTAS-EXIT
           END-IF.

           PERFORM 1077-PREREGISTRAR-UN-REGISTRO
              THRU 1077-PREREGISTRAR-UN-REGISTRO-EXIT
             UNTIL NOT FS-ENTRADA-OK
                OR WS-ABORTAR-CORRIDA.

           CLOSE ENTRADA.

       1076-PREREGISTRAR-VENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA LEER UN REGISTRO DEL EXTRACTO ORDENADO Y, SI    *
      *    ES UNA VENTA DE UN DIA NO CERRADO POR EL CHECKPOINT QUE      *
      *    PASA LAS VALIDACIONES DE CAMPOS Y MAESTROS, PRERREGISTRARLA  *
      *----------------------------------------------------------------*
       1077-PREREGISTRAR-UN-REGISTRO.

           READ ENTRADA.

           IF NOT FS-ENTRADA-OK
              GO TO 1077-PREREGISTRAR-UN-REGISTRO-EXIT
           END-IF.

           IF ENT-ES-REG-CONTROL OR NOT ENT-ES-VENTA
              GO TO 1077-PREREGISTRAR-UN-REGISTRO-EXIT
           END-IF.

           IF WS-HAY-CHECKPOINT
              AND ENT-FECHA NOT > WS-CKPT-FECHA-REST
              GO TO 1077-PREREGISTRAR-UN-REGISTRO-EXIT
           END-IF.

           PERFORM 1610-VALIDAR-CAMPOS
              THRU 1610-VALIDAR-CAMPOS-EXIT.

           IF WS-REGISTRO-ES-VALIDO
              PERFORM 1078-PREREGISTRAR-UNA-VENTA
                 THRU 1078-PREREGISTRAR-UNA-VENTA-EXIT
           END-IF.

       1077-PREREGISTRAR-UN-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1078-PREREGISTRAR-UNA-VENTA.

           MOVE ENT-FECHA                   TO TKT-FECHA.
           MOVE ENT-SUCURSAL                TO TKT-SUCURSAL.
           MOVE ENT-NRO-TICKET              TO TKT-NRO-TICKET.

           READ TICKETS.

           IF FS-TICKETS-OK
              GO TO 1078-PREREGISTRAR-UNA-VENTA-EXIT
           END-IF.

           SET TKT-ES-VENTA TO TRUE.
           MOVE ENT-ID-EMPLEADO             TO TKT-ID-EMPLEADO.
           MOVE ENT-NOMBRE-APELLIDO         TO TKT-NOMBRE-APELLIDO.
           MOVE ENT-CATEGORIA               TO TKT-CATEGORIA.
           MOVE ENT-IMPORTE                 TO TKT-IMPORTE.
           MOVE ZEROS                       TO TKT-IMPORTE-DEVUELTO.
           MOVE ZEROS                       TO TKT-PORCENTAJE.
           MOVE SPACES                      TO TKT-FECHA-ORIGINAL.
           MOVE ZEROS                       TO TKT-TICKET-ORIGINAL.

           WRITE TKT-ARCHIVO.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL GRABAR EL REGISTRO DE TICKETS'
              DISPLAY 'FILE STATUS: ' FS-TICKETS
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       1078-PREREGISTRAR-UNA-VENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL MAESTRO DE EMPLEADOS EN MEMORIA.      *
      *    SI EL MAESTRO NO ESTA DISPONIBLE SE AVISA POR CONSOLA: SIN   *
      *    MAESTRO CARGADO, TODO REGISTRO DEL EXTRACTO SE RECHAZA CON   *
       1185-LEER-UNA-CATEG-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL MAESTRO DE SUCURSALES EN MEMORIA.     *
      *    SIN EL NINGUNA SUCURSAL PODRIA VALIDARSE, ASI QUE SU FALTA   *
      *    ES FATAL IGUAL QUE LA DE LOS OTROS MAESTROS                 *
      *----------------------------------------------------------------*
       1186-CARGAR-MAESTRO-SUC.

           OPEN INPUT MAESTRO-SUCURSALES.

           EVALUATE TRUE
               WHEN FS-SUCURSALES-OK
                    PERFORM 1187-LEER-UNA-SUC-MAESTRO
                       THRU 1187-LEER-UNA-SUC-MAESTRO-EXIT
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
                    DISPLAY 'NO SE ENCUENTRA EL MAESTRO DE SUCURSALES'
                    DISPLAY 'FILE STATUS: ' FS-SUCURSALES
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO DE SUCURSALES'
                    DISPLAY 'FILE STATUS: ' FS-SUCURSALES
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1186-CARGAR-MAESTRO-SUC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1187-LEER-UNA-SUC-MAESTRO.

           READ MAESTRO-SUCURSALES.

           EVALUATE TRUE
               WHEN FS-SUCURSALES-OK
                    IF SUC-CODIGO IS NUMERIC
                       ADD 1              TO WS-MS-CANT-SUCURSALES
                       MOVE SUC-CODIGO    TO
                               WS-MS-CODIGO(WS-MS-CANT-SUCURSALES)
                       MOVE SUC-NOMBRE    TO
                               WS-MS-NOMBRE(WS-MS-CANT-SUCURSALES)
                       MOVE SUC-REGION    TO
                               WS-MS-REGION(WS-MS-CANT-SUCURSALES)
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

       1187-LEER-UNA-SUC-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL PLAN DE CUENTAS EN MEMORIA. SIN EL    *
      *    NO HAY ASIENTO QUE ENTREGAR A CONTADURIA, ASI QUE SU FALTA   *
      *    ES FATAL COMO LA DE LOS MAESTROS                            *
      *----------------------------------------------------------------*
       1190-CARGAR-PLAN-CUENTAS.

           OPEN INPUT CUENTAS-CONTABLES.

           EVALUATE TRUE
               WHEN FS-CUENTAS-OK
                    PERFORM 1191-LEER-UNA-CUENTA
                       THRU 1191-LEER-UNA-CUENTA-EXIT
                      UNTIL FS-CUENTAS-EOF
                         OR WS-CTA-CANT = 300
                    IF NOT FS-CUENTAS-EOF
                       DISPLAY '*** ATENCION: PLAN DE CUENTAS CON MAS '
                               'DE 300 FILAS, SE CARGARON SOLO LAS '
                               'PRIMERAS 300 ***'
                    END-IF
                    CLOSE CUENTAS-CONTABLES
                    DISPLAY 'CUENTAS CARGADAS DEL PLAN: ' WS-CTA-CANT
               WHEN FS-CUENTAS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL PLAN DE CUENTAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL PLAN DE CUENTAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1190-CARGAR-PLAN-CUENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UNA FILA SIN ALGUNA DE SUS CUATRO CUENTAS, CON METODO DE     *
      *    PAGO INVALIDO O REPETIDA SE DESCARTA (LA PRIMERA MANDA); SI  *
      *    ERA LA UNICA DE SU CATEGORIA Y METODO, LA VERIFICACION       *
      *    POSTERIOR LA INFORMA COMO FALTANTE                          *
      *----------------------------------------------------------------*
       1191-LEER-UNA-CUENTA.

           READ CUENTAS-CONTABLES.

           EVALUATE TRUE
               WHEN FS-CUENTAS-OK
                    CONTINUE
               WHEN FS-CUENTAS-EOF
                    GO TO 1191-LEER-UNA-CUENTA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL PLAN DE CUENTAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                    SET FS-CUENTAS-EOF TO TRUE
                    GO TO 1191-LEER-UNA-CUENTA-EXIT
           END-EVALUATE.

           IF CTA-CATEGORIA = SPACES
              OR (CTA-METODO-PAGO NOT = 'E' AND NOT = 'T'
                                           AND NOT = 'B')
              OR CTA-CUENTA-DEBITO = SPACES
              OR CTA-CUENTA-VENTAS = SPACES
              OR CTA-CUENTA-DEVOLUCION = SPACES
              OR CTA-CUENTA-AJUSTE = SPACES
              DISPLAY 'FILA INCOMPLETA EN EL PLAN DE CUENTAS, SE '
                      'DESCARTA: ' CTA-CATEGORIA ' ' CTA-METODO-PAGO
              GO TO 1191-LEER-UNA-CUENTA-EXIT
           END-IF.

           MOVE CTA-CATEGORIA               TO WS-CTA-CATEGORIA-BUSCADA.
           MOVE CTA-METODO-PAGO             TO WS-CTA-METODO-BUSCADO.

           PERFORM 1192-BUSCAR-CUENTA
              THRU 1192-BUSCAR-CUENTA-EXIT.

           IF WS-CTA-HALLADO
              DISPLAY 'FILA REPETIDA EN EL PLAN DE CUENTAS, SE '
                      'DESCARTA: ' CTA-CATEGORIA ' ' CTA-METODO-PAGO
              GO TO 1191-LEER-UNA-CUENTA-EXIT
           END-IF.

           ADD 1                            TO WS-CTA-CANT.
           MOVE CTA-CATEGORIA     TO WS-CTA-CATEGORIA(WS-CTA-CANT).
           MOVE CTA-METODO-PAGO   TO WS-CTA-METODO-PAGO(WS-CTA-CANT).
           MOVE CTA-CUENTA-DEBITO TO
                   WS-CTA-CUENTA-DEBITO(WS-CTA-CANT).
           MOVE CTA-CUENTA-VENTAS TO
                   WS-CTA-CUENTA-VENTAS(WS-CTA-CANT).
           MOVE CTA-CUENTA-DEVOLUCION TO
                   WS-CTA-CUENTA-DEVOLUCION(WS-CTA-CANT).
           MOVE CTA-CUENTA-AJUSTE TO
                   WS-CTA-CUENTA-AJUSTE(WS-CTA-CANT).

       1191-LEER-UNA-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA BUSCAR EN EL PLAN LA FILA DE                    *
      *    WS-CTA-CATEGORIA-BUSCADA + WS-CTA-METODO-BUSCADO             *
      *----------------------------------------------------------------*
       1192-BUSCAR-CUENTA.

           MOVE 'N'                         TO WS-SW-CTA-HALLADO.
           MOVE ZEROS                       TO WS-CTA-INDICE-HALLADO.

           PERFORM 1195-COMPARAR-CUENTA
              THRU 1195-COMPARAR-CUENTA-EXIT
             VARYING WS-CTA-INDICE FROM 1 BY 1
               UNTIL WS-CTA-INDICE > WS-CTA-CANT
                  OR WS-CTA-HALLADO.

       1192-BUSCAR-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1195-COMPARAR-CUENTA.

           IF WS-CTA-CATEGORIA(WS-CTA-INDICE) =
              WS-CTA-CATEGORIA-BUSCADA
              AND WS-CTA-METODO-PAGO(WS-CTA-INDICE) =
                  WS-CTA-METODO-BUSCADO
              SET WS-CTA-HALLADO TO TRUE
              MOVE WS-CTA-INDICE            TO WS-CTA-INDICE-HALLADO
           END-IF.

       1195-COMPARAR-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VERIFICAR QUE CADA CATEGORIA ACTIVA DEL         *
      *    MAESTRO TENGA CUENTAS PARA LOS TRES METODOS DE PAGO. LAS     *
      *    FALTANTES SE LISTAN TODAS Y LA CORRIDA SE ABORTA CON SU      *
      *    RETURN CODE PROPIO ANTES DE PROCESAR NINGUN REGISTRO        *
      *----------------------------------------------------------------*
       1193-VERIFICAR-PLAN-CUENTAS.

           MOVE 'N'                         TO WS-SW-CTA-FALTANTE.

           PERFORM 1194-VERIFICAR-UNA-CATEG-CTA
              THRU 1194-VERIFICAR-UNA-CATEG-CTA-EXIT
             VARYING WS-MC-INDICE FROM 1 BY 1
               UNTIL WS-MC-INDICE > WS-MC-CANT-CATEGORIAS.

           IF WS-CTA-HAY-FALTANTE
              DISPLAY '*** CORRIDA RECHAZADA: HAY CATEGORIAS SIN '
                      'CUENTA CONTABLE MAPEADA. COMPLETAR EL PLAN '
                      'DE CUENTAS Y RELANZAR ***'
              MOVE 09 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       1193-VERIFICAR-PLAN-CUENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1194-VERIFICAR-UNA-CATEG-CTA.

           IF WS-MC-ACTIVA(WS-MC-INDICE) NOT = 'S'
              GO TO 1194-VERIFICAR-UNA-CATEG-CTA-EXIT
           END-IF.

           MOVE WS-MC-NOMBRE(WS-MC-INDICE)  TO WS-CTA-CATEGORIA-BUSCADA.

           PERFORM 1189-VERIFICAR-UN-METODO-CTA
              THRU 1189-VERIFICAR-UN-METODO-CTA-EXIT
             VARYING WS-CTA-METODO-INDICE FROM 1 BY 1
               UNTIL WS-CTA-METODO-INDICE > 3.

       1194-VERIFICAR-UNA-CATEG-CTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1189-VERIFICAR-UN-METODO-CTA.

           MOVE WS-CTA-METODOS(WS-CTA-METODO-INDICE:1)
                                             TO WS-CTA-METODO-BUSCADO.

           PERFORM 1192-BUSCAR-CUENTA
              THRU 1192-BUSCAR-CUENTA-EXIT.

           IF NOT WS-CTA-HALLADO
              SET WS-CTA-HAY-FALTANTE TO TRUE
              DISPLAY '*** CATEGORIA SIN CUENTA CONTABLE: '
                      WS-CTA-CATEGORIA-BUSCADA ' METODO DE PAGO '
                      WS-CTA-METODO-BUSCADO ' ***'
           END-IF.

       1189-VERIFICAR-UN-METODO-CTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CARGAR EL ARCHIVO DE SUSPENSO EN MEMORIA. SI    *
      *    NO EXISTE TODAVIA (PRIMERA CORRIDA) SE ARRANCA CON LA        *
      *    TABLA VACIA                                                 *
      *----------------------------------------------------------------*
       1090-CARGAR-SUSPENSO.

           OPEN INPUT SUSPENSO.

           EVALUATE TRUE
               WHEN FS-SUSPENSO-OK
                    PERFORM 1095-LEER-UN-SUSPENSO
                       THRU 1095-LEER-UN-SUSPENSO-EXIT
                      UNTIL FS-SUSPENSO-EOF
                         OR WS-SUS-CANT = 500
                    IF NOT FS-SUSPENSO-EOF
                       DISPLAY '*** ATENCION: ARCHIVO DE SUSPENSO '
                               'CON MAS DE 500 REGISTROS, SE '
                               'CARGARON SOLO LOS PRIMEROS 500 ***'
                    END-IF
                    CLOSE SUSPENSO
                    IF WS-SUS-CANT NOT = ZEROS
                       DISPLAY 'REGISTROS EN SUSPENSO CARGADOS: '
                                WS-SUS-CANT
                    END-IF
               WHEN FS-SUSPENSO-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUSPENSO'
                    DISPLAY 'FILE STATUS: ' FS-SUSPENSO
                    MOVE 12 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1090-CARGAR-SUSPENSO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1095-LEER-UN-SUSPENSO.

           READ SUSPENSO.

           EVALUATE TRUE
               WHEN FS-SUSPENSO-OK
                    ADD 1                   TO WS-SUS-CANT
                    MOVE SUS-REG-ORIGINAL   TO
                            WS-SUS-REG-BASE(WS-SUS-CANT)
                    MOVE SUS-REG-DEVOLUCION TO
                            WS-SUS-REG-DEVOLUCION(WS-SUS-CANT)
                    MOVE SUS-COD-RECHAZO    TO
                            WS-SUS-COD-RECHAZO(WS-SUS-CANT)
                    MOVE SUS-FECHA-PROCESO  TO
                            WS-SUS-FECHA-PROC(WS-SUS-CANT)
                    MOVE SUS-ESTADO         TO
                            WS-SUS-ESTADO(WS-SUS-CANT)
               WHEN FS-SUSPENSO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE SUSPENSO'
                    DISPLAY 'FILE STATUS: ' FS-SUSPENSO
           END-EVALUATE.

       1095-LEER-UN-SUSPENSO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ABRIR EL MAESTRO HISTORICO INDEXADO, QUE QUEDA  *
      *    ABIERTO EN ACTUALIZACION TODA LA CORRIDA. SI NO EXISTE       *
      *    TODAVIA (PRIMERA CORRIDA) SE LO CREA VACIO Y EL COMPARATIVO  *
      *    SALDRA SIN DATOS DEL AÑO ANTERIOR. AL ABRIR SE CUENTAN LAS   *
      *    FILAS VIVAS PARA AVISAR CON TIEMPO QUE CONVIENE ARCHIVAR     *
      *    LOS AÑOS CERRADOS CON CL11EJ07                              *
      *----------------------------------------------------------------*
       1110-ABRIR-HISTORIA.

           OPEN I-O HISTORIA.

           IF FS-HISTORIA-NFD
              OPEN OUTPUT HISTORIA
              IF FS-HISTORIA-OK
                 CLOSE HISTORIA
                 OPEN I-O HISTORIA
              END-IF
           END-IF.

           IF NOT FS-HISTORIA-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO HISTORICO'
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 1110-ABRIR-HISTORIA-EXIT
           END-IF.

           MOVE LOW-VALUES                  TO HIS-CLAVE.
           START HISTORIA KEY NOT < HIS-CLAVE.

           MOVE 'N'                         TO WS-SW-HIS-FIN-LECTURA.
       1115-CONTAR-UN-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ABRIR EL REGISTRO DE TICKETS EN ACTUALIZACION   *
      *    TODA LA CORRIDA. SI NO EXISTE TODAVIA SE LO CREA VACIO: LAS  *
      *    DEVOLUCIONES DE VENTAS ANTERIORES A SU ALTA VAN A SUSPENSO   *
      *----------------------------------------------------------------*
       1120-ABRIR-TICKETS.

           OPEN I-O TICKETS.

           IF FS-TICKETS-NFD
              OPEN OUTPUT TICKETS
              IF FS-TICKETS-OK
                 CLOSE TICKETS
                 OPEN I-O TICKETS
              END-IF
           END-IF.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL ABRIR EL REGISTRO DE TICKETS'
              DISPLAY 'FILE STATUS: ' FS-TICKETS
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       1120-ABRIR-TICKETS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ABRIR LAS VENTAS POR SUCURSAL EN ACTUALIZACION  *
      *    (SE CREA VACIO LA PRIMERA VEZ)                              *
      *----------------------------------------------------------------*
       1125-ABRIR-VENTAS-SUC.

           OPEN I-O VENTAS-SUC.

           IF FS-VENTAS-SUC-NFD
              OPEN OUTPUT VENTAS-SUC
              IF FS-VENTAS-SUC-OK
                 CLOSE VENTAS-SUC
                 OPEN I-O VENTAS-SUC
              END-IF
           END-IF.

           IF NOT FS-VENTAS-SUC-OK
              DISPLAY 'ERROR AL ABRIR LAS VENTAS POR SUCURSAL'
              DISPLAY 'FILE STATUS: ' FS-VENTAS-SUC
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       1125-ABRIR-VENTAS-SUC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ABRIR EL CALENDARIO DE NEGOCIO EN ACTUALIZACION *
      *    (SE CREA VACIO LA PRIMERA VEZ: NINGUNA FECHA CERRADA)        *
      *----------------------------------------------------------------*
       1128-ABRIR-CALENDARIO.

           OPEN I-O CALENDARIO.

           IF FS-CALENDARIO-NFD
              OPEN OUTPUT CALENDARIO
              IF FS-CALENDARIO-OK
                 CLOSE CALENDARIO
                 OPEN I-O CALENDARIO
              END-IF
           END-IF.

           IF NOT FS-CALENDARIO-OK
              DISPLAY 'ERROR AL ABRIR EL CALENDARIO DE NEGOCIO'
              DISPLAY 'FILE STATUS: ' FS-CALENDARIO
              MOVE 12 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

           MOVE WS-FECHA-PROCESO            TO WS-FHC-FECHA.
           MOVE WS-HPC-HORA                 TO WS-FHC-HORA.
           MOVE WS-HPC-MINUTO               TO WS-FHC-MINUTO.

       1128-ABRIR-CALENDARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ABRIR EL REPORTE COMPARATIVO INTERANUAL        *
      *----------------------------------------------------------------*
       1130-ABRIR-COMPARATIVO.
                         TO ARQ-linea(54:17)
                       MOVE '     TOTAL'
                         TO ARQ-linea(71:10)
                       MOVE '      | SUCURSAL'
                         TO ARQ-linea(81:16)
                       WRITE ARQ-ARCHIVO
                    END-IF
               WHEN OTHER
       1170-ABRIR-ARQUEO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ABRIR EL ARCHIVO DE TRABAJO DEL ASIENTO. EN UN  *
      *    REINICIO SE CONTINUA (LOS DIAS YA CERRADOS NO VUELVEN A      *
      *    PROCESARSE Y SUS LINEAS DEBEN LLEGAR A LA INTERFAZ)         *
      *----------------------------------------------------------------*
       1175-ABRIR-ASIENTOS-TMP.

           IF WS-HAY-CHECKPOINT
              OPEN EXTEND ASIENTOS-TMP
              IF FS-ASIENTOS-TMP-NFD
                 OPEN OUTPUT ASIENTOS-TMP
              END-IF
           ELSE
              OPEN OUTPUT ASIENTOS-TMP
           END-IF.

           EVALUATE TRUE
               WHEN FS-ASIENTOS-TMP-OK
                    SET WS-AST-ABIERTO TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO DEL '
                            'ASIENTO'
                    DISPLAY 'FILE STATUS: ' FS-ASIENTOS-TMP
                    MOVE 10 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       1175-ABRIR-ASIENTOS-TMP-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ABRIR ARCHIVO DE SALIDA                        *
      *----------------------------------------------------------------*
       1300-ABRIR-ARCHIVO-SALIDA.
      *----------------------------------------------------------------*
       1600-VALIDAR-REGISTRO.

           PERFORM 1610-VALIDAR-CAMPOS
              THRU 1610-VALIDAR-CAMPOS-EXIT.

           IF WS-REGISTRO-ES-VALIDO AND ENT-ES-DEVOLUCION
              PERFORM 1690-VALIDAR-DEVOLUCION
                 THRU 1690-VALIDAR-DEVOLUCION-EXIT
           END-IF.

      *    EL CONTROL DE DUPLICADOS VA ULTIMO: SOLO UN REGISTRO QUE
      *    PASO TODAS LAS DEMAS VALIDACIONES ACTUALIZA LA CLAVE DEL
      *    ULTIMO TICKET, Y LA SEGUNDA COPIA DE UNA RETRANSMISION
      *    (ADYACENTE POR EL SORT) SE RECHAZA SIN ACUMULAR
           IF WS-REGISTRO-ES-VALIDO
              IF ENT-FECHA = WS-ULT-FECHA
                 AND ENT-SUCURSAL = WS-ULT-SUCURSAL
                 AND ENT-NRO-TICKET = WS-ULT-TICKET
                 SET WS-REGISTRO-ES-INVALIDO TO TRUE
                 MOVE 'DUPL'                TO WS-COD-RECHAZO
                 MOVE 'TRANSACCION DUPLICADA'
                                             TO WS-DESC-RECHAZO
                 ADD 1                      TO WS-CONT-REG-DUPLICADOS
              ELSE
                 MOVE ENT-FECHA             TO WS-ULT-FECHA
                 MOVE ENT-SUCURSAL          TO WS-ULT-SUCURSAL
                 MOVE ENT-NRO-TICKET        TO WS-ULT-TICKET
              END-IF
           END-IF.

           IF WS-REGISTRO-ES-INVALIDO
              PERFORM 1700-GRABAR-RECHAZO
                 THRU 1700-GRABAR-RECHAZO-EXIT
           END-IF.

       1600-VALIDAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR LOS CAMPOS DEL REGISTRO Y SUS CLAVES    *
      *    CONTRA LOS MAESTROS. NO GRABA RECHAZOS NI TOCA LA CLAVE DEL  *
      *    ULTIMO TICKET: LO USA TAMBIEN EL PRERREGISTRO DE VENTAS      *
      *----------------------------------------------------------------*
       1610-VALIDAR-CAMPOS.

           SET WS-REGISTRO-ES-VALIDO TO TRUE.
           MOVE SPACES                      TO WS-DESC-RECHAZO.

                 THRU 1670-VALIDAR-EMPLEADO-MAESTRO-EXIT
           END-IF.

           IF WS-REGISTRO-ES-VALIDO
              PERFORM 1695-VALIDAR-SUC-MAESTRO
                 THRU 1695-VALIDAR-SUC-MAESTRO-EXIT
           END-IF.

       1610-VALIDAR-CAMPOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR QUE LA FECHA SEA UNA FECHA REAL        *
       1685-COMPARAR-CATEG-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR UNA DEVOLUCION CONTRA SU VENTA ORIGINAL *
      *    EN EL REGISTRO DE TICKETS (MISMA SUCURSAL):                  *
      *    DEV0 - LA VENTA ORIGINAL NO EXISTE O NO ES UNA VENTA         *
      *    DEV1 - EL IMPORTE SUPERA LO QUE QUEDA SIN DEVOLVER           *
      *    SI LA PROPIA DEVOLUCION YA FIGURA EN EL REGISTRO (REPROCESO  *
      *    DEL MISMO DIA) LO QUE YA HABIA APLICADO VUELVE A QUEDAR      *
      *    DISPONIBLE, PARA NO DESCONTARLO DOS VECES.                   *
      *    UNA DEVOLUCION DEL MISMO DIA QUE EL SORT DEJA ANTES QUE SU   *
      *    VENTA LA ENCUENTRA IGUAL: LAS VENTAS SE PRERREGISTRAN ANTES  *
      *    DE PROCESAR EL EXTRACTO (VER 1076)                          *
      *----------------------------------------------------------------*
       1690-VALIDAR-DEVOLUCION.

           MOVE ZEROS                       TO WS-TKT-IMP-PREVIO.
           MOVE 'N'                         TO WS-SW-TKT-PROPIO.

           IF ENT-TICKET-ORIGINAL IS NOT NUMERIC
              OR ENT-TICKET-ORIGINAL = ZEROS
              OR ENT-FECHA-ORIGINAL = SPACES
              OR ENT-FECHA-ORIGINAL > ENT-FECHA
              GO TO 1690-RECHAZAR-SIN-VENTA
           END-IF.

           MOVE ENT-FECHA-ORIGINAL          TO WS-TKT-FECHA-ORIG.
           MOVE ENT-TICKET-ORIGINAL         TO WS-TKT-TICKET-ORIG.

           MOVE ENT-FECHA                   TO TKT-FECHA.
           MOVE ENT-SUCURSAL                TO TKT-SUCURSAL.
           MOVE ENT-NRO-TICKET              TO TKT-NRO-TICKET.

           READ TICKETS.

           IF FS-TICKETS-OK
              SET WS-TKT-PROPIO-EXISTE TO TRUE
              IF TKT-ES-DEVOLUCION
                 AND TKT-FECHA-ORIGINAL = WS-TKT-FECHA-ORIG
                 AND TKT-TICKET-ORIGINAL = WS-TKT-TICKET-ORIG
                 MOVE TKT-IMPORTE           TO WS-TKT-IMP-PREVIO
              END-IF
           END-IF.

           MOVE WS-TKT-FECHA-ORIG           TO TKT-FECHA.
           MOVE ENT-SUCURSAL                TO TKT-SUCURSAL.
           MOVE WS-TKT-TICKET-ORIG          TO TKT-NRO-TICKET.

           READ TICKETS.

           IF NOT FS-TICKETS-OK
              GO TO 1690-RECHAZAR-SIN-VENTA
           END-IF.

           IF NOT TKT-ES-VENTA
              GO TO 1690-RECHAZAR-SIN-VENTA
           END-IF.

           COMPUTE WS-TKT-IMP-DISPONIBLE = TKT-IMPORTE
                 - TKT-IMPORTE-DEVUELTO + WS-TKT-IMP-PREVIO.

           IF ENT-IMPORTE > WS-TKT-IMP-DISPONIBLE
              SET WS-REGISTRO-ES-INVALIDO TO TRUE
              MOVE 'DEV1'                   TO WS-COD-RECHAZO
              MOVE 'DEVOLUCION SUPERA LA VENTA'
                                             TO WS-DESC-RECHAZO
           END-IF.

           GO TO 1690-VALIDAR-DEVOLUCION-EXIT.

       1690-RECHAZAR-SIN-VENTA.

           SET WS-REGISTRO-ES-INVALIDO TO TRUE.
           MOVE 'DEV0'                      TO WS-COD-RECHAZO.
           MOVE 'DEVOLUCION SIN VENTA ORIGINAL'
                                             TO WS-DESC-RECHAZO.

       1690-VALIDAR-DEVOLUCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VALIDAR LA SUCURSAL CONTRA EL MAESTRO: DEBE     *
      *    EXISTIR EN LA TABLA Y ESTAR ABIERTA EN LA FECHA DE LA VENTA  *
      *    (APERTURA <= FECHA, SIN CIERRE O CIERRE >= FECHA, MARCA      *
      *    ACTIVA). UNA VENTA DE UNA SUCURSAL YA CERRADA QUE LLEGA      *
      *    TARDE PERO ES DE ANTES DEL CIERRE SIGUE SIENDO VALIDA        *
      *----------------------------------------------------------------*
       1695-VALIDAR-SUC-MAESTRO.

           MOVE ENT-SUCURSAL                TO WS-MS-CODIGO-BUSCADO.

           PERFORM 1696-BUSCAR-SUC-MAESTRO
              THRU 1696-BUSCAR-SUC-MAESTRO-EXIT.

           IF NOT WS-SUCURSAL-ENCONTRADA
              SET WS-REGISTRO-ES-INVALIDO TO TRUE
              MOVE 'SUC1'                   TO WS-COD-RECHAZO
              MOVE 'SUCURSAL NO ESTA EN MAESTRO'
                                             TO WS-DESC-RECHAZO
              GO TO 1695-VALIDAR-SUC-MAESTRO-EXIT
           END-IF.

           IF WS-MS-ACTIVA(WS-MS-INDICE-HALLADO) NOT = 'S'
              OR ENT-FECHA < WS-MS-FECHA-APERTURA(WS-MS-INDICE-HALLADO)
              OR (WS-MS-FECHA-CIERRE(WS-MS-INDICE-HALLADO) NOT = SPACES
                  AND ENT-FECHA >
                      WS-MS-FECHA-CIERRE(WS-MS-INDICE-HALLADO))
              SET WS-REGISTRO-ES-INVALIDO TO TRUE
              MOVE 'SUC2'                   TO WS-COD-RECHAZO
              MOVE 'SUCURSAL CERRADA EN LA FECHA'
                                             TO WS-DESC-RECHAZO
           END-IF.

       1695-VALIDAR-SUC-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA BUSCAR UNA SUCURSAL EN LA TABLA DEL MAESTRO Y   *
      *    DEJAR SU NOMBRE Y SU REGION PARA LOS REPORTES. LA SUCURSAL   *
      *    QUE NO ESTA, O NO TIENE REGION, VA A 'SIN REGION'           *
      *----------------------------------------------------------------*
       1696-BUSCAR-SUC-MAESTRO.

           MOVE 'N'                         TO WS-SW-SUC-ENCONTRADA.
           MOVE ZEROS                       TO WS-MS-INDICE-HALLADO.
           MOVE '*** NO ESTA EN MAESTRO ***' TO WS-MS-NOMBRE-HALLADO.
           MOVE 'SIN REGION'                TO WS-MS-REGION-HALLADA.

           PERFORM 1697-COMPARAR-SUC-MAESTRO
              THRU 1697-COMPARAR-SUC-MAESTRO-EXIT
             VARYING WS-MS-INDICE FROM 1 BY 1
               UNTIL WS-MS-INDICE > WS-MS-CANT-SUCURSALES
                  OR WS-SUCURSAL-ENCONTRADA.

           IF WS-SUCURSAL-ENCONTRADA
              MOVE WS-MS-NOMBRE(WS-MS-INDICE-HALLADO)
                                             TO WS-MS-NOMBRE-HALLADO
              IF WS-MS-REGION(WS-MS-INDICE-HALLADO) NOT = SPACES
                 MOVE WS-MS-REGION(WS-MS-INDICE-HALLADO)
                                             TO WS-MS-REGION-HALLADA
              END-IF
           END-IF.

       1696-BUSCAR-SUC-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1697-COMPARAR-SUC-MAESTRO.

           IF WS-MS-CODIGO(WS-MS-INDICE) = WS-MS-CODIGO-BUSCADO
              SET WS-SUCURSAL-ENCONTRADA TO TRUE
              MOVE WS-MS-INDICE             TO WS-MS-INDICE-HALLADO
           END-IF.

       1697-COMPARAR-SUC-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GRABAR UN REGISTRO RECHAZADO                   *
      *----------------------------------------------------------------*
       1700-GRABAR-RECHAZO.
           MOVE ZEROS                       TO WS-DESB-CANT-EMP.
           MOVE ZEROS                       TO WS-DESB-CANT-SUC.
           MOVE ZEROS                       TO WS-CD-CANT.
           MOVE ZEROS                       TO WS-VS-CANT.
           MOVE ZEROS                       TO WS-ARQ-CANT.
           MOVE ZEROS                       TO WS-ASI-CANT.
           MOVE 'N'                         TO WS-SW-ASI-DESBORDE.
           MOVE 'N'                         TO WS-SW-ASI-SIN-CUENTA.
           MOVE ZEROS                       TO WS-DA-CANT.



               OR WS-ABORTAR-CORRIDA
               OR ENT-FECHA NOT EQUAL WS-CC-FECHA-ANT.

           PERFORM 2061-DETERMINAR-FUSION
              THRU 2061-DETERMINAR-FUSION-EXIT.

      *    EL ASIENTO DEL DIA SE VERIFICA Y GRABA ANTES QUE NADA: SI
      *    NO BALANCEA LA CORRIDA ABORTA AQUI, SIN IMPRIMIR NI GRABAR
      *    HISTORIA NI CHECKPOINT DE ESTE DIA
           IF NOT WS-ABORTAR-CORRIDA
              PERFORM 2190-GRABAR-ASIENTO-DIA
                 THRU 2190-GRABAR-ASIENTO-DIA-EXIT
           END-IF.

      *    SI LA CORRIDA ABORTO A MITAD DEL DIA NO HAY CIERRE DE DIA:
      *    NI BLOQUE IMPRESO, NI EXCEPCIONES, NI ACUMULACION AL MES,
      *    NI HISTORIA, Y SOBRE TODO NI CHECKPOINT -- GRABARLO AQUI
           IF WS-CD-CANT NOT = ZEROS
              PERFORM 2060-ACTUALIZAR-HISTORIA
                 THRU 2060-ACTUALIZAR-HISTORIA-EXIT
              PERFORM 2040-ACTUALIZAR-VENTAS-SUC
                 THRU 2040-ACTUALIZAR-VENTAS-SUC-EXIT
              PERFORM 2030-REGISTRAR-FECHA-CALENDARIO
                 THRU 2030-REGISTRAR-FECHA-CALENDARIO-EXIT
              IF NOT WS-HIS-FUSION
                 PERFORM 2090-COMPARAR-DIA
                    THRU 2090-COMPARAR-DIA-EXIT
              GO TO 2075-GRABAR-UN-SUSPENSO-EXIT
           END-IF.

           MOVE WS-SUS-REG-BASE(WS-SUS-INDICE)
                                             TO SUS-REG-ORIGINAL.
           MOVE WS-SUS-REG-DEVOLUCION(WS-SUS-INDICE)
                                             TO SUS-REG-DEVOLUCION.
           MOVE WS-SUS-COD-RECHAZO(WS-SUS-INDICE)
                                             TO SUS-COD-RECHAZO.
           MOVE WS-SUS-FECHA-PROC(WS-SUS-INDICE)
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2075-GRABAR-UN-SUSPENSO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA DEJAR CONSTANCIA EN EL CALENDARIO DE LA FECHA   *
      *    QUE SE ACABA DE GRABAR: LA PRIMERA VEZ NACE ABIERTA; LAS     *
      *    SIGUIENTES SOLO ACTUALIZAN LA ULTIMA CORRIDA Y CONSERVAN EL  *
      *    ESTADO (UNA REABIERTA SIGUE ASI HASTA QUE SE LA CIERRE)      *
      *----------------------------------------------------------------*
       2030-REGISTRAR-FECHA-CALENDARIO.

           MOVE WS-CC-FECHA-ANT             TO CAL-FECHA.

           READ CALENDARIO.

           EVALUATE TRUE
               WHEN FS-CALENDARIO-OK
                    MOVE WS-FH-CORRIDA      TO CAL-FH-ULTIMO-PROCESO
                    REWRITE CAL-ARCHIVO
               WHEN FS-CALENDARIO-RNF
                    INITIALIZE CAL-ARCHIVO
                    MOVE WS-CC-FECHA-ANT    TO CAL-FECHA
                    SET CAL-ABIERTA TO TRUE
                    MOVE WS-FH-CORRIDA      TO CAL-FH-PRIMER-PROCESO
                    MOVE WS-FH-CORRIDA      TO CAL-FH-ULTIMO-PROCESO
                    WRITE CAL-ARCHIVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF NOT FS-CALENDARIO-OK
              DISPLAY 'ERROR AL GRABAR EL CALENDARIO DE NEGOCIO'
              DISPLAY 'FILE STATUS: ' FS-CALENDARIO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2030-REGISTRAR-FECHA-CALENDARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ACTUALIZAR LAS VENTAS POR SUCURSAL Y CATEGORIA  *
      *    AL CIERRE DEL DIA (2061 YA DEJO DECIDIDO SI EL DIA           *
      *    REEMPLAZA O SE SUMA)                                        *
      *----------------------------------------------------------------*
       2040-ACTUALIZAR-VENTAS-SUC.

      *    MISMO CRITERIO QUE LA HISTORIA: UN DIA FORMADO SOLO POR
      *    SUSPENSOS REPROCESADOS SE SUMA A LO QUE LA FECHA YA TENIA;
      *    CUALQUIER OTRO DIA REEMPLAZA SUS FILAS
           IF WS-HIS-FUSION
              PERFORM 2047-FUSIONAR-VENTAS-SUC
                 THRU 2047-FUSIONAR-VENTAS-SUC-EXIT
                VARYING WS-VS-INDICE FROM 1 BY 1
                  UNTIL WS-VS-INDICE > WS-VS-CANT
                     OR WS-ABORTAR-CORRIDA
              GO TO 2040-ACTUALIZAR-VENTAS-SUC-EXIT
           END-IF.

           PERFORM 2044-DEPURAR-VENTAS-SUC-DIA
              THRU 2044-DEPURAR-VENTAS-SUC-DIA-EXIT.

           PERFORM 2046-AGREGAR-VENTAS-SUC-DIA
              THRU 2046-AGREGAR-VENTAS-SUC-DIA-EXIT
             VARYING WS-VS-INDICE FROM 1 BY 1
               UNTIL WS-VS-INDICE > WS-VS-CANT
                  OR WS-ABORTAR-CORRIDA.

       2040-ACTUALIZAR-VENTAS-SUC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA BORRAR LAS FILAS DE LA FECHA QUE CIERRA EN LAS  *
      *    VENTAS POR SUCURSAL                                         *
      *----------------------------------------------------------------*
       2044-DEPURAR-VENTAS-SUC-DIA.

           MOVE LOW-VALUES                  TO VSC-CLAVE.
           MOVE WS-CC-FECHA-ANT             TO VSC-FECHA.

           START VENTAS-SUC KEY NOT < VSC-CLAVE.

           MOVE 'N'                         TO WS-SW-VS-FIN-LECTURA.

           IF NOT FS-VENTAS-SUC-OK
              SET WS-VS-FIN-LECTURA TO TRUE
           END-IF.

           PERFORM 2045-DEPURAR-UNA-VENTA-SUC
              THRU 2045-DEPURAR-UNA-VENTA-SUC-EXIT
             UNTIL WS-VS-FIN-LECTURA.

       2044-DEPURAR-VENTAS-SUC-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2045-DEPURAR-UNA-VENTA-SUC.

           READ VENTAS-SUC NEXT.

           IF NOT FS-VENTAS-SUC-OK
              OR VSC-FECHA NOT = WS-CC-FECHA-ANT
              SET WS-VS-FIN-LECTURA TO TRUE
              GO TO 2045-DEPURAR-UNA-VENTA-SUC-EXIT
           END-IF.

           DELETE VENTAS-SUC.

           IF NOT FS-VENTAS-SUC-OK
              DISPLAY 'ERROR AL DEPURAR LAS VENTAS POR SUCURSAL'
              DISPLAY 'FILE STATUS: ' FS-VENTAS-SUC
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              SET WS-VS-FIN-LECTURA TO TRUE
           END-IF.

       2045-DEPURAR-UNA-VENTA-SUC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2046-AGREGAR-VENTAS-SUC-DIA.

           MOVE WS-CC-FECHA-ANT             TO VSC-FECHA.
           MOVE WS-VS-SUCURSAL(WS-VS-INDICE)  TO VSC-SUCURSAL.
           MOVE WS-VS-CATEGORIA(WS-VS-INDICE) TO VSC-CATEGORIA.
           MOVE WS-VS-CANTIDAD(WS-VS-INDICE)  TO VSC-CANTIDAD.
           MOVE WS-VS-IMPORTE(WS-VS-INDICE)   TO VSC-IMPORTE.

           WRITE VSC-ARCHIVO.

           IF NOT FS-VENTAS-SUC-OK
              DISPLAY 'ERROR AL GRABAR LAS VENTAS POR SUCURSAL'
              DISPLAY 'FILE STATUS: ' FS-VENTAS-SUC
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2046-AGREGAR-VENTAS-SUC-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA SUMAR UNA SUCURSAL/CATEGORIA REPROCESADA A LA   *
      *    FILA QUE SU FECHA YA TIENE, O AGREGARLA SI NO EXISTIA        *
      *----------------------------------------------------------------*
       2047-FUSIONAR-VENTAS-SUC.

           MOVE WS-CC-FECHA-ANT             TO VSC-FECHA.
           MOVE WS-VS-SUCURSAL(WS-VS-INDICE)  TO VSC-SUCURSAL.
           MOVE WS-VS-CATEGORIA(WS-VS-INDICE) TO VSC-CATEGORIA.

           READ VENTAS-SUC.

           EVALUATE TRUE
               WHEN FS-VENTAS-SUC-OK
                    ADD WS-VS-CANTIDAD(WS-VS-INDICE) TO VSC-CANTIDAD
                    ADD WS-VS-IMPORTE(WS-VS-INDICE)  TO VSC-IMPORTE
                    REWRITE VSC-ARCHIVO
                    IF NOT FS-VENTAS-SUC-OK
                       DISPLAY 'ERROR AL REESCRIBIR LAS VENTAS POR '
                               'SUCURSAL'
                       DISPLAY 'FILE STATUS: ' FS-VENTAS-SUC
                       MOVE 10 TO WS-SEV-CODIGO
                       PERFORM 9000-REGISTRAR-ERROR-FATAL
                          THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                    END-IF
               WHEN FS-VENTAS-SUC-RNF
                    PERFORM 2046-AGREGAR-VENTAS-SUC-DIA
                       THRU 2046-AGREGAR-VENTAS-SUC-DIA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LAS VENTAS POR SUCURSAL'
                    DISPLAY 'FILE STATUS: ' FS-VENTAS-SUC
                    MOVE 10 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-EVALUATE.

       2047-FUSIONAR-VENTAS-SUC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA ACTUALIZAR EL MAESTRO HISTORICO AL CIERRE DEL   *
      *----------------------------------------------------------------*
       2060-ACTUALIZAR-HISTORIA.

           IF WS-HIS-FUSION
              PERFORM 2067-FUSIONAR-HISTORIA-DIA
                 THRU 2067-FUSIONAR-HISTORIA-DIA-EXIT

       2060-ACTUALIZAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA DECIDIR, AL CERRAR EL DIA Y ANTES DE GRABAR     *
      *    ASIENTO, ARQUEO E HISTORIA, SI EL DIA SE FORMO SOLO CON      *
      *    SUSPENSOS REPROCESADOS (NO VINO EN EL EXTRACTO): SUS CIFRAS  *
      *    SE SUMAN A LO QUE LA FECHA YA TENIA EN VEZ DE REEMPLAZARLO   *
      *----------------------------------------------------------------*
       2061-DETERMINAR-FUSION.

           MOVE 'N'                         TO WS-SW-HIS-FUSION.

           IF WS-REPROCESO-ACTIVO AND NOT WS-FE-DESBORDE
              MOVE 'N'                      TO WS-SW-FE-HALLADA
              PERFORM 2062-BUSCAR-FECHA-CIERRE
                 THRU 2062-BUSCAR-FECHA-CIERRE-EXIT
                VARYING WS-FE-INDICE FROM 1 BY 1
                  UNTIL WS-FE-INDICE > WS-FE-CANT
                     OR WS-FE-HALLADA
              IF NOT WS-FE-HALLADA
                 SET WS-HIS-FUSION TO TRUE
              END-IF
           END-IF.

       2061-DETERMINAR-FUSION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2062-BUSCAR-FECHA-CIERRE.

       2145-BUSCAR-CATEG-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GUARDAR EL ACUMULADO DE LA SUCURSAL/CATEGORIA   *
      *    QUE CIERRA EN LA TABLA DE VENTAS DEL DIA. CADA PAR CORTA     *
      *    UNA SOLA VEZ POR DIA, POR LO QUE NO HACE FALTA BUSCARLO      *
      *----------------------------------------------------------------*
       2147-AGREGAR-VENTAS-SUC.

           IF WS-VS-CANT < 1000
              ADD 1                         TO WS-VS-CANT
              MOVE WS-CC-SUCURSAL-ANT       TO
                      WS-VS-SUCURSAL(WS-VS-CANT)
              MOVE WS-CC-CATEGORIA-ANT      TO
                      WS-VS-CATEGORIA(WS-VS-CANT)
              MOVE WS-CC-CANT-VENTAS-ACUM   TO
                      WS-VS-CANTIDAD(WS-VS-CANT)
              MOVE WS-CC-IMPORTE-ACUM       TO
                      WS-VS-IMPORTE(WS-VS-CANT)
           ELSE
              DISPLAY '*** ATENCION: TABLA DE VENTAS POR SUCURSAL '
                      'DEL DIA LLENA, LAS VENTAS POR SUCURSAL DEL '
                      'DIA QUEDAN INCOMPLETAS ***'
              IF WS-RETORNO < 04
                 MOVE 04                    TO WS-RETORNO
              END-IF
           END-IF.

       2147-AGREGAR-VENTAS-SUC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CONTROLES DE EXCEPCION DEL CIERRE DEL DIA: SALTOS DEL % DIA  *
      *    DE CADA CATEGORIA CONTRA EL DIA ANTERIOR Y DESVIO DEL        *
      *    TOTAL DEL DIA CONTRA EL PROMEDIO QUE VIENE HACIENDO EL MES   *
              PERFORM 2140-AGREGAR-HISTORIA-CATEG
                 THRU 2140-AGREGAR-HISTORIA-CATEG-EXIT

              PERFORM 2147-AGREGAR-VENTAS-SUC
                 THRU 2147-AGREGAR-VENTAS-SUC-EXIT

              PERFORM 2840-VERIFICAR-EMPLEADOS-CATEG
                 THRU 2840-VERIFICAR-EMPLEADOS-CATEG-EXIT
           END-IF.
       2155-IMPRIMIR-UNA-SUCURSAL.

           MOVE WS-BSD-SUCURSAL(WS-BSD-INDICE)  TO WS-LIS-D-SUCURSAL.
           MOVE WS-BSD-SUCURSAL(WS-BSD-INDICE)  TO WS-MS-CODIGO-BUSCADO.

           PERFORM 1696-BUSCAR-SUC-MAESTRO
              THRU 1696-BUSCAR-SUC-MAESTRO-EXIT.

           MOVE WS-MS-NOMBRE-HALLADO        TO WS-LIS-D-NOMBRE-SUC.
           MOVE WS-MS-REGION-HALLADA        TO WS-LIS-D-REGION.

           DISPLAY WS-LIS-SUCURSAL.
           MOVE WS-LIS-SUCURSAL TO SAL-linea.
      *----------------------------------------------------------------*
      *    PROCESO PARA IMPRIMIR EL RESUMEN COMPARATIVO DE SUCURSALES   *
      *    DEL DIA: CUOTA DE CADA SUCURSAL SOBRE EL TOTAL DEL DIA,      *
      *    COMO EL % DIA DE LAS CATEGORIAS. LAS SUCURSALES SALEN        *
      *    AGRUPADAS POR REGION (EN ORDEN DE NOMBRE) CON EL SUBTOTAL    *
      *    Y LA CUOTA DE CADA REGION; EL TOTAL DE LA EMPRESA ES EL      *
      *    TOTAL DEL DIA QUE SE IMPRIME A CONTINUACION                 *
      *----------------------------------------------------------------*
       2170-IMPRIMIR-RESUMEN-SUCURSAL.

           PERFORM 2500-GRABAR-ARCHIVO-SAL
           THRU 2500-GRABAR-ARCHIVO-SAL-EXIT.

           MOVE ZEROS                       TO WS-RG-CANT.

           PERFORM 2171-ACUMULAR-REGION-RESUMEN
              THRU 2171-ACUMULAR-REGION-RESUMEN-EXIT
              VARYING WS-BSD-INDICE FROM 1 BY 1
                 UNTIL WS-BSD-INDICE > WS-BSD-CANT-SUC.

           PERFORM 2173-IMPRIMIR-UNA-REGION
              THRU 2173-IMPRIMIR-UNA-REGION-EXIT
              VARYING WS-RG-INDICE FROM 1 BY 1
                 UNTIL WS-RG-INDICE > WS-RG-CANT.

           DISPLAY WS-LIS-SEPARADOR-2.
           MOVE WS-LIS-SEPARADOR-2 TO SAL-linea.


       2170-IMPRIMIR-RESUMEN-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2171-ACUMULAR-REGION-RESUMEN.

           MOVE WS-BSD-SUCURSAL(WS-BSD-INDICE)  TO WS-MS-CODIGO-BUSCADO.

           PERFORM 1696-BUSCAR-SUC-MAESTRO
              THRU 1696-BUSCAR-SUC-MAESTRO-EXIT.

           MOVE WS-MS-REGION-HALLADA        TO WS-RG-REGION-BUSCADA.

           PERFORM 2172-UBICAR-REGION
              THRU 2172-UBICAR-REGION-EXIT.

           ADD WS-BSD-IMPORTE(WS-BSD-INDICE)
                                TO WS-RG-IMPORTE(WS-RG-INDICE-HALLADO).

       2171-ACUMULAR-REGION-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA UBICAR LA REGION BUSCADA EN LA TABLA DEL DIA.   *
      *    SI NO ESTA SE LA INSERTA EN SU LUGAR POR NOMBRE, CORRIENDO   *
      *    UN LUGAR LAS QUE VAN DESPUES, CON SUS ACUMULADOS EN CERO     *
      *----------------------------------------------------------------*
       2172-UBICAR-REGION.

           MOVE 'N'                         TO WS-SW-RG-HALLADA.
           MOVE ZEROS                       TO WS-RG-INDICE-HALLADO.

           PERFORM 2176-COMPARAR-REGION
              THRU 2176-COMPARAR-REGION-EXIT
             VARYING WS-RG-INDICE FROM 1 BY 1
               UNTIL WS-RG-INDICE > WS-RG-CANT
                  OR WS-RG-HALLADA.

           IF WS-RG-HALLADA
              GO TO 2172-UBICAR-REGION-EXIT
           END-IF.

           COMPUTE WS-RG-INDICE-HALLADO = WS-RG-CANT + 1.

           PERFORM 2177-BUSCAR-LUGAR-REGION
              THRU 2177-BUSCAR-LUGAR-REGION-EXIT
             VARYING WS-RG-INDICE FROM 1 BY 1
               UNTIL WS-RG-INDICE > WS-RG-CANT
                  OR WS-RG-HALLADA.

           PERFORM 2178-CORRER-UNA-REGION
              THRU 2178-CORRER-UNA-REGION-EXIT
             VARYING WS-RG-INDICE-CORRER FROM WS-RG-CANT BY -1
               UNTIL WS-RG-INDICE-CORRER < WS-RG-INDICE-HALLADO.

           ADD 1                            TO WS-RG-CANT.
           MOVE WS-RG-REGION-BUSCADA   TO
                   WS-RG-REGION(WS-RG-INDICE-HALLADO).
           MOVE ZEROS                  TO
                   WS-RG-IMPORTE(WS-RG-INDICE-HALLADO).
           MOVE ZEROS                  TO
                   WS-RG-EFECTIVO(WS-RG-INDICE-HALLADO).
           MOVE ZEROS                  TO
                   WS-RG-TARJETA(WS-RG-INDICE-HALLADO).
           MOVE ZEROS                  TO
                   WS-RG-TRANSFER(WS-RG-INDICE-HALLADO).

       2172-UBICAR-REGION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2173-IMPRIMIR-UNA-REGION.

           PERFORM 2175-IMPRIMIR-UNA-SUC-RESUMEN
              THRU 2175-IMPRIMIR-UNA-SUC-RESUMEN-EXIT
              VARYING WS-BSD-INDICE FROM 1 BY 1
                 UNTIL WS-BSD-INDICE > WS-BSD-CANT-SUC.

           MOVE ZEROS                       TO WS-CC-PORCENTAJE-DIA.
           IF WS-CC-IMPORTE-ACUM-DIA NOT = ZEROS
              COMPUTE WS-CC-PORCENTAJE-DIA ROUNDED =
                 WS-RG-IMPORTE(WS-RG-INDICE) / WS-CC-IMPORTE-ACUM-DIA
                 * 100
           END-IF.

           MOVE WS-RG-REGION(WS-RG-INDICE)    TO WS-LIS-RR-REGION.
           MOVE WS-RG-IMPORTE(WS-RG-INDICE)   TO WS-LIS-RR-IMPORTE.
           MOVE WS-CC-PORCENTAJE-DIA          TO WS-LIS-RR-PORCENTAJE.

           DISPLAY WS-LIS-RESUMEN-REGION.
           MOVE WS-LIS-RESUMEN-REGION TO SAL-linea.

           PERFORM 2500-GRABAR-ARCHIVO-SAL
           THRU 2500-GRABAR-ARCHIVO-SAL-EXIT.

       2173-IMPRIMIR-UNA-REGION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2175-IMPRIMIR-UNA-SUC-RESUMEN.

      *    SOLO SE IMPRIMEN LAS SUCURSALES DE LA REGION EN CURSO
           MOVE WS-BSD-SUCURSAL(WS-BSD-INDICE)  TO WS-MS-CODIGO-BUSCADO.

           PERFORM 1696-BUSCAR-SUC-MAESTRO
              THRU 1696-BUSCAR-SUC-MAESTRO-EXIT.

           IF WS-MS-REGION-HALLADA NOT = WS-RG-REGION(WS-RG-INDICE)
              GO TO 2175-IMPRIMIR-UNA-SUC-RESUMEN-EXIT
           END-IF.

           MOVE ZEROS                       TO WS-CC-PORCENTAJE-DIA.
           IF WS-CC-IMPORTE-ACUM-DIA NOT = ZEROS
              COMPUTE WS-CC-PORCENTAJE-DIA ROUNDED =
           END-IF.

           MOVE WS-BSD-SUCURSAL(WS-BSD-INDICE)  TO WS-LIS-RS-SUCURSAL.
           MOVE WS-MS-NOMBRE-HALLADO          TO WS-LIS-RS-NOMBRE.
           MOVE WS-BSD-IMPORTE(WS-BSD-INDICE)   TO WS-LIS-RS-IMPORTE.
           MOVE WS-CC-PORCENTAJE-DIA          TO WS-LIS-RS-PORCENTAJE.


       2175-IMPRIMIR-UNA-SUC-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2176-COMPARAR-REGION.

           IF WS-RG-REGION(WS-RG-INDICE) = WS-RG-REGION-BUSCADA
              SET WS-RG-HALLADA TO TRUE
              MOVE WS-RG-INDICE             TO WS-RG-INDICE-HALLADO
           END-IF.

       2176-COMPARAR-REGION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EL LUGAR DE UNA REGION NUEVA ES EL DE LA PRIMERA QUE VA      *
      *    DESPUES POR NOMBRE; SI NO HAY NINGUNA, VA AL FINAL           *
      *----------------------------------------------------------------*
       2177-BUSCAR-LUGAR-REGION.

           IF WS-RG-REGION(WS-RG-INDICE) > WS-RG-REGION-BUSCADA
              SET WS-RG-HALLADA TO TRUE
              MOVE WS-RG-INDICE             TO WS-RG-INDICE-HALLADO
           END-IF.

       2177-BUSCAR-LUGAR-REGION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2178-CORRER-UNA-REGION.

           MOVE WS-RG-ITEM(WS-RG-INDICE-CORRER) TO
                   WS-RG-ITEM(WS-RG-INDICE-CORRER + 1).

       2178-CORRER-UNA-REGION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA GRABAR EL ARQUEO DEL DIA QUE CIERRA: UNA LINEA  *
      *    POR SUCURSAL CON EL NETO DE CADA METODO DE PAGO, EL TOTAL Y  *
      *    EL NOMBRE, AGRUPADAS POR REGION CON EL SUBTOTAL DE CADA      *
      *    REGION, Y AL FINAL EL TOTAL DEL DIA DE TODA LA EMPRESA       *
      *----------------------------------------------------------------*
       2180-GRABAR-ARQUEO-DIA.

           MOVE ZEROS                       TO WS-RG-CANT.
           MOVE ZEROS                       TO WS-RG-DIA-EFECTIVO.
           MOVE ZEROS                       TO WS-RG-DIA-TARJETA.
           MOVE ZEROS                       TO WS-RG-DIA-TRANSFER.

           PERFORM 2181-ACUMULAR-REGION-ARQUEO
              THRU 2181-ACUMULAR-REGION-ARQUEO-EXIT
             VARYING WS-ARQ-INDICE FROM 1 BY 1
               UNTIL WS-ARQ-INDICE > WS-ARQ-CANT.

           PERFORM 2183-GRABAR-UNA-REGION-ARQUEO
              THRU 2183-GRABAR-UNA-REGION-ARQUEO-EXIT
             VARYING WS-RG-INDICE FROM 1 BY 1
               UNTIL WS-RG-INDICE > WS-RG-CANT.

           IF WS-ARQ-CANT = ZEROS
              GO TO 2180-GRABAR-ARQUEO-DIA-EXIT
           END-IF.

           COMPUTE WS-RG-TOTAL = WS-RG-DIA-EFECTIVO +
                                 WS-RG-DIA-TARJETA +
                                 WS-RG-DIA-TRANSFER.

           MOVE '  TOTAL DIA'               TO WS-ARQ-S-ETIQUETA.
           MOVE WS-RG-DIA-EFECTIVO          TO WS-ARQ-S-EFECTIVO.
           MOVE WS-RG-DIA-TARJETA           TO WS-ARQ-S-TARJETA.
           MOVE WS-RG-DIA-TRANSFER          TO WS-ARQ-S-TRANSFER.
           MOVE WS-RG-TOTAL                 TO WS-ARQ-S-TOTAL.
           MOVE WS-CC-FECHA-ANT             TO WS-ARQ-S-DETALLE.

           PERFORM 2186-GRABAR-SUBTOTAL-ARQUEO
              THRU 2186-GRABAR-SUBTOTAL-ARQUEO-EXIT.

       2180-GRABAR-ARQUEO-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2181-ACUMULAR-REGION-ARQUEO.

           MOVE WS-ARQ-SUCURSAL(WS-ARQ-INDICE)  TO WS-MS-CODIGO-BUSCADO.

           PERFORM 1696-BUSCAR-SUC-MAESTRO
              THRU 1696-BUSCAR-SUC-MAESTRO-EXIT.

           MOVE WS-MS-REGION-HALLADA        TO WS-RG-REGION-BUSCADA.

           PERFORM 2172-UBICAR-REGION
              THRU 2172-UBICAR-REGION-EXIT.

           ADD WS-ARQ-EFECTIVO(WS-ARQ-INDICE)
                               TO WS-RG-EFECTIVO(WS-RG-INDICE-HALLADO)
                                  WS-RG-DIA-EFECTIVO.
           ADD WS-ARQ-TARJETA(WS-ARQ-INDICE)
                               TO WS-RG-TARJETA(WS-RG-INDICE-HALLADO)
                                  WS-RG-DIA-TARJETA.
           ADD WS-ARQ-TRANSFER(WS-ARQ-INDICE)
                               TO WS-RG-TRANSFER(WS-RG-INDICE-HALLADO)
                                  WS-RG-DIA-TRANSFER.

       2181-ACUMULAR-REGION-ARQUEO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2183-GRABAR-UNA-REGION-ARQUEO.

           PERFORM 2185-GRABAR-UNA-SUC-ARQUEO
              THRU 2185-GRABAR-UNA-SUC-ARQUEO-EXIT
             VARYING WS-ARQ-INDICE FROM 1 BY 1
               UNTIL WS-ARQ-INDICE > WS-ARQ-CANT.

           COMPUTE WS-RG-TOTAL = WS-RG-EFECTIVO(WS-RG-INDICE) +
                                 WS-RG-TARJETA(WS-RG-INDICE) +
                                 WS-RG-TRANSFER(WS-RG-INDICE).

           MOVE '  TOTAL REGION'            TO WS-ARQ-S-ETIQUETA.
           MOVE WS-RG-EFECTIVO(WS-RG-INDICE) TO WS-ARQ-S-EFECTIVO.
           MOVE WS-RG-TARJETA(WS-RG-INDICE)  TO WS-ARQ-S-TARJETA.
           MOVE WS-RG-TRANSFER(WS-RG-INDICE) TO WS-ARQ-S-TRANSFER.
           MOVE WS-RG-TOTAL                 TO WS-ARQ-S-TOTAL.
           MOVE WS-RG-REGION(WS-RG-INDICE)  TO WS-ARQ-S-DETALLE.

           PERFORM 2186-GRABAR-SUBTOTAL-ARQUEO
              THRU 2186-GRABAR-SUBTOTAL-ARQUEO-EXIT.

       2183-GRABAR-UNA-REGION-ARQUEO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2185-GRABAR-UNA-SUC-ARQUEO.

      *    SOLO SE GRABAN LAS SUCURSALES DE LA REGION EN CURSO
           MOVE WS-ARQ-SUCURSAL(WS-ARQ-INDICE)  TO WS-MS-CODIGO-BUSCADO.

           PERFORM 1696-BUSCAR-SUC-MAESTRO
              THRU 1696-BUSCAR-SUC-MAESTRO-EXIT.

           IF WS-MS-REGION-HALLADA NOT = WS-RG-REGION(WS-RG-INDICE)
              GO TO 2185-GRABAR-UNA-SUC-ARQUEO-EXIT
           END-IF.

           COMPUTE WS-ARQ-TOTAL-SUC =
                   WS-ARQ-EFECTIVO(WS-ARQ-INDICE) +
                   WS-ARQ-TARJETA(WS-ARQ-INDICE) +
           MOVE WS-ARQ-TRANSFER(WS-ARQ-INDICE)
                                             TO WS-ARQ-L-TRANSFER.
           MOVE WS-ARQ-TOTAL-SUC            TO WS-ARQ-L-TOTAL.
           MOVE WS-MS-NOMBRE-HALLADO        TO WS-ARQ-L-NOMBRE.

           IF WS-HIS-FUSION
              MOVE 'S'                      TO WS-ARQ-L-TIPO
           ELSE
              MOVE SPACE                    TO WS-ARQ-L-TIPO
           END-IF.

           MOVE WS-LINEA-ARQUEO             TO ARQ-linea.


       2185-GRABAR-UNA-SUC-ARQUEO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2186-GRABAR-SUBTOTAL-ARQUEO.

           MOVE WS-LINEA-ARQUEO-SUBTOTAL    TO ARQ-linea.

           WRITE ARQ-ARCHIVO.

           IF NOT FS-ARQUEO-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE ARQUEO'
              DISPLAY 'FILE STATUS: ' FS-ARQUEO
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2186-GRABAR-SUBTOTAL-ARQUEO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA SUMAR UN REGISTRO VALIDO AL ARQUEO DE SU        *
      *    SUCURSAL, EN EL METODO DE PAGO QUE CORRESPONDA. UNA          *
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN ENT-PAGO-EFECTIVO
                    IF ENT-ES-DEVOLUCION
                       SUBTRACT ENT-IMPORTE FROM
                               WS-ARQ-EFECTIVO(WS-ARQ-INDICE-HALLADO)
                    ELSE
                       ADD ENT-IMPORTE TO
                               WS-ARQ-EFECTIVO(WS-ARQ-INDICE-HALLADO)
                    END-IF
               WHEN ENT-PAGO-TARJETA
                    IF ENT-ES-DEVOLUCION
                       SUBTRACT ENT-IMPORTE FROM
                               WS-ARQ-TARJETA(WS-ARQ-INDICE-HALLADO)
                    ELSE
                       ADD ENT-IMPORTE TO
                               WS-ARQ-TARJETA(WS-ARQ-INDICE-HALLADO)
                    END-IF
               WHEN ENT-PAGO-TRANSFERENCIA
                    IF ENT-ES-DEVOLUCION
                       SUBTRACT ENT-IMPORTE FROM
                               WS-ARQ-TRANSFER(WS-ARQ-INDICE-HALLADO)
                    ELSE
                       ADD ENT-IMPORTE TO
                               WS-ARQ-TRANSFER(WS-ARQ-INDICE-HALLADO)
                    END-IF
           END-EVALUATE.

       2195-ACUMULAR-ARQUEO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2196-BUSCAR-SUC-ARQUEO.

           IF WS-ARQ-SUCURSAL(WS-ARQ-INDICE) = ENT-SUCURSAL
              SET WS-ARQ-HALLADO TO TRUE
              MOVE WS-ARQ-INDICE            TO WS-ARQ-INDICE-HALLADO
           END-IF.

       2196-BUSCAR-SUC-ARQUEO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA SUMAR UN REGISTRO VALIDO AL ASIENTO DEL DIA.    *
      *    LA CUENTA DE SU METODO DE PAGO SE DEBITA CON EL MISMO NETO   *
      *    QUE EL ARQUEO (UNA DEVOLUCION LA ACREDITA) Y LA             *
      *    CONTRAPARTIDA VA A VENTAS (HABER), DEVOLUCIONES (DEBE) O     *
      *    AJUSTES (HABER) DE SU CATEGORIA                             *
      *----------------------------------------------------------------*
       2197-ACUMULAR-ASIENTO.

           MOVE ENT-CATEGORIA               TO WS-CTA-CATEGORIA-BUSCADA.
           MOVE ENT-METODO-PAGO             TO WS-CTA-METODO-BUSCADO.

           PERFORM 1192-BUSCAR-CUENTA
              THRU 1192-BUSCAR-CUENTA-EXIT.

           IF NOT WS-CTA-HALLADO
              IF NOT WS-ASI-HUBO-SIN-CUENTA
                 DISPLAY '*** CATEGORIA SIN CUENTA CONTABLE: '
                         ENT-CATEGORIA ' METODO DE PAGO '
                         ENT-METODO-PAGO ' ***'
              END-IF
              SET WS-ASI-HUBO-SIN-CUENTA TO TRUE
              GO TO 2197-ACUMULAR-ASIENTO-EXIT
           END-IF.

           MOVE WS-CTA-CUENTA-DEBITO(WS-CTA-INDICE-HALLADO)
                                             TO WS-ASI-CUENTA-BUSCADA.
           MOVE ENT-METODO-PAGO             TO WS-ASI-CONCEPTO-BUSCADO.
           MOVE SPACES                      TO WS-ASI-CATEGORIA-BUSCADA.

           IF ENT-ES-DEVOLUCION
              COMPUTE WS-ASI-IMPORTE-MOVIM = 0 - ENT-IMPORTE
           ELSE
              MOVE ENT-IMPORTE              TO WS-ASI-IMPORTE-MOVIM
           END-IF.

           PERFORM 2198-SUMAR-LINEA-ASIENTO
              THRU 2198-SUMAR-LINEA-ASIENTO-EXIT.

           MOVE ENT-CATEGORIA               TO WS-ASI-CATEGORIA-BUSCADA.
           MOVE ENT-TIPO-MOVIM              TO WS-ASI-CONCEPTO-BUSCADO.

           EVALUATE TRUE
               WHEN ENT-ES-DEVOLUCION
                    MOVE WS-CTA-CUENTA-DEVOLUCION(WS-CTA-INDICE-HALLADO)
                                             TO WS-ASI-CUENTA-BUSCADA
                    MOVE ENT-IMPORTE        TO WS-ASI-IMPORTE-MOVIM
               WHEN ENT-ES-AJUSTE
                    MOVE WS-CTA-CUENTA-AJUSTE(WS-CTA-INDICE-HALLADO)
                                             TO WS-ASI-CUENTA-BUSCADA
                    COMPUTE WS-ASI-IMPORTE-MOVIM = 0 - ENT-IMPORTE
               WHEN OTHER
                    MOVE WS-CTA-CUENTA-VENTAS(WS-CTA-INDICE-HALLADO)
                                             TO WS-ASI-CUENTA-BUSCADA
                    COMPUTE WS-ASI-IMPORTE-MOVIM = 0 - ENT-IMPORTE
           END-EVALUATE.

           PERFORM 2198-SUMAR-LINEA-ASIENTO
              THRU 2198-SUMAR-LINEA-ASIENTO-EXIT.

       2197-ACUMULAR-ASIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA SUMAR WS-ASI-IMPORTE-MOVIM A LA LINEA DE LA     *
      *    SUCURSAL DEL REGISTRO CON LA CUENTA, CONCEPTO Y CATEGORIA    *
      *    BUSCADOS, AGREGANDOLA SI TODAVIA NO ESTA                    *
      *----------------------------------------------------------------*
       2198-SUMAR-LINEA-ASIENTO.

           MOVE 'N'                         TO WS-SW-ASI-HALLADO.
           MOVE ZEROS                       TO WS-ASI-INDICE-HALLADO.

           PERFORM 2199-BUSCAR-LINEA-ASIENTO
              THRU 2199-BUSCAR-LINEA-ASIENTO-EXIT
             VARYING WS-ASI-INDICE FROM 1 BY 1
               UNTIL WS-ASI-INDICE > WS-ASI-CANT
                  OR WS-ASI-HALLADO.

           IF NOT WS-ASI-HALLADO
              IF WS-ASI-CANT < 500
                 ADD 1                      TO WS-ASI-CANT
                 MOVE WS-ASI-CANT           TO WS-ASI-INDICE-HALLADO
                 MOVE ENT-SUCURSAL          TO
                         WS-ASI-SUCURSAL(WS-ASI-CANT)
                 MOVE WS-ASI-CUENTA-BUSCADA TO
                         WS-ASI-CUENTA(WS-ASI-CANT)
                 MOVE WS-ASI-CONCEPTO-BUSCADO TO
                         WS-ASI-CONCEPTO(WS-ASI-CANT)
                 MOVE WS-ASI-CATEGORIA-BUSCADA TO
                         WS-ASI-CATEGORIA(WS-ASI-CANT)
                 MOVE ZEROS                 TO
                         WS-ASI-SALDO(WS-ASI-CANT)
              ELSE
                 IF NOT WS-ASI-HUBO-DESBORDE
                    DISPLAY '*** ATENCION: BUFFER DEL ASIENTO DEL DIA '
                            WS-CC-FECHA-ANT ' LLENO ***'
                 END-IF
                 SET WS-ASI-HUBO-DESBORDE TO TRUE
                 GO TO 2198-SUMAR-LINEA-ASIENTO-EXIT
              END-IF
           END-IF.

           ADD WS-ASI-IMPORTE-MOVIM TO
                   WS-ASI-SALDO(WS-ASI-INDICE-HALLADO).

       2198-SUMAR-LINEA-ASIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2199-BUSCAR-LINEA-ASIENTO.

           IF WS-ASI-SUCURSAL(WS-ASI-INDICE) = ENT-SUCURSAL
              AND WS-ASI-CUENTA(WS-ASI-INDICE) = WS-ASI-CUENTA-BUSCADA
              AND WS-ASI-CONCEPTO(WS-ASI-INDICE) =
                  WS-ASI-CONCEPTO-BUSCADO
              AND WS-ASI-CATEGORIA(WS-ASI-INDICE) =
                  WS-ASI-CATEGORIA-BUSCADA
              SET WS-ASI-HALLADO TO TRUE
              MOVE WS-ASI-INDICE            TO WS-ASI-INDICE-HALLADO
           END-IF.

       2199-BUSCAR-LINEA-ASIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA CERRAR EL ASIENTO DEL DIA: DEBE Y HABER TIENEN  *
      *    QUE SER IGUALES Y LOS DEBITOS POR METODO DE PAGO TIENEN QUE  *
      *    SUMAR EL NETO DEL DIA DEL REPORTE. SI ALGO NO CIERRA (O      *
      *    HUBO CATEGORIAS SIN CUENTA O DESBORDE) LA CORRIDA ABORTA     *
      *    CON SU RETURN CODE PROPIO Y LA INTERFAZ NO SE LIBERA        *
      *----------------------------------------------------------------*
       2190-GRABAR-ASIENTO-DIA.

           MOVE ZEROS                       TO WS-ASI-TOTAL-DEBE.
           MOVE ZEROS                       TO WS-ASI-TOTAL-HABER.
           MOVE ZEROS                       TO WS-ASI-TOTAL-METODOS.

           PERFORM 2191-SUMAR-UNA-LINEA-ASI
              THRU 2191-SUMAR-UNA-LINEA-ASI-EXIT
             VARYING WS-ASI-INDICE FROM 1 BY 1
               UNTIL WS-ASI-INDICE > WS-ASI-CANT.

           IF WS-ASI-HUBO-SIN-CUENTA OR WS-ASI-HUBO-DESBORDE
              OR WS-ASI-TOTAL-DEBE NOT = WS-ASI-TOTAL-HABER
              OR WS-ASI-TOTAL-METODOS NOT = WS-CC-IMPORTE-ACUM-DIA
              DISPLAY '*** ASIENTO DEL DIA ' WS-CC-FECHA-ANT
                      ' NO BALANCEA - DEBE: ' WS-ASI-TOTAL-DEBE
                      ' HABER: ' WS-ASI-TOTAL-HABER
                      ' NETO DEL DIA: ' WS-CC-IMPORTE-ACUM-DIA ' ***'
              DISPLAY '*** NO SE LIBERA LA INTERFAZ DE ASIENTOS ***'
              MOVE 09 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2190-GRABAR-ASIENTO-DIA-EXIT
           END-IF.

           PERFORM 2192-GRABAR-UNA-LINEA-ASI
              THRU 2192-GRABAR-UNA-LINEA-ASI-EXIT
             VARYING WS-ASI-INDICE FROM 1 BY 1
               UNTIL WS-ASI-INDICE > WS-ASI-CANT
                  OR WS-ABORTAR-CORRIDA.

       2190-GRABAR-ASIENTO-DIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2191-SUMAR-UNA-LINEA-ASI.

           IF WS-ASI-SALDO(WS-ASI-INDICE) > ZEROS
              ADD WS-ASI-SALDO(WS-ASI-INDICE)  TO WS-ASI-TOTAL-DEBE
           ELSE
              SUBTRACT WS-ASI-SALDO(WS-ASI-INDICE)
                  FROM WS-ASI-TOTAL-HABER
           END-IF.

           IF WS-ASI-CONCEPTO(WS-ASI-INDICE) = 'E' OR 'T' OR 'B'
              ADD WS-ASI-SALDO(WS-ASI-INDICE)  TO WS-ASI-TOTAL-METODOS
           END-IF.

       2191-SUMAR-UNA-LINEA-ASI-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    UNA LINEA EN CERO (P. EJ. UNA VENTA Y SU DEVOLUCION POR EL   *
      *    MISMO METODO EN EL DIA) NO SE GRABA                         *
      *----------------------------------------------------------------*
       2192-GRABAR-UNA-LINEA-ASI.

           IF WS-ASI-SALDO(WS-ASI-INDICE) = ZEROS
              GO TO 2192-GRABAR-UNA-LINEA-ASI-EXIT
           END-IF.

           MOVE WS-CC-FECHA-ANT             TO AST-FECHA.
           MOVE WS-ASI-SUCURSAL(WS-ASI-INDICE)  TO AST-SUCURSAL.
           MOVE WS-ASI-CUENTA(WS-ASI-INDICE)    TO AST-CUENTA.
           MOVE WS-ASI-CONCEPTO(WS-ASI-INDICE)  TO AST-CONCEPTO.
           MOVE WS-ASI-CATEGORIA(WS-ASI-INDICE) TO AST-CATEGORIA.

           IF WS-HIS-FUSION
              MOVE 'S'                      TO AST-TIPO-ASIENTO
           ELSE
              MOVE 'R'                      TO AST-TIPO-ASIENTO
           END-IF.

           IF WS-ASI-SALDO(WS-ASI-INDICE) > ZEROS
              MOVE 'D'                      TO AST-DEBE-HABER
              MOVE WS-ASI-SALDO(WS-ASI-INDICE)  TO AST-IMPORTE
           ELSE
              MOVE 'H'                      TO AST-DEBE-HABER
              COMPUTE AST-IMPORTE = 0 - WS-ASI-SALDO(WS-ASI-INDICE)
           END-IF.

           WRITE AST-ARCHIVO.

           IF NOT FS-ASIENTOS-TMP-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE TRABAJO DEL '
                      'ASIENTO'
              DISPLAY 'FILE STATUS: ' FS-ASIENTOS-TMP
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2192-GRABAR-UNA-LINEA-ASI-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-PROCESAR-CORTE-X-CATEG.

           MOVE ZEROS                 TO WS-CC-IMPORTE-ACUM-EMP.
           MOVE ZEROS                 TO WS-CC-CANT-VENTAS-ACUM-EMP.
           MOVE ZEROS                 TO WS-CC-IMP-COMISION-EMP.
           MOVE ZEROS                 TO WS-TKT-CANT-GRUPO.

           MOVE ENT-ID-EMPLEADO              TO WS-CC-EMPLEADO-ANT.
           MOVE ENT-NOMBRE-APELLIDO           TO WS-CC-NOMBRE-ANT.
      *    REGISTRO RECHAZADO NO DEBE PISARLO CON LA GRAFIA DEL
      *    EXTRACTO
      *    LAS DEVOLUCIONES RESTAN DEL NETO Y SE ACUMULAN APARTE PARA
      *    LA COLUMNA DE DEVOLUCIONES; VENTAS Y AJUSTES SUMAN. LA
      *    COMISION DE UNA DEVOLUCION SE REVIERTE AL VENDEDOR DE LA
      *    VENTA ORIGINAL (VER 2290), NO A QUIEN LA PROCESA
           IF WS-REGISTRO-ES-VALIDO
              IF ENT-ES-DEVOLUCION
                 SUBTRACT ENT-IMPORTE FROM WS-CC-IMPORTE-ACUM-EMP
                 ADD ENT-IMPORTE      TO WS-CC-IMP-DEVOL-ACUM
                 PERFORM 2290-APLICAR-DEVOLUCION
                    THRU 2290-APLICAR-DEVOLUCION-EXIT
              ELSE
                 ADD ENT-IMPORTE      TO WS-CC-IMPORTE-ACUM-EMP
                 ADD ENT-IMPORTE      TO WS-CC-IMP-BRUTO-ACUM
                 ADD ENT-IMPORTE      TO WS-CC-IMP-COMISION-EMP
              END-IF
              IF ENT-ES-VENTA
                 PERFORM 2280-REGISTRAR-VENTA
                    THRU 2280-REGISTRAR-VENTA-EXIT
              END-IF
              ADD 1                   TO WS-CC-CANT-VENTAS-ACUM-EMP
              MOVE ENT-NOMBRE-APELLIDO      TO WS-CC-NOMBRE-ANT
              PERFORM 2195-ACUMULAR-ARQUEO
                 THRU 2195-ACUMULAR-ARQUEO-EXIT
              PERFORM 2197-ACUMULAR-ASIENTO
                 THRU 2197-ACUMULAR-ASIENTO-EXIT
              PERFORM 2860-VERIFICAR-TICKET
                 THRU 2860-VERIFICAR-TICKET-EXIT
           END-IF.
           END-IF.

           COMPUTE WS-COM-IMPORTE-COMISION ROUNDED =
                   WS-CC-IMP-COMISION-EMP * WS-COM-PORCENTAJE-APLIC
                   / 100.

           MOVE WS-CC-FECHA-ANT           TO WS-COM-FECHA.
           MOVE WS-CC-EMPLEADO-ANT        TO WS-COM-EMPLEADO.
           MOVE WS-CC-NOMBRE-ANT          TO WS-COM-NOMBRE.
           MOVE WS-CC-CATEGORIA-ANT       TO WS-COM-CATEGORIA.
           MOVE WS-CC-IMP-COMISION-EMP    TO WS-COM-IMPORTE-VENDIDO.
           MOVE WS-COM-PORCENTAJE-APLIC   TO WS-COM-PORCENTAJE.

           PERFORM 2650-GRABAR-ARCHIVO-COMISIONES
              THRU 2650-GRABAR-ARCHIVO-COMISIONES-EXIT.

           PERFORM 2278-GRABAR-PCT-UN-TICKET
              THRU 2278-GRABAR-PCT-UN-TICKET-EXIT
             VARYING WS-TKT-INDICE FROM 1 BY 1
               UNTIL WS-TKT-INDICE > WS-TKT-CANT-GRUPO.

       2270-CALCULAR-COMISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
              END-IF
           END-IF.

           ADD WS-CC-IMP-COMISION-EMP       TO
                   WS-AC-IMPORTE(WS-AC-INDICE-HALLADO).

       2272-ACUMULAR-MES-EMPLEADO-EXIT.

       2275-COMPARAR-CATEGORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA DEJAR EN UNA VENTA DEL GRUPO RECIEN LIQUIDADO   *
      *    EL % DE COMISION APLICADO, QUE ES EL QUE SE REVIERTE SI      *
      *    DESPUES SE LA DEVUELVE                                      *
      *----------------------------------------------------------------*
       2278-GRABAR-PCT-UN-TICKET.

           MOVE WS-CC-FECHA-ANT             TO TKT-FECHA.
           MOVE WS-CC-SUCURSAL-ANT          TO TKT-SUCURSAL.
           MOVE WS-TKT-GRUPO-TICKET(WS-TKT-INDICE)
                                             TO TKT-NRO-TICKET.

           READ TICKETS.

           IF NOT FS-TICKETS-OK
              GO TO 2278-GRABAR-PCT-UN-TICKET-EXIT
           END-IF.

           MOVE WS-COM-PORCENTAJE-APLIC     TO TKT-PORCENTAJE.

           REWRITE TKT-ARCHIVO.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL ACTUALIZAR EL REGISTRO DE TICKETS'
              DISPLAY 'FILE STATUS: ' FS-TICKETS
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2278-GRABAR-PCT-UN-TICKET-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA REGISTRAR UNA VENTA ACEPTADA EN EL REGISTRO DE  *
      *    TICKETS. EN UN REPROCESO DEL DIA LA VENTA YA ESTA: SE LA     *
      *    REESCRIBE CONSERVANDO LO QUE YA SE LE DEVOLVIO              *
      *----------------------------------------------------------------*
       2280-REGISTRAR-VENTA.

           MOVE ENT-FECHA                   TO TKT-FECHA.
           MOVE ENT-SUCURSAL                TO TKT-SUCURSAL.
           MOVE ENT-NRO-TICKET              TO TKT-NRO-TICKET.

           READ TICKETS.

           IF NOT FS-TICKETS-OK
              MOVE ZEROS                    TO TKT-IMPORTE-DEVUELTO
           END-IF.

           SET TKT-ES-VENTA TO TRUE.
           MOVE ENT-ID-EMPLEADO             TO TKT-ID-EMPLEADO.
           MOVE ENT-NOMBRE-APELLIDO         TO TKT-NOMBRE-APELLIDO.
           MOVE ENT-CATEGORIA               TO TKT-CATEGORIA.
           MOVE ENT-IMPORTE                 TO TKT-IMPORTE.
           MOVE ZEROS                       TO TKT-PORCENTAJE.
           MOVE SPACES                      TO TKT-FECHA-ORIGINAL.
           MOVE ZEROS                       TO TKT-TICKET-ORIGINAL.

           IF FS-TICKETS-OK
              REWRITE TKT-ARCHIVO
           ELSE
              WRITE TKT-ARCHIVO
           END-IF.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL GRABAR EL REGISTRO DE TICKETS'
              DISPLAY 'FILE STATUS: ' FS-TICKETS
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2280-REGISTRAR-VENTA-EXIT
           END-IF.

           IF WS-DA-CANT > ZEROS
              PERFORM 2285-DESCONTAR-DEV-ANTICIPADA
                 THRU 2285-DESCONTAR-DEV-ANTICIPADA-EXIT
                VARYING WS-DA-INDICE FROM 1 BY 1
                  UNTIL WS-DA-INDICE > WS-DA-CANT
           END-IF.

           IF WS-TKT-CANT-GRUPO < 300
              ADD 1                         TO WS-TKT-CANT-GRUPO
              MOVE ENT-NRO-TICKET           TO
                      WS-TKT-GRUPO-TICKET(WS-TKT-CANT-GRUPO)
           ELSE
              DISPLAY '*** ATENCION: MAS DE 300 VENTAS DEL EMPLEADO '
                      ENT-ID-EMPLEADO ' EN LA CATEGORIA, EL TICKET '
                      ENT-NRO-TICKET ' QUEDA SIN % REGISTRADO ***'
           END-IF.

       2280-REGISTRAR-VENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA DESCONTAR DE LA BASE DE COMISION DEL GRUPO UNA  *
      *    DEVOLUCION YA APLICADA CONTRA LA VENTA QUE SE REGISTRA       *
      *----------------------------------------------------------------*
       2285-DESCONTAR-DEV-ANTICIPADA.

           IF WS-DA-SUCURSAL(WS-DA-INDICE) = ENT-SUCURSAL
              AND WS-DA-TICKET(WS-DA-INDICE) = ENT-NRO-TICKET
              SUBTRACT WS-DA-IMPORTE(WS-DA-INDICE)
                  FROM WS-CC-IMP-COMISION-EMP
              MOVE ZEROS                    TO
                      WS-DA-IMPORTE(WS-DA-INDICE)
           END-IF.

       2285-DESCONTAR-DEV-ANTICIPADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA APLICAR UNA DEVOLUCION VALIDADA POR 1690:       *
      *    - SI LA VENTA ORIGINAL ES DEL GRUPO ABIERTO (MISMO DIA,      *
      *      EMPLEADO Y CATEGORIA) SE LA DESCUENTA DE LA BASE DE        *
      *      COMISION DEL GRUPO, QUE TODAVIA NO SE LIQUIDO             *
      *    - SI NO, SE GRABA UNA LINEA DE REVERSION DE COMISION AL      *
      *      VENDEDOR ORIGINAL, CON FECHA DE LA DEVOLUCION (CAE EN EL   *
      *      MES EN QUE SE DEVOLVIO) Y AL % CON QUE SE LIQUIDO LA VENTA *
      *    DESPUES SE ACTUALIZA LO DEVUELTO DE LA VENTA Y SE REGISTRA   *
      *    LA PROPIA DEVOLUCION                                        *
      *----------------------------------------------------------------*
       2290-APLICAR-DEVOLUCION.

           MOVE WS-TKT-FECHA-ORIG           TO TKT-FECHA.
           MOVE ENT-SUCURSAL                TO TKT-SUCURSAL.
           MOVE WS-TKT-TICKET-ORIG          TO TKT-NRO-TICKET.

           READ TICKETS.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL LEER EL REGISTRO DE TICKETS'
              DISPLAY 'FILE STATUS: ' FS-TICKETS
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2290-APLICAR-DEVOLUCION-EXIT
           END-IF.

           IF TKT-FECHA = ENT-FECHA
              AND TKT-ID-EMPLEADO = ENT-ID-EMPLEADO
              AND TKT-CATEGORIA = ENT-CATEGORIA
              SUBTRACT ENT-IMPORTE FROM WS-CC-IMP-COMISION-EMP
              GO TO 2291-ACTUALIZAR-DEVUELTO
           END-IF.

      *    UNA VENTA DEL MISMO DIA DE UN GRUPO QUE EL SORT DEJA MAS
      *    ADELANTE TODAVIA NO SE LIQUIDO: SE ANOTA LA DEVOLUCION PARA
      *    QUE 2280 LA DESCUENTE DE LA BASE DE COMISION DE ESE GRUPO
           IF TKT-FECHA = ENT-FECHA
              AND (TKT-CATEGORIA > ENT-CATEGORIA
                   OR (TKT-CATEGORIA = ENT-CATEGORIA
                       AND TKT-ID-EMPLEADO > ENT-ID-EMPLEADO))
              IF WS-DA-CANT < 300
                 ADD 1                      TO WS-DA-CANT
                 MOVE ENT-SUCURSAL          TO
                         WS-DA-SUCURSAL(WS-DA-CANT)
                 MOVE TKT-NRO-TICKET        TO
                         WS-DA-TICKET(WS-DA-CANT)
                 MOVE ENT-IMPORTE           TO
                         WS-DA-IMPORTE(WS-DA-CANT)
                 GO TO 2291-ACTUALIZAR-DEVUELTO
              ELSE
                 DISPLAY '*** ATENCION: MAS DE 300 DEVOLUCIONES '
                         'ANTICIPADAS EN EL DIA, LA DEVOLUCION '
                         ENT-NRO-TICKET ' SE REVIERTE APARTE ***'
              END-IF
           END-IF.

           MOVE ENT-FECHA                   TO WS-COM-FECHA.
           MOVE ENT-SUCURSAL                TO WS-COM-SUCURSAL.
           MOVE TKT-ID-EMPLEADO             TO WS-COM-EMPLEADO.
           MOVE TKT-NOMBRE-APELLIDO         TO WS-COM-NOMBRE.
           MOVE TKT-CATEGORIA               TO WS-COM-CATEGORIA.
           COMPUTE WS-COM-IMPORTE-VENDIDO = 0 - ENT-IMPORTE.
           MOVE TKT-PORCENTAJE              TO WS-COM-PORCENTAJE.
           COMPUTE WS-COM-IMPORTE-COMISION ROUNDED =
                   0 - ENT-IMPORTE * TKT-PORCENTAJE / 100.
           PERFORM 2650-GRABAR-ARCHIVO-COMISIONES
              THRU 2650-GRABAR-ARCHIVO-COMISIONES-EXIT.

       2291-ACTUALIZAR-DEVUELTO.

           COMPUTE TKT-IMPORTE-DEVUELTO = TKT-IMPORTE-DEVUELTO
                 - WS-TKT-IMP-PREVIO + ENT-IMPORTE.

           REWRITE TKT-ARCHIVO.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL ACTUALIZAR EL REGISTRO DE TICKETS'
              DISPLAY 'FILE STATUS: ' FS-TICKETS
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 2290-APLICAR-DEVOLUCION-EXIT
           END-IF.

      *    UN NUMERO DE TICKET YA USADO POR OTRA VENTA DEL DIA NO SE
      *    PISA: LA DEVOLUCION QUEDA APLICADA PERO SIN REGISTRO PROPIO
           IF WS-TKT-PROPIO-EXISTE AND WS-TKT-IMP-PREVIO = ZEROS
              DISPLAY '*** ATENCION: LA DEVOLUCION ' ENT-NRO-TICKET
                      ' DEL ' ENT-FECHA ' REPITE UN TICKET YA '
                      'REGISTRADO, NO SE LA REGISTRA ***'
              GO TO 2290-APLICAR-DEVOLUCION-EXIT
           END-IF.

           MOVE ENT-FECHA                   TO TKT-FECHA.
           MOVE ENT-SUCURSAL                TO TKT-SUCURSAL.
           MOVE ENT-NRO-TICKET              TO TKT-NRO-TICKET.
           SET TKT-ES-DEVOLUCION TO TRUE.
           MOVE ENT-ID-EMPLEADO             TO TKT-ID-EMPLEADO.
           MOVE ENT-NOMBRE-APELLIDO         TO TKT-NOMBRE-APELLIDO.
           MOVE ENT-CATEGORIA               TO TKT-CATEGORIA.
           MOVE ENT-IMPORTE                 TO TKT-IMPORTE.
           MOVE ZEROS                       TO TKT-IMPORTE-DEVUELTO.
           MOVE ZEROS                       TO TKT-PORCENTAJE.
           MOVE WS-TKT-FECHA-ORIG           TO TKT-FECHA-ORIGINAL.
           MOVE WS-TKT-TICKET-ORIG          TO TKT-TICKET-ORIGINAL.

           IF WS-TKT-PROPIO-EXISTE
              REWRITE TKT-ARCHIVO
           ELSE
              WRITE TKT-ARCHIVO
           END-IF.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL GRABAR EL REGISTRO DE TICKETS'
              DISPLAY 'FILE STATUS: ' FS-TICKETS
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       2290-APLICAR-DEVOLUCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PROCESO PARA ESCRIBIR EL ARCHIVO DE SALIDA CON PAGINADO:     *
                 THRU 3100-RECONCILIAR-TOTALES-FIN
           END-IF.

      *    LA INTERFAZ DE ASIENTOS SE LIBERA SOLO SI LA CORRIDA LLEGO
      *    ENTERA HASTA AQUI (UN NO CONCILIA ESTRICTO TAMBIEN LA FRENA)
           IF NOT WS-ABORTAR-CORRIDA
              PERFORM 3050-LIBERAR-ASIENTOS
                 THRU 3050-LIBERAR-ASIENTOS-FIN
           END-IF.

      *    LINEA DE CIERRE DEL REPORTE, SIEMPRE LA ULTIMA DEL
      *    LISTADO: PERMITE DISTINGUIR UNA IMPRESION COMPLETA DE UNA
      *    CORTADA POR LA IMPRESORA
           PERFORM 3670-CERRAR-ARQUEO
              THRU 3670-CERRAR-ARQUEO-FIN.

           PERFORM 3675-CERRAR-ASIENTOS-TMP
              THRU 3675-CERRAR-ASIENTOS-TMP-FIN.

           PERFORM 3680-CERRAR-HISTORIA
              THRU 3680-CERRAR-HISTORIA-FIN.

           PERFORM 3690-CERRAR-TICKETS
              THRU 3690-CERRAR-TICKETS-FIN.

           PERFORM 3695-CERRAR-VENTAS-SUC
              THRU 3695-CERRAR-VENTAS-SUC-FIN.

           PERFORM 3697-CERRAR-CALENDARIO
              THRU 3697-CERRAR-CALENDARIO-FIN.

           IF WS-ABORTAR-CORRIDA
              DISPLAY '*** CORRIDA ABORTADA - RETURN CODE ' WS-RETORNO
                      ' - SE CONSERVA EL CHECKPOINT ***'
       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA LIBERAR LA INTERFAZ DE ASIENTOS: UNA PRIMERA    *
      *    PASADA POR EL ARCHIVO DE TRABAJO TOTALIZA DEBE Y HABER DE    *
      *    TODOS LOS DIAS DE LA CORRIDA (TAMBIEN LOS DE ANTES DE UN     *
      *    REINICIO); SOLO SI BALANCEAN SE GRABA LA INTERFAZ CON SU     *
      *    CABECERA, UN ASIENTO NUMERADO POR FECHA Y EL TRAILER        *
      *----------------------------------------------------------------*
       3050-LIBERAR-ASIENTOS.

           PERFORM 3675-CERRAR-ASIENTOS-TMP
              THRU 3675-CERRAR-ASIENTOS-TMP-FIN.

           MOVE ZEROS                       TO WS-LIB-CANT-ASIENTOS.
           MOVE ZEROS                       TO WS-LIB-CANT-LINEAS.
           MOVE ZEROS                       TO WS-LIB-TOTAL-DEBE.
           MOVE ZEROS                       TO WS-LIB-TOTAL-HABER.
           MOVE SPACES                      TO WS-LIB-FECHA-DESDE.
           MOVE SPACES                      TO WS-LIB-FECHA-HASTA.
           MOVE SPACES                      TO WS-LIB-FECHA-ANT.

           OPEN INPUT ASIENTOS-TMP.

           IF NOT FS-ASIENTOS-TMP-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO DEL '
                      'ASIENTO'
              DISPLAY 'FILE STATUS: ' FS-ASIENTOS-TMP
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 3050-LIBERAR-ASIENTOS-FIN
           END-IF.

           PERFORM 3055-SUMAR-UNA-LINEA-AST
              THRU 3055-SUMAR-UNA-LINEA-AST-EXIT
             UNTIL FS-ASIENTOS-TMP-EOF.

           CLOSE ASIENTOS-TMP.

           IF WS-ABORTAR-CORRIDA
              GO TO 3050-LIBERAR-ASIENTOS-FIN
           END-IF.

           MOVE WS-LIB-TOTAL-DEBE           TO WS-LIB-TOTAL-DEBE-ED.
           MOVE WS-LIB-TOTAL-HABER          TO WS-LIB-TOTAL-HABER-ED.

           IF WS-LIB-TOTAL-DEBE NOT = WS-LIB-TOTAL-HABER
              DISPLAY '*** LA INTERFAZ DE ASIENTOS NO BALANCEA - DEBE: '
                      WS-LIB-TOTAL-DEBE-ED ' HABER: '
                      WS-LIB-TOTAL-HABER-ED ' ***'
              DISPLAY '*** NO SE LIBERA LA INTERFAZ DE ASIENTOS ***'
              MOVE 09 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 3050-LIBERAR-ASIENTOS-FIN
           END-IF.

           OPEN OUTPUT ASIENTOS.

           IF NOT FS-ASIENTOS-OK
              DISPLAY 'ERROR AL ABRIR LA INTERFAZ DE ASIENTOS'
              DISPLAY 'FILE STATUS: ' FS-ASIENTOS
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              GO TO 3050-LIBERAR-ASIENTOS-FIN
           END-IF.

           MOVE WS-HPC-HORA                 TO WS-LIB-HORA(1:2).
           MOVE ':'                         TO WS-LIB-HORA(3:1).
           MOVE WS-HPC-MINUTO               TO WS-LIB-HORA(4:2).
           MOVE ':'                         TO WS-LIB-HORA(6:1).
           MOVE WS-HPC-SEGUNDO              TO WS-LIB-HORA(7:2).

           MOVE SPACES                      TO ASI-ARCHIVO.
           MOVE 'H'                         TO ASI-CB-TIPO-REG.
           MOVE 'CL11EJ02'                  TO ASI-CB-ORIGEN.
           MOVE WS-FECHA-PROCESO            TO ASI-CB-FECHA-PROCESO.
           MOVE WS-LIB-HORA                 TO ASI-CB-HORA-PROCESO.
           MOVE WS-LIB-FECHA-DESDE          TO ASI-CB-FECHA-DESDE.
           MOVE WS-LIB-FECHA-HASTA          TO ASI-CB-FECHA-HASTA.

           PERFORM 3065-GRABAR-REG-ASIENTOS
              THRU 3065-GRABAR-REG-ASIENTOS-EXIT.

           OPEN INPUT ASIENTOS-TMP.

           IF NOT FS-ASIENTOS-TMP-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO DEL '
                      'ASIENTO'
              DISPLAY 'FILE STATUS: ' FS-ASIENTOS-TMP
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
              CLOSE ASIENTOS
              GO TO 3050-LIBERAR-ASIENTOS-FIN
           END-IF.

           MOVE ZEROS                       TO WS-LIB-CANT-ASIENTOS.
           MOVE SPACES                      TO WS-LIB-FECHA-ANT.

           PERFORM 3060-COPIAR-UNA-LINEA-AST
              THRU 3060-COPIAR-UNA-LINEA-AST-EXIT
             UNTIL FS-ASIENTOS-TMP-EOF
                OR WS-ABORTAR-CORRIDA.

           CLOSE ASIENTOS-TMP.

           IF NOT WS-ABORTAR-CORRIDA
              MOVE SPACES                   TO ASI-ARCHIVO
              MOVE 'T'                      TO ASI-TR-TIPO-REG
              MOVE WS-LIB-CANT-ASIENTOS     TO ASI-TR-CANT-ASIENTOS
              MOVE WS-LIB-CANT-LINEAS       TO ASI-TR-CANT-LINEAS
              MOVE WS-LIB-TOTAL-DEBE        TO ASI-TR-TOTAL-DEBE
              MOVE WS-LIB-TOTAL-HABER       TO ASI-TR-TOTAL-HABER
              PERFORM 3065-GRABAR-REG-ASIENTOS
                 THRU 3065-GRABAR-REG-ASIENTOS-EXIT
           END-IF.

           CLOSE ASIENTOS.

           IF WS-ABORTAR-CORRIDA
              DISPLAY '*** NO SE LIBERA LA INTERFAZ DE ASIENTOS ***'
           ELSE
              DISPLAY 'INTERFAZ DE ASIENTOS GRABADA: '
                       WS-NOMBRE-ASIENTOS(1:40)
              DISPLAY 'ASIENTOS: ' WS-LIB-CANT-ASIENTOS
                      ' LINEAS: ' WS-LIB-CANT-LINEAS
              DISPLAY 'TOTAL DEBE: ' WS-LIB-TOTAL-DEBE-ED
                      ' TOTAL HABER: ' WS-LIB-TOTAL-HABER-ED
           END-IF.

       3050-LIBERAR-ASIENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3055-SUMAR-UNA-LINEA-AST.

           READ ASIENTOS-TMP.

           EVALUATE TRUE
               WHEN FS-ASIENTOS-TMP-OK
                    ADD 1                   TO WS-LIB-CANT-LINEAS
                    IF AST-ES-DEBE
                       ADD AST-IMPORTE      TO WS-LIB-TOTAL-DEBE
                    ELSE
                       ADD AST-IMPORTE      TO WS-LIB-TOTAL-HABER
                    END-IF
                    IF WS-LIB-FECHA-DESDE = SPACES
                       OR AST-FECHA < WS-LIB-FECHA-DESDE
                       MOVE AST-FECHA       TO WS-LIB-FECHA-DESDE
                    END-IF
                    IF AST-FECHA > WS-LIB-FECHA-HASTA
                       MOVE AST-FECHA       TO WS-LIB-FECHA-HASTA
                    END-IF
               WHEN FS-ASIENTOS-TMP-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE TRABAJO DEL '
                            'ASIENTO'
                    DISPLAY 'FILE STATUS: ' FS-ASIENTOS-TMP
                    MOVE 10 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                    SET FS-ASIENTOS-TMP-EOF TO TRUE
           END-EVALUATE.

       3055-SUMAR-UNA-LINEA-AST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CADA FECHA DE NEGOCIO ES UN ASIENTO: EL NUMERO AVANZA CUANDO *
      *    CAMBIA LA FECHA DE LA LINEA                                 *
      *----------------------------------------------------------------*
       3060-COPIAR-UNA-LINEA-AST.

           READ ASIENTOS-TMP.

           EVALUATE TRUE
               WHEN FS-ASIENTOS-TMP-OK
                    CONTINUE
               WHEN FS-ASIENTOS-TMP-EOF
                    GO TO 3060-COPIAR-UNA-LINEA-AST-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE TRABAJO DEL '
                            'ASIENTO'
                    DISPLAY 'FILE STATUS: ' FS-ASIENTOS-TMP
                    MOVE 10 TO WS-SEV-CODIGO
                    PERFORM 9000-REGISTRAR-ERROR-FATAL
                       THRU 9000-REGISTRAR-ERROR-FATAL-FIN
                    GO TO 3060-COPIAR-UNA-LINEA-AST-EXIT
           END-EVALUATE.

           IF AST-FECHA NOT = WS-LIB-FECHA-ANT
              ADD 1                         TO WS-LIB-CANT-ASIENTOS
              MOVE AST-FECHA                TO WS-LIB-FECHA-ANT
           END-IF.

           MOVE SPACES                      TO ASI-ARCHIVO.
           MOVE 'D'                         TO ASI-TIPO-REG.
           MOVE AST-FECHA                   TO ASI-FECHA.
           MOVE WS-LIB-CANT-ASIENTOS        TO ASI-NRO-ASIENTO.
           MOVE AST-SUCURSAL                TO ASI-SUCURSAL.
           MOVE AST-CUENTA                  TO ASI-CUENTA.
           MOVE AST-DEBE-HABER              TO ASI-DEBE-HABER.
           MOVE AST-IMPORTE                 TO ASI-IMPORTE.
           MOVE AST-CONCEPTO                TO ASI-CONCEPTO.
           MOVE AST-CATEGORIA               TO ASI-CATEGORIA.
           MOVE AST-TIPO-ASIENTO            TO ASI-TIPO-ASIENTO.

           PERFORM 3065-GRABAR-REG-ASIENTOS
              THRU 3065-GRABAR-REG-ASIENTOS-EXIT.

       3060-COPIAR-UNA-LINEA-AST-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3065-GRABAR-REG-ASIENTOS.

           WRITE ASI-ARCHIVO.

           IF NOT FS-ASIENTOS-OK
              DISPLAY 'ERROR AL GRABAR LA INTERFAZ DE ASIENTOS'
              DISPLAY 'FILE STATUS: ' FS-ASIENTOS
              MOVE 10 TO WS-SEV-CODIGO
              PERFORM 9000-REGISTRAR-ERROR-FATAL
                 THRU 9000-REGISTRAR-ERROR-FATAL-FIN
           END-IF.

       3065-GRABAR-REG-ASIENTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA RECONCILIAR CONTRA EL TOTAL DE CONTROL         *
      *----------------------------------------------------------------*
       3100-RECONCILIAR-TOTALES.
       3670-CERRAR-ARQUEO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3675-CERRAR-ASIENTOS-TMP.

           IF WS-AST-ABIERTO
              CLOSE ASIENTOS-TMP
              MOVE 'N'                      TO WS-SW-AST-ABIERTO
              IF NOT FS-ASIENTOS-TMP-OK
                 DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE TRABAJO DEL '
                         'ASIENTO: ' FS-ASIENTOS-TMP
              END-IF
           END-IF.

       3675-CERRAR-ASIENTOS-TMP-FIN.
           EXIT.
      *----------------------------------------------------------------*

       3680-CERRAR-HISTORIA.

       3680-CERRAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       3690-CERRAR-TICKETS.

           CLOSE TICKETS.

           IF NOT FS-TICKETS-OK
              DISPLAY 'ERROR AL CERRAR EL REGISTRO DE TICKETS: '
                       FS-TICKETS
           END-IF.

       3690-CERRAR-TICKETS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       3695-CERRAR-VENTAS-SUC.

           CLOSE VENTAS-SUC.

           IF NOT FS-VENTAS-SUC-OK
              DISPLAY 'ERROR AL CERRAR LAS VENTAS POR SUCURSAL: '
                       FS-VENTAS-SUC
           END-IF.

       3695-CERRAR-VENTAS-SUC-FIN.
           EXIT.
      *----------------------------------------------------------------*

       3697-CERRAR-CALENDARIO.

           CLOSE CALENDARIO.

           IF NOT FS-CALENDARIO-OK
              DISPLAY 'ERROR AL CERRAR EL CALENDARIO DE NEGOCIO: '
                       FS-CALENDARIO
           END-IF.

       3697-CERRAR-CALENDARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESO PARA VACIAR EL CHECKPOINT AL TERMINAR UNA CORRIDA    *
      *    COMPLETA, PARA QUE LA PROXIMA EJECUCION EMPIECE DE CERO Y    *
      *    NO SE INTERPRETE COMO UN REINICIO DESPUES DE UN CORTE        *
