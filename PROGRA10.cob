      *                        AUDITSAL.cpy): LA GRABACION BUSCA LA
      *                        PRIMERA SECUENCIA LIBRE DEL PRODUCTO Y
      *                        LA FECHA.
      *    2026-10-15   RGV    CADA SALIDA A PLANTA APLICADA SE
      *                        ACUMULA EN EL HISTORICO DE CONSUMO
      *                        DIARIO POR PRODUCTO Y UBICACION
      *                        (CONSUMO.cpy), DEL QUE PROGRA20
      *                        RECALCULA EL NIVEL CRITICO. EL
      *                        HISTORICO SE CREA VACIO EN LA PRIMERA
      *                        EJECUCION; SI NO ABRE, LOS MOVIMIENTOS
      *                        SE APLICAN IGUAL CON AVISO POR
      *                        CONSOLA.
      *    2026-10-15   RGV    EXISTENCIAS POR LOTE (LOTE.cpy): CADA
      *                        RECEPCION DA DE ALTA UN LOTE CON LA
      *                        CADUCIDAD DEL MOVIMIENTO; SALIDAS Y
      *                        AJUSTES NEGATIVOS CONSUMEN PRIMERO EL
      *                        LOTE QUE ANTES CADUCA (FEFO). LA
      *                        CADUCIDAD DEL MAESTRO PASA A SER LA DEL
      *                        LOTE ABIERTO MAS PROXIMO A CADUCAR.
      *                        NUEVO MOTIVO DE RECHAZO 07.
      *    2026-10-15   RGV    COSTE MEDIO PONDERADO: UNA RECEPCION
      *                        CON COSTE UNITARIO (MOV-COSTE)
      *                        RECALCULA SALIDA-COSTE-MEDIO SOBRE EL
      *                        STOCK DEL PRODUCTO ANTERIOR A LA
      *                        ENTRADA; EL CAMBIO VIAJA EN EL MISMO
      *                        MOVIMIENTO DE AUDITORIA. NUEVO MOTIVO
      *                        DE RECHAZO 08 (COSTE NO NUMERICO).
      *    2026-10-15   RGV    CADA AJUSTE APLICADO SE ANOTA EN EL
      *                        FICHERO DE MOVIMIENTOS CONTABLES DEL
      *                        DIA (MOVCONT.cpy), VALORADO AL COSTE
      *                        MEDIO, PARA EL DIARIO CONTABLE DE
      *                        PROGRA25. EL FICHERO SE CREA EN LA
      *                        PRIMERA EJECUCION; SI NO ABRE, LOS
      *                        MOVIMIENTOS SE APLICAN IGUAL CON AVISO
      *                        POR CONSOLA. EL MOVIMIENTO DE AUDITORIA
      *                        LLEVA SU ORIGEN (AUD-ORIGEN) SEGUN EL
      *                        TIPO DE MOVIMIENTO.
      *    2026-10-15   RGV    CADA CAMBIO DE EXISTENCIAS DE UNA
      *                        UBICACION SE ANOTA, CON EL TIPO DE
      *                        MOVIMIENTO COMO ORIGEN, EN EL DIARIO
      *                        DE EXISTENCIAS DEL PERIODO
      *                        (MOVEXI.cpy) QUE CIERRA PROGRA26.
      *    2026-10-15   RGV    CONTROL DE ARRANQUE DE LA CADENA ANTES
      *                        DE ABRIR NINGUN FICHERO: EL PROGRAMA NO
      *                        ARRANCA (CODIGO DE RETORNO 12, AVISO POR
      *                        CONSOLA Y ANOTACION EN EL DIARIO DE
      *                        ARRANQUES DENEGADOS, RCHARR.cpy) SI UN
      *                        PREDECESOR DE LA TABLA DE DEPENDENCIAS
      *                        (DEPENDE.cpy) ESTA EN CURSO O NO
      *                        COMPLETO EN CHECKPT, O SI OTRO PROGRAMA
      *                        RETIENE EL BLOQUEO EXCLUSIVO DE
      *                        ACTUALIZACION. EL BLOQUEO SE TOMA AL
      *                        ARRANCAR Y SE LIBERA AL TERMINAR, Y EL
      *                        REGISTRO PROPIO DEL PROGRAMA EN CHECKPT
      *                        PASA A 'P' AL ARRANCAR Y A 'C' (O 'I' SI
      *                        NO LLEGO A ABRIR SUS FICHEROS) AL
      *                        TERMINAR.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA10.
           RECORD KEY IS AUD-CLAVE
           FILE STATUS IS AUD-ST.

           SELECT CONSUMO ASSIGN TO CONSUMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CNS-CLAVE
           FILE STATUS IS CNS-ST.

           SELECT LOTES ASSIGN TO LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CLAVE
           FILE STATUS IS LOT-ST.

           SELECT RCHMOVS ASSIGN TO RCHMOVS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RCM-ST.

           SELECT MOVCONT ASSIGN TO MOVCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MCO-ST.

           SELECT MOVEXIS ASSIGN TO MOVEXIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEX-ST.

           SELECT CHECKPT ASSIGN TO CHECKPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHK-PROGRAMA
           FILE STATUS IS CHK-ST.

           SELECT OPTIONAL DEPENDE ASSIGN TO DEPENDE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DEP-ST.

           SELECT RCHARR ASSIGN TO RCHARR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RAR-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVSTK
           DATA RECORD IS AUDITSAL-REG.
           COPY AUDITSAL.

       FD  CONSUMO
           DATA RECORD IS CONSUMO-REG.
           COPY CONSUMO.

       FD  LOTES
           DATA RECORD IS LOTE-REG.
           COPY LOTE.

       FD  RCHMOVS
           DATA RECORD IS RCHMOV-REG.
           COPY RCHMOV.

       FD  MOVCONT
           DATA RECORD IS MOVCONT-REG.
           COPY MOVCONT.

       FD  MOVEXIS
           DATA RECORD IS MOVEXI-REG.
           COPY MOVEXI.

       FD  CHECKPT
           DATA RECORD IS CHECKPT-REG.
           COPY CHECKPT.

      *----------------------------------------------------------------
      *    CONTROL DE ARRANQUE: TABLA DE DEPENDENCIAS DE LA CADENA Y
      *    DIARIO DE ARRANQUES DENEGADOS (SE GRABA DESDE EL AREA DE
      *    TRABAJO RCHARR-REG DE WORKING-STORAGE).
      *----------------------------------------------------------------
       FD  DEPENDE
           DATA RECORD IS DEPENDE-REG.
           COPY DEPENDE.

       FD  RCHARR
           DATA RECORD IS RAR-REG-S.
       01  RAR-REG-S                    PIC X(60).

       WORKING-STORAGE SECTION.
       01  FICHEROS.
           05  MOV-ST                  PIC X(2).
           05  TRF-ST                  PIC X(2).
           05  AUD-ST                  PIC X(2).
           05  RCM-ST                  PIC X(2).
           05  CNS-ST                  PIC X(2).
           05  LOT-ST                  PIC X(2).
           05  MCO-ST                  PIC X(2).
           05  MEX-ST                  PIC X(2).
           05  CHK-ST                  PIC X(2).
           05  DEP-ST                  PIC X(2).
           05  RAR-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
               88  GP-AUD-GRABADO             VALUE 'S'.
           05  GP-SW-AUDIT-DISPON      PIC X(1) VALUE 'N'.
               88  GP-AUDIT-DISPONIBLE        VALUE 'S'.
           05  GP-SW-CONSUMO-DISPON    PIC X(1) VALUE 'N'.
               88  GP-CONSUMO-DISPONIBLE      VALUE 'S'.
           05  GP-SW-LOTES-DISPON      PIC X(1) VALUE 'N'.
               88  GP-LOTES-DISPONIBLE        VALUE 'S'.
           05  GP-SW-FIN-LOTES         PIC X(1) VALUE 'N'.
               88  GP-FIN-LOTES               VALUE 'S'.
           05  GP-SW-SIN-LOTES         PIC X(1) VALUE 'N'.
               88  GP-SIN-LOTES               VALUE 'S'.
           05  GP-SW-MOVCONT-DISPON    PIC X(1) VALUE 'N'.
               88  GP-MOVCONT-DISPONIBLE      VALUE 'S'.
           05  GP-SW-MOVEXIS-DISPON    PIC X(1) VALUE 'N'.
               88  GP-MOVEXIS-DISPONIBLE      VALUE 'S'.
           05  GP-SW-ARRANQUE          PIC X(1) VALUE 'S'.
               88  GP-ARRANQUE-PERMITIDO      VALUE 'S'.
               88  GP-ARRANQUE-DENEGADO       VALUE 'N'.
           05  GP-SW-FIN-DEPENDE       PIC X(1) VALUE 'N'.
               88  GP-FIN-DEPENDE             VALUE 'S'.
           05  GP-SW-EXISTE-BLOQUEO    PIC X(1) VALUE 'N'.
               88  GP-EXISTE-BLOQUEO          VALUE 'S'.
           05  GP-SW-EXISTE-PROPIO     PIC X(1) VALUE 'N'.
               88  GP-EXISTE-PROPIO           VALUE 'S'.
           05  GP-SW-EJECUCION         PIC X(1) VALUE 'S'.
               88  GP-EJECUCION-COMPLETA      VALUE 'S'.
               88  GP-EJECUCION-INCOMPLETA    VALUE 'N'.

      *----------------------------------------------------------------
      *    CONTADORES DE LA ACTUALIZACION.
       77  GP-REGS-SALIDAS-PLANTA      PIC 9(9) COMP VALUE 0.
       77  GP-REGS-AJUSTES             PIC 9(9) COMP VALUE 0.
       77  GP-REGS-RECHAZADOS          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-LOTES-ALTA          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-LOTES-AGOTADOS      PIC 9(9) COMP VALUE 0.
       77  GP-REGS-COSTE-MEDIO         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-CONTABLES           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-MOVEXIS             PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
      *    UBICACION EFECTIVA DEL MOVIMIENTO EN CURSO (EN BLANCO EN LA
      *    TRANSACCION = TIENDA CENTRAL 'CEN', MISMO CRITERIO QUE LA
       77  GP-AUD-INTENTOS             PIC 9(4) COMP VALUE 0.
       01  GP-IMAGEN-ANTERIOR          PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DE LOS LOTES (LOTE.cpy). LA TABLA RECOGE
      *    LOS LOTES ABIERTOS DEL PRODUCTO EN LA UBICACION DEL
      *    MOVIMIENTO, CON SU CADUCIDAD COMO CLAVE DE ORDEN FEFO (UNA
      *    CADUCIDAD EN BLANCO O NO NUMERICA VALE '99999999' Y SE
      *    CONSUME EN ULTIMO LUGAR). GP-LOT-OBJETIVO SON LAS
      *    EXISTENCIAS CON LAS QUE HA DE CUADRAR LA SUMA DE LOS LOTES;
      *    GP-LOT-SIGUIENTE, EL PRIMER SECUENCIAL LIBRE DEL DIA PARA
      *    NUMERAR UN LOTE NUEVO.
      *----------------------------------------------------------------
       77  GP-LOT-MAXIMO               PIC 9(4) COMP VALUE 100.
       77  GP-LOT-TOTAL                PIC 9(4) COMP VALUE 0.
       77  GP-LOT-IDX                  PIC 9(4) COMP VALUE 0.
       77  GP-LOT-ELEGIDO              PIC 9(4) COMP VALUE 0.
       77  GP-LOT-SIGUIENTE            PIC 9(4) COMP VALUE 0.
       77  GP-LOT-PRODUCTO             PIC 9(6) VALUE 0.
       77  GP-LOT-UBICACION            PIC X(3) VALUE SPACES.
       77  GP-LOT-OBJETIVO             PIC S9(7) VALUE 0.
       77  GP-LOT-SUMA                 PIC S9(7) VALUE 0.
       77  GP-LOT-DIFERENCIA           PIC S9(7) VALUE 0.
       77  GP-LOT-TOMAR                PIC S9(6) VALUE 0.
       77  GP-LOT-CADUCIDAD-NUEVA      PIC X(8) VALUE SPACES.
       77  GP-LOT-ORIGEN-NUEVO         PIC X(1) VALUE SPACES.
       77  GP-CADUCIDAD-MINIMA         PIC X(8) VALUE SPACES.
       01  GP-TABLA-LOTES.
           05  GP-LOT-ENT OCCURS 100 TIMES.
               10  GP-LOT-NUMERO       PIC 9(11).
               10  GP-LOT-ORDEN        PIC X(8).
               10  GP-LOT-CANTIDAD     PIC S9(6).

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DEL COSTE MEDIO PONDERADO: VALOR A COSTE DEL
      *    STOCK ANTERIOR MAS EL DE LA RECEPCION, REPARTIDO SOBRE LAS
      *    UNIDADES RESULTANTES.
      *----------------------------------------------------------------
       77  GP-COSTE-VALOR              PIC S9(11)V9(4) VALUE 0.
       77  GP-COSTE-UNIDADES           PIC S9(7) VALUE 0.
       77  GP-COSTE-NUEVO              PIC 9(4)V9(2) VALUE 0.

      *    DESGLOSE DE LA CADUCIDAD INFORMADA EN UNA RECEPCION PARA
      *    SU VALIDACION.
       01  GP-FECHA-LOTE-NUM           PIC 9(8) VALUE 0.
       01  GP-FECHA-LOTE-DESGLOSE REDEFINES GP-FECHA-LOTE-NUM.
           05  GP-FLT-CCYY             PIC 9(4).
           05  GP-FLT-MM               PIC 9(2).
           05  GP-FLT-DD               PIC 9(2).

      *----------------------------------------------------------------
      *    CONTROL DE ARRANQUE DE LA CADENA: AREA DE TRABAJO DEL
      *    DIARIO DE ARRANQUES DENEGADOS Y NOMBRE DEL REGISTRO DE
      *    BLOQUEO EXCLUSIVO DE ACTUALIZACION EN CHECKPT.
      *----------------------------------------------------------------
       COPY RCHARR.
       77  GP-CLAVE-BLOQUEO            PIC X(8) VALUE 'BLOQUEO'.
       77  GP-ESTADO-PROPIO            PIC X(1) VALUE SPACES.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      *    PARRAFO PRINCIPAL DEL PROGRAMA.
      *----------------------------------------------------------------
       0000-PRINCIPAL.
           PERFORM 0100-CONTROLAR-ARRANQUE
               THRU 0100-CONTROLAR-ARRANQUE-EXIT.
           IF GP-ARRANQUE-DENEGADO
               STOP RUN
           END-IF.

           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.


           STOP RUN.

      *----------------------------------------------------------------
      *    0100-CONTROLAR-ARRANQUE
      *    CONTROL DE ARRANQUE, ANTES DE ABRIR NINGUN FICHERO DE
      *    ACTUALIZACION: (1) NINGUN PREDECESOR QUE LA TABLA DE
      *    DEPENDENCIAS (DEPENDE.cpy) ASIGNA A ESTE PROGRAMA, O A
      *    'TODOS', PUEDE TENER SU REGISTRO DEL FICHERO DE PUNTOS DE
      *    CONTROL EN CURSO ('P') O NO COMPLETO ('I'); (2) EL
      *    BLOQUEO EXCLUSIVO DE ACTUALIZACION (REGISTRO 'BLOQUEO',
      *    VER CHECKPT.cpy) NO PUEDE ESTAR RETENIDO POR OTRO
      *    PROGRAMA. SIN TABLA DE DEPENDENCIAS SOLO SE COMPRUEBA EL
      *    BLOQUEO. SI TODO ES CORRECTO SE TOMA EL BLOQUEO (0140).
      *    CADA NEGATIVA SE AVISA POR CONSOLA Y SE ANOTA EN EL
      *    DIARIO DE ARRANQUES DENEGADOS (RCHARR.cpy) PARA EL
      *    RESUMEN NOCTURNO (PROGRA19), Y EL PROGRAMA TERMINA CON
      *    CODIGO DE RETORNO 12 SIN HABER ABIERTO NADA MAS. UN
      *    BLOQUEO QUE RETIENE ESTE MISMO PROGRAMA (EJECUCION
      *    ANTERIOR INTERRUMPIDA) SE RECUPERA CON AVISO. MISMA
      *    LOGICA EN PROGRA01, PROGRA10, PROGRA11, PROGRA12,
      *    PROGRA13, PROGRA14, PROGRA15, PROGRA16 Y PROGRA28.
      *----------------------------------------------------------------
       0100-CONTROLAR-ARRANQUE.
           ACCEPT GP-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O CHECKPT.
           IF CHK-ST = '35' OR CHK-ST = '39'
               OPEN OUTPUT CHECKPT
               CLOSE CHECKPT
               OPEN I-O CHECKPT
           END-IF.
           IF CHK-ST NOT = '00'
               DISPLAY 'PROGRA10: NO SE PUEDE ABRIR EL FICHERO DE '
                   'PUNTOS DE CONTROL (ESTADO ' CHK-ST ').'
               SET GP-ARRANQUE-DENEGADO TO TRUE
               INITIALIZE RCHARR-REG
               SET RAR-MOTIVO-FICHERO TO TRUE
               MOVE 'CHECKPT' TO RAR-CAUSANTE
               PERFORM 0190-ANOTAR-DENEGACION
                   THRU 0190-ANOTAR-DENEGACION-EXIT
               GO TO 0100-DENEGAR-ARRANQUE
           END-IF.
           PERFORM 0110-COMPROBAR-DEPENDENCIAS
               THRU 0110-COMPROBAR-DEPENDENCIAS-EXIT.
           PERFORM 0130-COMPROBAR-BLOQUEO
               THRU 0130-COMPROBAR-BLOQUEO-EXIT.
           IF GP-ARRANQUE-DENEGADO
               CLOSE CHECKPT
               GO TO 0100-DENEGAR-ARRANQUE
           END-IF.
           PERFORM 0140-TOMAR-BLOQUEO
               THRU 0140-TOMAR-BLOQUEO-EXIT.
           CLOSE CHECKPT.
           GO TO 0100-CONTROLAR-ARRANQUE-EXIT.
       0100-DENEGAR-ARRANQUE.
           DISPLAY 'PROGRA10: *** ARRANQUE DENEGADO - EJECUCION '
               'CANCELADA (CODIGO DE RETORNO 12) ***'.
           MOVE 12 TO RETURN-CODE.
       0100-CONTROLAR-ARRANQUE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    0110-COMPROBAR-DEPENDENCIAS
      *    RECORRE LA TABLA DE DEPENDENCIAS Y CONTRASTA CADA REGLA
      *    DE ESTE PROGRAMA (O DE 'TODOS') CONTRA EL REGISTRO DE SU
      *    PREDECESOR EN EL FICHERO DE PUNTOS DE CONTROL. SE
      *    COMPRUEBAN TODAS LAS REGLAS, PARA QUE LA NEGATIVA LISTE
      *    DE UNA VEZ TODOS LOS PREDECESORES PENDIENTES.
      *----------------------------------------------------------------
       0110-COMPROBAR-DEPENDENCIAS.
           MOVE 'N' TO GP-SW-FIN-DEPENDE.
           OPEN INPUT DEPENDE.
           IF DEP-ST NOT = '00'
               DISPLAY 'PROGRA10: AVISO - SIN TABLA DE DEPENDENCIAS '
                   '(ESTADO ' DEP-ST '); SOLO SE COMPRUEBA EL '
                   'BLOQUEO.'
               IF DEP-ST = '05'
                   CLOSE DEPENDE
               END-IF
               GO TO 0110-COMPROBAR-DEPENDENCIAS-EXIT
           END-IF.
           PERFORM 0120-COMPROBAR-UNA-REGLA
               THRU 0120-COMPROBAR-UNA-REGLA-EXIT
               UNTIL GP-FIN-DEPENDE.
           CLOSE DEPENDE.
       0110-COMPROBAR-DEPENDENCIAS-EXIT.
           EXIT.

       0120-COMPROBAR-UNA-REGLA.
           READ DEPENDE
               AT END
                   SET GP-FIN-DEPENDE TO TRUE
                   GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-READ.
           IF DEP-TARJETA-COMENTARIO
               GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-IF.
           IF DEP-PROGRAMA NOT = 'PROGRA10' AND NOT DEP-TODOS
               GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-IF.
           IF DEP-PREDECESOR = 'PROGRA10' OR DEP-PREDECESOR = SPACES
               GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-IF.
           MOVE DEP-PREDECESOR TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-READ.
           IF NOT CHK-EN-CURSO AND NOT CHK-INCOMPLETO
               GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-IF.
           DISPLAY 'PROGRA10: ARRANQUE DENEGADO - EL PREDECESOR '
               DEP-PREDECESOR ' ESTA EN CURSO O NO COMPLETO (ESTADO '
               CHK-IND-ESTADO ' DEL ' CHK-FECHA-EJECUCION ').'.
           SET GP-ARRANQUE-DENEGADO TO TRUE.
           INITIALIZE RCHARR-REG.
           SET RAR-MOTIVO-DEPENDENCIA TO TRUE.
           MOVE DEP-PREDECESOR TO RAR-CAUSANTE.
           MOVE CHK-IND-ESTADO TO RAR-ESTADO.
           MOVE CHK-FECHA-EJECUCION TO RAR-FECHA-CAUSANTE.
           PERFORM 0190-ANOTAR-DENEGACION
               THRU 0190-ANOTAR-DENEGACION-EXIT.
       0120-COMPROBAR-UNA-REGLA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    0130-COMPROBAR-BLOQUEO
      *    EL BLOQUEO LIBRE ('C') O INEXISTENTE PERMITE ARRANCAR.
      *    RETENIDO ('P') POR OTRO PROGRAMA, DENIEGA EL ARRANQUE;
      *    RETENIDO POR ESTE MISMO PROGRAMA, SE RECUPERA CON AVISO.
      *----------------------------------------------------------------
       0130-COMPROBAR-BLOQUEO.
           MOVE 'N' TO GP-SW-EXISTE-BLOQUEO.
           MOVE GP-CLAVE-BLOQUEO TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   GO TO 0130-COMPROBAR-BLOQUEO-EXIT
           END-READ.
           SET GP-EXISTE-BLOQUEO TO TRUE.
           IF NOT CHK-EN-CURSO
               GO TO 0130-COMPROBAR-BLOQUEO-EXIT
           END-IF.
           IF CHK-SISTEMA-ORIGEN = 'PROGRA10'
               DISPLAY 'PROGRA10: AVISO - SE RECUPERA EL BLOQUEO DE '
                   'ACTUALIZACION RETENIDO POR ESTE PROGRAMA DESDE '
                   CHK-FECHA-EJECUCION ' (EJECUCION INTERRUMPIDA).'
               GO TO 0130-COMPROBAR-BLOQUEO-EXIT
           END-IF.
           DISPLAY 'PROGRA10: ARRANQUE DENEGADO - BLOQUEO DE '
               'ACTUALIZACION RETENIDO POR ' CHK-SISTEMA-ORIGEN
               ' DESDE ' CHK-FECHA-EJECUCION '.'.
           SET GP-ARRANQUE-DENEGADO TO TRUE.
           INITIALIZE RCHARR-REG.
           SET RAR-MOTIVO-BLOQUEO TO TRUE.
           MOVE CHK-SISTEMA-ORIGEN TO RAR-CAUSANTE.
           MOVE CHK-IND-ESTADO TO RAR-ESTADO.
           MOVE CHK-FECHA-EJECUCION TO RAR-FECHA-CAUSANTE.
           PERFORM 0190-ANOTAR-DENEGACION
               THRU 0190-ANOTAR-DENEGACION-EXIT.
       0130-COMPROBAR-BLOQUEO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    0140-TOMAR-BLOQUEO
      *    GRABA EL BLOQUEO RETENIDO POR ESTE PROGRAMA CON LA FECHA
      *    DE HOY.
      *    ANOTA TAMBIEN EL REGISTRO PROPIO EN CURSO ('P'), QUE
      *    CONSULTAN LOS PROGRAMAS QUE DEPENDEN DE ESTE.
      *----------------------------------------------------------------
       0140-TOMAR-BLOQUEO.
           INITIALIZE CHECKPT-REG.
           MOVE GP-CLAVE-BLOQUEO TO CHK-PROGRAMA.
           SET CHK-EN-CURSO TO TRUE.
           MOVE 'PROGRA10' TO CHK-SISTEMA-ORIGEN.
           MOVE GP-FECHA-HOY TO CHK-FECHA-EJECUCION.
           IF GP-EXISTE-BLOQUEO
               REWRITE CHECKPT-REG
           ELSE
               WRITE CHECKPT-REG
           END-IF.
           MOVE 'P' TO GP-ESTADO-PROPIO.
           PERFORM 0150-ANOTAR-ESTADO-PROPIO
               THRU 0150-ANOTAR-ESTADO-PROPIO-EXIT.
       0140-TOMAR-BLOQUEO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    0150-ANOTAR-ESTADO-PROPIO
      *    GRABA EL REGISTRO DE ESTE PROGRAMA EN EL FICHERO DE
      *    PUNTOS DE CONTROL CON EL ESTADO DEJADO EN GP-ESTADO-PROPIO
      *    Y LA FECHA DE HOY (CON CHECKPT ABIERTO EN E/S).
      *----------------------------------------------------------------
       0150-ANOTAR-ESTADO-PROPIO.
           MOVE 'N' TO GP-SW-EXISTE-PROPIO.
           MOVE 'PROGRA10' TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GP-EXISTE-PROPIO TO TRUE
           END-READ.
           INITIALIZE CHECKPT-REG.
           MOVE 'PROGRA10' TO CHK-PROGRAMA.
           MOVE GP-ESTADO-PROPIO TO CHK-IND-ESTADO.
           MOVE GP-FECHA-HOY TO CHK-FECHA-EJECUCION.
           IF GP-EXISTE-PROPIO
               REWRITE CHECKPT-REG
           ELSE
               WRITE CHECKPT-REG
           END-IF.
       0150-ANOTAR-ESTADO-PROPIO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    0190-ANOTAR-DENEGACION
      *    ANOTA EN EL DIARIO DE ARRANQUES DENEGADOS EL MOTIVO Y EL
      *    CAUSANTE DEJADOS EN RCHARR-REG. EL DIARIO SE CREA EN LA
      *    PRIMERA ANOTACION; SI NO ABRE, LA NEGATIVA SE MANTIENE
      *    IGUAL CON AVISO POR CONSOLA.
      *----------------------------------------------------------------
       0190-ANOTAR-DENEGACION.
           MOVE GP-FECHA-HOY TO RAR-FECHA.
           ACCEPT RAR-HORA FROM TIME.
           MOVE 'PROGRA10' TO RAR-PROGRAMA.
           OPEN EXTEND RCHARR.
           IF RAR-ST = '35'
               OPEN OUTPUT RCHARR
           END-IF.
           IF RAR-ST NOT = '00'
               DISPLAY 'PROGRA10: AVISO - NO SE PUEDE ANOTAR EN EL '
                   'DIARIO DE ARRANQUES DENEGADOS (ESTADO ' RAR-ST
                   ').'
               GO TO 0190-ANOTAR-DENEGACION-EXIT
           END-IF.
           WRITE RAR-REG-S FROM RCHARR-REG.
           CLOSE RCHARR.
       0190-ANOTAR-DENEGACION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    0200-LIBERAR-BLOQUEO
      *    FIN NORMAL DEL PROGRAMA: ANOTA EL REGISTRO PROPIO COMPLETO
      *    ('C'), O NO COMPLETO ('I') SI NO LLEGO A ABRIR SUS FICHEROS
      *    DE ACTUALIZACION, Y DEJA LIBRE ('C') EL BLOQUEO DE
      *    ACTUALIZACION SI LO SIGUE RETENIENDO ESTE PROGRAMA
      *    (CONSERVA EL ULTIMO TITULAR Y SU FECHA).
      *----------------------------------------------------------------
       0200-LIBERAR-BLOQUEO.
           OPEN I-O CHECKPT.
           IF CHK-ST NOT = '00'
               DISPLAY 'PROGRA10: AVISO - NO SE PUEDE LIBERAR EL '
                   'BLOQUEO DE ACTUALIZACION (ESTADO ' CHK-ST ').'
               GO TO 0200-LIBERAR-BLOQUEO-EXIT
           END-IF.
           IF GP-EJECUCION-COMPLETA
               MOVE 'C' TO GP-ESTADO-PROPIO
           ELSE
               MOVE 'I' TO GP-ESTADO-PROPIO
           END-IF.
           PERFORM 0150-ANOTAR-ESTADO-PROPIO
               THRU 0150-ANOTAR-ESTADO-PROPIO-EXIT.
           MOVE GP-CLAVE-BLOQUEO TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   CLOSE CHECKPT
                   GO TO 0200-LIBERAR-BLOQUEO-EXIT
           END-READ.
           IF CHK-EN-CURSO AND CHK-SISTEMA-ORIGEN = 'PROGRA10'
               SET CHK-COMPLETO TO TRUE
               REWRITE CHECKPT-REG
           END-IF.
           CLOSE CHECKPT.
       0200-LIBERAR-BLOQUEO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    ABRE LOS FICHEROS. EL MAESTRO SALIDA Y STKUBI DEBEN EXISTIR
           END-IF.
           SET GP-AUDIT-DISPONIBLE TO TRUE.
           OPEN OUTPUT RCHMOVS.
           PERFORM 1200-ABRIR-CONSUMO
               THRU 1200-ABRIR-CONSUMO-EXIT.
           PERFORM 1300-ABRIR-LOTES
               THRU 1300-ABRIR-LOTES-EXIT.
           PERFORM 1400-ABRIR-MOVCONT
               THRU 1400-ABRIR-MOVCONT-EXIT.
           PERFORM 1500-ABRIR-MOVEXIS
               THRU 1500-ABRIR-MOVEXIS-EXIT.
           PERFORM 1100-CARGAR-TRANSITO
               THRU 1100-CARGAR-TRANSITO-EXIT.
       1000-INICIALIZAR-EXIT.
       1110-LEER-UN-TRANSITO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1200-ABRIR-CONSUMO
      *    ABRE EL HISTORICO DE CONSUMO DIARIO EN E/S, CREANDOLO
      *    VACIO EN LA PRIMERA EJECUCION (MISMO PATRON QUE EL DIARIO
      *    DE AUDITORIA). A DIFERENCIA DEL DIARIO NO ES FATAL: EL
      *    HISTORICO SOLO ALIMENTA EL RECALCULO PERIODICO DEL NIVEL
      *    CRITICO, Y NO DEBE DETENER LA ACTUALIZACION DE
      *    EXISTENCIAS.
      *----------------------------------------------------------------
       1200-ABRIR-CONSUMO.
           OPEN I-O CONSUMO.
           IF CNS-ST = '35'
               OPEN OUTPUT CONSUMO
               CLOSE CONSUMO
               OPEN I-O CONSUMO
           END-IF.
           IF CNS-ST = '00'
               SET GP-CONSUMO-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA10: AVISO - HISTORICO DE CONSUMO NO '
                   'DISPONIBLE (ESTADO ' CNS-ST '), LAS SALIDAS A '
                   'PLANTA NO SE ACUMULAN'
           END-IF.
       1200-ABRIR-CONSUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1300-ABRIR-LOTES
      *    ABRE EL FICHERO DE LOTES EN E/S, CREANDOLO VACIO EN LA
      *    PRIMERA EJECUCION. NO ES FATAL: SI NO ABRE, LOS
      *    MOVIMIENTOS SE APLICAN IGUAL SOBRE STKUBI Y LOS LOTES DE
      *    CADA UBICACION SE CUADRAN CON SUS EXISTENCIAS LA PROXIMA
      *    VEZ QUE UN PROCESO LOS TOQUE (LA CARGA NOCTURNA LO HACE
      *    CON TODAS).
      *----------------------------------------------------------------
       1300-ABRIR-LOTES.
           OPEN I-O LOTES.
           IF LOT-ST = '35'
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           IF LOT-ST = '00'
               SET GP-LOTES-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA10: AVISO - FICHERO DE LOTES NO '
                   'DISPONIBLE (ESTADO ' LOT-ST '), LOS LOTES NO SE '
                   'ACTUALIZAN'
           END-IF.
       1300-ABRIR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1400-ABRIR-MOVCONT
      *    ABRE EN EXTENSION EL FICHERO DE MOVIMIENTOS CONTABLES DEL
      *    DIA (VARIAS EJECUCIONES EN LA JORNADA ACUMULAN SUS
      *    AJUSTES), CREANDOLO EN LA PRIMERA. NO ES FATAL: SIN EL,
      *    LOS AJUSTES SE APLICAN IGUAL Y LA CONCILIACION DE PROGRA25
      *    LOS SENALA COMO NO CONTABILIZADOS.
      *----------------------------------------------------------------
       1400-ABRIR-MOVCONT.
           OPEN EXTEND MOVCONT.
           IF MCO-ST = '35'
               OPEN OUTPUT MOVCONT
           END-IF.
           IF MCO-ST = '00'
               SET GP-MOVCONT-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA10: AVISO - FICHERO DE MOVIMIENTOS '
                   'CONTABLES NO DISPONIBLE (ESTADO ' MCO-ST '), LOS '
                   'AJUSTES NO SE ANOTAN'
           END-IF.
       1400-ABRIR-MOVCONT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1500-ABRIR-MOVEXIS
      *    ABRE EN EXTENSION EL DIARIO DE MOVIMIENTOS DE EXISTENCIAS
      *    DEL PERIODO (LO VACIA EL CIERRE DE PROGRA26), CREANDOLO SI
      *    NO EXISTE. NO ES FATAL, MISMO CRITERIO QUE 1400.
      *----------------------------------------------------------------
       1500-ABRIR-MOVEXIS.
           OPEN EXTEND MOVEXIS.
           IF MEX-ST = '35'
               OPEN OUTPUT MOVEXIS
           END-IF.
           IF MEX-ST = '00'
               SET GP-MOVEXIS-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA10: AVISO - DIARIO DE MOVIMIENTOS DE '
                   'EXISTENCIAS NO DISPONIBLE (ESTADO ' MEX-ST '), LOS '
                   'MOVIMIENTOS NO SE ANOTAN'
           END-IF.
       1500-ABRIR-MOVEXIS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CICLO-MOVIMIENTOS
      *----------------------------------------------------------------
      *    EN AJUSTE, PRODUCTO INEXISTENTE EN EL MAESTRO SALIDA, Y
      *    SALIDA O AJUSTE NEGATIVO SOBRE UNA UBICACION SIN
      *    EXISTENCIAS SUFICIENTES (LAS EXISTENCIAS NEGATIVAS NO SON
      *    VALIDAS, MISMO CRITERIO QUE EL MOTIVO 03 DE LA CARGA), Y
      *    RECEPCION CON UNA CADUCIDAD DE LOTE QUE NO ES UNA FECHA O
      *    CON UN COSTE UNITARIO INFORMADO PERO NO NUMERICO. LA
      *    LECTURA DE LA UBICACION DEJA EN GP-STOCK-UBICACION LAS
      *    EXISTENCIAS ACTUALES, QUE 2600-APLICAR-MOVIMIENTO
      *    REUTILIZA.
               GO TO 2200-VALIDAR-MOVIMIENTO-EXIT
           END-IF.

           IF MOV-RECEPCION AND MOV-CADUCIDAD NOT = SPACES
               PERFORM 2230-VALIDAR-CADUCIDAD-LOTE
                   THRU 2230-VALIDAR-CADUCIDAD-LOTE-EXIT
               IF GP-MOVIMIENTO-INVALIDO
                   MOVE 07 TO RCM-COD-MOTIVO
                   MOVE 'CADUCIDAD DEL LOTE INVALIDA'
                       TO RCM-DESC-MOTIVO
                   GO TO 2200-VALIDAR-MOVIMIENTO-EXIT
               END-IF
           END-IF.

           IF MOV-RECEPCION AND MOV-COSTE-X NOT = SPACES
               AND MOV-COSTE IS NOT NUMERIC
               MOVE 08 TO RCM-COD-MOTIVO
               MOVE 'COSTE UNITARIO NO NUMERICO' TO RCM-DESC-MOTIVO
               SET GP-MOVIMIENTO-INVALIDO TO TRUE
               GO TO 2200-VALIDAR-MOVIMIENTO-EXIT
           END-IF.

           PERFORM 2210-LEER-SALIDA
               THRU 2210-LEER-SALIDA-EXIT.
           IF NOT GP-EXISTE-EN-SALIDA
       2220-LEER-UBICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2230-VALIDAR-CADUCIDAD-LOTE
      *    LA CADUCIDAD DEL LOTE RECIBIDO HA DE SER NUMERICA, CON MES
      *    01-12 Y DIA 01-31.
      *----------------------------------------------------------------
       2230-VALIDAR-CADUCIDAD-LOTE.
           IF MOV-CADUCIDAD IS NOT NUMERIC
               SET GP-MOVIMIENTO-INVALIDO TO TRUE
               GO TO 2230-VALIDAR-CADUCIDAD-LOTE-EXIT
           END-IF.
           MOVE MOV-CADUCIDAD TO GP-FECHA-LOTE-NUM.
           IF GP-FLT-CCYY < 1900
               OR GP-FLT-MM < 1 OR GP-FLT-MM > 12
               OR GP-FLT-DD < 1 OR GP-FLT-DD > 31
               SET GP-MOVIMIENTO-INVALIDO TO TRUE
           END-IF.
       2230-VALIDAR-CADUCIDAD-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-TRATAR-RECHAZO
      *    ESCRIBE EN EL FICHERO DE SUSPENSO EL MOVIMIENTO QUE NO
           MOVE MOV-TIPO TO RCM-TIPO.
           MOVE MOV-UBICACION TO RCM-UBICACION.
           MOVE MOV-CANTIDAD-X TO RCM-CANTIDAD.
           MOVE MOV-CADUCIDAD TO RCM-CADUCIDAD.
           MOVE MOV-COSTE-X TO RCM-COSTE.
           MOVE GP-FECHA-HOY TO RCM-FECHA-PROCESO.
           WRITE RCHMOV-REG.
           ADD 1 TO GP-REGS-RECHAZADOS.
      *----------------------------------------------------------------
      *    2600-APLICAR-MOVIMIENTO
      *    GRABA EN STKUBI LAS EXISTENCIAS RESULTANTES DE LA
      *    UBICACION (CALCULADAS EN LA VALIDACION), CUADRA CON ELLAS
      *    LOS LOTES DE LA UBICACION, TOTALIZA EL PRODUCTO SOBRE SUS
      *    UBICACIONES Y REFLEJA LA SUMA EN EL MAESTRO SALIDA, CON LA
      *    CADUCIDAD DEL LOTE MAS PROXIMO A CADUCAR Y SU MOVIMIENTO
      *    DE AUDITORIA.
      *----------------------------------------------------------------
       2600-APLICAR-MOVIMIENTO.
           PERFORM 2610-ACTUALIZAR-STOCK-UBICACION
               THRU 2610-ACTUALIZAR-STOCK-UBICACION-EXIT.
           MOVE SPACES TO GP-CADUCIDAD-MINIMA.
           IF GP-LOTES-DISPONIBLE
               PERFORM 2620-PREPARAR-LOTES
                   THRU 2620-PREPARAR-LOTES-EXIT
               PERFORM 2900-AJUSTAR-LOTES
                   THRU 2900-AJUSTAR-LOTES-EXIT
               PERFORM 2950-CADUCIDAD-PRODUCTO
                   THRU 2950-CADUCIDAD-PRODUCTO-EXIT
           END-IF.
           PERFORM 2680-TOTALIZAR-STOCK-PRODUCTO
               THRU 2680-TOTALIZAR-STOCK-PRODUCTO-EXIT.
           PERFORM 2700-ACTUALIZAR-SALIDA
                   ADD 1 TO GP-REGS-RECEPCIONES
               WHEN MOV-SALIDA-PLANTA
                   ADD 1 TO GP-REGS-SALIDAS-PLANTA
                   IF GP-CONSUMO-DISPONIBLE
                       PERFORM 2800-ACUMULAR-CONSUMO
                           THRU 2800-ACUMULAR-CONSUMO-EXIT
                   END-IF
               WHEN MOV-AJUSTE
                   ADD 1 TO GP-REGS-AJUSTES
           END-EVALUATE.
                           'DE UBICACION ' STKUBI-CLAVE
               END-WRITE
           END-IF.
           IF GP-MOVEXIS-DISPONIBLE
               PERFORM 2615-GRABAR-MOVEXIS
                   THRU 2615-GRABAR-MOVEXIS-EXIT
           END-IF.
       2610-ACTUALIZAR-STOCK-UBICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2615-GRABAR-MOVEXIS
      *    ANOTA EN EL DIARIO DE EXISTENCIAS DEL PERIODO EL CAMBIO DE
      *    LA UBICACION, CON EL TIPO DE MOVIMIENTO COMO ORIGEN (MISMOS
      *    CODIGOS QUE 2710-GRABAR-AUDITORIA).
      *----------------------------------------------------------------
       2615-GRABAR-MOVEXIS.
           MOVE SPACES TO MOVEXI-REG.
           MOVE GP-FECHA-HOY TO MEX-FECHA-PROCESO.
           EVALUATE TRUE
               WHEN MOV-RECEPCION
                   SET MEX-ORIGEN-RECEPCION TO TRUE
               WHEN MOV-SALIDA-PLANTA
                   SET MEX-ORIGEN-SALIDA-PLANTA TO TRUE
               WHEN OTHER
                   SET MEX-ORIGEN-AJUSTE TO TRUE
           END-EVALUATE.
           MOVE MOV-ID TO MEX-ID.
           MOVE GP-UBICACION-ACTUAL TO MEX-UBICACION.
           COMPUTE MEX-CANTIDAD =
               GP-STOCK-RESULTANTE - GP-STOCK-UBICACION.
           MOVE 'PROGRA10' TO MEX-PROGRAMA.
           MOVE GP-REGS-LEIDOS TO MEX-REF-NUMERO.
           WRITE MOVEXI-REG.
           IF MEX-ST = '00'
               ADD 1 TO GP-REGS-MOVEXIS
           ELSE
               DISPLAY 'PROGRA10: ERROR AL GRABAR MOVIMIENTO DE '
                   'EXISTENCIAS DE ' MOV-ID ' (ESTADO ' MEX-ST ')'
           END-IF.
       2615-GRABAR-MOVEXIS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2620-PREPARAR-LOTES
      *    LOS LOTES DE LA UBICACION HAN DE SUMAR SUS EXISTENCIAS
      *    RESULTANTES. UNA RECEPCION ENTRA COMO LOTE NUEVO CON LA
      *    CADUCIDAD DEL MOVIMIENTO (EN BLANCO, LA DEL MAESTRO); UN
      *    AJUSTE POSITIVO NO TRAE CADUCIDAD Y TOMA LA DEL MAESTRO,
      *    QUE ES LA DEL LOTE MAS PROXIMO A CADUCAR (CRITERIO
      *    CONSERVADOR).
      *----------------------------------------------------------------
       2620-PREPARAR-LOTES.
           MOVE MOV-ID TO GP-LOT-PRODUCTO.
           MOVE GP-UBICACION-ACTUAL TO GP-LOT-UBICACION.
           MOVE GP-STOCK-RESULTANTE TO GP-LOT-OBJETIVO.
           IF MOV-RECEPCION
               MOVE 'R' TO GP-LOT-ORIGEN-NUEVO
               IF MOV-CADUCIDAD NOT = SPACES
                   MOVE MOV-CADUCIDAD TO GP-LOT-CADUCIDAD-NUEVA
               ELSE
                   MOVE SALIDA-CADUCIDAD TO GP-LOT-CADUCIDAD-NUEVA
               END-IF
           ELSE
               MOVE 'A' TO GP-LOT-ORIGEN-NUEVO
               MOVE SALIDA-CADUCIDAD TO GP-LOT-CADUCIDAD-NUEVA
           END-IF.
       2620-PREPARAR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2680-TOTALIZAR-STOCK-PRODUCTO
      *    SUMA LAS EXISTENCIAS DE TODAS LAS UBICACIONES DEL PRODUCTO
      *    REFLEJA EN EL MAESTRO EL STOCK TOTALIZADO DEL PRODUCTO Y
      *    GRABA EL MOVIMIENTO DE AUDITORIA CON LAS IMAGENES ANTES Y
      *    DESPUES. SALIDA-REG CONTIENE EL REGISTRO LEIDO EN LA
      *    VALIDACION (2210-LEER-SALIDA). UNA RECEPCION CON COSTE
      *    RECALCULA ANTES EL COSTE MEDIO, MIENTRAS SALIDA-STOCK
      *    CONSERVA AUN EL STOCK ANTERIOR A LA ENTRADA. UN AJUSTE SE
      *    ANOTA ADEMAS EN LOS MOVIMIENTOS CONTABLES DEL DIA.
      *----------------------------------------------------------------
       2700-ACTUALIZAR-SALIDA.
           MOVE SALIDA-REG TO GP-IMAGEN-ANTERIOR.
           IF MOV-RECEPCION AND MOV-COSTE-X NOT = SPACES
               AND MOV-COSTE > ZERO
               PERFORM 2720-RECALCULAR-COSTE-MEDIO
                   THRU 2720-RECALCULAR-COSTE-MEDIO-EXIT
           END-IF.
           MOVE GP-STOCK-TOTAL-PROD TO SALIDA-STOCK.
           IF GP-CADUCIDAD-MINIMA NOT = SPACES
               MOVE GP-CADUCIDAD-MINIMA TO SALIDA-CADUCIDAD
           END-IF.
           REWRITE SALIDA-REG
               INVALID KEY
                   DISPLAY 'PROGRA10: ERROR AL MODIFICAR ' SALIDA-ID
               NOT INVALID KEY
                   PERFORM 2710-GRABAR-AUDITORIA
                       THRU 2710-GRABAR-AUDITORIA-EXIT
                   IF MOV-AJUSTE AND GP-MOVCONT-DISPONIBLE
                       PERFORM 2730-GRABAR-MOVCONT
                           THRU 2730-GRABAR-MOVCONT-EXIT
                   END-IF
           END-REWRITE.
       2700-ACTUALIZAR-SALIDA-EXIT.
           EXIT.
       2710-GRABAR-AUDITORIA.
           MOVE GP-FECHA-HOY TO AUD-FECHA-PROCESO.
           MOVE 'M' TO AUD-TIPO-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOV-RECEPCION
                   SET AUD-ORIGEN-RECEPCION TO TRUE
               WHEN MOV-SALIDA-PLANTA
                   SET AUD-ORIGEN-SALIDA-PLANTA TO TRUE
               WHEN OTHER
                   SET AUD-ORIGEN-AJUSTE TO TRUE
           END-EVALUATE.
           MOVE MOV-ID TO AUD-ID.
           MOVE GP-IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTERIOR.
           MOVE SALIDA-REG TO AUD-IMAGEN-NUEVA.
       2711-ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2730-GRABAR-MOVCONT
      *    ANOTA EL AJUSTE EN LOS MOVIMIENTOS CONTABLES DEL DIA,
      *    VALORADO AL COSTE MEDIO DEL PRODUCTO (UN AJUSTE NO LO
      *    ALTERA; CERO SIN COSTE CONOCIDO). LA REFERENCIA ES EL
      *    ORDINAL DEL MOVIMIENTO EN MOVSTK; LA CLAVE DE AUDITORIA, LA
      *    DEL MOVIMIENTO RECIEN GRABADO (CEROS SI NO SE PUDO GRABAR).
      *----------------------------------------------------------------
       2730-GRABAR-MOVCONT.
           MOVE SPACES TO MOVCONT-REG.
           MOVE GP-FECHA-HOY TO MCO-FECHA-PROCESO.
           SET MCO-ORIGEN-AJUSTE TO TRUE.
           MOVE MOV-ID TO MCO-ID.
           MOVE GP-UBICACION-ACTUAL TO MCO-UBICACION.
           MOVE SALIDA-CATEGORIA TO MCO-CATEGORIA.
           MOVE MOV-CANTIDAD TO MCO-CANTIDAD.
           IF SALIDA-COSTE-MEDIO IS NUMERIC
               AND SALIDA-COSTE-MEDIO > ZERO
               MOVE SALIDA-COSTE-MEDIO TO MCO-COSTE-UNITARIO
               COMPUTE MCO-IMPORTE =
                   MOV-CANTIDAD * SALIDA-COSTE-MEDIO
           ELSE
               MOVE 0 TO MCO-COSTE-UNITARIO
               MOVE 0 TO MCO-IMPORTE
           END-IF.
           MOVE 'MOVSTK' TO MCO-REF-FICHERO.
           MOVE GP-FECHA-HOY TO MCO-REF-FECHA.
           MOVE GP-REGS-LEIDOS TO MCO-REF-NUMERO.
           IF GP-AUD-GRABADO
               MOVE AUD-CLAVE TO MCO-AUD-CLAVE
           ELSE
               MOVE ZEROS TO MCO-AUD-CLAVE
           END-IF.
           WRITE MOVCONT-REG.
           IF MCO-ST = '00'
               ADD 1 TO GP-REGS-CONTABLES
           ELSE
               DISPLAY 'PROGRA10: ERROR AL GRABAR MOVIMIENTO CONTABLE '
                   'DE ' MOV-ID ' (ESTADO ' MCO-ST ')'
           END-IF.
       2730-GRABAR-MOVCONT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2720-RECALCULAR-COSTE-MEDIO
      *    NUEVO COSTE MEDIO = (STOCK ANTERIOR X COSTE MEDIO ANTERIOR
      *    + UNIDADES RECIBIDAS X COSTE DE LA RECEPCION) / (STOCK
      *    ANTERIOR + UNIDADES RECIBIDAS). SIN COSTE ANTERIOR CONOCIDO
      *    (BLANCO O CERO) O SIN STOCK ANTERIOR POSITIVO, EL COSTE
      *    MEDIO PASA A SER EL DE LA RECEPCION. UN RESULTADO QUE NO
      *    CABE EN EL CAMPO DEJA EL COSTE SIN CAMBIAR, CON AVISO.
      *----------------------------------------------------------------
       2720-RECALCULAR-COSTE-MEDIO.
           IF SALIDA-COSTE-MEDIO IS NOT NUMERIC
               OR SALIDA-COSTE-MEDIO = ZERO
               OR SALIDA-STOCK NOT > ZERO
               MOVE MOV-COSTE TO SALIDA-COSTE-MEDIO
               ADD 1 TO GP-REGS-COSTE-MEDIO
               GO TO 2720-RECALCULAR-COSTE-MEDIO-EXIT
           END-IF.
           COMPUTE GP-COSTE-VALOR =
               SALIDA-STOCK * SALIDA-COSTE-MEDIO
               + MOV-CANTIDAD * MOV-COSTE.
           COMPUTE GP-COSTE-UNIDADES = SALIDA-STOCK + MOV-CANTIDAD.
           COMPUTE GP-COSTE-NUEVO ROUNDED =
               GP-COSTE-VALOR / GP-COSTE-UNIDADES
               ON SIZE ERROR
                   DISPLAY 'PROGRA10: AVISO - COSTE MEDIO FUERA DE '
                       'RANGO, SIN CAMBIOS EN ' SALIDA-ID
                   GO TO 2720-RECALCULAR-COSTE-MEDIO-EXIT
           END-COMPUTE.
           MOVE GP-COSTE-NUEVO TO SALIDA-COSTE-MEDIO.
           ADD 1 TO GP-REGS-COSTE-MEDIO.
       2720-RECALCULAR-COSTE-MEDIO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2800-ACUMULAR-CONSUMO
      *    SUMA LA SALIDA A PLANTA APLICADA AL REGISTRO DEL DIA DEL
      *    PRODUCTO EN SU UBICACION EN EL HISTORICO DE CONSUMO,
      *    DANDOLO DE ALTA SI ES LA PRIMERA SALIDA DEL DIA.
      *----------------------------------------------------------------
       2800-ACUMULAR-CONSUMO.
           MOVE MOV-ID TO CNS-ID.
           MOVE GP-UBICACION-ACTUAL TO CNS-UBICACION.
           MOVE GP-FECHA-HOY TO CNS-FECHA.
           READ CONSUMO
               INVALID KEY
                   MOVE SPACES TO CONSUMO-REG
                   MOVE MOV-ID TO CNS-ID
                   MOVE GP-UBICACION-ACTUAL TO CNS-UBICACION
                   MOVE GP-FECHA-HOY TO CNS-FECHA
                   MOVE MOV-CANTIDAD TO CNS-CANTIDAD
                   MOVE 1 TO CNS-MOVIMIENTOS
                   WRITE CONSUMO-REG
                       INVALID KEY
                           DISPLAY 'PROGRA10: ERROR AL GRABAR EL '
                               'CONSUMO DE ' CNS-ID ' (ESTADO '
                               CNS-ST ')'
                   END-WRITE
               NOT INVALID KEY
                   ADD MOV-CANTIDAD TO CNS-CANTIDAD
                   ADD 1 TO CNS-MOVIMIENTOS
                   REWRITE CONSUMO-REG
                       INVALID KEY
                           DISPLAY 'PROGRA10: ERROR AL MODIFICAR EL '
                               'CONSUMO DE ' CNS-ID ' (ESTADO '
                               CNS-ST ')'
                   END-REWRITE
           END-READ.
       2800-ACUMULAR-CONSUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2900-AJUSTAR-LOTES
      *    CUADRA LOS LOTES ABIERTOS DEL PRODUCTO EN LA UBICACION CON
      *    GP-LOT-OBJETIVO: SI FALTAN UNIDADES SE DA DE ALTA UN LOTE
      *    NUEVO POR LA DIFERENCIA, CON GP-LOT-CADUCIDAD-NUEVA; SI
      *    SOBRAN SE CONSUMEN EMPEZANDO POR EL LOTE QUE ANTES CADUCA
      *    (FEFO). AL CUADRAR CONTRA LAS EXISTENCIAS Y NO CONTRA EL
      *    DELTA, UNA UBICACION CUYOS LOTES AUN NO EXISTIAN QUEDA
      *    CUBIERTA CON UN PRIMER LOTE.
      *----------------------------------------------------------------
       2900-AJUSTAR-LOTES.
           PERFORM 2910-CARGAR-LOTES
               THRU 2910-CARGAR-LOTES-EXIT.
           COMPUTE GP-LOT-DIFERENCIA = GP-LOT-OBJETIVO - GP-LOT-SUMA.
           IF GP-LOT-DIFERENCIA > ZERO
               PERFORM 2920-CREAR-LOTE
                   THRU 2920-CREAR-LOTE-EXIT
               GO TO 2900-AJUSTAR-LOTES-EXIT
           END-IF.
           IF GP-LOT-DIFERENCIA < ZERO
               COMPUTE GP-LOT-DIFERENCIA = 0 - GP-LOT-DIFERENCIA
               MOVE 'N' TO GP-SW-SIN-LOTES
               PERFORM 2930-CONSUMIR-UN-LOTE
                   THRU 2930-CONSUMIR-UN-LOTE-EXIT
                   UNTIL GP-LOT-DIFERENCIA = ZERO
                       OR GP-SIN-LOTES
           END-IF.
       2900-AJUSTAR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2910-CARGAR-LOTES
      *    VUELCA A LA TABLA LOS LOTES ABIERTOS CON CANTIDAD DE LA
      *    UBICACION Y DETERMINA EL SIGUIENTE SECUENCIAL LIBRE DEL DIA
      *    (LOS LOTES EN TRANSITO HACIA LA UBICACION CUENTAN PARA LA
      *    NUMERACION PERO NO PARA LAS EXISTENCIAS).
      *----------------------------------------------------------------
       2910-CARGAR-LOTES.
           MOVE 0 TO GP-LOT-TOTAL.
           MOVE 0 TO GP-LOT-SUMA.
           MOVE 1 TO GP-LOT-SIGUIENTE.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE GP-LOT-PRODUCTO TO LOT-ID.
           MOVE GP-LOT-UBICACION TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 2911-LEER-UN-LOTE
               THRU 2911-LEER-UN-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2910-CARGAR-LOTES-EXIT.
           EXIT.

       2911-LEER-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2911-LEER-UN-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = GP-LOT-PRODUCTO
               OR LOT-UBICACION NOT = GP-LOT-UBICACION
               SET GP-FIN-LOTES TO TRUE
               GO TO 2911-LEER-UN-LOTE-EXIT
           END-IF.
           IF LOT-NUM-FECHA = GP-FECHA-HOY
               AND LOT-NUM-SECUENCIA NOT < GP-LOT-SIGUIENTE
               COMPUTE GP-LOT-SIGUIENTE = LOT-NUM-SECUENCIA + 1
           END-IF.
           IF NOT LOT-ABIERTO OR LOT-CANTIDAD NOT > ZERO
               GO TO 2911-LEER-UN-LOTE-EXIT
           END-IF.
           ADD LOT-CANTIDAD TO GP-LOT-SUMA.
           IF GP-LOT-TOTAL < GP-LOT-MAXIMO
               ADD 1 TO GP-LOT-TOTAL
               MOVE LOT-NUMERO TO GP-LOT-NUMERO(GP-LOT-TOTAL)
               MOVE LOT-CANTIDAD TO GP-LOT-CANTIDAD(GP-LOT-TOTAL)
               IF LOT-CADUCIDAD IS NUMERIC
                   MOVE LOT-CADUCIDAD TO GP-LOT-ORDEN(GP-LOT-TOTAL)
               ELSE
                   MOVE '99999999' TO GP-LOT-ORDEN(GP-LOT-TOTAL)
               END-IF
           ELSE
               DISPLAY 'PROGRA10: AVISO - TABLA DE LOTES LLENA, LOTE '
                   LOT-CLAVE ' NO SE CONSUME'
           END-IF.
       2911-LEER-UN-LOTE-EXIT.
           EXIT.

       2920-CREAR-LOTE.
           IF GP-LOT-SIGUIENTE > 999
               DISPLAY 'PROGRA10: ERROR - SIN NUMERO DE LOTE LIBRE '
                   'PARA ' GP-LOT-PRODUCTO ' ' GP-LOT-UBICACION
               GO TO 2920-CREAR-LOTE-EXIT
           END-IF.
           MOVE SPACES TO LOTE-REG.
           MOVE GP-LOT-PRODUCTO TO LOT-ID.
           MOVE GP-LOT-UBICACION TO LOT-UBICACION.
           MOVE GP-FECHA-HOY TO LOT-NUM-FECHA.
           MOVE GP-LOT-SIGUIENTE TO LOT-NUM-SECUENCIA.
           SET LOT-ABIERTO TO TRUE.
           MOVE GP-LOT-CADUCIDAD-NUEVA TO LOT-CADUCIDAD.
           MOVE GP-LOT-DIFERENCIA TO LOT-CANTIDAD.
           MOVE GP-LOT-DIFERENCIA TO LOT-CANTIDAD-INICIAL.
           MOVE GP-LOT-ORIGEN-NUEVO TO LOT-ORIGEN.
           MOVE ZEROS TO LOT-TRASLADO.
           WRITE LOTE-REG
               INVALID KEY
                   DISPLAY 'PROGRA10: ERROR AL GRABAR EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               NOT INVALID KEY
                   ADD 1 TO GP-REGS-LOTES-ALTA
                   ADD 1 TO GP-LOT-SIGUIENTE
           END-WRITE.
       2920-CREAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2930-CONSUMIR-UN-LOTE
      *    ELIGE EL LOTE DE LA TABLA CON CANTIDAD QUE ANTES CADUCA (A
      *    IGUALDAD DE CADUCIDAD, EL MAS ANTIGUO: LA TABLA ESTA EN
      *    ORDEN DE NUMERO DE LOTE), LE DESCUENTA LO QUE QUEDE POR
      *    CONSUMIR Y LO REGRABA, O LO ELIMINA SI SE AGOTA.
      *----------------------------------------------------------------
       2930-CONSUMIR-UN-LOTE.
           MOVE 0 TO GP-LOT-ELEGIDO.
           PERFORM 2931-COMPARAR-LOTE
               THRU 2931-COMPARAR-LOTE-EXIT
               VARYING GP-LOT-IDX FROM 1 BY 1
               UNTIL GP-LOT-IDX > GP-LOT-TOTAL.
           IF GP-LOT-ELEGIDO = 0
               SET GP-SIN-LOTES TO TRUE
               GO TO 2930-CONSUMIR-UN-LOTE-EXIT
           END-IF.
           IF GP-LOT-CANTIDAD(GP-LOT-ELEGIDO) > GP-LOT-DIFERENCIA
               MOVE GP-LOT-DIFERENCIA TO GP-LOT-TOMAR
           ELSE
               MOVE GP-LOT-CANTIDAD(GP-LOT-ELEGIDO) TO GP-LOT-TOMAR
           END-IF.
           SUBTRACT GP-LOT-TOMAR FROM GP-LOT-CANTIDAD(GP-LOT-ELEGIDO).
           SUBTRACT GP-LOT-TOMAR FROM GP-LOT-DIFERENCIA.
           MOVE GP-LOT-PRODUCTO TO LOT-ID.
           MOVE GP-LOT-UBICACION TO LOT-UBICACION.
           MOVE GP-LOT-NUMERO(GP-LOT-ELEGIDO) TO LOT-NUMERO.
           READ LOTES
               INVALID KEY
                   DISPLAY 'PROGRA10: ERROR AL LEER EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
                   GO TO 2930-CONSUMIR-UN-LOTE-EXIT
           END-READ.
           IF GP-LOT-CANTIDAD(GP-LOT-ELEGIDO) = ZERO
               DELETE LOTES RECORD
                   INVALID KEY
                       DISPLAY 'PROGRA10: ERROR AL ELIMINAR EL LOTE '
                           LOT-CLAVE ' (ESTADO ' LOT-ST ')'
                   NOT INVALID KEY
                       ADD 1 TO GP-REGS-LOTES-AGOTADOS
               END-DELETE
           ELSE
               MOVE GP-LOT-CANTIDAD(GP-LOT-ELEGIDO) TO LOT-CANTIDAD
               REWRITE LOTE-REG
                   INVALID KEY
                       DISPLAY 'PROGRA10: ERROR AL MODIFICAR EL LOTE '
                           LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               END-REWRITE
           END-IF.
       2930-CONSUMIR-UN-LOTE-EXIT.
           EXIT.

       2931-COMPARAR-LOTE.
           IF GP-LOT-CANTIDAD(GP-LOT-IDX) NOT > ZERO
               GO TO 2931-COMPARAR-LOTE-EXIT
           END-IF.
           IF GP-LOT-ELEGIDO = 0
               MOVE GP-LOT-IDX TO GP-LOT-ELEGIDO
               GO TO 2931-COMPARAR-LOTE-EXIT
           END-IF.
           IF GP-LOT-ORDEN(GP-LOT-IDX) < GP-LOT-ORDEN(GP-LOT-ELEGIDO)
               MOVE GP-LOT-IDX TO GP-LOT-ELEGIDO
           END-IF.
       2931-COMPARAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2950-CADUCIDAD-PRODUCTO
      *    DEVUELVE EN GP-CADUCIDAD-MINIMA LA CADUCIDAD MAS PROXIMA DE
      *    LOS LOTES CON CANTIDAD DEL PRODUCTO EN TODAS SUS
      *    UBICACIONES, INCLUIDOS LOS QUE ESTAN EN TRANSITO. EN BLANCO
      *    SI NINGUN LOTE TIENE CADUCIDAD (EL MAESTRO CONSERVA LA
      *    SUYA).
      *----------------------------------------------------------------
       2950-CADUCIDAD-PRODUCTO.
           MOVE SPACES TO GP-CADUCIDAD-MINIMA.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE GP-LOT-PRODUCTO TO LOT-ID.
           MOVE LOW-VALUES TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 2951-EXAMINAR-CADUCIDAD-LOTE
               THRU 2951-EXAMINAR-CADUCIDAD-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2950-CADUCIDAD-PRODUCTO-EXIT.
           EXIT.

       2951-EXAMINAR-CADUCIDAD-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2951-EXAMINAR-CADUCIDAD-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = GP-LOT-PRODUCTO
               SET GP-FIN-LOTES TO TRUE
               GO TO 2951-EXAMINAR-CADUCIDAD-LOTE-EXIT
           END-IF.
           IF LOT-CANTIDAD > ZERO
               AND LOT-CADUCIDAD IS NUMERIC
               AND (GP-CADUCIDAD-MINIMA = SPACES
                   OR LOT-CADUCIDAD < GP-CADUCIDAD-MINIMA)
               MOVE LOT-CADUCIDAD TO GP-CADUCIDAD-MINIMA
           END-IF.
       2951-EXAMINAR-CADUCIDAD-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-FINALIZAR
      *----------------------------------------------------------------
           DISPLAY 'PROGRA10: AJUSTES            : ' GP-REGS-AJUSTES.
           DISPLAY 'PROGRA10: RECHAZADOS         : '
               GP-REGS-RECHAZADOS.
           DISPLAY 'PROGRA10: LOTES DADOS DE ALTA: '
               GP-REGS-LOTES-ALTA.
           DISPLAY 'PROGRA10: LOTES AGOTADOS     : '
               GP-REGS-LOTES-AGOTADOS.
           DISPLAY 'PROGRA10: COSTES MEDIOS ACT. : '
               GP-REGS-COSTE-MEDIO.
           DISPLAY 'PROGRA10: MOVS. CONTABLES    : '
               GP-REGS-CONTABLES.
           DISPLAY 'PROGRA10: MOVS. DE EXISTENCIAS: '
               GP-REGS-MOVEXIS.
           CLOSE MOVSTK.
           IF GP-SALIDA-DISPONIBLE
               CLOSE SALIDA
               CLOSE AUDITSAL
               CLOSE RCHMOVS
           END-IF.
           IF GP-CONSUMO-DISPONIBLE
               CLOSE CONSUMO
           END-IF.
           IF GP-LOTES-DISPONIBLE
               CLOSE LOTES
           END-IF.
           IF GP-MOVCONT-DISPONIBLE
               CLOSE MOVCONT
           END-IF.
           IF GP-MOVEXIS-DISPONIBLE
               CLOSE MOVEXIS
           END-IF.
           IF NOT GP-AUDIT-DISPONIBLE
               SET GP-EJECUCION-INCOMPLETA TO TRUE
           END-IF.
           PERFORM 0200-LIBERAR-BLOQUEO
               THRU 0200-LIBERAR-BLOQUEO-EXIT.
       3000-FINALIZAR-EXIT.
           EXIT.

