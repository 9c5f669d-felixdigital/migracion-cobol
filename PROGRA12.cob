      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-09-02   RGV    CREACION ORIGINAL.
      *    2026-10-15   RGV    CADA RECEPCION, PARCIAL O FINAL, QUEDA
      *                        ANOTADA EN EL HISTORICO DE PEDIDOS
      *                        (HISTPED) CON SUS FECHAS Y CANTIDADES
      *                        ANTES DE DESCONTAR O BORRAR EL PEDIDO
      *                        ABIERTO, PARA LA EVALUACION DE
      *                        PROVEEDORES DE PROGRA22. EL PEDIDO
      *                        ABIERTO GUARDA LA CANTIDAD PEDIDA
      *                        ORIGINAL (PAB-CANTIDAD-PEDIDA).
      *    2026-10-15   RGV    UNA RECEPCION CON COSTE UNITARIO
      *                        (CNF-COSTE) RECALCULA EL COSTE MEDIO
      *                        PONDERADO DEL MAESTRO SALIDA CON EL
      *                        MISMO CRITERIO QUE PROGRA10, Y GRABA
      *                        EL CAMBIO EN EL DIARIO DE AUDITORIA.
      *                        SIN MAESTRO O SIN DIARIO EL SEGUIMIENTO
      *                        SIGUE, SIN ACTUALIZAR COSTES.
      *    2026-10-15   RGV    CADA MOVIMIENTO DE AUDITORIA LLEVA SU
      *                        ORIGEN (AUD-ORIGEN): COSTE DE
      *                        RECEPCION DE PEDIDO.
      *    2026-10-15   RGV    CONTROL DE ARRANQUE DE LA CADENA ANTES
      *                        DE ABRIR NINGUN FICHERO, COMO LOS DEMAS
      *                        PROGRAMAS QUE ACTUALIZAN EL MAESTRO: NO
      *                        ARRANCA (CODIGO DE RETORNO 12) SI UN
      *                        PREDECESOR DE LA TABLA DE DEPENDENCIAS
      *                        (DEPENDE.cpy) ESTA EN CURSO O NO
      *                        COMPLETO, O SI OTRO PROGRAMA RETIENE EL
      *                        BLOQUEO EXCLUSIVO DE ACTUALIZACION. SU
      *                        REGISTRO EN CHECKPT QUEDA NO COMPLETO
      *                        ('I') SI NO LLEGA A ABRIR EL MAESTRO O
      *                        EL DIARIO DE AUDITORIA.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA12.
           RECORD KEY IS PAB-CLAVE
           FILE STATUS IS PAB-ST.

           SELECT HISTPED ASSIGN TO HISTPED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HPD-CLAVE
           FILE STATUS IS HPD-ST.

           SELECT SALIDA ASSIGN TO SALIDA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SALIDA-ID
           ALTERNATE RECORD KEY IS SALIDA-CATEGORIA WITH DUPLICATES
           ALTERNATE RECORD KEY IS SALIDA-DESC WITH DUPLICATES
           FILE STATUS IS SALIDA-ST.

           SELECT AUDITSAL ASSIGN TO AUDITSAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AUD-CLAVE
           FILE STATUS IS AUD-ST.

           SELECT PEDAPRT ASSIGN TO PEDAPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PDA-ST.

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
       FD  PEDSUG
           DATA RECORD IS PEDABI-REG.
           COPY PEDABI.

       FD  HISTPED
           DATA RECORD IS HISTPED-REG.
           COPY HISTPED.

       FD  SALIDA
           DATA RECORD IS SALIDA-REG.
           COPY SALIDA.

       FD  AUDITSAL
           DATA RECORD IS AUDITSAL-REG.
           COPY AUDITSAL.

      *----------------------------------------------------------------
      *    INFORME DE SEGUIMIENTO: INCIDENCIAS DEL RETORNO DE COMPRAS
      *    Y PROPUESTAS NUNCA CONFIRMADAS.
           05  PDA-T-ETIQUETA           PIC X(36).
           05  PDA-T-TOTAL              PIC ZZZ,ZZ9.

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
           05  PED-ST                  PIC X(2).
           05  CNF-ST                  PIC X(2).
           05  PAB-ST                  PIC X(2).
           05  HPD-ST                  PIC X(2).
           05  SALIDA-ST               PIC X(2).
           05  AUD-ST                  PIC X(2).
           05  PDA-ST                  PIC X(2).
           05  CHK-ST                  PIC X(2).
           05  DEP-ST                  PIC X(2).
           05  RAR-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
               88  GP-EXISTE-PEDIDO           VALUE 'S'.
           05  GP-SW-PEDABI-DISPON     PIC X(1) VALUE 'N'.
               88  GP-PEDABI-DISPONIBLE       VALUE 'S'.
           05  GP-SW-RECEP-PARCIAL     PIC X(1) VALUE 'N'.
               88  GP-RECEPCION-PARCIAL       VALUE 'S'.
           05  GP-SW-HPD-GRABADO       PIC X(1) VALUE 'N'.
               88  GP-HPD-GRABADO             VALUE 'S'.
           05  GP-SW-SALIDA-DISPON     PIC X(1) VALUE 'N'.
               88  GP-SALIDA-DISPONIBLE       VALUE 'S'.
           05  GP-SW-AUDIT-DISPON      PIC X(1) VALUE 'N'.
               88  GP-AUDIT-DISPONIBLE        VALUE 'S'.
           05  GP-SW-AUD-GRABADO       PIC X(1) VALUE 'N'.
               88  GP-AUD-GRABADO             VALUE 'S'.
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
      *    CONTADORES DEL SEGUIMIENTO.
       77  GP-PEDIDOS-CERRADOS         PIC 9(9) COMP VALUE 0.
       77  GP-INCIDENCIAS              PIC 9(9) COMP VALUE 0.
       77  GP-SIN-CONFIRMAR            PIC 9(9) COMP VALUE 0.
       77  GP-RECEPCIONES-PARCIALES    PIC 9(9) COMP VALUE 0.
       77  GP-HISTORICOS-GRABADOS      PIC 9(9) COMP VALUE 0.
       77  GP-HPD-INTENTOS             PIC 9(4) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
       77  GP-DIAS-PENDIENTE           PIC S9(9) VALUE 0.
       77  GP-UBICACION-ACTUAL         PIC X(3) VALUE SPACES.
      *----------------------------------------------------------------
      *    DATOS DE LA RECEPCION EN CURSO PARA EL HISTORICO: CANTIDAD
      *    PEDIDA DEL PEDIDO, RECIBIDA EN ESTA ENTREGA, RECIBIDA EN
      *    ENTREGAS ANTERIORES Y PENDIENTE TRAS ESTA.
      *----------------------------------------------------------------
       77  GP-FECHA-RECEPCION          PIC 9(8) VALUE 0.
       77  GP-CANT-PEDIDA              PIC 9(7) VALUE 0.
       77  GP-CANT-RECIBIDA            PIC 9(7) VALUE 0.
       77  GP-CANT-ANTERIOR            PIC 9(7) VALUE 0.
       77  GP-CANT-PENDIENTE           PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DEL COSTE MEDIO PONDERADO Y DE SU MOVIMIENTO
      *    DE AUDITORIA (MISMO CRITERIO QUE 2720-RECALCULAR-COSTE-
      *    MEDIO Y 2710-GRABAR-AUDITORIA DE PROGRA10).
      *----------------------------------------------------------------
       77  GP-COSTES-ACTUALIZADOS      PIC 9(9) COMP VALUE 0.
       77  GP-AUD-INTENTOS             PIC 9(4) COMP VALUE 0.
       77  GP-COSTE-VALOR              PIC S9(11)V9(4) VALUE 0.
       77  GP-COSTE-UNIDADES           PIC S9(7) VALUE 0.
       77  GP-COSTE-NUEVO              PIC 9(4)V9(2) VALUE 0.
       01  GP-IMAGEN-ANTERIOR          PIC X(80) VALUE SPACES.

       01  GP-FECHA-EDITADA.
           05  GP-FE-CCYY              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  GP-FE-DD                PIC 9(2).

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
      *    SIN EL FICHERO DE PEDIDOS ABIERTOS NO HAY NADA QUE
               THRU 5000-FINALIZAR-EXIT.
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
               DISPLAY 'PROGRA12: NO SE PUEDE ABRIR EL FICHERO DE '
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
           DISPLAY 'PROGRA12: *** ARRANQUE DENEGADO - EJECUCION '
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
               DISPLAY 'PROGRA12: AVISO - SIN TABLA DE DEPENDENCIAS '
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
           IF DEP-PROGRAMA NOT = 'PROGRA12' AND NOT DEP-TODOS
               GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-IF.
           IF DEP-PREDECESOR = 'PROGRA12' OR DEP-PREDECESOR = SPACES
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
           DISPLAY 'PROGRA12: ARRANQUE DENEGADO - EL PREDECESOR '
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
           IF CHK-SISTEMA-ORIGEN = 'PROGRA12'
               DISPLAY 'PROGRA12: AVISO - SE RECUPERA EL BLOQUEO DE '
                   'ACTUALIZACION RETENIDO POR ESTE PROGRAMA DESDE '
                   CHK-FECHA-EJECUCION ' (EJECUCION INTERRUMPIDA).'
               GO TO 0130-COMPROBAR-BLOQUEO-EXIT
           END-IF.
           DISPLAY 'PROGRA12: ARRANQUE DENEGADO - BLOQUEO DE '
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
           MOVE 'PROGRA12' TO CHK-SISTEMA-ORIGEN.
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
           MOVE 'PROGRA12' TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GP-EXISTE-PROPIO TO TRUE
           END-READ.
           INITIALIZE CHECKPT-REG.
           MOVE 'PROGRA12' TO CHK-PROGRAMA.
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
           MOVE 'PROGRA12' TO RAR-PROGRAMA.
           OPEN EXTEND RCHARR.
           IF RAR-ST = '35'
               OPEN OUTPUT RCHARR
           END-IF.
           IF RAR-ST NOT = '00'
               DISPLAY 'PROGRA12: AVISO - NO SE PUEDE ANOTAR EN EL '
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
               DISPLAY 'PROGRA12: AVISO - NO SE PUEDE LIBERAR EL '
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
           IF CHK-EN-CURSO AND CHK-SISTEMA-ORIGEN = 'PROGRA12'
               SET CHK-COMPLETO TO TRUE
               REWRITE CHECKPT-REG
           END-IF.
           CLOSE CHECKPT.
       0200-LIBERAR-BLOQUEO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    ABRE EL FICHERO DE PEDIDOS ABIERTOS Y EL HISTORICO DE
      *    PEDIDOS EN E/S, CREANDOLOS VACIOS EN LA PRIMERA EJECUCION
      *    (MISMO PATRON QUE EL MAESTRO SALIDA EN PROGRA01), Y EL
      *    INFORME DE SEGUIMIENTO. UN
      *    FICHERO QUE NO ABRE TRAS EL REINTENTO ES FATAL: EL
      *    PROGRAMA TERMINA AVISANDO POR CONSOLA, SIN TOCAR LA
      *    PROPUESTA NI EL RETORNO DE COMPRAS.
                   'PEDIDOS ABIERTOS (ESTADO ' PAB-ST ').'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
      *    EL HISTORICO SE ABRE CON EL MISMO PATRON. SIN EL, CERRAR
      *    PEDIDOS LOS HARIA DESAPARECER SIN RASTRO, ASI QUE TAMBIEN
      *    ES FATAL.
           OPEN I-O HISTPED.
           IF HPD-ST = '35'
               OPEN OUTPUT HISTPED
               CLOSE HISTPED
               OPEN I-O HISTPED
           END-IF.
           IF HPD-ST NOT = '00'
               DISPLAY 'PROGRA12: NO SE PUEDE ABRIR EL HISTORICO DE '
                   'PEDIDOS (ESTADO ' HPD-ST ').'
               CLOSE PEDABIER
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-PEDABI-DISPONIBLE TO TRUE.
           OPEN OUTPUT PEDAPRT.
           WRITE PDA-CAB-1.
           PERFORM 1100-ABRIR-COSTES
               THRU 1100-ABRIR-COSTES-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1100-ABRIR-COSTES
      *    EL MAESTRO SALIDA Y EL DIARIO DE AUDITORIA SOLO HACEN FALTA
      *    PARA EL COSTE MEDIO DE LAS RECEPCIONES. SE ABREN EN E/S (EL
      *    DIARIO SE CREA VACIO EN LA PRIMERA EJECUCION, MISMO PATRON
      *    QUE PROGRA10); SI ALGUNO NO ABRE, LOS COSTES NO SE TOCAN
      *    (SIN AUDITORIA NO DEBE CAMBIARSE EL MAESTRO) Y EL
      *    SEGUIMIENTO DE PEDIDOS CONTINUA CON AVISO POR CONSOLA.
      *----------------------------------------------------------------
       1100-ABRIR-COSTES.
           OPEN I-O SALIDA.
           IF SALIDA-ST NOT = '00'
               DISPLAY 'PROGRA12: AVISO - MAESTRO SALIDA NO '
                   'DISPONIBLE (ESTADO ' SALIDA-ST '), NO SE '
                   'ACTUALIZAN COSTES.'
               GO TO 1100-ABRIR-COSTES-EXIT
           END-IF.
           SET GP-SALIDA-DISPONIBLE TO TRUE.
           OPEN I-O AUDITSAL.
           IF AUD-ST = '35'
               OPEN OUTPUT AUDITSAL
               CLOSE AUDITSAL
               OPEN I-O AUDITSAL
           END-IF.
           IF AUD-ST NOT = '00'
               DISPLAY 'PROGRA12: AVISO - DIARIO DE AUDITORIA NO '
                   'DISPONIBLE (ESTADO ' AUD-ST '), NO SE '
                   'ACTUALIZAN COSTES.'
               GO TO 1100-ABRIR-COSTES-EXIT
           END-IF.
           SET GP-AUDIT-DISPONIBLE TO TRUE.
       1100-ABRIR-COSTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-REGISTRAR-PROPUESTAS
      *    ANOTA EN EL FICHERO DE PEDIDOS ABIERTOS LOS DETALLES DE LA
      *    CANTIDAD SUGERIDA (QUE LA CARGA YA CALCULO DESCONTANDO LO
      *    PENDIENTE) SE SUMA A LA PENDIENTE, CONSERVANDO EL ESTADO Y
      *    LA FECHA DE LA PROPUESTA ORIGINAL PARA QUE EL INFORME DE
      *    ANTIGUEDAD NO SE REINICIE; LA AMPLIACION SE SUMA TAMBIEN A
      *    LA CANTIDAD PEDIDA. UN PEDIDO ANTERIOR A LA CANTIDAD
      *    PEDIDA (CAMPO EN BLANCO) LA INICIA CON LA PENDIENTE.
      *----------------------------------------------------------------
       2200-ANOTAR-PROPUESTA.
           PERFORM 2300-LEER-PEDIDO-ABIERTO
               THRU 2300-LEER-PEDIDO-ABIERTO-EXIT.
           IF GP-EXISTE-PEDIDO
               ADD PED-CANTIDAD TO PAB-CANTIDAD
               IF PAB-CANTIDAD-PEDIDA IS NUMERIC
                   ADD PED-CANTIDAD TO PAB-CANTIDAD-PEDIDA
               ELSE
                   MOVE PAB-CANTIDAD TO PAB-CANTIDAD-PEDIDA
               END-IF
               REWRITE PEDABI-REG
               ADD 1 TO GP-PEDIDOS-AMPLIADOS
           ELSE
               MOVE PED-UBICACION TO PAB-UBICACION
               SET PAB-PROPUESTO TO TRUE
               MOVE PED-CANTIDAD TO PAB-CANTIDAD
               MOVE PED-CANTIDAD TO PAB-CANTIDAD-PEDIDA
               IF PED-FECHA-PROCESO IS NUMERIC
                   AND PED-FECHA-PROCESO > 0
                   MOVE PED-FECHA-PROCESO TO PAB-FECHA-PROPUESTA
      *    3400-RECIBIR-PEDIDO
      *    UNA RECEPCION PARCIAL DESCUENTA LA CANTIDAD RECIBIDA DE LA
      *    PENDIENTE; UNA RECEPCION SIN CANTIDAD (O QUE CUBRE TODA LA
      *    PENDIENTE) CIERRA EL PEDIDO CON BORRADO FISICO. EN LOS DOS
      *    CASOS LA ENTREGA SE ANOTA ANTES EN EL HISTORICO DE PEDIDOS:
      *    UNA RECEPCION SIN CANTIDAD RECIBE TODO LO PENDIENTE Y UNA
      *    QUE SUPERA LO PENDIENTE SE ANOTA POR LO QUE REALMENTE
      *    LLEGO. LA FECHA DE RECEPCION ES LA DEL RETORNO (LA DEL DIA
      *    SI NO VIENE, MISMO CRITERIO QUE LA CONFIRMACION). LAS
      *    UNIDADES RECIBIDAS ENTRAN EN STOCK POR SU PROPIO CAUCE
      *    (EXTRACTO NOCTURNO O MOVIMIENTO INTRADIA DE PROGRA10);
      *    AQUI SE CIERRA EL SEGUIMIENTO DEL PEDIDO Y, SI LA RECEPCION
      *    TRAE COSTE UNITARIO, SE ACTUALIZA EL COSTE MEDIO.
      *----------------------------------------------------------------
       3400-RECIBIR-PEDIDO.
           ADD 1 TO GP-RECEPCIONES.
           IF CNF-FECHA IS NUMERIC AND CNF-FECHA > 0
               MOVE CNF-FECHA TO GP-FECHA-RECEPCION
           ELSE
               MOVE GP-FECHA-HOY TO GP-FECHA-RECEPCION
           END-IF.
           IF PAB-CANTIDAD-PEDIDA IS NUMERIC
               AND PAB-CANTIDAD-PEDIDA NOT < PAB-CANTIDAD
               MOVE PAB-CANTIDAD-PEDIDA TO GP-CANT-PEDIDA
           ELSE
               MOVE PAB-CANTIDAD TO GP-CANT-PEDIDA
           END-IF.
           COMPUTE GP-CANT-ANTERIOR = GP-CANT-PEDIDA - PAB-CANTIDAD.
           MOVE 'N' TO GP-SW-RECEP-PARCIAL.
           IF CNF-CANTIDAD-X NOT = SPACES
               AND CNF-CANTIDAD IS NUMERIC
               AND CNF-CANTIDAD > 0
               MOVE CNF-CANTIDAD TO GP-CANT-RECIBIDA
               IF CNF-CANTIDAD < PAB-CANTIDAD
                   SET GP-RECEPCION-PARCIAL TO TRUE
               END-IF
           ELSE
               MOVE PAB-CANTIDAD TO GP-CANT-RECIBIDA
           END-IF.
           IF GP-RECEPCION-PARCIAL
               COMPUTE GP-CANT-PENDIENTE =
                   PAB-CANTIDAD - GP-CANT-RECIBIDA
           ELSE
               MOVE 0 TO GP-CANT-PENDIENTE
           END-IF.
           PERFORM 3450-GRABAR-HISTORICO
               THRU 3450-GRABAR-HISTORICO-EXIT.
           IF CNF-COSTE-X NOT = SPACES
               PERFORM 3460-ACTUALIZAR-COSTE
                   THRU 3460-ACTUALIZAR-COSTE-EXIT
           END-IF.
           IF GP-RECEPCION-PARCIAL
               MOVE GP-CANT-PENDIENTE TO PAB-CANTIDAD
               REWRITE PEDABI-REG
               ADD 1 TO GP-RECEPCIONES-PARCIALES
           ELSE
               DELETE PEDABIER RECORD
                   INVALID KEY
       3400-RECIBIR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3450-GRABAR-HISTORICO
      *    ANOTA LA ENTREGA EN EL HISTORICO DE PEDIDOS. LA SECUENCIA
      *    EMPIEZA EN 1 Y AVANZA MIENTRAS LA CLAVE YA EXISTA (MISMO
      *    PATRON QUE LA GRABACION DEL DIARIO DE AUDITORIA), CON LO
      *    QUE NUMERA LAS ENTREGAS DE CADA PEDIDO.
      *----------------------------------------------------------------
       3450-GRABAR-HISTORICO.
           MOVE SPACES TO HISTPED-REG.
           MOVE PAB-ID TO HPD-ID.
           MOVE PAB-UBICACION TO HPD-UBICACION.
           IF PAB-FECHA-PROPUESTA IS NUMERIC
               MOVE PAB-FECHA-PROPUESTA TO HPD-FECHA-PROPUESTA
           ELSE
               MOVE ZEROS TO HPD-FECHA-PROPUESTA
           END-IF.
           IF GP-RECEPCION-PARCIAL
               SET HPD-RECEPCION-PARCIAL TO TRUE
           ELSE
               SET HPD-RECEPCION-FINAL TO TRUE
           END-IF.
           IF PAB-FECHA-CONFIRMA IS NUMERIC
               MOVE PAB-FECHA-CONFIRMA TO HPD-FECHA-CONFIRMA
           ELSE
               MOVE ZEROS TO HPD-FECHA-CONFIRMA
           END-IF.
           MOVE GP-FECHA-RECEPCION TO HPD-FECHA-RECEPCION.
           MOVE GP-CANT-PEDIDA TO HPD-CANTIDAD-PEDIDA.
           MOVE GP-CANT-RECIBIDA TO HPD-CANTIDAD-RECIBIDA.
           COMPUTE HPD-ACUM-RECIBIDO =
               GP-CANT-ANTERIOR + GP-CANT-RECIBIDA.
           MOVE GP-CANT-PENDIENTE TO HPD-CANTIDAD-PENDIENTE.
           MOVE 'N' TO GP-SW-HPD-GRABADO.
           MOVE 1 TO HPD-SECUENCIA.
           MOVE 0 TO GP-HPD-INTENTOS.
           PERFORM 3451-ESCRIBIR-HISTORICO
               THRU 3451-ESCRIBIR-HISTORICO-EXIT
               UNTIL GP-HPD-GRABADO
                   OR GP-HPD-INTENTOS > 998
                   OR (HPD-ST NOT = '00' AND HPD-ST NOT = '22').
           IF GP-HPD-GRABADO
               ADD 1 TO GP-HISTORICOS-GRABADOS
           ELSE
               DISPLAY 'PROGRA12: ERROR AL GRABAR EL HISTORICO DEL '
                   'PEDIDO ' PAB-CLAVE ' (ESTADO ' HPD-ST ')'
           END-IF.
       3450-GRABAR-HISTORICO-EXIT.
           EXIT.

       3451-ESCRIBIR-HISTORICO.
           WRITE HISTPED-REG
               INVALID KEY
                   ADD 1 TO HPD-SECUENCIA
                   ADD 1 TO GP-HPD-INTENTOS
               NOT INVALID KEY
                   SET GP-HPD-GRABADO TO TRUE
           END-WRITE.
       3451-ESCRIBIR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3460-ACTUALIZAR-COSTE
      *    RECALCULA EL COSTE MEDIO PONDERADO DEL PRODUCTO CON LAS
      *    UNIDADES RECIBIDAS EN ESTA ENTREGA Y SU COSTE UNITARIO:
      *    (STOCK DEL MAESTRO X COSTE MEDIO + RECIBIDO X COSTE) /
      *    (STOCK DEL MAESTRO + RECIBIDO). SIN COSTE ANTERIOR O SIN
      *    STOCK POSITIVO EL COSTE MEDIO PASA A SER EL DE LA
      *    RECEPCION. UN COSTE NO NUMERICO O CERO, UN PRODUCTO
      *    INEXISTENTE EN EL MAESTRO O UN RESULTADO FUERA DE RANGO SE
      *    AVISAN POR CONSOLA Y NO CAMBIAN NADA. UNA MISMA ENTREGA
      *    DEBE TRAER EL COSTE POR UN SOLO CAUCE (ESTE RETORNO O EL
      *    MOVIMIENTO 'R' DE PROGRA10), O SE PONDERARIA DOS VECES.
      *----------------------------------------------------------------
       3460-ACTUALIZAR-COSTE.
           IF NOT GP-AUDIT-DISPONIBLE
               GO TO 3460-ACTUALIZAR-COSTE-EXIT
           END-IF.
           IF CNF-COSTE IS NOT NUMERIC OR CNF-COSTE = ZERO
               DISPLAY 'PROGRA12: AVISO - COSTE UNITARIO NO VALIDO, '
                   'IGNORADO EN ' PAB-CLAVE
               GO TO 3460-ACTUALIZAR-COSTE-EXIT
           END-IF.
           MOVE CNF-ID TO SALIDA-ID.
           READ SALIDA
               INVALID KEY
                   DISPLAY 'PROGRA12: AVISO - PRODUCTO ' CNF-ID
                       ' INEXISTENTE EN SALIDA, COSTE IGNORADO'
                   GO TO 3460-ACTUALIZAR-COSTE-EXIT
           END-READ.
           MOVE SALIDA-REG TO GP-IMAGEN-ANTERIOR.
           IF SALIDA-COSTE-MEDIO IS NOT NUMERIC
               OR SALIDA-COSTE-MEDIO = ZERO
               OR SALIDA-STOCK IS NOT NUMERIC
               OR SALIDA-STOCK NOT > ZERO
               MOVE CNF-COSTE TO GP-COSTE-NUEVO
           ELSE
               COMPUTE GP-COSTE-VALOR =
                   SALIDA-STOCK * SALIDA-COSTE-MEDIO
                   + GP-CANT-RECIBIDA * CNF-COSTE
               COMPUTE GP-COSTE-UNIDADES =
                   SALIDA-STOCK + GP-CANT-RECIBIDA
               COMPUTE GP-COSTE-NUEVO ROUNDED =
                   GP-COSTE-VALOR / GP-COSTE-UNIDADES
                   ON SIZE ERROR
                       DISPLAY 'PROGRA12: AVISO - COSTE MEDIO FUERA '
                           'DE RANGO, SIN CAMBIOS EN ' SALIDA-ID
                       GO TO 3460-ACTUALIZAR-COSTE-EXIT
               END-COMPUTE
           END-IF.
           MOVE GP-COSTE-NUEVO TO SALIDA-COSTE-MEDIO.
           REWRITE SALIDA-REG
               INVALID KEY
                   DISPLAY 'PROGRA12: ERROR AL MODIFICAR ' SALIDA-ID
               NOT INVALID KEY
                   ADD 1 TO GP-COSTES-ACTUALIZADOS
                   PERFORM 3470-GRABAR-AUDITORIA
                       THRU 3470-GRABAR-AUDITORIA-EXIT
           END-REWRITE.
       3460-ACTUALIZAR-COSTE-EXIT.
           EXIT.

       3470-GRABAR-AUDITORIA.
           MOVE GP-FECHA-HOY TO AUD-FECHA-PROCESO.
           MOVE 'M' TO AUD-TIPO-MOVIMIENTO.
           SET AUD-ORIGEN-COSTE-PEDIDO TO TRUE.
           MOVE CNF-ID TO AUD-ID.
           MOVE GP-IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTERIOR.
           MOVE SALIDA-REG TO AUD-IMAGEN-NUEVA.
           MOVE 'N' TO GP-SW-AUD-GRABADO.
           MOVE 1 TO AUD-SECUENCIA.
           MOVE 0 TO GP-AUD-INTENTOS.
           PERFORM 3471-ESCRIBIR-AUDITORIA
               THRU 3471-ESCRIBIR-AUDITORIA-EXIT
               UNTIL GP-AUD-GRABADO
                   OR GP-AUD-INTENTOS > 9998
                   OR (AUD-ST NOT = '00' AND AUD-ST NOT = '22').
           IF NOT GP-AUD-GRABADO
               DISPLAY 'PROGRA12: ERROR AL GRABAR AUDITORIA DE '
                   AUD-ID ' (ESTADO ' AUD-ST ')'
           END-IF.
       3470-GRABAR-AUDITORIA-EXIT.
           EXIT.

       3471-ESCRIBIR-AUDITORIA.
           WRITE AUDITSAL-REG
               INVALID KEY
                   ADD 1 TO AUD-SECUENCIA
                   ADD 1 TO GP-AUD-INTENTOS
               NOT INVALID KEY
                   SET GP-AUD-GRABADO TO TRUE
           END-WRITE.
       3471-ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       3900-ANOTAR-INCIDENCIA.
           MOVE SPACES TO PDA-INC.
           MOVE CNF-TIPO TO PDA-I-TIPO.
               WRITE PDA-TOT
               CLOSE PEDAPRT
               CLOSE PEDABIER
               CLOSE HISTPED
           END-IF.
           IF GP-SALIDA-DISPONIBLE
               CLOSE SALIDA
           END-IF.
           IF GP-AUDIT-DISPONIBLE
               CLOSE AUDITSAL
           END-IF.
           DISPLAY 'PROGRA12: PROPUESTAS LEIDAS  : '
               GP-PROPUESTAS-LEIDAS.
           DISPLAY 'PROGRA12: CONFIRMACIONES     : '
               GP-CONFIRMACIONES.
           DISPLAY 'PROGRA12: RECEPCIONES        : ' GP-RECEPCIONES.
           DISPLAY 'PROGRA12: RECEPC. PARCIALES  : '
               GP-RECEPCIONES-PARCIALES.
           DISPLAY 'PROGRA12: PEDIDOS CERRADOS   : '
               GP-PEDIDOS-CERRADOS.
           DISPLAY 'PROGRA12: HISTORICOS GRABADOS: '
               GP-HISTORICOS-GRABADOS.
           DISPLAY 'PROGRA12: COSTES MEDIOS ACT. : '
               GP-COSTES-ACTUALIZADOS.
           DISPLAY 'PROGRA12: INCIDENCIAS        : ' GP-INCIDENCIAS.
           DISPLAY 'PROGRA12: SIN CONFIRMAR      : '
               GP-SIN-CONFIRMAR.
           IF NOT GP-SALIDA-DISPONIBLE OR NOT GP-AUDIT-DISPONIBLE
               SET GP-EJECUCION-INCOMPLETA TO TRUE
           END-IF.
           PERFORM 0200-LIBERAR-BLOQUEO
               THRU 0200-LIBERAR-BLOQUEO-EXIT.
       5000-FINALIZAR-EXIT.
           EXIT.

