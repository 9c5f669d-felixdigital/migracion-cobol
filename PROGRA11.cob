      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-09-02   RGV    CREACION ORIGINAL.
      *    2026-10-15   RGV    LOS LOTES (LOTE.cpy) VIAJAN CON EL
      *                        TRASLADO: EL ENVIO CONSUME LOS DEL
      *                        ORIGEN EMPEZANDO POR EL QUE ANTES
      *                        CADUCA Y LOS DEJA EN TRANSITO EN EL
      *                        DESTINO CON SU CADUCIDAD; LA
      *                        CONFIRMACION LOS ABRE. SI EL FICHERO DE
      *                        LOTES NO ABRE, LOS TRASLADOS SE APLICAN
      *                        IGUAL CON AVISO POR CONSOLA.
      *    2026-10-15   RGV    CADA ENVIO Y CADA CONFIRMACION ANOTAN
      *                        EL CAMBIO DE SU UBICACION, CON ORIGEN
      *                        TRASLADO, EN EL DIARIO DE EXISTENCIAS
      *                        DEL PERIODO (MOVEXI.cpy) QUE CIERRA
      *                        PROGRA26.
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
       PROGRAM-ID. PROGRA11.
           RECORD KEY IS TRF-NUMERO
           FILE STATUS IS TRF-ST.

           SELECT LOTES ASSIGN TO LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CLAVE
           FILE STATUS IS LOT-ST.

           SELECT RCHTRAS ASSIGN TO RCHTRAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAR-ST.

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
       FD  TRASLAD
           DATA RECORD IS TRANSIT-REG.
           COPY TRANSIT.

       FD  LOTES
           DATA RECORD IS LOTE-REG.
           COPY LOTE.

       FD  RCHTRAS
           DATA RECORD IS RCHTRA-REG.
           COPY RCHTRA.
           DATA RECORD IS PARAM-REG.
           COPY PARAMET.

       FD  MOVEXIS
           DATA RECORD IS MOVEXI-REG.
           COPY MOVEXI.

      *----------------------------------------------------------------
      *    INFORME DE EXCEPCIONES DE TRASLADOS EN TRANSITO SIN
      *    CONFIRMAR (MISMO PATRON QUE EL INFORME DE ANTIGUEDAD DE
               'TOTAL TRASLADOS FUERA DE PLAZO : '.
           05  TRP-T-TOTAL              PIC ZZZ,ZZ9.

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
           05  TRA-ST                  PIC X(2).
           05  RCT-ST                  PIC X(2).
           05  TRP-ST                  PIC X(2).
           05  PAR-ST                  PIC X(2).
           05  LOT-ST                  PIC X(2).
           05  MEX-ST                  PIC X(2).
           05  CHK-ST                  PIC X(2).
           05  DEP-ST                  PIC X(2).
           05  RAR-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
               88  GP-STKUBI-DISPONIBLE       VALUE 'S'.
           05  GP-SW-TRANSITO-DISPON   PIC X(1) VALUE 'N'.
               88  GP-TRANSITO-DISPONIBLE     VALUE 'S'.
           05  GP-SW-LOTES-DISPON      PIC X(1) VALUE 'N'.
               88  GP-LOTES-DISPONIBLE        VALUE 'S'.
           05  GP-SW-FIN-LOTES         PIC X(1) VALUE 'N'.
               88  GP-FIN-LOTES               VALUE 'S'.
           05  GP-SW-SIN-LOTES         PIC X(1) VALUE 'N'.
               88  GP-SIN-LOTES               VALUE 'S'.
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
      *    CONTADORES DEL PROCESO DE TRASLADOS.
       77  GP-REGS-CONFIRMADOS         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-RECHAZADOS          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-FUERA-PLAZO         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-LOTES-ALTA          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-LOTES-AGOTADOS      PIC 9(9) COMP VALUE 0.
       77  GP-REGS-MOVEXIS             PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
       77  GP-DIAS-EN-TRANSITO         PIC S9(9) VALUE 0.
      *    UBICACIONES EFECTIVAS DEL TRASLADO EN CURSO (EN BLANCO EN
       77  GP-UBI-ORIGEN               PIC X(3) VALUE SPACES.
       77  GP-UBI-DESTINO              PIC X(3) VALUE SPACES.
       77  GP-STOCK-UBICACION          PIC S9(6) VALUE 0.
      *    DELTA DE LA UBICACION Y NUMERO DE TRASLADO QUE SE ANOTAN EN
      *    EL DIARIO DE EXISTENCIAS DEL PERIODO.
       77  GP-MEX-CANTIDAD             PIC S9(7) VALUE 0.
       77  GP-MEX-REFERENCIA           PIC 9(11) VALUE 0.
      *    LIMITE DE DIAS EN TRANSITO ANTES DE LISTARSE EN EL INFORME
      *    DE EXCEPCIONES; SE SUSTITUYE POR PARAM-DIAS-TRANSITO SI LA
      *    TARJETA DE PARAMETROS LO INFORMA MAYOR QUE CERO.
       77  GP-DIAS-TRANSITO-LIMITE     PIC 9(3) VALUE 7.

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DE LOS LOTES (LOTE.cpy). LA TABLA RECOGE
      *    LOS LOTES ABIERTOS DEL PRODUCTO EN LA UBICACION TRATADA,
      *    CON SU CADUCIDAD COMO CLAVE DE ORDEN FEFO (UNA
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
      *    PRIMER SECUENCIAL LIBRE DEL DIA EN LA UBICACION DE DESTINO
      *    PARA LOS LOTES QUE SALEN EN TRANSITO.
       77  GP-LOT-SIG-DESTINO          PIC 9(4) COMP VALUE 0.
       01  GP-TABLA-LOTES.
           05  GP-LOT-ENT OCCURS 100 TIMES.
               10  GP-LOT-NUMERO       PIC 9(11).
               10  GP-LOT-ORDEN        PIC X(8).
               10  GP-LOT-CANTIDAD     PIC S9(6).

       01  GP-FECHA-EDITADA.
           05  GP-FE-CCYY              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
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
               DISPLAY 'PROGRA11: NO SE PUEDE ABRIR EL FICHERO DE '
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
           DISPLAY 'PROGRA11: *** ARRANQUE DENEGADO - EJECUCION '
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
               DISPLAY 'PROGRA11: AVISO - SIN TABLA DE DEPENDENCIAS '
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
           IF DEP-PROGRAMA NOT = 'PROGRA11' AND NOT DEP-TODOS
               GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-IF.
           IF DEP-PREDECESOR = 'PROGRA11' OR DEP-PREDECESOR = SPACES
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
           DISPLAY 'PROGRA11: ARRANQUE DENEGADO - EL PREDECESOR '
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
           IF CHK-SISTEMA-ORIGEN = 'PROGRA11'
               DISPLAY 'PROGRA11: AVISO - SE RECUPERA EL BLOQUEO DE '
                   'ACTUALIZACION RETENIDO POR ESTE PROGRAMA DESDE '
                   CHK-FECHA-EJECUCION ' (EJECUCION INTERRUMPIDA).'
               GO TO 0130-COMPROBAR-BLOQUEO-EXIT
           END-IF.
           DISPLAY 'PROGRA11: ARRANQUE DENEGADO - BLOQUEO DE '
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
           MOVE 'PROGRA11' TO CHK-SISTEMA-ORIGEN.
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
           MOVE 'PROGRA11' TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GP-EXISTE-PROPIO TO TRUE
           END-READ.
           INITIALIZE CHECKPT-REG.
           MOVE 'PROGRA11' TO CHK-PROGRAMA.
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
           MOVE 'PROGRA11' TO RAR-PROGRAMA.
           OPEN EXTEND RCHARR.
           IF RAR-ST = '35'
               OPEN OUTPUT RCHARR
           END-IF.
           IF RAR-ST NOT = '00'
               DISPLAY 'PROGRA11: AVISO - NO SE PUEDE ANOTAR EN EL '
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
               DISPLAY 'PROGRA11: AVISO - NO SE PUEDE LIBERAR EL '
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
           IF CHK-EN-CURSO AND CHK-SISTEMA-ORIGEN = 'PROGRA11'
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
           SET GP-TRANSITO-DISPONIBLE TO TRUE.
           OPEN OUTPUT RCHTRAS.
           PERFORM 1200-ABRIR-LOTES
               THRU 1200-ABRIR-LOTES-EXIT.
           PERFORM 1300-ABRIR-MOVEXIS
               THRU 1300-ABRIR-MOVEXIS-EXIT.
           PERFORM 1100-LEER-PARAMETROS
               THRU 1100-LEER-PARAMETROS-EXIT.
       1000-INICIALIZAR-EXIT.
       1100-LEER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1200-ABRIR-LOTES
      *    ABRE EL FICHERO DE LOTES EN E/S, CREANDOLO VACIO EN LA
      *    PRIMERA EJECUCION (MISMO CRITERIO QUE PROGRA10). NO ES
      *    FATAL: SIN EL, LOS TRASLADOS SE APLICAN IGUAL SOBRE STKUBI
      *    Y LOS LOTES SE CUADRAN EN LA SIGUIENTE ACTUALIZACION.
      *----------------------------------------------------------------
       1200-ABRIR-LOTES.
           OPEN I-O LOTES.
           IF LOT-ST = '35'
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           IF LOT-ST = '00'
               SET GP-LOTES-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA11: AVISO - FICHERO DE LOTES NO '
                   'DISPONIBLE (ESTADO ' LOT-ST '), LOS LOTES NO SE '
                   'TRASPASAN'
           END-IF.
       1200-ABRIR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1300-ABRIR-MOVEXIS
      *    ABRE EN EXTENSION EL DIARIO DE MOVIMIENTOS DE EXISTENCIAS
      *    DEL PERIODO (LO VACIA EL CIERRE DE PROGRA26), CREANDOLO SI
      *    NO EXISTE. NO ES FATAL: SIN EL, LOS TRASLADOS SE APLICAN
      *    IGUAL Y EL CIERRE DEL PERIODO MUESTRA LA DIFERENCIA POR
      *    ALMACEN COMO NO EXPLICADA.
      *----------------------------------------------------------------
       1300-ABRIR-MOVEXIS.
           OPEN EXTEND MOVEXIS.
           IF MEX-ST = '35'
               OPEN OUTPUT MOVEXIS
           END-IF.
           IF MEX-ST = '00'
               SET GP-MOVEXIS-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA11: AVISO - DIARIO DE MOVIMIENTOS DE '
                   'EXISTENCIAS NO DISPONIBLE (ESTADO ' MEX-ST '), LOS '
                   'TRASLADOS NO SE ANOTAN'
           END-IF.
       1300-ABRIR-MOVEXIS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CICLO-TRASLADOS
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *    2200-TRATAR-ENVIO
      *    VALIDA Y APLICA UN ENVIO: DESCUENTA LA CANTIDAD DE LA
      *    UBICACION DE ORIGEN Y DA DE ALTA EL TRASLADO EN TRANSITO,
      *    CON SUS LOTES (2500-TRASPASAR-LOTES). EL STOCK DEL MAESTRO
      *    SALIDA NO CAMBIA (LA CANTIDAD SIGUE PERTENECIENDO AL
      *    PRODUCTO, SOLO QUE EN TRANSITO).
      *----------------------------------------------------------------
       2200-TRATAR-ENVIO.
           PERFORM 2300-VALIDAR-ENVIO
           COMPUTE STKUBI-STOCK = GP-STOCK-UBICACION - TRA-CANTIDAD.
           MOVE GP-FECHA-HOY TO STKUBI-FECHA-PROCESO.
           REWRITE STKUBI-REG.
           COMPUTE GP-MEX-CANTIDAD = 0 - TRA-CANTIDAD.
           MOVE TRA-NUMERO TO GP-MEX-REFERENCIA.
           PERFORM 2800-GRABAR-MOVEXIS
               THRU 2800-GRABAR-MOVEXIS-EXIT.

           MOVE SPACES TO TRANSIT-REG.
           MOVE TRA-NUMERO TO TRF-NUMERO.
                       TRF-NUMERO
               NOT INVALID KEY
                   ADD 1 TO GP-REGS-ENVIOS
                   IF GP-LOTES-DISPONIBLE
                       PERFORM 2500-TRASPASAR-LOTES
                           THRU 2500-TRASPASAR-LOTES-EXIT
                   END-IF
           END-WRITE.
       2200-TRATAR-ENVIO-EXIT.
           EXIT.
      *    VALIDA Y APLICA UNA CONFIRMACION: RECUPERA EL TRASLADO EN
      *    TRANSITO POR SU NUMERO, ABONA LA CANTIDAD EN LA UBICACION
      *    DE DESTINO (CREANDOLA SI EL PRODUCTO AUN NO TENIA
      *    EXISTENCIAS ALLI), ABRE LOS LOTES QUE VIAJABAN CON EL
      *    (2700-RECIBIR-LOTES) Y ELIMINA EL TRANSITO. SI LA TRANSACCION
      *    TRAE INFORMADOS EL PRODUCTO, LA CANTIDAD O LAS
      *    UBICACIONES, SE CONTRASTAN CONTRA LO ANOTADO EN EL ENVIO.
      *----------------------------------------------------------------

           PERFORM 2410-ABONAR-DESTINO
               THRU 2410-ABONAR-DESTINO-EXIT.
           IF GP-LOTES-DISPONIBLE
               PERFORM 2700-RECIBIR-LOTES
                   THRU 2700-RECIBIR-LOTES-EXIT
           END-IF.
           DELETE TRANSITO RECORD
               INVALID KEY
                   CONTINUE
                           'DE UBICACION ' STKUBI-CLAVE
               END-WRITE
           END-IF.
           MOVE TRF-CANTIDAD TO GP-MEX-CANTIDAD.
           MOVE TRF-NUMERO TO GP-MEX-REFERENCIA.
           PERFORM 2800-GRABAR-MOVEXIS
               THRU 2800-GRABAR-MOVEXIS-EXIT.
           MOVE STKUBI-STOCK TO GP-STOCK-UBICACION.
       2410-ABONAR-DESTINO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-TRASPASAR-LOTES
      *    LLEVA LOS LOTES DEL ENVIO DE LA UBICACION DE ORIGEN AL
      *    DESTINO. PRIMERO CUADRA LOS LOTES DEL ORIGEN CON SUS
      *    EXISTENCIAS ANTERIORES AL ENVIO (ASI UN ORIGEN SIN LOTES
      *    RECIBE UN PRIMER LOTE CON LA CADUCIDAD DEL MAESTRO); LUEGO
      *    CONSUME LA CANTIDAD ENVIADA EMPEZANDO POR EL LOTE QUE ANTES
      *    CADUCA (FEFO) Y, POR CADA PORCION TOMADA, DA DE ALTA EN EL
      *    DESTINO UN LOTE EN TRANSITO CON LA MISMA CADUCIDAD,
      *    MARCADO CON EL NUMERO DE TRASLADO. LA CADUCIDAD DEL
      *    MAESTRO NO CAMBIA: LOS LOTES EN TRANSITO TAMBIEN CUENTAN.
      *----------------------------------------------------------------
       2500-TRASPASAR-LOTES.
           MOVE TRA-ID TO GP-LOT-PRODUCTO.
           MOVE GP-UBI-ORIGEN TO GP-LOT-UBICACION.
           MOVE GP-STOCK-UBICACION TO GP-LOT-OBJETIVO.
           MOVE SALIDA-CADUCIDAD TO GP-LOT-CADUCIDAD-NUEVA.
           MOVE 'A' TO GP-LOT-ORIGEN-NUEVO.
           PERFORM 2600-AJUSTAR-LOTES
               THRU 2600-AJUSTAR-LOTES-EXIT.
           PERFORM 2610-CARGAR-LOTES
               THRU 2610-CARGAR-LOTES-EXIT.
           PERFORM 2510-SIGUIENTE-DESTINO
               THRU 2510-SIGUIENTE-DESTINO-EXIT.
           MOVE TRA-CANTIDAD TO GP-LOT-DIFERENCIA.
           MOVE 'N' TO GP-SW-SIN-LOTES.
           PERFORM 2520-ENVIAR-UN-LOTE
               THRU 2520-ENVIAR-UN-LOTE-EXIT
               UNTIL GP-LOT-DIFERENCIA = ZERO
                   OR GP-SIN-LOTES.
      *    SI LOS LOTES DEL ORIGEN NO CUBREN EL ENVIO (TABLA LLENA),
      *    EL RESTO VIAJA CON LA CADUCIDAD DEL MAESTRO.
           IF GP-LOT-DIFERENCIA > ZERO
               MOVE GP-LOT-DIFERENCIA TO GP-LOT-TOMAR
               MOVE SALIDA-CADUCIDAD TO GP-LOT-CADUCIDAD-NUEVA
               PERFORM 2530-CREAR-LOTE-TRANSITO
                   THRU 2530-CREAR-LOTE-TRANSITO-EXIT
           END-IF.
       2500-TRASPASAR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2510-SIGUIENTE-DESTINO
      *    PRIMER SECUENCIAL LIBRE DEL DIA ENTRE LOS LOTES DEL
      *    PRODUCTO EN LA UBICACION DE DESTINO (MISMO CRITERIO DE
      *    NUMERACION QUE 2610-CARGAR-LOTES).
      *----------------------------------------------------------------
       2510-SIGUIENTE-DESTINO.
           MOVE 1 TO GP-LOT-SIG-DESTINO.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE TRA-ID TO LOT-ID.
           MOVE GP-UBI-DESTINO TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 2511-NUMERAR-UN-LOTE
               THRU 2511-NUMERAR-UN-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2510-SIGUIENTE-DESTINO-EXIT.
           EXIT.

       2511-NUMERAR-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2511-NUMERAR-UN-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = TRA-ID
               OR LOT-UBICACION NOT = GP-UBI-DESTINO
               SET GP-FIN-LOTES TO TRUE
               GO TO 2511-NUMERAR-UN-LOTE-EXIT
           END-IF.
           IF LOT-NUM-FECHA = GP-FECHA-HOY
               AND LOT-NUM-SECUENCIA NOT < GP-LOT-SIG-DESTINO
               COMPUTE GP-LOT-SIG-DESTINO = LOT-NUM-SECUENCIA + 1
           END-IF.
       2511-NUMERAR-UN-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2520-ENVIAR-UN-LOTE
      *    CONSUME DEL ORIGEN EL LOTE QUE ANTES CADUCA Y DA DE ALTA
      *    EN EL DESTINO LA PORCION TOMADA, CON SU CADUCIDAD (UN
      *    ORDEN '99999999' ES UN LOTE SIN CADUCIDAD).
      *----------------------------------------------------------------
       2520-ENVIAR-UN-LOTE.
           PERFORM 2630-CONSUMIR-UN-LOTE
               THRU 2630-CONSUMIR-UN-LOTE-EXIT.
           IF GP-SIN-LOTES
               GO TO 2520-ENVIAR-UN-LOTE-EXIT
           END-IF.
           IF GP-LOT-ORDEN(GP-LOT-ELEGIDO) = '99999999'
               MOVE SPACES TO GP-LOT-CADUCIDAD-NUEVA
           ELSE
               MOVE GP-LOT-ORDEN(GP-LOT-ELEGIDO)
                   TO GP-LOT-CADUCIDAD-NUEVA
           END-IF.
           PERFORM 2530-CREAR-LOTE-TRANSITO
               THRU 2530-CREAR-LOTE-TRANSITO-EXIT.
       2520-ENVIAR-UN-LOTE-EXIT.
           EXIT.

       2530-CREAR-LOTE-TRANSITO.
           IF GP-LOT-SIG-DESTINO > 999
               DISPLAY 'PROGRA11: ERROR - SIN NUMERO DE LOTE LIBRE '
                   'PARA ' TRA-ID ' ' GP-UBI-DESTINO
               GO TO 2530-CREAR-LOTE-TRANSITO-EXIT
           END-IF.
           MOVE SPACES TO LOTE-REG.
           MOVE TRA-ID TO LOT-ID.
           MOVE GP-UBI-DESTINO TO LOT-UBICACION.
           MOVE GP-FECHA-HOY TO LOT-NUM-FECHA.
           MOVE GP-LOT-SIG-DESTINO TO LOT-NUM-SECUENCIA.
           SET LOT-EN-TRANSITO TO TRUE.
           MOVE GP-LOT-CADUCIDAD-NUEVA TO LOT-CADUCIDAD.
           MOVE GP-LOT-TOMAR TO LOT-CANTIDAD.
           MOVE GP-LOT-TOMAR TO LOT-CANTIDAD-INICIAL.
           SET LOT-ORIGEN-TRASLADO TO TRUE.
           MOVE TRA-NUMERO TO LOT-TRASLADO.
           WRITE LOTE-REG
               INVALID KEY
                   DISPLAY 'PROGRA11: ERROR AL GRABAR EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               NOT INVALID KEY
                   ADD 1 TO GP-REGS-LOTES-ALTA
                   ADD 1 TO GP-LOT-SIG-DESTINO
           END-WRITE.
       2530-CREAR-LOTE-TRANSITO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2600-AJUSTAR-LOTES
      *    CUADRA LOS LOTES ABIERTOS DEL PRODUCTO EN LA UBICACION CON
      *    GP-LOT-OBJETIVO: SI FALTAN UNIDADES SE DA DE ALTA UN LOTE
      *    NUEVO POR LA DIFERENCIA, CON GP-LOT-CADUCIDAD-NUEVA; SI
      *    SOBRAN SE CONSUMEN EMPEZANDO POR EL LOTE QUE ANTES CADUCA
      *    (FEFO). AL CUADRAR CONTRA LAS EXISTENCIAS Y NO CONTRA EL
      *    DELTA, UNA UBICACION CUYOS LOTES AUN NO EXISTIAN QUEDA
      *    CUBIERTA CON UN PRIMER LOTE.
      *----------------------------------------------------------------
       2600-AJUSTAR-LOTES.
           PERFORM 2610-CARGAR-LOTES
               THRU 2610-CARGAR-LOTES-EXIT.
           COMPUTE GP-LOT-DIFERENCIA = GP-LOT-OBJETIVO - GP-LOT-SUMA.
           IF GP-LOT-DIFERENCIA > ZERO
               PERFORM 2620-CREAR-LOTE
                   THRU 2620-CREAR-LOTE-EXIT
               GO TO 2600-AJUSTAR-LOTES-EXIT
           END-IF.
           IF GP-LOT-DIFERENCIA < ZERO
               COMPUTE GP-LOT-DIFERENCIA = 0 - GP-LOT-DIFERENCIA
               MOVE 'N' TO GP-SW-SIN-LOTES
               PERFORM 2630-CONSUMIR-UN-LOTE
                   THRU 2630-CONSUMIR-UN-LOTE-EXIT
                   UNTIL GP-LOT-DIFERENCIA = ZERO
                       OR GP-SIN-LOTES
           END-IF.
       2600-AJUSTAR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2610-CARGAR-LOTES
      *    VUELCA A LA TABLA LOS LOTES ABIERTOS CON CANTIDAD DE LA
      *    UBICACION Y DETERMINA EL SIGUIENTE SECUENCIAL LIBRE DEL DIA
      *    (LOS LOTES EN TRANSITO HACIA LA UBICACION CUENTAN PARA LA
      *    NUMERACION PERO NO PARA LAS EXISTENCIAS).
      *----------------------------------------------------------------
       2610-CARGAR-LOTES.
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
           PERFORM 2611-LEER-UN-LOTE
               THRU 2611-LEER-UN-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2610-CARGAR-LOTES-EXIT.
           EXIT.

       2611-LEER-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2611-LEER-UN-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = GP-LOT-PRODUCTO
               OR LOT-UBICACION NOT = GP-LOT-UBICACION
               SET GP-FIN-LOTES TO TRUE
               GO TO 2611-LEER-UN-LOTE-EXIT
           END-IF.
           IF LOT-NUM-FECHA = GP-FECHA-HOY
               AND LOT-NUM-SECUENCIA NOT < GP-LOT-SIGUIENTE
               COMPUTE GP-LOT-SIGUIENTE = LOT-NUM-SECUENCIA + 1
           END-IF.
           IF NOT LOT-ABIERTO OR LOT-CANTIDAD NOT > ZERO
               GO TO 2611-LEER-UN-LOTE-EXIT
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
               DISPLAY 'PROGRA11: AVISO - TABLA DE LOTES LLENA, LOTE '
                   LOT-CLAVE ' NO SE CONSUME'
           END-IF.
       2611-LEER-UN-LOTE-EXIT.
           EXIT.

       2620-CREAR-LOTE.
           IF GP-LOT-SIGUIENTE > 999
               DISPLAY 'PROGRA11: ERROR - SIN NUMERO DE LOTE LIBRE '
                   'PARA ' GP-LOT-PRODUCTO ' ' GP-LOT-UBICACION
               GO TO 2620-CREAR-LOTE-EXIT
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
                   DISPLAY 'PROGRA11: ERROR AL GRABAR EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               NOT INVALID KEY
                   ADD 1 TO GP-REGS-LOTES-ALTA
                   ADD 1 TO GP-LOT-SIGUIENTE
           END-WRITE.
       2620-CREAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2630-CONSUMIR-UN-LOTE
      *    ELIGE EL LOTE DE LA TABLA CON CANTIDAD QUE ANTES CADUCA (A
      *    IGUALDAD DE CADUCIDAD, EL MAS ANTIGUO: LA TABLA ESTA EN
      *    ORDEN DE NUMERO DE LOTE), LE DESCUENTA LO QUE QUEDE POR
      *    CONSUMIR Y LO REGRABA, O LO ELIMINA SI SE AGOTA.
      *----------------------------------------------------------------
       2630-CONSUMIR-UN-LOTE.
           MOVE 0 TO GP-LOT-ELEGIDO.
           PERFORM 2631-COMPARAR-LOTE
               THRU 2631-COMPARAR-LOTE-EXIT
               VARYING GP-LOT-IDX FROM 1 BY 1
               UNTIL GP-LOT-IDX > GP-LOT-TOTAL.
           IF GP-LOT-ELEGIDO = 0
               SET GP-SIN-LOTES TO TRUE
               GO TO 2630-CONSUMIR-UN-LOTE-EXIT
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
                   DISPLAY 'PROGRA11: ERROR AL LEER EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
                   GO TO 2630-CONSUMIR-UN-LOTE-EXIT
           END-READ.
           IF GP-LOT-CANTIDAD(GP-LOT-ELEGIDO) = ZERO
               DELETE LOTES RECORD
                   INVALID KEY
                       DISPLAY 'PROGRA11: ERROR AL ELIMINAR EL LOTE '
                           LOT-CLAVE ' (ESTADO ' LOT-ST ')'
                   NOT INVALID KEY
                       ADD 1 TO GP-REGS-LOTES-AGOTADOS
               END-DELETE
           ELSE
               MOVE GP-LOT-CANTIDAD(GP-LOT-ELEGIDO) TO LOT-CANTIDAD
               REWRITE LOTE-REG
                   INVALID KEY
                       DISPLAY 'PROGRA11: ERROR AL MODIFICAR EL LOTE '
                           LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               END-REWRITE
           END-IF.
       2630-CONSUMIR-UN-LOTE-EXIT.
           EXIT.

       2631-COMPARAR-LOTE.
           IF GP-LOT-CANTIDAD(GP-LOT-IDX) NOT > ZERO
               GO TO 2631-COMPARAR-LOTE-EXIT
           END-IF.
           IF GP-LOT-ELEGIDO = 0
               MOVE GP-LOT-IDX TO GP-LOT-ELEGIDO
               GO TO 2631-COMPARAR-LOTE-EXIT
           END-IF.
           IF GP-LOT-ORDEN(GP-LOT-IDX) < GP-LOT-ORDEN(GP-LOT-ELEGIDO)
               MOVE GP-LOT-IDX TO GP-LOT-ELEGIDO
           END-IF.
       2631-COMPARAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2700-RECIBIR-LOTES
      *    ABRE EN EL DESTINO LOS LOTES QUE VIAJABAN CON EL TRASLADO
      *    Y CUADRA LOS LOTES ABIERTOS DE LA UBICACION CON SUS NUEVAS
      *    EXISTENCIAS (UN DESTINO CUYOS LOTES AUN NO EXISTIAN RECIBE
      *    UN LOTE POR LA DIFERENCIA CON LA CADUCIDAD DEL MAESTRO).
      *----------------------------------------------------------------
       2700-RECIBIR-LOTES.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE TRF-ID TO LOT-ID.
           MOVE TRF-UBI-DESTINO TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 2710-ABRIR-UN-LOTE
               THRU 2710-ABRIR-UN-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
           MOVE SPACES TO GP-LOT-CADUCIDAD-NUEVA.
           MOVE TRF-ID TO SALIDA-ID.
           READ SALIDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SALIDA-CADUCIDAD TO GP-LOT-CADUCIDAD-NUEVA
           END-READ.
           MOVE TRF-ID TO GP-LOT-PRODUCTO.
           MOVE TRF-UBI-DESTINO TO GP-LOT-UBICACION.
           MOVE GP-STOCK-UBICACION TO GP-LOT-OBJETIVO.
           MOVE 'A' TO GP-LOT-ORIGEN-NUEVO.
           PERFORM 2600-AJUSTAR-LOTES
               THRU 2600-AJUSTAR-LOTES-EXIT.
       2700-RECIBIR-LOTES-EXIT.
           EXIT.

       2710-ABRIR-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2710-ABRIR-UN-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = TRF-ID
               OR LOT-UBICACION NOT = TRF-UBI-DESTINO
               SET GP-FIN-LOTES TO TRUE
               GO TO 2710-ABRIR-UN-LOTE-EXIT
           END-IF.
           IF NOT LOT-EN-TRANSITO
               OR LOT-TRASLADO NOT = TRF-NUMERO
               GO TO 2710-ABRIR-UN-LOTE-EXIT
           END-IF.
           SET LOT-ABIERTO TO TRUE.
           REWRITE LOTE-REG
               INVALID KEY
                   DISPLAY 'PROGRA11: ERROR AL MODIFICAR EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
           END-REWRITE.
       2710-ABRIR-UN-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2800-GRABAR-MOVEXIS
      *    ANOTA EN EL DIARIO DE EXISTENCIAS DEL PERIODO, CON ORIGEN
      *    TRASLADO, EL DELTA GP-MEX-CANTIDAD DE LA UBICACION
      *    STKUBI-CLAVE RECIEN ACTUALIZADA: NEGATIVO EN EL ORIGEN AL
      *    ENVIAR, POSITIVO EN EL DESTINO AL CONFIRMAR.
      *----------------------------------------------------------------
       2800-GRABAR-MOVEXIS.
           IF NOT GP-MOVEXIS-DISPONIBLE
               GO TO 2800-GRABAR-MOVEXIS-EXIT
           END-IF.
           MOVE SPACES TO MOVEXI-REG.
           MOVE GP-FECHA-HOY TO MEX-FECHA-PROCESO.
           SET MEX-ORIGEN-TRASLADO TO TRUE.
           MOVE STKUBI-ID TO MEX-ID.
           MOVE STKUBI-UBICACION TO MEX-UBICACION.
           MOVE GP-MEX-CANTIDAD TO MEX-CANTIDAD.
           MOVE 'PROGRA11' TO MEX-PROGRAMA.
           MOVE GP-MEX-REFERENCIA TO MEX-REF-NUMERO.
           WRITE MOVEXI-REG.
           IF MEX-ST = '00'
               ADD 1 TO GP-REGS-MOVEXIS
           ELSE
               DISPLAY 'PROGRA11: ERROR AL GRABAR MOVIMIENTO DE '
                   'EXISTENCIAS DE ' STKUBI-CLAVE ' (ESTADO ' MEX-ST ')'
           END-IF.
       2800-GRABAR-MOVEXIS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2900-TRATAR-RECHAZO
      *    ESCRIBE EN EL FICHERO DE SUSPENSO LA TRANSACCION QUE NO
               GP-REGS-RECHAZADOS.
           DISPLAY 'PROGRA11: EN TRANSITO FUERA DE PLAZO: '
               GP-REGS-FUERA-PLAZO.
           DISPLAY 'PROGRA11: LOTES DADOS DE ALTA: '
               GP-REGS-LOTES-ALTA.
           DISPLAY 'PROGRA11: LOTES AGOTADOS     : '
               GP-REGS-LOTES-AGOTADOS.
           DISPLAY 'PROGRA11: MOVS. DE EXISTENCIAS: '
               GP-REGS-MOVEXIS.
           CLOSE TRASLAD.
           IF GP-SALIDA-DISPONIBLE
               CLOSE SALIDA
               CLOSE TRANSITO
               CLOSE RCHTRAS
           END-IF.
           IF GP-LOTES-DISPONIBLE
               CLOSE LOTES
           END-IF.
           IF GP-MOVEXIS-DISPONIBLE
               CLOSE MOVEXIS
           END-IF.
           IF NOT GP-TRANSITO-DISPONIBLE
               SET GP-EJECUCION-INCOMPLETA TO TRUE
           END-IF.
           PERFORM 0200-LIBERAR-BLOQUEO
               THRU 0200-LIBERAR-BLOQUEO-EXIT.
       3000-FINALIZAR-EXIT.
           EXIT.

