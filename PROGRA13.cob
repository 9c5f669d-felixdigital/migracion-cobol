      *                        AUDITSAL.cpy): LA GRABACION BUSCA LA
      *                        PRIMERA SECUENCIA LIBRE DEL PRODUCTO Y
      *                        LA FECHA.
      *    2026-10-15   RGV    UN RECUENTO APLICADO CUADRA TAMBIEN LOS
      *                        LOTES DE LA UBICACION (LOTE.cpy) CON LA
      *                        CANTIDAD CONTADA: EL SOBRANTE ENTRA
      *                        COMO LOTE NUEVO CON LA CADUCIDAD DEL
      *                        MAESTRO Y EL FALTANTE SE DESCUENTA DEL
      *                        LOTE QUE ANTES CADUCA. LA CADUCIDAD DEL
      *                        MAESTRO SE RECALCULA CON LOS LOTES.
      *    2026-10-15   RGV    CADA DIFERENCIA SE VALORA TAMBIEN AL
      *                        COSTE MEDIO PONDERADO DEL PRODUCTO
      *                        (SALIDA-COSTE-MEDIO), EN UNA COLUMNA
      *                        JUNTO A LA DE PRECIO DE VENTA Y EN LOS
      *                        TOTALES. SIN COSTE CONOCIDO LA
      *                        DIFERENCIA VALE CERO A COSTE.
      *    2026-10-15   RGV    CADA MOVIMIENTO DE AUDITORIA LLEVA SU
      *                        ORIGEN (AUD-ORIGEN): AJUSTE DE
      *                        RECUENTO. CADA AJUSTE APLICADO SE
      *                        ANOTA ADEMAS EN EL FICHERO DE
      *                        MOVIMIENTOS CONTABLES DEL DIA
      *                        (MOVCONT.cpy) PARA EL DIARIO CONTABLE
      *                        DE PROGRA25, CON EL MISMO CRITERIO QUE
      *                        PROGRA10.
      *    2026-10-15   RGV    CADA AJUSTE APLICADO A UNA UBICACION
      *                        SE ANOTA, CON ORIGEN AJUSTE DE
      *                        RECUENTO, EN EL DIARIO DE EXISTENCIAS
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
       PROGRAM-ID. PROGRA13.
           RECORD KEY IS STKUBI-CLAVE
           FILE STATUS IS STK-ST.

           SELECT LOTES ASSIGN TO LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CLAVE
           FILE STATUS IS LOT-ST.

           SELECT OPTIONAL TRANSITO ASSIGN TO TRANSITO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-CLAVE
           FILE STATUS IS AUD-ST.

           SELECT MOVCONT ASSIGN TO MOVCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MCO-ST.

           SELECT MOVEXIS ASSIGN TO MOVEXIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEX-ST.

           SELECT CATEGOS ASSIGN TO CATEGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAP-ST.

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
       FD  CONTEO
           DATA RECORD IS STKUBI-REG.
           COPY STKUBI.

       FD  LOTES
           DATA RECORD IS LOTE-REG.
           COPY LOTE.

       FD  TRANSITO
           DATA RECORD IS TRANSIT-REG.
           COPY TRANSIT.
           DATA RECORD IS AUDITSAL-REG.
           COPY AUDITSAL.

       FD  MOVCONT
           DATA RECORD IS MOVCONT-REG.
           COPY MOVCONT.

       FD  MOVEXIS
           DATA RECORD IS MOVEXI-REG.
           COPY MOVEXI.

       FD  CATEGOS
           DATA RECORD IS CATEGO-REG.
           COPY CATEGO.
           05  VT-TEORICO               PIC S9(6).
           05  VT-VARIANCIA             PIC S9(7).
           05  VT-VALOR                 PIC S9(9)V9(2).
           05  VT-COSTE                 PIC S9(9)V9(2).
           05  VT-IND-APLICADO          PIC X(1).

       SD  WK-VARIAN
           05  WK-VT-TEORICO            PIC S9(6).
           05  WK-VT-VARIANCIA          PIC S9(7).
           05  WK-VT-VALOR              PIC S9(9)V9(2).
           05  WK-VT-COSTE              PIC S9(9)V9(2).
           05  WK-VT-IND-APLICADO       PIC X(1).

      *----------------------------------------------------------------
           05  FILLER                   PIC X(14) VALUE
               '         VALOR'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               '   VALOR COSTE'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(3)  VALUE 'APL'.
      *    LINEA DE GRUPO POR CATEGORIA, CON LA DESCRIPCION Y EL
      *    PROVEEDOR TOMADOS DEL MAESTRO DE CATEGORIAS (MISMA IDEA
           05  VAP-D-VALOR              PIC -(9)9,99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VAP-D-COSTE              PIC -(9)9,99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VAP-D-APLICADO           PIC X(1).
       01  VAP-SECCION.
           05  VAP-S-TEXTO              PIC X(60).
           05  VAP-T-UNIDADES           PIC -(7)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VAP-T-VALOR              PIC -(9)9,99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  VAP-T-COSTE              PIC -(9)9,99.

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
           05  VT-ST                   PIC X(2).
           05  INC-ST                  PIC X(2).
           05  VAP-ST                  PIC X(2).
           05  LOT-ST                  PIC X(2).
           05  MCO-ST                  PIC X(2).
           05  MEX-ST                  PIC X(2).
           05  CHK-ST                  PIC X(2).
           05  DEP-ST                  PIC X(2).
           05  RAR-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
               88  GP-SALIDA-DISPONIBLE       VALUE 'S'.
           05  GP-SW-STKUBI-DISPON     PIC X(1) VALUE 'N'.
               88  GP-STKUBI-DISPONIBLE       VALUE 'S'.
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
      *    CONTADORES DE LA CONCILIACION.
       77  GP-REGS-SIN-DIFERENCIA      PIC 9(9) COMP VALUE 0.
       77  GP-REGS-CON-DIFERENCIA      PIC 9(9) COMP VALUE 0.
       77  GP-REGS-APLICADOS           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-LOTES-ALTA          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-LOTES-AGOTADOS      PIC 9(9) COMP VALUE 0.
       77  GP-REGS-INCIDENCIAS         PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
       77  GP-UBICACION-ACTUAL         PIC X(3) VALUE SPACES.
       77  GP-STOCK-TEORICO            PIC S9(6) VALUE 0.
       77  GP-VARIANCIA                PIC S9(7) VALUE 0.
       77  GP-VALOR-VARIANCIA          PIC S9(9)V9(2) VALUE 0.
      *    VALOR DE LA DIFERENCIA AL COSTE MEDIO DEL PRODUCTO (CERO
      *    SIN COSTE CONOCIDO) Y DIFERENCIAS QUE QUEDAN SIN COSTE.
       77  GP-COSTE-VARIANCIA          PIC S9(9)V9(2) VALUE 0.
       77  GP-REGS-SIN-COSTE           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-CONTABLES           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-MOVEXIS             PIC 9(9) COMP VALUE 0.
       77  GP-STOCK-TOTAL-PROD         PIC S9(6) VALUE 0.
      *    ACUMULADORES DE LA CATEGORIA EN CURSO Y GENERALES DEL
      *    INFORME (UNIDADES Y VALOR DE LAS DIFERENCIAS).
       77  GP-CAT-UNIDADES             PIC S9(9) VALUE 0.
       77  GP-CAT-VALOR                PIC S9(11)V9(2) VALUE 0.
       77  GP-CAT-COSTE                PIC S9(11)V9(2) VALUE 0.
       77  GP-TOT-UNIDADES             PIC S9(9) VALUE 0.
       77  GP-TOT-VALOR                PIC S9(11)V9(2) VALUE 0.
       77  GP-TOT-COSTE                PIC S9(11)V9(2) VALUE 0.

      *----------------------------------------------------------------
      *    TABLA EN MEMORIA DE LAS CANTIDADES EN TRANSITO POR
       77  GP-AUD-INTENTOS             PIC 9(4) COMP VALUE 0.
       01  GP-IMAGEN-ANTERIOR          PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DE LOS LOTES (LOTE.cpy). LA TABLA RECOGE
      *    LOS LOTES ABIERTOS DEL PRODUCTO EN LA UBICACION CONTADA,
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
       77  GP-CADUCIDAD-MINIMA         PIC X(8) VALUE SPACES.
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
               DISPLAY 'PROGRA13: NO SE PUEDE ABRIR EL FICHERO DE '
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
           DISPLAY 'PROGRA13: *** ARRANQUE DENEGADO - EJECUCION '
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
               DISPLAY 'PROGRA13: AVISO - SIN TABLA DE DEPENDENCIAS '
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
           IF DEP-PROGRAMA NOT = 'PROGRA13' AND NOT DEP-TODOS
               GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-IF.
           IF DEP-PREDECESOR = 'PROGRA13' OR DEP-PREDECESOR = SPACES
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
           DISPLAY 'PROGRA13: ARRANQUE DENEGADO - EL PREDECESOR '
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
           IF CHK-SISTEMA-ORIGEN = 'PROGRA13'
               DISPLAY 'PROGRA13: AVISO - SE RECUPERA EL BLOQUEO DE '
                   'ACTUALIZACION RETENIDO POR ESTE PROGRAMA DESDE '
                   CHK-FECHA-EJECUCION ' (EJECUCION INTERRUMPIDA).'
               GO TO 0130-COMPROBAR-BLOQUEO-EXIT
           END-IF.
           DISPLAY 'PROGRA13: ARRANQUE DENEGADO - BLOQUEO DE '
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
           MOVE 'PROGRA13' TO CHK-SISTEMA-ORIGEN.
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
           MOVE 'PROGRA13' TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GP-EXISTE-PROPIO TO TRUE
           END-READ.
           INITIALIZE CHECKPT-REG.
           MOVE 'PROGRA13' TO CHK-PROGRAMA.
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
           MOVE 'PROGRA13' TO RAR-PROGRAMA.
           OPEN EXTEND RCHARR.
           IF RAR-ST = '35'
               OPEN OUTPUT RCHARR
           END-IF.
           IF RAR-ST NOT = '00'
               DISPLAY 'PROGRA13: AVISO - NO SE PUEDE ANOTAR EN EL '
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
               DISPLAY 'PROGRA13: AVISO - NO SE PUEDE LIBERAR EL '
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
           IF CHK-EN-CURSO AND CHK-SISTEMA-ORIGEN = 'PROGRA13'
               SET CHK-COMPLETO TO TRUE
               REWRITE CHECKPT-REG
           END-IF.
           CLOSE CHECKPT.
       0200-LIBERAR-BLOQUEO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    ABRE LOS FICHEROS. EL MAESTRO SALIDA Y STKUBI DEBEN
               THRU 1100-ABRIR-CATEGOS-EXIT.
           PERFORM 1200-CARGAR-TRANSITO
               THRU 1200-CARGAR-TRANSITO-EXIT.
           PERFORM 1300-ABRIR-LOTES
               THRU 1300-ABRIR-LOTES-EXIT.
           PERFORM 1400-ABRIR-MOVCONT
               THRU 1400-ABRIR-MOVCONT-EXIT.
           PERFORM 1500-ABRIR-MOVEXIS
               THRU 1500-ABRIR-MOVEXIS-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1210-LEER-UN-TRANSITO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1300-ABRIR-LOTES
      *    ABRE EL FICHERO DE LOTES EN E/S, CREANDOLO VACIO EN LA
      *    PRIMERA EJECUCION (MISMO CRITERIO QUE PROGRA10). NO ES
      *    FATAL: SIN EL, LOS AJUSTES SE APLICAN IGUAL SOBRE STKUBI Y
      *    EL MAESTRO, CON AVISO POR CONSOLA.
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
               DISPLAY 'PROGRA13: AVISO - FICHERO DE LOTES NO '
                   'DISPONIBLE (ESTADO ' LOT-ST '), LOS LOTES NO SE '
                   'AJUSTAN'
           END-IF.
       1300-ABRIR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1400-ABRIR-MOVCONT
      *    ABRE EN EXTENSION EL FICHERO DE MOVIMIENTOS CONTABLES DEL
      *    DIA, CREANDOLO SI NO EXISTE (MISMO CRITERIO QUE PROGRA10).
      *    NO ES FATAL: SIN EL, LOS AJUSTES SE APLICAN IGUAL Y LA
      *    CONCILIACION DE PROGRA25 LOS SENALA COMO NO CONTABILIZADOS.
      *----------------------------------------------------------------
       1400-ABRIR-MOVCONT.
           OPEN EXTEND MOVCONT.
           IF MCO-ST = '35'
               OPEN OUTPUT MOVCONT
           END-IF.
           IF MCO-ST = '00'
               SET GP-MOVCONT-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA13: AVISO - FICHERO DE MOVIMIENTOS '
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
               DISPLAY 'PROGRA13: AVISO - DIARIO DE MOVIMIENTOS DE '
                   'EXISTENCIAS NO DISPONIBLE (ESTADO ' MEX-ST '), LOS '
                   'AJUSTES NO SE ANOTAN'
           END-IF.
       1500-ABRIR-MOVEXIS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CICLO-RECUENTOS
      *----------------------------------------------------------------

           COMPUTE GP-VALOR-VARIANCIA =
               GP-VARIANCIA * SALIDA-PRECIO.
           IF SALIDA-COSTE-MEDIO IS NUMERIC
               AND SALIDA-COSTE-MEDIO > ZERO
               COMPUTE GP-COSTE-VARIANCIA =
                   GP-VARIANCIA * SALIDA-COSTE-MEDIO
           ELSE
               MOVE 0 TO GP-COSTE-VARIANCIA
               ADD 1 TO GP-REGS-SIN-COSTE
           END-IF.
           PERFORM 2400-ANOTAR-DIFERENCIA
               THRU 2400-ANOTAR-DIFERENCIA-EXIT.
           IF CNT-APROBADO
           MOVE GP-STOCK-TEORICO TO VT-TEORICO.
           MOVE GP-VARIANCIA TO VT-VARIANCIA.
           MOVE GP-VALOR-VARIANCIA TO VT-VALOR.
           MOVE GP-COSTE-VARIANCIA TO VT-COSTE.
           IF CNT-APROBADO
               MOVE 'S' TO VT-IND-APLICADO
           ELSE

      *----------------------------------------------------------------
      *    2500-APLICAR-AJUSTE
      *    DEJA LA UBICACION Y SUS LOTES CON LA CANTIDAD CONTADA,
      *    RETOTALIZA EL STOCK DEL PRODUCTO (UBICACIONES MAS TRANSITO)
      *    EN EL MAESTRO, CON LA CADUCIDAD DEL LOTE MAS PROXIMO A
      *    CADUCAR, Y GRABA EL MOVIMIENTO DE AUDITORIA CON LAS
      *    IMAGENES ANTES/DESPUES (MISMO CRITERIO QUE PROGRA10). EL
      *    AJUSTE SE ANOTA ADEMAS EN LOS MOVIMIENTOS CONTABLES DEL
      *    DIA.
      *----------------------------------------------------------------
       2500-APLICAR-AJUSTE.
           IF GP-EXISTE-UBICACION
                           'DE UBICACION ' STKUBI-CLAVE
               END-WRITE
           END-IF.
           IF GP-MOVEXIS-DISPONIBLE
               PERFORM 2760-GRABAR-MOVEXIS
                   THRU 2760-GRABAR-MOVEXIS-EXIT
           END-IF.
           IF GP-LOTES-DISPONIBLE
               MOVE CNT-ID TO GP-LOT-PRODUCTO
               MOVE GP-UBICACION-ACTUAL TO GP-LOT-UBICACION
               MOVE CNT-CANTIDAD TO GP-LOT-OBJETIVO
               MOVE SALIDA-CADUCIDAD TO GP-LOT-CADUCIDAD-NUEVA
               MOVE 'C' TO GP-LOT-ORIGEN-NUEVO
               PERFORM 2800-AJUSTAR-LOTES
                   THRU 2800-AJUSTAR-LOTES-EXIT
           END-IF.

           PERFORM 2600-TOTALIZAR-STOCK-PRODUCTO
               THRU 2600-TOTALIZAR-STOCK-PRODUCTO-EXIT.
           MOVE SALIDA-REG TO GP-IMAGEN-ANTERIOR.
           MOVE GP-STOCK-TOTAL-PROD TO SALIDA-STOCK.
           IF GP-LOTES-DISPONIBLE
               PERFORM 2850-CADUCIDAD-PRODUCTO
                   THRU 2850-CADUCIDAD-PRODUCTO-EXIT
               IF GP-CADUCIDAD-MINIMA NOT = SPACES
                   MOVE GP-CADUCIDAD-MINIMA TO SALIDA-CADUCIDAD
               END-IF
           END-IF.
           REWRITE SALIDA-REG
               INVALID KEY
                   DISPLAY 'PROGRA13: ERROR AL MODIFICAR ' SALIDA-ID
                   ADD 1 TO GP-REGS-APLICADOS
                   PERFORM 2700-GRABAR-AUDITORIA
                       THRU 2700-GRABAR-AUDITORIA-EXIT
                   IF GP-MOVCONT-DISPONIBLE
                       PERFORM 2750-GRABAR-MOVCONT
                           THRU 2750-GRABAR-MOVCONT-EXIT
                   END-IF
           END-REWRITE.
       2500-APLICAR-AJUSTE-EXIT.
           EXIT.
       2700-GRABAR-AUDITORIA.
           MOVE GP-FECHA-HOY TO AUD-FECHA-PROCESO.
           MOVE 'M' TO AUD-TIPO-MOVIMIENTO.
           SET AUD-ORIGEN-RECUENTO TO TRUE.
           MOVE CNT-ID TO AUD-ID.
           MOVE GP-IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTERIOR.
           MOVE SALIDA-REG TO AUD-IMAGEN-NUEVA.
       2710-ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2750-GRABAR-MOVCONT
      *    ANOTA EL AJUSTE DE RECUENTO EN LOS MOVIMIENTOS CONTABLES
      *    DEL DIA: LA DIFERENCIA Y SU VALOR A COSTE YA CALCULADOS EN
      *    2100-TRATAR-RECUENTO (CERO SIN COSTE CONOCIDO). LA
      *    REFERENCIA ES LA FECHA DEL RECUENTO Y EL ORDINAL DEL
      *    REGISTRO EN CONTEO; LA CLAVE DE AUDITORIA, LA DEL
      *    MOVIMIENTO RECIEN GRABADO (CEROS SI NO SE PUDO GRABAR).
      *----------------------------------------------------------------
       2750-GRABAR-MOVCONT.
           MOVE SPACES TO MOVCONT-REG.
           MOVE GP-FECHA-HOY TO MCO-FECHA-PROCESO.
           SET MCO-ORIGEN-RECUENTO TO TRUE.
           MOVE CNT-ID TO MCO-ID.
           MOVE GP-UBICACION-ACTUAL TO MCO-UBICACION.
           MOVE SALIDA-CATEGORIA TO MCO-CATEGORIA.
           MOVE GP-VARIANCIA TO MCO-CANTIDAD.
           IF SALIDA-COSTE-MEDIO IS NUMERIC
               AND SALIDA-COSTE-MEDIO > ZERO
               MOVE SALIDA-COSTE-MEDIO TO MCO-COSTE-UNITARIO
           ELSE
               MOVE 0 TO MCO-COSTE-UNITARIO
           END-IF.
           MOVE GP-COSTE-VARIANCIA TO MCO-IMPORTE.
           MOVE 'CONTEO' TO MCO-REF-FICHERO.
           IF CNT-FECHA IS NUMERIC AND CNT-FECHA > 0
               MOVE CNT-FECHA TO MCO-REF-FECHA
           ELSE
               MOVE GP-FECHA-HOY TO MCO-REF-FECHA
           END-IF.
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
               DISPLAY 'PROGRA13: ERROR AL GRABAR MOVIMIENTO CONTABLE '
                   'DE ' CNT-ID ' (ESTADO ' MCO-ST ')'
           END-IF.
       2750-GRABAR-MOVCONT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2760-GRABAR-MOVEXIS
      *    ANOTA EN EL DIARIO DE EXISTENCIAS DEL PERIODO, CON ORIGEN
      *    AJUSTE DE RECUENTO, LA VARIANCIA APLICADA A LA UBICACION.
      *----------------------------------------------------------------
       2760-GRABAR-MOVEXIS.
           MOVE SPACES TO MOVEXI-REG.
           MOVE GP-FECHA-HOY TO MEX-FECHA-PROCESO.
           SET MEX-ORIGEN-RECUENTO TO TRUE.
           MOVE CNT-ID TO MEX-ID.
           MOVE GP-UBICACION-ACTUAL TO MEX-UBICACION.
           MOVE GP-VARIANCIA TO MEX-CANTIDAD.
           MOVE 'PROGRA13' TO MEX-PROGRAMA.
           MOVE GP-REGS-LEIDOS TO MEX-REF-NUMERO.
           WRITE MOVEXI-REG.
           IF MEX-ST = '00'
               ADD 1 TO GP-REGS-MOVEXIS
           ELSE
               DISPLAY 'PROGRA13: ERROR AL GRABAR MOVIMIENTO DE '
                   'EXISTENCIAS DE ' CNT-ID ' (ESTADO ' MEX-ST ')'
           END-IF.
       2760-GRABAR-MOVEXIS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2800-AJUSTAR-LOTES
      *    CUADRA LOS LOTES ABIERTOS DEL PRODUCTO EN LA UBICACION CON
      *    GP-LOT-OBJETIVO: SI FALTAN UNIDADES SE DA DE ALTA UN LOTE
      *    NUEVO POR LA DIFERENCIA, CON GP-LOT-CADUCIDAD-NUEVA; SI
      *    SOBRAN SE CONSUMEN EMPEZANDO POR EL LOTE QUE ANTES CADUCA
      *    (FEFO). AL CUADRAR CONTRA LAS EXISTENCIAS Y NO CONTRA EL
      *    DELTA, UNA UBICACION CUYOS LOTES AUN NO EXISTIAN QUEDA
      *    CUBIERTA CON UN PRIMER LOTE.
      *----------------------------------------------------------------
       2800-AJUSTAR-LOTES.
           PERFORM 2810-CARGAR-LOTES
               THRU 2810-CARGAR-LOTES-EXIT.
           COMPUTE GP-LOT-DIFERENCIA = GP-LOT-OBJETIVO - GP-LOT-SUMA.
           IF GP-LOT-DIFERENCIA > ZERO
               PERFORM 2820-CREAR-LOTE
                   THRU 2820-CREAR-LOTE-EXIT
               GO TO 2800-AJUSTAR-LOTES-EXIT
           END-IF.
           IF GP-LOT-DIFERENCIA < ZERO
               COMPUTE GP-LOT-DIFERENCIA = 0 - GP-LOT-DIFERENCIA
               MOVE 'N' TO GP-SW-SIN-LOTES
               PERFORM 2830-CONSUMIR-UN-LOTE
                   THRU 2830-CONSUMIR-UN-LOTE-EXIT
                   UNTIL GP-LOT-DIFERENCIA = ZERO
                       OR GP-SIN-LOTES
           END-IF.
       2800-AJUSTAR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2810-CARGAR-LOTES
      *    VUELCA A LA TABLA LOS LOTES ABIERTOS CON CANTIDAD DE LA
      *    UBICACION Y DETERMINA EL SIGUIENTE SECUENCIAL LIBRE DEL DIA
      *    (LOS LOTES EN TRANSITO HACIA LA UBICACION CUENTAN PARA LA
      *    NUMERACION PERO NO PARA LAS EXISTENCIAS).
      *----------------------------------------------------------------
       2810-CARGAR-LOTES.
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
           PERFORM 2811-LEER-UN-LOTE
               THRU 2811-LEER-UN-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2810-CARGAR-LOTES-EXIT.
           EXIT.

       2811-LEER-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2811-LEER-UN-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = GP-LOT-PRODUCTO
               OR LOT-UBICACION NOT = GP-LOT-UBICACION
               SET GP-FIN-LOTES TO TRUE
               GO TO 2811-LEER-UN-LOTE-EXIT
           END-IF.
           IF LOT-NUM-FECHA = GP-FECHA-HOY
               AND LOT-NUM-SECUENCIA NOT < GP-LOT-SIGUIENTE
               COMPUTE GP-LOT-SIGUIENTE = LOT-NUM-SECUENCIA + 1
           END-IF.
           IF NOT LOT-ABIERTO OR LOT-CANTIDAD NOT > ZERO
               GO TO 2811-LEER-UN-LOTE-EXIT
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
               DISPLAY 'PROGRA13: AVISO - TABLA DE LOTES LLENA, LOTE '
                   LOT-CLAVE ' NO SE CONSUME'
           END-IF.
       2811-LEER-UN-LOTE-EXIT.
           EXIT.

       2820-CREAR-LOTE.
           IF GP-LOT-SIGUIENTE > 999
               DISPLAY 'PROGRA13: ERROR - SIN NUMERO DE LOTE LIBRE '
                   'PARA ' GP-LOT-PRODUCTO ' ' GP-LOT-UBICACION
               GO TO 2820-CREAR-LOTE-EXIT
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
                   DISPLAY 'PROGRA13: ERROR AL GRABAR EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               NOT INVALID KEY
                   ADD 1 TO GP-REGS-LOTES-ALTA
                   ADD 1 TO GP-LOT-SIGUIENTE
           END-WRITE.
       2820-CREAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2830-CONSUMIR-UN-LOTE
      *    ELIGE EL LOTE DE LA TABLA CON CANTIDAD QUE ANTES CADUCA (A
      *    IGUALDAD DE CADUCIDAD, EL MAS ANTIGUO: LA TABLA ESTA EN
      *    ORDEN DE NUMERO DE LOTE), LE DESCUENTA LO QUE QUEDE POR
      *    CONSUMIR Y LO REGRABA, O LO ELIMINA SI SE AGOTA.
      *----------------------------------------------------------------
       2830-CONSUMIR-UN-LOTE.
           MOVE 0 TO GP-LOT-ELEGIDO.
           PERFORM 2831-COMPARAR-LOTE
               THRU 2831-COMPARAR-LOTE-EXIT
               VARYING GP-LOT-IDX FROM 1 BY 1
               UNTIL GP-LOT-IDX > GP-LOT-TOTAL.
           IF GP-LOT-ELEGIDO = 0
               SET GP-SIN-LOTES TO TRUE
               GO TO 2830-CONSUMIR-UN-LOTE-EXIT
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
                   DISPLAY 'PROGRA13: ERROR AL LEER EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
                   GO TO 2830-CONSUMIR-UN-LOTE-EXIT
           END-READ.
           IF GP-LOT-CANTIDAD(GP-LOT-ELEGIDO) = ZERO
               DELETE LOTES RECORD
                   INVALID KEY
                       DISPLAY 'PROGRA13: ERROR AL ELIMINAR EL LOTE '
                           LOT-CLAVE ' (ESTADO ' LOT-ST ')'
                   NOT INVALID KEY
                       ADD 1 TO GP-REGS-LOTES-AGOTADOS
               END-DELETE
           ELSE
               MOVE GP-LOT-CANTIDAD(GP-LOT-ELEGIDO) TO LOT-CANTIDAD
               REWRITE LOTE-REG
                   INVALID KEY
                       DISPLAY 'PROGRA13: ERROR AL MODIFICAR EL LOTE '
                           LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               END-REWRITE
           END-IF.
       2830-CONSUMIR-UN-LOTE-EXIT.
           EXIT.

       2831-COMPARAR-LOTE.
           IF GP-LOT-CANTIDAD(GP-LOT-IDX) NOT > ZERO
               GO TO 2831-COMPARAR-LOTE-EXIT
           END-IF.
           IF GP-LOT-ELEGIDO = 0
               MOVE GP-LOT-IDX TO GP-LOT-ELEGIDO
               GO TO 2831-COMPARAR-LOTE-EXIT
           END-IF.
           IF GP-LOT-ORDEN(GP-LOT-IDX) < GP-LOT-ORDEN(GP-LOT-ELEGIDO)
               MOVE GP-LOT-IDX TO GP-LOT-ELEGIDO
           END-IF.
       2831-COMPARAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2850-CADUCIDAD-PRODUCTO
      *    DEVUELVE EN GP-CADUCIDAD-MINIMA LA CADUCIDAD MAS PROXIMA DE
      *    LOS LOTES CON CANTIDAD DEL PRODUCTO EN TODAS SUS
      *    UBICACIONES, INCLUIDOS LOS QUE ESTAN EN TRANSITO. EN BLANCO
      *    SI NINGUN LOTE TIENE CADUCIDAD (EL MAESTRO CONSERVA LA
      *    SUYA).
      *----------------------------------------------------------------
       2850-CADUCIDAD-PRODUCTO.
           MOVE SPACES TO GP-CADUCIDAD-MINIMA.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE GP-LOT-PRODUCTO TO LOT-ID.
           MOVE LOW-VALUES TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 2851-EXAMINAR-CADUCIDAD-LOTE
               THRU 2851-EXAMINAR-CADUCIDAD-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2850-CADUCIDAD-PRODUCTO-EXIT.
           EXIT.

       2851-EXAMINAR-CADUCIDAD-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2851-EXAMINAR-CADUCIDAD-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = GP-LOT-PRODUCTO
               SET GP-FIN-LOTES TO TRUE
               GO TO 2851-EXAMINAR-CADUCIDAD-LOTE-EXIT
           END-IF.
           IF LOT-CANTIDAD > ZERO
               AND LOT-CADUCIDAD IS NUMERIC
               AND (GP-CADUCIDAD-MINIMA = SPACES
                   OR LOT-CADUCIDAD < GP-CADUCIDAD-MINIMA)
               MOVE LOT-CADUCIDAD TO GP-CADUCIDAD-MINIMA
           END-IF.
       2851-EXAMINAR-CADUCIDAD-LOTE-EXIT.
           EXIT.

       2900-ANOTAR-INCIDENCIA.
           SET GP-RECUENTO-INVALIDO TO TRUE.
           MOVE CONTEO-REG(1:6) TO INC-ID.
               GP-REGS-APLICADOS.
           DISPLAY 'PROGRA13: INCIDENCIAS        : '
               GP-REGS-INCIDENCIAS.
           DISPLAY 'PROGRA13: LOTES DADOS DE ALTA: '
               GP-REGS-LOTES-ALTA.
           DISPLAY 'PROGRA13: LOTES AGOTADOS     : '
               GP-REGS-LOTES-AGOTADOS.
           DISPLAY 'PROGRA13: DIF. SIN COSTE     : '
               GP-REGS-SIN-COSTE.
           DISPLAY 'PROGRA13: MOVS. CONTABLES    : '
               GP-REGS-CONTABLES.
           DISPLAY 'PROGRA13: MOVS. DE EXISTENCIAS: '
               GP-REGS-MOVEXIS.
           CLOSE CONTEO.
           IF GP-SALIDA-DISPONIBLE
               CLOSE SALIDA
           IF GP-CATEGOS-DISPONIBLE
               CLOSE CATEGOS
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

           MOVE 'TOTAL GENERAL DIFERENCIAS' TO VAP-T-ETIQUETA.
           MOVE GP-TOT-UNIDADES TO VAP-T-UNIDADES.
           MOVE GP-TOT-VALOR TO VAP-T-VALOR.
           MOVE GP-TOT-COSTE TO VAP-T-COSTE.
           WRITE VAP-TOT.
           PERFORM 3200-LISTAR-INCIDENCIAS
               THRU 3200-LISTAR-INCIDENCIAS-EXIT.
           MOVE WK-VT-TEORICO TO VAP-D-TEORICO.
           MOVE WK-VT-VARIANCIA TO VAP-D-VARIANCIA.
           MOVE WK-VT-VALOR TO VAP-D-VALOR.
           MOVE WK-VT-COSTE TO VAP-D-COSTE.
           MOVE WK-VT-IND-APLICADO TO VAP-D-APLICADO.
           WRITE VAP-DET.
           ADD WK-VT-VARIANCIA TO GP-CAT-UNIDADES.
           ADD WK-VT-VALOR TO GP-CAT-VALOR.
           ADD WK-VT-VARIANCIA TO GP-TOT-UNIDADES.
           ADD WK-VT-VALOR TO GP-TOT-VALOR.
           ADD WK-VT-COSTE TO GP-CAT-COSTE.
           ADD WK-VT-COSTE TO GP-TOT-COSTE.
           RETURN WK-VARIAN
               AT END
                   MOVE 'S' TO GP-SW-FIN-SORT-VARIAN
           MOVE GP-CAT-ANT-VARIAN TO VAP-T-ETIQUETA(17:4).
           MOVE GP-CAT-UNIDADES TO VAP-T-UNIDADES.
           MOVE GP-CAT-VALOR TO VAP-T-VALOR.
           MOVE GP-CAT-COSTE TO VAP-T-COSTE.
           WRITE VAP-TOT.
           MOVE 0 TO GP-CAT-UNIDADES.
           MOVE 0 TO GP-CAT-VALOR.
           MOVE 0 TO GP-CAT-COSTE.
       3140-TOTAL-CATEGORIA-EXIT.
           EXIT.

