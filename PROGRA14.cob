      *                        AUDITSAL.cpy): LA GRABACION BUSCA LA
      *                        PRIMERA SECUENCIA LIBRE DEL PRODUCTO Y
      *                        LA FECHA.
      *    2026-10-15   RGV    BAJA POR LOTE (LOTE.cpy): LA PROPUESTA
      *                        TRAE UN DETALLE POR LOTE ABIERTO YA
      *                        CADUCADO, CON SU UBICACION, Y LA
      *                        APLICACION RETIRA SOLO ESE LOTE DE SU
      *                        UBICACION. LOS PRODUCTOS SIN LOTES
      *                        SIGUEN EL CRITERIO ANTERIOR POR
      *                        PRODUCTO COMPLETO. LA CADUCIDAD DEL
      *                        MAESTRO SE RECALCULA CON LOS LOTES QUE
      *                        QUEDAN.
      *    2026-10-15   RGV    LAS BAJAS SE VALORAN TAMBIEN AL COSTE
      *                        MEDIO PONDERADO DEL PRODUCTO
      *                        (SALIDA-COSTE-MEDIO): EN LOS DETALLES Y
      *                        TOTALES DE LA PROPUESTA BAJASTK Y EN
      *                        UNA COLUMNA DEL RESUMEN PARA FINANZAS.
      *                        SIN COSTE CONOCIDO LA BAJA VALE CERO A
      *                        COSTE.
      *    2026-10-15   RGV    CADA MOVIMIENTO DE AUDITORIA LLEVA SU
      *                        ORIGEN (AUD-ORIGEN): BAJA DE
      *                        EXISTENCIAS. CADA BAJA APLICADA CON
      *                        UNIDADES SE ANOTA ADEMAS EN EL FICHERO
      *                        DE MOVIMIENTOS CONTABLES DEL DIA
      *                        (MOVCONT.cpy) PARA EL DIARIO CONTABLE
      *                        DE PROGRA25, CON EL MISMO CRITERIO QUE
      *                        PROGRA10.
      *    2026-10-15   RGV    EN MODO APLICACION, CADA UBICACION
      *                        DESCONTADA SE ANOTA, CON ORIGEN BAJA,
      *                        EN EL DIARIO DE EXISTENCIAS DEL
      *                        PERIODO (MOVEXI.cpy) QUE CIERRA
      *                        PROGRA26.
      *    2026-10-15   RGV    EN MODO DE APLICACION, CONTROL DE
      *                        ARRANQUE DE LA CADENA ANTES DE ABRIR
      *                        NINGUN FICHERO: EL PROGRAMA NO
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
      *                        TERMINAR. EL MODO DE PROPUESTA NO SE
      *                        CONTROLA: NO ACTUALIZA NADA.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA14.
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
           FILE STATUS IS BJP-ST.

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
       FD  SALIDA
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
           05  CB-CANTIDAD              PIC 9(6).
           05  CB-CADUCIDAD             PIC X(8).
           05  CB-VALOR                 PIC S9(9)V9(2).
           05  CB-UBICACION             PIC X(3).
           05  CB-LOTE                  PIC 9(11).
           05  CB-COSTE                 PIC S9(9)V9(2).

       SD  WK-CADUB
           DATA RECORD IS WK-CB-REG.
           05  WK-CB-CANTIDAD           PIC 9(6).
           05  WK-CB-CADUCIDAD          PIC X(8).
           05  WK-CB-VALOR              PIC S9(9)V9(2).
           05  WK-CB-UBICACION          PIC X(3).
           05  WK-CB-LOTE               PIC 9(11).
           05  WK-CB-COSTE              PIC S9(9)V9(2).

      *----------------------------------------------------------------
      *    RESUMEN PARA FINANZAS DEL VALOR DADO DE BAJA POR
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'DESCRIPCION'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(9)  VALUE '   LINEAS'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE '    UNIDADES'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '        VALOR BAJA'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '  VALOR BAJA COSTE'.
       01  BJP-DET.
           05  BJP-D-CATEGORIA          PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BJP-D-UNIDADES           PIC -(11)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BJP-D-VALOR              PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BJP-D-COSTE              PIC -(13)9,99.
       01  BJP-TOT.
           05  BJP-T-ETIQUETA           PIC X(36).
           05  BJP-T-PRODUCTOS          PIC ZZZ.ZZ9.
           05  BJP-T-UNIDADES           PIC -(11)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BJP-T-VALOR              PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BJP-T-COSTE              PIC -(13)9,99.

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
           05  BJA-ST                  PIC X(2).
           05  CB-ST                   PIC X(2).
           05  BJP-ST                  PIC X(2).
           05  LOT-ST                  PIC X(2).
           05  MCO-ST                  PIC X(2).
           05  MEX-ST                  PIC X(2).
           05  CHK-ST                  PIC X(2).
           05  DEP-ST                  PIC X(2).
           05  RAR-ST                  PIC X(2).

       01  GP-PARAM-ENTRADA             PIC X(10).

               88  GP-SALIDA-DISPONIBLE       VALUE 'S'.
           05  GP-SW-STKUBI-DISPON     PIC X(1) VALUE 'N'.
               88  GP-STKUBI-DISPONIBLE       VALUE 'S'.
           05  GP-SW-LOTES-DISPON      PIC X(1) VALUE 'N'.
               88  GP-LOTES-DISPONIBLE        VALUE 'S'.
           05  GP-SW-FIN-LOTES         PIC X(1) VALUE 'N'.
               88  GP-FIN-LOTES               VALUE 'S'.
           05  GP-SW-HAY-LOTES         PIC X(1) VALUE 'N'.
               88  GP-HAY-LOTES               VALUE 'S'.
           05  GP-SW-MOVCONT-DISPON    PIC X(1) VALUE 'N'.
               88  GP-MOVCONT-DISPONIBLE      VALUE 'S'.
           05  GP-SW-MOVEXIS-DISPON    PIC X(1) VALUE 'N'.
               88  GP-MOVEXIS-DISPONIBLE      VALUE 'S'.
           05  GP-SW-EXISTE-LOTE       PIC X(1) VALUE 'N'.
               88  GP-EXISTE-LOTE             VALUE 'S'.
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
      *    CONTADORES Y ACUMULADORES.
       77  GP-REGS-APROBADOS           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-APLICADOS           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-NO-APLICABLES       PIC 9(9) COMP VALUE 0.
       77  GP-REGS-LOTES-BAJA          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-CONTABLES           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-MOVEXIS             PIC 9(9) COMP VALUE 0.
      *    DELTA DE LA UBICACION QUE SE ANOTA EN EL DIARIO DE
      *    EXISTENCIAS DEL PERIODO.
       77  GP-MEX-CANTIDAD             PIC S9(7) VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
       77  GP-CADUCIDAD-NUM            PIC 9(8) VALUE 0.
       77  GP-VALOR-PRODUCTO           PIC S9(9)V9(2) VALUE 0.
       77  GP-COSTE-PRODUCTO           PIC S9(9)V9(2) VALUE 0.
       77  GP-STOCK-TOTAL-PROD         PIC S9(6) VALUE 0.
      *    UNIDADES Y VALOR REALMENTE RETIRADOS DEL PRODUCTO EN LA
      *    PASADA DE APLICACION (EXISTENCIAS DE SUS UBICACIONES EN EL
      *    MOMENTO DE PONERLAS A CERO).
       77  GP-UNIDADES-BAJA            PIC S9(9) VALUE 0.
       77  GP-VALOR-BAJA               PIC S9(11)V9(2) VALUE 0.
       77  GP-COSTE-BAJA               PIC S9(11)V9(2) VALUE 0.
      *    ACUMULADORES DE LA PROPUESTA (TOTALES POR CATEGORIA Y
      *    GENERAL, MISMO PATRON QUE LA PROPUESTA DE PEDIDO).
       77  GP-PRO-LINEAS-CAT           PIC 9(6) VALUE 0.
       77  GP-PRO-CANT-CAT             PIC 9(11) VALUE 0.
       77  GP-PRO-VALOR-CAT            PIC S9(11)V9(2) VALUE 0.
       77  GP-PRO-COSTE-CAT            PIC S9(11)V9(2) VALUE 0.
       77  GP-PRO-LINEAS-TOT           PIC 9(6) VALUE 0.
       77  GP-PRO-CANT-TOT             PIC 9(11) VALUE 0.
       77  GP-PRO-VALOR-TOT            PIC S9(11)V9(2) VALUE 0.
       77  GP-PRO-COSTE-TOT            PIC S9(11)V9(2) VALUE 0.
       01  GP-CAT-ANT-CADUB            PIC X(4) VALUE LOW-VALUES.

      *----------------------------------------------------------------
               10  GP-CAT-PRODUCTOS    PIC 9(9) COMP.
               10  GP-CAT-UNIDADES     PIC S9(11).
               10  GP-CAT-VALOR        PIC S9(13)V9(2).
               10  GP-CAT-COSTE        PIC S9(13)V9(2).
       77  GP-TOT-PRODUCTOS            PIC 9(9) COMP VALUE 0.
       77  GP-TOT-UNIDADES             PIC S9(11) VALUE 0.
       77  GP-TOT-VALOR                PIC S9(13)V9(2) VALUE 0.
       77  GP-TOT-COSTE                PIC S9(13)V9(2) VALUE 0.

      *----------------------------------------------------------------
      *    TABLA EN MEMORIA DE LAS CANTIDADES EN TRANSITO POR
       77  GP-AUD-INTENTOS             PIC 9(4) COMP VALUE 0.
       01  GP-IMAGEN-ANTERIOR          PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DE LOS LOTES (LOTE.cpy): PRODUCTO CUYOS
      *    LOTES SE RECORREN Y CADUCIDAD MAS PROXIMA DE LOS QUE LE
      *    QUEDAN TRAS LA BAJA (MISMO CRITERIO QUE PROGRA10).
      *----------------------------------------------------------------
       77  GP-LOT-PRODUCTO             PIC 9(6) VALUE 0.
       77  GP-CADUCIDAD-MINIMA         PIC X(8) VALUE SPACES.

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
               THRU 9000-FINALIZAR-EXIT.
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
               DISPLAY 'PROGRA14: NO SE PUEDE ABRIR EL FICHERO DE '
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
           DISPLAY 'PROGRA14: *** ARRANQUE DENEGADO - EJECUCION '
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
               DISPLAY 'PROGRA14: AVISO - SIN TABLA DE DEPENDENCIAS '
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
           IF DEP-PROGRAMA NOT = 'PROGRA14' AND NOT DEP-TODOS
               GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-IF.
           IF DEP-PREDECESOR = 'PROGRA14' OR DEP-PREDECESOR = SPACES
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
           DISPLAY 'PROGRA14: ARRANQUE DENEGADO - EL PREDECESOR '
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
           IF CHK-SISTEMA-ORIGEN = 'PROGRA14'
               DISPLAY 'PROGRA14: AVISO - SE RECUPERA EL BLOQUEO DE '
                   'ACTUALIZACION RETENIDO POR ESTE PROGRAMA DESDE '
                   CHK-FECHA-EJECUCION ' (EJECUCION INTERRUMPIDA).'
               GO TO 0130-COMPROBAR-BLOQUEO-EXIT
           END-IF.
           DISPLAY 'PROGRA14: ARRANQUE DENEGADO - BLOQUEO DE '
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
           MOVE 'PROGRA14' TO CHK-SISTEMA-ORIGEN.
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
           MOVE 'PROGRA14' TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GP-EXISTE-PROPIO TO TRUE
           END-READ.
           INITIALIZE CHECKPT-REG.
           MOVE 'PROGRA14' TO CHK-PROGRAMA.
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
           MOVE 'PROGRA14' TO RAR-PROGRAMA.
           OPEN EXTEND RCHARR.
           IF RAR-ST = '35'
               OPEN OUTPUT RCHARR
           END-IF.
           IF RAR-ST NOT = '00'
               DISPLAY 'PROGRA14: AVISO - NO SE PUEDE ANOTAR EN EL '
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
               DISPLAY 'PROGRA14: AVISO - NO SE PUEDE LIBERAR EL '
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
           IF CHK-EN-CURSO AND CHK-SISTEMA-ORIGEN = 'PROGRA14'
               SET CHK-COMPLETO TO TRUE
               REWRITE CHECKPT-REG
           END-IF.
           CLOSE CHECKPT.
       0200-LIBERAR-BLOQUEO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    DETERMINA LA PASADA A PARTIR DE LA LINEA DE COMANDOS ('A'
           ELSE
               MOVE 'P' TO GP-SW-MODO
           END-IF.
      *    SOLO EL MODO DE APLICACION ACTUALIZA SALIDA Y STKUBI, Y
      *    SOLO EL PASA EL CONTROL DE ARRANQUE DE LA CADENA.
           IF GP-MODO-APLICACION
               PERFORM 0100-CONTROLAR-ARRANQUE
                   THRU 0100-CONTROLAR-ARRANQUE-EXIT
               IF GP-ARRANQUE-DENEGADO
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1100-ABRIR-CATEGOS
               THRU 1100-ABRIR-CATEGOS-EXIT.
           IF GP-MODO-APLICACION
                   GO TO 1000-INICIALIZAR-EXIT
               END-IF
               SET GP-STKUBI-DISPONIBLE TO TRUE
               PERFORM 1300-ABRIR-LOTES
                   THRU 1300-ABRIR-LOTES-EXIT
               OPEN I-O AUDITSAL
               IF AUD-ST = '35'
                   OPEN OUTPUT AUDITSAL
                   GO TO 1000-INICIALIZAR-EXIT
               END-IF
               SET GP-AUDIT-DISPONIBLE TO TRUE
               PERFORM 1400-ABRIR-MOVCONT
                   THRU 1400-ABRIR-MOVCONT-EXIT
               PERFORM 1500-ABRIR-MOVEXIS
                   THRU 1500-ABRIR-MOVEXIS-EXIT
               PERFORM 1200-CARGAR-TRANSITO
                   THRU 1200-CARGAR-TRANSITO-EXIT
           ELSE
                   GO TO 1000-INICIALIZAR-EXIT
               END-IF
               SET GP-SALIDA-DISPONIBLE TO TRUE
               PERFORM 1300-ABRIR-LOTES
                   THRU 1300-ABRIR-LOTES-EXIT
               OPEN OUTPUT CADUB-TMP
           END-IF.
       1000-INICIALIZAR-EXIT.
       1200-CARGAR-TRANSITO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1300-ABRIR-LOTES
      *    ABRE EL FICHERO DE LOTES (EN E/S PARA APLICAR, EN ENTRADA
      *    PARA PROPONER). NO ES FATAL: SIN EL, LA PROPUESTA SIGUE EL
      *    CRITERIO POR PRODUCTO COMPLETO, Y EN LA APLICACION LOS
      *    DETALLES DE LOTE SE CUENTAN COMO NO APLICABLES.
      *----------------------------------------------------------------
       1300-ABRIR-LOTES.
           IF GP-MODO-APLICACION
               OPEN I-O LOTES
           ELSE
               OPEN INPUT LOTES
           END-IF.
           IF LOT-ST = '00'
               SET GP-LOTES-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA14: AVISO - FICHERO DE LOTES NO '
                   'DISPONIBLE (ESTADO ' LOT-ST '), BAJAS POR '
                   'PRODUCTO COMPLETO'
           END-IF.
       1300-ABRIR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1400-ABRIR-MOVCONT
      *    ABRE EN EXTENSION EL FICHERO DE MOVIMIENTOS CONTABLES DEL
      *    DIA, CREANDOLO SI NO EXISTE (MISMO CRITERIO QUE PROGRA10).
      *    NO ES FATAL: SIN EL, LAS BAJAS SE APLICAN IGUAL Y LA
      *    CONCILIACION DE PROGRA25 LAS SENALA COMO NO CONTABILIZADAS.
      *----------------------------------------------------------------
       1400-ABRIR-MOVCONT.
           OPEN EXTEND MOVCONT.
           IF MCO-ST = '35'
               OPEN OUTPUT MOVCONT
           END-IF.
           IF MCO-ST = '00'
               SET GP-MOVCONT-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA14: AVISO - FICHERO DE MOVIMIENTOS '
                   'CONTABLES NO DISPONIBLE (ESTADO ' MCO-ST '), LAS '
                   'BAJAS NO SE ANOTAN'
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
               DISPLAY 'PROGRA14: AVISO - DIARIO DE MOVIMIENTOS DE '
                   'EXISTENCIAS NO DISPONIBLE (ESTADO ' MEX-ST '), LAS '
                   'BAJAS NO SE ANOTAN'
           END-IF.
       1500-ABRIR-MOVEXIS-EXIT.
           EXIT.

       1210-LEER-UN-TRANSITO.
           READ TRANSITO NEXT RECORD
               AT END
      *----------------------------------------------------------------
      *    2000-GENERAR-PROPUESTA
      *    PASADA DE PROPUESTA: RECORRE EL MAESTRO COMPLETO, ANOTA
      *    LOS LOTES (O PRODUCTOS SIN LOTES) CADUCADOS CON EXISTENCIAS
      *    Y CLASIFICA LOS CANDIDATOS POR CATEGORIA PARA EMITIR EL
      *    FICHERO BAJASTK.
      *----------------------------------------------------------------
       2000-GENERAR-PROPUESTA.
           PERFORM 2100-LEER-UN-PRODUCTO
           SORT WK-CADUB
               ON ASCENDING KEY WK-CB-CATEGORIA
               ON ASCENDING KEY WK-CB-ID
               ON ASCENDING KEY WK-CB-UBICACION
               ON ASCENDING KEY WK-CB-LOTE
               USING CADUB-TMP
               OUTPUT PROCEDURE IS 3000-ESCRIBIR-PROPUESTA
                   THRU 3000-ESCRIBIR-PROPUESTA-EXIT.

      *----------------------------------------------------------------
      *    2200-EXAMINAR-PRODUCTO
      *    SON CANDIDATOS A BAJA LOS LOTES ABIERTOS DEL PRODUCTO CON
      *    CANTIDAD Y CADUCIDAD NUMERICA ANTERIOR A LA DE LA
      *    EJECUCION, CADA UNO EN SU UBICACION. UN PRODUCTO SIN NINGUN
      *    LOTE (O SIN FICHERO DE LOTES) ES CANDIDATO COMPLETO CUANDO
      *    SU FECHA DE CADUCIDAD ES NUMERICA Y ANTERIOR A LA DE LA
      *    EJECUCION Y TIENE EXISTENCIAS POSITIVAS. UN REGISTRO CON
      *    PRECIO O EXISTENCIAS NO NUMERICOS SE OMITE (MISMO CRITERIO
      *    QUE LA VALORACION DE PROGRA06: LO SENALA LA VERIFICACION DE
      *    PROGRA07).
      *----------------------------------------------------------------
       2200-EXAMINAR-PRODUCTO.
           IF SALIDA-STOCK IS NOT NUMERIC
               OR SALIDA-PRECIO IS NOT NUMERIC
               GO TO 2200-EXAMINAR-PRODUCTO-EXIT
           END-IF.
           MOVE 'N' TO GP-SW-HAY-LOTES.
           IF GP-LOTES-DISPONIBLE
               PERFORM 2300-EXAMINAR-LOTES
                   THRU 2300-EXAMINAR-LOTES-EXIT
           END-IF.
           IF GP-HAY-LOTES
               GO TO 2200-EXAMINAR-PRODUCTO-EXIT
           END-IF.
           IF SALIDA-CADUCIDAD IS NOT NUMERIC
               GO TO 2200-EXAMINAR-PRODUCTO-EXIT
           END-IF.
           MOVE SALIDA-CADUCIDAD TO GP-CADUCIDAD-NUM.
               OR SALIDA-STOCK NOT > ZERO
               GO TO 2200-EXAMINAR-PRODUCTO-EXIT
           END-IF.
           MOVE SALIDA-STOCK TO CB-CANTIDAD.
           MOVE SALIDA-CADUCIDAD TO CB-CADUCIDAD.
           MOVE SPACES TO CB-UBICACION.
           MOVE ZEROS TO CB-LOTE.
           PERFORM 2400-ANOTAR-CANDIDATO
               THRU 2400-ANOTAR-CANDIDATO-EXIT.
       2200-EXAMINAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-EXAMINAR-LOTES
      *    RECORRE TODOS LOS LOTES DEL PRODUCTO EN TODAS SUS
      *    UBICACIONES. CUALQUIER LOTE, AUNQUE ESTE AGOTADO O EN
      *    TRANSITO, INDICA QUE EL PRODUCTO SE GESTIONA POR LOTES.
      *----------------------------------------------------------------
       2300-EXAMINAR-LOTES.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE SALIDA-ID TO LOT-ID.
           MOVE LOW-VALUES TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 2310-EXAMINAR-UN-LOTE
               THRU 2310-EXAMINAR-UN-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2300-EXAMINAR-LOTES-EXIT.
           EXIT.

       2310-EXAMINAR-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2310-EXAMINAR-UN-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = SALIDA-ID
               SET GP-FIN-LOTES TO TRUE
               GO TO 2310-EXAMINAR-UN-LOTE-EXIT
           END-IF.
           SET GP-HAY-LOTES TO TRUE.
           IF NOT LOT-ABIERTO
               OR LOT-CANTIDAD NOT > ZERO
               OR LOT-CADUCIDAD IS NOT NUMERIC
               GO TO 2310-EXAMINAR-UN-LOTE-EXIT
           END-IF.
           MOVE LOT-CADUCIDAD TO GP-CADUCIDAD-NUM.
           IF GP-CADUCIDAD-NUM NOT < GP-FECHA-HOY
               GO TO 2310-EXAMINAR-UN-LOTE-EXIT
           END-IF.
           MOVE LOT-CANTIDAD TO CB-CANTIDAD.
           MOVE LOT-CADUCIDAD TO CB-CADUCIDAD.
           MOVE LOT-UBICACION TO CB-UBICACION.
           MOVE LOT-NUMERO TO CB-LOTE.
           PERFORM 2400-ANOTAR-CANDIDATO
               THRU 2400-ANOTAR-CANDIDATO-EXIT.
       2310-EXAMINAR-UN-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2400-ANOTAR-CANDIDATO
      *    VALORA LA CANTIDAD DEL CANDIDATO A PRECIO DE VENTA Y A
      *    COSTE MEDIO (CERO SIN COSTE CONOCIDO) Y LO GRABA EN EL
      *    FICHERO DE TRABAJO.
      *----------------------------------------------------------------
       2400-ANOTAR-CANDIDATO.
           COMPUTE GP-VALOR-PRODUCTO =
               CB-CANTIDAD * SALIDA-PRECIO.
           IF SALIDA-COSTE-MEDIO IS NUMERIC
               AND SALIDA-COSTE-MEDIO > ZERO
               COMPUTE GP-COSTE-PRODUCTO =
                   CB-CANTIDAD * SALIDA-COSTE-MEDIO
           ELSE
               MOVE 0 TO GP-COSTE-PRODUCTO
           END-IF.
           MOVE GP-COSTE-PRODUCTO TO CB-COSTE.
           MOVE SALIDA-CATEGORIA TO CB-CATEGORIA.
           MOVE SALIDA-ID TO CB-ID.
           MOVE GP-VALOR-PRODUCTO TO CB-VALOR.
           WRITE CB-REG.
           ADD 1 TO GP-REGS-CANDIDATOS.
       2400-ANOTAR-CANDIDATO-EXIT.
           EXIT.

      *----------------------------------------------------------------
           MOVE GP-PRO-LINEAS-TOT TO BJA-TOT-LINEAS.
           MOVE GP-PRO-CANT-TOT TO BJA-TOT-CANTIDAD.
           MOVE GP-PRO-VALOR-TOT TO BJA-TOT-VALOR.
           MOVE GP-PRO-COSTE-TOT TO BJA-TOT-COSTE.
           WRITE BAJASTK-REG.
           CLOSE BAJASTK.
       3000-ESCRIBIR-PROPUESTA-EXIT.
           MOVE WK-CB-CANTIDAD TO BJA-CANTIDAD.
           MOVE WK-CB-CADUCIDAD TO BJA-CADUCIDAD.
           MOVE WK-CB-VALOR TO BJA-VALOR.
           MOVE WK-CB-UBICACION TO BJA-UBICACION.
           MOVE WK-CB-LOTE TO BJA-LOTE.
           MOVE WK-CB-COSTE TO BJA-COSTE.
           MOVE SPACE TO BJA-IND-APROBADO.
           WRITE BAJASTK-REG.
           ADD 1 TO GP-PRO-LINEAS-CAT.
           ADD WK-CB-CANTIDAD TO GP-PRO-CANT-TOT.
           ADD WK-CB-VALOR TO GP-PRO-VALOR-CAT.
           ADD WK-CB-VALOR TO GP-PRO-VALOR-TOT.
           ADD WK-CB-COSTE TO GP-PRO-COSTE-CAT.
           ADD WK-CB-COSTE TO GP-PRO-COSTE-TOT.
           RETURN WK-CADUB
               AT END
                   MOVE 'S' TO GP-SW-FIN-SORT-CADUB
           MOVE GP-PRO-LINEAS-CAT TO BJA-TOT-LINEAS.
           MOVE GP-PRO-CANT-CAT TO BJA-TOT-CANTIDAD.
           MOVE GP-PRO-VALOR-CAT TO BJA-TOT-VALOR.
           MOVE GP-PRO-COSTE-CAT TO BJA-TOT-COSTE.
           WRITE BAJASTK-REG.
           MOVE 0 TO GP-PRO-LINEAS-CAT.
           MOVE 0 TO GP-PRO-CANT-CAT.
           MOVE 0 TO GP-PRO-VALOR-CAT.
           MOVE 0 TO GP-PRO-COSTE-CAT.
       3200-ESCRIBIR-TOTAL-CATEG-EXIT.
           EXIT.


      *----------------------------------------------------------------
      *    4200-APLICAR-UNA-BAJA
      *    UN DETALLE DE LOTE RETIRA EL LOTE Y DESCUENTA SU CANTIDAD
      *    DE LAS EXISTENCIAS DE SU UBICACION; UN DETALLE SIN LOTE
      *    PONE A CERO LAS EXISTENCIAS DEL PRODUCTO EN TODAS SUS
      *    UBICACIONES Y RETIRA SUS LOTES ABIERTOS. EN AMBOS CASOS SE
      *    RECOGEN LAS UNIDADES Y EL VALOR REALMENTE RETIRADOS, SE
      *    RETOTALIZA EL STOCK DEL MAESTRO, SE RECALCULA SU CADUCIDAD
      *    CON LOS LOTES QUE QUEDAN Y SE GRABA EL MOVIMIENTO DE
      *    AUDITORIA; SI SE HAN RETIRADO UNIDADES, LA BAJA SE ANOTA
      *    ADEMAS EN LOS MOVIMIENTOS CONTABLES DEL DIA. UN DETALLE
      *    CUYO PRODUCTO YA NO ESTA EN EL MAESTRO, O CUYO LOTE YA NO
      *    ESTA ABIERTO CON CANTIDAD, SE CUENTA COMO NO APLICABLE.
      *----------------------------------------------------------------
       4200-APLICAR-UNA-BAJA.
           MOVE 'N' TO GP-SW-EXISTE-EN-SALIDA.
           END-IF.

           MOVE 0 TO GP-UNIDADES-BAJA.
           IF BJA-LOTE IS NUMERIC AND BJA-LOTE NOT = ZERO
               PERFORM 4250-RETIRAR-LOTE
                   THRU 4250-RETIRAR-LOTE-EXIT
               IF NOT GP-EXISTE-LOTE
                   ADD 1 TO GP-REGS-NO-APLICABLES
                   GO TO 4200-APLICAR-UNA-BAJA-EXIT
               END-IF
           ELSE
               PERFORM 4300-VACIAR-UBICACIONES
                   THRU 4300-VACIAR-UBICACIONES-EXIT
               IF GP-LOTES-DISPONIBLE
                   PERFORM 4350-RETIRAR-LOTES-PRODUCTO
                       THRU 4350-RETIRAR-LOTES-PRODUCTO-EXIT
               END-IF
           END-IF.
           IF SALIDA-PRECIO IS NUMERIC
               COMPUTE GP-VALOR-BAJA =
                   GP-UNIDADES-BAJA * SALIDA-PRECIO
           ELSE
               MOVE 0 TO GP-VALOR-BAJA
           END-IF.
           IF SALIDA-COSTE-MEDIO IS NUMERIC
               AND SALIDA-COSTE-MEDIO > ZERO
               COMPUTE GP-COSTE-BAJA =
                   GP-UNIDADES-BAJA * SALIDA-COSTE-MEDIO
           ELSE
               MOVE 0 TO GP-COSTE-BAJA
           END-IF.

           PERFORM 4400-TOTALIZAR-STOCK-PRODUCTO
               THRU 4400-TOTALIZAR-STOCK-PRODUCTO-EXIT.
           MOVE SALIDA-REG TO GP-IMAGEN-ANTERIOR.
           MOVE GP-STOCK-TOTAL-PROD TO SALIDA-STOCK.
           IF GP-LOTES-DISPONIBLE
               MOVE BJA-ID TO GP-LOT-PRODUCTO
               PERFORM 4700-CADUCIDAD-PRODUCTO
                   THRU 4700-CADUCIDAD-PRODUCTO-EXIT
               IF GP-CADUCIDAD-MINIMA NOT = SPACES
                   MOVE GP-CADUCIDAD-MINIMA TO SALIDA-CADUCIDAD
               END-IF
           END-IF.
           REWRITE SALIDA-REG
               INVALID KEY
                   DISPLAY 'PROGRA14: ERROR AL MODIFICAR ' SALIDA-ID
                   ADD 1 TO GP-REGS-APLICADOS
                   PERFORM 4500-GRABAR-AUDITORIA
                       THRU 4500-GRABAR-AUDITORIA-EXIT
                   IF GP-MOVCONT-DISPONIBLE
                       AND GP-UNIDADES-BAJA NOT = ZERO
                       PERFORM 4550-GRABAR-MOVCONT
                           THRU 4550-GRABAR-MOVCONT-EXIT
                   END-IF
                   PERFORM 4600-ACUMULAR-CATEGORIA
                       THRU 4600-ACUMULAR-CATEGORIA-EXIT
           END-REWRITE.
       4200-APLICAR-UNA-BAJA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4250-RETIRAR-LOTE
      *    LEE EL LOTE DEL DETALLE; SI SIGUE ABIERTO CON CANTIDAD, LA
      *    DESCUENTA DE LAS EXISTENCIAS DE SU UBICACION (SIN DEJARLAS
      *    EN NEGATIVO: SI LA UBICACION TIENE MENOS, SE RETIRA LO QUE
      *    TIENE) Y ELIMINA EL LOTE.
      *----------------------------------------------------------------
       4250-RETIRAR-LOTE.
           MOVE 'N' TO GP-SW-EXISTE-LOTE.
           IF NOT GP-LOTES-DISPONIBLE
               GO TO 4250-RETIRAR-LOTE-EXIT
           END-IF.
           MOVE BJA-ID TO LOT-ID.
           MOVE BJA-UBICACION TO LOT-UBICACION.
           MOVE BJA-LOTE TO LOT-NUMERO.
           READ LOTES
               INVALID KEY
                   GO TO 4250-RETIRAR-LOTE-EXIT
           END-READ.
           IF NOT LOT-ABIERTO OR LOT-CANTIDAD NOT > ZERO
               GO TO 4250-RETIRAR-LOTE-EXIT
           END-IF.
           SET GP-EXISTE-LOTE TO TRUE.
           MOVE LOT-CANTIDAD TO GP-UNIDADES-BAJA.
           MOVE BJA-ID TO STKUBI-ID.
           MOVE BJA-UBICACION TO STKUBI-UBICACION.
           READ STKUBI
               INVALID KEY
                   MOVE 0 TO GP-UNIDADES-BAJA
               NOT INVALID KEY
                   IF STKUBI-STOCK < GP-UNIDADES-BAJA
                       MOVE STKUBI-STOCK TO GP-UNIDADES-BAJA
                   END-IF
                   IF GP-UNIDADES-BAJA < ZERO
                       MOVE 0 TO GP-UNIDADES-BAJA
                   END-IF
                   SUBTRACT GP-UNIDADES-BAJA FROM STKUBI-STOCK
                   MOVE GP-FECHA-HOY TO STKUBI-FECHA-PROCESO
                   REWRITE STKUBI-REG
                   COMPUTE GP-MEX-CANTIDAD = 0 - GP-UNIDADES-BAJA
                   PERFORM 4560-GRABAR-MOVEXIS
                       THRU 4560-GRABAR-MOVEXIS-EXIT
           END-READ.
           DELETE LOTES RECORD
               INVALID KEY
                   DISPLAY 'PROGRA14: ERROR AL ELIMINAR EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               NOT INVALID KEY
                   ADD 1 TO GP-REGS-LOTES-BAJA
           END-DELETE.
       4250-RETIRAR-LOTE-EXIT.
           EXIT.

       4300-VACIAR-UBICACIONES.
           MOVE 'N' TO GP-SW-FIN-STKUBI.
           MOVE BJA-ID TO STKUBI-ID.
               GO TO 4310-VACIAR-UNA-UBICACION-EXIT
           END-IF.
           ADD STKUBI-STOCK TO GP-UNIDADES-BAJA.
           COMPUTE GP-MEX-CANTIDAD = 0 - STKUBI-STOCK.
           MOVE 0 TO STKUBI-STOCK.
           MOVE GP-FECHA-HOY TO STKUBI-FECHA-PROCESO.
           REWRITE STKUBI-REG.
           PERFORM 4560-GRABAR-MOVEXIS
               THRU 4560-GRABAR-MOVEXIS-EXIT.
       4310-VACIAR-UNA-UBICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4350-RETIRAR-LOTES-PRODUCTO
      *    CON LAS UBICACIONES YA A CERO, ELIMINA LOS LOTES ABIERTOS
      *    DEL PRODUCTO (LOS QUE ESTAN EN TRANSITO SE CONSERVAN: SUS
      *    UNIDADES NO ESTAN EN NINGUNA UBICACION).
      *----------------------------------------------------------------
       4350-RETIRAR-LOTES-PRODUCTO.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE BJA-ID TO LOT-ID.
           MOVE LOW-VALUES TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 4360-RETIRAR-UN-LOTE
               THRU 4360-RETIRAR-UN-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       4350-RETIRAR-LOTES-PRODUCTO-EXIT.
           EXIT.

       4360-RETIRAR-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 4360-RETIRAR-UN-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = BJA-ID
               SET GP-FIN-LOTES TO TRUE
               GO TO 4360-RETIRAR-UN-LOTE-EXIT
           END-IF.
           IF NOT LOT-ABIERTO
               GO TO 4360-RETIRAR-UN-LOTE-EXIT
           END-IF.
           DELETE LOTES RECORD
               INVALID KEY
                   DISPLAY 'PROGRA14: ERROR AL ELIMINAR EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               NOT INVALID KEY
                   ADD 1 TO GP-REGS-LOTES-BAJA
           END-DELETE.
       4360-RETIRAR-UN-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4400-TOTALIZAR-STOCK-PRODUCTO
      *    SUMA LAS EXISTENCIAS DE TODAS LAS UBICACIONES DEL PRODUCTO
      *    (YA DESCONTADA LA BAJA) MAS SUS CANTIDADES EN TRANSITO
      *    (MISMA LOGICA QUE 2680-TOTALIZAR-STOCK-PRODUCTO DE
      *    PROGRA01).
      *----------------------------------------------------------------
       4400-TOTALIZAR-STOCK-PRODUCTO.
           MOVE 0 TO GP-STOCK-TOTAL-PROD.
       4500-GRABAR-AUDITORIA.
           MOVE GP-FECHA-HOY TO AUD-FECHA-PROCESO.
           MOVE 'M' TO AUD-TIPO-MOVIMIENTO.
           SET AUD-ORIGEN-BAJA TO TRUE.
           MOVE BJA-ID TO AUD-ID.
           MOVE GP-IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTERIOR.
           MOVE SALIDA-REG TO AUD-IMAGEN-NUEVA.
       4510-ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4550-GRABAR-MOVCONT
      *    ANOTA LA BAJA EN LOS MOVIMIENTOS CONTABLES DEL DIA COMO
      *    PERDIDA: LAS UNIDADES Y EL VALOR A COSTE REALMENTE
      *    RETIRADOS, EN NEGATIVO (CERO SIN COSTE CONOCIDO). LA
      *    REFERENCIA ES EL LOTE DEL DETALLE, O EL ORDINAL DEL
      *    DETALLE EN BAJASTK SI LA BAJA NO ES DE LOTE; LA CLAVE DE
      *    AUDITORIA, LA DEL MOVIMIENTO RECIEN GRABADO (CEROS SI NO SE
      *    PUDO GRABAR).
      *----------------------------------------------------------------
       4550-GRABAR-MOVCONT.
           MOVE SPACES TO MOVCONT-REG.
           MOVE GP-FECHA-HOY TO MCO-FECHA-PROCESO.
           SET MCO-ORIGEN-BAJA TO TRUE.
           MOVE BJA-ID TO MCO-ID.
           MOVE BJA-UBICACION TO MCO-UBICACION.
           MOVE SALIDA-CATEGORIA TO MCO-CATEGORIA.
           COMPUTE MCO-CANTIDAD = 0 - GP-UNIDADES-BAJA.
           IF SALIDA-COSTE-MEDIO IS NUMERIC
               AND SALIDA-COSTE-MEDIO > ZERO
               MOVE SALIDA-COSTE-MEDIO TO MCO-COSTE-UNITARIO
           ELSE
               MOVE 0 TO MCO-COSTE-UNITARIO
           END-IF.
           COMPUTE MCO-IMPORTE = 0 - GP-COSTE-BAJA.
           MOVE 'BAJASTK' TO MCO-REF-FICHERO.
           MOVE GP-FECHA-HOY TO MCO-REF-FECHA.
           IF BJA-LOTE IS NUMERIC AND BJA-LOTE NOT = ZERO
               MOVE BJA-LOTE TO MCO-REF-NUMERO
           ELSE
               MOVE GP-REGS-LEIDOS TO MCO-REF-NUMERO
           END-IF.
           IF GP-AUD-GRABADO
               MOVE AUD-CLAVE TO MCO-AUD-CLAVE
           ELSE
               MOVE ZEROS TO MCO-AUD-CLAVE
           END-IF.
           WRITE MOVCONT-REG.
           IF MCO-ST = '00'
               ADD 1 TO GP-REGS-CONTABLES
           ELSE
               DISPLAY 'PROGRA14: ERROR AL GRABAR MOVIMIENTO CONTABLE '
                   'DE ' BJA-ID ' (ESTADO ' MCO-ST ')'
           END-IF.
       4550-GRABAR-MOVCONT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4560-GRABAR-MOVEXIS
      *    ANOTA EN EL DIARIO DE EXISTENCIAS DEL PERIODO, CON ORIGEN
      *    BAJA, EL DELTA GP-MEX-CANTIDAD DE LA UBICACION
      *    STKUBI-CLAVE RECIEN ACTUALIZADA (NADA SI ES CERO).
      *----------------------------------------------------------------
       4560-GRABAR-MOVEXIS.
           IF NOT GP-MOVEXIS-DISPONIBLE OR GP-MEX-CANTIDAD = ZERO
               GO TO 4560-GRABAR-MOVEXIS-EXIT
           END-IF.
           MOVE SPACES TO MOVEXI-REG.
           MOVE GP-FECHA-HOY TO MEX-FECHA-PROCESO.
           SET MEX-ORIGEN-BAJA TO TRUE.
           MOVE STKUBI-ID TO MEX-ID.
           MOVE STKUBI-UBICACION TO MEX-UBICACION.
           MOVE GP-MEX-CANTIDAD TO MEX-CANTIDAD.
           MOVE 'PROGRA14' TO MEX-PROGRAMA.
           MOVE GP-REGS-LEIDOS TO MEX-REF-NUMERO.
           WRITE MOVEXI-REG.
           IF MEX-ST = '00'
               ADD 1 TO GP-REGS-MOVEXIS
           ELSE
               DISPLAY 'PROGRA14: ERROR AL GRABAR MOVIMIENTO DE '
                   'EXISTENCIAS DE ' STKUBI-CLAVE ' (ESTADO ' MEX-ST ')'
           END-IF.
       4560-GRABAR-MOVEXIS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4600-ACUMULAR-CATEGORIA
      *    SUMA LA BAJA APLICADA A LOS ACUMULADORES DE SU CATEGORIA
                   MOVE 0 TO GP-CAT-PRODUCTOS(GP-CAT-USADA)
                   MOVE 0 TO GP-CAT-UNIDADES(GP-CAT-USADA)
                   MOVE 0 TO GP-CAT-VALOR(GP-CAT-USADA)
                   MOVE 0 TO GP-CAT-COSTE(GP-CAT-USADA)
               ELSE
      *    TABLA LLENA: LA ULTIMA ENTRADA ABSORBE EL EXCESO (MISMO
      *    CRITERIO QUE PROGRA06).
           ADD 1 TO GP-TOT-PRODUCTOS.
           ADD GP-UNIDADES-BAJA TO GP-TOT-UNIDADES.
           ADD GP-VALOR-BAJA TO GP-TOT-VALOR.
           ADD GP-COSTE-BAJA TO GP-CAT-COSTE(GP-CAT-USADA).
           ADD GP-COSTE-BAJA TO GP-TOT-COSTE.
       4600-ACUMULAR-CATEGORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4700-CADUCIDAD-PRODUCTO
      *    DEVUELVE EN GP-CADUCIDAD-MINIMA LA CADUCIDAD MAS PROXIMA DE
      *    LOS LOTES CON CANTIDAD DEL PRODUCTO EN TODAS SUS
      *    UBICACIONES, INCLUIDOS LOS QUE ESTAN EN TRANSITO. EN BLANCO
      *    SI NINGUN LOTE TIENE CADUCIDAD (EL MAESTRO CONSERVA LA
      *    SUYA).
      *----------------------------------------------------------------
       4700-CADUCIDAD-PRODUCTO.
           MOVE SPACES TO GP-CADUCIDAD-MINIMA.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE GP-LOT-PRODUCTO TO LOT-ID.
           MOVE LOW-VALUES TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 4710-EXAMINAR-CADUCIDAD-LOTE
               THRU 4710-EXAMINAR-CADUCIDAD-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       4700-CADUCIDAD-PRODUCTO-EXIT.
           EXIT.

       4710-EXAMINAR-CADUCIDAD-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 4710-EXAMINAR-CADUCIDAD-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = GP-LOT-PRODUCTO
               SET GP-FIN-LOTES TO TRUE
               GO TO 4710-EXAMINAR-CADUCIDAD-LOTE-EXIT
           END-IF.
           IF LOT-CANTIDAD > ZERO
               AND LOT-CADUCIDAD IS NUMERIC
               AND (GP-CADUCIDAD-MINIMA = SPACES
                   OR LOT-CADUCIDAD < GP-CADUCIDAD-MINIMA)
               MOVE LOT-CADUCIDAD TO GP-CADUCIDAD-MINIMA
           END-IF.
       4710-EXAMINAR-CADUCIDAD-LOTE-EXIT.
           EXIT.

       4610-COMPARAR-CATEGORIA.
           IF GP-CAT-CODIGO(GP-CAT-IDX) = SALIDA-CATEGORIA
               SET GP-CAT-HALLADA TO TRUE
           MOVE GP-TOT-PRODUCTOS TO BJP-T-PRODUCTOS.
           MOVE GP-TOT-UNIDADES TO BJP-T-UNIDADES.
           MOVE GP-TOT-VALOR TO BJP-T-VALOR.
           MOVE GP-TOT-COSTE TO BJP-T-COSTE.
           WRITE BJP-TOT.
           CLOSE BAJAPRT.
       5000-EMITIR-RESUMEN-EXIT.
           MOVE GP-CAT-PRODUCTOS(GP-CAT-IDX) TO BJP-D-PRODUCTOS.
           MOVE GP-CAT-UNIDADES(GP-CAT-IDX) TO BJP-D-UNIDADES.
           MOVE GP-CAT-VALOR(GP-CAT-IDX) TO BJP-D-VALOR.
           MOVE GP-CAT-COSTE(GP-CAT-IDX) TO BJP-D-COSTE.
           WRITE BJP-DET.
       5100-ESCRIBIR-CATEGORIA-EXIT.
           EXIT.
                   GP-REGS-APLICADOS
               DISPLAY 'PROGRA14: NO APLICABLES      : '
                   GP-REGS-NO-APLICABLES
               DISPLAY 'PROGRA14: LOTES DADOS DE BAJA: '
                   GP-REGS-LOTES-BAJA
               DISPLAY 'PROGRA14: MOVS. CONTABLES    : '
                   GP-REGS-CONTABLES
               DISPLAY 'PROGRA14: MOVS. DE EXISTENCIAS: '
                   GP-REGS-MOVEXIS
               CLOSE BAJASTK
               IF GP-SALIDA-DISPONIBLE
                   CLOSE SALIDA
               IF GP-AUDIT-DISPONIBLE
                   CLOSE AUDITSAL
               END-IF
               IF GP-MOVCONT-DISPONIBLE
                   CLOSE MOVCONT
               END-IF
               IF GP-MOVEXIS-DISPONIBLE
                   CLOSE MOVEXIS
               END-IF
           ELSE
               DISPLAY 'PROGRA14: PRODUCTOS LEIDOS   : '
                   GP-REGS-LEIDOS
           IF GP-CATEGOS-DISPONIBLE
               CLOSE CATEGOS
           END-IF.
           IF GP-LOTES-DISPONIBLE
               CLOSE LOTES
           END-IF.
           IF GP-MODO-APLICACION
               IF NOT GP-AUDIT-DISPONIBLE
                   SET GP-EJECUCION-INCOMPLETA TO TRUE
               END-IF
               PERFORM 0200-LIBERAR-BLOQUEO
                   THRU 0200-LIBERAR-BLOQUEO-EXIT
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.

