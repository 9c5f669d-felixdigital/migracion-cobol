      *                        LA PRIMERA EJECUCION (MISMO PATRON QUE
      *                        EL MAESTRO). LA DEPURACION CON ARCHIVO
      *                        DEL DIARIO LA HACE PROGRA17.
      *    2026-10-15   RGV    EXISTENCIAS POR LOTE (LOTE.cpy): LOS
      *                        LOTES DE CADA UBICACION SE CUADRAN CON
      *                        LAS EXISTENCIAS DEL EXTRACTO (UN
      *                        AUMENTO ENTRA COMO LOTE NUEVO CON LA
      *                        CADUCIDAD DEL DETALLE, UNA DISMINUCION
      *                        CONSUME PRIMERO EL LOTE QUE ANTES
      *                        CADUCA) Y LA BAJA ELIMINA LOS LOTES
      *                        DEL PRODUCTO. LA CADUCIDAD DEL MAESTRO
      *                        ES LA DEL LOTE MAS PROXIMO A CADUCAR.
      *                        EL INFORME DE CADUCIDAD PASA A SER POR
      *                        LOTE, CON SU UBICACION Y CANTIDAD.
      *    2026-10-15   RGV    EL ALTA DE UN PRODUCTO INICIA SU COSTE
      *                        MEDIO A CERO (DESCONOCIDO HASTA LA
      *                        PRIMERA RECEPCION CON COSTE); LA
      *                        MODIFICACION LO CONSERVA, YA QUE EL
      *                        EXTRACTO NO TRAE COSTES.
      *    2026-10-15   RGV    CADA MOVIMIENTO DE AUDITORIA LLEVA SU
      *                        ORIGEN (AUD-ORIGEN): CARGA NOCTURNA.
      *    2026-10-15   RGV    CADA CAMBIO DE EXISTENCIAS DE UNA
      *                        UBICACION SE ANOTA CON ORIGEN CARGA
      *                        NOCTURNA EN EL DIARIO DE EXISTENCIAS
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
      *                        ARRANCAR Y SE LIBERA AL TERMINAR; EL
      *                        REGISTRO PROPIO DE LA CARGA SIGUE
      *                        GRABANDOLO SU REANUDACION. UN BLOQUEO
      *                        RETENIDO POR UNA CARGA INTERRUMPIDA LO
      *                        RECUPERA LA SIGUIENTE EJECUCION.
      *    2026-10-15   RGV    EL PRECIO DEL EXTRACTO NO SE APLICA A
      *                        UN PRODUCTO CON UNA PROMOCION VIGENTE EN
      *                        EL FICHERO DE PRECIOS PROGRAMADOS
      *                        (PRECPROG.cpy, PROGRA28): EL MAESTRO
      *                        CONSERVA EL PRECIO DE LA PROMOCION Y EL
      *                        DEL EXTRACTO SE ANOTA EN EL FICHERO DE
      *                        PRECIOS RETENIDOS (PRECRET.cpy) Y EN EL
      *                        INFORME DE CONTROL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA01.
           RECORD KEY IS TRF-NUMERO
           FILE STATUS IS TRF-ST.

           SELECT LOTES ASSIGN TO LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CLAVE
           FILE STATUS IS LOT-ST.

           SELECT OPTIONAL PEDABIER ASSIGN TO PEDABIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAB-CLAVE
           FILE STATUS IS PAB-ST.

           SELECT MOVEXIS ASSIGN TO MOVEXIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEX-ST.

           SELECT OPTIONAL PRECPROG ASSIGN TO PRECPROG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPR-CLAVE
           FILE STATUS IS PPR-ST.

           SELECT PRECRET ASSIGN TO PRECRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRR-ST.

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
       FD  ENTRADA
           DATA RECORD IS PEDABI-REG.
           COPY PEDABI.

       FD  LOTES
           DATA RECORD IS LOTE-REG.
           COPY LOTE.

       FD  MOVEXIS
           DATA RECORD IS MOVEXI-REG.
           COPY MOVEXI.

       FD  PRECPROG
           DATA RECORD IS PRECPROG-REG.
           COPY PRECPROG.

       FD  PRECRET
           DATA RECORD IS PRECRET-REG.
           COPY PRECRET.

      *----------------------------------------------------------------
      *    FICHERO DE TRABAJO CON LOS CANDIDATOS A REPOSICION, ANTES
      *    DE CLASIFICAR (SORT) POR DIFERENCIA CON EL NIVEL CRITICO.
           05  CT-DESC                  PIC X(35).
           05  CT-CADUCIDAD             PIC X(8).
           05  CT-ESTADO                PIC X(15).
           05  CT-UBICACION             PIC X(3).
           05  CT-LOTE                  PIC 9(11).
           05  CT-CANTIDAD              PIC 9(6).

       SD  WK-CADUC
           DATA RECORD IS WK-CT-REG.
           05  WK-CT-DESC               PIC X(35).
           05  WK-CT-CADUCIDAD          PIC X(8).
           05  WK-CT-ESTADO             PIC X(15).
           05  WK-CT-UBICACION          PIC X(3).
           05  WK-CT-LOTE               PIC 9(11).
           05  WK-CT-CANTIDAD           PIC 9(6).

      *----------------------------------------------------------------
      *    INFORME DE LOTES CADUCADOS O PROXIMOS A CADUCAR.
      *----------------------------------------------------------------
       FD  CADUCPRT
           DATA RECORD IS CAD-CAB-1, CAD-CAB-2, CAD-GRP, CAD-DET,
       01  CAD-CAB-1.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(45)
               VALUE 'INFORME DE LOTES PROXIMOS A CADUCAR'.
       01  CAD-CAB-2.
           05  FILLER                   PIC X(4)  VALUE 'CAT.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(35) VALUE 'DESCRIPCION'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(4)  VALUE 'UBI.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'LOTE'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE 'CANTIDAD'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'CADUCIDAD'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'DIAS REST.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CAD-D-DESC               PIC X(35).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CAD-D-UBICACION          PIC X(3).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CAD-D-LOTE               PIC 9(11).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CAD-D-CANTIDAD           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CAD-D-CADUCIDAD          PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CAD-D-DIAS               PIC -(6)9.
       01  CAD-TOT.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(29) VALUE
               'TOTAL LOTES A CADUCAR     : '.
           05  CAD-T-TOTAL              PIC ZZZ,ZZ9.

      *----------------------------------------------------------------
           05  CTL-T-ETIQUETA           PIC X(45).
           05  CTL-T-TEXTO              PIC X(25).

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
           05  ENTRADA-ST              PIC 9(2).
           05  STK-ST                  PIC X(2).
           05  TRF-ST                  PIC X(2).
           05  PAB-ST                  PIC X(2).
           05  LOT-ST                  PIC X(2).
           05  MEX-ST                  PIC X(2).
           05  PPR-ST                  PIC X(2).
           05  PRR-ST                  PIC X(2).
           05  DEP-ST                  PIC X(2).
           05  RAR-ST                  PIC X(2).
           05  FIN-FICHERO             PIC 9(2) VALUE 10.
       
       01  D-CONTROL.
               88  GP-AUD-GRABADO             VALUE 'S'.
           05  GP-SW-AUDIT-DISPON      PIC X(1) VALUE 'N'.
               88  GP-AUDIT-DISPONIBLE        VALUE 'S'.
           05  GP-SW-LOTES-DISPON      PIC X(1) VALUE 'N'.
               88  GP-LOTES-DISPONIBLE        VALUE 'S'.
           05  GP-SW-FIN-LOTES         PIC X(1) VALUE 'N'.
               88  GP-FIN-LOTES               VALUE 'S'.
           05  GP-SW-SIN-LOTES         PIC X(1) VALUE 'N'.
               88  GP-SIN-LOTES               VALUE 'S'.
           05  GP-SW-MOVEXIS-DISPON    PIC X(1) VALUE 'N'.
               88  GP-MOVEXIS-DISPONIBLE      VALUE 'S'.
           05  GP-SW-PRECPROG-DISPON   PIC X(1) VALUE 'N'.
               88  GP-PRECPROG-DISPONIBLE     VALUE 'S'.
           05  GP-SW-FIN-PRECPROG      PIC X(1) VALUE 'N'.
               88  GP-FIN-PRECPROG            VALUE 'S'.
           05  GP-SW-PRECIO-RETENIDO   PIC X(1) VALUE 'N'.
               88  GP-PRECIO-RETENIDO         VALUE 'S'.
           05  GP-SW-ARRANQUE          PIC X(1) VALUE 'S'.
               88  GP-ARRANQUE-PERMITIDO      VALUE 'S'.
               88  GP-ARRANQUE-DENEGADO       VALUE 'N'.
           05  GP-SW-FIN-DEPENDE       PIC X(1) VALUE 'N'.
               88  GP-FIN-DEPENDE             VALUE 'S'.
           05  GP-SW-EXISTE-BLOQUEO    PIC X(1) VALUE 'N'.
               88  GP-EXISTE-BLOQUEO          VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES DE LA CARGA.
       77  GP-STOCK-EFECTIVO           PIC S9(8) VALUE 0.
       77  GP-REGS-VARIACION-EXCESIVA  PIC 9(9) COMP VALUE 0.
       77  GP-REGS-DIG-DISCREP         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-LOTES-ALTA          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-LOTES-AGOTADOS      PIC 9(9) COMP VALUE 0.
      *    MOVIMIENTOS ANOTADOS EN EL DIARIO DE EXISTENCIAS DEL
      *    PERIODO Y DELTA DE LA UBICACION EN CURSO.
       77  GP-REGS-MOVEXIS             PIC 9(9) COMP VALUE 0.
       77  GP-MEX-CANTIDAD             PIC S9(7) VALUE 0.
      *    PRECIOS DEL EXTRACTO NO APLICADOS POR TENER EL PRODUCTO
      *    UNA PROMOCION VIGENTE (FICHERO PRECRET).
       77  GP-REGS-PRECIO-RETENIDO     PIC 9(9) COMP VALUE 0.

      *----------------------------------------------------------------
      *    TABLA EN MEMORIA DE LAS CANTIDADES EN TRANSITO POR
      *----------------------------------------------------------------
      *    DESGLOSE Y VALIDACION DE LA FECHA DE CADUCIDAD.
      *----------------------------------------------------------------
      *    GP-FECHA-A-VALIDAR LA CARGA EL LLAMANTE DE
      *    2250-VALIDAR-FECHA-CADUCIDAD (CADUCIDAD DEL DETALLE O DE UN
      *    LOTE).
       01  GP-FECHA-A-VALIDAR          PIC X(8) VALUE SPACES.
       01  GP-FECHA-CAD-NUM            PIC 9(8) VALUE 0.
       01  GP-FECHA-CAD-DESGLOSE REDEFINES GP-FECHA-CAD-NUM.
           05  GP-FEC-CCYY             PIC 9(4).
       77  GP-AUD-INTENTOS             PIC 9(4) COMP VALUE 0.
       01  GP-IMAGEN-ANTERIOR          PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DE LOS LOTES (LOTE.cpy). LA TABLA RECOGE
      *    LOS LOTES ABIERTOS DEL PRODUCTO EN LA UBICACION DEL
      *    DETALLE, CON SU CADUCIDAD COMO CLAVE DE ORDEN FEFO (UNA
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
      *    CONTROL DE ARRANQUE DE LA CADENA: AREA DE TRABAJO DEL
      *    DIARIO DE ARRANQUES DENEGADOS Y NOMBRE DEL REGISTRO DE
      *    BLOQUEO EXCLUSIVO DE ACTUALIZACION EN CHECKPT.
      *----------------------------------------------------------------
       COPY RCHARR.
       77  GP-CLAVE-BLOQUEO            PIC X(8) VALUE 'BLOQUEO'.

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
               DISPLAY 'PROGRA01: NO SE PUEDE ABRIR EL FICHERO DE '
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
           DISPLAY 'PROGRA01: *** ARRANQUE DENEGADO - EJECUCION '
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
               DISPLAY 'PROGRA01: AVISO - SIN TABLA DE DEPENDENCIAS '
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
           IF DEP-PROGRAMA NOT = 'PROGRA01' AND NOT DEP-TODOS
               GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-IF.
           IF DEP-PREDECESOR = 'PROGRA01' OR DEP-PREDECESOR = SPACES
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
           DISPLAY 'PROGRA01: ARRANQUE DENEGADO - EL PREDECESOR '
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
           IF CHK-SISTEMA-ORIGEN = 'PROGRA01'
               DISPLAY 'PROGRA01: AVISO - SE RECUPERA EL BLOQUEO DE '
                   'ACTUALIZACION RETENIDO POR ESTE PROGRAMA DESDE '
                   CHK-FECHA-EJECUCION ' (EJECUCION INTERRUMPIDA).'
               GO TO 0130-COMPROBAR-BLOQUEO-EXIT
           END-IF.
           DISPLAY 'PROGRA01: ARRANQUE DENEGADO - BLOQUEO DE '
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
      *    EL REGISTRO PROPIO DE ESTE PROGRAMA LO SIGUE GRABANDO SU
      *    PROPIA LOGICA DE REANUDACION.
      *----------------------------------------------------------------
       0140-TOMAR-BLOQUEO.
           INITIALIZE CHECKPT-REG.
           MOVE GP-CLAVE-BLOQUEO TO CHK-PROGRAMA.
           SET CHK-EN-CURSO TO TRUE.
           MOVE 'PROGRA01' TO CHK-SISTEMA-ORIGEN.
           MOVE GP-FECHA-HOY TO CHK-FECHA-EJECUCION.
           IF GP-EXISTE-BLOQUEO
               REWRITE CHECKPT-REG
           ELSE
               WRITE CHECKPT-REG
           END-IF.
       0140-TOMAR-BLOQUEO-EXIT.
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
           MOVE 'PROGRA01' TO RAR-PROGRAMA.
           OPEN EXTEND RCHARR.
           IF RAR-ST = '35'
               OPEN OUTPUT RCHARR
           END-IF.
           IF RAR-ST NOT = '00'
               DISPLAY 'PROGRA01: AVISO - NO SE PUEDE ANOTAR EN EL '
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
      *    FIN NORMAL DEL PROGRAMA: DEJA LIBRE ('C') EL BLOQUEO DE
      *    ACTUALIZACION SI LO SIGUE RETENIENDO ESTE PROGRAMA
      *    (CONSERVA EL ULTIMO TITULAR Y SU FECHA).
      *----------------------------------------------------------------
       0200-LIBERAR-BLOQUEO.
           OPEN I-O CHECKPT.
           IF CHK-ST NOT = '00'
               DISPLAY 'PROGRA01: AVISO - NO SE PUEDE LIBERAR EL '
                   'BLOQUEO DE ACTUALIZACION (ESTADO ' CHK-ST ').'
               GO TO 0200-LIBERAR-BLOQUEO-EXIT
           END-IF.
           MOVE GP-CLAVE-BLOQUEO TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   CLOSE CHECKPT
                   GO TO 0200-LIBERAR-BLOQUEO-EXIT
           END-READ.
           IF CHK-EN-CURSO AND CHK-SISTEMA-ORIGEN = 'PROGRA01'
               SET CHK-COMPLETO TO TRUE
               REWRITE CHECKPT-REG
           END-IF.
           CLOSE CHECKPT.
       0200-LIBERAR-BLOQUEO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *----------------------------------------------------------------
               THRU 1170-ABRIR-CATEGOS-EXIT.
           PERFORM 1180-ABRIR-STKUBI
               THRU 1180-ABRIR-STKUBI-EXIT.
           PERFORM 1185-ABRIR-LOTES
               THRU 1185-ABRIR-LOTES-EXIT.
           PERFORM 1187-ABRIR-MOVEXIS
               THRU 1187-ABRIR-MOVEXIS-EXIT.
           PERFORM 1190-CARGAR-TRANSITO
               THRU 1190-CARGAR-TRANSITO-EXIT.
           PERFORM 1195-ABRIR-PEDIDOS-ABIERTOS
               THRU 1195-ABRIR-PEDIDOS-ABIERTOS-EXIT.
           PERFORM 1197-ABRIR-PRECPROG
               THRU 1197-ABRIR-PRECPROG-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1145-ABRIR-FICHEROS-TRABAJO
      *    LOS FICHEROS DE TRABAJO/SALIDA DE LA CARGA (RECHAZOS,
      *    REORD-TMP, CADUC-TMP, HISTPRECI, PRECRET) SE ABREN EN
      *    EXTENSION CUANDO SE REANUDA UNA CARGA INTERRUMPIDA, PARA
      *    CONSERVAR LO YA ESCRITO POR LA EJECUCION ANTERIOR (CUYOS
      *    CONTADORES SE HAN RECUPERADO EN 1132-RECUPERAR-CHECKPOINT Y
      *    NO SE VUELVEN A GENERAR, PUES LOS REGISTROS DE ENTRADA QUE
      *    LOS ORIGINARON SE SALTAN EN 1140; ESTO SOLO ES CORRECTO
      *    PORQUE EL PUNTO DE CONTROL SE GRABA TRAS CADA REGISTRO - VER
      *    GP-FRECUENCIA-CHECKPOINT - Y POR TANTO NUNCA QUEDA UN TRAMO
      *    DE REGISTROS YA ESCRITOS EN ESTOS FICHEROS SIN SU
      *    CORRESPONDIENTE PUNTO DE CONTROL). EN UNA CARGA NUEVA SE
      *    ABREN DE SALIDA, COMO SIEMPRE. EL DIARIO DE AUDITORIA ES LA
      *    EXCEPCION: NO ES UN FICHERO DE TRABAJO DE LA CARGA DEL DIA
      *    SINO UN HISTORICO PERMANENTE QUE CONSULTAN LOS AUDITORES, ASI
      *    QUE SE ABRE SIEMPRE EN E/S (INDEXADO, CREADO VACIO EN LA
      *    PRIMERA EJECUCION CON EL MISMO PATRON QUE EL MAESTRO).
      *----------------------------------------------------------------
       1145-ABRIR-FICHEROS-TRABAJO.
           IF GP-REANUDAR-CARGA
               OPEN EXTEND CADUC-TMP
               OPEN EXTEND RECHAZOS
               OPEN EXTEND HISTPRECI
               OPEN EXTEND PRECRET
           ELSE
               OPEN OUTPUT REORD-TMP
               OPEN OUTPUT CADUC-TMP
               OPEN OUTPUT RECHAZOS
               OPEN OUTPUT HISTPRECI
               OPEN OUTPUT PRECRET
           END-IF.
           OPEN I-O AUDITSAL.
           IF AUD-ST = '35'
       1180-ABRIR-STKUBI-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1185-ABRIR-LOTES
      *    ABRE EL FICHERO DE LOTES EN E/S, CREANDOLO VACIO EN LA
      *    PRIMERA EJECUCION (LA PRIMERA CARGA DA DE ALTA UN LOTE POR
      *    UBICACION CON LAS EXISTENCIAS Y LA CADUCIDAD DEL
      *    EXTRACTO). SI NO ABRE, LA CARGA CONTINUA SIN LOTES, CON LA
      *    CADUCIDAD DEL EXTRACTO EN EL MAESTRO Y EN EL INFORME DE
      *    CADUCIDAD, AVISANDO POR CONSOLA.
      *----------------------------------------------------------------
       1185-ABRIR-LOTES.
           OPEN I-O LOTES.
           IF LOT-ST = '35'
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           IF LOT-ST = '00'
               SET GP-LOTES-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA01: AVISO - FICHERO DE LOTES NO '
                   'DISPONIBLE (ESTADO ' LOT-ST '), LA CADUCIDAD SE '
                   'TOMA DEL EXTRACTO'
           END-IF.
       1185-ABRIR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1187-ABRIR-MOVEXIS
      *    ABRE EN EXTENSION EL DIARIO DE MOVIMIENTOS DE EXISTENCIAS
      *    DEL PERIODO (LO VACIA EL CIERRE DE PROGRA26), CREANDOLO SI
      *    NO EXISTE. NO ES FATAL: SIN EL, LA CARGA CONTINUA Y EL
      *    CIERRE DEL PERIODO MUESTRA LA DIFERENCIA COMO NO
      *    EXPLICADA.
      *----------------------------------------------------------------
       1187-ABRIR-MOVEXIS.
           OPEN EXTEND MOVEXIS.
           IF MEX-ST = '35'
               OPEN OUTPUT MOVEXIS
           END-IF.
           IF MEX-ST = '00'
               SET GP-MOVEXIS-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA01: AVISO - DIARIO DE MOVIMIENTOS DE '
                   'EXISTENCIAS NO DISPONIBLE (ESTADO ' MEX-ST '), LOS '
                   'CAMBIOS NO SE ANOTAN'
           END-IF.
       1187-ABRIR-MOVEXIS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1190-CARGAR-TRANSITO
      *    VUELCA A LA TABLA EN MEMORIA LAS CANTIDADES EN TRANSITO
       1195-ABRIR-PEDIDOS-ABIERTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1197-ABRIR-PRECPROG
      *    ABRE EN CONSULTA EL FICHERO DE PRECIOS PROGRAMADOS DE
      *    PROGRA28. ES OPCIONAL: SI NO ESTA DISPONIBLE, EL PRECIO DEL
      *    EXTRACTO SE APLICA SIEMPRE, COMO ANTES DE EXISTIR LAS
      *    PROMOCIONES.
      *----------------------------------------------------------------
       1197-ABRIR-PRECPROG.
           OPEN INPUT PRECPROG.
           IF PPR-ST = '00'
               SET GP-PRECPROG-DISPONIBLE TO TRUE
           END-IF.
       1197-ABRIR-PRECPROG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CICLO-ENTRADA
      *----------------------------------------------------------------
               GO TO 2200-VALIDAR-REGISTRO-EXIT
           END-IF.

           MOVE ENTRADA-CADUCIDAD TO GP-FECHA-A-VALIDAR.
           PERFORM 2250-VALIDAR-FECHA-CADUCIDAD
               THRU 2250-VALIDAR-FECHA-CADUCIDAD-EXIT.
           IF GP-FECHA-INVALIDA

      *----------------------------------------------------------------
      *    2250-VALIDAR-FECHA-CADUCIDAD
      *    COMPRUEBA QUE GP-FECHA-A-VALIDAR SEA UNA FECHA CCYYMMDD
      *    REAL (NUMERICA, MES 01-12, DIA VALIDO PARA EL MES Y EL
      *    ANO, CONSIDERANDO ANOS BISIESTOS). SI LO ES, LA DEJA EN
      *    GP-FECHA-CAD-NUM.
      *----------------------------------------------------------------
       2250-VALIDAR-FECHA-CADUCIDAD.
           SET GP-FECHA-VALIDA TO TRUE.

           IF GP-FECHA-A-VALIDAR NOT NUMERIC
               SET GP-FECHA-INVALIDA TO TRUE
               GO TO 2250-VALIDAR-FECHA-CADUCIDAD-EXIT
           END-IF.

           MOVE GP-FECHA-A-VALIDAR TO GP-FECHA-CAD-NUM.

           IF GP-FEC-CCYY < 1900 OR GP-FEC-CCYY > 2099
               SET GP-FECHA-INVALIDA TO TRUE
               IF GP-EXISTE-EN-SALIDA
                   PERFORM 2690-BORRAR-STOCK-UBICACIONES
                       THRU 2690-BORRAR-STOCK-UBICACIONES-EXIT
                   IF GP-LOTES-DISPONIBLE
                       PERFORM 2760-BORRAR-LOTES-PRODUCTO
                           THRU 2760-BORRAR-LOTES-PRODUCTO-EXIT
                   END-IF
                   PERFORM 2640-BORRAR-SALIDA
                       THRU 2640-BORRAR-SALIDA-EXIT
               ELSE
           ELSE
               PERFORM 2670-ACTUALIZAR-STOCK-UBICACION
                   THRU 2670-ACTUALIZAR-STOCK-UBICACION-EXIT
               MOVE SPACES TO GP-CADUCIDAD-MINIMA
               IF GP-LOTES-DISPONIBLE
                   PERFORM 2695-PREPARAR-LOTES
                       THRU 2695-PREPARAR-LOTES-EXIT
                   PERFORM 2700-AJUSTAR-LOTES
                       THRU 2700-AJUSTAR-LOTES-EXIT
                   PERFORM 2750-CADUCIDAD-PRODUCTO
                       THRU 2750-CADUCIDAD-PRODUCTO-EXIT
               END-IF
               PERFORM 2680-TOTALIZAR-STOCK-PRODUCTO
                   THRU 2680-TOTALIZAR-STOCK-PRODUCTO-EXIT
               IF GP-EXISTE-EN-SALIDA
           MOVE ENTRADA-DESC TO SALIDA-DESC.
           MOVE ENTRADA-PRECIO TO SALIDA-PRECIO.
           MOVE GP-STOCK-TOTAL-PROD TO SALIDA-STOCK.
           IF GP-CADUCIDAD-MINIMA NOT = SPACES
               MOVE GP-CADUCIDAD-MINIMA TO SALIDA-CADUCIDAD
           ELSE
               MOVE ENTRADA-CADUCIDAD TO SALIDA-CADUCIDAD
           END-IF.
           MOVE ENTRADA-CRITICO TO SALIDA-CRITICO.
           MOVE ENTRADA-CATEGORIA TO SALIDA-CATEGORIA.
           MOVE ZEROS TO SALIDA-COSTE-MEDIO.
           WRITE SALIDA-REG
               INVALID KEY
                   DISPLAY 'PROGRA01: ERROR AL DAR ALTA ' SALIDA-ID
       
       2630-MODIFICAR-SALIDA.
           MOVE SALIDA-REG TO GP-IMAGEN-ANTERIOR.
           MOVE 'N' TO GP-SW-PRECIO-RETENIDO.
           IF ENTRADA-PRECIO NOT = SALIDA-PRECIO
               PERFORM 2635-COMPROBAR-PROMOCION
                   THRU 2635-COMPROBAR-PROMOCION-EXIT
               IF NOT GP-PRECIO-RETENIDO
                   PERFORM 2650-REGISTRAR-HISTORICO-PRECIO
                       THRU 2650-REGISTRAR-HISTORICO-PRECIO-EXIT
               END-IF
           END-IF.
           MOVE DIG-CONTROL TO SALIDA-CONTROL.
           MOVE ENTRADA-DESC TO SALIDA-DESC.
           IF NOT GP-PRECIO-RETENIDO
               MOVE ENTRADA-PRECIO TO SALIDA-PRECIO
           END-IF.
           MOVE GP-STOCK-TOTAL-PROD TO SALIDA-STOCK.
           IF GP-CADUCIDAD-MINIMA NOT = SPACES
               MOVE GP-CADUCIDAD-MINIMA TO SALIDA-CADUCIDAD
           ELSE
               MOVE ENTRADA-CADUCIDAD TO SALIDA-CADUCIDAD
           END-IF.
           MOVE ENTRADA-CRITICO TO SALIDA-CRITICO.
           MOVE ENTRADA-CATEGORIA TO SALIDA-CATEGORIA.
           REWRITE SALIDA-REG
       2630-MODIFICAR-SALIDA-EXIT.
           EXIT.
       
      *----------------------------------------------------------------
      *    2635-COMPROBAR-PROMOCION
      *    SI EL PRODUCTO TIENE UNA PROMOCION VIGENTE EN EL FICHERO DE
      *    PRECIOS PROGRAMADOS, EL PRECIO DEL EXTRACTO NO SE APLICA
      *    (EL MAESTRO CONSERVA EL DE LA PROMOCION) Y SE ANOTA EN
      *    PRECRET, DONDE LO RECOGE PROGRA28 COMO NUEVO PRECIO DE
      *    RETORNO DE LA PROMOCION. LAS ENTRADAS DEL PRODUCTO SE LEEN
      *    EN ORDEN DE FECHA DE INICIO A PARTIR DE SU IDENTIFICADOR.
      *----------------------------------------------------------------
       2635-COMPROBAR-PROMOCION.
           IF NOT GP-PRECPROG-DISPONIBLE
               GO TO 2635-COMPROBAR-PROMOCION-EXIT
           END-IF.
           MOVE 'N' TO GP-SW-FIN-PRECPROG.
           MOVE SALIDA-ID TO PPR-ID.
           MOVE ZERO TO PPR-FECHA-DESDE.
           START PRECPROG KEY IS NOT LESS THAN PPR-CLAVE
               INVALID KEY
                   GO TO 2635-COMPROBAR-PROMOCION-EXIT
           END-START.
           PERFORM 2636-LEER-PRECPROG
               THRU 2636-LEER-PRECPROG-EXIT
               UNTIL GP-FIN-PRECPROG OR GP-PRECIO-RETENIDO.
           IF NOT GP-PRECIO-RETENIDO
               GO TO 2635-COMPROBAR-PROMOCION-EXIT
           END-IF.
           MOVE SPACES TO PRECRET-REG.
           MOVE SALIDA-ID TO PRR-ID.
           MOVE ENTRADA-DESC TO PRR-DESC.
           MOVE ENTRADA-PRECIO TO PRR-PRECIO-ENTRADA.
           MOVE SALIDA-PRECIO TO PRR-PRECIO-PROMOCION.
           MOVE PPR-PRECIO-ANTERIOR TO PRR-PRECIO-RETORNO.
           MOVE PPR-FECHA-DESDE TO PRR-FECHA-DESDE.
           MOVE PPR-FECHA-HASTA TO PRR-FECHA-HASTA.
           MOVE GP-FECHA-HOY TO PRR-FECHA-PROCESO.
           WRITE PRECRET-REG.
           ADD 1 TO GP-REGS-PRECIO-RETENIDO.
       2635-COMPROBAR-PROMOCION-EXIT.
           EXIT.

       2636-LEER-PRECPROG.
           READ PRECPROG NEXT RECORD
               AT END
                   SET GP-FIN-PRECPROG TO TRUE
                   GO TO 2636-LEER-PRECPROG-EXIT
           END-READ.
           IF PPR-ID NOT = SALIDA-ID
               SET GP-FIN-PRECPROG TO TRUE
               GO TO 2636-LEER-PRECPROG-EXIT
           END-IF.
           IF PPR-VIGENTE
               SET GP-PRECIO-RETENIDO TO TRUE
           END-IF.
       2636-LEER-PRECPROG-EXIT.
           EXIT.

       2640-BORRAR-SALIDA.
           MOVE SALIDA-REG TO GP-IMAGEN-ANTERIOR.
           DELETE SALIDA RECORD
       2660-GRABAR-AUDITORIA.
           MOVE GP-FECHA-HOY TO AUD-FECHA-PROCESO.
           MOVE GP-AUD-TIPO TO AUD-TIPO-MOVIMIENTO.
           SET AUD-ORIGEN-CARGA TO TRUE.
           MOVE ENTRADA-ID TO AUD-ID.
           MOVE GP-IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTERIOR.
           IF AUD-BAJA
      *----------------------------------------------------------------
      *    2670-ACTUALIZAR-STOCK-UBICACION
      *    GRABA (O REESCRIBE) EN STKUBI LAS EXISTENCIAS DEL PRODUCTO
      *    EN LA UBICACION DEL REGISTRO EN CURSO Y ANOTA LA DIFERENCIA
      *    EN EL DIARIO DE EXISTENCIAS DEL PERIODO. AL SER ABSOLUTAS
      *    LAS EXISTENCIAS DEL EXTRACTO, UN REGISTRO REPROCESADO TRAS
      *    UNA REANUDACION NO PRODUCE DIFERENCIA NI SE ANOTA DOS
      *    VECES.
      *----------------------------------------------------------------
       2670-ACTUALIZAR-STOCK-UBICACION.
           MOVE ENTRADA-ID TO STKUBI-ID.
           MOVE GP-UBICACION-ACTUAL TO STKUBI-UBICACION.
           MOVE ENTRADA-STOCK TO GP-MEX-CANTIDAD.
           READ STKUBI
               INVALID KEY
                   MOVE SPACES TO STKUBI-REG
                               'DE UBICACION ' STKUBI-CLAVE
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE GP-MEX-CANTIDAD =
                       ENTRADA-STOCK - STKUBI-STOCK
                   MOVE ENTRADA-STOCK TO STKUBI-STOCK
                   MOVE GP-FECHA-HOY TO STKUBI-FECHA-PROCESO
                   REWRITE STKUBI-REG
           END-READ.
           IF GP-MEX-CANTIDAD NOT = ZERO
               PERFORM 2675-GRABAR-MOVEXIS
                   THRU 2675-GRABAR-MOVEXIS-EXIT
           END-IF.
       2670-ACTUALIZAR-STOCK-UBICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2675-GRABAR-MOVEXIS
      *    ANOTA EN EL DIARIO DE EXISTENCIAS DEL PERIODO EL DELTA
      *    GP-MEX-CANTIDAD DE LA UBICACION STKUBI-CLAVE, CON ORIGEN
      *    CARGA NOCTURNA.
      *----------------------------------------------------------------
       2675-GRABAR-MOVEXIS.
           IF NOT GP-MOVEXIS-DISPONIBLE
               GO TO 2675-GRABAR-MOVEXIS-EXIT
           END-IF.
           MOVE SPACES TO MOVEXI-REG.
           MOVE GP-FECHA-HOY TO MEX-FECHA-PROCESO.
           SET MEX-ORIGEN-CARGA TO TRUE.
           MOVE STKUBI-ID TO MEX-ID.
           MOVE STKUBI-UBICACION TO MEX-UBICACION.
           MOVE GP-MEX-CANTIDAD TO MEX-CANTIDAD.
           MOVE 'PROGRA01' TO MEX-PROGRAMA.
           MOVE GP-REGS-LEIDOS TO MEX-REF-NUMERO.
           WRITE MOVEXI-REG.
           IF MEX-ST = '00'
               ADD 1 TO GP-REGS-MOVEXIS
           ELSE
               DISPLAY 'PROGRA01: ERROR AL GRABAR MOVIMIENTO DE '
                   'EXISTENCIAS DE ' STKUBI-CLAVE ' (ESTADO ' MEX-ST ')'
           END-IF.
       2675-GRABAR-MOVEXIS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2680-TOTALIZAR-STOCK-PRODUCTO
      *    SUMA LAS EXISTENCIAS DE TODAS LAS UBICACIONES DEL PRODUCTO
                   SET GP-FIN-STKUBI TO TRUE
               NOT AT END
                   IF STKUBI-ID = ENTRADA-ID
                       COMPUTE GP-MEX-CANTIDAD = 0 - STKUBI-STOCK
                       DELETE STKUBI RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF GP-MEX-CANTIDAD NOT = ZERO
                                   PERFORM 2675-GRABAR-MOVEXIS
                                       THRU 2675-GRABAR-MOVEXIS-EXIT
                               END-IF
                       END-DELETE
                   ELSE
                       SET GP-FIN-STKUBI TO TRUE
       2691-BORRAR-UNA-UBICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2695-PREPARAR-LOTES
      *    LAS EXISTENCIAS DEL EXTRACTO SON ABSOLUTAS: LOS LOTES DE LA
      *    UBICACION HAN DE SUMARLAS. LO QUE EXCEDA DE LOS LOTES YA
      *    REGISTRADOS ENTRA COMO LOTE NUEVO CON LA CADUCIDAD DEL
      *    DETALLE. AL CUADRAR CONTRA LAS EXISTENCIAS, REPROCESAR UN
      *    REGISTRO TRAS UNA REANUDACION NO DUPLICA LOTES.
      *----------------------------------------------------------------
       2695-PREPARAR-LOTES.
           MOVE ENTRADA-ID TO GP-LOT-PRODUCTO.
           MOVE GP-UBICACION-ACTUAL TO GP-LOT-UBICACION.
           MOVE ENTRADA-STOCK TO GP-LOT-OBJETIVO.
           MOVE ENTRADA-CADUCIDAD TO GP-LOT-CADUCIDAD-NUEVA.
           MOVE 'E' TO GP-LOT-ORIGEN-NUEVO.
       2695-PREPARAR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2700-AJUSTAR-LOTES
      *    CUADRA LOS LOTES ABIERTOS DEL PRODUCTO EN LA UBICACION CON
      *    GP-LOT-OBJETIVO: SI FALTAN UNIDADES SE DA DE ALTA UN LOTE
      *    NUEVO POR LA DIFERENCIA, CON GP-LOT-CADUCIDAD-NUEVA; SI
      *    SOBRAN SE CONSUMEN EMPEZANDO POR EL LOTE QUE ANTES CADUCA
      *    (FEFO). AL CUADRAR CONTRA LAS EXISTENCIAS Y NO CONTRA EL
      *    DELTA, UNA UBICACION CUYOS LOTES AUN NO EXISTIAN QUEDA
      *    CUBIERTA CON UN PRIMER LOTE.
      *----------------------------------------------------------------
       2700-AJUSTAR-LOTES.
           PERFORM 2710-CARGAR-LOTES
               THRU 2710-CARGAR-LOTES-EXIT.
           COMPUTE GP-LOT-DIFERENCIA = GP-LOT-OBJETIVO - GP-LOT-SUMA.
           IF GP-LOT-DIFERENCIA > ZERO
               PERFORM 2720-CREAR-LOTE
                   THRU 2720-CREAR-LOTE-EXIT
               GO TO 2700-AJUSTAR-LOTES-EXIT
           END-IF.
           IF GP-LOT-DIFERENCIA < ZERO
               COMPUTE GP-LOT-DIFERENCIA = 0 - GP-LOT-DIFERENCIA
               MOVE 'N' TO GP-SW-SIN-LOTES
               PERFORM 2730-CONSUMIR-UN-LOTE
                   THRU 2730-CONSUMIR-UN-LOTE-EXIT
                   UNTIL GP-LOT-DIFERENCIA = ZERO
                       OR GP-SIN-LOTES
           END-IF.
       2700-AJUSTAR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2710-CARGAR-LOTES
      *    VUELCA A LA TABLA LOS LOTES ABIERTOS CON CANTIDAD DE LA
      *    UBICACION Y DETERMINA EL SIGUIENTE SECUENCIAL LIBRE DEL DIA
      *    (LOS LOTES EN TRANSITO HACIA LA UBICACION CUENTAN PARA LA
      *    NUMERACION PERO NO PARA LAS EXISTENCIAS).
      *----------------------------------------------------------------
       2710-CARGAR-LOTES.
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
           PERFORM 2711-LEER-UN-LOTE
               THRU 2711-LEER-UN-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2710-CARGAR-LOTES-EXIT.
           EXIT.

       2711-LEER-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2711-LEER-UN-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = GP-LOT-PRODUCTO
               OR LOT-UBICACION NOT = GP-LOT-UBICACION
               SET GP-FIN-LOTES TO TRUE
               GO TO 2711-LEER-UN-LOTE-EXIT
           END-IF.
           IF LOT-NUM-FECHA = GP-FECHA-HOY
               AND LOT-NUM-SECUENCIA NOT < GP-LOT-SIGUIENTE
               COMPUTE GP-LOT-SIGUIENTE = LOT-NUM-SECUENCIA + 1
           END-IF.
           IF NOT LOT-ABIERTO OR LOT-CANTIDAD NOT > ZERO
               GO TO 2711-LEER-UN-LOTE-EXIT
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
               DISPLAY 'PROGRA01: AVISO - TABLA DE LOTES LLENA, LOTE '
                   LOT-CLAVE ' NO SE CONSUME'
           END-IF.
       2711-LEER-UN-LOTE-EXIT.
           EXIT.

       2720-CREAR-LOTE.
           IF GP-LOT-SIGUIENTE > 999
               DISPLAY 'PROGRA01: ERROR - SIN NUMERO DE LOTE LIBRE '
                   'PARA ' GP-LOT-PRODUCTO ' ' GP-LOT-UBICACION
               GO TO 2720-CREAR-LOTE-EXIT
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
                   DISPLAY 'PROGRA01: ERROR AL GRABAR EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               NOT INVALID KEY
                   ADD 1 TO GP-REGS-LOTES-ALTA
                   ADD 1 TO GP-LOT-SIGUIENTE
           END-WRITE.
       2720-CREAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2730-CONSUMIR-UN-LOTE
      *    ELIGE EL LOTE DE LA TABLA CON CANTIDAD QUE ANTES CADUCA (A
      *    IGUALDAD DE CADUCIDAD, EL MAS ANTIGUO: LA TABLA ESTA EN
      *    ORDEN DE NUMERO DE LOTE), LE DESCUENTA LO QUE QUEDE POR
      *    CONSUMIR Y LO REGRABA, O LO ELIMINA SI SE AGOTA.
      *----------------------------------------------------------------
       2730-CONSUMIR-UN-LOTE.
           MOVE 0 TO GP-LOT-ELEGIDO.
           PERFORM 2731-COMPARAR-LOTE
               THRU 2731-COMPARAR-LOTE-EXIT
               VARYING GP-LOT-IDX FROM 1 BY 1
               UNTIL GP-LOT-IDX > GP-LOT-TOTAL.
           IF GP-LOT-ELEGIDO = 0
               SET GP-SIN-LOTES TO TRUE
               GO TO 2730-CONSUMIR-UN-LOTE-EXIT
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
                   DISPLAY 'PROGRA01: ERROR AL LEER EL LOTE '
                       LOT-CLAVE ' (ESTADO ' LOT-ST ')'
                   GO TO 2730-CONSUMIR-UN-LOTE-EXIT
           END-READ.
           IF GP-LOT-CANTIDAD(GP-LOT-ELEGIDO) = ZERO
               DELETE LOTES RECORD
                   INVALID KEY
                       DISPLAY 'PROGRA01: ERROR AL ELIMINAR EL LOTE '
                           LOT-CLAVE ' (ESTADO ' LOT-ST ')'
                   NOT INVALID KEY
                       ADD 1 TO GP-REGS-LOTES-AGOTADOS
               END-DELETE
           ELSE
               MOVE GP-LOT-CANTIDAD(GP-LOT-ELEGIDO) TO LOT-CANTIDAD
               REWRITE LOTE-REG
                   INVALID KEY
                       DISPLAY 'PROGRA01: ERROR AL MODIFICAR EL LOTE '
                           LOT-CLAVE ' (ESTADO ' LOT-ST ')'
               END-REWRITE
           END-IF.
       2730-CONSUMIR-UN-LOTE-EXIT.
           EXIT.

       2731-COMPARAR-LOTE.
           IF GP-LOT-CANTIDAD(GP-LOT-IDX) NOT > ZERO
               GO TO 2731-COMPARAR-LOTE-EXIT
           END-IF.
           IF GP-LOT-ELEGIDO = 0
               MOVE GP-LOT-IDX TO GP-LOT-ELEGIDO
               GO TO 2731-COMPARAR-LOTE-EXIT
           END-IF.
           IF GP-LOT-ORDEN(GP-LOT-IDX) < GP-LOT-ORDEN(GP-LOT-ELEGIDO)
               MOVE GP-LOT-IDX TO GP-LOT-ELEGIDO
           END-IF.
       2731-COMPARAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2750-CADUCIDAD-PRODUCTO
      *    DEVUELVE EN GP-CADUCIDAD-MINIMA LA CADUCIDAD MAS PROXIMA DE
      *    LOS LOTES CON CANTIDAD DEL PRODUCTO EN TODAS SUS
      *    UBICACIONES, INCLUIDOS LOS QUE ESTAN EN TRANSITO. EN BLANCO
      *    SI NINGUN LOTE TIENE CADUCIDAD (EL MAESTRO CONSERVA LA
      *    SUYA).
      *----------------------------------------------------------------
       2750-CADUCIDAD-PRODUCTO.
           MOVE SPACES TO GP-CADUCIDAD-MINIMA.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE GP-LOT-PRODUCTO TO LOT-ID.
           MOVE LOW-VALUES TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 2751-EXAMINAR-CADUCIDAD-LOTE
               THRU 2751-EXAMINAR-CADUCIDAD-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2750-CADUCIDAD-PRODUCTO-EXIT.
           EXIT.

       2751-EXAMINAR-CADUCIDAD-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2751-EXAMINAR-CADUCIDAD-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = GP-LOT-PRODUCTO
               SET GP-FIN-LOTES TO TRUE
               GO TO 2751-EXAMINAR-CADUCIDAD-LOTE-EXIT
           END-IF.
           IF LOT-CANTIDAD > ZERO
               AND LOT-CADUCIDAD IS NUMERIC
               AND (GP-CADUCIDAD-MINIMA = SPACES
                   OR LOT-CADUCIDAD < GP-CADUCIDAD-MINIMA)
               MOVE LOT-CADUCIDAD TO GP-CADUCIDAD-MINIMA
           END-IF.
       2751-EXAMINAR-CADUCIDAD-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2760-BORRAR-LOTES-PRODUCTO
      *    ELIMINA TODOS LOS LOTES DEL PRODUCTO QUE SE DA DE BAJA EN
      *    EL MAESTRO (MISMO RECORRIDO QUE 2690 SOBRE STKUBI).
      *----------------------------------------------------------------
       2760-BORRAR-LOTES-PRODUCTO.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE ENTRADA-ID TO LOT-ID.
           MOVE LOW-VALUES TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 2761-BORRAR-UN-LOTE
               THRU 2761-BORRAR-UN-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2760-BORRAR-LOTES-PRODUCTO-EXIT.
           EXIT.

       2761-BORRAR-UN-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
               NOT AT END
                   IF LOT-ID = ENTRADA-ID
                       DELETE LOTES RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       SET GP-FIN-LOTES TO TRUE
                   END-IF
           END-READ.
       2761-BORRAR-UN-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2800-VERIFICAR-REORDEN
      *    ANOTA EL PRODUCTO COMO CANDIDATO A REPOSICION CUANDO LAS

      *----------------------------------------------------------------
      *    2900-VERIFICAR-CADUCIDAD
      *    ANOTA EN EL INFORME DE CADUCIDAD CADA LOTE ABIERTO DE LA
      *    UBICACION DEL DETALLE QUE YA HA CADUCADO O CADUCA DENTRO DE
      *    LOS PROXIMOS 30 DIAS, CON LAS UNIDADES QUE LE QUEDAN: ASI
      *    SOLO SE SENALAN LAS UNIDADES QUE REALMENTE CADUCAN. LOS
      *    LOTES CON FECHA DE CADUCIDAD NO VALIDA SE OMITEN DEL
      *    INFORME, YA QUE NO PUEDE CALCULARSE SU ANTIGUEDAD. SIN
      *    FICHERO DE LOTES SE ANOTA EL DETALLE COMPLETO CON LA
      *    CADUCIDAD DEL EXTRACTO, COMO UN UNICO LOTE SIN NUMERO.
      *----------------------------------------------------------------
       2900-VERIFICAR-CADUCIDAD.
           IF NOT GP-LOTES-DISPONIBLE
               MOVE ENTRADA-CADUCIDAD TO GP-FECHA-A-VALIDAR
               MOVE ZEROS TO CT-LOTE
               MOVE ENTRADA-STOCK TO CT-CANTIDAD
               PERFORM 2920-ANOTAR-CADUCIDAD
                   THRU 2920-ANOTAR-CADUCIDAD-EXIT
               GO TO 2900-VERIFICAR-CADUCIDAD-EXIT
           END-IF.
           MOVE 'N' TO GP-SW-FIN-LOTES.
           MOVE ENTRADA-ID TO LOT-ID.
           MOVE GP-UBICACION-ACTUAL TO LOT-UBICACION.
           MOVE ZEROS TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   SET GP-FIN-LOTES TO TRUE
           END-START.
           PERFORM 2910-EXAMINAR-LOTE
               THRU 2910-EXAMINAR-LOTE-EXIT
               UNTIL GP-FIN-LOTES.
       2900-VERIFICAR-CADUCIDAD-EXIT.
           EXIT.

       2910-EXAMINAR-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2910-EXAMINAR-LOTE-EXIT
           END-READ.
           IF LOT-ID NOT = ENTRADA-ID
               OR LOT-UBICACION NOT = GP-UBICACION-ACTUAL
               SET GP-FIN-LOTES TO TRUE
               GO TO 2910-EXAMINAR-LOTE-EXIT
           END-IF.
           IF NOT LOT-ABIERTO OR LOT-CANTIDAD NOT > ZERO
               GO TO 2910-EXAMINAR-LOTE-EXIT
           END-IF.
           MOVE LOT-CADUCIDAD TO GP-FECHA-A-VALIDAR.
           MOVE LOT-NUMERO TO CT-LOTE.
           MOVE LOT-CANTIDAD TO CT-CANTIDAD.
           PERFORM 2920-ANOTAR-CADUCIDAD
               THRU 2920-ANOTAR-CADUCIDAD-EXIT.
       2910-EXAMINAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2920-ANOTAR-CADUCIDAD
      *    GRABA EL CANDIDATO SI GP-FECHA-A-VALIDAR ES UNA FECHA
      *    VALIDA Y CAE DENTRO DEL HORIZONTE DE 30 DIAS. EL LOTE Y LA
      *    CANTIDAD LOS HA FIJADO EL LLAMANTE EN CT-REG.
      *----------------------------------------------------------------
       2920-ANOTAR-CADUCIDAD.
           PERFORM 2250-VALIDAR-FECHA-CADUCIDAD
               THRU 2250-VALIDAR-FECHA-CADUCIDAD-EXIT.
           IF GP-FECHA-INVALIDA
               GO TO 2920-ANOTAR-CADUCIDAD-EXIT
           END-IF.

           COMPUTE GP-DIAS-RESTANTES =
             - FUNCTION INTEGER-OF-DATE(GP-FECHA-HOY).

           IF GP-DIAS-RESTANTES > 30
               GO TO 2920-ANOTAR-CADUCIDAD-EXIT
           END-IF.

           MOVE GP-DIAS-RESTANTES TO CT-DIAS-RESTANTES.
           MOVE ENTRADA-CATEGORIA TO CT-CATEGORIA.
           MOVE ENTRADA-ID TO CT-ID.
           MOVE ENTRADA-DESC TO CT-DESC.
           MOVE GP-FECHA-A-VALIDAR TO CT-CADUCIDAD.
           MOVE GP-UBICACION-ACTUAL TO CT-UBICACION.
           IF GP-DIAS-RESTANTES < 0
               MOVE 'VENCIDO' TO CT-ESTADO
           ELSE
           END-IF.
           WRITE CT-REG.
           ADD 1 TO GP-REGS-CADUCIDAD.
       2920-ANOTAR-CADUCIDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------
           DISPLAY 'PROGRA01: MODIFICACIONES     : ' GP-REGS-MODIF.
           DISPLAY 'PROGRA01: BAJAS EN SALIDA    : ' GP-REGS-BAJAS.
           DISPLAY 'PROGRA01: PRODUCTOS A REPONER: ' GP-REGS-REORDEN.
           DISPLAY 'PROGRA01: LOTES A CADUCAR    : ' GP-REGS-CADUCIDAD.
           DISPLAY 'PROGRA01: LOTES DADOS DE ALTA: ' GP-REGS-LOTES-ALTA.
           DISPLAY 'PROGRA01: LOTES AGOTADOS     : '
               GP-REGS-LOTES-AGOTADOS.
           DISPLAY 'PROGRA01: MOVS. DE EXISTENCIAS: ' GP-REGS-MOVEXIS.
           DISPLAY 'PROGRA01: REGISTROS RECHAZADOS:' GP-REGS-RECHAZADOS.
           DISPLAY 'PROGRA01: VARIACIONES DE PRECIO EXCESIVAS: '
               GP-REGS-VARIACION-EXCESIVA.
               GP-REGS-DIG-DISCREP.
           DISPLAY 'PROGRA01: BAJAS IGNORADAS (NO EXISTIAN): '
               GP-REGS-BAJAS-IGNORADAS.
           DISPLAY 'PROGRA01: PRECIOS RETENIDOS POR PROMOCION: '
               GP-REGS-PRECIO-RETENIDO.
           IF GP-CARGA-COMPLETA
               DISPLAY 'PROGRA01: CUADRE DE COLA CORRECTO - CARGA '
                   'COMPLETA'
           CLOSE RECHAZOS.
           CLOSE CHECKPT.
           CLOSE HISTPRECI.
           CLOSE PRECRET.
           IF GP-PRECPROG-DISPONIBLE
               CLOSE PRECPROG
           END-IF.
           IF GP-AUDIT-DISPONIBLE
               CLOSE AUDITSAL
           END-IF.
           IF GP-PEDABI-DISPONIBLE
               CLOSE PEDABIER
           END-IF.
           IF GP-LOTES-DISPONIBLE
               CLOSE LOTES
           END-IF.
           IF GP-MOVEXIS-DISPONIBLE
               CLOSE MOVEXIS
           END-IF.
           PERFORM 0200-LIBERAR-BLOQUEO
               THRU 0200-LIBERAR-BLOQUEO-EXIT.
       3000-FINALIZAR-EXIT.
           EXIT.

           MOVE WK-CT-CATEGORIA TO CAD-D-CATEGORIA.
           MOVE WK-CT-ID TO CAD-D-ID.
           MOVE WK-CT-DESC TO CAD-D-DESC.
           MOVE WK-CT-UBICACION TO CAD-D-UBICACION.
           MOVE WK-CT-LOTE TO CAD-D-LOTE.
           MOVE WK-CT-CANTIDAD TO CAD-D-CANTIDAD.
           MOVE WK-CT-CADUCIDAD(1:4) TO GP-FE-CCYY.
           MOVE WK-CT-CADUCIDAD(5:2) TO GP-FE-MM.
           MOVE WK-CT-CADUCIDAD(7:2) TO GP-FE-DD.
           MOVE 'PRODUCTOS A REPONER' TO CTL-ETIQUETA.
           MOVE GP-REGS-REORDEN TO CTL-VALOR.
           WRITE CTL-LIN.
           MOVE 'LOTES A CADUCAR' TO CTL-ETIQUETA.
           MOVE GP-REGS-CADUCIDAD TO CTL-VALOR.
           WRITE CTL-LIN.
           MOVE 'VARIACIONES DE PRECIO EXCESIVAS' TO CTL-ETIQUETA.
           MOVE 'BAJAS IGNORADAS (NO EXISTIAN)' TO CTL-ETIQUETA.
           MOVE GP-REGS-BAJAS-IGNORADAS TO CTL-VALOR.
           WRITE CTL-LIN.
           MOVE 'PRECIOS RETENIDOS POR PROMOCION' TO CTL-ETIQUETA.
           MOVE GP-REGS-PRECIO-RETENIDO TO CTL-VALOR.
           WRITE CTL-LIN.
           MOVE 'TOTAL DE CUADRE - PRECIO' TO CTL-N-ETIQUETA.
           MOVE GP-HASH-PRECIO TO CTL-N-VALOR.
           WRITE CTL-LIN-N.
