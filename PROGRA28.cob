      *----------------------------------------------------------------
      *    PROGRAMA    : PROGRA28
      *    DESCRIPCION : PROCESO DIARIO DE PRECIOS PROGRAMADOS Y
      *                  PROMOCIONES. SE EJECUTA CADA NOCHE DESPUES DE
      *                  LA CARGA (PROGRA01, QUE CREA DE NUEVO EL
      *                  HISTORICO DE PRECIOS DEL DIA) Y ANTES DE LA
      *                  INTERFAZ DE PRECIOS (PROGRA18), Y APLICA AL
      *                  MAESTRO SALIDA LOS CAMBIOS QUE ENTRAN EN
      *                  VIGOR AL DIA SIGUIENTE (FECHA DE EFECTO), DE
      *                  MODO QUE EL SISTEMA DE TPV/ETIQUETADO LOS
      *                  RECIBE LA NOCHE ANTERIOR:
      *                  (1) DA DE ALTA O ANULA ENTRADAS DEL FICHERO
      *                  DE PRECIOS PROGRAMADOS (PRECPROG.cpy) SEGUN
      *                  LAS TARJETAS PRECALT (PRECALT.cpy), CON SU
      *                  LISTADO DE RESULTADOS;
      *                  (2) LISTA LOS PRECIOS DEL EXTRACTO QUE LA
      *                  CARGA HA RETENIDO POR HABER UNA PROMOCION
      *                  VIGENTE (PRECRET.cpy) Y TOMA EL PRECIO DEL
      *                  EXTRACTO COMO NUEVO PRECIO DE RETORNO DE LA
      *                  PROMOCION;
      *                  (3) APLICA LAS ENTRADAS PENDIENTES CUYA FECHA
      *                  DE INICIO HA LLEGADO Y RESTAURA EL PRECIO DE
      *                  RETORNO DE LAS PROMOCIONES CUYO ULTIMO DIA HA
      *                  PASADO. CADA CAMBIO DE PRECIO SE GRABA EN EL
      *                  MAESTRO, EN EL DIARIO DE AUDITORIA (ORIGEN
      *                  'PP') Y EN EL HISTORICO DE PRECIOS CON LA
      *                  FECHA DE EFECTO, QUE ES LA QUE ENVIA PROGRA18.
      *                  UN CAMBIO PERMANENTE QUE VENCE MIENTRAS HAY
      *                  UNA PROMOCION VIGENTE DEL MISMO PRODUCTO NO
      *                  TOCA EL MAESTRO: PASA A SER EL PRECIO DE
      *                  RETORNO DE LA PROMOCION. UNA PROMOCION QUE
      *                  EMPIEZA CON OTRA VIGENTE LA SUSTITUYE Y
      *                  HEREDA SU PRECIO DE RETORNO;
      *                  (4) EMITE LA PREVISION DE LOS CAMBIOS DE
      *                  PRECIO (INICIOS Y FINES DE PROMOCION) DE LOS
      *                  PROXIMOS N DIAS.
      *                  PARAMETRO: 'NNN AAAAMMDD', DIAS DE PREVISION
      *                  (POR DEFECTO 7) Y FECHA DE EFECTO (POR
      *                  DEFECTO, MANANA).
      *    INSTALACION : DEPARTAMENTO DE PROCESOS DE DATOS
      *    AUTOR       : R. GARCIA VEGA
      *    FECHA ESCR. : 15/10/2026
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA28.
       AUTHOR. R. GARCIA VEGA.
       INSTALLATION. DEPARTAMENTO DE PROCESOS DE DATOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------
      *    LA COMA DE LAS MASCARAS DE EDICION DE PRECIOS ES EL
      *    SEPARADOR DECIMAL (MISMO CRITERIO QUE PROGRA09).
      *----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL HISTPRECI ASSIGN TO HISTPREC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HP-ST.

           SELECT PRECPROG ASSIGN TO PRECPROG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPR-CLAVE
           FILE STATUS IS PPR-ST.

           SELECT OPTIONAL PRECALT ASSIGN TO PRECALT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAL-ST.

           SELECT OPTIONAL PRECRET ASSIGN TO PRECRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRR-ST.

           SELECT WK-PREVISION ASSIGN TO WKPREVI.

           SELECT PRECPRT ASSIGN TO PRECPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PPT-ST.

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
           DATA RECORD IS SALIDA-REG.
           COPY SALIDA.

       FD  AUDITSAL
           DATA RECORD IS AUDITSAL-REG.
           COPY AUDITSAL.

       FD  HISTPRECI
           DATA RECORD IS HISTPREC-REG.
           COPY HISTPREC.

       FD  PRECPROG
           DATA RECORD IS PRECPROG-REG.
           COPY PRECPROG.

       FD  PRECALT
           DATA RECORD IS PRECALT-REG.
           COPY PRECALT.

       FD  PRECRET
           DATA RECORD IS PRECRET-REG.
           COPY PRECRET.

      *----------------------------------------------------------------
      *    FICHERO DE TRABAJO DE LA PREVISION, CLASIFICADO POR FECHA
      *    DE EFECTO Y PRODUCTO.
      *----------------------------------------------------------------
       SD  WK-PREVISION
           DATA RECORD IS WK-PRV-REG.
       01  WK-PRV-REG.
           05  WK-PRV-FECHA             PIC 9(8).
           05  WK-PRV-ID                PIC 9(6).
           05  WK-PRV-DESC              PIC X(35).
           05  WK-PRV-ACTUAL            PIC 9(4)V9(2).
           05  WK-PRV-NUEVO             PIC 9(4)V9(2).
           05  WK-PRV-TEXTO             PIC X(20).

      *----------------------------------------------------------------
      *    LISTADO DEL PROCESO: TARJETAS, PRECIOS RETENIDOS POR LA
      *    CARGA, CAMBIOS APLICADOS E INCIDENCIAS, PREVISION Y
      *    TOTALES.
      *----------------------------------------------------------------
       FD  PRECPRT
           DATA RECORD IS PPT-CAB-1, PPT-PARAMETROS, PPT-SECCION,
               PPT-CAB-DET, PPT-DET, PPT-CAB-RET, PPT-RET,
               PPT-CAB-PRV, PPT-PRV, PPT-TOT.
       01  PPT-CAB-1.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(45)
               VALUE 'PRECIOS PROGRAMADOS Y PROMOCIONES'.
           05  PPT-C-FECHA              PIC X(10).
       01  PPT-PARAMETROS.
           05  FILLER                   PIC X(17)
               VALUE 'FECHA DE EFECTO: '.
           05  PPT-P-EFECTO             PIC X(10).
           05  FILLER                   PIC X(20)
               VALUE '   PREVISION HASTA: '.
           05  PPT-P-LIMITE             PIC X(10).
           05  FILLER                   PIC X(2)  VALUE ' ('.
           05  PPT-P-DIAS               PIC ZZ9.
           05  FILLER                   PIC X(6)  VALUE ' DIAS)'.
       01  PPT-SECCION.
           05  PPT-S-TEXTO              PIC X(60).
       01  PPT-CAB-DET.
           05  FILLER                   PIC X(8)  VALUE 'ID-PRD'.
           05  FILLER                   PIC X(12) VALUE 'DESDE'.
           05  FILLER                   PIC X(12) VALUE 'HASTA'.
           05  FILLER                   PIC X(9)  VALUE 'ANTERIOR'.
           05  FILLER                   PIC X(9)  VALUE 'NUEVO'.
           05  FILLER                   PIC X(45) VALUE 'RESULTADO'.
       01  PPT-DET.
           05  PPT-D-ID                 PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-D-DESDE              PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-D-HASTA              PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-D-ANTERIOR           PIC ZZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-D-NUEVO              PIC ZZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-D-TEXTO              PIC X(45).
       01  PPT-CAB-RET.
           05  FILLER                   PIC X(8)  VALUE 'ID-PRD'.
           05  FILLER                   PIC X(37) VALUE 'DESCRIPCION'.
           05  FILLER                   PIC X(9)  VALUE 'EXTRACTO'.
           05  FILLER                   PIC X(9)  VALUE 'PROMOC.'.
           05  FILLER                   PIC X(9)  VALUE 'RETORNO'.
           05  FILLER                   PIC X(12) VALUE 'HASTA'.
           05  FILLER                   PIC X(30) VALUE 'RESULTADO'.
       01  PPT-RET.
           05  PPT-R-ID                 PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-R-DESC               PIC X(35).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-R-EXTRACTO           PIC ZZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-R-PROMOCION          PIC ZZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-R-RETORNO            PIC ZZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-R-HASTA              PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-R-TEXTO              PIC X(30).
       01  PPT-CAB-PRV.
           05  FILLER                   PIC X(12) VALUE 'FECHA'.
           05  FILLER                   PIC X(8)  VALUE 'ID-PRD'.
           05  FILLER                   PIC X(37) VALUE 'DESCRIPCION'.
           05  FILLER                   PIC X(9)  VALUE 'ACTUAL'.
           05  FILLER                   PIC X(9)  VALUE 'NUEVO'.
           05  FILLER                   PIC X(20) VALUE 'MOVIMIENTO'.
       01  PPT-PRV.
           05  PPT-V-FECHA              PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-V-ID                 PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-V-DESC               PIC X(35).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-V-ACTUAL             PIC ZZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-V-NUEVO              PIC ZZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PPT-V-TEXTO              PIC X(20).
       01  PPT-TOT.
           05  PPT-T-ETIQUETA           PIC X(40).
           05  PPT-T-TOTAL              PIC ZZZ.ZZZ.ZZ9.

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
           05  SALIDA-ST               PIC X(2).
           05  AUD-ST                  PIC X(2).
           05  HP-ST                   PIC X(2).
           05  PPR-ST                  PIC X(2).
           05  PAL-ST                  PIC X(2).
           05  PRR-ST                  PIC X(2).
           05  PPT-ST                  PIC X(2).
           05  CHK-ST                  PIC X(2).
           05  DEP-ST                  PIC X(2).
           05  RAR-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
      *----------------------------------------------------------------
       01  GP-INDICADORES.
           05  GP-SW-SALIDA-DISPON     PIC X(1) VALUE 'N'.
               88  GP-SALIDA-DISPONIBLE       VALUE 'S'.
           05  GP-SW-AUDIT-DISPON      PIC X(1) VALUE 'N'.
               88  GP-AUDIT-DISPONIBLE        VALUE 'S'.
           05  GP-SW-PRECPROG-DISPON   PIC X(1) VALUE 'N'.
               88  GP-PRECPROG-DISPONIBLE     VALUE 'S'.
           05  GP-SW-FIN-TARJETAS      PIC X(1) VALUE 'N'.
               88  GP-FIN-TARJETAS            VALUE 'S'.
           05  GP-SW-FIN-RETENIDOS     PIC X(1) VALUE 'N'.
               88  GP-FIN-RETENIDOS           VALUE 'S'.
           05  GP-SW-FIN-PROGRAMADOS   PIC X(1) VALUE 'N'.
               88  GP-FIN-PROGRAMADOS         VALUE 'S'.
           05  GP-SW-FIN-SORT-PREVISION PIC X(1) VALUE 'N'.
               88  GP-FIN-SORT-PREVISION      VALUE 'S'.
           05  GP-SW-EXISTE-EN-SALIDA  PIC X(1) VALUE 'N'.
               88  GP-EXISTE-EN-SALIDA        VALUE 'S'.
           05  GP-SW-TARJETA-VALIDA    PIC X(1) VALUE 'S'.
               88  GP-TARJETA-VALIDA          VALUE 'S'.
               88  GP-TARJETA-INVALIDA        VALUE 'N'.
           05  GP-SW-FECHA-VALIDA      PIC X(1) VALUE 'S'.
               88  GP-FECHA-VALIDA            VALUE 'S'.
               88  GP-FECHA-INVALIDA          VALUE 'N'.
           05  GP-SW-PROMOCION-ACTIVA  PIC X(1) VALUE 'N'.
               88  GP-HAY-PROMOCION-ACTIVA    VALUE 'S'.
           05  GP-SW-PRECIO-CAMBIADO   PIC X(1) VALUE 'N'.
               88  GP-PRECIO-CAMBIADO         VALUE 'S'.
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
      *    CONTADORES DEL PROCESO.
      *----------------------------------------------------------------
       77  GP-TARJETAS-LEIDAS          PIC 9(9) COMP VALUE 0.
       77  GP-TARJETAS-ACEPTADAS       PIC 9(9) COMP VALUE 0.
       77  GP-TARJETAS-RECHAZADAS      PIC 9(9) COMP VALUE 0.
       77  GP-REGS-RETENIDOS           PIC 9(9) COMP VALUE 0.
       77  GP-RETORNOS-ACTUALIZADOS    PIC 9(9) COMP VALUE 0.
       77  GP-REGS-APLICADOS           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-RESTAURADOS         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-DIFERIDOS           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-SUSTITUIDOS         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-ANULADOS            PIC 9(9) COMP VALUE 0.
       77  GP-INCIDENCIAS              PIC 9(9) COMP VALUE 0.
       77  GP-REGS-PREVISION           PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
       77  GP-RESULTADO-TEXTO          PIC X(45) VALUE SPACES.
       77  GP-PRECIO-ANTERIOR          PIC S9(4)V9(2) VALUE 0.
       77  GP-PRECIO-DESTINO           PIC S9(4)V9(2) VALUE 0.

      *----------------------------------------------------------------
      *    FECHA DE EFECTO DE LOS CAMBIOS (POR DEFECTO, MANANA) Y
      *    HORIZONTE DE LA PREVISION (FECHA DE EFECTO MAS N DIAS).
      *----------------------------------------------------------------
       77  GP-FECHA-EFECTO             PIC 9(8) VALUE 0.
       77  GP-FECHA-LIMITE             PIC 9(8) VALUE 0.
       77  GP-FECHA-VISPERA            PIC 9(8) VALUE 0.
       77  GP-FECHA-RETORNO            PIC 9(8) VALUE 0.
       77  GP-DIAS-PREVISION           PIC 9(3) VALUE 7.
       77  GP-DIAS-ENTERO              PIC 9(9) VALUE 0.

       01  GP-PARAM-ENTRADA            PIC X(20).
       01  GP-PARAM-ENTRADA-R REDEFINES GP-PARAM-ENTRADA.
           05  GP-PARAM-DIAS-X         PIC X(3).
           05  FILLER                  PIC X(1).
           05  GP-PARAM-EFECTO-X       PIC X(8).
           05  FILLER                  PIC X(8).

      *----------------------------------------------------------------
      *    PROMOCION VIGENTE DEL PRODUCTO EN CURSO DURANTE EL
      *    RECORRIDO DE PRECPROG (LA CLAVE VA POR PRODUCTO Y FECHA DE
      *    INICIO, ASI QUE UNA PROMOCION VIGENTE SE LEE ANTES QUE LAS
      *    ENTRADAS POSTERIORES DEL MISMO PRODUCTO), Y COPIA DE LA
      *    ENTRADA EN CURSO MIENTRAS SE ACTUALIZA ESA PROMOCION.
      *----------------------------------------------------------------
       01  GP-PROMO-CLAVE.
           05  GP-PROMO-ID             PIC 9(6) VALUE 0.
           05  GP-PROMO-DESDE          PIC 9(8) VALUE 0.
       01  GP-PPR-EN-CURSO             PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------
      *    DESGLOSE Y VALIDACION DE LAS FECHAS DE LAS TARJETAS (MISMA
      *    LOGICA QUE 2450 DE PROGRA16).
      *----------------------------------------------------------------
       01  GP-FECHA-NUM                PIC 9(8) VALUE 0.
       01  GP-FECHA-DESGLOSE REDEFINES GP-FECHA-NUM.
           05  GP-FEC-CCYY             PIC 9(4).
           05  GP-FEC-MM               PIC 9(2).
           05  GP-FEC-DD               PIC 9(2).
       77  GP-FEC-RES-4                PIC 9(3) VALUE 0.
       77  GP-FEC-RES-100              PIC 9(3) VALUE 0.
       77  GP-FEC-RES-400              PIC 9(3) VALUE 0.
       77  GP-FEC-DUMMY                PIC 9(6) VALUE 0.
       77  GP-FEC-BISIESTO             PIC X(1) VALUE 'N'.
       77  GP-FEC-DIAS-MES-MAX         PIC 9(2) VALUE 0.

       01  GP-TABLA-DIAS-MES.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 28.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
       01  GP-TABLA-DIAS-MES-R REDEFINES GP-TABLA-DIAS-MES.
           05  GP-DIAS-MES-N OCCURS 12 TIMES PIC 9(2).

       01  GP-FECHA-TRABAJO            PIC 9(8) VALUE 0.
       01  GP-FECHA-EDITADA.
           05  GP-FE-CCYY              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  GP-FE-MM                PIC 9(2).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  GP-FE-DD                PIC 9(2).

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DEL DIARIO DE AUDITORIA (MISMO CRITERIO
      *    QUE PROGRA16).
      *----------------------------------------------------------------
       77  GP-AUD-INTENTOS             PIC 9(4) COMP VALUE 0.
       01  GP-IMAGEN-ANTERIOR          PIC X(80) VALUE SPACES.

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

      *----------------------------------------------------------------
      *    0000-PRINCIPAL
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

           IF GP-PRECPROG-DISPONIBLE
               PERFORM 2000-CARGAR-TARJETAS
                   THRU 2000-CARGAR-TARJETAS-EXIT
               PERFORM 2500-TRATAR-RETENIDOS
                   THRU 2500-TRATAR-RETENIDOS-EXIT
               PERFORM 3000-APLICAR-PROGRAMADOS
                   THRU 3000-APLICAR-PROGRAMADOS-EXIT
               SORT WK-PREVISION
                   ON ASCENDING KEY WK-PRV-FECHA
                   ON ASCENDING KEY WK-PRV-ID
                   INPUT PROCEDURE IS 4000-RECOGER-PREVISION
                       THRU 4000-RECOGER-PREVISION-EXIT
                   OUTPUT PROCEDURE IS 4500-LISTAR-PREVISION
                       THRU 4500-LISTAR-PREVISION-EXIT
           END-IF.

           PERFORM 5000-FINALIZAR
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
               DISPLAY 'PROGRA28: NO SE PUEDE ABRIR EL FICHERO DE '
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
           DISPLAY 'PROGRA28: *** ARRANQUE DENEGADO - EJECUCION '
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
               DISPLAY 'PROGRA28: AVISO - SIN TABLA DE DEPENDENCIAS '
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
           IF DEP-PROGRAMA NOT = 'PROGRA28' AND NOT DEP-TODOS
               GO TO 0120-COMPROBAR-UNA-REGLA-EXIT
           END-IF.
           IF DEP-PREDECESOR = 'PROGRA28' OR DEP-PREDECESOR = SPACES
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
           DISPLAY 'PROGRA28: ARRANQUE DENEGADO - EL PREDECESOR '
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
           IF CHK-SISTEMA-ORIGEN = 'PROGRA28'
               DISPLAY 'PROGRA28: AVISO - SE RECUPERA EL BLOQUEO DE '
                   'ACTUALIZACION RETENIDO POR ESTE PROGRAMA DESDE '
                   CHK-FECHA-EJECUCION ' (EJECUCION INTERRUMPIDA).'
               GO TO 0130-COMPROBAR-BLOQUEO-EXIT
           END-IF.
           DISPLAY 'PROGRA28: ARRANQUE DENEGADO - BLOQUEO DE '
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
           MOVE 'PROGRA28' TO CHK-SISTEMA-ORIGEN.
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
           MOVE 'PROGRA28' TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GP-EXISTE-PROPIO TO TRUE
           END-READ.
           INITIALIZE CHECKPT-REG.
           MOVE 'PROGRA28' TO CHK-PROGRAMA.
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
           MOVE 'PROGRA28' TO RAR-PROGRAMA.
           OPEN EXTEND RCHARR.
           IF RAR-ST = '35'
               OPEN OUTPUT RCHARR
           END-IF.
           IF RAR-ST NOT = '00'
               DISPLAY 'PROGRA28: AVISO - NO SE PUEDE ANOTAR EN EL '
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
               DISPLAY 'PROGRA28: AVISO - NO SE PUEDE LIBERAR EL '
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
           IF CHK-EN-CURSO AND CHK-SISTEMA-ORIGEN = 'PROGRA28'
               SET CHK-COMPLETO TO TRUE
               REWRITE CHECKPT-REG
           END-IF.
           CLOSE CHECKPT.
       0200-LIBERAR-BLOQUEO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    FECHA DE EFECTO Y DIAS DE PREVISION (PARAMETRO OPCIONAL)
      *    Y APERTURA DE FICHEROS. EL MAESTRO, EL DIARIO DE AUDITORIA
      *    (CREADO VACIO EN LA PRIMERA EJECUCION, MISMO PATRON QUE
      *    PROGRA16) Y EL FICHERO DE PRECIOS PROGRAMADOS (IDEM) SON
      *    IMPRESCINDIBLES: SIN CUALQUIERA DE ELLOS NO SE APLICA
      *    NINGUN CAMBIO. EL HISTORICO DE PRECIOS SE ABRE EN
      *    EXTENSION, A CONTINUACION DE LO QUE HA GRABADO LA CARGA.
      *----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT GP-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARAMETROS
               THRU 1100-LEER-PARAMETROS-EXIT.
           OPEN I-O SALIDA.
           IF SALIDA-ST NOT = '00'
               DISPLAY 'PROGRA28: NO SE PUEDE ABRIR EL MAESTRO '
                   'SALIDA (ESTADO ' SALIDA-ST ').'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-SALIDA-DISPONIBLE TO TRUE.
           OPEN I-O AUDITSAL.
           IF AUD-ST = '35'
               OPEN OUTPUT AUDITSAL
               CLOSE AUDITSAL
               OPEN I-O AUDITSAL
           END-IF.
           IF AUD-ST NOT = '00'
               DISPLAY 'PROGRA28: NO SE PUEDE ABRIR EL DIARIO DE '
                   'AUDITORIA (ESTADO ' AUD-ST ').'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-AUDIT-DISPONIBLE TO TRUE.
           OPEN I-O PRECPROG.
           IF PPR-ST = '35'
               OPEN OUTPUT PRECPROG
               CLOSE PRECPROG
               OPEN I-O PRECPROG
           END-IF.
           IF PPR-ST NOT = '00'
               DISPLAY 'PROGRA28: NO SE PUEDE ABRIR EL FICHERO DE '
                   'PRECIOS PROGRAMADOS (ESTADO ' PPR-ST ').'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-PRECPROG-DISPONIBLE TO TRUE.
           OPEN EXTEND HISTPRECI.
           OPEN OUTPUT PRECPRT.
           MOVE GP-FECHA-HOY TO GP-FECHA-TRABAJO.
           PERFORM 1900-EDITAR-FECHA
               THRU 1900-EDITAR-FECHA-EXIT.
           MOVE GP-FECHA-EDITADA TO PPT-C-FECHA.
           WRITE PPT-CAB-1.
           MOVE GP-FECHA-EFECTO TO GP-FECHA-TRABAJO.
           PERFORM 1900-EDITAR-FECHA
               THRU 1900-EDITAR-FECHA-EXIT.
           MOVE GP-FECHA-EDITADA TO PPT-P-EFECTO.
           MOVE GP-FECHA-LIMITE TO GP-FECHA-TRABAJO.
           PERFORM 1900-EDITAR-FECHA
               THRU 1900-EDITAR-FECHA-EXIT.
           MOVE GP-FECHA-EDITADA TO PPT-P-LIMITE.
           MOVE GP-DIAS-PREVISION TO PPT-P-DIAS.
           WRITE PPT-PARAMETROS.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1100-LEER-PARAMETROS
      *    DIAS DE PREVISION EN LAS POSICIONES 1-3 Y FECHA DE EFECTO
      *    EN LAS 5-12 DEL PARAMETRO. UN VALOR AUSENTE O NO VALIDO
      *    CONSERVA EL VALOR POR DEFECTO (7 DIAS; MANANA). LA FECHA
      *    DE EFECTO SOLO SE INFORMA PARA REPETIR UNA NOCHE QUE NO SE
      *    EJECUTO. LA VISPERA (FECHA DE EFECTO MENOS UN DIA) ES EL
      *    ULTIMO DIA QUE SE DA A UNA PROMOCION TERMINADA POR
      *    TARJETA.
      *----------------------------------------------------------------
       1100-LEER-PARAMETROS.
           MOVE SPACES TO GP-PARAM-ENTRADA.
           ACCEPT GP-PARAM-ENTRADA FROM COMMAND-LINE.
           IF GP-PARAM-DIAS-X IS NUMERIC
               MOVE GP-PARAM-DIAS-X TO GP-DIAS-PREVISION
           END-IF.
           COMPUTE GP-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(GP-FECHA-HOY) + 1.
           COMPUTE GP-FECHA-EFECTO =
               FUNCTION DATE-OF-INTEGER(GP-DIAS-ENTERO).
           IF GP-PARAM-EFECTO-X IS NUMERIC
               MOVE GP-PARAM-EFECTO-X TO GP-FECHA-NUM
               PERFORM 8000-VALIDAR-FECHA
                   THRU 8000-VALIDAR-FECHA-EXIT
               IF GP-FECHA-VALIDA
                   MOVE GP-FECHA-NUM TO GP-FECHA-EFECTO
               ELSE
                   DISPLAY 'PROGRA28: AVISO - FECHA DE EFECTO NO '
                       'VALIDA EN EL PARAMETRO, SE TOMA LA DE MANANA'
               END-IF
           END-IF.
           COMPUTE GP-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(GP-FECHA-EFECTO)
             + GP-DIAS-PREVISION.
           COMPUTE GP-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(GP-DIAS-ENTERO).
           COMPUTE GP-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(GP-FECHA-EFECTO) - 1.
           COMPUTE GP-FECHA-VISPERA =
               FUNCTION DATE-OF-INTEGER(GP-DIAS-ENTERO).
       1100-LEER-PARAMETROS-EXIT.
           EXIT.

       1900-EDITAR-FECHA.
           MOVE GP-FECHA-TRABAJO(1:4) TO GP-FE-CCYY.
           MOVE GP-FECHA-TRABAJO(5:2) TO GP-FE-MM.
           MOVE GP-FECHA-TRABAJO(7:2) TO GP-FE-DD.
       1900-EDITAR-FECHA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CARGAR-TARJETAS
      *    EL FICHERO DE TARJETAS ES OPCIONAL: SIN EL, SOLO SE
      *    APLICA LO YA PROGRAMADO.
      *----------------------------------------------------------------
       2000-CARGAR-TARJETAS.
           OPEN INPUT PRECALT.
           IF PAL-ST NOT = '00'
               IF PAL-ST = '05'
                   CLOSE PRECALT
               END-IF
               GO TO 2000-CARGAR-TARJETAS-EXIT
           END-IF.
           MOVE SPACES TO PPT-SECCION.
           WRITE PPT-SECCION.
           MOVE 'TARJETAS DE PRECIOS PROGRAMADOS' TO PPT-S-TEXTO.
           WRITE PPT-SECCION.
           WRITE PPT-CAB-DET.
           PERFORM 2100-TRATAR-TARJETA
               THRU 2100-TRATAR-TARJETA-EXIT
               UNTIL GP-FIN-TARJETAS.
           CLOSE PRECALT.
       2000-CARGAR-TARJETAS-EXIT.
           EXIT.

       2100-TRATAR-TARJETA.
           INITIALIZE PRECALT-REG.
           READ PRECALT
               AT END
                   SET GP-FIN-TARJETAS TO TRUE
                   GO TO 2100-TRATAR-TARJETA-EXIT
           END-READ.
           ADD 1 TO GP-TARJETAS-LEIDAS.
           SET GP-TARJETA-VALIDA TO TRUE.
           IF PAL-ID-X IS NOT NUMERIC
               MOVE 'RECHAZADA - IDENTIFICADOR NO NUMERICO'
                   TO GP-RESULTADO-TEXTO
               SET GP-TARJETA-INVALIDA TO TRUE
               GO TO 2190-ANOTAR-TARJETA
           END-IF.
           IF PAL-FECHA-DESDE-X IS NOT NUMERIC
               MOVE 'RECHAZADA - FECHA DESDE NO NUMERICA'
                   TO GP-RESULTADO-TEXTO
               SET GP-TARJETA-INVALIDA TO TRUE
               GO TO 2190-ANOTAR-TARJETA
           END-IF.
           EVALUATE TRUE
               WHEN PAL-ALTA
                   PERFORM 2200-ALTA-PROGRAMADA
                       THRU 2200-ALTA-PROGRAMADA-EXIT
               WHEN PAL-ANULACION
                   PERFORM 2300-ANULAR-PROGRAMADA
                       THRU 2300-ANULAR-PROGRAMADA-EXIT
               WHEN OTHER
                   MOVE 'RECHAZADA - TIPO DE TARJETA DESCONOCIDO'
                       TO GP-RESULTADO-TEXTO
                   SET GP-TARJETA-INVALIDA TO TRUE
           END-EVALUATE.
       2190-ANOTAR-TARJETA.
           MOVE SPACES TO PPT-DET.
           MOVE PAL-ID-X TO PPT-D-ID.
           MOVE PAL-FECHA-DESDE-X TO PPT-D-DESDE.
           MOVE PAL-FECHA-HASTA-X TO PPT-D-HASTA.
           IF PAL-ALTA AND PAL-PRECIO-X IS NUMERIC
               MOVE PAL-PRECIO TO PPT-D-NUEVO
           END-IF.
           MOVE GP-RESULTADO-TEXTO TO PPT-D-TEXTO.
           WRITE PPT-DET.
           IF GP-TARJETA-VALIDA
               ADD 1 TO GP-TARJETAS-ACEPTADAS
           ELSE
               ADD 1 TO GP-TARJETAS-RECHAZADAS
           END-IF.
       2100-TRATAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2200-ALTA-PROGRAMADA
      *    EL PRODUCTO DEBE EXISTIR EN EL MAESTRO, EL PRECIO SER
      *    POSITIVO Y LAS FECHAS REALES; LA FECHA DE INICIO NO PUEDE
      *    SER ANTERIOR A LA FECHA DE EFECTO (UN CAMBIO SE PROGRAMA,
      *    COMO TARDE, LA NOCHE ANTERIOR) Y LA FINAL, SI SE INFORMA,
      *    NO PUEDE SER ANTERIOR A LA DE INICIO. NO PUEDE HABER DOS
      *    ENTRADAS DEL MISMO PRODUCTO CON LA MISMA FECHA DE INICIO.
      *----------------------------------------------------------------
       2200-ALTA-PROGRAMADA.
           PERFORM 2400-LEER-SALIDA
               THRU 2400-LEER-SALIDA-EXIT.
           IF NOT GP-EXISTE-EN-SALIDA
               MOVE 'RECHAZADA - PRODUCTO INEXISTENTE'
                   TO GP-RESULTADO-TEXTO
               SET GP-TARJETA-INVALIDA TO TRUE
               GO TO 2200-ALTA-PROGRAMADA-EXIT
           END-IF.
           IF PAL-PRECIO-X IS NOT NUMERIC
               OR PAL-PRECIO NOT > ZERO
               MOVE 'RECHAZADA - PRECIO NO NUMERICO O CERO'
                   TO GP-RESULTADO-TEXTO
               SET GP-TARJETA-INVALIDA TO TRUE
               GO TO 2200-ALTA-PROGRAMADA-EXIT
           END-IF.
           MOVE PAL-FECHA-DESDE TO GP-FECHA-NUM.
           PERFORM 8000-VALIDAR-FECHA
               THRU 8000-VALIDAR-FECHA-EXIT.
           IF GP-FECHA-INVALIDA
               MOVE 'RECHAZADA - FECHA DESDE INVALIDA'
                   TO GP-RESULTADO-TEXTO
               SET GP-TARJETA-INVALIDA TO TRUE
               GO TO 2200-ALTA-PROGRAMADA-EXIT
           END-IF.
           IF PAL-FECHA-DESDE < GP-FECHA-EFECTO
               MOVE 'RECHAZADA - FECHA DESDE ANTERIOR AL EFECTO'
                   TO GP-RESULTADO-TEXTO
               SET GP-TARJETA-INVALIDA TO TRUE
               GO TO 2200-ALTA-PROGRAMADA-EXIT
           END-IF.
           IF PAL-FECHA-HASTA-X = SPACES
               MOVE ZEROS TO PAL-FECHA-HASTA-X
           END-IF.
           IF PAL-FECHA-HASTA-X IS NOT NUMERIC
               MOVE 'RECHAZADA - FECHA HASTA NO NUMERICA'
                   TO GP-RESULTADO-TEXTO
               SET GP-TARJETA-INVALIDA TO TRUE
               GO TO 2200-ALTA-PROGRAMADA-EXIT
           END-IF.
           IF PAL-FECHA-HASTA NOT = ZERO
               MOVE PAL-FECHA-HASTA TO GP-FECHA-NUM
               PERFORM 8000-VALIDAR-FECHA
                   THRU 8000-VALIDAR-FECHA-EXIT
               IF GP-FECHA-INVALIDA
                   MOVE 'RECHAZADA - FECHA HASTA INVALIDA'
                       TO GP-RESULTADO-TEXTO
                   SET GP-TARJETA-INVALIDA TO TRUE
                   GO TO 2200-ALTA-PROGRAMADA-EXIT
               END-IF
               IF PAL-FECHA-HASTA < PAL-FECHA-DESDE
                   MOVE 'RECHAZADA - FECHA HASTA ANTERIOR A DESDE'
                       TO GP-RESULTADO-TEXTO
                   SET GP-TARJETA-INVALIDA TO TRUE
                   GO TO 2200-ALTA-PROGRAMADA-EXIT
               END-IF
           END-IF.
           INITIALIZE PRECPROG-REG.
           MOVE PAL-ID TO PPR-ID.
           MOVE PAL-FECHA-DESDE TO PPR-FECHA-DESDE.
           MOVE PAL-FECHA-HASTA TO PPR-FECHA-HASTA.
           MOVE PAL-PRECIO TO PPR-PRECIO-NUEVO.
           SET PPR-PENDIENTE TO TRUE.
           MOVE PAL-CAMPANA TO PPR-CAMPANA.
           WRITE PRECPROG-REG
               INVALID KEY
                   MOVE 'RECHAZADA - YA PROGRAMADO PARA ESA FECHA'
                       TO GP-RESULTADO-TEXTO
                   SET GP-TARJETA-INVALIDA TO TRUE
               NOT INVALID KEY
                   IF PPR-PERMANENTE
                       MOVE 'PROGRAMADO CAMBIO PERMANENTE'
                           TO GP-RESULTADO-TEXTO
                   ELSE
                       MOVE 'PROGRAMADA PROMOCION'
                           TO GP-RESULTADO-TEXTO
                   END-IF
           END-WRITE.
       2200-ALTA-PROGRAMADA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-ANULAR-PROGRAMADA
      *    UNA ENTRADA PENDIENTE SE ANULA. UNA PROMOCION VIGENTE SE
      *    DA POR TERMINADA LA VISPERA DE LA FECHA DE EFECTO, CON LO
      *    QUE 3000 RESTAURA SU PRECIO DE RETORNO EN ESTA MISMA
      *    EJECUCION. UN CAMBIO PERMANENTE YA APLICADO O UNA ENTRADA
      *    YA CERRADA NO SE PUEDEN ANULAR (SE PROGRAMA OTRO CAMBIO).
      *----------------------------------------------------------------
       2300-ANULAR-PROGRAMADA.
           MOVE PAL-ID TO PPR-ID.
           MOVE PAL-FECHA-DESDE TO PPR-FECHA-DESDE.
           READ PRECPROG
               INVALID KEY
                   MOVE 'RECHAZADA - NO HAY NADA PROGRAMADO'
                       TO GP-RESULTADO-TEXTO
                   SET GP-TARJETA-INVALIDA TO TRUE
                   GO TO 2300-ANULAR-PROGRAMADA-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN PPR-PENDIENTE
                   SET PPR-ANULADO TO TRUE
                   MOVE GP-FECHA-EFECTO TO PPR-FECHA-FIN-REAL
                   MOVE 'ANULADO ANTES DE APLICARSE'
                       TO GP-RESULTADO-TEXTO
               WHEN PPR-VIGENTE
                   MOVE GP-FECHA-VISPERA TO PPR-FECHA-HASTA
                   MOVE 'PROMOCION TERMINADA, SE RESTAURA EL PRECIO'
                       TO GP-RESULTADO-TEXTO
               WHEN OTHER
                   MOVE 'RECHAZADA - ENTRADA YA APLICADA O CERRADA'
                       TO GP-RESULTADO-TEXTO
                   SET GP-TARJETA-INVALIDA TO TRUE
                   GO TO 2300-ANULAR-PROGRAMADA-EXIT
           END-EVALUATE.
           REWRITE PRECPROG-REG
               INVALID KEY
                   MOVE 'RECHAZADA - ERROR DE E/S EN PRECPROG'
                       TO GP-RESULTADO-TEXTO
                   SET GP-TARJETA-INVALIDA TO TRUE
           END-REWRITE.
       2300-ANULAR-PROGRAMADA-EXIT.
           EXIT.

       2400-LEER-SALIDA.
           MOVE 'N' TO GP-SW-EXISTE-EN-SALIDA.
           MOVE PAL-ID TO SALIDA-ID.
           READ SALIDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GP-EXISTE-EN-SALIDA TO TRUE
           END-READ.
       2400-LEER-SALIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-TRATAR-RETENIDOS
      *    LISTA LOS PRECIOS DEL EXTRACTO QUE LA CARGA NO HA APLICADO
      *    POR HABER UNA PROMOCION VIGENTE. SI LA PROMOCION SIGUE
      *    VIGENTE Y EL PRECIO DEL EXTRACTO DIFIERE DE SU PRECIO DE
      *    RETORNO, EL DEL EXTRACTO PASA A SER EL NUEVO PRECIO DE
      *    RETORNO, PARA QUE AL TERMINAR LA PROMOCION EL PRODUCTO
      *    QUEDE CON EL PRECIO VIGENTE EN EL SISTEMA ORIGEN. SE HACE
      *    ANTES DE 3000, PARA QUE UNA PROMOCION QUE TERMINA ESTA
      *    NOCHE SE RESTAURE YA CON EL PRECIO NUEVO. EL FICHERO ES
      *    OPCIONAL (SIN EL NO HAY NADA RETENIDO).
      *----------------------------------------------------------------
       2500-TRATAR-RETENIDOS.
           OPEN INPUT PRECRET.
           IF PRR-ST NOT = '00'
               IF PRR-ST = '05'
                   CLOSE PRECRET
               END-IF
               GO TO 2500-TRATAR-RETENIDOS-EXIT
           END-IF.
           MOVE SPACES TO PPT-SECCION.
           WRITE PPT-SECCION.
           MOVE 'PRECIOS DEL EXTRACTO RETENIDOS POR PROMOCION VIGENTE'
               TO PPT-S-TEXTO.
           WRITE PPT-SECCION.
           WRITE PPT-CAB-RET.
           PERFORM 2510-TRATAR-UN-RETENIDO
               THRU 2510-TRATAR-UN-RETENIDO-EXIT
               UNTIL GP-FIN-RETENIDOS.
           CLOSE PRECRET.
       2500-TRATAR-RETENIDOS-EXIT.
           EXIT.

       2510-TRATAR-UN-RETENIDO.
           READ PRECRET
               AT END
                   SET GP-FIN-RETENIDOS TO TRUE
                   GO TO 2510-TRATAR-UN-RETENIDO-EXIT
           END-READ.
           ADD 1 TO GP-REGS-RETENIDOS.
           MOVE PRR-ID TO PPR-ID.
           MOVE PRR-FECHA-DESDE TO PPR-FECHA-DESDE.
           READ PRECPROG
               INVALID KEY
                   MOVE 'PROMOCION NO LOCALIZADA' TO GP-RESULTADO-TEXTO
                   ADD 1 TO GP-INCIDENCIAS
                   GO TO 2590-ANOTAR-RETENIDO
           END-READ.
           IF NOT PPR-VIGENTE
               MOVE 'PROMOCION YA CERRADA' TO GP-RESULTADO-TEXTO
               GO TO 2590-ANOTAR-RETENIDO
           END-IF.
           IF PRR-PRECIO-ENTRADA = PPR-PRECIO-ANTERIOR
               MOVE 'PRECIO DE RETORNO SIN CAMBIOS'
                   TO GP-RESULTADO-TEXTO
               GO TO 2590-ANOTAR-RETENIDO
           END-IF.
           MOVE PRR-PRECIO-ENTRADA TO PPR-PRECIO-ANTERIOR.
           REWRITE PRECPROG-REG
               INVALID KEY
                   MOVE 'ERROR DE E/S EN PRECPROG' TO GP-RESULTADO-TEXTO
                   ADD 1 TO GP-INCIDENCIAS
               NOT INVALID KEY
                   MOVE 'NUEVO PRECIO DE RETORNO' TO GP-RESULTADO-TEXTO
                   ADD 1 TO GP-RETORNOS-ACTUALIZADOS
           END-REWRITE.
       2590-ANOTAR-RETENIDO.
           MOVE SPACES TO PPT-RET.
           MOVE PRR-ID TO PPT-R-ID.
           MOVE PRR-DESC TO PPT-R-DESC.
           MOVE PRR-PRECIO-ENTRADA TO PPT-R-EXTRACTO.
           MOVE PRR-PRECIO-PROMOCION TO PPT-R-PROMOCION.
           MOVE PRR-PRECIO-RETORNO TO PPT-R-RETORNO.
           MOVE PRR-FECHA-HASTA TO GP-FECHA-TRABAJO.
           PERFORM 1900-EDITAR-FECHA
               THRU 1900-EDITAR-FECHA-EXIT.
           MOVE GP-FECHA-EDITADA TO PPT-R-HASTA.
           MOVE GP-RESULTADO-TEXTO TO PPT-R-TEXTO.
           WRITE PPT-RET.
       2510-TRATAR-UN-RETENIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-APLICAR-PROGRAMADOS
      *    RECORRE EL FICHERO DE PRECIOS PROGRAMADOS EN ORDEN DE
      *    CLAVE: APLICA LAS ENTRADAS PENDIENTES QUE VENCEN (FECHA DE
      *    INICIO NO POSTERIOR A LA DE EFECTO) Y RESTAURA LAS
      *    PROMOCIONES VIGENTES CUYO ULTIMO DIA ES ANTERIOR A LA
      *    FECHA DE EFECTO.
      *----------------------------------------------------------------
       3000-APLICAR-PROGRAMADOS.
           MOVE SPACES TO PPT-SECCION.
           WRITE PPT-SECCION.
           MOVE 'CAMBIOS DE PRECIO APLICADOS E INCIDENCIAS'
               TO PPT-S-TEXTO.
           WRITE PPT-SECCION.
           WRITE PPT-CAB-DET.
           MOVE 'N' TO GP-SW-FIN-PROGRAMADOS.
           MOVE 'N' TO GP-SW-PROMOCION-ACTIVA.
           MOVE LOW-VALUES TO PPR-CLAVE.
           START PRECPROG KEY IS NOT LESS THAN PPR-CLAVE
               INVALID KEY
                   SET GP-FIN-PROGRAMADOS TO TRUE
           END-START.
           PERFORM 3100-TRATAR-PROGRAMADO
               THRU 3100-TRATAR-PROGRAMADO-EXIT
               UNTIL GP-FIN-PROGRAMADOS.
       3000-APLICAR-PROGRAMADOS-EXIT.
           EXIT.

       3100-TRATAR-PROGRAMADO.
           READ PRECPROG NEXT RECORD
               AT END
                   SET GP-FIN-PROGRAMADOS TO TRUE
                   GO TO 3100-TRATAR-PROGRAMADO-EXIT
           END-READ.
           MOVE 'N' TO GP-SW-PRECIO-CAMBIADO.
           IF PPR-ID NOT = GP-PROMO-ID
               MOVE 'N' TO GP-SW-PROMOCION-ACTIVA
           END-IF.
           EVALUATE TRUE
               WHEN PPR-VIGENTE
                   AND PPR-FECHA-HASTA < GP-FECHA-EFECTO
                   PERFORM 3300-RESTAURAR-PROMOCION
                       THRU 3300-RESTAURAR-PROMOCION-EXIT
               WHEN PPR-VIGENTE
                   SET GP-HAY-PROMOCION-ACTIVA TO TRUE
                   MOVE PPR-CLAVE TO GP-PROMO-CLAVE
               WHEN PPR-PENDIENTE
                   AND PPR-FECHA-DESDE NOT > GP-FECHA-EFECTO
                   PERFORM 3200-APLICAR-ENTRADA
                       THRU 3200-APLICAR-ENTRADA-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-TRATAR-PROGRAMADO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3200-APLICAR-ENTRADA
      *    APLICA UNA ENTRADA PENDIENTE QUE VENCE. UNA PROMOCION QUE
      *    YA HA PASADO SIN APLICARSE (NOCHES SIN EJECUTAR) Y UNA
      *    ENTRADA DE UN PRODUCTO DADO DE BAJA SE ANULAN COMO
      *    INCIDENCIA. CON UNA PROMOCION VIGENTE DEL MISMO PRODUCTO,
      *    UN CAMBIO PERMANENTE SE DIFIERE AL FIN DE LA PROMOCION
      *    (3400) Y UNA PROMOCION NUEVA SUSTITUYE A LA VIGENTE (3450).
      *    EN OTRO CASO SE CAMBIA EL PRECIO DEL MAESTRO, Y UNA
      *    PROMOCION GUARDA EL PRECIO QUE TENIA EL PRODUCTO COMO
      *    PRECIO DE RETORNO.
      *----------------------------------------------------------------
       3200-APLICAR-ENTRADA.
           IF NOT PPR-PERMANENTE
               AND PPR-FECHA-HASTA < GP-FECHA-EFECTO
               SET PPR-ANULADO TO TRUE
               MOVE GP-FECHA-EFECTO TO PPR-FECHA-FIN-REAL
               MOVE 'ANULADA - PROMOCION VENCIDA SIN APLICARSE'
                   TO GP-RESULTADO-TEXTO
               PERFORM 3800-CERRAR-INCIDENCIA
                   THRU 3800-CERRAR-INCIDENCIA-EXIT
               GO TO 3200-APLICAR-ENTRADA-EXIT
           END-IF.
           PERFORM 3600-LEER-SALIDA
               THRU 3600-LEER-SALIDA-EXIT.
           IF NOT GP-EXISTE-EN-SALIDA
               SET PPR-ANULADO TO TRUE
               MOVE GP-FECHA-EFECTO TO PPR-FECHA-FIN-REAL
               MOVE 'ANULADA - PRODUCTO INEXISTENTE'
                   TO GP-RESULTADO-TEXTO
               PERFORM 3800-CERRAR-INCIDENCIA
                   THRU 3800-CERRAR-INCIDENCIA-EXIT
               GO TO 3200-APLICAR-ENTRADA-EXIT
           END-IF.
           IF GP-HAY-PROMOCION-ACTIVA
               IF PPR-PERMANENTE
                   PERFORM 3400-DIFERIR-PERMANENTE
                       THRU 3400-DIFERIR-PERMANENTE-EXIT
               ELSE
                   PERFORM 3450-SUSTITUIR-PROMOCION
                       THRU 3450-SUSTITUIR-PROMOCION-EXIT
               END-IF
               GO TO 3200-APLICAR-ENTRADA-EXIT
           END-IF.
           MOVE SALIDA-PRECIO TO PPR-PRECIO-ANTERIOR.
           MOVE PPR-PRECIO-NUEVO TO GP-PRECIO-DESTINO.
           PERFORM 3500-CAMBIAR-PRECIO
               THRU 3500-CAMBIAR-PRECIO-EXIT.
           IF NOT GP-PRECIO-CAMBIADO
               GO TO 3200-APLICAR-ENTRADA-EXIT
           END-IF.
           IF PPR-PERMANENTE
               SET PPR-FIJADO TO TRUE
               MOVE 'APLICADO CAMBIO PERMANENTE' TO GP-RESULTADO-TEXTO
           ELSE
               SET PPR-VIGENTE TO TRUE
               SET GP-HAY-PROMOCION-ACTIVA TO TRUE
               MOVE PPR-CLAVE TO GP-PROMO-CLAVE
               MOVE 'APLICADA PROMOCION' TO GP-RESULTADO-TEXTO
           END-IF.
           MOVE GP-FECHA-EFECTO TO PPR-FECHA-APLICACION.
           REWRITE PRECPROG-REG.
           ADD 1 TO GP-REGS-APLICADOS.
           PERFORM 3900-ANOTAR-PROGRAMADO
               THRU 3900-ANOTAR-PROGRAMADO-EXIT.
       3200-APLICAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3300-RESTAURAR-PROMOCION
      *    DEVUELVE EL PRODUCTO A SU PRECIO DE RETORNO. SI EL PRECIO
      *    DEL MAESTRO YA NO ES EL DE LA PROMOCION (CORRECCION MANUAL
      *    DURANTE LA PROMOCION) NO SE TOCA: LA PROMOCION SE CIERRA
      *    IGUAL Y SE ANOTA COMO INCIDENCIA PARA SU REVISION.
      *----------------------------------------------------------------
       3300-RESTAURAR-PROMOCION.
           MOVE 'N' TO GP-SW-PROMOCION-ACTIVA.
           SET PPR-RESTAURADO TO TRUE.
           MOVE GP-FECHA-EFECTO TO PPR-FECHA-FIN-REAL.
           PERFORM 3600-LEER-SALIDA
               THRU 3600-LEER-SALIDA-EXIT.
           IF NOT GP-EXISTE-EN-SALIDA
               MOVE 'CERRADA SIN RESTAURAR - PRODUCTO INEXISTENTE'
                   TO GP-RESULTADO-TEXTO
               PERFORM 3800-CERRAR-INCIDENCIA
                   THRU 3800-CERRAR-INCIDENCIA-EXIT
               GO TO 3300-RESTAURAR-PROMOCION-EXIT
           END-IF.
           IF SALIDA-PRECIO NOT = PPR-PRECIO-NUEVO
               MOVE 'CERRADA SIN RESTAURAR - PRECIO YA CAMBIADO'
                   TO GP-RESULTADO-TEXTO
               PERFORM 3800-CERRAR-INCIDENCIA
                   THRU 3800-CERRAR-INCIDENCIA-EXIT
               GO TO 3300-RESTAURAR-PROMOCION-EXIT
           END-IF.
           MOVE PPR-PRECIO-ANTERIOR TO GP-PRECIO-DESTINO.
           PERFORM 3500-CAMBIAR-PRECIO
               THRU 3500-CAMBIAR-PRECIO-EXIT.
           IF NOT GP-PRECIO-CAMBIADO
               GO TO 3300-RESTAURAR-PROMOCION-EXIT
           END-IF.
           REWRITE PRECPROG-REG.
           ADD 1 TO GP-REGS-RESTAURADOS.
           MOVE 'FIN DE PROMOCION, PRECIO RESTAURADO'
               TO GP-RESULTADO-TEXTO.
           PERFORM 3900-ANOTAR-PROGRAMADO
               THRU 3900-ANOTAR-PROGRAMADO-EXIT.
       3300-RESTAURAR-PROMOCION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3400-DIFERIR-PERMANENTE
      *    UN CAMBIO PERMANENTE QUE VENCE DURANTE UNA PROMOCION PASA
      *    A SER EL PRECIO DE RETORNO DE LA PROMOCION, Y SE DA POR
      *    FIJADO SIN TOCAR EL MAESTRO. LA LECTURA POR CLAVE DE LA
      *    PROMOCION PIERDE LA POSICION DEL RECORRIDO, QUE SE
      *    RECUPERA DESPUES CON START (3700).
      *----------------------------------------------------------------
       3400-DIFERIR-PERMANENTE.
           MOVE PPR-PRECIO-NUEVO TO GP-PRECIO-DESTINO.
           MOVE PRECPROG-REG TO GP-PPR-EN-CURSO.
           MOVE GP-PROMO-CLAVE TO PPR-CLAVE.
           READ PRECPROG
               INVALID KEY
                   MOVE GP-PPR-EN-CURSO TO PRECPROG-REG
                   MOVE 'N' TO GP-SW-PROMOCION-ACTIVA
                   MOVE 'ERROR - PROMOCION VIGENTE NO LOCALIZADA'
                       TO GP-RESULTADO-TEXTO
                   PERFORM 3700-REPOSICIONAR
                       THRU 3700-REPOSICIONAR-EXIT
                   ADD 1 TO GP-INCIDENCIAS
                   PERFORM 3900-ANOTAR-PROGRAMADO
                       THRU 3900-ANOTAR-PROGRAMADO-EXIT
                   GO TO 3400-DIFERIR-PERMANENTE-EXIT
           END-READ.
           MOVE GP-PRECIO-DESTINO TO PPR-PRECIO-ANTERIOR.
           REWRITE PRECPROG-REG.
           MOVE GP-PPR-EN-CURSO TO PRECPROG-REG.
           MOVE SALIDA-PRECIO TO PPR-PRECIO-ANTERIOR.
           SET PPR-FIJADO TO TRUE.
           MOVE GP-FECHA-EFECTO TO PPR-FECHA-APLICACION.
           REWRITE PRECPROG-REG.
           ADD 1 TO GP-REGS-DIFERIDOS.
           MOVE 'DIFERIDO AL FIN DE LA PROMOCION VIGENTE'
               TO GP-RESULTADO-TEXTO.
           PERFORM 3900-ANOTAR-PROGRAMADO
               THRU 3900-ANOTAR-PROGRAMADO-EXIT.
           PERFORM 3700-REPOSICIONAR
               THRU 3700-REPOSICIONAR-EXIT.
       3400-DIFERIR-PERMANENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3450-SUSTITUIR-PROMOCION
      *    UNA PROMOCION QUE EMPIEZA MIENTRAS OTRA DEL MISMO PRODUCTO
      *    ESTA VIGENTE LA SUSTITUYE: LA VIGENTE SE CIERRA SIN
      *    RESTAURAR Y LA NUEVA HEREDA SU PRECIO DE RETORNO, DE
      *    MODO QUE AL TERMINAR LA NUEVA EL PRODUCTO VUELVE AL PRECIO
      *    ANTERIOR A AMBAS.
      *----------------------------------------------------------------
       3450-SUSTITUIR-PROMOCION.
           MOVE PRECPROG-REG TO GP-PPR-EN-CURSO.
           MOVE GP-PROMO-CLAVE TO PPR-CLAVE.
           READ PRECPROG
               INVALID KEY
                   MOVE GP-PPR-EN-CURSO TO PRECPROG-REG
                   MOVE 'N' TO GP-SW-PROMOCION-ACTIVA
                   MOVE 'ERROR - PROMOCION VIGENTE NO LOCALIZADA'
                       TO GP-RESULTADO-TEXTO
                   PERFORM 3700-REPOSICIONAR
                       THRU 3700-REPOSICIONAR-EXIT
                   ADD 1 TO GP-INCIDENCIAS
                   PERFORM 3900-ANOTAR-PROGRAMADO
                       THRU 3900-ANOTAR-PROGRAMADO-EXIT
                   GO TO 3450-SUSTITUIR-PROMOCION-EXIT
           END-READ.
           MOVE PPR-PRECIO-ANTERIOR TO GP-PRECIO-ANTERIOR.
           SET PPR-RESTAURADO TO TRUE.
           MOVE GP-FECHA-EFECTO TO PPR-FECHA-FIN-REAL.
           REWRITE PRECPROG-REG.
           ADD 1 TO GP-REGS-SUSTITUIDOS.
           MOVE 'CERRADA, LA SUSTITUYE OTRA PROMOCION'
               TO GP-RESULTADO-TEXTO.
           PERFORM 3900-ANOTAR-PROGRAMADO
               THRU 3900-ANOTAR-PROGRAMADO-EXIT.
           MOVE GP-PPR-EN-CURSO TO PRECPROG-REG.
           MOVE GP-PRECIO-ANTERIOR TO PPR-PRECIO-ANTERIOR.
           MOVE PPR-PRECIO-NUEVO TO GP-PRECIO-DESTINO.
           PERFORM 3500-CAMBIAR-PRECIO
               THRU 3500-CAMBIAR-PRECIO-EXIT.
           IF GP-PRECIO-CAMBIADO
               SET PPR-VIGENTE TO TRUE
               MOVE PPR-CLAVE TO GP-PROMO-CLAVE
               MOVE GP-FECHA-EFECTO TO PPR-FECHA-APLICACION
               REWRITE PRECPROG-REG
               ADD 1 TO GP-REGS-APLICADOS
               MOVE 'APLICADA PROMOCION (SUSTITUYE A LA VIGENTE)'
                   TO GP-RESULTADO-TEXTO
               PERFORM 3900-ANOTAR-PROGRAMADO
                   THRU 3900-ANOTAR-PROGRAMADO-EXIT
           ELSE
               MOVE 'N' TO GP-SW-PROMOCION-ACTIVA
           END-IF.
           PERFORM 3700-REPOSICIONAR
               THRU 3700-REPOSICIONAR-EXIT.
       3450-SUSTITUIR-PROMOCION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3500-CAMBIAR-PRECIO
      *    PONE EN EL PRODUCTO (YA LEIDO EN SALIDA-REG) EL PRECIO
      *    DEJADO EN GP-PRECIO-DESTINO Y GRABA EL CAMBIO EN EL
      *    HISTORICO DE PRECIOS, CON LA FECHA DE EFECTO, Y EN EL
      *    DIARIO DE AUDITORIA. UN CAMBIO PROGRAMADO NO SE MARCA COMO
      *    VARIACION EXCESIVA: ES UN PRECIO YA DECIDIDO Y NO DEBE
      *    QUEDAR RETENIDO EN LA INTERFAZ DE PRECIOS. SI EL PRECIO NO
      *    CAMBIA, SOLO SE DA POR HECHO. UN ERROR AL GRABAR EL
      *    MAESTRO DEJA LA ENTRADA COMO ESTABA (SE REINTENTA LA
      *    NOCHE SIGUIENTE) Y SE ANOTA COMO INCIDENCIA.
      *----------------------------------------------------------------
       3500-CAMBIAR-PRECIO.
           MOVE 'N' TO GP-SW-PRECIO-CAMBIADO.
           MOVE SALIDA-PRECIO TO GP-PRECIO-ANTERIOR.
           IF GP-PRECIO-DESTINO = SALIDA-PRECIO
               SET GP-PRECIO-CAMBIADO TO TRUE
               GO TO 3500-CAMBIAR-PRECIO-EXIT
           END-IF.
           MOVE SALIDA-REG TO GP-IMAGEN-ANTERIOR.
           MOVE GP-PRECIO-DESTINO TO SALIDA-PRECIO.
           REWRITE SALIDA-REG
               INVALID KEY
                   MOVE 'ERROR DE E/S EN SALIDA, NO APLICADO'
                       TO GP-RESULTADO-TEXTO
                   ADD 1 TO GP-INCIDENCIAS
                   PERFORM 3900-ANOTAR-PROGRAMADO
                       THRU 3900-ANOTAR-PROGRAMADO-EXIT
                   GO TO 3500-CAMBIAR-PRECIO-EXIT
           END-REWRITE.
           SET GP-PRECIO-CAMBIADO TO TRUE.
           MOVE SALIDA-ID TO HP-ID.
           MOVE GP-FECHA-EFECTO TO HP-FECHA-PROCESO.
           MOVE GP-PRECIO-ANTERIOR TO HP-PRECIO-ANTERIOR.
           MOVE SALIDA-PRECIO TO HP-PRECIO-NUEVO.
           MOVE 'N' TO HP-IND-EXCESO.
           MOVE ZERO TO HP-PORCENTAJE-VARIACION.
           IF GP-PRECIO-ANTERIOR NOT = ZERO
               COMPUTE HP-PORCENTAJE-VARIACION ROUNDED =
                   ((SALIDA-PRECIO - GP-PRECIO-ANTERIOR)
                       / GP-PRECIO-ANTERIOR) * 100
                   ON SIZE ERROR
                       MOVE ZERO TO HP-PORCENTAJE-VARIACION
               END-COMPUTE
           END-IF.
           WRITE HISTPREC-REG.
           PERFORM 3550-GRABAR-AUDITORIA
               THRU 3550-GRABAR-AUDITORIA-EXIT.
       3500-CAMBIAR-PRECIO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3550-GRABAR-AUDITORIA
      *    MISMO CRITERIO QUE 2600-GRABAR-AUDITORIA DE PROGRA16, CON
      *    LA FECHA DE HOY (FECHA DE PROCESO) Y ORIGEN 'PP'.
      *----------------------------------------------------------------
       3550-GRABAR-AUDITORIA.
           MOVE GP-FECHA-HOY TO AUD-FECHA-PROCESO.
           MOVE 'M' TO AUD-TIPO-MOVIMIENTO.
           SET AUD-ORIGEN-PRECIO-PROGRAM TO TRUE.
           MOVE SALIDA-ID TO AUD-ID.
           MOVE GP-IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTERIOR.
           MOVE SALIDA-REG TO AUD-IMAGEN-NUEVA.
           MOVE 'N' TO GP-SW-AUD-GRABADO.
           MOVE 1 TO AUD-SECUENCIA.
           MOVE 0 TO GP-AUD-INTENTOS.
           PERFORM 3560-ESCRIBIR-AUDITORIA
               THRU 3560-ESCRIBIR-AUDITORIA-EXIT
               UNTIL GP-AUD-GRABADO
                   OR GP-AUD-INTENTOS > 9998
                   OR (AUD-ST NOT = '00' AND AUD-ST NOT = '22').
           IF NOT GP-AUD-GRABADO
               DISPLAY 'PROGRA28: ERROR AL GRABAR AUDITORIA DE '
                   AUD-ID ' (ESTADO ' AUD-ST ')'
           END-IF.
       3550-GRABAR-AUDITORIA-EXIT.
           EXIT.

       3560-ESCRIBIR-AUDITORIA.
           WRITE AUDITSAL-REG
               INVALID KEY
                   ADD 1 TO AUD-SECUENCIA
                   ADD 1 TO GP-AUD-INTENTOS
               NOT INVALID KEY
                   SET GP-AUD-GRABADO TO TRUE
           END-WRITE.
       3560-ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

       3600-LEER-SALIDA.
           MOVE 'N' TO GP-SW-EXISTE-EN-SALIDA.
           MOVE PPR-ID TO SALIDA-ID.
           READ SALIDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GP-EXISTE-EN-SALIDA TO TRUE
           END-READ.
       3600-LEER-SALIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3700-REPOSICIONAR
      *    DEVUELVE EL RECORRIDO SECUENCIAL A LA ENTRADA SIGUIENTE A
      *    LA QUE SE ESTA TRATANDO (CUYA CLAVE ESTA EN PPR-CLAVE).
      *----------------------------------------------------------------
       3700-REPOSICIONAR.
           START PRECPROG KEY IS GREATER THAN PPR-CLAVE
               INVALID KEY
                   SET GP-FIN-PROGRAMADOS TO TRUE
           END-START.
       3700-REPOSICIONAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3800-CERRAR-INCIDENCIA
      *    GRABA LA ENTRADA CERRADA SIN CAMBIAR EL PRECIO Y LA ANOTA
      *    EN EL LISTADO COMO INCIDENCIA.
      *----------------------------------------------------------------
       3800-CERRAR-INCIDENCIA.
           REWRITE PRECPROG-REG.
           IF PPR-ANULADO
               ADD 1 TO GP-REGS-ANULADOS
           END-IF.
           ADD 1 TO GP-INCIDENCIAS.
           PERFORM 3900-ANOTAR-PROGRAMADO
               THRU 3900-ANOTAR-PROGRAMADO-EXIT.
       3800-CERRAR-INCIDENCIA-EXIT.
           EXIT.

       3900-ANOTAR-PROGRAMADO.
           MOVE SPACES TO PPT-DET.
           MOVE PPR-ID TO PPT-D-ID.
           MOVE PPR-FECHA-DESDE TO GP-FECHA-TRABAJO.
           PERFORM 1900-EDITAR-FECHA
               THRU 1900-EDITAR-FECHA-EXIT.
           MOVE GP-FECHA-EDITADA TO PPT-D-DESDE.
           IF PPR-PERMANENTE
               MOVE 'PERMANENTE' TO PPT-D-HASTA
           ELSE
               MOVE PPR-FECHA-HASTA TO GP-FECHA-TRABAJO
               PERFORM 1900-EDITAR-FECHA
                   THRU 1900-EDITAR-FECHA-EXIT
               MOVE GP-FECHA-EDITADA TO PPT-D-HASTA
           END-IF.
           IF GP-PRECIO-CAMBIADO
               MOVE GP-PRECIO-ANTERIOR TO PPT-D-ANTERIOR
               MOVE SALIDA-PRECIO TO PPT-D-NUEVO
           ELSE
               MOVE PPR-PRECIO-ANTERIOR TO PPT-D-ANTERIOR
               MOVE PPR-PRECIO-NUEVO TO PPT-D-NUEVO
           END-IF.
           MOVE GP-RESULTADO-TEXTO TO PPT-D-TEXTO.
           WRITE PPT-DET.
       3900-ANOTAR-PROGRAMADO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-RECOGER-PREVISION
      *    PROCEDIMIENTO DE ENTRADA DE LA CLASIFICACION: RECORRE DE
      *    NUEVO EL FICHERO DE PRECIOS PROGRAMADOS Y ENTREGA LOS
      *    CAMBIOS QUE TOCAN DESPUES DE LA FECHA DE EFECTO Y HASTA EL
      *    HORIZONTE DE LA PREVISION: INICIOS DE LAS ENTRADAS
      *    PENDIENTES Y FINES DE PROMOCION (EL DIA SIGUIENTE A SU
      *    ULTIMO DIA), TANTO DE LAS VIGENTES COMO DE LAS PENDIENTES.
      *    EL PRECIO DE RETORNO DE UNA PROMOCION PENDIENTE AUN NO SE
      *    CONOCE Y SE PREVE EL ACTUAL DEL MAESTRO.
      *----------------------------------------------------------------
       4000-RECOGER-PREVISION.
           MOVE 'N' TO GP-SW-FIN-PROGRAMADOS.
           MOVE LOW-VALUES TO PPR-CLAVE.
           START PRECPROG KEY IS NOT LESS THAN PPR-CLAVE
               INVALID KEY
                   SET GP-FIN-PROGRAMADOS TO TRUE
           END-START.
           PERFORM 4100-EXAMINAR-PROGRAMADO
               THRU 4100-EXAMINAR-PROGRAMADO-EXIT
               UNTIL GP-FIN-PROGRAMADOS.
       4000-RECOGER-PREVISION-EXIT.
           EXIT.

       4100-EXAMINAR-PROGRAMADO.
           READ PRECPROG NEXT RECORD
               AT END
                   SET GP-FIN-PROGRAMADOS TO TRUE
                   GO TO 4100-EXAMINAR-PROGRAMADO-EXIT
           END-READ.
           IF NOT PPR-PENDIENTE AND NOT PPR-VIGENTE
               GO TO 4100-EXAMINAR-PROGRAMADO-EXIT
           END-IF.
           PERFORM 3600-LEER-SALIDA
               THRU 3600-LEER-SALIDA-EXIT.
           IF NOT GP-EXISTE-EN-SALIDA
               MOVE 'PRODUCTO NO LOCALIZADO EN MAESTRO' TO SALIDA-DESC
               MOVE ZERO TO SALIDA-PRECIO
           END-IF.
           IF PPR-PENDIENTE
               AND PPR-FECHA-DESDE > GP-FECHA-EFECTO
               AND PPR-FECHA-DESDE NOT > GP-FECHA-LIMITE
               INITIALIZE WK-PRV-REG
               MOVE PPR-FECHA-DESDE TO WK-PRV-FECHA
               MOVE PPR-ID TO WK-PRV-ID
               MOVE SALIDA-DESC TO WK-PRV-DESC
               MOVE SALIDA-PRECIO TO WK-PRV-ACTUAL
               MOVE PPR-PRECIO-NUEVO TO WK-PRV-NUEVO
               IF PPR-PERMANENTE
                   MOVE 'CAMBIO PERMANENTE' TO WK-PRV-TEXTO
               ELSE
                   MOVE 'INICIO PROMOCION' TO WK-PRV-TEXTO
               END-IF
               RELEASE WK-PRV-REG
               ADD 1 TO GP-REGS-PREVISION
           END-IF.
           IF PPR-PERMANENTE
               GO TO 4100-EXAMINAR-PROGRAMADO-EXIT
           END-IF.
           COMPUTE GP-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(PPR-FECHA-HASTA) + 1.
           COMPUTE GP-FECHA-RETORNO =
               FUNCTION DATE-OF-INTEGER(GP-DIAS-ENTERO).
           IF GP-FECHA-RETORNO NOT > GP-FECHA-EFECTO
               OR GP-FECHA-RETORNO > GP-FECHA-LIMITE
               GO TO 4100-EXAMINAR-PROGRAMADO-EXIT
           END-IF.
           INITIALIZE WK-PRV-REG.
           MOVE GP-FECHA-RETORNO TO WK-PRV-FECHA.
           MOVE PPR-ID TO WK-PRV-ID.
           MOVE SALIDA-DESC TO WK-PRV-DESC.
           MOVE PPR-PRECIO-NUEVO TO WK-PRV-ACTUAL.
           IF PPR-VIGENTE
               MOVE PPR-PRECIO-ANTERIOR TO WK-PRV-NUEVO
           ELSE
               MOVE SALIDA-PRECIO TO WK-PRV-NUEVO
           END-IF.
           MOVE 'FIN PROMOCION' TO WK-PRV-TEXTO.
           RELEASE WK-PRV-REG.
           ADD 1 TO GP-REGS-PREVISION.
       4100-EXAMINAR-PROGRAMADO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4500-LISTAR-PREVISION
      *    PROCEDIMIENTO DE SALIDA: LISTA LA PREVISION POR FECHA Y
      *    PRODUCTO.
      *----------------------------------------------------------------
       4500-LISTAR-PREVISION.
           MOVE SPACES TO PPT-SECCION.
           WRITE PPT-SECCION.
           MOVE 'PREVISION DE CAMBIOS DE PRECIO' TO PPT-S-TEXTO.
           WRITE PPT-SECCION.
           WRITE PPT-CAB-PRV.
           MOVE 'N' TO GP-SW-FIN-SORT-PREVISION.
           RETURN WK-PREVISION
               AT END
                   MOVE 'S' TO GP-SW-FIN-SORT-PREVISION
               NOT AT END
                   CONTINUE
           END-RETURN.
           PERFORM 4510-ESCRIBIR-PREVISION
               THRU 4510-ESCRIBIR-PREVISION-EXIT
               UNTIL GP-FIN-SORT-PREVISION.
       4500-LISTAR-PREVISION-EXIT.
           EXIT.

       4510-ESCRIBIR-PREVISION.
           MOVE SPACES TO PPT-PRV.
           MOVE WK-PRV-FECHA TO GP-FECHA-TRABAJO.
           PERFORM 1900-EDITAR-FECHA
               THRU 1900-EDITAR-FECHA-EXIT.
           MOVE GP-FECHA-EDITADA TO PPT-V-FECHA.
           MOVE WK-PRV-ID TO PPT-V-ID.
           MOVE WK-PRV-DESC TO PPT-V-DESC.
           MOVE WK-PRV-ACTUAL TO PPT-V-ACTUAL.
           MOVE WK-PRV-NUEVO TO PPT-V-NUEVO.
           MOVE WK-PRV-TEXTO TO PPT-V-TEXTO.
           WRITE PPT-PRV.
           RETURN WK-PREVISION
               AT END
                   MOVE 'S' TO GP-SW-FIN-SORT-PREVISION
               NOT AT END
                   CONTINUE
           END-RETURN.
       4510-ESCRIBIR-PREVISION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5000-FINALIZAR
      *    EL LISTADO SE CIERRA CON SUS TOTALES SOLO SI LA
      *    INICIALIZACION LLEGO A ABRIR EL FICHERO DE PRECIOS
      *    PROGRAMADOS (EL LISTADO Y EL HISTORICO DE PRECIOS SE ABREN
      *    DESPUES DE EL). CON INCIDENCIAS O TARJETAS RECHAZADAS EL
      *    PROGRAMA TERMINA CON CODIGO DE RETORNO 4.
      *----------------------------------------------------------------
       5000-FINALIZAR.
           IF GP-PRECPROG-DISPONIBLE
               MOVE SPACES TO PPT-SECCION
               WRITE PPT-SECCION
               MOVE SPACES TO PPT-TOT
               MOVE 'TARJETAS LEIDAS                     : '
                   TO PPT-T-ETIQUETA
               MOVE GP-TARJETAS-LEIDAS TO PPT-T-TOTAL
               WRITE PPT-TOT
               MOVE 'TARJETAS RECHAZADAS                 : '
                   TO PPT-T-ETIQUETA
               MOVE GP-TARJETAS-RECHAZADAS TO PPT-T-TOTAL
               WRITE PPT-TOT
               MOVE 'PRECIOS RETENIDOS POR LA CARGA      : '
                   TO PPT-T-ETIQUETA
               MOVE GP-REGS-RETENIDOS TO PPT-T-TOTAL
               WRITE PPT-TOT
               MOVE 'PRECIOS DE RETORNO ACTUALIZADOS     : '
                   TO PPT-T-ETIQUETA
               MOVE GP-RETORNOS-ACTUALIZADOS TO PPT-T-TOTAL
               WRITE PPT-TOT
               MOVE 'CAMBIOS Y PROMOCIONES APLICADOS     : '
                   TO PPT-T-ETIQUETA
               MOVE GP-REGS-APLICADOS TO PPT-T-TOTAL
               WRITE PPT-TOT
               MOVE 'PROMOCIONES TERMINADAS Y RESTAURADAS: '
                   TO PPT-T-ETIQUETA
               MOVE GP-REGS-RESTAURADOS TO PPT-T-TOTAL
               WRITE PPT-TOT
               MOVE 'PROMOCIONES SUSTITUIDAS             : '
                   TO PPT-T-ETIQUETA
               MOVE GP-REGS-SUSTITUIDOS TO PPT-T-TOTAL
               WRITE PPT-TOT
               MOVE 'CAMBIOS DIFERIDOS POR PROMOCION     : '
                   TO PPT-T-ETIQUETA
               MOVE GP-REGS-DIFERIDOS TO PPT-T-TOTAL
               WRITE PPT-TOT
               MOVE 'ENTRADAS ANULADAS SIN APLICAR       : '
                   TO PPT-T-ETIQUETA
               MOVE GP-REGS-ANULADOS TO PPT-T-TOTAL
               WRITE PPT-TOT
               MOVE 'TOTAL INCIDENCIAS                   : '
                   TO PPT-T-ETIQUETA
               MOVE GP-INCIDENCIAS TO PPT-T-TOTAL
               WRITE PPT-TOT
               MOVE 'CAMBIOS PREVISTOS EN EL HORIZONTE   : '
                   TO PPT-T-ETIQUETA
               MOVE GP-REGS-PREVISION TO PPT-T-TOTAL
               WRITE PPT-TOT
               CLOSE PRECPRT
               CLOSE HISTPRECI
               CLOSE PRECPROG
           END-IF.
           IF GP-AUDIT-DISPONIBLE
               CLOSE AUDITSAL
           END-IF.
           IF GP-SALIDA-DISPONIBLE
               CLOSE SALIDA
           END-IF.
           DISPLAY 'PROGRA28: FECHA DE EFECTO          : '
               GP-FECHA-EFECTO.
           DISPLAY 'PROGRA28: TARJETAS LEIDAS          : '
               GP-TARJETAS-LEIDAS.
           DISPLAY 'PROGRA28: TARJETAS RECHAZADAS      : '
               GP-TARJETAS-RECHAZADAS.
           DISPLAY 'PROGRA28: PRECIOS RETENIDOS CARGA  : '
               GP-REGS-RETENIDOS.
           DISPLAY 'PROGRA28: CAMBIOS APLICADOS        : '
               GP-REGS-APLICADOS.
           DISPLAY 'PROGRA28: PROMOCIONES RESTAURADAS  : '
               GP-REGS-RESTAURADOS.
           DISPLAY 'PROGRA28: INCIDENCIAS              : '
               GP-INCIDENCIAS.
           IF GP-INCIDENCIAS > 0 OR GP-TARJETAS-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT GP-PRECPROG-DISPONIBLE
               SET GP-EJECUCION-INCOMPLETA TO TRUE
           END-IF.
           PERFORM 0200-LIBERAR-BLOQUEO
               THRU 0200-LIBERAR-BLOQUEO-EXIT.
       5000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    8000-VALIDAR-FECHA
      *    COMPRUEBA QUE GP-FECHA-NUM SEA UNA FECHA CCYYMMDD REAL
      *    (MISMA LOGICA QUE 2450-VALIDAR-FECHA-CADUCIDAD DE
      *    PROGRA16).
      *----------------------------------------------------------------
       8000-VALIDAR-FECHA.
           SET GP-FECHA-VALIDA TO TRUE.
           IF GP-FEC-CCYY < 1900 OR GP-FEC-CCYY > 2099
               SET GP-FECHA-INVALIDA TO TRUE
               GO TO 8000-VALIDAR-FECHA-EXIT
           END-IF.
           IF GP-FEC-MM < 1 OR GP-FEC-MM > 12
               SET GP-FECHA-INVALIDA TO TRUE
               GO TO 8000-VALIDAR-FECHA-EXIT
           END-IF.
           PERFORM 8010-DETERMINAR-BISIESTO
               THRU 8010-DETERMINAR-BISIESTO-EXIT.
           MOVE GP-DIAS-MES-N(GP-FEC-MM) TO GP-FEC-DIAS-MES-MAX.
           IF GP-FEC-MM = 2 AND GP-FEC-BISIESTO = 'S'
               MOVE 29 TO GP-FEC-DIAS-MES-MAX
           END-IF.
           IF GP-FEC-DD < 1 OR GP-FEC-DD > GP-FEC-DIAS-MES-MAX
               SET GP-FECHA-INVALIDA TO TRUE
           END-IF.
       8000-VALIDAR-FECHA-EXIT.
           EXIT.

       8010-DETERMINAR-BISIESTO.
           DIVIDE GP-FEC-CCYY BY 4 GIVING GP-FEC-DUMMY
               REMAINDER GP-FEC-RES-4.
           DIVIDE GP-FEC-CCYY BY 100 GIVING GP-FEC-DUMMY
               REMAINDER GP-FEC-RES-100.
           DIVIDE GP-FEC-CCYY BY 400 GIVING GP-FEC-DUMMY
               REMAINDER GP-FEC-RES-400.
           IF GP-FEC-RES-4 = 0 AND (GP-FEC-RES-100 NOT = 0
                                OR  GP-FEC-RES-400 = 0)
               MOVE 'S' TO GP-FEC-BISIESTO
           ELSE
               MOVE 'N' TO GP-FEC-BISIESTO
           END-IF.
       8010-DETERMINAR-BISIESTO-EXIT.
           EXIT.

       END PROGRAM PROGRA28.
