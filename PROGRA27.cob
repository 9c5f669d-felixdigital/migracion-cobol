      *----------------------------------------------------------------
      *    PROGRAMA    : PROGRA27
      *    DESCRIPCION : RECUPERACION HACIA ADELANTE DEL MAESTRO
      *                  SALIDA. PARTE DE UNA COPIA DE SEGURIDAD DEL
      *                  MAESTRO (SALBKP, DESCARGA SECUENCIAL CON EL
      *                  LAYOUT SALIDA.cpy), LA CARGA EN UN MAESTRO
      *                  RECONSTRUIDO (SALREC, MISMA ORGANIZACION Y
      *                  CLAVES QUE SALIDA) Y LE REAPLICA LAS IMAGENES
      *                  NUEVAS DEL DIARIO DE AUDITORIA (AUDITSAL) EN
      *                  ORDEN DE CLAVE (PRODUCTO, FECHA DE PROCESO Y
      *                  SECUENCIA) ENTRE LA FECHA DESDE (PRIMER DIA
      *                  QUE NO RECOGE LA COPIA) Y LA FECHA HASTA
      *                  (PUNTO DE RECUPERACION, INCLUSIVE). ANTES DE
      *                  APLICAR CADA MOVIMIENTO CONTRASTA SU IMAGEN
      *                  ANTERIOR CON EL REGISTRO TAL COMO ESTA EN ESE
      *                  MOMENTO, Y VIGILA LOS SALTOS EN LA SECUENCIA
      *                  DEL DIARIO. LAS IMAGENES SON COMPLETAS, ASI
      *                  QUE UN MOVIMIENTO DISCREPANTE SE APLICA IGUAL
      *                  Y SE ANOTA COMO INCIDENCIA.
      *                  TERMINADA LA REAPLICACION, PASA AL MAESTRO
      *                  RECONSTRUIDO LAS MISMAS COMPROBACIONES QUE LA
      *                  VERIFICACION NOCTURNA (PROGRA07). EL CUADRE
      *                  CONTRA STKUBI Y TRANSITO SOLO TIENE SENTIDO SI
      *                  LA RECUPERACION LLEGA AL ESTADO ACTUAL, Y SE
      *                  OMITE CON AVISO CUANDO QUEDAN MOVIMIENTOS
      *                  POSTERIORES A LA FECHA HASTA.
      *                  EL MAESTRO RECONSTRUIDO SOLO PUEDE SUSTITUIR
      *                  AL DE PRODUCCION SI TODO SALE LIMPIO: CODIGO DE
      *                  RETORNO 0 Y REGISTRO PROGRA27 DEL FICHERO DE
      *                  PUNTOS DE CONTROL EN ESTADO 'C'. CON CUALQUIER
      *                  INCIDENCIA O ANOMALIA TERMINA CON 8 Y ESTADO
      *                  'I', Y EL PASO DE SUSTITUCION NO DEBE
      *                  EJECUTARSE.
      *                  PARAMETRO: 'AAAAMMDD AAAAMMDD' (DESDE Y
      *                  HASTA); POR DEFECTO, DESDE HOY Y SIN LIMITE.
      *    INSTALACION : DEPARTAMENTO DE PROCESOS DE DATOS
      *    AUTOR       : R. GARCIA VEGA
      *    FECHA ESCR. : 15/10/2026
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA27.
       AUTHOR. R. GARCIA VEGA.
       INSTALLATION. DEPARTAMENTO DE PROCESOS DE DATOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALBKP ASSIGN TO SALBKP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BKP-ST.

           SELECT SALREC ASSIGN TO SALREC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRE-ID
           ALTERNATE RECORD KEY IS SRE-CATEGORIA WITH DUPLICATES
           ALTERNATE RECORD KEY IS SRE-DESC WITH DUPLICATES
           FILE STATUS IS SRE-ST.

           SELECT AUDITSAL ASSIGN TO AUDITSAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-CLAVE
           FILE STATUS IS AUD-ST.

           SELECT OPTIONAL STKUBI ASSIGN TO STKUBI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STKUBI-CLAVE
           FILE STATUS IS STK-ST.

           SELECT OPTIONAL TRANSITO ASSIGN TO TRANSITO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-NUMERO
           FILE STATUS IS TRF-ST.

           SELECT CHECKPT ASSIGN TO CHECKPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHK-PROGRAMA
           FILE STATUS IS CHK-ST.

           SELECT RECUPRT ASSIGN TO RECUPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RCP-ST.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *    COPIA DE SEGURIDAD DEL MAESTRO: MISMO LAYOUT (SALIDA.cpy,
      *    80 BYTES); SE RELEE COMO REGISTRO UNICO (MISMO PATRON QUE
      *    AUDARCH EN PROGRA17).
      *----------------------------------------------------------------
       FD  SALBKP
           DATA RECORD IS BKP-REG.
       01  BKP-REG                      PIC X(80).

      *----------------------------------------------------------------
      *    MAESTRO RECONSTRUIDO: LAYOUT SALIDA.cpy CON SUS CLAVES EN
      *    LAS MISMAS POSICIONES, PARA QUE PUEDA SUSTITUIR AL DE
      *    PRODUCCION; LOS CAMPOS SE TRATAN EN SALIDA-REG (COPIADO EN
      *    WORKING-STORAGE).
      *----------------------------------------------------------------
       FD  SALREC
           DATA RECORD IS SRE-REG.
       01  SRE-REG.
           05  SRE-ID                   PIC X(6).
           05  FILLER                   PIC X(2).
           05  SRE-DESC                 PIC X(35).
           05  FILLER                   PIC X(26).
           05  SRE-CATEGORIA            PIC X(4).
           05  FILLER                   PIC X(7).

       FD  AUDITSAL
           DATA RECORD IS AUDITSAL-REG.
           COPY AUDITSAL.

       FD  STKUBI
           DATA RECORD IS STKUBI-REG.
           COPY STKUBI.

       FD  TRANSITO
           DATA RECORD IS TRANSIT-REG.
           COPY TRANSIT.

       FD  CHECKPT
           DATA RECORD IS CHECKPT-REG.
           COPY CHECKPT.

      *----------------------------------------------------------------
      *    INFORME DE LA RECUPERACION: INCIDENCIAS DE LA REAPLICACION,
      *    ANOMALIAS DEL MAESTRO RECONSTRUIDO, TOTALES Y VEREDICTO.
      *----------------------------------------------------------------
       FD  RECUPRT
           DATA RECORD IS RCP-CAB-1, RCP-PARAMETROS, RCP-SECCION,
               RCP-CAB-INC, RCP-INC, RCP-CAB-VER, RCP-VER, RCP-TOT,
               RCP-VEREDICTO.
       01  RCP-CAB-1.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(45)
               VALUE 'RECUPERACION DEL MAESTRO SALIDA'.
           05  RCP-C-FECHA              PIC X(10).
       01  RCP-PARAMETROS.
           05  FILLER                   PIC X(22)
               VALUE 'DIARIO REAPLICADO DE '.
           05  RCP-P-DESDE              PIC X(10).
           05  FILLER                   PIC X(3)  VALUE ' A '.
           05  RCP-P-HASTA              PIC X(10).
       01  RCP-SECCION.
           05  RCP-S-TEXTO              PIC X(60).
       01  RCP-CAB-INC.
           05  FILLER                   PIC X(8)  VALUE 'ID-PRD'.
           05  FILLER                   PIC X(12) VALUE 'FECHA'.
           05  FILLER                   PIC X(6)  VALUE 'SEC.'.
           05  FILLER                   PIC X(3)  VALUE 'T'.
           05  FILLER                   PIC X(4)  VALUE 'OR'.
           05  FILLER                   PIC X(45) VALUE 'INCIDENCIA'.
       01  RCP-INC.
           05  RCP-I-ID                 PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RCP-I-FECHA              PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RCP-I-SECUENCIA          PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RCP-I-TIPO               PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RCP-I-ORIGEN             PIC X(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RCP-I-TEXTO              PIC X(45).
       01  RCP-CAB-VER.
           05  FILLER                   PIC X(6)  VALUE 'ID-PRD'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE 'ANOMALIA'.
       01  RCP-VER.
           05  RCP-V-ID                 PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RCP-V-ANOMALIA           PIC X(40).
       01  RCP-TOT.
           05  RCP-T-ETIQUETA           PIC X(40).
           05  RCP-T-TOTAL              PIC ZZZ,ZZZ,ZZ9.
       01  RCP-VEREDICTO.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  RCP-R-TEXTO              PIC X(60).

       WORKING-STORAGE SECTION.
       01  FICHEROS.
           05  BKP-ST                  PIC X(2).
           05  SRE-ST                  PIC X(2).
           05  AUD-ST                  PIC X(2).
           05  STK-ST                  PIC X(2).
           05  TRF-ST                  PIC X(2).
           05  CHK-ST                  PIC X(2).
           05  RCP-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    REGISTRO DEL MAESTRO EN CURSO DE VERIFICACION, CON LOS
      *    NOMBRES DE CAMPO QUE USA PROGRA07.
      *----------------------------------------------------------------
           COPY SALIDA.

       01  D-CONTROL.
           05  NUMERO                  PIC 9(6).
           05  DIGITO                  PIC 9.
           05  I                       PIC 9.
           05  SUMA                    PIC 9(2).
           05  MODULUS                 PIC 9(2).
           05  DIG-CONTROL             PIC 9(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
      *----------------------------------------------------------------
       01  GP-INDICADORES.
           05  GP-SW-ABORTADO          PIC X(1) VALUE 'N'.
               88  GP-PROCESO-ABORTADO        VALUE 'S'.
           05  GP-SW-FIN-COPIA         PIC X(1) VALUE 'N'.
               88  GP-FIN-COPIA               VALUE 'S'.
           05  GP-SW-FIN-DIARIO        PIC X(1) VALUE 'N'.
               88  GP-FIN-DIARIO              VALUE 'S'.
           05  GP-SW-FIN-SALREC        PIC X(1) VALUE 'N'.
               88  GP-FIN-SALREC              VALUE 'S'.
           05  GP-SW-EXISTE            PIC X(1) VALUE 'N'.
               88  GP-REGISTRO-EXISTE         VALUE 'S'.
           05  GP-SW-REGISTRO-SANO     PIC X(1) VALUE 'S'.
               88  GP-REGISTRO-SANO           VALUE 'S'.
               88  GP-REGISTRO-DANADO         VALUE 'N'.
           05  GP-SW-FECHA-VALIDA      PIC X(1) VALUE 'S'.
               88  GP-FECHA-VALIDA            VALUE 'S'.
               88  GP-FECHA-INVALIDA          VALUE 'N'.
           05  GP-SW-STKUBI-DISPON     PIC X(1) VALUE 'N'.
               88  GP-STKUBI-DISPONIBLE       VALUE 'S'.
           05  GP-SW-FIN-STKUBI        PIC X(1) VALUE 'N'.
               88  GP-FIN-STKUBI              VALUE 'S'.
           05  GP-SW-FIN-TRANSITO      PIC X(1) VALUE 'N'.
               88  GP-FIN-TRANSITO            VALUE 'S'.
           05  GP-SW-SALREC-ABIERTO    PIC X(1) VALUE 'N'.
               88  GP-SALREC-ABIERTO          VALUE 'S'.
           05  GP-SW-AUDITSAL-ABIERTO  PIC X(1) VALUE 'N'.
               88  GP-AUDITSAL-ABIERTO        VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES DE LA RECUPERACION Y DE LA VERIFICACION.
      *----------------------------------------------------------------
       77  GP-REGS-COPIA               PIC 9(9) COMP VALUE 0.
       77  GP-REGS-DIARIO              PIC 9(9) COMP VALUE 0.
       77  GP-REGS-ANTERIORES          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-POSTERIORES         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-APLICADOS           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-ALTAS               PIC 9(9) COMP VALUE 0.
       77  GP-REGS-MODIF               PIC 9(9) COMP VALUE 0.
       77  GP-REGS-BAJAS               PIC 9(9) COMP VALUE 0.
       77  GP-SALTOS                   PIC 9(9) COMP VALUE 0.
       77  GP-DISCREPANCIAS            PIC 9(9) COMP VALUE 0.
       77  GP-INCIDENCIAS              PIC 9(9) COMP VALUE 0.
       77  GP-REGS-LEIDOS              PIC 9(9) COMP VALUE 0.
       77  GP-REGS-DANADOS             PIC 9(9) COMP VALUE 0.
       77  GP-ANOMALIAS                PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
       77  GP-ANOMALIA-TEXTO           PIC X(40) VALUE SPACES.
       77  GP-INCIDENCIA-TEXTO         PIC X(45) VALUE SPACES.
       77  GP-STOCK-TOTAL-PROD         PIC S9(9) VALUE 0.

      *----------------------------------------------------------------
      *    VENTANA DEL DIARIO QUE SE REAPLICA Y ULTIMA CLAVE VISTA,
      *    PARA DETECTAR LOS SALTOS DE SECUENCIA (EL ESCRITOR DEL
      *    DIARIO NUMERA DESDE 0001 CADA PRODUCTO Y DIA).
      *----------------------------------------------------------------
       77  GP-FECHA-DESDE              PIC 9(8) VALUE 0.
       77  GP-FECHA-HASTA              PIC 9(8) VALUE 99999999.
       77  GP-ANT-ID                   PIC 9(6) VALUE 0.
       77  GP-ANT-FECHA                PIC 9(8) VALUE 0.
       77  GP-SECUENCIA-ESPERADA       PIC 9(4) VALUE 0.

       01  GP-PARAM-ENTRADA            PIC X(20).
       01  GP-PARAM-ENTRADA-R REDEFINES GP-PARAM-ENTRADA.
           05  GP-PARAM-DESDE-X        PIC X(8).
           05  FILLER                  PIC X(1).
           05  GP-PARAM-HASTA-X        PIC X(8).
           05  FILLER                  PIC X(3).

      *----------------------------------------------------------------
      *    TABLA EN MEMORIA DE LAS CANTIDADES EN TRANSITO POR
      *    PRODUCTO, PARA EL CUADRE DE EXISTENCIAS (MISMO CRITERIO QUE
      *    1200-CARGAR-TRANSITO DE PROGRA07).
      *----------------------------------------------------------------
       77  GP-TRS-MAXIMO               PIC 9(4) COMP VALUE 500.
       77  GP-TRS-TOTAL                PIC 9(4) COMP VALUE 0.
       77  GP-TRS-IDX                  PIC 9(4) COMP VALUE 0.
       01  GP-TABLA-TRANSITO.
           05  GP-TRS-ENT OCCURS 500 TIMES.
               10  GP-TRS-ID           PIC 9(6).
               10  GP-TRS-CANTIDAD     PIC S9(9).

      *----------------------------------------------------------------
      *    DESGLOSE Y VALIDACION DE LA FECHA DE CADUCIDAD (MISMA
      *    LOGICA QUE 2300 DE PROGRA07).
      *----------------------------------------------------------------
       01  GP-FECHA-CAD-NUM            PIC 9(8) VALUE 0.
       01  GP-FECHA-CAD-DESGLOSE REDEFINES GP-FECHA-CAD-NUM.
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

       LINKAGE SECTION.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      *    0000-PRINCIPAL
      *----------------------------------------------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           IF NOT GP-PROCESO-ABORTADO
               PERFORM 2000-CARGAR-COPIA
                   THRU 2000-CARGAR-COPIA-EXIT
           END-IF.

           IF NOT GP-PROCESO-ABORTADO
               PERFORM 3000-REAPLICAR-DIARIO
                   THRU 3000-REAPLICAR-DIARIO-EXIT
           END-IF.

           IF NOT GP-PROCESO-ABORTADO
               PERFORM 4000-VERIFICAR-RECONSTRUIDO
                   THRU 4000-VERIFICAR-RECONSTRUIDO-EXIT
           END-IF.

           PERFORM 5000-FINALIZAR
               THRU 5000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    VENTANA DEL DIARIO (DESDE HOY Y SIN LIMITE POR DEFECTO),
      *    CABECERA DEL INFORME Y APERTURA DE LA COPIA, DEL MAESTRO
      *    RECONSTRUIDO (SE CREA VACIO) Y DEL DIARIO. SIN CUALQUIERA
      *    DE LOS TRES NO HAY RECUPERACION.
      *----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT GP-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE GP-FECHA-HOY TO GP-FECHA-DESDE.
           MOVE SPACES TO GP-PARAM-ENTRADA.
           ACCEPT GP-PARAM-ENTRADA FROM COMMAND-LINE.
           IF GP-PARAM-DESDE-X IS NUMERIC
               MOVE GP-PARAM-DESDE-X TO GP-FECHA-DESDE
           END-IF.
           IF GP-PARAM-HASTA-X IS NUMERIC
               MOVE GP-PARAM-HASTA-X TO GP-FECHA-HASTA
           END-IF.

           OPEN OUTPUT RECUPRT.
           MOVE GP-FECHA-HOY TO GP-FECHA-TRABAJO.
           PERFORM 1900-EDITAR-FECHA
               THRU 1900-EDITAR-FECHA-EXIT.
           MOVE GP-FECHA-EDITADA TO RCP-C-FECHA.
           WRITE RCP-CAB-1.
           MOVE GP-FECHA-DESDE TO GP-FECHA-TRABAJO.
           PERFORM 1900-EDITAR-FECHA
               THRU 1900-EDITAR-FECHA-EXIT.
           MOVE GP-FECHA-EDITADA TO RCP-P-DESDE.
           IF GP-FECHA-HASTA = 99999999
               MOVE 'SIN LIMITE' TO RCP-P-HASTA
           ELSE
               MOVE GP-FECHA-HASTA TO GP-FECHA-TRABAJO
               PERFORM 1900-EDITAR-FECHA
                   THRU 1900-EDITAR-FECHA-EXIT
               MOVE GP-FECHA-EDITADA TO RCP-P-HASTA
           END-IF.
           WRITE RCP-PARAMETROS.

           IF GP-FECHA-DESDE > GP-FECHA-HASTA
               DISPLAY 'PROGRA27: FECHA DESDE POSTERIOR A LA FECHA '
                   'HASTA, RECUPERACION CANCELADA'
               SET GP-PROCESO-ABORTADO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT SALBKP.
           IF BKP-ST NOT = '00'
               DISPLAY 'PROGRA27: NO SE PUEDE ABRIR LA COPIA DE '
                   'SEGURIDAD DEL MAESTRO (ESTADO ' BKP-ST ').'
               SET GP-PROCESO-ABORTADO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT SALREC.
           IF SRE-ST NOT = '00'
               DISPLAY 'PROGRA27: NO SE PUEDE CREAR EL MAESTRO '
                   'RECONSTRUIDO (ESTADO ' SRE-ST ').'
               CLOSE SALBKP
               SET GP-PROCESO-ABORTADO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-SALREC-ABIERTO TO TRUE.
           OPEN INPUT AUDITSAL.
           IF AUD-ST NOT = '00'
               DISPLAY 'PROGRA27: NO SE PUEDE ABRIR EL DIARIO DE '
                   'AUDITORIA (ESTADO ' AUD-ST ').'
               CLOSE SALBKP
               SET GP-PROCESO-ABORTADO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-AUDITSAL-ABIERTO TO TRUE.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1900-EDITAR-FECHA.
           MOVE GP-FECHA-TRABAJO(1:4) TO GP-FE-CCYY.
           MOVE GP-FECHA-TRABAJO(5:2) TO GP-FE-MM.
           MOVE GP-FECHA-TRABAJO(7:2) TO GP-FE-DD.
       1900-EDITAR-FECHA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CARGAR-COPIA
      *    VUELCA LA COPIA DE SEGURIDAD EN EL MAESTRO RECONSTRUIDO Y
      *    LO DEJA ABIERTO EN E/S PARA LA REAPLICACION. UNA CLAVE
      *    REPETIDA EN LA COPIA ES UNA INCIDENCIA (SE CONSERVA EL
      *    PRIMER REGISTRO).
      *----------------------------------------------------------------
       2000-CARGAR-COPIA.
           MOVE SPACES TO RCP-SECCION.
           MOVE 'INCIDENCIAS DE LA REAPLICACION DEL DIARIO'
               TO RCP-S-TEXTO.
           WRITE RCP-SECCION.
           WRITE RCP-CAB-INC.
           PERFORM 2100-CARGAR-UN-REGISTRO
               THRU 2100-CARGAR-UN-REGISTRO-EXIT
               UNTIL GP-FIN-COPIA.
           CLOSE SALBKP.
           CLOSE SALREC.
           OPEN I-O SALREC.
           IF SRE-ST NOT = '00'
               DISPLAY 'PROGRA27: NO SE PUEDE REABRIR EL MAESTRO '
                   'RECONSTRUIDO (ESTADO ' SRE-ST ').'
               MOVE 'N' TO GP-SW-SALREC-ABIERTO
               SET GP-PROCESO-ABORTADO TO TRUE
           END-IF.
       2000-CARGAR-COPIA-EXIT.
           EXIT.

       2100-CARGAR-UN-REGISTRO.
           READ SALBKP
               AT END
                   SET GP-FIN-COPIA TO TRUE
                   GO TO 2100-CARGAR-UN-REGISTRO-EXIT
           END-READ.
           MOVE BKP-REG TO SRE-REG.
           WRITE SRE-REG
               INVALID KEY
                   MOVE SPACES TO RCP-INC
                   MOVE SRE-ID TO RCP-I-ID
                   MOVE 'COPIA: CLAVE REPETIDA, REGISTRO IGNORADO'
                       TO RCP-I-TEXTO
                   WRITE RCP-INC
                   ADD 1 TO GP-INCIDENCIAS
               NOT INVALID KEY
                   ADD 1 TO GP-REGS-COPIA
           END-WRITE.
       2100-CARGAR-UN-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-REAPLICAR-DIARIO
      *    RECORRE EL DIARIO EN ORDEN DE CLAVE Y APLICA LOS
      *    MOVIMIENTOS DE LA VENTANA. UN MOVIMIENTO CON FECHA
      *    DETERIORADA NO SE APLICA (MISMO CRITERIO QUE PROGRA17).
      *----------------------------------------------------------------
       3000-REAPLICAR-DIARIO.
           MOVE LOW-VALUES TO AUD-CLAVE.
           START AUDITSAL KEY IS NOT LESS THAN AUD-CLAVE
               INVALID KEY
                   SET GP-FIN-DIARIO TO TRUE
           END-START.
           PERFORM 3100-TRATAR-MOVIMIENTO
               THRU 3100-TRATAR-MOVIMIENTO-EXIT
               UNTIL GP-FIN-DIARIO.
           CLOSE AUDITSAL.
           MOVE 'N' TO GP-SW-AUDITSAL-ABIERTO.
           CLOSE SALREC.
           MOVE 'N' TO GP-SW-SALREC-ABIERTO.
       3000-REAPLICAR-DIARIO-EXIT.
           EXIT.

       3100-TRATAR-MOVIMIENTO.
           READ AUDITSAL NEXT RECORD
               AT END
                   SET GP-FIN-DIARIO TO TRUE
                   GO TO 3100-TRATAR-MOVIMIENTO-EXIT
           END-READ.
           ADD 1 TO GP-REGS-DIARIO.
           IF AUD-FECHA-PROCESO IS NOT NUMERIC
               MOVE 'FECHA DE PROCESO DETERIORADA, NO SE APLICA'
                   TO GP-INCIDENCIA-TEXTO
               PERFORM 3900-ANOTAR-INCIDENCIA
                   THRU 3900-ANOTAR-INCIDENCIA-EXIT
               GO TO 3100-TRATAR-MOVIMIENTO-EXIT
           END-IF.
           IF AUD-FECHA-PROCESO < GP-FECHA-DESDE
               ADD 1 TO GP-REGS-ANTERIORES
               GO TO 3100-TRATAR-MOVIMIENTO-EXIT
           END-IF.
           IF AUD-FECHA-PROCESO > GP-FECHA-HASTA
               ADD 1 TO GP-REGS-POSTERIORES
               GO TO 3100-TRATAR-MOVIMIENTO-EXIT
           END-IF.
           PERFORM 3200-COMPROBAR-SECUENCIA
               THRU 3200-COMPROBAR-SECUENCIA-EXIT.
           IF AUD-IMAGEN-NUEVA(1:6) NOT = AUD-ID
               AND NOT AUD-BAJA
               MOVE 'IMAGEN NUEVA DE OTRO PRODUCTO, NO SE APLICA'
                   TO GP-INCIDENCIA-TEXTO
               PERFORM 3900-ANOTAR-INCIDENCIA
                   THRU 3900-ANOTAR-INCIDENCIA-EXIT
               ADD 1 TO GP-DISCREPANCIAS
               GO TO 3100-TRATAR-MOVIMIENTO-EXIT
           END-IF.
           PERFORM 3300-APLICAR-MOVIMIENTO
               THRU 3300-APLICAR-MOVIMIENTO-EXIT.
       3100-TRATAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3200-COMPROBAR-SECUENCIA
      *    EL PRIMER MOVIMIENTO DE UN PRODUCTO Y DIA LLEVA LA
      *    SECUENCIA 0001 Y LOS SIGUIENTES LA CORRELATIVA; UN HUECO
      *    SIGNIFICA UN MOVIMIENTO PERDIDO O DEPURADO.
      *----------------------------------------------------------------
       3200-COMPROBAR-SECUENCIA.
           IF AUD-ID = GP-ANT-ID AND AUD-FECHA-PROCESO = GP-ANT-FECHA
               ADD 1 TO GP-SECUENCIA-ESPERADA
           ELSE
               MOVE 1 TO GP-SECUENCIA-ESPERADA
           END-IF.
           IF AUD-SECUENCIA NOT = GP-SECUENCIA-ESPERADA
               MOVE 'SALTO EN LA SECUENCIA DEL DIARIO'
                   TO GP-INCIDENCIA-TEXTO
               PERFORM 3900-ANOTAR-INCIDENCIA
                   THRU 3900-ANOTAR-INCIDENCIA-EXIT
               ADD 1 TO GP-SALTOS
           END-IF.
           MOVE AUD-ID TO GP-ANT-ID.
           MOVE AUD-FECHA-PROCESO TO GP-ANT-FECHA.
           MOVE AUD-SECUENCIA TO GP-SECUENCIA-ESPERADA.
       3200-COMPROBAR-SECUENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3300-APLICAR-MOVIMIENTO
      *    CONTRASTA LA IMAGEN ANTERIOR CON EL REGISTRO ACTUAL DEL
      *    MAESTRO RECONSTRUIDO (EN UN ALTA NO DEBE EXISTIR) Y APLICA
      *    LA IMAGEN NUEVA, O ELIMINA EL REGISTRO EN UNA BAJA.
      *----------------------------------------------------------------
       3300-APLICAR-MOVIMIENTO.
           MOVE AUD-ID TO SRE-ID.
           MOVE 'N' TO GP-SW-EXISTE.
           READ SALREC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GP-REGISTRO-EXISTE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN AUD-ALTA
                   IF GP-REGISTRO-EXISTE
                       MOVE 'ALTA DE UN PRODUCTO YA EXISTENTE'
                           TO GP-INCIDENCIA-TEXTO
                       PERFORM 3800-ANOTAR-DISCREPANCIA
                           THRU 3800-ANOTAR-DISCREPANCIA-EXIT
                   END-IF
                   PERFORM 3400-GRABAR-IMAGEN-NUEVA
                       THRU 3400-GRABAR-IMAGEN-NUEVA-EXIT
                   ADD 1 TO GP-REGS-ALTAS
               WHEN AUD-MODIFICACION
                   IF NOT GP-REGISTRO-EXISTE
                       MOVE 'MODIFICACION DE UN PRODUCTO INEXISTENTE'
                           TO GP-INCIDENCIA-TEXTO
                       PERFORM 3800-ANOTAR-DISCREPANCIA
                           THRU 3800-ANOTAR-DISCREPANCIA-EXIT
                   ELSE
                       IF SRE-REG NOT = AUD-IMAGEN-ANTERIOR
                           MOVE 'IMAGEN ANTERIOR NO COINCIDE'
                               TO GP-INCIDENCIA-TEXTO
                           PERFORM 3800-ANOTAR-DISCREPANCIA
                               THRU 3800-ANOTAR-DISCREPANCIA-EXIT
                       END-IF
                   END-IF
                   PERFORM 3400-GRABAR-IMAGEN-NUEVA
                       THRU 3400-GRABAR-IMAGEN-NUEVA-EXIT
                   ADD 1 TO GP-REGS-MODIF
               WHEN AUD-BAJA
                   IF NOT GP-REGISTRO-EXISTE
                       MOVE 'BAJA DE UN PRODUCTO INEXISTENTE'
                           TO GP-INCIDENCIA-TEXTO
                       PERFORM 3800-ANOTAR-DISCREPANCIA
                           THRU 3800-ANOTAR-DISCREPANCIA-EXIT
                       GO TO 3300-APLICAR-MOVIMIENTO-EXIT
                   END-IF
                   IF SRE-REG NOT = AUD-IMAGEN-ANTERIOR
                       MOVE 'IMAGEN ANTERIOR NO COINCIDE'
                           TO GP-INCIDENCIA-TEXTO
                       PERFORM 3800-ANOTAR-DISCREPANCIA
                           THRU 3800-ANOTAR-DISCREPANCIA-EXIT
                   END-IF
                   DELETE SALREC RECORD
                       INVALID KEY
                           MOVE 'ERROR AL ELIMINAR EN EL RECONSTRUIDO'
                               TO GP-INCIDENCIA-TEXTO
                           PERFORM 3900-ANOTAR-INCIDENCIA
                               THRU 3900-ANOTAR-INCIDENCIA-EXIT
                       NOT INVALID KEY
                           ADD 1 TO GP-REGS-APLICADOS
                   END-DELETE
                   ADD 1 TO GP-REGS-BAJAS
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMIENTO DESCONOCIDO, NO SE APLICA'
                       TO GP-INCIDENCIA-TEXTO
                   PERFORM 3900-ANOTAR-INCIDENCIA
                       THRU 3900-ANOTAR-INCIDENCIA-EXIT
           END-EVALUATE.
       3300-APLICAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3400-GRABAR-IMAGEN-NUEVA
      *    SUSTITUYE EL REGISTRO POR LA IMAGEN NUEVA (O LO DA DE ALTA
      *    SI NO EXISTIA).
      *----------------------------------------------------------------
       3400-GRABAR-IMAGEN-NUEVA.
           MOVE AUD-IMAGEN-NUEVA TO SRE-REG.
           IF GP-REGISTRO-EXISTE
               REWRITE SRE-REG
                   INVALID KEY
                       MOVE 'ERROR AL REGRABAR EN EL RECONSTRUIDO'
                           TO GP-INCIDENCIA-TEXTO
                       PERFORM 3900-ANOTAR-INCIDENCIA
                           THRU 3900-ANOTAR-INCIDENCIA-EXIT
                   NOT INVALID KEY
                       ADD 1 TO GP-REGS-APLICADOS
               END-REWRITE
           ELSE
               WRITE SRE-REG
                   INVALID KEY
                       MOVE 'ERROR AL GRABAR EN EL RECONSTRUIDO'
                           TO GP-INCIDENCIA-TEXTO
                       PERFORM 3900-ANOTAR-INCIDENCIA
                           THRU 3900-ANOTAR-INCIDENCIA-EXIT
                   NOT INVALID KEY
                       ADD 1 TO GP-REGS-APLICADOS
               END-WRITE
           END-IF.
       3400-GRABAR-IMAGEN-NUEVA-EXIT.
           EXIT.

       3800-ANOTAR-DISCREPANCIA.
           ADD 1 TO GP-DISCREPANCIAS.
           PERFORM 3900-ANOTAR-INCIDENCIA
               THRU 3900-ANOTAR-INCIDENCIA-EXIT.
       3800-ANOTAR-DISCREPANCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3900-ANOTAR-INCIDENCIA
      *    LINEA DE INCIDENCIA CON LA CLAVE DEL MOVIMIENTO EN CURSO
      *    (EL TEXTO LO HA DEJADO EL LLAMANTE EN GP-INCIDENCIA-TEXTO).
      *----------------------------------------------------------------
       3900-ANOTAR-INCIDENCIA.
           MOVE SPACES TO RCP-INC.
           MOVE AUD-ID TO RCP-I-ID.
           IF AUD-FECHA-PROCESO IS NUMERIC
               MOVE AUD-FECHA-PROCESO TO GP-FECHA-TRABAJO
               PERFORM 1900-EDITAR-FECHA
                   THRU 1900-EDITAR-FECHA-EXIT
               MOVE GP-FECHA-EDITADA TO RCP-I-FECHA
           ELSE
               MOVE AUD-FECHA-PROCESO TO RCP-I-FECHA
           END-IF.
           MOVE AUD-SECUENCIA TO RCP-I-SECUENCIA.
           MOVE AUD-TIPO-MOVIMIENTO TO RCP-I-TIPO.
           MOVE AUD-ORIGEN TO RCP-I-ORIGEN.
           MOVE GP-INCIDENCIA-TEXTO TO RCP-I-TEXTO.
           WRITE RCP-INC.
           ADD 1 TO GP-INCIDENCIAS.
       3900-ANOTAR-INCIDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-VERIFICAR-RECONSTRUIDO
      *    MISMAS COMPROBACIONES QUE PROGRA07 SOBRE EL MAESTRO
      *    RECONSTRUIDO. EL CUADRE CONTRA STKUBI Y TRANSITO (ESTADO
      *    ACTUAL) SOLO SE HACE SI NO HA QUEDADO NINGUN MOVIMIENTO
      *    DEL DIARIO SIN APLICAR POR POSTERIOR A LA FECHA HASTA.
      *----------------------------------------------------------------
       4000-VERIFICAR-RECONSTRUIDO.
           MOVE SPACES TO RCP-SECCION.
           WRITE RCP-SECCION.
           MOVE 'VERIFICACION DEL MAESTRO RECONSTRUIDO'
               TO RCP-S-TEXTO.
           WRITE RCP-SECCION.
           OPEN INPUT SALREC.
           IF SRE-ST NOT = '00'
               DISPLAY 'PROGRA27: NO SE PUEDE ABRIR EL MAESTRO '
                   'RECONSTRUIDO (ESTADO ' SRE-ST ').'
               MOVE SPACES TO RCP-VER
               MOVE 'MAESTRO RECONSTRUIDO NO DISPONIBLE'
                   TO RCP-V-ANOMALIA
               WRITE RCP-VER
               ADD 1 TO GP-ANOMALIAS
               GO TO 4000-VERIFICAR-RECONSTRUIDO-EXIT
           END-IF.
           SET GP-SALREC-ABIERTO TO TRUE.
           IF GP-REGS-POSTERIORES = 0
               PERFORM 4100-ABRIR-STKUBI
                   THRU 4100-ABRIR-STKUBI-EXIT
               PERFORM 4200-CARGAR-TRANSITO
                   THRU 4200-CARGAR-TRANSITO-EXIT
           ELSE
               MOVE SPACES TO RCP-SECCION
               MOVE 'CUADRE CON UBICACIONES OMITIDO: RECUPERACION A'
                   TO RCP-S-TEXTO
               WRITE RCP-SECCION
               MOVE 'UNA FECHA ANTERIOR AL ESTADO ACTUAL'
                   TO RCP-S-TEXTO
               WRITE RCP-SECCION
           END-IF.
           WRITE RCP-CAB-VER.
           MOVE LOW-VALUES TO SRE-ID.
           START SALREC KEY IS NOT LESS THAN SRE-ID
               INVALID KEY
                   SET GP-FIN-SALREC TO TRUE
           END-START.
           PERFORM 4300-CICLO-SALREC
               THRU 4300-CICLO-SALREC-EXIT
               UNTIL GP-FIN-SALREC.
       4000-VERIFICAR-RECONSTRUIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4100-ABRIR-STKUBI
      *    SIN STKUBI DISPONIBLE EL CUADRE SE OMITE CON AVISO (MISMO
      *    CRITERIO QUE 1100-ABRIR-STKUBI DE PROGRA07).
      *----------------------------------------------------------------
       4100-ABRIR-STKUBI.
           OPEN INPUT STKUBI.
           IF STK-ST = '00'
               SET GP-STKUBI-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA27: AVISO - FICHERO DE EXISTENCIAS POR '
                   'UBICACION NO DISPONIBLE (ESTADO ' STK-ST '), SE '
                   'OMITE EL CUADRE'
           END-IF.
       4100-ABRIR-STKUBI-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4200-CARGAR-TRANSITO
      *    MISMA LOGICA QUE 1200-CARGAR-TRANSITO DE PROGRA07.
      *----------------------------------------------------------------
       4200-CARGAR-TRANSITO.
           IF NOT GP-STKUBI-DISPONIBLE
               GO TO 4200-CARGAR-TRANSITO-EXIT
           END-IF.
           OPEN INPUT TRANSITO.
           IF TRF-ST NOT = '00' AND TRF-ST NOT = '05'
               GO TO 4200-CARGAR-TRANSITO-EXIT
           END-IF.
           MOVE 'N' TO GP-SW-FIN-TRANSITO.
           MOVE ZEROS TO TRF-NUMERO.
           START TRANSITO KEY IS NOT LESS THAN TRF-NUMERO
               INVALID KEY
                   SET GP-FIN-TRANSITO TO TRUE
           END-START.
           PERFORM 4210-LEER-UN-TRANSITO
               THRU 4210-LEER-UN-TRANSITO-EXIT
               UNTIL GP-FIN-TRANSITO.
           CLOSE TRANSITO.
       4200-CARGAR-TRANSITO-EXIT.
           EXIT.

       4210-LEER-UN-TRANSITO.
           READ TRANSITO NEXT RECORD
               AT END
                   SET GP-FIN-TRANSITO TO TRUE
                   GO TO 4210-LEER-UN-TRANSITO-EXIT
           END-READ.
           IF GP-TRS-TOTAL < GP-TRS-MAXIMO
               ADD 1 TO GP-TRS-TOTAL
               MOVE TRF-ID TO GP-TRS-ID(GP-TRS-TOTAL)
               MOVE TRF-CANTIDAD TO GP-TRS-CANTIDAD(GP-TRS-TOTAL)
           ELSE
               DISPLAY 'PROGRA27: AVISO - TABLA DE TRANSITO LLENA, '
                   'TRASLADO IGNORADO EN EL CUADRE'
           END-IF.
       4210-LEER-UN-TRANSITO-EXIT.
           EXIT.

       4300-CICLO-SALREC.
           READ SALREC NEXT RECORD
               AT END
                   SET GP-FIN-SALREC TO TRUE
               NOT AT END
                   ADD 1 TO GP-REGS-LEIDOS
                   MOVE SRE-REG TO SALIDA-REG
                   PERFORM 4400-VERIFICAR-REGISTRO
                       THRU 4400-VERIFICAR-REGISTRO-EXIT
           END-READ.
       4300-CICLO-SALREC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4400-VERIFICAR-REGISTRO
      *    MISMAS COMPROBACIONES QUE 2100-VERIFICAR-REGISTRO DE
      *    PROGRA07: DIGITO DE CONTROL, CAMPOS NUMERICOS, FECHA DE
      *    CADUCIDAD Y CUADRE DE EXISTENCIAS.
      *----------------------------------------------------------------
       4400-VERIFICAR-REGISTRO.
           SET GP-REGISTRO-SANO TO TRUE.

           IF SALIDA-ID IS NOT NUMERIC
               MOVE 'IDENTIFICADOR NO NUMERICO' TO GP-ANOMALIA-TEXTO
               PERFORM 4900-ANOTAR-ANOMALIA
                   THRU 4900-ANOTAR-ANOMALIA-EXIT
           ELSE
               PERFORM 4500-VERIFICAR-DIGITO
                   THRU 4500-VERIFICAR-DIGITO-EXIT
           END-IF.

           IF SALIDA-PRECIO IS NOT NUMERIC
               MOVE 'PRECIO NO NUMERICO' TO GP-ANOMALIA-TEXTO
               PERFORM 4900-ANOTAR-ANOMALIA
                   THRU 4900-ANOTAR-ANOMALIA-EXIT
           END-IF.

           IF SALIDA-STOCK IS NOT NUMERIC
               MOVE 'EXISTENCIAS NO NUMERICAS' TO GP-ANOMALIA-TEXTO
               PERFORM 4900-ANOTAR-ANOMALIA
                   THRU 4900-ANOTAR-ANOMALIA-EXIT
           END-IF.

           IF SALIDA-CRITICO IS NOT NUMERIC
               MOVE 'NIVEL CRITICO NO NUMERICO' TO GP-ANOMALIA-TEXTO
               PERFORM 4900-ANOTAR-ANOMALIA
                   THRU 4900-ANOTAR-ANOMALIA-EXIT
           END-IF.

           PERFORM 4600-VERIFICAR-CADUCIDAD
               THRU 4600-VERIFICAR-CADUCIDAD-EXIT.

           IF GP-STKUBI-DISPONIBLE
               AND SALIDA-ID IS NUMERIC
               AND SALIDA-STOCK IS NUMERIC
               PERFORM 4700-VERIFICAR-CUADRE-STOCK
                   THRU 4700-VERIFICAR-CUADRE-STOCK-EXIT
           END-IF.

           IF GP-REGISTRO-DANADO
               ADD 1 TO GP-REGS-DANADOS
           END-IF.
       4400-VERIFICAR-REGISTRO-EXIT.
           EXIT.

       4500-VERIFICAR-DIGITO.
           MOVE SALIDA-ID TO NUMERO.
           MOVE 0 TO SUMA.
           PERFORM 4510-SUMAR-UN-DIGITO
               THRU 4510-SUMAR-UN-DIGITO-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > 6.
           DIVIDE SUMA BY 10 GIVING DIG-CONTROL REMAINDER MODULUS.
           COMPUTE DIG-CONTROL = 10 - MODULUS.
           IF SALIDA-CONTROL IS NOT NUMERIC
               MOVE 'DIGITO DE CONTROL NO NUMERICO' TO GP-ANOMALIA-TEXTO
               PERFORM 4900-ANOTAR-ANOMALIA
                   THRU 4900-ANOTAR-ANOMALIA-EXIT
               GO TO 4500-VERIFICAR-DIGITO-EXIT
           END-IF.
           IF SALIDA-CONTROL NOT = DIG-CONTROL
               MOVE 'DIGITO DE CONTROL DISCREPANTE' TO GP-ANOMALIA-TEXTO
               PERFORM 4900-ANOTAR-ANOMALIA
                   THRU 4900-ANOTAR-ANOMALIA-EXIT
           END-IF.
       4500-VERIFICAR-DIGITO-EXIT.
           EXIT.

       4510-SUMAR-UN-DIGITO.
           MOVE NUMERO(I:1) TO DIGITO.
           ADD DIGITO TO SUMA.
       4510-SUMAR-UN-DIGITO-EXIT.
           EXIT.

       4600-VERIFICAR-CADUCIDAD.
           SET GP-FECHA-VALIDA TO TRUE.

           IF SALIDA-CADUCIDAD NOT NUMERIC
               SET GP-FECHA-INVALIDA TO TRUE
               GO TO 4600-VERIFICAR-ANOTAR
           END-IF.

           MOVE SALIDA-CADUCIDAD TO GP-FECHA-CAD-NUM.

           IF GP-FEC-CCYY < 1900 OR GP-FEC-CCYY > 2099
               SET GP-FECHA-INVALIDA TO TRUE
               GO TO 4600-VERIFICAR-ANOTAR
           END-IF.

           IF GP-FEC-MM < 1 OR GP-FEC-MM > 12
               SET GP-FECHA-INVALIDA TO TRUE
               GO TO 4600-VERIFICAR-ANOTAR
           END-IF.

           PERFORM 4610-DETERMINAR-BISIESTO
               THRU 4610-DETERMINAR-BISIESTO-EXIT.

           MOVE GP-DIAS-MES-N(GP-FEC-MM) TO GP-FEC-DIAS-MES-MAX.
           IF GP-FEC-MM = 2 AND GP-FEC-BISIESTO = 'S'
               MOVE 29 TO GP-FEC-DIAS-MES-MAX
           END-IF.

           IF GP-FEC-DD < 1 OR GP-FEC-DD > GP-FEC-DIAS-MES-MAX
               SET GP-FECHA-INVALIDA TO TRUE
           END-IF.

       4600-VERIFICAR-ANOTAR.
           IF GP-FECHA-INVALIDA
               MOVE 'FECHA DE CADUCIDAD INVALIDA' TO GP-ANOMALIA-TEXTO
               PERFORM 4900-ANOTAR-ANOMALIA
                   THRU 4900-ANOTAR-ANOMALIA-EXIT
           END-IF.
       4600-VERIFICAR-CADUCIDAD-EXIT.
           EXIT.

       4610-DETERMINAR-BISIESTO.
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
       4610-DETERMINAR-BISIESTO-EXIT.
           EXIT.

       4700-VERIFICAR-CUADRE-STOCK.
           MOVE 0 TO GP-STOCK-TOTAL-PROD.
           MOVE 'N' TO GP-SW-FIN-STKUBI.
           MOVE SALIDA-ID TO STKUBI-ID.
           MOVE LOW-VALUES TO STKUBI-UBICACION.
           START STKUBI KEY IS NOT LESS THAN STKUBI-CLAVE
               INVALID KEY
                   SET GP-FIN-STKUBI TO TRUE
           END-START.
           PERFORM 4710-SUMAR-UNA-UBICACION
               THRU 4710-SUMAR-UNA-UBICACION-EXIT
               UNTIL GP-FIN-STKUBI.
           IF GP-TRS-TOTAL > 0
               PERFORM 4720-SUMAR-UN-TRANSITO
                   THRU 4720-SUMAR-UN-TRANSITO-EXIT
                   VARYING GP-TRS-IDX FROM 1 BY 1
                   UNTIL GP-TRS-IDX > GP-TRS-TOTAL
           END-IF.
           IF GP-STOCK-TOTAL-PROD NOT = SALIDA-STOCK
               MOVE 'STOCK NO CUADRA CON UBICACIONES'
                   TO GP-ANOMALIA-TEXTO
               PERFORM 4900-ANOTAR-ANOMALIA
                   THRU 4900-ANOTAR-ANOMALIA-EXIT
           END-IF.
       4700-VERIFICAR-CUADRE-STOCK-EXIT.
           EXIT.

       4710-SUMAR-UNA-UBICACION.
           READ STKUBI NEXT RECORD
               AT END
                   SET GP-FIN-STKUBI TO TRUE
               NOT AT END
                   IF STKUBI-ID = SALIDA-ID
                       ADD STKUBI-STOCK TO GP-STOCK-TOTAL-PROD
                   ELSE
                       SET GP-FIN-STKUBI TO TRUE
                   END-IF
           END-READ.
       4710-SUMAR-UNA-UBICACION-EXIT.
           EXIT.

       4720-SUMAR-UN-TRANSITO.
           IF GP-TRS-ID(GP-TRS-IDX) = SALIDA-ID
               ADD GP-TRS-CANTIDAD(GP-TRS-IDX)
                   TO GP-STOCK-TOTAL-PROD
           END-IF.
       4720-SUMAR-UN-TRANSITO-EXIT.
           EXIT.

       4900-ANOTAR-ANOMALIA.
           MOVE SPACES TO RCP-VER.
           MOVE SALIDA-ID TO RCP-V-ID.
           MOVE GP-ANOMALIA-TEXTO TO RCP-V-ANOMALIA.
           WRITE RCP-VER.
           ADD 1 TO GP-ANOMALIAS.
           SET GP-REGISTRO-DANADO TO TRUE.
       4900-ANOTAR-ANOMALIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5000-FINALIZAR
      *    TOTALES, VEREDICTO, PUNTO DE CONTROL Y CODIGO DE RETORNO:
      *    0 SOLO SI LA RECUPERACION SE HA COMPLETADO SIN INCIDENCIAS
      *    Y EL MAESTRO RECONSTRUIDO PASA LA VERIFICACION; 8 EN
      *    CUALQUIER OTRO CASO, Y ENTONCES NO DEBE SUSTITUIR AL DE
      *    PRODUCCION.
      *----------------------------------------------------------------
       5000-FINALIZAR.
           MOVE SPACES TO RCP-SECCION.
           WRITE RCP-SECCION.
           MOVE SPACES TO RCP-TOT.
           MOVE 'REGISTROS CARGADOS DE LA COPIA      : '
               TO RCP-T-ETIQUETA.
           MOVE GP-REGS-COPIA TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE 'MOVIMIENTOS LEIDOS DEL DIARIO       : '
               TO RCP-T-ETIQUETA.
           MOVE GP-REGS-DIARIO TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE 'ANTERIORES A LA FECHA DESDE         : '
               TO RCP-T-ETIQUETA.
           MOVE GP-REGS-ANTERIORES TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE 'POSTERIORES A LA FECHA HASTA        : '
               TO RCP-T-ETIQUETA.
           MOVE GP-REGS-POSTERIORES TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE 'MOVIMIENTOS APLICADOS               : '
               TO RCP-T-ETIQUETA.
           MOVE GP-REGS-APLICADOS TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE '  ALTAS / MODIFICACIONES / BAJAS    : '
               TO RCP-T-ETIQUETA.
           MOVE GP-REGS-ALTAS TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE SPACES TO RCP-T-ETIQUETA.
           MOVE GP-REGS-MODIF TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE GP-REGS-BAJAS TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE 'SALTOS DE SECUENCIA                 : '
               TO RCP-T-ETIQUETA.
           MOVE GP-SALTOS TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE 'IMAGENES ANTERIORES DISCREPANTES    : '
               TO RCP-T-ETIQUETA.
           MOVE GP-DISCREPANCIAS TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE 'TOTAL INCIDENCIAS                   : '
               TO RCP-T-ETIQUETA.
           MOVE GP-INCIDENCIAS TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE 'REGISTROS RECONSTRUIDOS VERIFICADOS : '
               TO RCP-T-ETIQUETA.
           MOVE GP-REGS-LEIDOS TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE 'REGISTROS DANADOS                   : '
               TO RCP-T-ETIQUETA.
           MOVE GP-REGS-DANADOS TO RCP-T-TOTAL.
           WRITE RCP-TOT.
           MOVE 'TOTAL ANOMALIAS                     : '
               TO RCP-T-ETIQUETA.
           MOVE GP-ANOMALIAS TO RCP-T-TOTAL.
           WRITE RCP-TOT.

           MOVE SPACES TO RCP-VEREDICTO.
           EVALUATE TRUE
               WHEN GP-PROCESO-ABORTADO
                   MOVE 'VEREDICTO: RECUPERACION NO REALIZADA'
                       TO RCP-R-TEXTO
               WHEN GP-INCIDENCIAS > 0 OR GP-ANOMALIAS > 0
                   MOVE 'VEREDICTO: NO APTO - NO SUSTITUIR EL MAESTRO'
                       TO RCP-R-TEXTO
               WHEN OTHER
                   MOVE 'VEREDICTO: APTO PARA SUSTITUIR EL MAESTRO'
                       TO RCP-R-TEXTO
           END-EVALUATE.
           WRITE RCP-VEREDICTO.
           CLOSE RECUPRT.
           PERFORM 5100-GRABAR-CHECKPOINT
               THRU 5100-GRABAR-CHECKPOINT-EXIT.
           IF GP-SALREC-ABIERTO
               CLOSE SALREC
           END-IF.
           IF GP-AUDITSAL-ABIERTO
               CLOSE AUDITSAL
           END-IF.
           IF GP-STKUBI-DISPONIBLE
               CLOSE STKUBI
           END-IF.
           DISPLAY 'PROGRA27: REGISTROS DE LA COPIA  : ' GP-REGS-COPIA.
           DISPLAY 'PROGRA27: MOVIMIENTOS APLICADOS  : '
               GP-REGS-APLICADOS.
           DISPLAY 'PROGRA27: INCIDENCIAS            : '
               GP-INCIDENCIAS.
           DISPLAY 'PROGRA27: ANOMALIAS              : ' GP-ANOMALIAS.
           DISPLAY 'PROGRA27: ' RCP-R-TEXTO.
           IF GP-PROCESO-ABORTADO
               OR GP-INCIDENCIAS > 0 OR GP-ANOMALIAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       5000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5100-GRABAR-CHECKPOINT
      *    REGISTRO PROGRA27 DEL FICHERO DE PUNTOS DE CONTROL: 'C' SI
      *    EL MAESTRO RECONSTRUIDO ES APTO, 'I' SI NO LO ES (MISMO
      *    PATRON QUE 3100-GRABAR-CHECKPOINT DE PROGRA07).
      *----------------------------------------------------------------
       5100-GRABAR-CHECKPOINT.
           OPEN I-O CHECKPT.
           IF CHK-ST = '35' OR CHK-ST = '39'
               OPEN OUTPUT CHECKPT
               CLOSE CHECKPT
               OPEN I-O CHECKPT
           END-IF.
           MOVE 'PROGRA27' TO CHK-PROGRAMA.
           READ CHECKPT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           INITIALIZE CHECKPT-REG.
           MOVE 'PROGRA27' TO CHK-PROGRAMA.
           IF GP-PROCESO-ABORTADO
               OR GP-INCIDENCIAS > 0 OR GP-ANOMALIAS > 0
               SET CHK-INCOMPLETO TO TRUE
           ELSE
               SET CHK-COMPLETO TO TRUE
           END-IF.
           MOVE GP-FECHA-HOY TO CHK-FECHA-EJECUCION.
           MOVE GP-REGS-DIARIO TO CHK-REGS-LEIDOS.
           MOVE GP-REGS-APLICADOS TO CHK-REGS-PROCESADOS.
           MOVE GP-REGS-ALTAS TO CHK-REGS-ALTAS.
           MOVE GP-REGS-MODIF TO CHK-REGS-MODIF.
           MOVE GP-REGS-BAJAS TO CHK-REGS-BAJAS.
           MOVE GP-REGS-DANADOS TO CHK-REGS-DANADOS.
           COMPUTE CHK-ANOMALIAS = GP-INCIDENCIAS + GP-ANOMALIAS.
           IF CHK-ST = '23'
               WRITE CHECKPT-REG
           ELSE
               REWRITE CHECKPT-REG
           END-IF.
           CLOSE CHECKPT.
       5100-GRABAR-CHECKPOINT-EXIT.
           EXIT.

       END PROGRAM PROGRA27.
