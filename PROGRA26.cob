      *----------------------------------------------------------------
      *    PROGRAMA    : PROGRA26
      *    DESCRIPCION : CIERRE MENSUAL DE PERIODO CON ROLL-FORWARD DE
      *                  EXISTENCIAS. TOMA LA FOTO DEL MAESTRO SALIDA,
      *                  DE LAS EXISTENCIAS POR UBICACION (STKUBI) Y DE
      *                  LOS TRASLADOS EN TRANSITO EN EL HISTORICO DE
      *                  PERIODOS (HISTPER.cpy), TRASLADA A ESE MISMO
      *                  HISTORICO LOS MOVIMIENTOS DEL PERIODO ANOTADOS
      *                  EN EL DIARIO DE EXISTENCIAS (MOVEXI.cpy) Y
      *                  EMITE EL INFORME CIERPRT CON EL ROLL-FORWARD
      *                  POR CATEGORIA Y POR ALMACEN, EN UNIDADES Y EN
      *                  VALOR: EXISTENCIA INICIAL (FOTO DEL PERIODO
      *                  ANTERIOR) MAS LOS MOVIMIENTOS POR ORIGEN
      *                  (CARGA, RECEPCIONES, SALIDAS A PLANTA, AJUSTES,
      *                  RECUENTOS, BAJAS Y TRASLADOS) CONTRA LA
      *                  EXISTENCIA FINAL, SENALANDO TODA DIFERENCIA NO
      *                  EXPLICADA. TODO SE VALORA AL COSTE MEDIO DE
      *                  CIERRE DEL PRODUCTO; LA EXISTENCIA INICIAL VA
      *                  AL COSTE DEL CIERRE ANTERIOR Y LA DIFERENCIA
      *                  SE MUESTRA COMO REVALORIZACION. UN PRODUCTO QUE
      *                  CAMBIA DE CATEGORIA LLEVA SU EXISTENCIA INICIAL
      *                  A LA NUEVA COMO RECLASIFICACION.
      *
      *                  EL PARAMETRO DE EJECUCION ES EL PERIODO
      *                  (AAAAMM; POR DEFECTO, EL MES EN CURSO). EL
      *                  CIERRE SE EJECUTA AL FINAL DE LA CADENA DEL
      *                  ULTIMO DIA DEL PERIODO, SIN NINGUNA
      *                  ACTUALIZACION EN MARCHA: LA FOTO Y EL DIARIO
      *                  QUE SE VACIA SON EL LIMITE DEL PERIODO, Y TODO
      *                  MOVIMIENTO O CORRECCION POSTERIOR QUEDA EN EL
      *                  PERIODO SIGUIENTE. UN PERIODO CERRADO QUEDA
      *                  BLOQUEADO (REGISTRO 'C' DEL HISTORICO): NO SE
      *                  VUELVE A CERRAR, NO SE PUEDE CERRAR UN PERIODO
      *                  ANTERIOR A UNO YA CERRADO NI SALTARSE UNO. EL
      *                  PRIMER CIERRE (HISTORICO VACIO) SOLO TOMA LA
      *                  FOTO DE APERTURA. UN CIERRE INTERRUMPIDO SE
      *                  REPITE SIN MAS: LOS RESTOS DEL PERIODO SIN
      *                  REGISTRO DE CIERRE SE ELIMINAN AL EMPEZAR.
      *                  CIERRE RECHAZADO: CODIGO DE RETORNO 8; CIERRE
      *                  CON DIFERENCIAS NO EXPLICADAS: 4.
      *    INSTALACION : DEPARTAMENTO DE PROCESOS DE DATOS
      *    AUTOR       : R. GARCIA VEGA
      *    FECHA ESCR. : 15/10/2026
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA26.
       AUTHOR. R. GARCIA VEGA.
       INSTALLATION. DEPARTAMENTO DE PROCESOS DE DATOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------
      *    LA COMA DE LAS MASCARAS DE EDICION DE IMPORTES DEL INFORME
      *    ES EL SEPARADOR DECIMAL (MISMO CRITERIO QUE PROGRA04).
      *----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALIDA ASSIGN TO SALIDA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALIDA-ID
           ALTERNATE RECORD KEY IS SALIDA-CATEGORIA WITH DUPLICATES
           ALTERNATE RECORD KEY IS SALIDA-DESC WITH DUPLICATES
           FILE STATUS IS SALIDA-ST.

           SELECT STKUBI ASSIGN TO STKUBI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STKUBI-CLAVE
           FILE STATUS IS STK-ST.

           SELECT OPTIONAL TRANSITO ASSIGN TO TRANSITO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-NUMERO
           FILE STATUS IS TRF-ST.

           SELECT OPTIONAL MOVEXIS ASSIGN TO MOVEXIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEX-ST.

           SELECT HISTPER ASSIGN TO HISTPER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HPE-CLAVE
           FILE STATUS IS HPE-ST.

           SELECT CATEGOS ASSIGN TO CATEGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS CATG-ST.

           SELECT WK-CIERRE ASSIGN TO WKCIERRE.

           SELECT CIERPRT ASSIGN TO CIERPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CIE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  SALIDA
           DATA RECORD IS SALIDA-REG.
           COPY SALIDA.

       FD  STKUBI
           DATA RECORD IS STKUBI-REG.
           COPY STKUBI.

       FD  TRANSITO
           DATA RECORD IS TRANSIT-REG.
           COPY TRANSIT.

       FD  MOVEXIS
           DATA RECORD IS MOVEXI-REG.
           COPY MOVEXI.

       FD  HISTPER
           DATA RECORD IS HISTPER-REG.
           COPY HISTPER.

       FD  CATEGOS
           DATA RECORD IS CATEGO-REG.
           COPY CATEGO.

      *----------------------------------------------------------------
      *    FICHERO DE CLASIFICACION POR PRODUCTO DE TODO LO QUE ENTRA
      *    EN EL ROLL-FORWARD: LA FOTO DEL PERIODO ANTERIOR ('A'), LOS
      *    MOVIMIENTOS DEL PERIODO ('M') Y LA FOTO ACTUAL ('F'), CADA
      *    UNA DE PRODUCTO ('P'), UBICACION ('U') O TRANSITO ('T').
      *----------------------------------------------------------------
       SD  WK-CIERRE
           DATA RECORD IS WK-CIE-REG.
       01  WK-CIE-REG.
           05  WK-CIE-ID                PIC 9(6).
           05  WK-CIE-CLASE             PIC X(1).
               88  WK-CIE-APERTURA             VALUE 'A'.
               88  WK-CIE-MOVIMIENTO           VALUE 'M'.
               88  WK-CIE-FINAL                VALUE 'F'.
           05  WK-CIE-TIPO              PIC X(1).
               88  WK-CIE-PRODUCTO             VALUE 'P'.
               88  WK-CIE-UBICACION-STK        VALUE 'U'.
               88  WK-CIE-TRANSITO             VALUE 'T'.
           05  WK-CIE-UBICACION         PIC X(3).
           05  WK-CIE-ORIGEN            PIC X(2).
           05  WK-CIE-CANTIDAD          PIC S9(9).
           05  WK-CIE-COSTE             PIC 9(4)V9(2).
           05  WK-CIE-CATEGORIA         PIC X(4).

      *----------------------------------------------------------------
      *    INFORME DEL CIERRE: UN BLOQUE DE ROLL-FORWARD POR CATEGORIA
      *    Y POR ALMACEN, CONTADORES Y VEREDICTO.
      *----------------------------------------------------------------
       FD  CIERPRT
           DATA RECORD IS CIE-CAB-1, CIE-SECCION, CIE-CAB-2, CIE-DET,
               CIE-CNT, CIE-VEREDICTO.
       01  CIE-CAB-1.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(50)
               VALUE 'CIERRE DE PERIODO - ROLL-FORWARD DE EXISTENCIAS'.
           05  CIE-C-PERIODO            PIC X(7).
       01  CIE-SECCION.
           05  CIE-S-TEXTO              PIC X(60).
       01  CIE-CAB-2.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(36) VALUE 'CONCEPTO'.
           05  FILLER                   PIC X(11) VALUE '   UNIDADES'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(17)
               VALUE '            VALOR'.
       01  CIE-DET.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  CIE-D-CONCEPTO           PIC X(36).
           05  CIE-D-UNIDADES           PIC -(10)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CIE-D-VALOR              PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CIE-D-MARCA              PIC X(12).
       01  CIE-CNT.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  CIE-N-ETIQUETA           PIC X(40).
           05  CIE-N-TOTAL              PIC ZZZ.ZZZ.ZZ9.
       01  CIE-VEREDICTO.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  CIE-V-TEXTO              PIC X(70).

       WORKING-STORAGE SECTION.
       01  FICHEROS.
           05  SALIDA-ST               PIC X(2).
           05  STK-ST                  PIC X(2).
           05  TRF-ST                  PIC X(2).
           05  MEX-ST                  PIC X(2).
           05  HPE-ST                  PIC X(2).
           05  CATG-ST                 PIC X(2).
           05  CIE-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
      *----------------------------------------------------------------
       01  GP-INDICADORES.
           05  GP-SW-RECHAZADO         PIC X(1) VALUE 'N'.
               88  GP-CIERRE-RECHAZADO        VALUE 'S'.
           05  GP-SW-CIERRE-INICIAL    PIC X(1) VALUE 'N'.
               88  GP-CIERRE-INICIAL          VALUE 'S'.
           05  GP-SW-HISTPER-DISPON    PIC X(1) VALUE 'N'.
               88  GP-HISTPER-DISPONIBLE      VALUE 'S'.
           05  GP-SW-SALIDA-DISPON     PIC X(1) VALUE 'N'.
               88  GP-SALIDA-DISPONIBLE       VALUE 'S'.
           05  GP-SW-STKUBI-DISPON     PIC X(1) VALUE 'N'.
               88  GP-STKUBI-DISPONIBLE       VALUE 'S'.
           05  GP-SW-TRANSITO-DISPON   PIC X(1) VALUE 'N'.
               88  GP-TRANSITO-DISPONIBLE     VALUE 'S'.
           05  GP-SW-MOVEXIS-DISPON    PIC X(1) VALUE 'N'.
               88  GP-MOVEXIS-DISPONIBLE      VALUE 'S'.
           05  GP-SW-CATEGOS-DISPON    PIC X(1) VALUE 'N'.
               88  GP-CATEGOS-DISPONIBLE      VALUE 'S'.
           05  GP-SW-FIN-LECTURA       PIC X(1) VALUE 'N'.
               88  GP-FIN-LECTURA             VALUE 'S'.
           05  GP-SW-FIN-SORT          PIC X(1) VALUE 'N'.
               88  GP-FIN-SORT                VALUE 'S'.
           05  GP-SW-HAY-APERTURA      PIC X(1) VALUE 'N'.
               88  GP-HAY-APERTURA            VALUE 'S'.
           05  GP-SW-HAY-FOTO          PIC X(1) VALUE 'N'.
               88  GP-HAY-FOTO                VALUE 'S'.
           05  GP-SW-UBI-HALLADA       PIC X(1) VALUE 'N'.
               88  GP-UBI-HALLADA             VALUE 'S'.
           05  GP-SW-CAT-HALLADA       PIC X(1) VALUE 'N'.
               88  GP-CAT-HALLADA             VALUE 'S'.
           05  GP-SW-ALM-HALLADO       PIC X(1) VALUE 'N'.
               88  GP-ALM-HALLADO             VALUE 'S'.
           05  GP-SW-ES-TOTAL          PIC X(1) VALUE 'N'.
               88  GP-ES-TOTAL                VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES DEL CIERRE.
      *----------------------------------------------------------------
       77  GP-REGS-PRODUCTOS           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-UBICACIONES         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-TRASLADOS           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-MOVIMIENTOS         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-APERTURA            PIC 9(9) COMP VALUE 0.
       77  GP-REGS-DEPURADOS           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-ERRORES             PIC 9(9) COMP VALUE 0.
      *    CATEGORIAS Y ALMACENES CON DIFERENCIA NO EXPLICADA.
       77  GP-ENT-CON-DIFERENCIA       PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      *    PERIODO QUE SE CIERRA (PARAMETRO, O EL MES EN CURSO), EL
      *    ANTERIOR, CUYA FOTO ES LA EXISTENCIA INICIAL, Y EL MES EN
      *    CURSO, QUE LIMITA EL PARAMETRO.
      *----------------------------------------------------------------
       01  GP-PERIODO                  PIC 9(6) VALUE 0.
       01  GP-PERIODO-R REDEFINES GP-PERIODO.
           05  GP-PER-AAAA             PIC 9(4).
           05  GP-PER-MM               PIC 9(2).
       01  GP-PERIODO-ANT              PIC 9(6) VALUE 0.
       01  GP-PERIODO-ANT-R REDEFINES GP-PERIODO-ANT.
           05  GP-ANT-AAAA             PIC 9(4).
           05  GP-ANT-MM               PIC 9(2).
       01  GP-PERIODO-ACTUAL           PIC 9(6) VALUE 0.
       01  GP-PERIODO-EDITADO.
           05  GP-PE-AAAA              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  GP-PE-MM                PIC 9(2).
       01  GP-MOTIVO-RECHAZO           PIC X(50) VALUE SPACES.

       01  GP-PARAM-ENTRADA             PIC X(10).
       01  GP-PARAM-PERIODO-X           PIC X(6).
       01  GP-PARAM-PERIODO REDEFINES GP-PARAM-PERIODO-X
                                        PIC 9(6).

      *----------------------------------------------------------------
      *    ORIGENES DE LOS MOVIMIENTOS (CODIGOS DE MOVEXI.cpy). LA
      *    SEPTIMA ENTRADA, TRASLADOS, SOLO CUENTA POR ALMACEN: NO
      *    CAMBIA LAS EXISTENCIAS DEL PRODUCTO. LA OCTAVA RECOGE
      *    CUALQUIER CODIGO NO PREVISTO.
      *----------------------------------------------------------------
       77  GP-ORI-MAXIMO               PIC 9(4) COMP VALUE 8.
       77  GP-ORI-TRASLADO             PIC 9(4) COMP VALUE 7.
       77  GP-ORI-IDX                  PIC 9(4) COMP VALUE 0.
       77  GP-ORI-USADO                PIC 9(4) COMP VALUE 0.
       01  GP-TABLA-ORIGENES.
           05  GP-ORI-ENT OCCURS 8 TIMES.
               10  GP-ORI-CODIGO       PIC X(2).
               10  GP-ORI-DESCRIPCION  PIC X(36).

      *----------------------------------------------------------------
      *    ACUMULADORES DEL PRODUCTO EN CURSO: FOTO ANTERIOR Y ACTUAL,
      *    MOVIMIENTOS POR ORIGEN, TRANSITO Y TABLA DE SUS
      *    UBICACIONES (LA ULTIMA ENTRADA ABSORBE EL EXCESO, MISMO
      *    CRITERIO QUE PROGRA22).
      *----------------------------------------------------------------
       01  GP-PRD-ID                   PIC 9(6) VALUE 0.
       01  GP-PRD-INI-CATEGORIA        PIC X(4) VALUE SPACES.
       01  GP-PRD-FIN-CATEGORIA        PIC X(4) VALUE SPACES.
       77  GP-PRD-INI-UNIDADES         PIC S9(9) VALUE 0.
       77  GP-PRD-INI-COSTE            PIC 9(4)V9(2) VALUE 0.
       77  GP-PRD-FIN-UNIDADES         PIC S9(9) VALUE 0.
       77  GP-PRD-FIN-COSTE            PIC 9(4)V9(2) VALUE 0.
       77  GP-PRD-TRN-INI              PIC S9(9) VALUE 0.
       77  GP-PRD-TRN-FIN              PIC S9(9) VALUE 0.
       01  GP-PRD-MOVIMIENTOS.
           05  GP-PRD-MOV              PIC S9(9) OCCURS 8 TIMES.
       77  GP-PUB-MAXIMO               PIC 9(4) COMP VALUE 50.
       77  GP-PUB-TOTAL                PIC 9(4) COMP VALUE 0.
       77  GP-PUB-IDX                  PIC 9(4) COMP VALUE 0.
       77  GP-PUB-USADA                PIC 9(4) COMP VALUE 0.
       01  GP-TABLA-PRD-UBICACIONES.
           05  GP-PUB-ENT OCCURS 50 TIMES.
               10  GP-PUB-CODIGO       PIC X(3).
               10  GP-PUB-INI          PIC S9(9).
               10  GP-PUB-FIN          PIC S9(9).
               10  GP-PUB-MOV          PIC S9(9) OCCURS 8 TIMES.

      *----------------------------------------------------------------
      *    APORTACION DE UN PRODUCTO (O DE UNA DE SUS UBICACIONES) AL
      *    ROLL-FORWARD, CON LA MISMA DISPOSICION QUE LAS METRICAS DE
      *    LAS TABLAS Y QUE GP-LINEA-RF, DONDE SE COPIAN PARA
      *    IMPRIMIRLAS (MISMO PATRON QUE PROGRA22).
      *----------------------------------------------------------------
       01  GP-APORTACION.
           05  GP-APT-INI-U            PIC S9(11).
           05  GP-APT-INI-V            PIC S9(13)V9(2).
           05  GP-APT-REV-V            PIC S9(13)V9(2).
           05  GP-APT-REC-U            PIC S9(11).
           05  GP-APT-REC-V            PIC S9(13)V9(2).
           05  GP-APT-MOV OCCURS 8 TIMES.
               10  GP-APT-MOV-U        PIC S9(11).
               10  GP-APT-MOV-V        PIC S9(13)V9(2).
           05  GP-APT-FIN-U            PIC S9(11).
           05  GP-APT-FIN-V            PIC S9(13)V9(2).

       01  GP-LINEA-RF.
           05  GP-LIN-INI-U            PIC S9(11).
           05  GP-LIN-INI-V            PIC S9(13)V9(2).
           05  GP-LIN-REV-V            PIC S9(13)V9(2).
           05  GP-LIN-REC-U            PIC S9(11).
           05  GP-LIN-REC-V            PIC S9(13)V9(2).
           05  GP-LIN-MOV OCCURS 8 TIMES.
               10  GP-LIN-MOV-U        PIC S9(11).
               10  GP-LIN-MOV-V        PIC S9(13)V9(2).
           05  GP-LIN-FIN-U            PIC S9(11).
           05  GP-LIN-FIN-V            PIC S9(13)V9(2).

      *----------------------------------------------------------------
      *    ROLL-FORWARD POR CATEGORIA. LA PRIMERA ENTRADA (CODIGO
      *    HIGH-VALUES) ES EL TOTAL GENERAL Y SE IMPRIME AL FINAL.
      *----------------------------------------------------------------
       77  GP-CAT-MAXIMO               PIC 9(4) COMP VALUE 200.
       77  GP-CAT-TOTAL                PIC 9(4) COMP VALUE 0.
       77  GP-CAT-IDX                  PIC 9(4) COMP VALUE 0.
       77  GP-CAT-USADA                PIC 9(4) COMP VALUE 0.
       01  GP-CAT-BUSCADA              PIC X(4) VALUE SPACES.
       01  GP-CAT-DESC-VISTA           PIC X(30) VALUE SPACES.
       01  GP-TABLA-CATEGORIAS.
           05  GP-CAT-ENT OCCURS 200 TIMES.
               10  GP-CAT-CODIGO       PIC X(4).
               10  GP-CAT-METRICAS.
                   15  GP-CAT-INI-U        PIC S9(11).
                   15  GP-CAT-INI-V        PIC S9(13)V9(2).
                   15  GP-CAT-REV-V        PIC S9(13)V9(2).
                   15  GP-CAT-REC-U        PIC S9(11).
                   15  GP-CAT-REC-V        PIC S9(13)V9(2).
                   15  GP-CAT-MOV OCCURS 8 TIMES.
                       20  GP-CAT-MOV-U    PIC S9(11).
                       20  GP-CAT-MOV-V    PIC S9(13)V9(2).
                   15  GP-CAT-FIN-U        PIC S9(11).
                   15  GP-CAT-FIN-V        PIC S9(13)V9(2).

      *----------------------------------------------------------------
      *    ROLL-FORWARD POR ALMACEN. LA PRIMERA ENTRADA (HIGH-VALUES)
      *    ES EL TOTAL GENERAL Y LA SEGUNDA (LOW-VALUES) LAS
      *    CANTIDADES EN TRANSITO ENTRE ALMACENES; AMBAS SE IMPRIMEN
      *    AL FINAL.
      *----------------------------------------------------------------
       77  GP-ALM-MAXIMO               PIC 9(4) COMP VALUE 100.
       77  GP-ALM-TOTAL                PIC 9(4) COMP VALUE 0.
       77  GP-ALM-IDX                  PIC 9(4) COMP VALUE 0.
       77  GP-ALM-USADO                PIC 9(4) COMP VALUE 0.
       01  GP-ALM-BUSCADO              PIC X(3) VALUE SPACES.
       01  GP-TABLA-ALMACENES.
           05  GP-ALM-ENT OCCURS 100 TIMES.
               10  GP-ALM-CODIGO       PIC X(3).
               10  GP-ALM-METRICAS.
                   15  GP-ALM-INI-U        PIC S9(11).
                   15  GP-ALM-INI-V        PIC S9(13)V9(2).
                   15  GP-ALM-REV-V        PIC S9(13)V9(2).
                   15  GP-ALM-REC-U        PIC S9(11).
                   15  GP-ALM-REC-V        PIC S9(13)V9(2).
                   15  GP-ALM-MOV OCCURS 8 TIMES.
                       20  GP-ALM-MOV-U    PIC S9(11).
                       20  GP-ALM-MOV-V    PIC S9(13)V9(2).
                   15  GP-ALM-FIN-U        PIC S9(11).
                   15  GP-ALM-FIN-V        PIC S9(13)V9(2).

      *----------------------------------------------------------------
      *    AREA DE CALCULO DE UN BLOQUE DEL INFORME.
      *----------------------------------------------------------------
       77  GP-CALC-U                   PIC S9(11) VALUE 0.
       77  GP-CALC-V                   PIC S9(13)V9(2) VALUE 0.
       77  GP-DIF-U                    PIC S9(11) VALUE 0.
       77  GP-DIF-V                    PIC S9(13)V9(2) VALUE 0.
       01  GP-TITULO-BLOQUE            PIC X(60) VALUE SPACES.

       LINKAGE SECTION.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      *    0000-PRINCIPAL
      *    PARRAFO PRINCIPAL DEL PROGRAMA.
      *----------------------------------------------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           IF NOT GP-CIERRE-RECHAZADO
               SORT WK-CIERRE
                   ON ASCENDING KEY WK-CIE-ID
                   INPUT PROCEDURE IS 2000-RECOGER-SALDOS
                       THRU 2000-RECOGER-SALDOS-EXIT
                   OUTPUT PROCEDURE IS 3000-CALCULAR-ROLL-FORWARD
                       THRU 3000-CALCULAR-ROLL-FORWARD-EXIT
               PERFORM 4000-EMITIR-INFORME
                   THRU 4000-EMITIR-INFORME-EXIT
           END-IF.

           PERFORM 5000-FINALIZAR
               THRU 5000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    FIJA EL PERIODO, ABRE EL HISTORICO, COMPRUEBA QUE EL
      *    PERIODO PUEDE CERRARSE Y ABRE LOS FICHEROS DE LA FOTO. SIN
      *    MAESTRO SALIDA O SIN STKUBI NO HAY CIERRE; SIN TRANSITO O
      *    SIN DIARIO DE EXISTENCIAS (AMBOS OPCIONALES) SE CIERRA CON
      *    SUS CANTIDADES A CERO.
      *----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT GP-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE GP-FECHA-HOY(1:6) TO GP-PERIODO-ACTUAL.
           MOVE SPACES TO GP-PARAM-ENTRADA.
           ACCEPT GP-PARAM-ENTRADA FROM COMMAND-LINE.
           MOVE GP-PARAM-ENTRADA(1:6) TO GP-PARAM-PERIODO-X.
           IF GP-PARAM-PERIODO-X IS NUMERIC
               AND GP-PARAM-PERIODO > 0
               MOVE GP-PARAM-PERIODO TO GP-PERIODO
           ELSE
               MOVE GP-PERIODO-ACTUAL TO GP-PERIODO
           END-IF.
           PERFORM 1100-INICIAR-TABLAS
               THRU 1100-INICIAR-TABLAS-EXIT.

           OPEN OUTPUT CIERPRT.
           MOVE GP-PER-AAAA TO GP-PE-AAAA.
           MOVE GP-PER-MM TO GP-PE-MM.
           MOVE GP-PERIODO-EDITADO TO CIE-C-PERIODO.
           WRITE CIE-CAB-1.

           IF GP-PER-MM < 1 OR GP-PER-MM > 12
               MOVE 'PERIODO NO VALIDO' TO GP-MOTIVO-RECHAZO
               PERFORM 1900-RECHAZAR-CIERRE
                   THRU 1900-RECHAZAR-CIERRE-EXIT
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF GP-PERIODO > GP-PERIODO-ACTUAL
               MOVE 'PERIODO AUN NO INICIADO' TO GP-MOTIVO-RECHAZO
               PERFORM 1900-RECHAZAR-CIERRE
                   THRU 1900-RECHAZAR-CIERRE-EXIT
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF GP-PER-MM = 1
               COMPUTE GP-ANT-AAAA = GP-PER-AAAA - 1
               MOVE 12 TO GP-ANT-MM
           ELSE
               MOVE GP-PER-AAAA TO GP-ANT-AAAA
               COMPUTE GP-ANT-MM = GP-PER-MM - 1
           END-IF.

      *    EL HISTORICO SE CREA VACIO EN EL PRIMER CIERRE (MISMO
      *    PATRON QUE STKUBI EN PROGRA01).
           OPEN I-O HISTPER.
           IF HPE-ST = '35'
               OPEN OUTPUT HISTPER
               CLOSE HISTPER
               OPEN I-O HISTPER
           END-IF.
           IF HPE-ST NOT = '00'
               DISPLAY 'PROGRA26: NO SE PUEDE ABRIR EL HISTORICO DE '
                   'PERIODOS (ESTADO ' HPE-ST ').'
               MOVE 'HISTORICO DE PERIODOS NO DISPONIBLE'
                   TO GP-MOTIVO-RECHAZO
               PERFORM 1900-RECHAZAR-CIERRE
                   THRU 1900-RECHAZAR-CIERRE-EXIT
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-HISTPER-DISPONIBLE TO TRUE.
           PERFORM 1200-COMPROBAR-PERIODO
               THRU 1200-COMPROBAR-PERIODO-EXIT.
           IF GP-CIERRE-RECHAZADO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1300-DEPURAR-PERIODO
               THRU 1300-DEPURAR-PERIODO-EXIT.

           OPEN INPUT SALIDA.
           IF SALIDA-ST NOT = '00'
               DISPLAY 'PROGRA26: NO SE PUEDE ABRIR EL MAESTRO '
                   'SALIDA (ESTADO ' SALIDA-ST ').'
               MOVE 'MAESTRO SALIDA NO DISPONIBLE' TO GP-MOTIVO-RECHAZO
               PERFORM 1900-RECHAZAR-CIERRE
                   THRU 1900-RECHAZAR-CIERRE-EXIT
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-SALIDA-DISPONIBLE TO TRUE.
           OPEN INPUT STKUBI.
           IF STK-ST NOT = '00'
               DISPLAY 'PROGRA26: NO SE PUEDE ABRIR EL FICHERO DE '
                   'EXISTENCIAS POR UBICACION (ESTADO ' STK-ST ').'
               MOVE 'EXISTENCIAS POR UBICACION NO DISPONIBLES'
                   TO GP-MOTIVO-RECHAZO
               PERFORM 1900-RECHAZAR-CIERRE
                   THRU 1900-RECHAZAR-CIERRE-EXIT
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-STKUBI-DISPONIBLE TO TRUE.
           OPEN INPUT TRANSITO.
           IF TRF-ST = '00'
               SET GP-TRANSITO-DISPONIBLE TO TRUE
           END-IF.
      *    UN DIARIO INEXISTENTE (ESTADO 05, FICHERO OPCIONAL) ES UN
      *    PERIODO SIN MOVIMIENTOS; CUALQUIER OTRO ESTADO SE AVISA Y
      *    EL DIARIO NO SE VACIA AL TERMINAR.
           OPEN INPUT MOVEXIS.
           IF MEX-ST = '00' OR MEX-ST = '05'
               SET GP-MOVEXIS-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA26: AVISO - DIARIO DE MOVIMIENTOS DE '
                   'EXISTENCIAS NO DISPONIBLE (ESTADO ' MEX-ST '), '
                   'CIERRE SIN MOVIMIENTOS'
           END-IF.
           OPEN INPUT CATEGOS.
           IF CATG-ST = '00'
               SET GP-CATEGOS-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA26: AVISO - MAESTRO DE CATEGORIAS NO '
                   'DISPONIBLE (ESTADO ' CATG-ST '), INFORME SIN '
                   'DESCRIPCIONES'
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1100-INICIAR-TABLAS
      *    CODIGOS Y DESCRIPCIONES DE LOS ORIGENES Y ENTRADAS FIJAS
      *    DE LAS TABLAS DE CATEGORIAS (TOTAL) Y ALMACENES (TOTAL Y
      *    TRANSITO).
      *----------------------------------------------------------------
       1100-INICIAR-TABLAS.
           MOVE 'CN' TO GP-ORI-CODIGO(1).
           MOVE 'CARGA NOCTURNA' TO GP-ORI-DESCRIPCION(1).
           MOVE 'MR' TO GP-ORI-CODIGO(2).
           MOVE 'RECEPCIONES' TO GP-ORI-DESCRIPCION(2).
           MOVE 'MS' TO GP-ORI-CODIGO(3).
           MOVE 'SALIDAS A PLANTA' TO GP-ORI-DESCRIPCION(3).
           MOVE 'MA' TO GP-ORI-CODIGO(4).
           MOVE 'AJUSTES INTRADIA' TO GP-ORI-DESCRIPCION(4).
           MOVE 'RC' TO GP-ORI-CODIGO(5).
           MOVE 'AJUSTES DE RECUENTO' TO GP-ORI-DESCRIPCION(5).
           MOVE 'BJ' TO GP-ORI-CODIGO(6).
           MOVE 'BAJAS DE EXISTENCIAS' TO GP-ORI-DESCRIPCION(6).
           MOVE 'TR' TO GP-ORI-CODIGO(7).
           MOVE 'TRASLADOS ENTRE ALMACENES' TO GP-ORI-DESCRIPCION(7).
           MOVE '??' TO GP-ORI-CODIGO(8).
           MOVE 'OTROS ORIGENES' TO GP-ORI-DESCRIPCION(8).

           MOVE 1 TO GP-CAT-TOTAL.
           MOVE HIGH-VALUES TO GP-CAT-CODIGO(1).
           INITIALIZE GP-CAT-METRICAS(1).
           MOVE 2 TO GP-ALM-TOTAL.
           MOVE HIGH-VALUES TO GP-ALM-CODIGO(1).
           INITIALIZE GP-ALM-METRICAS(1).
           MOVE LOW-VALUES TO GP-ALM-CODIGO(2).
           INITIALIZE GP-ALM-METRICAS(2).
       1100-INICIAR-TABLAS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1200-COMPROBAR-PERIODO
      *    BLOQUEO DE PERIODOS: NO SE CIERRA UN PERIODO YA CERRADO NI
      *    UNO ANTERIOR A OTRO YA CERRADO. SI EL ANTERIOR NO ESTA
      *    CERRADO, SOLO SE ADMITE COMO CIERRE INICIAL (HISTORICO SIN
      *    NINGUN PERIODO PREVIO).
      *----------------------------------------------------------------
       1200-COMPROBAR-PERIODO.
           MOVE GP-PERIODO TO HPE-PERIODO.
           SET HPE-CIERRE TO TRUE.
           MOVE 0 TO HPE-ID.
           MOVE SPACES TO HPE-UBICACION.
           MOVE 0 TO HPE-SECUENCIA.
           READ HISTPER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'PERIODO YA CERRADO' TO GP-MOTIVO-RECHAZO
                   PERFORM 1900-RECHAZAR-CIERRE
                       THRU 1900-RECHAZAR-CIERRE-EXIT
           END-READ.
           IF GP-CIERRE-RECHAZADO
               GO TO 1200-COMPROBAR-PERIODO-EXIT
           END-IF.

           MOVE HIGH-VALUES TO HPE-CLAVE.
           MOVE GP-PERIODO TO HPE-PERIODO.
           START HISTPER KEY IS GREATER THAN HPE-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'HAY UN PERIODO POSTERIOR YA CERRADO'
                       TO GP-MOTIVO-RECHAZO
                   PERFORM 1900-RECHAZAR-CIERRE
                       THRU 1900-RECHAZAR-CIERRE-EXIT
           END-START.
           IF GP-CIERRE-RECHAZADO
               GO TO 1200-COMPROBAR-PERIODO-EXIT
           END-IF.

           MOVE GP-PERIODO-ANT TO HPE-PERIODO.
           SET HPE-CIERRE TO TRUE.
           MOVE 0 TO HPE-ID.
           MOVE SPACES TO HPE-UBICACION.
           MOVE 0 TO HPE-SECUENCIA.
           READ HISTPER
               INVALID KEY
                   SET GP-CIERRE-INICIAL TO TRUE
           END-READ.
           IF NOT GP-CIERRE-INICIAL
               GO TO 1200-COMPROBAR-PERIODO-EXIT
           END-IF.
           MOVE LOW-VALUES TO HPE-CLAVE.
           START HISTPER KEY IS NOT LESS THAN HPE-CLAVE
               INVALID KEY
                   GO TO 1200-COMPROBAR-PERIODO-EXIT
           END-START.
           READ HISTPER NEXT RECORD
               AT END
                   GO TO 1200-COMPROBAR-PERIODO-EXIT
           END-READ.
           IF HPE-PERIODO < GP-PERIODO
               MOVE 'FALTA EL CIERRE DEL PERIODO ANTERIOR'
                   TO GP-MOTIVO-RECHAZO
               PERFORM 1900-RECHAZAR-CIERRE
                   THRU 1900-RECHAZAR-CIERRE-EXIT
           END-IF.
       1200-COMPROBAR-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1300-DEPURAR-PERIODO
      *    ELIMINA LOS REGISTROS DEL PERIODO QUE HAYA DEJADO UN CIERRE
      *    INTERRUMPIDO (SIN REGISTRO DE CIERRE NO ESTA BLOQUEADO).
      *----------------------------------------------------------------
       1300-DEPURAR-PERIODO.
           MOVE 'N' TO GP-SW-FIN-LECTURA.
           MOVE LOW-VALUES TO HPE-CLAVE.
           MOVE GP-PERIODO TO HPE-PERIODO.
           START HISTPER KEY IS NOT LESS THAN HPE-CLAVE
               INVALID KEY
                   SET GP-FIN-LECTURA TO TRUE
           END-START.
           PERFORM 1310-DEPURAR-UN-REGISTRO
               THRU 1310-DEPURAR-UN-REGISTRO-EXIT
               UNTIL GP-FIN-LECTURA.
           IF GP-REGS-DEPURADOS > 0
               DISPLAY 'PROGRA26: AVISO - SE ELIMINAN '
                   GP-REGS-DEPURADOS ' REGISTROS DE UN CIERRE '
                   'INTERRUMPIDO DEL PERIODO ' GP-PERIODO
           END-IF.
       1300-DEPURAR-PERIODO-EXIT.
           EXIT.

       1310-DEPURAR-UN-REGISTRO.
           READ HISTPER NEXT RECORD
               AT END
                   SET GP-FIN-LECTURA TO TRUE
                   GO TO 1310-DEPURAR-UN-REGISTRO-EXIT
           END-READ.
           IF HPE-PERIODO NOT = GP-PERIODO
               SET GP-FIN-LECTURA TO TRUE
               GO TO 1310-DEPURAR-UN-REGISTRO-EXIT
           END-IF.
           DELETE HISTPER RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO GP-REGS-DEPURADOS
           END-DELETE.
       1310-DEPURAR-UN-REGISTRO-EXIT.
           EXIT.

       1900-RECHAZAR-CIERRE.
           SET GP-CIERRE-RECHAZADO TO TRUE.
           DISPLAY 'PROGRA26: CIERRE DEL PERIODO ' GP-PERIODO
               ' RECHAZADO - ' GP-MOTIVO-RECHAZO.
       1900-RECHAZAR-CIERRE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-RECOGER-SALDOS
      *    PROCEDIMIENTO DE ENTRADA DE LA CLASIFICACION: ENTREGA LA
      *    FOTO DEL PERIODO ANTERIOR Y, A LA VEZ QUE LOS GRABA EN EL
      *    HISTORICO, LA FOTO ACTUAL Y LOS MOVIMIENTOS DEL PERIODO.
      *----------------------------------------------------------------
       2000-RECOGER-SALDOS.
           IF NOT GP-CIERRE-INICIAL
               PERFORM 2100-RECOGER-APERTURA
                   THRU 2100-RECOGER-APERTURA-EXIT
           END-IF.
           PERFORM 2200-RECOGER-SALIDA
               THRU 2200-RECOGER-SALIDA-EXIT.
           PERFORM 2300-RECOGER-STKUBI
               THRU 2300-RECOGER-STKUBI-EXIT.
           IF GP-TRANSITO-DISPONIBLE
               PERFORM 2400-RECOGER-TRANSITO
                   THRU 2400-RECOGER-TRANSITO-EXIT
           END-IF.
           IF GP-MOVEXIS-DISPONIBLE
               PERFORM 2500-RECOGER-MOVIMIENTOS
                   THRU 2500-RECOGER-MOVIMIENTOS-EXIT
           END-IF.
       2000-RECOGER-SALDOS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2100-RECOGER-APERTURA
      *    FOTO DEL PERIODO ANTERIOR: REGISTROS 'P', 'T' Y 'U' (LOS
      *    'C' Y 'M' QUEDAN DELANTE EN EL ORDEN DE CLAVE).
      *----------------------------------------------------------------
       2100-RECOGER-APERTURA.
           MOVE 'N' TO GP-SW-FIN-LECTURA.
           MOVE LOW-VALUES TO HPE-CLAVE.
           MOVE GP-PERIODO-ANT TO HPE-PERIODO.
           SET HPE-PRODUCTO TO TRUE.
           START HISTPER KEY IS NOT LESS THAN HPE-CLAVE
               INVALID KEY
                   SET GP-FIN-LECTURA TO TRUE
           END-START.
           PERFORM 2110-LEER-UNA-APERTURA
               THRU 2110-LEER-UNA-APERTURA-EXIT
               UNTIL GP-FIN-LECTURA.
       2100-RECOGER-APERTURA-EXIT.
           EXIT.

       2110-LEER-UNA-APERTURA.
           READ HISTPER NEXT RECORD
               AT END
                   SET GP-FIN-LECTURA TO TRUE
                   GO TO 2110-LEER-UNA-APERTURA-EXIT
           END-READ.
           IF HPE-PERIODO NOT = GP-PERIODO-ANT
               SET GP-FIN-LECTURA TO TRUE
               GO TO 2110-LEER-UNA-APERTURA-EXIT
           END-IF.
           IF NOT HPE-PRODUCTO AND NOT HPE-UBICACION-STK
               AND NOT HPE-TRANSITO
               GO TO 2110-LEER-UNA-APERTURA-EXIT
           END-IF.
           INITIALIZE WK-CIE-REG.
           MOVE HPE-ID TO WK-CIE-ID.
           SET WK-CIE-APERTURA TO TRUE.
           MOVE HPE-TIPO-REG TO WK-CIE-TIPO.
           MOVE HPE-UBICACION TO WK-CIE-UBICACION.
           MOVE HPE-CANTIDAD TO WK-CIE-CANTIDAD.
           IF HPE-PRODUCTO
               MOVE HPE-COSTE-MEDIO TO WK-CIE-COSTE
               MOVE HPE-CATEGORIA TO WK-CIE-CATEGORIA
           END-IF.
           RELEASE WK-CIE-REG.
           ADD 1 TO GP-REGS-APERTURA.
       2110-LEER-UNA-APERTURA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2200-RECOGER-SALIDA
      *    FOTO DEL MAESTRO: EXISTENCIAS, COSTE MEDIO (CERO SI NO SE
      *    CONOCE) Y CATEGORIA DE CADA PRODUCTO.
      *----------------------------------------------------------------
       2200-RECOGER-SALIDA.
           MOVE 'N' TO GP-SW-FIN-LECTURA.
           MOVE LOW-VALUES TO SALIDA-ID.
           START SALIDA KEY IS NOT LESS THAN SALIDA-ID
               INVALID KEY
                   SET GP-FIN-LECTURA TO TRUE
           END-START.
           PERFORM 2210-LEER-UN-PRODUCTO
               THRU 2210-LEER-UN-PRODUCTO-EXIT
               UNTIL GP-FIN-LECTURA.
       2200-RECOGER-SALIDA-EXIT.
           EXIT.

       2210-LEER-UN-PRODUCTO.
           READ SALIDA NEXT RECORD
               AT END
                   SET GP-FIN-LECTURA TO TRUE
                   GO TO 2210-LEER-UN-PRODUCTO-EXIT
           END-READ.
           MOVE SPACES TO HISTPER-REG.
           MOVE GP-PERIODO TO HPE-PERIODO.
           SET HPE-PRODUCTO TO TRUE.
           MOVE SALIDA-ID TO HPE-ID.
           MOVE 0 TO HPE-SECUENCIA.
           MOVE GP-FECHA-HOY TO HPE-FECHA.
           MOVE SALIDA-CATEGORIA TO HPE-CATEGORIA.
           IF SALIDA-STOCK IS NUMERIC
               MOVE SALIDA-STOCK TO HPE-CANTIDAD
           ELSE
               MOVE 0 TO HPE-CANTIDAD
           END-IF.
           IF SALIDA-COSTE-MEDIO IS NUMERIC
               AND SALIDA-COSTE-MEDIO > ZERO
               MOVE SALIDA-COSTE-MEDIO TO HPE-COSTE-MEDIO
           ELSE
               MOVE 0 TO HPE-COSTE-MEDIO
           END-IF.
           MOVE SALIDA-IND-ESTADO TO HPE-IND-ESTADO.
           PERFORM 2900-GRABAR-HISTORICO
               THRU 2900-GRABAR-HISTORICO-EXIT.
           ADD 1 TO GP-REGS-PRODUCTOS.
           INITIALIZE WK-CIE-REG.
           MOVE HPE-ID TO WK-CIE-ID.
           SET WK-CIE-FINAL TO TRUE.
           SET WK-CIE-PRODUCTO TO TRUE.
           MOVE HPE-CANTIDAD TO WK-CIE-CANTIDAD.
           MOVE HPE-COSTE-MEDIO TO WK-CIE-COSTE.
           MOVE HPE-CATEGORIA TO WK-CIE-CATEGORIA.
           RELEASE WK-CIE-REG.
       2210-LEER-UN-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-RECOGER-STKUBI
      *    FOTO DE LAS EXISTENCIAS POR PRODUCTO Y UBICACION.
      *----------------------------------------------------------------
       2300-RECOGER-STKUBI.
           MOVE 'N' TO GP-SW-FIN-LECTURA.
           MOVE LOW-VALUES TO STKUBI-CLAVE.
           START STKUBI KEY IS NOT LESS THAN STKUBI-CLAVE
               INVALID KEY
                   SET GP-FIN-LECTURA TO TRUE
           END-START.
           PERFORM 2310-LEER-UNA-UBICACION
               THRU 2310-LEER-UNA-UBICACION-EXIT
               UNTIL GP-FIN-LECTURA.
       2300-RECOGER-STKUBI-EXIT.
           EXIT.

       2310-LEER-UNA-UBICACION.
           READ STKUBI NEXT RECORD
               AT END
                   SET GP-FIN-LECTURA TO TRUE
                   GO TO 2310-LEER-UNA-UBICACION-EXIT
           END-READ.
           MOVE SPACES TO HISTPER-REG.
           MOVE GP-PERIODO TO HPE-PERIODO.
           SET HPE-UBICACION-STK TO TRUE.
           MOVE STKUBI-ID TO HPE-ID.
           MOVE STKUBI-UBICACION TO HPE-UBICACION.
           MOVE 0 TO HPE-SECUENCIA.
           MOVE GP-FECHA-HOY TO HPE-FECHA.
           IF STKUBI-STOCK IS NUMERIC
               MOVE STKUBI-STOCK TO HPE-CANTIDAD
           ELSE
               MOVE 0 TO HPE-CANTIDAD
           END-IF.
           MOVE 0 TO HPE-COSTE-MEDIO.
           PERFORM 2900-GRABAR-HISTORICO
               THRU 2900-GRABAR-HISTORICO-EXIT.
           ADD 1 TO GP-REGS-UBICACIONES.
           INITIALIZE WK-CIE-REG.
           MOVE HPE-ID TO WK-CIE-ID.
           SET WK-CIE-FINAL TO TRUE.
           SET WK-CIE-UBICACION-STK TO TRUE.
           MOVE HPE-UBICACION TO WK-CIE-UBICACION.
           MOVE HPE-CANTIDAD TO WK-CIE-CANTIDAD.
           RELEASE WK-CIE-REG.
       2310-LEER-UNA-UBICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2400-RECOGER-TRANSITO
      *    FOTO DE LOS TRASLADOS EN TRANSITO, UNO POR TRASLADO.
      *----------------------------------------------------------------
       2400-RECOGER-TRANSITO.
           MOVE 'N' TO GP-SW-FIN-LECTURA.
           MOVE ZEROS TO TRF-NUMERO.
           START TRANSITO KEY IS NOT LESS THAN TRF-NUMERO
               INVALID KEY
                   SET GP-FIN-LECTURA TO TRUE
           END-START.
           PERFORM 2410-LEER-UN-TRANSITO
               THRU 2410-LEER-UN-TRANSITO-EXIT
               UNTIL GP-FIN-LECTURA.
       2400-RECOGER-TRANSITO-EXIT.
           EXIT.

       2410-LEER-UN-TRANSITO.
           READ TRANSITO NEXT RECORD
               AT END
                   SET GP-FIN-LECTURA TO TRUE
                   GO TO 2410-LEER-UN-TRANSITO-EXIT
           END-READ.
           MOVE SPACES TO HISTPER-REG.
           MOVE GP-PERIODO TO HPE-PERIODO.
           SET HPE-TRANSITO TO TRUE.
           MOVE TRF-ID TO HPE-ID.
           MOVE TRF-UBI-DESTINO TO HPE-UBICACION.
           MOVE TRF-NUMERO TO HPE-SECUENCIA.
           MOVE GP-FECHA-HOY TO HPE-FECHA.
           MOVE TRF-CANTIDAD TO HPE-CANTIDAD.
           MOVE 0 TO HPE-COSTE-MEDIO.
           PERFORM 2900-GRABAR-HISTORICO
               THRU 2900-GRABAR-HISTORICO-EXIT.
           ADD 1 TO GP-REGS-TRASLADOS.
           INITIALIZE WK-CIE-REG.
           MOVE HPE-ID TO WK-CIE-ID.
           SET WK-CIE-FINAL TO TRUE.
           SET WK-CIE-TRANSITO TO TRUE.
           MOVE HPE-CANTIDAD TO WK-CIE-CANTIDAD.
           RELEASE WK-CIE-REG.
       2410-LEER-UN-TRANSITO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-RECOGER-MOVIMIENTOS
      *    MOVIMIENTOS DEL PERIODO: TODO LO ANOTADO EN EL DIARIO DE
      *    EXISTENCIAS DESDE EL CIERRE ANTERIOR. CADA UNO SE GRABA EN
      *    EL HISTORICO CON SU ORDINAL COMO SECUENCIA.
      *----------------------------------------------------------------
       2500-RECOGER-MOVIMIENTOS.
           MOVE 'N' TO GP-SW-FIN-LECTURA.
           PERFORM 2510-LEER-UN-MOVIMIENTO
               THRU 2510-LEER-UN-MOVIMIENTO-EXIT
               UNTIL GP-FIN-LECTURA.
       2500-RECOGER-MOVIMIENTOS-EXIT.
           EXIT.

       2510-LEER-UN-MOVIMIENTO.
           READ MOVEXIS
               AT END
                   SET GP-FIN-LECTURA TO TRUE
                   GO TO 2510-LEER-UN-MOVIMIENTO-EXIT
           END-READ.
           ADD 1 TO GP-REGS-MOVIMIENTOS.
           MOVE SPACES TO HISTPER-REG.
           MOVE GP-PERIODO TO HPE-PERIODO.
           SET HPE-MOVIMIENTO TO TRUE.
           MOVE MEX-ID TO HPE-ID.
           MOVE MEX-UBICACION TO HPE-UBICACION.
           MOVE GP-REGS-MOVIMIENTOS TO HPE-SECUENCIA.
           MOVE MEX-FECHA-PROCESO TO HPE-MOV-FECHA.
           MOVE MEX-ORIGEN TO HPE-MOV-ORIGEN.
           MOVE MEX-CANTIDAD TO HPE-MOV-CANTIDAD.
           MOVE MEX-PROGRAMA TO HPE-MOV-PROGRAMA.
           MOVE MEX-REF-NUMERO TO HPE-MOV-REF-NUMERO.
           PERFORM 2900-GRABAR-HISTORICO
               THRU 2900-GRABAR-HISTORICO-EXIT.
           INITIALIZE WK-CIE-REG.
           MOVE MEX-ID TO WK-CIE-ID.
           SET WK-CIE-MOVIMIENTO TO TRUE.
           SET WK-CIE-UBICACION-STK TO TRUE.
           MOVE MEX-UBICACION TO WK-CIE-UBICACION.
           MOVE MEX-ORIGEN TO WK-CIE-ORIGEN.
           MOVE MEX-CANTIDAD TO WK-CIE-CANTIDAD.
           RELEASE WK-CIE-REG.
       2510-LEER-UN-MOVIMIENTO-EXIT.
           EXIT.

       2900-GRABAR-HISTORICO.
           WRITE HISTPER-REG
               INVALID KEY
                   ADD 1 TO GP-REGS-ERRORES
                   DISPLAY 'PROGRA26: ERROR AL GRABAR EL HISTORICO '
                       HPE-CLAVE ' (ESTADO ' HPE-ST ')'
           END-WRITE.
       2900-GRABAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-CALCULAR-ROLL-FORWARD
      *    PROCEDIMIENTO DE SALIDA DE LA CLASIFICACION: ACUMULA CADA
      *    PRODUCTO Y REPARTE SU APORTACION ENTRE SU CATEGORIA Y SUS
      *    ALMACENES.
      *----------------------------------------------------------------
       3000-CALCULAR-ROLL-FORWARD.
           MOVE 'N' TO GP-SW-FIN-SORT.
           PERFORM 3100-DEVOLVER-REGISTRO
               THRU 3100-DEVOLVER-REGISTRO-EXIT.
           PERFORM 3200-TRATAR-PRODUCTO
               THRU 3200-TRATAR-PRODUCTO-EXIT
               UNTIL GP-FIN-SORT.
       3000-CALCULAR-ROLL-FORWARD-EXIT.
           EXIT.

       3100-DEVOLVER-REGISTRO.
           RETURN WK-CIERRE
               AT END
                   SET GP-FIN-SORT TO TRUE
           END-RETURN.
       3100-DEVOLVER-REGISTRO-EXIT.
           EXIT.

       3200-TRATAR-PRODUCTO.
           MOVE WK-CIE-ID TO GP-PRD-ID.
           MOVE 'N' TO GP-SW-HAY-APERTURA.
           MOVE 'N' TO GP-SW-HAY-FOTO.
           MOVE '????' TO GP-PRD-INI-CATEGORIA.
           MOVE '????' TO GP-PRD-FIN-CATEGORIA.
           MOVE 0 TO GP-PRD-INI-UNIDADES.
           MOVE 0 TO GP-PRD-INI-COSTE.
           MOVE 0 TO GP-PRD-FIN-UNIDADES.
           MOVE 0 TO GP-PRD-FIN-COSTE.
           MOVE 0 TO GP-PRD-TRN-INI.
           MOVE 0 TO GP-PRD-TRN-FIN.
           INITIALIZE GP-PRD-MOVIMIENTOS.
           MOVE 0 TO GP-PUB-TOTAL.
           PERFORM 3300-ACUMULAR-REGISTRO
               THRU 3300-ACUMULAR-REGISTRO-EXIT
               UNTIL GP-FIN-SORT
                   OR WK-CIE-ID NOT = GP-PRD-ID.
           PERFORM 3500-REPARTIR-PRODUCTO
               THRU 3500-REPARTIR-PRODUCTO-EXIT.
       3200-TRATAR-PRODUCTO-EXIT.
           EXIT.

       3300-ACUMULAR-REGISTRO.
           EVALUATE TRUE
               WHEN WK-CIE-MOVIMIENTO
                   PERFORM 3320-INDICE-ORIGEN
                       THRU 3320-INDICE-ORIGEN-EXIT
                   ADD WK-CIE-CANTIDAD TO GP-PRD-MOV(GP-ORI-USADO)
                   PERFORM 3310-LOCALIZAR-UBICACION
                       THRU 3310-LOCALIZAR-UBICACION-EXIT
                   ADD WK-CIE-CANTIDAD
                       TO GP-PUB-MOV(GP-PUB-USADA, GP-ORI-USADO)
               WHEN WK-CIE-PRODUCTO AND WK-CIE-APERTURA
                   SET GP-HAY-APERTURA TO TRUE
                   MOVE WK-CIE-CANTIDAD TO GP-PRD-INI-UNIDADES
                   MOVE WK-CIE-COSTE TO GP-PRD-INI-COSTE
                   MOVE WK-CIE-CATEGORIA TO GP-PRD-INI-CATEGORIA
               WHEN WK-CIE-PRODUCTO
                   SET GP-HAY-FOTO TO TRUE
                   MOVE WK-CIE-CANTIDAD TO GP-PRD-FIN-UNIDADES
                   MOVE WK-CIE-COSTE TO GP-PRD-FIN-COSTE
                   MOVE WK-CIE-CATEGORIA TO GP-PRD-FIN-CATEGORIA
               WHEN WK-CIE-TRANSITO AND WK-CIE-APERTURA
                   ADD WK-CIE-CANTIDAD TO GP-PRD-TRN-INI
               WHEN WK-CIE-TRANSITO
                   ADD WK-CIE-CANTIDAD TO GP-PRD-TRN-FIN
               WHEN WK-CIE-APERTURA
                   PERFORM 3310-LOCALIZAR-UBICACION
                       THRU 3310-LOCALIZAR-UBICACION-EXIT
                   ADD WK-CIE-CANTIDAD TO GP-PUB-INI(GP-PUB-USADA)
               WHEN OTHER
                   PERFORM 3310-LOCALIZAR-UBICACION
                       THRU 3310-LOCALIZAR-UBICACION-EXIT
                   ADD WK-CIE-CANTIDAD TO GP-PUB-FIN(GP-PUB-USADA)
           END-EVALUATE.
           PERFORM 3100-DEVOLVER-REGISTRO
               THRU 3100-DEVOLVER-REGISTRO-EXIT.
       3300-ACUMULAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3310-LOCALIZAR-UBICACION
      *    DEJA EN GP-PUB-USADA LA ENTRADA DE WK-CIE-UBICACION EN LA
      *    TABLA DE UBICACIONES DEL PRODUCTO, DANDOLA DE ALTA A CERO
      *    SI AUN NO ESTABA (MISMO PATRON QUE 2900-LOCALIZAR-CATEGORIA
      *    DE PROGRA22).
      *----------------------------------------------------------------
       3310-LOCALIZAR-UBICACION.
           MOVE 'N' TO GP-SW-UBI-HALLADA.
           MOVE 0 TO GP-PUB-USADA.
           IF GP-PUB-TOTAL > 0
               PERFORM 3311-COMPARAR-UBICACION
                   THRU 3311-COMPARAR-UBICACION-EXIT
                   VARYING GP-PUB-IDX FROM 1 BY 1
                   UNTIL GP-UBI-HALLADA
                       OR GP-PUB-IDX > GP-PUB-TOTAL
           END-IF.
           IF NOT GP-UBI-HALLADA
               IF GP-PUB-TOTAL < GP-PUB-MAXIMO
                   ADD 1 TO GP-PUB-TOTAL
                   MOVE GP-PUB-TOTAL TO GP-PUB-USADA
                   INITIALIZE GP-PUB-ENT(GP-PUB-USADA)
                   MOVE WK-CIE-UBICACION
                       TO GP-PUB-CODIGO(GP-PUB-USADA)
               ELSE
                   MOVE GP-PUB-MAXIMO TO GP-PUB-USADA
                   MOVE '***' TO GP-PUB-CODIGO(GP-PUB-USADA)
               END-IF
           END-IF.
       3310-LOCALIZAR-UBICACION-EXIT.
           EXIT.

       3311-COMPARAR-UBICACION.
           IF GP-PUB-CODIGO(GP-PUB-IDX) = WK-CIE-UBICACION
               SET GP-UBI-HALLADA TO TRUE
               MOVE GP-PUB-IDX TO GP-PUB-USADA
           END-IF.
       3311-COMPARAR-UBICACION-EXIT.
           EXIT.

       3320-INDICE-ORIGEN.
           EVALUATE WK-CIE-ORIGEN
               WHEN GP-ORI-CODIGO(1)
                   MOVE 1 TO GP-ORI-USADO
               WHEN GP-ORI-CODIGO(2)
                   MOVE 2 TO GP-ORI-USADO
               WHEN GP-ORI-CODIGO(3)
                   MOVE 3 TO GP-ORI-USADO
               WHEN GP-ORI-CODIGO(4)
                   MOVE 4 TO GP-ORI-USADO
               WHEN GP-ORI-CODIGO(5)
                   MOVE 5 TO GP-ORI-USADO
               WHEN GP-ORI-CODIGO(6)
                   MOVE 6 TO GP-ORI-USADO
               WHEN GP-ORI-CODIGO(7)
                   MOVE 7 TO GP-ORI-USADO
               WHEN OTHER
                   MOVE 8 TO GP-ORI-USADO
           END-EVALUATE.
       3320-INDICE-ORIGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3500-REPARTIR-PRODUCTO
      *    UN PRODUCTO SIN FOTO ACTUAL (DADO DE BAJA) CIERRA A CERO
      *    CON LA CATEGORIA Y EL COSTE DE LA APERTURA; UNO SIN
      *    APERTURA (ALTA DEL PERIODO) ABRE A CERO CON LOS DE CIERRE.
      *    TODO SE VALORA AL COSTE DE CIERRE SALVO LA EXISTENCIA
      *    INICIAL, QUE VA AL COSTE ANTERIOR CON LA DIFERENCIA COMO
      *    REVALORIZACION. LOS TRASLADOS NO CAMBIAN LAS EXISTENCIAS
      *    DEL PRODUCTO Y NO ENTRAN EN LA CATEGORIA.
      *----------------------------------------------------------------
       3500-REPARTIR-PRODUCTO.
           IF NOT GP-HAY-FOTO
               MOVE 0 TO GP-PRD-FIN-UNIDADES
               MOVE GP-PRD-INI-COSTE TO GP-PRD-FIN-COSTE
               MOVE GP-PRD-INI-CATEGORIA TO GP-PRD-FIN-CATEGORIA
           END-IF.
           IF NOT GP-HAY-APERTURA
               MOVE 0 TO GP-PRD-INI-UNIDADES
               MOVE GP-PRD-FIN-COSTE TO GP-PRD-INI-COSTE
               MOVE GP-PRD-FIN-CATEGORIA TO GP-PRD-INI-CATEGORIA
           END-IF.

      *    CATEGORIA. SI HA CAMBIADO, LA EXISTENCIA INICIAL SALE DE LA
      *    ANTERIOR Y ENTRA EN LA NUEVA COMO RECLASIFICACION.
           PERFORM 3510-APORTAR-APERTURA
               THRU 3510-APORTAR-APERTURA-EXIT.
           IF GP-PRD-INI-CATEGORIA NOT = GP-PRD-FIN-CATEGORIA
               COMPUTE GP-APT-REC-U = 0 - GP-PRD-INI-UNIDADES
               COMPUTE GP-APT-REC-V =
                   0 - GP-PRD-INI-UNIDADES * GP-PRD-FIN-COSTE
               MOVE GP-PRD-INI-CATEGORIA TO GP-CAT-BUSCADA
               PERFORM 3600-SUMAR-A-CATEGORIA
                   THRU 3600-SUMAR-A-CATEGORIA-EXIT
               INITIALIZE GP-APORTACION
               MOVE GP-PRD-INI-UNIDADES TO GP-APT-REC-U
               COMPUTE GP-APT-REC-V =
                   GP-PRD-INI-UNIDADES * GP-PRD-FIN-COSTE
           END-IF.
           PERFORM 3520-APORTAR-MOVIMIENTOS
               THRU 3520-APORTAR-MOVIMIENTOS-EXIT
               VARYING GP-ORI-IDX FROM 1 BY 1
               UNTIL GP-ORI-IDX > GP-ORI-MAXIMO.
           MOVE 0 TO GP-APT-MOV-U(GP-ORI-TRASLADO).
           MOVE 0 TO GP-APT-MOV-V(GP-ORI-TRASLADO).
           MOVE GP-PRD-FIN-UNIDADES TO GP-APT-FIN-U.
           COMPUTE GP-APT-FIN-V =
               GP-PRD-FIN-UNIDADES * GP-PRD-FIN-COSTE.
           MOVE GP-PRD-FIN-CATEGORIA TO GP-CAT-BUSCADA.
           PERFORM 3600-SUMAR-A-CATEGORIA
               THRU 3600-SUMAR-A-CATEGORIA-EXIT.

      *    ALMACENES: CADA UBICACION DEL PRODUCTO Y SU TRANSITO, QUE
      *    RECIBE LO QUE LOS TRASLADOS DESCUENTAN DE LAS UBICACIONES.
           IF GP-PUB-TOTAL > 0
               PERFORM 3530-APORTAR-UBICACION
                   THRU 3530-APORTAR-UBICACION-EXIT
                   VARYING GP-PUB-IDX FROM 1 BY 1
                   UNTIL GP-PUB-IDX > GP-PUB-TOTAL
           END-IF.
           IF GP-PRD-TRN-INI NOT = ZERO
               OR GP-PRD-TRN-FIN NOT = ZERO
               OR GP-PRD-MOV(GP-ORI-TRASLADO) NOT = ZERO
               PERFORM 3540-APORTAR-TRANSITO
                   THRU 3540-APORTAR-TRANSITO-EXIT
           END-IF.
       3500-REPARTIR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3510-APORTAR-APERTURA
      *    APORTACION DE LA EXISTENCIA INICIAL DEL PRODUCTO, A CERO EN
      *    TODO LO DEMAS.
      *----------------------------------------------------------------
       3510-APORTAR-APERTURA.
           INITIALIZE GP-APORTACION.
           MOVE GP-PRD-INI-UNIDADES TO GP-APT-INI-U.
           COMPUTE GP-APT-INI-V =
               GP-PRD-INI-UNIDADES * GP-PRD-INI-COSTE.
           COMPUTE GP-APT-REV-V = GP-PRD-INI-UNIDADES
               * (GP-PRD-FIN-COSTE - GP-PRD-INI-COSTE).
       3510-APORTAR-APERTURA-EXIT.
           EXIT.

       3520-APORTAR-MOVIMIENTOS.
           MOVE GP-PRD-MOV(GP-ORI-IDX) TO GP-APT-MOV-U(GP-ORI-IDX).
           COMPUTE GP-APT-MOV-V(GP-ORI-IDX) =
               GP-PRD-MOV(GP-ORI-IDX) * GP-PRD-FIN-COSTE.
       3520-APORTAR-MOVIMIENTOS-EXIT.
           EXIT.

       3530-APORTAR-UBICACION.
           INITIALIZE GP-APORTACION.
           MOVE GP-PUB-INI(GP-PUB-IDX) TO GP-APT-INI-U.
           COMPUTE GP-APT-INI-V =
               GP-PUB-INI(GP-PUB-IDX) * GP-PRD-INI-COSTE.
           COMPUTE GP-APT-REV-V = GP-PUB-INI(GP-PUB-IDX)
               * (GP-PRD-FIN-COSTE - GP-PRD-INI-COSTE).
           PERFORM 3531-APORTAR-MOV-UBICACION
               THRU 3531-APORTAR-MOV-UBICACION-EXIT
               VARYING GP-ORI-IDX FROM 1 BY 1
               UNTIL GP-ORI-IDX > GP-ORI-MAXIMO.
           MOVE GP-PUB-FIN(GP-PUB-IDX) TO GP-APT-FIN-U.
           COMPUTE GP-APT-FIN-V =
               GP-PUB-FIN(GP-PUB-IDX) * GP-PRD-FIN-COSTE.
           MOVE GP-PUB-CODIGO(GP-PUB-IDX) TO GP-ALM-BUSCADO.
           PERFORM 3610-SUMAR-A-ALMACEN
               THRU 3610-SUMAR-A-ALMACEN-EXIT.
       3530-APORTAR-UBICACION-EXIT.
           EXIT.

       3531-APORTAR-MOV-UBICACION.
           MOVE GP-PUB-MOV(GP-PUB-IDX, GP-ORI-IDX)
               TO GP-APT-MOV-U(GP-ORI-IDX).
           COMPUTE GP-APT-MOV-V(GP-ORI-IDX) =
               GP-PUB-MOV(GP-PUB-IDX, GP-ORI-IDX) * GP-PRD-FIN-COSTE.
       3531-APORTAR-MOV-UBICACION-EXIT.
           EXIT.

       3540-APORTAR-TRANSITO.
           INITIALIZE GP-APORTACION.
           MOVE GP-PRD-TRN-INI TO GP-APT-INI-U.
           COMPUTE GP-APT-INI-V = GP-PRD-TRN-INI * GP-PRD-INI-COSTE.
           COMPUTE GP-APT-REV-V = GP-PRD-TRN-INI
               * (GP-PRD-FIN-COSTE - GP-PRD-INI-COSTE).
           COMPUTE GP-APT-MOV-U(GP-ORI-TRASLADO) =
               0 - GP-PRD-MOV(GP-ORI-TRASLADO).
           COMPUTE GP-APT-MOV-V(GP-ORI-TRASLADO) =
               GP-APT-MOV-U(GP-ORI-TRASLADO) * GP-PRD-FIN-COSTE.
           MOVE GP-PRD-TRN-FIN TO GP-APT-FIN-U.
           COMPUTE GP-APT-FIN-V = GP-PRD-TRN-FIN * GP-PRD-FIN-COSTE.
           MOVE LOW-VALUES TO GP-ALM-BUSCADO.
           PERFORM 3610-SUMAR-A-ALMACEN
               THRU 3610-SUMAR-A-ALMACEN-EXIT.
       3540-APORTAR-TRANSITO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3600-SUMAR-A-CATEGORIA
      *    SUMA GP-APORTACION A LA CATEGORIA GP-CAT-BUSCADA (DANDOLA
      *    DE ALTA SI HACE FALTA; TABLA LLENA: LA ULTIMA ENTRADA
      *    ABSORBE EL EXCESO) Y AL TOTAL GENERAL.
      *----------------------------------------------------------------
       3600-SUMAR-A-CATEGORIA.
           MOVE 'N' TO GP-SW-CAT-HALLADA.
           MOVE 0 TO GP-CAT-USADA.
           PERFORM 3601-COMPARAR-CATEGORIA
               THRU 3601-COMPARAR-CATEGORIA-EXIT
               VARYING GP-CAT-IDX FROM 2 BY 1
               UNTIL GP-CAT-HALLADA
                   OR GP-CAT-IDX > GP-CAT-TOTAL.
           IF NOT GP-CAT-HALLADA
               IF GP-CAT-TOTAL < GP-CAT-MAXIMO
                   ADD 1 TO GP-CAT-TOTAL
                   MOVE GP-CAT-TOTAL TO GP-CAT-USADA
                   MOVE GP-CAT-BUSCADA TO GP-CAT-CODIGO(GP-CAT-USADA)
                   INITIALIZE GP-CAT-METRICAS(GP-CAT-USADA)
               ELSE
                   MOVE GP-CAT-MAXIMO TO GP-CAT-USADA
                   MOVE '****' TO GP-CAT-CODIGO(GP-CAT-USADA)
               END-IF
           END-IF.
           PERFORM 3605-SUMAR-ENTRADA-CATEGORIA
               THRU 3605-SUMAR-ENTRADA-CATEGORIA-EXIT.
           MOVE 1 TO GP-CAT-USADA.
           PERFORM 3605-SUMAR-ENTRADA-CATEGORIA
               THRU 3605-SUMAR-ENTRADA-CATEGORIA-EXIT.
       3600-SUMAR-A-CATEGORIA-EXIT.
           EXIT.

       3601-COMPARAR-CATEGORIA.
           IF GP-CAT-CODIGO(GP-CAT-IDX) = GP-CAT-BUSCADA
               SET GP-CAT-HALLADA TO TRUE
               MOVE GP-CAT-IDX TO GP-CAT-USADA
           END-IF.
       3601-COMPARAR-CATEGORIA-EXIT.
           EXIT.

       3605-SUMAR-ENTRADA-CATEGORIA.
           ADD GP-APT-INI-U TO GP-CAT-INI-U(GP-CAT-USADA).
           ADD GP-APT-INI-V TO GP-CAT-INI-V(GP-CAT-USADA).
           ADD GP-APT-REV-V TO GP-CAT-REV-V(GP-CAT-USADA).
           ADD GP-APT-REC-U TO GP-CAT-REC-U(GP-CAT-USADA).
           ADD GP-APT-REC-V TO GP-CAT-REC-V(GP-CAT-USADA).
           PERFORM 3606-SUMAR-MOV-CATEGORIA
               THRU 3606-SUMAR-MOV-CATEGORIA-EXIT
               VARYING GP-ORI-IDX FROM 1 BY 1
               UNTIL GP-ORI-IDX > GP-ORI-MAXIMO.
           ADD GP-APT-FIN-U TO GP-CAT-FIN-U(GP-CAT-USADA).
           ADD GP-APT-FIN-V TO GP-CAT-FIN-V(GP-CAT-USADA).
       3605-SUMAR-ENTRADA-CATEGORIA-EXIT.
           EXIT.

       3606-SUMAR-MOV-CATEGORIA.
           ADD GP-APT-MOV-U(GP-ORI-IDX)
               TO GP-CAT-MOV-U(GP-CAT-USADA, GP-ORI-IDX).
           ADD GP-APT-MOV-V(GP-ORI-IDX)
               TO GP-CAT-MOV-V(GP-CAT-USADA, GP-ORI-IDX).
       3606-SUMAR-MOV-CATEGORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3610-SUMAR-A-ALMACEN
      *    SUMA GP-APORTACION AL ALMACEN GP-ALM-BUSCADO Y AL TOTAL
      *    GENERAL, CON EL MISMO CRITERIO QUE 3600.
      *----------------------------------------------------------------
       3610-SUMAR-A-ALMACEN.
           MOVE 'N' TO GP-SW-ALM-HALLADO.
           MOVE 0 TO GP-ALM-USADO.
           PERFORM 3611-COMPARAR-ALMACEN
               THRU 3611-COMPARAR-ALMACEN-EXIT
               VARYING GP-ALM-IDX FROM 2 BY 1
               UNTIL GP-ALM-HALLADO
                   OR GP-ALM-IDX > GP-ALM-TOTAL.
           IF NOT GP-ALM-HALLADO
               IF GP-ALM-TOTAL < GP-ALM-MAXIMO
                   ADD 1 TO GP-ALM-TOTAL
                   MOVE GP-ALM-TOTAL TO GP-ALM-USADO
                   MOVE GP-ALM-BUSCADO TO GP-ALM-CODIGO(GP-ALM-USADO)
                   INITIALIZE GP-ALM-METRICAS(GP-ALM-USADO)
               ELSE
                   MOVE GP-ALM-MAXIMO TO GP-ALM-USADO
                   MOVE '***' TO GP-ALM-CODIGO(GP-ALM-USADO)
               END-IF
           END-IF.
           PERFORM 3615-SUMAR-ENTRADA-ALMACEN
               THRU 3615-SUMAR-ENTRADA-ALMACEN-EXIT.
           MOVE 1 TO GP-ALM-USADO.
           PERFORM 3615-SUMAR-ENTRADA-ALMACEN
               THRU 3615-SUMAR-ENTRADA-ALMACEN-EXIT.
       3610-SUMAR-A-ALMACEN-EXIT.
           EXIT.

       3611-COMPARAR-ALMACEN.
           IF GP-ALM-CODIGO(GP-ALM-IDX) = GP-ALM-BUSCADO
               SET GP-ALM-HALLADO TO TRUE
               MOVE GP-ALM-IDX TO GP-ALM-USADO
           END-IF.
       3611-COMPARAR-ALMACEN-EXIT.
           EXIT.

       3615-SUMAR-ENTRADA-ALMACEN.
           ADD GP-APT-INI-U TO GP-ALM-INI-U(GP-ALM-USADO).
           ADD GP-APT-INI-V TO GP-ALM-INI-V(GP-ALM-USADO).
           ADD GP-APT-REV-V TO GP-ALM-REV-V(GP-ALM-USADO).
           PERFORM 3616-SUMAR-MOV-ALMACEN
               THRU 3616-SUMAR-MOV-ALMACEN-EXIT
               VARYING GP-ORI-IDX FROM 1 BY 1
               UNTIL GP-ORI-IDX > GP-ORI-MAXIMO.
           ADD GP-APT-FIN-U TO GP-ALM-FIN-U(GP-ALM-USADO).
           ADD GP-APT-FIN-V TO GP-ALM-FIN-V(GP-ALM-USADO).
       3615-SUMAR-ENTRADA-ALMACEN-EXIT.
           EXIT.

       3616-SUMAR-MOV-ALMACEN.
           ADD GP-APT-MOV-U(GP-ORI-IDX)
               TO GP-ALM-MOV-U(GP-ALM-USADO, GP-ORI-IDX).
           ADD GP-APT-MOV-V(GP-ORI-IDX)
               TO GP-ALM-MOV-V(GP-ALM-USADO, GP-ORI-IDX).
       3616-SUMAR-MOV-ALMACEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-EMITIR-INFORME
      *    ROLL-FORWARD POR CATEGORIA Y POR ALMACEN (CADA SECCION CON
      *    SU TOTAL GENERAL AL FINAL; LOS ALMACENES, CON EL TRANSITO
      *    DELANTE DEL TOTAL). EN EL CIERRE INICIAL NO HAY EXISTENCIA
      *    DE APERTURA Y SOLO SE ANOTA LA FOTO.
      *----------------------------------------------------------------
       4000-EMITIR-INFORME.
           IF GP-CIERRE-INICIAL
               MOVE SPACES TO CIE-SECCION
               MOVE 'CIERRE INICIAL: NO HAY PERIODO ANTERIOR CERRADO;'
                   TO CIE-S-TEXTO
               WRITE CIE-SECCION
               MOVE SPACES TO CIE-SECCION
               MOVE 'LA FOTO QUEDA COMO APERTURA DEL PERIODO SIGUIENTE'
                   TO CIE-S-TEXTO
               WRITE CIE-SECCION
               GO TO 4000-EMITIR-INFORME-EXIT
           END-IF.
           MOVE SPACES TO CIE-SECCION.
           MOVE 'ROLL-FORWARD POR CATEGORIA' TO CIE-S-TEXTO.
           WRITE CIE-SECCION.
           WRITE CIE-CAB-2.
           MOVE 'N' TO GP-SW-ES-TOTAL.
           IF GP-CAT-TOTAL > 1
               PERFORM 4100-ESCRIBIR-CATEGORIA
                   THRU 4100-ESCRIBIR-CATEGORIA-EXIT
                   VARYING GP-CAT-IDX FROM 2 BY 1
                   UNTIL GP-CAT-IDX > GP-CAT-TOTAL
           END-IF.
           SET GP-ES-TOTAL TO TRUE.
           MOVE 1 TO GP-CAT-IDX.
           PERFORM 4100-ESCRIBIR-CATEGORIA
               THRU 4100-ESCRIBIR-CATEGORIA-EXIT.

           MOVE SPACES TO CIE-SECCION.
           WRITE CIE-SECCION.
           MOVE 'ROLL-FORWARD POR ALMACEN' TO CIE-S-TEXTO.
           WRITE CIE-SECCION.
           WRITE CIE-CAB-2.
           MOVE 'N' TO GP-SW-ES-TOTAL.
           IF GP-ALM-TOTAL > 2
               PERFORM 4200-ESCRIBIR-ALMACEN
                   THRU 4200-ESCRIBIR-ALMACEN-EXIT
                   VARYING GP-ALM-IDX FROM 3 BY 1
                   UNTIL GP-ALM-IDX > GP-ALM-TOTAL
           END-IF.
           MOVE 2 TO GP-ALM-IDX.
           PERFORM 4200-ESCRIBIR-ALMACEN
               THRU 4200-ESCRIBIR-ALMACEN-EXIT.
           SET GP-ES-TOTAL TO TRUE.
           MOVE 1 TO GP-ALM-IDX.
           PERFORM 4200-ESCRIBIR-ALMACEN
               THRU 4200-ESCRIBIR-ALMACEN-EXIT.
       4000-EMITIR-INFORME-EXIT.
           EXIT.

       4100-ESCRIBIR-CATEGORIA.
           MOVE GP-CAT-METRICAS(GP-CAT-IDX) TO GP-LINEA-RF.
           MOVE SPACES TO GP-TITULO-BLOQUE.
           IF GP-ES-TOTAL
               MOVE 'TOTAL GENERAL' TO GP-TITULO-BLOQUE
           ELSE
               PERFORM 4150-BUSCAR-CATEGORIA
                   THRU 4150-BUSCAR-CATEGORIA-EXIT
               STRING 'CATEGORIA ' DELIMITED BY SIZE
                   GP-CAT-CODIGO(GP-CAT-IDX) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   GP-CAT-DESC-VISTA DELIMITED BY SIZE
                   INTO GP-TITULO-BLOQUE
               END-STRING
           END-IF.
           PERFORM 4500-ESCRIBIR-BLOQUE
               THRU 4500-ESCRIBIR-BLOQUE-EXIT.
       4100-ESCRIBIR-CATEGORIA-EXIT.
           EXIT.

       4150-BUSCAR-CATEGORIA.
           MOVE SPACES TO GP-CAT-DESC-VISTA.
           IF NOT GP-CATEGOS-DISPONIBLE
               GO TO 4150-BUSCAR-CATEGORIA-EXIT
           END-IF.
           MOVE GP-CAT-CODIGO(GP-CAT-IDX) TO CAT-CODIGO.
           READ CATEGOS
               INVALID KEY
                   MOVE '(CATEGORIA NO REGISTRADA)'
                       TO GP-CAT-DESC-VISTA
               NOT INVALID KEY
                   MOVE CAT-DESCRIPCION TO GP-CAT-DESC-VISTA
           END-READ.
       4150-BUSCAR-CATEGORIA-EXIT.
           EXIT.

       4200-ESCRIBIR-ALMACEN.
           MOVE GP-ALM-METRICAS(GP-ALM-IDX) TO GP-LINEA-RF.
           MOVE SPACES TO GP-TITULO-BLOQUE.
           EVALUATE TRUE
               WHEN GP-ES-TOTAL
                   MOVE 'TOTAL GENERAL (INCLUIDO TRANSITO)'
                       TO GP-TITULO-BLOQUE
               WHEN GP-ALM-CODIGO(GP-ALM-IDX) = LOW-VALUES
                   MOVE 'EN TRANSITO ENTRE ALMACENES'
                       TO GP-TITULO-BLOQUE
               WHEN OTHER
                   STRING 'ALMACEN ' DELIMITED BY SIZE
                       GP-ALM-CODIGO(GP-ALM-IDX) DELIMITED BY SIZE
                       INTO GP-TITULO-BLOQUE
                   END-STRING
           END-EVALUATE.
           PERFORM 4500-ESCRIBIR-BLOQUE
               THRU 4500-ESCRIBIR-BLOQUE-EXIT.
       4200-ESCRIBIR-ALMACEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4500-ESCRIBIR-BLOQUE
      *    BLOQUE DE ROLL-FORWARD DE GP-LINEA-RF: EXISTENCIA INICIAL,
      *    REVALORIZACION Y RECLASIFICACION (SI LAS HAY), UNA LINEA POR
      *    ORIGEN CON MOVIMIENTO, EXISTENCIA FINAL CALCULADA Y REAL Y
      *    LA DIFERENCIA NO EXPLICADA, MARCADA SI NO ES CERO.
      *----------------------------------------------------------------
       4500-ESCRIBIR-BLOQUE.
           MOVE SPACES TO CIE-SECCION.
           MOVE GP-TITULO-BLOQUE TO CIE-S-TEXTO.
           WRITE CIE-SECCION.
           MOVE SPACES TO CIE-DET.
           MOVE 'EXISTENCIA INICIAL' TO CIE-D-CONCEPTO.
           MOVE GP-LIN-INI-U TO CIE-D-UNIDADES.
           MOVE GP-LIN-INI-V TO CIE-D-VALOR.
           WRITE CIE-DET.
           IF GP-LIN-REV-V NOT = ZERO
               MOVE SPACES TO CIE-DET
               MOVE 'REVALORIZACION A COSTE DE CIERRE'
                   TO CIE-D-CONCEPTO
               MOVE GP-LIN-REV-V TO CIE-D-VALOR
               WRITE CIE-DET
           END-IF.
           IF GP-LIN-REC-U NOT = ZERO OR GP-LIN-REC-V NOT = ZERO
               MOVE SPACES TO CIE-DET
               MOVE 'RECLASIFICACION DE CATEGORIA' TO CIE-D-CONCEPTO
               MOVE GP-LIN-REC-U TO CIE-D-UNIDADES
               MOVE GP-LIN-REC-V TO CIE-D-VALOR
               WRITE CIE-DET
           END-IF.
           COMPUTE GP-CALC-U = GP-LIN-INI-U + GP-LIN-REC-U.
           COMPUTE GP-CALC-V =
               GP-LIN-INI-V + GP-LIN-REV-V + GP-LIN-REC-V.
           PERFORM 4510-ESCRIBIR-ORIGEN
               THRU 4510-ESCRIBIR-ORIGEN-EXIT
               VARYING GP-ORI-IDX FROM 1 BY 1
               UNTIL GP-ORI-IDX > GP-ORI-MAXIMO.
           MOVE SPACES TO CIE-DET.
           MOVE 'EXISTENCIA FINAL CALCULADA' TO CIE-D-CONCEPTO.
           MOVE GP-CALC-U TO CIE-D-UNIDADES.
           MOVE GP-CALC-V TO CIE-D-VALOR.
           WRITE CIE-DET.
           MOVE SPACES TO CIE-DET.
           MOVE 'EXISTENCIA FINAL REAL' TO CIE-D-CONCEPTO.
           MOVE GP-LIN-FIN-U TO CIE-D-UNIDADES.
           MOVE GP-LIN-FIN-V TO CIE-D-VALOR.
           WRITE CIE-DET.
           COMPUTE GP-DIF-U = GP-LIN-FIN-U - GP-CALC-U.
           COMPUTE GP-DIF-V = GP-LIN-FIN-V - GP-CALC-V.
           MOVE SPACES TO CIE-DET.
           MOVE 'DIFERENCIA NO EXPLICADA' TO CIE-D-CONCEPTO.
           MOVE GP-DIF-U TO CIE-D-UNIDADES.
           MOVE GP-DIF-V TO CIE-D-VALOR.
           IF GP-DIF-U NOT = ZERO OR GP-DIF-V NOT = ZERO
               MOVE '*** REVISAR' TO CIE-D-MARCA
               IF NOT GP-ES-TOTAL
                   ADD 1 TO GP-ENT-CON-DIFERENCIA
               END-IF
           END-IF.
           WRITE CIE-DET.
           MOVE SPACES TO CIE-SECCION.
           WRITE CIE-SECCION.
       4500-ESCRIBIR-BLOQUE-EXIT.
           EXIT.

       4510-ESCRIBIR-ORIGEN.
           IF GP-LIN-MOV-U(GP-ORI-IDX) = ZERO
               AND GP-LIN-MOV-V(GP-ORI-IDX) = ZERO
               GO TO 4510-ESCRIBIR-ORIGEN-EXIT
           END-IF.
           MOVE SPACES TO CIE-DET.
           MOVE GP-ORI-DESCRIPCION(GP-ORI-IDX) TO CIE-D-CONCEPTO.
           MOVE GP-LIN-MOV-U(GP-ORI-IDX) TO CIE-D-UNIDADES.
           MOVE GP-LIN-MOV-V(GP-ORI-IDX) TO CIE-D-VALOR.
           WRITE CIE-DET.
           ADD GP-LIN-MOV-U(GP-ORI-IDX) TO GP-CALC-U.
           ADD GP-LIN-MOV-V(GP-ORI-IDX) TO GP-CALC-V.
       4510-ESCRIBIR-ORIGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5000-FINALIZAR
      *    CIERRE REALIZADO: GRABA EL REGISTRO DE CIERRE, QUE BLOQUEA
      *    EL PERIODO, Y VACIA EL DIARIO DE EXISTENCIAS PARA QUE LO
      *    QUE SE ANOTE DESPUES PERTENEZCA AL PERIODO SIGUIENTE. UN
      *    CIERRE CON DIFERENCIAS NO EXPLICADAS SE COMPLETA IGUAL, CON
      *    CODIGO DE RETORNO 4 PARA SU REVISION; UN CIERRE RECHAZADO
      *    TERMINA CON 8.
      *----------------------------------------------------------------
       5000-FINALIZAR.
           IF GP-CIERRE-RECHAZADO
               MOVE SPACES TO CIE-VEREDICTO
               STRING 'CIERRE NO REALIZADO - ' DELIMITED BY SIZE
                   GP-MOTIVO-RECHAZO DELIMITED BY SIZE
                   INTO CIE-V-TEXTO
               END-STRING
               WRITE CIE-VEREDICTO
               MOVE 8 TO RETURN-CODE
               PERFORM 5100-CERRAR-FICHEROS
                   THRU 5100-CERRAR-FICHEROS-EXIT
               DISPLAY 'PROGRA26: VEREDICTO - CIERRE NO REALIZADO'
               GO TO 5000-FINALIZAR-EXIT
           END-IF.

           MOVE SPACES TO HISTPER-REG.
           MOVE GP-PERIODO TO HPE-PERIODO.
           SET HPE-CIERRE TO TRUE.
           MOVE 0 TO HPE-ID.
           MOVE 0 TO HPE-SECUENCIA.
           MOVE GP-FECHA-HOY TO HPE-CIE-FECHA.
           MOVE GP-REGS-PRODUCTOS TO HPE-CIE-PRODUCTOS.
           MOVE GP-REGS-UBICACIONES TO HPE-CIE-UBICACIONES.
           MOVE GP-REGS-TRASLADOS TO HPE-CIE-TRASLADOS.
           MOVE GP-REGS-MOVIMIENTOS TO HPE-CIE-MOVIMIENTOS.
           MOVE GP-ENT-CON-DIFERENCIA TO HPE-CIE-DIFERENCIAS.
           PERFORM 2900-GRABAR-HISTORICO
               THRU 2900-GRABAR-HISTORICO-EXIT.

           IF GP-MOVEXIS-DISPONIBLE
               CLOSE MOVEXIS
               MOVE 'N' TO GP-SW-MOVEXIS-DISPON
               OPEN OUTPUT MOVEXIS
               IF MEX-ST = '00'
                   CLOSE MOVEXIS
               ELSE
                   DISPLAY 'PROGRA26: ERROR AL VACIAR EL DIARIO DE '
                       'MOVIMIENTOS DE EXISTENCIAS (ESTADO ' MEX-ST
                       ')'
                   ADD 1 TO GP-REGS-ERRORES
               END-IF
           END-IF.

           MOVE SPACES TO CIE-SECCION.
           MOVE 'CONTADORES DEL CIERRE' TO CIE-S-TEXTO.
           WRITE CIE-SECCION.
           MOVE SPACES TO CIE-CNT.
           MOVE 'PRODUCTOS EN LA FOTO' TO CIE-N-ETIQUETA.
           MOVE GP-REGS-PRODUCTOS TO CIE-N-TOTAL.
           WRITE CIE-CNT.
           MOVE SPACES TO CIE-CNT.
           MOVE 'UBICACIONES EN LA FOTO' TO CIE-N-ETIQUETA.
           MOVE GP-REGS-UBICACIONES TO CIE-N-TOTAL.
           WRITE CIE-CNT.
           MOVE SPACES TO CIE-CNT.
           MOVE 'TRASLADOS EN TRANSITO' TO CIE-N-ETIQUETA.
           MOVE GP-REGS-TRASLADOS TO CIE-N-TOTAL.
           WRITE CIE-CNT.
           MOVE SPACES TO CIE-CNT.
           MOVE 'MOVIMIENTOS DEL PERIODO' TO CIE-N-ETIQUETA.
           MOVE GP-REGS-MOVIMIENTOS TO CIE-N-TOTAL.
           WRITE CIE-CNT.
           MOVE SPACES TO CIE-CNT.
           MOVE 'REGISTROS DE APERTURA' TO CIE-N-ETIQUETA.
           MOVE GP-REGS-APERTURA TO CIE-N-TOTAL.
           WRITE CIE-CNT.
           MOVE SPACES TO CIE-CNT.
           MOVE 'CATEGORIAS/ALMACENES CON DIFERENCIA' TO CIE-N-ETIQUETA.
           MOVE GP-ENT-CON-DIFERENCIA TO CIE-N-TOTAL.
           WRITE CIE-CNT.
           MOVE SPACES TO CIE-CNT.
           MOVE 'ERRORES DE GRABACION' TO CIE-N-ETIQUETA.
           MOVE GP-REGS-ERRORES TO CIE-N-TOTAL.
           WRITE CIE-CNT.

           MOVE SPACES TO CIE-VEREDICTO.
           EVALUATE TRUE
               WHEN GP-REGS-ERRORES > 0
                   MOVE '*** CIERRE CON ERRORES DE GRABACION - REVISAR'
                       TO CIE-V-TEXTO
                   MOVE 8 TO RETURN-CODE
               WHEN GP-CIERRE-INICIAL
                   MOVE 'CIERRE INICIAL REALIZADO - PERIODO BLOQUEADO'
                       TO CIE-V-TEXTO
               WHEN GP-ENT-CON-DIFERENCIA > 0
                   MOVE 'PERIODO CERRADO CON DIFERENCIAS NO EXPLICADAS'
                       TO CIE-V-TEXTO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'PERIODO CERRADO - ROLL-FORWARD CUADRADO'
                       TO CIE-V-TEXTO
           END-EVALUATE.
           WRITE CIE-VEREDICTO.

           PERFORM 5100-CERRAR-FICHEROS
               THRU 5100-CERRAR-FICHEROS-EXIT.
           DISPLAY 'PROGRA26: PERIODO CERRADO    : ' GP-PERIODO.
           DISPLAY 'PROGRA26: PRODUCTOS          : ' GP-REGS-PRODUCTOS.
           DISPLAY 'PROGRA26: UBICACIONES        : '
               GP-REGS-UBICACIONES.
           DISPLAY 'PROGRA26: TRASLADOS          : ' GP-REGS-TRASLADOS.
           DISPLAY 'PROGRA26: MOVIMIENTOS        : '
               GP-REGS-MOVIMIENTOS.
           DISPLAY 'PROGRA26: CON DIFERENCIA     : '
               GP-ENT-CON-DIFERENCIA.
           DISPLAY 'PROGRA26: VEREDICTO - ' CIE-V-TEXTO.
       5000-FINALIZAR-EXIT.
           EXIT.

       5100-CERRAR-FICHEROS.
           CLOSE CIERPRT.
           IF GP-HISTPER-DISPONIBLE
               CLOSE HISTPER
           END-IF.
           IF GP-SALIDA-DISPONIBLE
               CLOSE SALIDA
           END-IF.
           IF GP-STKUBI-DISPONIBLE
               CLOSE STKUBI
           END-IF.
           IF GP-TRANSITO-DISPONIBLE
               CLOSE TRANSITO
           END-IF.
           IF GP-MOVEXIS-DISPONIBLE
               CLOSE MOVEXIS
           END-IF.
           IF GP-CATEGOS-DISPONIBLE
               CLOSE CATEGOS
           END-IF.
       5100-CERRAR-FICHEROS-EXIT.
           EXIT.

       END PROGRAM PROGRA26.
