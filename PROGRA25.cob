      *----------------------------------------------------------------
      *    PROGRAMA    : PROGRA25
      *    DESCRIPCION : DIARIO CONTABLE DE EXISTENCIAS Y SU
      *                  CONCILIACION CON EL DIARIO DE AUDITORIA. LEE
      *                  LOS MOVIMIENTOS CONTABLES DEL DIA (MOVCONT,
      *                  ANOTADOS POR LOS AJUSTES INTRADIA DE PROGRA10,
      *                  LOS AJUSTES DE RECUENTO DE PROGRA13 Y LAS
      *                  BAJAS DE PROGRA14) Y GENERA EL FICHERO DE
      *                  INTERFAZ ASIENTOS HACIA LA CONTABILIDAD
      *                  GENERAL: CABECERA, DOS LINEAS CUADRADAS
      *                  DEBE/HABER POR MOVIMIENTO CON LAS CUENTAS DEL
      *                  MAESTRO CUENTAS (ORIGEN Y CATEGORIA) Y COLA DE
      *                  TOTALES DE CUADRE (MISMA IDEA QUE PRECPOS EN
      *                  PROGRA18). A LA VEZ CASA CADA MOVIMIENTO
      *                  CONTABLE CON SU MOVIMIENTO DEL DIARIO DE
      *                  AUDITORIA (AUDITSAL) Y VALORA ESTE POR SU
      *                  CUENTA (DIFERENCIA DE EXISTENCIAS ENTRE LAS
      *                  IMAGENES ANTES/DESPUES AL COSTE MEDIO
      *                  ANTERIOR), PARA PROBAR EN EL INFORME CONCPRT
      *                  QUE EL TOTAL CONTABILIZADO ES EL VALOR DE LOS
      *                  CAMBIOS CON EFECTO CONTABLE DEL DIA: NINGUN
      *                  MOVIMIENTO SE CONTABILIZA DOS VECES NI QUEDA
      *                  SIN CONTABILIZAR. EL PARAMETRO DE EJECUCION ES
      *                  LA FECHA CONTABLE (AAAAMMDD; POR DEFECTO, LA
      *                  DEL DIA). SI LA CONCILIACION NO CUADRA, EL
      *                  PROGRAMA TERMINA CON CODIGO DE RETORNO 8.
      *    INSTALACION : DEPARTAMENTO DE PROCESOS DE DATOS
      *    AUTOR       : R. GARCIA VEGA
      *    FECHA ESCR. : 15/10/2026
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA25.
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
           SELECT OPTIONAL MOVCONT ASSIGN TO MOVCONT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MCO-ST.

           SELECT WK-MOVCONT ASSIGN TO WKMOVCON.

           SELECT AUDITSAL ASSIGN TO AUDITSAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUD-CLAVE
           FILE STATUS IS AUD-ST.

           SELECT CUENTAS ASSIGN TO CUENTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS CTA-ST.

           SELECT ASIENTOS ASSIGN TO ASIENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ASI-ST.

           SELECT CONCPRT ASSIGN TO CONCPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CON-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVCONT
           DATA RECORD IS MOVCONT-REG.
           COPY MOVCONT.

      *----------------------------------------------------------------
      *    FICHERO DE CLASIFICACION DE LOS MOVIMIENTOS CONTABLES POR
      *    CLAVE DE AUDITORIA, PARA CASARLOS CON EL RECORRIDO DEL
      *    DIARIO EN SU ORDEN DE CLAVE. MISMO LAYOUT QUE
      *    MOVCONT-REG, 100 BYTES.
      *----------------------------------------------------------------
       SD  WK-MOVCONT
           DATA RECORD IS WK-MCO-REG.
       01  WK-MCO-REG.
           05  WK-MCO-FECHA-PROCESO     PIC 9(8).
           05  WK-MCO-ORIGEN            PIC X(2).
           05  WK-MCO-ID                PIC 9(6).
           05  WK-MCO-UBICACION         PIC X(3).
           05  WK-MCO-CATEGORIA         PIC X(4).
           05  WK-MCO-CANTIDAD          PIC S9(7).
           05  WK-MCO-COSTE-UNITARIO    PIC 9(4)V9(2).
           05  WK-MCO-IMPORTE           PIC S9(11)V9(2).
           05  WK-MCO-REFERENCIA.
               10  WK-MCO-REF-FICHERO   PIC X(8).
               10  WK-MCO-REF-FECHA     PIC 9(8).
               10  WK-MCO-REF-NUMERO    PIC 9(11).
           05  WK-MCO-AUD-CLAVE         PIC X(18).
           05  FILLER                   PIC X(6).

       FD  AUDITSAL
           DATA RECORD IS AUDITSAL-REG.
           COPY AUDITSAL.

       FD  CUENTAS
           DATA RECORD IS CUENTA-REG.
           COPY CUENTA.

       FD  ASIENTOS
           DATA RECORD IS ASIENTO-REG.
           COPY ASIENTO.

      *----------------------------------------------------------------
      *    INFORME DE CONCILIACION: INCIDENCIAS, RESUMEN POR ORIGEN Y
      *    CUADRE FINAL.
      *----------------------------------------------------------------
       FD  CONCPRT
           DATA RECORD IS CON-CAB-1, CON-SECCION, CON-CAB-2, CON-DET,
               CON-CAB-3, CON-RES, CON-TOT, CON-CNT, CON-VEREDICTO.
       01  CON-CAB-1.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(47)
               VALUE 'CONCILIACION DEL DIARIO CONTABLE CON AUDITSAL'.
           05  CON-C-FECHA              PIC X(10).
       01  CON-SECCION.
           05  CON-S-TEXTO              PIC X(60).
      *    CABECERA DE LAS LINEAS DE INCIDENCIA.
       01  CON-CAB-2.
           05  FILLER                   PIC X(2)  VALUE 'OR'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'ID-PRD'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(4)  VALUE 'CAT.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'REFERENCIA'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(15)
               VALUE '  IMPORTE CONT.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(15)
               VALUE ' VALOR AUDITSAL'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'MOTIVO'.
       01  CON-DET.
           05  CON-D-ORIGEN             PIC X(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-D-ID                 PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-D-CATEGORIA          PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-D-REF-FICHERO        PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  CON-D-REF-NUMERO         PIC Z(10)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-D-IMPORTE            PIC -(11)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-D-VALOR-AUD          PIC -(11)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-D-MOTIVO             PIC X(30).
      *    CABECERA DEL RESUMEN POR ORIGEN.
       01  CON-CAB-3.
           05  FILLER                   PIC X(2)  VALUE 'OR'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(25) VALUE 'DESCRIPCION'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE 'ASIENTOS'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(17)
               VALUE '   VALOR AUDITSAL'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(17)
               VALUE '    CONTABILIZADO'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(17)
               VALUE '       DIFERENCIA'.
       01  CON-RES.
           05  CON-R-ORIGEN             PIC X(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-R-DESCRIPCION        PIC X(25).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-R-ASIENTOS           PIC ZZZZ.ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-R-AUDITSAL           PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-R-CONTABLE           PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CON-R-DIFERENCIA         PIC -(13)9,99.
       01  CON-TOT.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  CON-T-ETIQUETA           PIC X(40).
           05  CON-T-IMPORTE            PIC -(13)9,99.
       01  CON-CNT.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  CON-N-ETIQUETA           PIC X(40).
           05  CON-N-TOTAL              PIC ZZZ.ZZZ.ZZ9.
       01  CON-VEREDICTO.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  CON-V-TEXTO              PIC X(60).

       WORKING-STORAGE SECTION.
       01  FICHEROS.
           05  MCO-ST                  PIC X(2).
           05  AUD-ST                  PIC X(2).
           05  CTA-ST                  PIC X(2).
           05  ASI-ST                  PIC X(2).
           05  CON-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
      *----------------------------------------------------------------
       01  GP-INDICADORES.
           05  GP-SW-FIN-MOVCONT       PIC X(1) VALUE 'N'.
               88  GP-FIN-MOVCONT             VALUE 'S'.
           05  GP-SW-FIN-AUDITSAL      PIC X(1) VALUE 'N'.
               88  GP-FIN-AUDITSAL            VALUE 'S'.
           05  GP-SW-MCO-DEL-DIA       PIC X(1) VALUE 'N'.
               88  GP-MCO-DEL-DIA             VALUE 'S'.
           05  GP-SW-AUD-DEL-DIA       PIC X(1) VALUE 'N'.
               88  GP-AUD-DEL-DIA             VALUE 'S'.
           05  GP-SW-AUD-CASADO        PIC X(1) VALUE 'N'.
               88  GP-AUD-CASADO              VALUE 'S'.
           05  GP-SW-CONTABILIZADO     PIC X(1) VALUE 'N'.
               88  GP-CONTABILIZADO           VALUE 'S'.
           05  GP-SW-CUENTA-HALLADA    PIC X(1) VALUE 'N'.
               88  GP-CUENTA-HALLADA          VALUE 'S'.
           05  GP-SW-AUDIT-DISPON      PIC X(1) VALUE 'N'.
               88  GP-AUDIT-DISPONIBLE        VALUE 'S'.
           05  GP-SW-CUENTAS-DISPON    PIC X(1) VALUE 'N'.
               88  GP-CUENTAS-DISPONIBLE      VALUE 'S'.
           05  GP-SW-VEREDICTO         PIC X(1) VALUE 'N'.
               88  GP-VEREDICTO-OK            VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES DE LA CONCILIACION.
      *----------------------------------------------------------------
       77  GP-MCO-LEIDOS               PIC 9(9) COMP VALUE 0.
       77  GP-AUD-CANDIDATOS           PIC 9(9) COMP VALUE 0.
       77  GP-ASIENTOS                 PIC 9(9) COMP VALUE 0.
       77  GP-LINEAS                   PIC 9(9) COMP VALUE 0.
       77  GP-REGS-INCIDENCIAS         PIC 9(9) COMP VALUE 0.
      *    INCIDENCIAS QUE ROMPEN EL CUADRE (TODAS SALVO LOS
      *    MOVIMIENTOS SIN COSTE, QUE VALEN CERO EN LOS DOS DIARIOS).
       77  GP-INC-DESCUADRE            PIC 9(9) COMP VALUE 0.
       77  GP-REGS-SIN-COSTE           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-SIN-CUENTA          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-SIN-AUDITSAL        PIC 9(9) COMP VALUE 0.
       77  GP-REGS-DUPLICADOS          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-IMPORTE-DISTINTO    PIC 9(9) COMP VALUE 0.
       77  GP-REGS-NO-CONTABILIZADOS   PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
      *    FECHA CONTABLE QUE SE CONCILIA (PARAMETRO, O LA DEL DIA).
       77  GP-FECHA-PROCESO            PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      *    IMPORTES DE LA CONCILIACION. EL TOTAL DE AUDITSAL ES EL
      *    VALOR DE LOS CAMBIOS CON EFECTO CONTABLE DEL DIA; EL
      *    CONTABILIZADO, LA SUMA CON SIGNO DE LOS MOVIMIENTOS QUE HAN
      *    GENERADO ASIENTO; DEBE Y HABER, LOS TOTALES DEL FICHERO DE
      *    INTERFAZ (IMPORTES POSITIVOS).
      *----------------------------------------------------------------
       77  GP-TOT-AUDITSAL             PIC S9(13)V9(2) VALUE 0.
       77  GP-TOT-CONTABILIZADO        PIC S9(13)V9(2) VALUE 0.
       77  GP-TOT-MOVCONT              PIC S9(13)V9(2) VALUE 0.
       77  GP-TOT-DEBE                 PIC 9(13)V9(2) VALUE 0.
       77  GP-TOT-HABER                PIC 9(13)V9(2) VALUE 0.
       77  GP-DIFERENCIA               PIC S9(13)V9(2) VALUE 0.
       77  GP-IMPORTE-ABS              PIC 9(11)V9(2) VALUE 0.

      *----------------------------------------------------------------
      *    CLAVES DEL CASE ENTRE LOS MOVIMIENTOS CONTABLES (ORDENADOS
      *    POR SU CLAVE DE AUDITORIA) Y EL DIARIO (EN SU ORDEN DE
      *    CLAVE). HIGH-VALUES MARCA EL FIN DE CADA LADO.
      *----------------------------------------------------------------
       01  GP-CLAVE-MCO                PIC X(18) VALUE SPACES.
       01  GP-CLAVE-AUD                PIC X(18) VALUE SPACES.

      *----------------------------------------------------------------
      *    DATOS DEL MOVIMIENTO DE AUDITORIA EN CURSO, GUARDADOS AL
      *    LEERLO (LA LECTURA SIGUIENTE PISA EL REGISTRO), Y SU
      *    VALORACION: DIFERENCIA DE EXISTENCIAS ENTRE LAS IMAGENES
      *    AL COSTE MEDIO DE LA IMAGEN ANTERIOR (CERO SIN COSTE
      *    CONOCIDO, MISMO CRITERIO QUE LOS PROGRAMAS QUE LO ANOTAN).
      *----------------------------------------------------------------
       01  GP-AUD-ORIGEN-VISTO         PIC X(2) VALUE SPACES.
       01  GP-AUD-ID-VISTO             PIC 9(6) VALUE 0.
       01  GP-AUD-SEC-VISTA            PIC 9(4) VALUE 0.
       01  GP-AUD-CATEG-VISTA          PIC X(4) VALUE SPACES.
       77  GP-STOCK-ANTES              PIC S9(6) VALUE 0.
       77  GP-STOCK-DESPUES            PIC S9(6) VALUE 0.
       77  GP-DELTA-AUD                PIC S9(7) VALUE 0.
       77  GP-COSTE-AUD                PIC 9(4)V9(2) VALUE 0.
       77  GP-VALOR-AUD                PIC S9(11)V9(2) VALUE 0.

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DEL ASIENTO EN CURSO.
      *----------------------------------------------------------------
       01  GP-CTA-DEBE                 PIC X(10) VALUE SPACES.
       01  GP-CTA-HABER                PIC X(10) VALUE SPACES.
       01  GP-MOTIVO-INC               PIC X(30) VALUE SPACES.
       01  GP-ORIGEN-BUSCADO           PIC X(2) VALUE SPACES.

      *----------------------------------------------------------------
      *    ACUMULADORES POR ORIGEN CONTABLE (AJUSTE INTRADIA, AJUSTE
      *    DE RECUENTO Y BAJA), PARA EL RESUMEN DEL INFORME.
      *----------------------------------------------------------------
       77  GP-ORI-MAXIMO               PIC 9(4) COMP VALUE 3.
       77  GP-ORI-IDX                  PIC 9(4) COMP VALUE 0.
       01  GP-TABLA-ORIGENES.
           05  GP-ORI-ENT OCCURS 3 TIMES.
               10  GP-ORI-CODIGO       PIC X(2).
               10  GP-ORI-DESCRIPCION  PIC X(25).
               10  GP-ORI-ASIENTOS     PIC 9(9) COMP.
               10  GP-ORI-AUDITSAL     PIC S9(13)V9(2).
               10  GP-ORI-CONTABLE     PIC S9(13)V9(2).

       01  GP-PARAM-ENTRADA             PIC X(10).
       01  GP-PARAM-FECHA-X             PIC X(8).
       01  GP-PARAM-FECHA REDEFINES GP-PARAM-FECHA-X
                                        PIC 9(8).

       01  GP-FECHA-EDITADA.
           05  GP-FE-CCYY              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  GP-FE-MM                PIC 9(2).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  GP-FE-DD                PIC 9(2).

      *----------------------------------------------------------------
      *    VISTA DEL REGISTRO SALIDA PARA DESCOMPONER LAS IMAGENES
      *    ANTES/DESPUES DEL DIARIO (MISMO CRITERIO QUE PROGRA04).
      *----------------------------------------------------------------
           COPY SALIDA.

       LINKAGE SECTION.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      *    0000-PRINCIPAL
      *    PARRAFO PRINCIPAL DEL PROGRAMA. SIN DIARIO DE AUDITORIA O
      *    SIN MAESTRO DE CUENTAS NO HAY CONCILIACION POSIBLE NI
      *    ASIENTOS QUE GENERAR.
      *----------------------------------------------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           IF GP-AUDIT-DISPONIBLE AND GP-CUENTAS-DISPONIBLE
               SORT WK-MOVCONT
                   ON ASCENDING KEY WK-MCO-AUD-CLAVE
                   ON ASCENDING KEY WK-MCO-ORIGEN
                   USING MOVCONT
                   OUTPUT PROCEDURE IS 2000-CONCILIAR
                       THRU 2000-CONCILIAR-EXIT
           END-IF.

           PERFORM 3000-FINALIZAR
               THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    FIJA LA FECHA CONTABLE, ABRE LOS FICHEROS, ESCRIBE LA
      *    CABECERA DE LA INTERFAZ Y DEL INFORME Y POSICIONA EL DIARIO
      *    DE AUDITORIA AL PRINCIPIO. EL FICHERO DE MOVIMIENTOS
      *    CONTABLES ES OPCIONAL: SIN EL, UN DIA CON CAMBIOS EN EL
      *    DIARIO SALE COMO NO CONTABILIZADO.
      *----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT GP-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO GP-PARAM-ENTRADA.
           ACCEPT GP-PARAM-ENTRADA FROM COMMAND-LINE.
           MOVE GP-PARAM-ENTRADA(1:8) TO GP-PARAM-FECHA-X.
           IF GP-PARAM-FECHA-X IS NUMERIC
               AND GP-PARAM-FECHA > 0
               MOVE GP-PARAM-FECHA TO GP-FECHA-PROCESO
           ELSE
               MOVE GP-FECHA-HOY TO GP-FECHA-PROCESO
           END-IF.
           PERFORM 1100-INICIAR-ORIGENES
               THRU 1100-INICIAR-ORIGENES-EXIT.

           OPEN OUTPUT CONCPRT.
           MOVE GP-FECHA-PROCESO(1:4) TO GP-FE-CCYY.
           MOVE GP-FECHA-PROCESO(5:2) TO GP-FE-MM.
           MOVE GP-FECHA-PROCESO(7:2) TO GP-FE-DD.
           MOVE GP-FECHA-EDITADA TO CON-C-FECHA.
           WRITE CON-CAB-1.

           OPEN INPUT AUDITSAL.
           IF AUD-ST NOT = '00'
               DISPLAY 'PROGRA25: NO SE PUEDE ABRIR EL DIARIO DE '
                   'AUDITORIA (ESTADO ' AUD-ST ').'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-AUDIT-DISPONIBLE TO TRUE.
           OPEN INPUT CUENTAS.
           IF CTA-ST NOT = '00'
               DISPLAY 'PROGRA25: NO SE PUEDE ABRIR EL MAESTRO DE '
                   'CUENTAS (ESTADO ' CTA-ST ').'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-CUENTAS-DISPONIBLE TO TRUE.

           MOVE LOW-VALUES TO AUD-CLAVE.
           START AUDITSAL KEY IS NOT LESS THAN AUD-CLAVE
               INVALID KEY
                   SET GP-FIN-AUDITSAL TO TRUE
           END-START.

           OPEN OUTPUT ASIENTOS.
           MOVE SPACES TO ASIENTO-REG.
           SET ASI-CABECERA TO TRUE.
           MOVE GP-FECHA-PROCESO TO ASI-CAB-FECHA.
           MOVE 'PROGRA25' TO ASI-CAB-SISTEMA.
           WRITE ASIENTO-REG.

           MOVE SPACES TO CON-SECCION.
           MOVE 'INCIDENCIAS DE LA CONCILIACION' TO CON-S-TEXTO.
           WRITE CON-SECCION.
           WRITE CON-CAB-2.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-INICIAR-ORIGENES.
           INITIALIZE GP-TABLA-ORIGENES.
           MOVE 'MA' TO GP-ORI-CODIGO(1).
           MOVE 'AJUSTES INTRADIA' TO GP-ORI-DESCRIPCION(1).
           MOVE 'RC' TO GP-ORI-CODIGO(2).
           MOVE 'AJUSTES DE RECUENTO' TO GP-ORI-DESCRIPCION(2).
           MOVE 'BJ' TO GP-ORI-CODIGO(3).
           MOVE 'BAJAS DE EXISTENCIAS' TO GP-ORI-DESCRIPCION(3).
       1100-INICIAR-ORIGENES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CONCILIAR
      *    PROCEDIMIENTO DE SALIDA DE LA CLASIFICACION: CASA LOS
      *    MOVIMIENTOS CONTABLES DEL DIA, ORDENADOS POR SU CLAVE DE
      *    AUDITORIA, CON LOS CAMBIOS CON EFECTO CONTABLE DEL DIA EN
      *    EL DIARIO, RECORRIDO EN SU ORDEN DE CLAVE, HASTA AGOTAR
      *    LOS DOS.
      *----------------------------------------------------------------
       2000-CONCILIAR.
           PERFORM 2100-LEER-MOVCONT
               THRU 2100-LEER-MOVCONT-EXIT.
           PERFORM 2200-LEER-AUDITSAL
               THRU 2200-LEER-AUDITSAL-EXIT.
           PERFORM 2300-CASAR-MOVIMIENTOS
               THRU 2300-CASAR-MOVIMIENTOS-EXIT
               UNTIL GP-FIN-MOVCONT AND GP-FIN-AUDITSAL.
       2000-CONCILIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2100-LEER-MOVCONT
      *    DEVUELVE EL SIGUIENTE MOVIMIENTO CONTABLE DE LA FECHA QUE
      *    SE CONCILIA (EL FICHERO PUEDE ACUMULAR OTROS DIAS SI NO SE
      *    HA VACIADO).
      *----------------------------------------------------------------
       2100-LEER-MOVCONT.
           MOVE 'N' TO GP-SW-MCO-DEL-DIA.
           PERFORM 2110-DEVOLVER-MOVCONT
               THRU 2110-DEVOLVER-MOVCONT-EXIT
               UNTIL GP-FIN-MOVCONT OR GP-MCO-DEL-DIA.
           IF GP-FIN-MOVCONT
               MOVE HIGH-VALUES TO GP-CLAVE-MCO
           ELSE
               MOVE WK-MCO-AUD-CLAVE TO GP-CLAVE-MCO
               ADD 1 TO GP-MCO-LEIDOS
               ADD WK-MCO-IMPORTE TO GP-TOT-MOVCONT
           END-IF.
       2100-LEER-MOVCONT-EXIT.
           EXIT.

       2110-DEVOLVER-MOVCONT.
           RETURN WK-MOVCONT
               AT END
                   SET GP-FIN-MOVCONT TO TRUE
               NOT AT END
                   IF WK-MCO-FECHA-PROCESO = GP-FECHA-PROCESO
                       SET GP-MCO-DEL-DIA TO TRUE
                   END-IF
           END-RETURN.
       2110-DEVOLVER-MOVCONT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2200-LEER-AUDITSAL
      *    AVANZA HASTA EL SIGUIENTE MOVIMIENTO DEL DIARIO DE LA FECHA
      *    QUE SE CONCILIA CON ORIGEN CONTABLE (AUD-ORIGEN-CONTABLE),
      *    LO VALORA Y LO ACUMULA EN EL TOTAL DE AUDITSAL Y EN EL DE
      *    SU ORIGEN.
      *----------------------------------------------------------------
       2200-LEER-AUDITSAL.
           MOVE 'N' TO GP-SW-AUD-DEL-DIA.
           PERFORM 2210-LEER-UN-AUDITSAL
               THRU 2210-LEER-UN-AUDITSAL-EXIT
               UNTIL GP-FIN-AUDITSAL OR GP-AUD-DEL-DIA.
           IF GP-FIN-AUDITSAL
               MOVE HIGH-VALUES TO GP-CLAVE-AUD
               GO TO 2200-LEER-AUDITSAL-EXIT
           END-IF.
           MOVE AUD-CLAVE TO GP-CLAVE-AUD.
           MOVE 'N' TO GP-SW-AUD-CASADO.
           MOVE AUD-ORIGEN TO GP-AUD-ORIGEN-VISTO.
           MOVE AUD-ID TO GP-AUD-ID-VISTO.
           MOVE AUD-SECUENCIA TO GP-AUD-SEC-VISTA.
           ADD 1 TO GP-AUD-CANDIDATOS.
           PERFORM 2250-VALORAR-AUDITORIA
               THRU 2250-VALORAR-AUDITORIA-EXIT.
           ADD GP-VALOR-AUD TO GP-TOT-AUDITSAL.
           MOVE GP-AUD-ORIGEN-VISTO TO GP-ORIGEN-BUSCADO.
           PERFORM 2470-INDICE-ORIGEN
               THRU 2470-INDICE-ORIGEN-EXIT.
           IF GP-ORI-IDX > 0
               ADD GP-VALOR-AUD TO GP-ORI-AUDITSAL(GP-ORI-IDX)
           END-IF.
       2200-LEER-AUDITSAL-EXIT.
           EXIT.

       2210-LEER-UN-AUDITSAL.
           READ AUDITSAL NEXT RECORD
               AT END
                   SET GP-FIN-AUDITSAL TO TRUE
               NOT AT END
                   IF AUD-FECHA-PROCESO = GP-FECHA-PROCESO
                       AND AUD-ORIGEN-CONTABLE
                       SET GP-AUD-DEL-DIA TO TRUE
                   END-IF
           END-READ.
       2210-LEER-UN-AUDITSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2250-VALORAR-AUDITORIA
      *    DIFERENCIA DE EXISTENCIAS ENTRE LAS IMAGENES DEL MAESTRO
      *    ANTES Y DESPUES DEL CAMBIO, AL COSTE MEDIO DE LA IMAGEN
      *    ANTERIOR. UNA IMAGEN DETERIORADA (STOCK NO NUMERICO) CUENTA
      *    COMO CERO. LA CATEGORIA SE TOMA DE LA IMAGEN NUEVA.
      *----------------------------------------------------------------
       2250-VALORAR-AUDITORIA.
           MOVE AUD-IMAGEN-ANTERIOR TO SALIDA-REG.
           IF SALIDA-STOCK IS NUMERIC
               MOVE SALIDA-STOCK TO GP-STOCK-ANTES
           ELSE
               MOVE 0 TO GP-STOCK-ANTES
           END-IF.
           IF SALIDA-COSTE-MEDIO IS NUMERIC
               AND SALIDA-COSTE-MEDIO > ZERO
               MOVE SALIDA-COSTE-MEDIO TO GP-COSTE-AUD
           ELSE
               MOVE 0 TO GP-COSTE-AUD
           END-IF.
           MOVE AUD-IMAGEN-NUEVA TO SALIDA-REG.
           IF SALIDA-STOCK IS NUMERIC
               MOVE SALIDA-STOCK TO GP-STOCK-DESPUES
           ELSE
               MOVE 0 TO GP-STOCK-DESPUES
           END-IF.
           MOVE SALIDA-CATEGORIA TO GP-AUD-CATEG-VISTA.
           COMPUTE GP-DELTA-AUD = GP-STOCK-DESPUES - GP-STOCK-ANTES.
           COMPUTE GP-VALOR-AUD = GP-DELTA-AUD * GP-COSTE-AUD.
       2250-VALORAR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-CASAR-MOVIMIENTOS
      *    UN MOVIMIENTO CONTABLE SIN CAMBIO EN EL DIARIO (O SIN
      *    CLAVE DE AUDITORIA, SI NO SE PUDO GRABAR) SE CONTABILIZA
      *    IGUAL, YA QUE EL MAESTRO SI CAMBIO, PERO SE SENALA. UN
      *    MOVIMIENTO CASADO SE CONTABILIZA Y SE COMPARA SU IMPORTE
      *    CON EL VALOR DEL DIARIO; UN SEGUNDO MOVIMIENTO CON LA
      *    MISMA CLAVE ES UNA DUPLICACION Y NO SE CONTABILIZA. UN
      *    CAMBIO DEL DIARIO CON VALOR QUE NINGUN MOVIMIENTO HA CASADO
      *    QUEDA SIN CONTABILIZAR.
      *----------------------------------------------------------------
       2300-CASAR-MOVIMIENTOS.
           EVALUATE TRUE
               WHEN GP-CLAVE-MCO < GP-CLAVE-AUD
                   PERFORM 2400-CONTABILIZAR
                       THRU 2400-CONTABILIZAR-EXIT
                   IF GP-CONTABILIZADO
                       MOVE 'CONTABILIZADO SIN AUDITSAL'
                           TO GP-MOTIVO-INC
                       ADD 1 TO GP-REGS-SIN-AUDITSAL
                       ADD 1 TO GP-INC-DESCUADRE
                       PERFORM 2910-INCIDENCIA-MOVCONT
                           THRU 2910-INCIDENCIA-MOVCONT-EXIT
                   END-IF
                   PERFORM 2100-LEER-MOVCONT
                       THRU 2100-LEER-MOVCONT-EXIT
               WHEN GP-CLAVE-MCO = GP-CLAVE-AUD
                   IF GP-AUD-CASADO
                       MOVE 'CONTABILIZACION DUPLICADA'
                           TO GP-MOTIVO-INC
                       ADD 1 TO GP-REGS-DUPLICADOS
                       ADD 1 TO GP-INC-DESCUADRE
                       PERFORM 2910-INCIDENCIA-MOVCONT
                           THRU 2910-INCIDENCIA-MOVCONT-EXIT
                   ELSE
                       SET GP-AUD-CASADO TO TRUE
                       PERFORM 2400-CONTABILIZAR
                           THRU 2400-CONTABILIZAR-EXIT
                       IF GP-CONTABILIZADO
                           AND WK-MCO-IMPORTE NOT = GP-VALOR-AUD
                           MOVE 'IMPORTE DISTINTO DE AUDITSAL'
                               TO GP-MOTIVO-INC
                           ADD 1 TO GP-REGS-IMPORTE-DISTINTO
                           ADD 1 TO GP-INC-DESCUADRE
                           PERFORM 2910-INCIDENCIA-MOVCONT
                               THRU 2910-INCIDENCIA-MOVCONT-EXIT
                       END-IF
                   END-IF
                   PERFORM 2100-LEER-MOVCONT
                       THRU 2100-LEER-MOVCONT-EXIT
               WHEN OTHER
                   IF NOT GP-AUD-CASADO AND GP-VALOR-AUD NOT = ZERO
                       MOVE 'NO CONTABILIZADO' TO GP-MOTIVO-INC
                       ADD 1 TO GP-REGS-NO-CONTABILIZADOS
                       ADD 1 TO GP-INC-DESCUADRE
                       PERFORM 2920-INCIDENCIA-AUDITSAL
                           THRU 2920-INCIDENCIA-AUDITSAL-EXIT
                   END-IF
                   PERFORM 2200-LEER-AUDITSAL
                       THRU 2200-LEER-AUDITSAL-EXIT
           END-EVALUATE.
       2300-CASAR-MOVIMIENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2400-CONTABILIZAR
      *    GENERA EL ASIENTO DEL MOVIMIENTO CONTABLE EN CURSO: UNA
      *    PERDIDA (IMPORTE NEGATIVO) CARGA LA CONTRAPARTIDA Y ABONA
      *    EXISTENCIAS; UNA GANANCIA, AL REVES. UN MOVIMIENTO SIN
      *    COSTE (IMPORTE CERO) O SIN CUENTA ASIGNADA NO SE
      *    CONTABILIZA Y SE SENALA.
      *----------------------------------------------------------------
       2400-CONTABILIZAR.
           MOVE 'N' TO GP-SW-CONTABILIZADO.
           IF WK-MCO-IMPORTE = ZERO
               MOVE 'SIN COSTE - NO CONTABILIZADO' TO GP-MOTIVO-INC
               ADD 1 TO GP-REGS-SIN-COSTE
               PERFORM 2910-INCIDENCIA-MOVCONT
                   THRU 2910-INCIDENCIA-MOVCONT-EXIT
               GO TO 2400-CONTABILIZAR-EXIT
           END-IF.
           PERFORM 2450-BUSCAR-CUENTA
               THRU 2450-BUSCAR-CUENTA-EXIT.
           IF NOT GP-CUENTA-HALLADA
               MOVE 'SIN CUENTA ASIGNADA' TO GP-MOTIVO-INC
               ADD 1 TO GP-REGS-SIN-CUENTA
               ADD 1 TO GP-INC-DESCUADRE
               PERFORM 2910-INCIDENCIA-MOVCONT
                   THRU 2910-INCIDENCIA-MOVCONT-EXIT
               GO TO 2400-CONTABILIZAR-EXIT
           END-IF.
           IF WK-MCO-IMPORTE < ZERO
               COMPUTE GP-IMPORTE-ABS = 0 - WK-MCO-IMPORTE
               MOVE CTA-CTA-CONTRAPARTIDA TO GP-CTA-DEBE
               MOVE CTA-CTA-EXISTENCIAS TO GP-CTA-HABER
           ELSE
               MOVE WK-MCO-IMPORTE TO GP-IMPORTE-ABS
               MOVE CTA-CTA-EXISTENCIAS TO GP-CTA-DEBE
               MOVE CTA-CTA-CONTRAPARTIDA TO GP-CTA-HABER
           END-IF.
           ADD 1 TO GP-ASIENTOS.
           MOVE SPACES TO ASIENTO-REG.
           SET ASI-DETALLE TO TRUE.
           MOVE GP-ASIENTOS TO ASI-NUMERO.
           MOVE 1 TO ASI-LINEA.
           MOVE GP-CTA-DEBE TO ASI-CUENTA.
           SET ASI-DEBE TO TRUE.
           PERFORM 2460-ESCRIBIR-LINEA
               THRU 2460-ESCRIBIR-LINEA-EXIT.
           MOVE 2 TO ASI-LINEA.
           MOVE GP-CTA-HABER TO ASI-CUENTA.
           SET ASI-HABER TO TRUE.
           PERFORM 2460-ESCRIBIR-LINEA
               THRU 2460-ESCRIBIR-LINEA-EXIT.
           ADD GP-IMPORTE-ABS TO GP-TOT-DEBE.
           ADD GP-IMPORTE-ABS TO GP-TOT-HABER.
           ADD WK-MCO-IMPORTE TO GP-TOT-CONTABILIZADO.
           MOVE WK-MCO-ORIGEN TO GP-ORIGEN-BUSCADO.
           PERFORM 2470-INDICE-ORIGEN
               THRU 2470-INDICE-ORIGEN-EXIT.
           IF GP-ORI-IDX > 0
               ADD 1 TO GP-ORI-ASIENTOS(GP-ORI-IDX)
               ADD WK-MCO-IMPORTE TO GP-ORI-CONTABLE(GP-ORI-IDX)
           END-IF.
           SET GP-CONTABILIZADO TO TRUE.
       2400-CONTABILIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2450-BUSCAR-CUENTA
      *    CUENTA ACTIVA DEL ORIGEN Y LA CATEGORIA DEL MOVIMIENTO; SI
      *    NO LA HAY, LA CUENTA POR DEFECTO DEL ORIGEN ('****').
      *----------------------------------------------------------------
       2450-BUSCAR-CUENTA.
           MOVE 'N' TO GP-SW-CUENTA-HALLADA.
           MOVE WK-MCO-ORIGEN TO CTA-ORIGEN.
           MOVE WK-MCO-CATEGORIA TO CTA-CATEGORIA.
           PERFORM 2455-LEER-CUENTA
               THRU 2455-LEER-CUENTA-EXIT.
           IF GP-CUENTA-HALLADA
               GO TO 2450-BUSCAR-CUENTA-EXIT
           END-IF.
           MOVE WK-MCO-ORIGEN TO CTA-ORIGEN.
           SET CTA-CATEGORIA-DEFECTO TO TRUE.
           PERFORM 2455-LEER-CUENTA
               THRU 2455-LEER-CUENTA-EXIT.
       2450-BUSCAR-CUENTA-EXIT.
           EXIT.

       2455-LEER-CUENTA.
           READ CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTA-ACTIVA
                       SET GP-CUENTA-HALLADA TO TRUE
                   END-IF
           END-READ.
       2455-LEER-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2460-ESCRIBIR-LINEA
      *    COMPLETA UNA LINEA DEL ASIENTO CON EL IMPORTE Y LOS DATOS
      *    DEL MOVIMIENTO DE ORIGEN Y LA ESCRIBE. NUMERO, LINEA,
      *    CUENTA Y DEBE/HABER LOS FIJA EL LLAMANTE.
      *----------------------------------------------------------------
       2460-ESCRIBIR-LINEA.
           MOVE GP-IMPORTE-ABS TO ASI-IMPORTE.
           MOVE WK-MCO-ORIGEN TO ASI-ORIGEN.
           MOVE WK-MCO-CATEGORIA TO ASI-CATEGORIA.
           MOVE WK-MCO-ID TO ASI-ID.
           MOVE WK-MCO-REF-FICHERO TO ASI-REF-FICHERO.
           MOVE WK-MCO-REF-FECHA TO ASI-REF-FECHA.
           MOVE WK-MCO-REF-NUMERO TO ASI-REF-NUMERO.
           WRITE ASIENTO-REG.
           ADD 1 TO GP-LINEAS.
       2460-ESCRIBIR-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2470-INDICE-ORIGEN
      *    POSICION EN LA TABLA DE ORIGENES DE GP-ORIGEN-BUSCADO (CERO
      *    SI NO ES UN ORIGEN CONTABLE).
      *----------------------------------------------------------------
       2470-INDICE-ORIGEN.
           MOVE 0 TO GP-ORI-IDX.
           EVALUATE GP-ORIGEN-BUSCADO
               WHEN GP-ORI-CODIGO(1)
                   MOVE 1 TO GP-ORI-IDX
               WHEN GP-ORI-CODIGO(2)
                   MOVE 2 TO GP-ORI-IDX
               WHEN GP-ORI-CODIGO(3)
                   MOVE 3 TO GP-ORI-IDX
           END-EVALUATE.
       2470-INDICE-ORIGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2910-INCIDENCIA-MOVCONT
      *    LINEA DE INCIDENCIA DE UN MOVIMIENTO CONTABLE. EL VALOR DEL
      *    DIARIO SOLO SE MUESTRA SI EL MOVIMIENTO ESTA CASADO.
      *----------------------------------------------------------------
       2910-INCIDENCIA-MOVCONT.
           MOVE SPACES TO CON-DET.
           MOVE WK-MCO-ORIGEN TO CON-D-ORIGEN.
           MOVE WK-MCO-ID TO CON-D-ID.
           MOVE WK-MCO-CATEGORIA TO CON-D-CATEGORIA.
           MOVE WK-MCO-REF-FICHERO TO CON-D-REF-FICHERO.
           MOVE WK-MCO-REF-NUMERO TO CON-D-REF-NUMERO.
           MOVE WK-MCO-IMPORTE TO CON-D-IMPORTE.
           IF GP-CLAVE-MCO = GP-CLAVE-AUD
               MOVE GP-VALOR-AUD TO CON-D-VALOR-AUD
           END-IF.
           MOVE GP-MOTIVO-INC TO CON-D-MOTIVO.
           WRITE CON-DET.
           ADD 1 TO GP-REGS-INCIDENCIAS.
       2910-INCIDENCIA-MOVCONT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2920-INCIDENCIA-AUDITSAL
      *    LINEA DE INCIDENCIA DE UN CAMBIO DEL DIARIO SIN MOVIMIENTO
      *    CONTABLE. LA REFERENCIA ES LA SECUENCIA DEL MOVIMIENTO EN
      *    EL DIARIO (PRODUCTO Y FECHA SON LOS DE LA CONCILIACION).
      *----------------------------------------------------------------
       2920-INCIDENCIA-AUDITSAL.
           MOVE SPACES TO CON-DET.
           MOVE GP-AUD-ORIGEN-VISTO TO CON-D-ORIGEN.
           MOVE GP-AUD-ID-VISTO TO CON-D-ID.
           MOVE GP-AUD-CATEG-VISTA TO CON-D-CATEGORIA.
           MOVE 'AUDITSAL' TO CON-D-REF-FICHERO.
           MOVE GP-AUD-SEC-VISTA TO CON-D-REF-NUMERO.
           MOVE GP-VALOR-AUD TO CON-D-VALOR-AUD.
           MOVE GP-MOTIVO-INC TO CON-D-MOTIVO.
           WRITE CON-DET.
           ADD 1 TO GP-REGS-INCIDENCIAS.
       2920-INCIDENCIA-AUDITSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-FINALIZAR
      *    ESCRIBE LA COLA DE LA INTERFAZ, EL RESUMEN POR ORIGEN, LOS
      *    TOTALES DE CUADRE Y EL VEREDICTO. LA CONCILIACION CUADRA SI
      *    NO HAY INCIDENCIAS QUE ROMPAN EL CUADRE, EL TOTAL
      *    CONTABILIZADO ES EL VALOR DE AUDITSAL Y EL DEBE ES IGUAL AL
      *    HABER; SI NO, EL CODIGO DE RETORNO ES 8 (MISMO CRITERIO QUE
      *    EL VEREDICTO DE PROGRA07).
      *----------------------------------------------------------------
       3000-FINALIZAR.
           IF NOT GP-AUDIT-DISPONIBLE OR NOT GP-CUENTAS-DISPONIBLE
               MOVE SPACES TO CON-VEREDICTO
               MOVE 'CONCILIACION NO REALIZADA - FALTAN FICHEROS'
                   TO CON-V-TEXTO
               WRITE CON-VEREDICTO
               CLOSE CONCPRT
               IF GP-AUDIT-DISPONIBLE
                   CLOSE AUDITSAL
               END-IF
               DISPLAY 'PROGRA25: VEREDICTO - CONCILIACION NO '
                   'REALIZADA'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-FINALIZAR-EXIT
           END-IF.

           MOVE SPACES TO ASIENTO-REG.
           SET ASI-TOTAL-GENERAL TO TRUE.
           MOVE GP-ASIENTOS TO ASI-TOT-ASIENTOS.
           MOVE GP-LINEAS TO ASI-TOT-LINEAS.
           MOVE GP-TOT-DEBE TO ASI-TOT-DEBE.
           MOVE GP-TOT-HABER TO ASI-TOT-HABER.
           WRITE ASIENTO-REG.

           IF GP-REGS-INCIDENCIAS = 0
               MOVE SPACES TO CON-SECCION
               MOVE '    (SIN INCIDENCIAS)' TO CON-S-TEXTO
               WRITE CON-SECCION
           END-IF.
           MOVE SPACES TO CON-SECCION.
           WRITE CON-SECCION.
           MOVE 'RESUMEN POR ORIGEN' TO CON-S-TEXTO.
           WRITE CON-SECCION.
           WRITE CON-CAB-3.
           PERFORM 3100-ESCRIBIR-ORIGEN
               THRU 3100-ESCRIBIR-ORIGEN-EXIT
               VARYING GP-ORI-IDX FROM 1 BY 1
               UNTIL GP-ORI-IDX > GP-ORI-MAXIMO.
           COMPUTE GP-DIFERENCIA =
               GP-TOT-CONTABILIZADO - GP-TOT-AUDITSAL.
           MOVE SPACES TO CON-RES.
           MOVE 'TOTAL' TO CON-R-DESCRIPCION.
           MOVE GP-ASIENTOS TO CON-R-ASIENTOS.
           MOVE GP-TOT-AUDITSAL TO CON-R-AUDITSAL.
           MOVE GP-TOT-CONTABILIZADO TO CON-R-CONTABLE.
           MOVE GP-DIFERENCIA TO CON-R-DIFERENCIA.
           WRITE CON-RES.

           MOVE SPACES TO CON-SECCION.
           WRITE CON-SECCION.
           MOVE 'CUADRE DEL DIARIO CONTABLE' TO CON-S-TEXTO.
           WRITE CON-SECCION.
           MOVE SPACES TO CON-TOT.
           MOVE 'TOTAL DEBE' TO CON-T-ETIQUETA.
           MOVE GP-TOT-DEBE TO CON-T-IMPORTE.
           WRITE CON-TOT.
           MOVE SPACES TO CON-TOT.
           MOVE 'TOTAL HABER' TO CON-T-ETIQUETA.
           MOVE GP-TOT-HABER TO CON-T-IMPORTE.
           WRITE CON-TOT.
           MOVE SPACES TO CON-TOT.
           MOVE 'TOTAL MOVIMIENTOS CONTABLES DEL DIA' TO CON-T-ETIQUETA.
           MOVE GP-TOT-MOVCONT TO CON-T-IMPORTE.
           WRITE CON-TOT.
           MOVE SPACES TO CON-CNT.
           MOVE 'MOVIMIENTOS CONTABLES LEIDOS' TO CON-N-ETIQUETA.
           MOVE GP-MCO-LEIDOS TO CON-N-TOTAL.
           WRITE CON-CNT.
           MOVE SPACES TO CON-CNT.
           MOVE 'CAMBIOS CONTABLES EN AUDITSAL' TO CON-N-ETIQUETA.
           MOVE GP-AUD-CANDIDATOS TO CON-N-TOTAL.
           WRITE CON-CNT.
           MOVE SPACES TO CON-CNT.
           MOVE 'ASIENTOS GENERADOS' TO CON-N-ETIQUETA.
           MOVE GP-ASIENTOS TO CON-N-TOTAL.
           WRITE CON-CNT.
           MOVE SPACES TO CON-CNT.
           MOVE 'MOVIMIENTOS SIN COSTE' TO CON-N-ETIQUETA.
           MOVE GP-REGS-SIN-COSTE TO CON-N-TOTAL.
           WRITE CON-CNT.
           MOVE SPACES TO CON-CNT.
           MOVE 'INCIDENCIAS QUE IMPIDEN EL CUADRE' TO CON-N-ETIQUETA.
           MOVE GP-INC-DESCUADRE TO CON-N-TOTAL.
           WRITE CON-CNT.

           IF GP-INC-DESCUADRE = 0
               AND GP-DIFERENCIA = ZERO
               AND GP-TOT-DEBE = GP-TOT-HABER
               SET GP-VEREDICTO-OK TO TRUE
           END-IF.
           MOVE SPACES TO CON-VEREDICTO.
           IF GP-VEREDICTO-OK
               MOVE 'DIARIO CUADRADO CON AUDITSAL' TO CON-V-TEXTO
           ELSE
               MOVE '*** DIARIO DESCUADRADO CON AUDITSAL - REVISAR ***'
                   TO CON-V-TEXTO
           END-IF.
           WRITE CON-VEREDICTO.

           CLOSE ASIENTOS.
           CLOSE CONCPRT.
           CLOSE AUDITSAL.
           CLOSE CUENTAS.
           DISPLAY 'PROGRA25: MOVS. CONTABLES    : ' GP-MCO-LEIDOS.
           DISPLAY 'PROGRA25: CAMBIOS EN AUDITSAL: '
               GP-AUD-CANDIDATOS.
           DISPLAY 'PROGRA25: ASIENTOS GENERADOS : ' GP-ASIENTOS.
           DISPLAY 'PROGRA25: INCIDENCIAS        : '
               GP-REGS-INCIDENCIAS.
           IF GP-VEREDICTO-OK
               DISPLAY 'PROGRA25: VEREDICTO - DIARIO CUADRADO'
           ELSE
               DISPLAY 'PROGRA25: VEREDICTO - DIARIO DESCUADRADO'
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-FINALIZAR-EXIT.
           EXIT.

       3100-ESCRIBIR-ORIGEN.
           MOVE SPACES TO CON-RES.
           MOVE GP-ORI-CODIGO(GP-ORI-IDX) TO CON-R-ORIGEN.
           MOVE GP-ORI-DESCRIPCION(GP-ORI-IDX) TO CON-R-DESCRIPCION.
           MOVE GP-ORI-ASIENTOS(GP-ORI-IDX) TO CON-R-ASIENTOS.
           MOVE GP-ORI-AUDITSAL(GP-ORI-IDX) TO CON-R-AUDITSAL.
           MOVE GP-ORI-CONTABLE(GP-ORI-IDX) TO CON-R-CONTABLE.
           COMPUTE GP-DIFERENCIA = GP-ORI-CONTABLE(GP-ORI-IDX)
               - GP-ORI-AUDITSAL(GP-ORI-IDX).
           MOVE GP-DIFERENCIA TO CON-R-DIFERENCIA.
           WRITE CON-RES.
       3100-ESCRIBIR-ORIGEN-EXIT.
           EXIT.

       END PROGRAM PROGRA25.
