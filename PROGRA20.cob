      *----------------------------------------------------------------
      *    PROGRAMA    : PROGRA20
      *    DESCRIPCION : RECALCULO PERIODICO DEL NIVEL CRITICO POR
      *                  CONSUMO REAL. RECORRE EL MAESTRO SALIDA POR
      *                  CATEGORIA Y, PARA CADA PRODUCTO ACTIVO,
      *                  LEE DEL HISTORICO DE CONSUMO (CONSUMO.cpy,
      *                  ALIMENTADO POR LAS SALIDAS A PLANTA DE
      *                  PROGRA10) LAS UNIDADES SALIDAS EN CADA DIA
      *                  DE LA VENTANA CONFIGURADA, SUMANDO TODAS SUS
      *                  UBICACIONES. CON ELLAS CALCULA EL CONSUMO
      *                  MEDIO DIARIO Y SU DESVIACION TIPICA, Y
      *                  PROPONE COMO NIVEL CRITICO EL CONSUMO
      *                  ESPERADO DURANTE EL PLAZO DE ENTREGA DEL
      *                  PROVEEDOR MAS UN STOCK DE SEGURIDAD:
      *                      MEDIO * PLAZO
      *                    + FACTOR * DESVIACION * RAIZ(PLAZO)
      *                  REDONDEADO POR EXCESO A UNIDADES. LA VENTANA,
      *                  EL PLAZO Y EL FACTOR SE TOMAN DE LA TARJETA
      *                  DE PARAMETROS (CERO O NO NUMERICO = VALOR POR
      *                  DEFECTO). LOS PRODUCTOS CUYO NIVEL PROPUESTO
      *                  DIFIERE DEL ACTUAL SE LISTAN EN EL INFORME DE
      *                  REVISION, AGRUPADOS POR CATEGORIA/PROVEEDOR,
      *                  Y SE EMITEN COMO TRANSACCIONES CORRSAL CON
      *                  SOLO EL NIVEL CRITICO INFORMADO (EL RESTO EN
      *                  BLANCO = CONSERVAR), PARA QUE COMPRAS LAS
      *                  REVISE Y PROGRA16 LAS APLIQUE CON SU
      *                  VALIDACION Y AUDITORIA HABITUALES. EL
      *                  PROGRAMA NO MODIFICA EL MAESTRO. UN PRODUCTO
      *                  SIN NINGUN CONSUMO EN LA VENTANA NO SE
      *                  PROPONE (PUEDE SER UN ALTA RECIENTE O UN
      *                  HISTORICO AUN INCOMPLETO) Y SOLO SE CUENTA.
      *    INSTALACION : DEPARTAMENTO DE PROCESOS DE DATOS
      *    AUTOR       : R. GARCIA VEGA
      *    FECHA ESCR. : 15/10/2026
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA20.
       AUTHOR. R. GARCIA VEGA.
       INSTALLATION. DEPARTAMENTO DE PROCESOS DE DATOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------
      *    LA COMA DE LAS MASCARAS DE EDICION DEL CONSUMO MEDIO Y DEL
      *    FACTOR ES EL SEPARADOR DECIMAL (MISMO CRITERIO QUE
      *    PROGRA04).
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

           SELECT CONSUMO ASSIGN TO CONSUMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CLAVE
           FILE STATUS IS CNS-ST.

           SELECT CATEGOS ASSIGN TO CATEGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS CATG-ST.

           SELECT OPTIONAL PARAMETROS ASSIGN TO PARAMETROS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAR-ST.

           SELECT CORRSAL ASSIGN TO CORRSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CSA-ST.

           SELECT CRITPRT ASSIGN TO CRITPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CRP-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  SALIDA
           DATA RECORD IS SALIDA-REG.
           COPY SALIDA.

       FD  CONSUMO
           DATA RECORD IS CONSUMO-REG.
           COPY CONSUMO.

       FD  CATEGOS
           DATA RECORD IS CATEGO-REG.
           COPY CATEGO.

       FD  PARAMETROS
           DATA RECORD IS PARAM-REG.
           COPY PARAMET.

       FD  CORRSAL
           DATA RECORD IS CORRSAL-REG.
           COPY CORRSAL.

      *----------------------------------------------------------------
      *    INFORME DE REVISION DE LA PROPUESTA DE NIVEL CRITICO.
      *----------------------------------------------------------------
       FD  CRITPRT
           DATA RECORD IS CRP-CAB-1, CRP-PAR, CRP-CAB-2, CRP-GRP,
                          CRP-DET, CRP-TOT.
       01  CRP-CAB-1.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(45)
               VALUE 'PROPUESTA DE NIVEL CRITICO POR CONSUMO'.
           05  CRP-C-FECHA              PIC X(10).
      *    LINEA CON LOS PARAMETROS EFECTIVOS DEL CALCULO.
       01  CRP-PAR.
           05  FILLER                   PIC X(17)
               VALUE 'VENTANA (DIAS): '.
           05  CRP-P-VENTANA            PIC ZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(16)
               VALUE 'PLAZO ENTREGA: '.
           05  CRP-P-PLAZO              PIC ZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(19)
               VALUE 'FACTOR SEGURIDAD: '.
           05  CRP-P-FACTOR             PIC 9,99.
       01  CRP-CAB-2.
           05  FILLER                   PIC X(4)  VALUE 'CAT.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'ID-PRD'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(25) VALUE 'DESCRIPCION'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE ' ACTUAL'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(9)  VALUE 'MEDIO/DIA'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(9)  VALUE 'DESV.TIP.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(9)  VALUE 'PROPUESTO'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE 'DIFEREN.'.
      *    LINEA DE GRUPO POR CATEGORIA, CON LA DESCRIPCION Y EL
      *    PROVEEDOR TOMADOS DEL MAESTRO DE CATEGORIAS (MISMA IDEA
      *    QUE REO-GRP EN PROGRA01).
       01  CRP-GRP.
           05  CRP-G-CATEGORIA          PIC X(4).
           05  CRP-G-SEPARADOR          PIC X(3).
           05  CRP-G-DESCRIPCION        PIC X(30).
           05  CRP-G-SEPARADOR-2        PIC X(3).
           05  CRP-G-PROVEEDOR          PIC X(30).
       01  CRP-DET.
           05  CRP-D-CATEGORIA          PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CRP-D-ID                 PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CRP-D-DESCRIPCION        PIC X(25).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CRP-D-ACTUAL             PIC ZZZ.ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CRP-D-MEDIO              PIC ZZ.ZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CRP-D-DESVIACION         PIC ZZ.ZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CRP-D-PROPUESTO          PIC ZZZ.ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CRP-D-DIFERENCIA         PIC -(7)9.
       01  CRP-TOT.
           05  CRP-T-ETIQUETA           PIC X(45).
           05  CRP-T-VALOR              PIC Z(9)9.

       WORKING-STORAGE SECTION.
       01  FICHEROS.
           05  SALIDA-ST               PIC X(2).
           05  CNS-ST                  PIC X(2).
           05  CATG-ST                 PIC X(2).
           05  PAR-ST                  PIC X(2).
           05  CSA-ST                  PIC X(2).
           05  CRP-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
      *----------------------------------------------------------------
       01  GP-INDICADORES.
           05  GP-SW-FIN-SALIDA        PIC X(1) VALUE 'N'.
               88  GP-FIN-SALIDA              VALUE 'S'.
           05  GP-SW-FIN-CONSUMO       PIC X(1) VALUE 'N'.
               88  GP-FIN-CONSUMO             VALUE 'S'.
           05  GP-SW-SALIDA-DISPON     PIC X(1) VALUE 'N'.
               88  GP-SALIDA-DISPONIBLE       VALUE 'S'.
           05  GP-SW-CONSUMO-DISPON    PIC X(1) VALUE 'N'.
               88  GP-CONSUMO-DISPONIBLE      VALUE 'S'.
           05  GP-SW-CATEGOS-DISPON    PIC X(1) VALUE 'N'.
               88  GP-CATEGOS-DISPONIBLE      VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES DEL RECALCULO.
      *----------------------------------------------------------------
       77  GP-REGS-LEIDOS              PIC 9(9) COMP VALUE 0.
       77  GP-REGS-EXCLUIDOS           PIC 9(9) COMP VALUE 0.
       77  GP-REGS-SIN-CONSUMO         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-SIN-CAMBIO          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-PROPUESTOS          PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
       77  GP-DIA-HOY                  PIC 9(9) VALUE 0.
       77  GP-ANTIGUEDAD               PIC S9(9) VALUE 0.
       77  GP-ID-PRODUCTO              PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      *    PARAMETROS DEL CALCULO. SE SUSTITUYEN POR LOS DE LA
      *    TARJETA DE PARAMETROS SI VIENEN NUMERICOS Y MAYORES QUE
      *    CERO. LA VENTANA NO PUEDE SUPERAR LA TABLA DE DIAS (UN
      *    ANO); UN VALOR MAYOR SE RECORTA CON AVISO.
      *----------------------------------------------------------------
       77  GP-DIAS-VENTANA             PIC 9(3) VALUE 90.
       77  GP-VENTANA-MAXIMA           PIC 9(3) VALUE 366.
       77  GP-DIAS-ENTREGA             PIC 9(3) VALUE 7.
       77  GP-FACTOR-SEGURIDAD         PIC 9(1)V9(2) VALUE 1,65.

      *----------------------------------------------------------------
      *    UNIDADES SALIDAS POR DIA DE LA VENTANA DEL PRODUCTO EN
      *    CURSO, SUMADAS SOBRE SUS UBICACIONES. LA ENTRADA 1 ES
      *    AYER Y LA ENTRADA N EL DIA MAS ANTIGUO DE LA VENTANA; EL
      *    DIA DE LA EJECUCION QUEDA FUERA POR ESTAR AUN ABIERTO.
      *----------------------------------------------------------------
       77  GP-DIA-IDX                  PIC 9(4) COMP VALUE 0.
       01  GP-TABLA-DIAS.
           05  GP-DIA-UNIDADES         PIC 9(9) OCCURS 366 TIMES.

      *----------------------------------------------------------------
      *    AREA DE CALCULO DEL NIVEL CRITICO DEL PRODUCTO EN CURSO.
      *----------------------------------------------------------------
       77  GP-SUMA-UNIDADES            PIC 9(11) VALUE 0.
       77  GP-SUMA-CUADRADOS           PIC 9(18) VALUE 0.
       77  GP-CONSUMO-MEDIO            PIC 9(7)V9(4) VALUE 0.
       77  GP-VARIANZA                 PIC S9(13)V9(4) VALUE 0.
       77  GP-DESVIACION               PIC 9(7)V9(4) VALUE 0.
       77  GP-CRITICO-CALCULADO        PIC 9(9)V9(4) VALUE 0.
       77  GP-CRITICO-ENTERO           PIC 9(9) VALUE 0.
       77  GP-CRITICO-PROPUESTO        PIC 9(6) VALUE 0.
       77  GP-CRITICO-MAXIMO           PIC 9(6) VALUE 999999.
       77  GP-DIFERENCIA               PIC S9(7) VALUE 0.

       01  GP-CAT-ANT-CRITICO          PIC X(4) VALUE LOW-VALUES.
       01  GP-CAT-DESC-VISTA           PIC X(30) VALUE SPACES.
       01  GP-CAT-PROV-VISTA           PIC X(30) VALUE SPACES.

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
      *    PARRAFO PRINCIPAL DEL PROGRAMA.
      *----------------------------------------------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-CICLO-PRODUCTOS
               THRU 2000-CICLO-PRODUCTOS-EXIT
               UNTIL GP-FIN-SALIDA.

           PERFORM 3000-FINALIZAR
               THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    LEE LOS PARAMETROS Y ABRE LOS FICHEROS. EL MAESTRO Y EL
      *    HISTORICO DE CONSUMO DEBEN EXISTIR: SIN ELLOS NO HAY NADA
      *    QUE CALCULAR Y LA EJECUCION TERMINA AVISANDO POR CONSOLA,
      *    SIN EMITIR UN CORRSAL VACIO QUE PODRIA CONFUNDIRSE CON UNA
      *    PROPUESTA LEGITIMA SIN CAMBIOS. EL MAESTRO DE CATEGORIAS
      *    ES OPCIONAL, COMO EN LOS DEMAS INFORMES. EL MAESTRO SE
      *    POSICIONA AL PRINCIPIO DE SU CLAVE ALTERNATIVA DE
      *    CATEGORIA, PARA RECORRERLO AGRUPADO SIN CLASIFICAR.
      *----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT GP-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE GP-DIA-HOY = FUNCTION INTEGER-OF-DATE(GP-FECHA-HOY).
           PERFORM 1100-LEER-PARAMETROS
               THRU 1100-LEER-PARAMETROS-EXIT.
           OPEN INPUT SALIDA.
           IF SALIDA-ST NOT = '00'
               DISPLAY 'PROGRA20: NO SE PUEDE ABRIR EL MAESTRO '
                   'SALIDA (ESTADO ' SALIDA-ST ').'
               SET GP-FIN-SALIDA TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-SALIDA-DISPONIBLE TO TRUE.
           OPEN INPUT CONSUMO.
           IF CNS-ST NOT = '00'
               DISPLAY 'PROGRA20: NO SE PUEDE ABRIR EL HISTORICO DE '
                   'CONSUMO (ESTADO ' CNS-ST ').'
               SET GP-FIN-SALIDA TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-CONSUMO-DISPONIBLE TO TRUE.
           PERFORM 1200-ABRIR-CATEGOS
               THRU 1200-ABRIR-CATEGOS-EXIT.
           OPEN OUTPUT CORRSAL.
           OPEN OUTPUT CRITPRT.
           MOVE GP-FECHA-HOY(1:4) TO GP-FE-CCYY.
           MOVE GP-FECHA-HOY(5:2) TO GP-FE-MM.
           MOVE GP-FECHA-HOY(7:2) TO GP-FE-DD.
           MOVE GP-FECHA-EDITADA TO CRP-C-FECHA.
           WRITE CRP-CAB-1.
           MOVE GP-DIAS-VENTANA TO CRP-P-VENTANA.
           MOVE GP-DIAS-ENTREGA TO CRP-P-PLAZO.
           MOVE GP-FACTOR-SEGURIDAD TO CRP-P-FACTOR.
           WRITE CRP-PAR.
           WRITE CRP-CAB-2.
           MOVE LOW-VALUES TO SALIDA-CATEGORIA.
           START SALIDA KEY IS NOT LESS THAN SALIDA-CATEGORIA
               INVALID KEY
                   SET GP-FIN-SALIDA TO TRUE
           END-START.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1100-LEER-PARAMETROS
      *    LA TARJETA DE PARAMETROS ES OPCIONAL (MISMO CRITERIO QUE
      *    1100-LEER-PARAMETROS DE PROGRA11).
      *----------------------------------------------------------------
       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF PAR-ST = '00'
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-DIAS-CONSUMO IS NUMERIC
                           AND PARAM-DIAS-CONSUMO > 0
                           MOVE PARAM-DIAS-CONSUMO TO GP-DIAS-VENTANA
                       END-IF
                       IF PARAM-DIAS-ENTREGA IS NUMERIC
                           AND PARAM-DIAS-ENTREGA > 0
                           MOVE PARAM-DIAS-ENTREGA TO GP-DIAS-ENTREGA
                       END-IF
                       IF PARAM-FACTOR-SEGURIDAD IS NUMERIC
                           AND PARAM-FACTOR-SEGURIDAD > 0
                           MOVE PARAM-FACTOR-SEGURIDAD
                               TO GP-FACTOR-SEGURIDAD
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF GP-DIAS-VENTANA > GP-VENTANA-MAXIMA
               DISPLAY 'PROGRA20: AVISO - VENTANA DE CONSUMO '
                   GP-DIAS-VENTANA ' DIAS RECORTADA A '
                   GP-VENTANA-MAXIMA
               MOVE GP-VENTANA-MAXIMA TO GP-DIAS-VENTANA
           END-IF.
       1100-LEER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1200-ABRIR-CATEGOS
      *    MISMO CRITERIO QUE 1170-ABRIR-CATEGOS DE PROGRA01.
      *----------------------------------------------------------------
       1200-ABRIR-CATEGOS.
           OPEN INPUT CATEGOS.
           IF CATG-ST = '00'
               SET GP-CATEGOS-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA20: AVISO - MAESTRO DE CATEGORIAS NO '
                   'DISPONIBLE (ESTADO ' CATG-ST '), INFORME SIN '
                   'DESCRIPCIONES'
           END-IF.
       1200-ABRIR-CATEGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CICLO-PRODUCTOS
      *----------------------------------------------------------------
       2000-CICLO-PRODUCTOS.
           READ SALIDA NEXT RECORD
               AT END
                   SET GP-FIN-SALIDA TO TRUE
               NOT AT END
                   ADD 1 TO GP-REGS-LEIDOS
                   PERFORM 2100-TRATAR-PRODUCTO
                       THRU 2100-TRATAR-PRODUCTO-EXIT
           END-READ.
       2000-CICLO-PRODUCTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2100-TRATAR-PRODUCTO
      *    LOS PRODUCTOS BLOQUEADOS O DESCATALOGADOS ESTAN FUERA DE
      *    LA REPOSICION (VER SALIDA.cpy) Y NO SE RECALCULAN; TAMPOCO
      *    UN REGISTRO CON IDENTIFICADOR O NIVEL CRITICO NO
      *    NUMERICOS (LO SENALA LA VERIFICACION DE PROGRA07).
      *----------------------------------------------------------------
       2100-TRATAR-PRODUCTO.
           IF NOT SALIDA-ACTIVO
               OR SALIDA-ID IS NOT NUMERIC
               OR SALIDA-CRITICO IS NOT NUMERIC
               ADD 1 TO GP-REGS-EXCLUIDOS
               GO TO 2100-TRATAR-PRODUCTO-EXIT
           END-IF.
           MOVE SALIDA-ID TO GP-ID-PRODUCTO.
           PERFORM 2200-CARGAR-CONSUMO
               THRU 2200-CARGAR-CONSUMO-EXIT.
           IF GP-SUMA-UNIDADES = 0
               ADD 1 TO GP-REGS-SIN-CONSUMO
               GO TO 2100-TRATAR-PRODUCTO-EXIT
           END-IF.
           PERFORM 2300-CALCULAR-CRITICO
               THRU 2300-CALCULAR-CRITICO-EXIT.
           IF GP-CRITICO-PROPUESTO = SALIDA-CRITICO
               ADD 1 TO GP-REGS-SIN-CAMBIO
               GO TO 2100-TRATAR-PRODUCTO-EXIT
           END-IF.
           PERFORM 2400-EMITIR-PROPUESTA
               THRU 2400-EMITIR-PROPUESTA-EXIT.
       2100-TRATAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2200-CARGAR-CONSUMO
      *    PONE A CERO LA TABLA DE DIAS Y RECORRE EL HISTORICO DEL
      *    PRODUCTO (TODAS SUS UBICACIONES Y FECHAS, CONTIGUAS EN LA
      *    CLAVE), SUMANDO CADA REGISTRO AL DIA DE LA VENTANA QUE LE
      *    CORRESPONDE. LOS REGISTROS FUERA DE LA VENTANA O CON FECHA
      *    DETERIORADA SE IGNORAN.
      *----------------------------------------------------------------
       2200-CARGAR-CONSUMO.
           MOVE 0 TO GP-SUMA-UNIDADES.
           PERFORM 2210-LIMPIAR-UN-DIA
               THRU 2210-LIMPIAR-UN-DIA-EXIT
               VARYING GP-DIA-IDX FROM 1 BY 1
               UNTIL GP-DIA-IDX > GP-DIAS-VENTANA.
           MOVE 'N' TO GP-SW-FIN-CONSUMO.
           MOVE GP-ID-PRODUCTO TO CNS-ID.
           MOVE LOW-VALUES TO CNS-UBICACION.
           MOVE 0 TO CNS-FECHA.
           START CONSUMO KEY IS NOT LESS THAN CNS-CLAVE
               INVALID KEY
                   SET GP-FIN-CONSUMO TO TRUE
           END-START.
           PERFORM 2220-LEER-UN-CONSUMO
               THRU 2220-LEER-UN-CONSUMO-EXIT
               UNTIL GP-FIN-CONSUMO.
       2200-CARGAR-CONSUMO-EXIT.
           EXIT.

       2210-LIMPIAR-UN-DIA.
           MOVE 0 TO GP-DIA-UNIDADES(GP-DIA-IDX).
       2210-LIMPIAR-UN-DIA-EXIT.
           EXIT.

       2220-LEER-UN-CONSUMO.
           READ CONSUMO NEXT RECORD
               AT END
                   SET GP-FIN-CONSUMO TO TRUE
                   GO TO 2220-LEER-UN-CONSUMO-EXIT
           END-READ.
           IF CNS-ID NOT = GP-ID-PRODUCTO
               SET GP-FIN-CONSUMO TO TRUE
               GO TO 2220-LEER-UN-CONSUMO-EXIT
           END-IF.
           IF CNS-FECHA IS NOT NUMERIC
               OR CNS-FECHA = 0
               OR CNS-CANTIDAD IS NOT NUMERIC
               GO TO 2220-LEER-UN-CONSUMO-EXIT
           END-IF.
           COMPUTE GP-ANTIGUEDAD =
               GP-DIA-HOY - FUNCTION INTEGER-OF-DATE(CNS-FECHA).
           IF GP-ANTIGUEDAD < 1
               OR GP-ANTIGUEDAD > GP-DIAS-VENTANA
               GO TO 2220-LEER-UN-CONSUMO-EXIT
           END-IF.
           ADD CNS-CANTIDAD TO GP-DIA-UNIDADES(GP-ANTIGUEDAD).
           ADD CNS-CANTIDAD TO GP-SUMA-UNIDADES.
       2220-LEER-UN-CONSUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-CALCULAR-CRITICO
      *    CONSUMO MEDIO DIARIO Y DESVIACION TIPICA SOBRE TODOS LOS
      *    DIAS DE LA VENTANA (LOS DIAS SIN SALIDAS CUENTAN COMO
      *    CERO), Y NIVEL CRITICO PROPUESTO REDONDEADO POR EXCESO.
      *    UN RESULTADO QUE NO CABE EN SALIDA-CRITICO SE LIMITA AL
      *    MAXIMO REPRESENTABLE.
      *----------------------------------------------------------------
       2300-CALCULAR-CRITICO.
           MOVE 0 TO GP-SUMA-CUADRADOS.
           PERFORM 2310-SUMAR-UN-CUADRADO
               THRU 2310-SUMAR-UN-CUADRADO-EXIT
               VARYING GP-DIA-IDX FROM 1 BY 1
               UNTIL GP-DIA-IDX > GP-DIAS-VENTANA.
           COMPUTE GP-CONSUMO-MEDIO ROUNDED =
               GP-SUMA-UNIDADES / GP-DIAS-VENTANA.
           COMPUTE GP-VARIANZA ROUNDED =
               (GP-SUMA-CUADRADOS / GP-DIAS-VENTANA)
             - (GP-CONSUMO-MEDIO * GP-CONSUMO-MEDIO).
           IF GP-VARIANZA < 0
               MOVE 0 TO GP-VARIANZA
           END-IF.
           COMPUTE GP-DESVIACION ROUNDED = GP-VARIANZA ** 0,5.
           COMPUTE GP-CRITICO-CALCULADO ROUNDED =
               (GP-CONSUMO-MEDIO * GP-DIAS-ENTREGA)
             + (GP-FACTOR-SEGURIDAD * GP-DESVIACION
                * (GP-DIAS-ENTREGA ** 0,5))
               ON SIZE ERROR
                   MOVE GP-CRITICO-MAXIMO TO GP-CRITICO-CALCULADO
           END-COMPUTE.
           MOVE GP-CRITICO-CALCULADO TO GP-CRITICO-ENTERO.
           IF GP-CRITICO-ENTERO < GP-CRITICO-CALCULADO
               ADD 1 TO GP-CRITICO-ENTERO
           END-IF.
           IF GP-CRITICO-ENTERO > GP-CRITICO-MAXIMO
               MOVE GP-CRITICO-MAXIMO TO GP-CRITICO-ENTERO
           END-IF.
           MOVE GP-CRITICO-ENTERO TO GP-CRITICO-PROPUESTO.
       2300-CALCULAR-CRITICO-EXIT.
           EXIT.

       2310-SUMAR-UN-CUADRADO.
           COMPUTE GP-SUMA-CUADRADOS = GP-SUMA-CUADRADOS
               + (GP-DIA-UNIDADES(GP-DIA-IDX)
                  * GP-DIA-UNIDADES(GP-DIA-IDX)).
       2310-SUMAR-UN-CUADRADO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2400-EMITIR-PROPUESTA
      *    ESCRIBE LA TRANSACCION CORRSAL CON SOLO EL NIVEL CRITICO
      *    INFORMADO Y SU LINEA DEL INFORME DE REVISION, CON LA
      *    CABECERA DE GRUPO AL CAMBIAR DE CATEGORIA.
      *----------------------------------------------------------------
       2400-EMITIR-PROPUESTA.
           MOVE SPACES TO CORRSAL-REG.
           MOVE GP-ID-PRODUCTO TO CSA-ID.
           MOVE GP-CRITICO-PROPUESTO TO CSA-CRITICO.
           WRITE CORRSAL-REG.
           ADD 1 TO GP-REGS-PROPUESTOS.

           IF SALIDA-CATEGORIA NOT = GP-CAT-ANT-CRITICO
               MOVE SALIDA-CATEGORIA TO GP-CAT-ANT-CRITICO
               PERFORM 2500-BUSCAR-CATEGORIA
                   THRU 2500-BUSCAR-CATEGORIA-EXIT
               MOVE SALIDA-CATEGORIA TO CRP-G-CATEGORIA
               MOVE ' - ' TO CRP-G-SEPARADOR
               MOVE GP-CAT-DESC-VISTA TO CRP-G-DESCRIPCION
               MOVE ' - ' TO CRP-G-SEPARADOR-2
               MOVE GP-CAT-PROV-VISTA TO CRP-G-PROVEEDOR
               WRITE CRP-GRP
           END-IF.
           COMPUTE GP-DIFERENCIA =
               GP-CRITICO-PROPUESTO - SALIDA-CRITICO.
           MOVE SALIDA-CATEGORIA TO CRP-D-CATEGORIA.
           MOVE SALIDA-ID TO CRP-D-ID.
           MOVE SALIDA-DESC TO CRP-D-DESCRIPCION.
           MOVE SALIDA-CRITICO TO CRP-D-ACTUAL.
           MOVE GP-CONSUMO-MEDIO TO CRP-D-MEDIO.
           MOVE GP-DESVIACION TO CRP-D-DESVIACION.
           MOVE GP-CRITICO-PROPUESTO TO CRP-D-PROPUESTO.
           MOVE GP-DIFERENCIA TO CRP-D-DIFERENCIA.
           WRITE CRP-DET.
       2400-EMITIR-PROPUESTA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-BUSCAR-CATEGORIA
      *    MISMA LOGICA QUE 3400-BUSCAR-CATEGORIA DE PROGRA01.
      *----------------------------------------------------------------
       2500-BUSCAR-CATEGORIA.
           IF NOT GP-CATEGOS-DISPONIBLE
               MOVE 'CATALOGO NO DISPONIBLE' TO GP-CAT-DESC-VISTA
               MOVE SPACES TO GP-CAT-PROV-VISTA
               GO TO 2500-BUSCAR-CATEGORIA-EXIT
           END-IF.
           MOVE SALIDA-CATEGORIA TO CAT-CODIGO.
           READ CATEGOS
               INVALID KEY
                   MOVE 'CATEGORIA NO CATALOGADA' TO GP-CAT-DESC-VISTA
                   MOVE SPACES TO GP-CAT-PROV-VISTA
               NOT INVALID KEY
                   MOVE CAT-DESCRIPCION TO GP-CAT-DESC-VISTA
                   MOVE CAT-NOMBRE-PROVEEDOR TO GP-CAT-PROV-VISTA
           END-READ.
       2500-BUSCAR-CATEGORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-FINALIZAR
      *    CIERRA EL INFORME CON LOS CONTADORES DEL RECALCULO, SOLO
      *    SI LA INICIALIZACION LLEGO A ABRIRLO.
      *----------------------------------------------------------------
       3000-FINALIZAR.
           IF GP-CONSUMO-DISPONIBLE
               MOVE SPACES TO CRP-TOT
               MOVE 'PRODUCTOS LEIDOS' TO CRP-T-ETIQUETA
               MOVE GP-REGS-LEIDOS TO CRP-T-VALOR
               WRITE CRP-TOT
               MOVE 'EXCLUIDOS (NO ACTIVOS O NO NUMERICOS)'
                   TO CRP-T-ETIQUETA
               MOVE GP-REGS-EXCLUIDOS TO CRP-T-VALOR
               WRITE CRP-TOT
               MOVE 'SIN CONSUMO EN LA VENTANA' TO CRP-T-ETIQUETA
               MOVE GP-REGS-SIN-CONSUMO TO CRP-T-VALOR
               WRITE CRP-TOT
               MOVE 'NIVEL CRITICO SIN CAMBIO' TO CRP-T-ETIQUETA
               MOVE GP-REGS-SIN-CAMBIO TO CRP-T-VALOR
               WRITE CRP-TOT
               MOVE 'CAMBIOS PROPUESTOS (CORRSAL)' TO CRP-T-ETIQUETA
               MOVE GP-REGS-PROPUESTOS TO CRP-T-VALOR
               WRITE CRP-TOT
               CLOSE CRITPRT
               CLOSE CORRSAL
               CLOSE CONSUMO
           END-IF.
           DISPLAY 'PROGRA20: PRODUCTOS LEIDOS   : ' GP-REGS-LEIDOS.
           DISPLAY 'PROGRA20: EXCLUIDOS          : ' GP-REGS-EXCLUIDOS.
           DISPLAY 'PROGRA20: SIN CONSUMO        : '
               GP-REGS-SIN-CONSUMO.
           DISPLAY 'PROGRA20: SIN CAMBIO         : '
               GP-REGS-SIN-CAMBIO.
           DISPLAY 'PROGRA20: CAMBIOS PROPUESTOS : '
               GP-REGS-PROPUESTOS.
           IF GP-SALIDA-DISPONIBLE
               CLOSE SALIDA
           END-IF.
           IF GP-CATEGOS-DISPONIBLE
               CLOSE CATEGOS
           END-IF.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM PROGRA20.
