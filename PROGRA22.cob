      *----------------------------------------------------------------
      *    PROGRAMA    : PROGRA22
      *    DESCRIPCION : EVALUACION MENSUAL DE PROVEEDORES SOBRE EL
      *                  HISTORICO DE PEDIDOS (HISTPED) QUE ALIMENTA
      *                  PROGRA12. PARA EL MES PEDIDO EN LA LINEA DE
      *                  COMANDOS (AAAAMM; EN BLANCO O NO VALIDO = MES
      *                  EN CURSO) ACUMULA POR CATEGORIA/PROVEEDOR:
      *                  LOS PEDIDOS CERRADOS EN EL MES, EL PLAZO
      *                  MEDIO Y EL PEOR PLAZO EN DIAS DE PROPUESTA A
      *                  CONFIRMACION Y DE CONFIRMACION A RECEPCION
      *                  FINAL, EL GRADO DE SERVICIO (UNIDADES
      *                  RECIBIDAS SOBRE PEDIDAS DE ESOS PEDIDOS) Y
      *                  LAS RECEPCIONES PARCIALES DEL MES. A ESO SE
      *                  SUMAN LOS PEDIDOS QUE A FECHA DE EJECUCION
      *                  SIGUEN ABIERTOS EN PEDABIER CON MAS DIAS DESDE
      *                  LA PROPUESTA QUE EL PLAZO DE LA TARJETA DE
      *                  PARAMETROS. UN PEDIDO RECIBIDO SIN HABER SIDO
      *                  CONFIRMADO CUENTA COMO CERRADO Y EN EL GRADO
      *                  DE SERVICIO, PERO NO EN LOS PLAZOS. LA
      *                  CATEGORIA SE TOMA DEL MAESTRO SALIDA (UN
      *                  PRODUCTO YA DADO DE BAJA SE SENALA CON '????',
      *                  MISMO CRITERIO QUE PROGRA09), Y LA
      *                  DESCRIPCION, EL PROVEEDOR, SU CONTACTO Y SU
      *                  TELEFONO DEL MAESTRO DE CATEGORIAS. EL
      *                  PROGRAMA NO MODIFICA NINGUN FICHERO.
      *    INSTALACION : DEPARTAMENTO DE PROCESOS DE DATOS
      *    AUTOR       : R. GARCIA VEGA
      *    FECHA ESCR. : 15/10/2026
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA22.
       AUTHOR. R. GARCIA VEGA.
       INSTALLATION. DEPARTAMENTO DE PROCESOS DE DATOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------
      *    LA COMA DE LAS MASCARAS DE EDICION DE PLAZOS Y PORCENTAJES
      *    ES EL SEPARADOR DECIMAL (MISMO CRITERIO QUE PROGRA09).
      *----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTPED ASSIGN TO HISTPED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HPD-CLAVE
           FILE STATUS IS HPD-ST.

           SELECT OPTIONAL PEDABIER ASSIGN TO PEDABIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAB-CLAVE
           FILE STATUS IS PAB-ST.

           SELECT SALIDA ASSIGN TO SALIDA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SALIDA-ID
           ALTERNATE RECORD KEY IS SALIDA-CATEGORIA WITH DUPLICATES
           ALTERNATE RECORD KEY IS SALIDA-DESC WITH DUPLICATES
           FILE STATUS IS SALIDA-ST.

           SELECT CATEGOS ASSIGN TO CATEGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS CATG-ST.

           SELECT OPTIONAL PARAMETROS ASSIGN TO PARAMETROS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAR-ST.

           SELECT PROVPRT ASSIGN TO PROVPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRV-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTPED
           DATA RECORD IS HISTPED-REG.
           COPY HISTPED.

       FD  PEDABIER
           DATA RECORD IS PEDABI-REG.
           COPY PEDABI.

       FD  SALIDA
           DATA RECORD IS SALIDA-REG.
           COPY SALIDA.

       FD  CATEGOS
           DATA RECORD IS CATEGO-REG.
           COPY CATEGO.

       FD  PARAMETROS
           DATA RECORD IS PARAM-REG.
           COPY PARAMET.

      *----------------------------------------------------------------
      *    INFORME DE EVALUACION DE PROVEEDORES: UNA LINEA DE GRUPO
      *    CON LOS DATOS DEL PROVEEDOR Y UNA LINEA DE INDICADORES POR
      *    CATEGORIA, Y LA LINEA DE TOTAL GENERAL.
      *----------------------------------------------------------------
       FD  PROVPRT
           DATA RECORD IS PRV-CAB-1, PRV-CAB-PLAZO, PRV-CAB-2,
                          PRV-GRP, PRV-DET, PRV-TOT.
       01  PRV-CAB-1.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(40)
               VALUE 'EVALUACION MENSUAL DE PROVEEDORES'.
           05  FILLER                   PIC X(8)  VALUE 'PERIODO '.
           05  PRV-C-PERIODO            PIC X(7).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  PRV-C-FECHA              PIC X(10).
       01  PRV-CAB-PLAZO.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(30)
               VALUE 'ABIERTOS FUERA DE PLAZO: MAS '.
           05  FILLER                   PIC X(3)  VALUE 'DE '.
           05  PRV-C-DIAS-PLAZO         PIC ZZ9.
           05  FILLER                   PIC X(26)
               VALUE ' DIAS DESDE LA PROPUESTA'.
       01  PRV-CAB-2.
           05  FILLER                   PIC X(4)  VALUE 'CAT.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'CERRAD.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'MED.P-C'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'PEORP-C'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'MED.C-R'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'PEORC-R'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'UDS.PEDIDAS'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'UDS.RECIBID'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE '% SERV.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'PARCIAL'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'F.PLAZO'.
      *    LINEA DE GRUPO POR CATEGORIA (MISMA IDEA QUE RQP-GRP EN
      *    PROGRA21), CON EL CONTACTO Y EL TELEFONO DEL PROVEEDOR.
       01  PRV-GRP.
           05  PRV-G-CATEGORIA          PIC X(4).
           05  PRV-G-SEPARADOR          PIC X(3).
           05  PRV-G-DESCRIPCION        PIC X(30).
           05  PRV-G-SEPARADOR-2        PIC X(3).
           05  PRV-G-PROVEEDOR          PIC X(30).
           05  PRV-G-SEPARADOR-3        PIC X(3).
           05  PRV-G-CONTACTO           PIC X(30).
           05  FILLER                   PIC X(2).
           05  PRV-G-TELEFONO           PIC X(15).
       01  PRV-DET.
           05  PRV-D-CATEGORIA          PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PRV-D-CERRADOS           PIC ZZZ.ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PRV-D-PC-MEDIA           PIC ZZZZ9,9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PRV-D-PC-PEOR            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PRV-D-CR-MEDIA           PIC ZZZZ9,9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PRV-D-CR-PEOR            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PRV-D-PEDIDAS            PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PRV-D-RECIBIDAS          PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PRV-D-SERVICIO           PIC ZZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PRV-D-PARCIALES          PIC ZZZ.ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PRV-D-FUERA-PLAZO        PIC ZZZ.ZZ9.
       01  PRV-TOT.
           05  PRV-T-ETIQUETA           PIC X(45).
           05  PRV-T-VALOR              PIC Z(9)9.

       WORKING-STORAGE SECTION.
       01  FICHEROS.
           05  HPD-ST                  PIC X(2).
           05  PAB-ST                  PIC X(2).
           05  SALIDA-ST               PIC X(2).
           05  CATG-ST                 PIC X(2).
           05  PAR-ST                  PIC X(2).
           05  PRV-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    PARAMETRO DE LA LINEA DE COMANDOS: PERIODO AAAAMM.
      *----------------------------------------------------------------
       01  GP-PARAM-ENTRADA             PIC X(10).
       01  GP-PARAM-PERIODO-X           PIC X(6).
       01  GP-PARAM-PERIODO REDEFINES GP-PARAM-PERIODO-X.
           05  GP-PARAM-CCYY            PIC 9(4).
           05  GP-PARAM-MM              PIC 9(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
      *----------------------------------------------------------------
       01  GP-INDICADORES.
           05  GP-SW-FIN-HISTORICO     PIC X(1) VALUE 'N'.
               88  GP-FIN-HISTORICO           VALUE 'S'.
           05  GP-SW-FIN-ABIERTOS      PIC X(1) VALUE 'N'.
               88  GP-FIN-ABIERTOS            VALUE 'S'.
           05  GP-SW-HISTPED-DISPON    PIC X(1) VALUE 'N'.
               88  GP-HISTPED-DISPONIBLE      VALUE 'S'.
           05  GP-SW-PEDABI-DISPON     PIC X(1) VALUE 'N'.
               88  GP-PEDABI-DISPONIBLE       VALUE 'S'.
           05  GP-SW-SALIDA-DISPON     PIC X(1) VALUE 'N'.
               88  GP-SALIDA-DISPONIBLE       VALUE 'S'.
           05  GP-SW-CATEGOS-DISPON    PIC X(1) VALUE 'N'.
               88  GP-CATEGOS-DISPONIBLE      VALUE 'S'.
           05  GP-SW-CAT-HALLADA       PIC X(1) VALUE 'N'.
               88  GP-CAT-HALLADA             VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES DE LA EVALUACION.
      *----------------------------------------------------------------
       77  GP-HISTORICOS-LEIDOS        PIC 9(9) COMP VALUE 0.
       77  GP-HISTORICOS-PERIODO       PIC 9(9) COMP VALUE 0.
       77  GP-ABIERTOS-LEIDOS          PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
       77  GP-PERIODO                  PIC 9(6) VALUE 0.
      *    DIAS DESDE LA PROPUESTA A PARTIR DE LOS CUALES UN PEDIDO
      *    ABIERTO CUENTA COMO FUERA DE PLAZO.
       77  GP-DIAS-PLAZO               PIC 9(3) VALUE 30.
       77  GP-DIAS                     PIC S9(9) VALUE 0.
       77  GP-ID-PRODUCTO              PIC 9(6) VALUE 0.
       77  GP-CATEGORIA-PROD           PIC X(4) VALUE SPACES.
       01  GP-CAT-DESC-VISTA           PIC X(30) VALUE SPACES.
       01  GP-CAT-PROV-VISTA           PIC X(30) VALUE SPACES.
       01  GP-CAT-CONT-VISTA           PIC X(30) VALUE SPACES.
       01  GP-CAT-TELF-VISTA           PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------
      *    TABLA DE ACUMULADORES POR CATEGORIA (MISMO PATRON QUE
      *    PROGRA09). LOS INDICADORES DE CADA ENTRADA TIENEN LA MISMA
      *    DISPOSICION QUE GP-LINEA-METRICAS, DONDE SE COPIAN PARA
      *    IMPRIMIRLOS, Y QUE LOS TOTALES GENERALES.
      *----------------------------------------------------------------
       77  GP-CAT-MAXIMO               PIC 9(4) COMP VALUE 200.
       77  GP-CAT-TOTAL                PIC 9(4) COMP VALUE 0.
       77  GP-CAT-IDX                  PIC 9(4) COMP VALUE 0.
       77  GP-CAT-USADA                PIC 9(4) COMP VALUE 0.
       01  GP-TABLA-CATEGORIAS.
           05  GP-CAT-ENT OCCURS 200 TIMES.
               10  GP-CAT-CODIGO       PIC X(4).
               10  GP-CAT-METRICAS.
                   15  GP-CAT-CERRADOS     PIC 9(9) COMP.
                   15  GP-CAT-PC-NUM       PIC 9(9) COMP.
                   15  GP-CAT-PC-SUMA      PIC 9(11) COMP.
                   15  GP-CAT-PC-PEOR      PIC 9(7) COMP.
                   15  GP-CAT-CR-NUM       PIC 9(9) COMP.
                   15  GP-CAT-CR-SUMA      PIC 9(11) COMP.
                   15  GP-CAT-CR-PEOR      PIC 9(7) COMP.
                   15  GP-CAT-PEDIDAS      PIC 9(11) COMP.
                   15  GP-CAT-RECIBIDAS    PIC 9(11) COMP.
                   15  GP-CAT-PARCIALES    PIC 9(9) COMP.
                   15  GP-CAT-FUERA-PLAZO  PIC 9(9) COMP.

       01  GP-LINEA-METRICAS.
           05  GP-LIN-CERRADOS         PIC 9(9) COMP.
           05  GP-LIN-PC-NUM           PIC 9(9) COMP.
           05  GP-LIN-PC-SUMA          PIC 9(11) COMP.
           05  GP-LIN-PC-PEOR          PIC 9(7) COMP.
           05  GP-LIN-CR-NUM           PIC 9(9) COMP.
           05  GP-LIN-CR-SUMA          PIC 9(11) COMP.
           05  GP-LIN-CR-PEOR          PIC 9(7) COMP.
           05  GP-LIN-PEDIDAS          PIC 9(11) COMP.
           05  GP-LIN-RECIBIDAS        PIC 9(11) COMP.
           05  GP-LIN-PARCIALES        PIC 9(9) COMP.
           05  GP-LIN-FUERA-PLAZO      PIC 9(9) COMP.

       01  GP-TOTALES.
           05  GP-TOT-CERRADOS         PIC 9(9) COMP VALUE 0.
           05  GP-TOT-PC-NUM           PIC 9(9) COMP VALUE 0.
           05  GP-TOT-PC-SUMA          PIC 9(11) COMP VALUE 0.
           05  GP-TOT-PC-PEOR          PIC 9(7) COMP VALUE 0.
           05  GP-TOT-CR-NUM           PIC 9(9) COMP VALUE 0.
           05  GP-TOT-CR-SUMA          PIC 9(11) COMP VALUE 0.
           05  GP-TOT-CR-PEOR          PIC 9(7) COMP VALUE 0.
           05  GP-TOT-PEDIDAS          PIC 9(11) COMP VALUE 0.
           05  GP-TOT-RECIBIDAS        PIC 9(11) COMP VALUE 0.
           05  GP-TOT-PARCIALES        PIC 9(9) COMP VALUE 0.
           05  GP-TOT-FUERA-PLAZO      PIC 9(9) COMP VALUE 0.

       77  GP-MEDIA                    PIC 9(7)V9(1) VALUE 0.
       77  GP-SERVICIO                 PIC 9(4)V9(2) VALUE 0.

       01  GP-FECHA-EDITADA.
           05  GP-FE-CCYY              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  GP-FE-MM                PIC 9(2).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  GP-FE-DD                PIC 9(2).

       01  GP-PERIODO-EDITADO.
           05  GP-PE-CCYY              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  GP-PE-MM                PIC 9(2).

       LINKAGE SECTION.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      *    0000-PRINCIPAL
      *    PARRAFO PRINCIPAL DEL PROGRAMA.
      *----------------------------------------------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-LEER-HISTORICO
               THRU 2000-LEER-HISTORICO-EXIT
               UNTIL GP-FIN-HISTORICO.

           PERFORM 2500-LEER-ABIERTO
               THRU 2500-LEER-ABIERTO-EXIT
               UNTIL GP-FIN-ABIERTOS.

           PERFORM 3000-EMITIR-INFORME
               THRU 3000-EMITIR-INFORME-EXIT.

           PERFORM 4000-FINALIZAR
               THRU 4000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    FIJA EL PERIODO, LEE LOS PARAMETROS Y ABRE LOS FICHEROS.
      *    TODOS LOS DE ENTRADA SON OPCIONALES: SIN HISTORICO NO HAY
      *    PEDIDOS CERRADOS QUE EVALUAR, SIN PEDIDOS ABIERTOS NO HAY
      *    PEDIDOS FUERA DE PLAZO, SIN MAESTRO LA CATEGORIA SE
      *    SENALA COMO DESCONOCIDA Y SIN MAESTRO DE CATEGORIAS EL
      *    INFORME SALE SIN DATOS DEL PROVEEDOR.
      *----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT GP-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO GP-PARAM-ENTRADA.
           ACCEPT GP-PARAM-ENTRADA FROM COMMAND-LINE.
           MOVE GP-PARAM-ENTRADA(1:6) TO GP-PARAM-PERIODO-X.
           IF GP-PARAM-PERIODO-X IS NUMERIC
               AND GP-PARAM-CCYY > 0
               AND GP-PARAM-MM > 0
               AND GP-PARAM-MM < 13
               MOVE GP-PARAM-PERIODO-X TO GP-PERIODO
           ELSE
               MOVE GP-FECHA-HOY(1:6) TO GP-PERIODO
           END-IF.
           PERFORM 1100-LEER-PARAMETROS
               THRU 1100-LEER-PARAMETROS-EXIT.

           OPEN INPUT HISTPED.
           IF HPD-ST = '00'
               SET GP-HISTPED-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA22: AVISO - HISTORICO DE PEDIDOS NO '
                   'DISPONIBLE (ESTADO ' HPD-ST ')'
               SET GP-FIN-HISTORICO TO TRUE
           END-IF.
           OPEN INPUT PEDABIER.
           IF PAB-ST = '00'
               SET GP-PEDABI-DISPONIBLE TO TRUE
           ELSE
               SET GP-FIN-ABIERTOS TO TRUE
           END-IF.
           OPEN INPUT SALIDA.
           IF SALIDA-ST = '00'
               SET GP-SALIDA-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA22: AVISO - MAESTRO SALIDA NO '
                   'DISPONIBLE (ESTADO ' SALIDA-ST '), LA CATEGORIA '
                   'SE SENALA COMO DESCONOCIDA'
           END-IF.
           OPEN INPUT CATEGOS.
           IF CATG-ST = '00'
               SET GP-CATEGOS-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA22: AVISO - MAESTRO DE CATEGORIAS NO '
                   'DISPONIBLE (ESTADO ' CATG-ST '), INFORME SIN '
                   'DATOS DEL PROVEEDOR'
           END-IF.

           OPEN OUTPUT PROVPRT.
           MOVE GP-PERIODO(1:4) TO GP-PE-CCYY.
           MOVE GP-PERIODO(5:2) TO GP-PE-MM.
           MOVE GP-PERIODO-EDITADO TO PRV-C-PERIODO.
           MOVE GP-FECHA-HOY(1:4) TO GP-FE-CCYY.
           MOVE GP-FECHA-HOY(5:2) TO GP-FE-MM.
           MOVE GP-FECHA-HOY(7:2) TO GP-FE-DD.
           MOVE GP-FECHA-EDITADA TO PRV-C-FECHA.
           WRITE PRV-CAB-1.
           MOVE GP-DIAS-PLAZO TO PRV-C-DIAS-PLAZO.
           WRITE PRV-CAB-PLAZO.
           WRITE PRV-CAB-2.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1100-LEER-PARAMETROS
      *    LA TARJETA DE PARAMETROS ES OPCIONAL; CERO O NO NUMERICO
      *    DEJA EL PLAZO POR DEFECTO DEL PROGRAMA.
      *----------------------------------------------------------------
       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF PAR-ST = '00'
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-DIAS-PEDIDO IS NUMERIC
                           AND PARAM-DIAS-PEDIDO > 0
                           MOVE PARAM-DIAS-PEDIDO TO GP-DIAS-PLAZO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
       1100-LEER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-LEER-HISTORICO
      *    RECORRE EL HISTORICO COMPLETO Y ACUMULA LAS RECEPCIONES
      *    CUYA FECHA CAE EN EL PERIODO: LAS PARCIALES SE CUENTAN, Y
      *    LAS FINALES APORTAN EL PEDIDO CERRADO, SUS PLAZOS Y SUS
      *    UNIDADES PEDIDAS Y RECIBIDAS (ACUMULADAS DE TODAS SUS
      *    ENTREGAS, AUNQUE LAS PARCIALES FUERAN DE MESES ANTERIORES).
      *----------------------------------------------------------------
       2000-LEER-HISTORICO.
           READ HISTPED NEXT RECORD
               AT END
                   SET GP-FIN-HISTORICO TO TRUE
                   GO TO 2000-LEER-HISTORICO-EXIT
           END-READ.
           ADD 1 TO GP-HISTORICOS-LEIDOS.
           IF HPD-FECHA-RECEPCION IS NOT NUMERIC
               OR HPD-FECHA-RECEPCION(1:6) NOT = GP-PERIODO
               GO TO 2000-LEER-HISTORICO-EXIT
           END-IF.
           ADD 1 TO GP-HISTORICOS-PERIODO.
           MOVE HPD-ID TO GP-ID-PRODUCTO.
           PERFORM 2800-BUSCAR-CATEGORIA-PROD
               THRU 2800-BUSCAR-CATEGORIA-PROD-EXIT.
           PERFORM 2900-LOCALIZAR-CATEGORIA
               THRU 2900-LOCALIZAR-CATEGORIA-EXIT.
           IF HPD-RECEPCION-PARCIAL
               ADD 1 TO GP-CAT-PARCIALES(GP-CAT-USADA)
               GO TO 2000-LEER-HISTORICO-EXIT
           END-IF.

           ADD 1 TO GP-CAT-CERRADOS(GP-CAT-USADA).
           IF HPD-CANTIDAD-PEDIDA IS NUMERIC
               ADD HPD-CANTIDAD-PEDIDA TO GP-CAT-PEDIDAS(GP-CAT-USADA)
           END-IF.
           IF HPD-ACUM-RECIBIDO IS NUMERIC
               ADD HPD-ACUM-RECIBIDO
                   TO GP-CAT-RECIBIDAS(GP-CAT-USADA)
           END-IF.
      *    SIN FECHA DE CONFIRMACION NO HAY NINGUNO DE LOS DOS PLAZOS.
      *    UNA FECHA ANTERIOR A LA PRECEDENTE (RETORNO CON FECHA
      *    ATRASADA) CUENTA COMO PLAZO CERO.
           IF HPD-FECHA-CONFIRMA IS NOT NUMERIC
               OR HPD-FECHA-CONFIRMA = 0
               GO TO 2000-LEER-HISTORICO-EXIT
           END-IF.
           IF HPD-FECHA-PROPUESTA IS NUMERIC
               AND HPD-FECHA-PROPUESTA > 0
               COMPUTE GP-DIAS =
                   FUNCTION INTEGER-OF-DATE(HPD-FECHA-CONFIRMA)
                 - FUNCTION INTEGER-OF-DATE(HPD-FECHA-PROPUESTA)
               IF GP-DIAS < 0
                   MOVE 0 TO GP-DIAS
               END-IF
               ADD 1 TO GP-CAT-PC-NUM(GP-CAT-USADA)
               ADD GP-DIAS TO GP-CAT-PC-SUMA(GP-CAT-USADA)
               IF GP-DIAS > GP-CAT-PC-PEOR(GP-CAT-USADA)
                   MOVE GP-DIAS TO GP-CAT-PC-PEOR(GP-CAT-USADA)
               END-IF
           END-IF.
           COMPUTE GP-DIAS =
               FUNCTION INTEGER-OF-DATE(HPD-FECHA-RECEPCION)
             - FUNCTION INTEGER-OF-DATE(HPD-FECHA-CONFIRMA).
           IF GP-DIAS < 0
               MOVE 0 TO GP-DIAS
           END-IF.
           ADD 1 TO GP-CAT-CR-NUM(GP-CAT-USADA).
           ADD GP-DIAS TO GP-CAT-CR-SUMA(GP-CAT-USADA).
           IF GP-DIAS > GP-CAT-CR-PEOR(GP-CAT-USADA)
               MOVE GP-DIAS TO GP-CAT-CR-PEOR(GP-CAT-USADA)
           END-IF.
       2000-LEER-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-LEER-ABIERTO
      *    CUENTA LOS PEDIDOS ABIERTOS CON MAS DIAS DESDE LA
      *    PROPUESTA QUE EL PLAZO. UNA FECHA DE PROPUESTA DETERIORADA
      *    CUENTA COMO FUERA DE PLAZO, PARA QUE NO PASE DESAPERCIBIDA
      *    (MISMO CRITERIO QUE 4100-EXAMINAR-UN-PEDIDO DE PROGRA12).
      *----------------------------------------------------------------
       2500-LEER-ABIERTO.
           READ PEDABIER NEXT RECORD
               AT END
                   SET GP-FIN-ABIERTOS TO TRUE
                   GO TO 2500-LEER-ABIERTO-EXIT
           END-READ.
           ADD 1 TO GP-ABIERTOS-LEIDOS.
           IF PAB-FECHA-PROPUESTA IS NUMERIC
               AND PAB-FECHA-PROPUESTA > 0
               COMPUTE GP-DIAS =
                   FUNCTION INTEGER-OF-DATE(GP-FECHA-HOY)
                 - FUNCTION INTEGER-OF-DATE(PAB-FECHA-PROPUESTA)
           ELSE
               MOVE 999999 TO GP-DIAS
           END-IF.
           IF GP-DIAS NOT > GP-DIAS-PLAZO
               GO TO 2500-LEER-ABIERTO-EXIT
           END-IF.
           MOVE PAB-ID TO GP-ID-PRODUCTO.
           PERFORM 2800-BUSCAR-CATEGORIA-PROD
               THRU 2800-BUSCAR-CATEGORIA-PROD-EXIT.
           PERFORM 2900-LOCALIZAR-CATEGORIA
               THRU 2900-LOCALIZAR-CATEGORIA-EXIT.
           ADD 1 TO GP-CAT-FUERA-PLAZO(GP-CAT-USADA).
       2500-LEER-ABIERTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2800-BUSCAR-CATEGORIA-PROD
      *    MISMA LOGICA QUE 2300-BUSCAR-CATEGORIA-PROD DE PROGRA09.
      *----------------------------------------------------------------
       2800-BUSCAR-CATEGORIA-PROD.
           MOVE '????' TO GP-CATEGORIA-PROD.
           IF NOT GP-SALIDA-DISPONIBLE
               GO TO 2800-BUSCAR-CATEGORIA-PROD-EXIT
           END-IF.
           MOVE GP-ID-PRODUCTO TO SALIDA-ID.
           READ SALIDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SALIDA-CATEGORIA TO GP-CATEGORIA-PROD
           END-READ.
       2800-BUSCAR-CATEGORIA-PROD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2900-LOCALIZAR-CATEGORIA
      *    DEJA EN GP-CAT-USADA LA ENTRADA DE LA CATEGORIA
      *    GP-CATEGORIA-PROD, DANDOLA DE ALTA A CERO SI AUN NO
      *    ESTABA (MISMO PATRON QUE 2400-ACUMULAR-CATEGORIA DE
      *    PROGRA09).
      *----------------------------------------------------------------
       2900-LOCALIZAR-CATEGORIA.
           MOVE 'N' TO GP-SW-CAT-HALLADA.
           MOVE 0 TO GP-CAT-USADA.
           IF GP-CAT-TOTAL > 0
               PERFORM 2910-COMPARAR-CATEGORIA
                   THRU 2910-COMPARAR-CATEGORIA-EXIT
                   VARYING GP-CAT-IDX FROM 1 BY 1
                   UNTIL GP-CAT-HALLADA
                       OR GP-CAT-IDX > GP-CAT-TOTAL
           END-IF.
           IF NOT GP-CAT-HALLADA
               IF GP-CAT-TOTAL < GP-CAT-MAXIMO
                   ADD 1 TO GP-CAT-TOTAL
                   MOVE GP-CAT-TOTAL TO GP-CAT-USADA
                   MOVE GP-CATEGORIA-PROD
                       TO GP-CAT-CODIGO(GP-CAT-USADA)
                   INITIALIZE GP-CAT-METRICAS(GP-CAT-USADA)
               ELSE
      *    TABLA LLENA: LA ULTIMA ENTRADA ABSORBE EL EXCESO (MISMO
      *    CRITERIO QUE PROGRA06).
                   MOVE GP-CAT-MAXIMO TO GP-CAT-USADA
                   MOVE '****' TO GP-CAT-CODIGO(GP-CAT-USADA)
               END-IF
           END-IF.
       2900-LOCALIZAR-CATEGORIA-EXIT.
           EXIT.

       2910-COMPARAR-CATEGORIA.
           IF GP-CAT-CODIGO(GP-CAT-IDX) = GP-CATEGORIA-PROD
               SET GP-CAT-HALLADA TO TRUE
               MOVE GP-CAT-IDX TO GP-CAT-USADA
           END-IF.
       2910-COMPARAR-CATEGORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-EMITIR-INFORME
      *    UNA LINEA DE GRUPO Y UNA DE INDICADORES POR CATEGORIA, EN
      *    EL ORDEN EN QUE APARECIERON, Y LA LINEA DE TOTAL GENERAL.
      *----------------------------------------------------------------
       3000-EMITIR-INFORME.
           IF GP-CAT-TOTAL > 0
               PERFORM 3100-ESCRIBIR-CATEGORIA
                   THRU 3100-ESCRIBIR-CATEGORIA-EXIT
                   VARYING GP-CAT-IDX FROM 1 BY 1
                   UNTIL GP-CAT-IDX > GP-CAT-TOTAL
           END-IF.
           MOVE GP-TOTALES TO GP-LINEA-METRICAS.
           MOVE SPACES TO PRV-GRP.
           MOVE 'TOTAL GENERAL' TO PRV-G-DESCRIPCION.
           WRITE PRV-GRP.
           MOVE 'TOT.' TO PRV-D-CATEGORIA.
           PERFORM 3200-ESCRIBIR-METRICAS
               THRU 3200-ESCRIBIR-METRICAS-EXIT.
       3000-EMITIR-INFORME-EXIT.
           EXIT.

       3100-ESCRIBIR-CATEGORIA.
           PERFORM 3300-BUSCAR-CATEGORIA
               THRU 3300-BUSCAR-CATEGORIA-EXIT.
           MOVE SPACES TO PRV-GRP.
           MOVE GP-CAT-CODIGO(GP-CAT-IDX) TO PRV-G-CATEGORIA.
           MOVE ' - ' TO PRV-G-SEPARADOR.
           MOVE GP-CAT-DESC-VISTA TO PRV-G-DESCRIPCION.
           MOVE ' - ' TO PRV-G-SEPARADOR-2.
           MOVE GP-CAT-PROV-VISTA TO PRV-G-PROVEEDOR.
           MOVE ' - ' TO PRV-G-SEPARADOR-3.
           MOVE GP-CAT-CONT-VISTA TO PRV-G-CONTACTO.
           MOVE GP-CAT-TELF-VISTA TO PRV-G-TELEFONO.
           WRITE PRV-GRP.
           MOVE GP-CAT-METRICAS(GP-CAT-IDX) TO GP-LINEA-METRICAS.
           MOVE GP-CAT-CODIGO(GP-CAT-IDX) TO PRV-D-CATEGORIA.
           PERFORM 3200-ESCRIBIR-METRICAS
               THRU 3200-ESCRIBIR-METRICAS-EXIT.

           ADD GP-LIN-CERRADOS TO GP-TOT-CERRADOS.
           ADD GP-LIN-PC-NUM TO GP-TOT-PC-NUM.
           ADD GP-LIN-PC-SUMA TO GP-TOT-PC-SUMA.
           IF GP-LIN-PC-PEOR > GP-TOT-PC-PEOR
               MOVE GP-LIN-PC-PEOR TO GP-TOT-PC-PEOR
           END-IF.
           ADD GP-LIN-CR-NUM TO GP-TOT-CR-NUM.
           ADD GP-LIN-CR-SUMA TO GP-TOT-CR-SUMA.
           IF GP-LIN-CR-PEOR > GP-TOT-CR-PEOR
               MOVE GP-LIN-CR-PEOR TO GP-TOT-CR-PEOR
           END-IF.
           ADD GP-LIN-PEDIDAS TO GP-TOT-PEDIDAS.
           ADD GP-LIN-RECIBIDAS TO GP-TOT-RECIBIDAS.
           ADD GP-LIN-PARCIALES TO GP-TOT-PARCIALES.
           ADD GP-LIN-FUERA-PLAZO TO GP-TOT-FUERA-PLAZO.
       3100-ESCRIBIR-CATEGORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3200-ESCRIBIR-METRICAS
      *    EDITA LA LINEA DE INDICADORES A PARTIR DE
      *    GP-LINEA-METRICAS. SIN PLAZOS MEDIDOS O SIN UNIDADES
      *    PEDIDAS LA MEDIA Y EL GRADO DE SERVICIO QUEDAN A CERO.
      *----------------------------------------------------------------
       3200-ESCRIBIR-METRICAS.
           MOVE GP-LIN-CERRADOS TO PRV-D-CERRADOS.
           MOVE 0 TO GP-MEDIA.
           IF GP-LIN-PC-NUM > 0
               COMPUTE GP-MEDIA ROUNDED =
                   GP-LIN-PC-SUMA / GP-LIN-PC-NUM
           END-IF.
           MOVE GP-MEDIA TO PRV-D-PC-MEDIA.
           MOVE GP-LIN-PC-PEOR TO PRV-D-PC-PEOR.
           MOVE 0 TO GP-MEDIA.
           IF GP-LIN-CR-NUM > 0
               COMPUTE GP-MEDIA ROUNDED =
                   GP-LIN-CR-SUMA / GP-LIN-CR-NUM
           END-IF.
           MOVE GP-MEDIA TO PRV-D-CR-MEDIA.
           MOVE GP-LIN-CR-PEOR TO PRV-D-CR-PEOR.
           MOVE GP-LIN-PEDIDAS TO PRV-D-PEDIDAS.
           MOVE GP-LIN-RECIBIDAS TO PRV-D-RECIBIDAS.
           MOVE 0 TO GP-SERVICIO.
           IF GP-LIN-PEDIDAS > 0
               COMPUTE GP-SERVICIO ROUNDED =
                   GP-LIN-RECIBIDAS * 100 / GP-LIN-PEDIDAS
                   ON SIZE ERROR
                       MOVE 9999,99 TO GP-SERVICIO
               END-COMPUTE
           END-IF.
           MOVE GP-SERVICIO TO PRV-D-SERVICIO.
           MOVE GP-LIN-PARCIALES TO PRV-D-PARCIALES.
           MOVE GP-LIN-FUERA-PLAZO TO PRV-D-FUERA-PLAZO.
           WRITE PRV-DET.
       3200-ESCRIBIR-METRICAS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3300-BUSCAR-CATEGORIA
      *    MISMA LOGICA QUE 2800-BUSCAR-CATEGORIA DE PROGRA21, CON EL
      *    CONTACTO Y EL TELEFONO DEL PROVEEDOR.
      *----------------------------------------------------------------
       3300-BUSCAR-CATEGORIA.
           MOVE SPACES TO GP-CAT-PROV-VISTA.
           MOVE SPACES TO GP-CAT-CONT-VISTA.
           MOVE SPACES TO GP-CAT-TELF-VISTA.
           IF NOT GP-CATEGOS-DISPONIBLE
               MOVE 'CATALOGO NO DISPONIBLE' TO GP-CAT-DESC-VISTA
               GO TO 3300-BUSCAR-CATEGORIA-EXIT
           END-IF.
           MOVE GP-CAT-CODIGO(GP-CAT-IDX) TO CAT-CODIGO.
           READ CATEGOS
               INVALID KEY
                   MOVE 'CATEGORIA NO CATALOGADA' TO GP-CAT-DESC-VISTA
               NOT INVALID KEY
                   MOVE CAT-DESCRIPCION TO GP-CAT-DESC-VISTA
                   MOVE CAT-NOMBRE-PROVEEDOR TO GP-CAT-PROV-VISTA
                   MOVE CAT-CONTACTO TO GP-CAT-CONT-VISTA
                   MOVE CAT-TELEFONO TO GP-CAT-TELF-VISTA
           END-READ.
       3300-BUSCAR-CATEGORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    4000-FINALIZAR
      *----------------------------------------------------------------
       4000-FINALIZAR.
           MOVE SPACES TO PRV-TOT.
           MOVE 'RECEPCIONES DEL HISTORICO EN EL PERIODO'
               TO PRV-T-ETIQUETA.
           MOVE GP-HISTORICOS-PERIODO TO PRV-T-VALOR.
           WRITE PRV-TOT.
           MOVE 'PEDIDOS ABIERTOS EXAMINADOS' TO PRV-T-ETIQUETA.
           MOVE GP-ABIERTOS-LEIDOS TO PRV-T-VALOR.
           WRITE PRV-TOT.
           CLOSE PROVPRT.
           IF GP-HISTPED-DISPONIBLE
               CLOSE HISTPED
           END-IF.
           IF GP-PEDABI-DISPONIBLE
               CLOSE PEDABIER
           END-IF.
           IF GP-SALIDA-DISPONIBLE
               CLOSE SALIDA
           END-IF.
           IF GP-CATEGOS-DISPONIBLE
               CLOSE CATEGOS
           END-IF.
           DISPLAY 'PROGRA22: PERIODO EVALUADO   : ' GP-PERIODO.
           DISPLAY 'PROGRA22: HISTORICOS LEIDOS  : '
               GP-HISTORICOS-LEIDOS.
           DISPLAY 'PROGRA22: RECEPCIONES PERIODO: '
               GP-HISTORICOS-PERIODO.
           DISPLAY 'PROGRA22: ABIERTOS LEIDOS    : '
               GP-ABIERTOS-LEIDOS.
           DISPLAY 'PROGRA22: CATEGORIAS         : ' GP-CAT-TOTAL.
       4000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM PROGRA22.
