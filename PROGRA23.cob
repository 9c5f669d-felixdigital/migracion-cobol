      *----------------------------------------------------------------
      *    PROGRAMA    : PROGRA23
      *    DESCRIPCION : INFORME DE MARGEN BRUTO POR CATEGORIA.
      *                  RECORRE EL MAESTRO SALIDA POR CATEGORIA Y,
      *                  PARA CADA CATEGORIA DEL SURTIDO VIVO, DA LAS
      *                  UNIDADES EN EXISTENCIA, SU VALOR A COSTE
      *                  (COSTE MEDIO PONDERADO QUE MANTIENEN LAS
      *                  RECEPCIONES DE PROGRA10 Y PROGRA12), SU VALOR
      *                  A PRECIO DE VENTA Y EL PORCENTAJE DE MARGEN
      *                  BRUTO. EL MARGEN SE CALCULA SOLO SOBRE LOS
      *                  PRODUCTOS CON COSTE CONOCIDO, PARA QUE UN
      *                  PRODUCTO SIN COSTE (VALOR A COSTE CERO) NO LO
      *                  INFLE; ESOS PRODUCTOS SE CUENTAN APARTE EN LA
      *                  LINEA DE LA CATEGORIA. CADA PRODUCTO CUYO
      *                  PRECIO DE VENTA QUEDA POR DEBAJO DE SU COSTE
      *                  SE LISTA DEBAJO DE SU CATEGORIA COMO VENTA
      *                  BAJO COSTE. LOS PRODUCTOS BLOQUEADOS O
      *                  DESCATALOGADOS NO SE VENDEN Y NO ENTRAN EN EL
      *                  INFORME (MISMO CRITERIO QUE LA SECCION APARTE
      *                  DE PROGRA06). EL PROGRAMA NO MODIFICA NINGUN
      *                  FICHERO PERMANENTE.
      *    INSTALACION : DEPARTAMENTO DE PROCESOS DE DATOS
      *    AUTOR       : R. GARCIA VEGA
      *    FECHA ESCR. : 15/10/2026
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA23.
       AUTHOR. R. GARCIA VEGA.
       INSTALLATION. DEPARTAMENTO DE PROCESOS DE DATOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------
      *    LA COMA DE LAS MASCARAS DE EDICION DE IMPORTES ES EL
      *    SEPARADOR DECIMAL (MISMO CRITERIO QUE PROGRA04).
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

           SELECT CATEGOS ASSIGN TO CATEGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS CATG-ST.

           SELECT MARGPRT ASSIGN TO MARGPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MGP-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  SALIDA
           DATA RECORD IS SALIDA-REG.
           COPY SALIDA.

       FD  CATEGOS
           DATA RECORD IS CATEGO-REG.
           COPY CATEGO.

      *----------------------------------------------------------------
      *    INFORME DE MARGEN BRUTO. POR CADA CATEGORIA: LINEA DE
      *    GRUPO, LOS PRODUCTOS VENDIDOS BAJO COSTE (SI LOS HAY) Y LA
      *    LINEA DE TOTALES DE LA CATEGORIA; AL FINAL, LA LINEA DE
      *    TOTAL GENERAL Y EL RESUMEN.
      *----------------------------------------------------------------
       FD  MARGPRT
           DATA RECORD IS MGP-CAB-1, MGP-CAB-2, MGP-CAB-3, MGP-GRP,
                          MGP-DET, MGP-CAT, MGP-TOT.
       01  MGP-CAB-1.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(45)
               VALUE 'INFORME DE MARGEN BRUTO POR CATEGORIA'.
           05  MGP-C-FECHA              PIC X(10).
      *    CABECERA DE LAS LINEAS DE TOTALES DE CATEGORIA.
       01  MGP-CAB-2.
           05  FILLER                   PIC X(5)  VALUE 'CAT. '.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'PRODUCT'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE '  UNIDADES'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(17)
               VALUE '      VALOR COSTE'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(17)
               VALUE '      VALOR VENTA'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE 'MARGEN %'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'SIN CST'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'BAJO CS'.
      *    CABECERA DE LAS LINEAS DE PRODUCTO VENDIDO BAJO COSTE.
       01  MGP-CAB-3.
           05  FILLER                   PIC X(7)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'ID-PRD'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(35) VALUE 'DESCRIPCION'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE '  PRECIO'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE '  COSTE'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE '  STOCK'.
      *    LINEA DE GRUPO POR CATEGORIA, CON LA DESCRIPCION Y EL
      *    PROVEEDOR TOMADOS DEL MAESTRO DE CATEGORIAS (MISMA IDEA
      *    QUE RQP-GRP EN PROGRA21).
       01  MGP-GRP.
           05  MGP-G-CATEGORIA          PIC X(4).
           05  MGP-G-SEPARADOR          PIC X(3).
           05  MGP-G-DESCRIPCION        PIC X(30).
           05  MGP-G-SEPARADOR-2        PIC X(3).
           05  MGP-G-PROVEEDOR          PIC X(30).
       01  MGP-DET.
           05  FILLER                   PIC X(7)  VALUE SPACES.
           05  MGP-D-ID                 PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-D-DESC               PIC X(35).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-D-PRECIO             PIC -(4)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-D-COSTE              PIC ZZZ9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-D-STOCK              PIC -(6)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-D-AVISO              PIC X(16).
       01  MGP-CAT.
           05  MGP-K-CATEGORIA          PIC X(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-K-PRODUCTOS          PIC ZZZ.ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-K-UNIDADES           PIC -(9)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-K-COSTE              PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-K-VENTA              PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-K-MARGEN             PIC -(4)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-K-SIN-COSTE          PIC ZZZ.ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MGP-K-BAJO-COSTE         PIC ZZZ.ZZ9.
       01  MGP-TOT.
           05  MGP-T-ETIQUETA           PIC X(45).
           05  MGP-T-VALOR              PIC Z(9)9.

       WORKING-STORAGE SECTION.
       01  FICHEROS.
           05  SALIDA-ST               PIC X(2).
           05  CATG-ST                 PIC X(2).
           05  MGP-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
      *----------------------------------------------------------------
       01  GP-INDICADORES.
           05  GP-SW-FIN-SALIDA        PIC X(1) VALUE 'N'.
               88  GP-FIN-SALIDA              VALUE 'S'.
           05  GP-SW-SALIDA-DISPON     PIC X(1) VALUE 'N'.
               88  GP-SALIDA-DISPONIBLE       VALUE 'S'.
           05  GP-SW-CATEGOS-DISPON    PIC X(1) VALUE 'N'.
               88  GP-CATEGOS-DISPONIBLE      VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES DEL INFORME.
      *----------------------------------------------------------------
       77  GP-REGS-LEIDOS              PIC 9(9) COMP VALUE 0.
       77  GP-REGS-DANADOS             PIC 9(9) COMP VALUE 0.
       77  GP-REGS-NO-ACTIVOS          PIC 9(9) COMP VALUE 0.
       77  GP-REGS-CATEGORIAS          PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      *    VALORES DEL PRODUCTO EN CURSO.
      *----------------------------------------------------------------
       77  GP-VALOR-PRODUCTO           PIC S9(11)V9(2) VALUE 0.
       77  GP-COSTE-PRODUCTO           PIC S9(11)V9(2) VALUE 0.
       77  GP-MARGEN-PCT               PIC S9(5)V9(2) VALUE 0.

      *----------------------------------------------------------------
      *    ACUMULADORES DE LA CATEGORIA EN CURSO Y GENERALES. EL VALOR
      *    DE VENTA COSTEADO ES EL DE LOS PRODUCTOS CON COSTE CONOCIDO,
      *    BASE DEL PORCENTAJE DE MARGEN.
      *----------------------------------------------------------------
       01  GP-ACUM-CATEGORIA.
           05  GP-CAT-PRODUCTOS        PIC 9(7) VALUE 0.
           05  GP-CAT-UNIDADES         PIC S9(11) VALUE 0.
           05  GP-CAT-COSTE            PIC S9(13)V9(2) VALUE 0.
           05  GP-CAT-VENTA            PIC S9(13)V9(2) VALUE 0.
           05  GP-CAT-VENTA-COSTEADA   PIC S9(13)V9(2) VALUE 0.
           05  GP-CAT-SIN-COSTE        PIC 9(7) VALUE 0.
           05  GP-CAT-BAJO-COSTE       PIC 9(7) VALUE 0.
       01  GP-ACUM-GENERAL.
           05  GP-TOT-PRODUCTOS        PIC 9(7) VALUE 0.
           05  GP-TOT-UNIDADES         PIC S9(11) VALUE 0.
           05  GP-TOT-COSTE            PIC S9(13)V9(2) VALUE 0.
           05  GP-TOT-VENTA            PIC S9(13)V9(2) VALUE 0.
           05  GP-TOT-VENTA-COSTEADA   PIC S9(13)V9(2) VALUE 0.
           05  GP-TOT-SIN-COSTE        PIC 9(7) VALUE 0.
           05  GP-TOT-BAJO-COSTE       PIC 9(7) VALUE 0.

      *    ENTRADA DEL CALCULO DEL PORCENTAJE DE MARGEN.
       77  GP-MRG-COSTE                PIC S9(13)V9(2) VALUE 0.
       77  GP-MRG-VENTA                PIC S9(13)V9(2) VALUE 0.

       01  GP-CAT-ANT-MARGEN           PIC X(4) VALUE LOW-VALUES.
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
      *    ABRE LOS FICHEROS Y SE POSICIONA AL PRINCIPIO DEL MAESTRO
      *    POR CATEGORIA. SIN MAESTRO NO SE EMITE INFORME; EL MAESTRO
      *    DE CATEGORIAS ES OPCIONAL (SOLO APORTA DESCRIPCIONES).
      *----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT GP-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT SALIDA.
           IF SALIDA-ST NOT = '00'
               DISPLAY 'PROGRA23: NO SE PUEDE ABRIR EL MAESTRO '
                   'SALIDA (ESTADO ' SALIDA-ST ').'
               SET GP-FIN-SALIDA TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-SALIDA-DISPONIBLE TO TRUE.
           OPEN INPUT CATEGOS.
           IF CATG-ST = '00'
               SET GP-CATEGOS-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA23: AVISO - MAESTRO DE CATEGORIAS NO '
                   'DISPONIBLE (ESTADO ' CATG-ST '), INFORME SIN '
                   'DESCRIPCIONES'
           END-IF.
           OPEN OUTPUT MARGPRT.
           MOVE GP-FECHA-HOY(1:4) TO GP-FE-CCYY.
           MOVE GP-FECHA-HOY(5:2) TO GP-FE-MM.
           MOVE GP-FECHA-HOY(7:2) TO GP-FE-DD.
           MOVE GP-FECHA-EDITADA TO MGP-C-FECHA.
           WRITE MGP-CAB-1.
           WRITE MGP-CAB-2.
           WRITE MGP-CAB-3.
           MOVE LOW-VALUES TO SALIDA-CATEGORIA.
           START SALIDA KEY IS NOT LESS THAN SALIDA-CATEGORIA
               INVALID KEY
                   SET GP-FIN-SALIDA TO TRUE
           END-START.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CICLO-PRODUCTOS
      *    LEE EL MAESTRO EN ORDEN DE CATEGORIA.
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
      *    UN REGISTRO CON PRECIO O EXISTENCIAS NO NUMERICOS (FICHERO
      *    DETERIORADO) SE OMITE Y SE CUENTA APARTE (MISMO CRITERIO
      *    QUE PROGRA06). EL VALOR A COSTE USA EL COSTE MEDIO
      *    PONDERADO; UN COSTE EN BLANCO O CERO VALE CERO, SE CUENTA
      *    COMO PRODUCTO SIN COSTE Y NO ENTRA EN LA BASE DEL MARGEN.
      *----------------------------------------------------------------
       2100-TRATAR-PRODUCTO.
           IF SALIDA-STOCK IS NOT NUMERIC
               OR SALIDA-PRECIO IS NOT NUMERIC
               ADD 1 TO GP-REGS-DANADOS
               GO TO 2100-TRATAR-PRODUCTO-EXIT
           END-IF.
           IF SALIDA-BLOQUEADO OR SALIDA-DESCATALOGADO
               ADD 1 TO GP-REGS-NO-ACTIVOS
               GO TO 2100-TRATAR-PRODUCTO-EXIT
           END-IF.

           IF SALIDA-CATEGORIA NOT = GP-CAT-ANT-MARGEN
               IF GP-CAT-ANT-MARGEN NOT = LOW-VALUES
                   PERFORM 2750-TOTAL-CATEGORIA
                       THRU 2750-TOTAL-CATEGORIA-EXIT
               END-IF
               MOVE SALIDA-CATEGORIA TO GP-CAT-ANT-MARGEN
               ADD 1 TO GP-REGS-CATEGORIAS
               PERFORM 2800-BUSCAR-CATEGORIA
                   THRU 2800-BUSCAR-CATEGORIA-EXIT
               MOVE SALIDA-CATEGORIA TO MGP-G-CATEGORIA
               MOVE ' - ' TO MGP-G-SEPARADOR
               MOVE GP-CAT-DESC-VISTA TO MGP-G-DESCRIPCION
               MOVE ' - ' TO MGP-G-SEPARADOR-2
               MOVE GP-CAT-PROV-VISTA TO MGP-G-PROVEEDOR
               WRITE MGP-GRP
           END-IF.

           COMPUTE GP-VALOR-PRODUCTO =
               SALIDA-STOCK * SALIDA-PRECIO.
           ADD 1 TO GP-CAT-PRODUCTOS.
           ADD SALIDA-STOCK TO GP-CAT-UNIDADES.
           ADD GP-VALOR-PRODUCTO TO GP-CAT-VENTA.

           IF SALIDA-COSTE-MEDIO IS NOT NUMERIC
               OR SALIDA-COSTE-MEDIO = ZERO
               ADD 1 TO GP-CAT-SIN-COSTE
               GO TO 2100-TRATAR-PRODUCTO-EXIT
           END-IF.

           COMPUTE GP-COSTE-PRODUCTO =
               SALIDA-STOCK * SALIDA-COSTE-MEDIO.
           ADD GP-COSTE-PRODUCTO TO GP-CAT-COSTE.
           ADD GP-VALOR-PRODUCTO TO GP-CAT-VENTA-COSTEADA.
           IF SALIDA-PRECIO < SALIDA-COSTE-MEDIO
               PERFORM 2500-LISTAR-BAJO-COSTE
                   THRU 2500-LISTAR-BAJO-COSTE-EXIT
           END-IF.
       2100-TRATAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-LISTAR-BAJO-COSTE
      *    LINEA DEL PRODUCTO CUYO PRECIO DE VENTA NO CUBRE SU COSTE
      *    MEDIO PONDERADO.
      *----------------------------------------------------------------
       2500-LISTAR-BAJO-COSTE.
           MOVE SALIDA-ID TO MGP-D-ID.
           MOVE SALIDA-DESC TO MGP-D-DESC.
           MOVE SALIDA-PRECIO TO MGP-D-PRECIO.
           MOVE SALIDA-COSTE-MEDIO TO MGP-D-COSTE.
           MOVE SALIDA-STOCK TO MGP-D-STOCK.
           MOVE 'VENTA BAJO COSTE' TO MGP-D-AVISO.
           WRITE MGP-DET.
           ADD 1 TO GP-CAT-BAJO-COSTE.
       2500-LISTAR-BAJO-COSTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2700-CALCULAR-MARGEN
      *    PORCENTAJE DE MARGEN BRUTO SOBRE EL VALOR DE VENTA DE LOS
      *    PRODUCTOS CON COSTE CONOCIDO. SIN VALOR DE VENTA COSTEADO,
      *    O SI EL PORCENTAJE NO CABE EN LA MASCARA, SE DA CERO.
      *----------------------------------------------------------------
       2700-CALCULAR-MARGEN.
           MOVE 0 TO GP-MARGEN-PCT.
           IF GP-MRG-VENTA = 0
               GO TO 2700-CALCULAR-MARGEN-EXIT
           END-IF.
           COMPUTE GP-MARGEN-PCT ROUNDED =
               (GP-MRG-VENTA - GP-MRG-COSTE) * 100 / GP-MRG-VENTA
               ON SIZE ERROR
                   MOVE 0 TO GP-MARGEN-PCT
           END-COMPUTE.
       2700-CALCULAR-MARGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2750-TOTAL-CATEGORIA
      *    ESCRIBE LA LINEA DE TOTALES DE LA CATEGORIA QUE SE CIERRA,
      *    LA SUMA A LOS TOTALES GENERALES Y PONE A CERO SUS
      *    ACUMULADORES (MISMA IDEA QUE 2750-TOTAL-CATEGORIA DE
      *    PROGRA21).
      *----------------------------------------------------------------
       2750-TOTAL-CATEGORIA.
           MOVE GP-CAT-COSTE TO GP-MRG-COSTE.
           MOVE GP-CAT-VENTA-COSTEADA TO GP-MRG-VENTA.
           PERFORM 2700-CALCULAR-MARGEN
               THRU 2700-CALCULAR-MARGEN-EXIT.
           MOVE GP-CAT-ANT-MARGEN TO MGP-K-CATEGORIA.
           MOVE GP-CAT-PRODUCTOS TO MGP-K-PRODUCTOS.
           MOVE GP-CAT-UNIDADES TO MGP-K-UNIDADES.
           MOVE GP-CAT-COSTE TO MGP-K-COSTE.
           MOVE GP-CAT-VENTA TO MGP-K-VENTA.
           MOVE GP-MARGEN-PCT TO MGP-K-MARGEN.
           MOVE GP-CAT-SIN-COSTE TO MGP-K-SIN-COSTE.
           MOVE GP-CAT-BAJO-COSTE TO MGP-K-BAJO-COSTE.
           WRITE MGP-CAT.
           ADD GP-CAT-PRODUCTOS TO GP-TOT-PRODUCTOS.
           ADD GP-CAT-UNIDADES TO GP-TOT-UNIDADES.
           ADD GP-CAT-COSTE TO GP-TOT-COSTE.
           ADD GP-CAT-VENTA TO GP-TOT-VENTA.
           ADD GP-CAT-VENTA-COSTEADA TO GP-TOT-VENTA-COSTEADA.
           ADD GP-CAT-SIN-COSTE TO GP-TOT-SIN-COSTE.
           ADD GP-CAT-BAJO-COSTE TO GP-TOT-BAJO-COSTE.
           INITIALIZE GP-ACUM-CATEGORIA.
       2750-TOTAL-CATEGORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2800-BUSCAR-CATEGORIA
      *    MISMA LOGICA QUE 3400-BUSCAR-CATEGORIA DE PROGRA01.
      *----------------------------------------------------------------
       2800-BUSCAR-CATEGORIA.
           IF NOT GP-CATEGOS-DISPONIBLE
               MOVE 'CATALOGO NO DISPONIBLE' TO GP-CAT-DESC-VISTA
               MOVE SPACES TO GP-CAT-PROV-VISTA
               GO TO 2800-BUSCAR-CATEGORIA-EXIT
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
       2800-BUSCAR-CATEGORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-FINALIZAR
      *    CIERRA EL INFORME CON EL TOTAL DE LA ULTIMA CATEGORIA, LA
      *    LINEA DE TOTAL GENERAL Y EL RESUMEN, SOLO SI LA
      *    INICIALIZACION LLEGO A ABRIRLO.
      *----------------------------------------------------------------
       3000-FINALIZAR.
           IF GP-SALIDA-DISPONIBLE
               IF GP-CAT-ANT-MARGEN NOT = LOW-VALUES
                   PERFORM 2750-TOTAL-CATEGORIA
                       THRU 2750-TOTAL-CATEGORIA-EXIT
               END-IF
               MOVE GP-TOT-COSTE TO GP-MRG-COSTE
               MOVE GP-TOT-VENTA-COSTEADA TO GP-MRG-VENTA
               PERFORM 2700-CALCULAR-MARGEN
                   THRU 2700-CALCULAR-MARGEN-EXIT
               MOVE 'TOTAL' TO MGP-K-CATEGORIA
               MOVE GP-TOT-PRODUCTOS TO MGP-K-PRODUCTOS
               MOVE GP-TOT-UNIDADES TO MGP-K-UNIDADES
               MOVE GP-TOT-COSTE TO MGP-K-COSTE
               MOVE GP-TOT-VENTA TO MGP-K-VENTA
               MOVE GP-MARGEN-PCT TO MGP-K-MARGEN
               MOVE GP-TOT-SIN-COSTE TO MGP-K-SIN-COSTE
               MOVE GP-TOT-BAJO-COSTE TO MGP-K-BAJO-COSTE
               WRITE MGP-CAT
               MOVE SPACES TO MGP-TOT
               MOVE 'PRODUCTOS LEIDOS' TO MGP-T-ETIQUETA
               MOVE GP-REGS-LEIDOS TO MGP-T-VALOR
               WRITE MGP-TOT
               MOVE 'CATEGORIAS' TO MGP-T-ETIQUETA
               MOVE GP-REGS-CATEGORIAS TO MGP-T-VALOR
               WRITE MGP-TOT
               MOVE 'PRODUCTOS VENDIDOS BAJO COSTE' TO MGP-T-ETIQUETA
               MOVE GP-TOT-BAJO-COSTE TO MGP-T-VALOR
               WRITE MGP-TOT
               MOVE 'PRODUCTOS SIN COSTE CONOCIDO' TO MGP-T-ETIQUETA
               MOVE GP-TOT-SIN-COSTE TO MGP-T-VALOR
               WRITE MGP-TOT
               MOVE 'PRODUCTOS BLOQUEADOS O DESCATALOGADOS'
                   TO MGP-T-ETIQUETA
               MOVE GP-REGS-NO-ACTIVOS TO MGP-T-VALOR
               WRITE MGP-TOT
               MOVE 'REGISTROS DANADOS OMITIDOS' TO MGP-T-ETIQUETA
               MOVE GP-REGS-DANADOS TO MGP-T-VALOR
               WRITE MGP-TOT
               CLOSE MARGPRT
               IF GP-CATEGOS-DISPONIBLE
                   CLOSE CATEGOS
               END-IF
               CLOSE SALIDA
           END-IF.
           DISPLAY 'PROGRA23: PRODUCTOS LEIDOS   : ' GP-REGS-LEIDOS.
           DISPLAY 'PROGRA23: CATEGORIAS         : '
               GP-REGS-CATEGORIAS.
           DISPLAY 'PROGRA23: VENTA BAJO COSTE   : '
               GP-TOT-BAJO-COSTE.
           DISPLAY 'PROGRA23: PRODUCTOS SIN COSTE: '
               GP-TOT-SIN-COSTE.
           DISPLAY 'PROGRA23: REGISTROS DANADOS  : ' GP-REGS-DANADOS.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM PROGRA23.
