      *                        CON EL DEL GENERO MUERTO. EL TOTAL
      *                        GENERAL SIGUE CUBRIENDO TODO EL
      *                        MAESTRO.
      *    2026-10-15   RGV    EL VALOR VENCIDO DE UN PRODUCTO CON
      *                        LOTES (LOTE.cpy) ES EL DE SUS LOTES YA
      *                        CADUCADOS, NO EL DE TODAS SUS
      *                        EXISTENCIAS. LOS PRODUCTOS SIN LOTES
      *                        SIGUEN VALORANDOSE POR LA CADUCIDAD DEL
      *                        MAESTRO.
      *    2026-10-15   RGV    NUEVA COLUMNA DE VALOR A COSTE
      *                        (EXISTENCIAS POR SALIDA-COSTE-MEDIO)
      *                        JUNTO AL VALOR A PRECIO DE VENTA, EN
      *                        CATEGORIAS, SECCIONES Y TOTALES. LOS
      *                        PRODUCTOS SIN COSTE CONOCIDO VALEN CERO
      *                        A COSTE Y SE CUENTAN AL FINAL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA06.
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS CATG-ST.

           SELECT LOTES ASSIGN TO LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CLAVE
           FILE STATUS IS LOT-ST.

           SELECT VALORPRT ASSIGN TO VALORPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           DATA RECORD IS CATEGO-REG.
           COPY CATEGO.

       FD  LOTES
           DATA RECORD IS LOTE-REG.
           COPY LOTE.

      *----------------------------------------------------------------
      *    INFORME DE VALORACION DEL INVENTARIO.
      *----------------------------------------------------------------
           05  FILLER                   PIC X(18) VALUE
               '             VALOR'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '     VALOR A COSTE'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '     VALOR VENCIDO'.
       01  VAL-SECCION.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VAL-D-VALOR              PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VAL-D-COSTE              PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VAL-D-VENCIDO            PIC -(13)9,99.
       01  VAL-TOT.
           05  VAL-T-ETIQUETA           PIC X(36).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VAL-T-VALOR              PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VAL-T-COSTE              PIC -(13)9,99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  VAL-T-VENCIDO            PIC -(13)9,99.

       WORKING-STORAGE SECTION.
           05  SALIDA-ST               PIC X(2).
           05  CATG-ST                 PIC X(2).
           05  VAL-ST                  PIC X(2).
           05  LOT-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
               88  GP-CATEGOS-DISPONIBLE      VALUE 'S'.
           05  GP-SW-CAT-HALLADA       PIC X(1) VALUE 'N'.
               88  GP-CAT-HALLADA             VALUE 'S'.
           05  GP-SW-LOTES-DISPON      PIC X(1) VALUE 'N'.
               88  GP-LOTES-DISPONIBLE        VALUE 'S'.
           05  GP-SW-FIN-LOTES         PIC X(1) VALUE 'N'.
               88  GP-FIN-LOTES               VALUE 'S'.
           05  GP-SW-HAY-LOTES         PIC X(1) VALUE 'N'.
               88  GP-HAY-LOTES               VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES Y ACUMULADORES GENERALES.
       77  GP-REGS-LEIDOS              PIC 9(9) COMP VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
       77  GP-VALOR-PRODUCTO           PIC S9(11)V9(2) VALUE 0.
      *    VALOR A COSTE DEL PRODUCTO EN CURSO (CERO SI NO TIENE COSTE
      *    MEDIO CONOCIDO).
       77  GP-COSTE-PRODUCTO           PIC S9(11)V9(2) VALUE 0.
       77  GP-REGS-SIN-COSTE           PIC 9(9) COMP VALUE 0.
       77  GP-CADUCIDAD-NUM            PIC 9(8) VALUE 0.
      *    VALOR VENCIDO DEL PRODUCTO EN CURSO Y UNIDADES DE SUS
      *    LOTES YA CADUCADOS.
       77  GP-VALOR-VENCIDO            PIC S9(11)V9(2) VALUE 0.
       77  GP-UNIDADES-VENCIDAS        PIC S9(9) VALUE 0.
       77  GP-CAT-CODIGO-BUSCADO       PIC X(4) VALUE SPACES.
       77  GP-TOT-PRODUCTOS            PIC 9(9) COMP VALUE 0.
       77  GP-TOT-UNIDADES             PIC S9(11) VALUE 0.
       77  GP-TOT-VALOR                PIC S9(13)V9(2) VALUE 0.
       77  GP-TOT-COSTE                PIC S9(13)V9(2) VALUE 0.
       77  GP-TOT-VENCIDO              PIC S9(13)V9(2) VALUE 0.
      *    TOTALES DE LA SECCION DE PRODUCTOS BLOQUEADOS/
      *    DESCATALOGADOS.
       77  GP-TOT-PRODUCTOS-NA         PIC 9(9) COMP VALUE 0.
       77  GP-TOT-UNIDADES-NA          PIC S9(11) VALUE 0.
       77  GP-TOT-VALOR-NA             PIC S9(13)V9(2) VALUE 0.
       77  GP-TOT-COSTE-NA             PIC S9(13)V9(2) VALUE 0.
       77  GP-TOT-VENCIDO-NA           PIC S9(13)V9(2) VALUE 0.
       77  GP-REGS-DANADOS             PIC 9(9) COMP VALUE 0.

               10  GP-CAT-PRODUCTOS    PIC 9(9) COMP.
               10  GP-CAT-UNIDADES     PIC S9(11).
               10  GP-CAT-VALOR        PIC S9(13)V9(2).
               10  GP-CAT-COSTE        PIC S9(13)V9(2).
               10  GP-CAT-VENCIDO      PIC S9(13)V9(2).

      *----------------------------------------------------------------
               10  GP-NAC-PRODUCTOS    PIC 9(9) COMP.
               10  GP-NAC-UNIDADES     PIC S9(11).
               10  GP-NAC-VALOR        PIC S9(13)V9(2).
               10  GP-NAC-COSTE        PIC S9(13)V9(2).
               10  GP-NAC-VENCIDO      PIC S9(13)V9(2).

       01  GP-FECHA-EDITADA.
           IF CATG-ST = '00'
               SET GP-CATEGOS-DISPONIBLE TO TRUE
           END-IF.
      *    EL FICHERO DE LOTES ES OPCIONAL: SIN EL, EL VALOR VENCIDO
      *    SE CALCULA CON LA CADUCIDAD DEL MAESTRO.
           OPEN INPUT LOTES.
           IF LOT-ST = '00'
               SET GP-LOTES-DISPONIBLE TO TRUE
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *    CATEGORIA Y A LOS GENERALES. UN REGISTRO CON PRECIO O
      *    EXISTENCIAS NO NUMERICOS (FICHERO DETERIORADO) SE OMITE Y
      *    SE CUENTA APARTE, PARA QUE UN REGISTRO DANADO NO ABORTE
      *    LA VALORACION COMPLETA. EL VALOR VENCIDO LO CALCULA
      *    2300-CALCULAR-VENCIDO. EL VALOR A COSTE USA EL COSTE MEDIO
      *    PONDERADO; UN COSTE EN BLANCO O CERO (PRODUCTO SIN NINGUNA
      *    RECEPCION CON COSTE) VALE CERO Y SE CUENTA APARTE.
      *----------------------------------------------------------------
       2100-ACUMULAR-PRODUCTO.
           IF SALIDA-STOCK IS NOT NUMERIC

           COMPUTE GP-VALOR-PRODUCTO =
               SALIDA-STOCK * SALIDA-PRECIO.
           IF SALIDA-COSTE-MEDIO IS NUMERIC
               AND SALIDA-COSTE-MEDIO > ZERO
               COMPUTE GP-COSTE-PRODUCTO =
                   SALIDA-STOCK * SALIDA-COSTE-MEDIO
           ELSE
               MOVE 0 TO GP-COSTE-PRODUCTO
               ADD 1 TO GP-REGS-SIN-COSTE
           END-IF.
           PERFORM 2300-CALCULAR-VENCIDO
               THRU 2300-CALCULAR-VENCIDO-EXIT.

      *    UN PRODUCTO BLOQUEADO O DESCATALOGADO SE ACUMULA EN LA
      *    SECCION APARTE DEL INFORME, NO EN EL SURTIDO VIVO.
           ADD 1 TO GP-TOT-PRODUCTOS.
           ADD SALIDA-STOCK TO GP-TOT-UNIDADES.
           ADD GP-VALOR-PRODUCTO TO GP-TOT-VALOR.
           ADD GP-COSTE-PRODUCTO TO GP-CAT-COSTE(GP-CAT-USADA).
           ADD GP-COSTE-PRODUCTO TO GP-TOT-COSTE.
           ADD GP-VALOR-VENCIDO TO GP-CAT-VENCIDO(GP-CAT-USADA).
           ADD GP-VALOR-VENCIDO TO GP-TOT-VENCIDO.
       2100-ACUMULAR-PRODUCTO-EXIT.
           EXIT.

           ADD 1 TO GP-TOT-PRODUCTOS-NA.
           ADD SALIDA-STOCK TO GP-TOT-UNIDADES-NA.
           ADD GP-VALOR-PRODUCTO TO GP-TOT-VALOR-NA.
           ADD GP-COSTE-PRODUCTO TO GP-NAC-COSTE(GP-NAC-USADA).
           ADD GP-COSTE-PRODUCTO TO GP-TOT-COSTE-NA.
           ADD GP-VALOR-VENCIDO TO GP-NAC-VENCIDO(GP-NAC-USADA).
           ADD GP-VALOR-VENCIDO TO GP-TOT-VENCIDO-NA.
       2150-ACUMULAR-NO-ACTIVO-EXIT.
           EXIT.

               MOVE 0 TO GP-CAT-PRODUCTOS(GP-CAT-USADA)
               MOVE 0 TO GP-CAT-UNIDADES(GP-CAT-USADA)
               MOVE 0 TO GP-CAT-VALOR(GP-CAT-USADA)
               MOVE 0 TO GP-CAT-COSTE(GP-CAT-USADA)
               MOVE 0 TO GP-CAT-VENCIDO(GP-CAT-USADA)
           ELSE
      *    TABLA LLENA: LA ULTIMA ENTRADA PASA A SER LA RESIDUAL Y
               MOVE 0 TO GP-NAC-PRODUCTOS(GP-NAC-USADA)
               MOVE 0 TO GP-NAC-UNIDADES(GP-NAC-USADA)
               MOVE 0 TO GP-NAC-VALOR(GP-NAC-USADA)
               MOVE 0 TO GP-NAC-COSTE(GP-NAC-USADA)
               MOVE 0 TO GP-NAC-VENCIDO(GP-NAC-USADA)
           ELSE
               DISPLAY 'PROGRA06: AVISO - TABLA DE CATEGORIAS '
       2260-COMPARAR-CATEG-NOACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-CALCULAR-VENCIDO
      *    DEJA EN GP-VALOR-VENCIDO EL VALOR RETENIDO EN PRODUCTO YA
      *    CADUCADO. SI EL PRODUCTO TIENE LOTES, ES LA SUMA DE LOS
      *    LOTES CON CANTIDAD Y CADUCIDAD ANTERIOR A LA EJECUCION
      *    (INCLUIDOS LOS QUE ESTAN EN TRANSITO, QUE TAMBIEN CUENTAN
      *    EN EL STOCK DEL MAESTRO) POR EL PRECIO. SI NO LOS TIENE,
      *    TODO SU VALOR VENCE CUANDO LA CADUCIDAD DEL MAESTRO ES
      *    ANTERIOR A LA DE LA EJECUCION; UNA CADUCIDAD NO NUMERICA
      *    NO PERMITE SABER SI EL PRODUCTO HA VENCIDO Y NO SE CUENTA
      *    COMO TAL.
      *----------------------------------------------------------------
       2300-CALCULAR-VENCIDO.
           MOVE 0 TO GP-VALOR-VENCIDO.
           MOVE 0 TO GP-UNIDADES-VENCIDAS.
           MOVE 'N' TO GP-SW-HAY-LOTES.
           IF GP-LOTES-DISPONIBLE
               MOVE 'N' TO GP-SW-FIN-LOTES
               MOVE SALIDA-ID TO LOT-ID
               MOVE LOW-VALUES TO LOT-UBICACION
               MOVE ZEROS TO LOT-NUMERO
               START LOTES KEY IS NOT LESS THAN LOT-CLAVE
                   INVALID KEY
                       SET GP-FIN-LOTES TO TRUE
               END-START
               PERFORM 2310-SUMAR-LOTE-VENCIDO
                   THRU 2310-SUMAR-LOTE-VENCIDO-EXIT
                   UNTIL GP-FIN-LOTES
           END-IF.
           IF GP-HAY-LOTES
               COMPUTE GP-VALOR-VENCIDO =
                   GP-UNIDADES-VENCIDAS * SALIDA-PRECIO
               GO TO 2300-CALCULAR-VENCIDO-EXIT
           END-IF.
           IF SALIDA-CADUCIDAD IS NUMERIC
               MOVE SALIDA-CADUCIDAD TO GP-CADUCIDAD-NUM
               IF GP-CADUCIDAD-NUM < GP-FECHA-HOY
                   MOVE GP-VALOR-PRODUCTO TO GP-VALOR-VENCIDO
               END-IF
           END-IF.
       2300-CALCULAR-VENCIDO-EXIT.
           EXIT.

       2310-SUMAR-LOTE-VENCIDO.
           READ LOTES NEXT RECORD
               AT END
                   SET GP-FIN-LOTES TO TRUE
                   GO TO 2310-SUMAR-LOTE-VENCIDO-EXIT
           END-READ.
           IF LOT-ID NOT = SALIDA-ID
               SET GP-FIN-LOTES TO TRUE
               GO TO 2310-SUMAR-LOTE-VENCIDO-EXIT
           END-IF.
           SET GP-HAY-LOTES TO TRUE.
           IF LOT-CANTIDAD NOT > ZERO
               OR LOT-CADUCIDAD IS NOT NUMERIC
               GO TO 2310-SUMAR-LOTE-VENCIDO-EXIT
           END-IF.
           MOVE LOT-CADUCIDAD TO GP-CADUCIDAD-NUM.
           IF GP-CADUCIDAD-NUM < GP-FECHA-HOY
               ADD LOT-CANTIDAD TO GP-UNIDADES-VENCIDAS
           END-IF.
       2310-SUMAR-LOTE-VENCIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-FINALIZAR
      *    EMITE EL INFORME (UNA LINEA POR CATEGORIA EN SU ORDEN DE
           MOVE GP-TOT-PRODUCTOS TO VAL-T-PRODUCTOS.
           MOVE GP-TOT-UNIDADES TO VAL-T-UNIDADES.
           MOVE GP-TOT-VALOR TO VAL-T-VALOR.
           MOVE GP-TOT-COSTE TO VAL-T-COSTE.
           MOVE GP-TOT-VENCIDO TO VAL-T-VENCIDO.
           WRITE VAL-TOT.
           PERFORM 3300-SECCION-NO-ACTIVOS
           COMPUTE VAL-T-UNIDADES =
               GP-TOT-UNIDADES + GP-TOT-UNIDADES-NA.
           COMPUTE VAL-T-VALOR = GP-TOT-VALOR + GP-TOT-VALOR-NA.
           COMPUTE VAL-T-COSTE = GP-TOT-COSTE + GP-TOT-COSTE-NA.
           COMPUTE VAL-T-VENCIDO =
               GP-TOT-VENCIDO + GP-TOT-VENCIDO-NA.
           WRITE VAL-TOT.
           MOVE 'REGISTROS DANADOS OMITIDOS' TO VAL-T-ETIQUETA.
           MOVE GP-REGS-DANADOS TO VAL-T-PRODUCTOS.
           WRITE VAL-TOT.
           MOVE SPACES TO VAL-TOT.
           MOVE 'PRODUCTOS SIN COSTE CONOCIDO' TO VAL-T-ETIQUETA.
           MOVE GP-REGS-SIN-COSTE TO VAL-T-PRODUCTOS.
           WRITE VAL-TOT.
           CLOSE VALORPRT.
           DISPLAY 'PROGRA06: PRODUCTOS LEIDOS   : ' GP-REGS-LEIDOS.
           DISPLAY 'PROGRA06: CATEGORIAS         : ' GP-CAT-TOTAL.
           DISPLAY 'PROGRA06: BLOQUEADOS/DESCAT. : '
               GP-TOT-PRODUCTOS-NA.
           DISPLAY 'PROGRA06: DANADOS OMITIDOS   : ' GP-REGS-DANADOS.
           DISPLAY 'PROGRA06: SIN COSTE CONOCIDO : '
               GP-REGS-SIN-COSTE.
           IF SALIDA-ST = '00' OR SALIDA-ST = '10'
               CLOSE SALIDA
           END-IF.
           IF GP-CATEGOS-DISPONIBLE
               CLOSE CATEGOS
           END-IF.
           IF GP-LOTES-DISPONIBLE
               CLOSE LOTES
           END-IF.
       3000-FINALIZAR-EXIT.
           EXIT.

           MOVE GP-CAT-PRODUCTOS(GP-CAT-IDX) TO VAL-D-PRODUCTOS.
           MOVE GP-CAT-UNIDADES(GP-CAT-IDX) TO VAL-D-UNIDADES.
           MOVE GP-CAT-VALOR(GP-CAT-IDX) TO VAL-D-VALOR.
           MOVE GP-CAT-COSTE(GP-CAT-IDX) TO VAL-D-COSTE.
           MOVE GP-CAT-VENCIDO(GP-CAT-IDX) TO VAL-D-VENCIDO.
           WRITE VAL-DET.
       3100-ESCRIBIR-CATEGORIA-EXIT.
           MOVE GP-TOT-PRODUCTOS-NA TO VAL-T-PRODUCTOS.
           MOVE GP-TOT-UNIDADES-NA TO VAL-T-UNIDADES.
           MOVE GP-TOT-VALOR-NA TO VAL-T-VALOR.
           MOVE GP-TOT-COSTE-NA TO VAL-T-COSTE.
           MOVE GP-TOT-VENCIDO-NA TO VAL-T-VENCIDO.
           WRITE VAL-TOT.
       3300-SECCION-NO-ACTIVOS-EXIT.
           MOVE GP-NAC-PRODUCTOS(GP-NAC-IDX) TO VAL-D-PRODUCTOS.
           MOVE GP-NAC-UNIDADES(GP-NAC-IDX) TO VAL-D-UNIDADES.
           MOVE GP-NAC-VALOR(GP-NAC-IDX) TO VAL-D-VALOR.
           MOVE GP-NAC-COSTE(GP-NAC-IDX) TO VAL-D-COSTE.
           MOVE GP-NAC-VENCIDO(GP-NAC-IDX) TO VAL-D-VENCIDO.
           WRITE VAL-DET.
       3350-ESCRIBIR-CATEG-NOACT-EXIT.
