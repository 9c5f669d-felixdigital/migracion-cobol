      *----------------------------------------------------------------
      *    PROGRAMA    : PROGRA21
      *    DESCRIPCION : PROPUESTA DE REEQUILIBRIO DE EXISTENCIAS
      *                  ENTRE ALMACENES, PREVIA A LA COMPRA. RECORRE
      *                  EL MAESTRO SALIDA POR CATEGORIA Y, PARA CADA
      *                  PRODUCTO ACTIVO CON NIVEL CRITICO, REUNE SUS
      *                  UBICACIONES CON LAS EXISTENCIAS FISICAS
      *                  (STKUBI), LO QUE YA LES LLEGA EN TRANSITO
      *                  (TRANSITO DE PROGRA11, POR UBICACION DE
      *                  DESTINO) Y LO QUE TIENEN PEDIDO AL PROVEEDOR
      *                  (PEDABIER DE PROGRA12). UNA UBICACION CUYA
      *                  POSICION (EXISTENCIAS + TRANSITO + PEDIDO)
      *                  QUEDA POR DEBAJO DEL NIVEL CRITICO ES
      *                  DEFICITARIA EN LA DIFERENCIA (MISMO CRITERIO
      *                  QUE 2800-VERIFICAR-REORDEN DE PROGRA01); UNA
      *                  UBICACION SIN DEFICIT ES EXCEDENTARIA EN LO
      *                  QUE SUS EXISTENCIAS FISICAS SUPERAN EL NIVEL
      *                  CRITICO MAS EL MARGEN DE COBERTURA DE LA
      *                  TARJETA DE PARAMETROS. SOLO SE OFRECE STOCK
      *                  FISICO: LO QUE ESTA EN TRANSITO O PEDIDO
      *                  CUENTA PARA CUBRIR EL DEFICIT PERO NUNCA SE
      *                  PROPONE MOVERLO. CADA DEFICIT SE CUBRE CON
      *                  LOS EXCEDENTES DE LAS DEMAS UBICACIONES, EN
      *                  ORDEN DE UBICACION, Y CADA EMPAREJAMIENTO SE
      *                  EMITE COMO TRANSACCION DE ENVIO ('E') DEL
      *                  FICHERO TRASLAD, LISTA PARA PROGRA11, Y COMO
      *                  LINEA DEL INFORME AGRUPADO POR CATEGORIA QUE
      *                  FIRMAN LOS RESPONSABLES DE ALMACEN ANTES DE
      *                  PASAR EL FICHERO. EL PROGRAMA NO MODIFICA
      *                  NINGUN FICHERO PERMANENTE.
      *                  LOS NUMEROS DE TRASLADO SE ASIGNAN A PARTIR
      *                  DEL MAYOR NUMERO EN TRANSITO MAS UNO; SI UNO
      *                  COINCIDIERA CON UN TRASLADO TECLEADO EN EL
      *                  MISMO LOTE, PROGRA11 LO RECHAZA POR NUMERO YA
      *                  EN TRANSITO (MOTIVO 08).
      *    INSTALACION : DEPARTAMENTO DE PROCESOS DE DATOS
      *    AUTOR       : R. GARCIA VEGA
      *    FECHA ESCR. : 15/10/2026
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA21.
       AUTHOR. R. GARCIA VEGA.
       INSTALLATION. DEPARTAMENTO DE PROCESOS DE DATOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

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

           SELECT OPTIONAL PEDABIER ASSIGN TO PEDABIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAB-CLAVE
           FILE STATUS IS PAB-ST.

           SELECT CATEGOS ASSIGN TO CATEGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS CATG-ST.

           SELECT OPTIONAL PARAMETROS ASSIGN TO PARAMETROS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAR-ST.

           SELECT TRASLAD ASSIGN TO TRASLAD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRA-ST.

           SELECT REEQPRT ASSIGN TO REEQPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RQP-ST.

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

       FD  PEDABIER
           DATA RECORD IS PEDABI-REG.
           COPY PEDABI.

       FD  CATEGOS
           DATA RECORD IS CATEGO-REG.
           COPY CATEGO.

       FD  PARAMETROS
           DATA RECORD IS PARAM-REG.
           COPY PARAMET.

       FD  TRASLAD
           DATA RECORD IS TRASLAD-REG.
           COPY TRASLAD.

      *----------------------------------------------------------------
      *    INFORME DE TRASLADOS PROPUESTOS, AGRUPADO POR CATEGORIA,
      *    PARA LA FIRMA DE LOS RESPONSABLES DE ALMACEN.
      *----------------------------------------------------------------
       FD  REEQPRT
           DATA RECORD IS RQP-CAB-1, RQP-CAB-2, RQP-GRP, RQP-DET,
                          RQP-TOT.
       01  RQP-CAB-1.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(45)
               VALUE 'PROPUESTA DE REEQUILIBRIO ENTRE ALMACENES'.
           05  RQP-C-FECHA              PIC X(10).
       01  RQP-CAB-2.
           05  FILLER                   PIC X(4)  VALUE 'CAT.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'ID-PRD'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE 'NUMERO  '.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'ORIGEN'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'DESTINO'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE 'CANTIDAD'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE 'STK.ORIG'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE 'POS.DEST'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE ' CRITICO'.
      *    LINEA DE GRUPO POR CATEGORIA, CON LA DESCRIPCION Y EL
      *    PROVEEDOR TOMADOS DEL MAESTRO DE CATEGORIAS (MISMA IDEA
      *    QUE REO-GRP EN PROGRA01).
       01  RQP-GRP.
           05  RQP-G-CATEGORIA          PIC X(4).
           05  RQP-G-SEPARADOR          PIC X(3).
           05  RQP-G-DESCRIPCION        PIC X(30).
           05  RQP-G-SEPARADOR-2        PIC X(3).
           05  RQP-G-PROVEEDOR          PIC X(30).
       01  RQP-DET.
           05  RQP-D-CATEGORIA          PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RQP-D-ID                 PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RQP-D-NUMERO             PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RQP-D-ORIGEN             PIC X(3).
      *    LOS FILLER DE 3 Y 4 POSICIONES COMPENSAN QUE PIC X(3) ES
      *    MAS ESTRECHO QUE LAS CABECERAS ORIGEN/DESTINO (MISMA IDEA
      *    QUE TRP-DET EN PROGRA11).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RQP-D-DESTINO            PIC X(3).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RQP-D-CANTIDAD           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RQP-D-STOCK-ORIGEN       PIC -(7)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RQP-D-POSICION-DEST      PIC -(7)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RQP-D-CRITICO            PIC ZZZ,ZZ9.
       01  RQP-TOT.
           05  RQP-T-ETIQUETA           PIC X(45).
           05  RQP-T-VALOR              PIC Z(9)9.

       WORKING-STORAGE SECTION.
       01  FICHEROS.
           05  SALIDA-ST               PIC X(2).
           05  STK-ST                  PIC X(2).
           05  TRF-ST                  PIC X(2).
           05  PAB-ST                  PIC X(2).
           05  CATG-ST                 PIC X(2).
           05  PAR-ST                  PIC X(2).
           05  TRA-ST                  PIC X(2).
           05  RQP-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
      *----------------------------------------------------------------
       01  GP-INDICADORES.
           05  GP-SW-FIN-SALIDA        PIC X(1) VALUE 'N'.
               88  GP-FIN-SALIDA              VALUE 'S'.
           05  GP-SW-FIN-STKUBI        PIC X(1) VALUE 'N'.
               88  GP-FIN-STKUBI              VALUE 'S'.
           05  GP-SW-FIN-TRANSITO      PIC X(1) VALUE 'N'.
               88  GP-FIN-TRANSITO            VALUE 'S'.
           05  GP-SW-FIN-PEDIDOS       PIC X(1) VALUE 'N'.
               88  GP-FIN-PEDIDOS             VALUE 'S'.
           05  GP-SW-SALIDA-DISPON     PIC X(1) VALUE 'N'.
               88  GP-SALIDA-DISPONIBLE       VALUE 'S'.
           05  GP-SW-STKUBI-DISPON     PIC X(1) VALUE 'N'.
               88  GP-STKUBI-DISPONIBLE       VALUE 'S'.
           05  GP-SW-PEDABI-DISPON     PIC X(1) VALUE 'N'.
               88  GP-PEDABI-DISPONIBLE       VALUE 'S'.
           05  GP-SW-CATEGOS-DISPON    PIC X(1) VALUE 'N'.
               88  GP-CATEGOS-DISPONIBLE      VALUE 'S'.
           05  GP-SW-UBI-HALLADA       PIC X(1) VALUE 'N'.
               88  GP-UBI-HALLADA             VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES DE LA PROPUESTA.
      *----------------------------------------------------------------
       77  GP-REGS-LEIDOS              PIC 9(9) COMP VALUE 0.
       77  GP-REGS-CON-DEFICIT         PIC 9(9) COMP VALUE 0.
       77  GP-REGS-TRASLADOS           PIC 9(9) COMP VALUE 0.
       77  GP-UNIDADES-TRASLADO        PIC 9(11) VALUE 0.
       77  GP-UNIDADES-SIN-CUBRIR      PIC 9(11) VALUE 0.
       77  GP-FECHA-HOY                PIC 9(8) VALUE 0.
       77  GP-ID-PRODUCTO              PIC 9(6) VALUE 0.
      *    MARGEN DE COBERTURA (PORCENTAJE SOBRE EL NIVEL CRITICO) QUE
      *    LA UBICACION DE ORIGEN CONSERVA ADEMAS DEL NIVEL CRITICO;
      *    MISMO VALOR POR DEFECTO Y MISMO PARAMETRO QUE LA PROPUESTA
      *    DE PEDIDO DE PROGRA01.
       77  GP-MARGEN-COBERTURA         PIC 9(3) VALUE 10.
       77  GP-RETENCION-ORIGEN         PIC 9(9) VALUE 0.
      *    SIGUIENTE NUMERO DE TRASLADO A ASIGNAR (MAYOR NUMERO EN
      *    TRANSITO MAS UNO).
       77  GP-NUMERO-TRASLADO          PIC 9(8) VALUE 0.
      *    CANTIDAD DEL EMPAREJAMIENTO EN CURSO.
       77  GP-CANT-TRASLADO            PIC 9(9) VALUE 0.
       77  GP-CANT-MAXIMA              PIC 9(9) VALUE 999999.
       77  GP-UNIDADES-CAT             PIC 9(11) VALUE 0.

      *----------------------------------------------------------------
      *    TABLA EN MEMORIA DE LOS TRASLADOS EN TRANSITO, CON SU
      *    UBICACION DE DESTINO (MISMO PATRON QUE
      *    1190-CARGAR-TRANSITO DE PROGRA01).
      *----------------------------------------------------------------
       77  GP-TRS-MAXIMO               PIC 9(4) COMP VALUE 500.
       77  GP-TRS-TOTAL                PIC 9(4) COMP VALUE 0.
       77  GP-TRS-IDX                  PIC 9(4) COMP VALUE 0.
       01  GP-TABLA-TRANSITO.
           05  GP-TRS-ENT OCCURS 500 TIMES.
               10  GP-TRS-ID           PIC 9(6).
               10  GP-TRS-DESTINO      PIC X(3).
               10  GP-TRS-CANTIDAD     PIC S9(9).

      *----------------------------------------------------------------
      *    TABLA DE UBICACIONES DEL PRODUCTO EN CURSO: EXISTENCIAS
      *    FISICAS, CANTIDAD QUE LE LLEGA EN TRANSITO, CANTIDAD
      *    PEDIDA AL PROVEEDOR, POSICION RESULTANTE, DEFICIT Y
      *    EXCEDENTE (ESTOS DOS SE VAN CONSUMIENDO AL EMPAREJAR).
      *----------------------------------------------------------------
       77  GP-UBI-MAXIMO               PIC 9(4) COMP VALUE 50.
       77  GP-UBI-TOTAL                PIC 9(4) COMP VALUE 0.
       77  GP-UBI-IDX                  PIC 9(4) COMP VALUE 0.
       77  GP-UBI-ORG                  PIC 9(4) COMP VALUE 0.
       77  GP-UBI-USADA                PIC 9(4) COMP VALUE 0.
       01  GP-UBI-BUSCADA              PIC X(3) VALUE SPACES.
       01  GP-TABLA-UBICACIONES.
           05  GP-UBI-ENT OCCURS 50 TIMES.
               10  GP-UBI-CODIGO       PIC X(3).
               10  GP-UBI-STOCK        PIC S9(7).
               10  GP-UBI-TRANSITO     PIC S9(9).
               10  GP-UBI-PEDIDO       PIC 9(9).
               10  GP-UBI-POSICION     PIC S9(9).
               10  GP-UBI-DEFICIT      PIC 9(9).
               10  GP-UBI-EXCEDENTE    PIC 9(9).

       01  GP-CAT-ANT-REEQUIL          PIC X(4) VALUE LOW-VALUES.
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
      *    LEE LOS PARAMETROS Y ABRE LOS FICHEROS. EL MAESTRO Y
      *    STKUBI DEBEN EXISTIR (MISMO CRITERIO QUE PROGRA10); EL
      *    TRANSITO, LOS PEDIDOS ABIERTOS Y EL MAESTRO DE CATEGORIAS
      *    SON OPCIONALES. SIN MAESTRO O SIN STKUBI NO SE EMITE UN
      *    TRASLAD VACIO, PARA QUE NO SE CONFUNDA CON UNA PROPUESTA
      *    LEGITIMA SIN TRASLADOS.
      *----------------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT GP-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 1100-LEER-PARAMETROS
               THRU 1100-LEER-PARAMETROS-EXIT.
           OPEN INPUT SALIDA.
           IF SALIDA-ST NOT = '00'
               DISPLAY 'PROGRA21: NO SE PUEDE ABRIR EL MAESTRO '
                   'SALIDA (ESTADO ' SALIDA-ST ').'
               SET GP-FIN-SALIDA TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-SALIDA-DISPONIBLE TO TRUE.
           OPEN INPUT STKUBI.
           IF STK-ST NOT = '00'
               DISPLAY 'PROGRA21: NO SE PUEDE ABRIR EL FICHERO DE '
                   'EXISTENCIAS POR UBICACION (ESTADO ' STK-ST ').'
               SET GP-FIN-SALIDA TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET GP-STKUBI-DISPONIBLE TO TRUE.
           PERFORM 1200-CARGAR-TRANSITO
               THRU 1200-CARGAR-TRANSITO-EXIT.
           OPEN INPUT PEDABIER.
           IF PAB-ST = '00'
               SET GP-PEDABI-DISPONIBLE TO TRUE
           END-IF.
           OPEN INPUT CATEGOS.
           IF CATG-ST = '00'
               SET GP-CATEGOS-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PROGRA21: AVISO - MAESTRO DE CATEGORIAS NO '
                   'DISPONIBLE (ESTADO ' CATG-ST '), INFORME SIN '
                   'DESCRIPCIONES'
           END-IF.
           OPEN OUTPUT TRASLAD.
           OPEN OUTPUT REEQPRT.
           MOVE GP-FECHA-HOY(1:4) TO GP-FE-CCYY.
           MOVE GP-FECHA-HOY(5:2) TO GP-FE-MM.
           MOVE GP-FECHA-HOY(7:2) TO GP-FE-DD.
           MOVE GP-FECHA-EDITADA TO RQP-C-FECHA.
           WRITE RQP-CAB-1.
           WRITE RQP-CAB-2.
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
      *    1160-LEER-PARAMETROS DE PROGRA01 PARA EL MARGEN).
      *----------------------------------------------------------------
       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF PAR-ST = '00'
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-MARGEN-COBERTURA IS NUMERIC
                           MOVE PARAM-MARGEN-COBERTURA
                               TO GP-MARGEN-COBERTURA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
       1100-LEER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    1200-CARGAR-TRANSITO
      *    VUELCA A LA TABLA EN MEMORIA LOS TRASLADOS EN TRANSITO CON
      *    SU DESTINO, Y DEJA PREPARADO EL PRIMER NUMERO DE TRASLADO
      *    LIBRE (MAYOR NUMERO EN TRANSITO MAS UNO).
      *----------------------------------------------------------------
       1200-CARGAR-TRANSITO.
           MOVE 1 TO GP-NUMERO-TRASLADO.
           OPEN INPUT TRANSITO.
           IF TRF-ST NOT = '00' AND TRF-ST NOT = '05'
               GO TO 1200-CARGAR-TRANSITO-EXIT
           END-IF.
           MOVE 'N' TO GP-SW-FIN-TRANSITO.
           MOVE ZEROS TO TRF-NUMERO.
           START TRANSITO KEY IS NOT LESS THAN TRF-NUMERO
               INVALID KEY
                   SET GP-FIN-TRANSITO TO TRUE
           END-START.
           PERFORM 1210-LEER-UN-TRANSITO
               THRU 1210-LEER-UN-TRANSITO-EXIT
               UNTIL GP-FIN-TRANSITO.
           CLOSE TRANSITO.
       1200-CARGAR-TRANSITO-EXIT.
           EXIT.

       1210-LEER-UN-TRANSITO.
           READ TRANSITO NEXT RECORD
               AT END
                   SET GP-FIN-TRANSITO TO TRUE
                   GO TO 1210-LEER-UN-TRANSITO-EXIT
           END-READ.
           IF TRF-NUMERO NOT < GP-NUMERO-TRASLADO
               COMPUTE GP-NUMERO-TRASLADO = TRF-NUMERO + 1
           END-IF.
           IF GP-TRS-TOTAL < GP-TRS-MAXIMO
               ADD 1 TO GP-TRS-TOTAL
               MOVE TRF-ID TO GP-TRS-ID(GP-TRS-TOTAL)
               MOVE TRF-UBI-DESTINO TO GP-TRS-DESTINO(GP-TRS-TOTAL)
               MOVE TRF-CANTIDAD TO GP-TRS-CANTIDAD(GP-TRS-TOTAL)
           ELSE
               DISPLAY 'PROGRA21: AVISO - TABLA DE TRANSITO LLENA, '
                   'TRASLADO IGNORADO EN LA POSICION'
           END-IF.
       1210-LEER-UN-TRANSITO-EXIT.
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
      *    UN PRODUCTO BLOQUEADO O DESCATALOGADO NO SE REPONE (MISMO
      *    CRITERIO QUE PROGRA01), Y SIN NIVEL CRITICO NUMERICO Y
      *    POSITIVO NO HAY DEFICIT POSIBLE.
      *----------------------------------------------------------------
       2100-TRATAR-PRODUCTO.
           IF NOT SALIDA-ACTIVO
               OR SALIDA-ID IS NOT NUMERIC
               OR SALIDA-CRITICO IS NOT NUMERIC
               OR SALIDA-CRITICO = 0
               GO TO 2100-TRATAR-PRODUCTO-EXIT
           END-IF.
           MOVE SALIDA-ID TO GP-ID-PRODUCTO.
           COMPUTE GP-RETENCION-ORIGEN = SALIDA-CRITICO
               + (SALIDA-CRITICO * GP-MARGEN-COBERTURA / 100).
           MOVE 0 TO GP-UBI-TOTAL.
           PERFORM 2200-CARGAR-UBICACIONES
               THRU 2200-CARGAR-UBICACIONES-EXIT.
           IF GP-TRS-TOTAL > 0
               PERFORM 2300-SUMAR-UN-TRANSITO
                   THRU 2300-SUMAR-UN-TRANSITO-EXIT
                   VARYING GP-TRS-IDX FROM 1 BY 1
                   UNTIL GP-TRS-IDX > GP-TRS-TOTAL
           END-IF.
           IF GP-PEDABI-DISPONIBLE
               PERFORM 2400-SUMAR-PEDIDOS
                   THRU 2400-SUMAR-PEDIDOS-EXIT
           END-IF.
      *    CON UNA SOLA UBICACION NO HAY NADA QUE REEQUILIBRAR.
           IF GP-UBI-TOTAL < 2
               GO TO 2100-TRATAR-PRODUCTO-EXIT
           END-IF.
           PERFORM 2500-EVALUAR-UBICACION
               THRU 2500-EVALUAR-UBICACION-EXIT
               VARYING GP-UBI-IDX FROM 1 BY 1
               UNTIL GP-UBI-IDX > GP-UBI-TOTAL.
           PERFORM 2600-CUBRIR-DEFICIT
               THRU 2600-CUBRIR-DEFICIT-EXIT
               VARYING GP-UBI-IDX FROM 1 BY 1
               UNTIL GP-UBI-IDX > GP-UBI-TOTAL.
       2100-TRATAR-PRODUCTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2200-CARGAR-UBICACIONES
      *    UNA ENTRADA POR CADA REGISTRO DE STKUBI DEL PRODUCTO.
      *----------------------------------------------------------------
       2200-CARGAR-UBICACIONES.
           MOVE 'N' TO GP-SW-FIN-STKUBI.
           MOVE GP-ID-PRODUCTO TO STKUBI-ID.
           MOVE LOW-VALUES TO STKUBI-UBICACION.
           START STKUBI KEY IS NOT LESS THAN STKUBI-CLAVE
               INVALID KEY
                   SET GP-FIN-STKUBI TO TRUE
           END-START.
           PERFORM 2210-LEER-UNA-UBICACION
               THRU 2210-LEER-UNA-UBICACION-EXIT
               UNTIL GP-FIN-STKUBI.
       2200-CARGAR-UBICACIONES-EXIT.
           EXIT.

       2210-LEER-UNA-UBICACION.
           READ STKUBI NEXT RECORD
               AT END
                   SET GP-FIN-STKUBI TO TRUE
                   GO TO 2210-LEER-UNA-UBICACION-EXIT
           END-READ.
           IF STKUBI-ID NOT = GP-ID-PRODUCTO
               SET GP-FIN-STKUBI TO TRUE
               GO TO 2210-LEER-UNA-UBICACION-EXIT
           END-IF.
           MOVE STKUBI-UBICACION TO GP-UBI-BUSCADA.
           PERFORM 2900-LOCALIZAR-UBICACION
               THRU 2900-LOCALIZAR-UBICACION-EXIT.
           IF GP-UBI-USADA > 0
               MOVE STKUBI-STOCK TO GP-UBI-STOCK(GP-UBI-USADA)
           END-IF.
       2210-LEER-UNA-UBICACION-EXIT.
           EXIT.

       2300-SUMAR-UN-TRANSITO.
           IF GP-TRS-ID(GP-TRS-IDX) NOT = GP-ID-PRODUCTO
               GO TO 2300-SUMAR-UN-TRANSITO-EXIT
           END-IF.
           MOVE GP-TRS-DESTINO(GP-TRS-IDX) TO GP-UBI-BUSCADA.
           PERFORM 2900-LOCALIZAR-UBICACION
               THRU 2900-LOCALIZAR-UBICACION-EXIT.
           IF GP-UBI-USADA > 0
               ADD GP-TRS-CANTIDAD(GP-TRS-IDX)
                   TO GP-UBI-TRANSITO(GP-UBI-USADA)
           END-IF.
       2300-SUMAR-UN-TRANSITO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2400-SUMAR-PEDIDOS
      *    RECORRE LOS PEDIDOS ABIERTOS DEL PRODUCTO (CONTIGUOS EN LA
      *    CLAVE) Y SUMA LA CANTIDAD PENDIENTE A SU UBICACION.
      *----------------------------------------------------------------
       2400-SUMAR-PEDIDOS.
           MOVE 'N' TO GP-SW-FIN-PEDIDOS.
           MOVE GP-ID-PRODUCTO TO PAB-ID.
           MOVE LOW-VALUES TO PAB-UBICACION.
           START PEDABIER KEY IS NOT LESS THAN PAB-CLAVE
               INVALID KEY
                   SET GP-FIN-PEDIDOS TO TRUE
           END-START.
           PERFORM 2410-LEER-UN-PEDIDO
               THRU 2410-LEER-UN-PEDIDO-EXIT
               UNTIL GP-FIN-PEDIDOS.
       2400-SUMAR-PEDIDOS-EXIT.
           EXIT.

       2410-LEER-UN-PEDIDO.
           READ PEDABIER NEXT RECORD
               AT END
                   SET GP-FIN-PEDIDOS TO TRUE
                   GO TO 2410-LEER-UN-PEDIDO-EXIT
           END-READ.
           IF PAB-ID NOT = GP-ID-PRODUCTO
               SET GP-FIN-PEDIDOS TO TRUE
               GO TO 2410-LEER-UN-PEDIDO-EXIT
           END-IF.
           IF PAB-CANTIDAD IS NOT NUMERIC
               GO TO 2410-LEER-UN-PEDIDO-EXIT
           END-IF.
           MOVE PAB-UBICACION TO GP-UBI-BUSCADA.
           PERFORM 2900-LOCALIZAR-UBICACION
               THRU 2900-LOCALIZAR-UBICACION-EXIT.
           IF GP-UBI-USADA > 0
               ADD PAB-CANTIDAD TO GP-UBI-PEDIDO(GP-UBI-USADA)
           END-IF.
       2410-LEER-UN-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-EVALUAR-UBICACION
      *    POSICION = EXISTENCIAS + TRANSITO + PEDIDO. POR DEBAJO DEL
      *    NIVEL CRITICO LA UBICACION ES DEFICITARIA; SI NO, SUS
      *    EXISTENCIAS FISICAS POR ENCIMA DE LA RETENCION DE ORIGEN
      *    (CRITICO MAS MARGEN) SON EXCEDENTE TRASLADABLE.
      *----------------------------------------------------------------
       2500-EVALUAR-UBICACION.
           MOVE 0 TO GP-UBI-DEFICIT(GP-UBI-IDX).
           MOVE 0 TO GP-UBI-EXCEDENTE(GP-UBI-IDX).
           COMPUTE GP-UBI-POSICION(GP-UBI-IDX) =
               GP-UBI-STOCK(GP-UBI-IDX)
             + GP-UBI-TRANSITO(GP-UBI-IDX)
             + GP-UBI-PEDIDO(GP-UBI-IDX).
           IF GP-UBI-POSICION(GP-UBI-IDX) < SALIDA-CRITICO
               COMPUTE GP-UBI-DEFICIT(GP-UBI-IDX) =
                   SALIDA-CRITICO - GP-UBI-POSICION(GP-UBI-IDX)
               GO TO 2500-EVALUAR-UBICACION-EXIT
           END-IF.
           IF GP-UBI-STOCK(GP-UBI-IDX) > GP-RETENCION-ORIGEN
               COMPUTE GP-UBI-EXCEDENTE(GP-UBI-IDX) =
                   GP-UBI-STOCK(GP-UBI-IDX) - GP-RETENCION-ORIGEN
           END-IF.
       2500-EVALUAR-UBICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2600-CUBRIR-DEFICIT
      *    CUBRE EL DEFICIT DE LA UBICACION GP-UBI-IDX CON LOS
      *    EXCEDENTES DE LAS DEMAS. LO QUE QUEDE SIN CUBRIR LO
      *    PROPONDRA LA CARGA A COMPRAS, COMO HASTA AHORA.
      *----------------------------------------------------------------
       2600-CUBRIR-DEFICIT.
           IF GP-UBI-DEFICIT(GP-UBI-IDX) = 0
               GO TO 2600-CUBRIR-DEFICIT-EXIT
           END-IF.
           ADD 1 TO GP-REGS-CON-DEFICIT.
           PERFORM 2610-TOMAR-DE-ORIGEN
               THRU 2610-TOMAR-DE-ORIGEN-EXIT
               VARYING GP-UBI-ORG FROM 1 BY 1
               UNTIL GP-UBI-ORG > GP-UBI-TOTAL
                   OR GP-UBI-DEFICIT(GP-UBI-IDX) = 0.
           ADD GP-UBI-DEFICIT(GP-UBI-IDX) TO GP-UNIDADES-SIN-CUBRIR.
       2600-CUBRIR-DEFICIT-EXIT.
           EXIT.

       2610-TOMAR-DE-ORIGEN.
           IF GP-UBI-EXCEDENTE(GP-UBI-ORG) = 0
               GO TO 2610-TOMAR-DE-ORIGEN-EXIT
           END-IF.
           IF GP-UBI-EXCEDENTE(GP-UBI-ORG) < GP-UBI-DEFICIT(GP-UBI-IDX)
               MOVE GP-UBI-EXCEDENTE(GP-UBI-ORG) TO GP-CANT-TRASLADO
           ELSE
               MOVE GP-UBI-DEFICIT(GP-UBI-IDX) TO GP-CANT-TRASLADO
           END-IF.
           IF GP-CANT-TRASLADO > GP-CANT-MAXIMA
               MOVE GP-CANT-MAXIMA TO GP-CANT-TRASLADO
           END-IF.
           PERFORM 2700-EMITIR-TRASLADO
               THRU 2700-EMITIR-TRASLADO-EXIT.
           SUBTRACT GP-CANT-TRASLADO FROM GP-UBI-EXCEDENTE(GP-UBI-ORG).
           SUBTRACT GP-CANT-TRASLADO FROM GP-UBI-DEFICIT(GP-UBI-IDX).
       2610-TOMAR-DE-ORIGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2700-EMITIR-TRASLADO
      *    ESCRIBE LA TRANSACCION DE ENVIO PARA PROGRA11 Y SU LINEA
      *    DEL INFORME, CON LA CABECERA DE GRUPO Y EL TOTAL DE LA
      *    CATEGORIA ANTERIOR AL CAMBIAR DE CATEGORIA.
      *----------------------------------------------------------------
       2700-EMITIR-TRASLADO.
           MOVE SPACES TO TRASLAD-REG.
           SET TRA-ENVIO TO TRUE.
           MOVE GP-NUMERO-TRASLADO TO TRA-NUMERO.
           MOVE GP-ID-PRODUCTO TO TRA-ID.
           MOVE GP-UBI-CODIGO(GP-UBI-ORG) TO TRA-UBI-ORIGEN.
           MOVE GP-UBI-CODIGO(GP-UBI-IDX) TO TRA-UBI-DESTINO.
           MOVE GP-CANT-TRASLADO TO TRA-CANTIDAD.
           WRITE TRASLAD-REG.
           ADD 1 TO GP-REGS-TRASLADOS.
           ADD GP-CANT-TRASLADO TO GP-UNIDADES-TRASLADO.

           IF SALIDA-CATEGORIA NOT = GP-CAT-ANT-REEQUIL
               IF GP-CAT-ANT-REEQUIL NOT = LOW-VALUES
                   PERFORM 2750-TOTAL-CATEGORIA
                       THRU 2750-TOTAL-CATEGORIA-EXIT
               END-IF
               MOVE SALIDA-CATEGORIA TO GP-CAT-ANT-REEQUIL
               PERFORM 2800-BUSCAR-CATEGORIA
                   THRU 2800-BUSCAR-CATEGORIA-EXIT
               MOVE SALIDA-CATEGORIA TO RQP-G-CATEGORIA
               MOVE ' - ' TO RQP-G-SEPARADOR
               MOVE GP-CAT-DESC-VISTA TO RQP-G-DESCRIPCION
               MOVE ' - ' TO RQP-G-SEPARADOR-2
               MOVE GP-CAT-PROV-VISTA TO RQP-G-PROVEEDOR
               WRITE RQP-GRP
           END-IF.
           MOVE SALIDA-CATEGORIA TO RQP-D-CATEGORIA.
           MOVE SALIDA-ID TO RQP-D-ID.
           MOVE GP-NUMERO-TRASLADO TO RQP-D-NUMERO.
           MOVE GP-UBI-CODIGO(GP-UBI-ORG) TO RQP-D-ORIGEN.
           MOVE GP-UBI-CODIGO(GP-UBI-IDX) TO RQP-D-DESTINO.
           MOVE GP-CANT-TRASLADO TO RQP-D-CANTIDAD.
           MOVE GP-UBI-STOCK(GP-UBI-ORG) TO RQP-D-STOCK-ORIGEN.
           MOVE GP-UBI-POSICION(GP-UBI-IDX) TO RQP-D-POSICION-DEST.
           MOVE SALIDA-CRITICO TO RQP-D-CRITICO.
           WRITE RQP-DET.
           ADD GP-CANT-TRASLADO TO GP-UNIDADES-CAT.
           ADD 1 TO GP-NUMERO-TRASLADO.
       2700-EMITIR-TRASLADO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2750-TOTAL-CATEGORIA
      *    ESCRIBE EL TOTAL DE UNIDADES A TRASLADAR DE LA CATEGORIA
      *    QUE SE CIERRA (MISMA IDEA QUE 3140-TOTAL-CATEGORIA DE
      *    PROGRA13).
      *----------------------------------------------------------------
       2750-TOTAL-CATEGORIA.
           MOVE SPACES TO RQP-TOT.
           MOVE 'TOTAL UNIDADES CATEGORIA' TO RQP-T-ETIQUETA.
           MOVE GP-CAT-ANT-REEQUIL TO RQP-T-ETIQUETA(26:4).
           MOVE GP-UNIDADES-CAT TO RQP-T-VALOR.
           WRITE RQP-TOT.
           MOVE 0 TO GP-UNIDADES-CAT.
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
      *    2900-LOCALIZAR-UBICACION
      *    DEJA EN GP-UBI-USADA LA ENTRADA DE LA TABLA DE LA
      *    UBICACION GP-UBI-BUSCADA, DANDOLA DE ALTA A CERO SI AUN NO
      *    ESTABA. CON LA TABLA LLENA DEVUELVE CERO Y LA UBICACION SE
      *    IGNORA CON AVISO.
      *----------------------------------------------------------------
       2900-LOCALIZAR-UBICACION.
           MOVE 'N' TO GP-SW-UBI-HALLADA.
           MOVE 0 TO GP-UBI-USADA.
           IF GP-UBI-TOTAL > 0
               PERFORM 2910-COMPARAR-UBICACION
                   THRU 2910-COMPARAR-UBICACION-EXIT
                   VARYING GP-UBI-IDX FROM 1 BY 1
                   UNTIL GP-UBI-HALLADA
                       OR GP-UBI-IDX > GP-UBI-TOTAL
           END-IF.
           IF GP-UBI-HALLADA
               GO TO 2900-LOCALIZAR-UBICACION-EXIT
           END-IF.
           IF GP-UBI-TOTAL NOT < GP-UBI-MAXIMO
               DISPLAY 'PROGRA21: AVISO - TABLA DE UBICACIONES LLENA, '
                   'UBICACION ' GP-UBI-BUSCADA ' DEL PRODUCTO '
                   GP-ID-PRODUCTO ' IGNORADA'
               GO TO 2900-LOCALIZAR-UBICACION-EXIT
           END-IF.
           ADD 1 TO GP-UBI-TOTAL.
           MOVE GP-UBI-TOTAL TO GP-UBI-USADA.
           MOVE GP-UBI-BUSCADA TO GP-UBI-CODIGO(GP-UBI-USADA).
           MOVE 0 TO GP-UBI-STOCK(GP-UBI-USADA).
           MOVE 0 TO GP-UBI-TRANSITO(GP-UBI-USADA).
           MOVE 0 TO GP-UBI-PEDIDO(GP-UBI-USADA).
           MOVE 0 TO GP-UBI-POSICION(GP-UBI-USADA).
           MOVE 0 TO GP-UBI-DEFICIT(GP-UBI-USADA).
           MOVE 0 TO GP-UBI-EXCEDENTE(GP-UBI-USADA).
       2900-LOCALIZAR-UBICACION-EXIT.
           EXIT.

       2910-COMPARAR-UBICACION.
           IF GP-UBI-CODIGO(GP-UBI-IDX) = GP-UBI-BUSCADA
               SET GP-UBI-HALLADA TO TRUE
               MOVE GP-UBI-IDX TO GP-UBI-USADA
           END-IF.
       2910-COMPARAR-UBICACION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-FINALIZAR
      *    CIERRA EL INFORME CON EL TOTAL DE LA ULTIMA CATEGORIA Y EL
      *    RESUMEN, SOLO SI LA INICIALIZACION LLEGO A ABRIRLO.
      *----------------------------------------------------------------
       3000-FINALIZAR.
           IF GP-STKUBI-DISPONIBLE
               IF GP-CAT-ANT-REEQUIL NOT = LOW-VALUES
                   PERFORM 2750-TOTAL-CATEGORIA
                       THRU 2750-TOTAL-CATEGORIA-EXIT
               END-IF
               MOVE SPACES TO RQP-TOT
               MOVE 'PRODUCTOS LEIDOS' TO RQP-T-ETIQUETA
               MOVE GP-REGS-LEIDOS TO RQP-T-VALOR
               WRITE RQP-TOT
               MOVE 'UBICACIONES CON DEFICIT' TO RQP-T-ETIQUETA
               MOVE GP-REGS-CON-DEFICIT TO RQP-T-VALOR
               WRITE RQP-TOT
               MOVE 'TRASLADOS PROPUESTOS' TO RQP-T-ETIQUETA
               MOVE GP-REGS-TRASLADOS TO RQP-T-VALOR
               WRITE RQP-TOT
               MOVE 'UNIDADES A TRASLADAR' TO RQP-T-ETIQUETA
               MOVE GP-UNIDADES-TRASLADO TO RQP-T-VALOR
               WRITE RQP-TOT
               MOVE 'UNIDADES SIN CUBRIR (A COMPRAR)' TO RQP-T-ETIQUETA
               MOVE GP-UNIDADES-SIN-CUBRIR TO RQP-T-VALOR
               WRITE RQP-TOT
               CLOSE REEQPRT
               CLOSE TRASLAD
               CLOSE STKUBI
               IF GP-PEDABI-DISPONIBLE
                   CLOSE PEDABIER
               END-IF
               IF GP-CATEGOS-DISPONIBLE
                   CLOSE CATEGOS
               END-IF
           END-IF.
           DISPLAY 'PROGRA21: PRODUCTOS LEIDOS   : ' GP-REGS-LEIDOS.
           DISPLAY 'PROGRA21: UBICACIONES DEFICIT: '
               GP-REGS-CON-DEFICIT.
           DISPLAY 'PROGRA21: TRASLADOS PROPUESTOS: '
               GP-REGS-TRASLADOS.
           DISPLAY 'PROGRA21: UNIDADES A TRASLADAR: '
               GP-UNIDADES-TRASLADO.
           IF GP-SALIDA-DISPONIBLE
               CLOSE SALIDA
           END-IF.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM PROGRA21.
