      *----------------------------------------------------------------
      *    PROGRAMA    : PROGRA24
      *    DESCRIPCION : MANTENIMIENTO POR LOTES DEL MAESTRO DE
      *                  CUENTAS CONTABLES DE LOS MOVIMIENTOS DE
      *                  EXISTENCIAS (CUENTAS). LEE EL FICHERO DE
      *                  MOVIMIENTOS MOVCTA Y APLICA ALTAS,
      *                  MODIFICACIONES Y DESACTIVACIONES, LISTANDO EN
      *                  UN INFORME EL RESULTADO DE CADA MOVIMIENTO
      *                  (MISMO ESQUEMA QUE EL MANTENIMIENTO DE
      *                  CATEGORIAS DE PROGRA05). LAS BAJAS FISICAS NO
      *                  EXISTEN: UNA CUENTA QUE DEJA DE USARSE SE
      *                  DESACTIVA, Y EL DIARIO CONTABLE (PROGRA25)
      *                  DEJA DE USARLA.
      *    INSTALACION : DEPARTAMENTO DE PROCESOS DE DATOS
      *    AUTOR       : R. GARCIA VEGA
      *    FECHA ESCR. : 15/10/2026
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA24.
       AUTHOR. R. GARCIA VEGA.
       INSTALLATION. DEPARTAMENTO DE PROCESOS DE DATOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCTA ASSIGN TO MOVCTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MCT-ST.

           SELECT CUENTAS ASSIGN TO CUENTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS CTA-ST.

           SELECT CTAMPRT ASSIGN TO CTAMPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CTP-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVCTA
           DATA RECORD IS MOVCTA-REG.
           COPY MOVCTA.

       FD  CUENTAS
           DATA RECORD IS CUENTA-REG.
           COPY CUENTA.

      *----------------------------------------------------------------
      *    INFORME DE RESULTADOS DEL MANTENIMIENTO.
      *----------------------------------------------------------------
       FD  CTAMPRT
           DATA RECORD IS CTP-CAB-1, CTP-CAB-2, CTP-DET, CTP-TOT.
       01  CTP-CAB-1.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(50)
               VALUE 'INFORME DE MANTENIMIENTO DE CUENTAS CONTABLES'.
       01  CTP-CAB-2.
           05  FILLER                   PIC X(6)  VALUE 'ACCION'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'ORIGEN'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'CATEG.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE 'DESCRIPCION'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'EXISTENC.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'CONTRAP.'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE 'RESULTADO'.
       01  CTP-DET.
           05  CTP-D-ACCION             PIC X(1).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CTP-D-ORIGEN             PIC X(2).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CTP-D-CATEGORIA          PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CTP-D-DESCRIPCION        PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CTP-D-EXISTENCIAS        PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CTP-D-CONTRAPARTIDA      PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CTP-D-RESULTADO          PIC X(40).
       01  CTP-TOT.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  CTP-T-ETIQUETA           PIC X(30).
           05  CTP-T-TOTAL              PIC ZZZ,ZZ9.

       WORKING-STORAGE SECTION.
       01  FICHEROS.
           05  MCT-ST                  PIC X(2).
           05  CTA-ST                  PIC X(2).
           05  CTP-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
      *----------------------------------------------------------------
       01  GP-INDICADORES.
           05  GP-SW-FIN-MOVIMIENTOS   PIC X(1) VALUE 'N'.
               88  GP-FIN-MOVIMIENTOS         VALUE 'S'.
           05  GP-SW-EXISTE-CUENTA     PIC X(1) VALUE 'N'.
               88  GP-EXISTE-CUENTA           VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES DEL MANTENIMIENTO.
      *----------------------------------------------------------------
       77  GP-MOVS-LEIDOS              PIC 9(9) COMP VALUE 0.
       77  GP-MOVS-APLICADOS           PIC 9(9) COMP VALUE 0.
       77  GP-MOVS-RECHAZADOS          PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      *    0000-PRINCIPAL
      *----------------------------------------------------------------
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-CICLO-MOVIMIENTOS
               THRU 2000-CICLO-MOVIMIENTOS-EXIT
               UNTIL GP-FIN-MOVIMIENTOS.

           PERFORM 3000-FINALIZAR
               THRU 3000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------
      *    1000-INICIALIZAR
      *    ABRE EL MAESTRO DE CUENTAS EN E/S, CREANDOLO VACIO EN LA
      *    PRIMERA EJECUCION (MISMO PATRON QUE CATEGOS EN PROGRA05).
      *----------------------------------------------------------------
       1000-INICIALIZAR.
           OPEN INPUT MOVCTA.
           OPEN I-O CUENTAS.
           IF CTA-ST = '35'
               OPEN OUTPUT CUENTAS
               CLOSE CUENTAS
               OPEN I-O CUENTAS
           END-IF.
           OPEN OUTPUT CTAMPRT.
           WRITE CTP-CAB-1.
           WRITE CTP-CAB-2.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2000-CICLO-MOVIMIENTOS
      *----------------------------------------------------------------
       2000-CICLO-MOVIMIENTOS.
           INITIALIZE MOVCTA-REG.
           READ MOVCTA
               AT END
                   SET GP-FIN-MOVIMIENTOS TO TRUE
               NOT AT END
                   ADD 1 TO GP-MOVS-LEIDOS
                   PERFORM 2100-TRATAR-MOVIMIENTO
                       THRU 2100-TRATAR-MOVIMIENTO-EXIT
           END-READ.
       2000-CICLO-MOVIMIENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2100-TRATAR-MOVIMIENTO
      *    VALIDA EL MOVIMIENTO Y LO DIRIGE AL TRATAMIENTO DE SU
      *    ACCION. SOLO SE ADMITEN LOS ORIGENES CON EFECTO CONTABLE Y
      *    UNA CATEGORIA INFORMADA ('****' PARA LA CUENTA POR DEFECTO
      *    DEL ORIGEN). CADA MOVIMIENTO DEJA UNA LINEA DE RESULTADO EN
      *    EL INFORME.
      *----------------------------------------------------------------
       2100-TRATAR-MOVIMIENTO.
           IF NOT MCT-ORIGEN-CONTABLE
               OR MCT-CATEGORIA = SPACES
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                   THRU 2900-RECHAZAR-MOVIMIENTO-EXIT
               GO TO 2100-TRATAR-MOVIMIENTO-EXIT
           END-IF.

           IF MCT-IND-ESTADO NOT = SPACE
               AND MCT-IND-ESTADO NOT = 'A'
               AND MCT-IND-ESTADO NOT = 'I'
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                   THRU 2900-RECHAZAR-MOVIMIENTO-EXIT
               GO TO 2100-TRATAR-MOVIMIENTO-EXIT
           END-IF.

           PERFORM 2200-LEER-CUENTA
               THRU 2200-LEER-CUENTA-EXIT.

           EVALUATE TRUE
               WHEN MCT-ALTA
                   PERFORM 2300-ALTA-CUENTA
                       THRU 2300-ALTA-CUENTA-EXIT
               WHEN MCT-MODIFICACION
                   PERFORM 2400-MODIFICAR-CUENTA
                       THRU 2400-MODIFICAR-CUENTA-EXIT
               WHEN MCT-DESACTIVACION
                   PERFORM 2500-DESACTIVAR-CUENTA
                       THRU 2500-DESACTIVAR-CUENTA-EXIT
               WHEN OTHER
                   PERFORM 2900-RECHAZAR-MOVIMIENTO
                       THRU 2900-RECHAZAR-MOVIMIENTO-EXIT
           END-EVALUATE.
       2100-TRATAR-MOVIMIENTO-EXIT.
           EXIT.

       2200-LEER-CUENTA.
           MOVE 'N' TO GP-SW-EXISTE-CUENTA.
           MOVE MCT-CLAVE TO CTA-CLAVE.
           READ CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GP-EXISTE-CUENTA TO TRUE
           END-READ.
       2200-LEER-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2300-ALTA-CUENTA
      *    UN ALTA EXIGE QUE LA CLAVE NO EXISTA Y QUE LAS DOS CUENTAS
      *    (EXISTENCIAS Y CONTRAPARTIDA) VENGAN INFORMADAS: SIN
      *    ELLAS EL ASIENTO NO PUEDE CUADRAR. EL ESTADO INICIAL ES
      *    ACTIVA, SALVO QUE EL MOVIMIENTO INDIQUE OTRA COSA.
      *----------------------------------------------------------------
       2300-ALTA-CUENTA.
           IF GP-EXISTE-CUENTA
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                   THRU 2900-RECHAZAR-MOVIMIENTO-EXIT
               GO TO 2300-ALTA-CUENTA-EXIT
           END-IF.
           IF MCT-CTA-EXISTENCIAS = SPACES
               OR MCT-CTA-CONTRAPARTIDA = SPACES
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                   THRU 2900-RECHAZAR-MOVIMIENTO-EXIT
               GO TO 2300-ALTA-CUENTA-EXIT
           END-IF.
           MOVE SPACES TO CUENTA-REG.
           MOVE MCT-CLAVE TO CTA-CLAVE.
           MOVE MCT-DESCRIPCION TO CTA-DESCRIPCION.
           MOVE MCT-CTA-EXISTENCIAS TO CTA-CTA-EXISTENCIAS.
           MOVE MCT-CTA-CONTRAPARTIDA TO CTA-CTA-CONTRAPARTIDA.
           IF MCT-IND-ESTADO = SPACE
               MOVE 'A' TO CTA-IND-ESTADO
           ELSE
               MOVE MCT-IND-ESTADO TO CTA-IND-ESTADO
           END-IF.
           WRITE CUENTA-REG
               INVALID KEY
                   PERFORM 2900-RECHAZAR-MOVIMIENTO
                       THRU 2900-RECHAZAR-MOVIMIENTO-EXIT
               NOT INVALID KEY
                   PERFORM 2800-ANOTAR-APLICADO
                       THRU 2800-ANOTAR-APLICADO-EXIT
           END-WRITE.
       2300-ALTA-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2400-MODIFICAR-CUENTA
      *    UNA MODIFICACION EXIGE QUE LA CLAVE EXISTA. LOS CAMPOS EN
      *    BLANCO DEL MOVIMIENTO CONSERVAN EL VALOR ACTUAL DEL
      *    MAESTRO (INCLUIDO EL ESTADO, QUE PERMITE REACTIVAR UNA
      *    CUENTA DESACTIVADA INFORMANDO 'A').
      *----------------------------------------------------------------
       2400-MODIFICAR-CUENTA.
           IF NOT GP-EXISTE-CUENTA
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                   THRU 2900-RECHAZAR-MOVIMIENTO-EXIT
               GO TO 2400-MODIFICAR-CUENTA-EXIT
           END-IF.
           IF MCT-DESCRIPCION NOT = SPACES
               MOVE MCT-DESCRIPCION TO CTA-DESCRIPCION
           END-IF.
           IF MCT-CTA-EXISTENCIAS NOT = SPACES
               MOVE MCT-CTA-EXISTENCIAS TO CTA-CTA-EXISTENCIAS
           END-IF.
           IF MCT-CTA-CONTRAPARTIDA NOT = SPACES
               MOVE MCT-CTA-CONTRAPARTIDA TO CTA-CTA-CONTRAPARTIDA
           END-IF.
           IF MCT-IND-ESTADO NOT = SPACE
               MOVE MCT-IND-ESTADO TO CTA-IND-ESTADO
           END-IF.
           REWRITE CUENTA-REG
               INVALID KEY
                   PERFORM 2900-RECHAZAR-MOVIMIENTO
                       THRU 2900-RECHAZAR-MOVIMIENTO-EXIT
               NOT INVALID KEY
                   PERFORM 2800-ANOTAR-APLICADO
                       THRU 2800-ANOTAR-APLICADO-EXIT
           END-REWRITE.
       2400-MODIFICAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2500-DESACTIVAR-CUENTA
      *----------------------------------------------------------------
       2500-DESACTIVAR-CUENTA.
           IF NOT GP-EXISTE-CUENTA
               PERFORM 2900-RECHAZAR-MOVIMIENTO
                   THRU 2900-RECHAZAR-MOVIMIENTO-EXIT
               GO TO 2500-DESACTIVAR-CUENTA-EXIT
           END-IF.
           MOVE 'I' TO CTA-IND-ESTADO.
           REWRITE CUENTA-REG
               INVALID KEY
                   PERFORM 2900-RECHAZAR-MOVIMIENTO
                       THRU 2900-RECHAZAR-MOVIMIENTO-EXIT
               NOT INVALID KEY
                   PERFORM 2800-ANOTAR-APLICADO
                       THRU 2800-ANOTAR-APLICADO-EXIT
           END-REWRITE.
       2500-DESACTIVAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2800-ANOTAR-APLICADO
      *----------------------------------------------------------------
       2800-ANOTAR-APLICADO.
           MOVE SPACES TO CTP-DET.
           MOVE MCT-ACCION TO CTP-D-ACCION.
           MOVE CTA-ORIGEN TO CTP-D-ORIGEN.
           MOVE CTA-CATEGORIA TO CTP-D-CATEGORIA.
           MOVE CTA-DESCRIPCION TO CTP-D-DESCRIPCION.
           MOVE CTA-CTA-EXISTENCIAS TO CTP-D-EXISTENCIAS.
           MOVE CTA-CTA-CONTRAPARTIDA TO CTP-D-CONTRAPARTIDA.
           MOVE 'APLICADO' TO CTP-D-RESULTADO.
           WRITE CTP-DET.
           ADD 1 TO GP-MOVS-APLICADOS.
       2800-ANOTAR-APLICADO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    2900-RECHAZAR-MOVIMIENTO
      *    ANOTA EN EL INFORME UN MOVIMIENTO QUE NO PUEDE APLICARSE,
      *    CON EL MOTIVO DEDUCIDO DEL CONTEXTO DEL MOVIMIENTO.
      *----------------------------------------------------------------
       2900-RECHAZAR-MOVIMIENTO.
           MOVE SPACES TO CTP-DET.
           MOVE MCT-ACCION TO CTP-D-ACCION.
           MOVE MCT-ORIGEN TO CTP-D-ORIGEN.
           MOVE MCT-CATEGORIA TO CTP-D-CATEGORIA.
           MOVE MCT-DESCRIPCION TO CTP-D-DESCRIPCION.
           MOVE MCT-CTA-EXISTENCIAS TO CTP-D-EXISTENCIAS.
           MOVE MCT-CTA-CONTRAPARTIDA TO CTP-D-CONTRAPARTIDA.
           EVALUATE TRUE
               WHEN NOT MCT-ORIGEN-CONTABLE
                   MOVE 'RECHAZADO - ORIGEN SIN EFECTO CONTABLE'
                       TO CTP-D-RESULTADO
               WHEN MCT-CATEGORIA = SPACES
                   MOVE 'RECHAZADO - CATEGORIA EN BLANCO'
                       TO CTP-D-RESULTADO
               WHEN MCT-IND-ESTADO NOT = SPACE
                   AND MCT-IND-ESTADO NOT = 'A'
                   AND MCT-IND-ESTADO NOT = 'I'
                   MOVE 'RECHAZADO - ESTADO NO RECONOCIDO'
                       TO CTP-D-RESULTADO
               WHEN NOT MCT-ALTA AND NOT MCT-MODIFICACION
                   AND NOT MCT-DESACTIVACION
                   MOVE 'RECHAZADO - ACCION NO RECONOCIDA'
                       TO CTP-D-RESULTADO
               WHEN MCT-ALTA AND GP-EXISTE-CUENTA
                   MOVE 'RECHAZADO - LA CLAVE YA EXISTE'
                       TO CTP-D-RESULTADO
               WHEN MCT-ALTA AND (MCT-CTA-EXISTENCIAS = SPACES
                   OR MCT-CTA-CONTRAPARTIDA = SPACES)
                   MOVE 'RECHAZADO - CUENTA EN BLANCO'
                       TO CTP-D-RESULTADO
               WHEN (MCT-MODIFICACION OR MCT-DESACTIVACION)
                   AND NOT GP-EXISTE-CUENTA
                   MOVE 'RECHAZADO - LA CLAVE NO EXISTE'
                       TO CTP-D-RESULTADO
               WHEN OTHER
                   MOVE 'RECHAZADO - ERROR DE E/S EN CUENTAS'
                       TO CTP-D-RESULTADO
           END-EVALUATE.
           WRITE CTP-DET.
           ADD 1 TO GP-MOVS-RECHAZADOS.
       2900-RECHAZAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3000-FINALIZAR
      *----------------------------------------------------------------
       3000-FINALIZAR.
           MOVE SPACES TO CTP-TOT.
           MOVE 'TOTAL MOVIMIENTOS APLICADOS : ' TO CTP-T-ETIQUETA.
           MOVE GP-MOVS-APLICADOS TO CTP-T-TOTAL.
           WRITE CTP-TOT.
           MOVE SPACES TO CTP-TOT.
           MOVE 'TOTAL MOVIMIENTOS RECHAZADOS: ' TO CTP-T-ETIQUETA.
           MOVE GP-MOVS-RECHAZADOS TO CTP-T-TOTAL.
           WRITE CTP-TOT.
           DISPLAY 'PROGRA24: MOVIMIENTOS LEIDOS    : ' GP-MOVS-LEIDOS.
           DISPLAY 'PROGRA24: MOVIMIENTOS APLICADOS : '
               GP-MOVS-APLICADOS.
           DISPLAY 'PROGRA24: MOVIMIENTOS RECHAZADOS: '
               GP-MOVS-RECHAZADOS.
           CLOSE MOVCTA.
           CLOSE CUENTAS.
           CLOSE CTAMPRT.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM PROGRA24.
