      *                        'C' DE AYER NO PRODUZCA UN OK FALSO
      *                        LA MANANA EN QUE UN PASO NO LLEGO A
      *                        EJECUTARSE.
      *    2026-10-15   RGV    SE ANADE EL PASO 5: CONTROL DE ARRANQUE
      *                        DE LA CADENA. LISTA LOS ARRANQUES
      *                        DENEGADOS DEL DIA (RCHARR.cpy) CON SU
      *                        MOTIVO Y CAUSANTE, Y EL ESTADO DEL
      *                        BLOQUEO EXCLUSIVO DE ACTUALIZACION; UN
      *                        ARRANQUE DENEGADO O UN BLOQUEO CADUCADO
      *                        (RETENIDO DESDE UN DIA ANTERIOR) PASAN
      *                        EL VEREDICTO GLOBAL A REVISAR.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA19.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAR-ST.

           SELECT OPTIONAL RCHARR ASSIGN TO RCHARR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RAR-ST.

           SELECT RESUMPRT ASSIGN TO RESUMPRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           DATA RECORD IS PARAM-REG.
           COPY PARAMET.

      *----------------------------------------------------------------
      *    DIARIO DE ARRANQUES DENEGADOS DE LOS PROGRAMAS DE
      *    ACTUALIZACION (RCHARR.cpy, 60 BYTES); SE LEE SOBRE EL AREA
      *    DE TRABAJO RCHARR-REG DE WORKING-STORAGE.
      *----------------------------------------------------------------
       FD  RCHARR
           DATA RECORD IS RAR-REG-E.
       01  RAR-REG-E                    PIC X(60).

      *----------------------------------------------------------------
      *    RESUMEN DE OPERACIONES (UNA PAGINA).
      *----------------------------------------------------------------
       FD  RESUMPRT
           DATA RECORD IS RES-CAB, RES-SECCION, RES-LIN, RES-LIN-N,
                          RES-TXT, RES-DEN.
       01  RES-CAB.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(40)
       01  RES-TXT.
           05  RES-T-ETIQUETA           PIC X(45).
           05  RES-T-TEXTO              PIC X(25).
      *    DETALLE DE UN ARRANQUE DENEGADO: PROGRAMA, HORA, MOTIVO,
      *    CAUSANTE (PREDECESOR O TITULAR DEL BLOQUEO), SU ESTADO Y
      *    LA FECHA DE SU REGISTRO EN EL PUNTO DE CONTROL.
       01  RES-DEN.
           05  FILLER                   PIC X(2).
           05  RES-D-PROGRAMA           PIC X(8).
           05  FILLER                   PIC X(1).
           05  RES-D-HORA               PIC 99B99B99.
           05  FILLER                   PIC X(1).
           05  RES-D-MOTIVO             PIC X(12).
           05  FILLER                   PIC X(1).
           05  RES-D-CAUSANTE           PIC X(8).
           05  FILLER                   PIC X(1).
           05  RES-D-ESTADO             PIC X(1).
           05  FILLER                   PIC X(1).
           05  RES-D-FECHA              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FICHEROS.
           05  SUS-ST                  PIC X(2).
           05  PAR-ST                  PIC X(2).
           05  RES-ST                  PIC X(2).
           05  RAR-ST                  PIC X(2).

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DE LOS REGISTROS DE RECHAZO/SUSPENSO.
      *----------------------------------------------------------------
       COPY RECHAZO.

      *----------------------------------------------------------------
      *    AREA DE TRABAJO DEL DIARIO DE ARRANQUES DENEGADOS.
      *----------------------------------------------------------------
       COPY RCHARR.

      *----------------------------------------------------------------
      *    INDICADORES DE PROCESO (SWITCHES).
      *----------------------------------------------------------------
               88  GP-FIN-RECHAZOS            VALUE 'S'.
           05  GP-SW-FIN-SUSPENSO      PIC X(1) VALUE 'N'.
               88  GP-FIN-SUSPENSO            VALUE 'S'.
           05  GP-SW-FIN-RCHARR        PIC X(1) VALUE 'N'.
               88  GP-FIN-RCHARR              VALUE 'S'.

      *----------------------------------------------------------------
      *    CONTADORES Y DATOS RECOGIDOS DE LA CADENA.
       77  GP-REGS-SUSPENSO            PIC 9(9) COMP VALUE 0.
       77  GP-DIAS-SUSPENSO-MAX        PIC S9(9) VALUE 0.
       77  GP-DIAS-EN-SUSPENSO         PIC S9(9) VALUE 0.
       77  GP-ARRANQUES-DENEGADOS      PIC 9(9) COMP VALUE 0.
       77  GP-HORA-DENEGACION          PIC 9(6) VALUE 0.
      *    REGISTRO DEL BLOQUEO EXCLUSIVO DE ACTUALIZACION EN EL
      *    PUNTO DE CONTROL (VER CHECKPT.cpy).
       77  GP-CLAVE-BLOQUEO            PIC X(8) VALUE 'BLOQUEO'.
      *    LIMITE DE DIAS EN SUSPENSO (MISMO VALOR POR DEFECTO Y
      *    MISMA TARJETA DE PARAMETROS QUE PROGRA03).
       77  GP-DIAS-SUSPENSO-LIMITE     PIC 9(3) VALUE 7.
               THRU 4000-RESUMIR-INTEGRIDAD-EXIT.
           PERFORM 5000-RESUMIR-SUSPENSO
               THRU 5000-RESUMIR-SUSPENSO-EXIT.
           PERFORM 5500-RESUMIR-ARRANQUES
               THRU 5500-RESUMIR-ARRANQUES-EXIT.
           PERFORM 6000-EMITIR-VEREDICTO
               THRU 6000-EMITIR-VEREDICTO-EXIT.
           PERFORM 9000-FINALIZAR
       5100-EXAMINAR-UN-SUSPENSO-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    5500-RESUMIR-ARRANQUES
      *    PASO 5: EL CONTROL DE ARRANQUE DE LOS PROGRAMAS DE
      *    ACTUALIZACION. LISTA LOS ARRANQUES DENEGADOS HOY (DIARIO
      *    RCHARR, OPCIONAL Y ACUMULATIVO: SOLO CUENTAN LOS DE LA
      *    FECHA DE HOY) Y EL ESTADO DEL BLOQUEO EXCLUSIVO DE
      *    ACTUALIZACION (REGISTRO 'BLOQUEO' DEL PUNTO DE CONTROL).
      *    UN ARRANQUE DENEGADO, O UN BLOQUEO RETENIDO DESDE UN DIA
      *    ANTERIOR (CADUCADO: SU TITULAR SE INTERRUMPIO Y NO HA
      *    VUELTO A EJECUTARSE), PASAN EL VEREDICTO A REVISAR. UN
      *    BLOQUEO RETENIDO HOY SE SENALA SIN FORZAR LA REVISION (UNA
      *    ACTUALIZACION INTRADIA PUEDE ESTAR EN MARCHA).
      *----------------------------------------------------------------
       5500-RESUMIR-ARRANQUES.
           MOVE SPACES TO RES-SECCION.
           MOVE 'PASO 5 - CONTROL DE ARRANQUE DE LA CADENA'
               TO RES-S-TEXTO.
           WRITE RES-SECCION.
           OPEN INPUT RCHARR.
           IF RAR-ST NOT = '00' AND RAR-ST NOT = '05'
               SET GP-FIN-RCHARR TO TRUE
           ELSE
               PERFORM 5510-EXAMINAR-UN-ARRANQUE
                   THRU 5510-EXAMINAR-UN-ARRANQUE-EXIT
                   UNTIL GP-FIN-RCHARR
               CLOSE RCHARR
           END-IF.
           MOVE 'ARRANQUES DENEGADOS HOY' TO RES-ETIQUETA.
           MOVE GP-ARRANQUES-DENEGADOS TO RES-VALOR.
           WRITE RES-LIN.
           IF GP-ARRANQUES-DENEGADOS > 0
               SET GP-VEREDICTO-REVISAR TO TRUE
           END-IF.
           MOVE GP-CLAVE-BLOQUEO TO CHK-PROGRAMA.
           PERFORM 1200-LEER-PUNTO-CONTROL
               THRU 1200-LEER-PUNTO-CONTROL-EXIT.
           MOVE SPACES TO RES-TXT.
           MOVE 'BLOQUEO DE ACTUALIZACION' TO RES-T-ETIQUETA.
           IF NOT GP-EXISTE-REGISTRO
               OR NOT CHK-EN-CURSO
               MOVE 'LIBRE' TO RES-T-TEXTO
               WRITE RES-TXT
               GO TO 5500-RESUMIR-ARRANQUES-EXIT
           END-IF.
           IF CHK-FECHA-EJECUCION < GP-FECHA-HOY
               MOVE '*** CADUCADO ***' TO RES-T-TEXTO
               SET GP-VEREDICTO-REVISAR TO TRUE
           ELSE
               MOVE 'RETENIDO HOY' TO RES-T-TEXTO
           END-IF.
           WRITE RES-TXT.
           MOVE 'TITULAR DEL BLOQUEO' TO RES-T-ETIQUETA.
           MOVE CHK-SISTEMA-ORIGEN TO RES-T-TEXTO.
           WRITE RES-TXT.
           MOVE 'FECHA EN QUE SE TOMO EL BLOQUEO' TO RES-T-ETIQUETA.
           MOVE CHK-FECHA-EJECUCION(1:4) TO GP-FE-CCYY.
           MOVE CHK-FECHA-EJECUCION(5:2) TO GP-FE-MM.
           MOVE CHK-FECHA-EJECUCION(7:2) TO GP-FE-DD.
           MOVE GP-FECHA-EDITADA TO RES-T-TEXTO.
           WRITE RES-TXT.
       5500-RESUMIR-ARRANQUES-EXIT.
           EXIT.

       5510-EXAMINAR-UN-ARRANQUE.
           READ RCHARR INTO RCHARR-REG
               AT END
                   SET GP-FIN-RCHARR TO TRUE
                   GO TO 5510-EXAMINAR-UN-ARRANQUE-EXIT
           END-READ.
           IF RAR-FECHA NOT = GP-FECHA-HOY
               GO TO 5510-EXAMINAR-UN-ARRANQUE-EXIT
           END-IF.
           ADD 1 TO GP-ARRANQUES-DENEGADOS.
           MOVE SPACES TO RES-DEN.
           MOVE RAR-PROGRAMA TO RES-D-PROGRAMA.
           DIVIDE RAR-HORA BY 100 GIVING GP-HORA-DENEGACION.
           MOVE GP-HORA-DENEGACION TO RES-D-HORA.
           EVALUATE TRUE
               WHEN RAR-MOTIVO-DEPENDENCIA
                   MOVE 'DEPENDENCIA' TO RES-D-MOTIVO
               WHEN RAR-MOTIVO-BLOQUEO
                   MOVE 'BLOQUEO' TO RES-D-MOTIVO
               WHEN RAR-MOTIVO-FICHERO
                   MOVE 'FICHERO CTL' TO RES-D-MOTIVO
               WHEN OTHER
                   MOVE RAR-MOTIVO TO RES-D-MOTIVO
           END-EVALUATE.
           MOVE RAR-CAUSANTE TO RES-D-CAUSANTE.
           MOVE RAR-ESTADO TO RES-D-ESTADO.
           MOVE RAR-FECHA-CAUSANTE TO RES-D-FECHA.
           WRITE RES-DEN.
       5510-EXAMINAR-UN-ARRANQUE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    6000-EMITIR-VEREDICTO
      *----------------------------------------------------------------
