      *----------------------------------------------------------------
      *    COPYBOOK    : RCHARR.cpy
      *    DESCRIPCION : LAYOUT DEL DIARIO DE ARRANQUES DENEGADOS
      *                  (FICHERO SECUENCIAL ACUMULATIVO, ABIERTO EN
      *                  EXTENSION Y CREADO EN LA PRIMERA ANOTACION).
      *                  CADA PROGRAMA DE ACTUALIZACION CONTROLADO
      *                  ANOTA AQUI UN REGISTRO POR CADA MOTIVO QUE LE
      *                  IMPIDE ARRANCAR: UN PREDECESOR DE LA TABLA DE
      *                  DEPENDENCIAS (DEPENDE.cpy) EN CURSO O NO
      *                  COMPLETO ('D'), EL BLOQUEO DE ACTUALIZACION
      *                  RETENIDO POR OTRO PROGRAMA ('B') O EL FICHERO
      *                  DE PUNTOS DE CONTROL NO DISPONIBLE ('F'). EL
      *                  CAUSANTE ES EL PREDECESOR O EL PROGRAMA QUE
      *                  RETIENE EL BLOQUEO, CON SU ESTADO Y LA FECHA
      *                  DE SU REGISTRO EN CHECKPT. EL RESUMEN
      *                  NOCTURNO (PROGRA19) LISTA LOS DEL DIA.
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  RCHARR-REG.
           05  RAR-FECHA               PIC 9(8).
           05  RAR-HORA                PIC 9(8).
           05  RAR-PROGRAMA            PIC X(8).
           05  RAR-MOTIVO              PIC X(1).
               88  RAR-MOTIVO-DEPENDENCIA     VALUE 'D'.
               88  RAR-MOTIVO-BLOQUEO         VALUE 'B'.
               88  RAR-MOTIVO-FICHERO         VALUE 'F'.
           05  RAR-CAUSANTE            PIC X(8).
           05  RAR-ESTADO              PIC X(1).
           05  RAR-FECHA-CAUSANTE      PIC 9(8).
           05  FILLER                  PIC X(18).
