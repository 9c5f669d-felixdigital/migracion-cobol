      *                  SISTEMA DE TPV/ETIQUETADO. SE EJECUTA COMO
      *                  PASO POSTERIOR A LA CARGA (PROGRA01): LEE EL
      *                  HISTORICO DE VARIACIONES DE PRECIO DEL DIA
      *                  (HISTPRECI, DONDE LA CARGA, LAS CORRECCIONES
      *                  MANUALES DE PROGRA16 Y LOS PRECIOS
      *                  PROGRAMADOS DE PROGRA28 ANOTAN CADA CAMBIO CON
      *                  PRECIO ANTERIOR Y NUEVO), COMPLETA CADA
      *                  CAMBIO CON LA DESCRIPCION, LA CATEGORIA Y EL
      *                  ESTADO DEL PRODUCTO EN EL MAESTRO SALIDA, Y
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-09-02   RGV    CREACION ORIGINAL.
      *    2026-10-15   RGV    SE EJECUTA DESPUES DEL PROCESO DE
      *                        PRECIOS PROGRAMADOS (PROGRA28), QUE
      *                        ANOTA EN HISTPRECI LOS CAMBIOS Y FINES
      *                        DE PROMOCION DEL DIA SIGUIENTE CON ESA
      *                        FECHA DE PROCESO; SE ENVIAN CON ELLA
      *                        COMO FECHA DE EFECTO, LA NOCHE ANTERIOR.
      *                        SIN CAMBIOS DE CODIGO.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA18.
