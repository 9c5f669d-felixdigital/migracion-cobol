      *----------------------------------------------------------------
      *    COPYBOOK    : PRECRET.cpy
      *    DESCRIPCION : LAYOUT DEL FICHERO DE PRECIOS RETENIDOS POR
      *                  PROMOCION. LA CARGA (PROGRA01) ANOTA AQUI
      *                  CADA PRODUCTO CUYO PRECIO DEL EXTRACTO NO SE
      *                  APLICA AL MAESTRO PORQUE TIENE UNA PROMOCION
      *                  VIGENTE EN EL FICHERO DE PRECIOS PROGRAMADOS
      *                  (PRECPROG.cpy), CON EL PRECIO DEL EXTRACTO,
      *                  EL DE LA PROMOCION Y EL PRECIO DE RETORNO
      *                  ANOTADO EN ESE MOMENTO. EL FICHERO ES DEL DIA
      *                  (SE CREA DE NUEVO EN CADA CARGA Y SE AMPLIA
      *                  AL REANUDARLA, COMO LOS DEMAS FICHEROS DE
      *                  TRABAJO DE LA CARGA); LO LISTA EL PROCESO DE
      *                  PRECIOS PROGRAMADOS (PROGRA28), QUE TOMA EL
      *                  PRECIO DEL EXTRACTO COMO NUEVO PRECIO DE
      *                  RETORNO DE LA PROMOCION SI DIFIERE DEL
      *                  ANOTADO.
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  PRECRET-REG.
           05  PRR-ID                  PIC 9(6).
           05  PRR-DESC                PIC X(35).
           05  PRR-PRECIO-ENTRADA      PIC 9(4)V9(2).
           05  PRR-PRECIO-PROMOCION    PIC 9(4)V9(2).
           05  PRR-PRECIO-RETORNO      PIC 9(4)V9(2).
      *    CLAVE DE LA PROMOCION VIGENTE EN PRECPROG Y SU ULTIMO DIA.
           05  PRR-FECHA-DESDE         PIC 9(8).
           05  PRR-FECHA-HASTA         PIC 9(8).
           05  PRR-FECHA-PROCESO       PIC 9(8).
           05  FILLER                  PIC X(7).
