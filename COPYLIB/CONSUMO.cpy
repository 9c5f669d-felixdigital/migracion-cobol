      *----------------------------------------------------------------
      *    COPYBOOK    : CONSUMO.cpy
      *    DESCRIPCION : LAYOUT DEL HISTORICO DE CONSUMO DIARIO
      *                  (FICHERO INDEXADO, CLAVE COMPUESTA
      *                  IDENTIFICADOR DE PRODUCTO + UBICACION + FECHA
      *                  DE PROCESO). LO ALIMENTA PROGRA10 CON LAS
      *                  SALIDAS A PLANTA ('S') QUE APLICA: UN
      *                  REGISTRO POR PRODUCTO, UBICACION Y DIA, CON
      *                  LAS UNIDADES SALIDAS ACUMULADAS Y EL NUMERO
      *                  DE MOVIMIENTOS QUE LAS FORMAN. LO LEE EL
      *                  RECALCULO PERIODICO DEL NIVEL CRITICO
      *                  (PROGRA20) PARA OBTENER EL CONSUMO MEDIO
      *                  DIARIO Y SU VARIABILIDAD. LA UBICACION EN
      *                  BLANCO DEL MOVIMIENTO SE ANOTA COMO 'CEN',
      *                  MISMO CRITERIO QUE STKUBI.
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  CONSUMO-REG.
           05  CNS-CLAVE.
               10  CNS-ID              PIC 9(6).
               10  CNS-UBICACION       PIC X(3).
               10  CNS-FECHA           PIC 9(8).
           05  CNS-CANTIDAD            PIC 9(9).
           05  CNS-MOVIMIENTOS         PIC 9(5).
           05  FILLER                  PIC X(9).
