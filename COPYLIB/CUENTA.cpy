      *----------------------------------------------------------------
      *    COPYBOOK    : CUENTA.cpy
      *    DESCRIPCION : LAYOUT DEL MAESTRO DE CUENTAS CONTABLES DE LOS
      *                  MOVIMIENTOS DE EXISTENCIAS (FICHERO INDEXADO,
      *                  CLAVE CTA-CLAVE: ORIGEN DEL MOVIMIENTO, CON
      *                  LOS CODIGOS DE AUD-ORIGEN, Y CATEGORIA DEL
      *                  PRODUCTO). CADA ENTRADA DA LA CUENTA DE
      *                  EXISTENCIAS Y LA DE CONTRAPARTIDA (PERDIDAS O
      *                  GANANCIAS) CON QUE SE CONTABILIZA EL
      *                  MOVIMIENTO. LA CATEGORIA '****' ES LA CUENTA
      *                  POR DEFECTO DEL ORIGEN, PARA LAS CATEGORIAS
      *                  SIN ENTRADA PROPIA. SE MANTIENE CON PROGRA24
      *                  Y LO USA EL DIARIO CONTABLE (PROGRA25).
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  CUENTA-REG.
           05  CTA-CLAVE.
               10  CTA-ORIGEN          PIC X(2).
               10  CTA-CATEGORIA       PIC X(4).
                   88  CTA-CATEGORIA-DEFECTO  VALUE '****'.
           05  CTA-DESCRIPCION         PIC X(30).
           05  CTA-CTA-EXISTENCIAS     PIC X(10).
           05  CTA-CTA-CONTRAPARTIDA   PIC X(10).
           05  CTA-IND-ESTADO          PIC X(1).
               88  CTA-ACTIVA                 VALUE 'A'.
               88  CTA-INACTIVA               VALUE 'I'.
           05  FILLER                  PIC X(23).
