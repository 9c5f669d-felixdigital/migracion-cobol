      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-09-02   RGV    CREACION ORIGINAL.
      *    2026-10-15   RGV    SE ANADE LA CANTIDAD PEDIDA ORIGINAL
      *                        (PROPUESTA MAS AMPLIACIONES), TOMANDO
      *                        LOS 7 BYTES DEL FILLER: PAB-CANTIDAD
      *                        SOLO GUARDA LO PENDIENTE Y EL
      *                        HISTORICO DE PEDIDOS (HISTPED) NECESITA
      *                        LO PEDIDO PARA EL GRADO DE SERVICIO
      *                        DEL PROVEEDOR. EN LOS PEDIDOS ANTERIORES
      *                        AL CAMBIO EL CAMPO LLEGA EN BLANCO (NO
      *                        NUMERICO) Y SE TOMA LA CANTIDAD
      *                        PENDIENTE. AL CERRARSE, EL PEDIDO SE
      *                        BORRA DE ESTE FICHERO PERO QUEDA EN EL
      *                        HISTORICO.
      *----------------------------------------------------------------
       01  PEDABI-REG.
           05  PAB-CLAVE.
           05  PAB-CANTIDAD            PIC 9(7).
           05  PAB-FECHA-PROPUESTA     PIC 9(8).
           05  PAB-FECHA-CONFIRMA      PIC 9(8).
           05  PAB-CANTIDAD-PEDIDA     PIC 9(7).
