      *----------------------------------------------------------------
      *    COPYBOOK    : HISTPED.cpy
      *    DESCRIPCION : LAYOUT DEL HISTORICO DE PEDIDOS A PROVEEDOR
      *                  (FICHERO INDEXADO, CLAVE COMPUESTA
      *                  IDENTIFICADOR DE PRODUCTO + UBICACION + FECHA
      *                  DE PROPUESTA + SECUENCIA). LO ALIMENTA
      *                  PROGRA12 CON CADA RECEPCION QUE APLICA SOBRE
      *                  UN PEDIDO ABIERTO: UN REGISTRO PARCIAL ('P')
      *                  POR CADA ENTREGA QUE DEJA CANTIDAD PENDIENTE
      *                  Y UN REGISTRO FINAL ('C') CUANDO LA RECEPCION
      *                  CIERRA EL PEDIDO Y ESTE SALE DE PEDABIER. LA
      *                  PAREJA PRODUCTO/UBICACION SE REUTILIZA DE UN
      *                  PEDIDO A OTRO; LA FECHA DE PROPUESTA DISTINGUE
      *                  CADA PEDIDO Y LA SECUENCIA NUMERA SUS
      *                  RECEPCIONES. CADA REGISTRO LLEVA LAS FECHAS DE
      *                  PROPUESTA, CONFIRMACION Y RECEPCION, LA
      *                  CANTIDAD PEDIDA, LA RECIBIDA EN ESA ENTREGA,
      *                  LA RECIBIDA ACUMULADA DEL PEDIDO Y LA QUE
      *                  QUEDA PENDIENTE. LO LEE LA EVALUACION MENSUAL
      *                  DE PROVEEDORES (PROGRA22).
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  HISTPED-REG.
           05  HPD-CLAVE.
               10  HPD-ID              PIC 9(6).
               10  HPD-UBICACION       PIC X(3).
               10  HPD-FECHA-PROPUESTA PIC 9(8).
               10  HPD-SECUENCIA       PIC 9(3).
           05  HPD-IND-TIPO            PIC X(1).
               88  HPD-RECEPCION-PARCIAL      VALUE 'P'.
               88  HPD-RECEPCION-FINAL        VALUE 'C'.
           05  HPD-FECHA-CONFIRMA      PIC 9(8).
           05  HPD-FECHA-RECEPCION     PIC 9(8).
           05  HPD-CANTIDAD-PEDIDA     PIC 9(7).
           05  HPD-CANTIDAD-RECIBIDA   PIC 9(7).
           05  HPD-ACUM-RECIBIDO       PIC 9(7).
           05  HPD-CANTIDAD-PENDIENTE  PIC 9(7).
           05  FILLER                  PIC X(15).
