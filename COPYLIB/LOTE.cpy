      *----------------------------------------------------------------
      *    COPYBOOK    : LOTE.cpy
      *    DESCRIPCION : LAYOUT DEL FICHERO DE LOTES (FICHERO
      *                  INDEXADO, CLAVE COMPUESTA IDENTIFICADOR DE
      *                  PRODUCTO + UBICACION + NUMERO DE LOTE). CADA
      *                  ENTRADA DE MERCANCIA EN UNA UBICACION (LA
      *                  RECEPCION EN MUELLE DE PROGRA10, EL EXTRACTO
      *                  NOCTURNO DE PROGRA01, UN AJUSTE O RECUENTO AL
      *                  ALZA, LA LLEGADA DE UN TRASLADO) DA DE ALTA
      *                  UN LOTE CON SU PROPIA FECHA DE CADUCIDAD Y SU
      *                  CANTIDAD; LAS SALIDAS CONSUMEN PRIMERO EL
      *                  LOTE QUE ANTES CADUCA (FEFO). UN LOTE AGOTADO
      *                  SE ELIMINA DEL FICHERO. LA SUMA DE LOS LOTES
      *                  ABIERTOS ('A') DE UNA UBICACION CUADRA CON SU
      *                  STKUBI-STOCK; LOS LOTES EN TRANSITO ('T')
      *                  CUELGAN YA DE LA UBICACION DE DESTINO, CON EL
      *                  NUMERO DE TRASLADO QUE LOS LLEVA, Y SE ABREN
      *                  AL CONFIRMARSE LA RECEPCION (PROGRA11).
      *                  EL NUMERO DE LOTE ES LA FECHA DE ENTRADA MAS
      *                  UN SECUENCIAL DENTRO DEL DIA, DE MODO QUE NO
      *                  SE REPITE AUNQUE LOS LOTES AGOTADOS SE
      *                  ELIMINEN. LA CADUCIDAD EN BLANCO (PRODUCTO
      *                  SIN CADUCIDAD) SE CONSUME EN ULTIMO LUGAR.
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  LOTE-REG.
           05  LOT-CLAVE.
               10  LOT-ID              PIC 9(6).
               10  LOT-UBICACION       PIC X(3).
               10  LOT-NUMERO          PIC 9(11).
               10  LOT-NUMERO-R REDEFINES LOT-NUMERO.
                   15  LOT-NUM-FECHA   PIC 9(8).
                   15  LOT-NUM-SECUENCIA
                                       PIC 9(3).
           05  LOT-IND-ESTADO          PIC X(1).
               88  LOT-ABIERTO                VALUE 'A'.
               88  LOT-EN-TRANSITO            VALUE 'T'.
           05  LOT-CADUCIDAD           PIC X(8).
           05  LOT-CANTIDAD            PIC S9(6).
           05  LOT-CANTIDAD-INICIAL    PIC 9(6).
           05  LOT-ORIGEN              PIC X(1).
               88  LOT-ORIGEN-RECEPCION       VALUE 'R'.
               88  LOT-ORIGEN-EXTRACTO        VALUE 'E'.
               88  LOT-ORIGEN-AJUSTE          VALUE 'A'.
               88  LOT-ORIGEN-RECUENTO        VALUE 'C'.
               88  LOT-ORIGEN-TRASLADO        VALUE 'T'.
           05  LOT-TRASLADO            PIC 9(8).
           05  FILLER                  PIC X(10).
