      *----------------------------------------------------------------
      *    COPYBOOK    : HISTPER.cpy
      *    DESCRIPCION : LAYOUT DEL HISTORICO DE PERIODOS CERRADOS
      *                  (FICHERO INDEXADO, CLAVE PERIODO AAAAMM + TIPO
      *                  DE REGISTRO + PRODUCTO + UBICACION +
      *                  SECUENCIA). LO GRABA EL CIERRE DE PERIODO
      *                  (PROGRA26): LA FOTO DEL MAESTRO SALIDA ('P',
      *                  UN REGISTRO POR PRODUCTO CON SUS EXISTENCIAS,
      *                  COSTE MEDIO Y CATEGORIA), DE STKUBI ('U', UNO
      *                  POR PRODUCTO Y UBICACION) Y DE LOS TRASLADOS
      *                  EN TRANSITO ('T', UNO POR TRASLADO: UBICACION
      *                  DE DESTINO Y NUMERO DE TRASLADO COMO
      *                  SECUENCIA), LOS MOVIMIENTOS DEL PERIODO
      *                  TRASLADADOS DESDE EL DIARIO DE EXISTENCIAS
      *                  ('M', MOVEXI.cpy, CON SU ORDINAL COMO
      *                  SECUENCIA) Y, EN ULTIMO LUGAR, EL REGISTRO DE
      *                  CIERRE ('C', PRODUCTO, UBICACION Y SECUENCIA A
      *                  CERO) CON LA FECHA Y LOS TOTALES DEL CIERRE.
      *                  EL REGISTRO DE CIERRE BLOQUEA EL PERIODO: UN
      *                  PERIODO CON REGISTRO 'C' NO SE VUELVE A CERRAR
      *                  NI SE REESCRIBE, Y LA FOTO DE UN PERIODO ES LA
      *                  EXISTENCIA INICIAL DEL SIGUIENTE.
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  HISTPER-REG.
           05  HPE-CLAVE.
               10  HPE-PERIODO         PIC 9(6).
               10  HPE-TIPO-REG        PIC X(1).
                   88  HPE-CIERRE             VALUE 'C'.
                   88  HPE-MOVIMIENTO         VALUE 'M'.
                   88  HPE-PRODUCTO           VALUE 'P'.
                   88  HPE-TRANSITO           VALUE 'T'.
                   88  HPE-UBICACION-STK      VALUE 'U'.
               10  HPE-ID              PIC 9(6).
               10  HPE-UBICACION       PIC X(3).
               10  HPE-SECUENCIA       PIC 9(8).
           05  HPE-DATOS               PIC X(60).
      *    FOTO DE EXISTENCIAS ('P', 'U' Y 'T'). LA CATEGORIA, EL
      *    COSTE MEDIO Y EL ESTADO SOLO SE INFORMAN EN 'P'.
           05  HPE-DATOS-SALDO REDEFINES HPE-DATOS.
               10  HPE-FECHA           PIC 9(8).
               10  HPE-CATEGORIA       PIC X(4).
               10  HPE-CANTIDAD        PIC S9(9).
               10  HPE-COSTE-MEDIO     PIC 9(4)V9(2).
               10  HPE-IND-ESTADO      PIC X(1).
               10  FILLER              PIC X(32).
      *    MOVIMIENTO DEL PERIODO ('M').
           05  HPE-DATOS-MOVIMIENTO REDEFINES HPE-DATOS.
               10  HPE-MOV-FECHA       PIC 9(8).
               10  HPE-MOV-ORIGEN      PIC X(2).
               10  HPE-MOV-CANTIDAD    PIC S9(9).
               10  HPE-MOV-PROGRAMA    PIC X(8).
               10  HPE-MOV-REF-NUMERO  PIC 9(11).
               10  FILLER              PIC X(22).
      *    REGISTRO DE CIERRE ('C').
           05  HPE-DATOS-CIERRE REDEFINES HPE-DATOS.
               10  HPE-CIE-FECHA       PIC 9(8).
               10  HPE-CIE-PRODUCTOS   PIC 9(9).
               10  HPE-CIE-UBICACIONES PIC 9(9).
               10  HPE-CIE-TRASLADOS   PIC 9(9).
               10  HPE-CIE-MOVIMIENTOS PIC 9(9).
               10  HPE-CIE-DIFERENCIAS PIC 9(9).
               10  FILLER              PIC X(7).
