      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-09-02   RGV    CREACION ORIGINAL.
      *    2026-10-15   RGV    FECHA DE CADUCIDAD DEL LOTE RECIBIDO
      *                        (MOV-CADUCIDAD) EN LAS RECEPCIONES.
      *    2026-10-15   RGV    COSTE UNITARIO DE COMPRA DE LA
      *                        RECEPCION (MOV-COSTE), CON EL QUE SE
      *                        RECALCULA EL COSTE MEDIO DEL MAESTRO.
      *----------------------------------------------------------------
       01  MOVSTK-REG.
           05  MOV-TIPO                PIC X(1).
           05  MOV-CANTIDAD-X          PIC X(6).
           05  MOV-CANTIDAD REDEFINES MOV-CANTIDAD-X
                                       PIC S9(6).
      *    CADUCIDAD (AAAAMMDD) DEL LOTE QUE ENTRA CON UNA RECEPCION
      *    'R'. EN BLANCO, EL LOTE TOMA LA CADUCIDAD DEL MAESTRO.
           05  MOV-CADUCIDAD           PIC X(8).
      *    COSTE UNITARIO DE COMPRA (9999,99 SIN SEPARADOR) DE UNA
      *    RECEPCION 'R'. EN BLANCO O CERO, LA RECEPCION NO ALTERA EL
      *    COSTE MEDIO DEL PRODUCTO.
           05  MOV-COSTE-X             PIC X(6).
           05  MOV-COSTE REDEFINES MOV-COSTE-X
                                       PIC 9(4)V9(2).
