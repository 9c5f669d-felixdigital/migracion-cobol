      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-09-02   RGV    CREACION ORIGINAL.
      *    2026-10-15   RGV    COSTE UNITARIO DE COMPRA DE LA
      *                        RECEPCION (CNF-COSTE), 6 BYTES DEL
      *                        FILLER. EN BLANCO O CERO NO SE TOCA EL
      *                        COSTE MEDIO DEL MAESTRO.
      *----------------------------------------------------------------
       01  CONFPED-REG.
           05  CNF-TIPO                PIC X(1).
           05  CNF-CANTIDAD REDEFINES CNF-CANTIDAD-X
                                       PIC 9(7).
           05  CNF-FECHA               PIC 9(8).
           05  CNF-COSTE-X             PIC X(6).
           05  CNF-COSTE REDEFINES CNF-COSTE-X
                                       PIC 9(4)V9(2).
           05  FILLER                  PIC X(9).
