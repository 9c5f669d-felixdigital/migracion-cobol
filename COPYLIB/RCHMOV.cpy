      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-09-02   RGV    CREACION ORIGINAL.
      *    2026-10-15   RGV    MOTIVO 07 (CADUCIDAD DEL LOTE NO
      *                        VALIDA) Y CADUCIDAD ORIGINAL DE LA
      *                        RECEPCION (RCM-CADUCIDAD).
      *    2026-10-15   RGV    MOTIVO 08 (COSTE UNITARIO NO VALIDO) Y
      *                        COSTE ORIGINAL DE LA RECEPCION
      *                        (RCM-COSTE).
      *----------------------------------------------------------------
       01  RCHMOV-REG.
           05  RCM-ID                  PIC X(6).
               88  RCM-PRODUCTO-INEXISTENTE   VALUE 04.
               88  RCM-UBI-SIN-EXISTENCIAS    VALUE 05.
               88  RCM-EXISTENCIAS-INSUF      VALUE 06.
               88  RCM-CADUCIDAD-INVALIDA     VALUE 07.
               88  RCM-COSTE-INVALIDO         VALUE 08.
           05  RCM-DESC-MOTIVO         PIC X(30).
           05  RCM-TIPO                PIC X(1).
           05  RCM-UBICACION           PIC X(3).
           05  RCM-CANTIDAD            PIC X(6).
           05  RCM-FECHA-PROCESO       PIC 9(8).
           05  FILLER                  PIC X(4).
           05  RCM-CADUCIDAD           PIC X(8).
           05  RCM-COSTE               PIC X(6).
