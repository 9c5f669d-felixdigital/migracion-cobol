      *----------------------------------------------------------------
      *    COPYBOOK    : MOVCTA.cpy
      *    DESCRIPCION : LAYOUT DEL FICHERO DE MOVIMIENTOS DE
      *                  MANTENIMIENTO DEL MAESTRO DE CUENTAS CONTABLES
      *                  (CUENTA.cpy), ENTRADA DE PROGRA24. EN UNA
      *                  MODIFICACION, LOS CAMPOS DE DATOS EN BLANCO
      *                  SIGNIFICAN "CONSERVAR EL VALOR ACTUAL DEL
      *                  MAESTRO" (MISMO CRITERIO QUE MOVCAT.cpy).
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  MOVCTA-REG.
           05  MCT-ACCION              PIC X(1).
               88  MCT-ALTA                   VALUE 'A'.
               88  MCT-MODIFICACION           VALUE 'M'.
               88  MCT-DESACTIVACION          VALUE 'D'.
           05  MCT-CLAVE.
               10  MCT-ORIGEN          PIC X(2).
      *            SOLO LOS ORIGENES CON EFECTO CONTABLE (VER
      *            AUD-ORIGEN-CONTABLE EN AUDITSAL.cpy).
                   88  MCT-ORIGEN-CONTABLE    VALUE 'MA' 'RC' 'BJ'.
               10  MCT-CATEGORIA       PIC X(4).
           05  MCT-DESCRIPCION         PIC X(30).
           05  MCT-CTA-EXISTENCIAS     PIC X(10).
           05  MCT-CTA-CONTRAPARTIDA   PIC X(10).
           05  MCT-IND-ESTADO          PIC X(1).
           05  FILLER                  PIC X(22).
