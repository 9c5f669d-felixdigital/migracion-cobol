      *                  PASADA DE PROPUESTA, Y QUE EL MISMO PROGRAMA
      *                  APLICA EN LA PASADA DE BAJA UNA VEZ FIRMADO.
      *                  FORMATO FIJO (MISMO PATRON QUE PEDSUG): UN
      *                  DETALLE ('D') POR LOTE CADUCADO, AGRUPADO
      *                  POR CATEGORIA/PROVEEDOR, UN TOTAL ('T') POR
      *                  CATEGORIA Y UN TOTAL GENERAL ('G') AL FINAL.
      *                  EL VISTO BUENO SE DA MARCANDO CON 'S' EL
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-09-02   RGV    CREACION ORIGINAL.
      *    2026-10-15   RGV    EL DETALLE PASA A SER POR LOTE
      *                        CADUCADO: SE ANADEN LA UBICACION Y EL
      *                        NUMERO DE LOTE (LOTE.cpy). UN DETALLE
      *                        CON LOTE A CEROS ES UN PRODUCTO SIN
      *                        LOTES Y SE DA DE BAJA COMPLETO, COMO
      *                        ANTES. REGISTRO DE 45 A 65 POSICIONES.
      *    2026-10-15   RGV    VALOR A COSTE MEDIO DEL DETALLE
      *                        (BJA-COSTE) Y DE LOS TOTALES
      *                        (BJA-TOT-COSTE), TOMADOS DEL FILLER. LA
      *                        LONGITUD DEL REGISTRO NO CAMBIA.
      *----------------------------------------------------------------
       01  BAJASTK-REG.
           05  BJA-TIPO-REG            PIC X(1).
               88  BJA-TOTAL-PROVEEDOR        VALUE 'T'.
               88  BJA-TOTAL-GENERAL          VALUE 'G'.
           05  BJA-CATEGORIA           PIC X(4).
           05  BJA-DATOS               PIC X(60).
           05  BJA-DATOS-DETALLE REDEFINES BJA-DATOS.
               10  BJA-ID              PIC 9(6).
               10  BJA-CANTIDAD        PIC 9(6).
               10  BJA-VALOR           PIC S9(9)V9(2).
               10  BJA-IND-APROBADO    PIC X(1).
                   88  BJA-APROBADO           VALUE 'S'.
               10  BJA-UBICACION       PIC X(3).
               10  BJA-LOTE            PIC 9(11).
               10  BJA-COSTE           PIC S9(9)V9(2).
               10  FILLER              PIC X(3).
           05  BJA-DATOS-TOTAL REDEFINES BJA-DATOS.
               10  BJA-TOT-LINEAS      PIC 9(6).
               10  BJA-TOT-CANTIDAD    PIC 9(11).
               10  BJA-TOT-VALOR       PIC S9(11)V9(2).
               10  BJA-TOT-COSTE       PIC S9(11)V9(2).
               10  FILLER              PIC X(17).
