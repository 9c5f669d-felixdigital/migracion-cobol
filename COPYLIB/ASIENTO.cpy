      *----------------------------------------------------------------
      *    COPYBOOK    : ASIENTO.cpy
      *    DESCRIPCION : LAYOUT DEL FICHERO DE INTERFAZ DEL DIARIO
      *                  CONTABLE HACIA EL SISTEMA DE CONTABILIDAD
      *                  GENERAL, GENERADO POR PROGRA25 A PARTIR DE LOS
      *                  MOVIMIENTOS CONTABLES DEL DIA (MOVCONT.cpy).
      *                  FORMATO FIJO, MISMA IDEA QUE PRECPOS: UN
      *                  REGISTRO DE CABECERA ('C', FECHA CONTABLE Y
      *                  SISTEMA GENERADOR), DOS LINEAS ('D') POR
      *                  ASIENTO, UNA AL DEBE Y OTRA AL HABER POR EL
      *                  MISMO IMPORTE, Y UN TOTAL GENERAL ('G') DE
      *                  CUADRE AL FINAL. CADA LINEA LLEVA LA CUENTA
      *                  DEL ORIGEN Y LA CATEGORIA DEL MOVIMIENTO
      *                  (CUENTA.cpy), EL IMPORTE, SIEMPRE POSITIVO, Y
      *                  LA REFERENCIA DE LA TRANSACCION DE ORIGEN.
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  ASIENTO-REG.
           05  ASI-TIPO-REG            PIC X(1).
               88  ASI-CABECERA               VALUE 'C'.
               88  ASI-DETALLE                VALUE 'D'.
               88  ASI-TOTAL-GENERAL          VALUE 'G'.
           05  ASI-DATOS               PIC X(79).
           05  ASI-DATOS-CABECERA REDEFINES ASI-DATOS.
               10  ASI-CAB-FECHA       PIC 9(8).
               10  ASI-CAB-SISTEMA     PIC X(8).
               10  FILLER              PIC X(63).
           05  ASI-DATOS-DETALLE REDEFINES ASI-DATOS.
               10  ASI-NUMERO          PIC 9(6).
               10  ASI-LINEA           PIC 9(2).
               10  ASI-CUENTA          PIC X(10).
               10  ASI-DEBE-HABER      PIC X(1).
                   88  ASI-DEBE               VALUE 'D'.
                   88  ASI-HABER              VALUE 'H'.
               10  ASI-IMPORTE         PIC 9(11)V9(2).
               10  ASI-ORIGEN          PIC X(2).
               10  ASI-CATEGORIA       PIC X(4).
               10  ASI-ID              PIC 9(6).
               10  ASI-REFERENCIA.
                   15  ASI-REF-FICHERO PIC X(8).
                   15  ASI-REF-FECHA   PIC 9(8).
                   15  ASI-REF-NUMERO  PIC 9(11).
               10  FILLER              PIC X(8).
           05  ASI-DATOS-TOTAL REDEFINES ASI-DATOS.
               10  ASI-TOT-ASIENTOS    PIC 9(6).
               10  ASI-TOT-LINEAS      PIC 9(6).
               10  ASI-TOT-DEBE        PIC 9(13)V9(2).
               10  ASI-TOT-HABER       PIC 9(13)V9(2).
               10  FILLER              PIC X(37).
