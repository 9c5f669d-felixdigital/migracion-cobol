      *                        DEL FILLER (MISMA IDEA QUE
      *                        PARAM-DIAS-RETENCION PARA EL
      *                        HISTORICO DE PRECIOS).
      *    2026-10-15   RGV    SE ANADEN LA VENTANA EN DIAS DEL
      *                        HISTORICO DE CONSUMO, EL PLAZO DE
      *                        ENTREGA DEL PROVEEDOR EN DIAS Y EL
      *                        FACTOR DE SEGURIDAD (DOS DECIMALES)
      *                        QUE APLICA EL RECALCULO DEL NIVEL
      *                        CRITICO DE PROGRA20 (CERO O NO
      *                        NUMERICO = VALOR POR DEFECTO DEL
      *                        PROGRAMA), TOMANDO 9 BYTES DEL FILLER.
      *    2026-10-15   RGV    SE ANADEN LOS DIAS DESDE LA PROPUESTA A
      *                        PARTIR DE LOS CUALES UN PEDIDO AUN
      *                        ABIERTO CUENTA COMO FUERA DE PLAZO EN LA
      *                        EVALUACION DE PROVEEDORES DE PROGRA22
      *                        (CERO O NO NUMERICO = VALOR POR DEFECTO
      *                        DEL PROGRAMA), TOMANDO 3 BYTES DEL
      *                        FILLER.
      *----------------------------------------------------------------
       01  PARAM-REG.
           05  PARAM-UMBRAL-VARIACION  PIC 9(3)V9(2).
           05  PARAM-DIAS-RETENCION    PIC 9(4).
           05  PARAM-DIAS-TRANSITO     PIC 9(3).
           05  PARAM-DIAS-RET-AUDIT    PIC 9(4).
           05  PARAM-DIAS-CONSUMO      PIC 9(3).
           05  PARAM-DIAS-ENTREGA      PIC 9(3).
           05  PARAM-FACTOR-SEGURIDAD  PIC 9(1)V9(2).
           05  PARAM-DIAS-PEDIDO       PIC 9(3).
           05  FILLER                  PIC X(45).
