      *----------------------------------------------------------------
      *    COPYBOOK    : PRECALT.cpy
      *    DESCRIPCION : LAYOUT DEL FICHERO DE TARJETAS DE PRECIOS
      *                  PROGRAMADOS, ENTRADA DE PROGRA28. UNA TARJETA
      *                  DE ALTA ('A') PROGRAMA UN PRECIO NUEVO PARA
      *                  EL PRODUCTO DESDE LA FECHA INDICADA, CON
      *                  FECHA FINAL OPCIONAL (EN BLANCO O CERO =
      *                  CAMBIO PERMANENTE; INFORMADA = PROMOCION,
      *                  CUYO ULTIMO DIA ES ESA FECHA). UNA TARJETA DE
      *                  ANULACION ('B') SE EMPAREJA CON LA ENTRADA
      *                  POR PRODUCTO Y FECHA DE INICIO: SI AUN ESTA
      *                  PENDIENTE SE ANULA, Y SI ES UNA PROMOCION YA
      *                  VIGENTE SE DA POR TERMINADA, RESTAURANDOSE EL
      *                  PRECIO EN LA MISMA EJECUCION. LOS CAMPOS
      *                  NUMERICOS SE DECLARAN ALFANUMERICOS CON
      *                  REDEFINES PARA VALIDARLOS ANTES DE USARLOS
      *                  (MISMO CRITERIO QUE CORRSAL.cpy).
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  PRECALT-REG.
           05  PAL-TIPO                PIC X(1).
               88  PAL-ALTA                   VALUE 'A'.
               88  PAL-ANULACION              VALUE 'B'.
           05  PAL-ID-X                PIC X(6).
           05  PAL-ID REDEFINES PAL-ID-X
                                       PIC 9(6).
           05  PAL-FECHA-DESDE-X       PIC X(8).
           05  PAL-FECHA-DESDE REDEFINES PAL-FECHA-DESDE-X
                                       PIC 9(8).
           05  PAL-FECHA-HASTA-X       PIC X(8).
           05  PAL-FECHA-HASTA REDEFINES PAL-FECHA-HASTA-X
                                       PIC 9(8).
           05  PAL-PRECIO-X            PIC X(6).
           05  PAL-PRECIO REDEFINES PAL-PRECIO-X
                                       PIC 9(4)V9(2).
           05  PAL-CAMPANA             PIC X(12).
           05  FILLER                  PIC X(39).
