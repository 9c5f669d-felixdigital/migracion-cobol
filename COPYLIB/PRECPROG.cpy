      *----------------------------------------------------------------
      *    COPYBOOK    : PRECPROG.cpy
      *    DESCRIPCION : LAYOUT DEL FICHERO DE PRECIOS PROGRAMADOS
      *                  (FICHERO INDEXADO, CLAVE COMPUESTA
      *                  IDENTIFICADOR DE PRODUCTO + FECHA DE INICIO
      *                  DE VIGENCIA). CADA ENTRADA FIJA UN PRECIO
      *                  NUEVO PARA EL PRODUCTO DESDE UNA FECHA; SI
      *                  LLEVA FECHA FINAL ES UNA PROMOCION Y, PASADO
      *                  ESE DIA, EL PRODUCTO VUELVE AL PRECIO QUE
      *                  TENIA AL EMPEZAR (PRECIO DE RETORNO); SIN
      *                  FECHA FINAL (CERO) ES UN CAMBIO PERMANENTE.
      *                  LAS ALTAS Y ANULACIONES ENTRAN POR EL FICHERO
      *                  DE TARJETAS PRECALT (PRECALT.cpy) Y EL
      *                  PROCESO DIARIO DE PRECIOS PROGRAMADOS
      *                  (PROGRA28) APLICA LAS ENTRADAS QUE VENCEN Y
      *                  RESTAURA LAS PROMOCIONES QUE TERMINAN. LA
      *                  CARGA (PROGRA01) CONSULTA LAS PROMOCIONES
      *                  VIGENTES PARA NO PISAR SU PRECIO CON EL DEL
      *                  EXTRACTO.
      *                  CICLO DE VIDA DE UNA ENTRADA: PENDIENTE (' ')
      *                  -> VIGENTE ('A', PROMOCION APLICADA) ->
      *                  RESTAURADA ('R'), O PENDIENTE -> FIJADA ('F',
      *                  CAMBIO PERMANENTE APLICADO); UNA ENTRADA
      *                  PENDIENTE PUEDE QUEDAR ANULADA ('X') POR
      *                  TARJETA, POR VENCER SIN HABERSE APLICADO O
      *                  POR NO EXISTIR EL PRODUCTO. EL PRECIO DE
      *                  RETORNO SE ANOTA AL APLICAR LA PROMOCION Y SE
      *                  ACTUALIZA SI, MIENTRAS DURA, LLEGA UN PRECIO
      *                  NUEVO DEL SISTEMA ORIGEN O VENCE UN CAMBIO
      *                  PERMANENTE DEL MISMO PRODUCTO.
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  PRECPROG-REG.
           05  PPR-CLAVE.
               10  PPR-ID              PIC 9(6).
               10  PPR-FECHA-DESDE     PIC 9(8).
      *    ULTIMO DIA DE LA PROMOCION (CERO = CAMBIO PERMANENTE).
           05  PPR-FECHA-HASTA         PIC 9(8).
               88  PPR-PERMANENTE             VALUE ZERO.
           05  PPR-PRECIO-NUEVO        PIC 9(4)V9(2).
           05  PPR-IND-ESTADO          PIC X(1).
               88  PPR-PENDIENTE              VALUE ' '.
               88  PPR-VIGENTE                VALUE 'A'.
               88  PPR-FIJADO                 VALUE 'F'.
               88  PPR-RESTAURADO             VALUE 'R'.
               88  PPR-ANULADO                VALUE 'X'.
      *    PRECIO AL QUE VUELVE EL PRODUCTO AL TERMINAR LA PROMOCION.
           05  PPR-PRECIO-ANTERIOR     PIC 9(4)V9(2).
      *    FECHA DE EFECTO CON QUE SE APLICO (0 = NO APLICADA) Y
      *    FECHA DE EFECTO CON QUE SE CERRO LA ENTRADA.
           05  PPR-FECHA-APLICACION    PIC 9(8).
           05  PPR-FECHA-FIN-REAL      PIC 9(8).
           05  PPR-CAMPANA             PIC X(12).
           05  FILLER                  PIC X(17).
