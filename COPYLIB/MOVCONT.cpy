      *----------------------------------------------------------------
      *    COPYBOOK    : MOVCONT.cpy
      *    DESCRIPCION : LAYOUT DEL FICHERO DE MOVIMIENTOS CONTABLES
      *                  DEL DIA. CADA PROCESO QUE APLICA AL MAESTRO
      *                  SALIDA UN CAMBIO DE EXISTENCIAS CON EFECTO
      *                  CONTABLE ANOTA AQUI UN REGISTRO POR CAMBIO,
      *                  JUNTO AL MOVIMIENTO DEL DIARIO DE AUDITORIA:
      *                  AJUSTES INTRADIA ('MA', PROGRA10), AJUSTES DE
      *                  RECUENTO APROBADOS ('RC', PROGRA13) Y BAJAS
      *                  APLICADAS ('BJ', PROGRA14). LOS CODIGOS DE
      *                  ORIGEN SON LOS DE AUD-ORIGEN (AUDITSAL.cpy).
      *                  EL FICHERO SE ABRE EN EXTENSION Y ACUMULA LOS
      *                  MOVIMIENTOS DE LA JORNADA; DE EL GENERA
      *                  PROGRA25 EL DIARIO CONTABLE (ASIENTO.cpy) Y
      *                  LO CONCILIA CON EL DIARIO DE AUDITORIA.
      *
      *                  LA CANTIDAD ES EL DELTA CON SIGNO APLICADO A
      *                  LAS EXISTENCIAS (NEGATIVO EN UNA PERDIDA) Y EL
      *                  IMPORTE, LA CANTIDAD VALORADA AL COSTE MEDIO
      *                  DEL PRODUCTO ANTES DEL CAMBIO (CERO SIN COSTE
      *                  CONOCIDO). LA REFERENCIA IDENTIFICA LA
      *                  TRANSACCION DE ORIGEN: FICHERO, FECHA Y
      *                  NUMERO (ORDINAL DEL REGISTRO EN MOVSTK O EN
      *                  CONTEO; EN BAJASTK, NUMERO DE LOTE, U ORDINAL
      *                  DEL DETALLE SI LA BAJA NO ES DE LOTE). LA CLAVE
      *                  DE AUDITORIA ES LA DEL MOVIMIENTO GRABADO EN
      *                  AUDITSAL POR EL MISMO CAMBIO.
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  MOVCONT-REG.
           05  MCO-FECHA-PROCESO       PIC 9(8).
           05  MCO-ORIGEN              PIC X(2).
               88  MCO-ORIGEN-AJUSTE          VALUE 'MA'.
               88  MCO-ORIGEN-RECUENTO        VALUE 'RC'.
               88  MCO-ORIGEN-BAJA            VALUE 'BJ'.
           05  MCO-ID                  PIC 9(6).
           05  MCO-UBICACION           PIC X(3).
           05  MCO-CATEGORIA           PIC X(4).
           05  MCO-CANTIDAD            PIC S9(7).
           05  MCO-COSTE-UNITARIO      PIC 9(4)V9(2).
           05  MCO-IMPORTE             PIC S9(11)V9(2).
           05  MCO-REFERENCIA.
               10  MCO-REF-FICHERO     PIC X(8).
               10  MCO-REF-FECHA       PIC 9(8).
               10  MCO-REF-NUMERO      PIC 9(11).
           05  MCO-AUD-CLAVE.
               10  MCO-AUD-ID          PIC 9(6).
               10  MCO-AUD-FECHA       PIC 9(8).
               10  MCO-AUD-SECUENCIA   PIC 9(4).
           05  FILLER                  PIC X(6).
