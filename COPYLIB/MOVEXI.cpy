      *----------------------------------------------------------------
      *    COPYBOOK    : MOVEXI.cpy
      *    DESCRIPCION : LAYOUT DEL DIARIO DE MOVIMIENTOS DE
      *                  EXISTENCIAS POR UBICACION DEL PERIODO ABIERTO.
      *                  CADA PROCESO QUE CAMBIA LAS EXISTENCIAS DE UNA
      *                  UBICACION (STKUBI) ANOTA AQUI UN REGISTRO POR
      *                  CAMBIO CON SU ORIGEN: CARGA NOCTURNA ('CN',
      *                  PROGRA01), MOVIMIENTO INTRADIA POR TIPO ('MR'
      *                  RECEPCION, 'MS' SALIDA A PLANTA, 'MA' AJUSTE,
      *                  PROGRA10), AJUSTE DE RECUENTO ('RC', PROGRA13),
      *                  BAJA ('BJ', PROGRA14) Y TRASLADO ENTRE
      *                  ALMACENES ('TR', PROGRA11: EL ENVIO DESCUENTA
      *                  DEL ORIGEN Y LA CONFIRMACION ABONA EN EL
      *                  DESTINO; ENTRE AMBOS LA CANTIDAD ESTA EN
      *                  TRANSITO). LOS CODIGOS SON LOS DE AUD-ORIGEN
      *                  (AUDITSAL.cpy) MAS EL DE TRASLADO, QUE NO
      *                  CAMBIA EL MAESTRO SALIDA.
      *                  EL FICHERO SE ABRE EN EXTENSION Y ACUMULA LOS
      *                  MOVIMIENTOS DESDE EL ULTIMO CIERRE DE PERIODO;
      *                  EL CIERRE (PROGRA26) LOS TRASLADA AL HISTORICO
      *                  DE PERIODOS (HISTPER.cpy) Y LO DEJA VACIO, DE
      *                  MODO QUE TODO LO ANOTADO DESPUES PERTENECE AL
      *                  PERIODO SIGUIENTE.
      *
      *                  LA CANTIDAD ES EL DELTA CON SIGNO APLICADO A
      *                  LAS EXISTENCIAS DE LA UBICACION (NEGATIVO EN
      *                  UNA SALIDA). LA REFERENCIA ES EL ORDINAL DEL
      *                  REGISTRO DE ENTRADA DEL PROGRAMA QUE LO ANOTA,
      *                  O EL NUMERO DE TRASLADO EN LOS TRASLADOS.
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *----------------------------------------------------------------
       01  MOVEXI-REG.
           05  MEX-FECHA-PROCESO       PIC 9(8).
           05  MEX-ORIGEN              PIC X(2).
               88  MEX-ORIGEN-CARGA           VALUE 'CN'.
               88  MEX-ORIGEN-RECEPCION       VALUE 'MR'.
               88  MEX-ORIGEN-SALIDA-PLANTA   VALUE 'MS'.
               88  MEX-ORIGEN-AJUSTE          VALUE 'MA'.
               88  MEX-ORIGEN-RECUENTO        VALUE 'RC'.
               88  MEX-ORIGEN-BAJA            VALUE 'BJ'.
               88  MEX-ORIGEN-TRASLADO        VALUE 'TR'.
           05  MEX-ID                  PIC 9(6).
           05  MEX-UBICACION           PIC X(3).
           05  MEX-CANTIDAD            PIC S9(7).
           05  MEX-PROGRAMA            PIC X(8).
           05  MEX-REF-NUMERO          PIC 9(11).
           05  FILLER                  PIC X(15).
