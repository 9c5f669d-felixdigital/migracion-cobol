      *                  SALIDA (FICHERO INDEXADO, CLAVE COMPUESTA
      *                  IDENTIFICADOR DE PRODUCTO + FECHA DE PROCESO
      *                  + SECUENCIA). LOS PROGRAMAS QUE MODIFICAN EL
      *                  MAESTRO (PROGRA01, LOS MANTENIMIENTOS
      *                  PROGRA10/13/14/15/16 Y LOS PRECIOS
      *                  PROGRAMADOS DE PROGRA28) ESCRIBEN UN
      *                  REGISTRO POR CADA ALTA, MODIFICACION O
      *                  BAJA, CON LA IMAGEN COMPLETA DEL REGISTRO
      *                  SALIDA ANTES Y DESPUES DEL CAMBIO (LAYOUT
      *                  SALIDA.cpy, 80 BYTES). EN UN ALTA LA IMAGEN
      *                  ANTERIOR VIENE EN BLANCO, Y EN UNA BAJA
      *                  VIENE EN BLANCO LA IMAGEN NUEVA. LA
      *                  SECUENCIA DISTINGUE VARIOS MOVIMIENTOS DEL
      *                  MISMO PRODUCTO EN EL MISMO DIA: EL ESCRITOR
      *                  EMPIEZA EN 0001 Y AVANZA HASTA ENCONTRAR
      *                  CLAVE LIBRE. LA CONSULTA (PROGRA04) SE
      *                  POSICIONA POR PRODUCTO Y RANGO DE FECHAS, Y
      *                  LA DEPURACION CON ARCHIVO LA HACE PROGRA17.
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *                        (REORDENANDO SUS CAMPOS Y NUMERANDO LA
      *                        SECUENCIA) ANTES DE LA PRIMERA
      *                        EJECUCION CON ESTE FORMATO.
      *    2026-10-15   RGV    SE ANADE EL ORIGEN DEL CAMBIO
      *                        (AUD-ORIGEN): PROCESO Y TIPO DE
      *                        MOVIMIENTO QUE LO CAUSA. LO NECESITA LA
      *                        CONCILIACION DEL DIARIO CONTABLE
      *                        (PROGRA25) PARA SEPARAR LOS CAMBIOS CON
      *                        EFECTO CONTABLE. EL REGISTRO CRECE 2
      *                        BYTES; EL DIARIO EXISTENTE SE CONVIERTE
      *                        UNA SOLA VEZ, CON EL ORIGEN EN BLANCO
      *                        (DESCONOCIDO) EN LOS MOVIMIENTOS
      *                        ANTERIORES.
      *    2026-10-15   RGV    NUEVO ORIGEN 'PP': CAMBIO DE PRECIO
      *                        PROGRAMADO O FIN DE PROMOCION, APLICADO
      *                        POR EL PROCESO DE PRECIOS PROGRAMADOS
      *                        (PROGRA28). SIN EFECTO CONTABLE.
      *----------------------------------------------------------------
       01  AUDITSAL-REG.
           05  AUD-CLAVE.
               88  AUD-ALTA                   VALUE 'A'.
               88  AUD-MODIFICACION           VALUE 'M'.
               88  AUD-BAJA                   VALUE 'B'.
      *    ORIGEN DEL CAMBIO. EN BLANCO EN LOS MOVIMIENTOS GRABADOS
      *    ANTES DE EXISTIR EL CAMPO.
           05  AUD-ORIGEN              PIC X(2).
               88  AUD-ORIGEN-CARGA           VALUE 'CN'.
               88  AUD-ORIGEN-RECEPCION       VALUE 'MR'.
               88  AUD-ORIGEN-SALIDA-PLANTA   VALUE 'MS'.
               88  AUD-ORIGEN-AJUSTE          VALUE 'MA'.
               88  AUD-ORIGEN-RECUENTO        VALUE 'RC'.
               88  AUD-ORIGEN-BAJA            VALUE 'BJ'.
               88  AUD-ORIGEN-COSTE-PEDIDO    VALUE 'PC'.
               88  AUD-ORIGEN-ESTADO          VALUE 'CE'.
               88  AUD-ORIGEN-CORRECCION      VALUE 'CM'.
               88  AUD-ORIGEN-PRECIO-PROGRAM  VALUE 'PP'.
      *        CAMBIOS DE EXISTENCIAS CON EFECTO CONTABLE, QUE PASAN
      *        AL DIARIO CONTABLE.
               88  AUD-ORIGEN-CONTABLE        VALUE 'MA' 'RC' 'BJ'.
           05  AUD-IMAGEN-ANTERIOR    PIC X(80).
           05  AUD-IMAGEN-NUEVA       PIC X(80).
