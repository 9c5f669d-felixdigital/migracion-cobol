      *----------------------------------------------------------------
      *    COPYBOOK    : DEPENDE.cpy
      *    DESCRIPCION : LAYOUT DE LA TABLA DE DEPENDENCIAS DE LA
      *                  CADENA (FICHERO SECUENCIAL DE TARJETAS DE 80
      *                  BYTES, OPCIONAL). CADA TARJETA DICE QUE UN
      *                  PROGRAMA DE ACTUALIZACION NO DEBE ARRANCAR
      *                  MIENTRAS SU PREDECESOR TENGA EN EL FICHERO DE
      *                  PUNTOS DE CONTROL (CHECKPT.cpy) UN REGISTRO EN
      *                  CURSO ('P') O NO COMPLETO ('I'). UN PREDECESOR
      *                  SIN REGISTRO (NUNCA EJECUTADO) NO IMPIDE EL
      *                  ARRANQUE. EL PROGRAMA 'TODOS' APLICA LA REGLA
      *                  A CADA PROGRAMA CONTROLADO; UNA REGLA CUYO
      *                  PREDECESOR ES EL PROPIO PROGRAMA SE IGNORA.
      *                  UN ASTERISCO EN LA COLUMNA 1 MARCA UNA
      *                  TARJETA DE COMENTARIO. LAS REGLAS SE MANTIENEN
      *                  EDITANDO EL FICHERO, SIN TOCAR LOS PROGRAMAS.
      *                  LO LEEN AL ARRANCAR PROGRA01, PROGRA10,
      *                  PROGRA11, PROGRA12, PROGRA13, PROGRA14 (EN
      *                  MODO DE APLICACION), PROGRA15, PROGRA16 Y
      *                  PROGRA28. EJEMPLO:
      *
      *                    PROGRA10PROGRA01  CARGA NOCTURNA TERMINADA
      *                    PROGRA13PROGRA10  MOVIMIENTOS APLICADOS
      *                    PROGRA14PROGRA13  RECUENTO APLICADO
      *                    PROGRA28PROGRA01  CARGA NOCTURNA TERMINADA
      *                    TODOS   PROGRA27  SIN RECUPERACION A MEDIAS
      *    MODIFICACIONES
      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-10-15   RGV    CREACION ORIGINAL.
      *    2026-10-15   RGV    LO LEE TAMBIEN EL PROCESO DE PRECIOS
      *                        PROGRAMADOS (PROGRA28).
      *    2026-10-15   RGV    LO LEE TAMBIEN EL SEGUIMIENTO DE
      *                        PEDIDOS (PROGRA12), QUE ACTUALIZA EL
      *                        COSTE MEDIO DEL MAESTRO.
      *----------------------------------------------------------------
       01  DEPENDE-REG.
           05  DEP-PROGRAMA            PIC X(8).
               88  DEP-TODOS                  VALUE 'TODOS'.
           05  DEP-PROGRAMA-R REDEFINES DEP-PROGRAMA.
               10  DEP-MARCA-COMENTARIO PIC X(1).
                   88  DEP-TARJETA-COMENTARIO VALUE '*'.
               10  FILLER              PIC X(7).
           05  DEP-PREDECESOR          PIC X(8).
           05  FILLER                  PIC X(2).
           05  DEP-COMENTARIO          PIC X(40).
           05  FILLER                  PIC X(22).
