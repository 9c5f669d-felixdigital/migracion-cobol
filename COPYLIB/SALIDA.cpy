      *                        SU ESTADO EN LAS CONSULTAS DE PROGRA02
      *                        Y SE VALORAN EN SECCION APARTE EN
      *                        PROGRA06.
      *    2026-10-15   RGV    LOS 6 BYTES DE FILLER QUE QUEDABAN PASAN
      *                        A SER EL COSTE MEDIO PONDERADO DE
      *                        COMPRA (SALIDA-COSTE-MEDIO). LO
      *                        RECALCULA CADA RECEPCION CON COSTE
      *                        (PROGRA10 'R' Y PROGRA12 'R'). EN LOS
      *                        REGISTROS ANTERIORES A ESTE CAMBIO EL
      *                        CAMPO VIENE EN BLANCO: NO NUMERICO O
      *                        CERO = COSTE DESCONOCIDO.
      *----------------------------------------------------------------
       01  SALIDA-REG.
           05  SALIDA-ID               PIC X(6).
               88  SALIDA-ACTIVO              VALUE ' ' 'A'.
               88  SALIDA-BLOQUEADO           VALUE 'B'.
               88  SALIDA-DESCATALOGADO       VALUE 'D'.
           05  SALIDA-COSTE-MEDIO      PIC 9(4)V9(2).
