      *                        REANUDAR. FUERA DE ESTA CADENA NO HAY
      *                        IMPACTO: NINGUN SISTEMA EXTERNO LEE EL
      *                        FICHERO.
      *    2026-10-15   RGV    EL FICHERO RECOGE TAMBIEN EL REGISTRO
      *                        'BLOQUEO' (BLOQUEO EXCLUSIVO DE
      *                        ACTUALIZACION DE SALIDA, STKUBI Y
      *                        TRANSITO), SIN CAMBIO DE LAYOUT: ESTADO
      *                        'P' = RETENIDO Y 'C' = LIBRE; EL
      *                        PROGRAMA QUE LO RETIENE VA EN
      *                        CHK-SISTEMA-ORIGEN Y LA FECHA EN QUE LO
      *                        TOMO EN CHK-FECHA-EJECUCION. LOS
      *                        PROGRAMAS DE ACTUALIZACION LO TOMAN AL
      *                        ARRANCAR Y LO LIBERAN AL TERMINAR; UN
      *                        BLOQUEO QUE QUEDA RETENIDO TRAS UNA
      *                        CAIDA SOLO LO RECUPERA EL MISMO
      *                        PROGRAMA AL VOLVER A EJECUTARSE. ESTOS
      *                        PROGRAMAS ANOTAN TAMBIEN SU PROPIO
      *                        REGISTRO ('P' AL ARRANCAR, 'C' O 'I' AL
      *                        TERMINAR) PARA LA TABLA DE
      *                        DEPENDENCIAS (DEPENDE.cpy).
      *----------------------------------------------------------------
       01  CHECKPT-REG.
           05  CHK-PROGRAMA            PIC X(8).
