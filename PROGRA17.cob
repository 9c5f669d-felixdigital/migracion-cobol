      *    FECHA        INIC.  DESCRIPCION
      *    ----------   -----  -------------------------------------
      *    2026-09-02   RGV    CREACION ORIGINAL.
      *    2026-10-15   RGV    EL REGISTRO DEL ARCHIVO PASA A 181
      *                        BYTES CON EL ORIGEN DEL CAMBIO
      *                        (AUD-ORIGEN, VER AUDITSAL.cpy).
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRA17.

      *----------------------------------------------------------------
      *    FICHERO DE ARCHIVO: MISMO LAYOUT QUE EL DIARIO
      *    (AUDITSAL.cpy, 181 BYTES); SE ESCRIBE Y SE RELEE DESDE
      *    AUDITSAL-REG (MISMO PATRON QUE HISTARCH EN PROGRA08).
      *----------------------------------------------------------------
       FD  AUDARCH
           DATA RECORD IS AAR-REG.
       01  AAR-REG                      PIC X(181).

       FD  PARAMETROS
           DATA RECORD IS PARAM-REG.
