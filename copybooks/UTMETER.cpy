      ******************************************************************
      * Copybook:UTMETER
      * Purpose: UTILITY METER READINGS - ONE ROW PER METER READ. THE
      *          READING IS THE METER'S CUMULATIVE REGISTER (GAS IN
      *          THERMS, ELECTRIC IN KWH); CONSUMPTION IS THE RISE
      *          SINCE THE SITE'S PREVIOUS READ OF THE SAME METER.
      *          ROWS MAY ARRIVE IN ANY ORDER.
      *
      *          UM-TYPE VALUES:
      *          "G" = GAS
      *          "E" = ELECTRIC
      *
      * 15-10-2026 GD - NEW. 22 BYTES.
      ******************************************************************
               02 UM-SITE                      PIC X(4).
               02 UM-TYPE                      PIC X.
                   88 UM-GAS                       VALUE "G".
                   88 UM-ELECTRIC                  VALUE "E".
                   88 UM-TYPE-VALID                VALUE "G" "E".
               02 UM-DATE                      PIC 9(8).
               02 UM-READING                   PIC 9(9).
