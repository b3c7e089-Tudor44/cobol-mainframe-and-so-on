      ******************************************************************
      * Copybook:WXTHRSH
      * Purpose: STATION ALERT THRESHOLDS - ONE ROW PER STATION, READ
      *          BY ARRAY-WITH-FILE'S PER-READING INGEST. A ROW WITH
      *          STATION "**" IS THE DEFAULT FOR EVERY STATION WITHOUT
      *          ONE OF ITS OWN.
      *
      *          WT-FROST-LEVEL - A READING AT OR BELOW IS FROST.
      *          WT-HEAT-LEVEL  - A READING AT OR ABOVE IS HEAT.
      *          WT-MIN-HOURS   - CONSECUTIVE HOURS AT FROST OR HEAT
      *                           BEFORE IT IS AN EVENT.
      *          WT-SILENT-HOURS - CONSECUTIVE HOURS WITH NO READING
      *                           BEFORE THE LOGGER IS CALLED SILENT.
      *
      * 15-10-2026 GD - NEW. 12 BYTES.
      ******************************************************************
               02 WT-STATION                   PIC X(2).
                   88 WT-DEFAULT-ROW               VALUE "**".
               02 WT-FROST-LEVEL               PIC S99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WT-HEAT-LEVEL                PIC S99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WT-MIN-HOURS                 PIC 99.
               02 WT-SILENT-HOURS              PIC 99.
