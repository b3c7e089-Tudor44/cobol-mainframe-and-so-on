      ******************************************************************
      * Copybook:UTSITE
      * Purpose: UTILITY SITE MASTER - ONE ROW PER METERED SITE,
      *          NAMING THE WEATHER STATION THAT SERVES IT. THE
      *          STATION'S DEGREE DAYS (STATION DAILY HISTORY, COPYBOOK
      *          WXHIST) ARE WHAT THE SITE'S ENERGY USE IS MEASURED
      *          AGAINST.
      *
      * 15-10-2026 GD - NEW. 26 BYTES.
      ******************************************************************
               02 US-SITE                      PIC X(4).
               02 US-NAME                      PIC X(20).
               02 US-STATION                   PIC X(2).
