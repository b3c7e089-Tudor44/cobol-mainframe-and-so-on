      ******************************************************************
      * Copybook:WXHIST
      * Purpose: STATION DAILY HISTORY - ONE ROW PER STATION PER
      *          CALENDAR DAY WITH READINGS. WEATHER-MONTHLY APPENDS
      *          THE MONTH'S DAYS EACH RUN; CLIMATE-NORMALS BUILDS THE
      *          NORMALS AND RECORDS FROM IT. A RERUN FOR A MONTH
      *          APPENDS AGAIN - THE LAST ROW WRITTEN FOR A STATION AND
      *          DATE IS THE ONE THAT COUNTS.
      *
      *          WH-MEAN IS THE MEAN OF THE DAY'S READINGS, WH-HIGH /
      *          WH-LOW THE EXTREME READINGS. WH-HDD / WH-CDD ARE THE
      *          DEGREE DAYS AGAINST WH-BASE, THE BASE IN EFFECT WHEN
      *          THE ROW WAS WRITTEN. WH-READINGS IS THE NUMBER OF
      *          READINGS BEHIND THE DAY.
      *
      * 15-10-2026 GD - NEW. 34 BYTES.
      ******************************************************************
               02 WH-STATION                   PIC X(2).
               02 WH-DATE                      PIC 9(8).
               02 WH-DATE-R REDEFINES WH-DATE.
                   03 WH-YEAR                  PIC 9(4).
                   03 WH-MMDD                  PIC 9(4).
               02 WH-MEAN                      PIC S99V9
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WH-HIGH                      PIC S99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WH-LOW                       PIC S99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WH-HDD                       PIC 9(3)V9.
               02 WH-CDD                       PIC 9(3)V9.
               02 WH-BASE                      PIC S99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WH-READINGS                  PIC 9(3).
