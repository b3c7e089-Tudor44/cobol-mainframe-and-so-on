      ******************************************************************
      * Copybook:WXNORM
      * Purpose: CLIMATE NORMALS - ONE ROW PER STATION PER CALENDAR
      *          DAY (MMDD). CLIMATE-NORMALS REBUILDS THE WHOLE FILE
      *          FROM THE STATION DAILY HISTORY (COPYBOOK WXHIST);
      *          WEATHER-MONTHLY AND ARRAY-WITH-FILE READ IT FOR THE
      *          DEPARTURE FROM NORMAL AND THE RECORD FLAGS.
      *
      *          WN-MEAN / WN-HIGH / WN-LOW / WN-HDD / WN-CDD ARE THE
      *          AVERAGES OF THE DAY'S MEAN, HIGH, LOW AND DEGREE DAYS
      *          OVER THE WN-YEARS YEARS OF THE NORMALS PERIOD
      *          (WN-FROM-YEAR THRU WN-TO-YEAR) THAT HAVE THE DAY.
      *          WN-YEARS ZERO MEANS NO NORMAL FOR THE DAY - ONLY THE
      *          RECORDS ARE GOOD. THE RECORDS COVER THE STATION'S
      *          WHOLE HISTORY; A TIE KEEPS THE EARLIER YEAR.
      *
      * 15-10-2026 GD - NEW. 50 BYTES.
      ******************************************************************
               02 WN-STATION                   PIC X(2).
               02 WN-MMDD                      PIC 9(4).
               02 WN-MMDD-R REDEFINES WN-MMDD.
                   03 WN-MONTH                 PIC 99.
                   03 WN-DAY                   PIC 99.
               02 WN-MEAN                      PIC S99V9
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WN-HIGH                      PIC S99V9
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WN-LOW                       PIC S99V9
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WN-HDD                       PIC 9(3)V9.
               02 WN-CDD                       PIC 9(3)V9.
               02 WN-YEARS                     PIC 9(2).
               02 WN-FROM-YEAR                 PIC 9(4).
               02 WN-TO-YEAR                   PIC 9(4).
               02 WN-REC-HIGH                  PIC S99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WN-REC-HIGH-YEAR             PIC 9(4).
               02 WN-REC-LOW                   PIC S99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               02 WN-REC-LOW-YEAR              PIC 9(4).
