      ******************************************************************
      * Copybook:RATEHIST
      * Purpose: PAY-RATE HISTORY - ONE ROW PER HOURLY RATE AN
      *          EMPLOYEE HAS HELD, WITH THE DATE IT TOOK EFFECT.
      *          EMP-MAINT WRITES THE ROWS; PAYROLL-REGISTER PAYS EACH
      *          WEEK AT THE RATE IN EFFECT ON ITS WEEK-ENDING DATE
      *          (THE ROW WITH THE LATEST RTH-EFF-DATE NOT AFTER IT).
      *
      *          RTH-RETRO VALUES:
      *          "P" = PENDING - PAYROLL-REGISTER STILL HAS TO CHECK
      *                THE WEEKS ALREADY PAID ON OR AFTER RTH-EFF-DATE
      *                AND PAY ANY RETRO DIFFERENCE
      *          "D" = DONE    - RTH-RETRO-WEEK IS THE PAY WEEK THE
      *                CHECK (AND ANY RETRO LINE) WENT OUT WITH
      *
      * 15-10-2026 GD - NEW. 46 BYTES.
      ******************************************************************
               02 RTH-EMP-NUM                  PIC 99.
               02 RTH-EFF-DATE                 PIC 9(8).
               02 RTH-RATE                     PIC 99V99.
               02 RTH-REASON                   PIC X(20).
               02 RTH-OPERATOR                 PIC X(5).
               02 RTH-RETRO                    PIC X.
                   88 RTH-RETRO-PENDING            VALUE "P".
                   88 RTH-RETRO-DONE               VALUE "D".
               02 RTH-RETRO-WEEK               PIC 9(6).
