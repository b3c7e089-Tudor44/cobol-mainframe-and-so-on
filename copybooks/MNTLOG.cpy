      ******************************************************************
      * Copybook:MNTLOG
      * Purpose: REFERENCE-DATA MAINTENANCE LOG RECORD - ONE ROW PER
      *          ADD, CHANGE OR DELETE MADE THROUGH ANY OF THE
      *          REFERENCE MASTER MAINTENANCE PROGRAMS, APPENDED BY
      *          MAINT-LOG-RTN AND REPORTED WEEKLY BY MAINT-LOG-REPORT.
      *          ML-ACTION: "A" = ADD, "C" = CHANGE, "D" = DELETE.
      *          ML-BEFORE IS SPACES ON AN ADD, ML-AFTER ON A DELETE.
      *          ML-FILE NAMES THE MASTER:
      *          CRLIMIT  CREDIT LIMITS      BRANCH   BRANCH MASTER
      *          RATE     RATE MASTER        QUOTA    DEPARTMENT QUOTAS
      *          STORDER  STANDING ORDERS    CUSTREL  RELATIONSHIPS
      *          OPERATOR OPERATOR MASTER    RUNPARM  RUN PARAMETERS
      *          DEDUCT   DEDUCTIONS         LEAVERUL LEAVE RULES
      *          COURSE   COURSE MASTER      ROSTER   STUDENT ROSTER
      *          PRODUCT  SALES PRODUCTS
      *
      * 15-10-2026 GD - NEW. 296 BYTES.
      ******************************************************************
               02 ML-DATE                      PIC 9(8).
               02 FILLER                       PIC X.
               02 ML-TIME                      PIC 9(6).
               02 FILLER                       PIC X.
               02 ML-OPERATOR                  PIC X(5).
               02 FILLER                       PIC X.
               02 ML-PROGRAM                   PIC X(20).
               02 FILLER                       PIC X.
               02 ML-FILE                      PIC X(8).
               02 FILLER                       PIC X.
               02 ML-ACTION                    PIC X.
               02 FILLER                       PIC X.
               02 ML-KEY                       PIC X(20).
               02 FILLER                       PIC X.
               02 ML-BEFORE                    PIC X(110).
               02 FILLER                       PIC X.
               02 ML-AFTER                     PIC X(110).
