      ******************************************************************
      * Copybook:CRSREG
      * Purpose: COURSE REGISTRATIONS - ONE ROW PER STUDENT PER COURSE
      *          PER TERM. COURSE-REGISTER WRITES AND MAINTAINS THE
      *          ROWS; COURSE-GRADES ACCEPTS A GRADE ONLY FOR A
      *          STUDENT ENROLLED IN THE COURSE FOR THE TERM.
      *
      *          CRG-TERM IS THE TERM AS COURSE-GRADES KEYS IT.
      *          CRG-STATUS VALUES:
      *          "E" = ENROLLED   - HOLDS A SEAT IN THE SECTION
      *          "W" = WAITLISTED - THE SECTION WAS FULL; CRG-WAIT-SEQ
      *                IS THE PLACE IN LINE (LOWEST FIRST)
      *          "D" = DROPPED    - KEPT FOR THE RECORD, HOLDS NOTHING
      *          CRG-DATE / CRG-OPERATOR ARE THE BUSINESS DATE AND THE
      *          OPERATOR OF THE LAST CHANGE TO THE ROW.
      *
      * 15-10-2026 GD - NEW. 29 BYTES.
      ******************************************************************
               02 CRG-TERM                     PIC X(6).
               02 CRG-STUDENT                  PIC X(2).
               02 CRG-COURSE                   PIC X(4).
               02 CRG-STATUS                   PIC X.
                   88 CRG-ENROLLED                 VALUE "E".
                   88 CRG-WAITLISTED               VALUE "W".
                   88 CRG-DROPPED                  VALUE "D".
               02 CRG-WAIT-SEQ                 PIC 9(3).
               02 CRG-DATE                     PIC 9(8).
               02 CRG-OPERATOR                 PIC X(5).
