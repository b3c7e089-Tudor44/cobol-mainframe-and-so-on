      ******************************************************************
      * Copybook:CASHOS
      * Purpose: CASH OVER/SHORT REGISTER - ONE ROW PER DRAWER OR VAULT
      *          WHOSE CLOSING COUNT DID NOT AGREE WITH THE CASH IT
      *          SHOULD HAVE HELD, APPENDED EACH NIGHT BY
      *          BRANCH-CASH-POSITION AND JOURNALED BY GL-JOURNAL TO
      *          THE CASH OVER/SHORT GL ACCOUNT (CHART MAPPING TYPE
      *          "O"). COS-TELLER IS "VAULT" FOR THE BRANCH VAULT.
      *          COS-DIFF IS THE UNSIGNED DIFFERENCE; COS-KIND SAYS
      *          WHICH WAY IT WENT.
      *
      *          COS-KIND VALUES:
      *          "O" = OVER  - MORE CASH COUNTED THAN EXPECTED
      *          "S" = SHORT - LESS CASH COUNTED THAN EXPECTED
      *
      * 15-10-2026 GD - NEW. 50 BYTES.
      ******************************************************************
               02 COS-DATE                     PIC 9(8).
               02 COS-BRANCH                   PIC X(2).
               02 COS-TELLER                   PIC X(5).
               02 COS-EXPECTED                 PIC 9(7)V99.
               02 COS-COUNTED                  PIC 9(7)V99.
               02 COS-DIFF                     PIC 9(7)V99.
               02 COS-KIND                     PIC X.
                   88 COS-OVER                     VALUE "O".
                   88 COS-SHORT                    VALUE "S".
               02 FILLER                       PIC X(7).
