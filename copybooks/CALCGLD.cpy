000100*----------------------------------------------------------------*
000110* CALCGLD - GENERAL LEDGER EXTRACT DETAIL FIELDS. ONE "D" JOURNAL*
000120*           LINE PER GL ACCOUNT/COST CENTER POSTED TO IN A       *
000130*           CALCULATRICE RUN, CARRYING THE RUN DATE, THE COUNT   *
000140*           OF TRANSACTIONS POSTED TO THE ACCOUNT AND THEIR NET  *
000150*           SIGNED RESULT IN GLD-GRAND-TOTAL (POSITIVE IS A      *
000160*           DEBIT TO THE ACCOUNT, NEGATIVE A CREDIT), FOLLOWED   *
000170*           BY ONE OFFSETTING LINE AGAINST THE CHART'S CLEARING  *
000180*           ACCOUNT SO THE JOURNAL NETS TO ZERO. GLD-LINE-TYPE   *
000190*           IS "P" FOR A POSTING LINE AND "C" FOR THE CLEARING   *
000200*           OFFSET (WHOSE COUNT IS THE WHOLE RUN'S). GLD-DR-CR-  *
000210*           IND ("D"/"C") AND THE UNSIGNED GLD-LINE-AMOUNT GIVE  *
000220*           THE SAME AMOUNT IN THE FORM THE LEDGER POSTS IT.     *
000230*           WRITTEN TO THE PER-RUN CALCGLX EXTRACT AND APPENDED  *
000240*           TO THE CUMULATIVE CALCGLXL EXTRACT LOG, WHICH        *
000250*           CALCGLRC RECONCILES LINE BY LINE AGAINST GL'S        *
000260*           ACKNOWLEDGMENT FILE (CALCGLA). INCLUDE UNDER A       *
000270*           CALLER-SUPPLIED 01-LEVEL GROUP ITEM; CLEAR THE GROUP *
000280*           TO SPACES BEFORE BUILDING IT SO THE TRAILING FILLER  *
000290*           STAYS BLANK.                                         *
000300*----------------------------------------------------------------*
000310     05  GLD-RECORD-TYPE         PIC X(01).
000320     05  GLD-RUN-DATE            PIC 9(08).
000330     05  GLD-CONTROL-COUNT       PIC 9(07).
000340     05  GLD-GRAND-TOTAL         PIC S9(09)V99
000350         SIGN LEADING SEPARATE.
000360     05  GLD-ACCT-CODE           PIC X(10).
000370     05  GLD-LINE-TYPE           PIC X(01).
000380     05  GLD-DR-CR-IND           PIC X(01).
000390     05  GLD-LINE-AMOUNT         PIC 9(09)V99.
000400     05  FILLER                  PIC X(29).
000410
