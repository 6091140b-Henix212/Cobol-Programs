000110* CALCGLA - ONE GENERAL LEDGER POSTING ACKNOWLEDGMENT PER        *
000120*           RECORD, SENT BACK BY THE GL SIDE AFTER THEIR POSTING *
000130*           JOB APPLIES A CALCGLX EXTRACT: THE RUN DATE OF THE   *
000140*           EXTRACT THEY POSTED, THE GL ACCOUNT/COST CENTER OF   *
000150*           THE JOURNAL LINE, AND THE COUNT AND SIGNED AMOUNT    *
000160*           THEY ACTUALLY PUT ON THAT ACCOUNT. CALCGLRC MATCHES  *
000170*           THESE AGAINST THE CUMULATIVE EXTRACT LOG (CALCGLD    *
000180*           FIELDS ON CALCGLXL) BY RUN DATE AND ACCOUNT AND      *
000190*           REPORTS ANY JOURNAL LINE STILL UNACKNOWLEDGED PAST   *
000200*           THE GRACE CUTOFF OR ACKNOWLEDGED WITH A DIFFERENT    *
000210*           COUNT OR AMOUNT. INCLUDE UNDER A CALLER-SUPPLIED     *
000220*           01-LEVEL GROUP ITEM.                                 *
000230*----------------------------------------------------------------*
000240     05  GLA-RUN-DATE            PIC 9(08).
000250     05  GLA-ACCT-CODE           PIC X(10).
000260     05  GLA-POSTED-COUNT        PIC 9(07).
000270     05  GLA-POSTED-AMOUNT       PIC S9(09)V99
000280         SIGN LEADING SEPARATE.
000290     05  FILLER                  PIC X(03).
000300
