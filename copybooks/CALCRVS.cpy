000100*----------------------------------------------------------------*
000110* CALCRVS - REVERSAL REGISTER FIELDS FOR CALC-REV-HIST-FILE      *
000120*           (CALCRVH, EXTENDED BY CALCREV AND NEVER TRUNCATED,   *
000130*           LIKE CALCRSXH). ONE RECORD PER REVERSAL GENERATED,   *
000140*           LINKING THE ORIGINAL POSTING (TXN-ID, RUN DATE AND   *
000150*           TIME, KEYING OPERATOR, AMOUNT AND GL ACCOUNT) TO THE *
000160*           NEGATING "REV" TRANSACTION THAT BACKS IT OUT, WITH   *
000170*           THE REASON, REQUESTER AND APPROVING SUPERVISOR. THE  *
000180*           ORIGINAL TXN-ID AND RUN DATE LEAD THE RECORD SO THE  *
000190*           KEYED COPY (CALCRVK.CPY) KEEPS THE SAME FIELD ORDER. *
000200*           INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL GROUP ITEM. *
000210*----------------------------------------------------------------*
000220     05  CALC-REV-ORIG-TXN-ID    PIC X(10).
000230     05  CALC-REV-ORIG-RUN-DATE  PIC 9(08).
000240     05  CALC-REV-ORIG-RUN-TIME  PIC 9(06).
000250     05  CALC-REV-ORIG-OPER-ID   PIC X(08).
000260     05  CALC-REV-NEW-TXN-ID     PIC X(10).
000270     05  CALC-REV-RUN-DATE       PIC 9(08).
000280     05  CALC-REV-AMOUNT         PIC S9(07)V99
000290         SIGN LEADING SEPARATE.
000300     05  CALC-REV-ACCT-CODE      PIC X(10).
000310     05  CALC-REV-REQUESTED-BY   PIC X(08).
000320     05  CALC-REV-APPROVER-ID    PIC X(08).
000330     05  CALC-REV-REASON         PIC X(30).
000340
