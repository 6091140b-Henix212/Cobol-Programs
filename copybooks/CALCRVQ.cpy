000100*----------------------------------------------------------------*
000110* CALCRVQ - REVERSAL REQUEST FIELDS FOR CALC-REV-REQUEST-FILE,   *
000120*           READ BY CALCREV. ONE RECORD PER POSTED TRANSACTION   *
000130*           TO BE BACKED OUT, NAMING THE ORIGINAL BY ITS         *
000140*           CALC-TXN-ID AND THE RUN DATE IT POSTED UNDER (BOTH   *
000150*           REQUIRED - A TXN-ID CAN RECUR ACROSS RUNS). RVQ-     *
000160*           REQUESTED-BY NAMES WHOEVER ASKED FOR THE REVERSAL    *
000170*           AND BECOMES THE OPERATOR ID ON THE NEGATING ENTRY;   *
000180*           RVQ-APPROVER-ID NAMES THE SUPERVISOR (STATUS "S" ON  *
000190*           CALC-OPER-MASTER-FILE) WHO APPROVED IT, WHO MUST     *
000200*           DIFFER FROM BOTH THE REQUESTER AND THE ORIGINAL      *
000210*           KEYING OPERATOR - THE SAME MAKER/CHECKER RULE AS     *
000220*           CALCCOR. INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL    *
000230*           GROUP ITEM.                                          *
000240*----------------------------------------------------------------*
000250     05  RVQ-TXN-ID              PIC X(10).
000260     05  RVQ-RUN-DATE            PIC 9(08).
000270     05  RVQ-REASON              PIC X(30).
000280     05  RVQ-REQUESTED-BY        PIC X(08).
000290     05  RVQ-APPROVER-ID         PIC X(08).
000300     05  FILLER                  PIC X(06).
000310
