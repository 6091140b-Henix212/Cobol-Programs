000100*----------------------------------------------------------------*
000110* CALCHAU - HELD-ITEM DECISION AUDIT FIELDS FOR CALC-HELD-AUDIT- *
000120*           FILE (CALCHAUD, EXTENDED BY CALCHREL AND NEVER       *
000130*           TRUNCATED, LIKE CALCRVH). ONE RECORD PER HELD ITEM   *
000140*           RELEASED ("R") OR DECLINED ("D"), NAMING THE KEYING  *
000150*           OPERATOR, THE AMOUNT AND THE LIMIT IT EXCEEDED, THE  *
000160*           SUPERVISOR WHO DECIDED, WHEN, AND WHY. INCLUDE UNDER *
000170*           A CALLER-SUPPLIED 01-LEVEL GROUP ITEM.               *
000180*----------------------------------------------------------------*
000190     05  HAU-TXN-ID              PIC X(10).
000200     05  HAU-RUN-DATE            PIC 9(08).
000210     05  HAU-OPER-ID             PIC X(08).
000220     05  HAU-RESULT              PIC S9(07)V99
000230         SIGN LEADING SEPARATE.
000240     05  HAU-AUTH-LIMIT          PIC 9(07)V99.
000250     05  HAU-ACTION              PIC X(01).
000260     05  HAU-SUPERVISOR-ID       PIC X(08).
000270     05  HAU-DECISION-DATE       PIC 9(08).
000280     05  HAU-DECISION-TIME       PIC 9(06).
000290     05  HAU-REASON              PIC X(30).
000300     05  FILLER                  PIC X(02).
