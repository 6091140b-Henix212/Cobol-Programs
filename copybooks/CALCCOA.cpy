000100*----------------------------------------------------------------*
000110* CALCCOA - CALC-CHART-OF-ACCOUNTS RECORD. ONE ENTRY PER GENERAL *
000120*           LEDGER ACCOUNT/COST CENTER A CALCULATION RESULT MAY  *
000130*           POST TO. COA-ACCT-CODE IS THE SIX-CHARACTER GL       *
000140*           ACCOUNT FOLLOWED BY THE FOUR-CHARACTER COST CENTER,  *
000150*           THE SAME TEN BYTES CARRIED IN CALC-ACCT-CODE ON      *
000160*           EVERY TRANSACTION. COA-ACCT-STATUS IS "A" (ACTIVE)   *
000170*           OR "I" (INACTIVE - NO NEW POSTINGS). COA-ACCT-TYPE   *
000180*           IS "P" (POSTABLE) OR "C" (THE CLEARING ACCOUNT THE   *
000190*           GL EXTRACT'S OFFSETTING JOURNAL LINE POSTS TO - NOT  *
000200*           KEYABLE ON A TRANSACTION). LOADED INTO A WORKING-    *
000210*           STORAGE TABLE AT THE START OF THE RUN AND SEARCHED   *
000220*           BY CALC-ACCT-CODE DURING TRANSACTION VALIDATION.     *
000230*           MAINTAINED BY CALCCMNT UNDER AUDIT. INCLUDE UNDER A  *
000240*           CALLER-SUPPLIED 01-LEVEL GROUP ITEM.                 *
000250*----------------------------------------------------------------*
000260     05  COA-ACCT-CODE           PIC X(10).
000270     05  COA-ACCT-CODE-R REDEFINES COA-ACCT-CODE.
000280         10  COA-GL-ACCOUNT      PIC X(06).
000290         10  COA-COST-CENTER     PIC X(04).
000300     05  COA-ACCT-NAME           PIC X(20).
000310     05  COA-ACCT-STATUS         PIC X(01).
000320     05  COA-ACCT-TYPE           PIC X(01).
000330
