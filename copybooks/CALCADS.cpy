000100*----------------------------------------------------------------*
000110* CALCADS - RATE ADJUSTMENT REGISTER FIELDS FOR CALC-ADJ-HIST-   *
000120*           FILE (CALCADH, EXTENDED BY CALCRIMP AND NEVER        *
000130*           TRUNCATED, LIKE CALCRVH). ONE RECORD PER ADJUSTMENT  *
000140*           WRITTEN TO A CALCRIMP BATCH, LINKING THE RESTATED    *
000150*           "RTE" POSTING (TXN-ID AND RUN DATE) TO THE "+"       *
000160*           TRANSACTION THAT ADJUSTS IT, WITH THE AMOUNT, THE    *
000170*           RATE IT WAS RESTATED AT, THE GL ACCOUNT AND THE      *
000180*           REQUESTER. THE ORIGINAL TXN-ID AND RUN DATE LEAD THE *
000190*           RECORD SO THE KEYED COPY (CALCADK.CPY) KEEPS THE     *
000200*           SAME FIELD ORDER. INCLUDE UNDER A CALLER-SUPPLIED    *
000210*           01-LEVEL GROUP ITEM.                                 *
000220*----------------------------------------------------------------*
000230     05  CALC-ADJ-ORIG-TXN-ID    PIC X(10).
000240     05  CALC-ADJ-ORIG-RUN-DATE  PIC 9(08).
000250     05  CALC-ADJ-NEW-TXN-ID     PIC X(10).
000260     05  CALC-ADJ-RUN-DATE       PIC 9(08).
000270     05  CALC-ADJ-AMOUNT         PIC S9(07)V99
000280         SIGN LEADING SEPARATE.
000290     05  CALC-ADJ-RATE-CODE      PIC X(04).
000300     05  CALC-ADJ-NEW-RATE       PIC S9(03)V9(04)
000310         SIGN LEADING SEPARATE.
000320     05  CALC-ADJ-ACCT-CODE      PIC X(10).
000330     05  CALC-ADJ-REQUESTED-BY   PIC X(08).
000340
