000100*----------------------------------------------------------------*
000110* CALCHRX - RELEASE CROSS-REFERENCE FIELDS FOR CALC-RELEASE-     *
000120*           XREF-FILE, WRITTEN FRESH BY EACH CALCHREL RUN FOR    *
000130*           EVERY HELD ITEM A SUPERVISOR RELEASED. CALCULATRICE  *
000140*           LOADS IT SO THE RELEASED TRANSACTION (SAME TXN-ID    *
000150*           AND RUN DATE) POSTS WITHOUT BEING HELD A SECOND      *
000160*           TIME. INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL GROUP *
000170*           ITEM.                                                *
000180*----------------------------------------------------------------*
000190     05  HRX-TXN-ID              PIC X(10).
000200     05  HRX-RUN-DATE            PIC 9(08).
000210     05  HRX-OPER-ID             PIC X(08).
000220     05  HRX-SUPERVISOR-ID       PIC X(08).
000230     05  HRX-RELEASE-DATE        PIC 9(08).
000240     05  FILLER                  PIC X(08).
