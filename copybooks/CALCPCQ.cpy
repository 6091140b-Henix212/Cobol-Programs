000100*----------------------------------------------------------------*
000110* CALCPCQ - ONE CLOSE REQUEST RECORD READ BY CALCPCLS NAMING THE *
000120*           CALENDAR MONTH (CCYYMM) TO CLOSE AND THE OPERATOR    *
000130*           CLOSING IT. THE MONTH MUST BE OVER (EARLIER THAN THE *
000140*           CURRENT MONTH) AND THE CLOSER MUST BE AN ACTIVE      *
000150*           OPERATOR ON THE OPERATOR MASTER. AN EMPTY OR BADLY   *
000160*           KEYED RECORD ABORTS THE CLOSE. INCLUDE UNDER A       *
000170*           CALLER-SUPPLIED 01-LEVEL GROUP ITEM.                 *
000180*----------------------------------------------------------------*
000190     05  PCQ-PERIOD              PIC 9(06).
000200     05  PCQ-CLOSED-BY           PIC X(08).
000210     05  FILLER                  PIC X(06).
000220
