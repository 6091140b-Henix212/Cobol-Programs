000100*----------------------------------------------------------------*
000110* CALCPAU - PERIOD CLOSE/REOPEN AUDIT FIELDS FOR CALC-PERIOD-    *
000120*           AUDIT-FILE (CALCPAUD, EXTENDED BY CALCPCLS AND       *
000130*           CALCPROP AND NEVER TRUNCATED, LIKE CALCHAUD). ONE    *
000140*           RECORD PER MONTH CLOSED ("C") OR REOPENED ("R"),     *
000150*           NAMING WHO ASKED, WHO APPROVED (BLANK ON A CLOSE),   *
000160*           WHEN, WHY, AND THE MONTH'S POSTED FIGURES AT THAT    *
000170*           MOMENT. INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL     *
000180*           GROUP ITEM.                                          *
000190*----------------------------------------------------------------*
000200     05  PAU-PERIOD              PIC 9(06).
000210     05  PAU-ACTION              PIC X(01).
000220     05  PAU-REQUESTED-BY        PIC X(08).
000230     05  PAU-APPROVED-BY         PIC X(08).
000240     05  PAU-ACTION-DATE         PIC 9(08).
000250     05  PAU-ACTION-TIME         PIC 9(06).
000260     05  PAU-REASON              PIC X(30).
000270     05  PAU-PTD-POSTED-COUNT    PIC 9(07).
000280     05  PAU-PTD-POSTED-TOTAL    PIC S9(11)V99
000290         SIGN LEADING SEPARATE.
000300     05  FILLER                  PIC X(12).
000310
