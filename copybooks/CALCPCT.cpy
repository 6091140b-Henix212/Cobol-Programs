000100*----------------------------------------------------------------*
000110* CALCPCT - ACCOUNTING PERIOD CONTROL RECORD, ONE PER CALENDAR   *
000120*           MONTH (CCYYMM) THAT HAS EVER BEEN CLOSED, HELD ON    *
000130*           CALC-PERIOD-FILE (CALCPCT) IN PERIOD ORDER. WRITTEN  *
000140*           ONLY BY CALCPCLS (MONTH-END CLOSE) AND CALCPROP      *
000150*           (SUPERVISOR-APPROVED REOPEN). PCT-PERIOD-STATUS "C"  *
000160*           MEANS THE MONTH IS CLOSED AND CALCULATRICE, CALCRCOR *
000170*           AND CALCCHAIN REFUSE ANY TRANSACTION DATED IN IT;    *
000180*           "O" MEANS IT HAS BEEN REOPENED. PCT-STATUS-DATE AND  *
000190*           PCT-STATUS-BY NAME THE LAST CLOSE OR REOPEN. THE     *
000200*           PTD FIELDS ARE THE MONTH'S OWN POSTED/REJECTED       *
000210*           FIGURES AS OF ITS LAST CLOSE; THE YTD FIELDS ARE THE *
000220*           PTD FIGURES OF EVERY MONTH OF THE SAME YEAR UP TO    *
000230*           AND INCLUDING THIS ONE. INCLUDE UNDER A CALLER-      *
000240*           SUPPLIED 01-LEVEL GROUP ITEM.                        *
000250*----------------------------------------------------------------*
000260     05  PCT-PERIOD              PIC 9(06).
000270     05  PCT-PERIOD-STATUS       PIC X(01).
000280         88  PCT-PERIOD-OPEN             VALUE "O".
000290         88  PCT-PERIOD-CLOSED           VALUE "C".
000300     05  PCT-STATUS-DATE         PIC 9(08).
000310     05  PCT-STATUS-BY           PIC X(08).
000320     05  PCT-PTD-POSTED-COUNT    PIC 9(07).
000330     05  PCT-PTD-POSTED-TOTAL    PIC S9(11)V99
000340         SIGN LEADING SEPARATE.
000350     05  PCT-PTD-REJECT-COUNT    PIC 9(07).
000360     05  PCT-PTD-RUN-COUNT       PIC 9(05).
000370     05  PCT-YTD-POSTED-COUNT    PIC 9(09).
000380     05  PCT-YTD-POSTED-TOTAL    PIC S9(11)V99
000390         SIGN LEADING SEPARATE.
000400     05  PCT-YTD-REJECT-COUNT    PIC 9(09).
000410     05  FILLER                  PIC X(12).
000420
