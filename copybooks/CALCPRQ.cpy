000100*----------------------------------------------------------------*
000110* CALCPRQ - ONE PERIOD REOPEN REQUEST PER RECORD, FED TO         *
000120*           CALCPROP. NAMES THE CLOSED MONTH (CCYYMM), WHO IS    *
000130*           ASKING, THE SUPERVISOR APPROVING AND WHY. THE        *
000140*           APPROVER MUST BE A STATUS "S" SUPERVISOR ON THE      *
000150*           OPERATOR MASTER AND MAY NOT BE THE REQUESTER - THE   *
000160*           CALCRCOR MAKER/CHECKER RULE. INCLUDE UNDER A         *
000170*           CALLER-SUPPLIED 01-LEVEL GROUP ITEM.                 *
000180*----------------------------------------------------------------*
000190     05  PRQ-PERIOD              PIC 9(06).
000200     05  PRQ-REQUESTED-BY        PIC X(08).
000210     05  PRQ-APPROVED-BY         PIC X(08).
000220     05  PRQ-REASON              PIC X(30).
000230     05  FILLER                  PIC X(08).
000240
