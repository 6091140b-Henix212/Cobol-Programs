000152*           (INACTIVE) OR "S" (SUPERVISOR - ACTIVE FOR KEYING    *
000154*           AND ADDITIONALLY AUTHORIZED TO APPROVE CALCRCOR      *
000156*           REJECT CORRECTIONS UNDER THE MAKER/CHECKER RULE).    *
000158*           OM-AUTH-LIMIT IS THE LARGEST ABSOLUTE RESULT THE     *
000159*           OPERATOR MAY POST WITHOUT A SECOND SIGNATURE - A     *
000160*           BIGGER RESULT IS HELD ON CALC-HELD-FILE UNTIL A      *
000161*           SUPERVISOR RELEASES IT THROUGH CALCHREL. ZERO MEANS  *
000162*           NO LIMIT. MAINTAINED BY CALCOMNT UNDER AUDIT.        *
000163*           INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL GROUP ITEM. *
000170*----------------------------------------------------------------*
000180     05  OM-OPER-ID              PIC X(08).
000190     05  OM-OPER-NAME             PIC X(20).
000200     05  OM-OPER-STATUS           PIC X(01).
000205     05  OM-AUTH-LIMIT            PIC 9(07)V99.
000210
