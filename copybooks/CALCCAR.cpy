000100*----------------------------------------------------------------*
000110* CALCCAR - ONE CHART-OF-ACCOUNTS MAINTENANCE REQUEST PER        *
000120*           RECORD, FED TO CALCCMNT TO ADD, CHANGE OR            *
000130*           DEACTIVATE AN ENTRY ON CALC-CHART-OF-ACCOUNTS UNDER  *
000140*           AUDIT INSTEAD OF EDITING THE DATASET BY HAND.        *
000150*           CAR-ACTION-CODE IS "A" (ADD), "C" (CHANGE) OR "D"    *
000160*           (DEACTIVATE). ON A CHANGE, A BLANK CAR-ACCT-NAME,    *
000170*           CAR-ACCT-STATUS OR CAR-ACCT-TYPE LEAVES THAT FIELD   *
000180*           AS IT STANDS. CAR-REQUESTED-BY NAMES THE PERSON      *
000190*           ASKING FOR THE CHANGE AND IS CARRIED ONTO THE AUDIT  *
000200*           REPORT. INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL     *
000210*           GROUP ITEM.                                          *
000220*----------------------------------------------------------------*
000230     05  CAR-ACTION-CODE         PIC X(01).
000240     05  CAR-ACCT-CODE           PIC X(10).
000250     05  CAR-ACCT-NAME           PIC X(20).
000260     05  CAR-ACCT-STATUS         PIC X(01).
000270     05  CAR-ACCT-TYPE           PIC X(01).
000280     05  CAR-REQUESTED-BY        PIC X(08).
000290     05  FILLER                  PIC X(09).
000300
