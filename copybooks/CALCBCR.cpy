000100*----------------------------------------------------------------*
000110* CALCBCR - ONE BUSINESS-CALENDAR MAINTENANCE REQUEST PER        *
000120*           RECORD, FED TO CALCBMNT TO ADD, CHANGE OR DELETE AN  *
000130*           ENTRY ON CALC-BUSINESS-CALENDAR-FILE (CALCBCL.CPY)   *
000140*           UNDER AUDIT, THE SAME FLOW CALCRMR GIVES THE RATE    *
000150*           MASTER. BCR-ACTION-CODE IS "A" (ADD), "C" (CHANGE -  *
000160*           THE DAY TYPE AND DESCRIPTION ARE REPLACED) OR "D"    *
000170*           (DELETE - THE DATE REVERTS TO THE WEEKDAY RULE).     *
000180*           BCR-DAY-TYPE IS "H" FOR A WEEKDAY HOLIDAY OR "B" FOR *
000190*           A WORKED SATURDAY OR SUNDAY. BCR-REQUESTED-BY NAMES  *
000200*           THE PERSON ASKING AND IS CARRIED ONTO THE AUDIT      *
000210*           REPORT AND THE CALENDAR ENTRY. INCLUDE UNDER A       *
000220*           CALLER-SUPPLIED 01-LEVEL GROUP ITEM.                 *
000230*----------------------------------------------------------------*
000240     05  BCR-ACTION-CODE         PIC X(01).
000250     05  BCR-CAL-DATE            PIC 9(08).
000260     05  BCR-CAL-DATE-X REDEFINES BCR-CAL-DATE
000270                                 PIC X(08).
000280     05  BCR-DAY-TYPE            PIC X(01).
000290     05  BCR-DESCRIPTION         PIC X(20).
000300     05  BCR-REQUESTED-BY        PIC X(08).
000310     05  FILLER                  PIC X(02).
000320
