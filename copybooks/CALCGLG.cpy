000160*           STILL INSIDE THE AGREED TURNAROUND AND ARE COUNTED   *
000170*           AS PENDING, NOT PAGED ABOUT. AN AMOUNT OR COUNT      *
000180*           MISMATCH IS AN EXCEPTION REGARDLESS OF THE CUTOFF.   *
000190*           NORMALLY GLG-CUTOFF-DATE IS LEFT ZERO OR BLANK AND   *
000200*           GLG-GRACE-DAYS GIVES THE AGREED TURNAROUND IN        *
000200*           BUSINESS DAYS - CALCGLRC THEN COUNTS THAT MANY       *
000200*           BUSINESS DAYS BACK FROM THE RUN DATE ON THE SHOP     *
000200*           CALENDAR (CALCBCL.CPY) AND USES THE DAY IT LANDS ON  *
000200*           AS THE CUTOFF. A HAND-KEYED GLG-CUTOFF-DATE STILL    *
000200*           OVERRIDES THE GRACE DAYS. A RECORD WITH NEITHER      *
000200*           ABORTS THE RECONCILIATION. INCLUDE UNDER A           *
000210*           CALLER-SUPPLIED 01-LEVEL GROUP ITEM.                 *
000220*----------------------------------------------------------------*
000230     05  GLG-CUTOFF-DATE         PIC 9(08).
000230     05  GLG-GRACE-DAYS          PIC 9(03).
000240     05  FILLER                  PIC X(09).
000250
