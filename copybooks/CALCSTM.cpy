000100*----------------------------------------------------------------*
000110* CALCSTM - CALC-STANDING-MASTER RECORD. ONE ENTRY PER STANDING  *
000120*           CALCULATION - THE SAME CALCRAW ITEM (OPERATOR ID,    *
000130*           NUM1, OPERATOR, NUM2 OR "RTE" RATE CODE, GL ACCOUNT  *
000140*           CODE) KEYED ON A FIXED SCHEDULE. STM-FREQUENCY IS    *
000150*           "D" (EVERY DAY), "W" (WEEKLY, ON THE WEEKDAY OF      *
000160*           STM-START-DATE), "M" (MONTHLY, ON THE DAY OF MONTH   *
000170*           OF STM-START-DATE, OR THE LAST DAY OF A SHORTER      *
000180*           MONTH) OR "E" (MONTH-END). THE ITEM IS DUE FROM      *
000190*           STM-START-DATE THROUGH STM-END-DATE; A ZERO END DATE *
000200*           MEANS IT STANDS UNTIL DELETED. STM-LAST-GEN-DATE IS  *
000210*           THE LAST RUN DATE CALCSGEN GENERATED THROUGH, AND    *
000220*           STM-PRIOR-GEN-DATE THE ONE BEFORE IT, SO A SAME-DAY  *
000230*           RERUN OF CALCSGEN REPRODUCES THE SAME ITEMS INSTEAD  *
000240*           OF DROPPING OR DOUBLING THEM. MAINTAINED BY CALCSMNT *
000250*           UNDER AUDIT; THE GENERATION DATES ARE SET ONLY BY    *
000260*           CALCSGEN. INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL   *
000270*           GROUP ITEM.                                          *
000280*----------------------------------------------------------------*
000290     05  STM-STAND-ID            PIC X(08).
000300     05  STM-OPER-ID             PIC X(08).
000310     05  STM-NUM1                PIC S9(07)V99
000320         SIGN LEADING SEPARATE.
000330     05  STM-NUM1-X REDEFINES STM-NUM1
000340                                 PIC X(10).
000350     05  STM-OPERATOR            PIC XXX.
000360     05  STM-NUM2                PIC S9(07)V99
000370         SIGN LEADING SEPARATE.
000380     05  STM-NUM2-X REDEFINES STM-NUM2
000390                                 PIC X(10).
000400     05  STM-ACCT-CODE           PIC X(10).
000410     05  STM-FREQUENCY           PIC X(01).
000420     05  STM-START-DATE          PIC 9(08).
000430     05  STM-END-DATE            PIC 9(08).
000440     05  STM-LAST-GEN-DATE       PIC 9(08).
000450     05  STM-PRIOR-GEN-DATE      PIC 9(08).
000460     05  FILLER                  PIC X(18).
000470
