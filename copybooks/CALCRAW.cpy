000100*----------------------------------------------------------------*
000110* CALCRAW - ONE RAW IN-HOUSE KEYED CALCULATION PER RECORD, FED   *
000120*           TO CALCPREP. THE KEYING DESKS SUPPLY ONLY THE        *
000130*           OPERATOR ID, THE GL ACCOUNT CODE (CALCCOA) AND THE   *
000135*           NUM1/OPERATOR/NUM2 FIELDS, IN                        *
000140*           THE SAME SIGN-LEADING-SEPARATE FORM CALCTXN USES     *
000150*           (FOR AN "RTE" RATE LOOKUP, NUM2 CARRIES THE RATE     *
000160*           CODE IN ITS FIRST FOUR BYTES). CALCPREP ASSIGNS THE  *
000200*           CALCCTL CONTROL RECORD IN FRONT - NO MORE HAND-      *
000210*           COMPUTED EXPECTED COUNTS AND TOTALS. INCLUDE UNDER   *
000220*           A CALLER-SUPPLIED 01-LEVEL GROUP ITEM.               *
000220*           RAW-SOURCE IS "S" ON AN ITEM CALCSGEN GENERATED FROM *
000220*           THE STANDING MASTER AND A SPACE ON A KEYED ITEM; IN  *
000220*           VERIFY MODE CALCPREP PASSES "S" ITEMS WITHOUT A      *
000220*           SECOND KEYING, SINCE NOBODY KEYED THEM.              *
000230*----------------------------------------------------------------*
000240     05  RAW-OPER-ID             PIC X(08).
000250     05  RAW-NUM1                PIC S9(07)V99
000310         SIGN LEADING SEPARATE.
000320     05  RAW-NUM2-X REDEFINES RAW-NUM2
000330                                 PIC X(10).
000335     05  RAW-ACCT-CODE           PIC X(10).
000335     05  RAW-SOURCE              PIC X(01).
000335         88  RAW-STANDING-ITEM             VALUE "S".
000340     05  FILLER                  PIC X(08).
000350
