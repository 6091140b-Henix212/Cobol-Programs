000100*----------------------------------------------------------------*
000110* CALCHLD - HELD-FOR-AUTHORITY RECORD FOR CALC-HELD-FILE         *
000120*           (CALCHLD). CALCULATRICE WRITES ONE WHEN A            *
000130*           TRANSACTION'S ABSOLUTE RESULT EXCEEDS THE KEYING     *
000140*           OPERATOR'S OM-AUTH-LIMIT - THE ITEM IS NEITHER       *
000150*           POSTED NOR REJECTED BUT WAITS HERE, WITH THE RAW     *
000160*           FIELDS NEEDED TO RE-FEED IT, UNTIL A SUPERVISOR      *
000170*           RELEASES OR DECLINES IT THROUGH CALCHREL.            *
000180*           HLD-RUN-DATE/TIME ARE THE TRANSACTION'S OWN, AND     *
000190*           HLD-HELD-DATE IS THE DATE OF THE RUN THAT HELD IT.   *
000200*           INCLUDE UNDER A CALLER-SUPPLIED 01-LEVEL GROUP ITEM. *
000210*----------------------------------------------------------------*
000220     05  HLD-TXN-ID              PIC X(10).
000230     05  HLD-OPER-ID             PIC X(08).
000240     05  HLD-RUN-DATE            PIC 9(08).
000250     05  HLD-RUN-TIME            PIC 9(06).
000260     05  HLD-NUM1-X              PIC X(10).
000270     05  HLD-OPERATOR            PIC XXX.
000280     05  HLD-NUM2-X              PIC X(10).
000290     05  HLD-ACCT-CODE           PIC X(10).
000300     05  HLD-RESULT              PIC S9(07)V99
000310         SIGN LEADING SEPARATE.
000320     05  HLD-AUTH-LIMIT          PIC 9(07)V99.
000330     05  HLD-HELD-DATE           PIC 9(08).
000340     05  FILLER                  PIC X(08).
