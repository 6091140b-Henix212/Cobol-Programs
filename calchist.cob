000272*                (WIDE OPEN) INSTEAD OF FEEDING SPACES TO THE     *
000273*                NUMERIC DATE COMPARES - THE SAME KEYED-DATA      *
000274*                GUARD THE REST OF THE SUITE APPLIES.             *
000274* 2026-10-15  RH  A "REV" REVERSAL ENTRY (CALCREV) NOW PRINTS THE *
000274*                TXN-ID IT REVERSES AFTER THE RESULT, SO THE      *
000274*                ORIGINAL AND ITS BACK-OUT CAN BE PAIRED ON THE   *
000274*                LISTING. NUM2 PRINTS AS ZERO FOR "REV" AND "RTE" *
000274*                ENTRIES, WHOSE NUM2 HOLDS A TXN-ID OR RATE CODE  *
000274*                RATHER THAN A NUMBER.                            *
000270*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000540                   ==CALC-NUM1==   BY ==CALC-PHS-NUM1==
000550                   ==CALC-OPERATOR== BY ==CALC-PHS-OPERATOR==
000560                   ==CALC-NUM2-X== BY ==CALC-PHS-NUM2-X==
000570                   ==CALC-NUM2==   BY ==CALC-PHS-NUM2==
000570                   ==CALC-ACCT-CODE== BY ==CALC-PHS-ACCT-CODE==.
000580     05  CALC-PHS-RESULT         PIC S9(07)V99
000590         SIGN LEADING SEPARATE.
000600 FD  CALC-HIST-SELECT-FILE
000910     05  WH-NUM2                PIC -Z(6)9.99.
000920     05  FILLER                 PIC X(02) VALUE SPACES.
000930     05  WH-RESULT              PIC -Z(6)9.99.
000940     05  FILLER                 PIC X(02) VALUE SPACES.
000940     05  WH-REVERSED-TXN-ID     PIC X(10).
000940     05  FILLER                 PIC X(12) VALUE SPACES.
000950 01  WS-HIST-TOTAL-LINE.
000960     05  FILLER                 PIC X(20) VALUE
000970         "ENTRIES SELECTED  : ".
001480     MOVE CALC-PHS-RUN-DATE TO WH-RUN-DATE.
001490     MOVE CALC-PHS-NUM1 TO WH-NUM1.
001500     MOVE CALC-PHS-OPERATOR TO WH-OPERATOR.
001510     MOVE SPACES TO WH-REVERSED-TXN-ID.
001510     IF CALC-PHS-OPERATOR = "RTE" OR "REV"
001510         MOVE 0 TO WH-NUM2
001510     ELSE
001510         MOVE CALC-PHS-NUM2 TO WH-NUM2
001510     END-IF.
001510     IF CALC-PHS-OPERATOR = "REV"
001510         MOVE CALC-PHS-NUM2-X TO WH-REVERSED-TXN-ID
001510     END-IF.
001520     MOVE CALC-PHS-RESULT TO WH-RESULT.
001530     WRITE CALC-HISTORY-REPORT-RECORD FROM WS-HISTORY-LINE.
001540     ADD 1 TO WS-MATCH-COUNT.
