000415*                UNRESOLVABLE RATE LEAVES THE RECORD OUT OF THE    *
000416*                STREAM'S EXPECTED TOTAL, LIKE ANY OTHER RECORD    *
000417*                THE STREAM LEG IS GOING TO REJECT.                *
000418* 2026-10-15  RH  CALCTXN GREW TO 65 BYTES WITH THE GL ACCOUNT     *
000418*                CODE (CALC-ACCT-CODE), SO CALC-SPLIT-CTL-RECORD   *
000418*                IS NOW 65 BYTES TO MATCH. THE ACCOUNT RIDES       *
000418*                THROUGH TO EACH STREAM WITH THE REST OF THE       *
000418*                RECORD.                                           *
000418* 2026-10-15  RH  2250-COMPUTE-RESULT NOW HANDLES THE "REV"        *
000418*                REVERSAL OPERATOR (CALCREV) - THE RESULT IS THE   *
000418*                NEGATION OF NUM1 AND NUM2 HOLDS THE ORIGINAL      *
000418*                TXN-ID, NOT A NUMBER - SO A STREAM CARRYING A     *
000418*                REVERSAL STILL BALANCES ON ITS OWN CONTROL        *
000418*                RECORD.                                           *
000400*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000665 FD  CALC-SPLIT-CTL-FILE
000666     RECORDING MODE IS F
000667     LABEL RECORDS ARE STANDARD.
000668 01  CALC-SPLIT-CTL-RECORD           PIC X(65).
000669 FD  CALC-RATE-MASTER-FILE
000670     RECORDING MODE IS F
000671     LABEL RECORDS ARE STANDARD.
000780                   ==CALC-NUM1==   BY ==CALC-SP1-NUM1==
000790                   ==CALC-OPERATOR== BY ==CALC-SP1-OPERATOR==
000800                   ==CALC-NUM2-X== BY ==CALC-SP1-NUM2-X==
000810                   ==CALC-NUM2==   BY ==CALC-SP1-NUM2==
000810                   ==CALC-ACCT-CODE== BY ==CALC-SP1-ACCT-CODE==.
000820 01  CALC-SPLIT-CONTROL-1.
000830     COPY CALCCTL
000840         REPLACING ==CTL-RECORD-ID== BY ==CTL-SP1-RECORD-ID==
001000                   ==CALC-NUM1==   BY ==CALC-SP2-NUM1==
001010                   ==CALC-OPERATOR== BY ==CALC-SP2-OPERATOR==
001020                   ==CALC-NUM2-X== BY ==CALC-SP2-NUM2-X==
001030                   ==CALC-NUM2==   BY ==CALC-SP2-NUM2==
001030                   ==CALC-ACCT-CODE== BY ==CALC-SP2-ACCT-CODE==.
001040 01  CALC-SPLIT-CONTROL-2.
001050     COPY CALCCTL
001060         REPLACING ==CTL-RECORD-ID== BY ==CTL-SP2-RECORD-ID==
001220                   ==CALC-NUM1==   BY ==CALC-SP3-NUM1==
001230                   ==CALC-OPERATOR== BY ==CALC-SP3-OPERATOR==
001240                   ==CALC-NUM2-X== BY ==CALC-SP3-NUM2-X==
001250                   ==CALC-NUM2==   BY ==CALC-SP3-NUM2==
001250                   ==CALC-ACCT-CODE== BY ==CALC-SP3-ACCT-CODE==.
001260 01  CALC-SPLIT-CONTROL-3.
001270     COPY CALCCTL
001280         REPLACING ==CTL-RECORD-ID== BY ==CTL-SP3-RECORD-ID==
001440                   ==CALC-NUM1==   BY ==CALC-SP4-NUM1==
001450                   ==CALC-OPERATOR== BY ==CALC-SP4-OPERATOR==
001460                   ==CALC-NUM2-X== BY ==CALC-SP4-NUM2-X==
001470                   ==CALC-NUM2==   BY ==CALC-SP4-NUM2==
001470                   ==CALC-ACCT-CODE== BY ==CALC-SP4-ACCT-CODE==.
001480 01  CALC-SPLIT-CONTROL-4.
001490     COPY CALCCTL
001500         REPLACING ==CTL-RECORD-ID== BY ==CTL-SP4-RECORD-ID==
002573         END-IF
002573         GO TO 2250-EXIT
002573     END-IF.
002573     IF CALC-OPERATOR = "REV"
002573         MOVE CALC-NUM1 TO WS-CALC-NUM1
002573         SUBTRACT WS-CALC-NUM1 FROM 0 GIVING WS-CALC-RESULT
002573             ON SIZE ERROR MOVE "Y" TO WS-SIZE-ERROR-SWITCH
002573         END-SUBTRACT
002573         GO TO 2250-EXIT
002573     END-IF.
002573     IF CALC-NUM2-X(1:1) NOT = "+"
002573         AND CALC-NUM2-X(1:1) NOT = "-"
002573         OR CALC-NUM2-X(2:9) NOT NUMERIC
