000361*                CALCAPA AUDIT RECORD (BEFORE/AFTER VALUES,      *
000362*                CORRECTOR, APPROVER) TO CALC-APPR-AUDIT-FILE    *
000363*                SO EVERY CHANGED AMOUNT HAS TWO NAMES ON IT.    *
000363* 2026-10-15  RH  THE RESUBMITTED TRANSACTION NOW CARRIES THE    *
000363*                REJECT'S GL ACCOUNT CODE, AND A NEW "ACCT"      *
000363*                FIELD CODE REPLACES IT - THE ONLY WAY TO CLEAR  *
000363*                AN "ACCT" REJECT (CODE MISSING, NOT ON THE      *
000363*                CHART, INACTIVE OR NOT POSTABLE).               *
000363* 2026-10-15  RH  2350-COMPUTE-RESULT NOW HANDLES THE "REV"      *
000363*                REVERSAL OPERATOR (CALCREV), SO A REJECTED      *
000363*                REVERSAL - TYPICALLY AN "ACCT" REJECT BECAUSE   *
000363*                THE ORIGINAL ACCOUNT HAS SINCE BEEN CLOSED -    *
000363*                GOES BACK INTO AN IN-BALANCE BATCH. NUM2 ON A   *
000363*                REVERSAL IS THE ORIGINAL TXN-ID AND IS NEVER    *
000363*                TREATED AS A NUMBER.                            *
000363* 2026-10-15  RH  A CORRECTION IS RESUBMITTED WITH TODAY'S DATE  *
000363*                AS ITS CALC-RUN-DATE, SO 1600-CHECK-RUN-PERIOD  *
000363*                NOW LOOKS UP TODAY'S MONTH ON THE PERIOD        *
000363*                CONTROL FILE (CALCPCT) KEPT BY CALCPCLS AND     *
000363*                CALCPROP. IF THAT MONTH IS CLOSED, EVERY        *
000363*                CORRECTION IS HELD ON CALC-PEND-FILE WITH THE   *
000363*                "PCLS" HOLD REASON INSTEAD OF BEING             *
000363*                RESUBMITTED, AND COUNTS TOWARD RC=4 LIKE ANY    *
000363*                OTHER HELD CORRECTION.                          *
000363* 2026-10-15  RH  CALCCHAIN NOW WRITES REJECT RECORDS (OPERATOR  *
000363*                "CHN"). A CHAIN CANNOT BE RESUBMITTED AS A      *
000363*                SINGLE CALCTXN TRANSACTION, SO A CORRECTION     *
000363*                MATCHED TO ONE IS IGNORED WITH A WARNING,       *
000363*                COUNTED, AND SETS RC=4; THE CHAIN IS RE-KEYED   *
000363*                ON CALCCHN INSTEAD.                             *
000363* 2026-10-15  RH  A CORRECTION MAY NO LONGER CREATE OR ALTER A   *
000363*                REVERSAL BEHIND THE REVERSAL REGISTER'S BACK.   *
000363*                AN "OPER" CORRECTION TO "REV", OR AN "OPER",    *
000363*                "NUM1" OR "NUM2" CORRECTION OF A REJECTED       *
000363*                "REV", IS REFUSED BEFORE APPROVAL AND HELD ON   *
000363*                CALC-PEND-FILE AND THE PENDING LISTING WITH A   *
000363*                "REV" HOLD REASON, COUNTED, AND SETS RC=4 LIKE  *
000363*                ANY OTHER HELD CORRECTION. ONLY "ACCT" AND      *
000363*                "OPID" ARE CORRECTABLE ON A REVERSAL.           *
000321*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000430         ORGANIZATION IS SEQUENTIAL.
000431     SELECT CALC-PEND-LIST-FILE ASSIGN TO CALCPNDL
000432         ORGANIZATION IS SEQUENTIAL.
000433     SELECT CALC-PERIOD-FILE ASSIGN TO CALCPCT
000434         ORGANIZATION IS SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CALC-REJECT-FILE
000560                   ==CALC-NUM1==   BY ==CALC-REJECT-NUM1==
000570                   ==CALC-OPERATOR== BY ==CALC-REJECT-OPERATOR==
000580                   ==CALC-NUM2-X== BY ==CALC-REJECT-NUM2-X==
000590                   ==CALC-NUM2==   BY ==CALC-REJECT-NUM2==
000590                   ==CALC-ACCT-CODE== BY
000590                   ==CALC-REJECT-ACCT-CODE==.
000600     COPY CALCRJ.
000610 FD  CALC-CORR-FILE
000620     RECORDING MODE IS F
000807     RECORDING MODE IS F
000808     LABEL RECORDS ARE STANDARD.
000809 01  CALC-PEND-LIST-RECORD            PIC X(100).
000810 FD  CALC-PERIOD-FILE
000811     RECORDING MODE IS F
000812     LABEL RECORDS ARE STANDARD.
000813 01  CALC-PERIOD-RECORD.
000814     COPY CALCPCT.
000770 WORKING-STORAGE SECTION.
000780 77  WS-REJECT-EOF-SWITCH     PIC X(01) VALUE "N".
000790     88  WS-REJECT-EOF                  VALUE "Y".
000850 77  WS-UNMATCHED-REJ-COUNT   PIC 9(07) COMP VALUE 0.
000860 77  WS-ORPHAN-CORR-COUNT     PIC 9(07) COMP VALUE 0.
000870 77  WS-BAD-FIELD-CODE-COUNT  PIC 9(07) COMP VALUE 0.
000870 77  WS-CHAIN-CORR-COUNT      PIC 9(07) COMP VALUE 0.
000871 77  WS-CTL-RECORD-ID         PIC X(10) VALUE "**CTL**".
000872 77  WS-EXPECTED-TOTAL-ACCUM  PIC S9(09)V99
000873     SIGN LEADING SEPARATE VALUE 0.
000905 77  WS-APPROVED-COUNT        PIC 9(07) COMP VALUE 0.
000906 77  WS-HOLD-REASON           PIC X(30) VALUE SPACES.
000907 77  WS-BEFORE-VALUE          PIC X(10) VALUE SPACES.
000907 77  WS-PERIOD-EOF-SWITCH     PIC X(01) VALUE "N".
000907     88  WS-PERIOD-EOF                  VALUE "Y".
000907 77  WS-PERIOD-CLOSED-SWITCH  PIC X(01) VALUE "N".
000907     88  WS-RUN-PERIOD-CLOSED           VALUE "Y".
000907 77  WS-CLOSED-HOLD-COUNT     PIC 9(07) COMP VALUE 0.
000907 77  WS-REV-REFUSED-COUNT     PIC 9(07) COMP VALUE 0.
000907 01  WS-RUN-DATE-WORK         PIC 9(08) VALUE 0.
000907 01  WS-RUN-DATE-WORK-R REDEFINES WS-RUN-DATE-WORK.
000907     05  WS-RUN-PERIOD          PIC 9(06).
000907     05  FILLER                 PIC 9(02).
000891 01  WS-RATE-MASTER-TABLE.
000892     05  WS-RATE-MASTER-ENTRY   OCCURS 500 TIMES
000893                                INDEXED BY WS-RM-IDX.
001030     PERFORM 1050-WRITE-PLACEHOLDER-CONTROL THRU 1050-EXIT.
001035     PERFORM 1300-LOAD-RATE-MASTER THRU 1300-EXIT.
001036     PERFORM 1500-LOAD-OPER-MASTER THRU 1500-EXIT.
001036     PERFORM 1600-CHECK-RUN-PERIOD THRU 1600-EXIT.
001037     WRITE CALC-PEND-LIST-RECORD FROM WS-PEND-HEADING-1.
001038     WRITE CALC-PEND-LIST-RECORD FROM WS-PEND-HEADING-2.
001040     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
001215     END-READ.
001216 1510-EXIT.
001217     EXIT.
001217
001218 1600-CHECK-RUN-PERIOD.
001218     MOVE WS-RUN-DATE TO WS-RUN-DATE-WORK.
001218     OPEN INPUT CALC-PERIOD-FILE.
001218     PERFORM 1610-CHECK-ONE-PERIOD-ENTRY THRU 1610-EXIT
001218         UNTIL WS-PERIOD-EOF.
001218     CLOSE CALC-PERIOD-FILE.
001218     IF WS-RUN-PERIOD-CLOSED
001218         DISPLAY "WARNING - RUN DATE " WS-RUN-DATE " IS IN A "
001218             "CLOSED PERIOD - EVERY CORRECTION WILL BE HELD"
001218     END-IF.
001218 1600-EXIT.
001218     EXIT.
001218
001218 1610-CHECK-ONE-PERIOD-ENTRY.
001218     READ CALC-PERIOD-FILE
001218         AT END
001218             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
001218         NOT AT END
001218             IF PCT-PERIOD = WS-RUN-PERIOD
001218                 AND PCT-PERIOD-CLOSED
001218                 MOVE "Y" TO WS-PERIOD-CLOSED-SWITCH
001218             END-IF
001218     END-READ.
001218 1610-EXIT.
001218     EXIT.
001070
001080 2000-PROCESS-MATCH.
001090     IF WS-CORR-EOF
001390     EXIT.
001400
001410 2300-APPLY-CORRECTION.
001410     IF CALC-REJECT-OPERATOR = "CHN"
001410         ADD 1 TO WS-CHAIN-CORR-COUNT
001410         DISPLAY "WARNING - CORRECTION FOR " CALC-CORR-TXN-ID
001410             " IGNORED - IT IS A REJECTED CHAIN, RE-KEY IT ON "
001410             "CALCCHN"
001410         GO TO 2300-EXIT
001410     END-IF.
001411     IF WS-RUN-PERIOD-CLOSED
001411         MOVE "PCLS RUN DATE IN CLOSED PERIOD" TO WS-HOLD-REASON
001411         PERFORM 2330-HOLD-PENDING-CORRECTION THRU 2330-EXIT
001411         ADD 1 TO WS-CLOSED-HOLD-COUNT
001411         GO TO 2300-EXIT
001411     END-IF.
001411*    A REVERSAL'S AMOUNT, OPERATOR AND ORIGINAL TXN-ID MUST STAY
001411*    AS CALCREV ENTERED THEM ON THE REVERSAL REGISTER, AND NO
001411*    OTHER REJECT MAY BE TURNED INTO ONE - ONLY ACCT AND OPID ARE
001411*    CORRECTABLE ON A "REV".
001411     IF CALC-CORR-FIELD-CODE = "OPER"
001411         AND CALC-CORR-NEW-VALUE(1:3) = "REV"
001411         MOVE "REV  OPER REV ONLY VIA CALCREV" TO WS-HOLD-REASON
001411         PERFORM 2330-HOLD-PENDING-CORRECTION THRU 2330-EXIT
001411         ADD 1 TO WS-REV-REFUSED-COUNT
001411         GO TO 2300-EXIT
001411     END-IF.
001411     IF CALC-REJECT-OPERATOR = "REV"
001411         AND (CALC-CORR-FIELD-CODE = "OPER" OR "NUM1" OR "NUM2")
001411         MOVE "REV  ONLY ACCT/OPID ON A REV" TO WS-HOLD-REASON
001411         PERFORM 2330-HOLD-PENDING-CORRECTION THRU 2330-EXIT
001411         ADD 1 TO WS-REV-REFUSED-COUNT
001411         GO TO 2300-EXIT
001411     END-IF.
001411     PERFORM 2320-CHECK-APPROVAL THRU 2320-EXIT.
001412     IF NOT WS-APPROVAL-OK
001413         PERFORM 2330-HOLD-PENDING-CORRECTION THRU 2330-EXIT
001440     MOVE CALC-REJECT-NUM2-X  TO CALC-NUM2-X.
001450     MOVE CALC-REJECT-TXN-ID  TO CALC-TXN-ID.
001460     MOVE CALC-REJECT-OPER-ID TO CALC-OPER-ID.
001465     MOVE CALC-REJECT-ACCT-CODE TO CALC-ACCT-CODE.
001470     MOVE WS-RUN-DATE         TO CALC-RUN-DATE.
001480     MOVE WS-RUN-TIME         TO CALC-RUN-TIME.
001490     EVALUATE CALC-CORR-FIELD-CODE
001550             MOVE CALC-CORR-NEW-VALUE(1:3) TO CALC-OPERATOR
001560         WHEN "OPID"
001570             MOVE CALC-CORR-NEW-VALUE(1:8) TO CALC-OPER-ID
001575         WHEN "ACCT"
001576             MOVE CALC-CORR-NEW-VALUE TO CALC-ACCT-CODE
001580         WHEN OTHER
001590             ADD 1 TO WS-BAD-FIELD-CODE-COUNT
001600     END-EVALUATE.
001610     IF CALC-CORR-FIELD-CODE = "NUM1" OR "NUM2" OR "OPER"
001611             OR "OPID" OR "ACCT"
001620         PERFORM 2350-COMPUTE-RESULT THRU 2350-EXIT
001630         WRITE CALC-TXN-RECORD
001640         MOVE CALC-TXN-ID         TO CALC-RESUB-NEW-TXN-ID
001792             MOVE CALC-REJECT-OPERATOR TO WS-BEFORE-VALUE
001793         WHEN "OPID"
001794             MOVE CALC-REJECT-OPER-ID TO WS-BEFORE-VALUE
001795         WHEN "ACCT"
001795             MOVE CALC-REJECT-ACCT-CODE TO WS-BEFORE-VALUE
001795         WHEN OTHER
001796             MOVE SPACES TO WS-BEFORE-VALUE
001797     END-EVALUATE.
001763         END-IF
001763         GO TO 2350-EXIT
001763     END-IF.
001763     IF CALC-OPERATOR = "REV"
001763         SUBTRACT CALC-NUM1 FROM 0 GIVING WS-CALC-RESULT
001763             ON SIZE ERROR MOVE "Y" TO WS-SIZE-ERROR-SWITCH
001763         END-SUBTRACT
001763         IF WS-SIZE-ERROR-SWITCH = "N"
001763             ADD WS-CALC-RESULT TO WS-EXPECTED-TOTAL-ACCUM
001763         END-IF
001763         GO TO 2350-EXIT
001763     END-IF.
001764     IF CALC-NUM2-X(1:1) NOT = "+"
001764         AND CALC-NUM2-X(1:1) NOT = "-"
001764         OR CALC-NUM2-X(2:9) NOT NUMERIC
001874         WS-APPROVED-COUNT.
001876     DISPLAY "Corrections held pending approval = "
001878         WS-PENDING-COUNT.
001878     IF WS-CLOSED-HOLD-COUNT > 0
001878         DISPLAY "Corrections held - run date in closed period = "
001878             WS-CLOSED-HOLD-COUNT
001878     END-IF.
001878     IF WS-REV-REFUSED-COUNT > 0
001878         DISPLAY "Corrections refused - reversal fields = "
001878             WS-REV-REFUSED-COUNT
001878     END-IF.
001880     DISPLAY "Rejects with no correction supplied = "
001890         WS-UNMATCHED-REJ-COUNT.
001900     DISPLAY "Correction records with no matching reject = "
001930         DISPLAY "Corrections with an invalid field code = "
001940             WS-BAD-FIELD-CODE-COUNT
001950     END-IF.
001950     IF WS-CHAIN-CORR-COUNT > 0
001950         DISPLAY "Corrections ignored - rejected chains = "
001950             WS-CHAIN-CORR-COUNT
001950     END-IF.
001960     CLOSE CALC-REJECT-FILE.
001970     CLOSE CALC-CORR-FILE.
001980     CLOSE CALC-TXN-FILE.
001995     PERFORM 9050-FINALIZE-CONTROL THRU 9050-EXIT.
002000     IF WS-UNMATCHED-REJ-COUNT > 0 OR WS-ORPHAN-CORR-COUNT > 0
002010         OR WS-BAD-FIELD-CODE-COUNT > 0
002010         OR WS-CHAIN-CORR-COUNT > 0
002015         OR WS-PENDING-COUNT > 0
002020         MOVE 4 TO RETURN-CODE
002030     END-IF.
