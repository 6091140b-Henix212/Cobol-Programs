000412* 2026-09-03  RH  OPERATOR MASTER STATUS "S" (SUPERVISOR) NOW   *
000414*                COUNTS AS ACTIVE FOR KEYING, MATCHING THE      *
000416*                VALIDATION IN CALCULATRICE AND CALCCHAIN.      *
000418* 2026-10-15  RH  EACH RAW RECORD NOW CARRIES RAW-ACCT-CODE,    *
000418*                THE GL ACCOUNT/COST CENTER THE RESULT POSTS    *
000418*                TO, WHICH IS CARRIED ONTO CALC-ACCT-CODE.      *
000418*                1500-LOAD-CHART-OF-ACCOUNTS LOADS THE CHART    *
000418*                (CALCCOA) AND 2152-CHECK-ACCT-CODE KICKS BACK  *
000418*                A MISSING, UNKNOWN, INACTIVE OR NON-POSTABLE   *
000418*                CODE WITH "ACCT", THE SAME RULE CALCULATRICE   *
000418*                NOW APPLIES. THE KEYING-ERROR LISTING SHOWS    *
000418*                THE ACCOUNT CODE.                              *
000418* 2026-10-15  RH  A RAW RECORD KEYED WITH THE "REV" REVERSAL    *
000418*                OPERATOR IS KICKED BACK WITH "OPER" - A        *
000418*                REVERSAL NEEDS A SUPERVISOR'S APPROVAL AND A   *
000418*                LINK TO THE ORIGINAL POSTING, SO IT IS ONLY    *
000418*                EVER GENERATED BY CALCREV.                     *
000418* 2026-10-15  RH  ADDED BLIND DOUBLE-KEY VERIFY MODE. A         *
000418*                WELL-FORMED TYPO (1250.00 KEYED AS 1520.00)    *
000418*                PASSES EVERY PRE-EDIT, SO WHEN THE CALCRAWV DD *
000418*                IS SUPPLIED THE SAME DOCUMENTS, KEYED AGAIN BY *
000418*                A DIFFERENT OPERATOR, ARE COMPARED RECORD BY   *
000418*                RECORD WITH CALCRAW (2050-VERIFY-KEYINGS).     *
000418*                ONLY A PAIR WHOSE NUM1, OPERATOR, NUM2 AND     *
000418*                ACCOUNT AGREE, KEYED BY TWO DIFFERENT ACTIVE   *
000418*                OPERATORS, GOES ON TO PRE-EDIT AND INTO        *
000418*                CALCTXN UNDER THE FIRST KEYER; EVERY OTHER     *
000418*                PAIR, AND ANY RECORD LEFT OVER ON EITHER FILE, *
000418*                IS LISTED WITH BOTH KEYINGS ON THE CALCPVRL    *
000418*                VERIFICATION-EXCEPTION LISTING, WHICH ENDS     *
000418*                WITH A PER-OPERATOR MISMATCH COUNT. ITEMS      *
000418*                CALCSGEN GENERATED (RAW-SOURCE "S") ARE PASSED *
000418*                WITHOUT A SECOND KEYING. ANY EXCEPTION HOLDS   *
000418*                THE BATCH WITH RC=8, WHICH THE JOB USES TO     *
000418*                KEEP IT FROM CALCJOB. WITHOUT THE DD THE       *
000418*                PROGRAM RUNS SINGLE-KEYED AS BEFORE.           *
000420*----------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT CALC-PREP-ERROR-FILE ASSIGN TO CALCPERL
000550         ORGANIZATION IS SEQUENTIAL.
000552     SELECT CALC-CHART-FILE ASSIGN TO CALCCOA
000554         ORGANIZATION IS SEQUENTIAL.
000554     SELECT CALC-RAW-VERIFY-FILE ASSIGN TO CALCRAWV
000554         ORGANIZATION IS SEQUENTIAL
000554         FILE STATUS IS WS-VERIFY-FILE-STATUS.
000554     SELECT CALC-VERIFY-LIST-FILE ASSIGN TO CALCPVRL
000554         ORGANIZATION IS SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CALC-RAW-KEYED-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  CALC-PREP-ERROR-RECORD           PIC X(100).
000842 FD  CALC-CHART-FILE
000844     RECORDING MODE IS F
000846     LABEL RECORDS ARE STANDARD.
000848 01  CALC-CHART-RECORD.
000849     COPY CALCCOA.
000849 FD  CALC-RAW-VERIFY-FILE
000849     RECORDING MODE IS F
000849     LABEL RECORDS ARE STANDARD.
000849 01  CALC-RAW-VERIFY-RECORD.
000849     COPY CALCRAW
000849         REPLACING ==RAW-OPER-ID==       BY ==RAWV-OPER-ID==
000849                   ==RAW-NUM1==          BY ==RAWV-NUM1==
000849                   ==RAW-NUM1-X==        BY ==RAWV-NUM1-X==
000849                   ==RAW-OPERATOR==      BY ==RAWV-OPERATOR==
000849                   ==RAW-NUM2==          BY ==RAWV-NUM2==
000849                   ==RAW-NUM2-X==        BY ==RAWV-NUM2-X==
000849                   ==RAW-ACCT-CODE==     BY ==RAWV-ACCT-CODE==
000849                   ==RAW-SOURCE==        BY ==RAWV-SOURCE==
000849                   ==RAW-STANDING-ITEM==
000849                                 BY ==RAWV-STANDING-ITEM==.
000849 FD  CALC-VERIFY-LIST-FILE
000849     RECORDING MODE IS F
000849     LABEL RECORDS ARE STANDARD.
000849 01  CALC-VERIFY-LIST-RECORD          PIC X(100).
000850 WORKING-STORAGE SECTION.
000860 77  WS-RAW-EOF-SWITCH        PIC X(01) VALUE "N".
000870     88  WS-RAW-EOF                     VALUE "Y".
001190 77  WS-RESOLVED-RATE         PIC S9(03)V9(04)
001200     SIGN LEADING SEPARATE VALUE 0.
001210 77  WS-RM-SCAN-IDX           PIC 9(05) COMP VALUE 0.
001212 77  WS-CHART-MAX             PIC 9(05) COMP VALUE 500.
001214 77  WS-CHART-COUNT           PIC 9(05) COMP VALUE 0.
001216 77  WS-CHART-EOF-SW          PIC X(01) VALUE "N".
001217     88  WS-CHART-EOF                   VALUE "Y".
001218 77  WS-CHART-OVFL-SW         PIC X(01) VALUE "N".
001219     88  WS-CHART-OVERFLOWED            VALUE "Y".
001219 77  WS-VERIFY-FILE-STATUS    PIC X(02) VALUE SPACES.
001219 77  WS-VERIFY-MODE-SW        PIC X(01) VALUE "N".
001219     88  WS-VERIFY-MODE                 VALUE "Y".
001219 77  WS-VERIFY-EOF-SWITCH     PIC X(01) VALUE "N".
001219     88  WS-VERIFY-EOF                  VALUE "Y".
001219 77  WS-KEYINGS-AGREE-SW      PIC X(01) VALUE "Y".
001219     88  WS-KEYINGS-AGREE               VALUE "Y".
001219 77  WS-PAIR-COUNT            PIC 9(07) COMP VALUE 0.
001219 77  WS-AGREED-COUNT          PIC 9(07) COMP VALUE 0.
001219 77  WS-VERIFY-EXCEPT-COUNT   PIC 9(07) COMP VALUE 0.
001219 77  WS-UNVERIFIED-COUNT      PIC 9(07) COMP VALUE 0.
001219 77  WS-STANDING-PASS-COUNT   PIC 9(07) COMP VALUE 0.
001219 77  WS-KEYER-ID              PIC X(08) VALUE SPACES.
001219 77  WS-KEYER-MAX             PIC 9(05) COMP VALUE 500.
001219 77  WS-KEYER-COUNT           PIC 9(05) COMP VALUE 0.
001219 77  WS-KEYER-SCAN-IDX        PIC 9(05) COMP VALUE 0.
001219 77  WS-FIRST-KEYER-IDX       PIC 9(05) COMP VALUE 0.
001219 77  WS-SECOND-KEYER-IDX      PIC 9(05) COMP VALUE 0.
001219 77  WS-KEYER-FOUND-SW        PIC X(01) VALUE "N".
001219     88  WS-KEYER-FOUND                 VALUE "Y".
001219 77  WS-KEYER-OVFL-SW         PIC X(01) VALUE "N".
001219     88  WS-KEYER-OVERFLOWED            VALUE "Y".
001220 01  WS-TXN-ID-BUILD.
001230     05  WS-TID-TIME            PIC 9(06).
001240     05  WS-TID-SEQ             PIC 9(04).
001380         10  WS-RM-EFF-DATE         PIC 9(08).
001390         10  WS-RM-RATE-VALUE       PIC S9(03)V9(04)
001400             SIGN LEADING SEPARATE.
001402 01  WS-CHART-TABLE.
001403     05  WS-CHART-ENTRY         OCCURS 500 TIMES
001404                                INDEXED BY WS-CA-IDX.
001405         10  WS-CA-ACCT-CODE        PIC X(10).
001406         10  WS-CA-ACCT-STATUS      PIC X(01).
001407             88  WS-CA-ACCT-ACTIVE        VALUE "A".
001408         10  WS-CA-ACCT-TYPE        PIC X(01).
001409             88  WS-CA-ACCT-POSTABLE      VALUE "P".
001409 01  WS-KEYER-TABLE.
001409     05  WS-KEYER-ENTRY         OCCURS 500 TIMES
001409                                INDEXED BY WS-KY-IDX.
001409         10  WS-KY-OPER-ID          PIC X(08).
001409         10  WS-KY-FIRST-COUNT      PIC 9(07) COMP.
001409         10  WS-KY-SECOND-COUNT     PIC 9(07) COMP.
001409         10  WS-KY-MISMATCH-COUNT   PIC 9(07) COMP.
001410 01  WS-ERROR-HEADING-1.
001420     05  FILLER                 PIC X(36) VALUE
001430         "BATCH PREPARATION KEYING ERRORS".
001510     05  FILLER                 PIC X(12) VALUE "NUM2".
001520     05  FILLER                 PIC X(06) VALUE "RSN".
001530     05  FILLER                 PIC X(30) VALUE "REASON".
001535     05  FILLER                 PIC X(12) VALUE "ACCOUNT".
001540     05  FILLER                 PIC X(13) VALUE SPACES.
001550 01  WS-ERROR-LINE.
001560     05  PEL-OPER-ID            PIC X(08).
001570     05  FILLER                 PIC X(02) VALUE SPACES.
001640     05  PEL-REASON-CODE        PIC X(04).
001650     05  FILLER                 PIC X(02) VALUE SPACES.
001660     05  PEL-REASON-TEXT        PIC X(30).
001665     05  PEL-ACCT-CODE          PIC X(10).
001670     05  FILLER                 PIC X(15) VALUE SPACES.
001680 01  WS-ERROR-TOTAL-LINE.
001690     05  FILLER                 PIC X(20) VALUE
001700         "RECORDS KEYED     : ".
001750     05  FILLER                 PIC X(12) VALUE
001760         "  KICKED  : ".
001770     05  WET-KICKED-COUNT       PIC ZZZ,ZZ9.
001770     05  FILLER                 PIC X(14) VALUE
001770         "  UNVERIFIED: ".
001770     05  WET-UNVERIFIED-COUNT   PIC ZZZ,ZZ9.
001780     05  FILLER                 PIC X(14) VALUE SPACES.
001780 01  WS-VERIFY-HEADING-1.
001780     05  FILLER                 PIC X(36) VALUE
001780         "DOUBLE-KEY VERIFICATION EXCEPTIONS".
001780     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001780     05  PVH-RUN-DATE           PIC 9999/99/99.
001780     05  FILLER                 PIC X(45) VALUE SPACES.
001780 01  WS-VERIFY-HEADING-2.
001780     05  FILLER                 PIC X(08) VALUE "PAIR".
001780     05  FILLER                 PIC X(08) VALUE "KEYING".
001780     05  FILLER                 PIC X(10) VALUE "OPER-ID".
001780     05  FILLER                 PIC X(12) VALUE "NUM1".
001780     05  FILLER                 PIC X(05) VALUE "OP".
001780     05  FILLER                 PIC X(12) VALUE "NUM2".
001780     05  FILLER                 PIC X(12) VALUE "ACCOUNT".
001780     05  FILLER                 PIC X(06) VALUE "RSN".
001780     05  FILLER                 PIC X(27) VALUE "REASON".
001780 01  WS-VERIFY-NOTE-LINE.
001780     05  FILLER                 PIC X(49) VALUE
001780         "SINGLE KEYING - NO SECOND KEYING WAS SUPPLIED ON ".
001780     05  FILLER                 PIC X(51) VALUE
001780         "CALCRAWV, SO NOTHING WAS VERIFIED".
001780 01  WS-VERIFY-LINE.
001780     05  PVL-PAIR-NO            PIC ZZZZZ9.
001780     05  PVL-PAIR-NO-X REDEFINES PVL-PAIR-NO
001780                                PIC X(06).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVL-KEYING             PIC X(06).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVL-OPER-ID            PIC X(08).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVL-NUM1               PIC X(10).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVL-OPERATOR           PIC X(03).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVL-NUM2               PIC X(10).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVL-ACCT-CODE          PIC X(10).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVL-REASON-CODE        PIC X(04).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVL-REASON-TEXT        PIC X(27).
001780 01  WS-VERIFY-DIFF-LINE.
001780     05  FILLER                 PIC X(26) VALUE SPACES.
001780     05  PVD-NUM1-FLAG          PIC X(10).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVD-OPERATOR-FLAG      PIC X(03).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVD-NUM2-FLAG          PIC X(10).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVD-ACCT-FLAG          PIC X(10).
001780     05  FILLER                 PIC X(35) VALUE SPACES.
001780 01  WS-VERIFY-TOTAL-LINE.
001780     05  FILLER                 PIC X(16) VALUE
001780         "PAIRS COMPARED: ".
001780     05  PVT-PAIR-COUNT         PIC ZZZ,ZZ9.
001780     05  FILLER                 PIC X(10) VALUE
001780         "  AGREED: ".
001780     05  PVT-AGREED-COUNT       PIC ZZZ,ZZ9.
001780     05  FILLER                 PIC X(14) VALUE
001780         "  EXCEPTIONS: ".
001780     05  PVT-EXCEPT-COUNT       PIC ZZZ,ZZ9.
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  PVT-DISPOSITION        PIC X(37).
001780 01  WS-KEYER-HEADING-1.
001780     05  FILLER                 PIC X(47) VALUE
001780         "KEYING ACCURACY BY OPERATOR - EACH MISMATCH IS ".
001780     05  FILLER                 PIC X(53) VALUE
001780         "CHARGED TO EVERY KEYER WHOSE KEYING IT SHOWS".
001780 01  WS-KEYER-HEADING-2.
001780     05  FILLER                 PIC X(10) VALUE "OPER-ID".
001780     05  FILLER                 PIC X(14) VALUE
001780         "   FIRST KEYED".
001780     05  FILLER                 PIC X(14) VALUE
001780         "  SECOND KEYED".
001780     05  FILLER                 PIC X(14) VALUE
001780         "    MISMATCHES".
001780     05  FILLER                 PIC X(48) VALUE SPACES.
001780 01  WS-KEYER-LINE.
001780     05  PVO-OPER-ID            PIC X(08).
001780     05  FILLER                 PIC X(09) VALUE SPACES.
001780     05  PVO-FIRST-COUNT        PIC ZZZ,ZZ9.
001780     05  FILLER                 PIC X(07) VALUE SPACES.
001780     05  PVO-SECOND-COUNT       PIC ZZZ,ZZ9.
001780     05  FILLER                 PIC X(07) VALUE SPACES.
001780     05  PVO-MISMATCH-COUNT     PIC ZZZ,ZZ9.
001780     05  FILLER                 PIC X(48) VALUE SPACES.
001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820     PERFORM 2000-PREP-ONE-RECORD THRU 2000-EXIT
001830         UNTIL WS-RAW-EOF.
001830     PERFORM 2700-VERIFY-LEFTOVER THRU 2700-EXIT
001830         UNTIL WS-VERIFY-EOF.
001840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001850     STOP RUN.
001860
001870 1000-INITIALIZE.
001880     OPEN INPUT  CALC-RAW-KEYED-FILE.
001880     OPEN INPUT  CALC-RAW-VERIFY-FILE.
001880     IF WS-VERIFY-FILE-STATUS = "00"
001880         MOVE "Y" TO WS-VERIFY-MODE-SW
001880         DISPLAY "VERIFY MODE - EACH CALCRAW RECORD IS COMPARED "
001880             "WITH ITS SECOND KEYING ON CALCRAWV"
001880     ELSE
001880         MOVE "Y" TO WS-VERIFY-EOF-SWITCH
001880     END-IF.
001890     OPEN OUTPUT CALC-TXN-FILE.
001900     OPEN OUTPUT CALC-PREP-ERROR-FILE.
001900     OPEN OUTPUT CALC-VERIFY-LIST-FILE.
001910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001920     ACCEPT WS-RUN-TIME FROM TIME.
001930     PERFORM 1300-LOAD-OPER-MASTER THRU 1300-EXIT.
001940     PERFORM 1400-LOAD-RATE-MASTER THRU 1400-EXIT.
001945     PERFORM 1500-LOAD-CHART-OF-ACCOUNTS THRU 1500-EXIT.
001950     PERFORM 1050-WRITE-PLACEHOLDER-CONTROL THRU 1050-EXIT.
001960     MOVE WS-RUN-DATE TO WEH-RUN-DATE.
001970     WRITE CALC-PREP-ERROR-RECORD FROM WS-ERROR-HEADING-1.
001980     WRITE CALC-PREP-ERROR-RECORD FROM WS-ERROR-HEADING-2.
001980     MOVE WS-RUN-DATE TO PVH-RUN-DATE.
001980     WRITE CALC-VERIFY-LIST-RECORD FROM WS-VERIFY-HEADING-1.
001980     IF WS-VERIFY-MODE
001980         WRITE CALC-VERIFY-LIST-RECORD FROM WS-VERIFY-HEADING-2
001980     ELSE
001980         WRITE CALC-VERIFY-LIST-RECORD FROM WS-VERIFY-NOTE-LINE
001980     END-IF.
001990     MOVE WS-RUN-TIME TO WS-TID-TIME.
002000     MOVE 0 TO WS-TID-SEQ.
002010     PERFORM 2100-READ-RAW THRU 2100-EXIT.
002010     IF WS-VERIFY-MODE
002010         PERFORM 2110-READ-VERIFY THRU 2110-EXIT
002010     END-IF.
002020 1000-EXIT.
002030     EXIT.
002040
002770 1410-EXIT.
002780     EXIT.
002790
002782 1500-LOAD-CHART-OF-ACCOUNTS.
002783     OPEN INPUT CALC-CHART-FILE.
002784     PERFORM 1510-LOAD-ONE-CHART-ENTRY THRU 1510-EXIT
002785         UNTIL WS-CHART-EOF
002786         OR WS-CHART-COUNT = WS-CHART-MAX.
002787     IF NOT WS-CHART-EOF
002788         READ CALC-CHART-FILE
002789             AT END
002790                 MOVE "Y" TO WS-CHART-EOF-SW
002791             NOT AT END
002792                 MOVE "Y" TO WS-CHART-OVFL-SW
002793                 DISPLAY "WARNING - CHART OF ACCOUNTS EXCEEDS "
002794                     "THE " WS-CHART-MAX " ENTRY TABLE - "
002795                     "ACCOUNTS PAST THE LIMIT WILL KICK BACK "
002796                     "AS NOT ON CHART"
002797         END-READ
002798     END-IF.
002799     CLOSE CALC-CHART-FILE.
002799 1500-EXIT.
002799     EXIT.
002799
002799 1510-LOAD-ONE-CHART-ENTRY.
002799     READ CALC-CHART-FILE
002799         AT END
002799             MOVE "Y" TO WS-CHART-EOF-SW
002799         NOT AT END
002799             ADD 1 TO WS-CHART-COUNT
002799             SET WS-CA-IDX TO WS-CHART-COUNT
002799             MOVE COA-ACCT-CODE TO WS-CA-ACCT-CODE(WS-CA-IDX)
002799             MOVE COA-ACCT-STATUS TO WS-CA-ACCT-STATUS(WS-CA-IDX)
002799             MOVE COA-ACCT-TYPE TO WS-CA-ACCT-TYPE(WS-CA-IDX)
002799     END-READ.
002799 1510-EXIT.
002799     EXIT.
002799
002800 2000-PREP-ONE-RECORD.
002810     ADD 1 TO WS-RAW-READ-COUNT.
002810     IF WS-VERIFY-MODE
002810         IF RAW-STANDING-ITEM
002810             ADD 1 TO WS-STANDING-PASS-COUNT
002810         ELSE
002810             PERFORM 2050-VERIFY-KEYINGS THRU 2050-EXIT
002810             IF NOT WS-KEYINGS-AGREE
002810                 GO TO 2000-READ-NEXT
002810             END-IF
002810         END-IF
002810     END-IF.
002820     PERFORM 2150-VALIDATE-RAW THRU 2150-EXIT.
002830     IF WS-VALID-RAW
002840         PERFORM 2200-WRITE-PREPARED-TXN THRU 2200-EXIT
002850     ELSE
002860         PERFORM 2600-WRITE-KEYING-ERROR THRU 2600-EXIT
002870     END-IF.
002870 2000-READ-NEXT.
002880     PERFORM 2100-READ-RAW THRU 2100-EXIT.
002890 2000-EXIT.
002900     EXIT.
002900
002900 2050-VERIFY-KEYINGS.
002900     MOVE "Y" TO WS-KEYINGS-AGREE-SW.
002900     MOVE SPACES TO WS-ERROR-REASON-CODE.
002900     MOVE SPACES TO WS-ERROR-REASON-TEXT.
002900     ADD 1 TO WS-PAIR-COUNT.
002900     MOVE RAW-OPER-ID TO WS-KEYER-ID.
002900     PERFORM 2060-FIND-KEYER THRU 2060-EXIT.
002900     MOVE 0 TO WS-FIRST-KEYER-IDX.
002900     MOVE 0 TO WS-SECOND-KEYER-IDX.
002900     IF WS-KEYER-FOUND
002900         SET WS-FIRST-KEYER-IDX TO WS-KY-IDX
002900         ADD 1 TO WS-KY-FIRST-COUNT(WS-KY-IDX)
002900     END-IF.
002900     IF WS-VERIFY-EOF
002900         MOVE "N" TO WS-KEYINGS-AGREE-SW
002900         MOVE "VNO2" TO WS-ERROR-REASON-CODE
002900         MOVE "NO MATCHING SECOND KEYING" TO WS-ERROR-REASON-TEXT
002900         PERFORM 2080-WRITE-VERIFY-EXCEPTION THRU 2080-EXIT
002900         GO TO 2050-EXIT
002900     END-IF.
002900     MOVE RAWV-OPER-ID TO WS-KEYER-ID.
002900     PERFORM 2060-FIND-KEYER THRU 2060-EXIT.
002900     IF WS-KEYER-FOUND
002900         SET WS-SECOND-KEYER-IDX TO WS-KY-IDX
002900         ADD 1 TO WS-KY-SECOND-COUNT(WS-KY-IDX)
002900     END-IF.
002900     IF RAWV-OPER-ID = RAW-OPER-ID
002900         MOVE "N" TO WS-KEYINGS-AGREE-SW
002900         MOVE "VSOP" TO WS-ERROR-REASON-CODE
002900         MOVE "SAME OPERATOR KEYED BOTH" TO WS-ERROR-REASON-TEXT
002900     ELSE
002900         PERFORM 2070-CHECK-SECOND-KEYER THRU 2070-EXIT
002900     END-IF.
002900     IF WS-KEYINGS-AGREE
002900         PERFORM 2075-COMPARE-KEYINGS THRU 2075-EXIT
002900     END-IF.
002900     IF WS-KEYINGS-AGREE
002900         ADD 1 TO WS-AGREED-COUNT
002900     ELSE
002900         PERFORM 2080-WRITE-VERIFY-EXCEPTION THRU 2080-EXIT
002900     END-IF.
002900     PERFORM 2110-READ-VERIFY THRU 2110-EXIT.
002900 2050-EXIT.
002900     EXIT.
002900
002900 2060-FIND-KEYER.
002900     MOVE "Y" TO WS-KEYER-FOUND-SW.
002900     SET WS-KY-IDX TO 1.
002900     SEARCH WS-KEYER-ENTRY
002900         AT END
002900             MOVE "N" TO WS-KEYER-FOUND-SW
002900             IF NOT WS-KEYER-OVERFLOWED
002900                 MOVE "Y" TO WS-KEYER-OVFL-SW
002900                 DISPLAY "WARNING - MORE THAN " WS-KEYER-MAX
002900                     " KEYERS IN THE TWO KEYINGS - KEYERS PAST "
002900                     "THE LIMIT ARE LEFT OFF THE ACCURACY COUNTS"
002900             END-IF
002900         WHEN WS-KY-IDX > WS-KEYER-COUNT
002900             ADD 1 TO WS-KEYER-COUNT
002900             MOVE WS-KEYER-ID TO WS-KY-OPER-ID(WS-KY-IDX)
002900             MOVE 0 TO WS-KY-FIRST-COUNT(WS-KY-IDX)
002900             MOVE 0 TO WS-KY-SECOND-COUNT(WS-KY-IDX)
002900             MOVE 0 TO WS-KY-MISMATCH-COUNT(WS-KY-IDX)
002900         WHEN WS-KY-OPER-ID(WS-KY-IDX) = WS-KEYER-ID
002900             CONTINUE
002900     END-SEARCH.
002900 2060-EXIT.
002900     EXIT.
002900
002900 2070-CHECK-SECOND-KEYER.
002900     SET WS-OM-IDX TO 1.
002900     SEARCH WS-OPER-MASTER-ENTRY
002900         AT END
002900             MOVE "N" TO WS-KEYINGS-AGREE-SW
002900             MOVE "VOPR" TO WS-ERROR-REASON-CODE
002900             MOVE "SECOND KEYER NOT AUTHORIZED"
002900                 TO WS-ERROR-REASON-TEXT
002900         WHEN WS-OM-OPER-ID(WS-OM-IDX) = RAWV-OPER-ID
002900             IF NOT WS-OM-OPER-ACTIVE(WS-OM-IDX)
002900                 MOVE "N" TO WS-KEYINGS-AGREE-SW
002900                 MOVE "VOPR" TO WS-ERROR-REASON-CODE
002900                 MOVE "SECOND KEYER INACTIVE"
002900                     TO WS-ERROR-REASON-TEXT
002900             END-IF
002900     END-SEARCH.
002900 2070-EXIT.
002900     EXIT.
002900
002900 2075-COMPARE-KEYINGS.
002900     MOVE SPACES TO WS-VERIFY-DIFF-LINE.
002900     IF RAWV-NUM1-X NOT = RAW-NUM1-X
002900         MOVE ALL "*" TO PVD-NUM1-FLAG
002900         MOVE "N" TO WS-KEYINGS-AGREE-SW
002900     END-IF.
002900     IF RAWV-OPERATOR NOT = RAW-OPERATOR
002900         MOVE ALL "*" TO PVD-OPERATOR-FLAG
002900         MOVE "N" TO WS-KEYINGS-AGREE-SW
002900     END-IF.
002900     IF RAWV-NUM2-X NOT = RAW-NUM2-X
002900         MOVE ALL "*" TO PVD-NUM2-FLAG
002900         MOVE "N" TO WS-KEYINGS-AGREE-SW
002900     END-IF.
002900     IF RAWV-ACCT-CODE NOT = RAW-ACCT-CODE
002900         MOVE ALL "*" TO PVD-ACCT-FLAG
002900         MOVE "N" TO WS-KEYINGS-AGREE-SW
002900     END-IF.
002900     IF NOT WS-KEYINGS-AGREE
002900         MOVE "VDIF" TO WS-ERROR-REASON-CODE
002900         MOVE "KEYINGS DO NOT AGREE" TO WS-ERROR-REASON-TEXT
002900     END-IF.
002900 2075-EXIT.
002900     EXIT.
002900
002900 2080-WRITE-VERIFY-EXCEPTION.
002900     ADD 1 TO WS-VERIFY-EXCEPT-COUNT.
002900     MOVE WS-PAIR-COUNT TO PVL-PAIR-NO.
002900     MOVE "FIRST" TO PVL-KEYING.
002900     IF WS-ERROR-REASON-CODE = "VNO1"
002900         MOVE "(NONE)" TO PVL-OPER-ID
002900         MOVE SPACES TO PVL-NUM1
002900         MOVE SPACES TO PVL-OPERATOR
002900         MOVE SPACES TO PVL-NUM2
002900         MOVE SPACES TO PVL-ACCT-CODE
002900     ELSE
002900         ADD 1 TO WS-UNVERIFIED-COUNT
002900         MOVE RAW-OPER-ID TO PVL-OPER-ID
002900         MOVE RAW-NUM1-X TO PVL-NUM1
002900         MOVE RAW-OPERATOR TO PVL-OPERATOR
002900         MOVE RAW-NUM2-X TO PVL-NUM2
002900         MOVE RAW-ACCT-CODE TO PVL-ACCT-CODE
002900     END-IF.
002900     MOVE WS-ERROR-REASON-CODE TO PVL-REASON-CODE.
002900     MOVE WS-ERROR-REASON-TEXT TO PVL-REASON-TEXT.
002900     WRITE CALC-VERIFY-LIST-RECORD FROM WS-VERIFY-LINE.
002900     MOVE SPACES TO PVL-PAIR-NO-X.
002900     MOVE "SECOND" TO PVL-KEYING.
002900     IF WS-ERROR-REASON-CODE = "VNO2"
002900         MOVE "(NONE)" TO PVL-OPER-ID
002900         MOVE SPACES TO PVL-NUM1
002900         MOVE SPACES TO PVL-OPERATOR
002900         MOVE SPACES TO PVL-NUM2
002900         MOVE SPACES TO PVL-ACCT-CODE
002900     ELSE
002900         MOVE RAWV-OPER-ID TO PVL-OPER-ID
002900         MOVE RAWV-NUM1-X TO PVL-NUM1
002900         MOVE RAWV-OPERATOR TO PVL-OPERATOR
002900         MOVE RAWV-NUM2-X TO PVL-NUM2
002900         MOVE RAWV-ACCT-CODE TO PVL-ACCT-CODE
002900     END-IF.
002900     MOVE SPACES TO PVL-REASON-CODE.
002900     MOVE SPACES TO PVL-REASON-TEXT.
002900     WRITE CALC-VERIFY-LIST-RECORD FROM WS-VERIFY-LINE.
002900     IF WS-ERROR-REASON-CODE = "VDIF"
002900         WRITE CALC-VERIFY-LIST-RECORD FROM WS-VERIFY-DIFF-LINE
002900     END-IF.
002900     IF (WS-ERROR-REASON-CODE = "VDIF" OR "VNO2")
002900         AND WS-FIRST-KEYER-IDX > 0
002900         ADD 1 TO WS-KY-MISMATCH-COUNT(WS-FIRST-KEYER-IDX)
002900     END-IF.
002900     IF (WS-ERROR-REASON-CODE = "VDIF" OR "VNO1")
002900         AND WS-SECOND-KEYER-IDX > 0
002900         ADD 1 TO WS-KY-MISMATCH-COUNT(WS-SECOND-KEYER-IDX)
002900     END-IF.
002900 2080-EXIT.
002900     EXIT.
002910
002920 2100-READ-RAW.
002930     READ CALC-RAW-KEYED-FILE
002950     END-READ.
002960 2100-EXIT.
002970     EXIT.
002970
002970 2110-READ-VERIFY.
002970     READ CALC-RAW-VERIFY-FILE
002970         AT END MOVE "Y" TO WS-VERIFY-EOF-SWITCH
002970     END-READ.
002970     IF NOT WS-VERIFY-EOF
002970         AND RAWV-STANDING-ITEM
002970         GO TO 2110-READ-VERIFY
002970     END-IF.
002970 2110-EXIT.
002970     EXIT.
002980
002990 2150-VALIDATE-RAW.
003000     MOVE "Y" TO WS-VALID-RAW-SWITCH.
003010     MOVE SPACES TO WS-ERROR-REASON-CODE.
003020     MOVE SPACES TO WS-ERROR-REASON-TEXT.
003030     PERFORM 2155-CHECK-OPERATOR-ID THRU 2155-EXIT.
003035     IF WS-VALID-RAW
003036         PERFORM 2152-CHECK-ACCT-CODE THRU 2152-EXIT
003037     END-IF.
003040     IF NOT WS-VALID-RAW
003050         GO TO 2150-EXIT
003060     END-IF.
003160         PERFORM 2156-RESOLVE-RATE THRU 2156-EXIT
003170         GO TO 2150-EXIT
003180     END-IF.
003180     IF RAW-OPERATOR = "REV"
003180         MOVE "N" TO WS-VALID-RAW-SWITCH
003180         MOVE "OPER" TO WS-ERROR-REASON-CODE
003180         MOVE "REVERSALS GO THROUGH CALCREV"
003180             TO WS-ERROR-REASON-TEXT
003180         GO TO 2150-EXIT
003180     END-IF.
003190     IF RAW-NUM2-X(1:1) NOT = "+"
003200         AND RAW-NUM2-X(1:1) NOT = "-"
003210         OR RAW-NUM2-X(2:9) NOT NUMERIC
003440 2150-EXIT.
003450     EXIT.
003460
003452 2152-CHECK-ACCT-CODE.
003453     IF RAW-ACCT-CODE = SPACES
003454         MOVE "N" TO WS-VALID-RAW-SWITCH
003455         MOVE "ACCT" TO WS-ERROR-REASON-CODE
003456         MOVE "GL ACCOUNT CODE MISSING" TO WS-ERROR-REASON-TEXT
003457         GO TO 2152-EXIT
003458     END-IF.
003459     SET WS-CA-IDX TO 1.
003460     SEARCH WS-CHART-ENTRY
003461         AT END
003462             MOVE "N" TO WS-VALID-RAW-SWITCH
003463             MOVE "ACCT" TO WS-ERROR-REASON-CODE
003464             MOVE "GL ACCOUNT NOT ON CHART"
003465                 TO WS-ERROR-REASON-TEXT
003466         WHEN WS-CA-ACCT-CODE(WS-CA-IDX) = RAW-ACCT-CODE
003467             IF NOT WS-CA-ACCT-ACTIVE(WS-CA-IDX)
003468                 MOVE "N" TO WS-VALID-RAW-SWITCH
003469                 MOVE "ACCT" TO WS-ERROR-REASON-CODE
003469                 MOVE "GL ACCOUNT INACTIVE"
003469                     TO WS-ERROR-REASON-TEXT
003469             ELSE
003469                 IF NOT WS-CA-ACCT-POSTABLE(WS-CA-IDX)
003469                     MOVE "N" TO WS-VALID-RAW-SWITCH
003469                     MOVE "ACCT" TO WS-ERROR-REASON-CODE
003469                     MOVE "GL ACCOUNT NOT POSTABLE"
003469                         TO WS-ERROR-REASON-TEXT
003469                 END-IF
003469             END-IF
003469     END-SEARCH.
003469 2152-EXIT.
003469     EXIT.
003469
003470 2155-CHECK-OPERATOR-ID.
003480     SET WS-OM-IDX TO 1.
003490     SEARCH WS-OPER-MASTER-ENTRY
004220     MOVE RAW-NUM1-X TO CALC-NUM1-X.
004230     MOVE RAW-OPERATOR TO CALC-OPERATOR.
004240     MOVE RAW-NUM2-X TO CALC-NUM2-X.
004245     MOVE RAW-ACCT-CODE TO CALC-ACCT-CODE.
004250     WRITE CALC-TXN-RECORD.
004260     ADD 1 TO WS-PREPARED-COUNT.
004270     ADD WS-CALC-RESULT TO WS-EXPECTED-TOTAL-ACCUM.
004730     MOVE RAW-NUM1-X TO PEL-NUM1.
004740     MOVE RAW-OPERATOR TO PEL-OPERATOR.
004750     MOVE RAW-NUM2-X TO PEL-NUM2.
004755     MOVE RAW-ACCT-CODE TO PEL-ACCT-CODE.
004760     MOVE WS-ERROR-REASON-CODE TO PEL-REASON-CODE.
004770     MOVE WS-ERROR-REASON-TEXT TO PEL-REASON-TEXT.
004780     WRITE CALC-PREP-ERROR-RECORD FROM WS-ERROR-LINE.
004790     ADD 1 TO WS-KICKED-COUNT.
004800 2600-EXIT.
004810     EXIT.
004810
004810 2700-VERIFY-LEFTOVER.
004810     MOVE SPACES TO WS-ERROR-REASON-CODE.
004810     MOVE SPACES TO WS-ERROR-REASON-TEXT.
004810     ADD 1 TO WS-PAIR-COUNT.
004810     MOVE 0 TO WS-FIRST-KEYER-IDX.
004810     MOVE 0 TO WS-SECOND-KEYER-IDX.
004810     MOVE RAWV-OPER-ID TO WS-KEYER-ID.
004810     PERFORM 2060-FIND-KEYER THRU 2060-EXIT.
004810     IF WS-KEYER-FOUND
004810         SET WS-SECOND-KEYER-IDX TO WS-KY-IDX
004810         ADD 1 TO WS-KY-SECOND-COUNT(WS-KY-IDX)
004810     END-IF.
004810     MOVE "VNO1" TO WS-ERROR-REASON-CODE.
004810     MOVE "NO MATCHING FIRST KEYING" TO WS-ERROR-REASON-TEXT.
004810     PERFORM 2080-WRITE-VERIFY-EXCEPTION THRU 2080-EXIT.
004810     PERFORM 2110-READ-VERIFY THRU 2110-EXIT.
004810 2700-EXIT.
004810     EXIT.
004820
004830 9000-TERMINATE.
004840     MOVE WS-RAW-READ-COUNT TO WET-READ-COUNT.
004850     MOVE WS-PREPARED-COUNT TO WET-PREPARED-COUNT.
004860     MOVE WS-KICKED-COUNT TO WET-KICKED-COUNT.
004860     MOVE WS-UNVERIFIED-COUNT TO WET-UNVERIFIED-COUNT.
004870     WRITE CALC-PREP-ERROR-RECORD FROM WS-ERROR-TOTAL-LINE.
004880     DISPLAY "Raw records keyed = " WS-RAW-READ-COUNT.
004890     DISPLAY "Transactions prepared = " WS-PREPARED-COUNT.
004900     DISPLAY "Records kicked back = " WS-KICKED-COUNT.
004900     IF WS-VERIFY-MODE
004900         PERFORM 9100-WRITE-VERIFY-SUMMARY THRU 9100-EXIT
004900         DISPLAY "Keying pairs compared = " WS-PAIR-COUNT
004900         DISPLAY "Keying pairs agreed = " WS-AGREED-COUNT
004900         DISPLAY "Verification exceptions = "
004900             WS-VERIFY-EXCEPT-COUNT
004900         DISPLAY "Standing items passed unverified = "
004900             WS-STANDING-PASS-COUNT
004900         CLOSE CALC-RAW-VERIFY-FILE
004900     END-IF.
004910     CLOSE CALC-RAW-KEYED-FILE.
004920     CLOSE CALC-TXN-FILE.
004930     CLOSE CALC-PREP-ERROR-FILE.
004930     CLOSE CALC-VERIFY-LIST-FILE.
004940     PERFORM 9050-FINALIZE-CONTROL THRU 9050-EXIT.
004950     IF WS-KICKED-COUNT > 0
004960         MOVE 4 TO RETURN-CODE
004970     END-IF.
004980     IF WS-OPER-MASTER-OVERFLOWED
004985         OR WS-CHART-OVERFLOWED
004990         MOVE 12 TO RETURN-CODE
005000     END-IF.
005000     IF WS-VERIFY-EXCEPT-COUNT > 0
005000         DISPLAY "BATCH HELD - " WS-VERIFY-EXCEPT-COUNT
005000             " VERIFICATION EXCEPTIONS - RESOLVE THEM AND RERUN "
005000             "BEFORE THE BATCH IS RELEASED TO CALCJOB"
005000         MOVE 8 TO RETURN-CODE
005000     END-IF.
005010 9000-EXIT.
005020     EXIT.
005030
005100     CLOSE CALC-TXN-FILE.
005110 9050-EXIT.
005120     EXIT.
005120
005120 9100-WRITE-VERIFY-SUMMARY.
005120     MOVE WS-PAIR-COUNT TO PVT-PAIR-COUNT.
005120     MOVE WS-AGREED-COUNT TO PVT-AGREED-COUNT.
005120     MOVE WS-VERIFY-EXCEPT-COUNT TO PVT-EXCEPT-COUNT.
005120     IF WS-VERIFY-EXCEPT-COUNT > 0
005120         MOVE "BATCH HELD - NOT RELEASED TO CALCJOB"
005120             TO PVT-DISPOSITION
005120     ELSE
005120         MOVE "ALL KEYINGS AGREE" TO PVT-DISPOSITION
005120     END-IF.
005120     WRITE CALC-VERIFY-LIST-RECORD FROM WS-VERIFY-TOTAL-LINE.
005120     WRITE CALC-VERIFY-LIST-RECORD FROM WS-KEYER-HEADING-1.
005120     WRITE CALC-VERIFY-LIST-RECORD FROM WS-KEYER-HEADING-2.
005120     MOVE 0 TO WS-KEYER-SCAN-IDX.
005120     PERFORM 9110-WRITE-ONE-KEYER THRU 9110-EXIT
005120         WS-KEYER-COUNT TIMES.
005120 9100-EXIT.
005120     EXIT.
005120
005120 9110-WRITE-ONE-KEYER.
005120     ADD 1 TO WS-KEYER-SCAN-IDX.
005120     SET WS-KY-IDX TO WS-KEYER-SCAN-IDX.
005120     MOVE WS-KY-OPER-ID(WS-KY-IDX) TO PVO-OPER-ID.
005120     MOVE WS-KY-FIRST-COUNT(WS-KY-IDX) TO PVO-FIRST-COUNT.
005120     MOVE WS-KY-SECOND-COUNT(WS-KY-IDX) TO PVO-SECOND-COUNT.
005120     MOVE WS-KY-MISMATCH-COUNT(WS-KY-IDX) TO PVO-MISMATCH-COUNT.
005120     WRITE CALC-VERIFY-LIST-RECORD FROM WS-KEYER-LINE.
005120 9110-EXIT.
005120     EXIT.
