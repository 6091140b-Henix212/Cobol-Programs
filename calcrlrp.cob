000326*                OPENED - IT WAS STILL OPENING CALCRLRO OUTPUT   *
000328*                AND TRUNCATING THE PRIOR MONTH'S REPORT, AND    *
000329*                THE ERROR PATH THEN SKIPPED BOTH CLOSES.        *
000329* 2026-10-15  RH  THE NO-RUN CHECK NOW FLAGS ONLY BUSINESS DAYS  *
000329*                ON THE SHOP CALENDAR (CALCBCL, MAINTAINED BY    *
000329*                CALCBMNT) INSTEAD OF EVERY WEEKEND AND BANK     *
000329*                HOLIDAY. A RUN ON A NON-BUSINESS DAY IS FLAGGED *
000329*                AS AN EXCEPTION, THE DETAIL LINE SHOWS "NBD"    *
000329*                WHEN THE RUN LOG MARKED THE RUN DATE AS ONE,    *
000329*                AND A NEW TOTAL LINE GIVES THE MONTH'S BUSINESS *
000329*                DAYS, HOW MANY HAD NO RUN AND HOW MANY          *
000329*                NON-BUSINESS DAYS HAD ONE.                      *
000329* 2026-10-15  RH  CALCCHAIN NOW APPENDS TO THE RUN LOG TOO. ITS  *
000329*                RECORDS (RLG-RUN-SOURCE "C") ARE LISTED WITH    *
000329*                "CHN" IN A NEW COLUMN AND COUNTED ON THE TOTAL  *
000329*                LINE, BUT DO NOT COUNT AS THE DAY'S             *
000329*                CALCULATRICE RUN - THEY NEITHER SATISFY THE     *
000329*                NO-RUN CHECK NOR TRIGGER THE MULTIPLE-EXECUTION *
000329*                OR NON-BUSINESS-DAY EXCEPTIONS.                 *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000390     SELECT CALC-RUN-SELECT-FILE ASSIGN TO CALCRLS
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT CALC-RUN-REPORT-FILE ASSIGN TO CALCRLRO
000410         ORGANIZATION IS SEQUENTIAL.
000410     SELECT CALC-BUSINESS-CALENDAR-FILE ASSIGN TO CALCBCL
000420         ORGANIZATION IS SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  CALC-RUN-REPORT-RECORD           PIC X(100).
000580 FD  CALC-BUSINESS-CALENDAR-FILE
000580     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000580 01  CALC-BUSINESS-CALENDAR-RECORD.
000580     COPY CALCBCL.
000590 WORKING-STORAGE SECTION.
000600 77  WS-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
000610     88  WS-LOG-EOF                      VALUE "Y".
000700 77  WS-RECORD-DAY             PIC 9(02) COMP VALUE 0.
000710 77  WS-RUN-COUNT              PIC 9(07) COMP VALUE 0.
000720 77  WS-RESTART-RUN-COUNT      PIC 9(07) COMP VALUE 0.
000720 77  WS-CHAIN-RUN-COUNT        PIC 9(07) COMP VALUE 0.
000730 77  WS-NO-RUN-DAY-COUNT       PIC 9(05) COMP VALUE 0.
000740 77  WS-MULTI-RUN-DAY-COUNT    PIC 9(05) COMP VALUE 0.
000750 77  WS-DAY-NBR                PIC 9(02) COMP VALUE 0.
000750 77  WS-BUSINESS-DAY-COUNT     PIC 9(05) COMP VALUE 0.
000750 77  WS-NONBUS-RUN-DAY-COUNT   PIC 9(05) COMP VALUE 0.
000750 77  WS-CALENDAR-MAX           PIC 9(05) COMP VALUE 500.
000750 77  WS-CALENDAR-COUNT         PIC 9(05) COMP VALUE 0.
000750 77  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE "N".
000750     88  WS-CALENDAR-EOF                 VALUE "Y".
000750 77  WS-BUSINESS-DAY-SWITCH    PIC X(01) VALUE "Y".
000750     88  WS-BUSINESS-DAY                 VALUE "Y".
000750 77  WS-BD-DAYS                PIC 9(07) COMP VALUE 0.
000750 77  WS-BD-WEEK-QUOTIENT       PIC 9(07) COMP VALUE 0.
000750 77  WS-BD-WEEKDAY             PIC 9(01) COMP VALUE 0.
000750 77  WS-D2D-DATE               PIC 9(08) VALUE 0.
000750 77  WS-D2D-MMDD               PIC 9(04) COMP VALUE 0.
000750 77  WS-D2D-YEAR               PIC 9(05) COMP VALUE 0.
000750 77  WS-D2D-MONTH              PIC 9(03) COMP VALUE 0.
000750 77  WS-D2D-DAY                PIC 9(03) COMP VALUE 0.
000750 77  WS-D2D-Y4                 PIC 9(05) COMP VALUE 0.
000750 77  WS-D2D-Y100               PIC 9(05) COMP VALUE 0.
000750 77  WS-D2D-Y400               PIC 9(05) COMP VALUE 0.
000750 77  WS-D2D-M153               PIC 9(05) COMP VALUE 0.
000750 77  WS-D2D-DAYS               PIC 9(07) COMP VALUE 0.
000750 01  WS-CALENDAR-TABLE.
000750     05  WS-CALENDAR-ENTRY      OCCURS 500 TIMES
000750                                INDEXED BY WS-BC-IDX.
000750         10  WS-BC-CAL-DAYS         PIC 9(07) COMP.
000750         10  WS-BC-DAY-TYPE         PIC X(01).
000750             88  WS-BC-HOLIDAY            VALUE "H".
000750             88  WS-BC-WORKED-WEEKEND     VALUE "B".
000760 01  WS-DAY-TABLE.
000770     05  WS-DAY-ENTRY           OCCURS 31 TIMES
000780                                INDEXED BY WS-DAY-IDX.
000940     05  FILLER                 PIC X(04) VALUE " BAL".
000950     05  FILLER                 PIC X(04) VALUE " RST".
000960     05  FILLER                 PIC X(03) VALUE " RC".
000960     05  FILLER                 PIC X(04) VALUE " NBD".
000960     05  FILLER                 PIC X(04) VALUE " CHN".
000960     05  FILLER                 PIC X(19) VALUE SPACES.
000980 01  WS-RUN-DETAIL-LINE.
000990     05  RLL-RUN-DATE           PIC 9999/99/99.
001000     05  FILLER                 PIC X(02) VALUE SPACES.
001130     05  RLL-RESTART            PIC X(03).
001140     05  FILLER                 PIC X(01) VALUE SPACES.
001150     05  RLL-RETURN-CODE        PIC 9(02).
001150     05  FILLER                 PIC X(01) VALUE SPACES.
001150     05  RLL-NONBUS             PIC X(03).
001150     05  FILLER                 PIC X(01) VALUE SPACES.
001150     05  RLL-SOURCE             PIC X(03).
001150     05  FILLER                 PIC X(19) VALUE SPACES.
001170 01  WS-EXCEPTION-HEADING.
001180     05  FILLER                 PIC X(40) VALUE
001190         "EXCEPTIONS FOR THE MONTH".
001310     05  FILLER                 PIC X(14) VALUE
001320         "  RESTARTED : ".
001330     05  WRT-RESTART-COUNT      PIC ZZZ,ZZ9.
001330     05  FILLER                 PIC X(14) VALUE
001330         "  CHAIN RUNS: ".
001330     05  WRT-CHAIN-RUN-COUNT    PIC ZZZ,ZZ9.
001340     05  FILLER                 PIC X(31) VALUE SPACES.
001340 01  WS-BUSINESS-DAY-TOTAL-LINE.
001340     05  FILLER                 PIC X(20) VALUE
001340         "BUSINESS DAYS     : ".
001340     05  WBT-BUSINESS-DAY-COUNT PIC ZZZ,ZZ9.
001340     05  FILLER                 PIC X(14) VALUE
001340         "  NOT RUN   : ".
001340     05  WBT-NO-RUN-COUNT       PIC ZZZ,ZZ9.
001340     05  FILLER                 PIC X(14) VALUE
001340         "  RUN ON NBD: ".
001340     05  WBT-NONBUS-RUN-COUNT   PIC ZZZ,ZZ9.
001340     05  FILLER                 PIC X(31) VALUE SPACES.
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001632     IF WS-SELECT-ERROR
001634         GO TO 1000-EXIT
001636     END-IF.
001636     PERFORM 1200-LOAD-BUSINESS-CALENDAR THRU 1200-EXIT.
001640     OPEN INPUT  CALC-RUN-LOG-FILE.
001650     OPEN OUTPUT CALC-RUN-REPORT-FILE.
001660     MOVE WS-REPORT-MONTH TO WRH-REPORT-MONTH.
002050 1100-EXIT.
002060     EXIT.
002070
002070 1200-LOAD-BUSINESS-CALENDAR.
002070     OPEN INPUT CALC-BUSINESS-CALENDAR-FILE.
002070     PERFORM 1210-LOAD-ONE-CALENDAR-ENTRY THRU 1210-EXIT
002070         UNTIL WS-CALENDAR-EOF
002070         OR WS-CALENDAR-COUNT = WS-CALENDAR-MAX.
002070     IF NOT WS-CALENDAR-EOF
002070         READ CALC-BUSINESS-CALENDAR-FILE
002070             AT END
002070                 MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
002070             NOT AT END
002070                 DISPLAY "WARNING - BUSINESS CALENDAR EXCEEDS "
002070                     "THE " WS-CALENDAR-MAX " ENTRY TABLE - "
002070                     "DATES PAST THE LIMIT FOLLOW THE WEEKDAY "
002070                     "RULE"
002070         END-READ
002070     END-IF.
002070     CLOSE CALC-BUSINESS-CALENDAR-FILE.
002070 1200-EXIT.
002070     EXIT.
002070
002070 1210-LOAD-ONE-CALENDAR-ENTRY.
002070     READ CALC-BUSINESS-CALENDAR-FILE
002070         AT END
002070             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
002070         NOT AT END
002070             ADD 1 TO WS-CALENDAR-COUNT
002070             SET WS-BC-IDX TO WS-CALENDAR-COUNT
002070             MOVE BCL-CAL-DATE TO WS-D2D-DATE
002070             PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT
002070             MOVE WS-D2D-DAYS TO WS-BC-CAL-DAYS(WS-BC-IDX)
002070             MOVE BCL-DAY-TYPE TO WS-BC-DAY-TYPE(WS-BC-IDX)
002070     END-READ.
002070 1210-EXIT.
002070     EXIT.
002070
002080 2000-PROCESS-LOG-RECORD.
002090     DIVIDE RLG-RUN-DATE BY 100 GIVING WS-RECORD-MONTH
002100         REMAINDER WS-RECORD-DAY.
002420         MOVE SPACES TO RLL-RESTART
002430     END-IF.
002440     MOVE RLG-RETURN-CODE TO RLL-RETURN-CODE.
002440     IF RLG-NONBUS-FLAG = "Y"
002440         MOVE "NBD" TO RLL-NONBUS
002440     ELSE
002440         MOVE SPACES TO RLL-NONBUS
002440     END-IF.
002440     IF RLG-CHAIN-RUN
002440         MOVE "CHN" TO RLL-SOURCE
002440     ELSE
002440         MOVE SPACES TO RLL-SOURCE
002440     END-IF.
002450     WRITE CALC-RUN-REPORT-RECORD FROM WS-RUN-DETAIL-LINE.
002450     IF RLG-CHAIN-RUN
002450         ADD 1 TO WS-CHAIN-RUN-COUNT
002450         GO TO 2200-EXIT
002450     END-IF.
002460     IF WS-RECORD-DAY >= 1 AND WS-RECORD-DAY <= 31
002470         SET WS-DAY-IDX TO WS-RECORD-DAY
002480         ADD 1 TO DAY-RUN-COUNT(WS-DAY-IDX)
002640         WS-DAYS-IN-MONTH TIMES.
002650     MOVE WS-RUN-COUNT TO WRT-RUN-COUNT.
002660     MOVE WS-RESTART-RUN-COUNT TO WRT-RESTART-COUNT.
002660     MOVE WS-CHAIN-RUN-COUNT TO WRT-CHAIN-RUN-COUNT.
002670     WRITE CALC-RUN-REPORT-RECORD FROM WS-RUN-TOTAL-LINE.
002670     MOVE WS-BUSINESS-DAY-COUNT TO WBT-BUSINESS-DAY-COUNT.
002670     MOVE WS-NO-RUN-DAY-COUNT TO WBT-NO-RUN-COUNT.
002670     MOVE WS-NONBUS-RUN-DAY-COUNT TO WBT-NONBUS-RUN-COUNT.
002670     WRITE CALC-RUN-REPORT-RECORD FROM WS-BUSINESS-DAY-TOTAL-LINE.
002680     DISPLAY "Runs reported = " WS-RUN-COUNT.
002680     DISPLAY "Chain runs reported = " WS-CHAIN-RUN-COUNT.
002680     DISPLAY "Business days with no run = " WS-NO-RUN-DAY-COUNT.
002680     DISPLAY "Non-business days with a run = "
002680         WS-NONBUS-RUN-DAY-COUNT.
002700     DISPLAY "Days with multiple executions = "
002710         WS-MULTI-RUN-DAY-COUNT.
002720     DISPLAY "Checkpoint restarts = " WS-RESTART-RUN-COUNT.
002790     ADD 1 TO WS-DAY-NBR.
002800     SET WS-DAY-IDX TO WS-DAY-NBR.
002810     MOVE WS-DAY-NBR TO REL-DAY.
002810     COMPUTE WS-D2D-DATE = WS-REPORT-MONTH * 100 + WS-DAY-NBR.
002810     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
002810     MOVE WS-D2D-DAYS TO WS-BD-DAYS.
002810     PERFORM 8500-CHECK-BUSINESS-DAY THRU 8500-EXIT.
002810     IF WS-BUSINESS-DAY
002810         ADD 1 TO WS-BUSINESS-DAY-COUNT
002810     END-IF.
002820     IF DAY-RUN-COUNT(WS-DAY-IDX) = 0
002820         AND WS-BUSINESS-DAY
002830         ADD 1 TO WS-NO-RUN-DAY-COUNT
002830         MOVE "NO RUN ON A BUSINESS DAY" TO REL-TEXT
002830         WRITE CALC-RUN-REPORT-RECORD FROM WS-EXCEPTION-LINE
002830     END-IF.
002830     IF DAY-RUN-COUNT(WS-DAY-IDX) > 0
002830         AND NOT WS-BUSINESS-DAY
002830         ADD 1 TO WS-NONBUS-RUN-DAY-COUNT
002830         MOVE "RUN ON A NON-BUSINESS DAY" TO REL-TEXT
002850         WRITE CALC-RUN-REPORT-RECORD FROM WS-EXCEPTION-LINE
002860     END-IF.
002870     IF DAY-RUN-COUNT(WS-DAY-IDX) > 1
002950     END-IF.
002960 9100-EXIT.
002970     EXIT.
002970
002970 8000-DATE-TO-DAYS.
002970     DIVIDE WS-D2D-DATE BY 10000 GIVING WS-D2D-YEAR
002970         REMAINDER WS-D2D-MMDD.
002970     DIVIDE WS-D2D-MMDD BY 100 GIVING WS-D2D-MONTH
002970         REMAINDER WS-D2D-DAY.
002970     IF WS-D2D-MONTH < 3
002970         SUBTRACT 1 FROM WS-D2D-YEAR
002970         ADD 12 TO WS-D2D-MONTH
002970     END-IF.
002970     DIVIDE WS-D2D-YEAR BY 4 GIVING WS-D2D-Y4.
002970     DIVIDE WS-D2D-YEAR BY 100 GIVING WS-D2D-Y100.
002970     DIVIDE WS-D2D-YEAR BY 400 GIVING WS-D2D-Y400.
002970     COMPUTE WS-D2D-M153 = 153 * (WS-D2D-MONTH + 1).
002970     DIVIDE WS-D2D-M153 BY 5 GIVING WS-D2D-M153.
002970     COMPUTE WS-D2D-DAYS = 365 * WS-D2D-YEAR + WS-D2D-Y4
002970         - WS-D2D-Y100 + WS-D2D-Y400 + WS-D2D-M153
002970         + WS-D2D-DAY.
002970 8000-EXIT.
002970     EXIT.
002970
002970*----------------------------------------------------------------*
002970* WS-BD-DAYS (A DAY NUMBER FROM 8000-DATE-TO-DAYS) IS A BUSINESS *
002970* DAY WHEN IT IS A MONDAY TO FRIDAY NOT MARKED AS A HOLIDAY, OR  *
002970* A SATURDAY OR SUNDAY MARKED AS WORKED. THE DAY NUMBER MODULO 7 *
002970* IS 0 ON A SATURDAY AND 1 ON A SUNDAY.                          *
002970*----------------------------------------------------------------*
002970 8500-CHECK-BUSINESS-DAY.
002970     DIVIDE WS-BD-DAYS BY 7 GIVING WS-BD-WEEK-QUOTIENT
002970         REMAINDER WS-BD-WEEKDAY.
002970     IF WS-BD-WEEKDAY < 2
002970         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
002970     ELSE
002970         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
002970     END-IF.
002970     SET WS-BC-IDX TO 1.
002970     SEARCH WS-CALENDAR-ENTRY
002970         AT END
002970             CONTINUE
002970         WHEN WS-BC-IDX > WS-CALENDAR-COUNT
002970             CONTINUE
002970         WHEN WS-BC-CAL-DAYS(WS-BC-IDX) = WS-BD-DAYS
002970             IF WS-BC-HOLIDAY(WS-BC-IDX)
002970                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
002970             END-IF
002970             IF WS-BC-WORKED-WEEKEND(WS-BC-IDX)
002970                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
002970             END-IF
002970     END-SEARCH.
002970 8500-EXIT.
002970     EXIT.
