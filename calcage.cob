000386*                COPIES DID OPEN (EACH UNDER ITS OWN OPENED      *
000388*                SWITCH) INSTEAD OF LEAVING THEM OPEN AT STOP    *
000389*                RUN - THE SAME GUARD CALCINQ'S ERROR PATH GOT.  *
000389* 2026-10-15  RH  AGES ARE NOW COUNTED IN BUSINESS DAYS FROM THE *
000389*                SHOP CALENDAR (CALCBCL, MAINTAINED BY           *
000389*                CALCBMNT), SO WEEKENDS AND HOLIDAYS NO LONGER   *
000389*                PUSH A REJECT INTO AN OLDER BUCKET. A REJECT    *
000389*                LOGGED ON A FRIDAY IS 1 BUSINESS DAY OLD ON THE *
000389*                MONDAY.                                         *
000389* 2026-10-15  RH  CALCCHAIN NOW WRITES ITS REJECTS TO CALCRJH. A *
000389*                CHAIN REJECT (OPERATOR "CHN") HAS NO CALCRCOR   *
000389*                RESUBMISSION - IT IS CLOSED WHEN THE SAME       *
000389*                CHAIN-ID POSTS ON OR AFTER THE REJECT DATE,     *
000389*                SHOWN AS RESUB REJECTED IF IT REJECTED AGAIN,   *
000389*                AND OTHERWISE AS NO RESUB.                      *
000390*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000590         FILE STATUS IS WS-REJECT-KEYED-STATUS.
000600     SELECT CALC-AGING-REPORT-FILE ASSIGN TO CALCAGER
000610         ORGANIZATION IS SEQUENTIAL.
000610     SELECT CALC-BUSINESS-CALENDAR-FILE ASSIGN TO CALCBCL
000610         ORGANIZATION IS SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CALC-REJECT-HISTORY-FILE
000750                   ==CALC-NUM1==   BY ==CALC-RJH-NUM1==
000760                   ==CALC-OPERATOR== BY ==CALC-RJH-OPERATOR==
000770                   ==CALC-NUM2-X== BY ==CALC-RJH-NUM2-X==
000780                   ==CALC-NUM2==   BY ==CALC-RJH-NUM2==
000780                   ==CALC-ACCT-CODE== BY ==CALC-RJH-ACCT-CODE==.
000790     COPY CALCRJ
000800         REPLACING ==CALC-REJECT-REASON-CODE== BY
000810                   ==CALC-RJH-REASON-CODE==
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  CALC-AGING-REPORT-RECORD         PIC X(100).
000990 FD  CALC-BUSINESS-CALENDAR-FILE
000990     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
000990 01  CALC-BUSINESS-CALENDAR-RECORD.
000990     COPY CALCBCL.
001000 WORKING-STORAGE SECTION.
001010 77  WS-HISTORY-EOF-SWITCH     PIC X(01) VALUE "N".
001020     88  WS-HISTORY-EOF                  VALUE "Y".
001400 77  WS-D2D-Y400               PIC 9(05) COMP VALUE 0.
001410 77  WS-D2D-M153               PIC 9(05) COMP VALUE 0.
001420 77  WS-D2D-DAYS               PIC 9(07) COMP VALUE 0.
001420 77  WS-CALENDAR-MAX           PIC 9(05) COMP VALUE 500.
001420 77  WS-CALENDAR-COUNT         PIC 9(05) COMP VALUE 0.
001420 77  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE "N".
001420     88  WS-CALENDAR-EOF                 VALUE "Y".
001420 77  WS-BC-SUB                 PIC 9(05) COMP VALUE 0.
001420 77  WS-BD-FROM-DAYS           PIC 9(07) COMP VALUE 0.
001420 77  WS-BD-TO-DAYS             PIC 9(07) COMP VALUE 0.
001420 77  WS-BD-DAYS                PIC 9(07) COMP VALUE 0.
001420 77  WS-BD-SPAN                PIC 9(07) COMP VALUE 0.
001420 77  WS-BD-WEEKS               PIC 9(07) COMP VALUE 0.
001420 77  WS-BD-ODD-DAYS            PIC 9(01) COMP VALUE 0.
001420 77  WS-BD-WEEK-QUOTIENT       PIC 9(07) COMP VALUE 0.
001420 77  WS-BD-WEEKDAY             PIC 9(01) COMP VALUE 0.
001420 77  WS-BD-COUNT               PIC S9(07) COMP VALUE 0.
001430 01  WS-AGE-SUMMARY-TABLE.
001440     05  WS-AGE-SUMMARY-ENTRY   OCCURS 200 TIMES
001450                                INDEXED BY WS-AS-TBL-IDX.
001480         10  AS-AGE-2-5-COUNT       PIC 9(07) COMP VALUE 0.
001490         10  AS-AGE-6-30-COUNT      PIC 9(07) COMP VALUE 0.
001500         10  AS-AGE-OVER-30-COUNT   PIC 9(07) COMP VALUE 0.
001500 01  WS-CALENDAR-TABLE.
001500     05  WS-CALENDAR-ENTRY      OCCURS 500 TIMES
001500                                INDEXED BY WS-BC-IDX.
001500         10  WS-BC-CAL-DAYS         PIC 9(07) COMP.
001500         10  WS-BC-DAY-TYPE         PIC X(01).
001500             88  WS-BC-HOLIDAY            VALUE "H".
001500             88  WS-BC-WORKED-WEEKEND     VALUE "B".
001510 01  WS-AGING-HEADING-1.
001520     05  FILLER                 PIC X(38) VALUE
001530         "OUTSTANDING REJECT AGING REPORT".
001590     05  FILLER                 PIC X(10) VALUE "OPER-ID".
001600     05  FILLER                 PIC X(12) VALUE "REJECT DATE".
001610     05  FILLER                 PIC X(06) VALUE "RSN".
001620     05  FILLER                 PIC X(08) VALUE "BUS DAYS".
001630     05  FILLER                 PIC X(16) VALUE "STATUS".
001640     05  FILLER                 PIC X(36) VALUE SPACES.
001650 01  WS-AGING-DETAIL-LINE.
002400         MOVE "Y" TO WS-HISTORY-EOF-SWITCH
002410         GO TO 1000-EXIT
002420     END-IF.
002430     PERFORM 1200-LOAD-BUSINESS-CALENDAR THRU 1200-EXIT.
002430     ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
002440     MOVE WS-ASOF-DATE TO WS-D2D-DATE.
002450     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
002500     PERFORM 2100-READ-REJECT-HISTORY THRU 2100-EXIT.
002510 1000-EXIT.
002520     EXIT.
002520
002520 1200-LOAD-BUSINESS-CALENDAR.
002520     OPEN INPUT CALC-BUSINESS-CALENDAR-FILE.
002520     PERFORM 1210-LOAD-ONE-CALENDAR-ENTRY THRU 1210-EXIT
002520         UNTIL WS-CALENDAR-EOF
002520         OR WS-CALENDAR-COUNT = WS-CALENDAR-MAX.
002520     IF NOT WS-CALENDAR-EOF
002520         READ CALC-BUSINESS-CALENDAR-FILE
002520             AT END
002520                 MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
002520             NOT AT END
002520                 DISPLAY "WARNING - BUSINESS CALENDAR EXCEEDS "
002520                     "THE " WS-CALENDAR-MAX " ENTRY TABLE - "
002520                     "DATES PAST THE LIMIT FOLLOW THE WEEKDAY "
002520                     "RULE"
002520         END-READ
002520     END-IF.
002520     CLOSE CALC-BUSINESS-CALENDAR-FILE.
002520 1200-EXIT.
002520     EXIT.
002520
002520 1210-LOAD-ONE-CALENDAR-ENTRY.
002520     READ CALC-BUSINESS-CALENDAR-FILE
002520         AT END
002520             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
002520         NOT AT END
002520             ADD 1 TO WS-CALENDAR-COUNT
002520             SET WS-BC-IDX TO WS-CALENDAR-COUNT
002520             MOVE BCL-CAL-DATE TO WS-D2D-DATE
002520             PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT
002520             MOVE WS-D2D-DAYS TO WS-BC-CAL-DAYS(WS-BC-IDX)
002520             MOVE BCL-DAY-TYPE TO WS-BC-DAY-TYPE(WS-BC-IDX)
002520     END-READ.
002520 1210-EXIT.
002520     EXIT.
002530
002540 2000-PROCESS-REJECT.
002550     ADD 1 TO WS-REJECT-READ-COUNT.
002550     IF CALC-RJH-OPERATOR = "CHN"
002550         PERFORM 2350-CHECK-CHAIN-REKEY THRU 2350-EXIT
002550         GO TO 2000-NEXT
002550     END-IF.
002560     PERFORM 2300-FIND-RESUBMISSION THRU 2300-EXIT.
002570     IF NOT WS-RESUB-FOUND
002580         MOVE "NO RESUB" TO AGL-STATUS
003030     END-IF.
003040 2300-EXIT.
003050     EXIT.
003050
003050*----------------------------------------------------------------*
003050* A REJECTED CHAIN IS NOT RESUBMITTED THROUGH CALCRCOR - IT IS   *
003050* RE-KEYED ON A LATER CALCCHN FILE UNDER THE SAME CHAIN-ID. IT   *
003050* IS CLOSED ONCE THE CHAIN-ID POSTS ON OR AFTER THE REJECT DATE, *
003050* AND STAYS OPEN AS RESUB REJECTED IF IT REJECTED AGAIN.         *
003050*----------------------------------------------------------------*
003050 2350-CHECK-CHAIN-REKEY.
003050     MOVE CALC-RJH-RUN-DATE TO WS-RESUB-DATE.
003050     PERFORM 2400-CHECK-RESUB-OUTCOME THRU 2400-EXIT.
003050     IF WS-RESUB-POSTED
003050         ADD 1 TO WS-CLOSED-COUNT
003050         GO TO 2350-EXIT
003050     END-IF.
003050     IF WS-RESUB-REJECTED
003050         MOVE "RESUB REJECTED" TO AGL-STATUS
003050     ELSE
003050         MOVE "NO RESUB" TO AGL-STATUS
003050     END-IF.
003050     PERFORM 2500-REPORT-OPEN-ITEM THRU 2500-EXIT.
003050 2350-EXIT.
003050     EXIT.
003060
003070 2400-CHECK-RESUB-OUTCOME.
003080     MOVE "N" TO WS-RESUB-POSTED-SWITCH.
003620     MOVE CALC-RJH-RUN-DATE TO WS-D2D-DATE.
003630     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
003640     MOVE WS-D2D-DAYS TO WS-REJECT-DAYS.
003650     MOVE WS-REJECT-DAYS TO WS-BD-FROM-DAYS.
003650     MOVE WS-ASOF-DAYS TO WS-BD-TO-DAYS.
003650     PERFORM 8600-COUNT-BUSINESS-DAYS THRU 8600-EXIT.
003650     MOVE WS-BD-COUNT TO WS-AGE-DAYS.
003690     MOVE CALC-RJH-TXN-ID TO AGL-TXN-ID.
003700     MOVE CALC-RJH-OPER-ID TO AGL-OPER-ID.
003710     MOVE CALC-RJH-RUN-DATE TO AGL-RUN-DATE.
004470         + WS-D2D-DAY.
004480 8000-EXIT.
004490     EXIT.
004490
004490*----------------------------------------------------------------*
004490* COUNTS THE BUSINESS DAYS AFTER WS-BD-FROM-DAYS UP TO AND       *
004490* INCLUDING WS-BD-TO-DAYS (DAY NUMBERS FROM 8000-DATE-TO-DAYS)   *
004490* INTO WS-BD-COUNT. EVERY WHOLE WEEK HOLDS FIVE WEEKDAYS, THE    *
004490* ODD DAYS LEFT OVER ARE TESTED ONE BY ONE, AND THE CALENDAR     *
004490* EXCEPTIONS INSIDE THE SPAN THEN TAKE OFF A WEEKDAY HOLIDAY OR  *
004490* ADD A WORKED WEEKEND DAY. THE DAY NUMBER MODULO 7 IS 0 ON A    *
004490* SATURDAY AND 1 ON A SUNDAY.                                    *
004490*----------------------------------------------------------------*
004490 8600-COUNT-BUSINESS-DAYS.
004490     MOVE 0 TO WS-BD-COUNT.
004490     IF WS-BD-TO-DAYS NOT > WS-BD-FROM-DAYS
004490         GO TO 8600-EXIT
004490     END-IF.
004490     COMPUTE WS-BD-SPAN = WS-BD-TO-DAYS - WS-BD-FROM-DAYS.
004490     DIVIDE WS-BD-SPAN BY 7 GIVING WS-BD-WEEKS
004490         REMAINDER WS-BD-ODD-DAYS.
004490     COMPUTE WS-BD-COUNT = WS-BD-WEEKS * 5.
004490     COMPUTE WS-BD-DAYS = WS-BD-FROM-DAYS + WS-BD-WEEKS * 7.
004490     PERFORM 8610-COUNT-ODD-DAY THRU 8610-EXIT
004490         WS-BD-ODD-DAYS TIMES.
004490     MOVE 0 TO WS-BC-SUB.
004490     PERFORM 8620-APPLY-CALENDAR-ENTRY THRU 8620-EXIT
004490         WS-CALENDAR-COUNT TIMES.
004490     IF WS-BD-COUNT < 0
004490         MOVE 0 TO WS-BD-COUNT
004490     END-IF.
004490 8600-EXIT.
004490     EXIT.
004490
004490 8610-COUNT-ODD-DAY.
004490     ADD 1 TO WS-BD-DAYS.
004490     DIVIDE WS-BD-DAYS BY 7 GIVING WS-BD-WEEK-QUOTIENT
004490         REMAINDER WS-BD-WEEKDAY.
004490     IF WS-BD-WEEKDAY > 1
004490         ADD 1 TO WS-BD-COUNT
004490     END-IF.
004490 8610-EXIT.
004490     EXIT.
004490
004490 8620-APPLY-CALENDAR-ENTRY.
004490     ADD 1 TO WS-BC-SUB.
004490     SET WS-BC-IDX TO WS-BC-SUB.
004490     IF WS-BC-CAL-DAYS(WS-BC-IDX) NOT > WS-BD-FROM-DAYS
004490         OR WS-BC-CAL-DAYS(WS-BC-IDX) > WS-BD-TO-DAYS
004490         GO TO 8620-EXIT
004490     END-IF.
004490     DIVIDE WS-BC-CAL-DAYS(WS-BC-IDX) BY 7
004490         GIVING WS-BD-WEEK-QUOTIENT
004490         REMAINDER WS-BD-WEEKDAY.
004490     IF WS-BC-HOLIDAY(WS-BC-IDX)
004490         AND WS-BD-WEEKDAY > 1
004490         SUBTRACT 1 FROM WS-BD-COUNT
004490     END-IF.
004490     IF WS-BC-WORKED-WEEKEND(WS-BC-IDX)
004490         AND WS-BD-WEEKDAY < 2
004490         ADD 1 TO WS-BD-COUNT
004490     END-IF.
004490 8620-EXIT.
004490     EXIT.
004500
004510 9000-TERMINATE.
004520     IF WS-ARCHIVE-ERROR
