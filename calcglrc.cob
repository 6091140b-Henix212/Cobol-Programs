000340*                NEVER SENT. ANY EXCEPTION SETS RC=8 SO THE      *
000350*                SCHEDULER PAGES SOMEONE INSTEAD OF THE GAP      *
000360*                SURFACING AT MONTH END.                         *
000365* 2026-10-15  RH  EXTRACTS ARE NOW BALANCED JOURNALS - ONE       *
000365*                POSTING LINE PER GL ACCOUNT PLUS THE CLEARING   *
000365*                LINE, EACH ACKNOWLEDGED SEPARATELY BY GL. ACKS  *
000365*                NOW CARRY GLA-ACCT-CODE AND ARE MATCHED TO LOG  *
000365*                DETAIL LINES BY RUN DATE AND ACCOUNT, SO A LINE *
000365*                THE LEDGER DROPPED OR POSTED TO THE WRONG       *
000365*                ACCOUNT SURFACES ON ITS OWN. REPORT LINE GAINS  *
000365*                AN ACCOUNT COLUMN.                              *
000365* 2026-10-15  RH  THE GRACE CUTOFF NO LONGER HAS TO BE WORKED    *
000365*                OUT BY HAND AROUND HOLIDAYS. CALCGLGR NOW       *
000365*                CARRIES GLG-GRACE-DAYS AND THE CUTOFF IS        *
000365*                DERIVED AS THAT MANY BUSINESS DAYS BACK FROM    *
000365*                TODAY ON THE SHOP CALENDAR (CALCBCL, MAINTAINED *
000365*                BY CALCBMNT). A HAND-KEYED GLG-CUTOFF-DATE      *
000365*                STILL OVERRIDES. THE HEADING SHOWS WHICH WAS    *
000365*                USED.                                           *
000365* 2026-10-15  RH  CALCCHAIN NOW WRITES ITS OWN GL EXTRACT TO     *
000365*                CALCGLXL, SO ONE RUN DATE CAN CARRY SEVERAL     *
000365*                LINES FOR THE SAME ACCOUNT (CALCULATRICE, CHAIN *
000365*                AND RERUN CLEARING LINES). 2200-FIND-ACK NOW    *
000365*                SKIPS ACKNOWLEDGMENTS ALREADY MATCHED,          *
000365*                PREFERRING ONE WITH THE SAME COUNT AND AMOUNT,  *
000365*                INSTEAD OF MATCHING EVERY LINE TO THE FIRST.    *
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT CALC-GL-RECON-REPORT-FILE ASSIGN TO CALCGRCR
000480         ORGANIZATION IS SEQUENTIAL.
000480     SELECT CALC-BUSINESS-CALENDAR-FILE ASSIGN TO CALCBCL
000480         ORGANIZATION IS SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CALC-GLEXT-LOG-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  CALC-GL-RECON-REPORT-RECORD      PIC X(100).
000690 FD  CALC-BUSINESS-CALENDAR-FILE
000690     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000690 01  CALC-BUSINESS-CALENDAR-RECORD.
000690     COPY CALCBCL.
000700 WORKING-STORAGE SECTION.
000710 77  WS-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
000720     88  WS-LOG-EOF                      VALUE "Y".
000890 77  WS-MISMATCH-COUNT         PIC 9(07) COMP VALUE 0.
000900 77  WS-ORPHAN-ACK-COUNT       PIC 9(07) COMP VALUE 0.
000905 77  WS-EXCEPTION-COUNT        PIC 9(07) COMP VALUE 0.
000905 77  WS-GRACE-DAYS             PIC 9(03) COMP VALUE 0.
000905 77  WS-CALENDAR-MAX           PIC 9(05) COMP VALUE 500.
000905 77  WS-CALENDAR-COUNT         PIC 9(05) COMP VALUE 0.
000905 77  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE "N".
000905     88  WS-CALENDAR-EOF                 VALUE "Y".
000905 77  WS-BUSINESS-DAY-SWITCH    PIC X(01) VALUE "Y".
000905     88  WS-BUSINESS-DAY                 VALUE "Y".
000905 77  WS-BD-FOUND               PIC 9(03) COMP VALUE 0.
000905 77  WS-BD-STEPS               PIC 9(05) COMP VALUE 0.
000905 77  WS-BD-STEP-MAX            PIC 9(05) COMP VALUE 3000.
000905 77  WS-BD-DAYS                PIC 9(07) COMP VALUE 0.
000905 77  WS-BD-WEEK-QUOTIENT       PIC 9(07) COMP VALUE 0.
000905 77  WS-BD-WEEKDAY             PIC 9(01) COMP VALUE 0.
000905 77  WS-MONTH-DAYS             PIC 9(02) COMP VALUE 0.
000905 77  WS-LEAP-QUOTIENT          PIC 9(05) COMP VALUE 0.
000905 77  WS-LEAP-REM-4             PIC 9(03) COMP VALUE 0.
000905 77  WS-LEAP-REM-100           PIC 9(03) COMP VALUE 0.
000905 77  WS-LEAP-REM-400           PIC 9(03) COMP VALUE 0.
000905 77  WS-D2D-DATE               PIC 9(08) VALUE 0.
000905 77  WS-D2D-MMDD               PIC 9(04) COMP VALUE 0.
000905 77  WS-D2D-YEAR               PIC 9(05) COMP VALUE 0.
000905 77  WS-D2D-MONTH              PIC 9(03) COMP VALUE 0.
000905 77  WS-D2D-DAY                PIC 9(03) COMP VALUE 0.
000905 77  WS-D2D-Y4                 PIC 9(05) COMP VALUE 0.
000905 77  WS-D2D-Y100               PIC 9(05) COMP VALUE 0.
000905 77  WS-D2D-Y400               PIC 9(05) COMP VALUE 0.
000905 77  WS-D2D-M153               PIC 9(05) COMP VALUE 0.
000905 77  WS-D2D-DAYS               PIC 9(07) COMP VALUE 0.
000905 01  WS-BD-DATE                  PIC 9(08) VALUE 0.
000905 01  WS-BD-DATE-R REDEFINES WS-BD-DATE.
000905     05  WS-BD-CCYY             PIC 9(04).
000905     05  WS-BD-MM               PIC 9(02).
000905     05  WS-BD-DD               PIC 9(02).
000910 01  WS-ACK-TABLE.
000920     05  WS-ACK-ENTRY           OCCURS 1000 TIMES
000930                                INDEXED BY WS-AK-TBL-IDX.
000940         10  AK-RUN-DATE            PIC 9(08).
000945         10  AK-ACCT-CODE           PIC X(10).
000950         10  AK-POSTED-COUNT        PIC 9(07).
000960         10  AK-POSTED-AMOUNT       PIC S9(09)V99
000970             SIGN LEADING SEPARATE.
000980         10  AK-MATCHED-SWITCH      PIC X(01).
000990             88  AK-MATCHED               VALUE "Y".
000990 01  WS-CALENDAR-TABLE.
000990     05  WS-CALENDAR-ENTRY      OCCURS 500 TIMES
000990                                INDEXED BY WS-BC-IDX.
000990         10  WS-BC-CAL-DAYS         PIC 9(07) COMP.
000990         10  WS-BC-DAY-TYPE         PIC X(01).
000990             88  WS-BC-HOLIDAY            VALUE "H".
000990             88  WS-BC-WORKED-WEEKEND     VALUE "B".
001000 01  WS-RECON-HEADING-1.
001010     05  FILLER                 PIC X(38) VALUE
001020         "GL EXTRACT ACKNOWLEDGMENT RECONCILE".
001030     05  FILLER                 PIC X(14) VALUE
001040         "GRACE CUTOFF ".
001050     05  WRH-CUTOFF-DATE        PIC 9999/99/99.
001050     05  FILLER                 PIC X(02) VALUE SPACES.
001050     05  WRH-GRACE-DAYS         PIC ZZ9 BLANK WHEN ZERO.
001050     05  FILLER                 PIC X(01) VALUE SPACES.
001050     05  WRH-CUTOFF-BASIS       PIC X(14).
001060     05  FILLER                 PIC X(18) VALUE SPACES.
001070 01  WS-RECON-HEADING-2.
001080     05  FILLER                 PIC X(11) VALUE "RUN DATE".
001085     05  FILLER                 PIC X(11) VALUE "ACCOUNT".
001090     05  FILLER                 PIC X(08) VALUE "EXT CNT".
001100     05  FILLER                 PIC X(14) VALUE "EXT AMOUNT".
001110     05  FILLER                 PIC X(08) VALUE "ACK CNT".
001120     05  FILLER                 PIC X(14) VALUE "ACK AMOUNT".
001130     05  FILLER                 PIC X(28) VALUE "EXCEPTION".
001140     05  FILLER                 PIC X(06) VALUE SPACES.
001150 01  WS-RECON-LINE.
001160     05  WRL-RUN-DATE           PIC 9999/99/99.
001170     05  FILLER                 PIC X(01) VALUE SPACES.
001175     05  WRL-ACCT-CODE          PIC X(10).
001177     05  FILLER                 PIC X(01) VALUE SPACES.
001180     05  WRL-EXT-COUNT          PIC ZZZ,ZZ9.
001190     05  FILLER                 PIC X(01) VALUE SPACES.
001200     05  WRL-EXT-AMOUNT         PIC -Z(8)9.99.
001210     05  FILLER                 PIC X(01) VALUE SPACES.
001220     05  WRL-ACK-COUNT          PIC ZZZ,ZZ9.
001230     05  FILLER                 PIC X(01) VALUE SPACES.
001240     05  WRL-ACK-AMOUNT         PIC -Z(8)9.99.
001250     05  FILLER                 PIC X(01) VALUE SPACES.
001260     05  WRL-EXCEPTION          PIC X(28).
001270     05  FILLER                 PIC X(06) VALUE SPACES.
001280 01  WS-RECON-TOTAL-LINE.
001290     05  FILLER                 PIC X(20) VALUE
001300         "EXTRACTS LOGGED   : ".
001540         AT END MOVE "Y" TO WS-CUTOFF-ERROR-SWITCH
001550     END-READ.
001560     IF NOT WS-CUTOFF-ERROR
001570         IF GLG-CUTOFF-DATE NUMERIC
001580             AND GLG-CUTOFF-DATE NOT = ZEROS
001610             MOVE GLG-CUTOFF-DATE TO WS-GRACE-CUTOFF-DATE
001610             MOVE "HAND-KEYED" TO WRH-CUTOFF-BASIS
001600         ELSE
001600             IF GLG-GRACE-DAYS NUMERIC
001600                 AND GLG-GRACE-DAYS NOT = ZEROS
001600                 MOVE GLG-GRACE-DAYS TO WS-GRACE-DAYS
001600             ELSE
001590                 MOVE "Y" TO WS-CUTOFF-ERROR-SWITCH
001600             END-IF
001620         END-IF
001630     END-IF.
001640     CLOSE CALC-GL-GRACE-FILE.
001640     IF NOT WS-CUTOFF-ERROR
001640         AND WS-GRACE-DAYS > 0
001640         PERFORM 1200-LOAD-BUSINESS-CALENDAR THRU 1200-EXIT
001640         PERFORM 1300-DERIVE-GRACE-CUTOFF THRU 1300-EXIT
001640     END-IF.
001650     IF WS-CUTOFF-ERROR
001660         DISPLAY "ERROR - NO USABLE GRACE CUTOFF DATE OR GRACE "
001670             "DAYS ON CALCGLGR - RECONCILIATION NOT ATTEMPTED"
001680         MOVE "Y" TO WS-LOG-EOF-SWITCH
001690         GO TO 1000-EXIT
001700     END-IF.
001930     PERFORM 2100-READ-LOG THRU 2100-EXIT.
001940 1000-EXIT.
001950     EXIT.
001950
001950 1200-LOAD-BUSINESS-CALENDAR.
001950     OPEN INPUT CALC-BUSINESS-CALENDAR-FILE.
001950     PERFORM 1210-LOAD-ONE-CALENDAR-ENTRY THRU 1210-EXIT
001950         UNTIL WS-CALENDAR-EOF
001950         OR WS-CALENDAR-COUNT = WS-CALENDAR-MAX.
001950     IF NOT WS-CALENDAR-EOF
001950         READ CALC-BUSINESS-CALENDAR-FILE
001950             AT END
001950                 MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
001950             NOT AT END
001950                 DISPLAY "WARNING - BUSINESS CALENDAR EXCEEDS "
001950                     "THE " WS-CALENDAR-MAX " ENTRY TABLE - "
001950                     "DATES PAST THE LIMIT FOLLOW THE WEEKDAY "
001950                     "RULE"
001950         END-READ
001950     END-IF.
001950     CLOSE CALC-BUSINESS-CALENDAR-FILE.
001950 1200-EXIT.
001950     EXIT.
001950
001950 1210-LOAD-ONE-CALENDAR-ENTRY.
001950     READ CALC-BUSINESS-CALENDAR-FILE
001950         AT END
001950             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
001950         NOT AT END
001950             ADD 1 TO WS-CALENDAR-COUNT
001950             SET WS-BC-IDX TO WS-CALENDAR-COUNT
001950             MOVE BCL-CAL-DATE TO WS-D2D-DATE
001950             PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT
001950             MOVE WS-D2D-DAYS TO WS-BC-CAL-DAYS(WS-BC-IDX)
001950             MOVE BCL-DAY-TYPE TO WS-BC-DAY-TYPE(WS-BC-IDX)
001950     END-READ.
001950 1210-EXIT.
001950     EXIT.
001950
001950*----------------------------------------------------------------*
001950* STEPS BACK ONE CALENDAR DAY AT A TIME FROM TODAY, COUNTING     *
001950* BUSINESS DAYS, AND TAKES THE BUSINESS DAY THE GRACE COUNT      *
001950* LANDS ON AS THE CUTOFF - WITH A 2-DAY GRACE A WEDNESDAY RUN    *
001950* CUTS OFF AT MONDAY, SO MONDAY'S EXTRACTS MUST BE ACKNOWLEDGED  *
001950* AND TUESDAY'S ARE STILL PENDING. WS-BD-STEP-MAX STOPS A        *
001950* CALENDAR WITH NO BUSINESS DAYS IN REACH FROM LOOPING.          *
001950*----------------------------------------------------------------*
001950 1300-DERIVE-GRACE-CUTOFF.
001950     ACCEPT WS-BD-DATE FROM DATE YYYYMMDD.
001950     MOVE 0 TO WS-BD-FOUND.
001950     MOVE 0 TO WS-BD-STEPS.
001950     PERFORM 1310-STEP-BACK-ONE-DAY THRU 1310-EXIT
001950         UNTIL WS-BD-FOUND = WS-GRACE-DAYS
001950         OR WS-BD-STEPS = WS-BD-STEP-MAX.
001950     IF WS-BD-FOUND = WS-GRACE-DAYS
001950         MOVE WS-BD-DATE TO WS-GRACE-CUTOFF-DATE
001950         MOVE WS-GRACE-DAYS TO WRH-GRACE-DAYS
001950         MOVE "BUSINESS DAYS" TO WRH-CUTOFF-BASIS
001950     ELSE
001950         MOVE "Y" TO WS-CUTOFF-ERROR-SWITCH
001950     END-IF.
001950 1300-EXIT.
001950     EXIT.
001950
001950 1310-STEP-BACK-ONE-DAY.
001950     PERFORM 8100-PRIOR-DATE THRU 8100-EXIT.
001950     ADD 1 TO WS-BD-STEPS.
001950     MOVE WS-BD-DATE TO WS-D2D-DATE.
001950     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
001950     MOVE WS-D2D-DAYS TO WS-BD-DAYS.
001950     PERFORM 8500-CHECK-BUSINESS-DAY THRU 8500-EXIT.
001950     IF WS-BUSINESS-DAY
001950         ADD 1 TO WS-BD-FOUND
001950     END-IF.
001950 1310-EXIT.
001950     EXIT.
001960
001970 1100-LOAD-ONE-ACK.
001980     READ CALC-GL-ACK-FILE
002020             ADD 1 TO WS-ACK-COUNT
002030             SET WS-AK-TBL-IDX TO WS-ACK-COUNT
002040             MOVE GLA-RUN-DATE TO AK-RUN-DATE(WS-AK-TBL-IDX)
002045             MOVE GLA-ACCT-CODE TO AK-ACCT-CODE(WS-AK-TBL-IDX)
002050             MOVE GLA-POSTED-COUNT TO
002060                 AK-POSTED-COUNT(WS-AK-TBL-IDX)
002070             MOVE GLA-POSTED-AMOUNT TO
002150     IF GLD-RECORD-TYPE NOT = "D"
002160         GO TO 2000-NEXT
002170     END-IF.
002172     IF GLD-LINE-TYPE NOT = "P" AND GLD-LINE-TYPE NOT = "C"
002174         GO TO 2000-NEXT
002176     END-IF.
002180     ADD 1 TO WS-EXTRACT-COUNT.
002190     PERFORM 2200-FIND-ACK THRU 2200-EXIT.
002200     IF NOT WS-ACK-FOUND
002560         AT END
002570             CONTINUE
002580         WHEN AK-RUN-DATE(WS-AK-TBL-IDX) = GLD-RUN-DATE
002585             AND AK-ACCT-CODE(WS-AK-TBL-IDX) = GLD-ACCT-CODE
002585             AND NOT AK-MATCHED(WS-AK-TBL-IDX)
002585             AND AK-POSTED-COUNT(WS-AK-TBL-IDX)
002585                 = GLD-CONTROL-COUNT
002585             AND AK-POSTED-AMOUNT(WS-AK-TBL-IDX)
002585                 = GLD-GRAND-TOTAL
002590             MOVE "Y" TO WS-ACK-FOUND-SWITCH
002600     END-SEARCH.
002600     IF WS-ACK-FOUND
002600         GO TO 2200-EXIT
002600     END-IF.
002600     SET WS-AK-TBL-IDX TO 1.
002600     SEARCH WS-ACK-ENTRY
002600         AT END
002600             CONTINUE
002600         WHEN AK-RUN-DATE(WS-AK-TBL-IDX) = GLD-RUN-DATE
002600             AND AK-ACCT-CODE(WS-AK-TBL-IDX) = GLD-ACCT-CODE
002600             AND NOT AK-MATCHED(WS-AK-TBL-IDX)
002600             MOVE "Y" TO WS-ACK-FOUND-SWITCH
002600     END-SEARCH.
002610 2200-EXIT.
002620     EXIT.
002630
002640 2300-WRITE-UNACKED-LINE.
002650     MOVE GLD-RUN-DATE TO WRL-RUN-DATE.
002655     MOVE GLD-ACCT-CODE TO WRL-ACCT-CODE.
002660     MOVE GLD-CONTROL-COUNT TO WRL-EXT-COUNT.
002670     MOVE GLD-GRAND-TOTAL TO WRL-EXT-AMOUNT.
002680     MOVE 0 TO WRL-ACK-COUNT.
002740
002750 2400-WRITE-MISMATCH-LINE.
002760     MOVE GLD-RUN-DATE TO WRL-RUN-DATE.
002765     MOVE GLD-ACCT-CODE TO WRL-ACCT-CODE.
002770     MOVE GLD-CONTROL-COUNT TO WRL-EXT-COUNT.
002780     MOVE GLD-GRAND-TOTAL TO WRL-EXT-AMOUNT.
002790     MOVE AK-POSTED-COUNT(WS-AK-TBL-IDX) TO WRL-ACK-COUNT.
002830 2400-EXIT.
002840     EXIT.
002850
002850 8000-DATE-TO-DAYS.
002850     DIVIDE WS-D2D-DATE BY 10000 GIVING WS-D2D-YEAR
002850         REMAINDER WS-D2D-MMDD.
002850     DIVIDE WS-D2D-MMDD BY 100 GIVING WS-D2D-MONTH
002850         REMAINDER WS-D2D-DAY.
002850     IF WS-D2D-MONTH < 3
002850         SUBTRACT 1 FROM WS-D2D-YEAR
002850         ADD 12 TO WS-D2D-MONTH
002850     END-IF.
002850     DIVIDE WS-D2D-YEAR BY 4 GIVING WS-D2D-Y4.
002850     DIVIDE WS-D2D-YEAR BY 100 GIVING WS-D2D-Y100.
002850     DIVIDE WS-D2D-YEAR BY 400 GIVING WS-D2D-Y400.
002850     COMPUTE WS-D2D-M153 = 153 * (WS-D2D-MONTH + 1).
002850     DIVIDE WS-D2D-M153 BY 5 GIVING WS-D2D-M153.
002850     COMPUTE WS-D2D-DAYS = 365 * WS-D2D-YEAR + WS-D2D-Y4
002850         - WS-D2D-Y100 + WS-D2D-Y400 + WS-D2D-M153
002850         + WS-D2D-DAY.
002850 8000-EXIT.
002850     EXIT.
002850
002850 8100-PRIOR-DATE.
002850     IF WS-BD-DD > 1
002850         SUBTRACT 1 FROM WS-BD-DD
002850         GO TO 8100-EXIT
002850     END-IF.
002850     IF WS-BD-MM > 1
002850         SUBTRACT 1 FROM WS-BD-MM
002850     ELSE
002850         MOVE 12 TO WS-BD-MM
002850         SUBTRACT 1 FROM WS-BD-CCYY
002850     END-IF.
002850     EVALUATE WS-BD-MM
002850         WHEN 4 WHEN 6 WHEN 9 WHEN 11
002850             MOVE 30 TO WS-MONTH-DAYS
002850         WHEN 2
002850             DIVIDE WS-BD-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
002850                 REMAINDER WS-LEAP-REM-4
002850             DIVIDE WS-BD-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
002850                 REMAINDER WS-LEAP-REM-100
002850             DIVIDE WS-BD-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
002850                 REMAINDER WS-LEAP-REM-400
002850             IF WS-LEAP-REM-4 = 0
002850                 AND (WS-LEAP-REM-100 NOT = 0
002850                     OR WS-LEAP-REM-400 = 0)
002850                 MOVE 29 TO WS-MONTH-DAYS
002850             ELSE
002850                 MOVE 28 TO WS-MONTH-DAYS
002850             END-IF
002850         WHEN OTHER
002850             MOVE 31 TO WS-MONTH-DAYS
002850     END-EVALUATE.
002850     MOVE WS-MONTH-DAYS TO WS-BD-DD.
002850 8100-EXIT.
002850     EXIT.
002850
002850*----------------------------------------------------------------*
002850* WS-BD-DAYS (A DAY NUMBER FROM 8000-DATE-TO-DAYS) IS A BUSINESS *
002850* DAY WHEN IT IS A MONDAY TO FRIDAY NOT MARKED AS A HOLIDAY, OR  *
002850* A SATURDAY OR SUNDAY MARKED AS WORKED. THE DAY NUMBER MODULO 7 *
002850* IS 0 ON A SATURDAY AND 1 ON A SUNDAY.                          *
002850*----------------------------------------------------------------*
002850 8500-CHECK-BUSINESS-DAY.
002850     DIVIDE WS-BD-DAYS BY 7 GIVING WS-BD-WEEK-QUOTIENT
002850         REMAINDER WS-BD-WEEKDAY.
002850     IF WS-BD-WEEKDAY < 2
002850         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
002850     ELSE
002850         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
002850     END-IF.
002850     SET WS-BC-IDX TO 1.
002850     SEARCH WS-CALENDAR-ENTRY
002850         AT END
002850             CONTINUE
002850         WHEN WS-BC-IDX > WS-CALENDAR-COUNT
002850             CONTINUE
002850         WHEN WS-BC-CAL-DAYS(WS-BC-IDX) = WS-BD-DAYS
002850             IF WS-BC-HOLIDAY(WS-BC-IDX)
002850                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
002850             END-IF
002850             IF WS-BC-WORKED-WEEKEND(WS-BC-IDX)
002850                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
002850             END-IF
002850     END-SEARCH.
002850 8500-EXIT.
002850     EXIT.
002850
002860 9000-TERMINATE.
002870     IF WS-CUTOFF-ERROR
002880         MOVE 12 TO RETURN-CODE
003240     IF NOT AK-MATCHED(WS-AK-TBL-IDX)
003250         ADD 1 TO WS-ORPHAN-ACK-COUNT
003260         MOVE AK-RUN-DATE(WS-AK-TBL-IDX) TO WRL-RUN-DATE
003265         MOVE AK-ACCT-CODE(WS-AK-TBL-IDX) TO WRL-ACCT-CODE
003270         MOVE 0 TO WRL-EXT-COUNT
003280         MOVE 0 TO WRL-EXT-AMOUNT
003290         MOVE AK-POSTED-COUNT(WS-AK-TBL-IDX) TO WRL-ACK-COUNT
