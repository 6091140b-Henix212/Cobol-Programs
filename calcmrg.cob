000386*                THE SAME WAY CALCULATRICE'S 9000-TERMINATE      *
000387*                DOES, SO THE LOGGED CODE AND THE CODE THE       *
000388*                SCHEDULER SEES ARE THE SAME VALUE.              *
000389* 2026-10-15  RH  THE STREAM EXTRACTS ARE NOW BALANCED JOURNALS *
000389*                - ONE POSTING LINE PER GL ACCOUNT/COST CENTER  *
000389*                PLUS A CLEARING OFFSET LINE (CALCGLD.CPY).     *
000389*                4n10-ACCUM-GLX-n NOW SUMS ONLY THE POSTING     *
000389*                LINES, SO THE CONSOLIDATED COUNT AND TOTAL ARE *
000389*                UNCHANGED, AND ALSO BUILDS THEM UP PER ACCOUNT *
000389*                IN WS-MRG-ACCT-TABLE. 4500-WRITE-GL-LOG NOW    *
000389*                APPENDS ONE CONSOLIDATED POSTING LINE PER      *
000389*                ACCOUNT PLUS ONE CLEARING LINE (TO THE         *
000389*                CLEARING ACCOUNT THE STREAMS USED) TO          *
000389*                CALCGLXL, SO CALCGLRC RECONCILES A SPLIT-MODE  *
000389*                DAY ACCOUNT BY ACCOUNT JUST AS IT DOES A       *
000389*                SINGLE-STREAM ONE, AND LISTS THE CONSOLIDATED  *
000389*                JOURNAL ON CALCMRPT. THE REJECT (99-BYTE) AND  *
000389*                POSTED (75-BYTE) HISTORY RECORDS FOLLOW THE    *
000389*                WIDER CALCTXN LAYOUT.                          *
000389* 2026-10-15  RH  ADDED 7000-MERGE-HELD, WHICH APPENDS THE      *
000389*                STREAMS' HELD-FOR-AUTHORITY ITEMS (CALCHLD1-4) *
000389*                TO THE SHARED HELD QUEUE CALCHLD FOR CALCHREL. *
000389*                HELD ITEMS NOW COUNT AS RECEIVED IN THE        *
000389*                CONSOLIDATED BALANCE, THE REJECT-FREE TOTAL    *
000389*                BALANCES POSTED PLUS HELD, THE HELD COUNT AND  *
000389*                TOTAL ARE PRINTED AND CARRIED TO THE RUN LOG,  *
000389*                AND ANY HELD ITEM SETS RC=4.                   *
000389* 2026-10-15  RH  LOADS THE SHOP BUSINESS CALENDAR (CALCBCL,    *
000389*                MAINTAINED BY CALCBMNT) AND SETS               *
000389*                RLG-NONBUS-FLAG ON THE CONSOLIDATED RUN-LOG    *
000389*                RECORD, THE SAME FLAG A SINGLE-STREAM          *
000389*                CALCULATRICE RUN SETS, SO CALCRLRP SEES A      *
000389*                WEEKEND OR HOLIDAY SPLIT RUN AS ONE. THE       *
000389*                STREAMS' OWN CALCRPT WARNING LINES COME        *
000389*                THROUGH THE REPORT MERGE.                      *
000361*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000742         ORGANIZATION IS SEQUENTIAL.
000743     SELECT CALC-RUN-LOG-FILE ASSIGN TO CALCRLOG
000744         ORGANIZATION IS SEQUENTIAL.
000745     SELECT CALC-HLD-FILE-1 ASSIGN TO CALCHLD1
000745         ORGANIZATION IS SEQUENTIAL.
000746     SELECT CALC-HLD-FILE-2 ASSIGN TO CALCHLD2
000746         ORGANIZATION IS SEQUENTIAL.
000747     SELECT CALC-HLD-FILE-3 ASSIGN TO CALCHLD3
000747         ORGANIZATION IS SEQUENTIAL.
000748     SELECT CALC-HLD-FILE-4 ASSIGN TO CALCHLD4
000748         ORGANIZATION IS SEQUENTIAL.
000749     SELECT CALC-HLD-OUT-FILE ASSIGN TO CALCHLD
000749         ORGANIZATION IS SEQUENTIAL.
000749     SELECT CALC-BUSINESS-CALENDAR-FILE ASSIGN TO CALCBCL
000749         ORGANIZATION IS SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CALC-SPLIT-CTL-FILE
000960 FD  CALC-REJ-FILE-1
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  CALC-REJ-RECORD-1               PIC X(99).
001000 FD  CALC-REJ-FILE-2
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  CALC-REJ-RECORD-2               PIC X(99).
001040 FD  CALC-REJ-FILE-3
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  CALC-REJ-RECORD-3               PIC X(99).
001080 FD  CALC-REJ-FILE-4
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  CALC-REJ-RECORD-4               PIC X(99).
001120 FD  CALC-GLX-FILE-1
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001180     05  GLX1-CONTROL-COUNT          PIC 9(07).
001190     05  GLX1-GRAND-TOTAL            PIC S9(09)V99
001200         SIGN LEADING SEPARATE.
001200     05  GLX1-ACCT-CODE             PIC X(10).
001200     05  GLX1-LINE-TYPE             PIC X(01).
001200     05  GLX1-DR-CR-IND             PIC X(01).
001200     05  GLX1-LINE-AMOUNT           PIC 9(09)V99.
001210     05  FILLER                      PIC X(29).
001220 FD  CALC-GLX-FILE-2
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001280     05  GLX2-CONTROL-COUNT          PIC 9(07).
001290     05  GLX2-GRAND-TOTAL            PIC S9(09)V99
001300         SIGN LEADING SEPARATE.
001300     05  GLX2-ACCT-CODE             PIC X(10).
001300     05  GLX2-LINE-TYPE             PIC X(01).
001300     05  GLX2-DR-CR-IND             PIC X(01).
001300     05  GLX2-LINE-AMOUNT           PIC 9(09)V99.
001310     05  FILLER                      PIC X(29).
001320 FD  CALC-GLX-FILE-3
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001380     05  GLX3-CONTROL-COUNT          PIC 9(07).
001390     05  GLX3-GRAND-TOTAL            PIC S9(09)V99
001400         SIGN LEADING SEPARATE.
001400     05  GLX3-ACCT-CODE             PIC X(10).
001400     05  GLX3-LINE-TYPE             PIC X(01).
001400     05  GLX3-DR-CR-IND             PIC X(01).
001400     05  GLX3-LINE-AMOUNT           PIC 9(09)V99.
001410     05  FILLER                      PIC X(29).
001420 FD  CALC-GLX-FILE-4
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD.
001480     05  GLX4-CONTROL-COUNT          PIC 9(07).
001490     05  GLX4-GRAND-TOTAL            PIC S9(09)V99
001500         SIGN LEADING SEPARATE.
001500     05  GLX4-ACCT-CODE             PIC X(10).
001500     05  GLX4-LINE-TYPE             PIC X(01).
001500     05  GLX4-DR-CR-IND             PIC X(01).
001500     05  GLX4-LINE-AMOUNT           PIC 9(09)V99.
001510     05  FILLER                      PIC X(29).
001520 FD  CALC-MRG-RPT-FILE
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001560 FD  CALC-MRG-REJ-FILE
001570     RECORDING MODE IS F
001580     LABEL RECORDS ARE STANDARD.
001590 01  CALC-MRG-REJ-RECORD              PIC X(99).
001591 FD  CALC-RJH-FILE-1
001591     RECORDING MODE IS F
001591     LABEL RECORDS ARE STANDARD.
001591 01  CALC-RJH-RECORD-1                PIC X(99).
001592 FD  CALC-RJH-FILE-2
001592     RECORDING MODE IS F
001592     LABEL RECORDS ARE STANDARD.
001592 01  CALC-RJH-RECORD-2                PIC X(99).
001593 FD  CALC-RJH-FILE-3
001593     RECORDING MODE IS F
001593     LABEL RECORDS ARE STANDARD.
001593 01  CALC-RJH-RECORD-3                PIC X(99).
001594 FD  CALC-RJH-FILE-4
001594     RECORDING MODE IS F
001594     LABEL RECORDS ARE STANDARD.
001594 01  CALC-RJH-RECORD-4                PIC X(99).
001595 FD  CALC-RJH-OUT-FILE
001595     RECORDING MODE IS F
001595     LABEL RECORDS ARE STANDARD.
001595 01  CALC-RJH-OUT-RECORD              PIC X(99).
001596 FD  CALC-PHS-FILE-1
001596     RECORDING MODE IS F
001596     LABEL RECORDS ARE STANDARD.
001596 01  CALC-PHS-RECORD-1                PIC X(75).
001597 FD  CALC-PHS-FILE-2
001597     RECORDING MODE IS F
001597     LABEL RECORDS ARE STANDARD.
001597 01  CALC-PHS-RECORD-2                PIC X(75).
001598 FD  CALC-PHS-FILE-3
001598     RECORDING MODE IS F
001598     LABEL RECORDS ARE STANDARD.
001598 01  CALC-PHS-RECORD-3                PIC X(75).
001599 FD  CALC-PHS-FILE-4
001599     RECORDING MODE IS F
001599     LABEL RECORDS ARE STANDARD.
001599 01  CALC-PHS-RECORD-4                PIC X(75).
001598 FD  CALC-GLEXT-LOG-FILE
001598     RECORDING MODE IS F
001598     LABEL RECORDS ARE STANDARD.
001598     LABEL RECORDS ARE STANDARD.
001598 01  CALC-RUN-LOG-RECORD.
001598     COPY CALCRLG.
001598 FD  CALC-BUSINESS-CALENDAR-FILE
001598     RECORDING MODE IS F
001598     LABEL RECORDS ARE STANDARD.
001598 01  CALC-BUSINESS-CALENDAR-RECORD.
001598     COPY CALCBCL.
001599 FD  CALC-PHS-OUT-FILE
001599     RECORDING MODE IS F
001599     LABEL RECORDS ARE STANDARD.
001599 01  CALC-PHS-OUT-RECORD              PIC X(75).
001599 FD  CALC-HLD-FILE-1
001599     RECORDING MODE IS F
001599     LABEL RECORDS ARE STANDARD.
001599 01  CALC-HLD-RECORD-1                PIC X(100).
001599 FD  CALC-HLD-FILE-2
001599     RECORDING MODE IS F
001599     LABEL RECORDS ARE STANDARD.
001599 01  CALC-HLD-RECORD-2                PIC X(100).
001599 FD  CALC-HLD-FILE-3
001599     RECORDING MODE IS F
001599     LABEL RECORDS ARE STANDARD.
001599 01  CALC-HLD-RECORD-3                PIC X(100).
001599 FD  CALC-HLD-FILE-4
001599     RECORDING MODE IS F
001599     LABEL RECORDS ARE STANDARD.
001599 01  CALC-HLD-RECORD-4                PIC X(100).
001599 FD  CALC-HLD-OUT-FILE
001599     RECORDING MODE IS F
001599     LABEL RECORDS ARE STANDARD.
001599 01  CALC-HLD-OUT-RECORD              PIC X(100).
001600 WORKING-STORAGE SECTION.
001610 77  WS-RPT1-EOF-SWITCH        PIC X(01) VALUE "N".
001620     88  WS-RPT1-EOF                     VALUE "Y".
001847     88  WS-PHS3-EOF                     VALUE "Y".
001848 77  WS-PHS4-EOF-SWITCH        PIC X(01) VALUE "N".
001848     88  WS-PHS4-EOF                     VALUE "Y".
001849 77  WS-HLD1-EOF-SWITCH        PIC X(01) VALUE "N".
001849     88  WS-HLD1-EOF                     VALUE "Y".
001849 77  WS-HLD2-EOF-SWITCH        PIC X(01) VALUE "N".
001849     88  WS-HLD2-EOF                     VALUE "Y".
001849 77  WS-HLD3-EOF-SWITCH        PIC X(01) VALUE "N".
001849     88  WS-HLD3-EOF                     VALUE "Y".
001849 77  WS-HLD4-EOF-SWITCH        PIC X(01) VALUE "N".
001849     88  WS-HLD4-EOF                     VALUE "Y".
001849 77  WS-HLD-MERGED-COUNT       PIC 9(07) COMP VALUE 0.
001849 77  WS-HLD-MERGED-TOTAL       PIC S9(09)V99
001849     SIGN LEADING SEPARATE VALUE 0.
001849 77  WS-BALANCE-TOTAL          PIC S9(09)V99
001849     SIGN LEADING SEPARATE VALUE 0.
001850 77  WS-REJ-MERGED-COUNT       PIC 9(07) COMP VALUE 0.
001860 77  WS-RPT-MERGED-COUNT       PIC 9(07) COMP VALUE 0.
001861 77  WS-RJH-MERGED-COUNT       PIC 9(07) COMP VALUE 0.
001916 77  WS-MRG-RUN-DATE           PIC 9(08) VALUE 0.
001917 77  WS-FINAL-RC               PIC 9(02) VALUE 0.
001918 77  WS-EXEC-TIME              PIC 9(06) VALUE 0.
001918 77  WS-MRG-ACCT-MAX           PIC 9(05) COMP VALUE 500.
001918 77  WS-MRG-ACCT-COUNT         PIC 9(05) COMP VALUE 0.
001918 77  WS-MRG-ACCT-OVFL-SW       PIC X(01) VALUE "N".
001918     88  WS-MRG-ACCT-OVERFLOWED         VALUE "Y".
001918 77  WS-MA-SCAN-IDX            PIC 9(05) COMP VALUE 0.
001918 77  WS-MA-ACCT-CODE           PIC X(10) VALUE SPACES.
001918 77  WS-MA-COUNT               PIC 9(07) COMP VALUE 0.
001918 77  WS-MA-AMOUNT              PIC S9(09)V99
001918     SIGN LEADING SEPARATE VALUE 0.
001918 77  WS-MRG-CLEARING-ACCT      PIC X(10) VALUE SPACES.
001918 77  WS-NO-CLEARING-SW         PIC X(01) VALUE "N".
001918     88  WS-NO-CLEARING-ACCT            VALUE "Y".
001918 77  WS-CALENDAR-MAX           PIC 9(05) COMP VALUE 500.
001918 77  WS-CALENDAR-COUNT         PIC 9(05) COMP VALUE 0.
001918 77  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE "N".
001918     88  WS-CALENDAR-EOF                VALUE "Y".
001918 77  WS-BUSINESS-DAY-SWITCH    PIC X(01) VALUE "Y".
001918     88  WS-BUSINESS-DAY                VALUE "Y".
001918 77  WS-BD-DAYS                PIC 9(07) COMP VALUE 0.
001918 77  WS-BD-WEEK-QUOTIENT       PIC 9(07) COMP VALUE 0.
001918 77  WS-BD-WEEKDAY             PIC 9(01) COMP VALUE 0.
001918 77  WS-D2D-DATE               PIC 9(08) VALUE 0.
001918 77  WS-D2D-MMDD               PIC 9(04) COMP VALUE 0.
001918 77  WS-D2D-YEAR               PIC 9(05) COMP VALUE 0.
001918 77  WS-D2D-MONTH              PIC 9(03) COMP VALUE 0.
001918 77  WS-D2D-DAY                PIC 9(03) COMP VALUE 0.
001918 77  WS-D2D-Y4                 PIC 9(05) COMP VALUE 0.
001918 77  WS-D2D-Y100               PIC 9(05) COMP VALUE 0.
001918 77  WS-D2D-Y400               PIC 9(05) COMP VALUE 0.
001918 77  WS-D2D-M153               PIC 9(05) COMP VALUE 0.
001918 77  WS-D2D-DAYS               PIC 9(07) COMP VALUE 0.
001918 01  WS-CALENDAR-TABLE.
001918     05  WS-CALENDAR-ENTRY      OCCURS 500 TIMES
001918                                INDEXED BY WS-BC-IDX.
001918         10  WS-BC-CAL-DAYS         PIC 9(07) COMP.
001918         10  WS-BC-DAY-TYPE         PIC X(01).
001918             88  WS-BC-HOLIDAY            VALUE "H".
001918             88  WS-BC-WORKED-WEEKEND     VALUE "B".
001918 01  WS-MRG-ACCT-TABLE.
001918     05  WS-MRG-ACCT-ENTRY      OCCURS 500 TIMES
001918                                INDEXED BY WS-MA-IDX.
001918         10  MA-ACCT-CODE           PIC X(10) VALUE HIGH-VALUES.
001918         10  MA-POSTED-COUNT        PIC 9(07) COMP VALUE 0.
001918         10  MA-POSTED-TOTAL        PIC S9(09)V99
001918             SIGN LEADING SEPARATE VALUE 0.
001918 01  WS-JOURNAL-HEADING.
001918     05  FILLER                 PIC X(33) VALUE
001918         "CONSOLIDATED GL JOURNAL".
001918     05  FILLER                 PIC X(67) VALUE SPACES.
001918 01  WS-JOURNAL-LINE.
001918     05  MJL-ACCT-CODE          PIC X(10).
001918     05  FILLER                 PIC X(02) VALUE SPACES.
001918     05  MJL-COUNT              PIC ZZZ,ZZ9.
001918     05  FILLER                 PIC X(05) VALUE SPACES.
001918     05  MJL-DR-CR              PIC X(06).
001918     05  FILLER                 PIC X(02) VALUE SPACES.
001918     05  MJL-AMOUNT             PIC Z(8)9.99.
001918     05  FILLER                 PIC X(02) VALUE SPACES.
001918     05  MJL-NOTE               PIC X(10).
001918     05  FILLER                 PIC X(44) VALUE SPACES.
001917 01  WS-GLEXT-DETAIL-LINE.
001918     COPY CALCGLD.
001918 01  WS-HELD-WORK.
001918     COPY CALCHLD.
001918 01  WS-HELD-TOTAL-LINE.
001918     05  FILLER                 PIC X(22) VALUE
001918         "HELD FOR AUTHORITY  : ".
001918     05  WHT-HELD-COUNT         PIC ZZZ,ZZ9.
001918     05  FILLER                 PIC X(08) VALUE "  TOTAL ".
001918     05  WHT-HELD-TOTAL         PIC -Z(8)9.99.
001918     05  FILLER                 PIC X(50) VALUE SPACES.
001920 01  WS-BALANCE-LINE.
001930     05  FILLER                 PIC X(22) VALUE
001940         "CONSOLIDATED BALANCE: ".
002140     PERFORM 3000-MERGE-REJECTS THRU 3000-EXIT.
002142     PERFORM 5000-MERGE-REJECT-HIST THRU 5000-EXIT.
002144     PERFORM 6000-MERGE-POSTED-HIST THRU 6000-EXIT.
002146     PERFORM 7000-MERGE-HELD THRU 7000-EXIT.
002150     PERFORM 4000-CONSOLIDATE-TOTALS THRU 4000-EXIT.
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002170     STOP RUN.
002326     OPEN INPUT CALC-PHS-FILE-2.
002327     OPEN INPUT CALC-PHS-FILE-3.
002328     OPEN INPUT CALC-PHS-FILE-4.
002328     OPEN INPUT CALC-HLD-FILE-1.
002328     OPEN INPUT CALC-HLD-FILE-2.
002328     OPEN INPUT CALC-HLD-FILE-3.
002328     OPEN INPUT CALC-HLD-FILE-4.
002328     OPEN EXTEND CALC-HLD-OUT-FILE.
002329     OPEN EXTEND CALC-RJH-OUT-FILE.
002330     OPEN EXTEND CALC-PHS-OUT-FILE.
002331     OPEN OUTPUT CALC-MRG-RPT-FILE.
002387             MOVE CTL-EXPECTED-TOTAL TO WS-EXPECTED-TOTAL
002390     END-READ.
002400     CLOSE CALC-SPLIT-CTL-FILE.
002400     PERFORM 1200-LOAD-BUSINESS-CALENDAR THRU 1200-EXIT.
002410 1000-EXIT.
002420     EXIT.
002420
002420 1200-LOAD-BUSINESS-CALENDAR.
002420     OPEN INPUT CALC-BUSINESS-CALENDAR-FILE.
002420     PERFORM 1210-LOAD-ONE-CALENDAR-ENTRY THRU 1210-EXIT
002420         UNTIL WS-CALENDAR-EOF
002420         OR WS-CALENDAR-COUNT = WS-CALENDAR-MAX.
002420     IF NOT WS-CALENDAR-EOF
002420         READ CALC-BUSINESS-CALENDAR-FILE
002420             AT END
002420                 MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
002420             NOT AT END
002420                 DISPLAY "WARNING - BUSINESS CALENDAR EXCEEDS "
002420                     "THE " WS-CALENDAR-MAX " ENTRY TABLE - "
002420                     "DATES PAST THE LIMIT FOLLOW THE WEEKDAY "
002420                     "RULE"
002420         END-READ
002420     END-IF.
002420     CLOSE CALC-BUSINESS-CALENDAR-FILE.
002420 1200-EXIT.
002420     EXIT.
002420
002420 1210-LOAD-ONE-CALENDAR-ENTRY.
002420     READ CALC-BUSINESS-CALENDAR-FILE
002420         AT END
002420             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
002420         NOT AT END
002420             ADD 1 TO WS-CALENDAR-COUNT
002420             SET WS-BC-IDX TO WS-CALENDAR-COUNT
002420             MOVE BCL-CAL-DATE TO WS-D2D-DATE
002420             PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT
002420             MOVE WS-D2D-DAYS TO WS-BC-CAL-DAYS(WS-BC-IDX)
002420             MOVE BCL-DAY-TYPE TO WS-BC-DAY-TYPE(WS-BC-IDX)
002420     END-READ.
002420 1210-EXIT.
002420     EXIT.
002430
002440 2000-MERGE-REPORTS.
002450     PERFORM 2100-READ-RPT-1 THRU 2100-EXIT.
003980     PERFORM 4400-READ-GLX-4 THRU 4400-EXIT.
003990     PERFORM 4410-ACCUM-GLX-4 THRU 4410-EXIT
004000         UNTIL WS-GLX4-EOF.
004002     ADD WS-MRG-COUNT WS-REJ-MERGED-COUNT WS-HLD-MERGED-COUNT
004004         GIVING WS-RECEIVED-COUNT.
004006     ADD WS-MRG-TOTAL WS-HLD-MERGED-TOTAL
004008         GIVING WS-BALANCE-TOTAL.
004010     IF WS-RECEIVED-COUNT NOT = WS-EXPECTED-COUNT
004020         MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
004030     END-IF.
004032     IF WS-REJ-MERGED-COUNT = 0
004034         AND WS-BALANCE-TOTAL NOT = WS-EXPECTED-TOTAL
004036         MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
004040     END-IF.
004050     IF WS-OUT-OF-BALANCE
004120     MOVE WS-EXPECTED-COUNT TO WBD-EXPECTED-COUNT.
004130     MOVE WS-RECEIVED-COUNT TO WBD-ACTUAL-COUNT.
004140     MOVE WS-EXPECTED-TOTAL TO WBD-EXPECTED-TOTAL.
004150     MOVE WS-BALANCE-TOTAL TO WBD-ACTUAL-TOTAL.
004160     WRITE CALC-MRG-RPT-RECORD FROM WS-BALANCE-DETAIL-LINE.
004160     MOVE WS-HLD-MERGED-COUNT TO WHT-HELD-COUNT.
004160     MOVE WS-HLD-MERGED-TOTAL TO WHT-HELD-TOTAL.
004160     WRITE CALC-MRG-RPT-RECORD FROM WS-HELD-TOTAL-LINE.
004162     PERFORM 4500-WRITE-GL-LOG THRU 4500-EXIT.
004170 4000-EXIT.
004180     EXIT.
004250     EXIT.
004260
004270 4110-ACCUM-GLX-1.
004270     IF (GLX1-RECORD-TYPE = "H" OR GLX1-RECORD-TYPE = "D")
004270         AND WS-MRG-RUN-DATE = 0
004270         MOVE GLX1-RUN-DATE TO WS-MRG-RUN-DATE
004270     END-IF.
004270     IF GLX1-RECORD-TYPE = "D"
004270         AND GLX1-LINE-TYPE = "C"
004270         AND WS-MRG-CLEARING-ACCT = SPACES
004270         MOVE GLX1-ACCT-CODE TO WS-MRG-CLEARING-ACCT
004270     END-IF.
004270     IF GLX1-RECORD-TYPE = "D"
004270         AND GLX1-LINE-TYPE = "P"
004270         ADD GLX1-CONTROL-COUNT TO WS-MRG-COUNT
004270         ADD GLX1-GRAND-TOTAL TO WS-MRG-TOTAL
004270             ON SIZE ERROR MOVE "Y" TO WS-MRG-OVFL-SW
004270         END-ADD
004270         MOVE GLX1-ACCT-CODE TO WS-MA-ACCT-CODE
004270         MOVE GLX1-CONTROL-COUNT TO WS-MA-COUNT
004270         MOVE GLX1-GRAND-TOTAL TO WS-MA-AMOUNT
004270         PERFORM 4600-ACCUM-ACCT-LINE THRU 4600-EXIT
004270     END-IF.
004320     PERFORM 4100-READ-GLX-1 THRU 4100-EXIT.
004330 4110-EXIT.
004340     EXIT.
004410     EXIT.
004420
004430 4210-ACCUM-GLX-2.
004430     IF (GLX2-RECORD-TYPE = "H" OR GLX2-RECORD-TYPE = "D")
004430         AND WS-MRG-RUN-DATE = 0
004430         MOVE GLX2-RUN-DATE TO WS-MRG-RUN-DATE
004430     END-IF.
004430     IF GLX2-RECORD-TYPE = "D"
004430         AND GLX2-LINE-TYPE = "C"
004430         AND WS-MRG-CLEARING-ACCT = SPACES
004430         MOVE GLX2-ACCT-CODE TO WS-MRG-CLEARING-ACCT
004430     END-IF.
004430     IF GLX2-RECORD-TYPE = "D"
004430         AND GLX2-LINE-TYPE = "P"
004430         ADD GLX2-CONTROL-COUNT TO WS-MRG-COUNT
004430         ADD GLX2-GRAND-TOTAL TO WS-MRG-TOTAL
004430             ON SIZE ERROR MOVE "Y" TO WS-MRG-OVFL-SW
004430         END-ADD
004430         MOVE GLX2-ACCT-CODE TO WS-MA-ACCT-CODE
004430         MOVE GLX2-CONTROL-COUNT TO WS-MA-COUNT
004430         MOVE GLX2-GRAND-TOTAL TO WS-MA-AMOUNT
004430         PERFORM 4600-ACCUM-ACCT-LINE THRU 4600-EXIT
004430     END-IF.
004480     PERFORM 4200-READ-GLX-2 THRU 4200-EXIT.
004490 4210-EXIT.
004500     EXIT.
004570     EXIT.
004580
004590 4310-ACCUM-GLX-3.
004590     IF (GLX3-RECORD-TYPE = "H" OR GLX3-RECORD-TYPE = "D")
004590         AND WS-MRG-RUN-DATE = 0
004590         MOVE GLX3-RUN-DATE TO WS-MRG-RUN-DATE
004590     END-IF.
004590     IF GLX3-RECORD-TYPE = "D"
004590         AND GLX3-LINE-TYPE = "C"
004590         AND WS-MRG-CLEARING-ACCT = SPACES
004590         MOVE GLX3-ACCT-CODE TO WS-MRG-CLEARING-ACCT
004590     END-IF.
004590     IF GLX3-RECORD-TYPE = "D"
004590         AND GLX3-LINE-TYPE = "P"
004590         ADD GLX3-CONTROL-COUNT TO WS-MRG-COUNT
004590         ADD GLX3-GRAND-TOTAL TO WS-MRG-TOTAL
004590             ON SIZE ERROR MOVE "Y" TO WS-MRG-OVFL-SW
004590         END-ADD
004590         MOVE GLX3-ACCT-CODE TO WS-MA-ACCT-CODE
004590         MOVE GLX3-CONTROL-COUNT TO WS-MA-COUNT
004590         MOVE GLX3-GRAND-TOTAL TO WS-MA-AMOUNT
004590         PERFORM 4600-ACCUM-ACCT-LINE THRU 4600-EXIT
004590     END-IF.
004640     PERFORM 4300-READ-GLX-3 THRU 4300-EXIT.
004650 4310-EXIT.
004660     EXIT.
004730     EXIT.
004740
004750 4410-ACCUM-GLX-4.
004750     IF (GLX4-RECORD-TYPE = "H" OR GLX4-RECORD-TYPE = "D")
004750         AND WS-MRG-RUN-DATE = 0
004750         MOVE GLX4-RUN-DATE TO WS-MRG-RUN-DATE
004750     END-IF.
004750     IF GLX4-RECORD-TYPE = "D"
004750         AND GLX4-LINE-TYPE = "C"
004750         AND WS-MRG-CLEARING-ACCT = SPACES
004750         MOVE GLX4-ACCT-CODE TO WS-MRG-CLEARING-ACCT
004750     END-IF.
004750     IF GLX4-RECORD-TYPE = "D"
004750         AND GLX4-LINE-TYPE = "P"
004750         ADD GLX4-CONTROL-COUNT TO WS-MRG-COUNT
004750         ADD GLX4-GRAND-TOTAL TO WS-MRG-TOTAL
004750             ON SIZE ERROR MOVE "Y" TO WS-MRG-OVFL-SW
004750         END-ADD
004750         MOVE GLX4-ACCT-CODE TO WS-MA-ACCT-CODE
004750         MOVE GLX4-CONTROL-COUNT TO WS-MA-COUNT
004750         MOVE GLX4-GRAND-TOTAL TO WS-MA-AMOUNT
004750         PERFORM 4600-ACCUM-ACCT-LINE THRU 4600-EXIT
004750     END-IF.
004800     PERFORM 4400-READ-GLX-4 THRU 4400-EXIT.
004810 4410-EXIT.
004820     EXIT.
004821
004822 4500-WRITE-GL-LOG.
004823     OPEN EXTEND CALC-GLEXT-LOG-FILE.
004823     WRITE CALC-MRG-RPT-RECORD FROM WS-JOURNAL-HEADING.
004824     MOVE 0 TO WS-MA-SCAN-IDX.
004825     PERFORM 4510-WRITE-ACCT-LINE THRU 4510-EXIT
004826         WS-MRG-ACCT-COUNT TIMES.
004827     IF WS-MRG-ACCT-COUNT > 0
004828         PERFORM 4520-WRITE-CLEARING-LINE THRU 4520-EXIT
004828     END-IF.
004830     CLOSE CALC-GLEXT-LOG-FILE.
004831 4500-EXIT.
004832     EXIT.
004832
004832 4510-WRITE-ACCT-LINE.
004832     ADD 1 TO WS-MA-SCAN-IDX.
004832     SET WS-MA-IDX TO WS-MA-SCAN-IDX.
004832     MOVE SPACES TO WS-GLEXT-DETAIL-LINE.
004832     MOVE "D" TO GLD-RECORD-TYPE.
004832     MOVE WS-MRG-RUN-DATE TO GLD-RUN-DATE.
004832     MOVE MA-POSTED-COUNT(WS-MA-IDX) TO GLD-CONTROL-COUNT.
004832     MOVE MA-POSTED-TOTAL(WS-MA-IDX) TO GLD-GRAND-TOTAL.
004832     MOVE MA-ACCT-CODE(WS-MA-IDX) TO GLD-ACCT-CODE.
004832     MOVE "P" TO GLD-LINE-TYPE.
004832     PERFORM 4530-WRITE-JOURNAL-LINE THRU 4530-EXIT.
004832 4510-EXIT.
004832     EXIT.
004832
004832 4520-WRITE-CLEARING-LINE.
004832     IF WS-MRG-CLEARING-ACCT = SPACES
004832         MOVE "Y" TO WS-NO-CLEARING-SW
004832         DISPLAY "ERROR - NO STREAM EXTRACT CARRIED A CLEARING "
004832             "LINE - CONSOLIDATED GL JOURNAL WRITTEN WITHOUT "
004832             "ITS OFFSETTING LINE AND DOES NOT BALANCE"
004832         GO TO 4520-EXIT
004832     END-IF.
004832     MOVE SPACES TO WS-GLEXT-DETAIL-LINE.
004832     MOVE "D" TO GLD-RECORD-TYPE.
004832     MOVE WS-MRG-RUN-DATE TO GLD-RUN-DATE.
004832     MOVE WS-MRG-COUNT TO GLD-CONTROL-COUNT.
004832     COMPUTE GLD-GRAND-TOTAL = 0 - WS-MRG-TOTAL.
004832     MOVE WS-MRG-CLEARING-ACCT TO GLD-ACCT-CODE.
004832     MOVE "C" TO GLD-LINE-TYPE.
004832     PERFORM 4530-WRITE-JOURNAL-LINE THRU 4530-EXIT.
004832 4520-EXIT.
004832     EXIT.
004832
004832 4530-WRITE-JOURNAL-LINE.
004832     IF GLD-GRAND-TOTAL < 0
004832         MOVE "C" TO GLD-DR-CR-IND
004832         COMPUTE GLD-LINE-AMOUNT = 0 - GLD-GRAND-TOTAL
004832         MOVE "CREDIT" TO MJL-DR-CR
004832     ELSE
004832         MOVE "D" TO GLD-DR-CR-IND
004832         MOVE GLD-GRAND-TOTAL TO GLD-LINE-AMOUNT
004832         MOVE "DEBIT" TO MJL-DR-CR
004832     END-IF.
004832     WRITE CALC-GLEXT-LOG-RECORD FROM WS-GLEXT-DETAIL-LINE.
004832     MOVE GLD-ACCT-CODE TO MJL-ACCT-CODE.
004832     MOVE GLD-CONTROL-COUNT TO MJL-COUNT.
004832     MOVE GLD-LINE-AMOUNT TO MJL-AMOUNT.
004832     IF GLD-LINE-TYPE = "C"
004832         MOVE "CLEARING" TO MJL-NOTE
004832     ELSE
004832         MOVE SPACES TO MJL-NOTE
004832     END-IF.
004832     WRITE CALC-MRG-RPT-RECORD FROM WS-JOURNAL-LINE.
004832 4530-EXIT.
004832     EXIT.
004832
004832 4600-ACCUM-ACCT-LINE.
004832     SET WS-MA-IDX TO 1.
004832     SEARCH WS-MRG-ACCT-ENTRY
004832         AT END
004832             PERFORM 4610-ADD-ACCT-ENTRY THRU 4610-EXIT
004832         WHEN MA-ACCT-CODE(WS-MA-IDX) = WS-MA-ACCT-CODE
004832             ADD WS-MA-COUNT TO MA-POSTED-COUNT(WS-MA-IDX)
004832             ADD WS-MA-AMOUNT TO MA-POSTED-TOTAL(WS-MA-IDX)
004832     END-SEARCH.
004832 4600-EXIT.
004832     EXIT.
004832
004832 4610-ADD-ACCT-ENTRY.
004832     IF WS-MRG-ACCT-COUNT < WS-MRG-ACCT-MAX
004832         ADD 1 TO WS-MRG-ACCT-COUNT
004832         SET WS-MA-IDX TO WS-MRG-ACCT-COUNT
004832         MOVE WS-MA-ACCT-CODE TO MA-ACCT-CODE(WS-MA-IDX)
004832         MOVE WS-MA-COUNT TO MA-POSTED-COUNT(WS-MA-IDX)
004832         MOVE WS-MA-AMOUNT TO MA-POSTED-TOTAL(WS-MA-IDX)
004832     ELSE
004832         IF NOT WS-MRG-ACCT-OVERFLOWED
004832             MOVE "Y" TO WS-MRG-ACCT-OVFL-SW
004832             DISPLAY "WARNING - CONSOLIDATED ACCOUNT TABLE FULL "
004832                 "- THE GL LOG OMITS ACCOUNTS PAST "
004832                 WS-MRG-ACCT-MAX " ENTRIES"
004832         END-IF
004832     END-IF.
004832 4610-EXIT.
004832     EXIT.
004830
004831 5000-MERGE-REJECT-HIST.
004831     PERFORM 5100-READ-RJH-1 THRU 5100-EXIT.
004839 6410-EXIT.
004839     EXIT.
004839
004839 7000-MERGE-HELD.
004839     PERFORM 7100-READ-HLD-1 THRU 7100-EXIT.
004839     PERFORM 7110-COPY-HLD-1 THRU 7110-EXIT
004839         UNTIL WS-HLD1-EOF.
004839     PERFORM 7200-READ-HLD-2 THRU 7200-EXIT.
004839     PERFORM 7210-COPY-HLD-2 THRU 7210-EXIT
004839         UNTIL WS-HLD2-EOF.
004839     PERFORM 7300-READ-HLD-3 THRU 7300-EXIT.
004839     PERFORM 7310-COPY-HLD-3 THRU 7310-EXIT
004839         UNTIL WS-HLD3-EOF.
004839     PERFORM 7400-READ-HLD-4 THRU 7400-EXIT.
004839     PERFORM 7410-COPY-HLD-4 THRU 7410-EXIT
004839         UNTIL WS-HLD4-EOF.
004839 7000-EXIT.
004839     EXIT.
004839
004839 7100-READ-HLD-1.
004839     READ CALC-HLD-FILE-1
004839         AT END MOVE "Y" TO WS-HLD1-EOF-SWITCH
004839     END-READ.
004839 7100-EXIT.
004839     EXIT.
004839
004839 7110-COPY-HLD-1.
004839     WRITE CALC-HLD-OUT-RECORD FROM CALC-HLD-RECORD-1.
004839     MOVE CALC-HLD-RECORD-1 TO WS-HELD-WORK.
004839     PERFORM 7500-ACCUM-HELD THRU 7500-EXIT.
004839     PERFORM 7100-READ-HLD-1 THRU 7100-EXIT.
004839 7110-EXIT.
004839     EXIT.
004839
004839 7200-READ-HLD-2.
004839     READ CALC-HLD-FILE-2
004839         AT END MOVE "Y" TO WS-HLD2-EOF-SWITCH
004839     END-READ.
004839 7200-EXIT.
004839     EXIT.
004839
004839 7210-COPY-HLD-2.
004839     WRITE CALC-HLD-OUT-RECORD FROM CALC-HLD-RECORD-2.
004839     MOVE CALC-HLD-RECORD-2 TO WS-HELD-WORK.
004839     PERFORM 7500-ACCUM-HELD THRU 7500-EXIT.
004839     PERFORM 7200-READ-HLD-2 THRU 7200-EXIT.
004839 7210-EXIT.
004839     EXIT.
004839
004839 7300-READ-HLD-3.
004839     READ CALC-HLD-FILE-3
004839         AT END MOVE "Y" TO WS-HLD3-EOF-SWITCH
004839     END-READ.
004839 7300-EXIT.
004839     EXIT.
004839
004839 7310-COPY-HLD-3.
004839     WRITE CALC-HLD-OUT-RECORD FROM CALC-HLD-RECORD-3.
004839     MOVE CALC-HLD-RECORD-3 TO WS-HELD-WORK.
004839     PERFORM 7500-ACCUM-HELD THRU 7500-EXIT.
004839     PERFORM 7300-READ-HLD-3 THRU 7300-EXIT.
004839 7310-EXIT.
004839     EXIT.
004839
004839 7400-READ-HLD-4.
004839     READ CALC-HLD-FILE-4
004839         AT END MOVE "Y" TO WS-HLD4-EOF-SWITCH
004839     END-READ.
004839 7400-EXIT.
004839     EXIT.
004839
004839 7410-COPY-HLD-4.
004839     WRITE CALC-HLD-OUT-RECORD FROM CALC-HLD-RECORD-4.
004839     MOVE CALC-HLD-RECORD-4 TO WS-HELD-WORK.
004839     PERFORM 7500-ACCUM-HELD THRU 7500-EXIT.
004839     PERFORM 7400-READ-HLD-4 THRU 7400-EXIT.
004839 7410-EXIT.
004839     EXIT.
004839
004839 7500-ACCUM-HELD.
004839     ADD 1 TO WS-HLD-MERGED-COUNT.
004839     ADD HLD-RESULT TO WS-HLD-MERGED-TOTAL.
004839 7500-EXIT.
004839     EXIT.
004839
004839 8000-DATE-TO-DAYS.
004839     DIVIDE WS-D2D-DATE BY 10000 GIVING WS-D2D-YEAR
004839         REMAINDER WS-D2D-MMDD.
004839     DIVIDE WS-D2D-MMDD BY 100 GIVING WS-D2D-MONTH
004839         REMAINDER WS-D2D-DAY.
004839     IF WS-D2D-MONTH < 3
004839         SUBTRACT 1 FROM WS-D2D-YEAR
004839         ADD 12 TO WS-D2D-MONTH
004839     END-IF.
004839     DIVIDE WS-D2D-YEAR BY 4 GIVING WS-D2D-Y4.
004839     DIVIDE WS-D2D-YEAR BY 100 GIVING WS-D2D-Y100.
004839     DIVIDE WS-D2D-YEAR BY 400 GIVING WS-D2D-Y400.
004839     COMPUTE WS-D2D-M153 = 153 * (WS-D2D-MONTH + 1).
004839     DIVIDE WS-D2D-M153 BY 5 GIVING WS-D2D-M153.
004839     COMPUTE WS-D2D-DAYS = 365 * WS-D2D-YEAR + WS-D2D-Y4
004839         - WS-D2D-Y100 + WS-D2D-Y400 + WS-D2D-M153
004839         + WS-D2D-DAY.
004839 8000-EXIT.
004839     EXIT.
004839
004839*----------------------------------------------------------------*
004839* WS-BD-DAYS (A DAY NUMBER FROM 8000-DATE-TO-DAYS) IS A BUSINESS *
004839* DAY WHEN IT IS A MONDAY TO FRIDAY NOT MARKED AS A HOLIDAY, OR  *
004839* A SATURDAY OR SUNDAY MARKED AS WORKED. THE DAY NUMBER MODULO 7 *
004839* IS 0 ON A SATURDAY AND 1 ON A SUNDAY.                          *
004839*----------------------------------------------------------------*
004839 8500-CHECK-BUSINESS-DAY.
004839     DIVIDE WS-BD-DAYS BY 7 GIVING WS-BD-WEEK-QUOTIENT
004839         REMAINDER WS-BD-WEEKDAY.
004839     IF WS-BD-WEEKDAY < 2
004839         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
004839     ELSE
004839         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
004839     END-IF.
004839     SET WS-BC-IDX TO 1.
004839     SEARCH WS-CALENDAR-ENTRY
004839         AT END
004839             CONTINUE
004839         WHEN WS-BC-IDX > WS-CALENDAR-COUNT
004839             CONTINUE
004839         WHEN WS-BC-CAL-DAYS(WS-BC-IDX) = WS-BD-DAYS
004839             IF WS-BC-HOLIDAY(WS-BC-IDX)
004839                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
004839             END-IF
004839             IF WS-BC-WORKED-WEEKEND(WS-BC-IDX)
004839                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
004839             END-IF
004839     END-SEARCH.
004839 8500-EXIT.
004839     EXIT.
004839
004840 9000-TERMINATE.
004850     DISPLAY "Report lines merged = " WS-RPT-MERGED-COUNT.
004860     DISPLAY "Reject lines merged = " WS-REJ-MERGED-COUNT.
004862     DISPLAY "Reject history lines merged = " WS-RJH-MERGED-COUNT.
004864     DISPLAY "Posted history lines merged = " WS-PHS-MERGED-COUNT.
004866     DISPLAY "Held items merged = " WS-HLD-MERGED-COUNT.
004870     DISPLAY "Consolidated count  = " WS-MRG-COUNT.
004880     DISPLAY "Consolidated total  = " WS-MRG-TOTAL.
004882     IF WS-MRG-OVERFLOWED
005006     CLOSE CALC-PHS-FILE-2.
005007     CLOSE CALC-PHS-FILE-3.
005008     CLOSE CALC-PHS-FILE-4.
005008     CLOSE CALC-HLD-FILE-1.
005008     CLOSE CALC-HLD-FILE-2.
005008     CLOSE CALC-HLD-FILE-3.
005008     CLOSE CALC-HLD-FILE-4.
005008     CLOSE CALC-HLD-OUT-FILE.
005009     CLOSE CALC-RJH-OUT-FILE.
005010     CLOSE CALC-PHS-OUT-FILE.
005011     CLOSE CALC-MRG-RPT-FILE.
005020     CLOSE CALC-MRG-REJ-FILE.
005030     IF WS-REJ-MERGED-COUNT > 0 OR WS-MRG-OVERFLOWED
005030         OR WS-HLD-MERGED-COUNT > 0
005040         MOVE 4 TO WS-FINAL-RC
005050     END-IF.
005060     IF WS-OUT-OF-BALANCE
005070         MOVE 8 TO WS-FINAL-RC
005080     END-IF.
005080     IF WS-NO-CLEARING-ACCT OR WS-MRG-ACCT-OVERFLOWED
005080         MOVE 12 TO WS-FINAL-RC
005080     END-IF.
005082     PERFORM 9200-WRITE-RUN-LOG THRU 9200-EXIT.
005084     MOVE WS-FINAL-RC TO RETURN-CODE.
005090 9000-EXIT.
005190     MOVE WS-MRG-COUNT TO RLG-ACCEPTED-COUNT.
005200     MOVE WS-REJ-MERGED-COUNT TO RLG-REJECT-COUNT.
005210     MOVE WS-MRG-TOTAL TO RLG-GRAND-TOTAL.
005210     MOVE WS-HLD-MERGED-COUNT TO RLG-HELD-COUNT.
005210     MOVE WS-HLD-MERGED-TOTAL TO RLG-HELD-TOTAL.
005220     IF WS-OUT-OF-BALANCE
005230         MOVE "O" TO RLG-BALANCE-FLAG
005240     ELSE
005260     END-IF.
005270     MOVE "N" TO RLG-RESTART-FLAG.
005280     MOVE WS-FINAL-RC TO RLG-RETURN-CODE.
005280     IF WS-MRG-RUN-DATE NOT = 0
005280         MOVE WS-MRG-RUN-DATE TO WS-D2D-DATE
005280         PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT
005280         MOVE WS-D2D-DAYS TO WS-BD-DAYS
005280         PERFORM 8500-CHECK-BUSINESS-DAY THRU 8500-EXIT
005280         IF WS-BUSINESS-DAY
005280             MOVE "N" TO RLG-NONBUS-FLAG
005280         ELSE
005280             MOVE "Y" TO RLG-NONBUS-FLAG
005280             DISPLAY "WARNING - RUN DATE " WS-MRG-RUN-DATE
005280                 " IS NOT A BUSINESS DAY ON THE SHOP CALENDAR"
005280         END-IF
005280     END-IF.
005290     WRITE CALC-RUN-LOG-RECORD.
005300     CLOSE CALC-RUN-LOG-FILE.
005310 9200-EXIT.
