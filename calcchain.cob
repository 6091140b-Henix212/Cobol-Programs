000374* 2026-09-03  RH  OPERATOR MASTER STATUS "S" (SUPERVISOR, THE     *
000375*                NEW CALCRCOR MAKER/CHECKER APPROVER STATUS)      *
000376*                NOW COUNTS AS ACTIVE, MATCHING CALCULATRICE.     *
000376* 2026-10-15  RH  CHAIN POSTINGS CARRY A BLANK GL ACCOUNT CODE ON *
000376*                CALCPHS - CHAINS ARE NOT YET PART OF THE GL      *
000376*                EXTRACT.                                         *
000376* 2026-10-15  RH  A CHAIN POSTS WITH TODAY'S DATE, SO             *
000376*                1400-CHECK-RUN-PERIOD NOW LOOKS UP TODAY'S MONTH *
000376*                ON THE PERIOD CONTROL FILE (CALCPCT) KEPT BY     *
000376*                CALCPCLS AND CALCPROP. IF THAT MONTH IS CLOSED   *
000376*                EVERY CHAIN IS MARKED IN ERROR WITH STATUS       *
000376*                "PCLS" ON ITS RESULT LINE AND IS NOT ARCHIVED,   *
000376*                WHICH SETS RC=8 LIKE ANY OTHER CHAIN ERROR.      *
000376* 2026-10-15  RH  CHAINS NOW RUN UNDER THE SAME BATCH CONTROLS AS *
000376*                CALCULATRICE. A LEADING CALCCTL CONTROL RECORD   *
000376*                (CHAIN COUNT AND SUM OF START VALUES) IS         *
000376*                BALANCED AT END OF RUN. EACH CHAIN CARRIES A GL  *
000376*                ACCOUNT CHECKED AGAINST THE CHART OF ACCOUNTS. A *
000376*                CHAIN ID ALREADY ON CALCPHSK REJECTS AS DUPE,    *
000376*                AND A RE-FED CHAIN FILE IS REFUSED WITH RC=16.   *
000376*                FAILED CHAINS GO TO CALCREJ, CALCRJH AND         *
000376*                CALCRJHK WITH A REASON CODE SHOWN ON THE RESULT  *
000376*                LINE. POSTED CHAINS FEED CALCPHSK AND A GL       *
000376*                EXTRACT OF THEIR OWN, AND EVERY RUN APPENDS A    *
000376*                RUN-LOG RECORD. RC IS NOW 4 FOR REJECTS, 8 OUT   *
000376*                OF BALANCE AND 12 FOR TABLE OR CLEARING ACCOUNT  *
000376*                FAILURES.                                        *
000346*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000470         ORGANIZATION IS SEQUENTIAL.
000472     SELECT CALC-OPER-MASTER-FILE ASSIGN TO CALCOPM
000474         ORGANIZATION IS SEQUENTIAL.
000476     SELECT CALC-PERIOD-FILE ASSIGN TO CALCPCT
000478         ORGANIZATION IS SEQUENTIAL.
000478     SELECT CALC-REJECT-FILE ASSIGN TO CALCREJ
000478         ORGANIZATION IS SEQUENTIAL.
000478     SELECT CALC-REJECT-HISTORY-FILE ASSIGN TO CALCRJH
000478         ORGANIZATION IS SEQUENTIAL.
000478     SELECT CALC-GLEXT-FILE ASSIGN TO CALCGLX
000478         ORGANIZATION IS SEQUENTIAL.
000478     SELECT CALC-GLEXT-LOG-FILE ASSIGN TO CALCGLXL
000478         ORGANIZATION IS SEQUENTIAL.
000478     SELECT CALC-POSTED-KEYED-FILE ASSIGN TO CALCPHSK
000478         ORGANIZATION IS INDEXED
000478         ACCESS MODE IS DYNAMIC
000478         RECORD KEY IS PHK-KEY
000478         FILE STATUS IS WS-POSTED-KEYED-STATUS.
000478     SELECT CALC-REJECT-KEYED-FILE ASSIGN TO CALCRJHK
000478         ORGANIZATION IS INDEXED
000478         ACCESS MODE IS DYNAMIC
000478         RECORD KEY IS RJK-KEY
000478         FILE STATUS IS WS-REJECT-KEYED-STATUS.
000478     SELECT CALC-RUN-LOG-FILE ASSIGN TO CALCRLOG
000478         ORGANIZATION IS SEQUENTIAL.
000478     SELECT CALC-CHART-FILE ASSIGN TO CALCCOA
000478         ORGANIZATION IS SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CALC-CHAIN-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  CALC-CHAIN-RECORD.
000540     COPY CALCCHN.
000540 01  CALC-CONTROL-RECORD.
000540     COPY CALCCTL.
000550 FD  CALC-CHAIN-REPORT-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000700                   ==CALC-NUM1==   BY ==CALC-PHS-NUM1==
000710                   ==CALC-OPERATOR== BY ==CALC-PHS-OPERATOR==
000720                   ==CALC-NUM2-X== BY ==CALC-PHS-NUM2-X==
000730                   ==CALC-NUM2==   BY ==CALC-PHS-NUM2==
000730                   ==CALC-ACCT-CODE== BY ==CALC-PHS-ACCT-CODE==.
000740     05  CALC-PHS-RESULT         PIC S9(07)V99
000750         SIGN LEADING SEPARATE.
000752 FD  CALC-OPER-MASTER-FILE
000756     LABEL RECORDS ARE STANDARD.
000758 01  CALC-OPER-MASTER-RECORD.
000759     COPY CALCOM.
000759 FD  CALC-PERIOD-FILE
000759     RECORDING MODE IS F
000759     LABEL RECORDS ARE STANDARD.
000759 01  CALC-PERIOD-RECORD.
000759     COPY CALCPCT.
000759 FD  CALC-REJECT-FILE
000759     RECORDING MODE IS F
000759     LABEL RECORDS ARE STANDARD.
000759 01  CALC-REJECT-RECORD.
000759     COPY CALCID
000759         REPLACING ==CALC-TXN-ID==   BY ==CALC-REJECT-TXN-ID==
000759                   ==CALC-OPER-ID==  BY ==CALC-REJECT-OPER-ID==
000759                   ==CALC-RUN-DATE== BY ==CALC-REJECT-RUN-DATE==
000759                   ==CALC-RUN-TIME== BY ==CALC-REJECT-RUN-TIME==.
000759     COPY CALCTXN
000759         REPLACING ==CALC-NUM1-X== BY ==CALC-REJECT-NUM1-X==
000759                   ==CALC-NUM1==   BY ==CALC-REJECT-NUM1==
000759                   ==CALC-OPERATOR== BY ==CALC-REJECT-OPERATOR==
000759                   ==CALC-NUM2-X== BY ==CALC-REJECT-NUM2-X==
000759                   ==CALC-NUM2==   BY ==CALC-REJECT-NUM2==
000759                   ==CALC-ACCT-CODE== BY
000759                   ==CALC-REJECT-ACCT-CODE==.
000759     COPY CALCRJ.
000759 FD  CALC-REJECT-HISTORY-FILE
000759     RECORDING MODE IS F
000759     LABEL RECORDS ARE STANDARD.
000759 01  CALC-REJECT-HISTORY-RECORD.
000759     COPY CALCID
000759         REPLACING ==CALC-TXN-ID==   BY ==CALC-RJH-TXN-ID==
000759                   ==CALC-OPER-ID==  BY ==CALC-RJH-OPER-ID==
000759                   ==CALC-RUN-DATE== BY ==CALC-RJH-RUN-DATE==
000759                   ==CALC-RUN-TIME== BY ==CALC-RJH-RUN-TIME==.
000759     COPY CALCTXN
000759         REPLACING ==CALC-NUM1-X== BY ==CALC-RJH-NUM1-X==
000759                   ==CALC-NUM1==   BY ==CALC-RJH-NUM1==
000759                   ==CALC-OPERATOR== BY ==CALC-RJH-OPERATOR==
000759                   ==CALC-NUM2-X== BY ==CALC-RJH-NUM2-X==
000759                   ==CALC-NUM2==   BY ==CALC-RJH-NUM2==
000759                   ==CALC-ACCT-CODE== BY ==CALC-RJH-ACCT-CODE==.
000759     COPY CALCRJ
000759         REPLACING ==CALC-REJECT-REASON-CODE== BY
000759                   ==CALC-RJH-REASON-CODE==
000759                   ==CALC-REJECT-REASON-TEXT== BY
000759                   ==CALC-RJH-REASON-TEXT==.
000759 FD  CALC-GLEXT-FILE
000759     RECORDING MODE IS F
000759     LABEL RECORDS ARE STANDARD.
000759 01  CALC-GLEXT-RECORD            PIC X(80).
000759 FD  CALC-GLEXT-LOG-FILE
000759     RECORDING MODE IS F
000759     LABEL RECORDS ARE STANDARD.
000759 01  CALC-GLEXT-LOG-RECORD        PIC X(80).
000759 FD  CALC-POSTED-KEYED-FILE
000759     LABEL RECORDS ARE STANDARD.
000759 01  CALC-POSTED-KEYED-RECORD.
000759     COPY CALCPHK.
000759 FD  CALC-REJECT-KEYED-FILE
000759     LABEL RECORDS ARE STANDARD.
000759 01  CALC-REJECT-KEYED-RECORD.
000759     COPY CALCRJK.
000759 FD  CALC-RUN-LOG-FILE
000759     RECORDING MODE IS F
000759     LABEL RECORDS ARE STANDARD.
000759 01  CALC-RUN-LOG-RECORD.
000759     COPY CALCRLG.
000759 FD  CALC-CHART-FILE
000759     RECORDING MODE IS F
000759     LABEL RECORDS ARE STANDARD.
000759 01  CALC-CHART-RECORD.
000759     COPY CALCCOA.
000760 WORKING-STORAGE SECTION.
000770 77  WS-RUN-DATE               PIC 9(08) VALUE 0.
000780 77  WS-CHAIN-EOF-SWITCH       PIC X(01) VALUE "N".
000867     88  WS-OPER-MASTER-EOF               VALUE "Y".
000868 77  WS-OPER-MASTER-OVFL-SW    PIC X(01) VALUE "N".
000869     88  WS-OPER-MASTER-OVERFLOWED        VALUE "Y".
000869 77  WS-PERIOD-EOF-SWITCH      PIC X(01) VALUE "N".
000869     88  WS-PERIOD-EOF                    VALUE "Y".
000869 77  WS-PERIOD-CLOSED-SWITCH   PIC X(01) VALUE "N".
000869     88  WS-RUN-PERIOD-CLOSED             VALUE "Y".
000869 77  WS-RUN-TIME               PIC 9(06) VALUE 0.
000869 77  WS-EXEC-TIME              PIC 9(06) VALUE 0.
000869 77  WS-FINAL-RC               PIC 9(02) VALUE 0.
000869 77  WS-STEP-REASON-CODE       PIC X(04) VALUE SPACES.
000869 77  WS-CTL-RECORD-ID          PIC X(10) VALUE "**CTL**".
000869 77  WS-EXPECTED-COUNT         PIC 9(07) VALUE 0.
000869 77  WS-EXPECTED-TOTAL         PIC S9(09)V99
000869     SIGN LEADING SEPARATE VALUE 0.
000869 77  WS-START-TOTAL            PIC S9(09)V99
000869     SIGN LEADING SEPARATE VALUE 0.
000869 77  WS-OUT-OF-BALANCE-SWITCH  PIC X(01) VALUE "N".
000869     88  WS-OUT-OF-BALANCE               VALUE "Y".
000869 77  WS-POSTED-COUNT           PIC 9(07) COMP VALUE 0.
000869 77  WS-POSTED-TOTAL           PIC S9(09)V99
000869     SIGN LEADING SEPARATE VALUE 0.
000869 77  WS-POSTED-TOTAL-OVFL-SW   PIC X(01) VALUE "N".
000869     88  WS-POSTED-TOTAL-OVERFLOWED       VALUE "Y".
000869 77  WS-POSTED-KEYED-STATUS    PIC X(02) VALUE SPACES.
000869 77  WS-REJECT-KEYED-STATUS    PIC X(02) VALUE SPACES.
000869 77  WS-DUP-CHECK-SWITCH       PIC X(01) VALUE "Y".
000869     88  WS-DUP-CHECK-ACTIVE              VALUE "Y".
000869 77  WS-DUP-FOUND-SWITCH       PIC X(01) VALUE "N".
000869     88  WS-DUP-FOUND                     VALUE "Y".
000869 77  WS-REFED-BATCH-SWITCH     PIC X(01) VALUE "N".
000869     88  WS-REFED-BATCH                   VALUE "Y".
000869 77  WS-CHART-MAX              PIC 9(05) COMP VALUE 500.
000869 77  WS-CHART-COUNT            PIC 9(05) COMP VALUE 0.
000869 77  WS-CHART-EOF-SWITCH       PIC X(01) VALUE "N".
000869     88  WS-CHART-EOF                     VALUE "Y".
000869 77  WS-CHART-OVFL-SW          PIC X(01) VALUE "N".
000869     88  WS-CHART-OVERFLOWED              VALUE "Y".
000869 77  WS-CA-SCAN-IDX            PIC 9(05) COMP VALUE 0.
000869 77  WS-CLEARING-ACCT-CODE     PIC X(10) VALUE SPACES.
000869 77  WS-NO-CLEARING-SW         PIC X(01) VALUE "N".
000869     88  WS-NO-CLEARING-ACCT              VALUE "Y".
000869 77  WS-GL-JOURNAL-MAX         PIC 9(05) COMP VALUE 500.
000869 77  WS-GL-JOURNAL-COUNT       PIC 9(05) COMP VALUE 0.
000869 77  WS-GL-JOURNAL-OVFL-SW     PIC X(01) VALUE "N".
000869     88  WS-GL-JOURNAL-OVERFLOWED         VALUE "Y".
000869 77  WS-GJ-SCAN-IDX            PIC 9(05) COMP VALUE 0.
000869 77  WS-GJ-ACCT-CODE           PIC X(10) VALUE SPACES.
000869 77  WS-GJ-AMOUNT              PIC S9(07)V99
000869     SIGN LEADING SEPARATE VALUE 0.
000869 77  WS-GJ-LINE-COUNT          PIC 9(05) COMP VALUE 0.
000869 77  WS-GJ-POSTED-COUNT        PIC 9(07) COMP VALUE 0.
000869 77  WS-GJ-POSTED-TOTAL        PIC S9(09)V99
000869     SIGN LEADING SEPARATE VALUE 0.
000869 77  WS-GJ-DEBIT-TOTAL         PIC 9(11)V99 VALUE 0.
000869 77  WS-GJ-CREDIT-TOTAL        PIC 9(11)V99 VALUE 0.
000869 01  WS-RUN-DATE-WORK          PIC 9(08) VALUE 0.
000869 01  WS-RUN-DATE-WORK-R REDEFINES WS-RUN-DATE-WORK.
000869     05  WS-RUN-PERIOD          PIC 9(06).
000869     05  FILLER                 PIC 9(02).
000870 01  WS-OPER-MASTER-TABLE.
000871     05  WS-OPER-MASTER-ENTRY   OCCURS 500 TIMES
000872                                INDEXED BY WS-OM-IDX.
000873         10  WS-OM-OPER-ID          PIC X(08).
000874         10  WS-OM-OPER-STATUS      PIC X(01).
000875             88  WS-OM-OPER-ACTIVE        VALUES "A" "S".
000875 01  WS-CHART-TABLE.
000875     05  WS-CHART-ENTRY         OCCURS 500 TIMES
000875                                INDEXED BY WS-CA-IDX.
000875         10  WS-CA-ACCT-CODE        PIC X(10).
000875         10  WS-CA-ACCT-STATUS      PIC X(01).
000875             88  WS-CA-ACCT-ACTIVE        VALUE "A".
000875         10  WS-CA-ACCT-TYPE        PIC X(01).
000875             88  WS-CA-ACCT-POSTABLE      VALUE "P".
000875             88  WS-CA-ACCT-CLEARING      VALUE "C".
000875 01  WS-GL-JOURNAL-TABLE.
000875     05  WS-GL-JOURNAL-ENTRY    OCCURS 500 TIMES
000875                                INDEXED BY WS-GJ-IDX.
000875         10  GJ-ACCT-CODE           PIC X(10) VALUE HIGH-VALUES.
000875         10  GJ-POSTED-COUNT        PIC 9(07) COMP VALUE 0.
000875         10  GJ-POSTED-TOTAL        PIC S9(09)V99
000875             SIGN LEADING SEPARATE VALUE 0.
000870 01  WS-CHAIN-HEADER-LINE.
000880     05  FILLER                 PIC X(10) VALUE "CHAIN ID  ".
000890     05  CHL-CHAIN-ID           PIC X(10).
001112     05  FILLER                 PIC X(02) VALUE SPACES.
001114     05  FILLER                 PIC X(08) VALUE "STATUS: ".
001116     05  CRL-STATUS             PIC X(05).
001116     05  FILLER                 PIC X(01) VALUE SPACES.
001116     05  CRL-REASON-TEXT        PIC X(30).
001120     05  FILLER                 PIC X(29) VALUE SPACES.
001120 01  WS-CHAIN-TOTAL-LINE.
001120     05  FILLER                 PIC X(16) VALUE
001120         "CHAINS POSTED : ".
001120     05  CTT-POSTED-COUNT       PIC ZZZ,ZZ9.
001120     05  FILLER                 PIC X(09) VALUE "  TOTAL ".
001120     05  CTT-POSTED-TOTAL       PIC -Z(8)9.99.
001120     05  FILLER                 PIC X(13) VALUE "  REJECTED : ".
001120     05  CTT-REJECT-COUNT       PIC ZZZ,ZZ9.
001120     05  FILLER                 PIC X(35) VALUE SPACES.
001120 01  WS-CONTROL-BALANCE-LINE.
001120     05  WC-BALANCE-MESSAGE     PIC X(40).
001120     05  WC-EXPECTED-COUNT      PIC ZZZ,ZZ9.
001120     05  FILLER                 PIC X(02) VALUE SPACES.
001120     05  WC-ACTUAL-COUNT        PIC ZZZ,ZZ9.
001120     05  FILLER                 PIC X(02) VALUE SPACES.
001120     05  WC-EXPECTED-TOTAL      PIC -Z(8)9.99.
001120     05  FILLER                 PIC X(02) VALUE SPACES.
001120     05  WC-ACTUAL-TOTAL        PIC -Z(8)9.99.
001120     05  FILLER                 PIC X(14) VALUE SPACES.
001120 01  WS-GL-JOURNAL-HEADING-1.
001120     05  FILLER                 PIC X(33) VALUE
001120         "GL JOURNAL EXTRACT".
001120     05  FILLER                 PIC X(67) VALUE SPACES.
001120 01  WS-GL-JOURNAL-HEADING-2.
001120     05  FILLER                 PIC X(12) VALUE "ACCOUNT".
001120     05  FILLER                 PIC X(12) VALUE "COUNT".
001120     05  FILLER                 PIC X(08) VALUE "DR/CR".
001120     05  FILLER                 PIC X(14) VALUE "AMOUNT".
001120     05  FILLER                 PIC X(54) VALUE SPACES.
001120 01  WS-GL-JOURNAL-LINE.
001120     05  GJL-ACCT-CODE          PIC X(10).
001120     05  FILLER                 PIC X(02) VALUE SPACES.
001120     05  GJL-COUNT              PIC ZZZ,ZZ9.
001120     05  FILLER                 PIC X(05) VALUE SPACES.
001120     05  GJL-DR-CR              PIC X(06).
001120     05  FILLER                 PIC X(02) VALUE SPACES.
001120     05  GJL-AMOUNT             PIC Z(8)9.99.
001120     05  FILLER                 PIC X(02) VALUE SPACES.
001120     05  GJL-NOTE               PIC X(10).
001120     05  FILLER                 PIC X(44) VALUE SPACES.
001120 01  WS-GLEXT-HEADER-LINE.
001120     05  GLH-RECORD-TYPE        PIC X(01).
001120     05  GLH-RUN-DATE           PIC 9(08).
001120     05  GLH-SOURCE-SYSTEM      PIC X(10).
001120     05  FILLER                 PIC X(61) VALUE SPACES.
001120 01  WS-GLEXT-DETAIL-LINE.
001120     COPY CALCGLD.
001120 01  WS-GLEXT-TRAILER-LINE.
001120     05  GLT-RECORD-TYPE        PIC X(01).
001120     05  GLT-RECORD-COUNT       PIC 9(07).
001120     05  GLT-LINE-COUNT         PIC 9(05).
001120     05  GLT-DEBIT-TOTAL        PIC 9(11)V99.
001120     05  GLT-CREDIT-TOTAL       PIC 9(11)V99.
001120     05  GLT-NET-TOTAL          PIC S9(11)V99
001120         SIGN LEADING SEPARATE.
001120     05  FILLER                 PIC X(27) VALUE SPACES.
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001200
001210 1000-INITIALIZE.
001215     PERFORM 1300-LOAD-OPER-MASTER THRU 1300-EXIT.
001215     PERFORM 1800-LOAD-CHART-OF-ACCOUNTS THRU 1800-EXIT.
001215     PERFORM 1500-OPEN-KEYED-ARCHIVES THRU 1500-EXIT.
001220     OPEN INPUT CALC-CHAIN-FILE.
001230     OPEN OUTPUT CALC-CHAIN-REPORT-FILE.
001240     OPEN EXTEND CALC-POSTED-HISTORY-FILE.
001240     OPEN OUTPUT CALC-REJECT-FILE.
001240     OPEN EXTEND CALC-REJECT-HISTORY-FILE.
001240     OPEN OUTPUT CALC-GLEXT-FILE.
001240     OPEN EXTEND CALC-GLEXT-LOG-FILE.
001250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001250     ACCEPT WS-RUN-TIME FROM TIME.
001255     PERFORM 1400-CHECK-RUN-PERIOD THRU 1400-EXIT.
001255     PERFORM 1150-READ-CONTROL-RECORD THRU 1150-EXIT.
001255     IF NOT WS-CHAIN-EOF
001260         PERFORM 2100-READ-CHAIN THRU 2100-EXIT
001260     END-IF.
001260     PERFORM 1600-CHECK-REFED-BATCH THRU 1600-EXIT.
001270 1000-EXIT.
001280     EXIT.
001280
001280 1150-READ-CONTROL-RECORD.
001280     READ CALC-CHAIN-FILE
001280         AT END
001280             MOVE "Y" TO WS-CHAIN-EOF-SWITCH
001280             MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
001280             DISPLAY "WARNING - CALC-CHAIN-FILE IS EMPTY - NO "
001280                 "CONTROL RECORD RECEIVED"
001280     END-READ.
001280     IF NOT WS-CHAIN-EOF
001280         IF CTL-RECORD-ID NOT = WS-CTL-RECORD-ID
001280             DISPLAY "WARNING - FIRST CALC-CHAIN-FILE RECORD NOT "
001280                 "TAGGED AS A CONTROL RECORD"
001280         END-IF
001280         MOVE CTL-EXPECTED-COUNT TO WS-EXPECTED-COUNT
001280         MOVE CTL-EXPECTED-TOTAL TO WS-EXPECTED-TOTAL
001280     END-IF.
001280 1150-EXIT.
001280     EXIT.
001281
001282 1300-LOAD-OPER-MASTER.
001283     OPEN INPUT CALC-OPER-MASTER-FILE.
001299     END-READ.
001299 1310-EXIT.
001299     EXIT.
001299
001299 1400-CHECK-RUN-PERIOD.
001299     MOVE WS-RUN-DATE TO WS-RUN-DATE-WORK.
001299     OPEN INPUT CALC-PERIOD-FILE.
001299     PERFORM 1410-CHECK-ONE-PERIOD-ENTRY THRU 1410-EXIT
001299         UNTIL WS-PERIOD-EOF.
001299     CLOSE CALC-PERIOD-FILE.
001299     IF WS-RUN-PERIOD-CLOSED
001299         DISPLAY "WARNING - RUN DATE " WS-RUN-DATE " IS IN A "
001299             "CLOSED PERIOD - NO CHAIN WILL BE POSTED"
001299     END-IF.
001299 1400-EXIT.
001299     EXIT.
001299
001299 1410-CHECK-ONE-PERIOD-ENTRY.
001299     READ CALC-PERIOD-FILE
001299         AT END
001299             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
001299         NOT AT END
001299             IF PCT-PERIOD = WS-RUN-PERIOD
001299                 AND PCT-PERIOD-CLOSED
001299                 MOVE "Y" TO WS-PERIOD-CLOSED-SWITCH
001299             END-IF
001299     END-READ.
001299 1410-EXIT.
001299     EXIT.
001299
001299 1500-OPEN-KEYED-ARCHIVES.
001299     OPEN I-O CALC-POSTED-KEYED-FILE.
001299     OPEN I-O CALC-REJECT-KEYED-FILE.
001299     IF WS-POSTED-KEYED-STATUS NOT = "00"
001299         OR WS-REJECT-KEYED-STATUS NOT = "00"
001299         MOVE "N" TO WS-DUP-CHECK-SWITCH
001299         DISPLAY "WARNING - KEYED ARCHIVES NOT AVAILABLE "
001299             "(CALCPHSK " WS-POSTED-KEYED-STATUS " CALCRJHK "
001299             WS-REJECT-KEYED-STATUS ") - DUPLICATE "
001299             "CHAIN DETECTION IS OFF FOR THIS RUN"
001299         IF WS-POSTED-KEYED-STATUS = "00"
001299             CLOSE CALC-POSTED-KEYED-FILE
001299         END-IF
001299         IF WS-REJECT-KEYED-STATUS = "00"
001299             CLOSE CALC-REJECT-KEYED-FILE
001299         END-IF
001299     END-IF.
001299 1500-EXIT.
001299     EXIT.
001299
001299 1600-CHECK-REFED-BATCH.
001299     IF WS-CHAIN-EOF
001299         OR NOT WS-DUP-CHECK-ACTIVE
001299         GO TO 1600-EXIT
001299     END-IF.
001299     PERFORM 2159-PROBE-POSTED-ARCHIVE THRU 2159-EXIT.
001299     IF WS-DUP-FOUND
001299         MOVE "Y" TO WS-REFED-BATCH-SWITCH
001299         MOVE "Y" TO WS-CHAIN-EOF-SWITCH
001299         DISPLAY "ERROR - FIRST CHAIN " CHN-CHAIN-ID
001299             " IS ALREADY ARCHIVED - CHAIN FILE TREATED AS "
001299             "RE-FED, NOTHING PROCESSED"
001299     END-IF.
001299 1600-EXIT.
001299     EXIT.
001299
001299 1800-LOAD-CHART-OF-ACCOUNTS.
001299     OPEN INPUT CALC-CHART-FILE.
001299     PERFORM 1810-LOAD-ONE-CHART-ENTRY THRU 1810-EXIT
001299         UNTIL WS-CHART-EOF
001299         OR WS-CHART-COUNT = WS-CHART-MAX.
001299     IF NOT WS-CHART-EOF
001299         READ CALC-CHART-FILE
001299             AT END
001299                 MOVE "Y" TO WS-CHART-EOF-SWITCH
001299             NOT AT END
001299                 MOVE "Y" TO WS-CHART-OVFL-SW
001299                 DISPLAY "WARNING - CHART OF ACCOUNTS EXCEEDS "
001299                     "THE " WS-CHART-MAX " ENTRY TABLE - "
001299                     "ACCOUNTS PAST THE LIMIT WILL REJECT AS "
001299                     "NOT ON CHART"
001299         END-READ
001299     END-IF.
001299     CLOSE CALC-CHART-FILE.
001299     MOVE 0 TO WS-CA-SCAN-IDX.
001299     PERFORM 1820-FIND-CLEARING-ACCOUNT THRU 1820-EXIT
001299         WS-CHART-COUNT TIMES.
001299     IF WS-CLEARING-ACCT-CODE = SPACES
001299         DISPLAY "WARNING - NO ACTIVE CLEARING ACCOUNT ON THE "
001299             "CHART OF ACCOUNTS - THE GL JOURNAL CANNOT BE "
001299             "BALANCED"
001299     END-IF.
001299 1800-EXIT.
001299     EXIT.
001299
001299 1810-LOAD-ONE-CHART-ENTRY.
001299     READ CALC-CHART-FILE
001299         AT END
001299             MOVE "Y" TO WS-CHART-EOF-SWITCH
001299         NOT AT END
001299             ADD 1 TO WS-CHART-COUNT
001299             SET WS-CA-IDX TO WS-CHART-COUNT
001299             MOVE COA-ACCT-CODE TO WS-CA-ACCT-CODE(WS-CA-IDX)
001299             MOVE COA-ACCT-STATUS TO WS-CA-ACCT-STATUS(WS-CA-IDX)
001299             MOVE COA-ACCT-TYPE TO WS-CA-ACCT-TYPE(WS-CA-IDX)
001299     END-READ.
001299 1810-EXIT.
001299     EXIT.
001299
001299 1820-FIND-CLEARING-ACCOUNT.
001299     ADD 1 TO WS-CA-SCAN-IDX.
001299     SET WS-CA-IDX TO WS-CA-SCAN-IDX.
001299     IF WS-CLEARING-ACCT-CODE = SPACES
001299         AND WS-CA-ACCT-CLEARING(WS-CA-IDX)
001299         AND WS-CA-ACCT-ACTIVE(WS-CA-IDX)
001299         MOVE WS-CA-ACCT-CODE(WS-CA-IDX) TO WS-CLEARING-ACCT-CODE
001299     END-IF.
001299 1820-EXIT.
001299     EXIT.
001290
001300 2000-PROCESS-CHAIN.
001310     ADD 1 TO WS-CHAIN-COUNT.
001315     MOVE "N" TO WS-CHAIN-ERROR-SWITCH.
001315     MOVE SPACES TO CALC-REJECT-REASON-CODE.
001315     MOVE SPACES TO CALC-REJECT-REASON-TEXT.
001315     MOVE SPACES TO WS-STEP-REASON-CODE.
001316     MOVE 0 TO WS-RUNNING-VALUE.
001317     IF CHN-START-VALUE NUMERIC
001321         MOVE CHN-START-VALUE TO WS-RUNNING-VALUE
001321         ADD CHN-START-VALUE TO WS-START-TOTAL
001322     END-IF.
001325     PERFORM 2200-WRITE-CHAIN-HEADER THRU 2200-EXIT.
001336     PERFORM 2140-VALIDATE-CHAIN THRU 2140-EXIT.
001340     IF NOT WS-CHAIN-ERROR
001346         MOVE 1 TO WS-STEP-IDX
001350         PERFORM 2300-APPLY-ONE-STEP THRU 2300-EXIT
001360             UNTIL WS-STEP-IDX > CHN-STEP-COUNT
001362     END-IF.
001370     PERFORM 2400-WRITE-CHAIN-RESULT THRU 2400-EXIT.
001375     IF WS-CHAIN-ERROR
001376         ADD 1 TO WS-CHAIN-ERROR-COUNT
001376         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
001377     ELSE
001380         PERFORM 2500-ARCHIVE-CHAIN-RESULT THRU 2500-EXIT
001378     END-IF.
001470 2100-EXIT.
001480     EXIT.
001482
001482 2140-VALIDATE-CHAIN.
001482     PERFORM 2150-VALIDATE-CHAIN-OPER THRU 2150-EXIT.
001482     IF NOT WS-CHAIN-ERROR
001482         PERFORM 2157-CHECK-DUPLICATE THRU 2157-EXIT
001482     END-IF.
001482     IF NOT WS-CHAIN-ERROR
001482         PERFORM 2152-VALIDATE-ACCT-CODE THRU 2152-EXIT
001482     END-IF.
001482     IF NOT WS-CHAIN-ERROR
001482         AND WS-RUN-PERIOD-CLOSED
001482         MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001482         MOVE "PCLS" TO CALC-REJECT-REASON-CODE
001482         MOVE "RUN DATE IN A CLOSED PERIOD"
001482             TO CALC-REJECT-REASON-TEXT
001482     END-IF.
001482     IF WS-CHAIN-ERROR
001482         GO TO 2140-EXIT
001482     END-IF.
001482     IF CHN-START-VALUE NOT NUMERIC
001482         MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001482         MOVE "NUM1" TO CALC-REJECT-REASON-CODE
001482         MOVE "START VALUE IS NOT NUMERIC"
001482             TO CALC-REJECT-REASON-TEXT
001482         GO TO 2140-EXIT
001482     END-IF.
001482     IF CHN-STEP-COUNT NOT NUMERIC
001482         OR CHN-STEP-COUNT > 8
001482         MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001482         MOVE "STEP" TO CALC-REJECT-REASON-CODE
001482         MOVE "STEP COUNT NOT 00 THROUGH 08"
001482             TO CALC-REJECT-REASON-TEXT
001482     END-IF.
001482 2140-EXIT.
001482     EXIT.
001482
001483 2150-VALIDATE-CHAIN-OPER.
001484     SET WS-OM-IDX TO 1.
001485     SEARCH WS-OPER-MASTER-ENTRY
001486         AT END
001487             MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001487             MOVE "OPID" TO CALC-REJECT-REASON-CODE
001487             MOVE "OPERATOR NOT AUTHORIZED"
001487                 TO CALC-REJECT-REASON-TEXT
001488         WHEN WS-OM-OPER-ID(WS-OM-IDX) = CHN-OPER-ID
001489             IF NOT WS-OM-OPER-ACTIVE(WS-OM-IDX)
001490                 MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001490                 MOVE "OPIN" TO CALC-REJECT-REASON-CODE
001490                 MOVE "OPERATOR INACTIVE"
001490                     TO CALC-REJECT-REASON-TEXT
001491             END-IF
001492     END-SEARCH.
001493 2150-EXIT.
001494     EXIT.
001494
001494 2152-VALIDATE-ACCT-CODE.
001494     IF CHN-ACCT-CODE = SPACES
001494         MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001494         MOVE "ACCT" TO CALC-REJECT-REASON-CODE
001494         MOVE "GL ACCOUNT CODE MISSING"
001494             TO CALC-REJECT-REASON-TEXT
001494         GO TO 2152-EXIT
001494     END-IF.
001494     SET WS-CA-IDX TO 1.
001494     SEARCH WS-CHART-ENTRY
001494         AT END
001494             MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001494             MOVE "ACCT" TO CALC-REJECT-REASON-CODE
001494             MOVE "GL ACCOUNT NOT ON CHART"
001494                 TO CALC-REJECT-REASON-TEXT
001494         WHEN WS-CA-ACCT-CODE(WS-CA-IDX) = CHN-ACCT-CODE
001494             IF NOT WS-CA-ACCT-ACTIVE(WS-CA-IDX)
001494                 MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001494                 MOVE "ACCT" TO CALC-REJECT-REASON-CODE
001494                 MOVE "GL ACCOUNT INACTIVE"
001494                     TO CALC-REJECT-REASON-TEXT
001494             ELSE
001494                 IF NOT WS-CA-ACCT-POSTABLE(WS-CA-IDX)
001494                     MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001494                     MOVE "ACCT" TO CALC-REJECT-REASON-CODE
001494                     MOVE "GL ACCOUNT NOT POSTABLE"
001494                         TO CALC-REJECT-REASON-TEXT
001494                 END-IF
001494             END-IF
001494     END-SEARCH.
001494 2152-EXIT.
001494     EXIT.
001494
001494 2157-CHECK-DUPLICATE.
001494     IF NOT WS-DUP-CHECK-ACTIVE
001494         GO TO 2157-EXIT
001494     END-IF.
001494     PERFORM 2159-PROBE-POSTED-ARCHIVE THRU 2159-EXIT.
001494     IF WS-DUP-FOUND
001494         MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001494         MOVE "DUPE" TO CALC-REJECT-REASON-CODE
001494         MOVE "DUPLICATE CHAIN ID"
001494             TO CALC-REJECT-REASON-TEXT
001494     END-IF.
001494 2157-EXIT.
001494     EXIT.
001494
001494 2159-PROBE-POSTED-ARCHIVE.
001494     MOVE "N" TO WS-DUP-FOUND-SWITCH.
001494     MOVE CHN-CHAIN-ID TO PHK-TXN-ID.
001494     MOVE ZEROS TO PHK-RUN-DATE.
001494     MOVE ZEROS TO PHK-RUN-TIME.
001494     START CALC-POSTED-KEYED-FILE KEY NOT < PHK-KEY
001494         INVALID KEY CONTINUE
001494     END-START.
001494     IF WS-POSTED-KEYED-STATUS = "00"
001494         READ CALC-POSTED-KEYED-FILE NEXT RECORD
001494             AT END
001494                 CONTINUE
001494             NOT AT END
001494                 IF PHK-TXN-ID = CHN-CHAIN-ID
001494                     MOVE "Y" TO WS-DUP-FOUND-SWITCH
001494                 END-IF
001494         END-READ
001494     END-IF.
001494 2159-EXIT.
001494     EXIT.
001490
001500 2200-WRITE-CHAIN-HEADER.
001510     MOVE CHN-CHAIN-ID TO CHL-CHAIN-ID.
001570
001580 2300-APPLY-ONE-STEP.
001590     MOVE "N" TO WS-SIZE-ERROR-SWITCH.
001590     MOVE "SIZE" TO WS-STEP-REASON-CODE.
001592     IF CHN-STEP-OPERAND(WS-STEP-IDX) NOT NUMERIC
001594         MOVE "Y" TO WS-SIZE-ERROR-SWITCH
001594         MOVE "NUM2" TO WS-STEP-REASON-CODE
001596     ELSE
001600     EVALUATE CHN-STEP-OPERATOR(WS-STEP-IDX)
001610         WHEN "+"
001770         WHEN "/"
001780             IF CHN-STEP-OPERAND(WS-STEP-IDX) = 0
001790                 MOVE "Y" TO WS-SIZE-ERROR-SWITCH
001790                 MOVE "DVZR" TO WS-STEP-REASON-CODE
001800             ELSE
001810                 DIVIDE WS-RUNNING-VALUE BY
001820                     CHN-STEP-OPERAND(WS-STEP-IDX)
001877         WHEN "MOD"
001878             IF CHN-STEP-OPERAND(WS-STEP-IDX) = 0
001879                 MOVE "Y" TO WS-SIZE-ERROR-SWITCH
001879                 MOVE "DVZR" TO WS-STEP-REASON-CODE
001880             ELSE
001881                 MOVE WS-RUNNING-VALUE TO WS-STEP-WORK
001882                 DIVIDE WS-STEP-WORK BY
001889             END-IF
001890         WHEN OTHER
001891             MOVE "Y" TO WS-SIZE-ERROR-SWITCH
001891             MOVE "OPER" TO WS-STEP-REASON-CODE
001900     END-EVALUATE
001902     END-IF.
001910     IF WS-STEP-SIZE-ERROR
001910         IF NOT WS-CHAIN-ERROR
001910             PERFORM 2350-SET-STEP-REASON THRU 2350-EXIT
001910         END-IF
001920         MOVE 0 TO WS-RUNNING-VALUE
001925         MOVE "Y" TO WS-CHAIN-ERROR-SWITCH
001930     END-IF.
002000     ADD 1 TO WS-STEP-IDX.
002010 2300-EXIT.
002020     EXIT.
002020
002020 2350-SET-STEP-REASON.
002020     MOVE WS-STEP-REASON-CODE TO CALC-REJECT-REASON-CODE.
002020     EVALUATE WS-STEP-REASON-CODE
002020         WHEN "NUM2"
002020             MOVE "STEP OPERAND IS NOT NUMERIC"
002020                 TO CALC-REJECT-REASON-TEXT
002020         WHEN "OPER"
002020             MOVE "INVALID STEP OPERATOR"
002020                 TO CALC-REJECT-REASON-TEXT
002020         WHEN "DVZR"
002020             MOVE "STEP DIVISION BY ZERO"
002020                 TO CALC-REJECT-REASON-TEXT
002020         WHEN OTHER
002020             MOVE "STEP RESULT SIZE ERROR"
002020                 TO CALC-REJECT-REASON-TEXT
002020     END-EVALUATE.
002020 2350-EXIT.
002020     EXIT.
002030
002040 2400-WRITE-CHAIN-RESULT.
002050     MOVE WS-RUNNING-VALUE TO CRL-RESULT.
002055     IF WS-CHAIN-ERROR
002056         MOVE CALC-REJECT-REASON-CODE TO CRL-STATUS
002056         MOVE CALC-REJECT-REASON-TEXT TO CRL-REASON-TEXT
002057     ELSE
002058         MOVE "OK" TO CRL-STATUS
002058         MOVE SPACES TO CRL-REASON-TEXT
002059     END-IF.
002060     WRITE CALC-CHAIN-REPORT-RECORD FROM WS-CHAIN-RESULT-LINE.
002070 2400-EXIT.
002110     MOVE CHN-CHAIN-ID TO CALC-PHS-TXN-ID.
002120     MOVE CHN-OPER-ID TO CALC-PHS-OPER-ID.
002130     MOVE WS-RUN-DATE TO CALC-PHS-RUN-DATE.
002140     MOVE WS-RUN-TIME TO CALC-PHS-RUN-TIME.
002150     MOVE CHN-START-VALUE TO CALC-PHS-NUM1.
002160     MOVE "CHN" TO CALC-PHS-OPERATOR.
002170     MOVE CHN-STEP-COUNT TO CALC-PHS-NUM2.
002175     MOVE CHN-ACCT-CODE TO CALC-PHS-ACCT-CODE.
002180     MOVE WS-RUNNING-VALUE TO CALC-PHS-RESULT.
002190     WRITE CALC-POSTED-HISTORY-RECORD.
002190     IF WS-DUP-CHECK-ACTIVE
002190         MOVE CALC-PHS-TXN-ID TO PHK-TXN-ID
002190         MOVE CALC-PHS-RUN-DATE TO PHK-RUN-DATE
002190         MOVE CALC-PHS-RUN-TIME TO PHK-RUN-TIME
002190         MOVE CALC-PHS-OPER-ID TO PHK-OPER-ID
002190         MOVE CALC-PHS-NUM1-X TO PHK-NUM1-X
002190         MOVE CALC-PHS-OPERATOR TO PHK-OPERATOR
002190         MOVE CALC-PHS-NUM2-X TO PHK-NUM2-X
002190         MOVE CALC-PHS-ACCT-CODE TO PHK-ACCT-CODE
002190         MOVE CALC-PHS-RESULT TO PHK-RESULT
002190         WRITE CALC-POSTED-KEYED-RECORD
002190             INVALID KEY CONTINUE
002190         END-WRITE
002190     END-IF.
002190     ADD 1 TO WS-POSTED-COUNT.
002190     ADD WS-RUNNING-VALUE TO WS-POSTED-TOTAL
002190         ON SIZE ERROR
002190             IF NOT WS-POSTED-TOTAL-OVERFLOWED
002190                 MOVE "Y" TO WS-POSTED-TOTAL-OVFL-SW
002190                 DISPLAY "WARNING - CHAIN POSTED TOTAL OVERFLOW "
002190                     "AT CHAIN " CHN-CHAIN-ID
002190             END-IF
002190     END-ADD.
002190     MOVE CHN-ACCT-CODE TO WS-GJ-ACCT-CODE.
002190     MOVE WS-RUNNING-VALUE TO WS-GJ-AMOUNT.
002190     PERFORM 2550-ACCUM-GL-JOURNAL THRU 2550-EXIT.
002200 2500-EXIT.
002210     EXIT.
002210
002210 2550-ACCUM-GL-JOURNAL.
002210     SET WS-GJ-IDX TO 1.
002210     SEARCH WS-GL-JOURNAL-ENTRY
002210         AT END
002210             PERFORM 2560-ADD-GL-JOURNAL-ENTRY THRU 2560-EXIT
002210         WHEN GJ-ACCT-CODE(WS-GJ-IDX) = WS-GJ-ACCT-CODE
002210             ADD 1 TO GJ-POSTED-COUNT(WS-GJ-IDX)
002210             ADD WS-GJ-AMOUNT TO GJ-POSTED-TOTAL(WS-GJ-IDX)
002210     END-SEARCH.
002210 2550-EXIT.
002210     EXIT.
002210
002210 2560-ADD-GL-JOURNAL-ENTRY.
002210     IF WS-GL-JOURNAL-COUNT < WS-GL-JOURNAL-MAX
002210         ADD 1 TO WS-GL-JOURNAL-COUNT
002210         SET WS-GJ-IDX TO WS-GL-JOURNAL-COUNT
002210         MOVE WS-GJ-ACCT-CODE TO GJ-ACCT-CODE(WS-GJ-IDX)
002210         MOVE 1 TO GJ-POSTED-COUNT(WS-GJ-IDX)
002210         MOVE WS-GJ-AMOUNT TO GJ-POSTED-TOTAL(WS-GJ-IDX)
002210     ELSE
002210         IF NOT WS-GL-JOURNAL-OVERFLOWED
002210             MOVE "Y" TO WS-GL-JOURNAL-OVFL-SW
002210             DISPLAY "WARNING - GL JOURNAL TABLE FULL - THE GL "
002210                 "EXTRACT OMITS ACCOUNTS PAST "
002210                 WS-GL-JOURNAL-MAX " ENTRIES"
002210         END-IF
002210     END-IF.
002210 2560-EXIT.
002210     EXIT.
002210
002210 2600-WRITE-REJECT.
002210     MOVE CHN-START-VALUE-X TO CALC-REJECT-NUM1-X.
002210     MOVE "CHN" TO CALC-REJECT-OPERATOR.
002210     IF CHN-STEP-COUNT NUMERIC
002210         MOVE CHN-STEP-COUNT TO CALC-REJECT-NUM2
002210     ELSE
002210         MOVE 0 TO CALC-REJECT-NUM2
002210     END-IF.
002210     MOVE CHN-ACCT-CODE TO CALC-REJECT-ACCT-CODE.
002210     MOVE CHN-CHAIN-ID TO CALC-REJECT-TXN-ID.
002210     MOVE CHN-OPER-ID TO CALC-REJECT-OPER-ID.
002210     MOVE WS-RUN-DATE TO CALC-REJECT-RUN-DATE.
002210     MOVE WS-RUN-TIME TO CALC-REJECT-RUN-TIME.
002210     WRITE CALC-REJECT-RECORD.
002210     MOVE CALC-REJECT-NUM1-X TO CALC-RJH-NUM1-X.
002210     MOVE CALC-REJECT-OPERATOR TO CALC-RJH-OPERATOR.
002210     MOVE CALC-REJECT-NUM2-X TO CALC-RJH-NUM2-X.
002210     MOVE CALC-REJECT-ACCT-CODE TO CALC-RJH-ACCT-CODE.
002210     MOVE CALC-REJECT-TXN-ID TO CALC-RJH-TXN-ID.
002210     MOVE CALC-REJECT-OPER-ID TO CALC-RJH-OPER-ID.
002210     MOVE CALC-REJECT-RUN-DATE TO CALC-RJH-RUN-DATE.
002210     MOVE CALC-REJECT-RUN-TIME TO CALC-RJH-RUN-TIME.
002210     MOVE CALC-REJECT-REASON-CODE TO CALC-RJH-REASON-CODE.
002210     MOVE CALC-REJECT-REASON-TEXT TO CALC-RJH-REASON-TEXT.
002210     WRITE CALC-REJECT-HISTORY-RECORD.
002210     IF WS-DUP-CHECK-ACTIVE
002210         MOVE CALC-REJECT-TXN-ID TO RJK-TXN-ID
002210         MOVE CALC-REJECT-RUN-DATE TO RJK-RUN-DATE
002210         MOVE CALC-REJECT-RUN-TIME TO RJK-RUN-TIME
002210         MOVE CALC-REJECT-OPER-ID TO RJK-OPER-ID
002210         MOVE CALC-REJECT-NUM1-X TO RJK-NUM1-X
002210         MOVE CALC-REJECT-OPERATOR TO RJK-OPERATOR
002210         MOVE CALC-REJECT-NUM2-X TO RJK-NUM2-X
002210         MOVE CALC-REJECT-ACCT-CODE TO RJK-ACCT-CODE
002210         MOVE CALC-REJECT-REASON-CODE TO RJK-REASON-CODE
002210         MOVE CALC-REJECT-REASON-TEXT TO RJK-REASON-TEXT
002210         WRITE CALC-REJECT-KEYED-RECORD
002210             INVALID KEY CONTINUE
002210         END-WRITE
002210     END-IF.
002210 2600-EXIT.
002210     EXIT.
002220
002230 9000-TERMINATE.
002230     MOVE WS-POSTED-COUNT TO CTT-POSTED-COUNT.
002230     MOVE WS-POSTED-TOTAL TO CTT-POSTED-TOTAL.
002230     MOVE WS-CHAIN-ERROR-COUNT TO CTT-REJECT-COUNT.
002230     WRITE CALC-CHAIN-REPORT-RECORD FROM WS-CHAIN-TOTAL-LINE.
002230     IF NOT WS-REFED-BATCH
002230         PERFORM 9150-CHECK-CONTROL-BALANCE THRU 9150-EXIT
002230         PERFORM 9160-WRITE-GL-EXTRACT THRU 9160-EXIT
002230     END-IF.
002240     DISPLAY "Chains processed = " WS-CHAIN-COUNT.
002250     DISPLAY "Chain steps applied = " WS-STEP-LINE-COUNT.
002255     DISPLAY "Chains ending in error = " WS-CHAIN-ERROR-COUNT.
002255     DISPLAY "Chains posted = " WS-POSTED-COUNT.
002255     DISPLAY "Chain posted total = " WS-POSTED-TOTAL.
002260     CLOSE CALC-CHAIN-FILE.
002270     CLOSE CALC-CHAIN-REPORT-FILE.
002280     CLOSE CALC-POSTED-HISTORY-FILE.
002280     CLOSE CALC-REJECT-FILE.
002280     CLOSE CALC-REJECT-HISTORY-FILE.
002280     CLOSE CALC-GLEXT-FILE.
002280     CLOSE CALC-GLEXT-LOG-FILE.
002280     IF WS-DUP-CHECK-ACTIVE
002280         CLOSE CALC-POSTED-KEYED-FILE
002280         CLOSE CALC-REJECT-KEYED-FILE
002280     END-IF.
002285     IF WS-CHAIN-ERROR-COUNT > 0
002285         OR WS-POSTED-TOTAL-OVERFLOWED
002286         MOVE 4 TO WS-FINAL-RC
002287     END-IF.
002287     IF WS-OUT-OF-BALANCE
002287         MOVE 8 TO WS-FINAL-RC
002287     END-IF.
002288     IF WS-OPER-MASTER-OVERFLOWED
002288         OR WS-CHART-OVERFLOWED
002288         OR WS-NO-CLEARING-ACCT
002288         OR WS-GL-JOURNAL-OVERFLOWED
002289         MOVE 12 TO WS-FINAL-RC
002290     END-IF.
002290     IF WS-REFED-BATCH
002290         MOVE 16 TO WS-FINAL-RC
002290     END-IF.
002290     PERFORM 9170-WRITE-RUN-LOG THRU 9170-EXIT.
002290     MOVE WS-FINAL-RC TO RETURN-CODE.
002290 9000-EXIT.
002300     EXIT.
002300
002300 9150-CHECK-CONTROL-BALANCE.
002300     IF WS-CHAIN-COUNT NOT = WS-EXPECTED-COUNT
002300         MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
002300     END-IF.
002300     IF WS-START-TOTAL NOT = WS-EXPECTED-TOTAL
002300         MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
002300     END-IF.
002300     IF WS-OUT-OF-BALANCE
002300         MOVE "*** OUT OF BALANCE - EXPECTED/ACTUAL BELOW ***"
002300             TO WC-BALANCE-MESSAGE
002300         DISPLAY "WARNING - CHAIN FILE OUT OF BALANCE AGAINST "
002300             "THE CALC-CHAIN-FILE CONTROL RECORD"
002300     ELSE
002300         MOVE "CHAINS IN BALANCE WITH CONTROL RECORD"
002300             TO WC-BALANCE-MESSAGE
002300     END-IF.
002300     MOVE WS-EXPECTED-COUNT TO WC-EXPECTED-COUNT.
002300     MOVE WS-CHAIN-COUNT TO WC-ACTUAL-COUNT.
002300     MOVE WS-EXPECTED-TOTAL TO WC-EXPECTED-TOTAL.
002300     MOVE WS-START-TOTAL TO WC-ACTUAL-TOTAL.
002300     WRITE CALC-CHAIN-REPORT-RECORD FROM WS-CONTROL-BALANCE-LINE.
002300 9150-EXIT.
002300     EXIT.
002300
002300 9160-WRITE-GL-EXTRACT.
002300     MOVE "H" TO GLH-RECORD-TYPE.
002300     MOVE WS-RUN-DATE TO GLH-RUN-DATE.
002300     MOVE "CALCCHAIN" TO GLH-SOURCE-SYSTEM.
002300     WRITE CALC-GLEXT-RECORD FROM WS-GLEXT-HEADER-LINE.
002300     MOVE 0 TO WS-GJ-LINE-COUNT.
002300     MOVE 0 TO WS-GJ-POSTED-COUNT.
002300     MOVE 0 TO WS-GJ-POSTED-TOTAL.
002300     MOVE 0 TO WS-GJ-DEBIT-TOTAL.
002300     MOVE 0 TO WS-GJ-CREDIT-TOTAL.
002300     WRITE CALC-CHAIN-REPORT-RECORD FROM WS-GL-JOURNAL-HEADING-1.
002300     WRITE CALC-CHAIN-REPORT-RECORD FROM WS-GL-JOURNAL-HEADING-2.
002300     MOVE 0 TO WS-GJ-SCAN-IDX.
002300     PERFORM 9161-WRITE-POSTING-LINE THRU 9161-EXIT
002300         WS-GL-JOURNAL-COUNT TIMES.
002300     IF WS-GL-JOURNAL-COUNT > 0
002300         PERFORM 9162-WRITE-CLEARING-LINE THRU 9162-EXIT
002300     END-IF.
002300     MOVE "T" TO GLT-RECORD-TYPE.
002300     MOVE WS-POSTED-COUNT TO GLT-RECORD-COUNT.
002300     MOVE WS-GJ-LINE-COUNT TO GLT-LINE-COUNT.
002300     MOVE WS-GJ-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
002300     MOVE WS-GJ-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
002300     COMPUTE GLT-NET-TOTAL =
002300         WS-GJ-DEBIT-TOTAL - WS-GJ-CREDIT-TOTAL.
002300     WRITE CALC-GLEXT-RECORD FROM WS-GLEXT-TRAILER-LINE.
002300 9160-EXIT.
002300     EXIT.
002300
002300 9161-WRITE-POSTING-LINE.
002300     ADD 1 TO WS-GJ-SCAN-IDX.
002300     SET WS-GJ-IDX TO WS-GJ-SCAN-IDX.
002300     MOVE SPACES TO WS-GLEXT-DETAIL-LINE.
002300     MOVE "D" TO GLD-RECORD-TYPE.
002300     MOVE WS-RUN-DATE TO GLD-RUN-DATE.
002300     MOVE GJ-POSTED-COUNT(WS-GJ-IDX) TO GLD-CONTROL-COUNT.
002300     MOVE GJ-POSTED-TOTAL(WS-GJ-IDX) TO GLD-GRAND-TOTAL.
002300     MOVE GJ-ACCT-CODE(WS-GJ-IDX) TO GLD-ACCT-CODE.
002300     MOVE "P" TO GLD-LINE-TYPE.
002300     ADD GJ-POSTED-COUNT(WS-GJ-IDX) TO WS-GJ-POSTED-COUNT.
002300     ADD GJ-POSTED-TOTAL(WS-GJ-IDX) TO WS-GJ-POSTED-TOTAL.
002300     PERFORM 9165-WRITE-JOURNAL-LINE THRU 9165-EXIT.
002300 9161-EXIT.
002300     EXIT.
002300
002300 9162-WRITE-CLEARING-LINE.
002300     IF WS-CLEARING-ACCT-CODE = SPACES
002300         MOVE "Y" TO WS-NO-CLEARING-SW
002300         DISPLAY "ERROR - NO ACTIVE CLEARING ACCOUNT ON THE "
002300             "CHART OF ACCOUNTS - GL JOURNAL WRITTEN WITHOUT "
002300             "ITS OFFSETTING LINE AND DOES NOT BALANCE"
002300         GO TO 9162-EXIT
002300     END-IF.
002300     MOVE SPACES TO WS-GLEXT-DETAIL-LINE.
002300     MOVE "D" TO GLD-RECORD-TYPE.
002300     MOVE WS-RUN-DATE TO GLD-RUN-DATE.
002300     MOVE WS-GJ-POSTED-COUNT TO GLD-CONTROL-COUNT.
002300     COMPUTE GLD-GRAND-TOTAL = 0 - WS-GJ-POSTED-TOTAL.
002300     MOVE WS-CLEARING-ACCT-CODE TO GLD-ACCT-CODE.
002300     MOVE "C" TO GLD-LINE-TYPE.
002300     PERFORM 9165-WRITE-JOURNAL-LINE THRU 9165-EXIT.
002300 9162-EXIT.
002300     EXIT.
002300
002300 9165-WRITE-JOURNAL-LINE.
002300     IF GLD-GRAND-TOTAL < 0
002300         MOVE "C" TO GLD-DR-CR-IND
002300         COMPUTE GLD-LINE-AMOUNT = 0 - GLD-GRAND-TOTAL
002300         ADD GLD-LINE-AMOUNT TO WS-GJ-CREDIT-TOTAL
002300         MOVE "CREDIT" TO GJL-DR-CR
002300     ELSE
002300         MOVE "D" TO GLD-DR-CR-IND
002300         MOVE GLD-GRAND-TOTAL TO GLD-LINE-AMOUNT
002300         ADD GLD-LINE-AMOUNT TO WS-GJ-DEBIT-TOTAL
002300         MOVE "DEBIT" TO GJL-DR-CR
002300     END-IF.
002300     ADD 1 TO WS-GJ-LINE-COUNT.
002300     WRITE CALC-GLEXT-RECORD FROM WS-GLEXT-DETAIL-LINE.
002300     WRITE CALC-GLEXT-LOG-RECORD FROM WS-GLEXT-DETAIL-LINE.
002300     MOVE GLD-ACCT-CODE TO GJL-ACCT-CODE.
002300     MOVE GLD-CONTROL-COUNT TO GJL-COUNT.
002300     MOVE GLD-LINE-AMOUNT TO GJL-AMOUNT.
002300     IF GLD-LINE-TYPE = "C"
002300         MOVE "CLEARING" TO GJL-NOTE
002300     ELSE
002300         MOVE SPACES TO GJL-NOTE
002300     END-IF.
002300     WRITE CALC-CHAIN-REPORT-RECORD FROM WS-GL-JOURNAL-LINE.
002300 9165-EXIT.
002300     EXIT.
002300
002300 9170-WRITE-RUN-LOG.
002300     OPEN EXTEND CALC-RUN-LOG-FILE.
002300     ACCEPT WS-EXEC-TIME FROM TIME.
002300     MOVE SPACES TO CALC-RUN-LOG-RECORD.
002300     MOVE WS-RUN-DATE TO RLG-RUN-DATE.
002300     MOVE WS-EXEC-TIME TO RLG-EXEC-TIME.
002300     MOVE WS-CHAIN-COUNT TO RLG-PROCESSED-COUNT.
002300     MOVE WS-POSTED-COUNT TO RLG-ACCEPTED-COUNT.
002300     MOVE WS-CHAIN-ERROR-COUNT TO RLG-REJECT-COUNT.
002300     MOVE WS-POSTED-TOTAL TO RLG-GRAND-TOTAL.
002300     MOVE 0 TO RLG-HELD-COUNT.
002300     MOVE 0 TO RLG-HELD-TOTAL.
002300     IF WS-OUT-OF-BALANCE
002300         MOVE "O" TO RLG-BALANCE-FLAG
002300     ELSE
002300         MOVE "B" TO RLG-BALANCE-FLAG
002300     END-IF.
002300     MOVE "N" TO RLG-RESTART-FLAG.
002300     MOVE WS-FINAL-RC TO RLG-RETURN-CODE.
002300     MOVE "C" TO RLG-RUN-SOURCE.
002300     WRITE CALC-RUN-LOG-RECORD.
002300     CLOSE CALC-RUN-LOG-FILE.
002300 9170-EXIT.
002300     EXIT.
