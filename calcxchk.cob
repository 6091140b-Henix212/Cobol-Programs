000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCXCHK.
000120 AUTHOR. R HENIX.
000130 INSTALLATION. ACCOUNTING BATCH SERVICES.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* 2026-10-15  RH  WRITTEN. NIGHTLY INTEGRITY CROSS-CHECK OF THE  *
000200*                PLACES THE POSTED AND REJECT DATA NOW LIVES.    *
000210*                CALCPHS/CALCRJH ARE THE ARCHIVES OF RECORD, BUT *
000220*                THE KEYED COPIES CALCPHSK/CALCRJHK ARE ONLY     *
000230*                EXTENDED WHEN DUP-CHECK IS ACTIVE AND ARE DD    *
000240*                DUMMY ON THE CALCSTR1-4 LEGS, AND CALCRLOG AND  *
000250*                CALCGLXL CARRY THEIR OWN PER-RUN COUNTS AND     *
000260*                TOTALS. EVERY ARCHIVE RECORD IS PROBED BY KEY   *
000270*                ON ITS KEYED COPY (MISSING, OR PRESENT WITH A   *
000280*                DIFFERENT RESULT OR REASON CODE) AND ITS KEY IS *
000290*                SAVED ON A WORK CLUSTER (CALCXWK.CPY); EACH     *
000300*                KEYED COPY IS THEN READ END TO END AND PROBED   *
000310*                AGAINST THE WORK CLUSTER FOR RECORDS NO LONGER  *
000320*                ON THE ARCHIVE. BY RUN DATE, THE ARCHIVE        *
000330*                POSTED AND REJECT COUNTS ARE MATCHED TO THE SUM *
000340*                OF THE RUN LOG'S ACCEPTED AND REJECTED COUNTS,  *
000350*                AND THE SUMMED CALC-PHS-RESULT TO THE SUM OF    *
000360*                THE GL EXTRACT LOG'S POSTING LINES. CHAIN       *
000370*                POSTINGS ("CHN") NEVER REACH THE RUN LOG OR THE *
000380*                GL EXTRACT AND ARE LEFT OUT OF THE DATE         *
000390*                MATCHING. RUN LOG AND GL LOG DATES OLDER THAN   *
000400*                THE OLDEST DATE STILL ON THE ARCHIVES HAVE BEEN *
000410*                ROLLED OFF BY CALCROLL AND ARE SKIPPED. KEYED   *
000420*                COPY DRIFT ALONE SETS RC=4 (RERUN CALCHLOD);    *
000430*                ANY RUN-DATE DISAGREEMENT SETS RC=8; A FILE     *
000440*                ERROR OR A FULL DATE TABLE SETS RC=12.          *
000440* 2026-10-15  RH  CALCCHAIN NOW WRITES CALCPHSK, CALCRLOG AND    *
000440*                CALCGLXL LIKE CALCULATRICE, SO CHAIN POSTINGS   *
000440*                ARE NO LONGER LEFT OUT OF THE RUN DATE          *
000440*                MATCHING. CHAIN POSTINGS ARCHIVED BEFORE THAT   *
000440*                CHANGE SHOW AS DATE DIFFERENCES UNTIL CALCROLL  *
000440*                ROLLS THEM OFF, AND AS MISSING FROM CALCPHSK    *
000440*                UNTIL CALCHLOD IS RERUN.                        *
000450*----------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CALC-POSTED-HISTORY-FILE ASSIGN TO CALCPHS
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT CALC-REJECT-HISTORY-FILE ASSIGN TO CALCRJH
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT CALC-POSTED-KEYED-FILE ASSIGN TO CALCPHSK
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PHK-KEY
000570         FILE STATUS IS WS-POSTED-KEYED-STATUS.
000580     SELECT CALC-REJECT-KEYED-FILE ASSIGN TO CALCRJHK
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS RJK-KEY
000620         FILE STATUS IS WS-REJECT-KEYED-STATUS.
000630     SELECT CALC-XCHK-WORK-FILE ASSIGN TO CALCXWK
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS XWK-KEY
000670         FILE STATUS IS WS-WORK-STATUS.
000680     SELECT CALC-RUN-LOG-FILE ASSIGN TO CALCRLOG
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT CALC-GLEXT-LOG-FILE ASSIGN TO CALCGLXL
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT CALC-XCHK-REPORT-FILE ASSIGN TO CALCXCRP
000730         ORGANIZATION IS SEQUENTIAL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CALC-POSTED-HISTORY-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  CALC-POSTED-HISTORY-RECORD.
000800     COPY CALCID
000810         REPLACING ==CALC-TXN-ID==   BY ==CALC-PHS-TXN-ID==
000820                   ==CALC-OPER-ID==  BY ==CALC-PHS-OPER-ID==
000830                   ==CALC-RUN-DATE== BY ==CALC-PHS-RUN-DATE==
000840                   ==CALC-RUN-TIME== BY ==CALC-PHS-RUN-TIME==.
000850     COPY CALCTXN
000860         REPLACING ==CALC-NUM1-X== BY ==CALC-PHS-NUM1-X==
000870                   ==CALC-NUM1==   BY ==CALC-PHS-NUM1==
000880                   ==CALC-OPERATOR== BY ==CALC-PHS-OPERATOR==
000890                   ==CALC-NUM2-X== BY ==CALC-PHS-NUM2-X==
000900                   ==CALC-NUM2==   BY ==CALC-PHS-NUM2==
000910                   ==CALC-ACCT-CODE== BY ==CALC-PHS-ACCT-CODE==.
000920     05  CALC-PHS-RESULT         PIC S9(07)V99
000930         SIGN LEADING SEPARATE.
000940 FD  CALC-REJECT-HISTORY-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  CALC-REJECT-HISTORY-RECORD.
000980     COPY CALCID
000990         REPLACING ==CALC-TXN-ID==   BY ==CALC-RJH-TXN-ID==
001000                   ==CALC-OPER-ID==  BY ==CALC-RJH-OPER-ID==
001010                   ==CALC-RUN-DATE== BY ==CALC-RJH-RUN-DATE==
001020                   ==CALC-RUN-TIME== BY ==CALC-RJH-RUN-TIME==.
001030     COPY CALCTXN
001040         REPLACING ==CALC-NUM1-X== BY ==CALC-RJH-NUM1-X==
001050                   ==CALC-NUM1==   BY ==CALC-RJH-NUM1==
001060                   ==CALC-OPERATOR== BY ==CALC-RJH-OPERATOR==
001070                   ==CALC-NUM2-X== BY ==CALC-RJH-NUM2-X==
001080                   ==CALC-NUM2==   BY ==CALC-RJH-NUM2==
001090                   ==CALC-ACCT-CODE== BY ==CALC-RJH-ACCT-CODE==.
001100     COPY CALCRJ
001110         REPLACING ==CALC-REJECT-REASON-CODE== BY
001120                   ==CALC-RJH-REASON-CODE==
001130                   ==CALC-REJECT-REASON-TEXT== BY
001140                   ==CALC-RJH-REASON-TEXT==.
001150 FD  CALC-POSTED-KEYED-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  CALC-POSTED-KEYED-RECORD.
001180     COPY CALCPHK.
001190 FD  CALC-REJECT-KEYED-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  CALC-REJECT-KEYED-RECORD.
001220     COPY CALCRJK.
001230 FD  CALC-XCHK-WORK-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  CALC-XCHK-WORK-RECORD.
001260     COPY CALCXWK.
001270 FD  CALC-RUN-LOG-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 01  CALC-RUN-LOG-RECORD.
001310     COPY CALCRLG.
001320 FD  CALC-GLEXT-LOG-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  CALC-GLEXT-LOG-RECORD.
001360     COPY CALCGLD.
001370 FD  CALC-XCHK-REPORT-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 01  CALC-XCHK-REPORT-RECORD          PIC X(100).
001410 WORKING-STORAGE SECTION.
001420 77  WS-POSTED-EOF-SWITCH      PIC X(01) VALUE "N".
001430     88  WS-POSTED-EOF                   VALUE "Y".
001440 77  WS-REJECT-EOF-SWITCH      PIC X(01) VALUE "N".
001450     88  WS-REJECT-EOF                   VALUE "Y".
001460 77  WS-POSTED-KEYED-EOF-SW    PIC X(01) VALUE "N".
001470     88  WS-POSTED-KEYED-EOF             VALUE "Y".
001480 77  WS-REJECT-KEYED-EOF-SW    PIC X(01) VALUE "N".
001490     88  WS-REJECT-KEYED-EOF             VALUE "Y".
001500 77  WS-RUN-LOG-EOF-SWITCH     PIC X(01) VALUE "N".
001510     88  WS-RUN-LOG-EOF                  VALUE "Y".
001520 77  WS-GL-LOG-EOF-SWITCH      PIC X(01) VALUE "N".
001530     88  WS-GL-LOG-EOF                   VALUE "Y".
001540 77  WS-POSTED-KEYED-STATUS    PIC X(02) VALUE SPACES.
001550 77  WS-REJECT-KEYED-STATUS    PIC X(02) VALUE SPACES.
001560 77  WS-WORK-STATUS            PIC X(02) VALUE SPACES.
001570 77  WS-IO-ERROR-SWITCH        PIC X(01) VALUE "N".
001580     88  WS-IO-ERROR-OCCURRED            VALUE "Y".
001590 77  WS-DATE-OVFL-SW           PIC X(01) VALUE "N".
001600     88  WS-DATE-TABLE-OVERFLOWED        VALUE "Y".
001610 77  WS-DATE-FOUND-SWITCH      PIC X(01) VALUE "N".
001620     88  WS-DATE-FOUND                   VALUE "Y".
001630 77  WS-DATE-DIFF-SWITCH       PIC X(01) VALUE "N".
001640     88  WS-DATE-DIFFERS                 VALUE "Y".
001650 77  WS-RUN-DATE               PIC 9(08) VALUE 0.
001660 77  WS-SEEK-DATE              PIC 9(08) VALUE 0.
001670 77  WS-WINDOW-START-DATE      PIC 9(08) VALUE 99999999.
001680 77  WS-LAST-PRINTED-DATE      PIC 9(08) VALUE 0.
001690 77  WS-NEXT-DATE              PIC 9(08) VALUE 0.
001700 77  WS-DATE-MAX               PIC 9(05) COMP VALUE 1000.
001710 77  WS-DATE-COUNT             PIC 9(05) COMP VALUE 0.
001720 77  WS-XD-SCAN-IDX            PIC 9(05) COMP VALUE 0.
001730 77  WS-XD-LAST-IDX            PIC 9(05) COMP VALUE 0.
001740 77  WS-XD-NEXT-IDX            PIC 9(05) COMP VALUE 0.
001750 77  WS-POSTED-READ-COUNT      PIC 9(07) COMP VALUE 0.
001760 77  WS-REJECT-READ-COUNT      PIC 9(07) COMP VALUE 0.
001770 77  WS-POSTED-KEYED-COUNT     PIC 9(07) COMP VALUE 0.
001780 77  WS-REJECT-KEYED-COUNT     PIC 9(07) COMP VALUE 0.
001790 77  WS-NOT-ON-KEYED-COUNT     PIC 9(07) COMP VALUE 0.
001800 77  WS-NOT-ON-ARCHIVE-COUNT   PIC 9(07) COMP VALUE 0.
001810 77  WS-KEYED-DIFFERS-COUNT    PIC 9(07) COMP VALUE 0.
001820 77  WS-ARCHIVE-DUP-COUNT      PIC 9(07) COMP VALUE 0.
001830 77  WS-DATES-CHECKED-COUNT    PIC 9(07) COMP VALUE 0.
001840 77  WS-DATES-DIFFER-COUNT     PIC 9(07) COMP VALUE 0.
001850 77  WS-BEFORE-WINDOW-COUNT    PIC 9(07) COMP VALUE 0.
001860 77  WS-KEYED-DRIFT-COUNT      PIC 9(07) COMP VALUE 0.
001870 01  WS-DATE-TABLE.
001880     05  WS-DATE-ENTRY          OCCURS 1000 TIMES
001890                                INDEXED BY WS-XD-IDX.
001900         10  XD-RUN-DATE            PIC 9(08).
001910         10  XD-PHS-COUNT           PIC 9(07) COMP.
001920         10  XD-PHS-TOTAL           PIC S9(11)V99
001930             SIGN LEADING SEPARATE.
001940         10  XD-RJH-COUNT           PIC 9(07) COMP.
001950         10  XD-RLG-ACCEPTED        PIC 9(07) COMP.
001960         10  XD-RLG-REJECTED        PIC 9(07) COMP.
001970         10  XD-GL-TOTAL            PIC S9(11)V99
001980             SIGN LEADING SEPARATE.
001990 01  WS-XCHK-HEADING-1.
002000     05  FILLER                 PIC X(42) VALUE
002010         "ARCHIVE INTEGRITY CROSS-CHECK".
002020     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
002030     05  XH1-RUN-DATE           PIC 9999/99/99.
002040     05  FILLER                 PIC X(39) VALUE SPACES.
002050 01  WS-XCHK-HEADING-2.
002060     05  FILLER                 PIC X(50) VALUE
002070         "ARCHIVE AND KEYED COPY EXCEPTIONS".
002080     05  FILLER                 PIC X(50) VALUE SPACES.
002090 01  WS-XCHK-HEADING-3.
002100     05  FILLER                 PIC X(10) VALUE "FILE".
002110     05  FILLER                 PIC X(12) VALUE "TXN-ID".
002120     05  FILLER                 PIC X(12) VALUE "RUN DATE".
002130     05  FILLER                 PIC X(08) VALUE "TIME".
002140     05  FILLER                 PIC X(58) VALUE "EXCEPTION".
002150 01  WS-XCHK-DETAIL-LINE.
002160     05  XDL-FILE               PIC X(08).
002170     05  FILLER                 PIC X(02) VALUE SPACES.
002180     05  XDL-TXN-ID             PIC X(10).
002190     05  FILLER                 PIC X(02) VALUE SPACES.
002200     05  XDL-RUN-DATE           PIC 9999/99/99.
002210     05  FILLER                 PIC X(02) VALUE SPACES.
002220     05  XDL-RUN-TIME           PIC 9(06).
002230     05  FILLER                 PIC X(02) VALUE SPACES.
002240     05  XDL-EXCEPTION          PIC X(40).
002250     05  FILLER                 PIC X(18) VALUE SPACES.
002260 01  WS-XCHK-HEADING-4.
002270     05  FILLER                 PIC X(50) VALUE
002280         "RUN DATE RECONCILIATION".
002290     05  FILLER                 PIC X(50) VALUE SPACES.
002300 01  WS-XCHK-HEADING-5.
002310     05  FILLER                 PIC X(10) VALUE "RUN DATE".
002320     05  FILLER                 PIC X(08) VALUE "  POSTED".
002330     05  FILLER                 PIC X(08) VALUE " RLG ACC".
002340     05  FILLER                 PIC X(08) VALUE " REJECTS".
002350     05  FILLER                 PIC X(08) VALUE " RLG REJ".
002360     05  FILLER                 PIC X(15) VALUE
002370         "   POSTED TOTAL".
002380     05  FILLER                 PIC X(15) VALUE
002390         "   GL LOG TOTAL".
002400     05  FILLER                 PIC X(02) VALUE SPACES.
002410     05  FILLER                 PIC X(26) VALUE "DIFFERENCES".
002420 01  WS-XCHK-DATE-LINE.
002430     05  XDT-RUN-DATE           PIC 9999/99/99.
002440     05  FILLER                 PIC X(01) VALUE SPACES.
002450     05  XDT-PHS-COUNT          PIC ZZZ,ZZ9.
002460     05  FILLER                 PIC X(01) VALUE SPACES.
002470     05  XDT-RLG-ACCEPTED       PIC ZZZ,ZZ9.
002480     05  FILLER                 PIC X(01) VALUE SPACES.
002490     05  XDT-RJH-COUNT          PIC ZZZ,ZZ9.
002500     05  FILLER                 PIC X(01) VALUE SPACES.
002510     05  XDT-RLG-REJECTED       PIC ZZZ,ZZ9.
002520     05  FILLER                 PIC X(01) VALUE SPACES.
002530     05  XDT-PHS-TOTAL          PIC -Z(9)9.99.
002540     05  FILLER                 PIC X(01) VALUE SPACES.
002550     05  XDT-GL-TOTAL           PIC -Z(9)9.99.
002560     05  FILLER                 PIC X(02) VALUE SPACES.
002570     05  XDT-NOTE.
002580         10  XDT-NOTE-ACCEPTED  PIC X(08).
002590         10  FILLER             PIC X(01).
002600         10  XDT-NOTE-REJECTED  PIC X(08).
002610         10  FILLER             PIC X(01).
002620         10  XDT-NOTE-GL        PIC X(08).
002630 01  WS-XCHK-COUNT-LINE.
002640     05  XCL-LABEL              PIC X(40).
002650     05  XCL-COUNT              PIC ZZZ,ZZZ,ZZ9.
002660     05  FILLER                 PIC X(49) VALUE SPACES.
002670 PROCEDURE DIVISION.
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-CHECK-ONE-POSTED THRU 2000-EXIT
002710         UNTIL WS-POSTED-EOF OR WS-IO-ERROR-OCCURRED.
002720     PERFORM 3000-CHECK-ONE-REJECT THRU 3000-EXIT
002730         UNTIL WS-REJECT-EOF OR WS-IO-ERROR-OCCURRED.
002740     PERFORM 3900-REOPEN-WORK-FILE THRU 3900-EXIT.
002750     PERFORM 4000-CHECK-ONE-POSTED-KEYED THRU 4000-EXIT
002760         UNTIL WS-POSTED-KEYED-EOF OR WS-IO-ERROR-OCCURRED.
002770     PERFORM 5000-CHECK-ONE-REJECT-KEYED THRU 5000-EXIT
002780         UNTIL WS-REJECT-KEYED-EOF OR WS-IO-ERROR-OCCURRED.
002790     PERFORM 6000-SCAN-ONE-RUN-LOG THRU 6000-EXIT
002800         UNTIL WS-RUN-LOG-EOF.
002810     PERFORM 7000-SCAN-ONE-GL-LOG THRU 7000-EXIT
002820         UNTIL WS-GL-LOG-EOF.
002830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002840     STOP RUN.
002850
002860 1000-INITIALIZE.
002870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002880     OPEN INPUT  CALC-POSTED-HISTORY-FILE.
002890     OPEN INPUT  CALC-REJECT-HISTORY-FILE.
002900     OPEN INPUT  CALC-RUN-LOG-FILE.
002910     OPEN INPUT  CALC-GLEXT-LOG-FILE.
002920     OPEN OUTPUT CALC-XCHK-REPORT-FILE.
002930     MOVE WS-RUN-DATE TO XH1-RUN-DATE.
002940     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-HEADING-1.
002950     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-HEADING-2.
002960     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-HEADING-3.
002970     OPEN INPUT CALC-POSTED-KEYED-FILE.
002980     IF WS-POSTED-KEYED-STATUS NOT = "00"
002990         DISPLAY "ERROR - CALCPHSK OPEN FAILED - STATUS "
003000             WS-POSTED-KEYED-STATUS
003010         MOVE "Y" TO WS-IO-ERROR-SWITCH
003020     END-IF.
003030     OPEN INPUT CALC-REJECT-KEYED-FILE.
003040     IF WS-REJECT-KEYED-STATUS NOT = "00"
003050         DISPLAY "ERROR - CALCRJHK OPEN FAILED - STATUS "
003060             WS-REJECT-KEYED-STATUS
003070         MOVE "Y" TO WS-IO-ERROR-SWITCH
003080     END-IF.
003090     OPEN OUTPUT CALC-XCHK-WORK-FILE.
003100     IF WS-WORK-STATUS NOT = "00"
003110         DISPLAY "ERROR - CALCXWK OPEN FAILED - STATUS "
003120             WS-WORK-STATUS
003130         MOVE "Y" TO WS-IO-ERROR-SWITCH
003140     END-IF.
003150     IF WS-IO-ERROR-OCCURRED
003160         MOVE "Y" TO WS-POSTED-EOF-SWITCH
003170         MOVE "Y" TO WS-REJECT-EOF-SWITCH
003180         MOVE "Y" TO WS-RUN-LOG-EOF-SWITCH
003190         MOVE "Y" TO WS-GL-LOG-EOF-SWITCH
003200         GO TO 1000-EXIT
003210     END-IF.
003220     PERFORM 2100-READ-POSTED THRU 2100-EXIT.
003230     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
003240 1000-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------*
003280* ARCHIVE TO KEYED COPY - EVERY CALCPHS RECORD MUST BE ON        *
003290* CALCPHSK UNDER THE SAME KEY WITH THE SAME RESULT               *
003300*----------------------------------------------------------------*
003310 2000-CHECK-ONE-POSTED.
003320     MOVE CALC-PHS-RUN-DATE TO WS-SEEK-DATE.
003330     IF WS-SEEK-DATE < WS-WINDOW-START-DATE
003340         MOVE WS-SEEK-DATE TO WS-WINDOW-START-DATE
003350     END-IF.
003370     PERFORM 8100-FIND-DATE-ENTRY THRU 8100-EXIT.
003380     IF WS-DATE-FOUND
003390         ADD 1 TO XD-PHS-COUNT(WS-XD-IDX)
003400         ADD CALC-PHS-RESULT TO XD-PHS-TOTAL(WS-XD-IDX)
003420     END-IF.
003430     MOVE "P" TO XWK-SOURCE.
003440     MOVE CALC-PHS-TXN-ID TO XWK-TXN-ID.
003450     MOVE CALC-PHS-RUN-DATE TO XWK-RUN-DATE.
003460     MOVE CALC-PHS-RUN-TIME TO XWK-RUN-TIME.
003470     PERFORM 8200-WRITE-WORK-KEY THRU 8200-EXIT.
003480     IF WS-IO-ERROR-OCCURRED
003490         GO TO 2000-EXIT
003500     END-IF.
003510     IF WS-WORK-STATUS = "22"
003520         MOVE "CALCPHS" TO XDL-FILE
003530         MOVE "DUPLICATE KEY ON ARCHIVE" TO XDL-EXCEPTION
003540         PERFORM 8300-WRITE-POSTED-DETAIL THRU 8300-EXIT
003550         GO TO 2000-NEXT
003560     END-IF.
003570     MOVE CALC-PHS-TXN-ID TO PHK-TXN-ID.
003580     MOVE CALC-PHS-RUN-DATE TO PHK-RUN-DATE.
003590     MOVE CALC-PHS-RUN-TIME TO PHK-RUN-TIME.
003600     READ CALC-POSTED-KEYED-FILE
003610         INVALID KEY
003620             ADD 1 TO WS-NOT-ON-KEYED-COUNT
003630             MOVE "CALCPHS" TO XDL-FILE
003640             MOVE "NOT ON KEYED COPY CALCPHSK" TO XDL-EXCEPTION
003650             PERFORM 8300-WRITE-POSTED-DETAIL THRU 8300-EXIT
003660         NOT INVALID KEY
003670             IF PHK-RESULT NOT = CALC-PHS-RESULT
003680                 ADD 1 TO WS-KEYED-DIFFERS-COUNT
003690                 MOVE "CALCPHSK" TO XDL-FILE
003700                 MOVE "RESULT DIFFERS FROM CALCPHS"
003710                     TO XDL-EXCEPTION
003720                 PERFORM 8300-WRITE-POSTED-DETAIL THRU 8300-EXIT
003730             END-IF
003740     END-READ.
003750     IF WS-POSTED-KEYED-STATUS NOT = "00"
003760         AND WS-POSTED-KEYED-STATUS NOT = "02"
003770         AND WS-POSTED-KEYED-STATUS NOT = "23"
003780         DISPLAY "ERROR - CALCPHSK READ FAILED - STATUS "
003790             WS-POSTED-KEYED-STATUS
003800         MOVE "Y" TO WS-IO-ERROR-SWITCH
003810         GO TO 2000-EXIT
003820     END-IF.
003830 2000-NEXT.
003840     PERFORM 2100-READ-POSTED THRU 2100-EXIT.
003850 2000-EXIT.
003860     EXIT.
003870
003880 2100-READ-POSTED.
003890     READ CALC-POSTED-HISTORY-FILE
003900         AT END MOVE "Y" TO WS-POSTED-EOF-SWITCH
003910         NOT AT END ADD 1 TO WS-POSTED-READ-COUNT
003920     END-READ.
003930 2100-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------*
003970* ARCHIVE TO KEYED COPY - EVERY CALCRJH RECORD MUST BE ON        *
003980* CALCRJHK UNDER THE SAME KEY WITH THE SAME REASON CODE          *
003990*----------------------------------------------------------------*
004000 3000-CHECK-ONE-REJECT.
004010     MOVE CALC-RJH-RUN-DATE TO WS-SEEK-DATE.
004020     IF WS-SEEK-DATE < WS-WINDOW-START-DATE
004030         MOVE WS-SEEK-DATE TO WS-WINDOW-START-DATE
004040     END-IF.
004050     PERFORM 8100-FIND-DATE-ENTRY THRU 8100-EXIT.
004060     IF WS-DATE-FOUND
004070         ADD 1 TO XD-RJH-COUNT(WS-XD-IDX)
004080     END-IF.
004090     MOVE "R" TO XWK-SOURCE.
004100     MOVE CALC-RJH-TXN-ID TO XWK-TXN-ID.
004110     MOVE CALC-RJH-RUN-DATE TO XWK-RUN-DATE.
004120     MOVE CALC-RJH-RUN-TIME TO XWK-RUN-TIME.
004130     PERFORM 8200-WRITE-WORK-KEY THRU 8200-EXIT.
004140     IF WS-IO-ERROR-OCCURRED
004150         GO TO 3000-EXIT
004160     END-IF.
004170     IF WS-WORK-STATUS = "22"
004180         MOVE "CALCRJH" TO XDL-FILE
004190         MOVE "DUPLICATE KEY ON ARCHIVE" TO XDL-EXCEPTION
004200         PERFORM 8400-WRITE-REJECT-DETAIL THRU 8400-EXIT
004210         GO TO 3000-NEXT
004220     END-IF.
004230     MOVE CALC-RJH-TXN-ID TO RJK-TXN-ID.
004240     MOVE CALC-RJH-RUN-DATE TO RJK-RUN-DATE.
004250     MOVE CALC-RJH-RUN-TIME TO RJK-RUN-TIME.
004260     READ CALC-REJECT-KEYED-FILE
004270         INVALID KEY
004280             ADD 1 TO WS-NOT-ON-KEYED-COUNT
004290             MOVE "CALCRJH" TO XDL-FILE
004300             MOVE "NOT ON KEYED COPY CALCRJHK" TO XDL-EXCEPTION
004310             PERFORM 8400-WRITE-REJECT-DETAIL THRU 8400-EXIT
004320         NOT INVALID KEY
004330             IF RJK-REASON-CODE NOT = CALC-RJH-REASON-CODE
004340                 ADD 1 TO WS-KEYED-DIFFERS-COUNT
004350                 MOVE "CALCRJHK" TO XDL-FILE
004360                 MOVE "REASON CODE DIFFERS FROM CALCRJH"
004370                     TO XDL-EXCEPTION
004380                 PERFORM 8400-WRITE-REJECT-DETAIL THRU 8400-EXIT
004390             END-IF
004400     END-READ.
004410     IF WS-REJECT-KEYED-STATUS NOT = "00"
004420         AND WS-REJECT-KEYED-STATUS NOT = "02"
004430         AND WS-REJECT-KEYED-STATUS NOT = "23"
004440         DISPLAY "ERROR - CALCRJHK READ FAILED - STATUS "
004450             WS-REJECT-KEYED-STATUS
004460         MOVE "Y" TO WS-IO-ERROR-SWITCH
004470         GO TO 3000-EXIT
004480     END-IF.
004490 3000-NEXT.
004500     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
004510 3000-EXIT.
004520     EXIT.
004530
004540 3100-READ-REJECT.
004550     READ CALC-REJECT-HISTORY-FILE
004560         AT END MOVE "Y" TO WS-REJECT-EOF-SWITCH
004570         NOT AT END ADD 1 TO WS-REJECT-READ-COUNT
004580     END-READ.
004590 3100-EXIT.
004600     EXIT.
004610
004620 3900-REOPEN-WORK-FILE.
004630     IF WS-IO-ERROR-OCCURRED
004640         MOVE "Y" TO WS-POSTED-KEYED-EOF-SW
004650         MOVE "Y" TO WS-REJECT-KEYED-EOF-SW
004660         GO TO 3900-EXIT
004670     END-IF.
004680     CLOSE CALC-XCHK-WORK-FILE.
004690     OPEN INPUT CALC-XCHK-WORK-FILE.
004700     IF WS-WORK-STATUS NOT = "00"
004710         DISPLAY "ERROR - CALCXWK REOPEN FAILED - STATUS "
004720             WS-WORK-STATUS
004730         MOVE "Y" TO WS-IO-ERROR-SWITCH
004740         MOVE "Y" TO WS-POSTED-KEYED-EOF-SW
004750         MOVE "Y" TO WS-REJECT-KEYED-EOF-SW
004760         GO TO 3900-EXIT
004770     END-IF.
004780     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-HEADING-2.
004790     PERFORM 4100-READ-POSTED-KEYED THRU 4100-EXIT.
004800     PERFORM 5100-READ-REJECT-KEYED THRU 5100-EXIT.
004810 3900-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------*
004850* KEYED COPY TO ARCHIVE - EVERY CALCPHSK RECORD MUST HAVE COME   *
004860* FROM A CALCPHS RECORD STILL ON THE ARCHIVE                     *
004870*----------------------------------------------------------------*
004880 4000-CHECK-ONE-POSTED-KEYED.
004890     MOVE "P" TO XWK-SOURCE.
004900     MOVE PHK-TXN-ID TO XWK-TXN-ID.
004910     MOVE PHK-RUN-DATE TO XWK-RUN-DATE.
004920     MOVE PHK-RUN-TIME TO XWK-RUN-TIME.
004930     READ CALC-XCHK-WORK-FILE
004940         INVALID KEY
004950             ADD 1 TO WS-NOT-ON-ARCHIVE-COUNT
004960             MOVE "CALCPHSK" TO XDL-FILE
004970             MOVE PHK-TXN-ID TO XDL-TXN-ID
004980             MOVE PHK-RUN-DATE TO XDL-RUN-DATE
004990             MOVE PHK-RUN-TIME TO XDL-RUN-TIME
005000             MOVE "NOT ON ARCHIVE CALCPHS" TO XDL-EXCEPTION
005010             WRITE CALC-XCHK-REPORT-RECORD
005020                 FROM WS-XCHK-DETAIL-LINE
005030     END-READ.
005040     PERFORM 4100-READ-POSTED-KEYED THRU 4100-EXIT.
005050 4000-EXIT.
005060     EXIT.
005070
005080 4100-READ-POSTED-KEYED.
005090     READ CALC-POSTED-KEYED-FILE NEXT RECORD
005100         AT END
005110             MOVE "Y" TO WS-POSTED-KEYED-EOF-SW
005120         NOT AT END
005130             ADD 1 TO WS-POSTED-KEYED-COUNT
005140     END-READ.
005150 4100-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------*
005190* KEYED COPY TO ARCHIVE - EVERY CALCRJHK RECORD MUST HAVE COME   *
005200* FROM A CALCRJH RECORD STILL ON THE ARCHIVE                     *
005210*----------------------------------------------------------------*
005220 5000-CHECK-ONE-REJECT-KEYED.
005230     MOVE "R" TO XWK-SOURCE.
005240     MOVE RJK-TXN-ID TO XWK-TXN-ID.
005250     MOVE RJK-RUN-DATE TO XWK-RUN-DATE.
005260     MOVE RJK-RUN-TIME TO XWK-RUN-TIME.
005270     READ CALC-XCHK-WORK-FILE
005280         INVALID KEY
005290             ADD 1 TO WS-NOT-ON-ARCHIVE-COUNT
005300             MOVE "CALCRJHK" TO XDL-FILE
005310             MOVE RJK-TXN-ID TO XDL-TXN-ID
005320             MOVE RJK-RUN-DATE TO XDL-RUN-DATE
005330             MOVE RJK-RUN-TIME TO XDL-RUN-TIME
005340             MOVE "NOT ON ARCHIVE CALCRJH" TO XDL-EXCEPTION
005350             WRITE CALC-XCHK-REPORT-RECORD
005360                 FROM WS-XCHK-DETAIL-LINE
005370     END-READ.
005380     PERFORM 5100-READ-REJECT-KEYED THRU 5100-EXIT.
005390 5000-EXIT.
005400     EXIT.
005410
005420 5100-READ-REJECT-KEYED.
005430     READ CALC-REJECT-KEYED-FILE NEXT RECORD
005440         AT END
005450             MOVE "Y" TO WS-REJECT-KEYED-EOF-SW
005460         NOT AT END
005470             ADD 1 TO WS-REJECT-KEYED-COUNT
005480     END-READ.
005490 5100-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------*
005530* RUN LOG - ACCEPTED AND REJECTED COUNTS SUMMED BY RUN DATE      *
005540*----------------------------------------------------------------*
005550 6000-SCAN-ONE-RUN-LOG.
005560     READ CALC-RUN-LOG-FILE
005570         AT END
005580             MOVE "Y" TO WS-RUN-LOG-EOF-SWITCH
005590             GO TO 6000-EXIT
005600     END-READ.
005610     IF WS-WINDOW-START-DATE = 99999999
005620         MOVE 0 TO WS-WINDOW-START-DATE
005630     END-IF.
005640     IF RLG-RUN-DATE < WS-WINDOW-START-DATE
005650         ADD 1 TO WS-BEFORE-WINDOW-COUNT
005660         GO TO 6000-EXIT
005670     END-IF.
005680     MOVE RLG-RUN-DATE TO WS-SEEK-DATE.
005690     PERFORM 8100-FIND-DATE-ENTRY THRU 8100-EXIT.
005700     IF WS-DATE-FOUND
005710         ADD RLG-ACCEPTED-COUNT TO XD-RLG-ACCEPTED(WS-XD-IDX)
005720         ADD RLG-REJECT-COUNT TO XD-RLG-REJECTED(WS-XD-IDX)
005730     END-IF.
005740 6000-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------*
005780* GL EXTRACT LOG - POSTING LINES ("P") SUMMED BY RUN DATE. THE   *
005790* CLEARING LINE ONLY OFFSETS THEM AND IS NOT ADDED               *
005800*----------------------------------------------------------------*
005810 7000-SCAN-ONE-GL-LOG.
005820     READ CALC-GLEXT-LOG-FILE
005830         AT END
005840             MOVE "Y" TO WS-GL-LOG-EOF-SWITCH
005850             GO TO 7000-EXIT
005860     END-READ.
005870     IF GLD-RECORD-TYPE NOT = "D"
005880         OR GLD-LINE-TYPE NOT = "P"
005890         GO TO 7000-EXIT
005900     END-IF.
005910     IF WS-WINDOW-START-DATE = 99999999
005920         MOVE 0 TO WS-WINDOW-START-DATE
005930     END-IF.
005940     IF GLD-RUN-DATE < WS-WINDOW-START-DATE
005950         ADD 1 TO WS-BEFORE-WINDOW-COUNT
005960         GO TO 7000-EXIT
005970     END-IF.
005980     MOVE GLD-RUN-DATE TO WS-SEEK-DATE.
005990     PERFORM 8100-FIND-DATE-ENTRY THRU 8100-EXIT.
006000     IF WS-DATE-FOUND
006010         ADD GLD-GRAND-TOTAL TO XD-GL-TOTAL(WS-XD-IDX)
006020     END-IF.
006030 7000-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------*
006070* FIND THE DATE TABLE ENTRY FOR WS-SEEK-DATE, ADDING IT IF NEW.  *
006080* THE ARCHIVES ARE IN POSTING ORDER, SO THE LAST ENTRY USED IS   *
006090* TRIED FIRST                                                    *
006100*----------------------------------------------------------------*
006110 8100-FIND-DATE-ENTRY.
006120     MOVE "N" TO WS-DATE-FOUND-SWITCH.
006130     IF WS-XD-LAST-IDX > 0
006140         SET WS-XD-IDX TO WS-XD-LAST-IDX
006150         IF XD-RUN-DATE(WS-XD-IDX) = WS-SEEK-DATE
006160             MOVE "Y" TO WS-DATE-FOUND-SWITCH
006170             GO TO 8100-EXIT
006180         END-IF
006190     END-IF.
006200     SET WS-XD-IDX TO 1.
006210     SEARCH WS-DATE-ENTRY
006220         AT END
006230             CONTINUE
006240         WHEN WS-XD-IDX > WS-DATE-COUNT
006250             CONTINUE
006260         WHEN XD-RUN-DATE(WS-XD-IDX) = WS-SEEK-DATE
006270             MOVE "Y" TO WS-DATE-FOUND-SWITCH
006280     END-SEARCH.
006290     IF NOT WS-DATE-FOUND
006300         IF WS-DATE-COUNT = WS-DATE-MAX
006310             IF NOT WS-DATE-TABLE-OVERFLOWED
006320                 MOVE "Y" TO WS-DATE-OVFL-SW
006330                 DISPLAY "ERROR - MORE THAN " WS-DATE-MAX
006340                     " RUN DATES - LATER DATES ARE NOT "
006350                     "RECONCILED"
006360             END-IF
006370             GO TO 8100-EXIT
006380         END-IF
006390         ADD 1 TO WS-DATE-COUNT
006400         SET WS-XD-IDX TO WS-DATE-COUNT
006410         MOVE WS-SEEK-DATE TO XD-RUN-DATE(WS-XD-IDX)
006420         MOVE 0 TO XD-PHS-COUNT(WS-XD-IDX)
006430         MOVE 0 TO XD-PHS-TOTAL(WS-XD-IDX)
006440         MOVE 0 TO XD-RJH-COUNT(WS-XD-IDX)
006450         MOVE 0 TO XD-RLG-ACCEPTED(WS-XD-IDX)
006460         MOVE 0 TO XD-RLG-REJECTED(WS-XD-IDX)
006470         MOVE 0 TO XD-GL-TOTAL(WS-XD-IDX)
006480         MOVE "Y" TO WS-DATE-FOUND-SWITCH
006490     END-IF.
006500     SET WS-XD-LAST-IDX TO WS-XD-IDX.
006510 8100-EXIT.
006520     EXIT.
006530
006540 8200-WRITE-WORK-KEY.
006550     WRITE CALC-XCHK-WORK-RECORD.
006560     EVALUATE WS-WORK-STATUS
006570         WHEN "00"
006580         WHEN "02"
006590             CONTINUE
006600         WHEN "22"
006610             ADD 1 TO WS-ARCHIVE-DUP-COUNT
006620         WHEN OTHER
006630             DISPLAY "ERROR - CALCXWK WRITE FAILED - STATUS "
006640                 WS-WORK-STATUS
006650             MOVE "Y" TO WS-IO-ERROR-SWITCH
006660     END-EVALUATE.
006670 8200-EXIT.
006680     EXIT.
006690
006700 8300-WRITE-POSTED-DETAIL.
006710     MOVE CALC-PHS-TXN-ID TO XDL-TXN-ID.
006720     MOVE CALC-PHS-RUN-DATE TO XDL-RUN-DATE.
006730     MOVE CALC-PHS-RUN-TIME TO XDL-RUN-TIME.
006740     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-DETAIL-LINE.
006750 8300-EXIT.
006760     EXIT.
006770
006780 8400-WRITE-REJECT-DETAIL.
006790     MOVE CALC-RJH-TXN-ID TO XDL-TXN-ID.
006800     MOVE CALC-RJH-RUN-DATE TO XDL-RUN-DATE.
006810     MOVE CALC-RJH-RUN-TIME TO XDL-RUN-TIME.
006820     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-DETAIL-LINE.
006830 8400-EXIT.
006840     EXIT.
006850
006860 9000-TERMINATE.
006870     CLOSE CALC-POSTED-HISTORY-FILE.
006880     CLOSE CALC-REJECT-HISTORY-FILE.
006890     CLOSE CALC-RUN-LOG-FILE.
006900     CLOSE CALC-GLEXT-LOG-FILE.
006910     CLOSE CALC-POSTED-KEYED-FILE.
006920     CLOSE CALC-REJECT-KEYED-FILE.
006930     CLOSE CALC-XCHK-WORK-FILE.
006940     IF NOT WS-IO-ERROR-OCCURRED
006950         PERFORM 9100-WRITE-DATE-SECTION THRU 9100-EXIT
006960     END-IF.
006970     PERFORM 9200-WRITE-COUNTS THRU 9200-EXIT.
006980     CLOSE CALC-XCHK-REPORT-FILE.
006990     COMPUTE WS-KEYED-DRIFT-COUNT =
007000         WS-NOT-ON-KEYED-COUNT + WS-NOT-ON-ARCHIVE-COUNT +
007010         WS-KEYED-DIFFERS-COUNT + WS-ARCHIVE-DUP-COUNT.
007020     DISPLAY "Posted archive records read = "
007030         WS-POSTED-READ-COUNT.
007040     DISPLAY "Reject archive records read = "
007050         WS-REJECT-READ-COUNT.
007060     DISPLAY "Keyed copy exceptions = " WS-KEYED-DRIFT-COUNT.
007070     DISPLAY "Run dates checked = " WS-DATES-CHECKED-COUNT.
007080     DISPLAY "Run dates out of agreement = "
007090         WS-DATES-DIFFER-COUNT.
007100     IF WS-KEYED-DRIFT-COUNT > 0
007110         MOVE 4 TO RETURN-CODE
007120     END-IF.
007130     IF WS-DATES-DIFFER-COUNT > 0
007140         MOVE 8 TO RETURN-CODE
007150     END-IF.
007160     IF WS-IO-ERROR-OCCURRED OR WS-DATE-TABLE-OVERFLOWED
007170         MOVE 12 TO RETURN-CODE
007180     END-IF.
007190 9000-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------*
007230* ONE LINE PER RUN DATE IN DATE ORDER - EACH PASS PICKS THE      *
007240* LOWEST DATE ABOVE THE ONE LAST PRINTED                         *
007250*----------------------------------------------------------------*
007260 9100-WRITE-DATE-SECTION.
007270     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-HEADING-4.
007280     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-HEADING-5.
007290     MOVE 0 TO WS-LAST-PRINTED-DATE.
007300     PERFORM 9110-WRITE-NEXT-DATE-LINE THRU 9110-EXIT
007310         WS-DATE-COUNT TIMES.
007320 9100-EXIT.
007330     EXIT.
007340
007350 9110-WRITE-NEXT-DATE-LINE.
007360     MOVE 99999999 TO WS-NEXT-DATE.
007370     MOVE 0 TO WS-XD-NEXT-IDX.
007380     MOVE 0 TO WS-XD-SCAN-IDX.
007390     PERFORM 9120-TRY-ONE-DATE-ENTRY THRU 9120-EXIT
007400         WS-DATE-COUNT TIMES.
007410     IF WS-XD-NEXT-IDX = 0
007420         GO TO 9110-EXIT
007430     END-IF.
007440     SET WS-XD-IDX TO WS-XD-NEXT-IDX.
007450     MOVE WS-NEXT-DATE TO WS-LAST-PRINTED-DATE.
007460     ADD 1 TO WS-DATES-CHECKED-COUNT.
007470     MOVE "N" TO WS-DATE-DIFF-SWITCH.
007480     MOVE SPACES TO XDT-NOTE.
007490     IF XD-RLG-ACCEPTED(WS-XD-IDX) NOT = XD-PHS-COUNT(WS-XD-IDX)
007500         MOVE "ACC DIFF" TO XDT-NOTE-ACCEPTED
007510         MOVE "Y" TO WS-DATE-DIFF-SWITCH
007520     END-IF.
007530     IF XD-RLG-REJECTED(WS-XD-IDX) NOT = XD-RJH-COUNT(WS-XD-IDX)
007540         MOVE "REJ DIFF" TO XDT-NOTE-REJECTED
007550         MOVE "Y" TO WS-DATE-DIFF-SWITCH
007560     END-IF.
007570     IF XD-GL-TOTAL(WS-XD-IDX) NOT = XD-PHS-TOTAL(WS-XD-IDX)
007580         MOVE "GL DIFF" TO XDT-NOTE-GL
007590         MOVE "Y" TO WS-DATE-DIFF-SWITCH
007600     END-IF.
007610     IF WS-DATE-DIFFERS
007620         ADD 1 TO WS-DATES-DIFFER-COUNT
007630     ELSE
007640         MOVE "OK" TO XDT-NOTE
007650     END-IF.
007660     MOVE XD-RUN-DATE(WS-XD-IDX) TO XDT-RUN-DATE.
007670     MOVE XD-PHS-COUNT(WS-XD-IDX) TO XDT-PHS-COUNT.
007680     MOVE XD-RLG-ACCEPTED(WS-XD-IDX) TO XDT-RLG-ACCEPTED.
007690     MOVE XD-RJH-COUNT(WS-XD-IDX) TO XDT-RJH-COUNT.
007700     MOVE XD-RLG-REJECTED(WS-XD-IDX) TO XDT-RLG-REJECTED.
007710     MOVE XD-PHS-TOTAL(WS-XD-IDX) TO XDT-PHS-TOTAL.
007720     MOVE XD-GL-TOTAL(WS-XD-IDX) TO XDT-GL-TOTAL.
007730     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-DATE-LINE.
007740 9110-EXIT.
007750     EXIT.
007760
007770 9120-TRY-ONE-DATE-ENTRY.
007780     ADD 1 TO WS-XD-SCAN-IDX.
007790     SET WS-XD-IDX TO WS-XD-SCAN-IDX.
007800     IF XD-RUN-DATE(WS-XD-IDX) > WS-LAST-PRINTED-DATE
007810         AND XD-RUN-DATE(WS-XD-IDX) < WS-NEXT-DATE
007820         MOVE XD-RUN-DATE(WS-XD-IDX) TO WS-NEXT-DATE
007830         MOVE WS-XD-SCAN-IDX TO WS-XD-NEXT-IDX
007840     END-IF.
007850 9120-EXIT.
007860     EXIT.
007870
007880 9200-WRITE-COUNTS.
007890     MOVE "POSTED ARCHIVE RECORDS READ           :"
007900         TO XCL-LABEL.
007910     MOVE WS-POSTED-READ-COUNT TO XCL-COUNT.
007920     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
007930     MOVE "REJECT ARCHIVE RECORDS READ           :"
007940         TO XCL-LABEL.
007950     MOVE WS-REJECT-READ-COUNT TO XCL-COUNT.
007960     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
007970     MOVE "POSTED KEYED COPY RECORDS READ        :"
007980         TO XCL-LABEL.
007990     MOVE WS-POSTED-KEYED-COUNT TO XCL-COUNT.
008000     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
008010     MOVE "REJECT KEYED COPY RECORDS READ        :"
008020         TO XCL-LABEL.
008030     MOVE WS-REJECT-KEYED-COUNT TO XCL-COUNT.
008040     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
008050     MOVE "ARCHIVE RECORDS NOT ON A KEYED COPY   :"
008060         TO XCL-LABEL.
008070     MOVE WS-NOT-ON-KEYED-COUNT TO XCL-COUNT.
008080     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
008090     MOVE "KEYED COPY RECORDS NOT ON AN ARCHIVE  :"
008100         TO XCL-LABEL.
008110     MOVE WS-NOT-ON-ARCHIVE-COUNT TO XCL-COUNT.
008120     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
008130     MOVE "KEYED COPY RECORDS THAT DIFFER        :"
008140         TO XCL-LABEL.
008150     MOVE WS-KEYED-DIFFERS-COUNT TO XCL-COUNT.
008160     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
008170     MOVE "DUPLICATE KEYS ON THE ARCHIVES        :"
008180         TO XCL-LABEL.
008190     MOVE WS-ARCHIVE-DUP-COUNT TO XCL-COUNT.
008200     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
008210     MOVE "RUN DATES CHECKED                     :"
008220         TO XCL-LABEL.
008230     MOVE WS-DATES-CHECKED-COUNT TO XCL-COUNT.
008240     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
008250     MOVE "RUN DATES OUT OF AGREEMENT            :"
008260         TO XCL-LABEL.
008270     MOVE WS-DATES-DIFFER-COUNT TO XCL-COUNT.
008280     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
008290     MOVE "LOG RECORDS OLDER THAN THE ARCHIVES   :"
008300         TO XCL-LABEL.
008310     MOVE WS-BEFORE-WINDOW-COUNT TO XCL-COUNT.
008320     WRITE CALC-XCHK-REPORT-RECORD FROM WS-XCHK-COUNT-LINE.
008330 9200-EXIT.
008340     EXIT.
