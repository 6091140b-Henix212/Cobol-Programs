000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCPROP.
000120 AUTHOR. R HENIX.
000130 INSTALLATION. ACCOUNTING BATCH SERVICES.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* 2026-10-15  RH  WRITTEN. SUPERVISOR-APPROVED REOPEN OF A       *
000200*                CLOSED ACCOUNTING PERIOD. READS REOPEN REQUESTS *
000210*                (CALCPRQ.CPY - MONTH, REQUESTER, APPROVER,      *
000220*                REASON) AGAINST THE PERIOD CONTROL FILE         *
000230*                (CALCPCT.CPY) WRITTEN BY CALCPCLS. THE MONTH    *
000240*                MUST BE ON FILE AND CLOSED, THE REQUESTER AN    *
000250*                ACTIVE OPERATOR, AND THE APPROVER A STATUS "S"  *
000260*                SUPERVISOR WHO IS NOT THE REQUESTER - THE       *
000270*                CALCRCOR MAKER/CHECKER RULE. AN ACCEPTED        *
000280*                REQUEST MARKS THE MONTH OPEN ON A FRESH COPY OF *
000290*                THE CONTROL FILE (CALCPCTN) AND APPENDS A       *
000300*                REOPEN RECORD TO THE PERIOD AUDIT FILE          *
000310*                CALCPAUD; ITS PERIOD AND YEAR-TO-DATE FIGURES   *
000320*                STAND UNTIL CALCPCLS CLOSES IT AGAIN. REFUSED   *
000330*                REQUESTS ARE LISTED WITH THEIR REASON ON        *
000340*                CALCPROL AND SET RC=4. A CONTROL FILE TOO BIG   *
000350*                FOR ITS TABLE ENDS THE RUN RC=12 WITH NOTHING   *
000360*                REOPENED.                                       *
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CALC-REOPEN-REQUEST-FILE ASSIGN TO CALCPRRQ
000420         ORGANIZATION IS SEQUENTIAL.
000430     SELECT CALC-PERIOD-FILE ASSIGN TO CALCPCT
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT CALC-PERIOD-NEW-FILE ASSIGN TO CALCPCTN
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT CALC-OPER-MASTER-FILE ASSIGN TO CALCOPM
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT CALC-PERIOD-AUDIT-FILE ASSIGN TO CALCPAUD
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT CALC-REOPEN-LIST-FILE ASSIGN TO CALCPROL
000520         ORGANIZATION IS SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CALC-REOPEN-REQUEST-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  CALC-REOPEN-REQUEST-RECORD.
000590     COPY CALCPRQ.
000600 FD  CALC-PERIOD-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  CALC-PERIOD-RECORD.
000640     COPY CALCPCT.
000650 FD  CALC-PERIOD-NEW-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  CALC-PERIOD-NEW-RECORD.
000690     COPY CALCPCT
000700         REPLACING ==PCT-PERIOD==        BY ==PCTN-PERIOD==
000710                   ==PCT-PERIOD-STATUS== BY ==PCTN-PERIOD-STATUS==
000720                   ==PCT-PERIOD-OPEN==   BY ==PCTN-PERIOD-OPEN==
000730                   ==PCT-PERIOD-CLOSED== BY ==PCTN-PERIOD-CLOSED==
000740                   ==PCT-STATUS-DATE==   BY ==PCTN-STATUS-DATE==
000750                   ==PCT-STATUS-BY==     BY ==PCTN-STATUS-BY==
000760                   ==PCT-PTD-POSTED-COUNT==
000770                                      BY ==PCTN-PTD-POSTED-COUNT==
000780                   ==PCT-PTD-POSTED-TOTAL==
000790                                      BY ==PCTN-PTD-POSTED-TOTAL==
000800                   ==PCT-PTD-REJECT-COUNT==
000810                                      BY ==PCTN-PTD-REJECT-COUNT==
000820                   ==PCT-PTD-RUN-COUNT== BY ==PCTN-PTD-RUN-COUNT==
000830                   ==PCT-YTD-POSTED-COUNT==
000840                                      BY ==PCTN-YTD-POSTED-COUNT==
000850                   ==PCT-YTD-POSTED-TOTAL==
000860                                      BY ==PCTN-YTD-POSTED-TOTAL==
000870                   ==PCT-YTD-REJECT-COUNT==
000880                                     BY ==PCTN-YTD-REJECT-COUNT==.
000890 FD  CALC-OPER-MASTER-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  CALC-OPER-MASTER-RECORD.
000930     COPY CALCOM.
000940 FD  CALC-PERIOD-AUDIT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  CALC-PERIOD-AUDIT-RECORD.
000980     COPY CALCPAU.
000990 FD  CALC-REOPEN-LIST-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  CALC-REOPEN-LIST-RECORD          PIC X(100).
001030 WORKING-STORAGE SECTION.
001040 77  WS-REQUEST-EOF-SWITCH    PIC X(01) VALUE "N".
001050     88  WS-REQUEST-EOF                 VALUE "Y".
001060 77  WS-PERIOD-EOF-SWITCH     PIC X(01) VALUE "N".
001070     88  WS-PERIOD-EOF                  VALUE "Y".
001080 77  WS-PERIOD-OVFL-SW        PIC X(01) VALUE "N".
001090     88  WS-PERIOD-OVERFLOWED           VALUE "Y".
001100 77  WS-OPER-MASTER-EOF-SW    PIC X(01) VALUE "N".
001110     88  WS-OPER-MASTER-EOF             VALUE "Y".
001120 77  WS-PERIOD-FOUND-SWITCH   PIC X(01) VALUE "N".
001130     88  WS-PERIOD-FOUND                VALUE "Y".
001140 77  WS-REFUSED-SWITCH        PIC X(01) VALUE "N".
001150     88  WS-REFUSED                     VALUE "Y".
001160 77  WS-OPER-FOUND-SWITCH     PIC X(01) VALUE "N".
001170     88  WS-OPER-FOUND                  VALUE "Y".
001180 77  WS-REFUSE-REASON         PIC X(36) VALUE SPACES.
001190 77  WS-SEEK-OPER-ID          PIC X(08) VALUE SPACES.
001200 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
001210 77  WS-RUN-TIME              PIC 9(06) VALUE 0.
001220 77  WS-PERIOD-MAX            PIC 9(05) COMP VALUE 500.
001230 77  WS-PERIOD-COUNT          PIC 9(05) COMP VALUE 0.
001240 77  WS-PC-SCAN-IDX           PIC 9(05) COMP VALUE 0.
001250 77  WS-OPER-MASTER-MAX       PIC 9(05) COMP VALUE 500.
001260 77  WS-OPER-MASTER-COUNT     PIC 9(05) COMP VALUE 0.
001270 77  WS-REQUEST-COUNT         PIC 9(07) COMP VALUE 0.
001280 77  WS-REOPENED-COUNT        PIC 9(07) COMP VALUE 0.
001290 77  WS-REFUSED-COUNT         PIC 9(07) COMP VALUE 0.
001300 01  WS-PERIOD-TABLE.
001310     05  WS-PERIOD-ENTRY        OCCURS 500 TIMES
001320                                INDEXED BY WS-PC-IDX.
001330         10  WS-PC-PERIOD           PIC 9(06).
001340         10  WS-PC-STATUS           PIC X(01).
001350             88  WS-PC-CLOSED             VALUE "C".
001360         10  WS-PC-STATUS-DATE      PIC 9(08).
001370         10  WS-PC-STATUS-BY        PIC X(08).
001380         10  WS-PC-PTD-POSTED-COUNT PIC 9(07).
001390         10  WS-PC-PTD-POSTED-TOTAL PIC S9(11)V99
001400             SIGN LEADING SEPARATE.
001410         10  WS-PC-PTD-REJECT-COUNT PIC 9(07).
001420         10  WS-PC-PTD-RUN-COUNT    PIC 9(05).
001430         10  WS-PC-YTD-POSTED-COUNT PIC 9(09).
001440         10  WS-PC-YTD-POSTED-TOTAL PIC S9(11)V99
001450             SIGN LEADING SEPARATE.
001460         10  WS-PC-YTD-REJECT-COUNT PIC 9(09).
001470 01  WS-OPER-MASTER-TABLE.
001480     05  WS-OPER-MASTER-ENTRY   OCCURS 500 TIMES
001490                                INDEXED BY WS-OM-IDX.
001500         10  WS-OM-OPER-ID          PIC X(08).
001510         10  WS-OM-OPER-STATUS      PIC X(01).
001520             88  WS-OM-OPER-ACTIVE        VALUES "A" "S".
001530             88  WS-OM-OPER-SUPER         VALUE "S".
001540 01  WS-PRL-HEADING-1.
001550     05  FILLER                 PIC X(42) VALUE
001560         "PERIOD REOPEN REQUESTS PROCESSED".
001570     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001580     05  PRH-RUN-DATE           PIC 9999/99/99.
001590     05  FILLER                 PIC X(39) VALUE SPACES.
001600 01  WS-PRL-HEADING-2.
001610     05  FILLER                 PIC X(09) VALUE "PERIOD".
001620     05  FILLER                 PIC X(10) VALUE "REQUESTER".
001630     05  FILLER                 PIC X(10) VALUE "APPROVER".
001640     05  FILLER                 PIC X(32) VALUE "REASON".
001650     05  FILLER                 PIC X(39) VALUE "OUTCOME".
001660 01  WS-PRL-LINE.
001670     05  PRL-PERIOD             PIC 9999/99.
001680     05  FILLER                 PIC X(02) VALUE SPACES.
001690     05  PRL-REQUESTED-BY       PIC X(08).
001700     05  FILLER                 PIC X(02) VALUE SPACES.
001710     05  PRL-APPROVED-BY        PIC X(08).
001720     05  FILLER                 PIC X(02) VALUE SPACES.
001730     05  PRL-REASON             PIC X(30).
001740     05  FILLER                 PIC X(02) VALUE SPACES.
001750     05  PRL-OUTCOME            PIC X(36).
001760     05  FILLER                 PIC X(03) VALUE SPACES.
001770 01  WS-PRL-COUNT-LINE.
001780     05  PCL-LABEL              PIC X(30).
001790     05  PCL-COUNT              PIC ZZZ,ZZ9.
001800     05  FILLER                 PIC X(63) VALUE SPACES.
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001850         UNTIL WS-REQUEST-EOF.
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001870     STOP RUN.
001880
001890 1000-INITIALIZE.
001900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001910     ACCEPT WS-RUN-TIME FROM TIME.
001920     OPEN INPUT  CALC-REOPEN-REQUEST-FILE.
001930     OPEN OUTPUT CALC-REOPEN-LIST-FILE.
001940     MOVE WS-RUN-DATE TO PRH-RUN-DATE.
001950     WRITE CALC-REOPEN-LIST-RECORD FROM WS-PRL-HEADING-1.
001960     WRITE CALC-REOPEN-LIST-RECORD FROM WS-PRL-HEADING-2.
001970     PERFORM 1200-LOAD-PERIOD-CONTROL THRU 1200-EXIT.
001980     IF WS-PERIOD-OVERFLOWED
001990         MOVE "Y" TO WS-REQUEST-EOF-SWITCH
002000         GO TO 1000-EXIT
002010     END-IF.
002020     PERFORM 1300-LOAD-OPER-MASTER THRU 1300-EXIT.
002030     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002040 1000-EXIT.
002050     EXIT.
002060
002070 1200-LOAD-PERIOD-CONTROL.
002080     OPEN INPUT CALC-PERIOD-FILE.
002090     PERFORM 1210-LOAD-ONE-PERIOD-ENTRY THRU 1210-EXIT
002100         UNTIL WS-PERIOD-EOF
002110         OR WS-PERIOD-COUNT = WS-PERIOD-MAX.
002120     IF NOT WS-PERIOD-EOF
002130         READ CALC-PERIOD-FILE
002140             AT END
002150                 MOVE "Y" TO WS-PERIOD-EOF-SWITCH
002160             NOT AT END
002170                 MOVE "Y" TO WS-PERIOD-OVFL-SW
002180                 DISPLAY "ERROR - PERIOD CONTROL FILE EXCEEDS "
002190                     "THE " WS-PERIOD-MAX " ENTRY TABLE - "
002200                     "NOTHING REOPENED AND NO NEW CONTROL FILE "
002210                     "WRITTEN"
002220         END-READ
002230     END-IF.
002240     CLOSE CALC-PERIOD-FILE.
002250 1200-EXIT.
002260     EXIT.
002270
002280 1210-LOAD-ONE-PERIOD-ENTRY.
002290     READ CALC-PERIOD-FILE
002300         AT END
002310             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
002320         NOT AT END
002330             ADD 1 TO WS-PERIOD-COUNT
002340             SET WS-PC-IDX TO WS-PERIOD-COUNT
002350             MOVE PCT-PERIOD TO WS-PC-PERIOD(WS-PC-IDX)
002360             MOVE PCT-PERIOD-STATUS TO WS-PC-STATUS(WS-PC-IDX)
002370             MOVE PCT-STATUS-DATE TO WS-PC-STATUS-DATE(WS-PC-IDX)
002380             MOVE PCT-STATUS-BY TO WS-PC-STATUS-BY(WS-PC-IDX)
002390             MOVE PCT-PTD-POSTED-COUNT
002400                 TO WS-PC-PTD-POSTED-COUNT(WS-PC-IDX)
002410             MOVE PCT-PTD-POSTED-TOTAL
002420                 TO WS-PC-PTD-POSTED-TOTAL(WS-PC-IDX)
002430             MOVE PCT-PTD-REJECT-COUNT
002440                 TO WS-PC-PTD-REJECT-COUNT(WS-PC-IDX)
002450             MOVE PCT-PTD-RUN-COUNT
002460                 TO WS-PC-PTD-RUN-COUNT(WS-PC-IDX)
002470             MOVE PCT-YTD-POSTED-COUNT
002480                 TO WS-PC-YTD-POSTED-COUNT(WS-PC-IDX)
002490             MOVE PCT-YTD-POSTED-TOTAL
002500                 TO WS-PC-YTD-POSTED-TOTAL(WS-PC-IDX)
002510             MOVE PCT-YTD-REJECT-COUNT
002520                 TO WS-PC-YTD-REJECT-COUNT(WS-PC-IDX)
002530     END-READ.
002540 1210-EXIT.
002550     EXIT.
002560
002570 1300-LOAD-OPER-MASTER.
002580     OPEN INPUT CALC-OPER-MASTER-FILE.
002590     PERFORM 1310-LOAD-ONE-OPER-ENTRY THRU 1310-EXIT
002600         UNTIL WS-OPER-MASTER-EOF
002610         OR WS-OPER-MASTER-COUNT = WS-OPER-MASTER-MAX.
002620     IF NOT WS-OPER-MASTER-EOF
002630         READ CALC-OPER-MASTER-FILE
002640             AT END
002650                 MOVE "Y" TO WS-OPER-MASTER-EOF-SW
002660             NOT AT END
002670                 DISPLAY "WARNING - OPERATOR MASTER EXCEEDS THE "
002680                     WS-OPER-MASTER-MAX " ENTRY TABLE - "
002690                     "OPERATORS PAST THE LIMIT ARE REFUSED "
002700                     "AS NOT ON THE MASTER"
002710         END-READ
002720     END-IF.
002730     CLOSE CALC-OPER-MASTER-FILE.
002740 1300-EXIT.
002750     EXIT.
002760
002770 1310-LOAD-ONE-OPER-ENTRY.
002780     READ CALC-OPER-MASTER-FILE
002790         AT END
002800             MOVE "Y" TO WS-OPER-MASTER-EOF-SW
002810         NOT AT END
002820             ADD 1 TO WS-OPER-MASTER-COUNT
002830             SET WS-OM-IDX TO WS-OPER-MASTER-COUNT
002840             MOVE OM-OPER-ID TO WS-OM-OPER-ID(WS-OM-IDX)
002850             MOVE OM-OPER-STATUS TO WS-OM-OPER-STATUS(WS-OM-IDX)
002860     END-READ.
002870 1310-EXIT.
002880     EXIT.
002890
002900 2000-PROCESS-REQUEST.
002910     ADD 1 TO WS-REQUEST-COUNT.
002920     MOVE "N" TO WS-REFUSED-SWITCH.
002930     MOVE SPACES TO WS-REFUSE-REASON.
002940     PERFORM 2200-CHECK-REQUEST THRU 2200-EXIT.
002950     IF WS-REFUSED
002960         ADD 1 TO WS-REFUSED-COUNT
002970         MOVE WS-REFUSE-REASON TO PRL-OUTCOME
002980     ELSE
002990         PERFORM 2400-APPLY-REOPEN THRU 2400-EXIT
003000         MOVE "REOPENED" TO PRL-OUTCOME
003010     END-IF.
003020     IF PRQ-PERIOD NUMERIC
003030         MOVE PRQ-PERIOD TO PRL-PERIOD
003040     ELSE
003050         MOVE 0 TO PRL-PERIOD
003060     END-IF.
003070     MOVE PRQ-REQUESTED-BY TO PRL-REQUESTED-BY.
003080     MOVE PRQ-APPROVED-BY TO PRL-APPROVED-BY.
003090     MOVE PRQ-REASON TO PRL-REASON.
003100     WRITE CALC-REOPEN-LIST-RECORD FROM WS-PRL-LINE.
003110     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
003120 2000-EXIT.
003130     EXIT.
003140
003150 2100-READ-REQUEST.
003160     READ CALC-REOPEN-REQUEST-FILE
003170         AT END MOVE "Y" TO WS-REQUEST-EOF-SWITCH
003180     END-READ.
003190 2100-EXIT.
003200     EXIT.
003210
003220 2200-CHECK-REQUEST.
003230     MOVE "N" TO WS-PERIOD-FOUND-SWITCH.
003240     IF PRQ-PERIOD NUMERIC
003250         SET WS-PC-IDX TO 1
003260         SEARCH WS-PERIOD-ENTRY
003270             AT END
003280                 CONTINUE
003290             WHEN WS-PC-IDX > WS-PERIOD-COUNT
003300                 CONTINUE
003310             WHEN WS-PC-PERIOD(WS-PC-IDX) = PRQ-PERIOD
003320                 MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
003330         END-SEARCH
003340     END-IF.
003350     IF NOT WS-PERIOD-FOUND
003360         MOVE "REFUSED - PERIOD NOT ON CONTROL FILE"
003370             TO WS-REFUSE-REASON
003380         MOVE "Y" TO WS-REFUSED-SWITCH
003390         GO TO 2200-EXIT
003400     END-IF.
003410     IF NOT WS-PC-CLOSED(WS-PC-IDX)
003420         MOVE "REFUSED - PERIOD IS NOT CLOSED" TO WS-REFUSE-REASON
003430         MOVE "Y" TO WS-REFUSED-SWITCH
003440         GO TO 2200-EXIT
003450     END-IF.
003460     IF PRQ-REASON = SPACES
003470         MOVE "REFUSED - NO REASON GIVEN" TO WS-REFUSE-REASON
003480         MOVE "Y" TO WS-REFUSED-SWITCH
003490         GO TO 2200-EXIT
003500     END-IF.
003510     MOVE PRQ-REQUESTED-BY TO WS-SEEK-OPER-ID.
003520     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
003530     IF NOT WS-OPER-FOUND
003540         OR NOT WS-OM-OPER-ACTIVE(WS-OM-IDX)
003550         MOVE "REFUSED - REQUESTER NOT ACTIVE" TO WS-REFUSE-REASON
003560         MOVE "Y" TO WS-REFUSED-SWITCH
003570         GO TO 2200-EXIT
003580     END-IF.
003590     IF PRQ-APPROVED-BY = PRQ-REQUESTED-BY
003600         MOVE "REFUSED - APPROVER IS THE REQUESTER"
003610             TO WS-REFUSE-REASON
003620         MOVE "Y" TO WS-REFUSED-SWITCH
003630         GO TO 2200-EXIT
003640     END-IF.
003650     MOVE PRQ-APPROVED-BY TO WS-SEEK-OPER-ID.
003660     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
003670     IF NOT WS-OPER-FOUND
003680         OR NOT WS-OM-OPER-SUPER(WS-OM-IDX)
003690         MOVE "REFUSED - APPROVER NOT A SUPERVISOR"
003700             TO WS-REFUSE-REASON
003710         MOVE "Y" TO WS-REFUSED-SWITCH
003720     END-IF.
003730 2200-EXIT.
003740     EXIT.
003750
003760 2300-FIND-OPERATOR.
003770     MOVE "N" TO WS-OPER-FOUND-SWITCH.
003780     IF WS-SEEK-OPER-ID = SPACES
003790         GO TO 2300-EXIT
003800     END-IF.
003810     SET WS-OM-IDX TO 1.
003820     SEARCH WS-OPER-MASTER-ENTRY
003830         AT END
003840             CONTINUE
003850         WHEN WS-OM-IDX > WS-OPER-MASTER-COUNT
003860             CONTINUE
003870         WHEN WS-OM-OPER-ID(WS-OM-IDX) = WS-SEEK-OPER-ID
003880             MOVE "Y" TO WS-OPER-FOUND-SWITCH
003890     END-SEARCH.
003900 2300-EXIT.
003910     EXIT.
003920
003930 2400-APPLY-REOPEN.
003940     MOVE "O" TO WS-PC-STATUS(WS-PC-IDX).
003950     MOVE WS-RUN-DATE TO WS-PC-STATUS-DATE(WS-PC-IDX).
003960     MOVE PRQ-APPROVED-BY TO WS-PC-STATUS-BY(WS-PC-IDX).
003970     OPEN EXTEND CALC-PERIOD-AUDIT-FILE.
003980     MOVE SPACES TO CALC-PERIOD-AUDIT-RECORD.
003990     MOVE PRQ-PERIOD TO PAU-PERIOD.
004000     MOVE "R" TO PAU-ACTION.
004010     MOVE PRQ-REQUESTED-BY TO PAU-REQUESTED-BY.
004020     MOVE PRQ-APPROVED-BY TO PAU-APPROVED-BY.
004030     MOVE WS-RUN-DATE TO PAU-ACTION-DATE.
004040     MOVE WS-RUN-TIME TO PAU-ACTION-TIME.
004050     MOVE PRQ-REASON TO PAU-REASON.
004060     MOVE WS-PC-PTD-POSTED-COUNT(WS-PC-IDX)
004070         TO PAU-PTD-POSTED-COUNT.
004080     MOVE WS-PC-PTD-POSTED-TOTAL(WS-PC-IDX)
004090         TO PAU-PTD-POSTED-TOTAL.
004100     WRITE CALC-PERIOD-AUDIT-RECORD.
004110     CLOSE CALC-PERIOD-AUDIT-FILE.
004120     ADD 1 TO WS-REOPENED-COUNT.
004130 2400-EXIT.
004140     EXIT.
004150
004160 9000-TERMINATE.
004170     CLOSE CALC-REOPEN-REQUEST-FILE.
004180     IF WS-PERIOD-OVERFLOWED
004190         CLOSE CALC-REOPEN-LIST-FILE
004200         MOVE 12 TO RETURN-CODE
004210         GO TO 9000-EXIT
004220     END-IF.
004230     PERFORM 9100-WRITE-NEW-CONTROL THRU 9100-EXIT.
004240     MOVE "REQUESTS READ               :" TO PCL-LABEL.
004250     MOVE WS-REQUEST-COUNT TO PCL-COUNT.
004260     WRITE CALC-REOPEN-LIST-RECORD FROM WS-PRL-COUNT-LINE.
004270     MOVE "PERIODS REOPENED            :" TO PCL-LABEL.
004280     MOVE WS-REOPENED-COUNT TO PCL-COUNT.
004290     WRITE CALC-REOPEN-LIST-RECORD FROM WS-PRL-COUNT-LINE.
004300     MOVE "REQUESTS REFUSED            :" TO PCL-LABEL.
004310     MOVE WS-REFUSED-COUNT TO PCL-COUNT.
004320     WRITE CALC-REOPEN-LIST-RECORD FROM WS-PRL-COUNT-LINE.
004330     CLOSE CALC-REOPEN-LIST-FILE.
004340     DISPLAY "Reopen requests read = " WS-REQUEST-COUNT.
004350     DISPLAY "Periods reopened = " WS-REOPENED-COUNT.
004360     DISPLAY "Reopen requests refused = " WS-REFUSED-COUNT.
004370     IF WS-REFUSED-COUNT > 0
004380         MOVE 4 TO RETURN-CODE
004390     END-IF.
004400 9000-EXIT.
004410     EXIT.
004420
004430 9100-WRITE-NEW-CONTROL.
004440     OPEN OUTPUT CALC-PERIOD-NEW-FILE.
004450     MOVE 0 TO WS-PC-SCAN-IDX.
004460     PERFORM 9110-WRITE-ONE-CONTROL-ENTRY THRU 9110-EXIT
004470         WS-PERIOD-COUNT TIMES.
004480     CLOSE CALC-PERIOD-NEW-FILE.
004490 9100-EXIT.
004500     EXIT.
004510
004520 9110-WRITE-ONE-CONTROL-ENTRY.
004530     ADD 1 TO WS-PC-SCAN-IDX.
004540     SET WS-PC-IDX TO WS-PC-SCAN-IDX.
004550     MOVE SPACES TO CALC-PERIOD-NEW-RECORD.
004560     MOVE WS-PC-PERIOD(WS-PC-IDX) TO PCTN-PERIOD.
004570     MOVE WS-PC-STATUS(WS-PC-IDX) TO PCTN-PERIOD-STATUS.
004580     MOVE WS-PC-STATUS-DATE(WS-PC-IDX) TO PCTN-STATUS-DATE.
004590     MOVE WS-PC-STATUS-BY(WS-PC-IDX) TO PCTN-STATUS-BY.
004600     MOVE WS-PC-PTD-POSTED-COUNT(WS-PC-IDX)
004610         TO PCTN-PTD-POSTED-COUNT.
004620     MOVE WS-PC-PTD-POSTED-TOTAL(WS-PC-IDX)
004630         TO PCTN-PTD-POSTED-TOTAL.
004640     MOVE WS-PC-PTD-REJECT-COUNT(WS-PC-IDX)
004650         TO PCTN-PTD-REJECT-COUNT.
004660     MOVE WS-PC-PTD-RUN-COUNT(WS-PC-IDX) TO PCTN-PTD-RUN-COUNT.
004670     MOVE WS-PC-YTD-POSTED-COUNT(WS-PC-IDX)
004680         TO PCTN-YTD-POSTED-COUNT.
004690     MOVE WS-PC-YTD-POSTED-TOTAL(WS-PC-IDX)
004700         TO PCTN-YTD-POSTED-TOTAL.
004710     MOVE WS-PC-YTD-REJECT-COUNT(WS-PC-IDX)
004720         TO PCTN-YTD-REJECT-COUNT.
004730     WRITE CALC-PERIOD-NEW-RECORD.
004740 9110-EXIT.
004750     EXIT.
