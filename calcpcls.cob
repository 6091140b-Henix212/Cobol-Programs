000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCPCLS.
000120 AUTHOR. R HENIX.
000130 INSTALLATION. ACCOUNTING BATCH SERVICES.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* 2026-10-15  RH  WRITTEN. MONTH-END ACCOUNTING PERIOD CLOSE.    *
000200*                READS ONE CLOSE REQUEST (CALCPCQ.CPY - THE      *
000210*                MONTH AND WHO IS CLOSING IT), CHECKS IT AGAINST *
000220*                THE PERIOD CONTROL FILE (CALCPCT.CPY) AND THE   *
000230*                OPERATOR MASTER, THEN TOTALS THE MONTH FROM     *
000240*                CALCPHS AND CALCRJH BY OPERATOR ID AND BY       *
000250*                OPERATOR CODE, AND FROM THE CALCRLOG RUN LOG,   *
000260*                ONTO A CLOSE REPORT. THE MONTH'S POSTED AND     *
000270*                REJECTED FIGURES BECOME ITS PERIOD-TO-DATE      *
000280*                ACCUMULATORS AND ARE ROLLED INTO THE YEAR-TO-   *
000290*                DATE ACCUMULATORS OF EVERY MONTH OF THE SAME    *
000300*                YEAR FROM IT ONWARD, SO A RE-CLOSE AFTER A      *
000310*                REOPEN CARRIES ITS CHANGE FORWARD. THE MONTH IS *
000320*                MARKED CLOSED ON A FRESH COPY OF THE CONTROL    *
000330*                FILE (CALCPCTN) AND THE CLOSE IS APPENDED TO    *
000340*                THE PERIOD AUDIT FILE CALCPAUD. ONCE CLOSED,    *
000350*                CALCULATRICE, CALCRCOR AND CALCCHAIN REFUSE ANY *
000360*                TRANSACTION DATED IN THE MONTH; ONLY CALCPROP,  *
000370*                UNDER SUPERVISOR APPROVAL, CAN REOPEN IT. A     *
000380*                MONTH NOT YET OVER, ALREADY CLOSED, WHOSE PRIOR *
000390*                MONTH IS NOT CLOSED, OR A CLOSER WHO IS NOT AN  *
000400*                ACTIVE OPERATOR IS REFUSED WITH RC=4 AND THE    *
000410*                CONTROL FILE IS RE-WRITTEN UNCHANGED. AN EMPTY  *
000420*                OR BADLY KEYED REQUEST, OR A CONTROL FILE TOO   *
000430*                BIG FOR ITS TABLE, ENDS THE RUN RC=12 WITH NO   *
000440*                NEW CONTROL FILE.                               *
000450*----------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CALC-CLOSE-REQUEST-FILE ASSIGN TO CALCPCRQ
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT CALC-PERIOD-FILE ASSIGN TO CALCPCT
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT CALC-PERIOD-NEW-FILE ASSIGN TO CALCPCTN
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT CALC-OPER-MASTER-FILE ASSIGN TO CALCOPM
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT CALC-POSTED-HISTORY-FILE ASSIGN TO CALCPHS
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT CALC-REJECT-HISTORY-FILE ASSIGN TO CALCRJH
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT CALC-RUN-LOG-FILE ASSIGN TO CALCRLOG
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT CALC-PERIOD-AUDIT-FILE ASSIGN TO CALCPAUD
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT CALC-CLOSE-REPORT-FILE ASSIGN TO CALCPCRP
000660         ORGANIZATION IS SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CALC-CLOSE-REQUEST-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  CALC-CLOSE-REQUEST-RECORD.
000730     COPY CALCPCQ.
000740 FD  CALC-PERIOD-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  CALC-PERIOD-RECORD.
000780     COPY CALCPCT.
000790 FD  CALC-PERIOD-NEW-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  CALC-PERIOD-NEW-RECORD.
000830     COPY CALCPCT
000840         REPLACING ==PCT-PERIOD==        BY ==PCTN-PERIOD==
000850                   ==PCT-PERIOD-STATUS== BY ==PCTN-PERIOD-STATUS==
000860                   ==PCT-PERIOD-OPEN==   BY ==PCTN-PERIOD-OPEN==
000870                   ==PCT-PERIOD-CLOSED== BY ==PCTN-PERIOD-CLOSED==
000880                   ==PCT-STATUS-DATE==   BY ==PCTN-STATUS-DATE==
000890                   ==PCT-STATUS-BY==     BY ==PCTN-STATUS-BY==
000900                   ==PCT-PTD-POSTED-COUNT==
000910                                      BY ==PCTN-PTD-POSTED-COUNT==
000920                   ==PCT-PTD-POSTED-TOTAL==
000930                                      BY ==PCTN-PTD-POSTED-TOTAL==
000940                   ==PCT-PTD-REJECT-COUNT==
000950                                      BY ==PCTN-PTD-REJECT-COUNT==
000960                   ==PCT-PTD-RUN-COUNT== BY ==PCTN-PTD-RUN-COUNT==
000970                   ==PCT-YTD-POSTED-COUNT==
000980                                      BY ==PCTN-YTD-POSTED-COUNT==
000990                   ==PCT-YTD-POSTED-TOTAL==
001000                                      BY ==PCTN-YTD-POSTED-TOTAL==
001010                   ==PCT-YTD-REJECT-COUNT==
001020                                     BY ==PCTN-YTD-REJECT-COUNT==.
001030 FD  CALC-OPER-MASTER-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 01  CALC-OPER-MASTER-RECORD.
001070     COPY CALCOM.
001080 FD  CALC-POSTED-HISTORY-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  CALC-POSTED-HISTORY-RECORD.
001120     COPY CALCID
001130         REPLACING ==CALC-TXN-ID==   BY ==CALC-PHS-TXN-ID==
001140                   ==CALC-OPER-ID==  BY ==CALC-PHS-OPER-ID==
001150                   ==CALC-RUN-DATE== BY ==CALC-PHS-RUN-DATE==
001160                   ==CALC-RUN-TIME== BY ==CALC-PHS-RUN-TIME==.
001170     COPY CALCTXN
001180         REPLACING ==CALC-NUM1-X== BY ==CALC-PHS-NUM1-X==
001190                   ==CALC-NUM1==   BY ==CALC-PHS-NUM1==
001200                   ==CALC-OPERATOR== BY ==CALC-PHS-OPERATOR==
001210                   ==CALC-NUM2-X== BY ==CALC-PHS-NUM2-X==
001220                   ==CALC-NUM2==   BY ==CALC-PHS-NUM2==
001230                   ==CALC-ACCT-CODE== BY ==CALC-PHS-ACCT-CODE==.
001240     05  CALC-PHS-RESULT         PIC S9(07)V99
001250         SIGN LEADING SEPARATE.
001260 FD  CALC-REJECT-HISTORY-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 01  CALC-REJECT-HISTORY-RECORD.
001300     COPY CALCID
001310         REPLACING ==CALC-TXN-ID==   BY ==CALC-RJH-TXN-ID==
001320                   ==CALC-OPER-ID==  BY ==CALC-RJH-OPER-ID==
001330                   ==CALC-RUN-DATE== BY ==CALC-RJH-RUN-DATE==
001340                   ==CALC-RUN-TIME== BY ==CALC-RJH-RUN-TIME==.
001350     COPY CALCTXN
001360         REPLACING ==CALC-NUM1-X== BY ==CALC-RJH-NUM1-X==
001370                   ==CALC-NUM1==   BY ==CALC-RJH-NUM1==
001380                   ==CALC-OPERATOR== BY ==CALC-RJH-OPERATOR==
001390                   ==CALC-NUM2-X== BY ==CALC-RJH-NUM2-X==
001400                   ==CALC-NUM2==   BY ==CALC-RJH-NUM2==
001410                   ==CALC-ACCT-CODE== BY ==CALC-RJH-ACCT-CODE==.
001420     COPY CALCRJ
001430         REPLACING ==CALC-REJECT-REASON-CODE== BY
001440                   ==CALC-RJH-REASON-CODE==
001450                   ==CALC-REJECT-REASON-TEXT== BY
001460                   ==CALC-RJH-REASON-TEXT==.
001470 FD  CALC-RUN-LOG-FILE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  CALC-RUN-LOG-RECORD.
001510     COPY CALCRLG.
001520 FD  CALC-PERIOD-AUDIT-FILE
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550 01  CALC-PERIOD-AUDIT-RECORD.
001560     COPY CALCPAU.
001570 FD  CALC-CLOSE-REPORT-FILE
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD.
001600 01  CALC-CLOSE-REPORT-RECORD         PIC X(100).
001610 WORKING-STORAGE SECTION.
001620 77  WS-REQUEST-ERROR-SWITCH  PIC X(01) VALUE "N".
001630     88  WS-REQUEST-ERROR               VALUE "Y".
001640 77  WS-REFUSED-SWITCH        PIC X(01) VALUE "N".
001650     88  WS-CLOSE-REFUSED               VALUE "Y".
001660 77  WS-POSTED-EOF-SWITCH     PIC X(01) VALUE "N".
001670     88  WS-POSTED-EOF                  VALUE "Y".
001680 77  WS-REJECT-EOF-SWITCH     PIC X(01) VALUE "N".
001690     88  WS-REJECT-EOF                  VALUE "Y".
001700 77  WS-RUN-LOG-EOF-SWITCH    PIC X(01) VALUE "N".
001710     88  WS-RUN-LOG-EOF                 VALUE "Y".
001720 77  WS-PERIOD-EOF-SWITCH     PIC X(01) VALUE "N".
001730     88  WS-PERIOD-EOF                  VALUE "Y".
001740 77  WS-PERIOD-OVFL-SW        PIC X(01) VALUE "N".
001750     88  WS-PERIOD-OVERFLOWED           VALUE "Y".
001760 77  WS-OPER-MASTER-EOF-SW    PIC X(01) VALUE "N".
001770     88  WS-OPER-MASTER-EOF             VALUE "Y".
001780 77  WS-BY-OPER-OVFL-SW       PIC X(01) VALUE "N".
001790     88  WS-BY-OPER-OVERFLOWED          VALUE "Y".
001800 77  WS-BY-CODE-OVFL-SW       PIC X(01) VALUE "N".
001810     88  WS-BY-CODE-OVERFLOWED          VALUE "Y".
001820 77  WS-USE-OTHERS-SWITCH     PIC X(01) VALUE "N".
001830     88  WS-USE-OTHERS                  VALUE "Y".
001840 77  WS-SEEK-FOUND-SWITCH     PIC X(01) VALUE "N".
001850     88  WS-SEEK-FOUND                  VALUE "Y".
001860 77  WS-CLOSE-FOUND-SWITCH    PIC X(01) VALUE "N".
001870     88  WS-CLOSE-FOUND                 VALUE "Y".
001880 77  WS-CLOSER-OK-SWITCH      PIC X(01) VALUE "N".
001890     88  WS-CLOSER-OK                   VALUE "Y".
001900 77  WS-WORK-KIND             PIC X(01) VALUE SPACES.
001910     88  WS-WORK-POSTED                 VALUE "P".
001920 77  WS-WORK-OPER-ID          PIC X(08) VALUE SPACES.
001930 77  WS-WORK-OPERATOR         PIC XXX   VALUE SPACES.
001940 77  WS-WORK-RESULT           PIC S9(07)V99
001950     SIGN LEADING SEPARATE VALUE 0.
001960 77  WS-REFUSE-REASON         PIC X(40) VALUE SPACES.
001970 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
001980 77  WS-RUN-TIME              PIC 9(06) VALUE 0.
001990 77  WS-CLOSED-BY             PIC X(08) VALUE SPACES.
002000 77  WS-SEEK-PERIOD           PIC 9(06) VALUE 0.
002010 77  WS-SEEK-IDX              PIC 9(05) COMP VALUE 0.
002020 77  WS-CLOSE-IDX             PIC 9(05) COMP VALUE 0.
002030 77  WS-PERIOD-MAX            PIC 9(05) COMP VALUE 500.
002040 77  WS-PERIOD-COUNT          PIC 9(05) COMP VALUE 0.
002050 77  WS-PC-SCAN-IDX           PIC 9(05) COMP VALUE 0.
002060 77  WS-OPER-MASTER-MAX       PIC 9(05) COMP VALUE 500.
002070 77  WS-OPER-MASTER-COUNT     PIC 9(05) COMP VALUE 0.
002080 77  WS-BY-OPER-MAX           PIC 9(05) COMP VALUE 500.
002090 77  WS-BY-OPER-COUNT         PIC 9(05) COMP VALUE 0.
002100 77  WS-BY-CODE-MAX           PIC 9(05) COMP VALUE 20.
002110 77  WS-BY-CODE-COUNT         PIC 9(05) COMP VALUE 0.
002120 77  WS-BY-SCAN-IDX           PIC 9(05) COMP VALUE 0.
002130 77  WS-PTD-POSTED-COUNT      PIC 9(07) COMP VALUE 0.
002140 77  WS-PTD-POSTED-TOTAL      PIC S9(11)V99
002150     SIGN LEADING SEPARATE VALUE 0.
002160 77  WS-PTD-REJECT-COUNT      PIC 9(07) COMP VALUE 0.
002170 77  WS-PTD-RUN-COUNT         PIC 9(05) COMP VALUE 0.
002180 77  WS-YTD-POSTED-COUNT      PIC 9(09) COMP VALUE 0.
002190 77  WS-YTD-POSTED-TOTAL      PIC S9(11)V99
002200     SIGN LEADING SEPARATE VALUE 0.
002210 77  WS-YTD-REJECT-COUNT      PIC 9(09) COMP VALUE 0.
002220 77  WS-RL-PROCESSED-COUNT    PIC 9(09) COMP VALUE 0.
002230 77  WS-RL-ACCEPTED-COUNT     PIC 9(09) COMP VALUE 0.
002240 77  WS-RL-REJECT-COUNT       PIC 9(09) COMP VALUE 0.
002250 77  WS-RL-HELD-COUNT         PIC 9(09) COMP VALUE 0.
002260 77  WS-RL-GRAND-TOTAL        PIC S9(11)V99
002270     SIGN LEADING SEPARATE VALUE 0.
002280 77  WS-RL-OUT-OF-BAL-COUNT   PIC 9(05) COMP VALUE 0.
002290 77  WS-OTHER-POSTED-COUNT    PIC 9(07) COMP VALUE 0.
002300 77  WS-OTHER-POSTED-TOTAL    PIC S9(11)V99
002310     SIGN LEADING SEPARATE VALUE 0.
002320 77  WS-OTHER-REJECT-COUNT    PIC 9(07) COMP VALUE 0.
002330 01  WS-TODAY-DATE.
002340     05  WS-TODAY-PERIOD        PIC 9(06).
002350     05  FILLER                 PIC 9(02).
002360 01  WS-CLOSE-PERIOD            PIC 9(06) VALUE 0.
002370 01  WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
002380     05  WS-CLOSE-CCYY          PIC 9(04).
002390     05  WS-CLOSE-MM            PIC 9(02).
002400 01  WS-PRIOR-PERIOD            PIC 9(06) VALUE 0.
002410 01  WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.
002420     05  WS-PRIOR-CCYY          PIC 9(04).
002430     05  WS-PRIOR-MM            PIC 9(02).
002440 01  WS-ARCHIVE-DATE            PIC 9(08) VALUE 0.
002450 01  WS-ARCHIVE-DATE-PARTS REDEFINES WS-ARCHIVE-DATE.
002460     05  WS-ARCHIVE-PERIOD      PIC 9(06).
002470     05  FILLER                 PIC 9(02).
002480 01  WS-PERIOD-TABLE.
002490     05  WS-PERIOD-ENTRY        OCCURS 500 TIMES
002500                                INDEXED BY WS-PC-IDX.
002510         10  WS-PC-PERIOD           PIC 9(06).
002520         10  WS-PC-PERIOD-PARTS REDEFINES WS-PC-PERIOD.
002530             15  WS-PC-CCYY             PIC 9(04).
002540             15  WS-PC-MM               PIC 9(02).
002550         10  WS-PC-STATUS           PIC X(01).
002560             88  WS-PC-CLOSED             VALUE "C".
002570         10  WS-PC-STATUS-DATE      PIC 9(08).
002580         10  WS-PC-STATUS-BY        PIC X(08).
002590         10  WS-PC-PTD-POSTED-COUNT PIC 9(07).
002600         10  WS-PC-PTD-POSTED-TOTAL PIC S9(11)V99
002610             SIGN LEADING SEPARATE.
002620         10  WS-PC-PTD-REJECT-COUNT PIC 9(07).
002630         10  WS-PC-PTD-RUN-COUNT    PIC 9(05).
002640         10  WS-PC-YTD-POSTED-COUNT PIC 9(09).
002650         10  WS-PC-YTD-POSTED-TOTAL PIC S9(11)V99
002660             SIGN LEADING SEPARATE.
002670         10  WS-PC-YTD-REJECT-COUNT PIC 9(09).
002680 01  WS-OPER-MASTER-TABLE.
002690     05  WS-OPER-MASTER-ENTRY   OCCURS 500 TIMES
002700                                INDEXED BY WS-OM-IDX.
002710         10  WS-OM-OPER-ID          PIC X(08).
002720         10  WS-OM-OPER-STATUS      PIC X(01).
002730             88  WS-OM-OPER-ACTIVE        VALUES "A" "S".
002740 01  WS-BY-OPER-TABLE.
002750     05  WS-BY-OPER-ENTRY       OCCURS 500 TIMES
002760                                INDEXED BY WS-BO-IDX.
002770         10  WS-BO-OPER-ID          PIC X(08).
002780         10  WS-BO-POSTED-COUNT     PIC 9(07) COMP.
002790         10  WS-BO-POSTED-TOTAL     PIC S9(11)V99
002800             SIGN LEADING SEPARATE.
002810         10  WS-BO-REJECT-COUNT     PIC 9(07) COMP.
002820 01  WS-BY-CODE-TABLE.
002830     05  WS-BY-CODE-ENTRY       OCCURS 20 TIMES
002840                                INDEXED BY WS-BC-IDX.
002850         10  WS-BC-OPERATOR         PIC XXX.
002860         10  WS-BC-POSTED-COUNT     PIC 9(07) COMP.
002870         10  WS-BC-POSTED-TOTAL     PIC S9(11)V99
002880             SIGN LEADING SEPARATE.
002890         10  WS-BC-REJECT-COUNT     PIC 9(07) COMP.
002900 01  WS-PCR-HEADING-1.
002910     05  FILLER                 PIC X(32) VALUE
002920         "ACCOUNTING PERIOD CLOSE REPORT".
002930     05  FILLER                 PIC X(07) VALUE "PERIOD ".
002940     05  PCH-PERIOD             PIC 9999/99.
002950     05  FILLER                 PIC X(02) VALUE SPACES.
002960     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
002970     05  PCH-RUN-DATE           PIC 9999/99/99.
002980     05  FILLER                 PIC X(33) VALUE SPACES.
002990 01  WS-PCR-SECTION-LINE.
003000     05  PCS-TITLE              PIC X(40).
003010     05  FILLER                 PIC X(60) VALUE SPACES.
003020 01  WS-PCR-COLUMN-LINE.
003030     05  PCC-KEY-LABEL          PIC X(12).
003040     05  FILLER                 PIC X(11) VALUE "     POSTED".
003050     05  FILLER                 PIC X(03) VALUE SPACES.
003060     05  FILLER                 PIC X(15) VALUE
003070         "   POSTED TOTAL".
003080     05  FILLER                 PIC X(03) VALUE SPACES.
003090     05  FILLER                 PIC X(11) VALUE "   REJECTED".
003100     05  FILLER                 PIC X(45) VALUE SPACES.
003110 01  WS-PCR-DETAIL-LINE.
003120     05  PCD-KEY                PIC X(12).
003130     05  PCD-POSTED-COUNT       PIC ZZZ,ZZZ,ZZ9.
003140     05  FILLER                 PIC X(03) VALUE SPACES.
003150     05  PCD-POSTED-TOTAL       PIC -Z(10)9.99.
003160     05  FILLER                 PIC X(03) VALUE SPACES.
003170     05  PCD-REJECT-COUNT       PIC ZZZ,ZZZ,ZZ9.
003180     05  FILLER                 PIC X(45) VALUE SPACES.
003190 01  WS-PCR-RUN-LOG-LINE-1.
003200     05  FILLER                 PIC X(14) VALUE
003210         "RUN LOG RUNS: ".
003220     05  PRL-RUN-COUNT          PIC ZZ,ZZ9.
003230     05  FILLER                 PIC X(13) VALUE
003240         "  PROCESSED: ".
003250     05  PRL-PROCESSED-COUNT    PIC ZZZ,ZZZ,ZZ9.
003260     05  FILLER                 PIC X(12) VALUE
003270         "  ACCEPTED: ".
003280     05  PRL-ACCEPTED-COUNT     PIC ZZZ,ZZZ,ZZ9.
003290     05  FILLER                 PIC X(12) VALUE
003300         "  REJECTED: ".
003310     05  PRL-REJECT-COUNT       PIC ZZZ,ZZZ,ZZ9.
003320     05  FILLER                 PIC X(10) VALUE SPACES.
003330 01  WS-PCR-RUN-LOG-LINE-2.
003340     05  FILLER                 PIC X(14) VALUE
003350         "RUN LOG HELD: ".
003360     05  PRL-HELD-COUNT         PIC ZZZ,ZZZ,ZZ9.
003370     05  FILLER                 PIC X(15) VALUE
003380         "  GRAND TOTAL: ".
003390     05  PRL-GRAND-TOTAL        PIC -Z(10)9.99.
003400     05  FILLER                 PIC X(22) VALUE
003410         "  OUT-OF-BALANCE RUNS:".
003420     05  PRL-OUT-OF-BAL-COUNT   PIC ZZ,ZZ9.
003430     05  FILLER                 PIC X(17) VALUE SPACES.
003440 01  WS-PCR-MESSAGE-LINE.
003450     05  PCM-MESSAGE            PIC X(80).
003460     05  FILLER                 PIC X(20) VALUE SPACES.
003470 01  WS-CLOSED-MESSAGE.
003480     05  FILLER                 PIC X(07) VALUE "PERIOD ".
003490     05  PCX-PERIOD             PIC 9999/99.
003500     05  FILLER                 PIC X(11) VALUE " CLOSED BY ".
003510     05  PCX-CLOSED-BY          PIC X(08).
003520     05  FILLER                 PIC X(47) VALUE SPACES.
003530 01  WS-REFUSED-MESSAGE.
003540     05  FILLER                 PIC X(17) VALUE
003550         "CLOSE REFUSED -  ".
003560     05  PCF-REASON             PIC X(40).
003570     05  FILLER                 PIC X(23) VALUE SPACES.
003580 PROCEDURE DIVISION.
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003610     PERFORM 2000-SCAN-ONE-POSTED THRU 2000-EXIT
003620         UNTIL WS-POSTED-EOF.
003630     PERFORM 3000-SCAN-ONE-REJECT THRU 3000-EXIT
003640         UNTIL WS-REJECT-EOF.
003650     PERFORM 4000-SCAN-ONE-RUN-LOG THRU 4000-EXIT
003660         UNTIL WS-RUN-LOG-EOF.
003670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003680     STOP RUN.
003690
003700 1000-INITIALIZE.
003710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003720     ACCEPT WS-RUN-TIME FROM TIME.
003730     MOVE WS-RUN-DATE TO WS-TODAY-DATE.
003740     MOVE "Y" TO WS-POSTED-EOF-SWITCH.
003750     MOVE "Y" TO WS-REJECT-EOF-SWITCH.
003760     MOVE "Y" TO WS-RUN-LOG-EOF-SWITCH.
003770     OPEN OUTPUT CALC-CLOSE-REPORT-FILE.
003780     PERFORM 1100-READ-CLOSE-REQUEST THRU 1100-EXIT.
003790     MOVE WS-CLOSE-PERIOD TO PCH-PERIOD.
003800     MOVE WS-RUN-DATE TO PCH-RUN-DATE.
003810     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-HEADING-1.
003820     IF WS-REQUEST-ERROR
003830         DISPLAY "ERROR - NO USABLE CLOSE REQUEST ON CALCPCRQ - "
003840             "PERIOD NOT CLOSED"
003850         MOVE "ERROR - NO USABLE CLOSE REQUEST - NOT CLOSED"
003860             TO PCM-MESSAGE
003870         WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-MESSAGE-LINE
003880         GO TO 1000-EXIT
003890     END-IF.
003900     PERFORM 1200-LOAD-PERIOD-CONTROL THRU 1200-EXIT.
003910     IF WS-PERIOD-OVERFLOWED
003920         MOVE "ERROR - PERIOD CONTROL FILE EXCEEDS ITS TABLE"
003930             TO PCM-MESSAGE
003940         WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-MESSAGE-LINE
003950         GO TO 1000-EXIT
003960     END-IF.
003970     PERFORM 1300-LOAD-OPER-MASTER THRU 1300-EXIT.
003980     PERFORM 1400-CHECK-CLOSE-ALLOWED THRU 1400-EXIT.
003990     IF WS-CLOSE-REFUSED
004000         GO TO 1000-EXIT
004010     END-IF.
004020     OPEN INPUT CALC-POSTED-HISTORY-FILE.
004030     OPEN INPUT CALC-REJECT-HISTORY-FILE.
004040     OPEN INPUT CALC-RUN-LOG-FILE.
004050     MOVE "N" TO WS-POSTED-EOF-SWITCH.
004060     MOVE "N" TO WS-REJECT-EOF-SWITCH.
004070     MOVE "N" TO WS-RUN-LOG-EOF-SWITCH.
004080     PERFORM 2100-READ-POSTED THRU 2100-EXIT.
004090     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
004100     PERFORM 4100-READ-RUN-LOG THRU 4100-EXIT.
004110 1000-EXIT.
004120     EXIT.
004130
004140 1100-READ-CLOSE-REQUEST.
004150     OPEN INPUT CALC-CLOSE-REQUEST-FILE.
004160     READ CALC-CLOSE-REQUEST-FILE
004170         AT END
004180             MOVE "Y" TO WS-REQUEST-ERROR-SWITCH
004190     END-READ.
004200     IF NOT WS-REQUEST-ERROR
004210         IF PCQ-PERIOD NOT NUMERIC
004220             OR PCQ-CLOSED-BY = SPACES
004230             MOVE "Y" TO WS-REQUEST-ERROR-SWITCH
004240         ELSE
004250             MOVE PCQ-PERIOD TO WS-CLOSE-PERIOD
004260             MOVE PCQ-CLOSED-BY TO WS-CLOSED-BY
004270             IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
004280                 MOVE "Y" TO WS-REQUEST-ERROR-SWITCH
004290             END-IF
004300         END-IF
004310     END-IF.
004320     CLOSE CALC-CLOSE-REQUEST-FILE.
004330 1100-EXIT.
004340     EXIT.
004350
004360 1200-LOAD-PERIOD-CONTROL.
004370     OPEN INPUT CALC-PERIOD-FILE.
004380     PERFORM 1210-LOAD-ONE-PERIOD-ENTRY THRU 1210-EXIT
004390         UNTIL WS-PERIOD-EOF
004400         OR WS-PERIOD-COUNT = WS-PERIOD-MAX.
004410     IF NOT WS-PERIOD-EOF
004420         READ CALC-PERIOD-FILE
004430             AT END
004440                 MOVE "Y" TO WS-PERIOD-EOF-SWITCH
004450             NOT AT END
004460                 MOVE "Y" TO WS-PERIOD-OVFL-SW
004470                 DISPLAY "ERROR - PERIOD CONTROL FILE EXCEEDS "
004480                     "THE " WS-PERIOD-MAX " ENTRY TABLE - PERIOD "
004490                     "NOT CLOSED AND NO NEW CONTROL FILE WRITTEN"
004500         END-READ
004510     END-IF.
004520     CLOSE CALC-PERIOD-FILE.
004530 1200-EXIT.
004540     EXIT.
004550
004560 1210-LOAD-ONE-PERIOD-ENTRY.
004570     READ CALC-PERIOD-FILE
004580         AT END
004590             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
004600         NOT AT END
004610             ADD 1 TO WS-PERIOD-COUNT
004620             SET WS-PC-IDX TO WS-PERIOD-COUNT
004630             MOVE PCT-PERIOD TO WS-PC-PERIOD(WS-PC-IDX)
004640             MOVE PCT-PERIOD-STATUS TO WS-PC-STATUS(WS-PC-IDX)
004650             MOVE PCT-STATUS-DATE TO WS-PC-STATUS-DATE(WS-PC-IDX)
004660             MOVE PCT-STATUS-BY TO WS-PC-STATUS-BY(WS-PC-IDX)
004670             MOVE PCT-PTD-POSTED-COUNT
004680                 TO WS-PC-PTD-POSTED-COUNT(WS-PC-IDX)
004690             MOVE PCT-PTD-POSTED-TOTAL
004700                 TO WS-PC-PTD-POSTED-TOTAL(WS-PC-IDX)
004710             MOVE PCT-PTD-REJECT-COUNT
004720                 TO WS-PC-PTD-REJECT-COUNT(WS-PC-IDX)
004730             MOVE PCT-PTD-RUN-COUNT
004740                 TO WS-PC-PTD-RUN-COUNT(WS-PC-IDX)
004750             MOVE PCT-YTD-POSTED-COUNT
004760                 TO WS-PC-YTD-POSTED-COUNT(WS-PC-IDX)
004770             MOVE PCT-YTD-POSTED-TOTAL
004780                 TO WS-PC-YTD-POSTED-TOTAL(WS-PC-IDX)
004790             MOVE PCT-YTD-REJECT-COUNT
004800                 TO WS-PC-YTD-REJECT-COUNT(WS-PC-IDX)
004810     END-READ.
004820 1210-EXIT.
004830     EXIT.
004840
004850 1300-LOAD-OPER-MASTER.
004860     OPEN INPUT CALC-OPER-MASTER-FILE.
004870     PERFORM 1310-LOAD-ONE-OPER-ENTRY THRU 1310-EXIT
004880         UNTIL WS-OPER-MASTER-EOF
004890         OR WS-OPER-MASTER-COUNT = WS-OPER-MASTER-MAX.
004900     IF NOT WS-OPER-MASTER-EOF
004910         READ CALC-OPER-MASTER-FILE
004920             AT END
004930                 MOVE "Y" TO WS-OPER-MASTER-EOF-SW
004940             NOT AT END
004950                 DISPLAY "WARNING - OPERATOR MASTER EXCEEDS THE "
004960                     WS-OPER-MASTER-MAX " ENTRY TABLE - "
004970                     "OPERATORS PAST THE LIMIT ARE REFUSED "
004980                     "AS NOT ON THE MASTER"
004990         END-READ
005000     END-IF.
005010     CLOSE CALC-OPER-MASTER-FILE.
005020 1300-EXIT.
005030     EXIT.
005040
005050 1310-LOAD-ONE-OPER-ENTRY.
005060     READ CALC-OPER-MASTER-FILE
005070         AT END
005080             MOVE "Y" TO WS-OPER-MASTER-EOF-SW
005090         NOT AT END
005100             ADD 1 TO WS-OPER-MASTER-COUNT
005110             SET WS-OM-IDX TO WS-OPER-MASTER-COUNT
005120             MOVE OM-OPER-ID TO WS-OM-OPER-ID(WS-OM-IDX)
005130             MOVE OM-OPER-STATUS TO WS-OM-OPER-STATUS(WS-OM-IDX)
005140     END-READ.
005150 1310-EXIT.
005160     EXIT.
005170
005180 1400-CHECK-CLOSE-ALLOWED.
005190     MOVE "N" TO WS-CLOSER-OK-SWITCH.
005200     SET WS-OM-IDX TO 1.
005210     SEARCH WS-OPER-MASTER-ENTRY
005220         AT END
005230             CONTINUE
005240         WHEN WS-OM-IDX > WS-OPER-MASTER-COUNT
005250             CONTINUE
005260         WHEN WS-OM-OPER-ID(WS-OM-IDX) = WS-CLOSED-BY
005270             IF WS-OM-OPER-ACTIVE(WS-OM-IDX)
005280                 MOVE "Y" TO WS-CLOSER-OK-SWITCH
005290             END-IF
005300     END-SEARCH.
005310     IF NOT WS-CLOSER-OK
005320         MOVE "CLOSED-BY IS NOT AN ACTIVE OPERATOR"
005330             TO WS-REFUSE-REASON
005340         PERFORM 1420-REFUSE-CLOSE THRU 1420-EXIT
005350         GO TO 1400-EXIT
005360     END-IF.
005370     IF WS-CLOSE-PERIOD NOT < WS-TODAY-PERIOD
005380         MOVE "PERIOD IS NOT YET OVER" TO WS-REFUSE-REASON
005390         PERFORM 1420-REFUSE-CLOSE THRU 1420-EXIT
005400         GO TO 1400-EXIT
005410     END-IF.
005420     MOVE WS-CLOSE-PERIOD TO WS-SEEK-PERIOD.
005430     PERFORM 1410-FIND-PERIOD THRU 1410-EXIT.
005440     IF WS-SEEK-FOUND
005450         MOVE "Y" TO WS-CLOSE-FOUND-SWITCH
005460         MOVE WS-SEEK-IDX TO WS-CLOSE-IDX
005470         SET WS-PC-IDX TO WS-CLOSE-IDX
005480         IF WS-PC-CLOSED(WS-PC-IDX)
005490             MOVE "PERIOD IS ALREADY CLOSED" TO WS-REFUSE-REASON
005500             PERFORM 1420-REFUSE-CLOSE THRU 1420-EXIT
005510             GO TO 1400-EXIT
005520         END-IF
005530     ELSE
005540         IF WS-PERIOD-COUNT = WS-PERIOD-MAX
005550             MOVE "PERIOD CONTROL TABLE IS FULL"
005560                 TO WS-REFUSE-REASON
005570             PERFORM 1420-REFUSE-CLOSE THRU 1420-EXIT
005580             GO TO 1400-EXIT
005590         END-IF
005600     END-IF.
005610*----------------------------------------------------------------*
005620* MONTHS CLOSE IN SEQUENCE SO THE YEAR-TO-DATE CHAIN HAS NO      *
005630* HOLES - ONLY THE VERY FIRST CLOSE, OR A RE-CLOSE OF THE        *
005640* EARLIEST MONTH ON FILE, NEEDS NO CLOSED PRIOR MONTH.           *
005650*----------------------------------------------------------------*
005660     IF WS-PERIOD-COUNT = 0
005670         GO TO 1400-EXIT
005680     END-IF.
005690     IF WS-CLOSE-FOUND AND WS-CLOSE-IDX = 1
005700         GO TO 1400-EXIT
005710     END-IF.
005720     IF WS-CLOSE-MM = 1
005730         COMPUTE WS-PRIOR-CCYY = WS-CLOSE-CCYY - 1
005740         MOVE 12 TO WS-PRIOR-MM
005750     ELSE
005760         MOVE WS-CLOSE-CCYY TO WS-PRIOR-CCYY
005770         COMPUTE WS-PRIOR-MM = WS-CLOSE-MM - 1
005780     END-IF.
005790     MOVE WS-PRIOR-PERIOD TO WS-SEEK-PERIOD.
005800     PERFORM 1410-FIND-PERIOD THRU 1410-EXIT.
005810     IF WS-SEEK-FOUND
005820         SET WS-PC-IDX TO WS-SEEK-IDX
005830         IF WS-PC-CLOSED(WS-PC-IDX)
005840             GO TO 1400-EXIT
005850         END-IF
005860     END-IF.
005870     MOVE "PRIOR PERIOD IS NOT CLOSED" TO WS-REFUSE-REASON.
005880     PERFORM 1420-REFUSE-CLOSE THRU 1420-EXIT.
005890 1400-EXIT.
005900     EXIT.
005910
005920 1410-FIND-PERIOD.
005930     MOVE "N" TO WS-SEEK-FOUND-SWITCH.
005940     MOVE 0 TO WS-SEEK-IDX.
005950     SET WS-PC-IDX TO 1.
005960     SEARCH WS-PERIOD-ENTRY
005970         AT END
005980             CONTINUE
005990         WHEN WS-PC-IDX > WS-PERIOD-COUNT
006000             CONTINUE
006010         WHEN WS-PC-PERIOD(WS-PC-IDX) = WS-SEEK-PERIOD
006020             MOVE "Y" TO WS-SEEK-FOUND-SWITCH
006030             SET WS-SEEK-IDX TO WS-PC-IDX
006040     END-SEARCH.
006050 1410-EXIT.
006060     EXIT.
006070
006080 1420-REFUSE-CLOSE.
006090     MOVE "Y" TO WS-REFUSED-SWITCH.
006100     MOVE WS-REFUSE-REASON TO PCF-REASON.
006110     MOVE WS-REFUSED-MESSAGE TO PCM-MESSAGE.
006120     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-MESSAGE-LINE.
006130     DISPLAY "CLOSE REFUSED - " WS-REFUSE-REASON.
006140 1420-EXIT.
006150     EXIT.
006160
006170 2000-SCAN-ONE-POSTED.
006180     MOVE CALC-PHS-RUN-DATE TO WS-ARCHIVE-DATE.
006190     IF WS-ARCHIVE-PERIOD = WS-CLOSE-PERIOD
006200         ADD 1 TO WS-PTD-POSTED-COUNT
006210         ADD CALC-PHS-RESULT TO WS-PTD-POSTED-TOTAL
006220         MOVE "P" TO WS-WORK-KIND
006230         MOVE CALC-PHS-OPER-ID TO WS-WORK-OPER-ID
006240         MOVE CALC-PHS-OPERATOR TO WS-WORK-OPERATOR
006250         MOVE CALC-PHS-RESULT TO WS-WORK-RESULT
006260         PERFORM 2200-ACCUM-BY-OPER THRU 2200-EXIT
006270         PERFORM 2300-ACCUM-BY-CODE THRU 2300-EXIT
006280     END-IF.
006290     PERFORM 2100-READ-POSTED THRU 2100-EXIT.
006300 2000-EXIT.
006310     EXIT.
006320
006330 2100-READ-POSTED.
006340     READ CALC-POSTED-HISTORY-FILE
006350         AT END MOVE "Y" TO WS-POSTED-EOF-SWITCH
006360     END-READ.
006370 2100-EXIT.
006380     EXIT.
006390
006400 2200-ACCUM-BY-OPER.
006410     MOVE "N" TO WS-USE-OTHERS-SWITCH.
006420     SET WS-BO-IDX TO 1.
006430     SEARCH WS-BY-OPER-ENTRY
006440         AT END
006450             PERFORM 2210-ADD-BY-OPER THRU 2210-EXIT
006460         WHEN WS-BO-IDX > WS-BY-OPER-COUNT
006470             PERFORM 2210-ADD-BY-OPER THRU 2210-EXIT
006480         WHEN WS-BO-OPER-ID(WS-BO-IDX) = WS-WORK-OPER-ID
006490             CONTINUE
006500     END-SEARCH.
006510     IF WS-USE-OTHERS
006520         IF WS-WORK-POSTED
006530             ADD 1 TO WS-OTHER-POSTED-COUNT
006540             ADD WS-WORK-RESULT TO WS-OTHER-POSTED-TOTAL
006550         ELSE
006560             ADD 1 TO WS-OTHER-REJECT-COUNT
006570         END-IF
006580         GO TO 2200-EXIT
006590     END-IF.
006600     IF WS-WORK-POSTED
006610         ADD 1 TO WS-BO-POSTED-COUNT(WS-BO-IDX)
006620         ADD WS-WORK-RESULT TO WS-BO-POSTED-TOTAL(WS-BO-IDX)
006630     ELSE
006640         ADD 1 TO WS-BO-REJECT-COUNT(WS-BO-IDX)
006650     END-IF.
006660 2200-EXIT.
006670     EXIT.
006680
006690 2210-ADD-BY-OPER.
006700     IF WS-BY-OPER-COUNT < WS-BY-OPER-MAX
006710         ADD 1 TO WS-BY-OPER-COUNT
006720         SET WS-BO-IDX TO WS-BY-OPER-COUNT
006730         MOVE WS-WORK-OPER-ID TO WS-BO-OPER-ID(WS-BO-IDX)
006740         MOVE 0 TO WS-BO-POSTED-COUNT(WS-BO-IDX)
006750         MOVE 0 TO WS-BO-POSTED-TOTAL(WS-BO-IDX)
006760         MOVE 0 TO WS-BO-REJECT-COUNT(WS-BO-IDX)
006770     ELSE
006780         MOVE "Y" TO WS-USE-OTHERS-SWITCH
006790         IF NOT WS-BY-OPER-OVERFLOWED
006800             MOVE "Y" TO WS-BY-OPER-OVFL-SW
006810             DISPLAY "WARNING - OPERATOR TABLE FULL - OPERATORS "
006820                 "PAST " WS-BY-OPER-MAX " ARE REPORTED TOGETHER "
006830                 "AS ALL OTHERS"
006840         END-IF
006850     END-IF.
006860 2210-EXIT.
006870     EXIT.
006880
006890 2300-ACCUM-BY-CODE.
006900     EVALUATE WS-WORK-OPERATOR
006910         WHEN "+" WHEN "-" WHEN "*" WHEN "/" WHEN "**"
006920         WHEN "MOD" WHEN "RTE" WHEN "REV" WHEN "CHN"
006930             CONTINUE
006940         WHEN OTHER
006950             MOVE "???" TO WS-WORK-OPERATOR
006960     END-EVALUATE.
006970     SET WS-BC-IDX TO 1.
006980     SEARCH WS-BY-CODE-ENTRY
006990         AT END
007000             PERFORM 2310-ADD-BY-CODE THRU 2310-EXIT
007010         WHEN WS-BC-IDX > WS-BY-CODE-COUNT
007020             PERFORM 2310-ADD-BY-CODE THRU 2310-EXIT
007030         WHEN WS-BC-OPERATOR(WS-BC-IDX) = WS-WORK-OPERATOR
007040             CONTINUE
007050     END-SEARCH.
007060     IF WS-BY-CODE-OVERFLOWED
007070         GO TO 2300-EXIT
007080     END-IF.
007090     IF WS-WORK-POSTED
007100         ADD 1 TO WS-BC-POSTED-COUNT(WS-BC-IDX)
007110         ADD WS-WORK-RESULT TO WS-BC-POSTED-TOTAL(WS-BC-IDX)
007120     ELSE
007130         ADD 1 TO WS-BC-REJECT-COUNT(WS-BC-IDX)
007140     END-IF.
007150 2300-EXIT.
007160     EXIT.
007170
007180 2310-ADD-BY-CODE.
007190     IF WS-BY-CODE-COUNT < WS-BY-CODE-MAX
007200         ADD 1 TO WS-BY-CODE-COUNT
007210         SET WS-BC-IDX TO WS-BY-CODE-COUNT
007220         MOVE WS-WORK-OPERATOR TO WS-BC-OPERATOR(WS-BC-IDX)
007230         MOVE 0 TO WS-BC-POSTED-COUNT(WS-BC-IDX)
007240         MOVE 0 TO WS-BC-POSTED-TOTAL(WS-BC-IDX)
007250         MOVE 0 TO WS-BC-REJECT-COUNT(WS-BC-IDX)
007260     ELSE
007270         MOVE "Y" TO WS-BY-CODE-OVFL-SW
007280     END-IF.
007290 2310-EXIT.
007300     EXIT.
007310
007320 3000-SCAN-ONE-REJECT.
007330     MOVE CALC-RJH-RUN-DATE TO WS-ARCHIVE-DATE.
007340     IF WS-ARCHIVE-PERIOD = WS-CLOSE-PERIOD
007350         ADD 1 TO WS-PTD-REJECT-COUNT
007360         MOVE "R" TO WS-WORK-KIND
007370         MOVE CALC-RJH-OPER-ID TO WS-WORK-OPER-ID
007380         MOVE CALC-RJH-OPERATOR TO WS-WORK-OPERATOR
007390         MOVE 0 TO WS-WORK-RESULT
007400         PERFORM 2200-ACCUM-BY-OPER THRU 2200-EXIT
007410         PERFORM 2300-ACCUM-BY-CODE THRU 2300-EXIT
007420     END-IF.
007430     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
007440 3000-EXIT.
007450     EXIT.
007460
007470 3100-READ-REJECT.
007480     READ CALC-REJECT-HISTORY-FILE
007490         AT END MOVE "Y" TO WS-REJECT-EOF-SWITCH
007500     END-READ.
007510 3100-EXIT.
007520     EXIT.
007530
007540 4000-SCAN-ONE-RUN-LOG.
007550     MOVE RLG-RUN-DATE TO WS-ARCHIVE-DATE.
007560     IF WS-ARCHIVE-PERIOD = WS-CLOSE-PERIOD
007570         ADD 1 TO WS-PTD-RUN-COUNT
007580         ADD RLG-PROCESSED-COUNT TO WS-RL-PROCESSED-COUNT
007590         ADD RLG-ACCEPTED-COUNT TO WS-RL-ACCEPTED-COUNT
007600         ADD RLG-REJECT-COUNT TO WS-RL-REJECT-COUNT
007610         ADD RLG-HELD-COUNT TO WS-RL-HELD-COUNT
007620         ADD RLG-GRAND-TOTAL TO WS-RL-GRAND-TOTAL
007630         IF RLG-BALANCE-FLAG = "O"
007640             ADD 1 TO WS-RL-OUT-OF-BAL-COUNT
007650         END-IF
007660     END-IF.
007670     PERFORM 4100-READ-RUN-LOG THRU 4100-EXIT.
007680 4000-EXIT.
007690     EXIT.
007700
007710 4100-READ-RUN-LOG.
007720     READ CALC-RUN-LOG-FILE
007730         AT END MOVE "Y" TO WS-RUN-LOG-EOF-SWITCH
007740     END-READ.
007750 4100-EXIT.
007760     EXIT.
007770
007780 9000-TERMINATE.
007790     IF WS-REQUEST-ERROR OR WS-PERIOD-OVERFLOWED
007800         CLOSE CALC-CLOSE-REPORT-FILE
007810         MOVE 12 TO RETURN-CODE
007820         GO TO 9000-EXIT
007830     END-IF.
007840     IF NOT WS-CLOSE-REFUSED
007850         CLOSE CALC-POSTED-HISTORY-FILE
007860         CLOSE CALC-REJECT-HISTORY-FILE
007870         CLOSE CALC-RUN-LOG-FILE
007880         IF WS-BY-CODE-OVERFLOWED
007890             MOVE "OPERATOR CODE TABLE OVERFLOWED"
007900                 TO WS-REFUSE-REASON
007910             PERFORM 1420-REFUSE-CLOSE THRU 1420-EXIT
007920         END-IF
007930     END-IF.
007940     IF NOT WS-CLOSE-REFUSED
007950         PERFORM 9100-APPLY-CLOSE THRU 9100-EXIT
007960         PERFORM 9200-WRITE-AUDIT THRU 9200-EXIT
007970         PERFORM 9300-WRITE-CLOSE-REPORT THRU 9300-EXIT
007980     END-IF.
007990     PERFORM 9400-WRITE-NEW-CONTROL THRU 9400-EXIT.
008000     CLOSE CALC-CLOSE-REPORT-FILE.
008010     IF WS-CLOSE-REFUSED
008020         DISPLAY "Period " WS-CLOSE-PERIOD " not closed"
008030         MOVE 4 TO RETURN-CODE
008040     ELSE
008050         DISPLAY "Period " WS-CLOSE-PERIOD " closed by "
008060             WS-CLOSED-BY
008070         DISPLAY "Posted count/total = " WS-PTD-POSTED-COUNT " "
008080             WS-PTD-POSTED-TOTAL
008090         DISPLAY "Rejected count = " WS-PTD-REJECT-COUNT
008100         DISPLAY "Runs in period = " WS-PTD-RUN-COUNT
008110     END-IF.
008120 9000-EXIT.
008130     EXIT.
008140
008150 9100-APPLY-CLOSE.
008160     IF NOT WS-CLOSE-FOUND
008170         ADD 1 TO WS-PERIOD-COUNT
008180         MOVE WS-PERIOD-COUNT TO WS-CLOSE-IDX
008190         SET WS-PC-IDX TO WS-CLOSE-IDX
008200         MOVE WS-CLOSE-PERIOD TO WS-PC-PERIOD(WS-PC-IDX)
008210     END-IF.
008220     SET WS-PC-IDX TO WS-CLOSE-IDX.
008230     MOVE "C" TO WS-PC-STATUS(WS-PC-IDX).
008240     MOVE WS-RUN-DATE TO WS-PC-STATUS-DATE(WS-PC-IDX).
008250     MOVE WS-CLOSED-BY TO WS-PC-STATUS-BY(WS-PC-IDX).
008260     MOVE WS-PTD-POSTED-COUNT
008270        TO WS-PC-PTD-POSTED-COUNT(WS-PC-IDX).
008280     MOVE WS-PTD-POSTED-TOTAL
008290        TO WS-PC-PTD-POSTED-TOTAL(WS-PC-IDX).
008300     MOVE WS-PTD-REJECT-COUNT
008310        TO WS-PC-PTD-REJECT-COUNT(WS-PC-IDX).
008320     MOVE WS-PTD-RUN-COUNT TO WS-PC-PTD-RUN-COUNT(WS-PC-IDX).
008330*----------------------------------------------------------------*
008340* THE CONTROL FILE IS IN PERIOD ORDER, SO ONE PASS RE-CHAINS THE *
008350* YEAR-TO-DATE FIGURES OF EVERY MONTH OF THE CLOSED MONTH'S YEAR *
008360*----------------------------------------------------------------*
008370     MOVE 0 TO WS-YTD-POSTED-COUNT.
008380     MOVE 0 TO WS-YTD-POSTED-TOTAL.
008390     MOVE 0 TO WS-YTD-REJECT-COUNT.
008400     MOVE 0 TO WS-PC-SCAN-IDX.
008410     PERFORM 9110-CHAIN-ONE-YTD-ENTRY THRU 9110-EXIT
008420         WS-PERIOD-COUNT TIMES.
008430 9100-EXIT.
008440     EXIT.
008450
008460 9110-CHAIN-ONE-YTD-ENTRY.
008470     ADD 1 TO WS-PC-SCAN-IDX.
008480     SET WS-PC-IDX TO WS-PC-SCAN-IDX.
008490     IF WS-PC-CCYY(WS-PC-IDX) NOT = WS-CLOSE-CCYY
008500         GO TO 9110-EXIT
008510     END-IF.
008520     ADD WS-PC-PTD-POSTED-COUNT(WS-PC-IDX) TO WS-YTD-POSTED-COUNT.
008530     ADD WS-PC-PTD-POSTED-TOTAL(WS-PC-IDX) TO WS-YTD-POSTED-TOTAL.
008540     ADD WS-PC-PTD-REJECT-COUNT(WS-PC-IDX) TO WS-YTD-REJECT-COUNT.
008550     MOVE WS-YTD-POSTED-COUNT
008560        TO WS-PC-YTD-POSTED-COUNT(WS-PC-IDX).
008570     MOVE WS-YTD-POSTED-TOTAL
008580        TO WS-PC-YTD-POSTED-TOTAL(WS-PC-IDX).
008590     MOVE WS-YTD-REJECT-COUNT
008600        TO WS-PC-YTD-REJECT-COUNT(WS-PC-IDX).
008610 9110-EXIT.
008620     EXIT.
008630
008640 9200-WRITE-AUDIT.
008650     OPEN EXTEND CALC-PERIOD-AUDIT-FILE.
008660     MOVE SPACES TO CALC-PERIOD-AUDIT-RECORD.
008670     MOVE WS-CLOSE-PERIOD TO PAU-PERIOD.
008680     MOVE "C" TO PAU-ACTION.
008690     MOVE WS-CLOSED-BY TO PAU-REQUESTED-BY.
008700     MOVE SPACES TO PAU-APPROVED-BY.
008710     MOVE WS-RUN-DATE TO PAU-ACTION-DATE.
008720     MOVE WS-RUN-TIME TO PAU-ACTION-TIME.
008730     IF WS-CLOSE-FOUND
008740         MOVE "RE-CLOSE AFTER REOPEN" TO PAU-REASON
008750     ELSE
008760         MOVE "MONTH-END CLOSE" TO PAU-REASON
008770     END-IF.
008780     MOVE WS-PTD-POSTED-COUNT TO PAU-PTD-POSTED-COUNT.
008790     MOVE WS-PTD-POSTED-TOTAL TO PAU-PTD-POSTED-TOTAL.
008800     WRITE CALC-PERIOD-AUDIT-RECORD.
008810     CLOSE CALC-PERIOD-AUDIT-FILE.
008820 9200-EXIT.
008830     EXIT.
008840
008850 9300-WRITE-CLOSE-REPORT.
008860     MOVE "TOTALS BY OPERATOR ID" TO PCS-TITLE.
008870     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-SECTION-LINE.
008880     MOVE "OPER-ID" TO PCC-KEY-LABEL.
008890     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-COLUMN-LINE.
008900     MOVE 0 TO WS-BY-SCAN-IDX.
008910     PERFORM 9310-WRITE-BY-OPER-LINE THRU 9310-EXIT
008920         WS-BY-OPER-COUNT TIMES.
008930     IF WS-BY-OPER-OVERFLOWED
008940         MOVE "ALL OTHERS" TO PCD-KEY
008950         MOVE WS-OTHER-POSTED-COUNT TO PCD-POSTED-COUNT
008960         MOVE WS-OTHER-POSTED-TOTAL TO PCD-POSTED-TOTAL
008970         MOVE WS-OTHER-REJECT-COUNT TO PCD-REJECT-COUNT
008980         WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-DETAIL-LINE
008990     END-IF.
009000     MOVE "TOTALS BY OPERATOR CODE" TO PCS-TITLE.
009010     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-SECTION-LINE.
009020     MOVE "OP CODE" TO PCC-KEY-LABEL.
009030     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-COLUMN-LINE.
009040     MOVE 0 TO WS-BY-SCAN-IDX.
009050     PERFORM 9320-WRITE-BY-CODE-LINE THRU 9320-EXIT
009060         WS-BY-CODE-COUNT TIMES.
009070     MOVE "RUN LOG FOR THE PERIOD" TO PCS-TITLE.
009080     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-SECTION-LINE.
009090     MOVE WS-PTD-RUN-COUNT TO PRL-RUN-COUNT.
009100     MOVE WS-RL-PROCESSED-COUNT TO PRL-PROCESSED-COUNT.
009110     MOVE WS-RL-ACCEPTED-COUNT TO PRL-ACCEPTED-COUNT.
009120     MOVE WS-RL-REJECT-COUNT TO PRL-REJECT-COUNT.
009130     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-RUN-LOG-LINE-1.
009140     MOVE WS-RL-HELD-COUNT TO PRL-HELD-COUNT.
009150     MOVE WS-RL-GRAND-TOTAL TO PRL-GRAND-TOTAL.
009160     MOVE WS-RL-OUT-OF-BAL-COUNT TO PRL-OUT-OF-BAL-COUNT.
009170     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-RUN-LOG-LINE-2.
009180     MOVE "PERIOD AND YEAR TO DATE" TO PCS-TITLE.
009190     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-SECTION-LINE.
009200     MOVE SPACES TO PCC-KEY-LABEL.
009210     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-COLUMN-LINE.
009220     SET WS-PC-IDX TO WS-CLOSE-IDX.
009230     MOVE "PERIOD TO DT" TO PCD-KEY.
009240     MOVE WS-PC-PTD-POSTED-COUNT(WS-PC-IDX) TO PCD-POSTED-COUNT.
009250     MOVE WS-PC-PTD-POSTED-TOTAL(WS-PC-IDX) TO PCD-POSTED-TOTAL.
009260     MOVE WS-PC-PTD-REJECT-COUNT(WS-PC-IDX) TO PCD-REJECT-COUNT.
009270     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-DETAIL-LINE.
009280     MOVE "YEAR TO DATE" TO PCD-KEY.
009290     MOVE WS-PC-YTD-POSTED-COUNT(WS-PC-IDX) TO PCD-POSTED-COUNT.
009300     MOVE WS-PC-YTD-POSTED-TOTAL(WS-PC-IDX) TO PCD-POSTED-TOTAL.
009310     MOVE WS-PC-YTD-REJECT-COUNT(WS-PC-IDX) TO PCD-REJECT-COUNT.
009320     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-DETAIL-LINE.
009330     MOVE WS-CLOSE-PERIOD TO PCX-PERIOD.
009340     MOVE WS-CLOSED-BY TO PCX-CLOSED-BY.
009350     MOVE WS-CLOSED-MESSAGE TO PCM-MESSAGE.
009360     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-MESSAGE-LINE.
009370 9300-EXIT.
009380     EXIT.
009390
009400 9310-WRITE-BY-OPER-LINE.
009410     ADD 1 TO WS-BY-SCAN-IDX.
009420     SET WS-BO-IDX TO WS-BY-SCAN-IDX.
009430     MOVE WS-BO-OPER-ID(WS-BO-IDX) TO PCD-KEY.
009440     MOVE WS-BO-POSTED-COUNT(WS-BO-IDX) TO PCD-POSTED-COUNT.
009450     MOVE WS-BO-POSTED-TOTAL(WS-BO-IDX) TO PCD-POSTED-TOTAL.
009460     MOVE WS-BO-REJECT-COUNT(WS-BO-IDX) TO PCD-REJECT-COUNT.
009470     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-DETAIL-LINE.
009480 9310-EXIT.
009490     EXIT.
009500
009510 9320-WRITE-BY-CODE-LINE.
009520     ADD 1 TO WS-BY-SCAN-IDX.
009530     SET WS-BC-IDX TO WS-BY-SCAN-IDX.
009540     MOVE WS-BC-OPERATOR(WS-BC-IDX) TO PCD-KEY.
009550     MOVE WS-BC-POSTED-COUNT(WS-BC-IDX) TO PCD-POSTED-COUNT.
009560     MOVE WS-BC-POSTED-TOTAL(WS-BC-IDX) TO PCD-POSTED-TOTAL.
009570     MOVE WS-BC-REJECT-COUNT(WS-BC-IDX) TO PCD-REJECT-COUNT.
009580     WRITE CALC-CLOSE-REPORT-RECORD FROM WS-PCR-DETAIL-LINE.
009590 9320-EXIT.
009600     EXIT.
009610
009620 9400-WRITE-NEW-CONTROL.
009630     OPEN OUTPUT CALC-PERIOD-NEW-FILE.
009640     MOVE 0 TO WS-PC-SCAN-IDX.
009650     PERFORM 9410-WRITE-ONE-CONTROL-ENTRY THRU 9410-EXIT
009660         WS-PERIOD-COUNT TIMES.
009670     CLOSE CALC-PERIOD-NEW-FILE.
009680 9400-EXIT.
009690     EXIT.
009700
009710 9410-WRITE-ONE-CONTROL-ENTRY.
009720     ADD 1 TO WS-PC-SCAN-IDX.
009730     SET WS-PC-IDX TO WS-PC-SCAN-IDX.
009740     MOVE SPACES TO CALC-PERIOD-NEW-RECORD.
009750     MOVE WS-PC-PERIOD(WS-PC-IDX) TO PCTN-PERIOD.
009760     MOVE WS-PC-STATUS(WS-PC-IDX) TO PCTN-PERIOD-STATUS.
009770     MOVE WS-PC-STATUS-DATE(WS-PC-IDX) TO PCTN-STATUS-DATE.
009780     MOVE WS-PC-STATUS-BY(WS-PC-IDX) TO PCTN-STATUS-BY.
009790     MOVE WS-PC-PTD-POSTED-COUNT(WS-PC-IDX)
009800         TO PCTN-PTD-POSTED-COUNT.
009810     MOVE WS-PC-PTD-POSTED-TOTAL(WS-PC-IDX)
009820         TO PCTN-PTD-POSTED-TOTAL.
009830     MOVE WS-PC-PTD-REJECT-COUNT(WS-PC-IDX)
009840         TO PCTN-PTD-REJECT-COUNT.
009850     MOVE WS-PC-PTD-RUN-COUNT(WS-PC-IDX) TO PCTN-PTD-RUN-COUNT.
009860     MOVE WS-PC-YTD-POSTED-COUNT(WS-PC-IDX)
009870         TO PCTN-YTD-POSTED-COUNT.
009880     MOVE WS-PC-YTD-POSTED-TOTAL(WS-PC-IDX)
009890         TO PCTN-YTD-POSTED-TOTAL.
009900     MOVE WS-PC-YTD-REJECT-COUNT(WS-PC-IDX)
009910         TO PCTN-YTD-REJECT-COUNT.
009920     WRITE CALC-PERIOD-NEW-RECORD.
009930 9410-EXIT.
009940     EXIT.
