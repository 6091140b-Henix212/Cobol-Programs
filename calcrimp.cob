000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCRIMP.
000120 AUTHOR. R HENIX.
000130 INSTALLATION. ACCOUNTING BATCH SERVICES.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190* 2026-10-15  RH  WRITTEN. RETROACTIVE RATE-CHANGE IMPACT.       *
000200*                CALCRMNT WILL TAKE A RATE ROW WITH AN EFFECTIVE *
000210*                DATE IN THE PAST, WHICH LEAVES "RTE" POSTINGS   *
000220*                ALREADY ON CALCPHS COMPUTED WITH THE OLD RATE.  *
000230*                READS THE RATE-CHANGE HISTORY CALCRCH THAT      *
000240*                CALCRMNT APPENDS TO, SELECTED BY CHANGE DATE    *
000250*                FROM A CALCRIS CARD (TODAY'S CHANGES BY         *
000260*                DEFAULT), AND TURNS EACH CHANGE INTO AN         *
000270*                AFFECTED WINDOW FOR ITS RATE CODE - FROM THE    *
000280*                CHANGED EFFECTIVE DATE UP TO THE NEXT LATER ROW *
000290*                STILL ON THE CURRENT MASTER. EVERY "RTE"        *
000300*                POSTING WHOSE RUN DATE FALLS IN A WINDOW IS     *
000310*                RE-RESOLVED AGAINST THE CURRENT MASTER EXACTLY  *
000320*                AS CALCULATRICE 2156-RESOLVE-RATE DOES AND      *
000330*                RECOMPUTED (NUM1 TIMES RATE, ROUNDED). POSTINGS *
000340*                WHOSE RESULT CHANGES ARE LISTED WITH ORIGINAL,  *
000350*                RESTATED AND DIFFERENCE, AND TOTALLED BY RATE   *
000360*                CODE AND BY OPERATOR. A POSTING ALREADY ON THE  *
000370*                REVERSAL REGISTER (CALCRVK) IS LISTED BUT NOT   *
000380*                RESTATED. WHEN THE CARD ASKS FOR IT, EACH       *
000390*                DIFFERENCE IS WRITTEN AS A "+" TRANSACTION      *
000400*                (NUM1 = DIFFERENCE, NUM2 = ZERO, SAME GL        *
000410*                ACCOUNT) TO A CALC-TXN-FILE BATCH WITH ITS      *
000420*                LEADING CALCCTL RECORD, BUILT THE WAY CALCREV   *
000430*                BUILDS ITS REVERSALS, SO FINANCE CAN DECIDE     *
000440*                WHETHER TO FEED IT TO THE NORMAL RUN.           *
000440* 2026-10-15  RH  A SECOND CHANGE TO THE SAME RATE ROW, OR A     *
000440*                RERUN OVER THE SAME CHANGE DATES, NO LONGER     *
000440*                DOUBLE-BOOKS. EVERY ADJUSTMENT WRITTEN IS NOW   *
000440*                ENTERED ON A RATE ADJUSTMENT REGISTER -         *
000440*                APPENDED TO CALCADH (CALCADS.CPY) AND CARRIED   *
000440*                INTO A PER-POSTING RUNNING TOTAL ON THE KEYED   *
000440*                CALCADK (CALCADK.CPY, KEYED ON ORIGINAL TXN-ID  *
000440*                PLUS RUN DATE, REBUILT BY CALCHLOD) - AND       *
000440*                2300-RESTATE-POSTING NETS THAT TOTAL OUT OF THE *
000440*                DIFFERENCE. A POSTING WHOSE NET DIFFERENCE IS   *
000440*                NIL IS LISTED "ALREADY ADJUSTED" AND NOT        *
000440*                ADJUSTED AGAIN. A POSTING ON THE REVERSAL       *
000440*                REGISTER NOW ONLY COUNTS AS REVERSED ONCE ITS   *
000440*                "REV" ENTRY IS ON THE KEYED POSTED ARCHIVE      *
000440*                CALCPHSK; UNTIL THEN IT IS A "REVERSAL PENDING" *
000440*                EXCEPTION (RC=4), NEITHER RESTATED NOR          *
000440*                ADJUSTED. CALCPHSK OR CALCADK FAILING TO OPEN   *
000440*                ENDS THE RUN RC=12 LIKE CALCRVK.                *
000440* 2026-10-15  RH  TOTAL LINE TRAILING FILLER WIDENED TO 38 SO    *
000440*                THE LINE IS THE 100 BYTES OF THE REPORT RECORD. *
000450*----------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CALC-RATE-CHANGE-FILE ASSIGN TO CALCRCH
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT CALC-IMPACT-SELECT-FILE ASSIGN TO CALCRIS
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT CALC-RATE-MASTER-FILE ASSIGN TO CALCRTM
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT CALC-POSTED-HISTORY-FILE ASSIGN TO CALCPHS
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT CALC-REV-KEYED-FILE ASSIGN TO CALCRVK
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS RVK-KEY
000610         FILE STATUS IS WS-REV-KEYED-STATUS.
000610     SELECT CALC-POSTED-KEYED-FILE ASSIGN TO CALCPHSK
000610         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PHK-KEY
000610         FILE STATUS IS WS-POSTED-KEYED-STATUS.
000610     SELECT CALC-ADJ-KEYED-FILE ASSIGN TO CALCADK
000610         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000610         RECORD KEY IS ADK-KEY
000610         FILE STATUS IS WS-ADJ-KEYED-STATUS.
000610     SELECT CALC-ADJ-HIST-FILE ASSIGN TO CALCADH
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT CALC-TXN-FILE ASSIGN TO CALCTXN
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT CALC-IMPACT-REPORT-FILE ASSIGN TO CALCRIRP
000650         ORGANIZATION IS SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CALC-RATE-CHANGE-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  CALC-RATE-CHANGE-RECORD.
000720     COPY CALCRCH.
000730 FD  CALC-IMPACT-SELECT-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  CALC-IMPACT-SELECT-RECORD.
000770     COPY CALCRIS.
000780 FD  CALC-RATE-MASTER-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  CALC-RATE-MASTER-RECORD.
000820     COPY CALCRTM.
000830 FD  CALC-POSTED-HISTORY-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  CALC-POSTED-HISTORY-RECORD.
000870     COPY CALCID
000880         REPLACING ==CALC-TXN-ID==   BY ==CALC-PHS-TXN-ID==
000890                   ==CALC-OPER-ID==  BY ==CALC-PHS-OPER-ID==
000900                   ==CALC-RUN-DATE== BY ==CALC-PHS-RUN-DATE==
000910                   ==CALC-RUN-TIME== BY ==CALC-PHS-RUN-TIME==.
000920     COPY CALCTXN
000930         REPLACING ==CALC-NUM1-X== BY ==CALC-PHS-NUM1-X==
000940                   ==CALC-NUM1==   BY ==CALC-PHS-NUM1==
000950                   ==CALC-OPERATOR== BY ==CALC-PHS-OPERATOR==
000960                   ==CALC-NUM2-X== BY ==CALC-PHS-NUM2-X==
000970                   ==CALC-NUM2==   BY ==CALC-PHS-NUM2==
000980                   ==CALC-ACCT-CODE== BY ==CALC-PHS-ACCT-CODE==.
000990     05  CALC-PHS-RESULT         PIC S9(07)V99
001000         SIGN LEADING SEPARATE.
001010 FD  CALC-REV-KEYED-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  CALC-REV-KEYED-RECORD.
001040     COPY CALCRVK.
001040 FD  CALC-POSTED-KEYED-FILE
001040     LABEL RECORDS ARE STANDARD.
001040 01  CALC-POSTED-KEYED-RECORD.
001040     COPY CALCPHK.
001040 FD  CALC-ADJ-KEYED-FILE
001040     LABEL RECORDS ARE STANDARD.
001040 01  CALC-ADJ-KEYED-RECORD.
001040     COPY CALCADK.
001040 FD  CALC-ADJ-HIST-FILE
001040     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001040 01  CALC-ADJ-HIST-RECORD.
001040     COPY CALCADS.
001050 FD  CALC-TXN-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  CALC-TXN-RECORD.
001090     COPY CALCID.
001100     COPY CALCTXN.
001110 01  CALC-CONTROL-RECORD.
001120     COPY CALCCTL.
001130 FD  CALC-IMPACT-REPORT-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  CALC-IMPACT-REPORT-RECORD        PIC X(100).
001170 WORKING-STORAGE SECTION.
001180 77  WS-CHANGE-EOF-SWITCH     PIC X(01) VALUE "N".
001190     88  WS-CHANGE-EOF                  VALUE "Y".
001200 77  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
001210     88  WS-MASTER-EOF                  VALUE "Y".
001220 77  WS-POSTED-EOF-SWITCH     PIC X(01) VALUE "N".
001230     88  WS-POSTED-EOF                  VALUE "Y".
001240 77  WS-MASTER-OVFL-SW        PIC X(01) VALUE "N".
001250     88  WS-MASTER-OVERFLOWED           VALUE "Y".
001260 77  WS-WINDOW-OVFL-SW        PIC X(01) VALUE "N".
001270     88  WS-WINDOW-OVERFLOWED           VALUE "Y".
001280 77  WS-OPER-TOTAL-OVFL-SW    PIC X(01) VALUE "N".
001290     88  WS-OPER-TOTAL-OVERFLOWED       VALUE "Y".
001300 77  WS-ARCHIVE-ERROR-SWITCH  PIC X(01) VALUE "N".
001310     88  WS-ARCHIVE-ERROR               VALUE "Y".
001320 77  WS-REV-OPEN-SWITCH       PIC X(01) VALUE "N".
001330     88  WS-REV-OPEN                    VALUE "Y".
001340 77  WS-REV-KEYED-STATUS      PIC X(02) VALUE SPACES.
001340 77  WS-POSTED-KEYED-OPEN-SW  PIC X(01) VALUE "N".
001340     88  WS-POSTED-KEYED-OPEN           VALUE "Y".
001340 77  WS-POSTED-KEYED-STATUS   PIC X(02) VALUE SPACES.
001340 77  WS-KEYED-EOF-SWITCH      PIC X(01) VALUE "N".
001340     88  WS-KEYED-EOF                   VALUE "Y".
001340 77  WS-ADJ-OPEN-SWITCH       PIC X(01) VALUE "N".
001340     88  WS-ADJ-OPEN                    VALUE "Y".
001340 77  WS-ADJ-HIST-OPEN-SW      PIC X(01) VALUE "N".
001340     88  WS-ADJ-HIST-OPEN               VALUE "Y".
001340 77  WS-ADJ-KEYED-STATUS      PIC X(02) VALUE SPACES.
001340 77  WS-POSTED-OPEN-SWITCH    PIC X(01) VALUE "N".
001340     88  WS-POSTED-OPEN                 VALUE "Y".
001340 77  WS-PRIOR-ADJ-SWITCH      PIC X(01) VALUE "N".
001340     88  WS-PRIOR-ADJ-FOUND             VALUE "Y".
001350 77  WS-ADJUST-SWITCH         PIC X(01) VALUE "N".
001360     88  WS-BUILD-ADJUSTMENTS           VALUE "Y".
001370 77  WS-IN-WINDOW-SWITCH      PIC X(01) VALUE "N".
001380     88  WS-IN-WINDOW                   VALUE "Y".
001390 77  WS-DUP-WINDOW-SWITCH     PIC X(01) VALUE "N".
001400     88  WS-DUP-WINDOW                  VALUE "Y".
001410 77  WS-REVERSED-SWITCH       PIC X(01) VALUE "N".
001420     88  WS-REVERSED                    VALUE "Y".
001420     88  WS-REVERSAL-PENDING            VALUE "P".
001430 77  WS-RATE-CODE-FOUND-SW    PIC X(01) VALUE "N".
001440     88  WS-RATE-CODE-FOUND             VALUE "Y".
001450 77  WS-RATE-EFF-FOUND-SW     PIC X(01) VALUE "N".
001460     88  WS-RATE-EFF-FOUND              VALUE "Y".
001470 77  WS-SIZE-ERROR-SWITCH     PIC X(01) VALUE "N".
001480     88  WS-SIZE-ERROR                  VALUE "Y".
001490 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
001500 77  WS-RUN-TIME              PIC 9(06) VALUE 0.
001510 77  WS-CTL-RECORD-ID         PIC X(10) VALUE "**CTL**".
001520 77  WS-EXPECTED-TOTAL-ACCUM  PIC S9(09)V99
001530     SIGN LEADING SEPARATE VALUE 0.
001540 77  WS-RATE-CODE             PIC X(04) VALUE SPACES.
001550 77  WS-BEST-EFF-DATE         PIC 9(08) VALUE 0.
001560 77  WS-RESOLVED-RATE         PIC S9(03)V9(04)
001570     SIGN LEADING SEPARATE VALUE 0.
001580 77  WS-RESTATED-RESULT       PIC S9(07)V99
001590     SIGN LEADING SEPARATE VALUE 0.
001600 77  WS-DIFFERENCE            PIC S9(07)V99
001610     SIGN LEADING SEPARATE VALUE 0.
001610 77  WS-PRIOR-ADJUSTED        PIC S9(07)V99
001610     SIGN LEADING SEPARATE VALUE 0.
001620 77  WS-WINDOW-END            PIC 9(08) VALUE 0.
001630 77  WS-OPEN-END-DATE         PIC 9(08) VALUE 99999999.
001640 77  WS-RATE-MASTER-MAX       PIC 9(05) COMP VALUE 500.
001650 77  WS-RATE-MASTER-COUNT     PIC 9(05) COMP VALUE 0.
001660 77  WS-RM-SCAN-IDX           PIC 9(05) COMP VALUE 0.
001670 77  WS-WINDOW-MAX            PIC 9(05) COMP VALUE 200.
001680 77  WS-WINDOW-COUNT          PIC 9(05) COMP VALUE 0.
001690 77  WS-WN-SCAN-IDX           PIC 9(05) COMP VALUE 0.
001700 77  WS-CODE-TOTAL-COUNT      PIC 9(05) COMP VALUE 0.
001710 77  WS-CT-SCAN-IDX           PIC 9(05) COMP VALUE 0.
001720 77  WS-OPER-TOTAL-MAX        PIC 9(05) COMP VALUE 500.
001730 77  WS-OPER-TOTAL-COUNT      PIC 9(05) COMP VALUE 0.
001740 77  WS-OT-SCAN-IDX           PIC 9(05) COMP VALUE 0.
001750 77  WS-CHANGE-READ-COUNT     PIC 9(07) COMP VALUE 0.
001760 77  WS-CHANGE-SELECTED-COUNT PIC 9(07) COMP VALUE 0.
001770 77  WS-POSTED-READ-COUNT     PIC 9(07) COMP VALUE 0.
001780 77  WS-IN-WINDOW-COUNT       PIC 9(07) COMP VALUE 0.
001790 77  WS-UNCHANGED-COUNT       PIC 9(07) COMP VALUE 0.
001800 77  WS-RESTATED-COUNT        PIC 9(07) COMP VALUE 0.
001810 77  WS-REVERSED-COUNT        PIC 9(07) COMP VALUE 0.
001810 77  WS-REV-PENDING-COUNT     PIC 9(07) COMP VALUE 0.
001810 77  WS-ALREADY-ADJ-COUNT     PIC 9(07) COMP VALUE 0.
001820 77  WS-EXCEPTION-COUNT       PIC 9(07) COMP VALUE 0.
001830 77  WS-ADJUST-COUNT          PIC 9(07) COMP VALUE 0.
001840 77  WS-ADJUST-MAX            PIC 9(07) COMP VALUE 999.
001850 77  WS-ADJUST-SKIP-COUNT     PIC 9(07) COMP VALUE 0.
001860 77  WS-TOTAL-ORIGINAL        PIC S9(09)V99
001870     SIGN LEADING SEPARATE VALUE 0.
001880 77  WS-TOTAL-RESTATED        PIC S9(09)V99
001890     SIGN LEADING SEPARATE VALUE 0.
001900 77  WS-TOTAL-DIFFERENCE      PIC S9(09)V99
001910     SIGN LEADING SEPARATE VALUE 0.
001910 77  WS-TOTAL-PRIOR-ADJ       PIC S9(09)V99
001910     SIGN LEADING SEPARATE VALUE 0.
001920 01  WS-SELECT-CRITERIA.
001930     COPY CALCRIS.
001940 01  WS-ADJ-TXN-ID-BUILD.
001950     05  WS-AID-PREFIX          PIC X(01) VALUE "A".
001960     05  WS-AID-TIME            PIC 9(06).
001970     05  WS-AID-SEQ             PIC 9(03) VALUE 0.
001980 01  WS-RATE-MASTER-TABLE.
001990     05  WS-RATE-MASTER-ENTRY   OCCURS 500 TIMES
002000                                INDEXED BY WS-RM-IDX.
002010         10  WS-RM-RATE-CODE        PIC X(04).
002020         10  WS-RM-EFF-DATE         PIC 9(08).
002030         10  WS-RM-RATE-VALUE       PIC S9(03)V9(04)
002040             SIGN LEADING SEPARATE.
002050 01  WS-WINDOW-TABLE.
002060     05  WS-WINDOW-ENTRY        OCCURS 200 TIMES
002070                                INDEXED BY WS-WN-IDX.
002080         10  WS-WN-RATE-CODE        PIC X(04).
002090         10  WS-WN-FROM-DATE        PIC 9(08).
002100         10  WS-WN-TO-DATE          PIC 9(08).
002110 01  WS-CODE-TOTAL-TABLE.
002120     05  WS-CODE-TOTAL-ENTRY    OCCURS 200 TIMES
002130                                INDEXED BY WS-CT-IDX.
002140         10  WS-CT-RATE-CODE        PIC X(04).
002150         10  WS-CT-COUNT            PIC 9(07) COMP.
002160         10  WS-CT-ORIGINAL         PIC S9(09)V99.
002170         10  WS-CT-RESTATED         PIC S9(09)V99.
002180         10  WS-CT-DIFFERENCE       PIC S9(09)V99.
002190 01  WS-OPER-TOTAL-TABLE.
002200     05  WS-OPER-TOTAL-ENTRY    OCCURS 500 TIMES
002210                                INDEXED BY WS-OT-IDX.
002220         10  WS-OT-OPER-ID          PIC X(08).
002230         10  WS-OT-COUNT            PIC 9(07) COMP.
002240         10  WS-OT-ORIGINAL         PIC S9(09)V99.
002250         10  WS-OT-RESTATED         PIC S9(09)V99.
002260         10  WS-OT-DIFFERENCE       PIC S9(09)V99.
002270 01  WS-IMPACT-HEADING-1.
002280     05  FILLER                 PIC X(36) VALUE
002290         "RETROACTIVE RATE-CHANGE IMPACT".
002300     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
002310     05  WIH-RUN-DATE           PIC 9999/99/99.
002320     05  FILLER                 PIC X(45) VALUE SPACES.
002330 01  WS-IMPACT-HEADING-2.
002340     05  FILLER                 PIC X(23) VALUE
002350         "RATE CHANGES MADE FROM ".
002360     05  WIH-FROM-DATE          PIC 9999/99/99.
002370     05  FILLER                 PIC X(06) VALUE " THRU ".
002380     05  WIH-TO-DATE            PIC 9999/99/99.
002390     05  FILLER                 PIC X(22) VALUE
002400         "    ADJUSTMENT BATCH: ".
002410     05  WIH-ADJUST             PIC X(03).
002420     05  FILLER                 PIC X(26) VALUE SPACES.
002430 01  WS-SECTION-LINE.
002440     05  WSL-TITLE              PIC X(40).
002450     05  FILLER                 PIC X(60) VALUE SPACES.
002460 01  WS-CHANGE-HEADING.
002470     05  FILLER                 PIC X(02) VALUE "A".
002480     05  FILLER                 PIC X(05) VALUE "CODE".
002490     05  FILLER                 PIC X(11) VALUE "EFF DATE".
002500     05  FILLER                 PIC X(09) VALUE "REQ-BY".
002510     05  FILLER                 PIC X(11) VALUE "BEFORE".
002520     05  FILLER                 PIC X(11) VALUE "AFTER".
002530     05  FILLER                 PIC X(12) VALUE "CHANGED".
002540     05  FILLER                 PIC X(12) VALUE "WINDOW ENDS".
002550     05  FILLER                 PIC X(27) VALUE SPACES.
002560 01  WS-CHANGE-LINE.
002570     05  WCL-ACTION             PIC X(01).
002580     05  FILLER                 PIC X(01) VALUE SPACES.
002590     05  WCL-RATE-CODE          PIC X(04).
002600     05  FILLER                 PIC X(01) VALUE SPACES.
002610     05  WCL-EFF-DATE           PIC 9999/99/99.
002620     05  FILLER                 PIC X(01) VALUE SPACES.
002630     05  WCL-REQUESTED-BY       PIC X(08).
002640     05  FILLER                 PIC X(01) VALUE SPACES.
002650     05  WCL-BEFORE-VALUE       PIC -ZZ9.9999.
002660     05  FILLER                 PIC X(02) VALUE SPACES.
002670     05  WCL-AFTER-VALUE        PIC -ZZ9.9999.
002680     05  FILLER                 PIC X(02) VALUE SPACES.
002690     05  WCL-CHANGE-DATE        PIC 9999/99/99.
002700     05  FILLER                 PIC X(02) VALUE SPACES.
002710     05  WCL-WINDOW-END         PIC 9999/99/99 BLANK WHEN ZERO.
002720     05  FILLER                 PIC X(02) VALUE SPACES.
002730     05  WCL-NOTE               PIC X(20).
002740     05  FILLER                 PIC X(07) VALUE SPACES.
002750 01  WS-POSTING-HEADING.
002760     05  FILLER                 PIC X(11) VALUE "TXN-ID".
002770     05  FILLER                 PIC X(11) VALUE "RUN DATE".
002780     05  FILLER                 PIC X(09) VALUE "OPER".
002790     05  FILLER                 PIC X(05) VALUE "CODE".
002800     05  FILLER                 PIC X(12) VALUE "   ORIGINAL".
002810     05  FILLER                 PIC X(10) VALUE " NEW RATE".
002820     05  FILLER                 PIC X(12) VALUE "   RESTATED".
002830     05  FILLER                 PIC X(12) VALUE " DIFFERENCE".
002840     05  FILLER                 PIC X(18) VALUE "NOTE".
002850 01  WS-POSTING-LINE.
002860     05  WPL-TXN-ID             PIC X(10).
002870     05  FILLER                 PIC X(01) VALUE SPACES.
002880     05  WPL-RUN-DATE           PIC 9999/99/99.
002890     05  FILLER                 PIC X(01) VALUE SPACES.
002900     05  WPL-OPER-ID            PIC X(08).
002910     05  FILLER                 PIC X(01) VALUE SPACES.
002920     05  WPL-RATE-CODE          PIC X(04).
002930     05  FILLER                 PIC X(01) VALUE SPACES.
002940     05  WPL-ORIGINAL           PIC -Z(6)9.99.
002950     05  FILLER                 PIC X(01) VALUE SPACES.
002960     05  WPL-NEW-RATE           PIC -ZZ9.9999.
002970     05  FILLER                 PIC X(01) VALUE SPACES.
002980     05  WPL-RESTATED           PIC -Z(6)9.99.
002990     05  FILLER                 PIC X(01) VALUE SPACES.
003000     05  WPL-DIFFERENCE         PIC -Z(6)9.99.
003010     05  FILLER                 PIC X(01) VALUE SPACES.
003020     05  WPL-NOTE               PIC X(17).
003030     05  FILLER                 PIC X(01) VALUE SPACES.
003040 01  WS-ADJUSTED-NOTE.
003050     05  FILLER                 PIC X(05) VALUE "ADJ  ".
003060     05  WAN-TXN-ID             PIC X(10).
003070     05  FILLER                 PIC X(02) VALUE SPACES.
003080 01  WS-TOTAL-HEADING.
003090     05  WTH-KEY-TITLE          PIC X(10).
003100     05  FILLER                 PIC X(09) VALUE "    COUNT".
003110     05  FILLER                 PIC X(15) VALUE
003120         "       ORIGINAL".
003130     05  FILLER                 PIC X(15) VALUE
003140         "       RESTATED".
003150     05  FILLER                 PIC X(15) VALUE
003160         "     DIFFERENCE".
003170     05  FILLER                 PIC X(36) VALUE SPACES.
003180 01  WS-TOTAL-LINE.
003190     05  WTL-KEY                PIC X(08).
003200     05  FILLER                 PIC X(02) VALUE SPACES.
003210     05  WTL-COUNT              PIC ZZZ,ZZ9.
003220     05  FILLER                 PIC X(02) VALUE SPACES.
003230     05  WTL-ORIGINAL           PIC -Z(8)9.99.
003240     05  FILLER                 PIC X(02) VALUE SPACES.
003250     05  WTL-RESTATED           PIC -Z(8)9.99.
003260     05  FILLER                 PIC X(02) VALUE SPACES.
003270     05  WTL-DIFFERENCE         PIC -Z(8)9.99.
003280     05  FILLER                 PIC X(38) VALUE SPACES.
003290 01  WS-COUNT-LINE.
003300     05  WCT-LABEL              PIC X(30).
003310     05  WCT-COUNT              PIC ZZZ,ZZ9.
003320     05  FILLER                 PIC X(63) VALUE SPACES.
003330 01  WS-AMOUNT-LINE.
003340     05  WAL-LABEL              PIC X(30).
003350     05  WAL-AMOUNT             PIC -Z(8)9.99.
003360     05  FILLER                 PIC X(57) VALUE SPACES.
003370 PROCEDURE DIVISION.
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     PERFORM 2000-PROCESS-POSTED THRU 2000-EXIT
003410         UNTIL WS-POSTED-EOF.
003420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003430     STOP RUN.
003440
003450*----------------------------------------------------------------*
003460* 1000-INITIALIZE - READ THE SELECTION CARD, LOAD THE CURRENT    *
003470* RATE MASTER, TURN THE SELECTED CHANGES INTO AFFECTED WINDOWS   *
003480* AND OPEN THE KEYED REGISTERS. ANY TABLE OR KEYED-FILE          *
003490* PROBLEM LEAVES THE POSTED ARCHIVE UNREAD AND THE BATCH EMPTY.  *
003500*----------------------------------------------------------------*
003510 1000-INITIALIZE.
003520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003530     ACCEPT WS-RUN-TIME FROM TIME.
003540     MOVE WS-RUN-TIME TO WS-AID-TIME.
003550     PERFORM 1100-READ-SELECTION THRU 1100-EXIT.
003560     OPEN OUTPUT CALC-TXN-FILE.
003570     OPEN OUTPUT CALC-IMPACT-REPORT-FILE.
003580     PERFORM 1050-WRITE-PLACEHOLDER-CONTROL THRU 1050-EXIT.
003590     MOVE WS-RUN-DATE TO WIH-RUN-DATE.
003600     MOVE RIS-FROM-DATE IN WS-SELECT-CRITERIA TO WIH-FROM-DATE.
003610     MOVE RIS-TO-DATE IN WS-SELECT-CRITERIA TO WIH-TO-DATE.
003620     IF WS-BUILD-ADJUSTMENTS
003630         MOVE "YES" TO WIH-ADJUST
003640     ELSE
003650         MOVE "NO" TO WIH-ADJUST
003660     END-IF.
003670     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-IMPACT-HEADING-1.
003680     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-IMPACT-HEADING-2.
003690     MOVE "Y" TO WS-POSTED-EOF-SWITCH.
003700     PERFORM 1300-LOAD-RATE-MASTER THRU 1300-EXIT.
003710     IF WS-MASTER-OVERFLOWED
003720         GO TO 1000-EXIT
003730     END-IF.
003740     MOVE "RATE CHANGES SELECTED" TO WSL-TITLE.
003750     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-SECTION-LINE.
003760     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-CHANGE-HEADING.
003770     PERFORM 1400-LOAD-RATE-CHANGES THRU 1400-EXIT.
003780     IF WS-WINDOW-OVERFLOWED
003790         GO TO 1000-EXIT
003800     END-IF.
003810     IF WS-WINDOW-COUNT = 0
003820         GO TO 1000-EXIT
003830     END-IF.
003840     OPEN INPUT CALC-REV-KEYED-FILE.
003850     IF WS-REV-KEYED-STATUS NOT = "00"
003860         DISPLAY "ERROR - CALCRVK OPEN FAILED - STATUS "
003870             WS-REV-KEYED-STATUS " - RUN CALCHLOD TO BUILD "
003880             "THE KEYED ARCHIVES"
003890         MOVE "Y" TO WS-ARCHIVE-ERROR-SWITCH
003900         GO TO 1000-EXIT
003910     END-IF.
003920     MOVE "Y" TO WS-REV-OPEN-SWITCH.
003920     OPEN INPUT CALC-POSTED-KEYED-FILE.
003920     IF WS-POSTED-KEYED-STATUS NOT = "00"
003920         DISPLAY "ERROR - CALCPHSK OPEN FAILED - STATUS "
003920             WS-POSTED-KEYED-STATUS " - RUN CALCHLOD TO BUILD "
003920             "THE KEYED ARCHIVES"
003920         MOVE "Y" TO WS-ARCHIVE-ERROR-SWITCH
003920         GO TO 1000-EXIT
003920     END-IF.
003920     MOVE "Y" TO WS-POSTED-KEYED-OPEN-SW.
003920     IF WS-BUILD-ADJUSTMENTS
003920         OPEN I-O CALC-ADJ-KEYED-FILE
003920     ELSE
003920         OPEN INPUT CALC-ADJ-KEYED-FILE
003920     END-IF.
003920     IF WS-ADJ-KEYED-STATUS NOT = "00"
003920         DISPLAY "ERROR - CALCADK OPEN FAILED - STATUS "
003920             WS-ADJ-KEYED-STATUS " - RUN CALCHLOD TO BUILD "
003920             "THE KEYED ARCHIVES"
003920         MOVE "Y" TO WS-ARCHIVE-ERROR-SWITCH
003920         GO TO 1000-EXIT
003920     END-IF.
003920     MOVE "Y" TO WS-ADJ-OPEN-SWITCH.
003920     IF WS-BUILD-ADJUSTMENTS
003920         OPEN EXTEND CALC-ADJ-HIST-FILE
003920         MOVE "Y" TO WS-ADJ-HIST-OPEN-SW
003920     END-IF.
003930     MOVE "RTE POSTINGS RESTATED" TO WSL-TITLE.
003940     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-SECTION-LINE.
003950     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-POSTING-HEADING.
003960     OPEN INPUT CALC-POSTED-HISTORY-FILE.
003960     MOVE "Y" TO WS-POSTED-OPEN-SWITCH.
003970     MOVE "N" TO WS-POSTED-EOF-SWITCH.
003980     PERFORM 2100-READ-POSTED THRU 2100-EXIT.
003990 1000-EXIT.
004000     EXIT.
004010
004020 1050-WRITE-PLACEHOLDER-CONTROL.
004030     MOVE WS-CTL-RECORD-ID TO CTL-RECORD-ID.
004040     MOVE 0 TO CTL-EXPECTED-COUNT.
004050     MOVE 0 TO CTL-EXPECTED-TOTAL.
004060     WRITE CALC-TXN-RECORD.
004070 1050-EXIT.
004080     EXIT.
004090
004100 1100-READ-SELECTION.
004110     OPEN INPUT CALC-IMPACT-SELECT-FILE.
004120     READ CALC-IMPACT-SELECT-FILE
004130         AT END
004140             MOVE ZEROS TO RIS-FROM-DATE IN WS-SELECT-CRITERIA
004150             MOVE ZEROS TO RIS-TO-DATE IN WS-SELECT-CRITERIA
004160             MOVE "N" TO RIS-BUILD-ADJUST IN WS-SELECT-CRITERIA
004170             MOVE SPACES TO RIS-REQUESTED-BY IN WS-SELECT-CRITERIA
004180         NOT AT END
004190             MOVE CALC-IMPACT-SELECT-RECORD TO WS-SELECT-CRITERIA
004200     END-READ.
004210     CLOSE CALC-IMPACT-SELECT-FILE.
004220     IF RIS-FROM-DATE IN WS-SELECT-CRITERIA NOT NUMERIC
004230         MOVE ZEROS TO RIS-FROM-DATE IN WS-SELECT-CRITERIA
004240     END-IF.
004250     IF RIS-TO-DATE IN WS-SELECT-CRITERIA NOT NUMERIC
004260         MOVE ZEROS TO RIS-TO-DATE IN WS-SELECT-CRITERIA
004270     END-IF.
004280     IF RIS-FROM-DATE IN WS-SELECT-CRITERIA = ZEROS
004290         AND RIS-TO-DATE IN WS-SELECT-CRITERIA = ZEROS
004300         MOVE WS-RUN-DATE TO RIS-FROM-DATE IN WS-SELECT-CRITERIA
004310         MOVE WS-RUN-DATE TO RIS-TO-DATE IN WS-SELECT-CRITERIA
004320     END-IF.
004330     IF RIS-TO-DATE IN WS-SELECT-CRITERIA = ZEROS
004340         MOVE WS-OPEN-END-DATE
004350             TO RIS-TO-DATE IN WS-SELECT-CRITERIA
004360     END-IF.
004370     IF NOT RIS-ADJUST-WANTED IN WS-SELECT-CRITERIA
004380         GO TO 1100-EXIT
004390     END-IF.
004400     IF RIS-REQUESTED-BY IN WS-SELECT-CRITERIA = SPACES
004410         DISPLAY "WARNING - ADJUSTMENT BATCH REQUESTED WITHOUT A "
004420             "REQUESTED-BY ON CALCRIS - REPORT ONLY, NO "
004430             "ADJUSTMENTS WRITTEN"
004440         ADD 1 TO WS-EXCEPTION-COUNT
004450         GO TO 1100-EXIT
004460     END-IF.
004470     MOVE "Y" TO WS-ADJUST-SWITCH.
004480 1100-EXIT.
004490     EXIT.
004500
004510 1300-LOAD-RATE-MASTER.
004520     OPEN INPUT CALC-RATE-MASTER-FILE.
004530     PERFORM 1310-LOAD-ONE-RATE-ENTRY THRU 1310-EXIT
004540         UNTIL WS-MASTER-EOF
004550         OR WS-RATE-MASTER-COUNT = WS-RATE-MASTER-MAX.
004560     IF NOT WS-MASTER-EOF
004570         READ CALC-RATE-MASTER-FILE
004580             AT END
004590                 MOVE "Y" TO WS-MASTER-EOF-SWITCH
004600             NOT AT END
004610                 MOVE "Y" TO WS-MASTER-OVFL-SW
004620                 DISPLAY "ERROR - RATE MASTER EXCEEDS THE "
004630                     WS-RATE-MASTER-MAX " ENTRY TABLE - NO "
004640                     "POSTINGS RESTATED AND NO ADJUSTMENTS "
004650                     "WRITTEN"
004660         END-READ
004670     END-IF.
004680     CLOSE CALC-RATE-MASTER-FILE.
004690 1300-EXIT.
004700     EXIT.
004710
004720 1310-LOAD-ONE-RATE-ENTRY.
004730     READ CALC-RATE-MASTER-FILE
004740         AT END
004750             MOVE "Y" TO WS-MASTER-EOF-SWITCH
004760         NOT AT END
004770             ADD 1 TO WS-RATE-MASTER-COUNT
004780             SET WS-RM-IDX TO WS-RATE-MASTER-COUNT
004790             MOVE RTM-RATE-CODE TO WS-RM-RATE-CODE(WS-RM-IDX)
004800             MOVE RTM-EFF-DATE TO WS-RM-EFF-DATE(WS-RM-IDX)
004810             MOVE RTM-RATE-VALUE TO WS-RM-RATE-VALUE(WS-RM-IDX)
004820     END-READ.
004830 1310-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------*
004870* 1400-LOAD-RATE-CHANGES - EACH CHANGE MADE IN THE SELECTED      *
004880* RANGE OPENS A WINDOW FROM ITS EFFECTIVE DATE UP TO (NOT        *
004890* INCLUDING) THE NEXT LATER ROW FOR THE SAME CODE ON THE CURRENT *
004900* MASTER. POSTINGS FROM THAT DATE ON RESOLVED TO THE CHANGED ROW *
004910* BEFORE OR RESOLVE TO IT NOW. A SECOND CHANGE TO THE SAME ROW   *
004920* IS LISTED BUT SHARES THE FIRST ONE'S WINDOW.                   *
004930*----------------------------------------------------------------*
004940 1400-LOAD-RATE-CHANGES.
004950     OPEN INPUT CALC-RATE-CHANGE-FILE.
004960     PERFORM 1410-LOAD-ONE-RATE-CHANGE THRU 1410-EXIT
004970         UNTIL WS-CHANGE-EOF
004980         OR WS-WINDOW-OVERFLOWED.
004990     CLOSE CALC-RATE-CHANGE-FILE.
005000 1400-EXIT.
005010     EXIT.
005020
005030 1410-LOAD-ONE-RATE-CHANGE.
005040     READ CALC-RATE-CHANGE-FILE
005050         AT END
005060             MOVE "Y" TO WS-CHANGE-EOF-SWITCH
005070             GO TO 1410-EXIT
005080     END-READ.
005090     ADD 1 TO WS-CHANGE-READ-COUNT.
005100     IF RCH-CHANGE-DATE < RIS-FROM-DATE IN WS-SELECT-CRITERIA
005110         OR RCH-CHANGE-DATE > RIS-TO-DATE IN WS-SELECT-CRITERIA
005120         GO TO 1410-EXIT
005130     END-IF.
005140     ADD 1 TO WS-CHANGE-SELECTED-COUNT.
005150     PERFORM 1420-FIND-WINDOW-END THRU 1420-EXIT.
005160     MOVE "N" TO WS-DUP-WINDOW-SWITCH.
005170     MOVE 0 TO WS-WN-SCAN-IDX.
005180     PERFORM 1430-CHECK-ONE-WINDOW THRU 1430-EXIT
005190         WS-WINDOW-COUNT TIMES.
005200     MOVE SPACES TO WCL-NOTE.
005210     IF WS-DUP-WINDOW
005220         MOVE "SAME WINDOW AS ABOVE" TO WCL-NOTE
005230     ELSE
005240         IF WS-WINDOW-COUNT = WS-WINDOW-MAX
005250             MOVE "Y" TO WS-WINDOW-OVFL-SW
005260             DISPLAY "ERROR - MORE THAN " WS-WINDOW-MAX
005270                 " RATE CHANGES SELECTED - NARROW THE CALCRIS "
005280                 "DATES - NO POSTINGS RESTATED"
005290             GO TO 1410-EXIT
005300         END-IF
005310         ADD 1 TO WS-WINDOW-COUNT
005320         SET WS-WN-IDX TO WS-WINDOW-COUNT
005330         MOVE RCH-RATE-CODE TO WS-WN-RATE-CODE(WS-WN-IDX)
005340         MOVE RCH-EFF-DATE TO WS-WN-FROM-DATE(WS-WN-IDX)
005350         MOVE WS-WINDOW-END TO WS-WN-TO-DATE(WS-WN-IDX)
005360     END-IF.
005370     MOVE RCH-ACTION-CODE TO WCL-ACTION.
005380     MOVE RCH-RATE-CODE TO WCL-RATE-CODE.
005390     MOVE RCH-EFF-DATE TO WCL-EFF-DATE.
005400     MOVE RCH-REQUESTED-BY TO WCL-REQUESTED-BY.
005410     MOVE RCH-BEFORE-VALUE TO WCL-BEFORE-VALUE.
005420     MOVE RCH-AFTER-VALUE TO WCL-AFTER-VALUE.
005430     MOVE RCH-CHANGE-DATE TO WCL-CHANGE-DATE.
005440     IF WS-WINDOW-END = WS-OPEN-END-DATE
005450         MOVE 0 TO WCL-WINDOW-END
005460         IF NOT WS-DUP-WINDOW
005470             MOVE "STILL CURRENT" TO WCL-NOTE
005480         END-IF
005490     ELSE
005500         MOVE WS-WINDOW-END TO WCL-WINDOW-END
005510     END-IF.
005520     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-CHANGE-LINE.
005530 1410-EXIT.
005540     EXIT.
005550
005560 1420-FIND-WINDOW-END.
005570     MOVE WS-OPEN-END-DATE TO WS-WINDOW-END.
005580     MOVE 0 TO WS-RM-SCAN-IDX.
005590     PERFORM 1425-CHECK-ONE-LATER-ROW THRU 1425-EXIT
005600         WS-RATE-MASTER-COUNT TIMES.
005610 1420-EXIT.
005620     EXIT.
005630
005640 1425-CHECK-ONE-LATER-ROW.
005650     ADD 1 TO WS-RM-SCAN-IDX.
005660     SET WS-RM-IDX TO WS-RM-SCAN-IDX.
005670     IF WS-RM-RATE-CODE(WS-RM-IDX) = RCH-RATE-CODE
005680         AND WS-RM-EFF-DATE(WS-RM-IDX) > RCH-EFF-DATE
005690         AND WS-RM-EFF-DATE(WS-RM-IDX) < WS-WINDOW-END
005700         MOVE WS-RM-EFF-DATE(WS-RM-IDX) TO WS-WINDOW-END
005710     END-IF.
005720 1425-EXIT.
005730     EXIT.
005740
005750 1430-CHECK-ONE-WINDOW.
005760     ADD 1 TO WS-WN-SCAN-IDX.
005770     SET WS-WN-IDX TO WS-WN-SCAN-IDX.
005780     IF WS-WN-RATE-CODE(WS-WN-IDX) = RCH-RATE-CODE
005790         AND WS-WN-FROM-DATE(WS-WN-IDX) = RCH-EFF-DATE
005800         AND WS-WN-TO-DATE(WS-WN-IDX) = WS-WINDOW-END
005810         MOVE "Y" TO WS-DUP-WINDOW-SWITCH
005820     END-IF.
005830 1430-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------*
005870* 2000-PROCESS-POSTED - ONE CALCPHS RECORD. ONLY "RTE" POSTINGS  *
005880* INSIDE A WINDOW ARE RESTATED; ONE WHOSE RESULT DOES NOT CHANGE *
005890* IS COUNTED BUT NOT LISTED. THE DIFFERENCE IS NET OF WHATEVER   *
005890* EARLIER CALCRIMP BATCHES HAVE ALREADY ADJUSTED THE POSTING BY  *
005890* (CALCADK), SO A POSTING WHOSE NET DIFFERENCE IS NIL IS LISTED  *
005890* "ALREADY ADJUSTED" AND NOT ADJUSTED AGAIN.                     *
005900*----------------------------------------------------------------*
005910 2000-PROCESS-POSTED.
005920     ADD 1 TO WS-POSTED-READ-COUNT.
005930     IF CALC-PHS-OPERATOR NOT = "RTE"
005940         GO TO 2000-NEXT
005950     END-IF.
005960     MOVE CALC-PHS-NUM2-X(1:4) TO WS-RATE-CODE.
005970     MOVE "N" TO WS-IN-WINDOW-SWITCH.
005980     MOVE 0 TO WS-WN-SCAN-IDX.
005990     PERFORM 2150-CHECK-POSTING-WINDOW THRU 2150-EXIT
006000         WS-WINDOW-COUNT TIMES.
006010     IF NOT WS-IN-WINDOW
006020         GO TO 2000-NEXT
006030     END-IF.
006040     ADD 1 TO WS-IN-WINDOW-COUNT.
006050     PERFORM 2200-RESOLVE-RATE THRU 2200-EXIT.
006060     IF NOT WS-RATE-CODE-FOUND OR NOT WS-RATE-EFF-FOUND
006070         MOVE 0 TO WS-RESOLVED-RATE
006080         MOVE 0 TO WS-RESTATED-RESULT
006090         MOVE 0 TO WS-DIFFERENCE
006100         MOVE "NO RATE NOW" TO WPL-NOTE
006110         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
006120         GO TO 2000-NEXT
006130     END-IF.
006140     PERFORM 2300-RESTATE-POSTING THRU 2300-EXIT.
006150     IF WS-SIZE-ERROR
006160         MOVE "SIZE ERROR" TO WPL-NOTE
006170         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
006180         GO TO 2000-NEXT
006190     END-IF.
006200     IF WS-DIFFERENCE = 0
006200         AND WS-PRIOR-ADJUSTED = 0
006210         ADD 1 TO WS-UNCHANGED-COUNT
006220         GO TO 2000-NEXT
006230     END-IF.
006230     IF WS-DIFFERENCE = 0
006230         ADD 1 TO WS-ALREADY-ADJ-COUNT
006230         MOVE "ALREADY ADJUSTED" TO WPL-NOTE
006230         PERFORM 2900-WRITE-POSTING-LINE THRU 2900-EXIT
006230         GO TO 2000-NEXT
006230     END-IF.
006240     PERFORM 2400-CHECK-REVERSED THRU 2400-EXIT.
006250     IF WS-REVERSED
006260         ADD 1 TO WS-REVERSED-COUNT
006270         MOVE "REVERSED - NO ADJ" TO WPL-NOTE
006280         PERFORM 2900-WRITE-POSTING-LINE THRU 2900-EXIT
006290         GO TO 2000-NEXT
006300     END-IF.
006300     IF WS-REVERSAL-PENDING
006300         ADD 1 TO WS-REV-PENDING-COUNT
006300         MOVE "REVERSAL PENDING" TO WPL-NOTE
006300         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
006300         GO TO 2000-NEXT
006300     END-IF.
006310     ADD 1 TO WS-RESTATED-COUNT.
006320     ADD CALC-PHS-RESULT TO WS-TOTAL-ORIGINAL.
006330     ADD WS-RESTATED-RESULT TO WS-TOTAL-RESTATED.
006340     ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE.
006350     PERFORM 2500-ACCUM-CODE-TOTAL THRU 2500-EXIT.
006360     PERFORM 2550-ACCUM-OPER-TOTAL THRU 2550-EXIT.
006360     ADD WS-PRIOR-ADJUSTED TO WS-TOTAL-PRIOR-ADJ.
006370     MOVE SPACES TO WPL-NOTE.
006370     IF WS-PRIOR-ADJUSTED NOT = 0
006370         MOVE "NET OF PRIOR ADJ" TO WPL-NOTE
006370     END-IF.
006380     IF WS-BUILD-ADJUSTMENTS
006390         PERFORM 2600-WRITE-ADJUSTMENT THRU 2600-EXIT
006400     END-IF.
006410     PERFORM 2900-WRITE-POSTING-LINE THRU 2900-EXIT.
006420 2000-NEXT.
006430     PERFORM 2100-READ-POSTED THRU 2100-EXIT.
006440 2000-EXIT.
006450     EXIT.
006460
006470 2100-READ-POSTED.
006480     READ CALC-POSTED-HISTORY-FILE
006490         AT END MOVE "Y" TO WS-POSTED-EOF-SWITCH
006500     END-READ.
006510 2100-EXIT.
006520     EXIT.
006530
006540 2150-CHECK-POSTING-WINDOW.
006550     ADD 1 TO WS-WN-SCAN-IDX.
006560     SET WS-WN-IDX TO WS-WN-SCAN-IDX.
006570     IF WS-WN-RATE-CODE(WS-WN-IDX) = WS-RATE-CODE
006580         AND CALC-PHS-RUN-DATE NOT < WS-WN-FROM-DATE(WS-WN-IDX)
006590         AND CALC-PHS-RUN-DATE < WS-WN-TO-DATE(WS-WN-IDX)
006600         MOVE "Y" TO WS-IN-WINDOW-SWITCH
006610     END-IF.
006620 2150-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------------*
006660* 2200-RESOLVE-RATE - THE SAME RULE AS CALCULATRICE              *
006670* 2156-RESOLVE-RATE: THE LATEST ROW FOR THE CODE WHOSE EFFECTIVE *
006680* DATE IS NOT AFTER THE POSTING'S RUN DATE.                      *
006690*----------------------------------------------------------------*
006700 2200-RESOLVE-RATE.
006710     MOVE "N" TO WS-RATE-CODE-FOUND-SW.
006720     MOVE "N" TO WS-RATE-EFF-FOUND-SW.
006730     MOVE 0 TO WS-BEST-EFF-DATE.
006740     MOVE 0 TO WS-RESOLVED-RATE.
006750     MOVE 0 TO WS-RM-SCAN-IDX.
006760     PERFORM 2210-SCAN-ONE-RATE-ENTRY THRU 2210-EXIT
006770         WS-RATE-MASTER-COUNT TIMES.
006780 2200-EXIT.
006790     EXIT.
006800
006810 2210-SCAN-ONE-RATE-ENTRY.
006820     ADD 1 TO WS-RM-SCAN-IDX.
006830     SET WS-RM-IDX TO WS-RM-SCAN-IDX.
006840     IF WS-RM-RATE-CODE(WS-RM-IDX) = WS-RATE-CODE
006850         MOVE "Y" TO WS-RATE-CODE-FOUND-SW
006860         IF WS-RM-EFF-DATE(WS-RM-IDX) NOT > CALC-PHS-RUN-DATE
006870             AND WS-RM-EFF-DATE(WS-RM-IDX) NOT <
006880                 WS-BEST-EFF-DATE
006890             MOVE "Y" TO WS-RATE-EFF-FOUND-SW
006900             MOVE WS-RM-EFF-DATE(WS-RM-IDX) TO WS-BEST-EFF-DATE
006910             MOVE WS-RM-RATE-VALUE(WS-RM-IDX)
006920                 TO WS-RESOLVED-RATE
006930         END-IF
006940     END-IF.
006950 2210-EXIT.
006960     EXIT.
006970
006970*----------------------------------------------------------------*
006970* 2300-RESTATE-POSTING - RESTATED RESULT LESS THE ORIGINAL       *
006970* RESULT LESS ANY ADJUSTMENT ALREADY GENERATED FOR THE POSTING.  *
006970*----------------------------------------------------------------*
006980 2300-RESTATE-POSTING.
006990     MOVE "N" TO WS-SIZE-ERROR-SWITCH.
006990     MOVE 0 TO WS-PRIOR-ADJUSTED.
007000     MULTIPLY CALC-PHS-NUM1 BY WS-RESOLVED-RATE
007010         GIVING WS-RESTATED-RESULT ROUNDED
007020         ON SIZE ERROR MOVE "Y" TO WS-SIZE-ERROR-SWITCH
007030     END-MULTIPLY.
007040     IF WS-SIZE-ERROR
007050         MOVE 0 TO WS-RESTATED-RESULT
007060         MOVE 0 TO WS-DIFFERENCE
007070         GO TO 2300-EXIT
007080     END-IF.
007090     SUBTRACT CALC-PHS-RESULT FROM WS-RESTATED-RESULT
007100         GIVING WS-DIFFERENCE
007110         ON SIZE ERROR MOVE "Y" TO WS-SIZE-ERROR-SWITCH
007120     END-SUBTRACT.
007130     IF WS-SIZE-ERROR
007140         MOVE 0 TO WS-DIFFERENCE
007140         GO TO 2300-EXIT
007150     END-IF.
007150     PERFORM 2350-GET-PRIOR-ADJUSTMENT THRU 2350-EXIT.
007150     SUBTRACT WS-PRIOR-ADJUSTED FROM WS-DIFFERENCE
007150         ON SIZE ERROR MOVE "Y" TO WS-SIZE-ERROR-SWITCH
007150     END-SUBTRACT.
007150     IF WS-SIZE-ERROR
007150         MOVE 0 TO WS-DIFFERENCE
007150     END-IF.
007160 2300-EXIT.
007170     EXIT.
007170
007170 2350-GET-PRIOR-ADJUSTMENT.
007170     MOVE "N" TO WS-PRIOR-ADJ-SWITCH.
007170     MOVE CALC-PHS-TXN-ID TO ADK-ORIG-TXN-ID.
007170     MOVE CALC-PHS-RUN-DATE TO ADK-ORIG-RUN-DATE.
007170     READ CALC-ADJ-KEYED-FILE
007170         INVALID KEY
007170             CONTINUE
007170         NOT INVALID KEY
007170             MOVE "Y" TO WS-PRIOR-ADJ-SWITCH
007170             MOVE ADK-AMOUNT TO WS-PRIOR-ADJUSTED
007170     END-READ.
007170 2350-EXIT.
007170     EXIT.
007180
007180*----------------------------------------------------------------*
007180* 2400-CHECK-REVERSED - A POSTING ON THE REVERSAL REGISTER IS    *
007180* ONLY TREATED AS REVERSED ONCE ITS "REV" ENTRY HAS POSTED (ON   *
007180* ITS OWN RUN DATE OR LATER, AS CALCRCOR RESUBMITS IT UNDER THE  *
007180* SAME TXN-ID). UNTIL THEN IT IS A "REVERSAL PENDING" EXCEPTION  *
007180* AND IS NEITHER RESTATED NOR ADJUSTED.                          *
007180*----------------------------------------------------------------*
007190 2400-CHECK-REVERSED.
007200     MOVE "N" TO WS-REVERSED-SWITCH.
007210     MOVE CALC-PHS-TXN-ID TO RVK-ORIG-TXN-ID.
007220     MOVE CALC-PHS-RUN-DATE TO RVK-ORIG-RUN-DATE.
007230     READ CALC-REV-KEYED-FILE
007240         INVALID KEY
007250             CONTINUE
007260         NOT INVALID KEY
007260             PERFORM 2410-CHECK-REV-POSTED THRU 2410-EXIT
007280     END-READ.
007290 2400-EXIT.
007300     EXIT.
007300
007300 2410-CHECK-REV-POSTED.
007300     MOVE "P" TO WS-REVERSED-SWITCH.
007300     MOVE "N" TO WS-KEYED-EOF-SWITCH.
007300     MOVE RVK-NEW-TXN-ID TO PHK-TXN-ID.
007300     MOVE RVK-RUN-DATE TO PHK-RUN-DATE.
007300     MOVE ZEROS TO PHK-RUN-TIME.
007300     START CALC-POSTED-KEYED-FILE KEY NOT < PHK-KEY
007300         INVALID KEY MOVE "Y" TO WS-KEYED-EOF-SWITCH
007300     END-START.
007300     IF NOT WS-KEYED-EOF
007300         PERFORM 2420-READ-POSTED-KEYED THRU 2420-EXIT
007300     END-IF.
007300     PERFORM 2430-SCAN-REV-POSTED THRU 2430-EXIT
007300         UNTIL WS-KEYED-EOF OR WS-REVERSED.
007300 2410-EXIT.
007300     EXIT.
007300
007300 2420-READ-POSTED-KEYED.
007300     READ CALC-POSTED-KEYED-FILE NEXT RECORD
007300         AT END MOVE "Y" TO WS-KEYED-EOF-SWITCH
007300     END-READ.
007300 2420-EXIT.
007300     EXIT.
007300
007300 2430-SCAN-REV-POSTED.
007300     IF PHK-TXN-ID NOT = RVK-NEW-TXN-ID
007300         MOVE "Y" TO WS-KEYED-EOF-SWITCH
007300         GO TO 2430-EXIT
007300     END-IF.
007300     IF PHK-OPERATOR = "REV"
007300         AND PHK-NUM2-X = RVK-ORIG-TXN-ID
007300         MOVE "Y" TO WS-REVERSED-SWITCH
007300         GO TO 2430-EXIT
007300     END-IF.
007300     PERFORM 2420-READ-POSTED-KEYED THRU 2420-EXIT.
007300 2430-EXIT.
007300     EXIT.
007310
007320 2500-ACCUM-CODE-TOTAL.
007330     SET WS-CT-IDX TO 1.
007340     SEARCH WS-CODE-TOTAL-ENTRY
007350         AT END
007360             CONTINUE
007370         WHEN WS-CT-IDX > WS-CODE-TOTAL-COUNT
007380             ADD 1 TO WS-CODE-TOTAL-COUNT
007390             MOVE WS-RATE-CODE TO WS-CT-RATE-CODE(WS-CT-IDX)
007400             MOVE 0 TO WS-CT-COUNT(WS-CT-IDX)
007410             MOVE 0 TO WS-CT-ORIGINAL(WS-CT-IDX)
007420             MOVE 0 TO WS-CT-RESTATED(WS-CT-IDX)
007430             MOVE 0 TO WS-CT-DIFFERENCE(WS-CT-IDX)
007440         WHEN WS-CT-RATE-CODE(WS-CT-IDX) = WS-RATE-CODE
007450             CONTINUE
007460     END-SEARCH.
007470     ADD 1 TO WS-CT-COUNT(WS-CT-IDX).
007480     ADD CALC-PHS-RESULT TO WS-CT-ORIGINAL(WS-CT-IDX).
007490     ADD WS-RESTATED-RESULT TO WS-CT-RESTATED(WS-CT-IDX).
007500     ADD WS-DIFFERENCE TO WS-CT-DIFFERENCE(WS-CT-IDX).
007510 2500-EXIT.
007520     EXIT.
007530
007540 2550-ACCUM-OPER-TOTAL.
007550     SET WS-OT-IDX TO 1.
007560     SEARCH WS-OPER-TOTAL-ENTRY
007570         AT END
007580             IF NOT WS-OPER-TOTAL-OVERFLOWED
007590                 MOVE "Y" TO WS-OPER-TOTAL-OVFL-SW
007600                 DISPLAY "WARNING - OPERATOR TOTAL TABLE FULL - "
007610                     "OPERATORS PAST " WS-OPER-TOTAL-MAX
007620                     " ENTRIES ARE IN THE GRAND TOTAL ONLY"
007630             END-IF
007640             GO TO 2550-EXIT
007650         WHEN WS-OT-IDX > WS-OPER-TOTAL-COUNT
007660             ADD 1 TO WS-OPER-TOTAL-COUNT
007670             MOVE CALC-PHS-OPER-ID TO WS-OT-OPER-ID(WS-OT-IDX)
007680             MOVE 0 TO WS-OT-COUNT(WS-OT-IDX)
007690             MOVE 0 TO WS-OT-ORIGINAL(WS-OT-IDX)
007700             MOVE 0 TO WS-OT-RESTATED(WS-OT-IDX)
007710             MOVE 0 TO WS-OT-DIFFERENCE(WS-OT-IDX)
007720         WHEN WS-OT-OPER-ID(WS-OT-IDX) = CALC-PHS-OPER-ID
007730             CONTINUE
007740     END-SEARCH.
007750     ADD 1 TO WS-OT-COUNT(WS-OT-IDX).
007760     ADD CALC-PHS-RESULT TO WS-OT-ORIGINAL(WS-OT-IDX).
007770     ADD WS-RESTATED-RESULT TO WS-OT-RESTATED(WS-OT-IDX).
007780     ADD WS-DIFFERENCE TO WS-OT-DIFFERENCE(WS-OT-IDX).
007790 2550-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------------*
007830* 2600-WRITE-ADJUSTMENT - POST THE DIFFERENCE AS NUM1 "+" ZERO   *
007840* TO THE ORIGINAL'S GL ACCOUNT, UNDER THE REQUESTER NAMED ON THE *
007850* CALCRIS CARD, AND ENTER IT ON THE ADJUSTMENT REGISTER.         *
007860*----------------------------------------------------------------*
007870 2600-WRITE-ADJUSTMENT.
007880     IF WS-ADJUST-COUNT NOT < WS-ADJUST-MAX
007890         ADD 1 TO WS-ADJUST-SKIP-COUNT
007900         MOVE "BATCH FULL-NO ADJ" TO WPL-NOTE
007910         GO TO 2600-EXIT
007920     END-IF.
007930     ADD 1 TO WS-AID-SEQ.
007940     MOVE WS-ADJ-TXN-ID-BUILD TO CALC-TXN-ID.
007950     MOVE RIS-REQUESTED-BY IN WS-SELECT-CRITERIA TO CALC-OPER-ID.
007960     MOVE WS-RUN-DATE TO CALC-RUN-DATE.
007970     MOVE WS-RUN-TIME TO CALC-RUN-TIME.
007980     MOVE WS-DIFFERENCE TO CALC-NUM1.
007990     MOVE "+" TO CALC-OPERATOR.
008000     MOVE 0 TO CALC-NUM2.
008010     MOVE CALC-PHS-ACCT-CODE TO CALC-ACCT-CODE.
008020     WRITE CALC-TXN-RECORD.
008030     ADD WS-DIFFERENCE TO WS-EXPECTED-TOTAL-ACCUM.
008040     ADD 1 TO WS-ADJUST-COUNT.
008050     MOVE CALC-TXN-ID TO WAN-TXN-ID.
008060     MOVE WS-ADJUSTED-NOTE TO WPL-NOTE.
008060     PERFORM 2650-RECORD-ADJUSTMENT THRU 2650-EXIT.
008070 2600-EXIT.
008080     EXIT.
008080
008080*----------------------------------------------------------------*
008080* 2650-RECORD-ADJUSTMENT - APPEND THE ADJUSTMENT TO CALCADH AND  *
008080* CARRY IT INTO THE POSTING'S RUNNING TOTAL ON CALCADK, THE WAY  *
008080* CALCREV KEEPS CALCRVH AND CALCRVK.                             *
008080*----------------------------------------------------------------*
008080 2650-RECORD-ADJUSTMENT.
008080     MOVE CALC-PHS-TXN-ID TO CALC-ADJ-ORIG-TXN-ID.
008080     MOVE CALC-PHS-RUN-DATE TO CALC-ADJ-ORIG-RUN-DATE.
008080     MOVE CALC-TXN-ID TO CALC-ADJ-NEW-TXN-ID.
008080     MOVE WS-RUN-DATE TO CALC-ADJ-RUN-DATE.
008080     MOVE WS-DIFFERENCE TO CALC-ADJ-AMOUNT.
008080     MOVE WS-RATE-CODE TO CALC-ADJ-RATE-CODE.
008080     MOVE WS-RESOLVED-RATE TO CALC-ADJ-NEW-RATE.
008080     MOVE CALC-PHS-ACCT-CODE TO CALC-ADJ-ACCT-CODE.
008080     MOVE RIS-REQUESTED-BY IN WS-SELECT-CRITERIA
008080         TO CALC-ADJ-REQUESTED-BY.
008080     WRITE CALC-ADJ-HIST-RECORD.
008080     MOVE CALC-ADJ-HIST-RECORD TO CALC-ADJ-KEYED-RECORD.
008080     IF NOT WS-PRIOR-ADJ-FOUND
008080         WRITE CALC-ADJ-KEYED-RECORD
008080             INVALID KEY
008080                 DISPLAY "WARNING - CALCADK WRITE FAILED FOR "
008080                     CALC-PHS-TXN-ID " - STATUS "
008080                     WS-ADJ-KEYED-STATUS
008080                     " - RERUN CALCHLOD TO REBUILD FROM CALCADH"
008080         END-WRITE
008080         GO TO 2650-EXIT
008080     END-IF.
008080     ADD WS-PRIOR-ADJUSTED TO ADK-AMOUNT.
008080     REWRITE CALC-ADJ-KEYED-RECORD
008080         INVALID KEY
008080             DISPLAY "WARNING - CALCADK REWRITE FAILED FOR "
008080                 CALC-PHS-TXN-ID " - STATUS " WS-ADJ-KEYED-STATUS
008080                 " - RERUN CALCHLOD TO REBUILD FROM CALCADH"
008080     END-REWRITE.
008080 2650-EXIT.
008080     EXIT.
008090
008100 2800-WRITE-EXCEPTION.
008110     ADD 1 TO WS-EXCEPTION-COUNT.
008120     PERFORM 2900-WRITE-POSTING-LINE THRU 2900-EXIT.
008130 2800-EXIT.
008140     EXIT.
008150
008160 2900-WRITE-POSTING-LINE.
008170     MOVE CALC-PHS-TXN-ID TO WPL-TXN-ID.
008180     MOVE CALC-PHS-RUN-DATE TO WPL-RUN-DATE.
008190     MOVE CALC-PHS-OPER-ID TO WPL-OPER-ID.
008200     MOVE WS-RATE-CODE TO WPL-RATE-CODE.
008210     MOVE CALC-PHS-RESULT TO WPL-ORIGINAL.
008220     MOVE WS-RESOLVED-RATE TO WPL-NEW-RATE.
008230     MOVE WS-RESTATED-RESULT TO WPL-RESTATED.
008240     MOVE WS-DIFFERENCE TO WPL-DIFFERENCE.
008250     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-POSTING-LINE.
008260 2900-EXIT.
008270     EXIT.
008280
008290*----------------------------------------------------------------*
008300* 9000-TERMINATE - TOTALS BY RATE CODE AND BY OPERATOR, RUN      *
008310* COUNTS, THE FINAL CONTROL RECORD AND THE RETURN CODE.          *
008320*----------------------------------------------------------------*
008330 9000-TERMINATE.
008340     IF WS-CODE-TOTAL-COUNT > 0
008350         MOVE "TOTALS BY RATE CODE" TO WSL-TITLE
008360         WRITE CALC-IMPACT-REPORT-RECORD FROM WS-SECTION-LINE
008370         MOVE "RATE CODE" TO WTH-KEY-TITLE
008380         WRITE CALC-IMPACT-REPORT-RECORD FROM WS-TOTAL-HEADING
008390         MOVE 0 TO WS-CT-SCAN-IDX
008400         PERFORM 9100-WRITE-CODE-TOTAL THRU 9100-EXIT
008410             WS-CODE-TOTAL-COUNT TIMES
008420         MOVE "TOTALS BY OPERATOR" TO WSL-TITLE
008430         WRITE CALC-IMPACT-REPORT-RECORD FROM WS-SECTION-LINE
008440         MOVE "OPERATOR" TO WTH-KEY-TITLE
008450         WRITE CALC-IMPACT-REPORT-RECORD FROM WS-TOTAL-HEADING
008460         MOVE 0 TO WS-OT-SCAN-IDX
008470         PERFORM 9110-WRITE-OPER-TOTAL THRU 9110-EXIT
008480             WS-OPER-TOTAL-COUNT TIMES
008490     END-IF.
008500     PERFORM 9200-WRITE-RUN-COUNTS THRU 9200-EXIT.
008510     DISPLAY "Rate changes selected = " WS-CHANGE-SELECTED-COUNT.
008520     DISPLAY "RTE postings in window = " WS-IN-WINDOW-COUNT.
008530     DISPLAY "RTE postings restated = " WS-RESTATED-COUNT.
008530     DISPLAY "RTE postings already adjusted = "
008530         WS-ALREADY-ADJ-COUNT.
008540     DISPLAY "Adjustments generated = " WS-ADJUST-COUNT.
008550     DISPLAY "Impact exceptions = " WS-EXCEPTION-COUNT.
008550     IF WS-POSTED-OPEN
008570         CLOSE CALC-POSTED-HISTORY-FILE
008570     END-IF.
008560     IF WS-REV-OPEN
008580         CLOSE CALC-REV-KEYED-FILE
008590     END-IF.
008590     IF WS-POSTED-KEYED-OPEN
008590         CLOSE CALC-POSTED-KEYED-FILE
008590     END-IF.
008590     IF WS-ADJ-OPEN
008590         CLOSE CALC-ADJ-KEYED-FILE
008590     END-IF.
008590     IF WS-ADJ-HIST-OPEN
008590         CLOSE CALC-ADJ-HIST-FILE
008590     END-IF.
008600     CLOSE CALC-TXN-FILE.
008610     CLOSE CALC-IMPACT-REPORT-FILE.
008620     PERFORM 9050-FINALIZE-CONTROL THRU 9050-EXIT.
008630     IF WS-EXCEPTION-COUNT > 0
008640         OR WS-ADJUST-SKIP-COUNT > 0
008650         OR WS-OPER-TOTAL-OVERFLOWED
008660         MOVE 4 TO RETURN-CODE
008670     END-IF.
008680     IF WS-MASTER-OVERFLOWED
008690         OR WS-WINDOW-OVERFLOWED
008700         OR WS-ARCHIVE-ERROR
008710         MOVE 12 TO RETURN-CODE
008720     END-IF.
008730 9000-EXIT.
008740     EXIT.
008750
008760 9050-FINALIZE-CONTROL.
008770     OPEN I-O CALC-TXN-FILE.
008780     READ CALC-TXN-FILE.
008790     MOVE WS-ADJUST-COUNT TO CTL-EXPECTED-COUNT.
008800     MOVE WS-EXPECTED-TOTAL-ACCUM TO CTL-EXPECTED-TOTAL.
008810     REWRITE CALC-TXN-RECORD.
008820     CLOSE CALC-TXN-FILE.
008830 9050-EXIT.
008840     EXIT.
008850
008860 9100-WRITE-CODE-TOTAL.
008870     ADD 1 TO WS-CT-SCAN-IDX.
008880     SET WS-CT-IDX TO WS-CT-SCAN-IDX.
008890     MOVE WS-CT-RATE-CODE(WS-CT-IDX) TO WTL-KEY.
008900     MOVE WS-CT-COUNT(WS-CT-IDX) TO WTL-COUNT.
008910     MOVE WS-CT-ORIGINAL(WS-CT-IDX) TO WTL-ORIGINAL.
008920     MOVE WS-CT-RESTATED(WS-CT-IDX) TO WTL-RESTATED.
008930     MOVE WS-CT-DIFFERENCE(WS-CT-IDX) TO WTL-DIFFERENCE.
008940     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-TOTAL-LINE.
008950 9100-EXIT.
008960     EXIT.
008970
008980 9110-WRITE-OPER-TOTAL.
008990     ADD 1 TO WS-OT-SCAN-IDX.
009000     SET WS-OT-IDX TO WS-OT-SCAN-IDX.
009010     MOVE WS-OT-OPER-ID(WS-OT-IDX) TO WTL-KEY.
009020     MOVE WS-OT-COUNT(WS-OT-IDX) TO WTL-COUNT.
009030     MOVE WS-OT-ORIGINAL(WS-OT-IDX) TO WTL-ORIGINAL.
009040     MOVE WS-OT-RESTATED(WS-OT-IDX) TO WTL-RESTATED.
009050     MOVE WS-OT-DIFFERENCE(WS-OT-IDX) TO WTL-DIFFERENCE.
009060     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-TOTAL-LINE.
009070 9110-EXIT.
009080     EXIT.
009090
009100 9200-WRITE-RUN-COUNTS.
009110     MOVE "RATE CHANGES READ          : " TO WCT-LABEL.
009120     MOVE WS-CHANGE-READ-COUNT TO WCT-COUNT.
009130     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009140     MOVE "RATE CHANGES SELECTED      : " TO WCT-LABEL.
009150     MOVE WS-CHANGE-SELECTED-COUNT TO WCT-COUNT.
009160     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009170     MOVE "POSTINGS READ              : " TO WCT-LABEL.
009180     MOVE WS-POSTED-READ-COUNT TO WCT-COUNT.
009190     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009200     MOVE "RTE POSTINGS IN WINDOW     : " TO WCT-LABEL.
009210     MOVE WS-IN-WINDOW-COUNT TO WCT-COUNT.
009220     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009230     MOVE "  UNCHANGED                : " TO WCT-LABEL.
009240     MOVE WS-UNCHANGED-COUNT TO WCT-COUNT.
009250     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009260     MOVE "  RESTATED                 : " TO WCT-LABEL.
009270     MOVE WS-RESTATED-COUNT TO WCT-COUNT.
009280     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009290     MOVE "  ALREADY REVERSED         : " TO WCT-LABEL.
009300     MOVE WS-REVERSED-COUNT TO WCT-COUNT.
009310     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009310     MOVE "  REVERSAL PENDING         : " TO WCT-LABEL.
009310     MOVE WS-REV-PENDING-COUNT TO WCT-COUNT.
009310     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009310     MOVE "  ALREADY ADJUSTED         : " TO WCT-LABEL.
009310     MOVE WS-ALREADY-ADJ-COUNT TO WCT-COUNT.
009310     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009320     MOVE "EXCEPTIONS                 : " TO WCT-LABEL.
009330     MOVE WS-EXCEPTION-COUNT TO WCT-COUNT.
009340     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009350     MOVE "ADJUSTMENTS GENERATED      : " TO WCT-LABEL.
009360     MOVE WS-ADJUST-COUNT TO WCT-COUNT.
009370     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009380     MOVE "ADJUSTMENTS NOT WRITTEN    : " TO WCT-LABEL.
009390     MOVE WS-ADJUST-SKIP-COUNT TO WCT-COUNT.
009400     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-COUNT-LINE.
009410     MOVE "TOTAL ORIGINAL RESULT      : " TO WAL-LABEL.
009420     MOVE WS-TOTAL-ORIGINAL TO WAL-AMOUNT.
009430     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-AMOUNT-LINE.
009440     MOVE "TOTAL RESTATED RESULT      : " TO WAL-LABEL.
009450     MOVE WS-TOTAL-RESTATED TO WAL-AMOUNT.
009460     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-AMOUNT-LINE.
009470     MOVE "ADJUSTED BY EARLIER BATCHES: " TO WAL-LABEL.
009470     MOVE WS-TOTAL-PRIOR-ADJ TO WAL-AMOUNT.
009470     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-AMOUNT-LINE.
009470     MOVE "TOTAL DIFFERENCE           : " TO WAL-LABEL.
009480     MOVE WS-TOTAL-DIFFERENCE TO WAL-AMOUNT.
009490     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-AMOUNT-LINE.
009500     MOVE "ADJUSTMENT BATCH TOTAL     : " TO WAL-LABEL.
009510     MOVE WS-EXPECTED-TOTAL-ACCUM TO WAL-AMOUNT.
009520     WRITE CALC-IMPACT-REPORT-RECORD FROM WS-AMOUNT-LINE.
009530 9200-EXIT.
009540     EXIT.
