000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCREV.
000120 AUTHOR. R HENIX.
000130 INSTALLATION. ACCOUNTING BATCH SERVICES.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* 2026-10-15  RH  WRITTEN. BACKS OUT AN ALREADY-POSTED           *
000200*                TRANSACTION. READS CALC-REV-REQUEST-FILE        *
000210*                (CALCRVQ.CPY - ORIGINAL TXN-ID AND RUN DATE,    *
000220*                REASON, REQUESTER, APPROVER), LOOKS EACH        *
000230*                ORIGINAL UP ON THE KEYED POSTED ARCHIVE         *
000240*                CALCPHSK AND REFUSES ANYTHING NOT FOUND, POSTED *
000250*                MORE THAN ONCE UNDER THE SAME KEY, ITSELF A     *
000260*                REVERSAL, OR ALREADY ON THE REVERSAL REGISTER.  *
000270*                THE APPROVER MUST BE A STATUS "S" SUPERVISOR ON *
000280*                CALC-OPER-MASTER-FILE AND DIFFER FROM BOTH THE  *
000290*                REQUESTER AND THE ORIGINAL KEYER - THE CALCRCOR *
000300*                MAKER/CHECKER RULE. EACH ACCEPTED REQUEST       *
000310*                WRITES A "REV" TRANSACTION (NUM1 = THE ORIGINAL *
000320*                RESULT, NUM2 = THE ORIGINAL TXN-ID, SAME GL     *
000330*                ACCOUNT) TO A FRESH CALC-TXN-FILE BATCH WITH    *
000340*                ITS LEADING CALCCTL RECORD, SO THE NEGATING     *
000350*                ENTRY POSTS THROUGH THE NORMAL CALCULATRICE RUN *
000360*                INTO THAT DAY'S GRAND TOTAL AND GL JOURNAL, AND *
000370*                APPENDS A REGISTER RECORD (CALCRVS.CPY) TO      *
000380*                CALCRVH AND ITS KEYED COPY CALCRVK. REFUSED     *
000390*                REQUESTS ARE LISTED WITH THEIR REASON ON        *
000400*                CALCRVL AND SET RC=4; A KEYED FILE THAT WILL    *
000410*                NOT OPEN ENDS THE RUN RC=12 WITH AN EMPTY       *
000420*                BATCH.                                          *
000420* 2026-10-15  RH  A REQUEST FOR A POSTING ALREADY ON THE         *
000420*                REVERSAL REGISTER NOW CHECKS WHETHER THAT       *
000420*                EARLIER "REV" ENTRY HAS ACTUALLY POSTED         *
000420*                (2360-CHECK-REV-POSTED). IF IT HAS, THE REQUEST *
000420*                IS REFUSED "ALREADY REVERSED ON" AS BEFORE; IF  *
000420*                IT IS STILL WAITING FOR CALCJOB OR WAS REJECTED *
000420*                THERE, IT IS REFUSED "REVERSAL PENDING FROM"    *
000420*                INSTEAD - A REJECTED REVERSAL IS PUT RIGHT      *
000420*                THROUGH CALCRCOR, NOT BY GENERATING A SECOND    *
000420*                ONE.                                            *
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CALC-REV-REQUEST-FILE ASSIGN TO CALCRVQ
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT CALC-POSTED-KEYED-FILE ASSIGN TO CALCPHSK
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PHK-KEY
000530         FILE STATUS IS WS-POSTED-KEYED-STATUS.
000540     SELECT CALC-REV-KEYED-FILE ASSIGN TO CALCRVK
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS RVK-KEY
000580         FILE STATUS IS WS-REV-KEYED-STATUS.
000590     SELECT CALC-REV-HIST-FILE ASSIGN TO CALCRVH
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT CALC-OPER-MASTER-FILE ASSIGN TO CALCOPM
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT CALC-TXN-FILE ASSIGN TO CALCTXN
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT CALC-REV-LIST-FILE ASSIGN TO CALCRVL
000660         ORGANIZATION IS SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CALC-REV-REQUEST-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  CALC-REV-REQUEST-RECORD.
000730     COPY CALCRVQ.
000740 FD  CALC-POSTED-KEYED-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  CALC-POSTED-KEYED-RECORD.
000770     COPY CALCPHK.
000780 FD  CALC-REV-KEYED-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  CALC-REV-KEYED-RECORD.
000810     COPY CALCRVK.
000820 FD  CALC-REV-HIST-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  CALC-REV-HIST-RECORD.
000860     COPY CALCRVS.
000870 FD  CALC-OPER-MASTER-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  CALC-OPER-MASTER-RECORD.
000910     COPY CALCOM.
000920 FD  CALC-TXN-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  CALC-TXN-RECORD.
000960     COPY CALCID.
000970     COPY CALCTXN.
000980 01  CALC-CONTROL-RECORD.
000990     COPY CALCCTL.
001000 FD  CALC-REV-LIST-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  CALC-REV-LIST-RECORD             PIC X(100).
001040 WORKING-STORAGE SECTION.
001050 77  WS-REQUEST-EOF-SWITCH    PIC X(01) VALUE "N".
001060     88  WS-REQUEST-EOF                 VALUE "Y".
001070 77  WS-POSTED-EOF-SWITCH     PIC X(01) VALUE "N".
001080     88  WS-POSTED-EOF                  VALUE "Y".
001090 77  WS-POSTED-FOUND-SWITCH   PIC X(01) VALUE "N".
001100     88  WS-POSTED-FOUND                VALUE "Y".
001110 77  WS-POSTED-MULTIPLE-SWITCH PIC X(01) VALUE "N".
001120     88  WS-POSTED-MULTIPLE             VALUE "Y".
001130 77  WS-REFUSED-SWITCH        PIC X(01) VALUE "N".
001140     88  WS-REFUSED                     VALUE "Y".
001150 77  WS-POSTED-KEYED-STATUS   PIC X(02) VALUE SPACES.
001160 77  WS-REV-KEYED-STATUS      PIC X(02) VALUE SPACES.
001170 77  WS-ARCHIVE-ERROR-SWITCH  PIC X(01) VALUE "N".
001180     88  WS-ARCHIVE-ERROR               VALUE "Y".
001190 77  WS-POSTED-OPEN-SWITCH    PIC X(01) VALUE "N".
001200     88  WS-POSTED-OPEN                 VALUE "Y".
001210 77  WS-REV-OPEN-SWITCH       PIC X(01) VALUE "N".
001220     88  WS-REV-OPEN                    VALUE "Y".
001220 77  WS-REV-POSTED-SWITCH     PIC X(01) VALUE "N".
001220     88  WS-REV-POSTED                  VALUE "Y".
001230 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
001240 77  WS-RUN-TIME              PIC 9(06) VALUE 0.
001250 77  WS-CTL-RECORD-ID         PIC X(10) VALUE "**CTL**".
001260 77  WS-EXPECTED-TOTAL-ACCUM  PIC S9(09)V99
001270     SIGN LEADING SEPARATE VALUE 0.
001280 77  WS-REQUEST-COUNT         PIC 9(07) COMP VALUE 0.
001290 77  WS-REVERSAL-COUNT        PIC 9(07) COMP VALUE 0.
001300 77  WS-REVERSAL-MAX          PIC 9(07) COMP VALUE 999.
001310 77  WS-REFUSED-COUNT         PIC 9(07) COMP VALUE 0.
001320 77  WS-REFUSE-REASON         PIC X(30) VALUE SPACES.
001330 77  WS-OPER-MASTER-MAX       PIC 9(05) COMP VALUE 500.
001340 77  WS-OPER-MASTER-COUNT     PIC 9(05) COMP VALUE 0.
001350 77  WS-OPER-MASTER-EOF-SW    PIC X(01) VALUE "N".
001360     88  WS-OPER-MASTER-EOF             VALUE "Y".
001370 01  WS-REV-TXN-ID-BUILD.
001380     05  WS-RID-PREFIX          PIC X(01) VALUE "R".
001390     05  WS-RID-TIME            PIC 9(06).
001400     05  WS-RID-SEQ             PIC 9(03) VALUE 0.
001410 01  WS-ORIG-POSTING.
001420     05  WS-ORIG-RUN-TIME       PIC 9(06).
001430     05  WS-ORIG-OPER-ID        PIC X(08).
001440     05  WS-ORIG-OPERATOR       PIC XXX.
001450     05  WS-ORIG-ACCT-CODE      PIC X(10).
001460     05  WS-ORIG-RESULT         PIC S9(07)V99
001470         SIGN LEADING SEPARATE.
001480 01  WS-ALREADY-REVERSED-REASON.
001490     05  FILLER                 PIC X(20) VALUE
001500         "ALREADY REVERSED ON ".
001510     05  WAR-REV-RUN-DATE       PIC 9(08).
001520     05  FILLER                 PIC X(02) VALUE SPACES.
001520 01  WS-REVERSAL-PENDING-REASON.
001520     05  FILLER                 PIC X(22) VALUE
001520         "REVERSAL PENDING FROM ".
001520     05  WRP-REV-RUN-DATE       PIC 9(08).
001530 01  WS-OPER-MASTER-TABLE.
001540     05  WS-OPER-MASTER-ENTRY   OCCURS 500 TIMES
001550                                INDEXED BY WS-OM-IDX.
001560         10  WS-OM-OPER-ID          PIC X(08).
001570         10  WS-OM-OPER-STATUS      PIC X(01).
001580             88  WS-OM-OPER-ACTIVE        VALUES "A" "S".
001590             88  WS-OM-OPER-SUPER         VALUE "S".
001600 01  WS-REV-HEADING-1.
001610     05  FILLER                 PIC X(42) VALUE
001620         "REVERSAL REQUESTS PROCESSED".
001630     05  FILLER                 PIC X(58) VALUE SPACES.
001640 01  WS-REV-HEADING-2.
001650     05  FILLER                 PIC X(12) VALUE "ORIG TXN-ID".
001660     05  FILLER                 PIC X(10) VALUE "RUN DATE".
001670     05  FILLER                 PIC X(13) VALUE "     AMOUNT".
001680     05  FILLER                 PIC X(12) VALUE "REV TXN-ID".
001690     05  FILLER                 PIC X(10) VALUE "REQUESTER".
001700     05  FILLER                 PIC X(10) VALUE "APPROVER".
001710     05  FILLER                 PIC X(33) VALUE "OUTCOME".
001720 01  WS-REV-LINE.
001730     05  RVL-ORIG-TXN-ID        PIC X(10).
001740     05  FILLER                 PIC X(02) VALUE SPACES.
001750     05  RVL-ORIG-RUN-DATE      PIC 9(08).
001760     05  FILLER                 PIC X(02) VALUE SPACES.
001770     05  RVL-AMOUNT             PIC -Z(6)9.99.
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001790     05  RVL-NEW-TXN-ID         PIC X(10).
001800     05  FILLER                 PIC X(02) VALUE SPACES.
001810     05  RVL-REQUESTED-BY       PIC X(08).
001820     05  FILLER                 PIC X(02) VALUE SPACES.
001830     05  RVL-APPROVER-ID        PIC X(08).
001840     05  FILLER                 PIC X(02) VALUE SPACES.
001850     05  RVL-OUTCOME            PIC X(30).
001860     05  FILLER                 PIC X(03) VALUE SPACES.
001870 01  WS-REV-COUNT-LINE.
001880     05  RCL-LABEL              PIC X(30).
001890     05  RCL-COUNT              PIC ZZZ,ZZ9.
001900     05  FILLER                 PIC X(63) VALUE SPACES.
001910 01  WS-REV-TOTAL-LINE.
001920     05  FILLER                 PIC X(30) VALUE
001930         "TOTAL REVERSED (NEGATED)    : ".
001940     05  RTL-TOTAL              PIC -Z(8)9.99.
001950     05  FILLER                 PIC X(57) VALUE SPACES.
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
002000         UNTIL WS-REQUEST-EOF.
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002020     STOP RUN.
002030
002040 1000-INITIALIZE.
002050     OPEN INPUT  CALC-REV-REQUEST-FILE.
002060     OPEN OUTPUT CALC-TXN-FILE.
002070     OPEN OUTPUT CALC-REV-LIST-FILE.
002080     OPEN EXTEND CALC-REV-HIST-FILE.
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002100     ACCEPT WS-RUN-TIME FROM TIME.
002110     MOVE WS-RUN-TIME TO WS-RID-TIME.
002120     PERFORM 1050-WRITE-PLACEHOLDER-CONTROL THRU 1050-EXIT.
002130     PERFORM 1500-LOAD-OPER-MASTER THRU 1500-EXIT.
002140     WRITE CALC-REV-LIST-RECORD FROM WS-REV-HEADING-1.
002150     WRITE CALC-REV-LIST-RECORD FROM WS-REV-HEADING-2.
002160     OPEN INPUT CALC-POSTED-KEYED-FILE.
002170     IF WS-POSTED-KEYED-STATUS NOT = "00"
002180         DISPLAY "ERROR - CALCPHSK OPEN FAILED - STATUS "
002190             WS-POSTED-KEYED-STATUS " - RUN CALCHLOD TO BUILD "
002200             "THE KEYED ARCHIVES"
002210         MOVE "Y" TO WS-ARCHIVE-ERROR-SWITCH
002220     ELSE
002230         MOVE "Y" TO WS-POSTED-OPEN-SWITCH
002240     END-IF.
002250     OPEN I-O CALC-REV-KEYED-FILE.
002260     IF WS-REV-KEYED-STATUS NOT = "00"
002270         DISPLAY "ERROR - CALCRVK OPEN FAILED - STATUS "
002280             WS-REV-KEYED-STATUS " - RUN CALCHLOD TO BUILD "
002290             "THE KEYED ARCHIVES"
002300         MOVE "Y" TO WS-ARCHIVE-ERROR-SWITCH
002310     ELSE
002320         MOVE "Y" TO WS-REV-OPEN-SWITCH
002330     END-IF.
002340     IF WS-ARCHIVE-ERROR
002350         MOVE "Y" TO WS-REQUEST-EOF-SWITCH
002360         GO TO 1000-EXIT
002370     END-IF.
002380     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002390 1000-EXIT.
002400     EXIT.
002410
002420 1050-WRITE-PLACEHOLDER-CONTROL.
002430     MOVE WS-CTL-RECORD-ID TO CTL-RECORD-ID.
002440     MOVE 0 TO CTL-EXPECTED-COUNT.
002450     MOVE 0 TO CTL-EXPECTED-TOTAL.
002460     WRITE CALC-TXN-RECORD.
002470 1050-EXIT.
002480     EXIT.
002490
002500 1500-LOAD-OPER-MASTER.
002510     OPEN INPUT CALC-OPER-MASTER-FILE.
002520     PERFORM 1510-LOAD-ONE-OPER-ENTRY THRU 1510-EXIT
002530         UNTIL WS-OPER-MASTER-EOF
002540         OR WS-OPER-MASTER-COUNT = WS-OPER-MASTER-MAX.
002550     IF NOT WS-OPER-MASTER-EOF
002560         READ CALC-OPER-MASTER-FILE
002570             AT END
002580                 MOVE "Y" TO WS-OPER-MASTER-EOF-SW
002590             NOT AT END
002600                 DISPLAY "WARNING - OPERATOR MASTER EXCEEDS THE "
002610                     WS-OPER-MASTER-MAX " ENTRY TABLE - "
002620                     "REQUESTERS AND APPROVERS PAST THE LIMIT "
002630                     "ARE REFUSED AS NOT ON THE MASTER"
002640         END-READ
002650     END-IF.
002660     CLOSE CALC-OPER-MASTER-FILE.
002670 1500-EXIT.
002680     EXIT.
002690
002700 1510-LOAD-ONE-OPER-ENTRY.
002710     READ CALC-OPER-MASTER-FILE
002720         AT END
002730             MOVE "Y" TO WS-OPER-MASTER-EOF-SW
002740         NOT AT END
002750             ADD 1 TO WS-OPER-MASTER-COUNT
002760             SET WS-OM-IDX TO WS-OPER-MASTER-COUNT
002770             MOVE OM-OPER-ID TO WS-OM-OPER-ID(WS-OM-IDX)
002780             MOVE OM-OPER-STATUS TO WS-OM-OPER-STATUS(WS-OM-IDX)
002790     END-READ.
002800 1510-EXIT.
002810     EXIT.
002820
002830 2000-PROCESS-REQUEST.
002840     ADD 1 TO WS-REQUEST-COUNT.
002850     MOVE "N" TO WS-REFUSED-SWITCH.
002860     MOVE SPACES TO WS-REFUSE-REASON.
002870     MOVE "N" TO WS-POSTED-FOUND-SWITCH.
002880     PERFORM 2200-FIND-ORIGINAL THRU 2200-EXIT.
002890     IF NOT WS-REFUSED
002900         PERFORM 2300-CHECK-APPROVAL THRU 2300-EXIT
002910     END-IF.
002920     IF NOT WS-REFUSED
002930         PERFORM 2350-CHECK-ALREADY-REVERSED THRU 2350-EXIT
002940     END-IF.
002950     IF WS-REFUSED
002960         PERFORM 2800-REFUSE-REQUEST THRU 2800-EXIT
002970     ELSE
002980         PERFORM 2400-WRITE-REVERSAL THRU 2400-EXIT
002990     END-IF.
003000     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
003010 2000-EXIT.
003020     EXIT.
003030
003040 2100-READ-REQUEST.
003050     READ CALC-REV-REQUEST-FILE
003060         AT END MOVE "Y" TO WS-REQUEST-EOF-SWITCH
003070     END-READ.
003080 2100-EXIT.
003090     EXIT.
003100
003110 2200-FIND-ORIGINAL.
003120     IF RVQ-RUN-DATE NOT NUMERIC
003130         OR RVQ-RUN-DATE = 0
003140         MOVE "Y" TO WS-REFUSED-SWITCH
003150         MOVE "ORIGINAL RUN DATE MISSING" TO WS-REFUSE-REASON
003160         GO TO 2200-EXIT
003170     END-IF.
003180     MOVE "N" TO WS-POSTED-FOUND-SWITCH.
003190     MOVE "N" TO WS-POSTED-MULTIPLE-SWITCH.
003200     MOVE "N" TO WS-POSTED-EOF-SWITCH.
003210     MOVE RVQ-TXN-ID TO PHK-TXN-ID.
003220     MOVE RVQ-RUN-DATE TO PHK-RUN-DATE.
003230     MOVE ZEROS TO PHK-RUN-TIME.
003240     START CALC-POSTED-KEYED-FILE KEY NOT < PHK-KEY
003250         INVALID KEY MOVE "Y" TO WS-POSTED-EOF-SWITCH
003260     END-START.
003270     IF NOT WS-POSTED-EOF
003280         PERFORM 2210-READ-POSTED THRU 2210-EXIT
003290     END-IF.
003300     PERFORM 2220-SCAN-POSTED THRU 2220-EXIT
003310         UNTIL WS-POSTED-EOF.
003320     IF NOT WS-POSTED-FOUND
003330         MOVE "Y" TO WS-REFUSED-SWITCH
003340         MOVE "ORIGINAL NOT ON POSTED ARCHIVE" TO WS-REFUSE-REASON
003350         GO TO 2200-EXIT
003360     END-IF.
003370     IF WS-POSTED-MULTIPLE
003380         MOVE "Y" TO WS-REFUSED-SWITCH
003390         MOVE "POSTED MORE THAN ONCE ON DATE" TO WS-REFUSE-REASON
003400         GO TO 2200-EXIT
003410     END-IF.
003420     IF WS-ORIG-OPERATOR = "REV"
003430         MOVE "Y" TO WS-REFUSED-SWITCH
003440         MOVE "ORIGINAL IS ITSELF A REVERSAL" TO WS-REFUSE-REASON
003450     END-IF.
003460 2200-EXIT.
003470     EXIT.
003480
003490 2210-READ-POSTED.
003500     READ CALC-POSTED-KEYED-FILE NEXT RECORD
003510         AT END MOVE "Y" TO WS-POSTED-EOF-SWITCH
003520     END-READ.
003530 2210-EXIT.
003540     EXIT.
003550
003560 2220-SCAN-POSTED.
003570     IF PHK-TXN-ID NOT = RVQ-TXN-ID
003580         OR PHK-RUN-DATE NOT = RVQ-RUN-DATE
003590         MOVE "Y" TO WS-POSTED-EOF-SWITCH
003600         GO TO 2220-EXIT
003610     END-IF.
003620     IF WS-POSTED-FOUND
003630         MOVE "Y" TO WS-POSTED-MULTIPLE-SWITCH
003640     ELSE
003650         MOVE "Y" TO WS-POSTED-FOUND-SWITCH
003660         MOVE PHK-RUN-TIME TO WS-ORIG-RUN-TIME
003670         MOVE PHK-OPER-ID TO WS-ORIG-OPER-ID
003680         MOVE PHK-OPERATOR TO WS-ORIG-OPERATOR
003690         MOVE PHK-ACCT-CODE TO WS-ORIG-ACCT-CODE
003700         MOVE PHK-RESULT TO WS-ORIG-RESULT
003710     END-IF.
003720     PERFORM 2210-READ-POSTED THRU 2210-EXIT.
003730 2220-EXIT.
003740     EXIT.
003750
003760 2300-CHECK-APPROVAL.
003770     IF RVQ-REQUESTED-BY = SPACES
003780         MOVE "Y" TO WS-REFUSED-SWITCH
003790         MOVE "NO REQUESTER SUPPLIED" TO WS-REFUSE-REASON
003800         GO TO 2300-EXIT
003810     END-IF.
003820     IF RVQ-APPROVER-ID = SPACES
003830         MOVE "Y" TO WS-REFUSED-SWITCH
003840         MOVE "NO APPROVER SUPPLIED" TO WS-REFUSE-REASON
003850         GO TO 2300-EXIT
003860     END-IF.
003870     IF RVQ-APPROVER-ID = RVQ-REQUESTED-BY
003880         MOVE "Y" TO WS-REFUSED-SWITCH
003890         MOVE "APPROVER IS REQUESTER" TO WS-REFUSE-REASON
003900         GO TO 2300-EXIT
003910     END-IF.
003920     IF RVQ-APPROVER-ID = WS-ORIG-OPER-ID
003930         MOVE "Y" TO WS-REFUSED-SWITCH
003940         MOVE "APPROVER IS KEYING OPERATOR" TO WS-REFUSE-REASON
003950         GO TO 2300-EXIT
003960     END-IF.
003970     SET WS-OM-IDX TO 1.
003980     SEARCH WS-OPER-MASTER-ENTRY
003990         AT END
004000             MOVE "Y" TO WS-REFUSED-SWITCH
004010             MOVE "APPROVER NOT ON OPER MASTER"
004020                 TO WS-REFUSE-REASON
004030         WHEN WS-OM-OPER-ID(WS-OM-IDX) = RVQ-APPROVER-ID
004040             IF NOT WS-OM-OPER-SUPER(WS-OM-IDX)
004050                 MOVE "Y" TO WS-REFUSED-SWITCH
004060                 MOVE "APPROVER NOT A SUPERVISOR"
004070                     TO WS-REFUSE-REASON
004080             END-IF
004090     END-SEARCH.
004100     IF WS-REFUSED
004110         GO TO 2300-EXIT
004120     END-IF.
004130     SET WS-OM-IDX TO 1.
004140     SEARCH WS-OPER-MASTER-ENTRY
004150         AT END
004160             MOVE "Y" TO WS-REFUSED-SWITCH
004170             MOVE "REQUESTER NOT ON OPER MASTER"
004180                 TO WS-REFUSE-REASON
004190         WHEN WS-OM-OPER-ID(WS-OM-IDX) = RVQ-REQUESTED-BY
004200             IF NOT WS-OM-OPER-ACTIVE(WS-OM-IDX)
004210                 MOVE "Y" TO WS-REFUSED-SWITCH
004220                 MOVE "REQUESTER INACTIVE"
004230                     TO WS-REFUSE-REASON
004240             END-IF
004250     END-SEARCH.
004260 2300-EXIT.
004270     EXIT.
004280
004290 2350-CHECK-ALREADY-REVERSED.
004300     MOVE RVQ-TXN-ID TO RVK-ORIG-TXN-ID.
004310     MOVE RVQ-RUN-DATE TO RVK-ORIG-RUN-DATE.
004320     READ CALC-REV-KEYED-FILE
004330         INVALID KEY
004340             CONTINUE
004350         NOT INVALID KEY
004360             MOVE "Y" TO WS-REFUSED-SWITCH
004390     END-READ.
004400     IF WS-REFUSED
004400         PERFORM 2360-CHECK-REV-POSTED THRU 2360-EXIT
004400         IF WS-REV-POSTED
004400             MOVE RVK-RUN-DATE TO WAR-REV-RUN-DATE
004400             MOVE WS-ALREADY-REVERSED-REASON TO WS-REFUSE-REASON
004400         ELSE
004400             MOVE RVK-RUN-DATE TO WRP-REV-RUN-DATE
004400             MOVE WS-REVERSAL-PENDING-REASON TO WS-REFUSE-REASON
004400         END-IF
004410         GO TO 2350-EXIT
004420     END-IF.
004430     IF WS-REVERSAL-COUNT NOT < WS-REVERSAL-MAX
004440         MOVE "Y" TO WS-REFUSED-SWITCH
004450         MOVE "BATCH FULL - RESUBMIT NEXT RUN" TO WS-REFUSE-REASON
004460     END-IF.
004470 2350-EXIT.
004480     EXIT.
004480
004480*----------------------------------------------------------------*
004480* 2360-CHECK-REV-POSTED - A REGISTER ENTRY ONLY COUNTS ONCE ITS  *
004480* "REV" ENTRY IS ON THE POSTED ARCHIVE, ON ITS OWN RUN DATE OR   *
004480* LATER (CALCRCOR RESUBMITS A REJECTED REVERSAL UNDER THE SAME   *
004480* TXN-ID WITH THAT DAY'S DATE). REV TXN-IDS RECUR ACROSS DAYS,   *
004480* SO THE POSTING MUST ALSO NAME THIS ORIGINAL IN NUM2.           *
004480*----------------------------------------------------------------*
004480 2360-CHECK-REV-POSTED.
004480     MOVE "N" TO WS-REV-POSTED-SWITCH.
004480     MOVE "N" TO WS-POSTED-EOF-SWITCH.
004480     MOVE RVK-NEW-TXN-ID TO PHK-TXN-ID.
004480     MOVE RVK-RUN-DATE TO PHK-RUN-DATE.
004480     MOVE ZEROS TO PHK-RUN-TIME.
004480     START CALC-POSTED-KEYED-FILE KEY NOT < PHK-KEY
004480         INVALID KEY MOVE "Y" TO WS-POSTED-EOF-SWITCH
004480     END-START.
004480     IF NOT WS-POSTED-EOF
004480         PERFORM 2210-READ-POSTED THRU 2210-EXIT
004480     END-IF.
004480     PERFORM 2370-SCAN-REV-POSTED THRU 2370-EXIT
004480         UNTIL WS-POSTED-EOF OR WS-REV-POSTED.
004480 2360-EXIT.
004480     EXIT.
004480
004480 2370-SCAN-REV-POSTED.
004480     IF PHK-TXN-ID NOT = RVK-NEW-TXN-ID
004480         MOVE "Y" TO WS-POSTED-EOF-SWITCH
004480         GO TO 2370-EXIT
004480     END-IF.
004480     IF PHK-OPERATOR = "REV"
004480         AND PHK-NUM2-X = RVK-ORIG-TXN-ID
004480         MOVE "Y" TO WS-REV-POSTED-SWITCH
004480         GO TO 2370-EXIT
004480     END-IF.
004480     PERFORM 2210-READ-POSTED THRU 2210-EXIT.
004480 2370-EXIT.
004480     EXIT.
004490
004500 2400-WRITE-REVERSAL.
004510     ADD 1 TO WS-RID-SEQ.
004520     MOVE WS-REV-TXN-ID-BUILD TO CALC-TXN-ID.
004530     MOVE RVQ-REQUESTED-BY TO CALC-OPER-ID.
004540     MOVE WS-RUN-DATE TO CALC-RUN-DATE.
004550     MOVE WS-RUN-TIME TO CALC-RUN-TIME.
004560     MOVE WS-ORIG-RESULT TO CALC-NUM1.
004570     MOVE "REV" TO CALC-OPERATOR.
004580     MOVE RVQ-TXN-ID TO CALC-NUM2-X.
004590     MOVE WS-ORIG-ACCT-CODE TO CALC-ACCT-CODE.
004600     WRITE CALC-TXN-RECORD.
004610     SUBTRACT WS-ORIG-RESULT FROM WS-EXPECTED-TOTAL-ACCUM.
004620     ADD 1 TO WS-REVERSAL-COUNT.
004630     MOVE RVQ-TXN-ID TO CALC-REV-ORIG-TXN-ID.
004640     MOVE RVQ-RUN-DATE TO CALC-REV-ORIG-RUN-DATE.
004650     MOVE WS-ORIG-RUN-TIME TO CALC-REV-ORIG-RUN-TIME.
004660     MOVE WS-ORIG-OPER-ID TO CALC-REV-ORIG-OPER-ID.
004670     MOVE CALC-TXN-ID TO CALC-REV-NEW-TXN-ID.
004680     MOVE WS-RUN-DATE TO CALC-REV-RUN-DATE.
004690     MOVE WS-ORIG-RESULT TO CALC-REV-AMOUNT.
004700     MOVE WS-ORIG-ACCT-CODE TO CALC-REV-ACCT-CODE.
004710     MOVE RVQ-REQUESTED-BY TO CALC-REV-REQUESTED-BY.
004720     MOVE RVQ-APPROVER-ID TO CALC-REV-APPROVER-ID.
004730     MOVE RVQ-REASON TO CALC-REV-REASON.
004740     WRITE CALC-REV-HIST-RECORD.
004750     MOVE CALC-REV-HIST-RECORD TO CALC-REV-KEYED-RECORD.
004760     WRITE CALC-REV-KEYED-RECORD
004770         INVALID KEY
004780             DISPLAY "WARNING - CALCRVK WRITE FAILED FOR "
004790                 RVQ-TXN-ID " - STATUS " WS-REV-KEYED-STATUS
004800                 " - RERUN CALCHLOD TO REBUILD FROM CALCRVH"
004810     END-WRITE.
004820     MOVE CALC-TXN-ID TO RVL-NEW-TXN-ID.
004830     MOVE "REVERSAL GENERATED" TO RVL-OUTCOME.
004840     PERFORM 2900-WRITE-REV-LINE THRU 2900-EXIT.
004850 2400-EXIT.
004860     EXIT.
004870
004880 2800-REFUSE-REQUEST.
004890     ADD 1 TO WS-REFUSED-COUNT.
004900     IF NOT WS-POSTED-FOUND
004910         MOVE 0 TO WS-ORIG-RESULT
004920     END-IF.
004930     MOVE SPACES TO RVL-NEW-TXN-ID.
004940     MOVE WS-REFUSE-REASON TO RVL-OUTCOME.
004950     PERFORM 2900-WRITE-REV-LINE THRU 2900-EXIT.
004960 2800-EXIT.
004970     EXIT.
004980
004990 2900-WRITE-REV-LINE.
005000     MOVE RVQ-TXN-ID TO RVL-ORIG-TXN-ID.
005010     IF RVQ-RUN-DATE NUMERIC
005020         MOVE RVQ-RUN-DATE TO RVL-ORIG-RUN-DATE
005030     ELSE
005040         MOVE 0 TO RVL-ORIG-RUN-DATE
005050     END-IF.
005060     MOVE WS-ORIG-RESULT TO RVL-AMOUNT.
005070     MOVE RVQ-REQUESTED-BY TO RVL-REQUESTED-BY.
005080     MOVE RVQ-APPROVER-ID TO RVL-APPROVER-ID.
005090     WRITE CALC-REV-LIST-RECORD FROM WS-REV-LINE.
005100 2900-EXIT.
005110     EXIT.
005120
005130 9000-TERMINATE.
005140     MOVE "REVERSAL REQUESTS READ     : " TO RCL-LABEL.
005150     MOVE WS-REQUEST-COUNT TO RCL-COUNT.
005160     WRITE CALC-REV-LIST-RECORD FROM WS-REV-COUNT-LINE.
005170     MOVE "REVERSALS GENERATED        : " TO RCL-LABEL.
005180     MOVE WS-REVERSAL-COUNT TO RCL-COUNT.
005190     WRITE CALC-REV-LIST-RECORD FROM WS-REV-COUNT-LINE.
005200     MOVE "REQUESTS REFUSED           : " TO RCL-LABEL.
005210     MOVE WS-REFUSED-COUNT TO RCL-COUNT.
005220     WRITE CALC-REV-LIST-RECORD FROM WS-REV-COUNT-LINE.
005230     MOVE WS-EXPECTED-TOTAL-ACCUM TO RTL-TOTAL.
005240     WRITE CALC-REV-LIST-RECORD FROM WS-REV-TOTAL-LINE.
005250     DISPLAY "Reversal requests read = " WS-REQUEST-COUNT.
005260     DISPLAY "Reversals generated = " WS-REVERSAL-COUNT.
005270     DISPLAY "Reversal requests refused = " WS-REFUSED-COUNT.
005280     CLOSE CALC-REV-REQUEST-FILE.
005290     CLOSE CALC-TXN-FILE.
005300     CLOSE CALC-REV-LIST-FILE.
005310     CLOSE CALC-REV-HIST-FILE.
005320     IF WS-POSTED-OPEN
005330         CLOSE CALC-POSTED-KEYED-FILE
005340     END-IF.
005350     IF WS-REV-OPEN
005360         CLOSE CALC-REV-KEYED-FILE
005370     END-IF.
005380     PERFORM 9050-FINALIZE-CONTROL THRU 9050-EXIT.
005390     IF WS-REFUSED-COUNT > 0
005400         MOVE 4 TO RETURN-CODE
005410     END-IF.
005420     IF WS-ARCHIVE-ERROR
005430         MOVE 12 TO RETURN-CODE
005440     END-IF.
005450 9000-EXIT.
005460     EXIT.
005470
005480 9050-FINALIZE-CONTROL.
005490     OPEN I-O CALC-TXN-FILE.
005500     READ CALC-TXN-FILE.
005510     MOVE WS-REVERSAL-COUNT TO CTL-EXPECTED-COUNT.
005520     MOVE WS-EXPECTED-TOTAL-ACCUM TO CTL-EXPECTED-TOTAL.
005530     REWRITE CALC-TXN-RECORD.
005540     CLOSE CALC-TXN-FILE.
005550 9050-EXIT.
005560     EXIT.
