000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCSMNT.
000120 AUTHOR. R HENIX.
000130 INSTALLATION. ACCOUNTING BATCH SERVICES.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* 2026-10-15  RH  WRITTEN. CONTROLLED MAINTENANCE FOR CALC-       *
000200*                STANDING-MASTER-FILE (CALCSTM.CPY), THE          *
000210*                SCHEDULE OF CALCULATIONS THE KEYING DESKS USED   *
000220*                TO KEY BY HAND ON THE SAME DAYS EVERY WEEK OR    *
000230*                MONTH AND WHICH CALCSGEN NOW GENERATES AS        *
000240*                CALCRAW RECORDS FOR CALCPREP. BUILT ON THE SAME  *
000250*                MAINTENANCE/AUDIT FLOW CALCRMNT GIVES THE RATE   *
000260*                MASTER: READS A FILE OF ADD/CHANGE/DELETE        *
000270*                REQUESTS (CALCSMR.CPY) KEYED BY STANDING ID,     *
000280*                APPLIES THEM AGAINST A WORKING-STORAGE COPY OF   *
000290*                THE MASTER, AND WRITES A FRESH MASTER PLUS AN    *
000300*                AUDIT REPORT NAMING WHO REQUESTED EACH CHANGE,   *
000310*                WITH THE ITEM AS IT STOOD BEFORE AND AFTER. A    *
000320*                DUPLICATE ADD, A CHANGE OR DELETE AGAINST AN     *
000330*                UNKNOWN ID, AND A BADLY KEYED FIELD (SIGN/       *
000340*                NUMERIC, OPERATOR, ACCOUNT, FREQUENCY OR DATES)  *
000350*                ALL REJECT ONTO THE AUDIT REPORT WITHOUT         *
000360*                TOUCHING THE MASTER (RC=4). A CHANGE KEEPS THE   *
000370*                GENERATION DATES CALCSGEN HAS SET. A MASTER TOO  *
000380*                BIG FOR THE 500-ENTRY TABLE ABORTS WITH RC=12    *
000390*                BEFORE ANYTHING IS WRITTEN.                      *
000390* 2026-10-15  RH  AUDIT ITEM LINE TRAILING FILLER CUT TO 18 SO    *
000390*                THE LINE IS THE 100 BYTES OF THE AUDIT RECORD.   *
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CALC-STANDING-MASTER-FILE ASSIGN TO CALCSTM
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT CALC-STANDING-MAINT-FILE ASSIGN TO CALCSMRQ
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT CALC-STANDING-MASTER-NEW-FILE ASSIGN TO CALCSTMN
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT CALC-STANDING-AUDIT-FILE ASSIGN TO CALCSMRP
000510         ORGANIZATION IS SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CALC-STANDING-MASTER-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  CALC-STANDING-MASTER-RECORD.
000580     COPY CALCSTM.
000590 FD  CALC-STANDING-MAINT-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  CALC-STANDING-MAINT-RECORD.
000630     COPY CALCSMR.
000640 FD  CALC-STANDING-MASTER-NEW-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  CALC-STANDING-MASTER-NEW-RECORD.
000680     COPY CALCSTM
000690         REPLACING ==STM-STAND-ID==     BY ==STMN-STAND-ID==
000700                   ==STM-OPER-ID==      BY ==STMN-OPER-ID==
000710                   ==STM-NUM1-X==       BY ==STMN-NUM1-X==
000720                   ==STM-NUM1==         BY ==STMN-NUM1==
000730                   ==STM-OPERATOR==     BY ==STMN-OPERATOR==
000740                   ==STM-NUM2-X==       BY ==STMN-NUM2-X==
000750                   ==STM-NUM2==         BY ==STMN-NUM2==
000760                   ==STM-ACCT-CODE==    BY ==STMN-ACCT-CODE==
000770                   ==STM-FREQUENCY==    BY ==STMN-FREQUENCY==
000780                   ==STM-START-DATE==   BY ==STMN-START-DATE==
000790                   ==STM-END-DATE==     BY ==STMN-END-DATE==
000800                   ==STM-LAST-GEN-DATE== BY ==STMN-LAST-GEN-DATE==
000810                   ==STM-PRIOR-GEN-DATE==
000820                                     BY ==STMN-PRIOR-GEN-DATE==.
000830 FD  CALC-STANDING-AUDIT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  CALC-STANDING-AUDIT-RECORD       PIC X(100).
000870 WORKING-STORAGE SECTION.
000880 77  WS-REQUEST-EOF-SWITCH    PIC X(01) VALUE "N".
000890     88  WS-REQUEST-EOF                 VALUE "Y".
000900 77  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
000910     88  WS-MASTER-EOF                  VALUE "Y".
000920 77  WS-MASTER-OVFL-SW        PIC X(01) VALUE "N".
000930     88  WS-MASTER-OVERFLOWED           VALUE "Y".
000940 77  WS-STAND-FOUND-SWITCH    PIC X(01) VALUE "N".
000950     88  WS-STAND-FOUND                 VALUE "Y".
000960 77  WS-VALID-REQUEST-SWITCH  PIC X(01) VALUE "Y".
000970     88  WS-VALID-REQUEST               VALUE "Y".
000980 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
000990 77  WS-STANDING-MAX          PIC 9(05) COMP VALUE 500.
001000 77  WS-STANDING-COUNT        PIC 9(05) COMP VALUE 0.
001010 77  WS-ST-IDX                PIC 9(05) COMP VALUE 0.
001020 77  WS-REQUEST-COUNT         PIC 9(07) COMP VALUE 0.
001030 77  WS-APPLIED-COUNT         PIC 9(07) COMP VALUE 0.
001040 77  WS-REJECTED-COUNT        PIC 9(07) COMP VALUE 0.
001050 77  WS-REJECT-TEXT           PIC X(40) VALUE SPACES.
001060 01  WS-NUM2-WORK.
001070     05  WS-NUM2-VALUE          PIC S9(07)V99
001080         SIGN LEADING SEPARATE.
001090     05  WS-NUM2-VALUE-X REDEFINES WS-NUM2-VALUE
001100                                PIC X(10).
001110 01  WS-STANDING-TABLE.
001120     05  WS-STANDING-ENTRY      OCCURS 500 TIMES
001130                                INDEXED BY WS-SM-IDX.
001140         10  WS-SM-STAND-ID         PIC X(08).
001150         10  WS-SM-OPER-ID          PIC X(08).
001160         10  WS-SM-NUM1             PIC S9(07)V99
001170             SIGN LEADING SEPARATE.
001180         10  WS-SM-OPERATOR         PIC XXX.
001190         10  WS-SM-NUM2-X           PIC X(10).
001200         10  WS-SM-ACCT-CODE        PIC X(10).
001210         10  WS-SM-FREQUENCY        PIC X(01).
001220         10  WS-SM-START-DATE       PIC 9(08).
001230         10  WS-SM-END-DATE         PIC 9(08).
001240         10  WS-SM-LAST-GEN-DATE    PIC 9(08).
001250         10  WS-SM-PRIOR-GEN-DATE   PIC 9(08).
001260         10  WS-SM-DELETED-SWITCH   PIC X(01).
001270             88  WS-SM-DELETED            VALUE "Y".
001280 01  WS-AUDIT-HEADING-1.
001290     05  FILLER                 PIC X(36) VALUE
001300         "STANDING CALCULATION MAINT AUDIT".
001310     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001320     05  WAH-RUN-DATE           PIC 9999/99/99.
001330     05  FILLER                 PIC X(45) VALUE SPACES.
001340 01  WS-AUDIT-HEADING-2.
001350     05  FILLER                 PIC X(02) VALUE "A".
001360     05  FILLER                 PIC X(09) VALUE "STAND-ID".
001370     05  FILLER                 PIC X(09) VALUE "REQ-BY".
001380     05  FILLER                 PIC X(40) VALUE "DISPOSITION".
001390     05  FILLER                 PIC X(40) VALUE SPACES.
001400 01  WS-AUDIT-HEADING-3.
001410     05  FILLER                 PIC X(11) VALUE SPACES.
001420     05  FILLER                 PIC X(09) VALUE "OPER-ID".
001430     05  FILLER                 PIC X(12) VALUE "       NUM1".
001440     05  FILLER                 PIC X(04) VALUE " OP".
001450     05  FILLER                 PIC X(12) VALUE
001460         "  NUM2/RATE".
001470     05  FILLER                 PIC X(11) VALUE "ACCT-CODE".
001480     05  FILLER                 PIC X(02) VALUE "F".
001490     05  FILLER                 PIC X(11) VALUE "START".
001500     05  FILLER                 PIC X(28) VALUE "END".
001510 01  WS-AUDIT-LINE.
001520     05  SAL-ACTION             PIC X(01).
001530     05  FILLER                 PIC X(01) VALUE SPACES.
001540     05  SAL-STAND-ID           PIC X(08).
001550     05  FILLER                 PIC X(01) VALUE SPACES.
001560     05  SAL-REQUESTED-BY       PIC X(08).
001570     05  FILLER                 PIC X(01) VALUE SPACES.
001580     05  SAL-DISPOSITION        PIC X(40).
001590     05  FILLER                 PIC X(40) VALUE SPACES.
001600 01  WS-AUDIT-ITEM-LINE.
001610     05  FILLER                 PIC X(04) VALUE SPACES.
001620     05  SAI-TAG                PIC X(06).
001630     05  FILLER                 PIC X(01) VALUE SPACES.
001640     05  SAI-OPER-ID            PIC X(08).
001650     05  FILLER                 PIC X(01) VALUE SPACES.
001660     05  SAI-NUM1               PIC -Z(6)9.99.
001670     05  FILLER                 PIC X(01) VALUE SPACES.
001680     05  SAI-OPERATOR           PIC X(03).
001690     05  FILLER                 PIC X(01) VALUE SPACES.
001700     05  SAI-NUM2               PIC X(11).
001710     05  SAI-NUM2-EDIT REDEFINES SAI-NUM2
001720                                PIC -Z(6)9.99.
001730     05  FILLER                 PIC X(01) VALUE SPACES.
001740     05  SAI-ACCT-CODE          PIC X(10).
001750     05  FILLER                 PIC X(01) VALUE SPACES.
001760     05  SAI-FREQUENCY          PIC X(01).
001770     05  FILLER                 PIC X(01) VALUE SPACES.
001780     05  SAI-START-DATE         PIC 9999/99/99.
001790     05  FILLER                 PIC X(01) VALUE SPACES.
001800     05  SAI-END-DATE           PIC 9999/99/99.
001810     05  FILLER                 PIC X(18) VALUE SPACES.
001820 01  WS-AUDIT-TOTAL-LINE.
001830     05  FILLER                 PIC X(20) VALUE
001840         "REQUESTS READ     : ".
001850     05  WAT-REQUEST-COUNT      PIC ZZZ,ZZ9.
001860     05  FILLER                 PIC X(12) VALUE
001870         "  APPLIED : ".
001880     05  WAT-APPLIED-COUNT      PIC ZZZ,ZZ9.
001890     05  FILLER                 PIC X(12) VALUE
001900         "  REJECTED: ".
001910     05  WAT-REJECTED-COUNT     PIC ZZZ,ZZ9.
001920     05  FILLER                 PIC X(35) VALUE SPACES.
001930 PROCEDURE DIVISION.
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001970         UNTIL WS-REQUEST-EOF.
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001990     STOP RUN.
002000
002010 1000-INITIALIZE.
002020     OPEN INPUT  CALC-STANDING-MASTER-FILE.
002030     OPEN INPUT  CALC-STANDING-MAINT-FILE.
002040     OPEN OUTPUT CALC-STANDING-MASTER-NEW-FILE.
002050     OPEN OUTPUT CALC-STANDING-AUDIT-FILE.
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002070     PERFORM 1300-LOAD-STANDING-MASTER THRU 1300-EXIT.
002080     IF WS-MASTER-OVERFLOWED
002090         MOVE "Y" TO WS-REQUEST-EOF-SWITCH
002100         GO TO 1000-EXIT
002110     END-IF.
002120     MOVE WS-RUN-DATE TO WAH-RUN-DATE.
002130     WRITE CALC-STANDING-AUDIT-RECORD FROM WS-AUDIT-HEADING-1.
002140     WRITE CALC-STANDING-AUDIT-RECORD FROM WS-AUDIT-HEADING-2.
002150     WRITE CALC-STANDING-AUDIT-RECORD FROM WS-AUDIT-HEADING-3.
002160     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002170 1000-EXIT.
002180     EXIT.
002190
002200 1300-LOAD-STANDING-MASTER.
002210     PERFORM 1310-LOAD-ONE-STANDING-ENTRY THRU 1310-EXIT
002220         UNTIL WS-MASTER-EOF
002230         OR WS-STANDING-COUNT = WS-STANDING-MAX.
002240     IF NOT WS-MASTER-EOF
002250         READ CALC-STANDING-MASTER-FILE
002260             AT END
002270                 MOVE "Y" TO WS-MASTER-EOF-SWITCH
002280             NOT AT END
002290                 MOVE "Y" TO WS-MASTER-OVFL-SW
002300                 DISPLAY "ERROR - STANDING MASTER EXCEEDS THE "
002310                     WS-STANDING-MAX " ENTRY TABLE - NO "
002320                     "MAINTENANCE APPLIED AND NO NEW MASTER "
002330                     "WRITTEN"
002340         END-READ
002350     END-IF.
002360 1300-EXIT.
002370     EXIT.
002380
002390 1310-LOAD-ONE-STANDING-ENTRY.
002400     READ CALC-STANDING-MASTER-FILE
002410         AT END
002420             MOVE "Y" TO WS-MASTER-EOF-SWITCH
002430         NOT AT END
002440             ADD 1 TO WS-STANDING-COUNT
002450             SET WS-SM-IDX TO WS-STANDING-COUNT
002460             MOVE STM-STAND-ID TO WS-SM-STAND-ID(WS-SM-IDX)
002470             MOVE STM-OPER-ID TO WS-SM-OPER-ID(WS-SM-IDX)
002480             MOVE STM-NUM1 TO WS-SM-NUM1(WS-SM-IDX)
002490             MOVE STM-OPERATOR TO WS-SM-OPERATOR(WS-SM-IDX)
002500             MOVE STM-NUM2-X TO WS-SM-NUM2-X(WS-SM-IDX)
002510             MOVE STM-ACCT-CODE TO WS-SM-ACCT-CODE(WS-SM-IDX)
002520             MOVE STM-FREQUENCY TO WS-SM-FREQUENCY(WS-SM-IDX)
002530             MOVE STM-START-DATE TO WS-SM-START-DATE(WS-SM-IDX)
002540             MOVE STM-END-DATE TO WS-SM-END-DATE(WS-SM-IDX)
002550             MOVE STM-LAST-GEN-DATE
002560                 TO WS-SM-LAST-GEN-DATE(WS-SM-IDX)
002570             MOVE STM-PRIOR-GEN-DATE
002580                 TO WS-SM-PRIOR-GEN-DATE(WS-SM-IDX)
002590             MOVE "N" TO WS-SM-DELETED-SWITCH(WS-SM-IDX)
002600     END-READ.
002610 1310-EXIT.
002620     EXIT.
002630
002640 2000-PROCESS-REQUEST.
002650     ADD 1 TO WS-REQUEST-COUNT.
002660     PERFORM 2200-FIND-STANDING-ENTRY THRU 2200-EXIT.
002670     EVALUATE SMR-ACTION-CODE
002680         WHEN "A"
002690             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002700         WHEN "C"
002710             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002720         WHEN "D"
002730             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
002740         WHEN OTHER
002750             MOVE "REJECTED - INVALID ACTION CODE"
002760                 TO SAL-DISPOSITION
002770             PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002780     END-EVALUATE.
002790     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002800 2000-EXIT.
002810     EXIT.
002820
002830 2100-READ-REQUEST.
002840     READ CALC-STANDING-MAINT-FILE
002850         AT END MOVE "Y" TO WS-REQUEST-EOF-SWITCH
002860     END-READ.
002870 2100-EXIT.
002880     EXIT.
002890
002900 2200-FIND-STANDING-ENTRY.
002910     MOVE "N" TO WS-STAND-FOUND-SWITCH.
002920     SET WS-SM-IDX TO 1.
002930     SEARCH WS-STANDING-ENTRY
002940         AT END
002950             CONTINUE
002960         WHEN WS-SM-IDX > WS-STANDING-COUNT
002970             CONTINUE
002980         WHEN WS-SM-STAND-ID(WS-SM-IDX) = SMR-STAND-ID
002990             AND NOT WS-SM-DELETED(WS-SM-IDX)
003000             MOVE "Y" TO WS-STAND-FOUND-SWITCH
003010     END-SEARCH.
003020 2200-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------*
003060* FIELD EDITS FOR AN ADD OR CHANGE - THE SAME SIGN/NUMERIC AND   *
003070* OPERATOR RULES CALCPREP APPLIES TO A KEYED CALCRAW RECORD,     *
003080* PLUS THE SCHEDULE FIELDS                                       *
003090*----------------------------------------------------------------*
003100 2250-VALIDATE-REQUEST.
003110     MOVE "Y" TO WS-VALID-REQUEST-SWITCH.
003120     IF SMR-STAND-ID = SPACES
003130         MOVE "REJECTED - MISSING STANDING ID" TO WS-REJECT-TEXT
003140         GO TO 2250-INVALID
003150     END-IF.
003160     IF SMR-OPER-ID = SPACES
003170         MOVE "REJECTED - MISSING OPERATOR ID" TO WS-REJECT-TEXT
003180         GO TO 2250-INVALID
003190     END-IF.
003200     IF SMR-NUM1-X(1:1) NOT = "+"
003210         AND SMR-NUM1-X(1:1) NOT = "-"
003220         OR SMR-NUM1-X(2:9) NOT NUMERIC
003230         MOVE "REJECTED - NUM1 IS NOT NUMERIC" TO WS-REJECT-TEXT
003240         GO TO 2250-INVALID
003250     END-IF.
003260     EVALUATE SMR-OPERATOR
003270         WHEN "+" WHEN "-" WHEN "*"
003280         WHEN "/" WHEN "**" WHEN "MOD"
003290             IF SMR-NUM2-X(1:1) NOT = "+"
003300                 AND SMR-NUM2-X(1:1) NOT = "-"
003310                 OR SMR-NUM2-X(2:9) NOT NUMERIC
003320                 MOVE "REJECTED - NUM2 IS NOT NUMERIC"
003330                     TO WS-REJECT-TEXT
003340                 GO TO 2250-INVALID
003350             END-IF
003360             IF (SMR-OPERATOR = "/" OR SMR-OPERATOR = "MOD")
003370                 AND SMR-NUM2 = 0
003380                 MOVE "REJECTED - DIVISION BY ZERO"
003390                     TO WS-REJECT-TEXT
003400                 GO TO 2250-INVALID
003410             END-IF
003420         WHEN "RTE"
003430             IF SMR-NUM2-X(1:4) = SPACES
003440                 MOVE "REJECTED - MISSING RATE CODE"
003450                     TO WS-REJECT-TEXT
003460                 GO TO 2250-INVALID
003470             END-IF
003480         WHEN OTHER
003490             MOVE "REJECTED - INVALID OPERATOR" TO WS-REJECT-TEXT
003500             GO TO 2250-INVALID
003510     END-EVALUATE.
003520     IF SMR-ACCT-CODE = SPACES
003530         MOVE "REJECTED - MISSING ACCOUNT CODE" TO WS-REJECT-TEXT
003540         GO TO 2250-INVALID
003550     END-IF.
003560     IF SMR-FREQUENCY NOT = "D" AND SMR-FREQUENCY NOT = "W"
003570         AND SMR-FREQUENCY NOT = "M" AND SMR-FREQUENCY NOT = "E"
003580         MOVE "REJECTED - INVALID FREQUENCY" TO WS-REJECT-TEXT
003590         GO TO 2250-INVALID
003600     END-IF.
003610     IF SMR-START-DATE NOT NUMERIC OR SMR-START-DATE = ZEROS
003620         MOVE "REJECTED - INVALID START DATE" TO WS-REJECT-TEXT
003630         GO TO 2250-INVALID
003640     END-IF.
003650     IF SMR-END-DATE NOT NUMERIC
003660         MOVE "REJECTED - INVALID END DATE" TO WS-REJECT-TEXT
003670         GO TO 2250-INVALID
003680     END-IF.
003690     IF SMR-END-DATE NOT = ZEROS
003700         AND SMR-END-DATE < SMR-START-DATE
003710         MOVE "REJECTED - END DATE BEFORE START" TO WS-REJECT-TEXT
003720         GO TO 2250-INVALID
003730     END-IF.
003740     GO TO 2250-EXIT.
003750 2250-INVALID.
003760     MOVE "N" TO WS-VALID-REQUEST-SWITCH.
003770 2250-EXIT.
003780     EXIT.
003790
003800 2300-APPLY-ADD.
003810     IF WS-STAND-FOUND
003820         MOVE "REJECTED - DUPLICATE ADD" TO SAL-DISPOSITION
003830         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003840         GO TO 2300-EXIT
003850     END-IF.
003860     PERFORM 2250-VALIDATE-REQUEST THRU 2250-EXIT.
003870     IF NOT WS-VALID-REQUEST
003880         MOVE WS-REJECT-TEXT TO SAL-DISPOSITION
003890         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003900         GO TO 2300-EXIT
003910     END-IF.
003920     IF WS-STANDING-COUNT = WS-STANDING-MAX
003930         MOVE "REJECTED - MASTER TABLE FULL" TO SAL-DISPOSITION
003940         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003950         GO TO 2300-EXIT
003960     END-IF.
003970     ADD 1 TO WS-STANDING-COUNT.
003980     SET WS-SM-IDX TO WS-STANDING-COUNT.
003990     MOVE SMR-STAND-ID TO WS-SM-STAND-ID(WS-SM-IDX).
004000     MOVE 0 TO WS-SM-LAST-GEN-DATE(WS-SM-IDX).
004010     MOVE 0 TO WS-SM-PRIOR-GEN-DATE(WS-SM-IDX).
004020     MOVE "N" TO WS-SM-DELETED-SWITCH(WS-SM-IDX).
004030     PERFORM 2600-MOVE-REQUEST-TO-ENTRY THRU 2600-EXIT.
004040     MOVE "APPLIED - ADDED" TO SAL-DISPOSITION.
004050     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
004060     MOVE "AFTER" TO SAI-TAG.
004070     PERFORM 2850-WRITE-AUDIT-ITEM THRU 2850-EXIT.
004080 2300-EXIT.
004090     EXIT.
004100
004110 2400-APPLY-CHANGE.
004120     IF NOT WS-STAND-FOUND
004130         MOVE "REJECTED - UNKNOWN STANDING ID" TO SAL-DISPOSITION
004140         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
004150         GO TO 2400-EXIT
004160     END-IF.
004170     PERFORM 2250-VALIDATE-REQUEST THRU 2250-EXIT.
004180     IF NOT WS-VALID-REQUEST
004190         MOVE WS-REJECT-TEXT TO SAL-DISPOSITION
004200         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
004210         GO TO 2400-EXIT
004220     END-IF.
004230     MOVE "APPLIED - CHANGED" TO SAL-DISPOSITION.
004240     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
004250     MOVE "BEFORE" TO SAI-TAG.
004260     PERFORM 2850-WRITE-AUDIT-ITEM THRU 2850-EXIT.
004270     PERFORM 2600-MOVE-REQUEST-TO-ENTRY THRU 2600-EXIT.
004280     MOVE "AFTER" TO SAI-TAG.
004290     PERFORM 2850-WRITE-AUDIT-ITEM THRU 2850-EXIT.
004300 2400-EXIT.
004310     EXIT.
004320
004330 2500-APPLY-DELETE.
004340     IF NOT WS-STAND-FOUND
004350         MOVE "REJECTED - UNKNOWN STANDING ID" TO SAL-DISPOSITION
004360         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
004370         GO TO 2500-EXIT
004380     END-IF.
004390     MOVE "Y" TO WS-SM-DELETED-SWITCH(WS-SM-IDX).
004400     MOVE "APPLIED - DELETED" TO SAL-DISPOSITION.
004410     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
004420     MOVE "BEFORE" TO SAI-TAG.
004430     PERFORM 2850-WRITE-AUDIT-ITEM THRU 2850-EXIT.
004440 2500-EXIT.
004450     EXIT.
004460
004470 2600-MOVE-REQUEST-TO-ENTRY.
004480     MOVE SMR-OPER-ID TO WS-SM-OPER-ID(WS-SM-IDX).
004490     MOVE SMR-NUM1 TO WS-SM-NUM1(WS-SM-IDX).
004500     MOVE SMR-OPERATOR TO WS-SM-OPERATOR(WS-SM-IDX).
004510     MOVE SMR-NUM2-X TO WS-SM-NUM2-X(WS-SM-IDX).
004520     MOVE SMR-ACCT-CODE TO WS-SM-ACCT-CODE(WS-SM-IDX).
004530     MOVE SMR-FREQUENCY TO WS-SM-FREQUENCY(WS-SM-IDX).
004540     MOVE SMR-START-DATE TO WS-SM-START-DATE(WS-SM-IDX).
004550     MOVE SMR-END-DATE TO WS-SM-END-DATE(WS-SM-IDX).
004560 2600-EXIT.
004570     EXIT.
004580
004590 2800-WRITE-AUDIT-APPLIED.
004600     MOVE SMR-ACTION-CODE TO SAL-ACTION.
004610     MOVE SMR-STAND-ID TO SAL-STAND-ID.
004620     MOVE SMR-REQUESTED-BY TO SAL-REQUESTED-BY.
004630     WRITE CALC-STANDING-AUDIT-RECORD FROM WS-AUDIT-LINE.
004640     ADD 1 TO WS-APPLIED-COUNT.
004650 2800-EXIT.
004660     EXIT.
004670
004680 2850-WRITE-AUDIT-ITEM.
004690     MOVE WS-SM-OPER-ID(WS-SM-IDX) TO SAI-OPER-ID.
004700     MOVE WS-SM-NUM1(WS-SM-IDX) TO SAI-NUM1.
004710     MOVE WS-SM-OPERATOR(WS-SM-IDX) TO SAI-OPERATOR.
004720     IF WS-SM-OPERATOR(WS-SM-IDX) = "RTE"
004730         MOVE WS-SM-NUM2-X(WS-SM-IDX)(1:4) TO SAI-NUM2
004740     ELSE
004750         MOVE WS-SM-NUM2-X(WS-SM-IDX) TO WS-NUM2-VALUE-X
004760         MOVE WS-NUM2-VALUE TO SAI-NUM2-EDIT
004770     END-IF.
004780     MOVE WS-SM-ACCT-CODE(WS-SM-IDX) TO SAI-ACCT-CODE.
004790     MOVE WS-SM-FREQUENCY(WS-SM-IDX) TO SAI-FREQUENCY.
004800     MOVE WS-SM-START-DATE(WS-SM-IDX) TO SAI-START-DATE.
004810     MOVE WS-SM-END-DATE(WS-SM-IDX) TO SAI-END-DATE.
004820     WRITE CALC-STANDING-AUDIT-RECORD FROM WS-AUDIT-ITEM-LINE.
004830 2850-EXIT.
004840     EXIT.
004850
004860 2900-WRITE-AUDIT-REJECT.
004870     MOVE SMR-ACTION-CODE TO SAL-ACTION.
004880     MOVE SMR-STAND-ID TO SAL-STAND-ID.
004890     MOVE SMR-REQUESTED-BY TO SAL-REQUESTED-BY.
004900     WRITE CALC-STANDING-AUDIT-RECORD FROM WS-AUDIT-LINE.
004910     ADD 1 TO WS-REJECTED-COUNT.
004920 2900-EXIT.
004930     EXIT.
004940
004950 9000-TERMINATE.
004960     IF NOT WS-MASTER-OVERFLOWED
004970         PERFORM 9100-WRITE-NEW-MASTER THRU 9100-EXIT
004980         MOVE WS-REQUEST-COUNT TO WAT-REQUEST-COUNT
004990         MOVE WS-APPLIED-COUNT TO WAT-APPLIED-COUNT
005000         MOVE WS-REJECTED-COUNT TO WAT-REJECTED-COUNT
005010         WRITE CALC-STANDING-AUDIT-RECORD
005020             FROM WS-AUDIT-TOTAL-LINE
005030     END-IF.
005040     DISPLAY "Maintenance requests read = " WS-REQUEST-COUNT.
005050     DISPLAY "Maintenance requests applied = " WS-APPLIED-COUNT.
005060     DISPLAY "Maintenance requests rejected = " WS-REJECTED-COUNT.
005070     CLOSE CALC-STANDING-MASTER-FILE.
005080     CLOSE CALC-STANDING-MAINT-FILE.
005090     CLOSE CALC-STANDING-MASTER-NEW-FILE.
005100     CLOSE CALC-STANDING-AUDIT-FILE.
005110     IF WS-REJECTED-COUNT > 0
005120         MOVE 4 TO RETURN-CODE
005130     END-IF.
005140     IF WS-MASTER-OVERFLOWED
005150         MOVE 12 TO RETURN-CODE
005160     END-IF.
005170 9000-EXIT.
005180     EXIT.
005190
005200 9100-WRITE-NEW-MASTER.
005210     MOVE 0 TO WS-ST-IDX.
005220     PERFORM 9110-WRITE-ONE-MASTER-ENTRY THRU 9110-EXIT
005230         WS-STANDING-COUNT TIMES.
005240 9100-EXIT.
005250     EXIT.
005260
005270 9110-WRITE-ONE-MASTER-ENTRY.
005280     ADD 1 TO WS-ST-IDX.
005290     SET WS-SM-IDX TO WS-ST-IDX.
005300     IF NOT WS-SM-DELETED(WS-SM-IDX)
005310         MOVE SPACES TO CALC-STANDING-MASTER-NEW-RECORD
005320         MOVE WS-SM-STAND-ID(WS-SM-IDX) TO STMN-STAND-ID
005330         MOVE WS-SM-OPER-ID(WS-SM-IDX) TO STMN-OPER-ID
005340         MOVE WS-SM-NUM1(WS-SM-IDX) TO STMN-NUM1
005350         MOVE WS-SM-OPERATOR(WS-SM-IDX) TO STMN-OPERATOR
005360         MOVE WS-SM-NUM2-X(WS-SM-IDX) TO STMN-NUM2-X
005370         MOVE WS-SM-ACCT-CODE(WS-SM-IDX) TO STMN-ACCT-CODE
005380         MOVE WS-SM-FREQUENCY(WS-SM-IDX) TO STMN-FREQUENCY
005390         MOVE WS-SM-START-DATE(WS-SM-IDX) TO STMN-START-DATE
005400         MOVE WS-SM-END-DATE(WS-SM-IDX) TO STMN-END-DATE
005410         MOVE WS-SM-LAST-GEN-DATE(WS-SM-IDX)
005420             TO STMN-LAST-GEN-DATE
005430         MOVE WS-SM-PRIOR-GEN-DATE(WS-SM-IDX)
005440             TO STMN-PRIOR-GEN-DATE
005450         WRITE CALC-STANDING-MASTER-NEW-RECORD
005460     END-IF.
005470 9110-EXIT.
005480     EXIT.
