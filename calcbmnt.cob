000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCBMNT.
000120 AUTHOR. R HENIX.
000130 INSTALLATION. ACCOUNTING BATCH SERVICES.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* 2026-10-15  RH  WRITTEN. CONTROLLED MAINTENANCE FOR CALC-       *
000200*                BUSINESS-CALENDAR-FILE (CALCBCL.CPY), THE SHOP   *
000210*                CALENDAR OF WEEKDAY HOLIDAYS AND WORKED          *
000220*                WEEKEND DAYS THAT CALCRLRP, CALCAGE, CALCGLRC,   *
000230*                CALCULATRICE AND CALCMRG USE TO TELL A BUSINESS  *
000240*                DAY FROM A NON-BUSINESS DAY. BUILT ON THE SAME   *
000250*                MAINTENANCE/AUDIT FLOW CALCRMNT GIVES THE RATE   *
000260*                MASTER: READS A FILE OF ADD/CHANGE/DELETE        *
000270*                REQUESTS (CALCBCR.CPY) KEYED BY DATE, APPLIES    *
000280*                THEM AGAINST A WORKING-STORAGE COPY OF THE       *
000290*                CALENDAR, AND WRITES A FRESH CALENDAR PLUS AN    *
000300*                AUDIT REPORT NAMING WHO REQUESTED EACH CHANGE,   *
000310*                WITH THE ENTRY AS IT STOOD BEFORE AND AFTER. A   *
000320*                DUPLICATE ADD, A CHANGE OR DELETE AGAINST A      *
000330*                DATE NOT ON FILE, AN IMPOSSIBLE DATE, A HOLIDAY  *
000340*                KEYED ON A WEEKEND OR A WORKED DAY KEYED ON A    *
000350*                WEEKDAY ALL REJECT ONTO THE AUDIT REPORT         *
000360*                WITHOUT TOUCHING THE CALENDAR (RC=4). A          *
000370*                CALENDAR TOO BIG FOR THE 500-ENTRY TABLE ABORTS  *
000380*                WITH RC=12 BEFORE ANYTHING IS WRITTEN.           *
000390*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CALC-BUSINESS-CALENDAR-FILE ASSIGN TO CALCBCL
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT CALC-CALENDAR-MAINT-FILE ASSIGN TO CALCBCRQ
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT CALC-CALENDAR-NEW-FILE ASSIGN TO CALCBCLN
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT CALC-CALENDAR-AUDIT-FILE ASSIGN TO CALCBCRP
000500         ORGANIZATION IS SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CALC-BUSINESS-CALENDAR-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  CALC-BUSINESS-CALENDAR-RECORD.
000570     COPY CALCBCL.
000580 FD  CALC-CALENDAR-MAINT-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  CALC-CALENDAR-MAINT-RECORD.
000620     COPY CALCBCR.
000630 FD  CALC-CALENDAR-NEW-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  CALC-CALENDAR-NEW-RECORD.
000670     COPY CALCBCL
000680         REPLACING ==BCL-CAL-DATE==       BY ==BCLN-CAL-DATE==
000690                   ==BCL-DAY-TYPE==       BY ==BCLN-DAY-TYPE==
000700                   ==BCL-HOLIDAY==        BY ==BCLN-HOLIDAY==
000710                   ==BCL-WORKED-WEEKEND==
000720                                 BY ==BCLN-WORKED-WEEKEND==
000730                   ==BCL-DESCRIPTION==    BY ==BCLN-DESCRIPTION==
000740                   ==BCL-CHANGED-DATE==   BY ==BCLN-CHANGED-DATE==
000750                   ==BCL-CHANGED-BY==     BY ==BCLN-CHANGED-BY==.
000760 FD  CALC-CALENDAR-AUDIT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  CALC-CALENDAR-AUDIT-RECORD       PIC X(100).
000800 WORKING-STORAGE SECTION.
000810 77  WS-REQUEST-EOF-SWITCH    PIC X(01) VALUE "N".
000820     88  WS-REQUEST-EOF                 VALUE "Y".
000830 77  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
000840     88  WS-MASTER-EOF                  VALUE "Y".
000850 77  WS-MASTER-OVFL-SW        PIC X(01) VALUE "N".
000860     88  WS-MASTER-OVERFLOWED           VALUE "Y".
000870 77  WS-DATE-FOUND-SWITCH     PIC X(01) VALUE "N".
000880     88  WS-DATE-FOUND                  VALUE "Y".
000890 77  WS-VALID-REQUEST-SWITCH  PIC X(01) VALUE "Y".
000900     88  WS-VALID-REQUEST               VALUE "Y".
000910 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
000920 77  WS-CALENDAR-MAX          PIC 9(05) COMP VALUE 500.
000930 77  WS-CALENDAR-COUNT        PIC 9(05) COMP VALUE 0.
000940 77  WS-CL-IDX                PIC 9(05) COMP VALUE 0.
000950 77  WS-REQUEST-COUNT         PIC 9(07) COMP VALUE 0.
000960 77  WS-APPLIED-COUNT         PIC 9(07) COMP VALUE 0.
000970 77  WS-REJECTED-COUNT        PIC 9(07) COMP VALUE 0.
000980 77  WS-REJECT-TEXT           PIC X(40) VALUE SPACES.
000990 77  WS-MONTH-DAYS            PIC 9(02) COMP VALUE 0.
001000 77  WS-LEAP-QUOTIENT         PIC 9(04) COMP VALUE 0.
001010 77  WS-LEAP-REM-4            PIC 9(04) COMP VALUE 0.
001020 77  WS-LEAP-REM-100          PIC 9(04) COMP VALUE 0.
001030 77  WS-LEAP-REM-400          PIC 9(04) COMP VALUE 0.
001040 77  WS-WEEK-QUOTIENT         PIC 9(07) COMP VALUE 0.
001050 77  WS-WEEKDAY-NBR           PIC 9(01) COMP VALUE 0.
001060 77  WS-D2D-DATE              PIC 9(08) VALUE 0.
001070 77  WS-D2D-MMDD              PIC 9(04) COMP VALUE 0.
001080 77  WS-D2D-YEAR              PIC 9(05) COMP VALUE 0.
001090 77  WS-D2D-MONTH             PIC 9(03) COMP VALUE 0.
001100 77  WS-D2D-DAY               PIC 9(03) COMP VALUE 0.
001110 77  WS-D2D-Y4                PIC 9(05) COMP VALUE 0.
001120 77  WS-D2D-Y100              PIC 9(05) COMP VALUE 0.
001130 77  WS-D2D-Y400              PIC 9(05) COMP VALUE 0.
001140 77  WS-D2D-M153              PIC 9(05) COMP VALUE 0.
001150 77  WS-D2D-DAYS              PIC 9(07) COMP VALUE 0.
001160 01  WS-CHECK-DATE               PIC 9(08) VALUE 0.
001170 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
001180     05  WS-CHECK-CCYY          PIC 9(04).
001190     05  WS-CHECK-MM            PIC 9(02).
001200     05  WS-CHECK-DD            PIC 9(02).
001210*----------------------------------------------------------------*
001220* WEEKDAY NAMES IN THE ORDER 8000-DATE-TO-DAYS' DAY NUMBER FALLS *
001230* MODULO 7 - REMAINDER 0 IS A SATURDAY, 1 A SUNDAY, 2 A MONDAY   *
001240*----------------------------------------------------------------*
001250 01  WS-WEEKDAY-NAMES.
001260     05  FILLER                 PIC X(21) VALUE
001270         "SATSUNMONTUEWEDTHUFRI".
001280 01  WS-WEEKDAY-NAMES-R REDEFINES WS-WEEKDAY-NAMES.
001290     05  WS-WEEKDAY-NAME        PIC X(03) OCCURS 7 TIMES.
001300 01  WS-CALENDAR-TABLE.
001310     05  WS-CALENDAR-ENTRY      OCCURS 500 TIMES
001320                                INDEXED BY WS-BC-IDX.
001330         10  WS-BC-CAL-DATE         PIC 9(08).
001340         10  WS-BC-DAY-TYPE         PIC X(01).
001350         10  WS-BC-DESCRIPTION      PIC X(20).
001360         10  WS-BC-CHANGED-DATE     PIC 9(08).
001370         10  WS-BC-CHANGED-BY       PIC X(08).
001380         10  WS-BC-DELETED-SWITCH   PIC X(01).
001390             88  WS-BC-DELETED            VALUE "Y".
001400 01  WS-AUDIT-HEADING-1.
001410     05  FILLER                 PIC X(36) VALUE
001420         "BUSINESS CALENDAR MAINT AUDIT".
001430     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001440     05  WAH-RUN-DATE           PIC 9999/99/99.
001450     05  FILLER                 PIC X(45) VALUE SPACES.
001460 01  WS-AUDIT-HEADING-2.
001470     05  FILLER                 PIC X(02) VALUE "A".
001480     05  FILLER                 PIC X(11) VALUE "DATE".
001490     05  FILLER                 PIC X(09) VALUE "REQ-BY".
001500     05  FILLER                 PIC X(40) VALUE "DISPOSITION".
001510     05  FILLER                 PIC X(38) VALUE SPACES.
001520 01  WS-AUDIT-HEADING-3.
001530     05  FILLER                 PIC X(11) VALUE SPACES.
001540     05  FILLER                 PIC X(04) VALUE "DAY".
001550     05  FILLER                 PIC X(05) VALUE "TYPE".
001560     05  FILLER                 PIC X(21) VALUE "DESCRIPTION".
001570     05  FILLER                 PIC X(11) VALUE "CHANGED".
001580     05  FILLER                 PIC X(48) VALUE "BY".
001590 01  WS-AUDIT-LINE.
001600     05  BAL-ACTION             PIC X(01).
001610     05  FILLER                 PIC X(01) VALUE SPACES.
001620     05  BAL-CAL-DATE           PIC X(10).
001630     05  FILLER                 PIC X(01) VALUE SPACES.
001640     05  BAL-REQUESTED-BY       PIC X(08).
001650     05  FILLER                 PIC X(01) VALUE SPACES.
001660     05  BAL-DISPOSITION        PIC X(40).
001670     05  FILLER                 PIC X(38) VALUE SPACES.
001680 01  WS-AUDIT-DATE-EDIT         PIC 9999/99/99.
001690 01  WS-AUDIT-ITEM-LINE.
001700     05  FILLER                 PIC X(04) VALUE SPACES.
001710     05  BAI-TAG                PIC X(06).
001720     05  FILLER                 PIC X(01) VALUE SPACES.
001730     05  BAI-WEEKDAY            PIC X(03).
001740     05  FILLER                 PIC X(01) VALUE SPACES.
001750     05  BAI-DAY-TYPE           PIC X(01).
001760     05  FILLER                 PIC X(04) VALUE SPACES.
001770     05  BAI-DESCRIPTION        PIC X(20).
001780     05  FILLER                 PIC X(01) VALUE SPACES.
001790     05  BAI-CHANGED-DATE       PIC 9999/99/99.
001800     05  FILLER                 PIC X(01) VALUE SPACES.
001810     05  BAI-CHANGED-BY         PIC X(08).
001820     05  FILLER                 PIC X(40) VALUE SPACES.
001830 01  WS-AUDIT-TOTAL-LINE.
001840     05  FILLER                 PIC X(20) VALUE
001850         "REQUESTS READ     : ".
001860     05  WAT-REQUEST-COUNT      PIC ZZZ,ZZ9.
001870     05  FILLER                 PIC X(12) VALUE
001880         "  APPLIED : ".
001890     05  WAT-APPLIED-COUNT      PIC ZZZ,ZZ9.
001900     05  FILLER                 PIC X(12) VALUE
001910         "  REJECTED: ".
001920     05  WAT-REJECTED-COUNT     PIC ZZZ,ZZ9.
001930     05  FILLER                 PIC X(35) VALUE SPACES.
001940 PROCEDURE DIVISION.
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001980         UNTIL WS-REQUEST-EOF.
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002000     STOP RUN.
002010
002020 1000-INITIALIZE.
002030     OPEN INPUT  CALC-BUSINESS-CALENDAR-FILE.
002040     OPEN INPUT  CALC-CALENDAR-MAINT-FILE.
002050     OPEN OUTPUT CALC-CALENDAR-NEW-FILE.
002060     OPEN OUTPUT CALC-CALENDAR-AUDIT-FILE.
002070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002080     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
002090     IF WS-MASTER-OVERFLOWED
002100         MOVE "Y" TO WS-REQUEST-EOF-SWITCH
002110         GO TO 1000-EXIT
002120     END-IF.
002130     MOVE WS-RUN-DATE TO WAH-RUN-DATE.
002140     WRITE CALC-CALENDAR-AUDIT-RECORD FROM WS-AUDIT-HEADING-1.
002150     WRITE CALC-CALENDAR-AUDIT-RECORD FROM WS-AUDIT-HEADING-2.
002160     WRITE CALC-CALENDAR-AUDIT-RECORD FROM WS-AUDIT-HEADING-3.
002170     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002180 1000-EXIT.
002190     EXIT.
002200
002210 1300-LOAD-CALENDAR.
002220     PERFORM 1310-LOAD-ONE-CALENDAR-ENTRY THRU 1310-EXIT
002230         UNTIL WS-MASTER-EOF
002240         OR WS-CALENDAR-COUNT = WS-CALENDAR-MAX.
002250     IF NOT WS-MASTER-EOF
002260         READ CALC-BUSINESS-CALENDAR-FILE
002270             AT END
002280                 MOVE "Y" TO WS-MASTER-EOF-SWITCH
002290             NOT AT END
002300                 MOVE "Y" TO WS-MASTER-OVFL-SW
002310                 DISPLAY "ERROR - BUSINESS CALENDAR EXCEEDS THE "
002320                     WS-CALENDAR-MAX " ENTRY TABLE - NO "
002330                     "MAINTENANCE APPLIED AND NO NEW CALENDAR "
002340                     "WRITTEN"
002350         END-READ
002360     END-IF.
002370 1300-EXIT.
002380     EXIT.
002390
002400 1310-LOAD-ONE-CALENDAR-ENTRY.
002410     READ CALC-BUSINESS-CALENDAR-FILE
002420         AT END
002430             MOVE "Y" TO WS-MASTER-EOF-SWITCH
002440         NOT AT END
002450             ADD 1 TO WS-CALENDAR-COUNT
002460             SET WS-BC-IDX TO WS-CALENDAR-COUNT
002470             MOVE BCL-CAL-DATE TO WS-BC-CAL-DATE(WS-BC-IDX)
002480             MOVE BCL-DAY-TYPE TO WS-BC-DAY-TYPE(WS-BC-IDX)
002490             MOVE BCL-DESCRIPTION TO WS-BC-DESCRIPTION(WS-BC-IDX)
002500             MOVE BCL-CHANGED-DATE
002510                 TO WS-BC-CHANGED-DATE(WS-BC-IDX)
002520             MOVE BCL-CHANGED-BY TO WS-BC-CHANGED-BY(WS-BC-IDX)
002530             MOVE "N" TO WS-BC-DELETED-SWITCH(WS-BC-IDX)
002540     END-READ.
002550 1310-EXIT.
002560     EXIT.
002570
002580 2000-PROCESS-REQUEST.
002590     ADD 1 TO WS-REQUEST-COUNT.
002600     PERFORM 2200-FIND-CALENDAR-ENTRY THRU 2200-EXIT.
002610     EVALUATE BCR-ACTION-CODE
002620         WHEN "A"
002630             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002640         WHEN "C"
002650             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002660         WHEN "D"
002670             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
002680         WHEN OTHER
002690             MOVE "REJECTED - INVALID ACTION CODE"
002700                 TO BAL-DISPOSITION
002710             PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002720     END-EVALUATE.
002730     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002740 2000-EXIT.
002750     EXIT.
002760
002770 2100-READ-REQUEST.
002780     READ CALC-CALENDAR-MAINT-FILE
002790         AT END MOVE "Y" TO WS-REQUEST-EOF-SWITCH
002800     END-READ.
002810 2100-EXIT.
002820     EXIT.
002830
002840 2200-FIND-CALENDAR-ENTRY.
002850     MOVE "N" TO WS-DATE-FOUND-SWITCH.
002860     IF BCR-CAL-DATE NOT NUMERIC
002870         GO TO 2200-EXIT
002880     END-IF.
002890     SET WS-BC-IDX TO 1.
002900     SEARCH WS-CALENDAR-ENTRY
002910         AT END
002920             CONTINUE
002930         WHEN WS-BC-IDX > WS-CALENDAR-COUNT
002940             CONTINUE
002950         WHEN WS-BC-CAL-DATE(WS-BC-IDX) = BCR-CAL-DATE
002960             AND NOT WS-BC-DELETED(WS-BC-IDX)
002970             MOVE "Y" TO WS-DATE-FOUND-SWITCH
002980     END-SEARCH.
002990 2200-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------*
003030* FIELD EDITS FOR AN ADD OR CHANGE - A REAL CALENDAR DATE, A     *
003040* KNOWN DAY TYPE, AND A TYPE THAT ACTUALLY CHANGES THE WEEKDAY   *
003050* RULE FOR THAT DATE                                             *
003060*----------------------------------------------------------------*
003070 2250-VALIDATE-REQUEST.
003080     MOVE "Y" TO WS-VALID-REQUEST-SWITCH.
003090     PERFORM 2260-VALIDATE-DATE THRU 2260-EXIT.
003100     IF NOT WS-VALID-REQUEST
003110         GO TO 2250-EXIT
003120     END-IF.
003130     IF BCR-DAY-TYPE NOT = "H" AND BCR-DAY-TYPE NOT = "B"
003140         MOVE "REJECTED - INVALID DAY TYPE" TO WS-REJECT-TEXT
003150         GO TO 2250-INVALID
003160     END-IF.
003170     IF BCR-DAY-TYPE = "H" AND WS-WEEKDAY-NBR < 2
003180         MOVE "REJECTED - HOLIDAY FALLS ON A WEEKEND"
003190             TO WS-REJECT-TEXT
003200         GO TO 2250-INVALID
003210     END-IF.
003220     IF BCR-DAY-TYPE = "B" AND WS-WEEKDAY-NBR > 1
003230         MOVE "REJECTED - WEEKDAY IS ALREADY A BUS DAY"
003240             TO WS-REJECT-TEXT
003250         GO TO 2250-INVALID
003260     END-IF.
003270     GO TO 2250-EXIT.
003280 2250-INVALID.
003290     MOVE "N" TO WS-VALID-REQUEST-SWITCH.
003300 2250-EXIT.
003310     EXIT.
003320
003330 2260-VALIDATE-DATE.
003340     MOVE "Y" TO WS-VALID-REQUEST-SWITCH.
003350     IF BCR-CAL-DATE NOT NUMERIC
003360         GO TO 2260-INVALID
003370     END-IF.
003380     MOVE BCR-CAL-DATE TO WS-CHECK-DATE.
003390     IF WS-CHECK-CCYY < 1900
003400         OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
003410         GO TO 2260-INVALID
003420     END-IF.
003430     EVALUATE WS-CHECK-MM
003440         WHEN 4 WHEN 6 WHEN 9 WHEN 11
003450             MOVE 30 TO WS-MONTH-DAYS
003460         WHEN 2
003470             DIVIDE WS-CHECK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
003480                 REMAINDER WS-LEAP-REM-4
003490             DIVIDE WS-CHECK-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
003500                 REMAINDER WS-LEAP-REM-100
003510             DIVIDE WS-CHECK-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
003520                 REMAINDER WS-LEAP-REM-400
003530             IF WS-LEAP-REM-4 = 0
003540                 AND (WS-LEAP-REM-100 NOT = 0
003550                     OR WS-LEAP-REM-400 = 0)
003560                 MOVE 29 TO WS-MONTH-DAYS
003570             ELSE
003580                 MOVE 28 TO WS-MONTH-DAYS
003590             END-IF
003600         WHEN OTHER
003610             MOVE 31 TO WS-MONTH-DAYS
003620     END-EVALUATE.
003630     IF WS-CHECK-DD < 1 OR WS-CHECK-DD > WS-MONTH-DAYS
003640         GO TO 2260-INVALID
003650     END-IF.
003660     MOVE WS-CHECK-DATE TO WS-D2D-DATE.
003670     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
003680     DIVIDE WS-D2D-DAYS BY 7 GIVING WS-WEEK-QUOTIENT
003690         REMAINDER WS-WEEKDAY-NBR.
003700     GO TO 2260-EXIT.
003710 2260-INVALID.
003720     MOVE "REJECTED - INVALID CALENDAR DATE" TO WS-REJECT-TEXT.
003730     MOVE "N" TO WS-VALID-REQUEST-SWITCH.
003740 2260-EXIT.
003750     EXIT.
003760
003770 2300-APPLY-ADD.
003780     IF WS-DATE-FOUND
003790         MOVE "REJECTED - DUPLICATE ADD" TO BAL-DISPOSITION
003800         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003810         GO TO 2300-EXIT
003820     END-IF.
003830     PERFORM 2250-VALIDATE-REQUEST THRU 2250-EXIT.
003840     IF NOT WS-VALID-REQUEST
003850         MOVE WS-REJECT-TEXT TO BAL-DISPOSITION
003860         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003870         GO TO 2300-EXIT
003880     END-IF.
003890     IF WS-CALENDAR-COUNT = WS-CALENDAR-MAX
003900         MOVE "REJECTED - CALENDAR TABLE FULL" TO BAL-DISPOSITION
003910         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003920         GO TO 2300-EXIT
003930     END-IF.
003940     ADD 1 TO WS-CALENDAR-COUNT.
003950     SET WS-BC-IDX TO WS-CALENDAR-COUNT.
003960     MOVE BCR-CAL-DATE TO WS-BC-CAL-DATE(WS-BC-IDX).
003970     MOVE "N" TO WS-BC-DELETED-SWITCH(WS-BC-IDX).
003980     PERFORM 2600-MOVE-REQUEST-TO-ENTRY THRU 2600-EXIT.
003990     MOVE "APPLIED - ADDED" TO BAL-DISPOSITION.
004000     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
004010     MOVE "AFTER" TO BAI-TAG.
004020     PERFORM 2850-WRITE-AUDIT-ITEM THRU 2850-EXIT.
004030 2300-EXIT.
004040     EXIT.
004050
004060 2400-APPLY-CHANGE.
004070     IF NOT WS-DATE-FOUND
004080         MOVE "REJECTED - DATE NOT ON CALENDAR" TO BAL-DISPOSITION
004090         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
004100         GO TO 2400-EXIT
004110     END-IF.
004120     PERFORM 2250-VALIDATE-REQUEST THRU 2250-EXIT.
004130     IF NOT WS-VALID-REQUEST
004140         MOVE WS-REJECT-TEXT TO BAL-DISPOSITION
004150         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
004160         GO TO 2400-EXIT
004170     END-IF.
004180     MOVE "APPLIED - CHANGED" TO BAL-DISPOSITION.
004190     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
004200     MOVE "BEFORE" TO BAI-TAG.
004210     PERFORM 2850-WRITE-AUDIT-ITEM THRU 2850-EXIT.
004220     PERFORM 2600-MOVE-REQUEST-TO-ENTRY THRU 2600-EXIT.
004230     MOVE "AFTER" TO BAI-TAG.
004240     PERFORM 2850-WRITE-AUDIT-ITEM THRU 2850-EXIT.
004250 2400-EXIT.
004260     EXIT.
004270
004280 2500-APPLY-DELETE.
004290     IF NOT WS-DATE-FOUND
004300         MOVE "REJECTED - DATE NOT ON CALENDAR" TO BAL-DISPOSITION
004310         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
004320         GO TO 2500-EXIT
004330     END-IF.
004340     MOVE "Y" TO WS-BC-DELETED-SWITCH(WS-BC-IDX).
004350     MOVE "APPLIED - DELETED" TO BAL-DISPOSITION.
004360     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
004370     MOVE "BEFORE" TO BAI-TAG.
004380     PERFORM 2850-WRITE-AUDIT-ITEM THRU 2850-EXIT.
004390 2500-EXIT.
004400     EXIT.
004410
004420 2600-MOVE-REQUEST-TO-ENTRY.
004430     MOVE BCR-DAY-TYPE TO WS-BC-DAY-TYPE(WS-BC-IDX).
004440     MOVE BCR-DESCRIPTION TO WS-BC-DESCRIPTION(WS-BC-IDX).
004450     MOVE WS-RUN-DATE TO WS-BC-CHANGED-DATE(WS-BC-IDX).
004460     MOVE BCR-REQUESTED-BY TO WS-BC-CHANGED-BY(WS-BC-IDX).
004470 2600-EXIT.
004480     EXIT.
004490
004500 2800-WRITE-AUDIT-APPLIED.
004510     PERFORM 2950-FORMAT-AUDIT-KEY THRU 2950-EXIT.
004520     WRITE CALC-CALENDAR-AUDIT-RECORD FROM WS-AUDIT-LINE.
004530     ADD 1 TO WS-APPLIED-COUNT.
004540 2800-EXIT.
004550     EXIT.
004560
004570 2850-WRITE-AUDIT-ITEM.
004580     MOVE WS-BC-CAL-DATE(WS-BC-IDX) TO WS-D2D-DATE.
004590     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
004600     DIVIDE WS-D2D-DAYS BY 7 GIVING WS-WEEK-QUOTIENT
004610         REMAINDER WS-WEEKDAY-NBR.
004620     ADD 1 TO WS-WEEKDAY-NBR.
004630     MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-NBR) TO BAI-WEEKDAY.
004640     MOVE WS-BC-DAY-TYPE(WS-BC-IDX) TO BAI-DAY-TYPE.
004650     MOVE WS-BC-DESCRIPTION(WS-BC-IDX) TO BAI-DESCRIPTION.
004660     MOVE WS-BC-CHANGED-DATE(WS-BC-IDX) TO BAI-CHANGED-DATE.
004670     MOVE WS-BC-CHANGED-BY(WS-BC-IDX) TO BAI-CHANGED-BY.
004680     WRITE CALC-CALENDAR-AUDIT-RECORD FROM WS-AUDIT-ITEM-LINE.
004690 2850-EXIT.
004700     EXIT.
004710
004720 2900-WRITE-AUDIT-REJECT.
004730     PERFORM 2950-FORMAT-AUDIT-KEY THRU 2950-EXIT.
004740     WRITE CALC-CALENDAR-AUDIT-RECORD FROM WS-AUDIT-LINE.
004750     ADD 1 TO WS-REJECTED-COUNT.
004760 2900-EXIT.
004770     EXIT.
004780
004790 2950-FORMAT-AUDIT-KEY.
004800     MOVE BCR-ACTION-CODE TO BAL-ACTION.
004810     IF BCR-CAL-DATE NUMERIC
004820         MOVE BCR-CAL-DATE TO WS-AUDIT-DATE-EDIT
004830         MOVE WS-AUDIT-DATE-EDIT TO BAL-CAL-DATE
004840     ELSE
004850         MOVE BCR-CAL-DATE-X TO BAL-CAL-DATE
004860     END-IF.
004870     MOVE BCR-REQUESTED-BY TO BAL-REQUESTED-BY.
004880 2950-EXIT.
004890     EXIT.
004900
004910 8000-DATE-TO-DAYS.
004920     DIVIDE WS-D2D-DATE BY 10000 GIVING WS-D2D-YEAR
004930         REMAINDER WS-D2D-MMDD.
004940     DIVIDE WS-D2D-MMDD BY 100 GIVING WS-D2D-MONTH
004950         REMAINDER WS-D2D-DAY.
004960     IF WS-D2D-MONTH < 3
004970         SUBTRACT 1 FROM WS-D2D-YEAR
004980         ADD 12 TO WS-D2D-MONTH
004990     END-IF.
005000     DIVIDE WS-D2D-YEAR BY 4 GIVING WS-D2D-Y4.
005010     DIVIDE WS-D2D-YEAR BY 100 GIVING WS-D2D-Y100.
005020     DIVIDE WS-D2D-YEAR BY 400 GIVING WS-D2D-Y400.
005030     COMPUTE WS-D2D-M153 = 153 * (WS-D2D-MONTH + 1).
005040     DIVIDE WS-D2D-M153 BY 5 GIVING WS-D2D-M153.
005050     COMPUTE WS-D2D-DAYS = 365 * WS-D2D-YEAR + WS-D2D-Y4
005060         - WS-D2D-Y100 + WS-D2D-Y400 + WS-D2D-M153
005070         + WS-D2D-DAY.
005080 8000-EXIT.
005090     EXIT.
005100
005110 9000-TERMINATE.
005120     IF NOT WS-MASTER-OVERFLOWED
005130         PERFORM 9100-WRITE-NEW-CALENDAR THRU 9100-EXIT
005140         MOVE WS-REQUEST-COUNT TO WAT-REQUEST-COUNT
005150         MOVE WS-APPLIED-COUNT TO WAT-APPLIED-COUNT
005160         MOVE WS-REJECTED-COUNT TO WAT-REJECTED-COUNT
005170         WRITE CALC-CALENDAR-AUDIT-RECORD
005180             FROM WS-AUDIT-TOTAL-LINE
005190     END-IF.
005200     DISPLAY "Maintenance requests read = " WS-REQUEST-COUNT.
005210     DISPLAY "Maintenance requests applied = " WS-APPLIED-COUNT.
005220     DISPLAY "Maintenance requests rejected = " WS-REJECTED-COUNT.
005230     CLOSE CALC-BUSINESS-CALENDAR-FILE.
005240     CLOSE CALC-CALENDAR-MAINT-FILE.
005250     CLOSE CALC-CALENDAR-NEW-FILE.
005260     CLOSE CALC-CALENDAR-AUDIT-FILE.
005270     IF WS-REJECTED-COUNT > 0
005280         MOVE 4 TO RETURN-CODE
005290     END-IF.
005300     IF WS-MASTER-OVERFLOWED
005310         MOVE 12 TO RETURN-CODE
005320     END-IF.
005330 9000-EXIT.
005340     EXIT.
005350
005360 9100-WRITE-NEW-CALENDAR.
005370     MOVE 0 TO WS-CL-IDX.
005380     PERFORM 9110-WRITE-ONE-CALENDAR-ENTRY THRU 9110-EXIT
005390         WS-CALENDAR-COUNT TIMES.
005400 9100-EXIT.
005410     EXIT.
005420
005430 9110-WRITE-ONE-CALENDAR-ENTRY.
005440     ADD 1 TO WS-CL-IDX.
005450     SET WS-BC-IDX TO WS-CL-IDX.
005460     IF NOT WS-BC-DELETED(WS-BC-IDX)
005470         MOVE SPACES TO CALC-CALENDAR-NEW-RECORD
005480         MOVE WS-BC-CAL-DATE(WS-BC-IDX) TO BCLN-CAL-DATE
005490         MOVE WS-BC-DAY-TYPE(WS-BC-IDX) TO BCLN-DAY-TYPE
005500         MOVE WS-BC-DESCRIPTION(WS-BC-IDX) TO BCLN-DESCRIPTION
005510         MOVE WS-BC-CHANGED-DATE(WS-BC-IDX) TO BCLN-CHANGED-DATE
005520         MOVE WS-BC-CHANGED-BY(WS-BC-IDX) TO BCLN-CHANGED-BY
005530         WRITE CALC-CALENDAR-NEW-RECORD
005540     END-IF.
005550 9110-EXIT.
005560     EXIT.
