000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCCMNT.
000120 AUTHOR. R HENIX.
000130 INSTALLATION. ACCOUNTING BATCH SERVICES.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* 2026-10-15  RH  WRITTEN. CONTROLLED MAINTENANCE FOR THE CHART   *
000190*                OF ACCOUNTS (CALCCOA.CPY) THAT CALCULATRICE NOW  *
000190*                VALIDATES CALC-ACCT-CODE AGAINST, ON THE SAME    *
000190*                PATTERN AS CALCOMNT FOR THE OPERATOR MASTER.     *
000190*                READS A FILE OF ADD/CHANGE/DEACTIVATE REQUESTS   *
000190*                (CALCCAR.CPY), APPLIES THEM AGAINST A WORKING-   *
000190*                STORAGE COPY OF THE CHART, AND WRITES A FRESH    *
000190*                CHART PLUS A BEFORE/AFTER AUDIT REPORT SHOWING   *
000190*                WHO REQUESTED EACH CHANGE, SO "WHO OPENED THIS   *
000190*                COST CENTER AND WHEN" CAN BE ANSWERED FROM THE   *
000190*                RETAINED AUDIT PRINTS. A DUPLICATE ADD, A CHANGE *
000190*                OR DEACTIVATE AGAINST AN UNKNOWN CODE, AN        *
000190*                INVALID STATUS OR TYPE, AND A SECOND ACTIVE      *
000190*                CLEARING ACCOUNT ALL REJECT ONTO THE AUDIT       *
000190*                REPORT WITHOUT TOUCHING THE CHART, AND ANY       *
000190*                REJECT SETS RC=4. THE CHART IS HELD IN THE SAME  *
000190*                500-ENTRY TABLE CALCULATRICE'S VALIDATION USES - *
000190*                A CHART TOO BIG FOR THE TABLE ABORTS THE RUN     *
000190*                WITH RC=12 BEFORE ANYTHING IS WRITTEN.           *
000190* 2026-10-15  RH  THE CHART SEARCH NO LONGER RUNS PAST THE LOADED *
000190*                ENTRIES, AND A CHANGE OR DEACTIVATE WITH A BLANK *
000190*                ACCOUNT CODE IS REJECTED "UNKNOWN ACCOUNT CODE"  *
000190*                - IT USED TO MATCH AN UNUSED TABLE SLOT AND BE   *
000190*                REPORTED AS APPLIED WITHOUT EVER REACHING THE    *
000190*                NEW CHART.                                       *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CALC-CHART-FILE ASSIGN TO CALCCOA
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT CALC-CHART-MAINT-FILE ASSIGN TO CALCCARQ
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT CALC-CHART-NEW-FILE ASSIGN TO CALCCOAN
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT CALC-CHART-AUDIT-FILE ASSIGN TO CALCCARP
000490         ORGANIZATION IS SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CALC-CHART-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 01  CALC-CHART-RECORD.
000560     COPY CALCCOA.
000570 FD  CALC-CHART-MAINT-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  CALC-CHART-MAINT-RECORD.
000610     COPY CALCCAR.
000620 FD  CALC-CHART-NEW-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  CALC-CHART-NEW-RECORD.
000660     COPY CALCCOA
000670         REPLACING ==COA-ACCT-CODE-R== BY ==COAN-ACCT-CODE-R==
000680                   ==COA-ACCT-CODE==   BY ==COAN-ACCT-CODE==
000690                   ==COA-GL-ACCOUNT==  BY ==COAN-GL-ACCOUNT==
000700                   ==COA-COST-CENTER== BY ==COAN-COST-CENTER==
000710                   ==COA-ACCT-NAME==   BY ==COAN-ACCT-NAME==
000720                   ==COA-ACCT-STATUS== BY ==COAN-ACCT-STATUS==
000730                   ==COA-ACCT-TYPE==   BY ==COAN-ACCT-TYPE==.
000740 FD  CALC-CHART-AUDIT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  CALC-CHART-AUDIT-RECORD          PIC X(100).
000780 WORKING-STORAGE SECTION.
000790 77  WS-REQUEST-EOF-SWITCH    PIC X(01) VALUE "N".
000800     88  WS-REQUEST-EOF                 VALUE "Y".
000810 77  WS-CHART-EOF-SWITCH      PIC X(01) VALUE "N".
000820     88  WS-CHART-EOF                   VALUE "Y".
000830 77  WS-CHART-OVFL-SW         PIC X(01) VALUE "N".
000840     88  WS-CHART-OVERFLOWED            VALUE "Y".
000850 77  WS-ACCT-FOUND-SWITCH     PIC X(01) VALUE "N".
000860     88  WS-ACCT-FOUND                  VALUE "Y".
000870 77  WS-CLEARING-FOUND-SW     PIC X(01) VALUE "N".
000880     88  WS-OTHER-CLEARING-FOUND        VALUE "Y".
000890 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
000900 77  WS-CHART-MAX             PIC 9(05) COMP VALUE 500.
000910 77  WS-CHART-COUNT           PIC 9(05) COMP VALUE 0.
000920 77  WS-CT-IDX                PIC 9(05) COMP VALUE 0.
000930 77  WS-CL-SCAN-IDX           PIC 9(05) COMP VALUE 0.
000940 77  WS-NEW-STATUS            PIC X(01) VALUE SPACE.
000950 77  WS-NEW-TYPE              PIC X(01) VALUE SPACE.
000960 77  WS-REQUEST-COUNT         PIC 9(07) COMP VALUE 0.
000970 77  WS-APPLIED-COUNT         PIC 9(07) COMP VALUE 0.
000980 77  WS-REJECTED-COUNT        PIC 9(07) COMP VALUE 0.
000990 01  WS-CHART-TABLE.
001000     05  WS-CHART-ENTRY         OCCURS 500 TIMES
001010                                INDEXED BY WS-CA-IDX WS-CL-IDX.
001020         10  WS-CA-ACCT-CODE        PIC X(10).
001030         10  WS-CA-ACCT-NAME        PIC X(20).
001040         10  WS-CA-ACCT-STATUS      PIC X(01).
001050         10  WS-CA-ACCT-TYPE        PIC X(01).
001060 01  WS-AUDIT-HEADING-1.
001070     05  FILLER                 PIC X(36) VALUE
001080         "CHART OF ACCOUNTS MAINTENANCE AUDIT".
001090     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001100     05  WAH-RUN-DATE           PIC 9999/99/99.
001110     05  FILLER                 PIC X(45) VALUE SPACES.
001120 01  WS-AUDIT-HEADING-2.
001130     05  FILLER                 PIC X(02) VALUE "A".
001140     05  FILLER                 PIC X(11) VALUE "ACCT-CODE".
001150     05  FILLER                 PIC X(09) VALUE "REQ-BY".
001160     05  FILLER                 PIC X(23) VALUE
001170         "BEFORE (NAME/STAT/TYP)".
001180     05  FILLER                 PIC X(23) VALUE
001190         "AFTER (NAME/STAT/TYP)".
001200     05  FILLER                 PIC X(30) VALUE "DISPOSITION".
001210     05  FILLER                 PIC X(02) VALUE SPACES.
001220 01  WS-AUDIT-LINE.
001230     05  CAL-ACTION             PIC X(01).
001240     05  FILLER                 PIC X(01) VALUE SPACES.
001250     05  CAL-ACCT-CODE          PIC X(10).
001260     05  FILLER                 PIC X(01) VALUE SPACES.
001270     05  CAL-REQUESTED-BY       PIC X(08).
001280     05  FILLER                 PIC X(01) VALUE SPACES.
001290     05  CAL-BEFORE-NAME        PIC X(20).
001300     05  CAL-BEFORE-STATUS      PIC X(01).
001310     05  CAL-BEFORE-TYPE        PIC X(01).
001320     05  FILLER                 PIC X(01) VALUE SPACES.
001330     05  CAL-AFTER-NAME         PIC X(20).
001340     05  CAL-AFTER-STATUS       PIC X(01).
001350     05  CAL-AFTER-TYPE         PIC X(01).
001360     05  FILLER                 PIC X(01) VALUE SPACES.
001370     05  CAL-DISPOSITION        PIC X(30).
001380     05  FILLER                 PIC X(02) VALUE SPACES.
001390 01  WS-AUDIT-TOTAL-LINE.
001400     05  FILLER                 PIC X(20) VALUE
001410         "REQUESTS READ     : ".
001420     05  WAT-REQUEST-COUNT      PIC ZZZ,ZZ9.
001430     05  FILLER                 PIC X(12) VALUE
001440         "  APPLIED : ".
001450     05  WAT-APPLIED-COUNT      PIC ZZZ,ZZ9.
001460     05  FILLER                 PIC X(12) VALUE
001470         "  REJECTED: ".
001480     05  WAT-REJECTED-COUNT     PIC ZZZ,ZZ9.
001490     05  FILLER                 PIC X(35) VALUE SPACES.
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001540         UNTIL WS-REQUEST-EOF.
001550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001560     STOP RUN.
001570
001580 1000-INITIALIZE.
001590     OPEN INPUT  CALC-CHART-FILE.
001600     OPEN INPUT  CALC-CHART-MAINT-FILE.
001610     OPEN OUTPUT CALC-CHART-NEW-FILE.
001620     OPEN OUTPUT CALC-CHART-AUDIT-FILE.
001630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001640     PERFORM 1300-LOAD-CHART THRU 1300-EXIT.
001650     IF WS-CHART-OVERFLOWED
001660         MOVE "Y" TO WS-REQUEST-EOF-SWITCH
001670         GO TO 1000-EXIT
001680     END-IF.
001690     MOVE WS-RUN-DATE TO WAH-RUN-DATE.
001700     WRITE CALC-CHART-AUDIT-RECORD FROM WS-AUDIT-HEADING-1.
001710     WRITE CALC-CHART-AUDIT-RECORD FROM WS-AUDIT-HEADING-2.
001720     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001730 1000-EXIT.
001740     EXIT.
001750
001760 1300-LOAD-CHART.
001770     PERFORM 1310-LOAD-ONE-CHART-ENTRY THRU 1310-EXIT
001780         UNTIL WS-CHART-EOF
001790         OR WS-CHART-COUNT = WS-CHART-MAX.
001800     IF NOT WS-CHART-EOF
001810         READ CALC-CHART-FILE
001820             AT END
001830                 MOVE "Y" TO WS-CHART-EOF-SWITCH
001840             NOT AT END
001850                 MOVE "Y" TO WS-CHART-OVFL-SW
001860                 DISPLAY "ERROR - CHART OF ACCOUNTS EXCEEDS THE "
001870                     WS-CHART-MAX " ENTRY TABLE - NO "
001880                     "MAINTENANCE APPLIED AND NO NEW CHART "
001890                     "WRITTEN"
001900         END-READ
001910     END-IF.
001920 1300-EXIT.
001930     EXIT.
001940
001950 1310-LOAD-ONE-CHART-ENTRY.
001960     READ CALC-CHART-FILE
001970         AT END
001980             MOVE "Y" TO WS-CHART-EOF-SWITCH
001990         NOT AT END
002000             ADD 1 TO WS-CHART-COUNT
002010             SET WS-CA-IDX TO WS-CHART-COUNT
002020             MOVE COA-ACCT-CODE TO WS-CA-ACCT-CODE(WS-CA-IDX)
002030             MOVE COA-ACCT-NAME TO WS-CA-ACCT-NAME(WS-CA-IDX)
002040             MOVE COA-ACCT-STATUS TO WS-CA-ACCT-STATUS(WS-CA-IDX)
002050             MOVE COA-ACCT-TYPE TO WS-CA-ACCT-TYPE(WS-CA-IDX)
002060     END-READ.
002070 1310-EXIT.
002080     EXIT.
002090
002100 2000-PROCESS-REQUEST.
002110     ADD 1 TO WS-REQUEST-COUNT.
002120     PERFORM 2200-FIND-CHART-ENTRY THRU 2200-EXIT.
002130     EVALUATE CAR-ACTION-CODE
002140         WHEN "A"
002150             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002160         WHEN "C"
002170             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002180         WHEN "D"
002190             PERFORM 2500-APPLY-DEACTIVATE THRU 2500-EXIT
002200         WHEN OTHER
002210             PERFORM 2950-CLEAR-BEFORE-AFTER THRU 2950-EXIT
002220             MOVE "REJECTED - INVALID ACTION CODE"
002230                 TO CAL-DISPOSITION
002240             PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002250     END-EVALUATE.
002260     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002270 2000-EXIT.
002280     EXIT.
002290
002300 2100-READ-REQUEST.
002310     READ CALC-CHART-MAINT-FILE
002320         AT END MOVE "Y" TO WS-REQUEST-EOF-SWITCH
002330     END-READ.
002340 2100-EXIT.
002350     EXIT.
002360
002370 2200-FIND-CHART-ENTRY.
002380     MOVE "N" TO WS-ACCT-FOUND-SWITCH.
002390     SET WS-CA-IDX TO 1.
002400     SEARCH WS-CHART-ENTRY
002410         AT END
002420             CONTINUE
002420         WHEN WS-CA-IDX > WS-CHART-COUNT
002420             CONTINUE
002430         WHEN WS-CA-ACCT-CODE(WS-CA-IDX) = CAR-ACCT-CODE
002440             MOVE "Y" TO WS-ACCT-FOUND-SWITCH
002450     END-SEARCH.
002460 2200-EXIT.
002470     EXIT.
002480
002490 2250-CHECK-OTHER-CLEARING.
002500     MOVE "N" TO WS-CLEARING-FOUND-SW.
002510     MOVE 0 TO WS-CL-SCAN-IDX.
002520     PERFORM 2260-CHECK-ONE-CLEARING THRU 2260-EXIT
002530         WS-CHART-COUNT TIMES.
002540 2250-EXIT.
002550     EXIT.
002560
002570 2260-CHECK-ONE-CLEARING.
002580     ADD 1 TO WS-CL-SCAN-IDX.
002590     SET WS-CL-IDX TO WS-CL-SCAN-IDX.
002600     IF WS-CA-ACCT-TYPE(WS-CL-IDX) = "C"
002610         AND WS-CA-ACCT-STATUS(WS-CL-IDX) = "A"
002620         AND WS-CA-ACCT-CODE(WS-CL-IDX) NOT = CAR-ACCT-CODE
002630         MOVE "Y" TO WS-CLEARING-FOUND-SW
002640     END-IF.
002650 2260-EXIT.
002660     EXIT.
002670
002680 2300-APPLY-ADD.
002690     PERFORM 2950-CLEAR-BEFORE-AFTER THRU 2950-EXIT.
002700     IF WS-ACCT-FOUND
002710         MOVE WS-CA-ACCT-NAME(WS-CA-IDX) TO CAL-BEFORE-NAME
002720         MOVE WS-CA-ACCT-STATUS(WS-CA-IDX) TO CAL-BEFORE-STATUS
002730         MOVE WS-CA-ACCT-TYPE(WS-CA-IDX) TO CAL-BEFORE-TYPE
002740         MOVE WS-CA-ACCT-NAME(WS-CA-IDX) TO CAL-AFTER-NAME
002750         MOVE WS-CA-ACCT-STATUS(WS-CA-IDX) TO CAL-AFTER-STATUS
002760         MOVE WS-CA-ACCT-TYPE(WS-CA-IDX) TO CAL-AFTER-TYPE
002770         MOVE "REJECTED - DUPLICATE ADD" TO CAL-DISPOSITION
002780         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002790         GO TO 2300-EXIT
002800     END-IF.
002810     IF CAR-ACCT-CODE = SPACES
002820         MOVE "REJECTED - BLANK ACCOUNT CODE" TO CAL-DISPOSITION
002830         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002840         GO TO 2300-EXIT
002850     END-IF.
002860     IF CAR-ACCT-STATUS NOT = "A" AND CAR-ACCT-STATUS NOT = "I"
002870         MOVE "REJECTED - INVALID STATUS" TO CAL-DISPOSITION
002880         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002890         GO TO 2300-EXIT
002900     END-IF.
002910     IF CAR-ACCT-TYPE NOT = "P" AND CAR-ACCT-TYPE NOT = "C"
002920         MOVE "REJECTED - INVALID ACCOUNT TYPE" TO CAL-DISPOSITION
002930         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002940         GO TO 2300-EXIT
002950     END-IF.
002960     IF CAR-ACCT-TYPE = "C" AND CAR-ACCT-STATUS = "A"
002970         PERFORM 2250-CHECK-OTHER-CLEARING THRU 2250-EXIT
002980         IF WS-OTHER-CLEARING-FOUND
002990             MOVE "REJECTED - SECOND CLEARING ACCT"
003000                 TO CAL-DISPOSITION
003010             PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003020             GO TO 2300-EXIT
003030         END-IF
003040     END-IF.
003050     IF WS-CHART-COUNT = WS-CHART-MAX
003060         MOVE "REJECTED - CHART TABLE FULL" TO CAL-DISPOSITION
003070         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003080         GO TO 2300-EXIT
003090     END-IF.
003100     ADD 1 TO WS-CHART-COUNT.
003110     SET WS-CA-IDX TO WS-CHART-COUNT.
003120     MOVE CAR-ACCT-CODE TO WS-CA-ACCT-CODE(WS-CA-IDX).
003130     MOVE CAR-ACCT-NAME TO WS-CA-ACCT-NAME(WS-CA-IDX).
003140     MOVE CAR-ACCT-STATUS TO WS-CA-ACCT-STATUS(WS-CA-IDX).
003150     MOVE CAR-ACCT-TYPE TO WS-CA-ACCT-TYPE(WS-CA-IDX).
003160     MOVE "APPLIED - ADDED" TO CAL-DISPOSITION.
003170     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
003180 2300-EXIT.
003190     EXIT.
003200
003210 2400-APPLY-CHANGE.
003220     PERFORM 2950-CLEAR-BEFORE-AFTER THRU 2950-EXIT.
003230     IF NOT WS-ACCT-FOUND OR CAR-ACCT-CODE = SPACES
003240         MOVE "REJECTED - UNKNOWN ACCOUNT CODE" TO CAL-DISPOSITION
003250         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003260         GO TO 2400-EXIT
003270     END-IF.
003280     MOVE WS-CA-ACCT-NAME(WS-CA-IDX) TO CAL-BEFORE-NAME.
003290     MOVE WS-CA-ACCT-STATUS(WS-CA-IDX) TO CAL-BEFORE-STATUS.
003300     MOVE WS-CA-ACCT-TYPE(WS-CA-IDX) TO CAL-BEFORE-TYPE.
003310     MOVE WS-CA-ACCT-NAME(WS-CA-IDX) TO CAL-AFTER-NAME.
003320     MOVE WS-CA-ACCT-STATUS(WS-CA-IDX) TO CAL-AFTER-STATUS.
003330     MOVE WS-CA-ACCT-TYPE(WS-CA-IDX) TO CAL-AFTER-TYPE.
003340     IF CAR-ACCT-STATUS NOT = SPACE
003350         AND CAR-ACCT-STATUS NOT = "A"
003360         AND CAR-ACCT-STATUS NOT = "I"
003370         MOVE "REJECTED - INVALID STATUS" TO CAL-DISPOSITION
003380         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003390         GO TO 2400-EXIT
003400     END-IF.
003410     IF CAR-ACCT-TYPE NOT = SPACE
003420         AND CAR-ACCT-TYPE NOT = "P"
003430         AND CAR-ACCT-TYPE NOT = "C"
003440         MOVE "REJECTED - INVALID ACCOUNT TYPE" TO CAL-DISPOSITION
003450         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003460         GO TO 2400-EXIT
003470     END-IF.
003480     MOVE WS-CA-ACCT-STATUS(WS-CA-IDX) TO WS-NEW-STATUS.
003490     MOVE WS-CA-ACCT-TYPE(WS-CA-IDX) TO WS-NEW-TYPE.
003500     IF CAR-ACCT-STATUS NOT = SPACE
003510         MOVE CAR-ACCT-STATUS TO WS-NEW-STATUS
003520     END-IF.
003530     IF CAR-ACCT-TYPE NOT = SPACE
003540         MOVE CAR-ACCT-TYPE TO WS-NEW-TYPE
003550     END-IF.
003560     IF WS-NEW-TYPE = "C" AND WS-NEW-STATUS = "A"
003570         PERFORM 2250-CHECK-OTHER-CLEARING THRU 2250-EXIT
003580         IF WS-OTHER-CLEARING-FOUND
003590             MOVE "REJECTED - SECOND CLEARING ACCT"
003600                 TO CAL-DISPOSITION
003610             PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003620             GO TO 2400-EXIT
003630         END-IF
003640     END-IF.
003650     IF CAR-ACCT-NAME NOT = SPACES
003660         MOVE CAR-ACCT-NAME TO WS-CA-ACCT-NAME(WS-CA-IDX)
003670     END-IF.
003680     MOVE WS-NEW-STATUS TO WS-CA-ACCT-STATUS(WS-CA-IDX).
003690     MOVE WS-NEW-TYPE TO WS-CA-ACCT-TYPE(WS-CA-IDX).
003700     MOVE "APPLIED - CHANGED" TO CAL-DISPOSITION.
003710     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
003720 2400-EXIT.
003730     EXIT.
003740
003750 2500-APPLY-DEACTIVATE.
003760     PERFORM 2950-CLEAR-BEFORE-AFTER THRU 2950-EXIT.
003770     IF NOT WS-ACCT-FOUND OR CAR-ACCT-CODE = SPACES
003780         MOVE "REJECTED - UNKNOWN ACCOUNT CODE" TO CAL-DISPOSITION
003790         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003800         GO TO 2500-EXIT
003810     END-IF.
003820     MOVE WS-CA-ACCT-NAME(WS-CA-IDX) TO CAL-BEFORE-NAME.
003830     MOVE WS-CA-ACCT-STATUS(WS-CA-IDX) TO CAL-BEFORE-STATUS.
003840     MOVE WS-CA-ACCT-TYPE(WS-CA-IDX) TO CAL-BEFORE-TYPE.
003850     MOVE "I" TO WS-CA-ACCT-STATUS(WS-CA-IDX).
003860     MOVE "APPLIED - DEACTIVATED" TO CAL-DISPOSITION.
003870     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
003880 2500-EXIT.
003890     EXIT.
003900
003910 2800-WRITE-AUDIT-APPLIED.
003920     MOVE WS-CA-ACCT-NAME(WS-CA-IDX) TO CAL-AFTER-NAME.
003930     MOVE WS-CA-ACCT-STATUS(WS-CA-IDX) TO CAL-AFTER-STATUS.
003940     MOVE WS-CA-ACCT-TYPE(WS-CA-IDX) TO CAL-AFTER-TYPE.
003950     MOVE CAR-ACTION-CODE TO CAL-ACTION.
003960     MOVE CAR-ACCT-CODE TO CAL-ACCT-CODE.
003970     MOVE CAR-REQUESTED-BY TO CAL-REQUESTED-BY.
003980     WRITE CALC-CHART-AUDIT-RECORD FROM WS-AUDIT-LINE.
003990     ADD 1 TO WS-APPLIED-COUNT.
004000 2800-EXIT.
004010     EXIT.
004020
004030 2900-WRITE-AUDIT-REJECT.
004040     MOVE CAR-ACTION-CODE TO CAL-ACTION.
004050     MOVE CAR-ACCT-CODE TO CAL-ACCT-CODE.
004060     MOVE CAR-REQUESTED-BY TO CAL-REQUESTED-BY.
004070     WRITE CALC-CHART-AUDIT-RECORD FROM WS-AUDIT-LINE.
004080     ADD 1 TO WS-REJECTED-COUNT.
004090 2900-EXIT.
004100     EXIT.
004110
004120 2950-CLEAR-BEFORE-AFTER.
004130     MOVE SPACES TO CAL-BEFORE-NAME.
004140     MOVE SPACE  TO CAL-BEFORE-STATUS.
004150     MOVE SPACE  TO CAL-BEFORE-TYPE.
004160     MOVE SPACES TO CAL-AFTER-NAME.
004170     MOVE SPACE  TO CAL-AFTER-STATUS.
004180     MOVE SPACE  TO CAL-AFTER-TYPE.
004190 2950-EXIT.
004200     EXIT.
004210
004220 9000-TERMINATE.
004230     IF NOT WS-CHART-OVERFLOWED
004240         PERFORM 9100-WRITE-NEW-CHART THRU 9100-EXIT
004250         MOVE WS-REQUEST-COUNT TO WAT-REQUEST-COUNT
004260         MOVE WS-APPLIED-COUNT TO WAT-APPLIED-COUNT
004270         MOVE WS-REJECTED-COUNT TO WAT-REJECTED-COUNT
004280         WRITE CALC-CHART-AUDIT-RECORD FROM WS-AUDIT-TOTAL-LINE
004290     END-IF.
004300     DISPLAY "Maintenance requests read = " WS-REQUEST-COUNT.
004310     DISPLAY "Maintenance requests applied = " WS-APPLIED-COUNT.
004320     DISPLAY "Maintenance requests rejected = " WS-REJECTED-COUNT.
004330     CLOSE CALC-CHART-FILE.
004340     CLOSE CALC-CHART-MAINT-FILE.
004350     CLOSE CALC-CHART-NEW-FILE.
004360     CLOSE CALC-CHART-AUDIT-FILE.
004370     IF WS-REJECTED-COUNT > 0
004380         MOVE 4 TO RETURN-CODE
004390     END-IF.
004400     IF WS-CHART-OVERFLOWED
004410         MOVE 12 TO RETURN-CODE
004420     END-IF.
004430 9000-EXIT.
004440     EXIT.
004450
004460 9100-WRITE-NEW-CHART.
004470     MOVE 0 TO WS-CT-IDX.
004480     PERFORM 9110-WRITE-ONE-CHART-ENTRY THRU 9110-EXIT
004490         WS-CHART-COUNT TIMES.
004500 9100-EXIT.
004510     EXIT.
004520
004530 9110-WRITE-ONE-CHART-ENTRY.
004540     ADD 1 TO WS-CT-IDX.
004550     SET WS-CA-IDX TO WS-CT-IDX.
004560     MOVE WS-CA-ACCT-CODE(WS-CA-IDX) TO COAN-ACCT-CODE.
004570     MOVE WS-CA-ACCT-NAME(WS-CA-IDX) TO COAN-ACCT-NAME.
004580     MOVE WS-CA-ACCT-STATUS(WS-CA-IDX) TO COAN-ACCT-STATUS.
004590     MOVE WS-CA-ACCT-TYPE(WS-CA-IDX) TO COAN-ACCT-TYPE.
004600     WRITE CALC-CHART-NEW-RECORD.
004610 9110-EXIT.
004620     EXIT.
