000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCSGEN.
000120 AUTHOR. R HENIX.
000130 INSTALLATION. ACCOUNTING BATCH SERVICES.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* 2026-10-15  RH  WRITTEN. STANDING-CALCULATION GENERATOR. A GOOD *
000200*                SHARE OF WHAT THE KEYING DESKS PUT THROUGH       *
000210*                CALCRAW EVERY DAY IS THE SAME CALCULATION ON A   *
000220*                FIXED SCHEDULE. READS THE STANDING MASTER        *
000230*                (CALCSTM.CPY, MAINTAINED BY CALCSMNT) AND, FOR   *
000240*                EACH ITEM, WORKS THROUGH THE CALENDAR DAYS SINCE *
000250*                IT WAS LAST GENERATED UP TO TODAY'S RUN DATE     *
000260*                (WITHIN ITS START AND END DATES), WRITING ONE    *
000270*                CALCRAW RECORD FOR EVERY DAY THE ITEM FALLS DUE  *
000280*                SO CALCPREP PICKS IT UP WITH THE KEYED WORK - A  *
000290*                MISSED NIGHT IS CAUGHT UP ON THE NEXT RUN, NOT   *
000300*                LOST. AN ITEM WHOSE OWNING OPERATOR IS NOT       *
000310*                ACTIVE ON CALCOPM IS SKIPPED AND LISTED, AND ITS *
000320*                GENERATION DATE IS NOT MOVED, SO IT IS LISTED    *
000330*                AGAIN EVERY RUN UNTIL THE OWNER IS REACTIVATED   *
000340*                OR THE ITEM IS REASSIGNED. DUE DATES MORE THAN   *
000350*                31 DAYS BEFORE THE RUN DATE ARE COUNTED AND      *
000360*                LISTED BUT NOT GENERATED. THE LISTING SHOWS      *
000370*                EVERYTHING GENERATED AND SKIPPED. A FRESH MASTER *
000380*                CARRYING THE NEW GENERATION DATES IS WRITTEN TO  *
000390*                CALCSTMN; THE PRIOR GENERATION DATE IS KEPT SO A *
000400*                SAME-DAY RERUN REPRODUCES THE SAME ITEMS. ANY    *
000410*                SKIPPED ITEM SETS RC=4. AN OPERATOR MASTER TOO   *
000420*                BIG FOR THE 500-ENTRY TABLE ABORTS WITH RC=12    *
000430*                BEFORE ANYTHING IS GENERATED.                    *
000430* 2026-10-15  RH  EACH GENERATED CALCRAW RECORD NOW CARRIES       *
000430*                RAW-SOURCE "S" SO CALCPREP'S DOUBLE-KEY VERIFY   *
000430*                MODE PASSES IT WITHOUT A SECOND KEYING.          *
000430* 2026-10-15  RH  ITEMS SKIPPED FOR AN INVALID SCHEDULE ARE NOW   *
000430*                COUNTED SEPARATELY (WS-INVALID-SCHED-COUNT),     *
000430*                WITH THEIR OWN COUNT LINE AND DISPLAY, INSTEAD   *
000430*                OF UNDER "OWNER NOT ACTIVE". THEY STILL SET      *
000430*                RC=4.                                            *
000440*----------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CALC-STANDING-MASTER-FILE ASSIGN TO CALCSTM
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT CALC-OPER-MASTER-FILE ASSIGN TO CALCOPM
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT CALC-STANDING-MASTER-NEW-FILE ASSIGN TO CALCSTMN
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT CALC-RAW-KEYED-FILE ASSIGN TO CALCRAW
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT CALC-STANDING-LIST-FILE ASSIGN TO CALCSGRP
000570         ORGANIZATION IS SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CALC-STANDING-MASTER-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  CALC-STANDING-MASTER-RECORD.
000640     COPY CALCSTM.
000650 FD  CALC-OPER-MASTER-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  CALC-OPER-MASTER-RECORD.
000690     COPY CALCOM.
000700 FD  CALC-STANDING-MASTER-NEW-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  CALC-STANDING-MASTER-NEW-RECORD.
000740     COPY CALCSTM
000750         REPLACING ==STM-STAND-ID==     BY ==STMN-STAND-ID==
000760                   ==STM-OPER-ID==      BY ==STMN-OPER-ID==
000770                   ==STM-NUM1-X==       BY ==STMN-NUM1-X==
000780                   ==STM-NUM1==         BY ==STMN-NUM1==
000790                   ==STM-OPERATOR==     BY ==STMN-OPERATOR==
000800                   ==STM-NUM2-X==       BY ==STMN-NUM2-X==
000810                   ==STM-NUM2==         BY ==STMN-NUM2==
000820                   ==STM-ACCT-CODE==    BY ==STMN-ACCT-CODE==
000830                   ==STM-FREQUENCY==    BY ==STMN-FREQUENCY==
000840                   ==STM-START-DATE==   BY ==STMN-START-DATE==
000850                   ==STM-END-DATE==     BY ==STMN-END-DATE==
000860                   ==STM-LAST-GEN-DATE== BY ==STMN-LAST-GEN-DATE==
000870                   ==STM-PRIOR-GEN-DATE==
000880                                     BY ==STMN-PRIOR-GEN-DATE==.
000890 FD  CALC-RAW-KEYED-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  CALC-RAW-KEYED-RECORD.
000930     COPY CALCRAW.
000940 FD  CALC-STANDING-LIST-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  CALC-STANDING-LIST-RECORD        PIC X(100).
000980 WORKING-STORAGE SECTION.
000990 77  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
001000     88  WS-MASTER-EOF                  VALUE "Y".
001010 77  WS-OPER-MASTER-EOF-SW    PIC X(01) VALUE "N".
001020     88  WS-OPER-MASTER-EOF             VALUE "Y".
001030 77  WS-OPER-MASTER-OVFL-SW   PIC X(01) VALUE "N".
001040     88  WS-OPER-MASTER-OVERFLOWED      VALUE "Y".
001050 77  WS-OWNER-ACTIVE-SWITCH   PIC X(01) VALUE "N".
001060     88  WS-OWNER-ACTIVE                VALUE "Y".
001070 77  WS-DUE-SWITCH            PIC X(01) VALUE "N".
001080     88  WS-ITEM-DUE                    VALUE "Y".
001090 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
001100 77  WS-GEN-BASE-DATE         PIC 9(08) VALUE 0.
001110 77  WS-LAST-DUE-DATE         PIC 9(08) VALUE 0.
001120 77  WS-RUN-DAYS              PIC 9(07) COMP VALUE 0.
001130 77  WS-CUTOFF-DAYS           PIC 9(07) COMP VALUE 0.
001140 77  WS-START-DAYS            PIC 9(07) COMP VALUE 0.
001150 77  WS-CAND-DAYS             PIC 9(07) COMP VALUE 0.
001160 77  WS-DAY-DIFF              PIC 9(07) COMP VALUE 0.
001170 77  WS-WEEK-QUOTIENT         PIC 9(07) COMP VALUE 0.
001180 77  WS-WEEK-REMAINDER        PIC 9(01) COMP VALUE 0.
001190 77  WS-LEAP-QUOTIENT         PIC 9(05) COMP VALUE 0.
001200 77  WS-LEAP-REM-4            PIC 9(03) COMP VALUE 0.
001210 77  WS-LEAP-REM-100          PIC 9(03) COMP VALUE 0.
001220 77  WS-LEAP-REM-400          PIC 9(03) COMP VALUE 0.
001230 77  WS-MONTH-DAYS            PIC 9(02) VALUE 0.
001240 77  WS-OLD-DUE-COUNT         PIC 9(05) COMP VALUE 0.
001250 77  WS-OPER-MASTER-MAX       PIC 9(05) COMP VALUE 500.
001260 77  WS-OPER-MASTER-COUNT     PIC 9(05) COMP VALUE 0.
001270 77  WS-ITEM-READ-COUNT       PIC 9(07) COMP VALUE 0.
001280 77  WS-GENERATED-COUNT       PIC 9(07) COMP VALUE 0.
001290 77  WS-SKIPPED-COUNT         PIC 9(07) COMP VALUE 0.
001290 77  WS-INVALID-SCHED-COUNT   PIC 9(07) COMP VALUE 0.
001300 77  WS-TOO-OLD-COUNT         PIC 9(07) COMP VALUE 0.
001310 77  WS-D2D-DATE              PIC 9(08) VALUE 0.
001320 77  WS-D2D-MMDD              PIC 9(04) COMP VALUE 0.
001330 77  WS-D2D-YEAR              PIC 9(05) COMP VALUE 0.
001340 77  WS-D2D-MONTH             PIC 9(03) COMP VALUE 0.
001350 77  WS-D2D-DAY               PIC 9(03) COMP VALUE 0.
001360 77  WS-D2D-Y4                PIC 9(05) COMP VALUE 0.
001370 77  WS-D2D-Y100              PIC 9(05) COMP VALUE 0.
001380 77  WS-D2D-Y400              PIC 9(05) COMP VALUE 0.
001390 77  WS-D2D-M153              PIC 9(05) COMP VALUE 0.
001400 77  WS-D2D-DAYS              PIC 9(07) COMP VALUE 0.
001410 01  WS-CAND-DATE                PIC 9(08) VALUE 0.
001420 01  WS-CAND-DATE-R REDEFINES WS-CAND-DATE.
001430     05  WS-CAND-CCYY           PIC 9(04).
001440     05  WS-CAND-MM             PIC 9(02).
001450     05  WS-CAND-DD             PIC 9(02).
001460 01  WS-NEXT-DATE                PIC 9(08) VALUE 0.
001470 01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
001480     05  WS-NEXT-CCYY           PIC 9(04).
001490     05  WS-NEXT-MM             PIC 9(02).
001500     05  WS-NEXT-DD             PIC 9(02).
001510 01  WS-START-DATE-WORK          PIC 9(08) VALUE 0.
001520 01  WS-START-DATE-WORK-R REDEFINES WS-START-DATE-WORK.
001530     05  WS-START-CCYY          PIC 9(04).
001540     05  WS-START-MM            PIC 9(02).
001550     05  WS-START-DD            PIC 9(02).
001560 01  WS-OPER-MASTER-TABLE.
001570     05  WS-OPER-MASTER-ENTRY   OCCURS 500 TIMES
001580                                INDEXED BY WS-OM-IDX.
001590         10  WS-OM-OPER-ID          PIC X(08).
001600         10  WS-OM-OPER-STATUS      PIC X(01).
001610             88  WS-OM-OPER-ACTIVE        VALUES "A" "S".
001620 01  WS-LIST-HEADING-1.
001630     05  FILLER                 PIC X(36) VALUE
001640         "STANDING CALCULATIONS GENERATED".
001650     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001660     05  WLH-RUN-DATE           PIC 9999/99/99.
001670     05  FILLER                 PIC X(45) VALUE SPACES.
001680 01  WS-LIST-HEADING-2.
001690     05  FILLER                 PIC X(10) VALUE "STAND-ID".
001700     05  FILLER                 PIC X(10) VALUE "OPER-ID".
001710     05  FILLER                 PIC X(03) VALUE "F".
001720     05  FILLER                 PIC X(12) VALUE "DUE DATE".
001730     05  FILLER                 PIC X(05) VALUE "OP".
001740     05  FILLER                 PIC X(13) VALUE "       NUM1".
001750     05  FILLER                 PIC X(12) VALUE "ACCT-CODE".
001760     05  FILLER                 PIC X(35) VALUE "DISPOSITION".
001770 01  WS-LIST-DETAIL-LINE.
001780     05  SGL-STAND-ID           PIC X(08).
001790     05  FILLER                 PIC X(02) VALUE SPACES.
001800     05  SGL-OPER-ID            PIC X(08).
001810     05  FILLER                 PIC X(02) VALUE SPACES.
001820     05  SGL-FREQUENCY          PIC X(01).
001830     05  FILLER                 PIC X(02) VALUE SPACES.
001840     05  SGL-DUE-DATE           PIC 9999/99/99.
001850     05  FILLER                 PIC X(02) VALUE SPACES.
001860     05  SGL-OPERATOR           PIC X(03).
001870     05  FILLER                 PIC X(02) VALUE SPACES.
001880     05  SGL-NUM1               PIC -Z(6)9.99.
001890     05  FILLER                 PIC X(02) VALUE SPACES.
001900     05  SGL-ACCT-CODE          PIC X(10).
001910     05  FILLER                 PIC X(02) VALUE SPACES.
001920     05  SGL-DISPOSITION        PIC X(30).
001930     05  FILLER                 PIC X(05) VALUE SPACES.
001940 01  WS-LIST-OLD-LINE.
001950     05  SOL-STAND-ID           PIC X(08).
001960     05  FILLER                 PIC X(02) VALUE SPACES.
001970     05  SOL-OPER-ID            PIC X(08).
001980     05  FILLER                 PIC X(02) VALUE SPACES.
001990     05  SOL-FREQUENCY          PIC X(01).
002000     05  FILLER                 PIC X(02) VALUE SPACES.
002010     05  SOL-OLD-COUNT          PIC ZZ,ZZ9.
002020     05  FILLER                 PIC X(50) VALUE
002030         " DUE DATES OVER 31 DAYS BACK - NOT GENERATED".
002040     05  FILLER                 PIC X(21) VALUE SPACES.
002050 01  WS-LIST-COUNT-LINE.
002060     05  SCL-LABEL              PIC X(40).
002070     05  SCL-COUNT              PIC ZZZ,ZZ9.
002080     05  FILLER                 PIC X(53) VALUE SPACES.
002090 PROCEDURE DIVISION.
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
002130         UNTIL WS-MASTER-EOF.
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002150     STOP RUN.
002160
002170 1000-INITIALIZE.
002180     OPEN INPUT  CALC-STANDING-MASTER-FILE.
002190     OPEN OUTPUT CALC-RAW-KEYED-FILE.
002200     OPEN OUTPUT CALC-STANDING-LIST-FILE.
002210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002220     MOVE WS-RUN-DATE TO WLH-RUN-DATE.
002230     WRITE CALC-STANDING-LIST-RECORD FROM WS-LIST-HEADING-1.
002240     PERFORM 1300-LOAD-OPER-MASTER THRU 1300-EXIT.
002250     IF WS-OPER-MASTER-OVERFLOWED
002260         MOVE "Y" TO WS-MASTER-EOF-SWITCH
002270         GO TO 1000-EXIT
002280     END-IF.
002290     OPEN OUTPUT CALC-STANDING-MASTER-NEW-FILE.
002300     WRITE CALC-STANDING-LIST-RECORD FROM WS-LIST-HEADING-2.
002310     MOVE WS-RUN-DATE TO WS-D2D-DATE.
002320     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
002330     MOVE WS-D2D-DAYS TO WS-RUN-DAYS.
002340     COMPUTE WS-CUTOFF-DAYS = WS-RUN-DAYS - 31.
002350     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002360 1000-EXIT.
002370     EXIT.
002380
002390 1300-LOAD-OPER-MASTER.
002400     OPEN INPUT CALC-OPER-MASTER-FILE.
002410     PERFORM 1310-LOAD-ONE-OPER-ENTRY THRU 1310-EXIT
002420         UNTIL WS-OPER-MASTER-EOF
002430         OR WS-OPER-MASTER-COUNT = WS-OPER-MASTER-MAX.
002440     IF NOT WS-OPER-MASTER-EOF
002450         READ CALC-OPER-MASTER-FILE
002460             AT END
002470                 MOVE "Y" TO WS-OPER-MASTER-EOF-SW
002480             NOT AT END
002490                 MOVE "Y" TO WS-OPER-MASTER-OVFL-SW
002500                 DISPLAY "ERROR - OPERATOR MASTER EXCEEDS THE "
002510                     WS-OPER-MASTER-MAX " ENTRY TABLE - "
002520                     "NOTHING GENERATED AND NO NEW STANDING "
002530                     "MASTER WRITTEN"
002540         END-READ
002550     END-IF.
002560     CLOSE CALC-OPER-MASTER-FILE.
002570 1300-EXIT.
002580     EXIT.
002590
002600 1310-LOAD-ONE-OPER-ENTRY.
002610     READ CALC-OPER-MASTER-FILE
002620         AT END
002630             MOVE "Y" TO WS-OPER-MASTER-EOF-SW
002640         NOT AT END
002650             ADD 1 TO WS-OPER-MASTER-COUNT
002660             SET WS-OM-IDX TO WS-OPER-MASTER-COUNT
002670             MOVE OM-OPER-ID TO WS-OM-OPER-ID(WS-OM-IDX)
002680             MOVE OM-OPER-STATUS TO WS-OM-OPER-STATUS(WS-OM-IDX)
002690     END-READ.
002700 1310-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------*
002740* ONE STANDING ITEM - WALK EVERY CALENDAR DAY FROM THE DAY AFTER *
002750* IT WAS LAST GENERATED (OR ITS START DATE) TO TODAY (OR ITS END *
002760* DATE), THEN CARRY IT TO THE NEW MASTER                         *
002770*----------------------------------------------------------------*
002780 2000-PROCESS-ITEM.
002790     ADD 1 TO WS-ITEM-READ-COUNT.
002800     PERFORM 2200-CHECK-OWNER THRU 2200-EXIT.
002810     IF STM-START-DATE NOT NUMERIC OR STM-START-DATE = 0
002820         OR STM-END-DATE NOT NUMERIC
002830         MOVE STM-STAND-ID TO SGL-STAND-ID
002840         MOVE STM-OPER-ID TO SGL-OPER-ID
002850         MOVE STM-FREQUENCY TO SGL-FREQUENCY
002860         MOVE 0 TO SGL-DUE-DATE
002870         MOVE STM-OPERATOR TO SGL-OPERATOR
002880         MOVE 0 TO SGL-NUM1
002890         MOVE STM-ACCT-CODE TO SGL-ACCT-CODE
002900         MOVE "SKIPPED - INVALID SCHEDULE" TO SGL-DISPOSITION
002910         WRITE CALC-STANDING-LIST-RECORD FROM WS-LIST-DETAIL-LINE
002920         ADD 1 TO WS-INVALID-SCHED-COUNT
002930         MOVE CALC-STANDING-MASTER-RECORD
002940             TO CALC-STANDING-MASTER-NEW-RECORD
002950         WRITE CALC-STANDING-MASTER-NEW-RECORD
002960         GO TO 2000-NEXT
002970     END-IF.
002980     IF STM-LAST-GEN-DATE = WS-RUN-DATE
002990         MOVE STM-PRIOR-GEN-DATE TO WS-GEN-BASE-DATE
003000     ELSE
003010         MOVE STM-LAST-GEN-DATE TO WS-GEN-BASE-DATE
003020     END-IF.
003030     IF WS-GEN-BASE-DATE = 0
003040         MOVE STM-START-DATE TO WS-CAND-DATE
003050     ELSE
003060         MOVE WS-GEN-BASE-DATE TO WS-CAND-DATE
003070         PERFORM 8100-NEXT-DATE THRU 8100-EXIT
003080         MOVE WS-NEXT-DATE TO WS-CAND-DATE
003090         IF WS-CAND-DATE < STM-START-DATE
003100             MOVE STM-START-DATE TO WS-CAND-DATE
003110         END-IF
003120     END-IF.
003130     MOVE WS-RUN-DATE TO WS-LAST-DUE-DATE.
003140     IF STM-END-DATE NOT = 0
003150         AND STM-END-DATE < WS-LAST-DUE-DATE
003160         MOVE STM-END-DATE TO WS-LAST-DUE-DATE
003170     END-IF.
003180     MOVE STM-START-DATE TO WS-START-DATE-WORK.
003190     MOVE STM-START-DATE TO WS-D2D-DATE.
003200     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
003210     MOVE WS-D2D-DAYS TO WS-START-DAYS.
003220     MOVE 0 TO WS-OLD-DUE-COUNT.
003230     PERFORM 2300-CHECK-ONE-DATE THRU 2300-EXIT
003240         UNTIL WS-CAND-DATE > WS-LAST-DUE-DATE.
003250     IF WS-OLD-DUE-COUNT > 0
003260         MOVE STM-STAND-ID TO SOL-STAND-ID
003270         MOVE STM-OPER-ID TO SOL-OPER-ID
003280         MOVE STM-FREQUENCY TO SOL-FREQUENCY
003290         MOVE WS-OLD-DUE-COUNT TO SOL-OLD-COUNT
003300         WRITE CALC-STANDING-LIST-RECORD FROM WS-LIST-OLD-LINE
003310         ADD WS-OLD-DUE-COUNT TO WS-TOO-OLD-COUNT
003320     END-IF.
003330     MOVE CALC-STANDING-MASTER-RECORD
003340         TO CALC-STANDING-MASTER-NEW-RECORD.
003350     IF WS-OWNER-ACTIVE
003360         AND STM-LAST-GEN-DATE NOT = WS-RUN-DATE
003370         MOVE STM-LAST-GEN-DATE TO STMN-PRIOR-GEN-DATE
003380         MOVE WS-RUN-DATE TO STMN-LAST-GEN-DATE
003390     END-IF.
003400     WRITE CALC-STANDING-MASTER-NEW-RECORD.
003410 2000-NEXT.
003420     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003430 2000-EXIT.
003440     EXIT.
003450
003460 2100-READ-MASTER.
003470     READ CALC-STANDING-MASTER-FILE
003480         AT END MOVE "Y" TO WS-MASTER-EOF-SWITCH
003490     END-READ.
003500 2100-EXIT.
003510     EXIT.
003520
003530 2200-CHECK-OWNER.
003540     MOVE "N" TO WS-OWNER-ACTIVE-SWITCH.
003550     SET WS-OM-IDX TO 1.
003560     SEARCH WS-OPER-MASTER-ENTRY
003570         AT END
003580             CONTINUE
003590         WHEN WS-OM-IDX > WS-OPER-MASTER-COUNT
003600             CONTINUE
003610         WHEN WS-OM-OPER-ID(WS-OM-IDX) = STM-OPER-ID
003620             IF WS-OM-OPER-ACTIVE(WS-OM-IDX)
003630                 MOVE "Y" TO WS-OWNER-ACTIVE-SWITCH
003640             END-IF
003650     END-SEARCH.
003660 2200-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------*
003700* IS THE ITEM DUE ON WS-CAND-DATE - DAILY ALWAYS; WEEKLY ON THE  *
003710* START DATE'S WEEKDAY; MONTHLY ON THE START DATE'S DAY OF MONTH *
003720* (OR THE LAST DAY OF A SHORTER MONTH); MONTH-END ON THE LAST    *
003730* DAY OF THE MONTH                                               *
003740*----------------------------------------------------------------*
003750 2300-CHECK-ONE-DATE.
003760     PERFORM 8100-NEXT-DATE THRU 8100-EXIT.
003770     MOVE WS-CAND-DATE TO WS-D2D-DATE.
003780     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
003790     MOVE WS-D2D-DAYS TO WS-CAND-DAYS.
003800     MOVE "N" TO WS-DUE-SWITCH.
003810     EVALUATE STM-FREQUENCY
003820         WHEN "D"
003830             MOVE "Y" TO WS-DUE-SWITCH
003840         WHEN "W"
003850             COMPUTE WS-DAY-DIFF = WS-CAND-DAYS - WS-START-DAYS
003860             DIVIDE WS-DAY-DIFF BY 7 GIVING WS-WEEK-QUOTIENT
003870                 REMAINDER WS-WEEK-REMAINDER
003880             IF WS-WEEK-REMAINDER = 0
003890                 MOVE "Y" TO WS-DUE-SWITCH
003900             END-IF
003910         WHEN "M"
003920             IF WS-CAND-DD = WS-START-DD
003930                 MOVE "Y" TO WS-DUE-SWITCH
003940             END-IF
003950             IF WS-NEXT-MM NOT = WS-CAND-MM
003960                 AND WS-START-DD > WS-CAND-DD
003970                 MOVE "Y" TO WS-DUE-SWITCH
003980             END-IF
003990         WHEN "E"
004000             IF WS-NEXT-MM NOT = WS-CAND-MM
004010                 MOVE "Y" TO WS-DUE-SWITCH
004020             END-IF
004030     END-EVALUATE.
004040     IF NOT WS-ITEM-DUE
004050         GO TO 2300-NEXT
004060     END-IF.
004070     IF WS-CAND-DAYS < WS-CUTOFF-DAYS
004080         ADD 1 TO WS-OLD-DUE-COUNT
004090         GO TO 2300-NEXT
004100     END-IF.
004110     IF NOT WS-OWNER-ACTIVE
004120         ADD 1 TO WS-SKIPPED-COUNT
004130         MOVE "SKIPPED - OWNER NOT ACTIVE" TO SGL-DISPOSITION
004140         PERFORM 2500-WRITE-LIST-LINE THRU 2500-EXIT
004150         GO TO 2300-NEXT
004160     END-IF.
004170     PERFORM 2400-WRITE-RAW-RECORD THRU 2400-EXIT.
004180     MOVE "GENERATED" TO SGL-DISPOSITION.
004190     PERFORM 2500-WRITE-LIST-LINE THRU 2500-EXIT.
004200 2300-NEXT.
004210     MOVE WS-NEXT-DATE TO WS-CAND-DATE.
004220 2300-EXIT.
004230     EXIT.
004240
004250 2400-WRITE-RAW-RECORD.
004260     MOVE SPACES TO CALC-RAW-KEYED-RECORD.
004270     MOVE STM-OPER-ID TO RAW-OPER-ID.
004280     MOVE STM-NUM1 TO RAW-NUM1.
004290     MOVE STM-OPERATOR TO RAW-OPERATOR.
004300     MOVE STM-NUM2-X TO RAW-NUM2-X.
004310     MOVE STM-ACCT-CODE TO RAW-ACCT-CODE.
004310     MOVE "S" TO RAW-SOURCE.
004320     WRITE CALC-RAW-KEYED-RECORD.
004330     ADD 1 TO WS-GENERATED-COUNT.
004340 2400-EXIT.
004350     EXIT.
004360
004370 2500-WRITE-LIST-LINE.
004380     MOVE STM-STAND-ID TO SGL-STAND-ID.
004390     MOVE STM-OPER-ID TO SGL-OPER-ID.
004400     MOVE STM-FREQUENCY TO SGL-FREQUENCY.
004410     MOVE WS-CAND-DATE TO SGL-DUE-DATE.
004420     MOVE STM-OPERATOR TO SGL-OPERATOR.
004430     MOVE STM-NUM1 TO SGL-NUM1.
004440     MOVE STM-ACCT-CODE TO SGL-ACCT-CODE.
004450     WRITE CALC-STANDING-LIST-RECORD FROM WS-LIST-DETAIL-LINE.
004460 2500-EXIT.
004470     EXIT.
004480
004490 8000-DATE-TO-DAYS.
004500     DIVIDE WS-D2D-DATE BY 10000 GIVING WS-D2D-YEAR
004510         REMAINDER WS-D2D-MMDD.
004520     DIVIDE WS-D2D-MMDD BY 100 GIVING WS-D2D-MONTH
004530         REMAINDER WS-D2D-DAY.
004540     IF WS-D2D-MONTH < 3
004550         SUBTRACT 1 FROM WS-D2D-YEAR
004560         ADD 12 TO WS-D2D-MONTH
004570     END-IF.
004580     DIVIDE WS-D2D-YEAR BY 4 GIVING WS-D2D-Y4.
004590     DIVIDE WS-D2D-YEAR BY 100 GIVING WS-D2D-Y100.
004600     DIVIDE WS-D2D-YEAR BY 400 GIVING WS-D2D-Y400.
004610     COMPUTE WS-D2D-M153 = 153 * (WS-D2D-MONTH + 1).
004620     DIVIDE WS-D2D-M153 BY 5 GIVING WS-D2D-M153.
004630     COMPUTE WS-D2D-DAYS = 365 * WS-D2D-YEAR + WS-D2D-Y4
004640         - WS-D2D-Y100 + WS-D2D-Y400 + WS-D2D-M153
004650         + WS-D2D-DAY.
004660 8000-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------*
004700* WS-NEXT-DATE = THE CALENDAR DAY AFTER WS-CAND-DATE             *
004710*----------------------------------------------------------------*
004720 8100-NEXT-DATE.
004730     MOVE WS-CAND-DATE TO WS-NEXT-DATE.
004740     EVALUATE WS-NEXT-MM
004750         WHEN 4 WHEN 6 WHEN 9 WHEN 11
004760             MOVE 30 TO WS-MONTH-DAYS
004770         WHEN 2
004780             DIVIDE WS-NEXT-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
004790                 REMAINDER WS-LEAP-REM-4
004800             DIVIDE WS-NEXT-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
004810                 REMAINDER WS-LEAP-REM-100
004820             DIVIDE WS-NEXT-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
004830                 REMAINDER WS-LEAP-REM-400
004840             IF WS-LEAP-REM-4 = 0
004850                 AND (WS-LEAP-REM-100 NOT = 0
004860                     OR WS-LEAP-REM-400 = 0)
004870                 MOVE 29 TO WS-MONTH-DAYS
004880             ELSE
004890                 MOVE 28 TO WS-MONTH-DAYS
004900             END-IF
004910         WHEN OTHER
004920             MOVE 31 TO WS-MONTH-DAYS
004930     END-EVALUATE.
004940     IF WS-NEXT-DD < WS-MONTH-DAYS
004950         ADD 1 TO WS-NEXT-DD
004960         GO TO 8100-EXIT
004970     END-IF.
004980     MOVE 1 TO WS-NEXT-DD.
004990     IF WS-NEXT-MM < 12
005000         ADD 1 TO WS-NEXT-MM
005010     ELSE
005020         MOVE 1 TO WS-NEXT-MM
005030         ADD 1 TO WS-NEXT-CCYY
005040     END-IF.
005050 8100-EXIT.
005060     EXIT.
005070
005080 9000-TERMINATE.
005090     IF NOT WS-OPER-MASTER-OVERFLOWED
005100         PERFORM 9100-WRITE-COUNTS THRU 9100-EXIT
005110         CLOSE CALC-STANDING-MASTER-NEW-FILE
005120     END-IF.
005130     DISPLAY "Standing items read = " WS-ITEM-READ-COUNT.
005140     DISPLAY "Standing items generated = " WS-GENERATED-COUNT.
005150     DISPLAY "Standing items skipped, owner not active = "
005160         WS-SKIPPED-COUNT.
005160     DISPLAY "Standing items skipped, invalid schedule = "
005160         WS-INVALID-SCHED-COUNT.
005170     DISPLAY "Standing items over 31 days back = "
005180         WS-TOO-OLD-COUNT.
005190     CLOSE CALC-STANDING-MASTER-FILE.
005200     CLOSE CALC-RAW-KEYED-FILE.
005210     CLOSE CALC-STANDING-LIST-FILE.
005220     IF WS-SKIPPED-COUNT > 0 OR WS-TOO-OLD-COUNT > 0
005220         OR WS-INVALID-SCHED-COUNT > 0
005230         MOVE 4 TO RETURN-CODE
005240     END-IF.
005250     IF WS-OPER-MASTER-OVERFLOWED
005260         MOVE 12 TO RETURN-CODE
005270     END-IF.
005280 9000-EXIT.
005290     EXIT.
005300
005310 9100-WRITE-COUNTS.
005320     MOVE "STANDING ITEMS READ                    "
005330         TO SCL-LABEL.
005340     MOVE WS-ITEM-READ-COUNT TO SCL-COUNT.
005350     WRITE CALC-STANDING-LIST-RECORD FROM WS-LIST-COUNT-LINE.
005360     MOVE "CALCRAW RECORDS GENERATED              "
005370         TO SCL-LABEL.
005380     MOVE WS-GENERATED-COUNT TO SCL-COUNT.
005390     WRITE CALC-STANDING-LIST-RECORD FROM WS-LIST-COUNT-LINE.
005400     MOVE "SKIPPED - OWNER NOT ACTIVE ON CALCOPM  "
005410         TO SCL-LABEL.
005420     MOVE WS-SKIPPED-COUNT TO SCL-COUNT.
005430     WRITE CALC-STANDING-LIST-RECORD FROM WS-LIST-COUNT-LINE.
005430     MOVE "SKIPPED - INVALID SCHEDULE             "
005430         TO SCL-LABEL.
005430     MOVE WS-INVALID-SCHED-COUNT TO SCL-COUNT.
005430     WRITE CALC-STANDING-LIST-RECORD FROM WS-LIST-COUNT-LINE.
005440     MOVE "NOT GENERATED - OVER 31 DAYS BACK      "
005450         TO SCL-LABEL.
005460     MOVE WS-TOO-OLD-COUNT TO SCL-COUNT.
005470     WRITE CALC-STANDING-LIST-RECORD FROM WS-LIST-COUNT-LINE.
005480 9100-EXIT.
005490     EXIT.
