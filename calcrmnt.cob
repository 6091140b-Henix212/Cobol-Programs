000350*                500-ENTRY TABLE ABORTS WITH RC=12 BEFORE        *
000360*                ANYTHING IS WRITTEN, THE SAME GUARD CALCOMNT    *
000370*                PUTS ON THE OPERATOR MASTER.                    *
000370* 2026-10-15  RH  EVERY APPLIED ADD, CHANGE OR DELETE IS ALSO    *
000370*                APPENDED TO THE EXTEND-ONLY RATE-CHANGE HISTORY *
000370*                CALCRCH (CALCRCH.CPY - CODE, EFFECTIVE DATE,    *
000370*                ACTION, BEFORE AND AFTER VALUE, REQUESTER,      *
000370*                CHANGE DATE) SO CALCRIMP CAN RESTATE THE "RTE"  *
000370*                POSTINGS A BACK-DATED CHANGE AFFECTS.           *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT CALC-RATE-AUDIT-FILE ASSIGN TO CALCRMRP
000490         ORGANIZATION IS SEQUENTIAL.
000490     SELECT CALC-RATE-CHANGE-FILE ASSIGN TO CALCRCH
000490         ORGANIZATION IS SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CALC-RATE-MASTER-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  CALC-RATE-AUDIT-RECORD           PIC X(100).
000740 FD  CALC-RATE-CHANGE-FILE
000740     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000740 01  CALC-RATE-CHANGE-RECORD.
000740     COPY CALCRCH.
000750 WORKING-STORAGE SECTION.
000760 77  WS-REQUEST-EOF-SWITCH    PIC X(01) VALUE "N".
000770     88  WS-REQUEST-EOF                 VALUE "Y".
000820 77  WS-RATE-FOUND-SWITCH     PIC X(01) VALUE "N".
000830     88  WS-RATE-FOUND                  VALUE "Y".
000840 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
000840 77  WS-BEFORE-RATE-VALUE     PIC S9(03)V9(04)
000840     SIGN LEADING SEPARATE VALUE 0.
000850 77  WS-RATE-MASTER-MAX       PIC 9(05) COMP VALUE 500.
000860 77  WS-RATE-MASTER-COUNT     PIC 9(05) COMP VALUE 0.
000870 77  WS-RT-IDX                PIC 9(05) COMP VALUE 0.
001510     OPEN INPUT  CALC-RATE-MAINT-FILE.
001520     OPEN OUTPUT CALC-RATE-MASTER-NEW-FILE.
001530     OPEN OUTPUT CALC-RATE-AUDIT-FILE.
001530     OPEN EXTEND CALC-RATE-CHANGE-FILE.
001540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001550     PERFORM 1300-LOAD-RATE-MASTER THRU 1300-EXIT.
001560     IF WS-MASTER-OVERFLOWED
002720         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002730         GO TO 2300-EXIT
002740     END-IF.
002750     MOVE 0 TO WS-BEFORE-RATE-VALUE.
002750     ADD 1 TO WS-RATE-MASTER-COUNT.
002760     SET WS-RM-IDX TO WS-RATE-MASTER-COUNT.
002770     MOVE RMR-RATE-CODE TO WS-RM-RATE-CODE(WS-RM-IDX).
003000         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
003010         GO TO 2400-EXIT
003020     END-IF.
003030     MOVE WS-RM-RATE-VALUE(WS-RM-IDX) TO WS-BEFORE-RATE-VALUE.
003030     MOVE RMR-RATE-VALUE TO WS-RM-RATE-VALUE(WS-RM-IDX).
003040     MOVE "APPLIED - CHANGED" TO RAL-DISPOSITION.
003050     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
003150         GO TO 2500-EXIT
003160     END-IF.
003170     MOVE WS-RM-RATE-VALUE(WS-RM-IDX) TO RAL-BEFORE-VALUE.
003170     MOVE WS-RM-RATE-VALUE(WS-RM-IDX) TO WS-BEFORE-RATE-VALUE.
003180     MOVE "Y" TO WS-RM-DELETED-SWITCH(WS-RM-IDX).
003190     MOVE 0 TO RAL-AFTER-VALUE.
003200     MOVE "APPLIED - DELETED" TO RAL-DISPOSITION.
003240     MOVE RMR-REQUESTED-BY TO RAL-REQUESTED-BY.
003250     WRITE CALC-RATE-AUDIT-RECORD FROM WS-AUDIT-LINE.
003260     ADD 1 TO WS-APPLIED-COUNT.
003260     MOVE 0 TO RCH-AFTER-VALUE.
003260     PERFORM 2850-WRITE-RATE-CHANGE THRU 2850-EXIT.
003270 2500-EXIT.
003280     EXIT.
003290
003350     MOVE RMR-REQUESTED-BY TO RAL-REQUESTED-BY.
003360     WRITE CALC-RATE-AUDIT-RECORD FROM WS-AUDIT-LINE.
003370     ADD 1 TO WS-APPLIED-COUNT.
003370     MOVE WS-RM-RATE-VALUE(WS-RM-IDX) TO RCH-AFTER-VALUE.
003370     PERFORM 2850-WRITE-RATE-CHANGE THRU 2850-EXIT.
003380 2800-EXIT.
003390     EXIT.
003390
003390 2850-WRITE-RATE-CHANGE.
003390     MOVE RMR-RATE-CODE TO RCH-RATE-CODE.
003390     MOVE RMR-EFF-DATE TO RCH-EFF-DATE.
003390     MOVE RMR-ACTION-CODE TO RCH-ACTION-CODE.
003390     MOVE WS-BEFORE-RATE-VALUE TO RCH-BEFORE-VALUE.
003390     MOVE RMR-REQUESTED-BY TO RCH-REQUESTED-BY.
003390     MOVE WS-RUN-DATE TO RCH-CHANGE-DATE.
003390     WRITE CALC-RATE-CHANGE-RECORD.
003390 2850-EXIT.
003390     EXIT.
003400
003410 2900-WRITE-AUDIT-REJECT.
003420     MOVE RMR-ACTION-CODE TO RAL-ACTION.
003670     CLOSE CALC-RATE-MAINT-FILE.
003680     CLOSE CALC-RATE-MASTER-NEW-FILE.
003690     CLOSE CALC-RATE-AUDIT-FILE.
003690     CLOSE CALC-RATE-CHANGE-FILE.
003700     IF WS-REJECTED-COUNT > 0
003710         MOVE 4 TO RETURN-CODE
003720     END-IF.
