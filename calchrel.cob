000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALCHREL.
000120 AUTHOR. R HENIX.
000130 INSTALLATION. ACCOUNTING BATCH SERVICES.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* 2026-10-15  RH  WRITTEN. WORKS THE HELD-FOR-AUTHORITY QUEUE    *
000200*                CALC-HELD-FILE (CALCHLD.CPY) THAT CALCULATRICE  *
000210*                FILLS WHEN A RESULT EXCEEDS THE KEYER'S         *
000220*                OM-AUTH-LIMIT. READS A FILE OF SUPERVISOR       *
000230*                DECISIONS (CALCHDR.CPY - TXN-ID, RUN DATE,      *
000240*                ACTION R/D, SUPERVISOR, REASON) AND APPLIES     *
000250*                EACH ONE TO ITS HELD ITEM. THE SUPERVISOR MUST  *
000260*                BE A STATUS "S" OPERATOR ON CALC-OPER-MASTER-   *
000270*                FILE AND NOT THE OPERATOR WHO KEYED THE ITEM -  *
000280*                THE CALCRCOR/CALCREV MAKER/CHECKER RULE. A      *
000290*                RELEASED ITEM IS WRITTEN BACK, UNDER ITS OWN    *
000300*                TXN-ID, RUN DATE AND RUN TIME, TO A FRESH       *
000310*                CALC-TXN-FILE BATCH WITH ITS LEADING CALCCTL    *
000320*                RECORD, AND ITS KEY IS WRITTEN TO THE RELEASE   *
000330*                XREF (CALCHRX.CPY) SO CALCULATRICE POSTS IT ON  *
000340*                THE NEXT RUN INSTEAD OF HOLDING IT AGAIN. A     *
000350*                DECLINED ITEM IS DROPPED FROM THE QUEUE. BOTH   *
000360*                ARE AUDITED ON CALCHAUD (CALCHAU.CPY). ITEMS    *
000370*                WITH NO DECISION, OR WHOSE DECISION IS REFUSED, *
000380*                ARE CARRIED FORWARD TO THE NEW QUEUE CALCHLDN.  *
000390*                REFUSED, UNMATCHED AND DUPLICATE DECISIONS ARE  *
000400*                LISTED ON CALCHRL AND SET RC=4; MORE DECISIONS  *
000410*                THAN THE TABLE HOLDS ENDS THE RUN RC=12 WITH    *
000420*                NOTHING RELEASED OR DECLINED.                   *
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CALC-HELD-FILE ASSIGN TO CALCHLD
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT CALC-HELD-DECISION-FILE ASSIGN TO CALCHDEC
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT CALC-OPER-MASTER-FILE ASSIGN TO CALCOPM
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT CALC-HELD-NEW-FILE ASSIGN TO CALCHLDN
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT CALC-TXN-FILE ASSIGN TO CALCTXN
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT CALC-RELEASE-XREF-FILE ASSIGN TO CALCHRX
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT CALC-HELD-AUDIT-FILE ASSIGN TO CALCHAUD
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT CALC-HELD-LIST-FILE ASSIGN TO CALCHRL
000620         ORGANIZATION IS SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CALC-HELD-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  CALC-HELD-RECORD.
000690     COPY CALCHLD.
000700 FD  CALC-HELD-DECISION-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  CALC-HELD-DECISION-RECORD.
000740     COPY CALCHDR.
000750 FD  CALC-OPER-MASTER-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  CALC-OPER-MASTER-RECORD.
000790     COPY CALCOM.
000800 FD  CALC-HELD-NEW-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  CALC-HELD-NEW-RECORD             PIC X(100).
000840 FD  CALC-TXN-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  CALC-TXN-RECORD.
000880     COPY CALCID.
000890     COPY CALCTXN.
000900 01  CALC-CONTROL-RECORD.
000910     COPY CALCCTL.
000920 FD  CALC-RELEASE-XREF-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  CALC-RELEASE-XREF-RECORD.
000960     COPY CALCHRX.
000970 FD  CALC-HELD-AUDIT-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  CALC-HELD-AUDIT-RECORD.
001010     COPY CALCHAU.
001020 FD  CALC-HELD-LIST-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  CALC-HELD-LIST-RECORD            PIC X(100).
001060 WORKING-STORAGE SECTION.
001070 77  WS-HELD-EOF-SWITCH       PIC X(01) VALUE "N".
001080     88  WS-HELD-EOF                    VALUE "Y".
001090 77  WS-DECISION-EOF-SWITCH   PIC X(01) VALUE "N".
001100     88  WS-DECISION-EOF                VALUE "Y".
001110 77  WS-DECISION-FOUND-SWITCH PIC X(01) VALUE "N".
001120     88  WS-DECISION-FOUND              VALUE "Y".
001130 77  WS-DECISION-ERROR-SWITCH PIC X(01) VALUE "N".
001140     88  WS-DECISION-ERROR              VALUE "Y".
001150 77  WS-REFUSED-SWITCH        PIC X(01) VALUE "N".
001160     88  WS-REFUSED                     VALUE "Y".
001170 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
001180 77  WS-RUN-TIME              PIC 9(06) VALUE 0.
001190 77  WS-CTL-RECORD-ID         PIC X(10) VALUE "**CTL**".
001200 77  WS-EXPECTED-TOTAL-ACCUM  PIC S9(09)V99
001210     SIGN LEADING SEPARATE VALUE 0.
001220 77  WS-DECLINED-TOTAL        PIC S9(09)V99
001230     SIGN LEADING SEPARATE VALUE 0.
001240 77  WS-HELD-READ-COUNT       PIC 9(07) COMP VALUE 0.
001250 77  WS-RELEASED-COUNT        PIC 9(07) COMP VALUE 0.
001260 77  WS-DECLINED-COUNT        PIC 9(07) COMP VALUE 0.
001270 77  WS-CARRIED-COUNT         PIC 9(07) COMP VALUE 0.
001280 77  WS-REFUSED-COUNT         PIC 9(07) COMP VALUE 0.
001290 77  WS-UNMATCHED-COUNT       PIC 9(07) COMP VALUE 0.
001300 77  WS-DUPLICATE-COUNT       PIC 9(07) COMP VALUE 0.
001310 77  WS-REFUSE-REASON         PIC X(30) VALUE SPACES.
001320 77  WS-DECISION-MAX          PIC 9(05) COMP VALUE 500.
001330 77  WS-DECISION-COUNT        PIC 9(05) COMP VALUE 0.
001340 77  WS-DECISION-SCAN-IDX     PIC 9(05) COMP VALUE 0.
001350 77  WS-OPER-MASTER-MAX       PIC 9(05) COMP VALUE 500.
001360 77  WS-OPER-MASTER-COUNT     PIC 9(05) COMP VALUE 0.
001370 77  WS-OPER-MASTER-EOF-SW    PIC X(01) VALUE "N".
001380     88  WS-OPER-MASTER-EOF             VALUE "Y".
001390 01  WS-OPER-MASTER-TABLE.
001400     05  WS-OPER-MASTER-ENTRY   OCCURS 500 TIMES
001410                                INDEXED BY WS-OM-IDX.
001420         10  WS-OM-OPER-ID          PIC X(08).
001430         10  WS-OM-OPER-STATUS      PIC X(01).
001440             88  WS-OM-OPER-SUPER         VALUE "S".
001450 01  WS-DECISION-TABLE.
001460     05  WS-DECISION-ENTRY      OCCURS 500 TIMES
001470                                INDEXED BY WS-HD-IDX.
001480         10  WS-HD-TXN-ID           PIC X(10).
001490         10  WS-HD-RUN-DATE         PIC 9(08).
001500         10  WS-HD-ACTION           PIC X(01).
001510             88  WS-HD-RELEASE            VALUE "R".
001520             88  WS-HD-DECLINE            VALUE "D".
001530         10  WS-HD-SUPERVISOR-ID    PIC X(08).
001540         10  WS-HD-REASON           PIC X(30).
001550         10  WS-HD-USED-SWITCH      PIC X(01).
001560             88  WS-HD-USED               VALUE "Y".
001570 01  WS-HRL-HEADING-1.
001580     05  FILLER                 PIC X(42) VALUE
001590         "HELD-FOR-AUTHORITY DECISIONS APPLIED".
001600     05  FILLER                 PIC X(58) VALUE SPACES.
001610 01  WS-HRL-HEADING-2.
001620     05  FILLER                 PIC X(12) VALUE "TXN-ID".
001630     05  FILLER                 PIC X(10) VALUE "RUN DATE".
001640     05  FILLER                 PIC X(10) VALUE "KEYER".
001650     05  FILLER                 PIC X(13) VALUE "     RESULT".
001660     05  FILLER                 PIC X(12) VALUE "     LIMIT".
001670     05  FILLER                 PIC X(10) VALUE "SUPERVISOR".
001680     05  FILLER                 PIC X(33) VALUE "OUTCOME".
001690 01  WS-HRL-LINE.
001700     05  HRL-TXN-ID             PIC X(10).
001710     05  FILLER                 PIC X(02) VALUE SPACES.
001720     05  HRL-RUN-DATE           PIC 9(08).
001730     05  FILLER                 PIC X(02) VALUE SPACES.
001740     05  HRL-OPER-ID            PIC X(08).
001750     05  FILLER                 PIC X(02) VALUE SPACES.
001760     05  HRL-RESULT             PIC -Z(6)9.99.
001770     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  HRL-AUTH-LIMIT         PIC Z(6)9.99.
001790     05  FILLER                 PIC X(02) VALUE SPACES.
001800     05  HRL-SUPERVISOR-ID      PIC X(08).
001810     05  FILLER                 PIC X(02) VALUE SPACES.
001820     05  HRL-OUTCOME            PIC X(30).
001830     05  FILLER                 PIC X(03) VALUE SPACES.
001840 01  WS-HRL-COUNT-LINE.
001850     05  HCL-LABEL              PIC X(30).
001860     05  HCL-COUNT              PIC ZZZ,ZZ9.
001870     05  FILLER                 PIC X(63) VALUE SPACES.
001880 01  WS-HRL-TOTAL-LINE.
001890     05  HTL-LABEL              PIC X(30).
001900     05  HTL-TOTAL              PIC -Z(8)9.99.
001910     05  FILLER                 PIC X(57) VALUE SPACES.
001920 PROCEDURE DIVISION.
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-PROCESS-HELD-ITEM THRU 2000-EXIT
001960         UNTIL WS-HELD-EOF.
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001980     STOP RUN.
001990
002000 1000-INITIALIZE.
002010     OPEN INPUT  CALC-HELD-FILE.
002020     OPEN OUTPUT CALC-HELD-NEW-FILE.
002030     OPEN OUTPUT CALC-TXN-FILE.
002040     OPEN OUTPUT CALC-RELEASE-XREF-FILE.
002050     OPEN OUTPUT CALC-HELD-LIST-FILE.
002060     OPEN EXTEND CALC-HELD-AUDIT-FILE.
002070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002080     ACCEPT WS-RUN-TIME FROM TIME.
002090     PERFORM 1050-WRITE-PLACEHOLDER-CONTROL THRU 1050-EXIT.
002100     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-HEADING-1.
002110     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-HEADING-2.
002120     PERFORM 1500-LOAD-OPER-MASTER THRU 1500-EXIT.
002130     PERFORM 1600-LOAD-DECISIONS THRU 1600-EXIT.
002140     IF WS-DECISION-ERROR
002150         MOVE "Y" TO WS-HELD-EOF-SWITCH
002160         GO TO 1000-EXIT
002170     END-IF.
002180     PERFORM 2100-READ-HELD THRU 2100-EXIT.
002190 1000-EXIT.
002200     EXIT.
002210
002220 1050-WRITE-PLACEHOLDER-CONTROL.
002230     MOVE WS-CTL-RECORD-ID TO CTL-RECORD-ID.
002240     MOVE 0 TO CTL-EXPECTED-COUNT.
002250     MOVE 0 TO CTL-EXPECTED-TOTAL.
002260     WRITE CALC-TXN-RECORD.
002270 1050-EXIT.
002280     EXIT.
002290
002300 1500-LOAD-OPER-MASTER.
002310     OPEN INPUT CALC-OPER-MASTER-FILE.
002320     PERFORM 1510-LOAD-ONE-OPER-ENTRY THRU 1510-EXIT
002330         UNTIL WS-OPER-MASTER-EOF
002340         OR WS-OPER-MASTER-COUNT = WS-OPER-MASTER-MAX.
002350     IF NOT WS-OPER-MASTER-EOF
002360         READ CALC-OPER-MASTER-FILE
002370             AT END
002380                 MOVE "Y" TO WS-OPER-MASTER-EOF-SW
002390             NOT AT END
002400                 DISPLAY "WARNING - OPERATOR MASTER EXCEEDS THE "
002410                     WS-OPER-MASTER-MAX " ENTRY TABLE - "
002420                     "SUPERVISORS PAST THE LIMIT ARE REFUSED "
002430                     "AS NOT ON THE MASTER"
002440         END-READ
002450     END-IF.
002460     CLOSE CALC-OPER-MASTER-FILE.
002470 1500-EXIT.
002480     EXIT.
002490
002500 1510-LOAD-ONE-OPER-ENTRY.
002510     READ CALC-OPER-MASTER-FILE
002520         AT END
002530             MOVE "Y" TO WS-OPER-MASTER-EOF-SW
002540         NOT AT END
002550             ADD 1 TO WS-OPER-MASTER-COUNT
002560             SET WS-OM-IDX TO WS-OPER-MASTER-COUNT
002570             MOVE OM-OPER-ID TO WS-OM-OPER-ID(WS-OM-IDX)
002580             MOVE OM-OPER-STATUS TO WS-OM-OPER-STATUS(WS-OM-IDX)
002590     END-READ.
002600 1510-EXIT.
002610     EXIT.
002620
002630 1600-LOAD-DECISIONS.
002640     OPEN INPUT CALC-HELD-DECISION-FILE.
002650     PERFORM 1610-LOAD-ONE-DECISION THRU 1610-EXIT
002660         UNTIL WS-DECISION-EOF
002670         OR WS-DECISION-COUNT = WS-DECISION-MAX.
002680     IF NOT WS-DECISION-EOF
002690         READ CALC-HELD-DECISION-FILE
002700             AT END
002710                 MOVE "Y" TO WS-DECISION-EOF-SWITCH
002720             NOT AT END
002730                 DISPLAY "ERROR - DECISION FILE EXCEEDS THE "
002740                     WS-DECISION-MAX " ENTRY TABLE - NOTHING "
002750                     "RELEASED OR DECLINED - SPLIT THE "
002760                     "DECISIONS AND RESUBMIT"
002770                 MOVE "Y" TO WS-DECISION-ERROR-SWITCH
002780         END-READ
002790     END-IF.
002800     CLOSE CALC-HELD-DECISION-FILE.
002810 1600-EXIT.
002820     EXIT.
002830
002840 1610-LOAD-ONE-DECISION.
002850     READ CALC-HELD-DECISION-FILE
002860         AT END
002870             MOVE "Y" TO WS-DECISION-EOF-SWITCH
002880             GO TO 1610-EXIT
002890     END-READ.
002900     IF HDR-RUN-DATE NOT NUMERIC
002910         MOVE ZEROS TO HDR-RUN-DATE
002920     END-IF.
002930     MOVE "N" TO WS-DECISION-FOUND-SWITCH.
002940     IF WS-DECISION-COUNT > 0
002950         SET WS-HD-IDX TO 1
002960         SEARCH WS-DECISION-ENTRY
002970             AT END
002980                 CONTINUE
002990             WHEN WS-HD-IDX > WS-DECISION-COUNT
003000                 CONTINUE
003010             WHEN WS-HD-TXN-ID(WS-HD-IDX) = HDR-TXN-ID
003020                 AND WS-HD-RUN-DATE(WS-HD-IDX) = HDR-RUN-DATE
003030                 MOVE "Y" TO WS-DECISION-FOUND-SWITCH
003040         END-SEARCH
003050     END-IF.
003060     IF WS-DECISION-FOUND
003070         ADD 1 TO WS-DUPLICATE-COUNT
003080         MOVE HDR-TXN-ID TO HRL-TXN-ID
003090         MOVE HDR-RUN-DATE TO HRL-RUN-DATE
003100         MOVE SPACES TO HRL-OPER-ID
003110         MOVE 0 TO HRL-RESULT
003120         MOVE 0 TO HRL-AUTH-LIMIT
003130         MOVE HDR-SUPERVISOR-ID TO HRL-SUPERVISOR-ID
003140         MOVE "DUPLICATE DECISION - IGNORED" TO HRL-OUTCOME
003150         WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-LINE
003160         GO TO 1610-EXIT
003170     END-IF.
003180     ADD 1 TO WS-DECISION-COUNT.
003190     SET WS-HD-IDX TO WS-DECISION-COUNT.
003200     MOVE HDR-TXN-ID TO WS-HD-TXN-ID(WS-HD-IDX).
003210     MOVE HDR-RUN-DATE TO WS-HD-RUN-DATE(WS-HD-IDX).
003220     MOVE HDR-ACTION TO WS-HD-ACTION(WS-HD-IDX).
003230     MOVE HDR-SUPERVISOR-ID TO WS-HD-SUPERVISOR-ID(WS-HD-IDX).
003240     MOVE HDR-REASON TO WS-HD-REASON(WS-HD-IDX).
003250     MOVE "N" TO WS-HD-USED-SWITCH(WS-HD-IDX).
003260 1610-EXIT.
003270     EXIT.
003280
003290 2000-PROCESS-HELD-ITEM.
003300     ADD 1 TO WS-HELD-READ-COUNT.
003310     MOVE "N" TO WS-REFUSED-SWITCH.
003320     MOVE SPACES TO WS-REFUSE-REASON.
003330     PERFORM 2200-FIND-DECISION THRU 2200-EXIT.
003340     IF NOT WS-DECISION-FOUND
003350         PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
003360         GO TO 2000-NEXT
003370     END-IF.
003380     MOVE "Y" TO WS-HD-USED-SWITCH(WS-HD-IDX).
003390     PERFORM 2300-CHECK-SUPERVISOR THRU 2300-EXIT.
003400     IF WS-REFUSED
003410         PERFORM 2800-REFUSE-DECISION THRU 2800-EXIT
003420         PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
003430         GO TO 2000-NEXT
003440     END-IF.
003450     IF WS-HD-RELEASE(WS-HD-IDX)
003460         PERFORM 2400-RELEASE-ITEM THRU 2400-EXIT
003470     ELSE
003480         PERFORM 2500-DECLINE-ITEM THRU 2500-EXIT
003490     END-IF.
003500 2000-NEXT.
003510     PERFORM 2100-READ-HELD THRU 2100-EXIT.
003520 2000-EXIT.
003530     EXIT.
003540
003550 2100-READ-HELD.
003560     READ CALC-HELD-FILE
003570         AT END MOVE "Y" TO WS-HELD-EOF-SWITCH
003580     END-READ.
003590 2100-EXIT.
003600     EXIT.
003610
003620 2200-FIND-DECISION.
003630     MOVE "N" TO WS-DECISION-FOUND-SWITCH.
003640     IF WS-DECISION-COUNT = 0
003650         GO TO 2200-EXIT
003660     END-IF.
003670     SET WS-HD-IDX TO 1.
003680     SEARCH WS-DECISION-ENTRY
003690         AT END
003700             CONTINUE
003710         WHEN WS-HD-IDX > WS-DECISION-COUNT
003720             CONTINUE
003730         WHEN WS-HD-TXN-ID(WS-HD-IDX) = HLD-TXN-ID
003740             AND WS-HD-RUN-DATE(WS-HD-IDX) = HLD-RUN-DATE
003750             MOVE "Y" TO WS-DECISION-FOUND-SWITCH
003760     END-SEARCH.
003770 2200-EXIT.
003780     EXIT.
003790
003800 2300-CHECK-SUPERVISOR.
003810     IF NOT WS-HD-RELEASE(WS-HD-IDX)
003820         AND NOT WS-HD-DECLINE(WS-HD-IDX)
003830         MOVE "Y" TO WS-REFUSED-SWITCH
003840         MOVE "ACTION NOT R OR D" TO WS-REFUSE-REASON
003850         GO TO 2300-EXIT
003860     END-IF.
003870     IF WS-HD-SUPERVISOR-ID(WS-HD-IDX) = SPACES
003880         MOVE "Y" TO WS-REFUSED-SWITCH
003890         MOVE "NO SUPERVISOR SUPPLIED" TO WS-REFUSE-REASON
003900         GO TO 2300-EXIT
003910     END-IF.
003920     IF WS-HD-SUPERVISOR-ID(WS-HD-IDX) = HLD-OPER-ID
003930         MOVE "Y" TO WS-REFUSED-SWITCH
003940         MOVE "SUPERVISOR IS KEYING OPERATOR" TO WS-REFUSE-REASON
003950         GO TO 2300-EXIT
003960     END-IF.
003970     SET WS-OM-IDX TO 1.
003980     SEARCH WS-OPER-MASTER-ENTRY
003990         AT END
004000             MOVE "Y" TO WS-REFUSED-SWITCH
004010             MOVE "SUPERVISOR NOT ON OPER MASTER"
004020                 TO WS-REFUSE-REASON
004030         WHEN WS-OM-OPER-ID(WS-OM-IDX) =
004040                 WS-HD-SUPERVISOR-ID(WS-HD-IDX)
004050             IF NOT WS-OM-OPER-SUPER(WS-OM-IDX)
004060                 MOVE "Y" TO WS-REFUSED-SWITCH
004070                 MOVE "NOT A STATUS S SUPERVISOR"
004080                     TO WS-REFUSE-REASON
004090             END-IF
004100     END-SEARCH.
004110 2300-EXIT.
004120     EXIT.
004130
004140 2400-RELEASE-ITEM.
004150     MOVE HLD-TXN-ID TO CALC-TXN-ID.
004160     MOVE HLD-OPER-ID TO CALC-OPER-ID.
004170     MOVE HLD-RUN-DATE TO CALC-RUN-DATE.
004180     MOVE HLD-RUN-TIME TO CALC-RUN-TIME.
004190     MOVE HLD-NUM1-X TO CALC-NUM1-X.
004200     MOVE HLD-OPERATOR TO CALC-OPERATOR.
004210     MOVE HLD-NUM2-X TO CALC-NUM2-X.
004220     MOVE HLD-ACCT-CODE TO CALC-ACCT-CODE.
004230     WRITE CALC-TXN-RECORD.
004240     ADD HLD-RESULT TO WS-EXPECTED-TOTAL-ACCUM.
004250     ADD 1 TO WS-RELEASED-COUNT.
004260     MOVE SPACES TO CALC-RELEASE-XREF-RECORD.
004270     MOVE HLD-TXN-ID TO HRX-TXN-ID.
004280     MOVE HLD-RUN-DATE TO HRX-RUN-DATE.
004290     MOVE HLD-OPER-ID TO HRX-OPER-ID.
004300     MOVE WS-HD-SUPERVISOR-ID(WS-HD-IDX) TO HRX-SUPERVISOR-ID.
004310     MOVE WS-RUN-DATE TO HRX-RELEASE-DATE.
004320     WRITE CALC-RELEASE-XREF-RECORD.
004330     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
004340     MOVE "RELEASED TO NEXT BATCH" TO HRL-OUTCOME.
004350     PERFORM 2900-WRITE-HRL-LINE THRU 2900-EXIT.
004360 2400-EXIT.
004370     EXIT.
004380
004390 2500-DECLINE-ITEM.
004400     ADD 1 TO WS-DECLINED-COUNT.
004410     ADD HLD-RESULT TO WS-DECLINED-TOTAL.
004420     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
004430     MOVE "DECLINED - DROPPED FROM QUEUE" TO HRL-OUTCOME.
004440     PERFORM 2900-WRITE-HRL-LINE THRU 2900-EXIT.
004450 2500-EXIT.
004460     EXIT.
004470
004480 2600-CARRY-FORWARD.
004490     WRITE CALC-HELD-NEW-RECORD FROM CALC-HELD-RECORD.
004500     ADD 1 TO WS-CARRIED-COUNT.
004510 2600-EXIT.
004520     EXIT.
004530
004540 2700-WRITE-AUDIT.
004550     MOVE SPACES TO CALC-HELD-AUDIT-RECORD.
004560     MOVE HLD-TXN-ID TO HAU-TXN-ID.
004570     MOVE HLD-RUN-DATE TO HAU-RUN-DATE.
004580     MOVE HLD-OPER-ID TO HAU-OPER-ID.
004590     MOVE HLD-RESULT TO HAU-RESULT.
004600     MOVE HLD-AUTH-LIMIT TO HAU-AUTH-LIMIT.
004610     MOVE WS-HD-ACTION(WS-HD-IDX) TO HAU-ACTION.
004620     MOVE WS-HD-SUPERVISOR-ID(WS-HD-IDX) TO HAU-SUPERVISOR-ID.
004630     MOVE WS-RUN-DATE TO HAU-DECISION-DATE.
004640     MOVE WS-RUN-TIME TO HAU-DECISION-TIME.
004650     MOVE WS-HD-REASON(WS-HD-IDX) TO HAU-REASON.
004660     WRITE CALC-HELD-AUDIT-RECORD.
004670 2700-EXIT.
004680     EXIT.
004690
004700 2800-REFUSE-DECISION.
004710     ADD 1 TO WS-REFUSED-COUNT.
004720     MOVE WS-REFUSE-REASON TO HRL-OUTCOME.
004730     PERFORM 2900-WRITE-HRL-LINE THRU 2900-EXIT.
004740 2800-EXIT.
004750     EXIT.
004760
004770 2900-WRITE-HRL-LINE.
004780     MOVE HLD-TXN-ID TO HRL-TXN-ID.
004790     MOVE HLD-RUN-DATE TO HRL-RUN-DATE.
004800     MOVE HLD-OPER-ID TO HRL-OPER-ID.
004810     MOVE HLD-RESULT TO HRL-RESULT.
004820     MOVE HLD-AUTH-LIMIT TO HRL-AUTH-LIMIT.
004830     MOVE WS-HD-SUPERVISOR-ID(WS-HD-IDX) TO HRL-SUPERVISOR-ID.
004840     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-LINE.
004850 2900-EXIT.
004860     EXIT.
004870
004880 3000-LIST-UNMATCHED.
004890     ADD 1 TO WS-DECISION-SCAN-IDX.
004900     SET WS-HD-IDX TO WS-DECISION-SCAN-IDX.
004910     IF WS-HD-USED(WS-HD-IDX)
004920         GO TO 3000-EXIT
004930     END-IF.
004940     ADD 1 TO WS-UNMATCHED-COUNT.
004950     MOVE WS-HD-TXN-ID(WS-HD-IDX) TO HRL-TXN-ID.
004960     MOVE WS-HD-RUN-DATE(WS-HD-IDX) TO HRL-RUN-DATE.
004970     MOVE SPACES TO HRL-OPER-ID.
004980     MOVE 0 TO HRL-RESULT.
004990     MOVE 0 TO HRL-AUTH-LIMIT.
005000     MOVE WS-HD-SUPERVISOR-ID(WS-HD-IDX) TO HRL-SUPERVISOR-ID.
005010     MOVE "NOT ON HELD QUEUE - IGNORED" TO HRL-OUTCOME.
005020     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-LINE.
005030 3000-EXIT.
005040     EXIT.
005050
005060 9000-TERMINATE.
005070     IF NOT WS-DECISION-ERROR
005080         MOVE 0 TO WS-DECISION-SCAN-IDX
005090         PERFORM 3000-LIST-UNMATCHED THRU 3000-EXIT
005100             WS-DECISION-COUNT TIMES
005110     END-IF.
005120     MOVE "HELD ITEMS READ            : " TO HCL-LABEL.
005130     MOVE WS-HELD-READ-COUNT TO HCL-COUNT.
005140     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-COUNT-LINE.
005150     MOVE "ITEMS RELEASED             : " TO HCL-LABEL.
005160     MOVE WS-RELEASED-COUNT TO HCL-COUNT.
005170     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-COUNT-LINE.
005180     MOVE "ITEMS DECLINED             : " TO HCL-LABEL.
005190     MOVE WS-DECLINED-COUNT TO HCL-COUNT.
005200     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-COUNT-LINE.
005210     MOVE "ITEMS STILL HELD           : " TO HCL-LABEL.
005220     MOVE WS-CARRIED-COUNT TO HCL-COUNT.
005230     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-COUNT-LINE.
005240     MOVE "DECISIONS REFUSED          : " TO HCL-LABEL.
005250     MOVE WS-REFUSED-COUNT TO HCL-COUNT.
005260     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-COUNT-LINE.
005270     MOVE "DECISIONS NOT MATCHED      : " TO HCL-LABEL.
005280     MOVE WS-UNMATCHED-COUNT TO HCL-COUNT.
005290     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-COUNT-LINE.
005300     MOVE "DUPLICATE DECISIONS        : " TO HCL-LABEL.
005310     MOVE WS-DUPLICATE-COUNT TO HCL-COUNT.
005320     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-COUNT-LINE.
005330     MOVE "TOTAL RELEASED             : " TO HTL-LABEL.
005340     MOVE WS-EXPECTED-TOTAL-ACCUM TO HTL-TOTAL.
005350     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-TOTAL-LINE.
005360     MOVE "TOTAL DECLINED             : " TO HTL-LABEL.
005370     MOVE WS-DECLINED-TOTAL TO HTL-TOTAL.
005380     WRITE CALC-HELD-LIST-RECORD FROM WS-HRL-TOTAL-LINE.
005390     DISPLAY "Held items read = " WS-HELD-READ-COUNT.
005400     DISPLAY "Held items released = " WS-RELEASED-COUNT.
005410     DISPLAY "Held items declined = " WS-DECLINED-COUNT.
005420     DISPLAY "Held items carried forward = " WS-CARRIED-COUNT.
005430     DISPLAY "Decisions refused = " WS-REFUSED-COUNT.
005440     DISPLAY "Decisions not matched = " WS-UNMATCHED-COUNT.
005450     DISPLAY "Duplicate decisions = " WS-DUPLICATE-COUNT.
005460     CLOSE CALC-HELD-FILE.
005470     CLOSE CALC-HELD-NEW-FILE.
005480     CLOSE CALC-TXN-FILE.
005490     CLOSE CALC-RELEASE-XREF-FILE.
005500     CLOSE CALC-HELD-LIST-FILE.
005510     CLOSE CALC-HELD-AUDIT-FILE.
005520     PERFORM 9050-FINALIZE-CONTROL THRU 9050-EXIT.
005530     IF WS-REFUSED-COUNT > 0
005540         OR WS-UNMATCHED-COUNT > 0
005550         OR WS-DUPLICATE-COUNT > 0
005560         MOVE 4 TO RETURN-CODE
005570     END-IF.
005580     IF WS-DECISION-ERROR
005590         MOVE 12 TO RETURN-CODE
005600     END-IF.
005610 9000-EXIT.
005620     EXIT.
005630
005640 9050-FINALIZE-CONTROL.
005650     OPEN I-O CALC-TXN-FILE.
005660     READ CALC-TXN-FILE.
005670     MOVE WS-RELEASED-COUNT TO CTL-EXPECTED-COUNT.
005680     MOVE WS-EXPECTED-TOTAL-ACCUM TO CTL-EXPECTED-TOTAL.
005690     REWRITE CALC-TXN-RECORD.
005700     CLOSE CALC-TXN-FILE.
005710 9050-EXIT.
005720     EXIT.
