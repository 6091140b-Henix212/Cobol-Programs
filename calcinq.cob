000332*                OPENED SWITCH - WHEN ONLY ONE OF THE TWO OPENS   *
000333*                FAILED, THE ONE THAT DID OPEN WAS LEFT UNCLOSED  *
000334*                ON THE ERROR PATH.                               *
000334* 2026-10-15  RH  A POSTED ANSWER NOW ALSO CHECKS THE KEYED       *
000334*                REVERSAL REGISTER CALCRVK (CALCRVK.CPY, WRITTEN  *
000334*                BY CALCREV AND REBUILT BY CALCHLOD) UNDER THE    *
000334*                MATCHED TXN-ID AND RUN DATE. A TRANSACTION THAT  *
000334*                HAS SINCE BEEN BACKED OUT ANSWERS "POSTED -      *
000334*                REVERSED ON CCYYMMDD" WITH REASON CODE "REVD"    *
000334*                INSTEAD OF PLAIN "POSTED", AND A "REV" ENTRY     *
000334*                ITSELF ANSWERS "REVERSAL OF" THE TXN-ID IT BACKS *
000334*                OUT. CALCRVK IS OPENED AND CLOSED UNDER ITS OWN  *
000334*                SWITCH LIKE THE OTHER KEYED FILES.               *
000334* 2026-10-15  RH  A TXN-ID FOUND ON NEITHER KEYED ARCHIVE IS NOW  *
000334*                LOOKED FOR ON THE HELD-FOR-AUTHORITY QUEUE       *
000334*                CALCHLD (CALCHLD.CPY, WRITTEN BY CALCULATRICE,   *
000334*                CARRIED FORWARD BY CALCHREL). AN ITEM STILL      *
000334*                WAITING THERE ANSWERS "HELD" WITH REASON CODE    *
000334*                AUTH, THE KEYER AND THE HELD RESULT. THE QUEUE   *
000334*                IS SMALL AND SEQUENTIAL, SO IT IS OPENED,        *
000334*                SCANNED AND CLOSED PER REQUEST; IF IT CANNOT BE  *
000334*                OPENED THE REQUEST ANSWERS NOT FOUND AS BEFORE   *
000334*                AND A WARNING IS DISPLAYED ONCE.                 *
000334* 2026-10-15  RH  A POSTED TRANSACTION ON THE REVERSAL REGISTER   *
000334*                ONLY ANSWERS "POSTED - REVERSED ON" (REVD) ONCE  *
000334*                THE "REV" ENTRY CALCREV GENERATED HAS ITSELF     *
000334*                POSTED (2460-CHECK-REV-POSTED). WHILE THAT ENTRY *
000334*                IS STILL WAITING FOR CALCJOB, OR WAS REJECTED    *
000334*                AND NOT YET CORRECTED THROUGH CALCRCOR, IT       *
000334*                ANSWERS "REVERSAL PENDING FROM CCYYMMDD" WITH    *
000334*                REASON CODE REVP, COUNTED SEPARATELY.            *
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000372         ACCESS MODE IS DYNAMIC
000373         RECORD KEY IS RJK-KEY
000380         FILE STATUS IS WS-REJECT-FILE-STATUS.
000381     SELECT CALC-REV-KEYED-FILE ASSIGN TO CALCRVK
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000384         RECORD KEY IS RVK-KEY
000385         FILE STATUS IS WS-REV-FILE-STATUS.
000386     SELECT CALC-HELD-FILE ASSIGN TO CALCHLD
000387         ORGANIZATION IS SEQUENTIAL
000388         FILE STATUS IS WS-HELD-FILE-STATUS.
000390     SELECT CALC-INQUIRY-REQUEST-FILE ASSIGN TO CALCINQR
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT CALC-INQUIRY-REPORT-FILE ASSIGN TO CALCINQO
000640     LABEL RECORDS ARE STANDARD.
000650 01  CALC-REJECT-HISTORY-RECORD.
000660     COPY CALCRJK.
000661 FD  CALC-REV-KEYED-FILE
000662     LABEL RECORDS ARE STANDARD.
000663 01  CALC-REV-KEYED-RECORD.
000664     COPY CALCRVK.
000665 FD  CALC-HELD-FILE
000666     RECORDING MODE IS F
000667     LABEL RECORDS ARE STANDARD.
000668 01  CALC-HELD-RECORD.
000669     COPY CALCHLD.
000820 FD  CALC-INQUIRY-REQUEST-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
001020     88  WS-POSTED-OPEN                  VALUE "Y".
001021 77  WS-REJECT-OPEN-SWITCH     PIC X(01) VALUE "N".
001022     88  WS-REJECT-OPEN                  VALUE "Y".
001022 77  WS-REV-FILE-STATUS        PIC X(02) VALUE SPACES.
001022 77  WS-REV-OPEN-SWITCH        PIC X(01) VALUE "N".
001022     88  WS-REV-OPEN                     VALUE "Y".
001022 77  WS-REV-POSTED-SWITCH      PIC X(01) VALUE "N".
001022     88  WS-REV-POSTED                   VALUE "Y".
001023 77  WS-HELD-FILE-STATUS       PIC X(02) VALUE SPACES.
001023 77  WS-HELD-EOF-SWITCH        PIC X(01) VALUE "N".
001023     88  WS-HELD-EOF                     VALUE "Y".
001023 77  WS-HELD-FOUND-SWITCH      PIC X(01) VALUE "N".
001023     88  WS-HELD-FOUND                   VALUE "Y".
001023 77  WS-HELD-WARNED-SWITCH     PIC X(01) VALUE "N".
001023     88  WS-HELD-WARNED                  VALUE "Y".
001020 77  WS-POSTED-ANSWER-COUNT    PIC 9(07) COMP VALUE 0.
001030 77  WS-REJECTED-ANSWER-COUNT  PIC 9(07) COMP VALUE 0.
001040 77  WS-NOT-FOUND-COUNT        PIC 9(07) COMP VALUE 0.
001041 77  WS-POSTED-DUP-COUNT       PIC 9(07) COMP VALUE 0.
001042 77  WS-REJECTED-DUP-COUNT     PIC 9(07) COMP VALUE 0.
001042 77  WS-REVERSED-ANSWER-COUNT  PIC 9(07) COMP VALUE 0.
001042 77  WS-REV-PENDING-COUNT      PIC 9(07) COMP VALUE 0.
001042 77  WS-HELD-ANSWER-COUNT      PIC 9(07) COMP VALUE 0.
001043 01  WS-POSTED-MATCH.
001044     05  WS-POSTED-MATCH-OPER-ID    PIC X(08).
001045     05  WS-POSTED-MATCH-RESULT     PIC S9(07)V99
001046         SIGN LEADING SEPARATE.
001046     05  WS-POSTED-MATCH-RUN-DATE   PIC 9(08).
001046     05  WS-POSTED-MATCH-OPERATOR   PIC XXX.
001046     05  WS-POSTED-MATCH-NUM2-X     PIC X(10).
001047 01  WS-REJECT-MATCH.
001048     05  WS-REJECT-MATCH-OPER-ID    PIC X(08).
001049     05  WS-REJECT-MATCH-REASON-CODE  PIC X(04).
001050     05  WS-REJECT-MATCH-REASON-TEXT  PIC X(30).
001051 01  WS-REVERSED-ON-TEXT.
001052     05  FILLER                 PIC X(21) VALUE
001053         "POSTED - REVERSED ON ".
001054     05  WRO-REV-RUN-DATE       PIC 9(08).
001055     05  FILLER                 PIC X(03) VALUE SPACES.
001055 01  WS-REVERSAL-PENDING-TEXT.
001055     05  FILLER                 PIC X(22) VALUE
001055         "REVERSAL PENDING FROM ".
001055     05  WRP-REV-RUN-DATE       PIC 9(08).
001055     05  FILLER                 PIC X(02) VALUE SPACES.
001056 01  WS-REVERSAL-OF-TEXT.
001057     05  FILLER                 PIC X(12) VALUE
001058         "REVERSAL OF ".
001059     05  WRF-ORIG-TXN-ID        PIC X(10).
001060     05  FILLER                 PIC X(10) VALUE SPACES.
001061 01  WS-HELD-MATCH.
001062     05  WS-HELD-MATCH-OPER-ID      PIC X(08).
001063     05  WS-HELD-MATCH-RESULT       PIC S9(07)V99
001064         SIGN LEADING SEPARATE.
001190 01  WS-INQUIRY-HEADING.
001200     05  FILLER                 PIC X(31) VALUE
001210         "TRANSACTION STATUS INQUIRY".
001434     ELSE
001434         MOVE "Y" TO WS-REJECT-OPEN-SWITCH
001434     END-IF.
001434     OPEN INPUT  CALC-REV-KEYED-FILE.
001434     IF WS-REV-FILE-STATUS NOT = "00"
001434         DISPLAY "ERROR - CALCRVK OPEN FAILED - STATUS "
001434             WS-REV-FILE-STATUS " - RUN CALCHLOD TO BUILD "
001434             "THE KEYED ARCHIVES"
001434         MOVE "Y" TO WS-ARCHIVE-ERROR-SWITCH
001434     ELSE
001434         MOVE "Y" TO WS-REV-OPEN-SWITCH
001434     END-IF.
001435     IF WS-ARCHIVE-ERROR
001436         MOVE "Y" TO WS-REQUEST-EOF-SWITCH
001437         GO TO 1000-EXIT
002356             MOVE "Y" TO WS-POSTED-FOUND-SWITCH
002357             MOVE PHK-OPER-ID TO WS-POSTED-MATCH-OPER-ID
002358             MOVE PHK-RESULT  TO WS-POSTED-MATCH-RESULT
002358             MOVE PHK-RUN-DATE TO WS-POSTED-MATCH-RUN-DATE
002358             MOVE PHK-OPERATOR TO WS-POSTED-MATCH-OPERATOR
002358             MOVE PHK-NUM2-X  TO WS-POSTED-MATCH-NUM2-X
002359         END-IF
002360     END-IF.
002380     PERFORM 2210-READ-POSTED THRU 2210-EXIT.
002510     IF WS-REJECT-FOUND
002520         PERFORM 2600-WRITE-REJECTED-ANSWER THRU 2600-EXIT
002530     ELSE
002540         PERFORM 2350-SEARCH-HELD-QUEUE THRU 2350-EXIT
002550     END-IF.
002560 2300-EXIT.
002570     EXIT.
002700     PERFORM 2310-READ-REJECT THRU 2310-EXIT.
002720 2320-EXIT.
002730     EXIT.
002731
002732 2350-SEARCH-HELD-QUEUE.
002733     MOVE "N" TO WS-HELD-FOUND-SWITCH.
002734     MOVE "N" TO WS-HELD-EOF-SWITCH.
002735     OPEN INPUT CALC-HELD-FILE.
002736     IF WS-HELD-FILE-STATUS NOT = "00"
002737         IF NOT WS-HELD-WARNED
002738             DISPLAY "WARNING - CALCHLD OPEN FAILED - STATUS "
002739                 WS-HELD-FILE-STATUS " - HELD ITEMS NOT CHECKED"
002740             MOVE "Y" TO WS-HELD-WARNED-SWITCH
002741         END-IF
002742         PERFORM 2500-WRITE-NOT-FOUND-ANSWER THRU 2500-EXIT
002743         GO TO 2350-EXIT
002744     END-IF.
002745     PERFORM 2360-READ-HELD THRU 2360-EXIT.
002746     PERFORM 2370-SCAN-HELD THRU 2370-EXIT
002747         UNTIL WS-HELD-EOF.
002748     CLOSE CALC-HELD-FILE.
002749     IF WS-HELD-FOUND
002750         PERFORM 2700-WRITE-HELD-ANSWER THRU 2700-EXIT
002751     ELSE
002752         PERFORM 2500-WRITE-NOT-FOUND-ANSWER THRU 2500-EXIT
002753     END-IF.
002754 2350-EXIT.
002755     EXIT.
002756
002757 2360-READ-HELD.
002758     READ CALC-HELD-FILE
002759         AT END MOVE "Y" TO WS-HELD-EOF-SWITCH
002760     END-READ.
002761 2360-EXIT.
002762     EXIT.
002763
002764 2370-SCAN-HELD.
002765     IF HLD-TXN-ID = INQ-TXN-ID
002766         AND (INQ-RUN-DATE = 0
002767             OR HLD-RUN-DATE = INQ-RUN-DATE)
002768         MOVE "Y" TO WS-HELD-FOUND-SWITCH
002769         MOVE HLD-OPER-ID TO WS-HELD-MATCH-OPER-ID
002770         MOVE HLD-RESULT  TO WS-HELD-MATCH-RESULT
002771         MOVE "Y" TO WS-HELD-EOF-SWITCH
002772         GO TO 2370-EXIT
002773     END-IF.
002774     PERFORM 2360-READ-HELD THRU 2360-EXIT.
002775 2370-EXIT.
002776     EXIT.
002740
002750 2400-WRITE-POSTED-ANSWER.
002760     MOVE INQ-TXN-ID TO IAL-TXN-ID.
002790     MOVE WS-POSTED-MATCH-RESULT TO IAL-RESULT.
002800     MOVE SPACES TO IAL-REASON-CODE.
002810     MOVE SPACES TO IAL-REASON-TEXT.
002811     IF WS-POSTED-MATCH-OPERATOR = "REV"
002812         MOVE "REV" TO IAL-REASON-CODE
002813         MOVE WS-POSTED-MATCH-NUM2-X TO WRF-ORIG-TXN-ID
002814         MOVE WS-REVERSAL-OF-TEXT TO IAL-REASON-TEXT
002815     END-IF.
002816     IF NOT WS-POSTED-MULTIPLE
002817         PERFORM 2450-CHECK-REVERSED THRU 2450-EXIT
002818     END-IF.
002820     WRITE CALC-INQUIRY-REPORT-RECORD FROM WS-INQUIRY-ANSWER-LINE.
002830     ADD 1 TO WS-POSTED-ANSWER-COUNT.
002840 2400-EXIT.
002850     EXIT.
002851
002852 2450-CHECK-REVERSED.
002853     MOVE INQ-TXN-ID TO RVK-ORIG-TXN-ID.
002854     MOVE WS-POSTED-MATCH-RUN-DATE TO RVK-ORIG-RUN-DATE.
002855     READ CALC-REV-KEYED-FILE
002856         INVALID KEY
002857             CONTINUE
002858         NOT INVALID KEY
002858             PERFORM 2460-CHECK-REV-POSTED THRU 2460-EXIT
002858     END-READ.
002858 2450-EXIT.
002858     EXIT.
002858
002858*----------------------------------------------------------------*
002858* 2460-CHECK-REV-POSTED - THE REGISTER ENTRY ONLY MEANS          *
002858* "REVERSED" ONCE ITS "REV" ENTRY IS ITSELF ON THE POSTED        *
002858* ARCHIVE, ON ITS OWN RUN DATE OR LATER (A REJECTED REVERSAL     *
002858* CORRECTED BY CALCRCOR KEEPS ITS TXN-ID). UNTIL THEN THE        *
002858* ORIGINAL ANSWERS "REVERSAL PENDING FROM" WITH CODE REVP.       *
002858*----------------------------------------------------------------*
002858 2460-CHECK-REV-POSTED.
002858     MOVE "N" TO WS-REV-POSTED-SWITCH.
002858     MOVE "N" TO WS-POSTED-EOF-SWITCH.
002858     MOVE RVK-NEW-TXN-ID TO PHK-TXN-ID.
002858     MOVE RVK-RUN-DATE TO PHK-RUN-DATE.
002858     MOVE ZEROS TO PHK-RUN-TIME.
002858     START CALC-POSTED-HISTORY-FILE KEY NOT < PHK-KEY
002858         INVALID KEY MOVE "Y" TO WS-POSTED-EOF-SWITCH
002858     END-START.
002858     IF NOT WS-POSTED-EOF
002858         PERFORM 2210-READ-POSTED THRU 2210-EXIT
002858     END-IF.
002858     PERFORM 2470-SCAN-REV-POSTED THRU 2470-EXIT
002858         UNTIL WS-POSTED-EOF OR WS-REV-POSTED.
002858     IF WS-REV-POSTED
002858         MOVE "REVD" TO IAL-REASON-CODE
002858         MOVE RVK-RUN-DATE TO WRO-REV-RUN-DATE
002858         MOVE WS-REVERSED-ON-TEXT TO IAL-REASON-TEXT
002858         ADD 1 TO WS-REVERSED-ANSWER-COUNT
002858     ELSE
002858         MOVE "REVP" TO IAL-REASON-CODE
002858         MOVE RVK-RUN-DATE TO WRP-REV-RUN-DATE
002858         MOVE WS-REVERSAL-PENDING-TEXT TO IAL-REASON-TEXT
002858         ADD 1 TO WS-REV-PENDING-COUNT
002858     END-IF.
002858 2460-EXIT.
002858     EXIT.
002858
002858 2470-SCAN-REV-POSTED.
002858     IF PHK-TXN-ID NOT = RVK-NEW-TXN-ID
002858         MOVE "Y" TO WS-POSTED-EOF-SWITCH
002858         GO TO 2470-EXIT
002858     END-IF.
002858     IF PHK-OPERATOR = "REV"
002858         AND PHK-NUM2-X = RVK-ORIG-TXN-ID
002858         MOVE "Y" TO WS-REV-POSTED-SWITCH
002858         GO TO 2470-EXIT
002858     END-IF.
002858     PERFORM 2210-READ-POSTED THRU 2210-EXIT.
002858 2470-EXIT.
002858     EXIT.
002860
002870 2500-WRITE-NOT-FOUND-ANSWER.
002880     MOVE INQ-TXN-ID TO IAL-TXN-ID.
003070     ADD 1 TO WS-REJECTED-ANSWER-COUNT.
003080 2600-EXIT.
003090     EXIT.
003091
003092 2700-WRITE-HELD-ANSWER.
003093     MOVE INQ-TXN-ID TO IAL-TXN-ID.
003094     MOVE "HELD" TO IAL-STATUS.
003095     MOVE WS-HELD-MATCH-OPER-ID TO IAL-OPER-ID.
003096     MOVE WS-HELD-MATCH-RESULT TO IAL-RESULT.
003097     MOVE "AUTH" TO IAL-REASON-CODE.
003098     MOVE "AWAITING SUPERVISOR RELEASE" TO IAL-REASON-TEXT.
003099     WRITE CALC-INQUIRY-REPORT-RECORD FROM WS-INQUIRY-ANSWER-LINE.
003100     ADD 1 TO WS-HELD-ANSWER-COUNT.
003101 2700-EXIT.
003102     EXIT.
003100
003110 9000-TERMINATE.
003120     DISPLAY "Transactions found posted = " WS-POSTED-ANSWER-COUNT.
003150     DISPLAY "Transactions not found = " WS-NOT-FOUND-COUNT.
003155     DISPLAY "Ambiguous posted matches = " WS-POSTED-DUP-COUNT.
003156     DISPLAY "Ambiguous reject matches = " WS-REJECTED-DUP-COUNT.
003157     DISPLAY "Posted transactions since reversed = "
003158         WS-REVERSED-ANSWER-COUNT.
003158     DISPLAY "Posted transactions with reversal pending = "
003158         WS-REV-PENDING-COUNT.
003159     DISPLAY "Transactions held for authority = "
003159         WS-HELD-ANSWER-COUNT.
003160     CLOSE CALC-INQUIRY-REQUEST-FILE.
003170     CLOSE CALC-INQUIRY-REPORT-FILE.
003171     IF WS-POSTED-OPEN
003173     IF WS-REJECT-OPEN
003173         CLOSE CALC-REJECT-HISTORY-FILE
003174     END-IF.
003174     IF WS-REV-OPEN
003174         CLOSE CALC-REV-KEYED-FILE
003174     END-IF.
003175     IF WS-ARCHIVE-ERROR
003176         MOVE 12 TO RETURN-CODE
003177     END-IF.
