000405*                REJECT CORRECTIONS UNDER THE MAKER/CHECKER       *
000406*                RULE. "WHO MADE THIS OPERATOR A SUPERVISOR AND   *
000407*                WHEN" IS ANSWERED BY THE SAME AUDIT REPORT.      *
000407* 2026-10-15  RH  ADDED THE OPERATOR'S AMOUNT AUTHORITY LIMIT     *
000407*                (OM-AUTH-LIMIT, ZERO = NO LIMIT) TO THE MASTER   *
000407*                AND TO THE REQUEST RECORD. A BLANK LIMIT ON A    *
000407*                CHANGE LEAVES IT AS IT STANDS; A NON-NUMERIC ONE *
000407*                REJECTS "INVALID LIMIT". EVERY APPLIED LINE ON   *
000407*                THE AUDIT REPORT IS NOW FOLLOWED BY THE          *
000407*                BEFORE/AFTER AUTHORITY LIMIT, SO A RAISED LIMIT  *
000407*                IS AS TRACEABLE AS A NEW SUPERVISOR.             *
000410*----------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000690     COPY CALCOM
000700         REPLACING ==OM-OPER-ID==     BY ==OMN-OPER-ID==
000710                   ==OM-OPER-NAME==   BY ==OMN-OPER-NAME==
000720                   ==OM-OPER-STATUS== BY ==OMN-OPER-STATUS==
000725                   ==OM-AUTH-LIMIT==  BY ==OMN-AUTH-LIMIT==.
000730 FD  CALC-OPER-AUDIT-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000960         10  WS-OM-OPER-ID          PIC X(08).
000970         10  WS-OM-OPER-NAME        PIC X(20).
000980         10  WS-OM-OPER-STATUS      PIC X(01).
000985         10  WS-OM-AUTH-LIMIT       PIC 9(07)V99.
000990 01  WS-AUDIT-HEADING-1.
001000     05  FILLER                 PIC X(36) VALUE
001010         "OPERATOR MASTER MAINTENANCE AUDIT".
001270     05  FILLER                 PIC X(01) VALUE SPACES.
001280     05  OAL-DISPOSITION        PIC X(30).
001290     05  FILLER                 PIC X(06) VALUE SPACES.
001292 01  WS-AUDIT-LIMIT-LINE.
001293     05  FILLER                 PIC X(20) VALUE SPACES.
001294     05  FILLER                 PIC X(22) VALUE
001295         "AUTHORITY LIMIT BEFORE".
001296     05  FILLER                 PIC X(01) VALUE SPACES.
001297     05  OLL-BEFORE-LIMIT       PIC Z,ZZZ,ZZ9.99.
001298     05  FILLER                 PIC X(08) VALUE "  AFTER ".
001299     05  OLL-AFTER-LIMIT        PIC Z,ZZZ,ZZ9.99.
001300     05  FILLER                 PIC X(25) VALUE SPACES.
001301 01  WS-AUDIT-TOTAL-LINE.
001310     05  FILLER                 PIC X(20) VALUE
001320         "REQUESTS READ     : ".
001330     05  WAT-REQUEST-COUNT      PIC ZZZ,ZZ9.
001930             MOVE OM-OPER-ID TO WS-OM-OPER-ID(WS-OM-IDX)
001940             MOVE OM-OPER-NAME TO WS-OM-OPER-NAME(WS-OM-IDX)
001950             MOVE OM-OPER-STATUS TO WS-OM-OPER-STATUS(WS-OM-IDX)
001955             MOVE OM-AUTH-LIMIT TO WS-OM-AUTH-LIMIT(WS-OM-IDX)
001960     END-READ.
001970 1310-EXIT.
001980     EXIT.
002650         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002660         GO TO 2300-EXIT
002670     END-IF.
002672     IF OMR-AUTH-LIMIT-X NOT = SPACES
002674         AND OMR-AUTH-LIMIT-X NOT NUMERIC
002676         MOVE SPACES TO OAL-AFTER-NAME
002678         MOVE SPACE  TO OAL-AFTER-STATUS
002680         MOVE "REJECTED - INVALID LIMIT" TO OAL-DISPOSITION
002682         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002684         GO TO 2300-EXIT
002686     END-IF.
002688     ADD 1 TO WS-OPER-MASTER-COUNT.
002690     SET WS-OM-IDX TO WS-OPER-MASTER-COUNT.
002700     MOVE OMR-OPER-ID TO WS-OM-OPER-ID(WS-OM-IDX).
002710     MOVE OMR-OPER-NAME TO WS-OM-OPER-NAME(WS-OM-IDX).
002720     MOVE OMR-OPER-STATUS TO WS-OM-OPER-STATUS(WS-OM-IDX).
002722     MOVE 0 TO WS-OM-AUTH-LIMIT(WS-OM-IDX).
002724     IF OMR-AUTH-LIMIT-X NOT = SPACES
002726         MOVE OMR-AUTH-LIMIT TO WS-OM-AUTH-LIMIT(WS-OM-IDX)
002728     END-IF.
002730     MOVE "APPLIED - ADDED" TO OAL-DISPOSITION.
002735     MOVE 0 TO OLL-BEFORE-LIMIT.
002740     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
002750 2300-EXIT.
002760     EXIT.
002960         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002970         GO TO 2400-EXIT
002980     END-IF.
002982     IF OMR-AUTH-LIMIT-X NOT = SPACES
002984         AND OMR-AUTH-LIMIT-X NOT NUMERIC
002986         MOVE WS-OM-OPER-NAME(WS-OM-IDX) TO OAL-AFTER-NAME
002988         MOVE WS-OM-OPER-STATUS(WS-OM-IDX) TO OAL-AFTER-STATUS
002990         MOVE "REJECTED - INVALID LIMIT" TO OAL-DISPOSITION
002992         PERFORM 2900-WRITE-AUDIT-REJECT THRU 2900-EXIT
002994         GO TO 2400-EXIT
002996     END-IF.
002998     MOVE WS-OM-AUTH-LIMIT(WS-OM-IDX) TO OLL-BEFORE-LIMIT.
002999     IF OMR-OPER-NAME NOT = SPACES
003000         MOVE OMR-OPER-NAME TO WS-OM-OPER-NAME(WS-OM-IDX)
003010     END-IF.
003020     IF OMR-OPER-STATUS NOT = SPACE
003030         MOVE OMR-OPER-STATUS TO WS-OM-OPER-STATUS(WS-OM-IDX)
003040     END-IF.
003042     IF OMR-AUTH-LIMIT-X NOT = SPACES
003044         MOVE OMR-AUTH-LIMIT TO WS-OM-AUTH-LIMIT(WS-OM-IDX)
003046     END-IF.
003050     MOVE "APPLIED - CHANGED" TO OAL-DISPOSITION.
003060     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
003070 2400-EXIT.
003200     MOVE WS-OM-OPER-NAME(WS-OM-IDX) TO OAL-BEFORE-NAME.
003210     MOVE WS-OM-OPER-STATUS(WS-OM-IDX) TO OAL-BEFORE-STATUS.
003220     MOVE "I" TO WS-OM-OPER-STATUS(WS-OM-IDX).
003225     MOVE WS-OM-AUTH-LIMIT(WS-OM-IDX) TO OLL-BEFORE-LIMIT.
003230     MOVE "APPLIED - DEACTIVATED" TO OAL-DISPOSITION.
003240     PERFORM 2800-WRITE-AUDIT-APPLIED THRU 2800-EXIT.
003250 2500-EXIT.
003320     MOVE OMR-OPER-ID TO OAL-OPER-ID.
003330     MOVE OMR-REQUESTED-BY TO OAL-REQUESTED-BY.
003340     WRITE CALC-OPER-AUDIT-RECORD FROM WS-AUDIT-LINE.
003342     MOVE WS-OM-AUTH-LIMIT(WS-OM-IDX) TO OLL-AFTER-LIMIT.
003344     WRITE CALC-OPER-AUDIT-RECORD FROM WS-AUDIT-LIMIT-LINE.
003350     ADD 1 TO WS-APPLIED-COUNT.
003360 2800-EXIT.
003370     EXIT.
003820     MOVE WS-OM-OPER-ID(WS-OM-IDX) TO OMN-OPER-ID.
003830     MOVE WS-OM-OPER-NAME(WS-OM-IDX) TO OMN-OPER-NAME.
003840     MOVE WS-OM-OPER-STATUS(WS-OM-IDX) TO OMN-OPER-STATUS.
003845     MOVE WS-OM-AUTH-LIMIT(WS-OM-IDX) TO OMN-AUTH-LIMIT.
003850     WRITE CALC-OPER-MASTER-NEW-RECORD.
003860 9110-EXIT.
003870     EXIT.
