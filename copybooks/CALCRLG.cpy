000210*           CONTROL RECORD), RLG-RESTART-FLAG IS "Y" WHEN THE    *
000220*           EXECUTION RESUMED FROM A CHECKPOINT, AND             *
000230*           RLG-RETURN-CODE IS THE COMPLETION CODE THE RUN       *
000240*           ENDED WITH. RLG-HELD-COUNT/TOTAL COVER ITEMS HELD    *
000242*           FOR A SUPERVISOR BECAUSE THEY EXCEEDED THE KEYER'S   *
000244*           AUTHORITY LIMIT - PROCESSED BUT NOT POSTED.          *
000246*           RLG-NONBUS-FLAG IS "Y" WHEN RLG-RUN-DATE IS NOT A    *
000247*           BUSINESS DAY ON THE SHOP CALENDAR (CALCBCL.CPY) AND  *
000248*           "N" WHEN IT IS; RECORDS WRITTEN BEFORE THE FLAG      *
000249*           EXISTED CARRY A SPACE. RLG-RUN-SOURCE IS "C" FOR A   *
000249*           CALCCHAIN EXECUTION AND A SPACE FOR CALCULATRICE;    *
000249*           CHAIN RECORDS LEAVE RLG-NONBUS-FLAG BLANK AND        *
000249*           RLG-HELD-COUNT/TOTAL ZERO. INCLUDE UNDER A CALLER-   *
000250*           SUPPLIED 01-LEVEL GROUP ITEM.                        *
000260*----------------------------------------------------------------*
000270     05  RLG-RUN-DATE            PIC 9(08).
000280     05  RLG-EXEC-TIME           PIC 9(06).
000340     05  RLG-BALANCE-FLAG        PIC X(01).
000350     05  RLG-RESTART-FLAG        PIC X(01).
000360     05  RLG-RETURN-CODE         PIC 9(02).
000362     05  RLG-HELD-COUNT          PIC 9(07).
000364     05  RLG-HELD-TOTAL          PIC S9(09)V99
000366         SIGN LEADING SEPARATE.
000368     05  RLG-NONBUS-FLAG         PIC X(01).
000368     05  RLG-RUN-SOURCE          PIC X(01).
000368         88  RLG-CHAIN-RUN                 VALUE "C".
000370     05  FILLER                  PIC X(08).
000380
