      *      IDX-BALANCE - ANY ACCOUNT THAT DOES NOT TIE IS FLAGGED
      *      AND THE RUN ENDS WITH RETURN-CODE 8. THE PERIOD IS THE
      *      CALENDAR MONTH OF THE DATECARD PROCESSING DATE.
      *2026-10-15 HCP FEECHRG SERVICE CHARGES ('F' AUDIT SOURCE) NOW
      *           PRINT AS SERVICE CHARGE INSTEAD OF OTHER.
      *2026-10-15 HCP ACCTCLS CLOSURE SETTLEMENTS ('L' AUDIT SOURCE)
      *           PRINT AS CLOSURE PAYOUT, ON BOTH THE CLOSED AND THE
      *           RECEIVING ACCOUNT.
      *2026-10-15 HCP A POSTING THAT WAS REVERSED, AND THE REVERSAL
      *           ITSELF, EACH PRINT A LINE UNDER THEIR MOVEMENT
      *           NAMING THE OTHER HALF OF THE PAIR BY REFERENCE AND
      *           DATE, TAKEN FROM THE REVERSAL RECORDS IN THE
      *           POSTING JOURNAL (TRNJRNL, OPTIONAL).
      *2026-10-15 HCP A RUN WHERE EVERY ACCOUNT TIES NOW RECORDS ITS
      *           PERIOD END ON MENDCTL AS THE LAST CLOSED PERIOD.
      *           THE PURGE STEP WILL NOT DROP AN AUDIT RECORD DATED
      *           AFTER IT. A RUN THAT DOES NOT TIE LEAVES MENDCTL AS
      *           IT WAS, AND A RERUN OF AN OLDER MONTH NEVER MOVES
      *           IT BACKWARDS.
      *2026-10-15 HCP TERM-DEPOSIT INTEREST ('T' AUDIT SOURCE) NOW
      *           PRINTS AS DEPOSIT INTEREST INSTEAD OF CREDIT, AND A
      *           REVERSED ONE STILL SHOWS ITS REVERSAL LINK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS ST-STMT.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                             STATUS ST-JOURNAL.
           SELECT MEND-CTL-FILE ASSIGN TO MENDCTL
                             STATUS ST-MENDCTL.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME 65-BYTE AUDIT LAYOUT AUDARCH ARCHIVES, IN ACCOUNT/
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- SAME LAYOUT TRNPOST WRITES TRNJRNLO FROM. ONLY THE 'R'
      *      RECORDS MATTER HERE: EACH CARRIES WHAT THE REVERSAL
      *      POSTED AND THE REFERENCE AND DATE OF THE ORIGINAL, WHICH
      *      POSTED THE EXACT OPPOSITE ON THE SAME KEYS.
       FD  JOURNAL-FILE RECORDING MODE F.
         01  JRNL-REC.
           05 JRNL-REF-I         PIC X(12).
           05 FILLER             PIC X(01).
           05 JRNL-DATE-I        PIC 9(08).
           05 FILLER             PIC X(01).
           05 JRNL-TYPE-I        PIC X(01).
           05 FILLER             PIC X(01).
           05 JRNL-ID-I          PIC X(05).
           05 FILLER             PIC X(01).
           05 JRNL-DVZ-I         PIC X(03).
           05 FILLER             PIC X(01).
           05 JRNL-DRCR-I        PIC X(01).
           05 FILLER             PIC X(01).
           05 JRNL-AMOUNT-I      PIC 9(15).
           05 FILLER             PIC X(01).
           05 JRNL-TO-ID-I       PIC X(05).
           05 FILLER             PIC X(01).
           05 JRNL-TO-DVZ-I      PIC X(03).
           05 FILLER             PIC X(01).
           05 JRNL-TO-AMOUNT-I   PIC 9(15).
           05 FILLER             PIC X(01).
           05 JRNL-REVERSED-I    PIC X(01).
           05 FILLER             PIC X(01).
           05 JRNL-LINK-REF-I    PIC X(12).
           05 FILLER             PIC X(01).
           05 JRNL-LINK-DATE-I   PIC 9(08).
           05 FILLER             PIC X(04).
      *---- ONE RECORD: THE END DATE OF THE LAST PERIOD WHOSE
      *      STATEMENTS ALL TIED. READ BY THE PURGE STEP.
       FD  MEND-CTL-FILE RECORDING MODE F.
         01  MEND-CTL-REC.
           05 MCTL-CLOSED-DATE   PIC 9(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
             88 STMT-OK                   VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-JOURNAL        PIC 9(02).
             88 JOURNAL-EOF               VALUE 10.
             88 JOURNAL-OK                VALUE 00 97.
           05 ST-MENDCTL        PIC 9(02).
             88 MENDCTL-OK                VALUE 00 97.
           05 WS-CLOSED-DATE    PIC 9(08).
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-PERIOD-START   PIC 9(08).
           05 WS-PERIOD-END     PIC 9(08).
             88 OPENING-NOT-SET          VALUE 'N'.
           05 WS-SOURCE-LABEL   PIC X(16).

      *---- ONE ENTRY PER POSTED LEG OF A REVERSAL PAIR THAT FALLS
      *      IN THE PERIOD - THE REVERSAL'S OWN LEGS AND ITS
      *      ORIGINAL'S - WITH THE SIGNED AMOUNT THE LEG MOVED THE
      *      BALANCE BY AND THE LINE TO PRINT UNDER IT. A LEG IS USED
      *      ONCE, SO TWO IDENTICAL SAME-DAY MOVEMENTS TAKE THEIR
      *      LINKS IN TURN.
         01  WS-LINK-TABLE.
           05 WS-LNK-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-LNK-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-LNK-IDX.
             10 WS-LNK-ID        PIC 9(05).
             10 WS-LNK-DVZ       PIC 9(03).
             10 WS-LNK-DATE      PIC 9(08).
             10 WS-LNK-DELTA     PIC S9(16) COMP-3.
             10 WS-LNK-TEXT      PIC X(40).
             10 WS-LNK-USED-SW   PIC X(01).
           05 WS-LNK-FOUND-SW    PIC X(01).
             88 LINK-FOUND                VALUE 'Y'.
             88 LINK-NOT-FOUND            VALUE 'N'.
           05 WS-NEW-LNK-ID      PIC 9(05).
           05 WS-NEW-LNK-DVZ     PIC 9(03).
           05 WS-NEW-LNK-DATE    PIC 9(08).
           05 WS-NEW-LNK-DELTA   PIC S9(16) COMP-3.
           05 WS-NEW-LNK-TEXT    PIC X(40).
           05 WS-REV-DATE        PIC 9(08).
           05 WS-ORIG-DATE       PIC 9(08).
           05 WS-REV-DELTA       PIC S9(16) COMP-3.
           05 WS-REV-TEXT        PIC X(40).
           05 WS-ORIG-TEXT       PIC X(40).

         01  WS-CONTROL-TOTALS.
           05 WS-ACCOUNT-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-MOVEMENT-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-UNTIED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-LINKED-COUNT    PIC 9(07) COMP VALUE 0.

         01  STMT-HEADER-1.
           05  FILLER         PIC X(26)
           05  FILLER         PIC X(01) VALUE SPACE.
           05 MVT-BALANCE-O   PIC -(15)9.
           05  FILLER         PIC X(20) VALUE SPACES.
         01  LINK-LINE.
           05  FILLER         PIC X(11) VALUE SPACES.
           05 LNK-TEXT-O      PIC X(40).
           05  FILLER         PIC X(29) VALUE SPACES.
         01  CLOSING-LINE.
           05  FILLER         PIC X(18) VALUE '  CLOSING BALANCE '.
           05 CLS-AMOUNT-O    PIC -(15)9.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-SET-PERIOD
           PERFORM H110-LOAD-REVERSAL-LINKS
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-READ-NEXT-ACCOUNT UNTIL UNLOAD-EOF
           PERFORM H900-WRITE-CONTROL-TOTALS
               - FUNCTION MOD (WS-PERIOD-END 100) + 1.
       H105-END. EXIT.

      *---- TRNJRNL IS OPTIONAL: WITHOUT IT THE STATEMENTS PRINT AS
      *      BEFORE, JUST WITHOUT THE PAIR LINES. A REVERSAL'S OWN
      *      LEGS ARE LINKED WHEN IT POSTED IN THE PERIOD, ITS
      *      ORIGINAL'S LEGS WHEN THE ORIGINAL DID - EITHER HALF CAN
      *      FALL IN A MONTH WITHOUT THE OTHER.
       H110-LOAD-REVERSAL-LINKS.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-OK
               READ JOURNAL-FILE
                   AT END SET JOURNAL-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-REVERSAL UNTIL JOURNAL-EOF
               CLOSE JOURNAL-FILE
           END-IF.
       H110-END. EXIT.

       LOAD-NEXT-REVERSAL.
           IF JRNL-TYPE-I = 'R' AND JRNL-DATE-I IS NUMERIC AND
              JRNL-LINK-DATE-I IS NUMERIC AND
              JRNL-ID-I IS NUMERIC AND JRNL-DVZ-I IS NUMERIC AND
              JRNL-AMOUNT-I IS NUMERIC
               PERFORM BUILD-REVERSAL-LINKS
           END-IF.
           READ JOURNAL-FILE
               AT END SET JOURNAL-EOF TO TRUE
           END-READ.
       LOAD-NEXT-REVERSAL-END. EXIT.

      *---- THE REVERSAL'S FIRST LEG IS ON ITS OWN KEY IN ITS OWN
      *      DIRECTION; A REVERSED TRANSFER ALSO CREDITS ITS TO-KEY.
      *      THE ORIGINAL MOVED THE SAME KEYS BY THE SAME AMOUNTS THE
      *      OTHER WAY.
       BUILD-REVERSAL-LINKS.
           MOVE JRNL-DATE-I      TO WS-REV-DATE.
           MOVE JRNL-LINK-DATE-I TO WS-ORIG-DATE.
           MOVE SPACES TO WS-REV-TEXT WS-ORIG-TEXT.
           STRING 'REVERSAL OF REF ' DELIMITED BY SIZE
                  JRNL-LINK-REF-I    DELIMITED BY SPACE
                  ' OF '             DELIMITED BY SIZE
                  JRNL-LINK-DATE-I   DELIMITED BY SIZE
               INTO WS-REV-TEXT
           END-STRING.
           STRING 'REVERSED BY REF ' DELIMITED BY SIZE
                  JRNL-REF-I         DELIMITED BY SPACE
                  ' ON '             DELIMITED BY SIZE
                  JRNL-DATE-I        DELIMITED BY SIZE
               INTO WS-ORIG-TEXT
           END-STRING.
           IF JRNL-DRCR-I = 'D'
               COMPUTE WS-REV-DELTA = 0 - JRNL-AMOUNT-I
           ELSE
               MOVE JRNL-AMOUNT-I TO WS-REV-DELTA
           END-IF.
           MOVE JRNL-ID-I  TO WS-NEW-LNK-ID.
           MOVE JRNL-DVZ-I TO WS-NEW-LNK-DVZ.
           PERFORM ADD-LINK-PAIR.
           IF JRNL-TO-ID-I IS NUMERIC AND JRNL-TO-DVZ-I IS NUMERIC
              AND JRNL-TO-AMOUNT-I IS NUMERIC
               MOVE JRNL-TO-AMOUNT-I TO WS-REV-DELTA
               MOVE JRNL-TO-ID-I     TO WS-NEW-LNK-ID
               MOVE JRNL-TO-DVZ-I    TO WS-NEW-LNK-DVZ
               PERFORM ADD-LINK-PAIR
           END-IF.
       BUILD-REVERSAL-LINKS-END. EXIT.

       ADD-LINK-PAIR.
           IF WS-REV-DATE >= WS-PERIOD-START AND
              WS-REV-DATE <= WS-PERIOD-END
               MOVE WS-REV-DATE  TO WS-NEW-LNK-DATE
               MOVE WS-REV-DELTA TO WS-NEW-LNK-DELTA
               MOVE WS-REV-TEXT  TO WS-NEW-LNK-TEXT
               PERFORM ADD-LINK-ENTRY
           END-IF.
           IF WS-ORIG-DATE >= WS-PERIOD-START AND
              WS-ORIG-DATE <= WS-PERIOD-END
               MOVE WS-ORIG-DATE TO WS-NEW-LNK-DATE
               COMPUTE WS-NEW-LNK-DELTA = 0 - WS-REV-DELTA
               MOVE WS-ORIG-TEXT TO WS-NEW-LNK-TEXT
               PERFORM ADD-LINK-ENTRY
           END-IF.
       ADD-LINK-PAIR-END. EXIT.

       ADD-LINK-ENTRY.
           IF WS-LNK-COUNT < 9999
               ADD 1 TO WS-LNK-COUNT
               SET WS-LNK-IDX TO WS-LNK-COUNT
               MOVE WS-NEW-LNK-ID    TO WS-LNK-ID(WS-LNK-IDX)
               MOVE WS-NEW-LNK-DVZ   TO WS-LNK-DVZ(WS-LNK-IDX)
               MOVE WS-NEW-LNK-DATE  TO WS-LNK-DATE(WS-LNK-IDX)
               MOVE WS-NEW-LNK-DELTA TO WS-LNK-DELTA(WS-LNK-IDX)
               MOVE WS-NEW-LNK-TEXT  TO WS-LNK-TEXT(WS-LNK-IDX)
               MOVE 'N'              TO WS-LNK-USED-SW(WS-LNK-IDX)
           ELSE
               DISPLAY 'WS-LINK-TABLE FULL, LINK NOT PRINTED FOR ID='
                   WS-NEW-LNK-ID
           END-IF.
       ADD-LINK-ENTRY-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO STMT-REC.
           MOVE WS-PERIOD-START TO SH1-START-O.
               MOVE WS-DELTA       TO MVT-AMOUNT-O
               MOVE WS-RUNNING     TO MVT-BALANCE-O
               WRITE STMT-REC FROM MOVEMENT-LINE
               IF HIST-SOURCE-I = 'M' OR HIST-SOURCE-I = 'T'
                   PERFORM WRITE-REVERSAL-LINK
               END-IF
           END-IF.
           PERFORM READ-NEXT-HISTORY.
       H500-END. EXIT.
           WRITE STMT-REC FROM CLOSING-LINE.
       H600-END. EXIT.

      *---- A POSTING-ENGINE MOVEMENT THAT MATCHES AN UNUSED LINK ON
      *      KEY, DATE AND SIGNED AMOUNT IS ONE HALF OF A REVERSAL
      *      PAIR, AND THE LINE UNDER IT NAMES THE OTHER HALF.
       WRITE-REVERSAL-LINK.
           SET LINK-NOT-FOUND TO TRUE.
           IF WS-LNK-COUNT > 0
               PERFORM SEARCH-REVERSAL-LINK
                   VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
                      OR LINK-FOUND
      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST SEES THE FLAG, SO IT IS BACKED UP
      *      BY ONE.
               IF LINK-FOUND
                   SET WS-LNK-IDX DOWN BY 1
                   MOVE 'Y' TO WS-LNK-USED-SW(WS-LNK-IDX)
                   ADD 1 TO WS-LINKED-COUNT
                   MOVE WS-LNK-TEXT(WS-LNK-IDX) TO LNK-TEXT-O
                   WRITE STMT-REC FROM LINK-LINE
               END-IF
           END-IF.
       WRITE-REVERSAL-LINK-END. EXIT.

       SEARCH-REVERSAL-LINK.
           IF WS-LNK-USED-SW(WS-LNK-IDX) = 'N' AND
              WS-LNK-ID(WS-LNK-IDX)    = HIST-ID-I AND
              WS-LNK-DVZ(WS-LNK-IDX)   = HIST-DVZ-I AND
              WS-LNK-DATE(WS-LNK-IDX)  = WS-HIST-DATE AND
              WS-LNK-DELTA(WS-LNK-IDX) = WS-DELTA
               SET LINK-FOUND TO TRUE
           END-IF.
       SEARCH-REVERSAL-LINK-END. EXIT.

       READ-NEXT-HISTORY.
           READ HIST-FILE
               AT END SET HIST-EOF TO TRUE
               WHEN 'C' MOVE 'MAINT CHANGE    ' TO WS-SOURCE-LABEL
               WHEN 'D' MOVE 'ACCOUNT DELETED ' TO WS-SOURCE-LABEL
               WHEN 'E' MOVE 'ESCHEATED       ' TO WS-SOURCE-LABEL
               WHEN 'F' MOVE 'SERVICE CHARGE  ' TO WS-SOURCE-LABEL
               WHEN 'L' MOVE 'CLOSURE PAYOUT  ' TO WS-SOURCE-LABEL
               WHEN 'T' MOVE 'DEPOSIT INTEREST' TO WS-SOURCE-LABEL
               WHEN OTHER
                        MOVE 'OTHER           ' TO WS-SOURCE-LABEL
           END-EVALUATE.
           MOVE 'PERIOD MOVEMENTS LISTED'  TO TOT-LABEL-O.
           MOVE WS-MOVEMENT-COUNT          TO TOT-VALUE-O.
           WRITE STMT-REC FROM TOTALS-DETAIL.
           MOVE 'REVERSAL LINKS PRINTED'   TO TOT-LABEL-O.
           MOVE WS-LINKED-COUNT            TO TOT-VALUE-O.
           WRITE STMT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS NOT TYING'       TO TOT-LABEL-O.
           MOVE WS-UNTIED-COUNT            TO TOT-VALUE-O.
           WRITE STMT-REC FROM TOTALS-DETAIL.
               DISPLAY 'STMTMEND: ' WS-UNTIED-COUNT
                   ' ACCOUNT(S) DO NOT TIE TO IDX-BALANCE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM H950-RECORD-PERIOD-CLOSED
           END-IF.
       H900-END. EXIT.

      *---- MENDCTL IS OPTIONAL ON INPUT - THE FIRST CLOSE EVER HAS
      *      NO PRIOR DATE. THE LATER OF THE PRIOR DATE AND THIS
      *      PERIOD'S END IS WRITTEN BACK.
       H950-RECORD-PERIOD-CLOSED.
           MOVE WS-PERIOD-END TO WS-CLOSED-DATE.
           OPEN INPUT MEND-CTL-FILE.
           IF MENDCTL-OK
               READ MEND-CTL-FILE
                   AT END CONTINUE
               END-READ
               IF MENDCTL-OK AND MCTL-CLOSED-DATE IS NUMERIC
                   AND MCTL-CLOSED-DATE > WS-CLOSED-DATE
                   MOVE MCTL-CLOSED-DATE TO WS-CLOSED-DATE
               END-IF
               CLOSE MEND-CTL-FILE
           END-IF.
           OPEN OUTPUT MEND-CTL-FILE.
           IF (NOT MENDCTL-OK)
               DISPLAY 'UNABLE TO OPEN MENDCTL: ' ST-MENDCTL
               MOVE ST-MENDCTL TO RETURN-CODE
           ELSE
               MOVE WS-CLOSED-DATE TO MCTL-CLOSED-DATE
               WRITE MEND-CTL-REC
               CLOSE MEND-CTL-FILE
           END-IF.
       H950-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE HIST-FILE
           CLOSE UNLOAD-FILE
