       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXAPRV.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- ONLINE CICS CHECKER TRANSACTION FOR IDXMNTO'S DUAL
      *      CONTROL. A BALANCE ADJUSTMENT OR OVERDRAFT LIMIT RAISE
      *      ABOVE THE MKCKPRM THRESHOLD IS NOT APPLIED BY IDXMNTO -
      *      IT WAITS ON IDXPEND UNDER THE MAKER'S USER ID. A SECOND,
      *      DIFFERENT USER PASSES THE PENDING REFERENCE IN THE
      *      COMMAREA WITH 'A' TO APPROVE OR 'R' TO REJECT. AN
      *      APPROVAL RUNS IDXMNTO'S GUARDS AGAIN AGAINST THE ACCOUNT
      *      AS IT STANDS NOW, REWRITES THE IDX-REC AND WRITES THE
      *      USUAL PRE/POST-BALANCE AUDIT RECORD TO AUDT; EVERY
      *      DECISION ALSO GOES TO THE AUDD QUEUE AS A DUAL-CONTROL
      *      AUDIT RECORD CARRYING BOTH USER IDS. AN ITEM OLDER THAN
      *      THE EXPIRY HOURS CAN NO LONGER BE DECIDED - IT IS MARKED
      *      EXPIRED AND THE MAKER HAS TO START AGAIN.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-RESP           PIC S9(08) COMP.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-NO-COMMAREA-MSG PIC X(27)
               VALUE 'IDXAPRV REQUIRES A COMMAREA'.
           05 WS-USERID         PIC X(08).
           05 WS-EXPIRY-HOURS   PIC S9(04) COMP.
           05 WS-NOW-MINUTES    PIC S9(11) COMP-3.
           05 WS-MADE-MINUTES   PIC S9(11) COMP-3.
           05 WS-STAMP-DATE     PIC 9(08).
           05 WS-STAMP-HH       PIC 9(02).
           05 WS-STAMP-MI       PIC 9(02).

      *---- SAME MIN/MAX WINDOW AND HOLD RULE IDXMNTO APPLIES WHEN
      *      THE MAKER KEYS THE ITEM - CHECKED AGAIN HERE BECAUSE THE
      *      BALANCE MAY HAVE MOVED WHILE THE ITEM WAITED.
         01  WS-BALANCE-GUARD-DATA.
           05 WS-BALANCE-MIN-LIMIT  PIC S9(15) COMP-3 VALUE 0.
           05 WS-BALANCE-MAX-LIMIT  PIC S9(15) COMP-3
                                     VALUE 99999999999999.
           05 WS-PRE-BALANCE        PIC S9(15) COMP-3.
           05 WS-POST-BALANCE       PIC S9(16) COMP-3.
           05 WS-ACCT-MIN-LIMIT     PIC S9(16) COMP-3.
           05 WS-POST-AVAILABLE     PIC S9(17) COMP-3.
           05 WS-HELD-TOTAL         PIC S9(15) COMP-3.
           05 WS-HELD-READ-SW       PIC X(01).
             88 HELD-TOTAL-KNOWN             VALUE 'Y'.
             88 HELD-TOTAL-UNKNOWN           VALUE 'N'.

      *---- SAME LAYOUT IDXMNTO READS THE THRESHOLD FROM.
         01  MKPRM-REC.
           03 MKPRM-KEY             PIC X(04).
           03 MKPRM-THRESHOLD       PIC S9(15) COMP-3.
           03 MKPRM-EXPIRY-HOURS    PIC S9(04) COMP.

      *---- SAME LAYOUT IDXMNTO WRITES THE PENDING ITEM WITH.
         01  PEND-REC.
           03 PEND-KEY.
              05 PEND-REF       PIC 9(12).
           03 PEND-STATUS       PIC X(01).
             88 PEND-IS-PENDING           VALUE 'P'.
             88 PEND-IS-APPROVED          VALUE 'A'.
             88 PEND-IS-REJECTED          VALUE 'R'.
             88 PEND-IS-EXPIRED           VALUE 'X'.
           03 PEND-ACTION       PIC X(01).
             88 PEND-BALANCE-ADJUST       VALUE 'B'.
             88 PEND-ODLIMIT-SET          VALUE 'O'.
           03 PEND-ID           PIC S9(05) COMP-3.
           03 PEND-DVZ          PIC S9(03) COMP.
           03 PEND-ADJUST       PIC S9(15) COMP-3.
           03 PEND-ODLIMIT      PIC S9(15) COMP-3.
           03 PEND-OLD-ODLIMIT  PIC S9(15) COMP-3.
           03 PEND-REASON       PIC X(03).
           03 PEND-MAKER        PIC X(08).
           03 PEND-MADE-STAMP   PIC X(14).
           03 PEND-CHECKER      PIC X(08).
           03 PEND-DECIDED-STAMP PIC X(14).
           03 PEND-CHECK-REASON PIC X(03).
           03 PEND-PRE-BALANCE  PIC S9(15) COMP-3.
           03 PEND-POST-BALANCE PIC S9(15) COMP-3.

         01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID         PIC S9(05) COMP-3.
              05 IDX-DVZ        PIC S9(03) COMP.
           03 IDX-NAME          PIC X(15).
           03 IDX-SURNAME       PIC X(15).
           03 IDX-ODATE         PIC S9(07) COMP-3.
           03 IDX-BALANCE       PIC S9(15) COMP-3.
           03 IDX-LASTACT       PIC S9(07) COMP-3.
           03 IDX-ODLIMIT       PIC S9(15) COMP-3.
           03 IDX-STATUS        PIC X(01).
           03 IDX-BRANCH        PIC S9(03) COMP.

      *---- SAME LAYOUT HOLDMNT LOADS HLDTOT WITH: ONE RECORD PER
      *      ACCOUNT KEY UNDER HOLD. NO RECORD MEANS NOTHING HELD.
         01  HTOT-REC.
           03 HTOT-KEY.
              05 HTOT-ID        PIC S9(05) COMP-3.
              05 HTOT-DVZ       PIC S9(03) COMP.
           03 HTOT-HELD         PIC S9(15) COMP-3.
           03 HTOT-COUNT        PIC S9(04) COMP.

      *---- SAME LAYOUT VSAMTOQ WRITES AUDITOUT FROM.
         01  AUDIT-REC.
           05 AUDIT-ID-O            PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-DVZ-O           PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-PRE-BALANCE-O   PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-POST-BALANCE-O  PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-TIMESTAMP-O     PIC X(21).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-SOURCE-O        PIC X(01).

      *---- THE DUAL-CONTROL AUDIT RECORD: WHAT WAS ASKED, WHAT WAS
      *      DECIDED, AND BY WHOM ON BOTH SIDES. AUDT KEEPS ITS OWN
      *      LAYOUT SO EVERY BATCH READER OF THE AUDIT STREAM STAYS
      *      AS IT IS; THIS ONE GOES TO ITS OWN QUEUE.
         01  MKAUD-REC.
           05 MKA-REF-O             PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-DECISION-O        PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-ACTION-O          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-ID-O              PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-DVZ-O             PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-PRE-BALANCE-O     PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-POST-BALANCE-O    PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-OLD-ODLIMIT-O     PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-NEW-ODLIMIT-O     PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-REASON-O          PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-MAKER-O           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-CHECKER-O         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-CHECK-REASON-O    PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MKA-TIMESTAMP-O       PIC X(21).

       LINKAGE SECTION.
         01  DFHCOMMAREA.
           05 CA-ACTION          PIC X(01).
             88 CA-APPROVE                VALUE 'A'.
             88 CA-REJECT                 VALUE 'R'.
           05 CA-REF             PIC 9(12).
           05 CA-REASON          PIC X(03).
           05 CA-RESULT          PIC X(01).
             88 CA-APPLIED                VALUE 'Y'.
             88 CA-NOT-APPLIED            VALUE 'N'.
           05 CA-MESSAGE         PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN = 0
               PERFORM H100-NO-COMMAREA
           ELSE
               SET CA-NOT-APPLIED TO TRUE
               MOVE SPACES TO CA-MESSAGE
               PERFORM H150-VALIDATE-REQUEST
               IF CA-MESSAGE = SPACES
                   PERFORM H200-READ-PENDING-UPDATE
               END-IF
           END-IF
           EXEC CICS RETURN END-EXEC.
       0000-END. EXIT.

       H100-NO-COMMAREA.
           EXEC CICS SEND TEXT
               FROM(WS-NO-COMMAREA-MSG)
               LENGTH(LENGTH OF WS-NO-COMMAREA-MSG)
               ERASE
           END-EXEC.
       H100-END. EXIT.

      *---- A REJECTION NEEDS A REASON CODE THE SAME WAY THE MAKER'S
      *      REQUEST DID - "NO" WITH NOTHING ON RECORD IS AS HARD TO
      *      DEFEND AS "YES".
       H150-VALIDATE-REQUEST.
           EVALUATE TRUE
               WHEN CA-APPROVE
                   CONTINUE
               WHEN CA-REJECT
                   IF CA-REASON = SPACES
                       MOVE 'REASON CODE MISSING' TO CA-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO CA-MESSAGE
           END-EVALUATE.
           IF CA-MESSAGE = SPACES AND CA-REF NOT NUMERIC
               MOVE 'PENDING REFERENCE INVALID' TO CA-MESSAGE
           END-IF.
       H150-END. EXIT.

      *---- ONLY A STILL-PENDING ITEM CAN BE DECIDED, NEVER BY THE
      *      USER WHO KEYED IT, AND NEVER ONCE IT HAS OUTLIVED THE
      *      EXPIRY WINDOW.
       H200-READ-PENDING-UPDATE.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.
           MOVE CA-REF TO PEND-REF.
           EXEC CICS READ
               DATASET('IDXPEND')
               INTO(PEND-REC)
               RIDFLD(PEND-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PENDING ITEM NOT ON FILE' TO CA-MESSAGE
           ELSE
               PERFORM H210-JUDGE-PENDING-ITEM
           END-IF.
       H200-END. EXIT.

       H210-JUDGE-PENDING-ITEM.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM H220-CHECK-EXPIRY.
           EVALUATE TRUE
               WHEN NOT PEND-IS-PENDING
                   MOVE 'ITEM ALREADY DECIDED' TO CA-MESSAGE
                   PERFORM H290-UNLOCK-PENDING
               WHEN PEND-MAKER = WS-USERID
                   MOVE 'MAKER CANNOT DECIDE OWN ITEM' TO CA-MESSAGE
                   PERFORM H290-UNLOCK-PENDING
               WHEN WS-NOW-MINUTES - WS-MADE-MINUTES >=
                    WS-EXPIRY-HOURS * 60
                   SET PEND-IS-EXPIRED TO TRUE
                   MOVE WS-RUN-TIMESTAMP(1:14) TO PEND-DECIDED-STAMP
                   PERFORM H500-REWRITE-PENDING
                   IF CA-MESSAGE = SPACES
                       MOVE 'ITEM EXPIRED - KEY IT AGAIN' TO CA-MESSAGE
                   END-IF
               WHEN CA-REJECT
                   PERFORM H250-REJECT-ITEM
               WHEN OTHER
                   PERFORM H300-READ-ACCOUNT-UPDATE
           END-EVALUATE.
       H210-END. EXIT.

      *---- THE AGE IS COUNTED IN MINUTES OFF THE TWO CLOCK STAMPS.
      *      NO PARAMETER RECORD MEANS 24 HOURS, THE SAME DEFAULT
      *      MKCKRPT USES.
       H220-CHECK-EXPIRY.
           MOVE 'MKCK' TO MKPRM-KEY.
           EXEC CICS READ
               DATASET('MKCKPRM')
               INTO(MKPRM-REC)
               RIDFLD(MKPRM-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND MKPRM-EXPIRY-HOURS > 0
               MOVE MKPRM-EXPIRY-HOURS TO WS-EXPIRY-HOURS
           ELSE
               MOVE 24 TO WS-EXPIRY-HOURS
           END-IF.
           MOVE WS-RUN-TIMESTAMP(1:8)  TO WS-STAMP-DATE.
           MOVE WS-RUN-TIMESTAMP(9:2)  TO WS-STAMP-HH.
           MOVE WS-RUN-TIMESTAMP(11:2) TO WS-STAMP-MI.
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MI.
           MOVE PEND-MADE-STAMP(1:8)   TO WS-STAMP-DATE.
           MOVE PEND-MADE-STAMP(9:2)   TO WS-STAMP-HH.
           MOVE PEND-MADE-STAMP(11:2)  TO WS-STAMP-MI.
           COMPUTE WS-MADE-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MI.
       H220-END. EXIT.

       H250-REJECT-ITEM.
           SET PEND-IS-REJECTED TO TRUE.
           MOVE WS-USERID              TO PEND-CHECKER.
           MOVE CA-REASON              TO PEND-CHECK-REASON.
           MOVE WS-RUN-TIMESTAMP(1:14) TO PEND-DECIDED-STAMP.
           PERFORM H500-REWRITE-PENDING.
           IF CA-MESSAGE = SPACES
               PERFORM H700-WRITE-DUAL-AUDIT
               MOVE 'REJECTED' TO CA-MESSAGE
           END-IF.
       H250-END. EXIT.

      *---- AN APPROVAL THAT NO LONGER PASSES THE GUARDS IS REFUSED
      *      AND THE ITEM STAYS PENDING - THE CHECKER CAN REJECT IT,
      *      OR TRY AGAIN ONCE THE ACCOUNT HAS MOVED.
       H300-READ-ACCOUNT-UPDATE.
           MOVE PEND-ID  TO IDX-ID.
           MOVE PEND-DVZ TO IDX-DVZ.
           EXEC CICS READ
               DATASET('IDXFILE')
               INTO(IDX-REC)
               RIDFLD(IDX-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE IDX-BALANCE TO WS-PRE-BALANCE
               IF PEND-ODLIMIT-SET
                   PERFORM H320-CHECK-LIMIT
               ELSE
                   PERFORM H330-CHECK-ADJUSTMENT
               END-IF
           ELSE
               MOVE 'ACCOUNT NOT ON FILE' TO CA-MESSAGE
               PERFORM H290-UNLOCK-PENDING
           END-IF.
       H300-END. EXIT.

       H290-UNLOCK-PENDING.
           EXEC CICS UNLOCK
               DATASET('IDXPEND')
           END-EXEC.
       H290-END. EXIT.

       H295-UNLOCK-BOTH.
           EXEC CICS UNLOCK
               DATASET('IDXFILE')
           END-EXEC.
           PERFORM H290-UNLOCK-PENDING.
       H295-END. EXIT.

      *---- THE LIMIT THE MAKER SAW MUST STILL BE THE LIMIT ON FILE,
      *      OR THE CHECKER WOULD BE APPROVING OVER SOMEONE ELSE'S
      *      CHANGE WITHOUT SEEING IT.
       H320-CHECK-LIMIT.
           IF IDX-ODLIMIT NOT = PEND-OLD-ODLIMIT
               MOVE 'LIMIT CHANGED SINCE REQUEST' TO CA-MESSAGE
               PERFORM H295-UNLOCK-BOTH
           ELSE
               MOVE PEND-ODLIMIT TO IDX-ODLIMIT
               PERFORM H400-REWRITE-ACCOUNT
           END-IF.
       H320-END. EXIT.

       H330-CHECK-ADJUSTMENT.
           COMPUTE WS-POST-BALANCE = IDX-BALANCE + PEND-ADJUST.
           COMPUTE WS-ACCT-MIN-LIMIT =
               WS-BALANCE-MIN-LIMIT - IDX-ODLIMIT.
           IF WS-POST-BALANCE < WS-ACCT-MIN-LIMIT OR
              WS-POST-BALANCE > WS-BALANCE-MAX-LIMIT
               MOVE 'ADJUSTED BALANCE OUT OF RANGE' TO CA-MESSAGE
               PERFORM H295-UNLOCK-BOTH
           ELSE
               IF PEND-ADJUST < 0
                   PERFORM H340-CHECK-AVAILABLE
               ELSE
                   MOVE WS-POST-BALANCE TO IDX-BALANCE
                   PERFORM H400-REWRITE-ACCOUNT
               END-IF
           END-IF.
       H330-END. EXIT.

       H340-CHECK-AVAILABLE.
           PERFORM H350-READ-HELD-TOTAL.
           IF HELD-TOTAL-UNKNOWN
               MOVE 'HOLD TOTALS UNAVAILABLE' TO CA-MESSAGE
               PERFORM H295-UNLOCK-BOTH
           ELSE
               COMPUTE WS-POST-AVAILABLE =
                   WS-POST-BALANCE - WS-HELD-TOTAL
               IF WS-POST-AVAILABLE < WS-ACCT-MIN-LIMIT
                   MOVE 'ADJUSTMENT EXCEEDS AVAILABLE' TO CA-MESSAGE
                   PERFORM H295-UNLOCK-BOTH
               ELSE
                   MOVE WS-POST-BALANCE TO IDX-BALANCE
                   PERFORM H400-REWRITE-ACCOUNT
               END-IF
           END-IF.
       H340-END. EXIT.

       H350-READ-HELD-TOTAL.
           SET HELD-TOTAL-KNOWN TO TRUE.
           MOVE 0       TO WS-HELD-TOTAL.
           MOVE IDX-ID  TO HTOT-ID.
           MOVE IDX-DVZ TO HTOT-DVZ.
           EXEC CICS READ
               DATASET('HLDTOT')
               INTO(HTOT-REC)
               RIDFLD(HTOT-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE HTOT-HELD TO WS-HELD-TOTAL
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   SET HELD-TOTAL-UNKNOWN TO TRUE
               END-IF
           END-IF.
       H350-END. EXIT.

      *---- THE ACCOUNT AND THE PENDING ITEM CHANGE TOGETHER OR NOT AT
      *      ALL: IF THE ITEM CANNOT BE MARKED APPROVED THE ACCOUNT
      *      REWRITE IS BACKED OUT, SO NOTHING IS EVER APPLIED TWICE.
      *      THE AUDIT QUEUES ARE WRITTEN ONLY ONCE BOTH HAVE STUCK.
       H400-REWRITE-ACCOUNT.
           EXEC CICS REWRITE
               DATASET('IDXFILE')
               FROM(IDX-REC)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET PEND-IS-APPROVED TO TRUE
               MOVE WS-USERID              TO PEND-CHECKER
               MOVE WS-RUN-TIMESTAMP(1:14) TO PEND-DECIDED-STAMP
               MOVE WS-PRE-BALANCE         TO PEND-PRE-BALANCE
               MOVE IDX-BALANCE            TO PEND-POST-BALANCE
               PERFORM H500-REWRITE-PENDING
               IF CA-MESSAGE = SPACES
                   PERFORM H600-WRITE-AUDIT-RECORD
                   PERFORM H700-WRITE-DUAL-AUDIT
                   SET CA-APPLIED TO TRUE
                   MOVE 'APPROVED AND APPLIED' TO CA-MESSAGE
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
               END-IF
           ELSE
               MOVE 'REWRITE FAILED' TO CA-MESSAGE
               PERFORM H290-UNLOCK-PENDING
           END-IF.
       H400-END. EXIT.

       H500-REWRITE-PENDING.
           EXEC CICS REWRITE
               DATASET('IDXPEND')
               FROM(PEND-REC)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PENDING FILE REWRITE FAILED' TO CA-MESSAGE
           END-IF.
       H500-END. EXIT.

      *---- SAME RECORD IDXMNTO WRITES FOR A CHANGE IT APPLIES ITSELF,
      *      SO THE DAY'S AUDIT STREAM STILL RECONCILES TO THE FILE.
       H600-WRITE-AUDIT-RECORD.
           MOVE IDX-ID            TO AUDIT-ID-O.
           MOVE IDX-DVZ           TO AUDIT-DVZ-O.
           MOVE WS-PRE-BALANCE    TO AUDIT-PRE-BALANCE-O.
           MOVE IDX-BALANCE       TO AUDIT-POST-BALANCE-O.
           MOVE WS-RUN-TIMESTAMP  TO AUDIT-TIMESTAMP-O.
           MOVE 'J'               TO AUDIT-SOURCE-O.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(AUDIT-REC)
               LENGTH(LENGTH OF AUDIT-REC)
           END-EXEC.
       H600-END. EXIT.

       H700-WRITE-DUAL-AUDIT.
           MOVE PEND-REF            TO MKA-REF-O.
           MOVE PEND-STATUS         TO MKA-DECISION-O.
           MOVE PEND-ACTION         TO MKA-ACTION-O.
           MOVE PEND-ID             TO MKA-ID-O.
           MOVE PEND-DVZ            TO MKA-DVZ-O.
           MOVE PEND-PRE-BALANCE    TO MKA-PRE-BALANCE-O.
           MOVE PEND-POST-BALANCE   TO MKA-POST-BALANCE-O.
           MOVE PEND-OLD-ODLIMIT    TO MKA-OLD-ODLIMIT-O.
           IF PEND-ODLIMIT-SET
               MOVE PEND-ODLIMIT    TO MKA-NEW-ODLIMIT-O
           ELSE
               MOVE PEND-OLD-ODLIMIT TO MKA-NEW-ODLIMIT-O
           END-IF.
           MOVE PEND-REASON         TO MKA-REASON-O.
           MOVE PEND-MAKER          TO MKA-MAKER-O.
           MOVE PEND-CHECKER        TO MKA-CHECKER-O.
           MOVE PEND-CHECK-REASON   TO MKA-CHECK-REASON-O.
           MOVE WS-RUN-TIMESTAMP    TO MKA-TIMESTAMP-O.
           EXEC CICS WRITEQ TD
               QUEUE('AUDD')
               FROM(MKAUD-REC)
               LENGTH(LENGTH OF MKAUD-REC)
           END-EXEC.
       H700-END. EXIT.
