      *           CODE (IDX-BRANCH) FROM CA-BRANCH, WITH A REASON
      *           CODE REQUIRED. SAME PRE = POST AUDIT TREATMENT AS
      *           THE OTHER NO-MONEY TOUCHES.
      *2026-10-15 HCP A NEGATIVE BALANCE ADJUSTMENT MUST NOW FIT
      *           INSIDE THE AVAILABLE BALANCE: THE ACCOUNT'S HELD
      *           TOTAL (HLDTOT, LOADED BY HOLDMNT) COMES OFF BEFORE
      *           THE OVERDRAFT FLOOR IS APPLIED, AS IN TRNPOST. A
      *           CREDIT ADJUSTMENT IS NEVER HELD BACK.
      *2026-10-15 HCP DUAL CONTROL: A BALANCE ADJUSTMENT ('B') LARGER
      *           THAN THE MKCKPRM THRESHOLD, OR AN OVERDRAFT LIMIT
      *           RAISED BY MORE THAN IT ('O'), IS NO LONGER APPLIED.
      *           IT IS STORED ON IDXPEND UNDER THE MAKER'S USER ID
      *           AND COMES BACK CA-PENDING WITH ITS REFERENCE; A
      *           DIFFERENT USER APPROVES OR REJECTS IT THROUGH
      *           IDXAPRV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-NO-COMMAREA-MSG PIC X(27)
               VALUE 'IDXMNTO REQUIRES A COMMAREA'.
           05 WS-USERID         PIC X(08).

      *---- SAME MIN/MAX WINDOW VSAMTOQ AND THE BATCH POSTING RUN
      *      APPLY, SO AN ONLINE ADJUSTMENT CANNOT PUSH AN ACCOUNT
           05 WS-PRE-BALANCE        PIC S9(15) COMP-3.
           05 WS-POST-BALANCE       PIC S9(16) COMP-3.
           05 WS-ACCT-MIN-LIMIT     PIC S9(16) COMP-3.
           05 WS-POST-AVAILABLE     PIC S9(17) COMP-3.
           05 WS-HELD-TOTAL         PIC S9(15) COMP-3.
           05 WS-HELD-READ-SW       PIC X(01).
             88 HELD-TOTAL-KNOWN             VALUE 'Y'.
             88 HELD-TOTAL-UNKNOWN           VALUE 'N'.

      *---- DUAL CONTROL: AN ADJUSTMENT, OR AN OVERDRAFT LIMIT
      *      INCREASE, ABOVE THE THRESHOLD WAITS FOR A SECOND USER.
      *      NO PARAMETER RECORD MEANS A THRESHOLD OF ZERO - EVERY
      *      ONE OF THEM WAITS, NEVER THE OTHER WAY ROUND.
         01  WS-DUAL-CONTROL-DATA.
           05 WS-DUAL-THRESHOLD     PIC S9(15) COMP-3.
           05 WS-DUAL-AMOUNT        PIC S9(16) COMP-3.
           05 WS-DUAL-SW            PIC X(01).
             88 DUAL-CONTROL-NEEDED          VALUE 'Y'.
             88 DUAL-CONTROL-NOT-NEEDED      VALUE 'N'.
           05 WS-PEND-WRITE-SW      PIC X(01).
             88 PENDING-WRITTEN              VALUE 'Y'.
             88 PENDING-NOT-WRITTEN          VALUE 'N'.
           05 WS-PEND-TRIES         PIC S9(04) COMP.

      *---- THE ONE DUAL-CONTROL PARAMETER RECORD, KEY 'MKCK'.
         01  MKPRM-REC.
           03 MKPRM-KEY             PIC X(04).
           03 MKPRM-THRESHOLD       PIC S9(15) COMP-3.
           03 MKPRM-EXPIRY-HOURS    PIC S9(04) COMP.

      *---- ONE PENDING DUAL-CONTROL ITEM, KEYED BY A REFERENCE BUILT
      *      FROM THE MAKER'S CLOCK (YYMMDDHHMMSS, BUMPED BY ONE ON A
      *      COLLISION). IDXAPRV DECIDES IT; MKCKRPT EXPIRES AND
      *      REPORTS IT.
         01  PEND-REC.
           03 PEND-KEY.
              05 PEND-REF       PIC 9(12).
           03 PEND-STATUS       PIC X(01).
             88 PEND-IS-PENDING           VALUE 'P'.
             88 PEND-IS-APPROVED          VALUE 'A'.
             88 PEND-IS-REJECTED          VALUE 'R'.
             88 PEND-IS-EXPIRED           VALUE 'X'.
           03 PEND-ACTION       PIC X(01).
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
           05 CA-RESULT          PIC X(01).
             88 CA-APPLIED                VALUE 'Y'.
             88 CA-NOT-APPLIED            VALUE 'N'.
             88 CA-PENDING                VALUE 'P'.
           05 CA-MESSAGE         PIC X(30).

       PROCEDURE DIVISION.
                   MOVE CA-SURNAME TO IDX-SURNAME
                   PERFORM H400-REWRITE-ACCOUNT
               WHEN CA-ODLIMIT-SET
                   PERFORM H350-APPLY-OR-PEND
               WHEN CA-BRANCH-SET
                   MOVE CA-BRANCH TO IDX-BRANCH
                   PERFORM H400-REWRITE-ACCOUNT
                           DATASET('IDXFILE')
                       END-EXEC
                   ELSE
                       PERFORM H310-CHECK-AVAILABLE
                   END-IF
           END-EVALUATE.
       H300-END. EXIT.

      *---- A DEBIT ADJUSTMENT IS HELD BACK BY THE ACCOUNT'S HOLDS.
      *      A HOLD FILE THAT CANNOT BE READ REFUSES THE DEBIT RATHER
      *      THAN RISK SPENDING A GARNISHED AMOUNT; ONLY NOTFND MEANS
      *      NOTHING IS HELD.
       H310-CHECK-AVAILABLE.
           IF CA-ADJUST < 0
               PERFORM H320-READ-HELD-TOTAL
               IF HELD-TOTAL-UNKNOWN
                   MOVE 'HOLD TOTALS UNAVAILABLE' TO CA-MESSAGE
                   EXEC CICS UNLOCK
                       DATASET('IDXFILE')
                   END-EXEC
               ELSE
                   COMPUTE WS-POST-AVAILABLE =
                       WS-POST-BALANCE - WS-HELD-TOTAL
                   IF WS-POST-AVAILABLE < WS-ACCT-MIN-LIMIT
                       MOVE 'ADJUSTMENT EXCEEDS AVAILABLE'
                           TO CA-MESSAGE
                       EXEC CICS UNLOCK
                           DATASET('IDXFILE')
                       END-EXEC
                   ELSE
                       PERFORM H350-APPLY-OR-PEND
                   END-IF
               END-IF
           ELSE
               PERFORM H350-APPLY-OR-PEND
           END-IF.
       H310-END. EXIT.

       H320-READ-HELD-TOTAL.
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
       H320-END. EXIT.

      *---- AN ADJUSTMENT OR LIMIT CHANGE THAT PASSED EVERY GUARD IS
      *      APPLIED HERE, UNLESS IT IS BIG ENOUGH TO NEED A SECOND
      *      USER - THEN THE ACCOUNT IS LEFT UNTOUCHED AND THE ITEM
      *      GOES ON IDXPEND. IDXAPRV RUNS THE SAME GUARDS AGAIN
      *      AGAINST THE BALANCE AS IT STANDS WHEN APPROVED.
       H350-APPLY-OR-PEND.
           PERFORM H360-JUDGE-DUAL-CONTROL.
           IF DUAL-CONTROL-NEEDED
               EXEC CICS UNLOCK
                   DATASET('IDXFILE')
               END-EXEC
               PERFORM H600-WRITE-PENDING
           ELSE
               IF CA-ODLIMIT-SET
                   MOVE CA-ODLIMIT TO IDX-ODLIMIT
               ELSE
                   MOVE WS-POST-BALANCE TO IDX-BALANCE
               END-IF
               PERFORM H400-REWRITE-ACCOUNT
           END-IF.
       H350-END. EXIT.

      *---- THE AMOUNT JUDGED IS THE SIZE OF THE ADJUSTMENT EITHER
      *      WAY, OR HOW FAR THE LIMIT GOES UP - LOWERING A LIMIT
      *      ONLY REDUCES RISK AND IS NEVER HELD.
       H360-JUDGE-DUAL-CONTROL.
           MOVE 'MKCK' TO MKPRM-KEY.
           EXEC CICS READ
               DATASET('MKCKPRM')
               INTO(MKPRM-REC)
               RIDFLD(MKPRM-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE MKPRM-THRESHOLD TO WS-DUAL-THRESHOLD
           ELSE
               MOVE 0 TO WS-DUAL-THRESHOLD
           END-IF.
           IF CA-ODLIMIT-SET
               COMPUTE WS-DUAL-AMOUNT = CA-ODLIMIT - IDX-ODLIMIT
           ELSE
               IF CA-ADJUST < 0
                   COMPUTE WS-DUAL-AMOUNT = 0 - CA-ADJUST
               ELSE
                   MOVE CA-ADJUST TO WS-DUAL-AMOUNT
               END-IF
           END-IF.
           IF WS-DUAL-AMOUNT > WS-DUAL-THRESHOLD
               SET DUAL-CONTROL-NEEDED TO TRUE
           ELSE
               SET DUAL-CONTROL-NOT-NEEDED TO TRUE
           END-IF.
       H360-END. EXIT.

       H400-REWRITE-ACCOUNT.
           EXEC CICS REWRITE
               DATASET('IDXFILE')
               LENGTH(LENGTH OF AUDIT-REC)
           END-EXEC.
       H500-END. EXIT.

      *---- THE PENDING ITEM CARRIES EVERYTHING IDXAPRV NEEDS TO APPLY
      *      IT LATER, THE LIMIT AS IT STOOD WHEN ASKED (SO A CHECKER
      *      NEVER APPROVES OVER SOMEONE ELSE'S CHANGE) AND WHO ASKED
      *      AND WHEN.
       H600-WRITE-PENDING.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE SPACES                   TO PEND-REC.
           COMPUTE PEND-REF = FUNCTION NUMVAL(WS-RUN-TIMESTAMP(3:12)).
           SET PEND-IS-PENDING           TO TRUE.
           MOVE CA-ACTION                TO PEND-ACTION.
           MOVE IDX-ID                   TO PEND-ID.
           MOVE IDX-DVZ                  TO PEND-DVZ.
           MOVE 0                        TO PEND-ADJUST PEND-ODLIMIT.
           IF CA-ODLIMIT-SET
               MOVE CA-ODLIMIT           TO PEND-ODLIMIT
           ELSE
               MOVE CA-ADJUST            TO PEND-ADJUST
           END-IF.
           MOVE IDX-ODLIMIT              TO PEND-OLD-ODLIMIT.
           MOVE CA-REASON                TO PEND-REASON.
           MOVE WS-USERID                TO PEND-MAKER.
           MOVE WS-RUN-TIMESTAMP(1:14)   TO PEND-MADE-STAMP.
           MOVE WS-PRE-BALANCE           TO PEND-PRE-BALANCE.
           MOVE WS-PRE-BALANCE           TO PEND-POST-BALANCE.
           SET PENDING-NOT-WRITTEN TO TRUE.
           MOVE 0 TO WS-PEND-TRIES.
           PERFORM H610-WRITE-PENDING-RECORD
               UNTIL PENDING-WRITTEN OR WS-PEND-TRIES > 9.
           IF PENDING-WRITTEN
               SET CA-PENDING TO TRUE
               STRING 'PENDING - REF ' DELIMITED BY SIZE
                      PEND-REF DELIMITED BY SIZE
                   INTO CA-MESSAGE
               END-STRING
           ELSE
               MOVE 'PENDING FILE WRITE FAILED' TO CA-MESSAGE
           END-IF.
       H600-END. EXIT.

      *---- TWO ITEMS IN THE SAME SECOND COLLIDE ON THE REFERENCE;
      *      THE LATER ONE TAKES THE NEXT NUMBER UP.
       H610-WRITE-PENDING-RECORD.
           ADD 1 TO WS-PEND-TRIES.
           EXEC CICS WRITE
               DATASET('IDXPEND')
               FROM(PEND-REC)
               RIDFLD(PEND-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET PENDING-WRITTEN TO TRUE
               WHEN WS-RESP = DFHRESP(DUPREC)
                   ADD 1 TO PEND-REF
               WHEN OTHER
                   MOVE 99 TO WS-PEND-TRIES
           END-EVALUATE.
       H610-END. EXIT.
