       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- AMOUNT HOLDS AND LIENS. A COURT GARNISHMENT OR A DISPUTED
      *      CARD PAYMENT MUST RING-FENCE PART OF A BALANCE, BUT
      *      UNTIL NOW THE WHOLE IDX-BALANCE STAYED SPENDABLE. THE
      *      HOLDS NOW LIVE IN A HOLD FILE THAT CYCLES RUN TO RUN
      *      (HLDMSTI IN, HLDMSTO OUT - THE DORMTRK HISTORY PATTERN),
      *      ONE RECORD PER HOLD: ACCOUNT KEY, HOLD REFERENCE,
      *      AMOUNT, REASON, DATE PLACED AND EXPIRY DATE. HLDTRN
      *      CARRIES 'A' ADD AND 'R' RELEASE TRANSACTIONS, APPLIED
      *      THE WAY STORDGEN MAINTAINS ITS INSTRUCTIONS; A HOLD
      *      WHOSE EXPIRY DATE HAS PASSED DROPS OFF BY ITSELF. THE
      *      SURVIVING HOLDS GO OUT IN KEY ORDER ON HLDMSTO - THE
      *      FILE TRNPOST, STORDGEN AND STMTGEN READ AS HLDMST - AND
      *      AS ONE TOTAL PER ACCOUNT ON THE HLDTOT KSDS THAT THE
      *      ONLINE IDXMNTO TRANSACTION READS BY KEY. HLDRPT LISTS
      *      THE DAY'S HOLDS PLACED, RELEASED, EXPIRED AND REFUSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX.
           SELECT HOLD-IN-FILE ASSIGN TO HLDMSTI
                             STATUS ST-HOLD-IN.
           SELECT HOLD-OUT-FILE ASSIGN TO HLDMSTO
                             STATUS ST-HOLD-OUT.
           SELECT MAINT-FILE ASSIGN TO HLDTRN
                             STATUS ST-MAINT.
           SELECT HOLD-TOTAL-FILE ASSIGN HLDTOT
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY HTOT-KEY
                             STATUS ST-HTOT.
           SELECT REPORT-FILE ASSIGN TO HLDRPT
                             STATUS ST-REPORT.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
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
      *---- ONE RECORD PER ACTIVE HOLD. AN EXPIRY OF ZERO MEANS THE
      *      HOLD STANDS UNTIL RELEASED; OTHERWISE IT IS IN FORCE
      *      THROUGH THE EXPIRY DATE AND GONE THE DAY AFTER.
      *      REWRITTEN WHOLE EACH RUN - HLDMSTO BECOMES THE NEXT
      *      RUN'S HLDMSTI.
       FD  HOLD-IN-FILE RECORDING MODE F.
         01  HOLD-IN-REC.
           05 HLD-ID-I           PIC X(05).
           05 FILLER             PIC X(01).
           05 HLD-DVZ-I          PIC X(03).
           05 FILLER             PIC X(01).
           05 HLD-REF-I          PIC X(12).
           05 FILLER             PIC X(01).
           05 HLD-AMOUNT-I       PIC 9(15).
           05 FILLER             PIC X(01).
           05 HLD-REASON-I       PIC X(20).
           05 FILLER             PIC X(01).
           05 HLD-PLACED-I       PIC 9(08).
           05 FILLER             PIC X(01).
           05 HLD-EXPIRY-I       PIC 9(08).
       FD  HOLD-OUT-FILE RECORDING MODE F.
         01  HOLD-OUT-REC.
           05 HLD-ID-O           PIC 9(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HLD-DVZ-O          PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HLD-REF-O          PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HLD-AMOUNT-O       PIC 9(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HLD-REASON-O       PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HLD-PLACED-O       PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HLD-EXPIRY-O       PIC 9(08).
      *---- ACTION CODE PLUS THE HOLD IMAGE: 'A' ADD, 'R' RELEASE
      *      (RELEASE NEEDS ONLY THE ACCOUNT KEY AND HOLD REFERENCE).
      *      A BLANK EXPIRY ON AN ADD MEANS UNTIL RELEASED.
       FD  MAINT-FILE RECORDING MODE F.
         01  MNT-REC.
           05 MNT-ACTION-I       PIC X(01).
           05 FILLER             PIC X(01).
           05 MNT-ID-I           PIC X(05).
           05 FILLER             PIC X(01).
           05 MNT-DVZ-I          PIC X(03).
           05 FILLER             PIC X(01).
           05 MNT-REF-I          PIC X(12).
           05 FILLER             PIC X(01).
           05 MNT-AMOUNT-I       PIC 9(15).
           05 FILLER             PIC X(01).
           05 MNT-REASON-I       PIC X(20).
           05 FILLER             PIC X(01).
           05 MNT-EXPIRY-I       PIC X(08).
      *---- ONE RECORD PER ACCOUNT KEY UNDER HOLD, KEYED EXACTLY AS
      *      IDX-FILE IS, SO THE ONLINE SIDE FINDS AN ACCOUNT'S HELD
      *      TOTAL WITH ONE KEYED READ. NO RECORD MEANS NOTHING HELD.
       FD  HOLD-TOTAL-FILE.
         01  HTOT-REC.
           03 HTOT-KEY.
              05 HTOT-ID        PIC S9(05) COMP-3.
              05 HTOT-DVZ       PIC S9(03) COMP.
           03 HTOT-HELD         PIC S9(15) COMP-3.
           03 HTOT-COUNT        PIC S9(04) COMP.
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-ACTION-O       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-ID-O           PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-DVZ-O          PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-REF-O          PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-AMOUNT-O       PIC Z(14)9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-STATUS-O       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-EXPIRY-O       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-REASON-O       PIC X(30).
      *---- ONE OPTIONAL CARD: THE BUSINESS DATE THIS RUN PROCESSES,
      *      GREGORIAN YYYYMMDD. EVERY STEP OF THE CHAIN READS THE
      *      SAME CARD SO A RERUN OF TUESDAY EXPIRES AS TUESDAY.
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- THE SURVIVING HOLDS, PUT INTO KEY ORDER FOR HLDMSTO AND
      *      THE HLDTOT LOAD.
       SD  SORT-WORK.
         01  SORT-REC.
           05 SORT-ID            PIC 9(05).
           05 SORT-DVZ           PIC 9(03).
           05 SORT-REF           PIC X(12).
           05 SORT-AMOUNT        PIC 9(15).
           05 SORT-REASON        PIC X(20).
           05 SORT-PLACED        PIC 9(08).
           05 SORT-EXPIRY        PIC 9(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX            PIC 9(02).
             88 IDX-SUCCESS              VALUE 00 97.
           05 ST-HOLD-IN        PIC 9(02).
             88 HOLD-IN-EOF              VALUE 10.
             88 HOLD-IN-OK               VALUE 00 97.
           05 ST-HOLD-OUT       PIC 9(02).
             88 HOLD-OUT-OK              VALUE 00 97.
           05 ST-MAINT          PIC 9(02).
             88 MAINT-EOF                VALUE 10.
             88 MAINT-SUCCESS            VALUE 00 97.
           05 ST-HTOT           PIC 9(02).
             88 HTOT-OK                  VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-SUCCESS           VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK              VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-VALID-SW       PIC X(01).
             88 TRAN-IS-VALID            VALUE 'Y'.
             88 TRAN-IS-INVALID          VALUE 'N'.
           05 WS-REJECT-REASON  PIC X(30).
           05 WS-MNT-EXPIRY     PIC 9(08).
           05 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
             88 SORT-RETURN-EOF          VALUE 'Y'.

      *---- EVERY HOLD ON FILE PLUS TODAY'S ADDS, WITH A LIVE FLAG SO
      *      A RELEASE OR AN EXPIRY DROPS THE ENTRY WITHOUT
      *      RESHUFFLING THE TABLE.
         01  WS-HOLD-TABLE.
           05 WS-HLD-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-HLD-SUB         PIC 9(05) COMP.
           05 WS-HLD-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-HLD-IDX.
             10 WS-HLD-ID        PIC 9(05).
             10 WS-HLD-DVZ       PIC 9(03).
             10 WS-HLD-REF       PIC X(12).
             10 WS-HLD-AMOUNT    PIC 9(15).
             10 WS-HLD-REASON    PIC X(20).
             10 WS-HLD-PLACED    PIC 9(08).
             10 WS-HLD-EXPIRY    PIC 9(08).
             10 WS-HLD-LIVE-SW   PIC X(01).
           05 WS-HLD-FOUND-SW    PIC X(01).
             88 HOLD-FOUND                VALUE 'Y'.
             88 HOLD-NOT-FOUND            VALUE 'N'.

      *---- THE ACCOUNT KEY WHOSE HOLDS ARE BEING SUMMED FOR HLDTOT.
         01  WS-TOTAL-DATA.
           05 WS-TOT-ID          PIC 9(05).
           05 WS-TOT-DVZ         PIC 9(03).
           05 WS-TOT-HELD        PIC S9(15) COMP-3.
           05 WS-TOT-COUNT       PIC 9(04) COMP.
           05 WS-TOT-OPEN-SW     PIC X(01) VALUE 'N'.
             88 TOTAL-IS-OPEN             VALUE 'Y'.
             88 TOTAL-IS-CLOSED           VALUE 'N'.

         01  WS-CONTROL-TOTALS.
           05 WS-HOLDS-IN-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-MAINT-READ-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-PLACED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-RELEASED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-EXPIRED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-REJECTED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-CARRIED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-ACCOUNTS-HELD   PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(30)
                              VALUE 'Daily Hold Report'.
           05  FILLER         PIC X(15) VALUE 'BUSINESS DATE '.
           05 HDR-DATE-O      PIC 9(08).
           05  FILLER         PIC X(45) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(02) VALUE 'A '.
           05  FILLER         PIC X(06) VALUE 'C.No  '.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(13) VALUE 'Hold Ref     '.
           05  FILLER         PIC X(16) VALUE 'Amount          '.
           05  FILLER         PIC X(09) VALUE 'Status   '.
           05  FILLER         PIC X(09) VALUE 'Expiry   '.
           05  FILLER         PIC X(30) VALUE 'Reason'.
         01  RPT-SECTION-LINE.
           05 SEC-TITLE-O         PIC X(40).
           05 FILLER              PIC X(58) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(26).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(57) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H150-WRITE-HEADERS
           PERFORM H160-LOAD-HOLDS
           PERFORM H200-APPLY-MAINTENANCE UNTIL MAINT-EOF
           PERFORM H300-EXPIRE-HOLDS
      *---- THE HOLDS STILL LIVE ARE RELEASED TO THE SORT AND COME
      *      BACK IN KEY ORDER FOR HLDMSTO AND THE HLDTOT LOAD.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-ID SORT-DVZ SORT-REF
               INPUT PROCEDURE H400-RELEASE-LIVE-HOLDS
               OUTPUT PROCEDURE H500-WRITE-HOLD-FILES
           IF SORT-RETURN NOT = 0
               DISPLAY 'UNABLE TO SORT HOLDS, SORT-RETURN='
                   SORT-RETURN
               MOVE SORT-RETURN TO RETURN-CODE
           END-IF
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  MAINT-FILE.
           OPEN OUTPUT HOLD-OUT-FILE.
           OPEN OUTPUT HOLD-TOTAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT MAINT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN HLDTRN: ' ST-MAINT
           MOVE ST-MAINT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HOLD-OUT-OK)
           DISPLAY 'UNABLE TO OPEN HLDMSTO: ' ST-HOLD-OUT
           MOVE ST-HOLD-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HTOT-OK)
           DISPLAY 'UNABLE TO OPEN HLDTOT: ' ST-HTOT
           MOVE ST-HTOT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN HLDRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ MAINT-FILE.
           IF (NOT MAINT-SUCCESS) AND (NOT MAINT-EOF)
           DISPLAY 'UNABLE TO READ HLDTRN: ' ST-MAINT
           MOVE ST-MAINT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL THE WAY CTLPARM IS ELSEWHERE - NO
      *      CARD MEANS THE WALL-CLOCK DATE IS THE PROCESSING DATE.
      *      THE PLACED DATE OF A NEW HOLD AND THE EXPIRY TEST BOTH
      *      RUN OFF THE BUSINESS DAY SET HERE.
       H105-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF PROCDATE-OK
               READ PROC-DATE-FILE
                   AT END CONTINUE
               END-READ
               IF PROCDATE-OK AND PDT-DATE-I IS NUMERIC
                   AND PDT-DATE-I > 0
                   MOVE PDT-DATE-I TO WS-RUN-TIMESTAMP(1:8)
               END-IF
               CLOSE PROC-DATE-FILE
           END-IF.
           COMPUTE WS-TODAY-GREG =
               FUNCTION NUMVAL (WS-RUN-TIMESTAMP (1:8)).
       H105-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           MOVE WS-TODAY-GREG TO HDR-DATE-O.
           WRITE RPT-REC FROM RPT-HEADER-1.
           WRITE RPT-REC FROM RPT-HEADER-2.
       H150-END. EXIT.

      *---- HLDMSTI IS OPTIONAL THE WAY SORDIN IS - THE FIRST RUN
      *      EVER HAS NO HOLDS. A FULL TABLE STOPS THE RUN: A HOLD
      *      DROPPED HERE WOULD SILENTLY FREE A GARNISHED BALANCE.
       H160-LOAD-HOLDS.
           OPEN INPUT HOLD-IN-FILE.
           IF HOLD-IN-OK
               READ HOLD-IN-FILE
                   AT END SET HOLD-IN-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-HOLD UNTIL HOLD-IN-EOF
               CLOSE HOLD-IN-FILE
           END-IF.
       H160-END. EXIT.

       LOAD-NEXT-HOLD.
           IF HLD-ID-I IS NUMERIC AND HLD-DVZ-I IS NUMERIC
               IF WS-HLD-COUNT < 9999
                   ADD 1 TO WS-HOLDS-IN-COUNT
                   ADD 1 TO WS-HLD-COUNT
                   SET WS-HLD-IDX TO WS-HLD-COUNT
                   MOVE HLD-ID-I      TO WS-HLD-ID(WS-HLD-IDX)
                   MOVE HLD-DVZ-I     TO WS-HLD-DVZ(WS-HLD-IDX)
                   MOVE HLD-REF-I     TO WS-HLD-REF(WS-HLD-IDX)
                   MOVE HLD-AMOUNT-I  TO WS-HLD-AMOUNT(WS-HLD-IDX)
                   MOVE HLD-REASON-I  TO WS-HLD-REASON(WS-HLD-IDX)
                   MOVE HLD-PLACED-I  TO WS-HLD-PLACED(WS-HLD-IDX)
                   MOVE HLD-EXPIRY-I  TO WS-HLD-EXPIRY(WS-HLD-IDX)
                   MOVE 'Y'           TO WS-HLD-LIVE-SW(WS-HLD-IDX)
               ELSE
                   DISPLAY 'WS-HOLD-TABLE FULL, RUN STOPPED AT ID='
                       HLD-ID-I
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           READ HOLD-IN-FILE
               AT END SET HOLD-IN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-HOLD-END. EXIT.

       H200-APPLY-MAINTENANCE.
           ADD 1 TO WS-MAINT-READ-COUNT.
           PERFORM VALIDATE-MAINT-TRAN.
           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECTED-LINE
           ELSE
               EVALUATE MNT-ACTION-I
                   WHEN 'A' PERFORM H210-ADD-HOLD
                   WHEN 'R' PERFORM H220-RELEASE-HOLD
               END-EVALUATE
           END-IF.
           READ MAINT-FILE.
       H200-END. EXIT.

       VALIDATE-MAINT-TRAN.
           SET TRAN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF MNT-ACTION-I NOT = 'A' AND
              MNT-ACTION-I NOT = 'R'
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND
              (MNT-ID-I NOT NUMERIC OR MNT-DVZ-I NOT NUMERIC)
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'ACCOUNT KEY NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-REF-I = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'HOLD REF MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-ACTION-I = 'A'
               PERFORM VALIDATE-MAINT-FIELDS
           END-IF.
       VALIDATE-MAINT-TRAN-END. EXIT.

      *---- AN ADD MUST NAME AN ACCOUNT THAT EXISTS, A POSITIVE
      *      AMOUNT AND A REASON - A HOLD NOBODY CAN EXPLAIN IS NOT
      *      DEFENSIBLE TO THE CUSTOMER. AN EXPIRY ALREADY PAST
      *      WOULD EXPIRE THE HOLD THE MOMENT IT WAS PLACED.
       VALIDATE-MAINT-FIELDS.
           IF MNT-AMOUNT-I NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-AMOUNT-I = 0
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'HOLD AMOUNT ZERO' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-REASON-I = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'HOLD REASON MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID
               IF MNT-EXPIRY-I = SPACES
                   MOVE 0 TO WS-MNT-EXPIRY
               ELSE
                   IF MNT-EXPIRY-I IS NUMERIC
                       MOVE MNT-EXPIRY-I TO WS-MNT-EXPIRY
                       IF WS-MNT-EXPIRY > 0 AND
                          WS-MNT-EXPIRY < WS-TODAY-GREG
                           SET TRAN-IS-INVALID TO TRUE
                           MOVE 'EXPIRY DATE ALREADY PAST'
                               TO WS-REJECT-REASON
                       END-IF
                   ELSE
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE 'EXPIRY DATE INVALID' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               MOVE MNT-ID-I  TO IDX-ID
               MOVE MNT-DVZ-I TO IDX-DVZ
               READ IDX-FILE
                   INVALID KEY
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               END-READ
           END-IF.
       VALIDATE-MAINT-FIELDS-END. EXIT.

      *---- THE HOLD REFERENCE IS UNIQUE PER ACCOUNT KEY AMONG LIVE
      *      HOLDS, SO A RELEASE CAN NEVER FREE THE WRONG ONE.
       H210-ADD-HOLD.
           PERFORM FIND-HOLD.
           IF HOLD-FOUND
               MOVE 'HOLD REF ALREADY ACTIVE' TO WS-REJECT-REASON
               PERFORM WRITE-REJECTED-LINE
           ELSE
               IF WS-HLD-COUNT < 9999
                   ADD 1 TO WS-HLD-COUNT
                   SET WS-HLD-IDX TO WS-HLD-COUNT
                   MOVE MNT-ID-I      TO WS-HLD-ID(WS-HLD-IDX)
                   MOVE MNT-DVZ-I     TO WS-HLD-DVZ(WS-HLD-IDX)
                   MOVE MNT-REF-I     TO WS-HLD-REF(WS-HLD-IDX)
                   MOVE MNT-AMOUNT-I  TO WS-HLD-AMOUNT(WS-HLD-IDX)
                   MOVE MNT-REASON-I  TO WS-HLD-REASON(WS-HLD-IDX)
                   MOVE WS-TODAY-GREG TO WS-HLD-PLACED(WS-HLD-IDX)
                   MOVE WS-MNT-EXPIRY TO WS-HLD-EXPIRY(WS-HLD-IDX)
                   MOVE 'Y'           TO WS-HLD-LIVE-SW(WS-HLD-IDX)
                   ADD 1 TO WS-PLACED-COUNT
                   PERFORM WRITE-HOLD-LINE
               ELSE
                   MOVE 'HOLD TABLE FULL' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               END-IF
           END-IF.
       H210-END. EXIT.

       H220-RELEASE-HOLD.
           PERFORM FIND-HOLD.
           IF HOLD-NOT-FOUND
               MOVE 'HOLD NOT ON FILE' TO WS-REJECT-REASON
               PERFORM WRITE-REJECTED-LINE
           ELSE
               MOVE 'N' TO WS-HLD-LIVE-SW(WS-HLD-IDX)
               ADD 1 TO WS-RELEASED-COUNT
               PERFORM WRITE-HOLD-LINE
           END-IF.
       H220-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-HLD-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED. ONLY LIVE HOLDS MATCH - A RELEASED
      *      REFERENCE CAN BE PLACED AGAIN.
       FIND-HOLD.
           SET HOLD-NOT-FOUND TO TRUE.
           IF WS-HLD-COUNT > 0
               PERFORM SEARCH-HOLD
                   VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                      OR HOLD-FOUND
               IF HOLD-FOUND
                   SET WS-HLD-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-HOLD-END. EXIT.

       SEARCH-HOLD.
           IF WS-HLD-ID(WS-HLD-IDX) = MNT-ID-I AND
              WS-HLD-DVZ(WS-HLD-IDX) = MNT-DVZ-I AND
              WS-HLD-REF(WS-HLD-IDX) = MNT-REF-I AND
              WS-HLD-LIVE-SW(WS-HLD-IDX) = 'Y'
               SET HOLD-FOUND TO TRUE
           END-IF.
       SEARCH-HOLD-END. EXIT.

      *---- A HOLD IS IN FORCE THROUGH ITS EXPIRY DATE. THE FIRST RUN
      *      AFTER IT DROPS THE HOLD AND REPORTS IT EXPIRED. TODAY'S
      *      RELEASES ARE ALREADY GONE, SO A HOLD RELEASED ON ITS
      *      LAST DAY COUNTS ONCE, AS RELEASED.
       H300-EXPIRE-HOLDS.
           MOVE SPACES TO RPT-SECTION-LINE.
           MOVE 'EXPIRED HOLDS' TO SEC-TITLE-O.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-SECTION-LINE.
           PERFORM EXPIRE-ONE-HOLD
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-COUNT.
       H300-END. EXIT.

       EXPIRE-ONE-HOLD.
           SET WS-HLD-IDX TO WS-HLD-SUB.
           IF WS-HLD-LIVE-SW(WS-HLD-IDX) = 'Y' AND
              WS-HLD-EXPIRY(WS-HLD-IDX) > 0 AND
              WS-HLD-EXPIRY(WS-HLD-IDX) < WS-TODAY-GREG
               MOVE 'N' TO WS-HLD-LIVE-SW(WS-HLD-IDX)
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE SPACES TO RPT-REC
               MOVE 'E'                        TO RPT-ACTION-O
               MOVE WS-HLD-ID(WS-HLD-IDX)      TO RPT-ID-O
               MOVE WS-HLD-DVZ(WS-HLD-IDX)     TO RPT-DVZ-O
               MOVE WS-HLD-REF(WS-HLD-IDX)     TO RPT-REF-O
               MOVE WS-HLD-AMOUNT(WS-HLD-IDX)  TO RPT-AMOUNT-O
               MOVE 'EXPIRED'                  TO RPT-STATUS-O
               MOVE WS-HLD-EXPIRY(WS-HLD-IDX)  TO RPT-EXPIRY-O
               MOVE WS-HLD-REASON(WS-HLD-IDX)  TO RPT-REASON-O
               WRITE RPT-REC
           END-IF.
       EXPIRE-ONE-HOLD-END. EXIT.

       H400-RELEASE-LIVE-HOLDS.
           PERFORM RELEASE-ONE-HOLD
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-COUNT.
       H400-END. EXIT.

       RELEASE-ONE-HOLD.
           SET WS-HLD-IDX TO WS-HLD-SUB.
           IF WS-HLD-LIVE-SW(WS-HLD-IDX) = 'Y'
               MOVE WS-HLD-ID(WS-HLD-IDX)     TO SORT-ID
               MOVE WS-HLD-DVZ(WS-HLD-IDX)    TO SORT-DVZ
               MOVE WS-HLD-REF(WS-HLD-IDX)    TO SORT-REF
               MOVE WS-HLD-AMOUNT(WS-HLD-IDX) TO SORT-AMOUNT
               MOVE WS-HLD-REASON(WS-HLD-IDX) TO SORT-REASON
               MOVE WS-HLD-PLACED(WS-HLD-IDX) TO SORT-PLACED
               MOVE WS-HLD-EXPIRY(WS-HLD-IDX) TO SORT-EXPIRY
               RELEASE SORT-REC
           END-IF.
       RELEASE-ONE-HOLD-END. EXIT.

      *---- EVERY SURVIVING HOLD GOES OUT TO HLDMSTO; EACH CHANGE OF
      *      ACCOUNT KEY CLOSES ONE HLDTOT RECORD. THE KSDS IS LOADED
      *      IN KEY ORDER, WHICH IS WHAT THE SORT GUARANTEES.
       H500-WRITE-HOLD-FILES.
           PERFORM RETURN-NEXT-HOLD.
           PERFORM WRITE-SORTED-HOLD UNTIL SORT-RETURN-EOF.
           IF TOTAL-IS-OPEN
               PERFORM WRITE-HOLD-TOTAL
           END-IF.
       H500-END. EXIT.

       RETURN-NEXT-HOLD.
           RETURN SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
       RETURN-NEXT-HOLD-END. EXIT.

       WRITE-SORTED-HOLD.
           IF TOTAL-IS-OPEN AND
              (SORT-ID NOT = WS-TOT-ID OR SORT-DVZ NOT = WS-TOT-DVZ)
               PERFORM WRITE-HOLD-TOTAL
           END-IF.
           IF TOTAL-IS-CLOSED
               MOVE SORT-ID  TO WS-TOT-ID
               MOVE SORT-DVZ TO WS-TOT-DVZ
               MOVE 0        TO WS-TOT-HELD
               MOVE 0        TO WS-TOT-COUNT
               SET TOTAL-IS-OPEN TO TRUE
           END-IF.
           ADD SORT-AMOUNT TO WS-TOT-HELD.
           ADD 1 TO WS-TOT-COUNT.
           MOVE SPACES TO HOLD-OUT-REC.
           MOVE SORT-ID      TO HLD-ID-O.
           MOVE SORT-DVZ     TO HLD-DVZ-O.
           MOVE SORT-REF     TO HLD-REF-O.
           MOVE SORT-AMOUNT  TO HLD-AMOUNT-O.
           MOVE SORT-REASON  TO HLD-REASON-O.
           MOVE SORT-PLACED  TO HLD-PLACED-O.
           MOVE SORT-EXPIRY  TO HLD-EXPIRY-O.
           WRITE HOLD-OUT-REC.
           ADD 1 TO WS-CARRIED-COUNT.
           PERFORM RETURN-NEXT-HOLD.
       WRITE-SORTED-HOLD-END. EXIT.

       WRITE-HOLD-TOTAL.
           MOVE WS-TOT-ID    TO HTOT-ID.
           MOVE WS-TOT-DVZ   TO HTOT-DVZ.
           MOVE WS-TOT-HELD  TO HTOT-HELD.
           MOVE WS-TOT-COUNT TO HTOT-COUNT.
           WRITE HTOT-REC
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE HLDTOT: ' ST-HTOT
                       ' ID=' WS-TOT-ID ' DVZ=' WS-TOT-DVZ
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
           ADD 1 TO WS-ACCOUNTS-HELD.
           SET TOTAL-IS-CLOSED TO TRUE.
       WRITE-HOLD-TOTAL-END. EXIT.

       WRITE-HOLD-LINE.
           MOVE SPACES TO RPT-REC.
           IF MNT-ACTION-I = 'A'
               MOVE 'PLACED'   TO RPT-STATUS-O
           ELSE
               MOVE 'RELEASED' TO RPT-STATUS-O
           END-IF.
           MOVE MNT-ACTION-I   TO RPT-ACTION-O.
           MOVE MNT-ID-I       TO RPT-ID-O.
           MOVE MNT-DVZ-I      TO RPT-DVZ-O.
           MOVE MNT-REF-I      TO RPT-REF-O.
           MOVE WS-HLD-AMOUNT(WS-HLD-IDX) TO RPT-AMOUNT-O.
           MOVE WS-HLD-REASON(WS-HLD-IDX) TO RPT-REASON-O.
           IF WS-HLD-EXPIRY(WS-HLD-IDX) = 0
               MOVE 'RELEASE' TO RPT-EXPIRY-O
           ELSE
               MOVE WS-HLD-EXPIRY(WS-HLD-IDX) TO RPT-EXPIRY-O
           END-IF.
           WRITE RPT-REC.
       WRITE-HOLD-LINE-END. EXIT.

       WRITE-REJECTED-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE MNT-ACTION-I     TO RPT-ACTION-O.
           MOVE MNT-ID-I         TO RPT-ID-O.
           MOVE MNT-DVZ-I        TO RPT-DVZ-O.
           MOVE MNT-REF-I        TO RPT-REF-O.
           IF MNT-AMOUNT-I IS NUMERIC
               MOVE MNT-AMOUNT-I TO RPT-AMOUNT-O
           END-IF.
           MOVE 'REJECTED'       TO RPT-STATUS-O.
           MOVE WS-REJECT-REASON TO RPT-REASON-O.
           WRITE RPT-REC.
       WRITE-REJECTED-LINE-END. EXIT.

       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'HOLDS BROUGHT FORWARD'    TO TOT-LABEL-O.
           MOVE WS-HOLDS-IN-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MAINT TRANSACTIONS READ'  TO TOT-LABEL-O.
           MOVE WS-MAINT-READ-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HOLDS PLACED'             TO TOT-LABEL-O.
           MOVE WS-PLACED-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HOLDS RELEASED'           TO TOT-LABEL-O.
           MOVE WS-RELEASED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HOLDS EXPIRED'            TO TOT-LABEL-O.
           MOVE WS-EXPIRED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MAINT REJECTED'           TO TOT-LABEL-O.
           MOVE WS-REJECTED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HOLDS CARRIED FORWARD'    TO TOT-LABEL-O.
           MOVE WS-CARRIED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS UNDER HOLD'      TO TOT-LABEL-O.
           MOVE WS-ACCOUNTS-HELD           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE
           CLOSE MAINT-FILE
           CLOSE HOLD-OUT-FILE
           CLOSE HOLD-TOTAL-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
