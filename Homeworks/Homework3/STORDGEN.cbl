      *           PER-ACCOUNT FLOOR THE TRNPOST DEBIT GUARD APPLIES
      *           - AN INSTRUCTION THE POSTING RUN WOULD ACCEPT IS
      *           NOT SECOND-GUESSED HERE.
      *2026-10-15 HCP AN INSTRUCTION ON AN ACCOUNT ON THE SANCTIONS
      *           POSTING BLOCK LIST (POSTBLK, WRITTEN BY SANCSCRN)
      *           IS SKIPPED AND REPORTED, DEBIT OR CREDIT, UNTIL
      *           COMPLIANCE CLEARS THE HIT. THE INSTRUCTION ITSELF
      *           STAYS ON FILE AND RESUMES ONCE THE BLOCK LIFTS.
      *2026-10-15 HCP THE FUNDS CHECK NOW TAKES THE ACCOUNT'S HOLDS
      *           (HLDMST, WRITTEN BY HOLDMNT) OUT OF THE BALANCE
      *           FIRST - A DEBIT THAT ONLY FITS BY SPENDING A HELD
      *           AMOUNT IS SKIPPED AS FUNDS UNDER HOLD, THE SAME
      *           AVAILABLE-BALANCE RULE TRNPOST APPLIES.
      *2026-10-15 HCP NOTHING IS GENERATED ON A WEEKEND OR A HOLIDAY ON
      *           THE OPS-MAINTAINED HOLIDAY CALENDAR (HOLCAL). EACH
      *           INSTRUCTION CARRIES A ROLL CONVENTION - 'N' PAYS A
      *           WEEKLY OR MONTHLY DATE THAT IS NOT A BUSINESS DAY ON
      *           THE NEXT ONE, 'P' ON THE ONE BEFORE. BLANK IS 'N'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS ST-REPORT.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT BLOCK-FILE ASSIGN TO POSTBLK
                             STATUS ST-BLOCK.
           SELECT LIEN-FILE  ASSIGN TO HLDMST
                             STATUS ST-LIEN.
           SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
                             STATUS ST-HOLIDAY.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
      *---- ONE RECORD PER STANDING INSTRUCTION: A SHORT ORDER ID
      *      (USED TO BUILD THE GENERATED TRANSACTION REF), THE
      *      ACCOUNT KEY, AMOUNT AND DIRECTION, THE FREQUENCY
      *      ('D' DAILY, 'W' WEEKLY, 'M' MONTHLY), THE START/END
      *      WINDOW (END ZERO MEANS OPEN-ENDED) AND THE ROLL
      *      CONVENTION FOR A DATE THAT IS NOT A BUSINESS DAY ('N'
      *      NEXT, 'P' PREVIOUS). REWRITTEN WHOLE EACH RUN - SORDOUT
      *      BECOMES THE NEXT RUN'S SORDIN.
       FD  ORDER-IN-FILE RECORDING MODE F.
         01  ORDER-IN-REC.
           05 ORD-ORDER-ID-I     PIC X(04).
           05 ORD-START-I        PIC 9(08).
           05 FILLER             PIC X(01).
           05 ORD-END-I          PIC 9(08).
           05 FILLER             PIC X(01).
           05 ORD-ROLL-I         PIC X(01).
       FD  ORDER-OUT-FILE RECORDING MODE F.
         01  ORDER-OUT-REC.
           05 ORD-ORDER-ID-O     PIC X(04).
           05 ORD-START-O        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 ORD-END-O          PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 ORD-ROLL-O         PIC X(01).
      *---- ACTION CODE PLUS THE FULL INSTRUCTION IMAGE, THE SAME
      *      SHAPE IDXMNT'S MNTIN TAKES: 'A' ADD, 'C' CHANGE, 'D'
      *      DELETE (DELETE NEEDS ONLY THE ORDER ID).
           05 MNT-START-I        PIC 9(08).
           05 FILLER             PIC X(01).
           05 MNT-END-I          PIC 9(08).
           05 FILLER             PIC X(01).
           05 MNT-ROLL-I         PIC X(01).
      *---- A COMPLETE TRNPOST BATCH IN THE TRNIN RECORD LAYOUT:
      *      HEADER, ONE TYPE-'D' MOVEMENT PER DUE INSTRUCTION,
      *      TRAILER WITH COUNT AND HASH TOTALS - SO THE GENERATED
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- SAME LAYOUT SANCSCRN WRITES: ONE BLOCKED ACCOUNT KEY PER
      *      LINE WITH THE SANCTIONS HIT THAT BLOCKS IT.
       FD  BLOCK-FILE RECORDING MODE F.
         01  BLOCK-REC.
           05 BLK-ID-I              PIC X(05).
           05 FILLER                PIC X(01).
           05 BLK-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 BLK-STATUS-I          PIC X(01).
           05 FILLER                PIC X(01).
           05 BLK-TYPE-I            PIC X(01).
           05 FILLER                PIC X(01).
           05 BLK-SUBJ-ID-I         PIC X(05).
           05 FILLER                PIC X(01).
           05 BLK-ENTRY-ID-I        PIC X(10).
           05 FILLER                PIC X(01).
           05 BLK-SINCE-I           PIC 9(08).
      *---- SAME LAYOUT HOLDMNT WRITES: ONE ACTIVE HOLD PER LINE, IN
      *      ACCOUNT KEY ORDER. AN EXPIRY OF ZERO MEANS UNTIL
      *      RELEASED.
       FD  LIEN-FILE RECORDING MODE F.
         01  LIEN-REC.
           05 LIEN-ID-I             PIC X(05).
           05 FILLER                PIC X(01).
           05 LIEN-DVZ-I            PIC X(03).
           05 FILLER                PIC X(01).
           05 LIEN-REF-I            PIC X(12).
           05 FILLER                PIC X(01).
           05 LIEN-AMOUNT-I         PIC 9(15).
           05 FILLER                PIC X(01).
           05 LIEN-REASON-I         PIC X(20).
           05 FILLER                PIC X(01).
           05 LIEN-PLACED-I         PIC 9(08).
           05 FILLER                PIC X(01).
           05 LIEN-EXPIRY-I         PIC 9(08).
      *---- SAME HOLIDAY CALENDAR DAYCTL READS: A 'C' COVERAGE LINE
      *      AND ONE 'H' LINE PER PUBLIC HOLIDAY. WEEKENDS ARE NEVER
      *      BUSINESS DAYS AND ARE NOT LISTED.
       FD  HOLIDAY-FILE RECORDING MODE F.
         01  HOLIDAY-REC.
           05 HOL-TYPE-I            PIC X(01).
           05 FILLER                PIC X(01).
           05 HOL-DATE-I            PIC 9(08).
           05 FILLER                PIC X(01).
           05 HOL-END-I             PIC 9(08).
           05 FILLER                PIC X(01).
           05 HOL-DESC-I            PIC X(30).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
             88 REPORT-SUCCESS           VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK              VALUE 00 97.
           05 ST-BLOCK          PIC 9(02).
             88 BLOCK-EOF                VALUE 10.
             88 BLOCK-OK                 VALUE 00 97.
           05 ST-LIEN           PIC 9(02).
             88 LIEN-EOF                 VALUE 10.
             88 LIEN-OK                  VALUE 00 97.
           05 ST-HOLIDAY        PIC 9(02).
             88 HOLIDAY-EOF              VALUE 10.
             88 HOLIDAY-OK               VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-TODAY-GREG-X REDEFINES WS-TODAY-GREG.
           05 WS-START-INT      PIC 9(07).
           05 WS-START-WEEKDAY  PIC 9(01).
           05 WS-START-DD       PIC 9(02).
           05 WS-NOMINAL-INT    PIC 9(07).
           05 WS-NOMINAL-GREG   PIC 9(08).
           05 WS-NOMINAL-GREG-X REDEFINES WS-NOMINAL-GREG.
              10 WS-NOMINAL-YYYY PIC 9(04).
              10 WS-NOMINAL-MM  PIC 9(02).
              10 WS-NOMINAL-DD  PIC 9(02).
           05 WS-NEXT-FROM-INT  PIC 9(07).
           05 WS-PREV-TO-INT    PIC 9(07).
           05 WS-SCAN-FROM-INT  PIC 9(07).
           05 WS-SCAN-TO-INT    PIC 9(07).
           05 WS-VALID-SW       PIC X(01).
             88 TRAN-IS-VALID            VALUE 'Y'.
             88 TRAN-IS-INVALID          VALUE 'N'.
             88 ACCOUNT-NOT-FOUND        VALUE 'N'.
           05 WS-POST-BALANCE   PIC S9(16) COMP-3.
           05 WS-ACCT-MIN-LIMIT PIC S9(16) COMP-3.
           05 WS-POST-AVAILABLE PIC S9(17) COMP-3.

      *---- EVERY INSTRUCTION ON FILE, WITH A LIVE FLAG SO A DELETE
      *      DROPS THE ENTRY WITHOUT RESHUFFLING THE TABLE.
             10 WS-ORD-FREQ      PIC X(01).
             10 WS-ORD-START     PIC 9(08).
             10 WS-ORD-END       PIC 9(08).
             10 WS-ORD-ROLL      PIC X(01).
             10 WS-ORD-LIVE-SW   PIC X(01).
           05 WS-ORD-FOUND-SW    PIC X(01).
             88 ORDER-FOUND               VALUE 'Y'.
             88 ORDER-NOT-FOUND           VALUE 'N'.

      *---- THE HOLIDAYS OFF HOLCAL AS INTEGER DATES, AND THE DAY
      *      BEING JUDGED: JUDGE-CALENDAR-DAY SAYS WHETHER WS-CAL-INT
      *      IS A BUSINESS DAY.
         01  WS-HOLIDAY-TABLE.
           05 WS-HOL-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-HOL-ENTRY OCCURS 999 TIMES
                             INDEXED BY WS-HOL-IDX.
             10 WS-HOL-INT       PIC 9(07).
           05 WS-HOL-FOUND-SW    PIC X(01).
             88 HOLIDAY-FOUND             VALUE 'Y'.
             88 HOLIDAY-NOT-FOUND         VALUE 'N'.
           05 WS-CAL-INT         PIC 9(07).
           05 WS-CAL-WEEKDAY     PIC 9(01).
           05 WS-CAL-DAY-SW      PIC X(01).
             88 CAL-BUSINESS-DAY          VALUE 'Y'.
             88 CAL-NOT-BUSINESS-DAY      VALUE 'N'.
           05 WS-TODAY-DAY-SW    PIC X(01).
             88 TODAY-IS-BUSINESS-DAY     VALUE 'Y'.
             88 TODAY-NOT-BUSINESS-DAY    VALUE 'N'.

      *---- THE ACCOUNT KEYS SANCSCRN HAS UNDER A POSTING BLOCK.
         01  WS-BLOCK-TABLE.
           05 WS-BLK-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-BLK-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-BLK-IDX.
             10 WS-BLK-ID        PIC X(05).
             10 WS-BLK-DVZ       PIC X(03).
           05 WS-BLK-FOUND-SW    PIC X(01).
             88 BLOCK-FOUND               VALUE 'Y'.
             88 BLOCK-NOT-FOUND           VALUE 'N'.

      *---- THE TOTAL HELD PER ACCOUNT KEY, SUMMED OFF HLDMST. A KEY
      *      NOT IN THE TABLE HAS NOTHING HELD.
         01  WS-LIEN-TABLE.
           05 WS-LIEN-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-LIEN-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-LIEN-IDX.
             10 WS-LIEN-ID       PIC X(05).
             10 WS-LIEN-DVZ      PIC X(03).
             10 WS-LIEN-HELD     PIC S9(17) COMP-3.
           05 WS-LIEN-FOUND-SW   PIC X(01).
             88 LIEN-FOUND                VALUE 'Y'.
             88 LIEN-NOT-FOUND            VALUE 'N'.
           05 WS-LOOK-LIEN-ID    PIC X(05).
           05 WS-LOOK-LIEN-DVZ   PIC X(03).

         01  WS-BATCH-DATA.
           05 WS-BATCH-ID        PIC X(08).
           05 WS-GEN-COUNT       PIC 9(07) COMP VALUE 0.
           05 WS-REJECTED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-SKIP-FUNDS-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-SKIP-ACCT-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-SKIP-BLOCK-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-SKIP-HOLD-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-CARRIED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-ROLLED-COUNT    PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(30)
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H110-LOAD-HOLIDAY-CALENDAR
           PERFORM H150-WRITE-HEADERS
           PERFORM H170-LOAD-POSTING-BLOCKS
           PERFORM H175-LOAD-HOLDS
           PERFORM H160-LOAD-ORDERS
           PERFORM H200-APPLY-MAINTENANCE UNTIL MAINT-EOF
           PERFORM H300-WRITE-BATCH-HEADER
           OPEN OUTPUT ORDER-OUT-FILE.
           OPEN OUTPUT TRAN-OUT-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT  BLOCK-FILE.
           OPEN INPUT  LIEN-FILE.
           OPEN INPUT  HOLIDAY-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT BLOCK-OK)
           DISPLAY 'UNABLE TO OPEN POSTBLK: ' ST-BLOCK
           MOVE ST-BLOCK TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT LIEN-OK)
           DISPLAY 'UNABLE TO OPEN HLDMST: ' ST-LIEN
           MOVE ST-LIEN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HOLIDAY-OK)
           DISPLAY 'UNABLE TO OPEN HOLCAL: ' ST-HOLIDAY
           MOVE ST-HOLIDAY TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ MAINT-FILE.
           IF (NOT MAINT-SUCCESS) AND (NOT MAINT-EOF)
           DISPLAY 'UNABLE TO READ SORDMNT: ' ST-MAINT
           END-STRING.
       H105-END. EXIT.

      *---- HOLCAL IS REQUIRED: WITHOUT IT A HOLIDAY WOULD PAY LIKE A
      *      WORKING DAY. ONCE IT IS LOADED THE RUN WORKS OUT THE
      *      NOMINAL DATES THAT ROLL ONTO TODAY - UNDER 'N' EVERY DAY
      *      AFTER THE PREVIOUS BUSINESS DAY UP TO TODAY, UNDER 'P'
      *      TODAY UP TO THE DAY BEFORE THE NEXT BUSINESS DAY.
       H110-LOAD-HOLIDAY-CALENDAR.
           READ HOLIDAY-FILE
               AT END SET HOLIDAY-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-HOLIDAY UNTIL HOLIDAY-EOF.
           CLOSE HOLIDAY-FILE.
           MOVE WS-TODAY-INT TO WS-CAL-INT.
           PERFORM JUDGE-CALENDAR-DAY.
           IF CAL-BUSINESS-DAY
               SET TODAY-IS-BUSINESS-DAY TO TRUE
           ELSE
               SET TODAY-NOT-BUSINESS-DAY TO TRUE
           END-IF.
           MOVE WS-TODAY-INT TO WS-CAL-INT.
           PERFORM ROLL-TO-PREVIOUS-BUSINESS-DAY.
           COMPUTE WS-NEXT-FROM-INT = WS-CAL-INT + 1.
           MOVE WS-TODAY-INT TO WS-CAL-INT.
           PERFORM ROLL-TO-NEXT-BUSINESS-DAY.
           COMPUTE WS-PREV-TO-INT = WS-CAL-INT - 1.
       H110-END. EXIT.

       LOAD-NEXT-HOLIDAY.
           IF HOL-TYPE-I = 'H' AND HOL-DATE-I IS NUMERIC
               IF WS-HOL-COUNT < 999
                   ADD 1 TO WS-HOL-COUNT
                   SET WS-HOL-IDX TO WS-HOL-COUNT
                   COMPUTE WS-HOL-INT(WS-HOL-IDX) =
                       FUNCTION INTEGER-OF-DATE (HOL-DATE-I)
               ELSE
                   DISPLAY 'WS-HOLIDAY-TABLE FULL, SKIPPING DATE='
                       HOL-DATE-I
               END-IF
           END-IF.
           READ HOLIDAY-FILE
               AT END SET HOLIDAY-EOF TO TRUE
           END-READ.
       LOAD-NEXT-HOLIDAY-END. EXIT.

      *---- DAY 1 OF THE INTEGER-OF-DATE CALENDAR WAS A MONDAY, SO
      *      THE REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY.
       JUDGE-CALENDAR-DAY.
           SET CAL-BUSINESS-DAY TO TRUE.
           COMPUTE WS-CAL-WEEKDAY = FUNCTION REM (WS-CAL-INT 7).
           IF WS-CAL-WEEKDAY = 6 OR WS-CAL-WEEKDAY = 0
               SET CAL-NOT-BUSINESS-DAY TO TRUE
           ELSE
               PERFORM FIND-HOLIDAY
               IF HOLIDAY-FOUND
                   SET CAL-NOT-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.
       JUDGE-CALENDAR-DAY-END. EXIT.

       FIND-HOLIDAY.
           SET HOLIDAY-NOT-FOUND TO TRUE.
           IF WS-HOL-COUNT > 0
               PERFORM SEARCH-HOLIDAY
                   VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
                      OR HOLIDAY-FOUND
           END-IF.
       FIND-HOLIDAY-END. EXIT.

       SEARCH-HOLIDAY.
           IF WS-HOL-INT(WS-HOL-IDX) = WS-CAL-INT
               SET HOLIDAY-FOUND TO TRUE
           END-IF.
       SEARCH-HOLIDAY-END. EXIT.

       ROLL-TO-NEXT-BUSINESS-DAY.
           PERFORM STEP-CALENDAR-FORWARD.
           PERFORM STEP-CALENDAR-FORWARD UNTIL CAL-BUSINESS-DAY.
       ROLL-TO-NEXT-BUSINESS-DAY-END. EXIT.

       STEP-CALENDAR-FORWARD.
           ADD 1 TO WS-CAL-INT.
           PERFORM JUDGE-CALENDAR-DAY.
       STEP-CALENDAR-FORWARD-END. EXIT.

       ROLL-TO-PREVIOUS-BUSINESS-DAY.
           PERFORM STEP-CALENDAR-BACK.
           PERFORM STEP-CALENDAR-BACK UNTIL CAL-BUSINESS-DAY.
       ROLL-TO-PREVIOUS-BUSINESS-DAY-END. EXIT.

       STEP-CALENDAR-BACK.
           SUBTRACT 1 FROM WS-CAL-INT.
           PERFORM JUDGE-CALENDAR-DAY.
       STEP-CALENDAR-BACK-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-1.
           END-IF.
       H160-END. EXIT.

      *---- POSTBLK IS REQUIRED, NOT OPTIONAL: A MISSING BLOCK LIST
      *      WOULD SILENTLY PAY FROM OR INTO A SANCTIONED ACCOUNT. A
      *      DAY WITH NOTHING BLOCKED STILL HAS THE FILE, EMPTY.
       H170-LOAD-POSTING-BLOCKS.
           READ BLOCK-FILE
               AT END SET BLOCK-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-BLOCK UNTIL BLOCK-EOF.
           CLOSE BLOCK-FILE.
       H170-END. EXIT.

       LOAD-NEXT-BLOCK.
           IF BLK-ID-I IS NUMERIC AND BLK-DVZ-I IS NUMERIC
               IF WS-BLK-COUNT < 9999
                   ADD 1 TO WS-BLK-COUNT
                   SET WS-BLK-IDX TO WS-BLK-COUNT
                   MOVE BLK-ID-I  TO WS-BLK-ID(WS-BLK-IDX)
                   MOVE BLK-DVZ-I TO WS-BLK-DVZ(WS-BLK-IDX)
               ELSE
                   DISPLAY 'WS-BLOCK-TABLE FULL, RUN STOPPED AT ID='
                       BLK-ID-I
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           READ BLOCK-FILE
               AT END SET BLOCK-EOF TO TRUE
           END-READ.
       LOAD-NEXT-BLOCK-END. EXIT.

      *---- HLDMST IS REQUIRED FOR THE SAME REASON POSTBLK IS: A
      *      MISSING HOLD FILE WOULD LET AN ORDER SPEND A GARNISHED
      *      BALANCE. A HOLD PAST ITS EXPIRY DATE NO LONGER COUNTS.
       H175-LOAD-HOLDS.
           READ LIEN-FILE
               AT END SET LIEN-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-LIEN UNTIL LIEN-EOF.
           CLOSE LIEN-FILE.
       H175-END. EXIT.

       LOAD-NEXT-LIEN.
           IF LIEN-ID-I IS NUMERIC AND LIEN-DVZ-I IS NUMERIC AND
              LIEN-AMOUNT-I IS NUMERIC AND
              (LIEN-EXPIRY-I = 0 OR LIEN-EXPIRY-I NOT < WS-TODAY-GREG)
               MOVE LIEN-ID-I  TO WS-LOOK-LIEN-ID
               MOVE LIEN-DVZ-I TO WS-LOOK-LIEN-DVZ
               PERFORM FIND-ACCOUNT-HOLD
               IF LIEN-FOUND
                   ADD LIEN-AMOUNT-I TO WS-LIEN-HELD(WS-LIEN-IDX)
               ELSE
                   IF WS-LIEN-COUNT < 9999
                       ADD 1 TO WS-LIEN-COUNT
                       SET WS-LIEN-IDX TO WS-LIEN-COUNT
                       MOVE LIEN-ID-I     TO WS-LIEN-ID(WS-LIEN-IDX)
                       MOVE LIEN-DVZ-I    TO WS-LIEN-DVZ(WS-LIEN-IDX)
                       MOVE LIEN-AMOUNT-I TO WS-LIEN-HELD(WS-LIEN-IDX)
                   ELSE
                       DISPLAY 'WS-LIEN-TABLE FULL, RUN STOPPED AT ID='
                           LIEN-ID-I
                       MOVE 8 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                   END-IF
               END-IF
           END-IF.
           READ LIEN-FILE
               AT END SET LIEN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-LIEN-END. EXIT.

       LOAD-NEXT-ORDER.
           IF ORD-ORDER-ID-I NOT = SPACES
               ADD 1 TO WS-ORDERS-IN-COUNT
                   MOVE ORD-FREQ-I   TO WS-ORD-FREQ(WS-ORD-IDX)
                   MOVE ORD-START-I  TO WS-ORD-START(WS-ORD-IDX)
                   MOVE ORD-END-I    TO WS-ORD-END(WS-ORD-IDX)
                   MOVE ORD-ROLL-I   TO WS-ORD-ROLL(WS-ORD-IDX)
                   IF ORD-ROLL-I = SPACE
                       MOVE 'N'      TO WS-ORD-ROLL(WS-ORD-IDX)
                   END-IF
                   MOVE 'Y'          TO WS-ORD-LIVE-SW(WS-ORD-IDX)
               ELSE
                   DISPLAY 'WS-ORDER-TABLE FULL, SKIPPING ORDER='
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'END DATE INVALID' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID
               IF MNT-ROLL-I NOT = 'N' AND MNT-ROLL-I NOT = 'P'
                   AND MNT-ROLL-I NOT = SPACE
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'INVALID ROLL CONVENTION' TO WS-REJECT-REASON
               END-IF
           END-IF.
       VALIDATE-MAINT-FIELDS-END. EXIT.

       H210-ADD-ORDER.
           MOVE MNT-FREQ-I     TO WS-ORD-FREQ(WS-ORD-IDX).
           MOVE MNT-START-I    TO WS-ORD-START(WS-ORD-IDX).
           MOVE MNT-END-I      TO WS-ORD-END(WS-ORD-IDX).
           MOVE MNT-ROLL-I     TO WS-ORD-ROLL(WS-ORD-IDX).
           IF MNT-ROLL-I = SPACE
               MOVE 'N'        TO WS-ORD-ROLL(WS-ORD-IDX)
           END-IF.
           MOVE 'Y'            TO WS-ORD-LIVE-SW(WS-ORD-IDX).
       MOVE-MAINT-TO-ENTRY-END. EXIT.

           WRITE TRN-REC.
       H300-END. EXIT.

      *---- ON A DAY THAT IS NOT A BUSINESS DAY THE BATCH GOES OUT
      *      EMPTY - WHAT FELL DUE TODAY IS PAID ON THE BUSINESS DAY
      *      EITHER SIDE OF IT, BY EACH INSTRUCTION'S CONVENTION.
       H400-GENERATE-DUE-ORDERS.
           IF TODAY-NOT-BUSINESS-DAY
               DISPLAY 'STORDGEN: ' WS-TODAY-GREG
                   ' IS NOT A BUSINESS DAY, NOTHING GENERATED'
           ELSE
               PERFORM GENERATE-ONE-ORDER
                   VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-ORD-COUNT
           END-IF.
       H400-END. EXIT.

      *---- AN INSTRUCTION IS DUE WHEN A NOMINAL DATE THAT ROLLS ONTO
      *      TODAY SITS IN ITS START/END WINDOW AND THE FREQUENCY
      *      SAYS THAT DATE: DAILY ON EVERY BUSINESS DAY, WEEKLY ON
      *      THE START DATE'S WEEKDAY, MONTHLY ON THE START DATE'S
      *      DAY OF MONTH (OPS KEY MONTH-END ORDERS ON THE 28TH OR
      *      EARLIER).
       GENERATE-ONE-ORDER.
           IF WS-ORD-LIVE-SW(WS-ORD-SUB) = 'Y'
               SET WS-ORD-IDX TO WS-ORD-SUB

       CHECK-ORDER-DUE.
           SET ORDER-NOT-DUE TO TRUE.
           MOVE WS-TODAY-GREG TO WS-NOMINAL-GREG.
           IF WS-ORD-FREQ(WS-ORD-IDX) = 'D'
               PERFORM CHECK-NOMINAL-WINDOW
           ELSE
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-ORD-START(WS-ORD-IDX))
               COMPUTE WS-START-WEEKDAY =
                   FUNCTION REM (WS-START-INT 7)
               MOVE WS-ORD-START(WS-ORD-IDX) (7:2) TO WS-START-DD
               IF WS-ORD-ROLL(WS-ORD-IDX) = 'P'
                   MOVE WS-TODAY-INT     TO WS-SCAN-FROM-INT
                   MOVE WS-PREV-TO-INT   TO WS-SCAN-TO-INT
               ELSE
                   MOVE WS-NEXT-FROM-INT TO WS-SCAN-FROM-INT
                   MOVE WS-TODAY-INT     TO WS-SCAN-TO-INT
               END-IF
               PERFORM CHECK-NOMINAL-DATE
                   VARYING WS-NOMINAL-INT FROM WS-SCAN-FROM-INT BY 1
                   UNTIL WS-NOMINAL-INT > WS-SCAN-TO-INT
                      OR ORDER-IS-DUE
           END-IF.
       CHECK-ORDER-DUE-END. EXIT.

       CHECK-NOMINAL-DATE.
           COMPUTE WS-NOMINAL-GREG =
               FUNCTION DATE-OF-INTEGER (WS-NOMINAL-INT).
           EVALUATE WS-ORD-FREQ(WS-ORD-IDX)
               WHEN 'W'
                   IF FUNCTION REM (WS-NOMINAL-INT 7) = WS-START-WEEKDAY
                       PERFORM CHECK-NOMINAL-WINDOW
                   END-IF
               WHEN 'M'
                   IF WS-NOMINAL-DD = WS-START-DD
                       PERFORM CHECK-NOMINAL-WINDOW
                   END-IF
           END-EVALUATE.
       CHECK-NOMINAL-DATE-END. EXIT.

       CHECK-NOMINAL-WINDOW.
           IF WS-ORD-START(WS-ORD-IDX) <= WS-NOMINAL-GREG AND
              (WS-ORD-END(WS-ORD-IDX) = 0 OR
               WS-ORD-END(WS-ORD-IDX) >= WS-NOMINAL-GREG)
               SET ORDER-IS-DUE TO TRUE
           END-IF.
       CHECK-NOMINAL-WINDOW-END. EXIT.

      *---- A DUE DEBIT IS CHECKED AGAINST THE LIVE BALANCE FIRST -
      *      AN ACCOUNT THAT CANNOT COVER THE INSTRUCTION IS SKIPPED
      *      AND REPORTED, NOT OVERDRAWN. CREDITS ALWAYS GENERATE.
       H450-EMIT-MOVEMENT.
           PERFORM FIND-POSTING-BLOCK.
           IF BLOCK-FOUND
               ADD 1 TO WS-SKIP-BLOCK-COUNT
               MOVE 'ACCOUNT ON POSTING BLOCK' TO WS-REJECT-REASON
               PERFORM WRITE-SKIPPED-LINE
           ELSE
               PERFORM H455-CHECK-FUNDS
           END-IF.
       H450-END. EXIT.

       H455-CHECK-FUNDS.
           IF WS-ORD-DRCR(WS-ORD-IDX) = 'D'
               PERFORM H460-READ-ACCOUNT
               IF ACCOUNT-NOT-FOUND
                       MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
                       PERFORM WRITE-SKIPPED-LINE
                   ELSE
                       PERFORM H458-CHECK-HELD-FUNDS
                   END-IF
               END-IF
           ELSE
               PERFORM WRITE-MOVEMENT-RECORD
           END-IF.
       H455-END. EXIT.

      *---- THE BALANCE COVERS THE DEBIT; IT MUST STILL COVER IT ONCE
      *      THE ACCOUNT'S HOLDS ARE TAKEN OUT.
       H458-CHECK-HELD-FUNDS.
           MOVE WS-ORD-ID(WS-ORD-IDX)  TO WS-LOOK-LIEN-ID.
           MOVE WS-ORD-DVZ(WS-ORD-IDX) TO WS-LOOK-LIEN-DVZ.
           PERFORM FIND-ACCOUNT-HOLD.
           MOVE WS-POST-BALANCE TO WS-POST-AVAILABLE.
           IF LIEN-FOUND
               SUBTRACT WS-LIEN-HELD(WS-LIEN-IDX) FROM WS-POST-AVAILABLE
           END-IF.
           IF WS-POST-AVAILABLE < WS-ACCT-MIN-LIMIT
               ADD 1 TO WS-SKIP-HOLD-COUNT
               MOVE 'FUNDS UNDER HOLD' TO WS-REJECT-REASON
               PERFORM WRITE-SKIPPED-LINE
           ELSE
               PERFORM WRITE-MOVEMENT-RECORD
           END-IF.
       H458-END. EXIT.

       FIND-POSTING-BLOCK.
           SET BLOCK-NOT-FOUND TO TRUE.
           IF WS-BLK-COUNT > 0
               PERFORM SEARCH-POSTING-BLOCK
                   VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
                      OR BLOCK-FOUND
           END-IF.
       FIND-POSTING-BLOCK-END. EXIT.

       SEARCH-POSTING-BLOCK.
           IF WS-BLK-ID(WS-BLK-IDX) = WS-ORD-ID(WS-ORD-IDX) AND
              WS-BLK-DVZ(WS-BLK-IDX) = WS-ORD-DVZ(WS-ORD-IDX)
               SET BLOCK-FOUND TO TRUE
           END-IF.
       SEARCH-POSTING-BLOCK-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED.
       FIND-ACCOUNT-HOLD.
           SET LIEN-NOT-FOUND TO TRUE.
           IF WS-LIEN-COUNT > 0
               PERFORM SEARCH-ACCOUNT-HOLD
                   VARYING WS-LIEN-IDX FROM 1 BY 1
                   UNTIL WS-LIEN-IDX > WS-LIEN-COUNT
                      OR LIEN-FOUND
               IF LIEN-FOUND
                   SET WS-LIEN-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-ACCOUNT-HOLD-END. EXIT.

       SEARCH-ACCOUNT-HOLD.
           IF WS-LIEN-ID(WS-LIEN-IDX) = WS-LOOK-LIEN-ID AND
              WS-LIEN-DVZ(WS-LIEN-IDX) = WS-LOOK-LIEN-DVZ
               SET LIEN-FOUND TO TRUE
           END-IF.
       SEARCH-ACCOUNT-HOLD-END. EXIT.

       H460-READ-ACCOUNT.
           COMPUTE IDX-ID  = FUNCTION NUMVAL(WS-ORD-ID(WS-ORD-IDX))
           MOVE WS-ORD-ID(WS-ORD-IDX)        TO RPT-ID-O.
           MOVE WS-ORD-DVZ(WS-ORD-IDX)       TO RPT-DVZ-O.
           MOVE 'GENERATD'                   TO RPT-STATUS-O.
           IF WS-NOMINAL-GREG NOT = WS-TODAY-GREG
               ADD 1 TO WS-ROLLED-COUNT
               STRING 'ROLLED FROM ' DELIMITED BY SIZE
                      WS-NOMINAL-GREG DELIMITED BY SIZE
                   INTO RPT-REASON-O
               END-STRING
           END-IF.
           WRITE RPT-REC.
       WRITE-MOVEMENT-RECORD-END. EXIT.

               MOVE WS-ORD-FREQ(WS-ORD-IDX)     TO ORD-FREQ-O
               MOVE WS-ORD-START(WS-ORD-IDX)    TO ORD-START-O
               MOVE WS-ORD-END(WS-ORD-IDX)      TO ORD-END-O
               MOVE WS-ORD-ROLL(WS-ORD-IDX)     TO ORD-ROLL-O
               WRITE ORDER-OUT-REC
           END-IF.
       WRITE-ONE-ORDER-END. EXIT.
           MOVE 'MOVEMENTS GENERATED'      TO TOT-LABEL-O.
           MOVE WS-GEN-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE '  OF WHICH ROLLED'        TO TOT-LABEL-O.
           MOVE WS-ROLLED-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'SKIPPED - NO FUNDS'       TO TOT-LABEL-O.
           MOVE WS-SKIP-FUNDS-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'SKIPPED - NO ACCOUNT'     TO TOT-LABEL-O.
           MOVE WS-SKIP-ACCT-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'SKIPPED - POSTING BLOCK'  TO TOT-LABEL-O.
           MOVE WS-SKIP-BLOCK-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'SKIPPED - FUNDS UNDER HOLD' TO TOT-LABEL-O.
           MOVE WS-SKIP-HOLD-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ORDERS CARRIED FORWARD'   TO TOT-LABEL-O.
           MOVE WS-CARRIED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
