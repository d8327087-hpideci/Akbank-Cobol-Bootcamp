      *      SANITY RANGES, AND THE CHECKPOINT FILE'S BUSINESS DATE.
      *      EVERY FINDING GOES ON THE PREFLRPT REPORT AND ANY
      *      FINDING AT ALL STOPS THE CHAIN WITH RETURN-CODE 8.
      *2026-10-15 HCP THE HOLIDAY CALENDAR (HOLCAL) IS NOW PROVED AS
      *           WELL: IT MUST BE THERE, CARRY A COVERAGE LINE THAT
      *           SPANS THE PROCESSING DATE AND THE NEXT BUSINESS DAY
      *           AFTER IT, AND HOLD ONLY REAL HOLIDAY DATES - THE
      *           CHAIN DOES NOT GUESS WHICH DAYS ARE WORKING DAYS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS ST-REPORT.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
                             STATUS ST-HOLIDAY.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- SAME HOLIDAY CALENDAR DAYCTL READS: A 'C' COVERAGE LINE
      *      (FROM DATE, TO DATE) AND ONE 'H' LINE PER PUBLIC HOLIDAY.
      *      WEEKENDS ARE NEVER BUSINESS DAYS AND ARE NOT LISTED.
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
           05 ST-HOLIDAY        PIC 9(02).
             88 HOLIDAY-EOF              VALUE 10.
             88 HOLIDAY-OK               VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-TODAY-GREG-X REDEFINES WS-TODAY-GREG.
           05 WS-RATE-DATE      PIC 9(08).
           05 WS-CHKPT-DATE     PIC 9(08).
           05 WS-DVZ-DISP       PIC 9(03).
           05 WS-TODAY-INT      PIC 9(07).
           05 WS-NEXT-BUS-GREG  PIC 9(08).

      *---- THE DISTINCT CURRENCIES ACTUALLY ON IDX-FILE - WHAT THE
      *      BONUS TABLE HAS TO COVER.
             88 CURR-FOUND                VALUE 'Y'.
             88 CURR-NOT-FOUND            VALUE 'N'.

      *---- THE HOLIDAYS OFF HOLCAL AS INTEGER DATES, THE COVERAGE
      *      THE 'C' LINE CLAIMS, AND THE DAY BEING JUDGED.
         01  WS-HOLIDAY-TABLE.
           05 WS-HOL-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-HOL-ENTRY OCCURS 999 TIMES
                             INDEXED BY WS-HOL-IDX.
             10 WS-HOL-INT       PIC 9(07).
           05 WS-HOL-FOUND-SW    PIC X(01).
             88 HOLIDAY-FOUND             VALUE 'Y'.
             88 HOLIDAY-NOT-FOUND         VALUE 'N'.
           05 WS-CAL-FROM-GREG   PIC 9(08) VALUE 0.
           05 WS-CAL-TO-GREG     PIC 9(08) VALUE 0.
           05 WS-CAL-INT         PIC 9(07).
           05 WS-CAL-WEEKDAY     PIC 9(01).
           05 WS-CAL-DAY-SW      PIC X(01).
             88 CAL-BUSINESS-DAY          VALUE 'Y'.
             88 CAL-NOT-BUSINESS-DAY      VALUE 'N'.

         01  WS-CONTROL-TOTALS.
           05 WS-FINDING-COUNT   PIC 9(05) COMP VALUE 0.
           05 WS-CHECK-COUNT     PIC 9(05) COMP VALUE 0.
           PERFORM H300-CHECK-RATE-FRESHNESS
           PERFORM H400-CHECK-CTLPARM-SANITY
           PERFORM H500-CHECK-CHECKPOINT-AGE
           PERFORM H600-CHECK-HOLIDAY-CALENDAR
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
           END-IF.
       JUDGE-NEXT-CHECKPOINT-END. EXIT.

      *---- HOLCAL MUST EXIST AND ITS 'C' LINE MUST COVER TODAY AND
      *      THE NEXT BUSINESS DAY, OR DAYCTL'S MONTH-END TEST AND
      *      STORDGEN'S ROLL WOULD TREAT AN UNLISTED HOLIDAY AS A
      *      WORKING DAY. A HOLIDAY LINE THAT IS NOT A REAL DATE IS A
      *      KEYING ERROR THAT WOULD QUIETLY DROP THE HOLIDAY.
       H600-CHECK-HOLIDAY-CALENDAR.
           ADD 1 TO WS-CHECK-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF (NOT HOLIDAY-OK)
               MOVE 'HOLCAL    ' TO RPT-CHECK-O
               MOVE 'HOLIDAY CALENDAR MISSING' TO RPT-FINDING-O
               PERFORM WRITE-FINDING
           ELSE
               READ HOLIDAY-FILE
                   AT END SET HOLIDAY-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-HOLIDAY UNTIL HOLIDAY-EOF
               CLOSE HOLIDAY-FILE
               PERFORM H650-JUDGE-CALENDAR-COVERAGE
           END-IF.
       H600-END. EXIT.

       LOAD-NEXT-HOLIDAY.
           EVALUATE HOL-TYPE-I
               WHEN 'C'
                   PERFORM LOAD-COVERAGE-LINE
               WHEN 'H'
                   PERFORM LOAD-HOLIDAY-LINE
               WHEN OTHER
                   MOVE 'HOLCAL    ' TO RPT-CHECK-O
                   MOVE SPACES TO RPT-FINDING-O
                   STRING 'UNKNOWN LINE TYPE ' DELIMITED BY SIZE
                       HOL-TYPE-I DELIMITED BY SIZE
                       ' ON HOLIDAY CALENDAR' DELIMITED BY SIZE
                       INTO RPT-FINDING-O
                   END-STRING
                   PERFORM WRITE-FINDING
           END-EVALUATE.
           READ HOLIDAY-FILE
               AT END SET HOLIDAY-EOF TO TRUE
           END-READ.
       LOAD-NEXT-HOLIDAY-END. EXIT.

       LOAD-COVERAGE-LINE.
           IF HOL-DATE-I IS NUMERIC AND HOL-END-I IS NUMERIC AND
              HOL-DATE-I > 0 AND HOL-END-I NOT < HOL-DATE-I
               IF WS-CAL-FROM-GREG = 0 OR HOL-DATE-I < WS-CAL-FROM-GREG
                   MOVE HOL-DATE-I TO WS-CAL-FROM-GREG
               END-IF
               IF HOL-END-I > WS-CAL-TO-GREG
                   MOVE HOL-END-I TO WS-CAL-TO-GREG
               END-IF
           ELSE
               MOVE 'HOLCAL    ' TO RPT-CHECK-O
               MOVE 'COVERAGE LINE DATES INVALID' TO RPT-FINDING-O
               PERFORM WRITE-FINDING
           END-IF.
       LOAD-COVERAGE-LINE-END. EXIT.

       LOAD-HOLIDAY-LINE.
           MOVE 0 TO WS-CAL-INT.
           IF HOL-DATE-I IS NUMERIC
               COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE (HOL-DATE-I)
           END-IF.
           IF WS-CAL-INT = 0
               MOVE 'HOLCAL    ' TO RPT-CHECK-O
               MOVE SPACES TO RPT-FINDING-O
               STRING 'HOLIDAY DATE NOT A REAL DATE: ' DELIMITED BY SIZE
                   HOL-DATE-I DELIMITED BY SIZE
                   INTO RPT-FINDING-O
               END-STRING
               PERFORM WRITE-FINDING
           ELSE
               IF WS-HOL-COUNT < 999
                   ADD 1 TO WS-HOL-COUNT
                   SET WS-HOL-IDX TO WS-HOL-COUNT
                   MOVE WS-CAL-INT TO WS-HOL-INT(WS-HOL-IDX)
               ELSE
                   DISPLAY 'WS-HOLIDAY-TABLE FULL, SKIPPING DATE='
                       HOL-DATE-I
               END-IF
           END-IF.
       LOAD-HOLIDAY-LINE-END. EXIT.

       H650-JUDGE-CALENDAR-COVERAGE.
           IF WS-CAL-TO-GREG = 0
               MOVE 'HOLCAL    ' TO RPT-CHECK-O
               MOVE 'NO COVERAGE LINE ON HOLIDAY CALENDAR'
                   TO RPT-FINDING-O
               PERFORM WRITE-FINDING
           ELSE
               IF WS-TODAY-GREG < WS-CAL-FROM-GREG OR
                  WS-TODAY-GREG > WS-CAL-TO-GREG
                   MOVE 'HOLCAL    ' TO RPT-CHECK-O
                   MOVE SPACES TO RPT-FINDING-O
                   STRING 'PROCESSING DATE OUTSIDE COVERAGE '
                       DELIMITED BY SIZE
                       WS-CAL-FROM-GREG DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-CAL-TO-GREG DELIMITED BY SIZE
                       INTO RPT-FINDING-O
                   END-STRING
                   PERFORM WRITE-FINDING
               ELSE
                   PERFORM H660-CHECK-NEXT-BUSINESS-DAY
               END-IF
           END-IF.
       H650-END. EXIT.

      *---- DAYCTL DECIDES MONTH-END BY LOOKING AHEAD TO THE NEXT
      *      BUSINESS DAY, SO THAT DAY HAS TO BE INSIDE THE COVERAGE
      *      TOO - OTHERWISE A HOLIDAY JUST PAST THE END WOULD NOT BE
      *      SEEN.
       H660-CHECK-NEXT-BUSINESS-DAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-GREG).
           MOVE WS-TODAY-INT TO WS-CAL-INT.
           PERFORM STEP-CALENDAR-FORWARD.
           PERFORM STEP-CALENDAR-FORWARD UNTIL CAL-BUSINESS-DAY.
           COMPUTE WS-NEXT-BUS-GREG =
               FUNCTION DATE-OF-INTEGER (WS-CAL-INT).
           IF WS-NEXT-BUS-GREG > WS-CAL-TO-GREG
               MOVE 'HOLCAL    ' TO RPT-CHECK-O
               MOVE SPACES TO RPT-FINDING-O
               STRING 'NEXT BUSINESS DAY ' DELIMITED BY SIZE
                   WS-NEXT-BUS-GREG DELIMITED BY SIZE
                   ' PAST COVERAGE END' DELIMITED BY SIZE
                   INTO RPT-FINDING-O
               END-STRING
               PERFORM WRITE-FINDING
           END-IF.
       H660-END. EXIT.

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

       STEP-CALENDAR-FORWARD.
           ADD 1 TO WS-CAL-INT.
           PERFORM JUDGE-CALENDAR-DAY.
       STEP-CALENDAR-FORWARD-END. EXIT.

       WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT.
           WRITE RPT-REC.
