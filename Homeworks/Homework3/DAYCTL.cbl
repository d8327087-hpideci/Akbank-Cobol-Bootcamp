      *           FLAGGED STOP-ON-FAILURE 'N' LOGS ITS FAILURE AND
      *           LETS THE CHAIN CONTINUE; ITS RETURN-CODE STILL
      *           COMES BACK AT END OF CHAIN.
      *2026-10-15 HCP WEEKLY AND MONTH-END ARE NOW JUDGED ON BUSINESS
      *           DAYS FROM THE OPS-MAINTAINED HOLIDAY CALENDAR
      *           (HOLCAL): MONTH-END STEPS RUN ON THE LAST BUSINESS
      *           DAY OF THE MONTH, WEEKLY STEPS ON THE FIRST BUSINESS
      *           DAY OF THE WEEK, SO A SUNDAY MONTH-END OR A HOLIDAY
      *           MONDAY NO LONGER NEEDS A HAND-PATCHED DATECARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS ST-SCHEDULE.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
                             STATUS ST-HOLIDAY.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-IN RECORDING MODE F.
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I         PIC 9(08).
      *---- THE BANK HOLIDAY CALENDAR, MAINTAINED BY OPS AND READ BY
      *      EVERY DATE-DRIVEN STEP. ONE 'C' LINE GIVES THE FIRST AND
      *      LAST DATE THE CALENDAR COVERS; EACH 'H' LINE IS A PUBLIC
      *      HOLIDAY. SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS
      *      AND ARE NOT LISTED.
       FD  HOLIDAY-FILE RECORDING MODE F.
         01  HOLIDAY-REC.
           05 HOL-TYPE-I         PIC X(01).
           05 FILLER             PIC X(01).
           05 HOL-DATE-I         PIC 9(08).
           05 FILLER             PIC X(01).
           05 HOL-END-I          PIC 9(08).
           05 FILLER             PIC X(01).
           05 HOL-DESC-I         PIC X(30).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
             88 SCHEDULE-OK               VALUE 00 97.
           05 ST-PROCDATE        PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-HOLIDAY         PIC 9(02).
             88 HOLIDAY-EOF               VALUE 10.
             88 HOLIDAY-OK                VALUE 00 97.
           05 WS-STEP-NAME       PIC X(08).
           05 WS-STEP-START      PIC X(21).
           05 WS-STEP-END        PIC X(21).
              10 WS-NEXT-MM      PIC 9(02).
              10 WS-NEXT-DD      PIC 9(02).
           05 WS-WEEKDAY-NUM     PIC 9(01).
           05 WS-WEEK-START-INT  PIC 9(07).
           05 WS-MONTH-END-SW    PIC X(01) VALUE 'N'.
             88 RUN-IS-MONTH-END          VALUE 'Y'.
           05 WS-WEEK-START-SW   PIC X(01) VALUE 'N'.
             88 RUN-IS-WEEK-START         VALUE 'Y'.
           05 WS-BUSINESS-SW     PIC X(01) VALUE 'N'.
             88 RUN-IS-BUSINESS-DAY       VALUE 'Y'.

      *---- THE HOLIDAYS OFF HOLCAL AS INTEGER DATES, THE RANGE THE
      *      CALENDAR COVERS, AND THE DAY BEING JUDGED: JUDGE-
      *      CALENDAR-DAY SAYS WHETHER WS-CAL-INT IS A BUSINESS DAY,
      *      THE ROLL PARAGRAPHS MOVE IT TO THE NEAREST ONE.
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

      *---- THE SCHEDULE AS LOADED, WITH A RUN FLAG PER ENTRY SO THE
      *      CHAIN CAN EXECUTE IN SEQUENCE-NUMBER ORDER WHATEVER
           PERFORM H050-PARSE-PARM
           PERFORM H055-SET-PROCESSING-DATE
           PERFORM H060-OPEN-RUN-LOG
           PERFORM H062-LOAD-HOLIDAY-CALENDAR
           PERFORM H063-JUDGE-PROCESSING-DATE
           PERFORM H065-LOAD-SCHEDULE
           PERFORM H070-LOAD-PRIOR-LOG
           PERFORM H090-RUN-SCHEDULE
       H050-END. EXIT.

      *---- DATECARD IS OPTIONAL THE WAY CTLPARM IS IN THE STEPS -
      *      NO CARD MEANS TODAY IS THE PROCESSING DATE.
       H055-SET-PROCESSING-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN INPUT PROC-DATE-FILE.
           COMPUTE WS-RUN-GREG =
               FUNCTION NUMVAL (WS-RUN-TIMESTAMP (1:8))
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-GREG).
       H055-END. EXIT.

       H060-OPEN-RUN-LOG.
           END-IF.
       H060-END. EXIT.

      *---- HOLCAL IS REQUIRED: WITHOUT IT A HOLIDAY LOOKS LIKE ANY
      *      OTHER WEEKDAY AND MONTH-END COULD FIRE ON A DAY THE BANK
      *      IS SHUT. PREFLCHK PROVES THE CALENDAR COVERS THE DATE.
       H062-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE.
           IF (NOT HOLIDAY-OK)
           DISPLAY 'UNABLE TO OPEN HOLCAL: ' ST-HOLIDAY
           MOVE ST-HOLIDAY TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ HOLIDAY-FILE
               AT END SET HOLIDAY-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-HOLIDAY UNTIL HOLIDAY-EOF.
           CLOSE HOLIDAY-FILE.
       H062-END. EXIT.

      *---- SEVERAL 'C' LINES WIDEN THE COVERED RANGE TO SPAN THEM
      *      ALL, SO OPS CAN APPEND NEXT YEAR WITHOUT EDITING THIS
      *      YEAR'S LINE.
       LOAD-NEXT-HOLIDAY.
           IF HOL-TYPE-I = 'C' AND HOL-DATE-I IS NUMERIC AND
              HOL-END-I IS NUMERIC
               IF WS-CAL-FROM-GREG = 0 OR
                  HOL-DATE-I < WS-CAL-FROM-GREG
                   MOVE HOL-DATE-I TO WS-CAL-FROM-GREG
               END-IF
               IF HOL-END-I > WS-CAL-TO-GREG
                   MOVE HOL-END-I TO WS-CAL-TO-GREG
               END-IF
           END-IF.
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

      *---- WEEKLY AND MONTH-END ARE WORKED OUT ONCE HERE, ON
      *      BUSINESS DAYS. THE FIRST BUSINESS DAY OF THE WEEK IS THE
      *      WEEKLY DAY - MONDAY, OR TUESDAY AFTER A HOLIDAY MONDAY.
      *      THE LAST BUSINESS DAY OF THE MONTH IS MONTH-END - THE
      *      NEXT BUSINESS DAY FALLS IN ANOTHER MONTH. A PROCESSING
      *      DATE THAT IS NOT ITSELF A BUSINESS DAY IS NEITHER, SO A
      *      WEEKEND RUN CANNOT REPEAT THE MONTH-END STEPS THE LAST
      *      BUSINESS DAY ALREADY RAN.
       H063-JUDGE-PROCESSING-DATE.
           MOVE WS-RUN-INT TO WS-CAL-INT.
           PERFORM JUDGE-CALENDAR-DAY.
           IF CAL-BUSINESS-DAY
               SET RUN-IS-BUSINESS-DAY TO TRUE
           ELSE
               DISPLAY 'DAYCTL: ' WS-RUN-GREG
                   ' IS NOT A BUSINESS DAY - NO WEEKLY OR '
                   'MONTH-END STEPS'
           END-IF.
           IF RUN-IS-BUSINESS-DAY
               COMPUTE WS-WEEKDAY-NUM =
                   FUNCTION REM (WS-RUN-INT 7)
               COMPUTE WS-WEEK-START-INT = WS-RUN-INT -
                   FUNCTION MOD (WS-WEEKDAY-NUM + 6, 7)
               MOVE WS-RUN-INT TO WS-CAL-INT
               PERFORM ROLL-TO-PREVIOUS-BUSINESS-DAY
               IF WS-CAL-INT < WS-WEEK-START-INT
                   SET RUN-IS-WEEK-START TO TRUE
               END-IF
               MOVE WS-RUN-INT TO WS-CAL-INT
               PERFORM ROLL-TO-NEXT-BUSINESS-DAY
               MOVE WS-CAL-INT TO WS-NEXT-INT
               COMPUTE WS-NEXT-GREG =
                   FUNCTION DATE-OF-INTEGER (WS-NEXT-INT)
               IF WS-NEXT-MM NOT = WS-RUN-MM
                   SET RUN-IS-MONTH-END TO TRUE
               END-IF
           END-IF.
       H063-END. EXIT.

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

      *---- BOTH ROLLS START FROM THE DAY AFTER (OR BEFORE) WS-CAL-INT
      *      AND STOP ON THE FIRST BUSINESS DAY.
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

      *---- THE SCHEDULE IS THE CHAIN - A CONTROLLER WITH NO
      *      SCHEDULE HAS NOTHING TO RUN AND SAYING SO BEATS QUIETLY
      *      LOGGING AN EMPTY SUCCESSFUL DAY. EACH ENTRY IS MARKED
           END-READ.
       LOAD-NEXT-SCHEDULE-STEP-END. EXIT.

      *---- 'D' RUNS EVERY DAY, 'W' ON THE FIRST BUSINESS DAY OF THE
      *      WEEK, 'M' ON THE LAST BUSINESS DAY OF THE PROCESSING
      *      MONTH. AN UNKNOWN
      *      FREQUENCY CODE RUNS DAILY RATHER THAN SILENTLY NEVER -
      *      A STEP THAT RUNS TOO OFTEN GETS NOTICED, A STEP THAT
      *      NEVER RUNS DOES NOT.
       MARK-STEP-DUE.
           EVALUATE WS-SCH-FREQ(WS-SCH-IDX)
               WHEN 'W'
                   IF RUN-IS-WEEK-START
                       MOVE 'Y' TO WS-SCH-DUE-SW(WS-SCH-IDX)
                   ELSE
                       MOVE 'N' TO WS-SCH-DUE-SW(WS-SCH-IDX)
