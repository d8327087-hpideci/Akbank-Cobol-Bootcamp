       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSNAP.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- DAILY BALANCE SNAPSHOT. EVERYTHING ELSE REPORTS A POINT-
      *      IN-TIME BALANCE; THIS STEP KEEPS THE END-OF-DAY BALANCE
      *      OF EVERY ACCOUNT IN A SNAPSHOT HISTORY THAT CYCLES RUN
      *      TO RUN (SNAPHSTI IN, SNAPHSTO OUT - THE DORMTRK HISTORY
      *      PATTERN), SO AVERAGE BALANCES CAN BE WORKED OUT LATER
      *      (MISRPT AT MONTH-END). THE BALANCE AND BRANCH COME FROM
      *      THE AFTER-RUN UNLOAD; THE DAY'S INTEREST ('I'), BONUS
      *      ('B') AND SERVICE CHARGES ('F') ARE TAKEN OFF THE DAY'S
      *      AUDIT TRAIL AND STORED ON THE SAME SNAPSHOT LINE. A
      *      RERUN OF THE SAME BUSINESS DATE REPLACES THAT DATE'S
      *      SNAPSHOTS INSTEAD OF DOUBLING THEM.
      *2026-10-15 HCP TERM-DEPOSIT INTEREST ('T' AUDIT SOURCE, POSTED BY
      *           TRNPOST FROM THE TERMDEP BATCH) NOW COUNTS AS
      *           INTEREST ON THE SNAPSHOT ALONGSIDE 'I'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFTER-FILE  ASSIGN TO UNLDAFT
                             STATUS ST-AFTER.
           SELECT AUDIT-FILE  ASSIGN TO AUDITIN
                             STATUS ST-AUDIT.
           SELECT SNAP-IN-FILE ASSIGN TO SNAPHSTI
                             STATUS ST-SNAP-IN.
           SELECT SNAP-OUT-FILE ASSIGN TO SNAPHSTO
                             STATUS ST-SNAP-OUT.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT REPORT-FILE ASSIGN TO SNAPRPT
                             STATUS ST-REPORT.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT IDXUNLD WRITES.
       FD  AFTER-FILE RECORDING MODE F.
         01  AFT-REC.
           05 AFT-ID-I           PIC 9(05).
           05 FILLER             PIC X(01).
           05 AFT-DVZ-I          PIC 9(03).
           05 FILLER             PIC X(01).
           05 AFT-NAME-I         PIC X(15).
           05 AFT-SURNAME-I      PIC X(15).
           05 AFT-ODATE-I        PIC 9(08).
           05 FILLER             PIC X(02).
           05 AFT-LASTACT-I      PIC 9(08).
           05 FILLER             PIC X(02).
           05 AFT-BALANCE-I      PIC S9(15).
           05 FILLER             PIC X(01).
           05 AFT-ODLIMIT-I      PIC 9(15).
           05 FILLER             PIC X(01).
           05 AFT-STATUS-I       PIC X(01).
           05 FILLER             PIC X(01).
           05 AFT-BRANCH-I       PIC 9(03).
      *---- SAME LAYOUT VSAMTOQ WRITES AUDITOUT FROM.
       FD  AUDIT-FILE RECORDING MODE F.
         01  AUD-REC.
           05 AUD-ID-I              PIC 9(05).
           05 FILLER                PIC X(01).
           05 AUD-DVZ-I             PIC 9(03).
           05 FILLER                PIC X(01).
           05 AUD-PRE-BALANCE-I     PIC S9(15).
           05 FILLER                PIC X(01).
           05 AUD-POST-BALANCE-I    PIC S9(15).
           05 FILLER                PIC X(01).
           05 AUD-TIMESTAMP-I       PIC X(21).
           05 FILLER                PIC X(01).
           05 AUD-SOURCE-I          PIC X(01).
      *---- ONE LINE PER ACCOUNT PER BUSINESS DATE: THE END-OF-DAY
      *      BALANCE AND BRANCH, AND WHAT THE DAY CREDITED AS INTEREST
      *      AND BONUS AND CHARGED AS FEES (ALL POSITIVE AMOUNTS).
       FD  SNAP-IN-FILE RECORDING MODE F.
         01  SNAP-IN-REC.
           05 SNP-DATE-I            PIC 9(08).
           05 FILLER                PIC X(01).
           05 SNP-ID-I              PIC 9(05).
           05 FILLER                PIC X(01).
           05 SNP-DVZ-I             PIC 9(03).
           05 FILLER                PIC X(01).
           05 SNP-BRANCH-I          PIC 9(03).
           05 FILLER                PIC X(01).
           05 SNP-BALANCE-I         PIC S9(15).
           05 FILLER                PIC X(01).
           05 SNP-INTEREST-I        PIC S9(15).
           05 FILLER                PIC X(01).
           05 SNP-BONUS-I           PIC S9(15).
           05 FILLER                PIC X(01).
           05 SNP-FEES-I            PIC S9(15).
       FD  SNAP-OUT-FILE RECORDING MODE F.
         01  SNAP-OUT-REC.
           05 SNP-DATE-O            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SNP-ID-O              PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SNP-DVZ-O             PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SNP-BRANCH-O          PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SNP-BALANCE-O         PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SNP-INTEREST-O        PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SNP-BONUS-O           PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SNP-FEES-O            PIC S9(15).
      *---- ONE OPTIONAL CARD: THE BUSINESS DATE THIS RUN PROCESSES,
      *      GREGORIAN YYYYMMDD. THE SNAPSHOTS ARE DATED WITH IT.
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-AFTER          PIC 9(02).
             88 AFTER-EOF                 VALUE 10.
             88 AFTER-OK                  VALUE 00 97.
           05 ST-AUDIT          PIC 9(02).
             88 AUDIT-EOF                 VALUE 10.
             88 AUDIT-OK                  VALUE 00 97.
           05 ST-SNAP-IN        PIC 9(02).
             88 SNAP-IN-EOF               VALUE 10.
             88 SNAP-IN-OK                VALUE 00 97.
           05 ST-SNAP-OUT       PIC 9(02).
             88 SNAP-OUT-OK               VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-AUDIT-DELTA    PIC S9(16) COMP-3.
           05 WS-LOOK-ID        PIC 9(05).
           05 WS-LOOK-DVZ       PIC 9(03).

      *---- WHAT THE DAY'S AUDIT TRAIL CREDITED AND CHARGED, PER
      *      ACCOUNT KEY. A KEY NOT IN THE TABLE EARNED AND PAID
      *      NOTHING TODAY.
         01  WS-EARN-TABLE.
           05 WS-ERN-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-ERN-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-ERN-IDX.
             10 WS-ERN-ID        PIC 9(05).
             10 WS-ERN-DVZ       PIC 9(03).
             10 WS-ERN-INTEREST  PIC S9(15) COMP-3.
             10 WS-ERN-BONUS     PIC S9(15) COMP-3.
             10 WS-ERN-FEES      PIC S9(15) COMP-3.
             10 WS-ERN-USED-SW   PIC X(01).
           05 WS-ERN-FOUND-SW    PIC X(01).
             88 EARN-FOUND                VALUE 'Y'.
             88 EARN-NOT-FOUND            VALUE 'N'.
           05 WS-ERN-FULL-SW     PIC X(01) VALUE 'N'.
             88 EARN-TABLE-FULL           VALUE 'Y'.

         01  WS-CONTROL-TOTALS.
           05 WS-HIST-IN-COUNT   PIC 9(09) COMP VALUE 0.
           05 WS-HIST-KEPT-COUNT PIC 9(09) COMP VALUE 0.
           05 WS-HIST-REPL-COUNT PIC 9(09) COMP VALUE 0.
           05 WS-AUDIT-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-AUDIT-USED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-UNMATCHED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-ACCOUNT-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-HIST-OUT-COUNT  PIC 9(09) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(32)
                         VALUE 'Daily Balance Snapshot         '.
           05  FILLER         PIC X(15) VALUE 'BUSINESS DATE '.
           05 HDR-DATE-O      PIC X(08).
           05  FILLER         PIC X(25) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(30).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(35) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H150-WRITE-HEADERS
           PERFORM H160-LOAD-DAY-EARNINGS
           PERFORM H200-CARRY-HISTORY
           PERFORM H300-WRITE-TODAY-SNAPSHOTS
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  AFTER-FILE.
           OPEN INPUT  AUDIT-FILE.
           OPEN OUTPUT SNAP-OUT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT AFTER-OK)
           DISPLAY 'UNABLE TO OPEN UNLDAFT: ' ST-AFTER
           MOVE ST-AFTER TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT AUDIT-OK)
           DISPLAY 'UNABLE TO OPEN AUDITIN: ' ST-AUDIT
           MOVE ST-AUDIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT SNAP-OUT-OK)
           DISPLAY 'UNABLE TO OPEN SNAPHSTO: ' ST-SNAP-OUT
           MOVE ST-SNAP-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN SNAPRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL THE WAY CTLPARM IS ELSEWHERE - NO
      *      CARD MEANS THE WALL-CLOCK DATE IS THE PROCESSING DATE.
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
           MOVE WS-RUN-TIMESTAMP(1:8) TO HDR-DATE-O.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-1.
       H150-END. EXIT.

      *---- EACH AUDIT RECORD'S MOVEMENT (POST LESS PRE) IS FILED
      *      UNDER ITS SOURCE: INTEREST (INTACCR 'I' AND TERMDEP 'T')
      *      AND BONUS ARE CREDITS, A FEE IS A DEBIT AND IS KEPT AS
      *      THE AMOUNT CHARGED. MOVEMENTS FROM OTHER SOURCES ONLY
      *      SHOW IN THE BALANCE.
       H160-LOAD-DAY-EARNINGS.
           READ AUDIT-FILE
               AT END SET AUDIT-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-AUDIT UNTIL AUDIT-EOF.
       H160-END. EXIT.

       LOAD-NEXT-AUDIT.
           ADD 1 TO WS-AUDIT-COUNT.
           IF (AUD-SOURCE-I = 'I' OR AUD-SOURCE-I = 'T' OR
               AUD-SOURCE-I = 'B' OR AUD-SOURCE-I = 'F') AND
              AUD-ID-I IS NUMERIC AND AUD-DVZ-I IS NUMERIC AND
              AUD-PRE-BALANCE-I IS NUMERIC AND
              AUD-POST-BALANCE-I IS NUMERIC
               MOVE AUD-ID-I  TO WS-LOOK-ID
               MOVE AUD-DVZ-I TO WS-LOOK-DVZ
               PERFORM FIND-EARN-ENTRY
               IF EARN-FOUND
                   ADD 1 TO WS-AUDIT-USED-COUNT
                   COMPUTE WS-AUDIT-DELTA =
                       AUD-POST-BALANCE-I - AUD-PRE-BALANCE-I
                   EVALUATE AUD-SOURCE-I
                       WHEN 'I'
                       WHEN 'T'
                           ADD WS-AUDIT-DELTA
                               TO WS-ERN-INTEREST(WS-ERN-IDX)
                       WHEN 'B'
                           ADD WS-AUDIT-DELTA
                               TO WS-ERN-BONUS(WS-ERN-IDX)
                       WHEN 'F'
                           SUBTRACT WS-AUDIT-DELTA
                               FROM WS-ERN-FEES(WS-ERN-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
           READ AUDIT-FILE
               AT END SET AUDIT-EOF TO TRUE
           END-READ.
       LOAD-NEXT-AUDIT-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED.
      *      DURING THE AUDIT LOAD A NEW KEY TAKES THE NEXT FREE SLOT.
       FIND-EARN-ENTRY.
           PERFORM LOCATE-EARN-ENTRY.
           IF EARN-NOT-FOUND
               IF WS-ERN-COUNT < 9999
                   ADD 1 TO WS-ERN-COUNT
                   SET WS-ERN-IDX TO WS-ERN-COUNT
                   MOVE WS-LOOK-ID  TO WS-ERN-ID(WS-ERN-IDX)
                   MOVE WS-LOOK-DVZ TO WS-ERN-DVZ(WS-ERN-IDX)
                   MOVE 0   TO WS-ERN-INTEREST(WS-ERN-IDX)
                   MOVE 0   TO WS-ERN-BONUS(WS-ERN-IDX)
                   MOVE 0   TO WS-ERN-FEES(WS-ERN-IDX)
                   MOVE 'N' TO WS-ERN-USED-SW(WS-ERN-IDX)
                   SET EARN-FOUND TO TRUE
               ELSE
                   IF NOT EARN-TABLE-FULL
                       DISPLAY 'WS-EARN-TABLE FULL, SKIPPING ID='
                           WS-LOOK-ID ' DVZ=' WS-LOOK-DVZ
                   END-IF
                   SET EARN-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       FIND-EARN-ENTRY-END. EXIT.

       LOCATE-EARN-ENTRY.
           SET EARN-NOT-FOUND TO TRUE.
           IF WS-ERN-COUNT > 0
               PERFORM SEARCH-EARN-ENTRY
                   VARYING WS-ERN-IDX FROM 1 BY 1
                   UNTIL WS-ERN-IDX > WS-ERN-COUNT
                      OR EARN-FOUND
               IF EARN-FOUND
                   SET WS-ERN-IDX DOWN BY 1
               END-IF
           END-IF.
       LOCATE-EARN-ENTRY-END. EXIT.

       SEARCH-EARN-ENTRY.
           IF WS-ERN-ID(WS-ERN-IDX)  = WS-LOOK-ID AND
              WS-ERN-DVZ(WS-ERN-IDX) = WS-LOOK-DVZ
               SET EARN-FOUND TO TRUE
           END-IF.
       SEARCH-EARN-ENTRY-END. EXIT.

      *---- SNAPHSTI IS OPTIONAL - THE FIRST RUN EVER STARTS THE
      *      HISTORY. EVERYTHING IS CARRIED EXCEPT THE LINES ALREADY
      *      DATED TODAY, WHICH A RERUN IS ABOUT TO WRITE AGAIN.
       H200-CARRY-HISTORY.
           OPEN INPUT SNAP-IN-FILE.
           IF SNAP-IN-OK
               READ SNAP-IN-FILE
                   AT END SET SNAP-IN-EOF TO TRUE
               END-READ
               PERFORM CARRY-NEXT-SNAPSHOT UNTIL SNAP-IN-EOF
               CLOSE SNAP-IN-FILE
           END-IF.
       H200-END. EXIT.

       CARRY-NEXT-SNAPSHOT.
           ADD 1 TO WS-HIST-IN-COUNT.
           IF SNP-DATE-I = WS-TODAY-GREG
               ADD 1 TO WS-HIST-REPL-COUNT
           ELSE
               ADD 1 TO WS-HIST-KEPT-COUNT
               ADD 1 TO WS-HIST-OUT-COUNT
               WRITE SNAP-OUT-REC FROM SNAP-IN-REC
           END-IF.
           READ SNAP-IN-FILE
               AT END SET SNAP-IN-EOF TO TRUE
           END-READ.
       CARRY-NEXT-SNAPSHOT-END. EXIT.

      *---- ONE SNAPSHOT PER ACCOUNT ON THE AFTER-RUN UNLOAD, WITH THE
      *      DAY'S EARNINGS FROM THE TABLE. EARNINGS ON A KEY NO
      *      LONGER ON THE UNLOAD (CLOSED DURING THE DAY) HAVE NO
      *      BALANCE TO SIT BESIDE AND ARE ONLY COUNTED.
       H300-WRITE-TODAY-SNAPSHOTS.
           READ AFTER-FILE
               AT END SET AFTER-EOF TO TRUE
           END-READ.
           PERFORM WRITE-NEXT-SNAPSHOT UNTIL AFTER-EOF.
           PERFORM COUNT-UNMATCHED-EARNINGS
               VARYING WS-ERN-IDX FROM 1 BY 1
               UNTIL WS-ERN-IDX > WS-ERN-COUNT.
       H300-END. EXIT.

       WRITE-NEXT-SNAPSHOT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE SPACES TO SNAP-OUT-REC.
           MOVE WS-TODAY-GREG   TO SNP-DATE-O.
           MOVE AFT-ID-I        TO SNP-ID-O.
           MOVE AFT-DVZ-I       TO SNP-DVZ-O.
           MOVE AFT-BRANCH-I    TO SNP-BRANCH-O.
           MOVE AFT-BALANCE-I   TO SNP-BALANCE-O.
           MOVE 0 TO SNP-INTEREST-O SNP-BONUS-O SNP-FEES-O.
           MOVE AFT-ID-I  TO WS-LOOK-ID.
           MOVE AFT-DVZ-I TO WS-LOOK-DVZ.
           PERFORM LOCATE-EARN-ENTRY.
           IF EARN-FOUND
               MOVE WS-ERN-INTEREST(WS-ERN-IDX) TO SNP-INTEREST-O
               MOVE WS-ERN-BONUS(WS-ERN-IDX)    TO SNP-BONUS-O
               MOVE WS-ERN-FEES(WS-ERN-IDX)     TO SNP-FEES-O
               MOVE 'Y' TO WS-ERN-USED-SW(WS-ERN-IDX)
           END-IF.
           WRITE SNAP-OUT-REC.
           ADD 1 TO WS-HIST-OUT-COUNT.
           READ AFTER-FILE
               AT END SET AFTER-EOF TO TRUE
           END-READ.
       WRITE-NEXT-SNAPSHOT-END. EXIT.

       COUNT-UNMATCHED-EARNINGS.
           IF WS-ERN-USED-SW(WS-ERN-IDX) NOT = 'Y'
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.
       COUNT-UNMATCHED-EARNINGS-END. EXIT.

      *---- HISTORY IN = KEPT + REPLACED, AND HISTORY OUT = KEPT +
      *      ACCOUNTS SNAPPED, SO THE CYCLE CAN BE PROVED FROM THE
      *      PAGE. A FULL EARNINGS TABLE GIVES RETURN-CODE 4 - SOME
      *      SNAPSHOTS ARE MISSING THEIR EARNINGS.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'HISTORY LINES READ'           TO TOT-LABEL-O.
           MOVE WS-HIST-IN-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HISTORY LINES KEPT'           TO TOT-LABEL-O.
           MOVE WS-HIST-KEPT-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'TODAY LINES REPLACED'         TO TOT-LABEL-O.
           MOVE WS-HIST-REPL-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'AUDIT RECORDS READ'           TO TOT-LABEL-O.
           MOVE WS-AUDIT-COUNT                 TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'INT/BONUS/FEE RECORDS USED'   TO TOT-LABEL-O.
           MOVE WS-AUDIT-USED-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'EARNINGS NOT ON UNLOAD'       TO TOT-LABEL-O.
           MOVE WS-UNMATCHED-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS SNAPPED'             TO TOT-LABEL-O.
           MOVE WS-ACCOUNT-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HISTORY LINES WRITTEN'        TO TOT-LABEL-O.
           MOVE WS-HIST-OUT-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           IF EARN-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE AFTER-FILE
           CLOSE AUDIT-FILE
           CLOSE SNAP-OUT-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
