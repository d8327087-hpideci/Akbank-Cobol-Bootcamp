       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISRPT.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- MONTH-END AVERAGE-BALANCE MIS. READS THE SNAPSHOT HISTORY
      *      BALSNAP BUILDS AND, FOR THE PROCESSING MONTH, WORKS OUT
      *      PER ACCOUNT THE AVERAGE DAILY BALANCE, THE LOWEST AND
      *      HIGHEST END-OF-DAY BALANCE, THE DAYS SPENT OVERDRAWN AND
      *      THE INTEREST, BONUS AND SERVICE CHARGES OF THE MONTH
      *      (MISACCT). THE ACCOUNTS ARE THEN ROLLED UP PER BRANCH AND
      *      CURRENCY, CONVERTED TO BASE CURRENCY AT THE RATEFILE MID
      *      RATE, ONE PAGE PER BRANCH (MISOUT) - THE BRANCH MANAGER'S
      *      PROFITABILITY VIEW OF THE BOOK: AVERAGE BALANCES HELD,
      *      WHAT WAS PAID OUT AS INTEREST AND BONUS, WHAT WAS EARNED
      *      IN FEES AND THE NET OF THE TWO.
      *      AVERAGES ARE CALENDAR-DAY WEIGHTED: A SNAPSHOT'S BALANCE
      *      STANDS UNTIL THE NEXT SNAPSHOT DATE IN THE HISTORY, THE
      *      LAST ONE UNTIL THE END OF THE MONTH, SO A FRIDAY BALANCE
      *      COUNTS FOR THE WEEKEND TOO. AN ACCOUNT ONLY COUNTS THE
      *      DAYS IT WAS ON THE BOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE   ASSIGN TO SNAPIN
                             STATUS ST-SNAP.
           SELECT RATE-FILE   ASSIGN TO RATEFILE
                             STATUS ST-RATE-FILE.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT ACCOUNT-FILE ASSIGN TO MISACCT
                             STATUS ST-ACCOUNT.
           SELECT REPORT-FILE ASSIGN TO MISOUT
                             STATUS ST-REPORT.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT BALSNAP WRITES SNAPHSTO FROM.
       FD  SNAP-FILE RECORDING MODE F.
         01  SNAP-REC.
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
      *---- SAME RATEFILE STMTGEN, TRNPOST AND FXPOSRPT READ.
       FD  RATE-FILE RECORDING MODE F.
         01  RATE-REC.
           05 RATE-DVZ-I            PIC X(03).
           05 FILLER                PIC X(01).
           05 RATE-VALUE-I          PIC 9(05)V9(06).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
       FD  ACCOUNT-FILE RECORDING MODE F.
         01  ACCT-REC               PIC X(132).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(132).
      *---- ONE ACCOUNT OF THE MONTH, SORTED BRANCH / CURRENCY /
      *      ACCOUNT SO EACH BRANCH PRINTS AS ONE PAGE.
       SD  SORT-WORK.
         01  SRT-REC.
           05 SRT-BRANCH            PIC 9(03).
           05 SRT-DVZ               PIC 9(03).
           05 SRT-ID                PIC 9(05).
           05 SRT-SUB               PIC 9(05).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-SNAP           PIC 9(02).
             88 SNAP-EOF                  VALUE 10.
             88 SNAP-OK                   VALUE 00 97.
           05 ST-RATE-FILE      PIC 9(02).
             88 RATE-FILE-EOF             VALUE 10.
             88 RATE-FILE-OK              VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-ACCOUNT        PIC 9(02).
             88 ACCOUNT-OK                VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-PERIOD-DATE    PIC 9(08).
           05 WS-PERIOD-DATE-X REDEFINES WS-PERIOD-DATE.
              10 WS-PERIOD-YYYY PIC 9(04).
              10 WS-PERIOD-MM   PIC 9(02).
              10 WS-PERIOD-DD   PIC 9(02).
           05 WS-PERIOD-YYYYMM  PIC 9(06).
           05 WS-NEXT-MONTH-INT PIC 9(07).
           05 WS-SNAP-YYYYMM    PIC 9(06).
           05 WS-LOOK-DVZ       PIC 9(03).
           05 WS-LOOK-ID        PIC 9(05).
           05 WS-WEIGHT         PIC 9(03) COMP.
           05 WS-SORT-EOF-SW    PIC X(01).
             88 SORT-RETURN-EOF          VALUE 'Y'.
             88 SORT-RETURN-MORE         VALUE 'N'.
           05 WS-ADB            PIC S9(15) COMP-3.
           05 WS-NET-NATIVE     PIC S9(17) COMP-3.
           05 WS-BASE-WORK      PIC S9(18) COMP-3.

      *---- THE DISTINCT SNAPSHOT DATES OF THE MONTH IN ASCENDING
      *      ORDER, EACH WITH THE CALENDAR DAYS ITS BALANCES STAND FOR.
         01  WS-DATE-TABLE.
           05 WS-DT-COUNT        PIC 9(03) COMP VALUE 0.
           05 WS-DT-SUB          PIC 9(03) COMP.
           05 WS-DT-POS          PIC 9(03) COMP.
           05 WS-DT-ENTRY OCCURS 32 TIMES
                             INDEXED BY WS-DT-IDX.
             10 WS-DT-DATE       PIC 9(08).
             10 WS-DT-INT        PIC 9(07).
             10 WS-DT-WEIGHT     PIC 9(03) COMP.
           05 WS-DT-FOUND-SW     PIC X(01).
             88 DATE-FOUND                VALUE 'Y'.
             88 DATE-NOT-FOUND            VALUE 'N'.

      *---- ONE ENTRY PER ACCOUNT KEY SEEN IN THE MONTH. THE BRANCH
      *      IS THE ONE ON THE ACCOUNT'S LATEST SNAPSHOT.
         01  WS-ACCOUNT-TABLE.
           05 WS-ACC-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-ACC-SUB         PIC 9(05) COMP.
           05 WS-ACC-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-ACC-IDX.
             10 WS-ACC-ID        PIC 9(05).
             10 WS-ACC-DVZ       PIC 9(03).
             10 WS-ACC-BRANCH    PIC 9(03).
             10 WS-ACC-LAST-DATE PIC 9(08).
             10 WS-ACC-DAYS      PIC 9(03) COMP.
             10 WS-ACC-BAL-DAYS  PIC S9(18) COMP-3.
             10 WS-ACC-MIN       PIC S9(15) COMP-3.
             10 WS-ACC-MAX       PIC S9(15) COMP-3.
             10 WS-ACC-OD-DAYS   PIC 9(03) COMP.
             10 WS-ACC-INTEREST  PIC S9(17) COMP-3.
             10 WS-ACC-BONUS     PIC S9(17) COMP-3.
             10 WS-ACC-FEES      PIC S9(17) COMP-3.
           05 WS-ACC-FOUND-SW    PIC X(01).
             88 ACC-FOUND                 VALUE 'Y'.
             88 ACC-NOT-FOUND             VALUE 'N'.
           05 WS-ACC-FULL-SW     PIC X(01) VALUE 'N'.
             88 ACC-TABLE-FULL            VALUE 'Y'.

      *---- SAME 50-CURRENCY RATE TABLE STMTGEN KEEPS.
         01  WS-RATE-TABLE.
           05 WS-RATE-COUNT         PIC 9(03) COMP VALUE 0.
           05 WS-RATE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-RATE-IDX.
             10 WS-RATE-DVZ         PIC 9(03).
             10 WS-RATE-VALUE       PIC 9(05)V9(06).
           05 WS-RATE-FOUND-SW      PIC X(01).
             88 RATE-FOUND                   VALUE 'Y'.
             88 RATE-NOT-FOUND               VALUE 'N'.

      *---- RUNNING ROLL-UPS FOR THE CURRENCY AND BRANCH BEING
      *      PRINTED, AND THE WHOLE BANK IN BASE CURRENCY.
         01  WS-ROLLUPS.
           05 WS-CUR-BRANCH      PIC 9(03).
           05 WS-CUR-DVZ         PIC 9(03).
           05 WS-BREAK-SW        PIC X(01) VALUE 'N'.
             88 FIRST-GROUP-SEEN          VALUE 'Y'.
           05 WS-CCY-ACCTS       PIC 9(07) COMP.
           05 WS-CCY-ADB         PIC S9(18) COMP-3.
           05 WS-CCY-OD-DAYS     PIC 9(07) COMP.
           05 WS-CCY-INTEREST    PIC S9(18) COMP-3.
           05 WS-CCY-BONUS       PIC S9(18) COMP-3.
           05 WS-CCY-FEES        PIC S9(18) COMP-3.
           05 WS-BRN-ACCTS       PIC 9(07) COMP.
           05 WS-BRN-OD-DAYS     PIC 9(07) COMP.
           05 WS-BRN-ADB-BASE    PIC S9(18) COMP-3.
           05 WS-BRN-INT-BASE    PIC S9(18) COMP-3.
           05 WS-BRN-BONUS-BASE  PIC S9(18) COMP-3.
           05 WS-BRN-FEES-BASE   PIC S9(18) COMP-3.
           05 WS-BRN-NET-BASE    PIC S9(18) COMP-3.
           05 WS-BNK-ADB-BASE    PIC S9(18) COMP-3 VALUE 0.
           05 WS-BNK-NET-BASE    PIC S9(18) COMP-3 VALUE 0.

         01  WS-CONTROL-TOTALS.
           05 WS-SNAP-READ-COUNT PIC 9(09) COMP VALUE 0.
           05 WS-SNAP-USED-COUNT PIC 9(09) COMP VALUE 0.
           05 WS-BRANCH-COUNT    PIC 9(05) COMP VALUE 0.
           05 WS-NORATE-COUNT    PIC 9(05) COMP VALUE 0.
           05 WS-PERIOD-DAYS     PIC 9(03) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(31)
                   VALUE 'Branch Profitability - Month '.
           05 HDR-MONTH-O     PIC 9(06).
           05  FILLER         PIC X(10) VALUE '  Branch '.
           05 HDR-BRANCH-O    PIC 9(03).
           05  FILLER         PIC X(18) VALUE '  Days In Month '.
           05 HDR-DAYS-O      PIC Z9.
           05  FILLER         PIC X(62) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(11) VALUE 'Dvz   Accts'.
           05  FILLER         PIC X(17) VALUE '    Avg Daily Bal'.
           05  FILLER         PIC X(08) VALUE ' OD Days'.
           05  FILLER         PIC X(16) VALUE '        Interest'.
           05  FILLER         PIC X(16) VALUE '           Bonus'.
           05  FILLER         PIC X(16) VALUE '            Fees'.
           05  FILLER         PIC X(17) VALUE '    Avg Bal(Base)'.
           05  FILLER         PIC X(17) VALUE '    Net Inc(Base)'.
           05  FILLER         PIC X(14) VALUE SPACES.
         01  CURRENCY-LINE.
           05 CCY-DVZ-O       PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05 CCY-ACCTS-O     PIC Z(05)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 CCY-ADB-O       PIC -(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 CCY-OD-DAYS-O   PIC Z(06)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 CCY-INTEREST-O  PIC -(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 CCY-BONUS-O     PIC -(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 CCY-FEES-O      PIC -(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 CCY-ADB-BASE-O  PIC -(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 CCY-NET-BASE-O  PIC -(15)9.
           05 CCY-TAG-O       PIC X(11).
           05  FILLER         PIC X(02) VALUE SPACES.
      *---- THE BRANCH TOTAL IS IN BASE CURRENCY THROUGHOUT, IN THE
      *      SAME COLUMNS AS THE CURRENCY LINES ABOVE IT.
         01  BRANCH-TOTAL-LINE.
           05  FILLER         PIC X(05) VALUE 'TOTAL'.
           05 BRT-ACCTS-O     PIC Z(05)9.
           05  FILLER         PIC X(18) VALUE '   (BASE CCY)'.
           05 BRT-OD-DAYS-O   PIC Z(06)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 BRT-INTEREST-O  PIC -(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 BRT-BONUS-O     PIC -(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 BRT-FEES-O      PIC -(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 BRT-ADB-BASE-O  PIC -(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 BRT-NET-BASE-O  PIC -(15)9.
           05  FILLER         PIC X(13) VALUE SPACES.
         01  ACCT-HEADER-1.
           05  FILLER         PIC X(34)
                   VALUE 'Account Average Balances - Month '.
           05 AHD-MONTH-O     PIC 9(06).
           05  FILLER         PIC X(92) VALUE SPACES.
         01  ACCT-HEADER-2.
           05  FILLER         PIC X(04) VALUE 'Brn '.
           05  FILLER         PIC X(06) VALUE 'C.No  '.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(04) VALUE 'Dys '.
           05  FILLER         PIC X(17) VALUE '   Avg Daily Bal '.
           05  FILLER         PIC X(17) VALUE '     Min Balance '.
           05  FILLER         PIC X(17) VALUE '     Max Balance '.
           05  FILLER         PIC X(03) VALUE ' OD'.
           05  FILLER         PIC X(16) VALUE '        Interest'.
           05  FILLER         PIC X(16) VALUE '           Bonus'.
           05  FILLER         PIC X(16) VALUE '            Fees'.
           05  FILLER         PIC X(12) VALUE SPACES.
         01  ACCOUNT-LINE.
           05 ACL-BRANCH-O    PIC 9(03).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 ACL-ID-O        PIC 9(05).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 ACL-DVZ-O       PIC 9(03).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 ACL-DAYS-O      PIC Z(02)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 ACL-ADB-O       PIC -(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 ACL-MIN-O       PIC -(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 ACL-MAX-O       PIC -(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 ACL-OD-DAYS-O   PIC Z(02)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 ACL-INTEREST-O  PIC -(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 ACL-BONUS-O     PIC -(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 ACL-FEES-O      PIC -(14)9.
           05  FILLER         PIC X(07) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(30).
           05 TOT-VALUE-O         PIC -(17)9.
           05 FILLER              PIC X(84) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H170-LOAD-RATE-TABLE
           PERFORM H200-COLLECT-SNAPSHOT-DATES
           PERFORM H250-WEIGH-SNAPSHOT-DATES
           PERFORM H300-ACCUMULATE-ACCOUNTS
           PERFORM H500-WRITE-REPORTS
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  RATE-FILE.
           OPEN OUTPUT ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT RATE-FILE-OK)
           DISPLAY 'UNABLE TO OPEN RATEFILE: ' ST-RATE-FILE
           MOVE ST-RATE-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ACCOUNT-OK)
           DISPLAY 'UNABLE TO OPEN MISACCT: ' ST-ACCOUNT
           MOVE ST-ACCOUNT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN MISOUT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. THE REPORT
      *      COVERS THE WHOLE CALENDAR MONTH OF THE PROCESSING DATE.
      *      THE DAY BEFORE THE FIRST OF NEXT MONTH IS THE LAST DAY.
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
           MOVE WS-TODAY-GREG TO WS-PERIOD-DATE.
           COMPUTE WS-PERIOD-YYYYMM =
               WS-PERIOD-YYYY * 100 + WS-PERIOD-MM.
           MOVE 01 TO WS-PERIOD-DD.
           IF WS-PERIOD-MM = 12
               ADD 1 TO WS-PERIOD-YYYY
               MOVE 01 TO WS-PERIOD-MM
           ELSE
               ADD 1 TO WS-PERIOD-MM
           END-IF.
           COMPUTE WS-NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-DATE).
       H105-END. EXIT.

      *---- ONE RATE PER CURRENCY; THE LAST LINE ON FILE WINS AND THE
      *      'DTE' TAG LINE FALLS OUT ON ITS NON-NUMERIC CURRENCY.
       H170-LOAD-RATE-TABLE.
           READ RATE-FILE
               AT END SET RATE-FILE-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-RATE UNTIL RATE-FILE-EOF.
       H170-END. EXIT.

       LOAD-NEXT-RATE.
           IF RATE-DVZ-I IS NUMERIC AND RATE-VALUE-I IS NUMERIC
               COMPUTE WS-LOOK-DVZ = FUNCTION NUMVAL(RATE-DVZ-I)
               PERFORM FIND-RATE
               IF RATE-FOUND
                   MOVE RATE-VALUE-I
                       TO WS-RATE-VALUE(WS-RATE-IDX)
               ELSE
                   IF WS-RATE-COUNT < 50
                       ADD 1 TO WS-RATE-COUNT
                       SET WS-RATE-IDX TO WS-RATE-COUNT
                       MOVE WS-LOOK-DVZ
                           TO WS-RATE-DVZ(WS-RATE-IDX)
                       MOVE RATE-VALUE-I
                           TO WS-RATE-VALUE(WS-RATE-IDX)
                   ELSE
                       DISPLAY 'WS-RATE-TABLE FULL, SKIPPING DVZ='
                           RATE-DVZ-I
                   END-IF
               END-IF
           END-IF.
           READ RATE-FILE
               AT END SET RATE-FILE-EOF TO TRUE
           END-READ.
       LOAD-NEXT-RATE-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED.
       FIND-RATE.
           SET RATE-NOT-FOUND TO TRUE.
           IF WS-RATE-COUNT > 0
               PERFORM SEARCH-RATE
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR RATE-FOUND
               IF RATE-FOUND
                   SET WS-RATE-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-RATE-END. EXIT.

       SEARCH-RATE.
           IF WS-RATE-DVZ(WS-RATE-IDX) = WS-LOOK-DVZ
               SET RATE-FOUND TO TRUE
           END-IF.
       SEARCH-RATE-END. EXIT.

      *---- FIRST PASS OVER THE HISTORY: WHICH DATES OF THE MONTH
      *      HAVE SNAPSHOTS. SNAPIN IS REQUIRED - WITHOUT IT THERE IS
      *      NOTHING TO AVERAGE.
       H200-COLLECT-SNAPSHOT-DATES.
           OPEN INPUT SNAP-FILE.
           IF (NOT SNAP-OK)
           DISPLAY 'UNABLE TO OPEN SNAPIN: ' ST-SNAP
           MOVE ST-SNAP TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ SNAP-FILE
               AT END SET SNAP-EOF TO TRUE
           END-READ.
           PERFORM COLLECT-NEXT-DATE UNTIL SNAP-EOF.
           CLOSE SNAP-FILE.
       H200-END. EXIT.

       COLLECT-NEXT-DATE.
           ADD 1 TO WS-SNAP-READ-COUNT.
           IF SNP-DATE-I IS NUMERIC
               DIVIDE SNP-DATE-I BY 100 GIVING WS-SNAP-YYYYMM
               IF WS-SNAP-YYYYMM = WS-PERIOD-YYYYMM
                   PERFORM FIND-SNAPSHOT-DATE
                   IF DATE-NOT-FOUND
                       PERFORM INSERT-SNAPSHOT-DATE
                   END-IF
               END-IF
           END-IF.
           READ SNAP-FILE
               AT END SET SNAP-EOF TO TRUE
           END-READ.
       COLLECT-NEXT-DATE-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED.
       FIND-SNAPSHOT-DATE.
           SET DATE-NOT-FOUND TO TRUE.
           IF WS-DT-COUNT > 0
               PERFORM SEARCH-SNAPSHOT-DATE
                   VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                      OR DATE-FOUND
               IF DATE-FOUND
                   SET WS-DT-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-SNAPSHOT-DATE-END. EXIT.

       SEARCH-SNAPSHOT-DATE.
           IF WS-DT-DATE(WS-DT-IDX) = SNP-DATE-I
               SET DATE-FOUND TO TRUE
           END-IF.
       SEARCH-SNAPSHOT-DATE-END. EXIT.

      *---- THE TABLE IS KEPT IN DATE ORDER: THE NEW DATE GOES IN
      *      FRONT OF THE FIRST LATER ONE, WHICH SHIFT UP A SLOT. A
      *      MONTH HAS AT MOST 31 DATES, SO THE TABLE CANNOT FILL.
       INSERT-SNAPSHOT-DATE.
           MOVE 1 TO WS-DT-POS.
           PERFORM FIND-INSERT-POSITION
               UNTIL WS-DT-POS > WS-DT-COUNT
                  OR WS-DT-DATE(WS-DT-POS) > SNP-DATE-I.
           PERFORM SHIFT-DATE-UP
               VARYING WS-DT-SUB FROM WS-DT-COUNT BY -1
               UNTIL WS-DT-SUB < WS-DT-POS.
           ADD 1 TO WS-DT-COUNT.
           MOVE SNP-DATE-I TO WS-DT-DATE(WS-DT-POS).
           COMPUTE WS-DT-INT(WS-DT-POS) =
               FUNCTION INTEGER-OF-DATE (SNP-DATE-I).
       INSERT-SNAPSHOT-DATE-END. EXIT.

       FIND-INSERT-POSITION.
           ADD 1 TO WS-DT-POS.
       FIND-INSERT-POSITION-END. EXIT.

       SHIFT-DATE-UP.
           MOVE WS-DT-ENTRY(WS-DT-SUB) TO WS-DT-ENTRY(WS-DT-SUB + 1).
       SHIFT-DATE-UP-END. EXIT.

      *---- EACH DATE'S BALANCES STAND UNTIL THE NEXT SNAPSHOT DATE;
      *      THE LAST DATE'S UNTIL MONTH-END. THE FIRST SNAPSHOT OF
      *      THE MONTH STARTS THE PERIOD.
       H250-WEIGH-SNAPSHOT-DATES.
           PERFORM WEIGH-ONE-DATE
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT.
       H250-END. EXIT.

       WEIGH-ONE-DATE.
           IF WS-DT-SUB < WS-DT-COUNT
               COMPUTE WS-DT-WEIGHT(WS-DT-SUB) =
                   WS-DT-INT(WS-DT-SUB + 1) - WS-DT-INT(WS-DT-SUB)
           ELSE
               COMPUTE WS-DT-WEIGHT(WS-DT-SUB) =
                   WS-NEXT-MONTH-INT - WS-DT-INT(WS-DT-SUB)
           END-IF.
           ADD WS-DT-WEIGHT(WS-DT-SUB) TO WS-PERIOD-DAYS.
       WEIGH-ONE-DATE-END. EXIT.

      *---- SECOND PASS: EVERY SNAPSHOT OF THE MONTH IS WEIGHTED BY
      *      ITS DATE'S DAYS INTO ITS ACCOUNT'S ENTRY.
       H300-ACCUMULATE-ACCOUNTS.
           OPEN INPUT SNAP-FILE.
           READ SNAP-FILE
               AT END SET SNAP-EOF TO TRUE
           END-READ.
           PERFORM ACCUMULATE-NEXT-SNAPSHOT UNTIL SNAP-EOF.
           CLOSE SNAP-FILE.
       H300-END. EXIT.

       ACCUMULATE-NEXT-SNAPSHOT.
           IF SNP-DATE-I IS NUMERIC
               DIVIDE SNP-DATE-I BY 100 GIVING WS-SNAP-YYYYMM
               IF WS-SNAP-YYYYMM = WS-PERIOD-YYYYMM AND
                  SNP-ID-I IS NUMERIC AND SNP-DVZ-I IS NUMERIC
                   PERFORM FIND-SNAPSHOT-DATE
                   MOVE WS-DT-WEIGHT(WS-DT-IDX) TO WS-WEIGHT
                   MOVE SNP-ID-I  TO WS-LOOK-ID
                   MOVE SNP-DVZ-I TO WS-LOOK-DVZ
                   PERFORM FIND-ACCOUNT-ENTRY
                   IF ACC-FOUND
                       ADD 1 TO WS-SNAP-USED-COUNT
                       PERFORM ADD-SNAPSHOT-TO-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           READ SNAP-FILE
               AT END SET SNAP-EOF TO TRUE
           END-READ.
       ACCUMULATE-NEXT-SNAPSHOT-END. EXIT.

       ADD-SNAPSHOT-TO-ACCOUNT.
           IF WS-ACC-DAYS(WS-ACC-IDX) = 0
               MOVE SNP-BALANCE-I TO WS-ACC-MIN(WS-ACC-IDX)
               MOVE SNP-BALANCE-I TO WS-ACC-MAX(WS-ACC-IDX)
           END-IF.
           IF SNP-BALANCE-I < WS-ACC-MIN(WS-ACC-IDX)
               MOVE SNP-BALANCE-I TO WS-ACC-MIN(WS-ACC-IDX)
           END-IF.
           IF SNP-BALANCE-I > WS-ACC-MAX(WS-ACC-IDX)
               MOVE SNP-BALANCE-I TO WS-ACC-MAX(WS-ACC-IDX)
           END-IF.
           IF SNP-DATE-I >= WS-ACC-LAST-DATE(WS-ACC-IDX)
               MOVE SNP-DATE-I   TO WS-ACC-LAST-DATE(WS-ACC-IDX)
               MOVE SNP-BRANCH-I TO WS-ACC-BRANCH(WS-ACC-IDX)
           END-IF.
           ADD WS-WEIGHT TO WS-ACC-DAYS(WS-ACC-IDX).
           COMPUTE WS-ACC-BAL-DAYS(WS-ACC-IDX) =
               WS-ACC-BAL-DAYS(WS-ACC-IDX) + SNP-BALANCE-I * WS-WEIGHT.
           IF SNP-BALANCE-I < 0
               ADD WS-WEIGHT TO WS-ACC-OD-DAYS(WS-ACC-IDX)
           END-IF.
           ADD SNP-INTEREST-I TO WS-ACC-INTEREST(WS-ACC-IDX).
           ADD SNP-BONUS-I    TO WS-ACC-BONUS(WS-ACC-IDX).
           ADD SNP-FEES-I     TO WS-ACC-FEES(WS-ACC-IDX).
       ADD-SNAPSHOT-TO-ACCOUNT-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED. A
      *      NEW KEY TAKES THE NEXT FREE SLOT.
       FIND-ACCOUNT-ENTRY.
           SET ACC-NOT-FOUND TO TRUE.
           IF WS-ACC-COUNT > 0
               PERFORM SEARCH-ACCOUNT-ENTRY
                   VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
                      OR ACC-FOUND
               IF ACC-FOUND
                   SET WS-ACC-IDX DOWN BY 1
               END-IF
           END-IF.
           IF ACC-NOT-FOUND
               IF WS-ACC-COUNT < 9999
                   ADD 1 TO WS-ACC-COUNT
                   SET WS-ACC-IDX TO WS-ACC-COUNT
                   MOVE WS-LOOK-ID  TO WS-ACC-ID(WS-ACC-IDX)
                   MOVE WS-LOOK-DVZ TO WS-ACC-DVZ(WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-BRANCH(WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-LAST-DATE(WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-DAYS(WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-BAL-DAYS(WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-MIN(WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-MAX(WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-OD-DAYS(WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-INTEREST(WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-BONUS(WS-ACC-IDX)
                   MOVE 0 TO WS-ACC-FEES(WS-ACC-IDX)
                   SET ACC-FOUND TO TRUE
               ELSE
                   IF NOT ACC-TABLE-FULL
                       DISPLAY 'WS-ACCOUNT-TABLE FULL, SKIPPING ID='
                           WS-LOOK-ID ' DVZ=' WS-LOOK-DVZ
                   END-IF
                   SET ACC-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       FIND-ACCOUNT-ENTRY-END. EXIT.

       SEARCH-ACCOUNT-ENTRY.
           IF WS-ACC-ID(WS-ACC-IDX)  = WS-LOOK-ID AND
              WS-ACC-DVZ(WS-ACC-IDX) = WS-LOOK-DVZ
               SET ACC-FOUND TO TRUE
           END-IF.
       SEARCH-ACCOUNT-ENTRY-END. EXIT.

       H500-WRITE-REPORTS.
           MOVE WS-PERIOD-YYYYMM TO HDR-MONTH-O AHD-MONTH-O.
           MOVE WS-PERIOD-DAYS   TO HDR-DAYS-O.
           MOVE SPACES TO ACCT-REC.
           WRITE ACCT-REC FROM ACCT-HEADER-1.
           WRITE ACCT-REC FROM ACCT-HEADER-2.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-BRANCH SRT-DVZ SRT-ID
               INPUT PROCEDURE IS H510-RELEASE-ACCOUNTS
               OUTPUT PROCEDURE IS H520-PRINT-ACCOUNTS.
           IF SORT-RETURN NOT = 0
               DISPLAY 'UNABLE TO SORT ACCOUNTS, SORT-RETURN='
                   SORT-RETURN
               MOVE SORT-RETURN TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H500-END. EXIT.

       H510-RELEASE-ACCOUNTS.
           PERFORM RELEASE-ONE-ACCOUNT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT.
       H510-END. EXIT.

       RELEASE-ONE-ACCOUNT.
           MOVE WS-ACC-BRANCH(WS-ACC-SUB) TO SRT-BRANCH.
           MOVE WS-ACC-DVZ(WS-ACC-SUB)    TO SRT-DVZ.
           MOVE WS-ACC-ID(WS-ACC-SUB)     TO SRT-ID.
           MOVE WS-ACC-SUB                TO SRT-SUB.
           RELEASE SRT-REC.
       RELEASE-ONE-ACCOUNT-END. EXIT.

       H520-PRINT-ACCOUNTS.
           SET SORT-RETURN-MORE TO TRUE.
           RETURN SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
           PERFORM PRINT-NEXT-ACCOUNT UNTIL SORT-RETURN-EOF.
           IF FIRST-GROUP-SEEN
               PERFORM WRITE-CURRENCY-LINE
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.
       H520-END. EXIT.

      *---- A NEW BRANCH CLOSES THE CURRENCY AND BRANCH BEFORE IT AND
      *      STARTS A NEW PAGE; A NEW CURRENCY INSIDE THE BRANCH ONLY
      *      CLOSES THE CURRENCY LINE.
       PRINT-NEXT-ACCOUNT.
           IF FIRST-GROUP-SEEN
               IF SRT-BRANCH NOT = WS-CUR-BRANCH
                   PERFORM WRITE-CURRENCY-LINE
                   PERFORM WRITE-BRANCH-TOTAL
                   PERFORM START-BRANCH-PAGE
               ELSE
                   IF SRT-DVZ NOT = WS-CUR-DVZ
                       PERFORM WRITE-CURRENCY-LINE
                       PERFORM START-CURRENCY
                   END-IF
               END-IF
           ELSE
               SET FIRST-GROUP-SEEN TO TRUE
               PERFORM START-BRANCH-PAGE
           END-IF.
           SET WS-ACC-IDX TO SRT-SUB.
           PERFORM WRITE-ACCOUNT-LINE.
           RETURN SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
       PRINT-NEXT-ACCOUNT-END. EXIT.

       START-BRANCH-PAGE.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE SRT-BRANCH TO WS-CUR-BRANCH.
           MOVE 0 TO WS-BRN-ACCTS WS-BRN-OD-DAYS WS-BRN-ADB-BASE
                     WS-BRN-INT-BASE WS-BRN-BONUS-BASE
                     WS-BRN-FEES-BASE WS-BRN-NET-BASE.
           MOVE WS-CUR-BRANCH TO HDR-BRANCH-O.
           IF WS-BRANCH-COUNT > 1
               WRITE RPT-REC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           ELSE
               WRITE RPT-REC FROM RPT-HEADER-1
           END-IF.
           WRITE RPT-REC FROM RPT-HEADER-2.
           PERFORM START-CURRENCY.
       START-BRANCH-PAGE-END. EXIT.

       START-CURRENCY.
           MOVE SRT-DVZ TO WS-CUR-DVZ.
           MOVE 0 TO WS-CCY-ACCTS WS-CCY-ADB WS-CCY-OD-DAYS
                     WS-CCY-INTEREST WS-CCY-BONUS WS-CCY-FEES.
       START-CURRENCY-END. EXIT.

      *---- THE AVERAGE DAILY BALANCE IS THE DAY-WEIGHTED BALANCE
      *      OVER THE DAYS THE ACCOUNT WAS ON THE BOOK.
       WRITE-ACCOUNT-LINE.
           MOVE 0 TO WS-ADB.
           IF WS-ACC-DAYS(WS-ACC-IDX) > 0
               COMPUTE WS-ADB ROUNDED =
                   WS-ACC-BAL-DAYS(WS-ACC-IDX) / WS-ACC-DAYS(WS-ACC-IDX)
           END-IF.
           MOVE SPACES TO ACCOUNT-LINE.
           MOVE WS-ACC-BRANCH(WS-ACC-IDX)   TO ACL-BRANCH-O.
           MOVE WS-ACC-ID(WS-ACC-IDX)       TO ACL-ID-O.
           MOVE WS-ACC-DVZ(WS-ACC-IDX)      TO ACL-DVZ-O.
           MOVE WS-ACC-DAYS(WS-ACC-IDX)     TO ACL-DAYS-O.
           MOVE WS-ADB                      TO ACL-ADB-O.
           MOVE WS-ACC-MIN(WS-ACC-IDX)      TO ACL-MIN-O.
           MOVE WS-ACC-MAX(WS-ACC-IDX)      TO ACL-MAX-O.
           MOVE WS-ACC-OD-DAYS(WS-ACC-IDX)  TO ACL-OD-DAYS-O.
           MOVE WS-ACC-INTEREST(WS-ACC-IDX) TO ACL-INTEREST-O.
           MOVE WS-ACC-BONUS(WS-ACC-IDX)    TO ACL-BONUS-O.
           MOVE WS-ACC-FEES(WS-ACC-IDX)     TO ACL-FEES-O.
           WRITE ACCT-REC FROM ACCOUNT-LINE.
           ADD 1 TO WS-CCY-ACCTS.
           ADD WS-ADB TO WS-CCY-ADB.
           ADD WS-ACC-OD-DAYS(WS-ACC-IDX)  TO WS-CCY-OD-DAYS.
           ADD WS-ACC-INTEREST(WS-ACC-IDX) TO WS-CCY-INTEREST.
           ADD WS-ACC-BONUS(WS-ACC-IDX)    TO WS-CCY-BONUS.
           ADD WS-ACC-FEES(WS-ACC-IDX)     TO WS-CCY-FEES.
       WRITE-ACCOUNT-LINE-END. EXIT.

      *---- NET INCOME IS WHAT THE BOOK EARNED IN FEES LESS WHAT IT
      *      PAID AS INTEREST AND BONUS. A CURRENCY WITH NO RATE TODAY
      *      IS TAGGED AND LEFT OUT OF THE BASE TOTALS, AS FXPOSRPT
      *      DOES.
       WRITE-CURRENCY-LINE.
           COMPUTE WS-NET-NATIVE =
               WS-CCY-FEES - WS-CCY-INTEREST - WS-CCY-BONUS.
           MOVE SPACES TO CURRENCY-LINE.
           MOVE WS-CUR-DVZ        TO CCY-DVZ-O.
           MOVE WS-CCY-ACCTS      TO CCY-ACCTS-O.
           MOVE WS-CCY-ADB        TO CCY-ADB-O.
           MOVE WS-CCY-OD-DAYS    TO CCY-OD-DAYS-O.
           MOVE WS-CCY-INTEREST   TO CCY-INTEREST-O.
           MOVE WS-CCY-BONUS      TO CCY-BONUS-O.
           MOVE WS-CCY-FEES       TO CCY-FEES-O.
           ADD WS-CCY-ACCTS       TO WS-BRN-ACCTS.
           ADD WS-CCY-OD-DAYS     TO WS-BRN-OD-DAYS.
           MOVE WS-CUR-DVZ TO WS-LOOK-DVZ.
           PERFORM FIND-RATE.
           IF RATE-FOUND
               COMPUTE WS-BASE-WORK ROUNDED =
                   WS-CCY-ADB * WS-RATE-VALUE(WS-RATE-IDX)
               MOVE WS-BASE-WORK TO CCY-ADB-BASE-O
               ADD WS-BASE-WORK  TO WS-BRN-ADB-BASE
               COMPUTE WS-BASE-WORK ROUNDED =
                   WS-NET-NATIVE * WS-RATE-VALUE(WS-RATE-IDX)
               MOVE WS-BASE-WORK TO CCY-NET-BASE-O
               ADD WS-BASE-WORK  TO WS-BRN-NET-BASE
               COMPUTE WS-BASE-WORK ROUNDED =
                   WS-CCY-INTEREST * WS-RATE-VALUE(WS-RATE-IDX)
               ADD WS-BASE-WORK  TO WS-BRN-INT-BASE
               COMPUTE WS-BASE-WORK ROUNDED =
                   WS-CCY-BONUS * WS-RATE-VALUE(WS-RATE-IDX)
               ADD WS-BASE-WORK  TO WS-BRN-BONUS-BASE
               COMPUTE WS-BASE-WORK ROUNDED =
                   WS-CCY-FEES * WS-RATE-VALUE(WS-RATE-IDX)
               ADD WS-BASE-WORK  TO WS-BRN-FEES-BASE
               MOVE SPACES TO CCY-TAG-O
           ELSE
               MOVE 0 TO CCY-ADB-BASE-O
               MOVE 0 TO CCY-NET-BASE-O
               ADD 1 TO WS-NORATE-COUNT
               MOVE ' ** NO RATE' TO CCY-TAG-O
           END-IF.
           WRITE RPT-REC FROM CURRENCY-LINE.
       WRITE-CURRENCY-LINE-END. EXIT.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-BRN-ACCTS      TO BRT-ACCTS-O.
           MOVE WS-BRN-OD-DAYS    TO BRT-OD-DAYS-O.
           MOVE WS-BRN-INT-BASE   TO BRT-INTEREST-O.
           MOVE WS-BRN-BONUS-BASE TO BRT-BONUS-O.
           MOVE WS-BRN-FEES-BASE  TO BRT-FEES-O.
           MOVE WS-BRN-ADB-BASE   TO BRT-ADB-BASE-O.
           MOVE WS-BRN-NET-BASE   TO BRT-NET-BASE-O.
           WRITE RPT-REC FROM BRANCH-TOTAL-LINE.
           ADD WS-BRN-ADB-BASE    TO WS-BNK-ADB-BASE.
           ADD WS-BRN-NET-BASE    TO WS-BNK-NET-BASE.
       WRITE-BRANCH-TOTAL-END. EXIT.

      *---- THE WHOLE-BANK LINES CLOSE THE LAST BRANCH PAGE. A
      *      CURRENCY WITHOUT A RATE OR A FULL ACCOUNT TABLE GIVES
      *      RETURN-CODE 4 - THE BASE TOTALS ARE INCOMPLETE.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'SNAPSHOT LINES READ'          TO TOT-LABEL-O.
           MOVE WS-SNAP-READ-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'SNAPSHOT LINES IN MONTH'      TO TOT-LABEL-O.
           MOVE WS-SNAP-USED-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'SNAPSHOT DATES IN MONTH'      TO TOT-LABEL-O.
           MOVE WS-DT-COUNT                    TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS REPORTED'            TO TOT-LABEL-O.
           MOVE WS-ACC-COUNT                   TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'BRANCHES REPORTED'            TO TOT-LABEL-O.
           MOVE WS-BRANCH-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CURRENCY LINES WITHOUT RATE'  TO TOT-LABEL-O.
           MOVE WS-NORATE-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'BANK AVG BALANCE (BASE)'      TO TOT-LABEL-O.
           MOVE WS-BNK-ADB-BASE                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'BANK NET INCOME (BASE)'       TO TOT-LABEL-O.
           MOVE WS-BNK-NET-BASE                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           IF WS-NORATE-COUNT > 0 OR ACC-TABLE-FULL
               DISPLAY 'MISRPT: ' WS-NORATE-COUNT
                   ' CURRENCY LINE(S) WITHOUT A RATE'
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RATE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
