       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXPOSRPT.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- DAILY FOREIGN-EXCHANGE POSITION REPORT FOR TREASURY.
      *      TRNPOST WRITES ONE FXDEAL RECORD PER POSTED 'F' TRANSFER
      *      - THE CURRENCY WE BOUGHT FROM THE CUSTOMER, THE ONE WE
      *      SOLD THEM, BOTH AMOUNTS AND THE SPREAD EARNED. THIS
      *      PROGRAM TOTALS THE DAY'S DEALS PER CURRENCY: AMOUNT
      *      BOUGHT, AMOUNT SOLD, THE NET POSITION LEFT OPEN (BOUGHT
      *      LESS SOLD, VALUED IN BASE CURRENCY AT THE DAY'S RATEFILE
      *      MID RATE) AND THE SPREAD INCOME EACH CURRENCY EARNED, SO
      *      TREASURY SEES THE OPEN POSITION EACH MORNING WITHOUT
      *      ADDING UP THE POSTING REPORT BY HAND. A CURRENCY WITH A
      *      POSITION BUT NO RATE TODAY IS FLAGGED AND GIVES
      *      RETURN-CODE 4 - ITS BASE VALUE IS MISSING FROM THE TOTAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAL-FILE   ASSIGN TO FXDEAL
                             STATUS ST-DEAL.
           SELECT RATE-FILE   ASSIGN TO RATEFILE
                             STATUS ST-RATE-FILE.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT REPORT-FILE ASSIGN TO FXPOSOUT
                             STATUS ST-REPORT.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT TRNPOST WRITES FXDEAL FROM.
       FD  DEAL-FILE RECORDING MODE F.
         01  DEAL-REC.
           05 DEAL-REF-I            PIC X(12).
           05 FILLER                PIC X(01).
           05 DEAL-DATE-I           PIC 9(08).
           05 FILLER                PIC X(01).
           05 DEAL-FROM-ID-I        PIC 9(05).
           05 FILLER                PIC X(01).
           05 DEAL-BUY-DVZ-I        PIC 9(03).
           05 FILLER                PIC X(01).
           05 DEAL-BOUGHT-I         PIC 9(15).
           05 FILLER                PIC X(01).
           05 DEAL-BUY-RATE-I       PIC 9(05)V9(06).
           05 FILLER                PIC X(01).
           05 DEAL-TO-ID-I          PIC 9(05).
           05 FILLER                PIC X(01).
           05 DEAL-SELL-DVZ-I       PIC 9(03).
           05 FILLER                PIC X(01).
           05 DEAL-SOLD-I           PIC 9(15).
           05 FILLER                PIC X(01).
           05 DEAL-SELL-RATE-I      PIC 9(05)V9(06).
           05 FILLER                PIC X(01).
           05 DEAL-BASE-AMOUNT-I    PIC 9(15).
           05 FILLER                PIC X(01).
           05 DEAL-BUY-SPREAD-I     PIC S9(15).
           05 FILLER                PIC X(01).
           05 DEAL-SELL-SPREAD-I    PIC S9(15).
           05 FILLER                PIC X(01).
           05 DEAL-BRANCH-I         PIC 9(03).
      *---- SAME RATEFILE STMTGEN AND TRNPOST READ.
       FD  RATE-FILE RECORDING MODE F.
         01  RATE-REC.
           05 RATE-DVZ-I            PIC X(03).
           05 FILLER                PIC X(01).
           05 RATE-VALUE-I          PIC 9(05)V9(06).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-DEAL           PIC 9(02).
             88 DEAL-EOF                  VALUE 10.
             88 DEAL-OK                   VALUE 00 97.
           05 ST-RATE-FILE      PIC 9(02).
             88 RATE-FILE-EOF             VALUE 10.
             88 RATE-FILE-OK              VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-LOOK-DVZ       PIC 9(03).
           05 WS-POS-SUB        PIC 9(03) COMP.

         01  WS-CONTROL-TOTALS.
           05 WS-DEAL-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-SKIPPED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-NORATE-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-TOTAL-SPREAD    PIC S9(18) COMP-3 VALUE 0.
           05 WS-TOTAL-NET-BASE  PIC S9(18) COMP-3 VALUE 0.

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

      *---- ONE ENTRY PER CURRENCY DEALT TODAY, ON EITHER SIDE.
         01  WS-POS-TABLE.
           05 WS-POS-COUNT        PIC 9(03) COMP VALUE 0.
           05 WS-POS-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-POS-IDX.
             10 WS-POS-DVZ        PIC 9(03).
             10 WS-POS-BOUGHT     PIC S9(18) COMP-3.
             10 WS-POS-SOLD       PIC S9(18) COMP-3.
             10 WS-POS-DEALS      PIC 9(07) COMP.
             10 WS-POS-SPREAD     PIC S9(18) COMP-3.
           05 WS-POS-FOUND-SW     PIC X(01).
             88 POS-FOUND                  VALUE 'Y'.
             88 POS-NOT-FOUND              VALUE 'N'.
           05 WS-POS-FULL-SW      PIC X(01) VALUE 'N'.
             88 POS-TABLE-FULL             VALUE 'Y'.
           05 WS-POS-NET          PIC S9(18) COMP-3.
           05 WS-POS-NET-BASE     PIC S9(18) COMP-3.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(32)
                         VALUE 'Daily FX Position By Currency  '.
           05  FILLER         PIC X(15) VALUE 'BUSINESS DATE '.
           05 HDR-DATE-O      PIC X(08).
           05  FILLER         PIC X(45) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(16) VALUE '          Bought'.
           05  FILLER         PIC X(16) VALUE '            Sold'.
           05  FILLER         PIC X(17) VALUE '    Net Position '.
           05  FILLER         PIC X(17) VALUE '   Net (Base Ccy)'.
           05  FILLER         PIC X(17) VALUE '   Spread Income '.
           05  FILLER         PIC X(08) VALUE '  Deals '.
           05  FILLER         PIC X(05) VALUE SPACES.
         01  POSITION-LINE.
           05 POS-DVZ-O       PIC 9(03).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 POS-BOUGHT-O    PIC Z(15)9.
           05 POS-SOLD-O      PIC Z(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 POS-NET-O       PIC -(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 POS-NET-BASE-O  PIC -(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 POS-SPREAD-O    PIC -(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 POS-DEALS-O     PIC Z(06)9.
           05 POS-TAG-O       PIC X(11).
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(30).
           05 TOT-VALUE-O         PIC -(17)9.
           05 FILLER              PIC X(52) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H170-LOAD-RATE-TABLE
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-TOTAL-DEALS
           PERFORM H800-WRITE-POSITIONS
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  DEAL-FILE.
           OPEN INPUT  RATE-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT DEAL-OK)
           DISPLAY 'UNABLE TO OPEN FXDEAL: ' ST-DEAL
           MOVE ST-DEAL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RATE-FILE-OK)
           DISPLAY 'UNABLE TO OPEN RATEFILE: ' ST-RATE-FILE
           MOVE ST-RATE-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN FXPOSOUT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. IT ONLY
      *      DATES THE PAGE; EVERY DEAL ON FXDEAL IS COUNTED.
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
       H105-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           MOVE WS-RUN-TIMESTAMP(1:8) TO HDR-DATE-O.
           WRITE RPT-REC FROM RPT-HEADER-1.
           WRITE RPT-REC FROM RPT-HEADER-2.
       H150-END. EXIT.

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

      *---- EACH DEAL ADDS TO TWO POSITIONS: WHAT WE BOUGHT IS LONG
      *      IN THE DEBIT CURRENCY, WHAT WE SOLD IS SHORT IN THE
      *      CREDIT CURRENCY. EACH SIDE ALSO TAKES ITS OWN HALF OF
      *      THE SPREAD, SO THE PER-CURRENCY SPREAD LINES ADD UP TO
      *      THE DAY'S SPREAD INCOME.
       H200-TOTAL-DEALS.
           READ DEAL-FILE
               AT END SET DEAL-EOF TO TRUE
           END-READ.
           PERFORM TOTAL-NEXT-DEAL UNTIL DEAL-EOF.
       H200-END. EXIT.

       TOTAL-NEXT-DEAL.
           IF DEAL-BOUGHT-I IS NUMERIC AND DEAL-SOLD-I IS NUMERIC
              AND DEAL-BUY-SPREAD-I IS NUMERIC
              AND DEAL-SELL-SPREAD-I IS NUMERIC
               ADD 1 TO WS-DEAL-COUNT
               MOVE DEAL-BUY-DVZ-I TO WS-LOOK-DVZ
               PERFORM FIND-POSITION-ENTRY
               IF POS-FOUND
                   ADD DEAL-BOUGHT-I     TO WS-POS-BOUGHT(WS-POS-IDX)
                   ADD DEAL-BUY-SPREAD-I TO WS-POS-SPREAD(WS-POS-IDX)
                   ADD 1                 TO WS-POS-DEALS(WS-POS-IDX)
               END-IF
               MOVE DEAL-SELL-DVZ-I TO WS-LOOK-DVZ
               PERFORM FIND-POSITION-ENTRY
               IF POS-FOUND
                   ADD DEAL-SOLD-I        TO WS-POS-SOLD(WS-POS-IDX)
                   ADD DEAL-SELL-SPREAD-I TO WS-POS-SPREAD(WS-POS-IDX)
                   ADD 1                  TO WS-POS-DEALS(WS-POS-IDX)
               END-IF
               ADD DEAL-BUY-SPREAD-I  TO WS-TOTAL-SPREAD
               ADD DEAL-SELL-SPREAD-I TO WS-TOTAL-SPREAD
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'FXDEAL RECORD NOT NUMERIC, SKIPPING REF='
                   DEAL-REF-I
           END-IF.
           READ DEAL-FILE
               AT END SET DEAL-EOF TO TRUE
           END-READ.
       TOTAL-NEXT-DEAL-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-POS-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE. A NEW CURRENCY GETS A ZEROED
      *      ENTRY WHILE THERE IS ROOM.
       FIND-POSITION-ENTRY.
           SET POS-NOT-FOUND TO TRUE.
           IF WS-POS-COUNT > 0
               PERFORM SEARCH-POSITION-ENTRY
                   VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
                      OR POS-FOUND
               IF POS-FOUND
                   SET WS-POS-IDX DOWN BY 1
               END-IF
           END-IF.
           IF POS-NOT-FOUND
               IF WS-POS-COUNT < 50
                   ADD 1 TO WS-POS-COUNT
                   SET WS-POS-IDX TO WS-POS-COUNT
                   MOVE WS-LOOK-DVZ TO WS-POS-DVZ(WS-POS-IDX)
                   MOVE 0 TO WS-POS-BOUGHT(WS-POS-IDX)
                   MOVE 0 TO WS-POS-SOLD(WS-POS-IDX)
                   MOVE 0 TO WS-POS-DEALS(WS-POS-IDX)
                   MOVE 0 TO WS-POS-SPREAD(WS-POS-IDX)
                   SET POS-FOUND TO TRUE
               ELSE
                   SET POS-TABLE-FULL TO TRUE
                   DISPLAY 'WS-POS-TABLE FULL, SKIPPING DVZ='
                       WS-LOOK-DVZ
               END-IF
           END-IF.
       FIND-POSITION-ENTRY-END. EXIT.

       SEARCH-POSITION-ENTRY.
           IF WS-POS-DVZ(WS-POS-IDX) = WS-LOOK-DVZ
               SET POS-FOUND TO TRUE
           END-IF.
       SEARCH-POSITION-ENTRY-END. EXIT.

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

      *---- ONE LINE PER CURRENCY. THE NET POSITION IS VALUED AT THE
      *      DAY'S MID RATE; A CURRENCY WITH AN OPEN POSITION AND NO
      *      RATE IS TAGGED AND LEFT OUT OF THE BASE TOTAL.
       H800-WRITE-POSITIONS.
           PERFORM WRITE-POSITION-LINE
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT.
           IF WS-NORATE-COUNT > 0 OR POS-TABLE-FULL
               DISPLAY 'FXPOSRPT: ' WS-NORATE-COUNT
                   ' CURRENCY POSITION(S) WITHOUT A RATE'
               MOVE 4 TO RETURN-CODE
           END-IF.
       H800-END. EXIT.

       WRITE-POSITION-LINE.
           SET WS-POS-IDX TO WS-POS-SUB.
           COMPUTE WS-POS-NET =
               WS-POS-BOUGHT(WS-POS-IDX) - WS-POS-SOLD(WS-POS-IDX).
           MOVE SPACES TO POSITION-LINE.
           MOVE WS-POS-DVZ(WS-POS-IDX)    TO POS-DVZ-O.
           MOVE WS-POS-BOUGHT(WS-POS-IDX) TO POS-BOUGHT-O.
           MOVE WS-POS-SOLD(WS-POS-IDX)   TO POS-SOLD-O.
           MOVE WS-POS-NET                TO POS-NET-O.
           MOVE WS-POS-SPREAD(WS-POS-IDX) TO POS-SPREAD-O.
           MOVE WS-POS-DEALS(WS-POS-IDX)  TO POS-DEALS-O.
           MOVE WS-POS-DVZ(WS-POS-IDX)    TO WS-LOOK-DVZ.
           PERFORM FIND-RATE.
           IF RATE-FOUND
               COMPUTE WS-POS-NET-BASE ROUNDED =
                   WS-POS-NET * WS-RATE-VALUE(WS-RATE-IDX)
               MOVE WS-POS-NET-BASE TO POS-NET-BASE-O
               ADD WS-POS-NET-BASE  TO WS-TOTAL-NET-BASE
               MOVE SPACES TO POS-TAG-O
           ELSE
               MOVE 0 TO POS-NET-BASE-O
               IF WS-POS-NET NOT = 0
                   ADD 1 TO WS-NORATE-COUNT
                   MOVE ' ** NO RATE' TO POS-TAG-O
               END-IF
           END-IF.
           WRITE RPT-REC FROM POSITION-LINE.
       WRITE-POSITION-LINE-END. EXIT.

      *---- THE NET BASE TOTAL IS THE WHOLE BOOK'S OPEN POSITION IN
      *      BASE CURRENCY; WITH EVERY RATE PRESENT IT COMES OUT AT
      *      ROUGHLY THE SPREAD INCOME, WHICH IS THE EYEBALL CHECK
      *      TREASURY USES ON THE PAGE.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'FX DEALS READ'                TO TOT-LABEL-O.
           MOVE WS-DEAL-COUNT                  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'DEAL RECORDS SKIPPED'         TO TOT-LABEL-O.
           MOVE WS-SKIPPED-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'SPREAD INCOME (BASE)'         TO TOT-LABEL-O.
           MOVE WS-TOTAL-SPREAD                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'NET OPEN POSITION (BASE)'     TO TOT-LABEL-O.
           MOVE WS-TOTAL-NET-BASE              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'POSITIONS WITHOUT A RATE'     TO TOT-LABEL-O.
           MOVE WS-NORATE-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE DEAL-FILE
           CLOSE RATE-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
