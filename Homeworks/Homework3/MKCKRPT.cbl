       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKCKRPT.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- DAILY DUAL-CONTROL REPORT. IDXMNTO PARKS A LARGE BALANCE
      *      ADJUSTMENT OR OVERDRAFT LIMIT RAISE ON IDXPEND UNTIL A
      *      SECOND USER DECIDES IT THROUGH IDXAPRV. THIS STEP FIRST
      *      EXPIRES EVERY ITEM STILL PENDING AFTER THE MKCKPRM
      *      EXPIRY HOURS (THE SAME TEST IDXAPRV MAKES WHEN A CHECKER
      *      TOUCHES ONE), THEN LISTS ON MKCKOUT EVERYTHING STILL
      *      PENDING WITH ITS AGE, AND EVERYTHING APPROVED, REJECTED
      *      OR EXPIRED ON THE PROCESSING DATE WITH BOTH USER IDS.
      *      THE AGE IS MEASURED ON THE WALL CLOCK, NOT THE DATE
      *      CARD - AN ITEM KEYED AT 17:00 HAS NOT WAITED A DAY JUST
      *      BECAUSE THE NIGHT RUN IS DATED TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE  ASSIGN IDXPEND
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY PEND-KEY
                             STATUS ST-PEND.
           SELECT PARM-FILE  ASSIGN MKCKPRM
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY MKPRM-KEY
                             STATUS ST-PARM.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT REPORT-FILE ASSIGN TO MKCKOUT
                             STATUS ST-REPORT.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT IDXMNTO WRITES AND IDXAPRV DECIDES.
       FD  PEND-FILE.
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
      *---- SAME LAYOUT IDXMNTO AND IDXAPRV READ ONLINE, KEY 'MKCK'.
       FD  PARM-FILE.
         01  MKPRM-REC.
           03 MKPRM-KEY             PIC X(04).
           03 MKPRM-THRESHOLD       PIC S9(15) COMP-3.
           03 MKPRM-EXPIRY-HOURS    PIC S9(04) COMP.
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-REF-O             PIC 9(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-STATUS-O          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-ACTION-O          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-ID-O              PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-DVZ-O             PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-AMOUNT-O          PIC -(15)9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-REASON-O          PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-MAKER-O           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-CHECKER-O         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-MADE-O            PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-DECIDED-O         PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-AGE-O             PIC ZZZZ9.
      *---- ONE OPTIONAL CARD: THE BUSINESS DATE THIS RUN PROCESSES,
      *      GREGORIAN YYYYMMDD. EVERY STEP OF THE CHAIN READS THE
      *      SAME CARD SO A RERUN OF TUESDAY POSTS AS TUESDAY.
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-PEND           PIC 9(02).
             88 PEND-SUCCESS             VALUE 00 97.
             88 PEND-EOF                 VALUE 10.
           05 ST-PARM           PIC 9(02).
             88 PARM-OK                  VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK              VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-SUCCESS           VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-CLOCK-TIMESTAMP PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-EXPIRY-HOURS   PIC S9(04) COMP.
           05 WS-NOW-MINUTES    PIC S9(11) COMP-3.
           05 WS-MADE-MINUTES   PIC S9(11) COMP-3.
           05 WS-AGE-MINUTES    PIC S9(11) COMP-3.
           05 WS-STAMP-DATE     PIC 9(08).
           05 WS-STAMP-HH       PIC 9(02).
           05 WS-STAMP-MI       PIC 9(02).
           05 WS-LIST-SW        PIC X(01).
             88 ITEM-IS-LISTED           VALUE 'Y'.
             88 ITEM-NOT-LISTED          VALUE 'N'.

         01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-PENDING-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-APPROVED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-REJECTED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-EXPIRED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-EXPIRED-NOW-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-OLDER-COUNT     PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(36)
                         VALUE 'Dual-Control Items (Maker-Checker) '.
           05  FILLER         PIC X(15) VALUE 'Processing date'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPT-HDR-DATE-O PIC 9(08).
           05  FILLER         PIC X(48) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(13) VALUE 'Reference    '.
           05  FILLER         PIC X(09) VALUE 'Status   '.
           05  FILLER         PIC X(02) VALUE 'A '.
           05  FILLER         PIC X(06) VALUE 'C.No  '.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(17) VALUE '          Amount '.
           05  FILLER         PIC X(04) VALUE 'Rsn '.
           05  FILLER         PIC X(09) VALUE 'Maker    '.
           05  FILLER         PIC X(09) VALUE 'Checker  '.
           05  FILLER         PIC X(15) VALUE 'Keyed          '.
           05  FILLER         PIC X(15) VALUE 'Decided        '.
           05  FILLER         PIC X(05) VALUE 'AgeHr'.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(26).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(67) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H110-READ-PARAMETERS
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-PROCESS-ITEM UNTIL PEND-EOF
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O    PEND-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP      TO WS-CLOCK-TIMESTAMP.
           IF (NOT PEND-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXPEND: ' ST-PEND
           MOVE ST-PEND TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN MKCKOUT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PEND-FILE.
           IF (NOT PEND-SUCCESS) AND (NOT PEND-EOF)
           DISPLAY 'UNABLE TO READ IDXPEND: ' ST-PEND
           MOVE ST-PEND TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. THE CARD ONLY
      *      PICKS WHICH DAY'S DECISIONS ARE LISTED; AGES RUN OFF THE
      *      CLOCK SAVED IN H100.
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
           MOVE WS-CLOCK-TIMESTAMP(1:8)  TO WS-STAMP-DATE.
           MOVE WS-CLOCK-TIMESTAMP(9:2)  TO WS-STAMP-HH.
           MOVE WS-CLOCK-TIMESTAMP(11:2) TO WS-STAMP-MI.
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MI.
       H105-END. EXIT.

      *---- MKCKPRM IS OPTIONAL HERE: WITHOUT IT ITEMS EXPIRE AFTER
      *      24 HOURS, THE SAME DEFAULT IDXAPRV FALLS BACK TO.
       H110-READ-PARAMETERS.
           MOVE 24 TO WS-EXPIRY-HOURS.
           OPEN INPUT PARM-FILE.
           IF PARM-OK
               MOVE 'MKCK' TO MKPRM-KEY
               READ PARM-FILE
                   INVALID KEY
                       DISPLAY 'MKCKPRM: NO MKCK RECORD, '
                           'EXPIRY 24 HOURS'
                   NOT INVALID KEY
                       IF MKPRM-EXPIRY-HOURS > 0
                           MOVE MKPRM-EXPIRY-HOURS TO WS-EXPIRY-HOURS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       H110-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-TODAY-GREG TO RPT-HDR-DATE-O.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-1.
           WRITE RPT-REC FROM RPT-HEADER-2.
       H150-END. EXIT.

      *---- A PENDING ITEM PAST THE EXPIRY WINDOW IS EXPIRED FIRST AND
      *      THEN REPORTED AS SUCH, STAMPED WITH THE PROCESSING DATE SO
      *      IT LANDS ON THIS REPORT AND NO OTHER. DECISIONS FROM
      *      EARLIER DAYS WERE ON EARLIER REPORTS AND ARE ONLY COUNTED.
       H200-PROCESS-ITEM.
           ADD 1 TO WS-READ-COUNT.
           SET ITEM-NOT-LISTED TO TRUE.
           MOVE 0 TO WS-AGE-MINUTES.
           IF PEND-IS-PENDING
               PERFORM H210-AGE-PENDING-ITEM
           END-IF.
           EVALUATE TRUE
               WHEN PEND-IS-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   SET ITEM-IS-LISTED TO TRUE
               WHEN PEND-DECIDED-STAMP(1:8) NOT = WS-RUN-TIMESTAMP(1:8)
                   ADD 1 TO WS-OLDER-COUNT
               WHEN PEND-IS-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   SET ITEM-IS-LISTED TO TRUE
               WHEN PEND-IS-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   SET ITEM-IS-LISTED TO TRUE
               WHEN PEND-IS-EXPIRED
                   ADD 1 TO WS-EXPIRED-COUNT
                   SET ITEM-IS-LISTED TO TRUE
           END-EVALUATE.
           IF ITEM-IS-LISTED
               PERFORM H300-WRITE-ITEM-LINE
           END-IF.
           READ PEND-FILE.
       H200-END. EXIT.

       H210-AGE-PENDING-ITEM.
           MOVE PEND-MADE-STAMP(1:8)   TO WS-STAMP-DATE.
           MOVE PEND-MADE-STAMP(9:2)   TO WS-STAMP-HH.
           MOVE PEND-MADE-STAMP(11:2)  TO WS-STAMP-MI.
           COMPUTE WS-MADE-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MI.
           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES - WS-MADE-MINUTES.
           IF WS-AGE-MINUTES >= WS-EXPIRY-HOURS * 60
               SET PEND-IS-EXPIRED TO TRUE
               MOVE SPACES TO PEND-DECIDED-STAMP
               STRING WS-RUN-TIMESTAMP(1:8) DELIMITED BY SIZE
                      WS-CLOCK-TIMESTAMP(9:6) DELIMITED BY SIZE
                   INTO PEND-DECIDED-STAMP
               END-STRING
               ADD 1 TO WS-EXPIRED-NOW-COUNT
               REWRITE PEND-REC
                   INVALID KEY
                       DISPLAY 'UNABLE TO REWRITE IDXPEND: ' ST-PEND
                       MOVE ST-PEND TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
               END-REWRITE
           END-IF.
       H210-END. EXIT.

      *---- THE AMOUNT IS THE SIGNED ADJUSTMENT FOR 'B' AND THE
      *      REQUESTED NEW LIMIT FOR 'O'. THE AGE IS SHOWN ONLY FOR
      *      ITEMS STILL WAITING.
       H300-WRITE-ITEM-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE PEND-REF              TO RPT-REF-O.
           EVALUATE TRUE
               WHEN PEND-IS-PENDING  MOVE 'PENDING'  TO RPT-STATUS-O
               WHEN PEND-IS-APPROVED MOVE 'APPROVED' TO RPT-STATUS-O
               WHEN PEND-IS-REJECTED MOVE 'REJECTED' TO RPT-STATUS-O
               WHEN PEND-IS-EXPIRED  MOVE 'EXPIRED'  TO RPT-STATUS-O
           END-EVALUATE.
           MOVE PEND-ACTION           TO RPT-ACTION-O.
           MOVE PEND-ID               TO RPT-ID-O.
           MOVE PEND-DVZ              TO RPT-DVZ-O.
           IF PEND-ODLIMIT-SET
               MOVE PEND-ODLIMIT      TO RPT-AMOUNT-O
           ELSE
               MOVE PEND-ADJUST       TO RPT-AMOUNT-O
           END-IF.
           IF PEND-IS-REJECTED
               MOVE PEND-CHECK-REASON TO RPT-REASON-O
           ELSE
               MOVE PEND-REASON       TO RPT-REASON-O
           END-IF.
           MOVE PEND-MAKER            TO RPT-MAKER-O.
           MOVE PEND-CHECKER          TO RPT-CHECKER-O.
           MOVE PEND-MADE-STAMP       TO RPT-MADE-O.
           MOVE PEND-DECIDED-STAMP    TO RPT-DECIDED-O.
           IF PEND-IS-PENDING
               COMPUTE RPT-AGE-O = WS-AGE-MINUTES / 60
           END-IF.
           WRITE RPT-REC.
       H300-END. EXIT.

      *---- THE FOUR LISTED COUNTS PLUS THE EARLIER DECISIONS ADD UP
      *      TO THE ITEMS READ, SO NOTHING ON IDXPEND GOES UNSEEN.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'ITEMS ON IDXPEND'         TO TOT-LABEL-O.
           MOVE WS-READ-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'STILL PENDING'            TO TOT-LABEL-O.
           MOVE WS-PENDING-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'APPROVED TODAY'           TO TOT-LABEL-O.
           MOVE WS-APPROVED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'REJECTED TODAY'           TO TOT-LABEL-O.
           MOVE WS-REJECTED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'EXPIRED TODAY'            TO TOT-LABEL-O.
           MOVE WS-EXPIRED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE '  OF WHICH BY THIS RUN'   TO TOT-LABEL-O.
           MOVE WS-EXPIRED-NOW-COUNT       TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'DECIDED ON EARLIER DAYS'  TO TOT-LABEL-O.
           MOVE WS-OLDER-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE PEND-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
