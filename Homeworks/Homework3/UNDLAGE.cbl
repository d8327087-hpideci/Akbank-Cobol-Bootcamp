       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNDLAGE.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- WEEKLY UNDELIVERABLE ADDRESS AGING. RTNMAIL FLAGS A
      *      CUSTOMER'S ADDRESS WHEN THE POST OFFICE SENDS MAIL BACK,
      *      AND STMTGEN, MILELTR AND THE DCALC LABEL RUN STOP MAILING
      *      THEM UNTIL CUSTMNT APPLIES A NEW ADDRESS. NOBODY CHASES
      *      THE NEW ADDRESS UNLESS THE BRANCH KNOWS, SO THIS PROGRAM
      *      READS THE FLAGS MYDCALC EXTRACTS (UNDLIN) AND LISTS THEM
      *      ONE PAGE PER BRANCH, OLDEST FIRST, AGED FROM THE FIRST
      *      RETURN TO THE PROCESSING DATE ON THE OPTIONAL DATECARD
      *      INTO 0-7, 8-30, 31-90 AND OVER 90 DAYS.
      *      THE BRANCH IS THE ONE OF THE CUSTOMER'S FIRST PRIMARY
      *      ACCOUNT LINK ON XREFIN (A LINK WITH NO ROLE PREDATES
      *      ROLES AND COUNTS AS PRIMARY), LOOKED UP ON THE IDXUNLD
      *      UNLOAD (UNLDIN). A CUSTOMER WITH NO SUCH ACCOUNT LANDS ON
      *      BRANCH 000 SO THEY ARE STILL SEEN BY SOMEBODY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNDL-FILE  ASSIGN TO UNDLIN
                             STATUS ST-UNDL.
           SELECT XREF-FILE  ASSIGN TO XREFIN
                             STATUS ST-XREF.
           SELECT UNLOAD-FILE ASSIGN TO UNLDIN
                             STATUS ST-UNLOAD.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT REPORT-FILE ASSIGN TO UNDLRPT
                             STATUS ST-REPORT.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT MYDCALC WRITES UNDLOUT FROM.
       FD  UNDL-FILE RECORDING MODE F.
         01  UNDL-REC.
           05 UNDL-ID-I             PIC X(04).
           05 FILLER                PIC X(01).
           05 UNDL-NAME-I           PIC X(15).
           05 UNDL-SURNAME-I        PIC X(15).
           05 FILLER                PIC X(01).
           05 UNDL-DOC-I            PIC X(04).
           05 FILLER                PIC X(01).
           05 UNDL-REASON-I         PIC X(02).
           05 FILLER                PIC X(01).
           05 UNDL-FIRST-DATE-I     PIC 9(08).
           05 FILLER                PIC X(01).
           05 UNDL-LAST-DATE-I      PIC 9(08).
           05 FILLER                PIC X(01).
           05 UNDL-COUNT-I          PIC 9(03).
      *---- SAME LAYOUT XREFMNT CYCLES.
       FD  XREF-FILE RECORDING MODE F.
         01  XREF-REC.
           05 XRF-CUST-I            PIC X(05).
           05 FILLER                PIC X(01).
           05 XRF-ACCT-I            PIC X(05).
           05 FILLER                PIC X(01).
           05 XRF-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 XRF-ROLE-I            PIC X(01).
      *---- SAME LAYOUT IDXUNLD WRITES. ONLY THE KEY AND THE BRANCH
      *      ARE USED.
       FD  UNLOAD-FILE RECORDING MODE F.
         01  UNLOAD-REC.
           05 UNL-ID-I              PIC 9(05).
           05 FILLER                PIC X(01).
           05 UNL-DVZ-I             PIC 9(03).
           05 FILLER                PIC X(01).
           05 UNL-NAME-I            PIC X(15).
           05 UNL-SURNAME-I         PIC X(15).
           05 UNL-ODATE-I           PIC 9(08).
           05 FILLER                PIC X(02).
           05 UNL-LASTACT-I         PIC 9(08).
           05 FILLER                PIC X(02).
           05 UNL-BALANCE-I         PIC S9(15).
           05 FILLER                PIC X(01).
           05 UNL-ODLIMIT-I         PIC 9(15).
           05 FILLER                PIC X(01).
           05 UNL-STATUS-I          PIC X(01).
           05 FILLER                PIC X(01).
           05 UNL-BRANCH-I          PIC 9(03).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(132).
      *---- ONE FLAGGED CUSTOMER, SORTED SO EACH BRANCH PRINTS AS ONE
      *      PAGE WITH THE LONGEST-STANDING FLAG ON TOP.
       SD  SORT-WORK.
         01  SRT-REC.
           05 SRT-BRANCH            PIC 9(03).
           05 SRT-AGE               PIC 9(05).
           05 SRT-ID                PIC X(04).
           05 SRT-BUCKET            PIC 9(01).
           05 SRT-NAME              PIC X(15).
           05 SRT-SURNAME           PIC X(15).
           05 SRT-DOC               PIC X(04).
           05 SRT-REASON            PIC X(02).
           05 SRT-FIRST-DATE        PIC 9(08).
           05 SRT-LAST-DATE         PIC 9(08).
           05 SRT-COUNT             PIC 9(03).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-UNDL           PIC 9(02).
             88 UNDL-EOF                  VALUE 10.
             88 UNDL-OK                   VALUE 00 97.
           05 ST-XREF           PIC 9(02).
             88 XREF-EOF                  VALUE 10.
             88 XREF-OK                   VALUE 00 97.
           05 ST-UNLOAD         PIC 9(02).
             88 UNLOAD-EOF                VALUE 10.
             88 UNLOAD-OK                 VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-TODAY-INT      PIC 9(07).
           05 WS-FIRST-INT      PIC 9(07).
           05 WS-LOOK-CUST      PIC 9(05).
           05 WS-LOOK-ACCT      PIC 9(05).
           05 WS-LOOK-DVZ       PIC 9(03).
           05 WS-BKT-SUB        PIC 9(01) COMP.
           05 WS-SORT-EOF-SW    PIC X(01).
             88 SORT-RETURN-EOF           VALUE 'Y'.
             88 SORT-RETURN-MORE          VALUE 'N'.
           05 WS-FIRST-GROUP-SW PIC X(01) VALUE 'N'.
             88 FIRST-GROUP-SEEN          VALUE 'Y'.

      *---- THE FOUR AGE BUCKETS, OLDEST LAST. THE UPPER BOUND OF
      *      THE LAST BUCKET IS NEVER REACHED.
         01  WS-BUCKET-DATA.
           05 WS-BUCKET-NAMES   PIC X(20)
                                VALUE '0-7  8-30 31-9091+  '.
           05 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
             10 WS-BKT-NAME     PIC X(05) OCCURS 4 TIMES.
           05 WS-BUCKET-LIMITS  PIC X(20)
                                VALUE '00007000300009099999'.
           05 WS-BUCKET-LIMIT-TABLE REDEFINES WS-BUCKET-LIMITS.
             10 WS-BKT-LIMIT    PIC 9(05) OCCURS 4 TIMES.

      *---- PRIMARY LINKS ONLY, IN FILE ORDER SO THE FIRST ONE FOUND
      *      FOR A CUSTOMER IS THE FIRST ONE ON XREFIN.
         01  WS-XREF-TABLE.
           05 WS-XRF-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-XRF-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-XRF-IDX.
             10 WS-XRF-CUST      PIC 9(05).
             10 WS-XRF-ACCT      PIC 9(05).
             10 WS-XRF-DVZ       PIC 9(03).
           05 WS-XRF-FOUND-SW    PIC X(01).
             88 XRF-FOUND                 VALUE 'Y'.
             88 XRF-NOT-FOUND             VALUE 'N'.

         01  WS-ACCOUNT-TABLE.
           05 WS-ACC-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-ACC-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-ACC-IDX.
             10 WS-ACC-ID        PIC 9(05).
             10 WS-ACC-DVZ       PIC 9(03).
             10 WS-ACC-BRANCH    PIC 9(03).
           05 WS-ACC-FOUND-SW    PIC X(01).
             88 ACC-FOUND                 VALUE 'Y'.
             88 ACC-NOT-FOUND             VALUE 'N'.

      *---- RUNNING COUNTS FOR THE BRANCH BEING PRINTED AND FOR THE
      *      WHOLE BANK, ONE PER AGE BUCKET.
         01  WS-BREAK-DATA.
           05 WS-CUR-BRANCH      PIC 9(03).
           05 WS-BRN-CUSTS       PIC 9(07) COMP.
           05 WS-BRN-BUCKET      PIC 9(07) COMP OCCURS 4 TIMES.
           05 WS-BNK-BUCKET      PIC 9(07) COMP OCCURS 4 TIMES.

         01  WS-CONTROL-TOTALS.
           05 WS-UNDL-READ-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-UNDL-BAD-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-CUST-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-NO-BRANCH-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-BRANCH-COUNT    PIC 9(05) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(35)
                   VALUE 'Undeliverable Address Aging  As Of '.
           05 HDR-DATE-O      PIC 9(08).
           05  FILLER         PIC X(09) VALUE '  Branch '.
           05 HDR-BRANCH-O    PIC 9(03).
           05  FILLER         PIC X(77) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(05) VALUE 'C.No '.
           05  FILLER         PIC X(16) VALUE 'Surname'.
           05  FILLER         PIC X(16) VALUE 'Name'.
           05  FILLER         PIC X(05) VALUE 'Doc  '.
           05  FILLER         PIC X(03) VALUE 'Rs '.
           05  FILLER         PIC X(09) VALUE '1st Rtn  '.
           05  FILLER         PIC X(09) VALUE 'Last Rtn '.
           05  FILLER         PIC X(05) VALUE 'Rtns '.
           05  FILLER         PIC X(06) VALUE '  Days'.
           05  FILLER         PIC X(07) VALUE ' Bucket'.
           05  FILLER         PIC X(51) VALUE SPACES.
         01  DETAIL-LINE.
           05 DTL-ID-O        PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-SURNAME-O   PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-NAME-O      PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-DOC-O       PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-REASON-O    PIC X(02).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-FIRST-O     PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-LAST-O      PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-COUNT-O     PIC ZZZ9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-AGE-O       PIC ZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05 DTL-BUCKET-O    PIC X(05).
           05  FILLER         PIC X(50) VALUE SPACES.
      *---- THE BRANCH LINE AND THE BANK LINE SHARE ONE LAYOUT.
         01  BUCKET-TOTAL-LINE.
           05 BKT-LABEL-O     PIC X(14).
           05 BKT-CUSTS-O     PIC Z(06)9.
           05  FILLER         PIC X(03) VALUE SPACES.
           05 BKT-CELL OCCURS 4 TIMES.
             10 BKT-NAME-O    PIC X(05).
             10 BKT-COUNT-O   PIC Z(06)9.
             10  FILLER       PIC X(02).
           05  FILLER         PIC X(52) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(30).
           05 TOT-VALUE-O         PIC -(17)9.
           05 FILLER              PIC X(84) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H160-LOAD-PRIMARY-LINKS
           PERFORM H170-LOAD-ACCOUNT-BRANCHES
           SORT SORT-WORK
               ON ASCENDING KEY SRT-BRANCH
               ON DESCENDING KEY SRT-AGE
               ON ASCENDING KEY SRT-ID
               INPUT PROCEDURE H200-RELEASE-FLAGS
               OUTPUT PROCEDURE H500-PRINT-BRANCHES
           IF SORT-RETURN NOT = 0
               DISPLAY 'UNABLE TO SORT UNDELIVERABLES, SORT-RETURN='
                   SORT-RETURN
               MOVE SORT-RETURN TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  UNDL-FILE.
           OPEN INPUT  XREF-FILE.
           OPEN INPUT  UNLOAD-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT UNDL-OK)
           DISPLAY 'UNABLE TO OPEN UNDLIN: ' ST-UNDL
           MOVE ST-UNDL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT XREF-OK)
           DISPLAY 'UNABLE TO OPEN XREFIN: ' ST-XREF
           MOVE ST-XREF TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT UNLOAD-OK)
           DISPLAY 'UNABLE TO OPEN UNLDIN: ' ST-UNLOAD
           MOVE ST-UNLOAD TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN UNDLRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. AGES ARE
      *      COUNTED TO THIS DATE.
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-GREG).
       H105-END. EXIT.

       H160-LOAD-PRIMARY-LINKS.
           READ XREF-FILE
               AT END SET XREF-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-LINK UNTIL XREF-EOF.
       H160-END. EXIT.

       LOAD-NEXT-LINK.
           IF XRF-CUST-I IS NUMERIC AND XRF-ACCT-I IS NUMERIC
              AND XRF-DVZ-I IS NUMERIC
              AND (XRF-ROLE-I = 'P' OR SPACE OR LOW-VALUE)
               IF WS-XRF-COUNT < 9999
                   ADD 1 TO WS-XRF-COUNT
                   SET WS-XRF-IDX TO WS-XRF-COUNT
                   MOVE XRF-CUST-I TO WS-XRF-CUST(WS-XRF-IDX)
                   MOVE XRF-ACCT-I TO WS-XRF-ACCT(WS-XRF-IDX)
                   MOVE XRF-DVZ-I  TO WS-XRF-DVZ(WS-XRF-IDX)
               ELSE
                   DISPLAY 'WS-XREF-TABLE FULL, SKIPPING CUST='
                       XRF-CUST-I ' ACCT=' XRF-ACCT-I
               END-IF
           END-IF.
           READ XREF-FILE
               AT END SET XREF-EOF TO TRUE
           END-READ.
       LOAD-NEXT-LINK-END. EXIT.

      *---- THE UNLOAD'S TRAILER FALLS OUT ON ITS NON-NUMERIC KEY.
       H170-LOAD-ACCOUNT-BRANCHES.
           READ UNLOAD-FILE
               AT END SET UNLOAD-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-ACCOUNT UNTIL UNLOAD-EOF.
       H170-END. EXIT.

       LOAD-NEXT-ACCOUNT.
           IF UNL-ID-I IS NUMERIC AND UNL-DVZ-I IS NUMERIC
              AND UNL-BALANCE-I IS NUMERIC
               IF WS-ACC-COUNT < 9999
                   ADD 1 TO WS-ACC-COUNT
                   SET WS-ACC-IDX TO WS-ACC-COUNT
                   MOVE UNL-ID-I  TO WS-ACC-ID(WS-ACC-IDX)
                   MOVE UNL-DVZ-I TO WS-ACC-DVZ(WS-ACC-IDX)
                   IF UNL-BRANCH-I IS NUMERIC
                       MOVE UNL-BRANCH-I TO WS-ACC-BRANCH(WS-ACC-IDX)
                   ELSE
                       MOVE 0 TO WS-ACC-BRANCH(WS-ACC-IDX)
                   END-IF
               ELSE
                   DISPLAY 'WS-ACCOUNT-TABLE FULL, SKIPPING ID='
                       UNL-ID-I
               END-IF
           END-IF.
           READ UNLOAD-FILE
               AT END SET UNLOAD-EOF TO TRUE
           END-READ.
       LOAD-NEXT-ACCOUNT-END. EXIT.

       H200-RELEASE-FLAGS.
           READ UNDL-FILE
               AT END SET UNDL-EOF TO TRUE
           END-READ.
           PERFORM RELEASE-NEXT-FLAG UNTIL UNDL-EOF.
       H200-END. EXIT.

      *---- A FLAG WITHOUT A NUMERIC CUSTOMER ID OR A FIRST-RETURN
      *      DATE CANNOT BE AGED OR PLACED, SO IT IS ONLY COUNTED.
       RELEASE-NEXT-FLAG.
           ADD 1 TO WS-UNDL-READ-COUNT.
           IF UNDL-ID-I IS NOT NUMERIC
              OR UNDL-FIRST-DATE-I IS NOT NUMERIC
              OR UNDL-FIRST-DATE-I = 0
              OR UNDL-FIRST-DATE-I > WS-TODAY-GREG
               ADD 1 TO WS-UNDL-BAD-COUNT
           ELSE
               PERFORM RELEASE-ONE-FLAG
           END-IF.
           READ UNDL-FILE
               AT END SET UNDL-EOF TO TRUE
           END-READ.
       RELEASE-NEXT-FLAG-END. EXIT.

       RELEASE-ONE-FLAG.
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE (UNDL-FIRST-DATE-I).
           COMPUTE SRT-AGE = WS-TODAY-INT - WS-FIRST-INT.
           MOVE 1 TO WS-BKT-SUB.
           PERFORM FIND-AGE-BUCKET
               UNTIL WS-BKT-SUB >= 4
                  OR SRT-AGE <= WS-BKT-LIMIT(WS-BKT-SUB).
           MOVE WS-BKT-SUB TO SRT-BUCKET.
           COMPUTE WS-LOOK-CUST = FUNCTION NUMVAL(UNDL-ID-I).
           PERFORM FIND-PRIMARY-LINK.
           MOVE 0 TO SRT-BRANCH.
           IF XRF-FOUND
               MOVE WS-XRF-ACCT(WS-XRF-IDX) TO WS-LOOK-ACCT
               MOVE WS-XRF-DVZ(WS-XRF-IDX)  TO WS-LOOK-DVZ
               PERFORM FIND-ACCOUNT
               IF ACC-FOUND
                   MOVE WS-ACC-BRANCH(WS-ACC-IDX) TO SRT-BRANCH
               END-IF
           END-IF.
           IF SRT-BRANCH = 0
               ADD 1 TO WS-NO-BRANCH-COUNT
           END-IF.
           MOVE UNDL-ID-I         TO SRT-ID.
           MOVE UNDL-NAME-I       TO SRT-NAME.
           MOVE UNDL-SURNAME-I    TO SRT-SURNAME.
           MOVE UNDL-DOC-I        TO SRT-DOC.
           MOVE UNDL-REASON-I     TO SRT-REASON.
           MOVE UNDL-FIRST-DATE-I TO SRT-FIRST-DATE.
           IF UNDL-LAST-DATE-I IS NUMERIC
               MOVE UNDL-LAST-DATE-I TO SRT-LAST-DATE
           ELSE
               MOVE 0 TO SRT-LAST-DATE
           END-IF.
           IF UNDL-COUNT-I IS NUMERIC
               MOVE UNDL-COUNT-I  TO SRT-COUNT
           ELSE
               MOVE 0 TO SRT-COUNT
           END-IF.
           RELEASE SRT-REC.
       RELEASE-ONE-FLAG-END. EXIT.

       FIND-AGE-BUCKET.
           ADD 1 TO WS-BKT-SUB.
       FIND-AGE-BUCKET-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED.
       FIND-PRIMARY-LINK.
           SET XRF-NOT-FOUND TO TRUE.
           IF WS-XRF-COUNT > 0
               PERFORM SEARCH-PRIMARY-LINK
                   VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
                      OR XRF-FOUND
               IF XRF-FOUND
                   SET WS-XRF-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-PRIMARY-LINK-END. EXIT.

       SEARCH-PRIMARY-LINK.
           IF WS-XRF-CUST(WS-XRF-IDX) = WS-LOOK-CUST
               SET XRF-FOUND TO TRUE
           END-IF.
       SEARCH-PRIMARY-LINK-END. EXIT.

       FIND-ACCOUNT.
           SET ACC-NOT-FOUND TO TRUE.
           IF WS-ACC-COUNT > 0
               PERFORM SEARCH-ACCOUNT
                   VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
                      OR ACC-FOUND
               IF ACC-FOUND
                   SET WS-ACC-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-ACCOUNT-END. EXIT.

       SEARCH-ACCOUNT.
           IF WS-ACC-ID(WS-ACC-IDX)  = WS-LOOK-ACCT
              AND WS-ACC-DVZ(WS-ACC-IDX) = WS-LOOK-DVZ
               SET ACC-FOUND TO TRUE
           END-IF.
       SEARCH-ACCOUNT-END. EXIT.

      *---- ONE PAGE PER BRANCH, CLOSED BY ITS BUCKET COUNTS.
       H500-PRINT-BRANCHES.
           MOVE 0 TO WS-BNK-BUCKET(1) WS-BNK-BUCKET(2)
                     WS-BNK-BUCKET(3) WS-BNK-BUCKET(4).
           SET SORT-RETURN-MORE TO TRUE.
           RETURN SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
           PERFORM PRINT-NEXT-FLAG UNTIL SORT-RETURN-EOF.
           IF FIRST-GROUP-SEEN
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.
       H500-END. EXIT.

       PRINT-NEXT-FLAG.
           IF FIRST-GROUP-SEEN
               IF SRT-BRANCH NOT = WS-CUR-BRANCH
                   PERFORM WRITE-BRANCH-TOTAL
                   PERFORM START-BRANCH-PAGE
               END-IF
           ELSE
               SET FIRST-GROUP-SEEN TO TRUE
               PERFORM START-BRANCH-PAGE
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           RETURN SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
       PRINT-NEXT-FLAG-END. EXIT.

       START-BRANCH-PAGE.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE SRT-BRANCH TO WS-CUR-BRANCH.
           MOVE 0 TO WS-BRN-CUSTS WS-BRN-BUCKET(1) WS-BRN-BUCKET(2)
                     WS-BRN-BUCKET(3) WS-BRN-BUCKET(4).
           MOVE WS-TODAY-GREG TO HDR-DATE-O.
           MOVE WS-CUR-BRANCH TO HDR-BRANCH-O.
           IF WS-BRANCH-COUNT > 1
               WRITE RPT-REC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           ELSE
               WRITE RPT-REC FROM RPT-HEADER-1
           END-IF.
           WRITE RPT-REC FROM RPT-HEADER-2.
       START-BRANCH-PAGE-END. EXIT.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SRT-ID         TO DTL-ID-O.
           MOVE SRT-SURNAME    TO DTL-SURNAME-O.
           MOVE SRT-NAME       TO DTL-NAME-O.
           MOVE SRT-DOC        TO DTL-DOC-O.
           MOVE SRT-REASON     TO DTL-REASON-O.
           MOVE SRT-FIRST-DATE TO DTL-FIRST-O.
           MOVE SRT-LAST-DATE  TO DTL-LAST-O.
           MOVE SRT-COUNT      TO DTL-COUNT-O.
           MOVE SRT-AGE        TO DTL-AGE-O.
           MOVE WS-BKT-NAME(SRT-BUCKET) TO DTL-BUCKET-O.
           WRITE RPT-REC FROM DETAIL-LINE.
           ADD 1 TO WS-CUST-COUNT.
           ADD 1 TO WS-BRN-CUSTS.
           ADD 1 TO WS-BRN-BUCKET(SRT-BUCKET).
           ADD 1 TO WS-BNK-BUCKET(SRT-BUCKET).
       WRITE-DETAIL-LINE-END. EXIT.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO BUCKET-TOTAL-LINE.
           MOVE 'BRANCH TOTAL'  TO BKT-LABEL-O.
           MOVE WS-BRN-CUSTS    TO BKT-CUSTS-O.
           PERFORM MOVE-BRANCH-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4.
           WRITE RPT-REC FROM BUCKET-TOTAL-LINE.
       WRITE-BRANCH-TOTAL-END. EXIT.

       MOVE-BRANCH-BUCKET.
           MOVE WS-BKT-NAME(WS-BKT-SUB)   TO BKT-NAME-O(WS-BKT-SUB).
           MOVE WS-BRN-BUCKET(WS-BKT-SUB) TO BKT-COUNT-O(WS-BKT-SUB).
       MOVE-BRANCH-BUCKET-END. EXIT.

       MOVE-BANK-BUCKET.
           MOVE WS-BKT-NAME(WS-BKT-SUB)   TO BKT-NAME-O(WS-BKT-SUB).
           MOVE WS-BNK-BUCKET(WS-BKT-SUB) TO BKT-COUNT-O(WS-BKT-SUB).
       MOVE-BANK-BUCKET-END. EXIT.

      *---- THE WHOLE-BANK BUCKET LINE CLOSES THE LAST BRANCH PAGE.
      *      READ = REPORTED + UNUSABLE.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO BUCKET-TOTAL-LINE.
           MOVE 'BANK TOTAL'    TO BKT-LABEL-O.
           MOVE WS-CUST-COUNT   TO BKT-CUSTS-O.
           PERFORM MOVE-BANK-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4.
           WRITE RPT-REC FROM BUCKET-TOTAL-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'UNDELIVERABLE FLAGS READ'     TO TOT-LABEL-O.
           MOVE WS-UNDL-READ-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'FLAGS UNUSABLE'               TO TOT-LABEL-O.
           MOVE WS-UNDL-BAD-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CUSTOMERS REPORTED'           TO TOT-LABEL-O.
           MOVE WS-CUST-COUNT                  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE '  OF WHICH NO BRANCH FOUND'   TO TOT-LABEL-O.
           MOVE WS-NO-BRANCH-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'BRANCHES REPORTED'            TO TOT-LABEL-O.
           MOVE WS-BRANCH-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           IF WS-UNDL-BAD-COUNT > 0
               DISPLAY 'UNDLAGE: ' WS-UNDL-BAD-COUNT
                   ' FLAG(S) COULD NOT BE AGED'
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE UNDL-FILE
           CLOSE XREF-FILE
           CLOSE UNLOAD-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
