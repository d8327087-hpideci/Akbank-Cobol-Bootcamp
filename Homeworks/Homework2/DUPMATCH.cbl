       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPMATCH.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- DUPLICATE-CUSTOMER MATCHING RUN. CUSTMNT ADDS ANY NEW
      *      DATA-ID IT IS GIVEN, SO ONE PERSON OPENED AT TWO
      *      BRANCHES BECOMES TWO CUSTOMERS - TWO STATEMENTS, TWO
      *      MILESTONE LETTERS, A TAX CERTIFICATE SPLIT IN HALF. THIS
      *      PROGRAM SCORES EVERY PAIR OF STILL-ACTIVE CUSTOMERS ON
      *      DATAIN AGAINST EACH OTHER ON SURNAME, NAME, BIRTH DATE
      *      (DATA-DATE) AND THE TYPE-'2' ADDRESS AND PHONE, AND
      *      LISTS EVERY PAIR THAT SCORES AT OR ABOVE THE REVIEW
      *      THRESHOLD ON DUPRPT, STRONGEST FIRST, WITH THE FIELDS
      *      THAT AGREED. NOTHING IS CHANGED HERE - A PAIR OPS
      *      CONFIRMS IS MERGED BY A CUSTMRG TRANSACTION, AND A
      *      CLOSED CUSTOMER (A MERGED-AWAY ID INCLUDED) IS NEVER
      *      SCORED AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-REC   ASSIGN TO DATAIN
                             STATUS ST-DATA-REC.
           SELECT REPORT-FILE ASSIGN TO DUPRPT
                             STATUS ST-REPORT.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT MYDCALC READS THE CUSTOMER MASTER WITH -
      *      TYPE '1' IS A CUSTOMER, TYPE '2' AN ADDRESS RECORD.
       FD  DATA-REC RECORDING MODE F.
         01  DATA-IN.
           05 DATA-REC-TYPE         PIC X(01).
             88 DATA-BASE-REC                    VALUE '1'.
             88 DATA-ADDRESS-REC                 VALUE '2'.
           05 DATA-ID               PIC X(04).
           05 DATA-NAME             PIC X(15).
           05 DATA-SURNAME          PIC X(15).
           05 DATA-DATE             PIC 9(08).
           05 DATA-NDATE            PIC 9(08).
           05 FILLER                PIC X(35).
         01  DATA-ADDRESS.
           05 FILLER                PIC X(01).
           05 ADDR-ID               PIC X(04).
           05 ADDR-LINE1            PIC X(25).
           05 ADDR-LINE2            PIC X(25).
           05 ADDR-POSTAL           PIC X(05).
           05 ADDR-CITY             PIC X(15).
           05 ADDR-PHONE            PIC X(11).
      *---- ONE CANDIDATE PAIR, SORTED SCORE-DESCENDING SO THE
      *      REVIEWER STARTS WITH THE CERTAIN ONES.
       SD  SORT-WORK.
         01  SRT-REC.
           05 SRT-SCORE             PIC 9(03).
           05 SRT-ID-1              PIC X(04).
           05 SRT-ID-2              PIC X(04).
           05 SRT-AGREED            PIC X(05).
           05 SRT-SUB-1             PIC 9(05).
           05 SRT-SUB-2             PIC 9(05).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(120).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-DATA-REC       PIC 9(02).
             88 DATA-REC-EOF             VALUE 10.
             88 DATA-REC-OK              VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-SUCCESS           VALUE 00 97.
           05 WS-SORT-EOF-SW    PIC X(01).
             88 SORT-RETURN-EOF          VALUE 'Y'.
             88 SORT-RETURN-MORE         VALUE 'N'.
           05 WS-SUB-1          PIC 9(05) COMP.
           05 WS-SUB-2          PIC 9(05) COMP.
           05 WS-SCORE          PIC 9(03).
           05 WS-AGREED         PIC X(05).

      *---- WHAT EACH FIELD IS WORTH. SURNAME, BIRTH DATE AND PHONE
      *      EACH POINT TO ONE PERSON ON THEIR OWN ONLY RARELY, SO NO
      *      SINGLE FIELD REACHES THE THRESHOLD - TWO STRONG ONES DO.
      *      A PAIR AT OR ABOVE THE CERTAIN MARK IS FLAGGED AS SUCH.
         01  WS-SCORE-WEIGHTS.
           05 WS-WT-SURNAME     PIC 9(03) VALUE 025.
           05 WS-WT-NAME        PIC 9(03) VALUE 015.
           05 WS-WT-INITIAL     PIC 9(03) VALUE 005.
           05 WS-WT-BIRTH       PIC 9(03) VALUE 030.
           05 WS-WT-ADDRESS     PIC 9(03) VALUE 020.
           05 WS-WT-POSTAL      PIC 9(03) VALUE 005.
           05 WS-WT-PHONE       PIC 9(03) VALUE 030.
           05 WS-REVIEW-THRESHOLD PIC 9(03) VALUE 055.
           05 WS-CERTAIN-MARK   PIC 9(03) VALUE 085.

      *---- EVERY ACTIVE CUSTOMER WITH ITS ADDRESS PULLED ALONGSIDE.
      *      NAMES ARE HELD UPPER-CASED SO 'Ali' AND 'ALI' AGREE.
         01  WS-CUSTOMER-TABLE.
           05 WS-CST-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-CST-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-CST-IDX.
             10 WS-CST-ID        PIC X(04).
             10 WS-CST-NAME      PIC X(15).
             10 WS-CST-SURNAME   PIC X(15).
             10 WS-CST-DATE      PIC 9(08).
             10 WS-CST-ADDR-SW   PIC X(01).
             10 WS-CST-LINE1     PIC X(25).
             10 WS-CST-POSTAL    PIC X(05).
             10 WS-CST-PHONE     PIC X(11).
           05 WS-CST-FOUND-SW    PIC X(01).
             88 CUSTOMER-FOUND            VALUE 'Y'.
             88 CUSTOMER-NOT-FOUND        VALUE 'N'.

      *---- ADDRESS RECORDS MAY COME BEFORE OR AFTER THEIR CUSTOMER
      *      IN DATAIN, SO THEY ARE HELD UNTIL THE WHOLE FILE IS IN.
         01  WS-ADDRESS-TABLE.
           05 WS-ADR-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-ADR-SUB         PIC 9(05) COMP.
           05 WS-ADR-ENTRY OCCURS 9999 TIMES.
             10 WS-ADR-ID        PIC X(04).
             10 WS-ADR-LINE1     PIC X(25).
             10 WS-ADR-POSTAL    PIC X(05).
             10 WS-ADR-PHONE     PIC X(11).

         01  WS-CONTROL-TOTALS.
           05 WS-RECORDS-IN-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-ACTIVE-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-CLOSED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-PAIRS-COUNT     PIC 9(09) COMP VALUE 0.
           05 WS-LISTED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-CERTAIN-COUNT   PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(33)
                         VALUE 'Possible Duplicate Customers'.
           05  FILLER         PIC X(87) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(06) VALUE 'Score '.
           05  FILLER         PIC X(06) VALUE 'Agree '.
           05  FILLER         PIC X(36)
                         VALUE 'C.No Name           Surname'.
           05  FILLER         PIC X(10) VALUE 'Birth'.
           05  FILLER         PIC X(36)
                         VALUE 'C.No Name           Surname'.
           05  FILLER         PIC X(10) VALUE 'Birth'.
           05  FILLER         PIC X(16) VALUE SPACES.
      *---- THE AGREE COLUMN SPELLS OUT WHICH FIELDS MATCHED: S
      *      SURNAME, N NAME (I FOR THE INITIAL ONLY), B BIRTH DATE,
      *      A ADDRESS (Z FOR THE POSTAL CODE ONLY), P PHONE.
         01  RPT-DETAIL.
           05 RPT-SCORE-O     PIC ZZ9.
           05 RPT-CERTAIN-O   PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RPT-AGREED-O    PIC X(05).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RPT-ID-1-O      PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RPT-NAME-1-O    PIC X(15).
           05 RPT-SURNAME-1-O PIC X(15).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RPT-DATE-1-O    PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RPT-ID-2-O      PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RPT-NAME-2-O    PIC X(15).
           05 RPT-SURNAME-2-O PIC X(15).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RPT-DATE-2-O    PIC 9(08).
           05 FILLER          PIC X(18) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(26).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(79) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADERS
           PERFORM H160-LOAD-CUSTOMERS
           PERFORM H170-ATTACH-ADDRESSES
           SORT SORT-WORK
               ON DESCENDING KEY SRT-SCORE
               ON ASCENDING KEY SRT-ID-1 SRT-ID-2
               INPUT PROCEDURE H200-SCORE-ALL-PAIRS
               OUTPUT PROCEDURE H500-LIST-CANDIDATES
           IF SORT-RETURN NOT = 0
               DISPLAY 'UNABLE TO SORT CANDIDATES, SORT-RETURN='
                   SORT-RETURN
               MOVE SORT-RETURN TO RETURN-CODE
           END-IF
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  DATA-REC.
           OPEN OUTPUT REPORT-FILE.
           IF (NOT DATA-REC-OK)
           DISPLAY 'UNABLE TO OPEN DATAIN: ' ST-DATA-REC
           MOVE ST-DATA-REC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN DUPRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-1.
           WRITE RPT-REC FROM RPT-HEADER-2.
       H150-END. EXIT.

       H160-LOAD-CUSTOMERS.
           READ DATA-REC
               AT END SET DATA-REC-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-RECORD UNTIL DATA-REC-EOF.
       H160-END. EXIT.

      *---- A CUSTOMER WITH A CLOSING DATE IS GONE - WHETHER IT LEFT
      *      THE BANK OR WAS MERGED INTO ANOTHER ID - AND IS NOT A
      *      CANDIDATE. A RECORD WITH AN UNREADABLE DATE IS STILL
      *      SCORED ON ITS OTHER FIELDS.
       LOAD-NEXT-RECORD.
           ADD 1 TO WS-RECORDS-IN-COUNT.
           EVALUATE TRUE
               WHEN DATA-BASE-REC
                   IF DATA-NDATE IS NUMERIC AND DATA-NDATE NOT = 0
                       ADD 1 TO WS-CLOSED-COUNT
                   ELSE
                       PERFORM ADD-CUSTOMER-ENTRY
                   END-IF
               WHEN DATA-ADDRESS-REC
                   IF WS-ADR-COUNT < 9999
                       ADD 1 TO WS-ADR-COUNT
                       MOVE ADDR-ID     TO WS-ADR-ID(WS-ADR-COUNT)
                       MOVE ADDR-LINE1  TO WS-ADR-LINE1(WS-ADR-COUNT)
                       MOVE ADDR-POSTAL TO WS-ADR-POSTAL(WS-ADR-COUNT)
                       MOVE ADDR-PHONE  TO WS-ADR-PHONE(WS-ADR-COUNT)
                       INSPECT WS-ADR-LINE1(WS-ADR-COUNT) CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   ELSE
                       DISPLAY 'WS-ADDRESS-TABLE FULL, SKIPPING ID='
                           ADDR-ID
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ DATA-REC
               AT END SET DATA-REC-EOF TO TRUE
           END-READ.
       LOAD-NEXT-RECORD-END. EXIT.

       ADD-CUSTOMER-ENTRY.
           IF WS-CST-COUNT < 9999
               ADD 1 TO WS-CST-COUNT
               ADD 1 TO WS-ACTIVE-COUNT
               SET WS-CST-IDX TO WS-CST-COUNT
               MOVE DATA-ID      TO WS-CST-ID(WS-CST-IDX)
               MOVE DATA-NAME    TO WS-CST-NAME(WS-CST-IDX)
               MOVE DATA-SURNAME TO WS-CST-SURNAME(WS-CST-IDX)
               INSPECT WS-CST-NAME(WS-CST-IDX) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-CST-SURNAME(WS-CST-IDX) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF DATA-DATE IS NUMERIC
                   MOVE DATA-DATE TO WS-CST-DATE(WS-CST-IDX)
               ELSE
                   MOVE 0 TO WS-CST-DATE(WS-CST-IDX)
               END-IF
               MOVE 'N'    TO WS-CST-ADDR-SW(WS-CST-IDX)
               MOVE SPACES TO WS-CST-LINE1(WS-CST-IDX)
               MOVE SPACES TO WS-CST-POSTAL(WS-CST-IDX)
               MOVE SPACES TO WS-CST-PHONE(WS-CST-IDX)
           ELSE
               DISPLAY 'WS-CUSTOMER-TABLE FULL, SKIPPING ID=' DATA-ID
           END-IF.
       ADD-CUSTOMER-ENTRY-END. EXIT.

       H170-ATTACH-ADDRESSES.
           PERFORM ATTACH-ONE-ADDRESS
               VARYING WS-ADR-SUB FROM 1 BY 1
               UNTIL WS-ADR-SUB > WS-ADR-COUNT.
       H170-END. EXIT.

       ATTACH-ONE-ADDRESS.
           PERFORM FIND-CUSTOMER.
           IF CUSTOMER-FOUND
               MOVE 'Y' TO WS-CST-ADDR-SW(WS-CST-IDX)
               MOVE WS-ADR-LINE1(WS-ADR-SUB)
                   TO WS-CST-LINE1(WS-CST-IDX)
               MOVE WS-ADR-POSTAL(WS-ADR-SUB)
                   TO WS-CST-POSTAL(WS-CST-IDX)
               MOVE WS-ADR-PHONE(WS-ADR-SUB)
                   TO WS-CST-PHONE(WS-CST-IDX)
           END-IF.
       ATTACH-ONE-ADDRESS-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-CST-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
       FIND-CUSTOMER.
           SET CUSTOMER-NOT-FOUND TO TRUE.
           IF WS-CST-COUNT > 0
               PERFORM SEARCH-CUSTOMER
                   VARYING WS-CST-IDX FROM 1 BY 1
                   UNTIL WS-CST-IDX > WS-CST-COUNT
                      OR CUSTOMER-FOUND
               IF CUSTOMER-FOUND
                   SET WS-CST-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-CUSTOMER-END. EXIT.

       SEARCH-CUSTOMER.
           IF WS-CST-ID(WS-CST-IDX) = WS-ADR-ID(WS-ADR-SUB)
               SET CUSTOMER-FOUND TO TRUE
           END-IF.
       SEARCH-CUSTOMER-END. EXIT.

      *---- EVERY PAIR ONCE: THE SECOND CUSTOMER ALWAYS COMES AFTER
      *      THE FIRST IN THE TABLE, SO NO PAIR IS SCORED TWICE AND
      *      NO CUSTOMER AGAINST ITSELF.
       H200-SCORE-ALL-PAIRS.
           PERFORM SCORE-FIRST-CUSTOMER
               VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 >= WS-CST-COUNT.
       H200-END. EXIT.

       SCORE-FIRST-CUSTOMER.
           COMPUTE WS-SUB-2 = WS-SUB-1 + 1.
           PERFORM SCORE-ONE-PAIR
               VARYING WS-SUB-2 FROM WS-SUB-2 BY 1
               UNTIL WS-SUB-2 > WS-CST-COUNT.
       SCORE-FIRST-CUSTOMER-END. EXIT.

      *---- ONE POINT SCALE, ONE LETTER PER AGREEING FIELD. BLANK
      *      OR ZERO FIELDS NEVER AGREE - TWO CUSTOMERS WITH NO PHONE
      *      ARE NOT THE SAME PERSON FOR THAT.
       SCORE-ONE-PAIR.
           ADD 1 TO WS-PAIRS-COUNT.
           MOVE 0 TO WS-SCORE.
           MOVE SPACES TO WS-AGREED.
           IF WS-CST-SURNAME(WS-SUB-1) NOT = SPACES AND
              WS-CST-SURNAME(WS-SUB-1) = WS-CST-SURNAME(WS-SUB-2)
               ADD WS-WT-SURNAME TO WS-SCORE
               MOVE 'S' TO WS-AGREED(1:1)
           END-IF.
           IF WS-CST-NAME(WS-SUB-1) NOT = SPACES
               IF WS-CST-NAME(WS-SUB-1) = WS-CST-NAME(WS-SUB-2)
                   ADD WS-WT-NAME TO WS-SCORE
                   MOVE 'N' TO WS-AGREED(2:1)
               ELSE
                   IF WS-CST-NAME(WS-SUB-1)(1:1) =
                      WS-CST-NAME(WS-SUB-2)(1:1)
                       ADD WS-WT-INITIAL TO WS-SCORE
                       MOVE 'I' TO WS-AGREED(2:1)
                   END-IF
               END-IF
           END-IF.
           IF WS-CST-DATE(WS-SUB-1) NOT = 0 AND
              WS-CST-DATE(WS-SUB-1) = WS-CST-DATE(WS-SUB-2)
               ADD WS-WT-BIRTH TO WS-SCORE
               MOVE 'B' TO WS-AGREED(3:1)
           END-IF.
           IF WS-CST-ADDR-SW(WS-SUB-1) = 'Y' AND
              WS-CST-ADDR-SW(WS-SUB-2) = 'Y'
               PERFORM SCORE-ADDRESS-FIELDS
           END-IF.
           IF WS-SCORE >= WS-REVIEW-THRESHOLD
               MOVE WS-SCORE             TO SRT-SCORE
               MOVE WS-CST-ID(WS-SUB-1)  TO SRT-ID-1
               MOVE WS-CST-ID(WS-SUB-2)  TO SRT-ID-2
               MOVE WS-AGREED            TO SRT-AGREED
               MOVE WS-SUB-1             TO SRT-SUB-1
               MOVE WS-SUB-2             TO SRT-SUB-2
               RELEASE SRT-REC
           END-IF.
       SCORE-ONE-PAIR-END. EXIT.

       SCORE-ADDRESS-FIELDS.
           IF WS-CST-POSTAL(WS-SUB-1) NOT = SPACES AND
              WS-CST-POSTAL(WS-SUB-1) = WS-CST-POSTAL(WS-SUB-2)
               IF WS-CST-LINE1(WS-SUB-1) = WS-CST-LINE1(WS-SUB-2)
                   ADD WS-WT-ADDRESS TO WS-SCORE
                   MOVE 'A' TO WS-AGREED(4:1)
               ELSE
                   ADD WS-WT-POSTAL TO WS-SCORE
                   MOVE 'Z' TO WS-AGREED(4:1)
               END-IF
           END-IF.
           IF WS-CST-PHONE(WS-SUB-1) NOT = SPACES AND
              WS-CST-PHONE(WS-SUB-1) = WS-CST-PHONE(WS-SUB-2)
               ADD WS-WT-PHONE TO WS-SCORE
               MOVE 'P' TO WS-AGREED(5:1)
           END-IF.
       SCORE-ADDRESS-FIELDS-END. EXIT.

       H500-LIST-CANDIDATES.
           SET SORT-RETURN-MORE TO TRUE.
           PERFORM RETURN-NEXT-CANDIDATE.
           PERFORM WRITE-CANDIDATE-LINE UNTIL SORT-RETURN-EOF.
       H500-END. EXIT.

       RETURN-NEXT-CANDIDATE.
           RETURN SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
       RETURN-NEXT-CANDIDATE-END. EXIT.

       WRITE-CANDIDATE-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SRT-SUB-1 TO WS-SUB-1.
           MOVE SRT-SUB-2 TO WS-SUB-2.
           MOVE SPACES TO RPT-DETAIL.
           MOVE SRT-SCORE               TO RPT-SCORE-O.
           IF SRT-SCORE >= WS-CERTAIN-MARK
               MOVE '*' TO RPT-CERTAIN-O
               ADD 1 TO WS-CERTAIN-COUNT
           END-IF.
           MOVE SRT-AGREED              TO RPT-AGREED-O.
           MOVE WS-CST-ID(WS-SUB-1)      TO RPT-ID-1-O.
           MOVE WS-CST-NAME(WS-SUB-1)    TO RPT-NAME-1-O.
           MOVE WS-CST-SURNAME(WS-SUB-1) TO RPT-SURNAME-1-O.
           MOVE WS-CST-DATE(WS-SUB-1)    TO RPT-DATE-1-O.
           MOVE WS-CST-ID(WS-SUB-2)      TO RPT-ID-2-O.
           MOVE WS-CST-NAME(WS-SUB-2)    TO RPT-NAME-2-O.
           MOVE WS-CST-SURNAME(WS-SUB-2) TO RPT-SURNAME-2-O.
           MOVE WS-CST-DATE(WS-SUB-2)    TO RPT-DATE-2-O.
           WRITE RPT-REC FROM RPT-DETAIL.
           PERFORM RETURN-NEXT-CANDIDATE.
       WRITE-CANDIDATE-LINE-END. EXIT.

       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'MASTER RECORDS IN'        TO TOT-LABEL-O.
           MOVE WS-RECORDS-IN-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACTIVE CUSTOMERS SCORED'  TO TOT-LABEL-O.
           MOVE WS-ACTIVE-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CLOSED CUSTOMERS SKIPPED' TO TOT-LABEL-O.
           MOVE WS-CLOSED-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'PAIRS COMPARED'           TO TOT-LABEL-O.
           MOVE WS-PAIRS-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'PAIRS LISTED FOR REVIEW'  TO TOT-LABEL-O.
           MOVE WS-LISTED-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'OF WHICH NEAR-CERTAIN (*)' TO TOT-LABEL-O.
           MOVE WS-CERTAIN-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE DATA-REC
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
