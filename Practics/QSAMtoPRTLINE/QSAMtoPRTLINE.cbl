      *           OUTPUT IS LAID OUT THREE LABELS ACROSS, AND THE
      *           FOOTER RECONCILES LABELS AGAINST INPUT RECORDS SO
      *           THE POSTAGE COUNT ADDS UP.
      *2026-10-15 HCP LABEL MODE DROPS NAMES WHOSE ADDRESS HAS HAD
      *           MAIL RETURNED (MYDCALC'S UNDLOUT EXTRACT, READ AS
      *           THE OPTIONAL UNDLIN). THEY GO TO THE LBLEXC
      *           EXCEPTIONS LIST INSTEAD OF GETTING A LABEL, AND THE
      *           FOOTER COUNTS THEM SO RECORDS = LABELS + SUPPRESSED
      *           + UNDELIVERABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
           SELECT SORTED-NAMES ASSIGN TO SRTNAMES
                             STATUS ST-SORTED.
           SELECT UNDL-FILE  ASSIGN TO UNDLIN
                             STATUS ST-UNDL.
           SELECT LABEL-EXC  ASSIGN TO LBLEXC
                             STATUS ST-LABEL-EXC.
       DATA DIVISION.
       FILE SECTION.
      *---- BOTH RECORD VIEWS ARE PADDED TO THE SAME 69 BYTES SO THE
         01  SRTD-NAMEIN.
           03 SRTD-NAME           PIC X(10).
           03 SRTD-SURNAME        PIC X(12).
      *---- SAME LAYOUT MYDCALC WRITES UNDLOUT FROM. NAMEREC CARRIES
      *      NO CUSTOMER ID, SO THE MATCH IS ON NAME AND SURNAME CUT
      *      TO NAMEREC'S OWN WIDTHS.
       FD  UNDL-FILE RECORDING MODE F.
         01  UNDL-REC.
           03 UNDL-ID-I           PIC X(04).
           03 FILLER              PIC X(01).
           03 UNDL-NAME-I         PIC X(15).
           03 UNDL-SURNAME-I      PIC X(15).
           03 FILLER              PIC X(30).
       FD  LABEL-EXC RECORDING MODE F.
         01  LEXC-REC.
           03 LEXC-NAME-O         PIC X(10).
           03 FILLER              PIC X(01).
           03 LEXC-SURNAME-O      PIC X(12).
           03 FILLER              PIC X(01).
           03 LEXC-REASON-O       PIC X(30).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-NAME-REC        PIC 9(2).
           03 WS-PREV-SURNAME    PIC X(12).
           03 WS-FIRST-LABEL-SW  PIC X(01) VALUE 'Y'.
           88 FIRST-LABEL                    VALUE 'Y'.
           03 ST-UNDL            PIC 9(2).
           88 UNDL-EOF                       VALUE 10.
           88 UNDL-OK                        VALUE 00 97.
           03 ST-LABEL-EXC       PIC 9(2).
           03 WS-UNDL-COUNT      PIC 9(07) COMP VALUE 0.

      *---- NAMES WHOSE ADDRESS HAS HAD MAIL RETURNED.
         01  WS-UNDL-TABLE.
           03 WS-UND-COUNT       PIC 9(05) COMP VALUE 0.
           03 WS-UND-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-UND-IDX.
              05 WS-UND-NAME     PIC X(10).
              05 WS-UND-SURNAME  PIC X(12).
           03 WS-UND-FOUND-SW    PIC X(01).
           88 NAME-UNDELIVERABLE             VALUE 'Y'.
           88 NAME-DELIVERABLE               VALUE 'N'.

         01  HEADER-1.
           03  FILLER         PIC X(22) VALUE 'CUSTOMER NAME LISTING'.
           03  FILLER         PIC X(09) VALUE ' RECORDS '.
           03  LFOOT-SUPP-O   PIC ZZZZ9.
           03  FILLER         PIC X(11) VALUE ' SUPPRESSED'.
           03  FILLER         PIC X(01) VALUE SPACE.
           03  LFOOT-UNDL-O   PIC ZZZZ9.
           03  FILLER         PIC X(14) VALUE ' UNDELIVERABLE'.
       LINKAGE SECTION.
         01  PARM-DATA.
           05 PARM-LENGTH       PIC S9(04) COMP.
           MOVE ST-SORTED TO RETURN-CODE
           GOBACK
           END-IF.
           OPEN OUTPUT LABEL-EXC.
           IF (ST-LABEL-EXC NOT = 0) AND (ST-LABEL-EXC NOT = 97)
           DISPLAY 'UNABLE TO OPEN LBLEXC: ' ST-LABEL-EXC
           MOVE ST-LABEL-EXC TO RETURN-CODE
           GOBACK
           END-IF.
           PERFORM H620-LOAD-UNDELIVERABLE.
           MOVE SPACES TO LABEL-LINE.
           MOVE 0 TO WS-CELL-IND.
           READ SORTED-NAMES
           PERFORM FLUSH-LABEL-LINE.
           PERFORM H850-WRITE-LABEL-FOOTER.
           CLOSE SORTED-NAMES.
           CLOSE LABEL-EXC.
           CLOSE PRINT-LINE.
       H600-END. EXIT.

      *---- UNDLIN IS OPTIONAL - NO FILE MEANS NO RETURNED MAIL ON
      *      RECORD AND EVERY NAME IN RANGE GETS ITS LABEL AS BEFORE.
       H620-LOAD-UNDELIVERABLE.
           OPEN INPUT UNDL-FILE.
           IF UNDL-OK
               READ UNDL-FILE
                   AT END SET UNDL-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-UNDELIVERABLE UNTIL UNDL-EOF
               CLOSE UNDL-FILE
           END-IF.
       H620-END. EXIT.

       LOAD-NEXT-UNDELIVERABLE.
           IF UNDL-ID-I NOT = SPACES
               IF WS-UND-COUNT < 9999
                   ADD 1 TO WS-UND-COUNT
                   SET WS-UND-IDX TO WS-UND-COUNT
                   MOVE UNDL-NAME-I    TO WS-UND-NAME(WS-UND-IDX)
                   MOVE UNDL-SURNAME-I TO WS-UND-SURNAME(WS-UND-IDX)
               ELSE
                   DISPLAY 'WS-UNDL-TABLE FULL, SKIPPING ID='
                       UNDL-ID-I
               END-IF
           END-IF.
           READ UNDL-FILE
               AT END SET UNDL-EOF TO TRUE
           END-READ.
       LOAD-NEXT-UNDELIVERABLE-END. EXIT.

      *---- SAME SURNAME-RANGE SELECTION AS REPORT MODE, THEN
      *      CONSECUTIVE RECORDS WITH IDENTICAL NAME AND SURNAME
      *      COLLAPSE INTO ONE LABEL SO THE HOUSEHOLD IS NOT MAILED
      *      (AND PAID FOR) TWICE. A NAME WITH RETURNED MAIL AGAINST
      *      IT GETS NO LABEL AT ALL - IT GOES TO LBLEXC INSTEAD.
       H650-NEXT-LABEL-RECORD.
           IF SRTD-SURNAME(1:1) >= WS-SURNAME-LOW AND
              SRTD-SURNAME(1:1) <= WS-SURNAME-HIGH
               ADD 1 TO WS-REC-COUNT
               PERFORM FIND-UNDELIVERABLE
               IF NAME-UNDELIVERABLE
                   PERFORM WRITE-LABEL-EXCEPTION
               ELSE
                   IF (NOT FIRST-LABEL) AND
                      SRTD-NAME = WS-PREV-NAME AND
                      SRTD-SURNAME = WS-PREV-SURNAME
                       ADD 1 TO WS-SUPPRESS-COUNT
                   ELSE
                       PERFORM ADD-LABEL-TO-LINE
                   END-IF
                   MOVE SRTD-NAME    TO WS-PREV-NAME
                   MOVE SRTD-SURNAME TO WS-PREV-SURNAME
                   MOVE 'N' TO WS-FIRST-LABEL-SW
               END-IF
           END-IF.
           READ SORTED-NAMES
               AT END SET SORTED-EOF TO TRUE
           END-READ.
       H650-END. EXIT.

       FIND-UNDELIVERABLE.
           SET NAME-DELIVERABLE TO TRUE.
           IF WS-UND-COUNT > 0
               PERFORM SEARCH-UNDELIVERABLE
                   VARYING WS-UND-IDX FROM 1 BY 1
                   UNTIL WS-UND-IDX > WS-UND-COUNT
                      OR NAME-UNDELIVERABLE
           END-IF.
       FIND-UNDELIVERABLE-END. EXIT.

       SEARCH-UNDELIVERABLE.
           IF WS-UND-NAME(WS-UND-IDX)    = SRTD-NAME AND
              WS-UND-SURNAME(WS-UND-IDX) = SRTD-SURNAME
               SET NAME-UNDELIVERABLE TO TRUE
           END-IF.
       SEARCH-UNDELIVERABLE-END. EXIT.

       WRITE-LABEL-EXCEPTION.
           ADD 1 TO WS-UNDL-COUNT.
           MOVE SPACES          TO LEXC-REC.
           MOVE SRTD-NAME       TO LEXC-NAME-O.
           MOVE SRTD-SURNAME    TO LEXC-SURNAME-O.
           MOVE 'ADDRESS UNDELIVERABLE' TO LEXC-REASON-O.
           WRITE LEXC-REC.
       WRITE-LABEL-EXCEPTION-END. EXIT.

       ADD-LABEL-TO-LINE.
           ADD 1 TO WS-LABEL-COUNT.
           ADD 1 TO WS-CELL-IND.

      *---- LABELS VERSUS INPUT RECORDS, WITH THE SUPPRESSED
      *      DUPLICATES CALLED OUT, SO THE POSTAGE COUNT RECONCILES:
      *      RECORDS = LABELS + SUPPRESSED + UNDELIVERABLE.
       H850-WRITE-LABEL-FOOTER.
           MOVE SPACES TO LABEL-LINE.
           MOVE WS-LABEL-COUNT    TO LFOOT-LABEL-O.
           MOVE WS-REC-COUNT      TO LFOOT-REC-O.
           MOVE WS-SUPPRESS-COUNT TO LFOOT-SUPP-O.
           MOVE WS-UNDL-COUNT     TO LFOOT-UNDL-O.
           WRITE LABEL-LINE FROM LABEL-FOOTER-1 AFTER ADVANCING
               1 LINES.
       H850-END. EXIT.
