      *      CUSTOMER WITH NO USABLE ADDRESS - OR A CODE WITH NO
      *      LETTER TEXT ON FILE - GOES TO THE LTREXC EXCEPTION LIST
      *      INSTEAD OF AN UNMAILABLE LETTER.
      *2026-10-15 HCP RETURNED MAIL: A CUSTOMER ON MYDCALC'S UNDLOUT
      *           EXTRACT HAS AN ADDRESS THE POST OFFICE SENDS MAIL
      *           BACK FROM. THEY GET NO LETTER AND NO LABEL - THEY GO
      *           TO LTREXC AS 'ADDRESS UNDELIVERABLE'. UNDLIN IS
      *           OPTIONAL; WITHOUT IT EVERY ADDRESS IS TREATED AS
      *           GOOD, AS BEFORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS ST-MILESTONE.
           SELECT ADDR-FILE  ASSIGN TO ADDRIN
                             STATUS ST-ADDR.
           SELECT UNDL-FILE  ASSIGN TO UNDLIN
                             STATUS ST-UNDL.
           SELECT TEXT-FILE  ASSIGN TO LTRTEXT
                             STATUS ST-TEXT.
           SELECT LETTER-FILE ASSIGN TO LTROUT
           05 ADDR-POSTAL-I         PIC X(05).
           05 ADDR-CITY-I           PIC X(15).
           05 ADDR-PHONE-I          PIC X(11).
      *---- SAME LAYOUT MYDCALC WRITES UNDLOUT FROM. ONLY THE ID
      *      MATTERS HERE.
       FD  UNDL-FILE RECORDING MODE F.
         01  UNDL-REC.
           05 UNDL-ID-I             PIC X(04).
           05 FILLER                PIC X(61).
      *---- OPS-MAINTAINED LETTER TEXT: ONE LINE PER RECORD, TAGGED
      *      WITH THE MILE-CODE IT BELONGS TO, PRINTED IN FILE ORDER.
       FD  TEXT-FILE RECORDING MODE F.
           05 ST-ADDR           PIC 9(02).
             88 ADDR-EOF                 VALUE 10.
             88 ADDR-OK                  VALUE 00 97.
           05 ST-UNDL           PIC 9(02).
             88 UNDL-EOF                 VALUE 10.
             88 UNDL-OK                  VALUE 00 97.
           05 ST-TEXT           PIC 9(02).
             88 TEXT-EOF                 VALUE 10.
             88 TEXT-OK                  VALUE 00 97.
             88 ADDR-FOUND                   VALUE 'Y'.
             88 ADDR-NOT-FOUND               VALUE 'N'.

      *---- CUSTOMERS WHOSE ADDRESS HAS HAD MAIL RETURNED.
         01  WS-UNDL-TABLE.
           05 WS-UND-COUNT          PIC 9(05) COMP VALUE 0.
           05 WS-UND-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-UND-IDX.
             10 WS-UND-ID           PIC X(04).
           05 WS-UND-FOUND-SW       PIC X(01).
             88 ADDR-UNDELIVERABLE           VALUE 'Y'.
             88 ADDR-DELIVERABLE             VALUE 'N'.

      *---- THE WHOLE TEXT FILE, IN FILE ORDER - A LETTER PRINTS
      *      EVERY LINE TAGGED WITH ITS MILESTONE CODE.
         01  WS-TEXT-TABLE.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H160-LOAD-ADDRESSES
           PERFORM H165-LOAD-UNDELIVERABLE
           PERFORM H170-LOAD-LETTER-TEXT
           PERFORM H200-READ-NEXT-MILESTONE UNTIL MILESTONE-EOF
           PERFORM H600-LABEL-RUN
           END-READ.
       LOAD-NEXT-ADDRESS-END. EXIT.

      *---- UNDLIN IS OPTIONAL - NO FILE MEANS NO RETURNED MAIL ON
      *      RECORD.
       H165-LOAD-UNDELIVERABLE.
           OPEN INPUT UNDL-FILE.
           IF UNDL-OK
               READ UNDL-FILE
                   AT END SET UNDL-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-UNDELIVERABLE UNTIL UNDL-EOF
               CLOSE UNDL-FILE
           END-IF.
       H165-END. EXIT.

       LOAD-NEXT-UNDELIVERABLE.
           IF UNDL-ID-I NOT = SPACES
               IF WS-UND-COUNT < 9999
                   ADD 1 TO WS-UND-COUNT
                   SET WS-UND-IDX TO WS-UND-COUNT
                   MOVE UNDL-ID-I TO WS-UND-ID(WS-UND-IDX)
               ELSE
                   DISPLAY 'WS-UNDL-TABLE FULL, SKIPPING ID='
                       UNDL-ID-I
               END-IF
           END-IF.
           READ UNDL-FILE
               AT END SET UNDL-EOF TO TRUE
           END-READ.
       LOAD-NEXT-UNDELIVERABLE-END. EXIT.

       H170-LOAD-LETTER-TEXT.
           READ TEXT-FILE
               AT END SET TEXT-EOF TO TRUE

      *---- NO USABLE ADDRESS OR NO LETTER TEXT FOR THE CODE MEANS
      *      NO LETTER - THE CUSTOMER GOES TO LTREXC SO MARKETING
      *      SEES EXACTLY WHO DID NOT GET MAILED AND WHY. AN ADDRESS
      *      WITH RETURNED MAIL AGAINST IT COUNTS AS NOT USABLE.
       H300-BUILD-LETTER.
           PERFORM FIND-ADDRESS.
           IF ADDR-FOUND
               PERFORM FIND-UNDELIVERABLE
           END-IF.
           IF ADDR-NOT-FOUND
               MOVE 'NO USABLE ADDRESS' TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               IF ADDR-UNDELIVERABLE
                   MOVE 'ADDRESS UNDELIVERABLE' TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   PERFORM CHECK-TEXT-EXISTS
                   IF TEXT-LINE-NOT-FOUND
                       MOVE 'NO LETTER TEXT FOR CODE'
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   ELSE
                       PERFORM H400-WRITE-LETTER
                   END-IF
               END-IF
           END-IF.
       H300-END. EXIT.
           END-IF.
       SEARCH-ADDRESS-END. EXIT.

       FIND-UNDELIVERABLE.
           SET ADDR-DELIVERABLE TO TRUE.
           IF WS-UND-COUNT > 0
               PERFORM SEARCH-UNDELIVERABLE
                   VARYING WS-UND-IDX FROM 1 BY 1
                   UNTIL WS-UND-IDX > WS-UND-COUNT
                      OR ADDR-UNDELIVERABLE
           END-IF.
       FIND-UNDELIVERABLE-END. EXIT.

       SEARCH-UNDELIVERABLE.
           IF WS-UND-ID(WS-UND-IDX) = MILE-ID-I
               SET ADDR-UNDELIVERABLE TO TRUE
           END-IF.
       SEARCH-UNDELIVERABLE-END. EXIT.

       CHECK-TEXT-EXISTS.
           SET TEXT-LINE-NOT-FOUND TO TRUE.
           IF WS-TXT-COUNT > 0
