       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- ONLINE CICS CUSTOMER-LEVEL INQUIRY. IDXLKUP ANSWERS FOR ONE
      *      ACCOUNT KEY, BUT A CALLER ON THE PHONE USUALLY GIVES A
      *      CUSTOMER NUMBER AND WANTS EVERYTHING: WHO THEY ARE, WHERE
      *      THEIR MAIL GOES, HOW THEY TAKE STATEMENTS AND WHAT EVERY
      *      ACCOUNT THEY ARE LINKED TO LOOKS LIKE. CALLER PASSES THE
      *      CUSTOMER NUMBER (DATA-ID) IN THE COMMAREA AND GETS BACK
      *      THE NAME, ADDRESS BLOCK AND STATEMENT PREFERENCE FROM
      *      CUSTINQ, THEN ONE LINE PER LINKED ACCOUNT - BROWSED FROM
      *      CUSTXRF AND READ FROM IDXFILE - WITH BALANCE, OVERDRAFT
      *      LIMIT, STATUS, BRANCH AND LAST ACTIVITY DATE. BOTH
      *      CUSTINQ AND CUSTXRF ARE LOADED EACH NIGHT BY INQLOAD.
      *      A CUSTOMER WITH MORE ACCOUNTS THAN FIT IN ONE COMMAREA IS
      *      PAGED: CA-MORE-PAGES COMES BACK WITH CA-NEXT-KEY SET, AND
      *      THE CALLER SENDS CA-NEXT-KEY BACK IN AS CA-START-KEY FOR
      *      THE NEXT PAGE. A ZERO START KEY MEANS THE FIRST PAGE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-RESP           PIC S9(08) COMP.
           05 WS-NO-COMMAREA-MSG PIC X(27)
               VALUE 'CUSTINQ REQUIRES A COMMAREA'.
           05 WS-BROWSE-SW      PIC X(01).
             88 BROWSE-ACTIVE             VALUE 'Y'.
             88 BROWSE-NOT-ACTIVE         VALUE 'N'.
           05 WS-BROWSE-END-SW  PIC X(01).
             88 BROWSE-DONE               VALUE 'Y'.
             88 BROWSE-MORE               VALUE 'N'.
           05 WS-INT-DATE       PIC S9(09) COMP.
           05 WS-MAX-LINES      PIC S9(04) COMP VALUE 10.

      *---- SAME LAYOUT INQLOAD LOADS CUSTINQ WITH.
         01  CINQ-REC.
           03 CINQ-KEY.
              05 CINQ-ID        PIC 9(05).
           03 CINQ-NAME         PIC X(15).
           03 CINQ-SURNAME      PIC X(15).
           03 CINQ-ADDR-SW      PIC X(01).
             88 CINQ-HAS-ADDRESS          VALUE 'Y'.
           03 CINQ-LINE1        PIC X(25).
           03 CINQ-LINE2        PIC X(25).
           03 CINQ-POSTAL       PIC X(05).
           03 CINQ-CITY         PIC X(15).
           03 CINQ-PHONE        PIC X(11).
           03 CINQ-PREF         PIC X(01).

      *---- SAME LAYOUT INQLOAD LOADS CUSTXRF WITH.
         01  CXRF-REC.
           03 CXRF-KEY.
              05 CXRF-CUST      PIC 9(05).
              05 CXRF-ACCT      PIC 9(05).
              05 CXRF-DVZ       PIC 9(03).
           03 CXRF-ROLE         PIC X(01).

         01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID         PIC S9(05) COMP-3.
              05 IDX-DVZ        PIC S9(03) COMP.
           03 IDX-NAME          PIC X(15).
           03 IDX-SURNAME       PIC X(15).
           03 IDX-ODATE         PIC S9(07) COMP-3.
           03 IDX-BALANCE       PIC S9(15) COMP-3.
           03 IDX-LASTACT       PIC S9(07) COMP-3.
           03 IDX-ODLIMIT       PIC S9(15) COMP-3.
           03 IDX-STATUS        PIC X(01).
           03 IDX-BRANCH        PIC S9(03) COMP.

       LINKAGE SECTION.
         01  DFHCOMMAREA.
           05 CA-CUST-ID         PIC 9(05).
           05 CA-START-KEY.
             10 CA-START-ACCT    PIC 9(05).
             10 CA-START-DVZ     PIC 9(03).
           05 CA-RESULT          PIC X(01).
             88 CA-CUSTOMER-FOUND          VALUE 'Y'.
             88 CA-CUSTOMER-NOT-FOUND      VALUE 'N'.
           05 CA-MESSAGE         PIC X(30).
           05 CA-NAME            PIC X(15).
           05 CA-SURNAME         PIC X(15).
           05 CA-ADDR-SW         PIC X(01).
           05 CA-LINE1           PIC X(25).
           05 CA-LINE2           PIC X(25).
           05 CA-POSTAL          PIC X(05).
           05 CA-CITY            PIC X(15).
           05 CA-PHONE           PIC X(11).
      *---- 'P' PAPER, 'E' ELECTRONIC, SPACE NONE ON FILE (PAPER).
           05 CA-PREF            PIC X(01).
           05 CA-MORE-SW         PIC X(01).
             88 CA-MORE-PAGES              VALUE 'Y'.
             88 CA-LAST-PAGE               VALUE 'N'.
           05 CA-NEXT-KEY.
             10 CA-NEXT-ACCT     PIC 9(05).
             10 CA-NEXT-DVZ      PIC 9(03).
           05 CA-LINE-COUNT      PIC S9(04) COMP.
      *---- CA-ACCT-FOUND IS 'N' WHEN CUSTXRF STILL LINKS AN ACCOUNT
      *      IDXFILE NO LONGER HOLDS (ORPHCHK REPORTS THOSE); THE
      *      LINE IS RETURNED SO THE CALLER SEES THE DANGLING LINK.
           05 CA-ACCT-LINE OCCURS 10 TIMES
                             INDEXED BY CA-LINE-IDX.
             10 CA-ACCT          PIC 9(05).
             10 CA-DVZ           PIC 9(03).
             10 CA-ROLE          PIC X(01).
             10 CA-ACCT-FOUND    PIC X(01).
             10 CA-BALANCE       PIC S9(15) COMP-3.
             10 CA-ODLIMIT       PIC S9(15) COMP-3.
             10 CA-STATUS        PIC X(01).
             10 CA-BRANCH        PIC S9(03) COMP.
             10 CA-LASTACT       PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN = 0
               PERFORM H100-NO-COMMAREA
           ELSE
               PERFORM H150-CLEAR-RESPONSE
               PERFORM H200-READ-CUSTOMER
               IF CA-CUSTOMER-FOUND
                   PERFORM H300-BROWSE-ACCOUNTS
               END-IF
           END-IF
           EXEC CICS RETURN END-EXEC.
       0000-END. EXIT.

      *---- A FIRST-TIME INVOCATION WITH NO COMMAREA HAS NO KEY TO
      *      LOOK UP AND NOWHERE TO RETURN A RESULT, SO IT IS REJECTED
      *      HERE INSTEAD OF FALLING THROUGH INTO DFHCOMMAREA.
       H100-NO-COMMAREA.
           EXEC CICS SEND TEXT
               FROM(WS-NO-COMMAREA-MSG)
               LENGTH(LENGTH OF WS-NO-COMMAREA-MSG)
               ERASE
           END-EXEC.
       H100-END. EXIT.

       H150-CLEAR-RESPONSE.
           SET CA-CUSTOMER-NOT-FOUND TO TRUE.
           SET CA-LAST-PAGE TO TRUE.
           MOVE SPACES TO CA-MESSAGE.
           MOVE SPACES TO CA-NAME.
           MOVE SPACES TO CA-SURNAME.
           MOVE 'N'    TO CA-ADDR-SW.
           MOVE SPACES TO CA-LINE1.
           MOVE SPACES TO CA-LINE2.
           MOVE SPACES TO CA-POSTAL.
           MOVE SPACES TO CA-CITY.
           MOVE SPACES TO CA-PHONE.
           MOVE SPACES TO CA-PREF.
           MOVE ZEROS  TO CA-NEXT-KEY.
           MOVE 0      TO CA-LINE-COUNT.
           PERFORM CLEAR-ACCOUNT-LINE
               VARYING CA-LINE-IDX FROM 1 BY 1
               UNTIL CA-LINE-IDX > WS-MAX-LINES.
       H150-END. EXIT.

       CLEAR-ACCOUNT-LINE.
           MOVE 0      TO CA-ACCT(CA-LINE-IDX).
           MOVE 0      TO CA-DVZ(CA-LINE-IDX).
           MOVE SPACES TO CA-ROLE(CA-LINE-IDX).
           MOVE SPACES TO CA-ACCT-FOUND(CA-LINE-IDX).
           MOVE 0      TO CA-BALANCE(CA-LINE-IDX).
           MOVE 0      TO CA-ODLIMIT(CA-LINE-IDX).
           MOVE SPACES TO CA-STATUS(CA-LINE-IDX).
           MOVE 0      TO CA-BRANCH(CA-LINE-IDX).
           MOVE 0      TO CA-LASTACT(CA-LINE-IDX).
       CLEAR-ACCOUNT-LINE-END. EXIT.

      *---- THE CUSTOMER BLOCK IS RETURNED ON EVERY PAGE SO THE CALLER
      *      NEED NOT KEEP IT BETWEEN CALLS.
       H200-READ-CUSTOMER.
           MOVE CA-CUST-ID TO CINQ-ID.
           EXEC CICS READ
               DATASET('CUSTINQ')
               INTO(CINQ-REC)
               RIDFLD(CINQ-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET CA-CUSTOMER-FOUND TO TRUE
                   MOVE CINQ-NAME     TO CA-NAME
                   MOVE CINQ-SURNAME  TO CA-SURNAME
                   MOVE CINQ-ADDR-SW  TO CA-ADDR-SW
                   IF CINQ-HAS-ADDRESS
                       MOVE CINQ-LINE1    TO CA-LINE1
                       MOVE CINQ-LINE2    TO CA-LINE2
                       MOVE CINQ-POSTAL   TO CA-POSTAL
                       MOVE CINQ-CITY     TO CA-CITY
                       MOVE CINQ-PHONE    TO CA-PHONE
                   END-IF
                   MOVE CINQ-PREF     TO CA-PREF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'CUSTOMER NOT ON FILE' TO CA-MESSAGE
               WHEN OTHER
                   MOVE 'CUSTOMER FILE UNAVAILABLE' TO CA-MESSAGE
           END-EVALUATE.
       H200-END. EXIT.

      *---- BROWSES CUSTXRF FROM THE CALLER'S START KEY UNDER THIS
      *      CUSTOMER. UP TO WS-MAX-LINES LINKS ARE RETURNED; IF ONE
      *      MORE LINK FOR THE SAME CUSTOMER FOLLOWS, ITS KEY GOES
      *      BACK AS CA-NEXT-KEY AND CA-MORE-PAGES IS SET. THE BROWSE
      *      IS ONLY ENDED IF THE STARTBR ACTUALLY OPENED ONE.
       H300-BROWSE-ACCOUNTS.
           SET BROWSE-NOT-ACTIVE TO TRUE.
           SET BROWSE-MORE TO TRUE.
           MOVE CA-CUST-ID    TO CXRF-CUST.
           MOVE CA-START-ACCT TO CXRF-ACCT.
           MOVE CA-START-DVZ  TO CXRF-DVZ.
           EXEC CICS STARTBR
               DATASET('CUSTXRF')
               RIDFLD(CXRF-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET BROWSE-ACTIVE TO TRUE
                   PERFORM READ-NEXT-LINK
                   PERFORM LOAD-ACCOUNT-LINE
                       UNTIL BROWSE-DONE
                   EXEC CICS ENDBR
                       DATASET('CUSTXRF')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'LINK FILE UNAVAILABLE' TO CA-MESSAGE
           END-EVALUATE.
           IF CA-MESSAGE = SPACES AND CA-LINE-COUNT = 0
               IF CA-START-KEY = ZEROS
                   MOVE 'NO LINKED ACCOUNTS' TO CA-MESSAGE
               ELSE
                   MOVE 'NO MORE ACCOUNTS' TO CA-MESSAGE
               END-IF
           END-IF.
       H300-END. EXIT.

      *---- THE BROWSE RUNS ON PAST THIS CUSTOMER INTO THE NEXT ONE'S
      *      LINKS, SO A CHANGE OF CUSTOMER NUMBER ENDS IT THE SAME AS
      *      END OF FILE DOES.
       READ-NEXT-LINK.
           EXEC CICS READNEXT
               DATASET('CUSTXRF')
               INTO(CXRF-REC)
               RIDFLD(CXRF-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           ELSE
               IF CXRF-CUST NOT = CA-CUST-ID
                   SET BROWSE-DONE TO TRUE
               END-IF
           END-IF.
       READ-NEXT-LINK-END. EXIT.

       LOAD-ACCOUNT-LINE.
           IF CA-LINE-COUNT NOT < WS-MAX-LINES
               SET CA-MORE-PAGES TO TRUE
               MOVE CXRF-ACCT TO CA-NEXT-ACCT
               MOVE CXRF-DVZ  TO CA-NEXT-DVZ
               SET BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO CA-LINE-COUNT
               SET CA-LINE-IDX TO CA-LINE-COUNT
               MOVE CXRF-ACCT TO CA-ACCT(CA-LINE-IDX)
               MOVE CXRF-DVZ  TO CA-DVZ(CA-LINE-IDX)
               MOVE CXRF-ROLE TO CA-ROLE(CA-LINE-IDX)
               PERFORM H400-READ-ACCOUNT
               PERFORM READ-NEXT-LINK
           END-IF.
       LOAD-ACCOUNT-LINE-END. EXIT.

      *---- IDX-LASTACT IS HELD AS YYYYDDD; IT GOES BACK AS YYYYMMDD
      *      THE SAME WAY IDXUNLD CONVERTS IT.
       H400-READ-ACCOUNT.
           MOVE CXRF-ACCT TO IDX-ID.
           MOVE CXRF-DVZ  TO IDX-DVZ.
           EXEC CICS READ
               DATASET('IDXFILE')
               INTO(IDX-REC)
               RIDFLD(IDX-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'          TO CA-ACCT-FOUND(CA-LINE-IDX)
               MOVE IDX-BALANCE  TO CA-BALANCE(CA-LINE-IDX)
               MOVE IDX-ODLIMIT  TO CA-ODLIMIT(CA-LINE-IDX)
               MOVE IDX-STATUS   TO CA-STATUS(CA-LINE-IDX)
               MOVE IDX-BRANCH   TO CA-BRANCH(CA-LINE-IDX)
               IF IDX-LASTACT > 0
                   COMPUTE WS-INT-DATE =
                       FUNCTION INTEGER-OF-DAY(IDX-LASTACT)
                   COMPUTE CA-LASTACT(CA-LINE-IDX) =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
               END-IF
           ELSE
               MOVE 'N'          TO CA-ACCT-FOUND(CA-LINE-IDX)
           END-IF.
       H400-END. EXIT.
