       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQLOAD.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- CUSTOMER INQUIRY FILE LOAD. THE ONLINE CUSTINQ TRANSACTION
      *      ANSWERS A CALL-CENTRE QUERY BY CUSTOMER NUMBER, BUT THE
      *      CUSTOMER MASTER, THE ADDRESS AND PREFERENCE EXTRACTS AND
      *      THE XREFIN LINKS ARE ALL FLAT FILES CICS CANNOT READ BY
      *      KEY. THIS STEP LOADS TWO KSDS FILES FOR IT THE WAY
      *      HOLDMNT LOADS HLDTOT FOR IDXMNTO: CUSTINQ, ONE RECORD PER
      *      CUSTOMER WITH NAME, ADDRESS BLOCK (ADDROUT) AND STATEMENT
      *      PREFERENCE (PREFOUT), AND CUSTXRF, ONE RECORD PER LINK
      *      KEYED CUSTOMER + ACCOUNT + CURRENCY SO THE TRANSACTION
      *      CAN BROWSE A CUSTOMER'S ACCOUNTS IN ORDER. BOTH ARE
      *      REBUILT FROM SCRATCH EVERY RUN, SO THE ONLINE PICTURE IS
      *      AS OF THE LAST BATCH WINDOW. INQLRPT PRINTS THE COUNTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-REC   ASSIGN TO DATAIN
                             STATUS ST-DATA-REC.
           SELECT ADDR-FILE  ASSIGN TO ADDRIN
                             STATUS ST-ADDR.
           SELECT PREF-FILE  ASSIGN TO PREFIN
                             STATUS ST-PREF.
           SELECT XREF-FILE  ASSIGN TO XREFIN
                             STATUS ST-XREF.
           SELECT CUST-INQ-FILE ASSIGN CUSTINQ
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY CINQ-KEY
                             STATUS ST-CINQ.
           SELECT CUST-XRF-FILE ASSIGN CUSTXRF
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY CXRF-KEY
                             STATUS ST-CXRF.
           SELECT REPORT-FILE ASSIGN TO INQLRPT
                             STATUS ST-REPORT.
           SELECT CUST-SORT-WORK ASSIGN TO SRTWORK.
           SELECT LINK-SORT-WORK ASSIGN TO SRTWORK2.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT MYDCALC READS THE CUSTOMER MASTER WITH -
      *      ONLY THE TYPE-'1' BASE RECORDS ARE LOADED HERE.
       FD  DATA-REC RECORDING MODE F.
         01  DATA-IN.
           05 DATA-REC-TYPE         PIC X(01).
             88 DATA-BASE-REC                    VALUE '1'.
           05 DATA-ID               PIC X(04).
           05 DATA-NAME             PIC X(15).
           05 DATA-SURNAME          PIC X(15).
           05 DATA-DATE             PIC 9(08).
           05 DATA-NDATE            PIC 9(08).
           05 FILLER                PIC X(35).
      *---- SAME LAYOUT MYDCALC WRITES ADDROUT FROM.
       FD  ADDR-FILE RECORDING MODE F.
         01  ADDR-REC.
           05 ADDR-ID-I             PIC X(04).
           05 ADDR-LINE1-I          PIC X(25).
           05 ADDR-LINE2-I          PIC X(25).
           05 ADDR-POSTAL-I         PIC X(05).
           05 ADDR-CITY-I           PIC X(15).
           05 ADDR-PHONE-I          PIC X(11).
      *---- SAME LAYOUT MYDCALC WRITES PREFOUT FROM.
       FD  PREF-FILE RECORDING MODE F.
         01  PREF-REC.
           05 PREF-ID-I             PIC X(04).
           05 FILLER                PIC X(01).
           05 PREF-CODE-I           PIC X(01).
      *---- SAME LAYOUT XREFMNT CYCLES: ONE CUSTOMER-TO-ACCOUNT/
      *      CURRENCY LINK PER RECORD, WITH THE CUSTOMER'S ROLE.
       FD  XREF-FILE RECORDING MODE F.
         01  XREF-REC.
           05 XRF-CUST-I            PIC X(05).
           05 FILLER                PIC X(01).
           05 XRF-ACCT-I            PIC X(05).
           05 FILLER                PIC X(01).
           05 XRF-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 XRF-ROLE-I            PIC X(01).
      *---- ONE RECORD PER CUSTOMER, READ BY CUSTINQ BY KEY. AN
      *      ADDRESS SWITCH OF 'N' MEANS ADDROUT HELD NO CLEAN ADDRESS
      *      FOR THE CUSTOMER; A BLANK PREFERENCE MEANS NONE ON FILE,
      *      WHICH STMTGEN TREATS AS PAPER.
       FD  CUST-INQ-FILE.
         01  CINQ-REC.
           03 CINQ-KEY.
              05 CINQ-ID        PIC 9(05).
           03 CINQ-NAME         PIC X(15).
           03 CINQ-SURNAME      PIC X(15).
           03 CINQ-ADDR-SW      PIC X(01).
           03 CINQ-LINE1        PIC X(25).
           03 CINQ-LINE2        PIC X(25).
           03 CINQ-POSTAL       PIC X(05).
           03 CINQ-CITY         PIC X(15).
           03 CINQ-PHONE        PIC X(11).
           03 CINQ-PREF         PIC X(01).
      *---- ONE RECORD PER LINK, KEYED SO A GENERIC START ON THE
      *      CUSTOMER NUMBER BROWSES THAT CUSTOMER'S ACCOUNT LEGS.
       FD  CUST-XRF-FILE.
         01  CXRF-REC.
           03 CXRF-KEY.
              05 CXRF-CUST      PIC 9(05).
              05 CXRF-ACCT      PIC 9(05).
              05 CXRF-DVZ       PIC 9(03).
           03 CXRF-ROLE         PIC X(01).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(56).
      *---- THE CUSTOMERS, PUT INTO KEY ORDER FOR THE CUSTINQ LOAD.
       SD  CUST-SORT-WORK.
         01  CSRT-REC.
           05 CSRT-ID            PIC 9(05).
           05 CSRT-NAME          PIC X(15).
           05 CSRT-SURNAME       PIC X(15).
      *---- THE LINKS, PUT INTO KEY ORDER FOR THE CUSTXRF LOAD.
       SD  LINK-SORT-WORK.
         01  LSRT-REC.
           05 LSRT-CUST          PIC 9(05).
           05 LSRT-ACCT          PIC 9(05).
           05 LSRT-DVZ           PIC 9(03).
           05 LSRT-ROLE          PIC X(01).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-DATA-REC       PIC 9(02).
             88 DATA-REC-EOF             VALUE 10.
             88 DATA-REC-OK              VALUE 00 97.
           05 ST-ADDR           PIC 9(02).
             88 ADDR-EOF                 VALUE 10.
             88 ADDR-OK                  VALUE 00 97.
           05 ST-PREF           PIC 9(02).
             88 PREF-EOF                 VALUE 10.
             88 PREF-OK                  VALUE 00 97.
           05 ST-XREF           PIC 9(02).
             88 XREF-EOF                 VALUE 10.
             88 XREF-OK                  VALUE 00 97.
           05 ST-CINQ           PIC 9(02).
             88 CINQ-OK                  VALUE 00 97.
           05 ST-CXRF           PIC 9(02).
             88 CXRF-OK                  VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-SUCCESS           VALUE 00 97.
           05 WS-SORT-EOF-SW    PIC X(01).
             88 SORT-RETURN-EOF          VALUE 'Y'.
             88 SORT-RETURN-MORE         VALUE 'N'.
           05 WS-LAST-CUST-ID   PIC 9(05).
           05 WS-LAST-LINK-KEY.
              10 WS-LAST-LINK-CUST PIC 9(05).
              10 WS-LAST-LINK-ACCT PIC 9(05).
              10 WS-LAST-LINK-DVZ  PIC 9(03).
           05 WS-THIS-LINK-KEY.
              10 WS-THIS-LINK-CUST PIC 9(05).
              10 WS-THIS-LINK-ACCT PIC 9(05).
              10 WS-THIS-LINK-DVZ  PIC 9(03).
           05 WS-LOOK-ID        PIC 9(05).

      *---- EVERY CLEAN ADDRESS AND PREFERENCE, HELD BY NUMERIC ID SO
      *      EACH CUSTOMER CAN PICK UP ITS OWN AS IT IS LOADED.
         01  WS-ADDRESS-TABLE.
           05 WS-ADDR-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-ADDR-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-ADDR-IDX.
             10 WS-ADDR-ID       PIC 9(05).
             10 WS-ADDR-LINE1    PIC X(25).
             10 WS-ADDR-LINE2    PIC X(25).
             10 WS-ADDR-POSTAL   PIC X(05).
             10 WS-ADDR-CITY     PIC X(15).
             10 WS-ADDR-PHONE    PIC X(11).
           05 WS-ADDR-FOUND-SW   PIC X(01).
             88 ADDR-FOUND                VALUE 'Y'.
             88 ADDR-NOT-FOUND            VALUE 'N'.

         01  WS-PREF-TABLE.
           05 WS-PRF-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-PRF-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-PRF-IDX.
             10 WS-PRF-ID        PIC 9(05).
             10 WS-PRF-CODE      PIC X(01).
           05 WS-PRF-FOUND-SW    PIC X(01).
             88 PRF-FOUND                 VALUE 'Y'.
             88 PRF-NOT-FOUND             VALUE 'N'.

         01  WS-CONTROL-TOTALS.
           05 WS-CUST-READ-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-CUST-LOAD-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-CUST-DUP-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-NO-ADDR-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-LINK-READ-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-LINK-LOAD-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-LINK-DUP-COUNT  PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(30)
                              VALUE 'Customer Inquiry File Load'.
           05  FILLER         PIC X(26) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(26).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(15) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADERS
           PERFORM H160-LOAD-ADDRESS-TABLE
           PERFORM H170-LOAD-PREF-TABLE
           SORT CUST-SORT-WORK
               ON ASCENDING KEY CSRT-ID
               INPUT PROCEDURE H200-RELEASE-CUSTOMERS
               OUTPUT PROCEDURE H300-WRITE-CUSTOMERS
           IF SORT-RETURN NOT = 0
               DISPLAY 'UNABLE TO SORT CUSTOMERS, SORT-RETURN='
                   SORT-RETURN
               MOVE SORT-RETURN TO RETURN-CODE
           END-IF
           SORT LINK-SORT-WORK
               ON ASCENDING KEY LSRT-CUST LSRT-ACCT LSRT-DVZ
               INPUT PROCEDURE H400-RELEASE-LINKS
               OUTPUT PROCEDURE H500-WRITE-LINKS
           IF SORT-RETURN NOT = 0
               DISPLAY 'UNABLE TO SORT LINKS, SORT-RETURN='
                   SORT-RETURN
               MOVE SORT-RETURN TO RETURN-CODE
           END-IF
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  DATA-REC.
           OPEN INPUT  XREF-FILE.
           OPEN OUTPUT CUST-INQ-FILE.
           OPEN OUTPUT CUST-XRF-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF (NOT DATA-REC-OK)
           DISPLAY 'UNABLE TO OPEN DATAIN: ' ST-DATA-REC
           MOVE ST-DATA-REC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *---- A MISSING XREFIN WOULD LOAD AN INQUIRY FILE WHERE EVERY
      *      CUSTOMER HAS NO ACCOUNTS, SO IT STOPS THE RUN INSTEAD.
           IF (NOT XREF-OK)
           DISPLAY 'UNABLE TO OPEN XREFIN: ' ST-XREF
           MOVE ST-XREF TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT CINQ-OK)
           DISPLAY 'UNABLE TO OPEN CUSTINQ: ' ST-CINQ
           MOVE ST-CINQ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT CXRF-OK)
           DISPLAY 'UNABLE TO OPEN CUSTXRF: ' ST-CXRF
           MOVE ST-CXRF TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN INQLRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-1.
       H150-END. EXIT.

      *---- ADDROUT AND PREFOUT ARE OPTIONAL, AS IN STMTGEN - A
      *      CUSTOMER WITH NEITHER STILL LOADS, SHOWING NO ADDRESS
      *      AND NO PREFERENCE.
       H160-LOAD-ADDRESS-TABLE.
           OPEN INPUT ADDR-FILE.
           IF ADDR-OK
               READ ADDR-FILE
                   AT END SET ADDR-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-ADDRESS UNTIL ADDR-EOF
               CLOSE ADDR-FILE
           END-IF.
       H160-END. EXIT.

       LOAD-NEXT-ADDRESS.
           IF ADDR-ID-I IS NUMERIC
               IF WS-ADDR-COUNT < 9999
                   ADD 1 TO WS-ADDR-COUNT
                   SET WS-ADDR-IDX TO WS-ADDR-COUNT
                   COMPUTE WS-ADDR-ID(WS-ADDR-IDX) =
                       FUNCTION NUMVAL(ADDR-ID-I)
                   MOVE ADDR-LINE1-I
                       TO WS-ADDR-LINE1(WS-ADDR-IDX)
                   MOVE ADDR-LINE2-I
                       TO WS-ADDR-LINE2(WS-ADDR-IDX)
                   MOVE ADDR-POSTAL-I
                       TO WS-ADDR-POSTAL(WS-ADDR-IDX)
                   MOVE ADDR-CITY-I
                       TO WS-ADDR-CITY(WS-ADDR-IDX)
                   MOVE ADDR-PHONE-I
                       TO WS-ADDR-PHONE(WS-ADDR-IDX)
               ELSE
                   DISPLAY 'WS-ADDRESS-TABLE FULL, SKIPPING ID='
                       ADDR-ID-I
               END-IF
           END-IF.
           READ ADDR-FILE
               AT END SET ADDR-EOF TO TRUE
           END-READ.
       LOAD-NEXT-ADDRESS-END. EXIT.

       H170-LOAD-PREF-TABLE.
           OPEN INPUT PREF-FILE.
           IF PREF-OK
               READ PREF-FILE
                   AT END SET PREF-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-PREF UNTIL PREF-EOF
               CLOSE PREF-FILE
           END-IF.
       H170-END. EXIT.

       LOAD-NEXT-PREF.
           IF PREF-ID-I IS NUMERIC
               IF WS-PRF-COUNT < 9999
                   ADD 1 TO WS-PRF-COUNT
                   SET WS-PRF-IDX TO WS-PRF-COUNT
                   COMPUTE WS-PRF-ID(WS-PRF-IDX) =
                       FUNCTION NUMVAL(PREF-ID-I)
                   MOVE PREF-CODE-I TO WS-PRF-CODE(WS-PRF-IDX)
               ELSE
                   DISPLAY 'WS-PREF-TABLE FULL, SKIPPING ID='
                       PREF-ID-I
               END-IF
           END-IF.
           READ PREF-FILE
               AT END SET PREF-EOF TO TRUE
           END-READ.
       LOAD-NEXT-PREF-END. EXIT.

      *---- ONLY BASE CUSTOMER RECORDS ARE RELEASED - ADDRESS AND
      *      PREFERENCE RECORDS FOR THE SAME ID COME IN THROUGH THE
      *      CLEAN EXTRACTS INSTEAD.
       H200-RELEASE-CUSTOMERS.
           READ DATA-REC
               AT END SET DATA-REC-EOF TO TRUE
           END-READ.
           PERFORM RELEASE-NEXT-CUSTOMER UNTIL DATA-REC-EOF.
       H200-END. EXIT.

       RELEASE-NEXT-CUSTOMER.
           IF DATA-BASE-REC AND DATA-ID IS NUMERIC
               ADD 1 TO WS-CUST-READ-COUNT
               COMPUTE CSRT-ID = FUNCTION NUMVAL(DATA-ID)
               MOVE DATA-NAME    TO CSRT-NAME
               MOVE DATA-SURNAME TO CSRT-SURNAME
               RELEASE CSRT-REC
           END-IF.
           READ DATA-REC
               AT END SET DATA-REC-EOF TO TRUE
           END-READ.
       RELEASE-NEXT-CUSTOMER-END. EXIT.

      *---- THE KSDS IS LOADED IN KEY ORDER, WHICH IS WHAT THE SORT
      *      GUARANTEES. A CUSTOMER NUMBER SEEN TWICE KEEPS ITS FIRST
      *      RECORD AND THE REPEAT IS COUNTED, NOT LOADED.
       H300-WRITE-CUSTOMERS.
           MOVE 0 TO WS-LAST-CUST-ID.
           SET SORT-RETURN-MORE TO TRUE.
           PERFORM RETURN-NEXT-CUSTOMER.
           PERFORM WRITE-SORTED-CUSTOMER UNTIL SORT-RETURN-EOF.
       H300-END. EXIT.

       RETURN-NEXT-CUSTOMER.
           RETURN CUST-SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
       RETURN-NEXT-CUSTOMER-END. EXIT.

       WRITE-SORTED-CUSTOMER.
           IF WS-CUST-LOAD-COUNT > 0 AND CSRT-ID = WS-LAST-CUST-ID
               ADD 1 TO WS-CUST-DUP-COUNT
           ELSE
               MOVE SPACES       TO CINQ-REC
               MOVE CSRT-ID      TO CINQ-ID
               MOVE CSRT-NAME    TO CINQ-NAME
               MOVE CSRT-SURNAME TO CINQ-SURNAME
               MOVE CSRT-ID      TO WS-LOOK-ID
               PERFORM FIND-ADDRESS
               IF ADDR-FOUND
                   MOVE 'Y' TO CINQ-ADDR-SW
                   MOVE WS-ADDR-LINE1(WS-ADDR-IDX)  TO CINQ-LINE1
                   MOVE WS-ADDR-LINE2(WS-ADDR-IDX)  TO CINQ-LINE2
                   MOVE WS-ADDR-POSTAL(WS-ADDR-IDX) TO CINQ-POSTAL
                   MOVE WS-ADDR-CITY(WS-ADDR-IDX)   TO CINQ-CITY
                   MOVE WS-ADDR-PHONE(WS-ADDR-IDX)  TO CINQ-PHONE
               ELSE
                   MOVE 'N' TO CINQ-ADDR-SW
                   ADD 1 TO WS-NO-ADDR-COUNT
               END-IF
               PERFORM FIND-PREF
               IF PRF-FOUND
                   MOVE WS-PRF-CODE(WS-PRF-IDX) TO CINQ-PREF
               END-IF
               WRITE CINQ-REC
                   INVALID KEY
                       DISPLAY 'UNABLE TO WRITE CUSTINQ: ' ST-CINQ
                           ' ID=' CSRT-ID
                       MOVE 8 TO RETURN-CODE
               END-WRITE
               ADD 1 TO WS-CUST-LOAD-COUNT
               MOVE CSRT-ID TO WS-LAST-CUST-ID
           END-IF.
           PERFORM RETURN-NEXT-CUSTOMER.
       WRITE-SORTED-CUSTOMER-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-ADDR-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
       FIND-ADDRESS.
           SET ADDR-NOT-FOUND TO TRUE.
           IF WS-ADDR-COUNT > 0
               PERFORM SEARCH-ADDRESS
                   VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                      OR ADDR-FOUND
               IF ADDR-FOUND
                   SET WS-ADDR-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-ADDRESS-END. EXIT.

       SEARCH-ADDRESS.
           IF WS-ADDR-ID(WS-ADDR-IDX) = WS-LOOK-ID
               SET ADDR-FOUND TO TRUE
           END-IF.
       SEARCH-ADDRESS-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-PRF-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
       FIND-PREF.
           SET PRF-NOT-FOUND TO TRUE.
           IF WS-PRF-COUNT > 0
               PERFORM SEARCH-PREF
                   VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
                      OR PRF-FOUND
               IF PRF-FOUND
                   SET WS-PRF-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-PREF-END. EXIT.

       SEARCH-PREF.
           IF WS-PRF-ID(WS-PRF-IDX) = WS-LOOK-ID
               SET PRF-FOUND TO TRUE
           END-IF.
       SEARCH-PREF-END. EXIT.

      *---- A LINK WITH NO ROLE IS A SOLE OWNER FROM BEFORE ROLES
      *      EXISTED AND LOADS AS PRIMARY, AS IN XREFMNT.
       H400-RELEASE-LINKS.
           READ XREF-FILE
               AT END SET XREF-EOF TO TRUE
           END-READ.
           PERFORM RELEASE-NEXT-LINK UNTIL XREF-EOF.
       H400-END. EXIT.

       RELEASE-NEXT-LINK.
           IF XRF-CUST-I IS NUMERIC AND XRF-ACCT-I IS NUMERIC
              AND XRF-DVZ-I IS NUMERIC
               ADD 1 TO WS-LINK-READ-COUNT
               MOVE XRF-CUST-I TO LSRT-CUST
               MOVE XRF-ACCT-I TO LSRT-ACCT
               MOVE XRF-DVZ-I  TO LSRT-DVZ
               MOVE XRF-ROLE-I TO LSRT-ROLE
               IF XRF-ROLE-I = SPACE OR LOW-VALUE
                   MOVE 'P' TO LSRT-ROLE
               END-IF
               RELEASE LSRT-REC
           END-IF.
           READ XREF-FILE
               AT END SET XREF-EOF TO TRUE
           END-READ.
       RELEASE-NEXT-LINK-END. EXIT.

       H500-WRITE-LINKS.
           MOVE ZEROS TO WS-LAST-LINK-KEY.
           SET SORT-RETURN-MORE TO TRUE.
           PERFORM RETURN-NEXT-LINK.
           PERFORM WRITE-SORTED-LINK UNTIL SORT-RETURN-EOF.
       H500-END. EXIT.

       RETURN-NEXT-LINK.
           RETURN LINK-SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
       RETURN-NEXT-LINK-END. EXIT.

       WRITE-SORTED-LINK.
           MOVE LSRT-CUST TO WS-THIS-LINK-CUST.
           MOVE LSRT-ACCT TO WS-THIS-LINK-ACCT.
           MOVE LSRT-DVZ  TO WS-THIS-LINK-DVZ.
           IF WS-LINK-LOAD-COUNT > 0 AND
              WS-THIS-LINK-KEY = WS-LAST-LINK-KEY
               ADD 1 TO WS-LINK-DUP-COUNT
           ELSE
               MOVE LSRT-CUST TO CXRF-CUST
               MOVE LSRT-ACCT TO CXRF-ACCT
               MOVE LSRT-DVZ  TO CXRF-DVZ
               MOVE LSRT-ROLE TO CXRF-ROLE
               WRITE CXRF-REC
                   INVALID KEY
                       DISPLAY 'UNABLE TO WRITE CUSTXRF: ' ST-CXRF
                           ' CUST=' LSRT-CUST ' ACCT=' LSRT-ACCT
                       MOVE 8 TO RETURN-CODE
               END-WRITE
               ADD 1 TO WS-LINK-LOAD-COUNT
               MOVE WS-THIS-LINK-KEY TO WS-LAST-LINK-KEY
           END-IF.
           PERFORM RETURN-NEXT-LINK.
       WRITE-SORTED-LINK-END. EXIT.

       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'CUSTOMERS READ'           TO TOT-LABEL-O.
           MOVE WS-CUST-READ-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CUSTOMERS LOADED'         TO TOT-LABEL-O.
           MOVE WS-CUST-LOAD-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'DUPLICATE CUSTOMER IDS'   TO TOT-LABEL-O.
           MOVE WS-CUST-DUP-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CUSTOMERS WITH NO ADDRESS' TO TOT-LABEL-O.
           MOVE WS-NO-ADDR-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'LINKS READ'               TO TOT-LABEL-O.
           MOVE WS-LINK-READ-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'LINKS LOADED'             TO TOT-LABEL-O.
           MOVE WS-LINK-LOAD-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'DUPLICATE LINKS'          TO TOT-LABEL-O.
           MOVE WS-LINK-DUP-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE DATA-REC
           CLOSE XREF-FILE
           CLOSE CUST-INQ-FILE
           CLOSE CUST-XRF-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
