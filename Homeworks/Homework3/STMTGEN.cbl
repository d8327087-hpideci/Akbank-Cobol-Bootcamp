      *           FRESHNESS TAG LINE FOR THE PRE-FLIGHT CHECK - THE
      *           NON-NUMERIC CURRENCY FIELD MAKES THE RATE LOADER
      *           HERE SKIP IT WITHOUT CHANGE.
      *2026-10-15 HCP EACH STATEMENT LINE NOW SHOWS THE AMOUNT UNDER
      *           HOLD (HLDMST, WRITTEN BY HOLDMNT) AND THE AVAILABLE
      *           BALANCE - BALANCE LESS HOLDS PLUS THE OVERDRAFT
      *           LIMIT, WHICH COMES OFF THE IDXUNLD UNLOAD (UNLDIN).
      *           THE E-STATEMENT LINE CARRIES THE SAME TWO FIGURES
      *           APPENDED AT THE END. BOTH NEW FILES ARE REQUIRED.
      *2026-10-15 HCP XREFIN LINKS NOW CARRY A ROLE AND AN ACCOUNT MAY
      *           HAVE SEVERAL HOLDERS. AN ACCOUNT'S LINE NOW APPEARS
      *           ONLY ON ITS PRIMARY HOLDER'S STATEMENT, WHICH IS
      *           ADDRESSED TO THE PRIMARY, AND EACH LINE ON THE PAGE
      *           IS FOLLOWED BY THE NAMES OF THE ACCOUNT'S JOINT
      *           HOLDERS. A CUSTOMER WHOSE ONLY LINKS ARE AS JOINT
      *           HOLDER, ATTORNEY, GUARDIAN OR BENEFICIARY GETS THE
      *           ONE FLAGGED LINE 'SEE PRIMARY STMT' INSTEAD OF
      *           'NO ACCOUNT FOUND'.
      *2026-10-15 HCP RETURNED MAIL: MYDCALC'S UNDLOUT EXTRACT LISTS
      *           THE CUSTOMERS WHOSE ADDRESS THE POST OFFICE HAS
      *           SENT MAIL BACK FROM. A PAPER CUSTOMER ON IT GETS NO
      *           STATEMENT PAGE - THEY GO TO ADDREXC AS 'ADDRESS
      *           UNDELIVERABLE' AND COUNT AS AN ADDRESS EXCEPTION, SO
      *           BALCHK STILL BALANCES. ELECTRONIC CUSTOMERS ARE NOT
      *           AFFECTED. UNDLIN IS OPTIONAL LIKE PREFIN.
      *2026-10-15 HCP AN EXPIRED HOLD NO LONGER COUNTS IN THE HELD AND
      *           AVAILABLE FIGURES, SO THE STATEMENT AGREES WITH WHAT
      *           TRNPOST, STORDGEN AND ACCTCLS ENFORCE. EXPIRY IS
      *           JUDGED ON THE OPTIONAL DATECARD, OR TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS ST-XREF.
           SELECT PREF-FILE  ASSIGN TO PREFIN
                             STATUS ST-PREF.
           SELECT UNDL-FILE  ASSIGN TO UNDLIN
                             STATUS ST-UNDL.
           SELECT ESTMT-FILE ASSIGN TO ESTMOUT
                             STATUS ST-ESTMT.
           SELECT UNLOAD-FILE ASSIGN TO UNLDIN
                             STATUS ST-UNLOAD.
           SELECT LIEN-FILE  ASSIGN TO HLDMST
                             STATUS ST-LIEN.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT MYDCALC WRITES PRINT-INFO FROM.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 STMT-BALANCE-O        PIC S9(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 STMT-HELD-O           PIC 9(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 STMT-AVAIL-O          PIC S9(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 STMT-STATUS-O         PIC X(16).
      *---- ONE RATE PER CURRENCY TO THE BASE CURRENCY, SUPPLIED
      *      DAILY BY OPS - CURRENCY CODE MATCHES IDX-DVZ.
           05 ADDR-CITY-I           PIC X(15).
           05 ADDR-PHONE-I          PIC X(11).
      *---- SAME LAYOUT XREFMNT CYCLES: ONE CUSTOMER-TO-ACCOUNT/
      *      CURRENCY LINK PER RECORD, WITH THE CUSTOMER'S ROLE ON
      *      IT. THIS FILE IS THE JOIN.
       FD  XREF-FILE RECORDING MODE F.
         01  XREF-REC.
           05 XRF-CUST-I            PIC X(05).
           05 XRF-ACCT-I            PIC X(05).
           05 FILLER                PIC X(01).
           05 XRF-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 XRF-ROLE-I            PIC X(01).
      *---- SAME LAYOUT MYDCALC WRITES PREFOUT FROM.
       FD  PREF-FILE RECORDING MODE F.
         01  PREF-REC.
           05 PREF-ID-I             PIC X(04).
           05 FILLER                PIC X(01).
           05 PREF-CODE-I           PIC X(01).
      *---- SAME LAYOUT MYDCALC WRITES UNDLOUT FROM. ONLY THE ID
      *      MATTERS HERE.
       FD  UNDL-FILE RECORDING MODE F.
         01  UNDL-REC.
           05 UNDL-ID-I             PIC X(04).
           05 FILLER                PIC X(61).
      *---- ONE MACHINE-READABLE LINE PER LINKED BALANCE FOR AN
      *      ELECTRONIC CUSTOMER - THE DELIVERY CHANNEL LOADS THIS
      *      INSTEAD OF PARSING A PRINT FILE.
           05 EST-DVZ-O             PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EST-BALANCE-O         PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EST-HELD-O            PIC 9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EST-AVAIL-O           PIC S9(15).
       FD  ADDR-EXC-FILE RECORDING MODE F.
         01  ADDR-EXC-REC.
           05 AEXC-ID-O             PIC X(04).
           05 AEXC-SURNAME-O        PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AEXC-REASON-O         PIC X(30).
      *---- SAME LAYOUT IDXUNLD WRITES - DATA LINES AND TRAILER BOTH.
      *      ONLY THE OVERDRAFT LIMIT IS TAKEN FROM IT HERE.
       FD  UNLOAD-FILE RECORDING MODE F.
         01  UNLOAD-REC.
           05 UNLOAD-ID-I        PIC 9(05).
           05 FILLER             PIC X(01).
           05 UNLOAD-DVZ-I       PIC 9(03).
           05 FILLER             PIC X(01).
           05 UNLOAD-NAME-I      PIC X(15).
           05 UNLOAD-SURNAME-I   PIC X(15).
           05 UNLOAD-ODATE-I     PIC 9(08).
           05 FILLER             PIC X(02).
           05 UNLOAD-LASTACT-I   PIC 9(08).
           05 FILLER             PIC X(02).
           05 UNLOAD-BALANCE-I   PIC S9(15).
           05 FILLER             PIC X(01).
           05 UNLOAD-ODLIMIT-I   PIC 9(15).
           05 FILLER             PIC X(06).
      *---- SAME LAYOUT HOLDMNT WRITES: ONE ACTIVE HOLD PER LINE.
       FD  LIEN-FILE RECORDING MODE F.
         01  LIEN-REC.
           05 LIEN-ID-I             PIC X(05).
           05 FILLER                PIC X(01).
           05 LIEN-DVZ-I            PIC X(03).
           05 FILLER                PIC X(01).
           05 LIEN-REF-I            PIC X(12).
           05 FILLER                PIC X(01).
           05 LIEN-AMOUNT-I         PIC 9(15).
           05 FILLER                PIC X(01).
           05 LIEN-REASON-I         PIC X(20).
           05 FILLER                PIC X(01).
           05 LIEN-PLACED-I         PIC 9(08).
           05 FILLER                PIC X(01).
           05 LIEN-EXPIRY-I         PIC 9(08).
      *---- ONE OPTIONAL CARD: THE BUSINESS DATE THIS RUN PROCESSES,
      *      GREGORIAN YYYYMMDD. EVERY STEP OF THE CHAIN READS THE
      *      SAME CARD SO A RERUN OF TUESDAY POSTS AS TUESDAY.
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- ONE RECORD PER STEP OF THE DAILY CHAIN - THE SAME LAYOUT
      *      IN EVERY PROGRAM THAT WRITES IT, CROSS-FOOTED BY BALCHK.
       FD  CONTROL-COUNT RECORDING MODE F.
           05 ST-PREF               PIC 9(02).
             88 PREF-EOF                          VALUE 10.
             88 PREF-OK                           VALUE 00 97.
           05 ST-UNDL               PIC 9(02).
             88 UNDL-EOF                          VALUE 10.
             88 UNDL-OK                           VALUE 00 97.
           05 ST-ESTMT              PIC 9(02).
             88 ESTMT-OK                          VALUE 00 97.
           05 ST-UNLOAD             PIC 9(02).
             88 UNLOAD-EOF                        VALUE 10.
             88 UNLOAD-OK                         VALUE 00 97.
           05 ST-LIEN               PIC 9(02).
             88 LIEN-EOF                          VALUE 10.
             88 LIEN-OK                           VALUE 00 97.
           05 ST-PROCDATE           PIC 9(02).
             88 PROCDATE-OK                       VALUE 00 97.
           05 WS-RUN-TIMESTAMP      PIC X(21).
           05 WS-TODAY-GREG         PIC 9(08).
           05 WS-LOOK-ID            PIC 9(05).
           05 WS-AVAIL-BALANCE      PIC S9(17) COMP-3.
           05 WS-CUSTOMER-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-STMT-LINE-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-PAPER-COUNT        PIC 9(07) COMP VALUE 0.
           05 WS-ESTMT-COUNT        PIC 9(07) COMP VALUE 0.
           05 WS-ADDREXC-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-ADDREXC-REASON     PIC X(30).
           05 WS-CUST-ID-NUM        PIC 9(05).
           05 WS-LOOK-DVZ           PIC 9(03).
           05 WS-MATCH-SW           PIC X(01).
             10 WS-BAL-DVZ          PIC 9(03).
             10 WS-BAL-AMOUNT       PIC S9(15).
             10 WS-BAL-BRANCH       PIC 9(03).
             10 WS-BAL-HELD         PIC 9(15).
             10 WS-BAL-ODLIMIT      PIC 9(15).

      *---- EVERY REAL CUSTOMER OFF PRINT-INFO, HELD UNTIL ALL ARE
      *      IN SO THE STATEMENTS CAN BE PLAYED OUT BRANCH BY BRANCH
           05 WS-CST-COUNT          PIC 9(05) COMP VALUE 0.
           05 WS-CST-SUB            PIC 9(05) COMP.
           05 WS-CST-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-CST-IDX WS-JNT-CST-IDX.
             10 WS-CST-ID           PIC X(04).
             10 WS-CST-NAME         PIC X(15).
             10 WS-CST-SURNAME      PIC X(15).
         01  WS-XREF-TABLE.
           05 WS-XRF-COUNT          PIC 9(05) COMP VALUE 0.
           05 WS-XRF-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-XRF-IDX WS-JNT-XRF-IDX.
             10 WS-XRF-CUST         PIC 9(05).
             10 WS-XRF-ACCT         PIC 9(05).
             10 WS-XRF-DVZ          PIC 9(03).
             10 WS-XRF-ROLE         PIC X(01).
           05 WS-LINK-SW            PIC X(01).
             88 BAL-IS-LINKED                VALUE 'Y'.
             88 BAL-NOT-LINKED               VALUE 'N'.
           05 WS-SECONDARY-SW       PIC X(01).
             88 CUST-HAS-SECONDARY           VALUE 'Y'.
             88 CUST-NO-SECONDARY            VALUE 'N'.
           05 WS-JNT-CST-SW         PIC X(01).
             88 JNT-CST-FOUND                VALUE 'Y'.
             88 JNT-CST-NOT-FOUND            VALUE 'N'.

      *---- ONE LINE UNDER AN ACCOUNT FOR EACH OF ITS JOINT HOLDERS.
         01  JOINT-HOLDER-LINE.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'JOINT HOLDER '.
           05  JNT-ID-O       PIC 9(05).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  JNT-NAME-O     PIC X(15).
           05  JNT-SURNAME-O  PIC X(15).
           05  FILLER         PIC X(31) VALUE SPACES.

         01  WS-ADDRESS-TABLE.
           05 WS-ADDR-COUNT         PIC 9(05) COMP VALUE 0.
             88 ADDR-FOUND                   VALUE 'Y'.
             88 ADDR-NOT-FOUND               VALUE 'N'.

      *---- CUSTOMERS WHOSE ADDRESS HAS HAD MAIL RETURNED.
         01  WS-UNDL-TABLE.
           05 WS-UND-COUNT          PIC 9(05) COMP VALUE 0.
           05 WS-UND-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-UND-IDX.
             10 WS-UND-ID           PIC 9(05).
           05 WS-UND-FOUND-SW       PIC X(01).
             88 ADDR-UNDELIVERABLE           VALUE 'Y'.
             88 ADDR-DELIVERABLE             VALUE 'N'.

         01  ADDRESS-BLOCK-NAME.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  ABN-NAME-O     PIC X(15).
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Balance '.
           05  FILLER         PIC X(09) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'Held '.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Available '.
           05  FILLER         PIC X(07) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'Status'.
         01  HEADER-3.
           05  FILLER         PIC X(15) VALUE '---------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '---------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '---------------'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE '---------------'.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H160-LOAD-BALANCE-TABLE
           PERFORM H165-LOAD-XREF-TABLE
           PERFORM H167-LOAD-OD-LIMITS
           PERFORM H168-LOAD-HOLDS
           PERFORM H170-LOAD-RATE-TABLE
           PERFORM H180-LOAD-ADDRESS-TABLE
           PERFORM H190-LOAD-PREF-TABLE
           PERFORM H195-LOAD-UNDL-TABLE
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-READ-NEXT-RECORD UNTIL PRINT-INFO-EOF
           PERFORM H250-PROCESS-BY-BRANCH
           MOVE ST-XREF TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  UNLOAD-FILE.
           OPEN INPUT  LIEN-FILE.
      *---- WITHOUT THE UNLOAD AND THE HOLD FILE THE AVAILABLE
      *      BALANCE WOULD PRINT WRONG WITHOUT WARNING, SO EITHER ONE
      *      MISSING STOPS THE RUN THE WAY A MISSING XREFIN DOES.
           IF (NOT UNLOAD-OK)
           DISPLAY 'UNABLE TO OPEN UNLDIN: ' ST-UNLOAD
           MOVE ST-UNLOAD TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT LIEN-OK)
           DISPLAY 'UNABLE TO OPEN HLDMST: ' ST-LIEN
           MOVE ST-LIEN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT ESTMT-FILE.
           IF (NOT ESTMT-OK)
           DISPLAY 'UNABLE TO OPEN ESTMOUT: ' ST-ESTMT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL THE WAY CTLPARM IS - NO CARD MEANS
      *      THE WALL-CLOCK DATE IS THE PROCESSING DATE. A HOLD IS
      *      JUDGED EXPIRED OR STILL IN FORCE ON THIS DAY.
       H105-READ-PROCESSING-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
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

      *---- BAL-FILE HOLDS HEADER, DETAIL AND CONTROL-TOTAL LINES ALL
      *      UNDER THE SAME RECORD LAYOUT, SO ONLY LINES WHERE BOTH
      *      THE ID AND THE BALANCE CAME OUT NUMERIC ARE REAL POSTED
                   MOVE BAL-ID-O      TO WS-BAL-ID(WS-BAL-COUNT)
                   MOVE BAL-DVZ-O     TO WS-BAL-DVZ(WS-BAL-COUNT)
                   MOVE BAL-BALANCE-O TO WS-BAL-AMOUNT(WS-BAL-COUNT)
                   MOVE 0             TO WS-BAL-HELD(WS-BAL-COUNT)
                   MOVE 0             TO WS-BAL-ODLIMIT(WS-BAL-COUNT)
                   IF BAL-BRANCH-O IS NUMERIC
                       MOVE BAL-BRANCH-O
                           TO WS-BAL-BRANCH(WS-BAL-COUNT)
                   MOVE XRF-CUST-I TO WS-XRF-CUST(WS-XRF-IDX)
                   MOVE XRF-ACCT-I TO WS-XRF-ACCT(WS-XRF-IDX)
                   MOVE XRF-DVZ-I  TO WS-XRF-DVZ(WS-XRF-IDX)
                   MOVE XRF-ROLE-I TO WS-XRF-ROLE(WS-XRF-IDX)
                   IF XRF-ROLE-I = SPACE OR LOW-VALUE
                       MOVE 'P'    TO WS-XRF-ROLE(WS-XRF-IDX)
                   END-IF
               ELSE
                   DISPLAY 'WS-XREF-TABLE FULL, SKIPPING CUST='
                       XRF-CUST-I
           END-READ.
       LOAD-NEXT-XREF-END. EXIT.

      *---- THE OVERDRAFT LIMIT IS NOT ON BAL-FILE, SO IT IS PICKED UP
      *      OFF THE UNLOAD BY KEY. A BALANCE WITH NO UNLOAD LINE
      *      KEEPS A ZERO LIMIT - THE CAUTIOUS AVAILABLE FIGURE.
       H167-LOAD-OD-LIMITS.
           READ UNLOAD-FILE
               AT END SET UNLOAD-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-OD-LIMIT UNTIL UNLOAD-EOF.
           CLOSE UNLOAD-FILE.
       H167-END. EXIT.

       LOAD-NEXT-OD-LIMIT.
           IF UNLOAD-ID-I IS NUMERIC AND UNLOAD-DVZ-I IS NUMERIC
               AND UNLOAD-ODLIMIT-I IS NUMERIC
               MOVE UNLOAD-ID-I  TO WS-LOOK-ID
               MOVE UNLOAD-DVZ-I TO WS-LOOK-DVZ
               PERFORM FIND-BALANCE-BY-KEY
               IF WS-MATCH-FOUND
                   MOVE UNLOAD-ODLIMIT-I
                       TO WS-BAL-ODLIMIT(WS-BAL-IDX)
               END-IF
           END-IF.
           READ UNLOAD-FILE
               AT END SET UNLOAD-EOF TO TRUE
           END-READ.
       LOAD-NEXT-OD-LIMIT-END. EXIT.

      *---- EVERY HOLD STILL IN FORCE ADDS INTO ITS ACCOUNT'S HELD
      *      TOTAL. A HOLD FOR AN ACCOUNT NOT ON BAL-FILE HAS NO LINE
      *      TO PRINT ON AND IS PASSED OVER. A HOLD PAST ITS EXPIRY
      *      DATE NO LONGER BINDS THE FUNDS - THE SAME TEST TRNPOST
      *      APPLIES BEFORE IT POSTS A DEBIT.
       H168-LOAD-HOLDS.
           READ LIEN-FILE
               AT END SET LIEN-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-LIEN UNTIL LIEN-EOF.
           CLOSE LIEN-FILE.
       H168-END. EXIT.

       LOAD-NEXT-LIEN.
           IF LIEN-ID-I IS NUMERIC AND LIEN-DVZ-I IS NUMERIC
               AND LIEN-AMOUNT-I IS NUMERIC
               MOVE LIEN-ID-I  TO WS-LOOK-ID
               MOVE LIEN-DVZ-I TO WS-LOOK-DVZ
               PERFORM FIND-BALANCE-BY-KEY
               IF WS-MATCH-FOUND AND (LIEN-EXPIRY-I = 0
                  OR LIEN-EXPIRY-I NOT < WS-TODAY-GREG)
                   ADD LIEN-AMOUNT-I TO WS-BAL-HELD(WS-BAL-IDX)
               END-IF
           END-IF.
           READ LIEN-FILE
               AT END SET LIEN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-LIEN-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-BAL-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
       FIND-BALANCE-BY-KEY.
           SET WS-MATCH-NOT-FOUND TO TRUE.
           IF WS-BAL-COUNT > 0
               PERFORM SEARCH-BALANCE-BY-KEY
                   VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
                      OR WS-MATCH-FOUND
               IF WS-MATCH-FOUND
                   SET WS-BAL-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-BALANCE-BY-KEY-END. EXIT.

       SEARCH-BALANCE-BY-KEY.
           IF WS-BAL-ID(WS-BAL-IDX) = WS-LOOK-ID AND
              WS-BAL-DVZ(WS-BAL-IDX) = WS-LOOK-DVZ
               SET WS-MATCH-FOUND TO TRUE
           END-IF.
       SEARCH-BALANCE-BY-KEY-END. EXIT.

      *---- PREFIN IS OPTIONAL THE WAY CTLPARM IS IN VSAMTOQ - A
      *      SITE WITH NO ELECTRONIC CUSTOMERS YET RUNS ALL PAPER.
       H190-LOAD-PREF-TABLE.
           END-READ.
       LOAD-NEXT-PREF-END. EXIT.

      *---- UNDLIN IS OPTIONAL TOO - NO FILE MEANS NO RETURNED MAIL
      *      ON RECORD, AND EVERY PAPER CUSTOMER IS MAILED AS BEFORE.
       H195-LOAD-UNDL-TABLE.
           OPEN INPUT UNDL-FILE.
           IF UNDL-OK
               READ UNDL-FILE
                   AT END SET UNDL-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-UNDL UNTIL UNDL-EOF
               CLOSE UNDL-FILE
           END-IF.
       H195-END. EXIT.

       LOAD-NEXT-UNDL.
           IF UNDL-ID-I IS NUMERIC
               IF WS-UND-COUNT < 9999
                   ADD 1 TO WS-UND-COUNT
                   SET WS-UND-IDX TO WS-UND-COUNT
                   COMPUTE WS-UND-ID(WS-UND-IDX) =
                       FUNCTION NUMVAL(UNDL-ID-I)
               ELSE
                   DISPLAY 'WS-UNDL-TABLE FULL, SKIPPING ID='
                       UNDL-ID-I
               END-IF
           END-IF.
           READ UNDL-FILE
               AT END SET UNDL-EOF TO TRUE
           END-READ.
       LOAD-NEXT-UNDL-END. EXIT.

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
           IF WS-UND-ID(WS-UND-IDX) = WS-CUST-ID-NUM
               SET ADDR-UNDELIVERABLE TO TRUE
           END-IF.
       SEARCH-UNDELIVERABLE-END. EXIT.

      *---- NO ENTRY, OR ANYTHING OTHER THAN AN EXPLICIT 'E', MEANS
      *      PAPER.
       FIND-DELIVERY-PREF.
       SEARCH-DELIVERY-PREF-END. EXIT.

      *---- THE BALANCE ENTRY IN HAND BELONGS TO THE CUSTOMER IN
      *      HAND ONLY IF A LIVE LINK SAYS SO, AND THE CUSTOMER IS
      *      ITS PRIMARY HOLDER - EVERY ACCOUNT IS STATEMENTED ONCE,
      *      TO THE PRIMARY, AND THE OTHER HOLDERS ARE NAMED THERE.
       CHECK-BAL-LINKED.
           SET BAL-NOT-LINKED TO TRUE.
           IF WS-XRF-COUNT > 0
       SEARCH-BAL-LINK.
           IF WS-XRF-CUST(WS-XRF-IDX) = WS-CUST-ID-NUM AND
              WS-XRF-ACCT(WS-XRF-IDX) = WS-BAL-ID(WS-BAL-IDX) AND
              WS-XRF-DVZ(WS-XRF-IDX) = WS-BAL-DVZ(WS-BAL-IDX) AND
              WS-XRF-ROLE(WS-XRF-IDX) = 'P'
               SET BAL-IS-LINKED TO TRUE
           END-IF.
       SEARCH-BAL-LINK-END. EXIT.

      *---- A CUSTOMER WITH NO PRIMARY ACCOUNT MAY STILL BE LINKED TO
      *      SOMEONE ELSE'S - ANY LINK AT ALL IS ENOUGH TO SAY SO.
       FIND-SECONDARY-LINK.
           SET CUST-NO-SECONDARY TO TRUE.
           IF WS-XRF-COUNT > 0
               PERFORM SEARCH-SECONDARY-LINK
                   VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
                      OR CUST-HAS-SECONDARY
           END-IF.
       FIND-SECONDARY-LINK-END. EXIT.

       SEARCH-SECONDARY-LINK.
           IF WS-XRF-CUST(WS-XRF-IDX) = WS-CUST-ID-NUM AND
              WS-XRF-ROLE(WS-XRF-IDX) NOT = 'P'
               SET CUST-HAS-SECONDARY TO TRUE
           END-IF.
       SEARCH-SECONDARY-LINK-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC FROM HEADER-1.
      *      BEFORE, AND EACH CUSTOMER LANDS IN EXACTLY ONE OF THE
      *      PAPER / ELECTRONIC / ADDRESS-EXCEPTION COUNTS SO
      *      BALCHK CAN PROVE NOBODY WENT UNSTATEMENTED.
      *---- AN ADDRESS THE POST OFFICE HAS RETURNED MAIL FROM IS AS
      *      GOOD AS NO ADDRESS: THE CUSTOMER GOES TO ADDREXC WITH
      *      THEIR OWN REASON RATHER THAN ONTO ANOTHER WASTED PAGE.
       WRITE-CUSTOMER-STATEMENT.
           MOVE 0 TO WS-CUST-BASE-TOTAL.
           SET CUST-RATES-COMPLETE TO TRUE.
                   PERFORM WRITE-NO-ACCOUNT-LINE
               ELSE
                   PERFORM FIND-ADDRESS
                   IF ADDR-FOUND
                       PERFORM FIND-UNDELIVERABLE
                   END-IF
                   IF ADDR-NOT-FOUND
                       MOVE 'NO ADDRESS ON FILE' TO WS-ADDREXC-REASON
                       PERFORM WRITE-ADDRESS-EXCEPTION
                   ELSE
                       IF ADDR-UNDELIVERABLE
                           MOVE 'ADDRESS UNDELIVERABLE'
                               TO WS-ADDREXC-REASON
                           PERFORM WRITE-ADDRESS-EXCEPTION
                       ELSE
                           PERFORM WRITE-ADDRESS-BLOCK
                           PERFORM WRITE-MATCHING-BALANCES
                               VARYING WS-BAL-IDX FROM 1 BY 1
                               UNTIL WS-BAL-IDX > WS-BAL-COUNT
                           PERFORM WRITE-BASE-TOTAL-LINE
                           ADD 1 TO WS-BR-PAGE-COUNT
                           ADD 1 TO WS-PAPER-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE WS-BAL-ID(WS-BAL-IDX)     TO EST-ID-O
               MOVE WS-BAL-DVZ(WS-BAL-IDX)    TO EST-DVZ-O
               MOVE WS-BAL-AMOUNT(WS-BAL-IDX) TO EST-BALANCE-O
               PERFORM COMPUTE-AVAILABLE-BALANCE
               MOVE WS-BAL-HELD(WS-BAL-IDX)   TO EST-HELD-O
               MOVE WS-AVAIL-BALANCE          TO EST-AVAIL-O
               WRITE ESTMT-REC
           END-IF.
       WRITE-ESTMT-BALANCES-END. EXIT.
           MOVE DATA-ID-O          TO AEXC-ID-O.
           MOVE DATA-NAME-O        TO AEXC-NAME-O.
           MOVE DATA-SURNAME-O     TO AEXC-SURNAME-O.
           MOVE WS-ADDREXC-REASON  TO AEXC-REASON-O.
           WRITE ADDR-EXC-REC.
       WRITE-ADDRESS-EXCEPTION-END. EXIT.

               MOVE DATA-LDAY-O        TO STMT-LDAY-O
               MOVE WS-BAL-DVZ(WS-BAL-IDX)    TO STMT-DVZ-O
               MOVE WS-BAL-AMOUNT(WS-BAL-IDX) TO STMT-BALANCE-O
               PERFORM COMPUTE-AVAILABLE-BALANCE
               MOVE WS-BAL-HELD(WS-BAL-IDX)   TO STMT-HELD-O
               MOVE WS-AVAIL-BALANCE          TO STMT-AVAIL-O
               IF WS-BAL-AMOUNT(WS-BAL-IDX) < 0
                   MOVE 'OVERDRAWN'    TO STMT-STATUS-O
                   PERFORM ACCUMULATE-OVERDRAFT
               END-IF
               WRITE STMT-REC
               ADD 1 TO WS-STMT-LINE-COUNT
               PERFORM WRITE-JOINT-HOLDERS
                   VARYING WS-JNT-XRF-IDX FROM 1 BY 1
                   UNTIL WS-JNT-XRF-IDX > WS-XRF-COUNT
               PERFORM ACCUMULATE-BASE-TOTAL
           END-IF.
       WRITE-MATCHING-BALANCES-END. EXIT.

      *---- EVERY JOINT HOLDER OF THE ACCOUNT JUST PRINTED IS NAMED
      *      UNDER IT. A HOLDER THE CUSTOMER MASTER NO LONGER HOLDS IS
      *      STILL LISTED BY NUMBER - ORPHCHK CHASES THAT SIDE.
       WRITE-JOINT-HOLDERS.
           IF WS-XRF-ACCT(WS-JNT-XRF-IDX) = WS-BAL-ID(WS-BAL-IDX) AND
              WS-XRF-DVZ(WS-JNT-XRF-IDX) = WS-BAL-DVZ(WS-BAL-IDX) AND
              WS-XRF-ROLE(WS-JNT-XRF-IDX) = 'J' AND
              WS-XRF-CUST(WS-JNT-XRF-IDX) NOT = WS-CUST-ID-NUM
               MOVE WS-XRF-CUST(WS-JNT-XRF-IDX) TO JNT-ID-O
               MOVE SPACES TO JNT-NAME-O JNT-SURNAME-O
               PERFORM FIND-JOINT-CUSTOMER
               IF JNT-CST-FOUND
                   MOVE WS-CST-NAME(WS-JNT-CST-IDX)    TO JNT-NAME-O
                   MOVE WS-CST-SURNAME(WS-JNT-CST-IDX) TO JNT-SURNAME-O
               ELSE
                   MOVE 'NOT ON FILE' TO JNT-NAME-O
               END-IF
               WRITE STMT-REC FROM JOINT-HOLDER-LINE
           END-IF.
       WRITE-JOINT-HOLDERS-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-JNT-CST-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
       FIND-JOINT-CUSTOMER.
           SET JNT-CST-NOT-FOUND TO TRUE.
           IF WS-CST-COUNT > 0
               PERFORM SEARCH-JOINT-CUSTOMER
                   VARYING WS-JNT-CST-IDX FROM 1 BY 1
                   UNTIL WS-JNT-CST-IDX > WS-CST-COUNT
                      OR JNT-CST-FOUND
               IF JNT-CST-FOUND
                   SET WS-JNT-CST-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-JOINT-CUSTOMER-END. EXIT.

       SEARCH-JOINT-CUSTOMER.
           IF WS-CST-ID-NUM(WS-JNT-CST-IDX) =
              WS-XRF-CUST(WS-JNT-XRF-IDX)
               SET JNT-CST-FOUND TO TRUE
           END-IF.
       SEARCH-JOINT-CUSTOMER-END. EXIT.

      *---- WHAT THE CUSTOMER CAN ACTUALLY SPEND: THE BALANCE LESS
      *      EVERYTHING HELD, PLUS THE AUTHORIZED OVERDRAFT.
       COMPUTE-AVAILABLE-BALANCE.
           COMPUTE WS-AVAIL-BALANCE =
               WS-BAL-AMOUNT(WS-BAL-IDX) - WS-BAL-HELD(WS-BAL-IDX)
               + WS-BAL-ODLIMIT(WS-BAL-IDX).
       COMPUTE-AVAILABLE-BALANCE-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-OD-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
           MOVE DATA-LDAY-O        TO STMT-LDAY-O.
           MOVE 0                  TO STMT-DVZ-O.
           MOVE 0                  TO STMT-BALANCE-O.
           PERFORM FIND-SECONDARY-LINK.
           IF CUST-HAS-SECONDARY
               MOVE 'SEE PRIMARY STMT' TO STMT-STATUS-O
           ELSE
               MOVE 'NO ACCOUNT FOUND' TO STMT-STATUS-O
           END-IF.
           WRITE STMT-REC.
           ADD 1 TO WS-BR-PAGE-COUNT.
           ADD 1 TO WS-PAPER-COUNT.
