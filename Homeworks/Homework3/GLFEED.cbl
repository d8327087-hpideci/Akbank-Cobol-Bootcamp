       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFEED.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- DAILY GENERAL LEDGER INTERFACE. FINANCE USED TO REKEY THE
      *      DAY'S TOTALS INTO THE LEDGER FROM THE TRIALBAL PRINTOUT.
      *      THIS PROGRAM READS THE DAY'S AUDIT STREAM (AUDITIN, THE
      *      DAY'S AUDITOUT FILES CONCATENATED IN THE JCL THE WAY
      *      TRIALBAL TAKES THEM) AND THE DAY'S TAXREMIT WITHHOLDING
      *      RECORDS, MAPS EACH AUDIT SOURCE CODE AND CURRENCY TO A
      *      DEBIT AND A CREDIT GL ACCOUNT FROM THE OPS-MAINTAINED
      *      GLMAP TABLE, AND WRITES DOUBLE-ENTRY JOURNAL LINES
      *      SUMMARISED PER BRANCH, CURRENCY, SOURCE AND GL ACCOUNT.
      *      THE BRANCH COMES FROM THE AFTER-RUN UNLOAD, OR FROM THE
      *      BEFORE-RUN UNLOAD FOR AN ACCOUNT CLOSED DURING THE DAY.
      *      THE RUN PROVES DEBITS EQUAL CREDITS PER CURRENCY AND
      *      ENDS WITH RETURN-CODE 8 IF THEY DO NOT, OR IF ANY AUDIT
      *      SOURCE/CURRENCY HAS NO MAPPING - A NEW POSTING TYPE
      *      CANNOT SILENTLY DROP OUT OF THE LEDGER, IT STOPS THE
      *      FEED UNTIL OPS ADD ITS GLMAP LINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE  ASSIGN TO AUDITIN
                             STATUS ST-AUDIT.
           SELECT TAX-REMIT-FILE ASSIGN TO TAXIN
                             STATUS ST-TAXREMIT.
           SELECT MAP-FILE    ASSIGN TO GLMAP
                             STATUS ST-MAP.
           SELECT BEFORE-FILE ASSIGN TO UNLDBEF
                             STATUS ST-BEFORE.
           SELECT AFTER-FILE  ASSIGN TO UNLDAFT
                             STATUS ST-AFTER.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
                             STATUS ST-JOURNAL.
           SELECT REPORT-FILE ASSIGN TO GLRPT
                             STATUS ST-REPORT.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT EVERY STEP WRITES ITS AUDIT RECORDS FROM.
       FD  AUDIT-FILE RECORDING MODE F.
         01  AUD-REC.
           05 AUD-ID-O              PIC 9(05).
           05 FILLER                PIC X(01).
           05 AUD-DVZ-O             PIC 9(03).
           05 FILLER                PIC X(01).
           05 AUD-PRE-BALANCE-O     PIC S9(15).
           05 FILLER                PIC X(01).
           05 AUD-POST-BALANCE-O    PIC S9(15).
           05 FILLER                PIC X(01).
           05 AUD-TIMESTAMP-O       PIC X(21).
           05 FILLER                PIC X(01).
           05 AUD-SOURCE-O          PIC X(01).
      *---- SAME LAYOUT VSAMTOQ WRITES TAXREMIT FROM. THE AUDIT
      *      RECORD OF A TAXED CREDIT ONLY SHOWS THE NET REACHING THE
      *      ACCOUNT, SO THE WITHHELD PART IS JOURNALLED FROM HERE.
       FD  TAX-REMIT-FILE RECORDING MODE F.
         01  TAX-REMIT-REC.
           05 TAXR-ID-I             PIC 9(05).
           05 FILLER                PIC X(01).
           05 TAXR-DVZ-I            PIC 9(03).
           05 FILLER                PIC X(01).
           05 TAXR-GROSS-I          PIC 9(15).
           05 FILLER                PIC X(01).
           05 TAXR-TAX-I            PIC 9(15).
           05 FILLER                PIC X(01).
           05 TAXR-NET-I            PIC 9(15).
           05 FILLER                PIC X(01).
           05 TAXR-TIMESTAMP-I      PIC X(21).
      *---- ONE LINE PER AUDIT SOURCE CODE AND CURRENCY ('***' FOR
      *      ANY CURRENCY WITHOUT ITS OWN LINE). THE DEBIT AND CREDIT
      *      ACCOUNTS ARE THE ONES AN INCREASE IN THE CUSTOMER
      *      BALANCE POSTS TO; A DECREASE POSTS THE SAME PAIR THE
      *      OTHER WAY ROUND. SOURCE 'W' IS THE TAXREMIT WITHHOLDING.
      *      SOURCE 'T' IS TERMDEP INTEREST, WHICH NEEDS ITS OWN LINE
      *      PER CURRENCY (INTEREST EXPENSE TO CUSTOMER DEPOSITS, AS
      *      FOR 'I') - IT MUST NOT FALL BACK TO A MOVEMENT MAPPING.
       FD  MAP-FILE RECORDING MODE F.
         01  MAP-REC.
           05 MAP-SOURCE-I          PIC X(01).
           05 FILLER                PIC X(01).
           05 MAP-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 MAP-DR-ACCOUNT-I      PIC X(10).
           05 FILLER                PIC X(01).
           05 MAP-CR-ACCOUNT-I      PIC X(10).
      *---- SAME LAYOUT IDXUNLD WRITES UNLDOUT FROM - ONLY THE KEY AND
      *      THE BRANCH ARE WANTED HERE.
       FD  BEFORE-FILE RECORDING MODE F.
         01  BEF-REC.
           05 BEF-ID-O           PIC 9(05).
           05 FILLER             PIC X(01).
           05 BEF-DVZ-O          PIC 9(03).
           05 FILLER             PIC X(01).
           05 BEF-NAME-O         PIC X(15).
           05 BEF-SURNAME-O      PIC X(15).
           05 BEF-ODATE-O        PIC 9(08).
           05 FILLER             PIC X(02).
           05 BEF-LASTACT-O      PIC 9(08).
           05 FILLER             PIC X(02).
           05 BEF-BALANCE-O      PIC S9(15).
           05 FILLER             PIC X(01).
           05 BEF-ODLIMIT-O      PIC 9(15).
           05 FILLER             PIC X(01).
           05 BEF-STATUS-O       PIC X(01).
           05 FILLER             PIC X(01).
           05 BEF-BRANCH-O       PIC 9(03).
       FD  AFTER-FILE RECORDING MODE F.
         01  AFT-REC.
           05 AFT-ID-O           PIC 9(05).
           05 FILLER             PIC X(01).
           05 AFT-DVZ-O          PIC 9(03).
           05 FILLER             PIC X(01).
           05 AFT-NAME-O         PIC X(15).
           05 AFT-SURNAME-O      PIC X(15).
           05 AFT-ODATE-O        PIC 9(08).
           05 FILLER             PIC X(02).
           05 AFT-LASTACT-O      PIC 9(08).
           05 FILLER             PIC X(02).
           05 AFT-BALANCE-O      PIC S9(15).
           05 FILLER             PIC X(01).
           05 AFT-ODLIMIT-O      PIC 9(15).
           05 FILLER             PIC X(01).
           05 AFT-STATUS-O       PIC X(01).
           05 FILLER             PIC X(01).
           05 AFT-BRANCH-O       PIC 9(03).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- ONE SUMMARISED JOURNAL LINE: BUSINESS DATE, BRANCH,
      *      CURRENCY, GL ACCOUNT, DIRECTION, AMOUNT AND THE AUDIT
      *      SOURCE IT CAME FROM.
       FD  JOURNAL-FILE RECORDING MODE F.
         01  GLJ-REC.
           05 GLJ-DATE-O            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 GLJ-BRANCH-O          PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 GLJ-DVZ-O             PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 GLJ-ACCOUNT-O         PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 GLJ-DRCR-O            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 GLJ-AMOUNT-O          PIC 9(17).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 GLJ-SOURCE-O          PIC X(01).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-AUDIT          PIC 9(02).
             88 AUDIT-EOF                 VALUE 10.
             88 AUDIT-OK                  VALUE 00 97.
           05 ST-TAXREMIT       PIC 9(02).
             88 TAXREMIT-EOF              VALUE 10.
             88 TAXREMIT-OK               VALUE 00 97.
           05 ST-MAP            PIC 9(02).
             88 MAP-EOF                   VALUE 10.
             88 MAP-OK                    VALUE 00 97.
           05 ST-BEFORE         PIC 9(02).
             88 BEFORE-EOF                VALUE 10.
             88 BEFORE-OK                 VALUE 00 97.
           05 ST-AFTER          PIC 9(02).
             88 AFTER-EOF                 VALUE 10.
             88 AFTER-OK                  VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-JOURNAL        PIC 9(02).
             88 JOURNAL-OK                VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-SUB            PIC 9(05) COMP.

      *---- ONE PIECE OF MONEY TO JOURNAL: WHERE IT CAME FROM, ITS
      *      SIGNED AMOUNT (POSITIVE = THE CUSTOMER BALANCE WENT UP)
      *      AND THE ACCOUNT IT BELONGS TO.
         01  WS-ENTRY-DATA.
           05 WS-ENT-SOURCE     PIC X(01).
           05 WS-ENT-ID         PIC 9(05).
           05 WS-ENT-DVZ        PIC 9(03).
           05 WS-ENT-AMOUNT     PIC S9(16) COMP-3.
           05 WS-ENT-BRANCH     PIC 9(03).
           05 WS-ENT-DR-ACCOUNT PIC X(10).
           05 WS-ENT-CR-ACCOUNT PIC X(10).
           05 WS-ENT-ABS-AMOUNT PIC S9(16) COMP-3.
           05 WS-LINE-ACCOUNT   PIC X(10).
           05 WS-LINE-DRCR      PIC X(01).

         01  WS-CONTROL-TOTALS.
           05 WS-AUDIT-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-TAX-COUNT       PIC 9(07) COMP VALUE 0.
           05 WS-ZERO-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-MAPPED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-UNMAPPED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-NOBRANCH-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-JOURNAL-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-UNBALANCED-COUNT PIC 9(03) COMP VALUE 0.

      *---- THE GLMAP TABLE, EXACT SOURCE/CURRENCY LINES AND '***'
      *      DEFAULTS ALIKE.
         01  WS-MAP-TABLE.
           05 WS-MAP-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-MAP-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-MAP-IDX.
             10 WS-MAP-SOURCE    PIC X(01).
             10 WS-MAP-DVZ       PIC X(03).
             10 WS-MAP-DR-ACCOUNT PIC X(10).
             10 WS-MAP-CR-ACCOUNT PIC X(10).
           05 WS-MAP-FOUND-SW    PIC X(01).
             88 MAP-FOUND                 VALUE 'Y'.
             88 MAP-NOT-FOUND             VALUE 'N'.
           05 WS-LOOK-MAP-DVZ    PIC X(03).

      *---- ACCOUNT KEY TO BRANCH, AFTER-RUN UNLOAD FIRST SO TODAY'S
      *      BRANCH WINS, THEN THE BEFORE-RUN UNLOAD FOR ACCOUNTS
      *      THAT LEFT THE FILE DURING THE DAY.
         01  WS-BRANCH-TABLE.
           05 WS-ACB-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-ACB-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-ACB-IDX.
             10 WS-ACB-ID        PIC 9(05).
             10 WS-ACB-DVZ       PIC 9(03).
             10 WS-ACB-BRANCH    PIC 9(03).
           05 WS-ACB-FOUND-SW    PIC X(01).
             88 ACB-FOUND                 VALUE 'Y'.
             88 ACB-NOT-FOUND             VALUE 'N'.

      *---- THE SUMMARISED JOURNAL: ONE ENTRY PER BRANCH, CURRENCY,
      *      SOURCE, GL ACCOUNT AND DIRECTION.
         01  WS-JOURNAL-TABLE.
           05 WS-GLJ-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-GLJ-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-GLJ-IDX.
             10 WS-GLJ-BRANCH    PIC 9(03).
             10 WS-GLJ-DVZ       PIC 9(03).
             10 WS-GLJ-SOURCE    PIC X(01).
             10 WS-GLJ-ACCOUNT   PIC X(10).
             10 WS-GLJ-DRCR      PIC X(01).
             10 WS-GLJ-AMOUNT    PIC S9(17) COMP-3.
           05 WS-GLJ-FOUND-SW    PIC X(01).
             88 GLJ-FOUND                 VALUE 'Y'.
             88 GLJ-NOT-FOUND             VALUE 'N'.
           05 WS-GLJ-FULL-SW     PIC X(01) VALUE 'N'.
             88 GLJ-TABLE-FULL            VALUE 'Y'.

      *---- THE PROOF: DEBITS AND CREDITS ACTUALLY WRITTEN, PER
      *      CURRENCY.
         01  WS-PROOF-TABLE.
           05 WS-PRF-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-PRF-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-PRF-IDX.
             10 WS-PRF-DVZ       PIC 9(03).
             10 WS-PRF-DEBITS    PIC S9(18) COMP-3.
             10 WS-PRF-CREDITS   PIC S9(18) COMP-3.
           05 WS-PRF-FOUND-SW    PIC X(01).
             88 PRF-FOUND                 VALUE 'Y'.
             88 PRF-NOT-FOUND             VALUE 'N'.

      *---- WHAT COULD NOT BE MAPPED, PER SOURCE AND CURRENCY, SO
      *      OPS KNOW EXACTLY WHICH GLMAP LINES TO ADD.
         01  WS-UNMAPPED-TABLE.
           05 WS-UNM-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-UNM-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-UNM-IDX.
             10 WS-UNM-SOURCE    PIC X(01).
             10 WS-UNM-DVZ       PIC 9(03).
             10 WS-UNM-RECORDS   PIC 9(07) COMP.
             10 WS-UNM-AMOUNT    PIC S9(18) COMP-3.
           05 WS-UNM-FOUND-SW    PIC X(01).
             88 UNM-FOUND                 VALUE 'Y'.
             88 UNM-NOT-FOUND             VALUE 'N'.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(30)
                         VALUE 'Daily General Ledger Feed     '.
           05  FILLER         PIC X(15) VALUE 'BUSINESS DATE '.
           05 HDR-DATE-O      PIC 9(08).
           05  FILLER         PIC X(27) VALUE SPACES.
         01  PROOF-LINE.
           05  FILLER         PIC X(04) VALUE 'DVZ '.
           05 PRF-DVZ-O       PIC 9(03).
           05  FILLER         PIC X(04) VALUE ' DR '.
           05 PRF-DEBITS-O    PIC -(17)9.
           05  FILLER         PIC X(04) VALUE ' CR '.
           05 PRF-CREDITS-O   PIC -(17)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 PRF-TAG-O       PIC X(20).
           05  FILLER         PIC X(08) VALUE SPACES.
         01  UNMAPPED-LINE.
           05  FILLER         PIC X(16) VALUE 'UNMAPPED SOURCE '.
           05 UNM-SOURCE-O    PIC X(01).
           05  FILLER         PIC X(05) VALUE ' DVZ '.
           05 UNM-DVZ-O       PIC 9(03).
           05  FILLER         PIC X(09) VALUE ' RECORDS '.
           05 UNM-RECORDS-O   PIC Z(06)9.
           05  FILLER         PIC X(08) VALUE ' AMOUNT '.
           05 UNM-AMOUNT-O    PIC -(17)9.
           05  FILLER         PIC X(13) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(30).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(35) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H150-WRITE-HEADERS
           PERFORM H160-LOAD-MAP-TABLE
           PERFORM H170-LOAD-BRANCH-TABLE
           PERFORM H200-JOURNAL-AUDIT-TRAIL
           PERFORM H300-JOURNAL-WITHHOLDING
           PERFORM H800-WRITE-JOURNAL
           PERFORM H850-PROVE-CURRENCIES
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  AUDIT-FILE.
           OPEN INPUT  TAX-REMIT-FILE.
           OPEN INPUT  MAP-FILE.
           OPEN INPUT  BEFORE-FILE.
           OPEN INPUT  AFTER-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT AUDIT-OK)
           DISPLAY 'UNABLE TO OPEN AUDITIN: ' ST-AUDIT
           MOVE ST-AUDIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT TAXREMIT-OK)
           DISPLAY 'UNABLE TO OPEN TAXIN: ' ST-TAXREMIT
           MOVE ST-TAXREMIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT MAP-OK)
           DISPLAY 'UNABLE TO OPEN GLMAP: ' ST-MAP
           MOVE ST-MAP TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT BEFORE-OK)
           DISPLAY 'UNABLE TO OPEN UNLDBEF: ' ST-BEFORE
           MOVE ST-BEFORE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT AFTER-OK)
           DISPLAY 'UNABLE TO OPEN UNLDAFT: ' ST-AFTER
           MOVE ST-AFTER TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT JOURNAL-OK)
           DISPLAY 'UNABLE TO OPEN GLJRNL: ' ST-JOURNAL
           MOVE ST-JOURNAL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN GLRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. THE JOURNAL
      *      LINES CARRY THIS BUSINESS DATE SO A RERUN OF TUESDAY
      *      BOOKS TO TUESDAY.
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
       H105-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           MOVE WS-TODAY-GREG TO HDR-DATE-O.
           WRITE RPT-REC FROM RPT-HEADER-1.
       H150-END. EXIT.

       H160-LOAD-MAP-TABLE.
           READ MAP-FILE
               AT END SET MAP-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-MAP UNTIL MAP-EOF.
       H160-END. EXIT.

       LOAD-NEXT-MAP.
           IF MAP-SOURCE-I NOT = SPACE AND
              MAP-DR-ACCOUNT-I NOT = SPACES AND
              MAP-CR-ACCOUNT-I NOT = SPACES
               IF WS-MAP-COUNT < 200
                   ADD 1 TO WS-MAP-COUNT
                   SET WS-MAP-IDX TO WS-MAP-COUNT
                   MOVE MAP-SOURCE-I     TO WS-MAP-SOURCE(WS-MAP-IDX)
                   MOVE MAP-DVZ-I        TO WS-MAP-DVZ(WS-MAP-IDX)
                   MOVE MAP-DR-ACCOUNT-I
                       TO WS-MAP-DR-ACCOUNT(WS-MAP-IDX)
                   MOVE MAP-CR-ACCOUNT-I
                       TO WS-MAP-CR-ACCOUNT(WS-MAP-IDX)
               ELSE
                   DISPLAY 'WS-MAP-TABLE FULL, SKIPPING SOURCE='
                       MAP-SOURCE-I ' DVZ=' MAP-DVZ-I
               END-IF
           END-IF.
           READ MAP-FILE
               AT END SET MAP-EOF TO TRUE
           END-READ.
       LOAD-NEXT-MAP-END. EXIT.

      *---- ONLY LINES WITH A NUMERIC KEY ARE REAL UNLOADED ACCOUNTS;
      *      THE TRAILER FALLS OUT HERE THE WAY TRIALBAL DROPS IT.
       H170-LOAD-BRANCH-TABLE.
           READ AFTER-FILE
               AT END SET AFTER-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-AFTER UNTIL AFTER-EOF.
           READ BEFORE-FILE
               AT END SET BEFORE-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-BEFORE UNTIL BEFORE-EOF.
       H170-END. EXIT.

       LOAD-NEXT-AFTER.
           IF AFT-ID-O IS NUMERIC AND AFT-DVZ-O IS NUMERIC
              AND AFT-BRANCH-O IS NUMERIC
               IF WS-ACB-COUNT < 20000
                   ADD 1 TO WS-ACB-COUNT
                   SET WS-ACB-IDX TO WS-ACB-COUNT
                   MOVE AFT-ID-O     TO WS-ACB-ID(WS-ACB-IDX)
                   MOVE AFT-DVZ-O    TO WS-ACB-DVZ(WS-ACB-IDX)
                   MOVE AFT-BRANCH-O TO WS-ACB-BRANCH(WS-ACB-IDX)
               ELSE
                   DISPLAY 'WS-BRANCH-TABLE FULL, SKIPPING ID='
                       AFT-ID-O
               END-IF
           END-IF.
           READ AFTER-FILE
               AT END SET AFTER-EOF TO TRUE
           END-READ.
       LOAD-NEXT-AFTER-END. EXIT.

      *---- AN ACCOUNT ALSO ON THE AFTER UNLOAD IS LOADED A SECOND
      *      TIME; THE SEARCH STOPS AT THE FIRST (AFTER-RUN) ENTRY, SO
      *      THE DUPLICATE NEVER WINS.
       LOAD-NEXT-BEFORE.
           IF BEF-ID-O IS NUMERIC AND BEF-DVZ-O IS NUMERIC
              AND BEF-BRANCH-O IS NUMERIC
               IF WS-ACB-COUNT < 20000
                   ADD 1 TO WS-ACB-COUNT
                   SET WS-ACB-IDX TO WS-ACB-COUNT
                   MOVE BEF-ID-O     TO WS-ACB-ID(WS-ACB-IDX)
                   MOVE BEF-DVZ-O    TO WS-ACB-DVZ(WS-ACB-IDX)
                   MOVE BEF-BRANCH-O TO WS-ACB-BRANCH(WS-ACB-IDX)
               ELSE
                   DISPLAY 'WS-BRANCH-TABLE FULL, SKIPPING ID='
                       BEF-ID-O
               END-IF
           END-IF.
           READ BEFORE-FILE
               AT END SET BEFORE-EOF TO TRUE
           END-READ.
       LOAD-NEXT-BEFORE-END. EXIT.

      *---- EVERY AUDIT RECORD'S POST-MINUS-PRE IS ONE PIECE OF MONEY
      *      TO JOURNAL UNDER ITS SOURCE CODE. A ZERO MOVEMENT (A
      *      CLOSURE'S 'D' AT ZERO, A NON-BALANCE CHANGE) HAS NOTHING
      *      TO BOOK.
       H200-JOURNAL-AUDIT-TRAIL.
           READ AUDIT-FILE
               AT END SET AUDIT-EOF TO TRUE
           END-READ.
           PERFORM JOURNAL-NEXT-AUDIT UNTIL AUDIT-EOF.
       H200-END. EXIT.

       JOURNAL-NEXT-AUDIT.
           IF AUD-ID-O IS NUMERIC AND AUD-PRE-BALANCE-O IS NUMERIC
              AND AUD-POST-BALANCE-O IS NUMERIC
               ADD 1 TO WS-AUDIT-COUNT
               MOVE AUD-SOURCE-O TO WS-ENT-SOURCE
               MOVE AUD-ID-O     TO WS-ENT-ID
               MOVE AUD-DVZ-O    TO WS-ENT-DVZ
               COMPUTE WS-ENT-AMOUNT =
                   AUD-POST-BALANCE-O - AUD-PRE-BALANCE-O
               PERFORM H400-BOOK-ENTRY
           END-IF.
           READ AUDIT-FILE
               AT END SET AUDIT-EOF TO TRUE
           END-READ.
       JOURNAL-NEXT-AUDIT-END. EXIT.

      *---- THE WITHHELD TAX NEVER TOUCHED THE CUSTOMER BALANCE, SO
      *      IT HAS NO AUDIT RECORD - IT IS BOOKED FROM TAXREMIT UNDER
      *      SOURCE 'W' (TYPICALLY INTEREST EXPENSE TO TAX PAYABLE).
       H300-JOURNAL-WITHHOLDING.
           READ TAX-REMIT-FILE
               AT END SET TAXREMIT-EOF TO TRUE
           END-READ.
           PERFORM JOURNAL-NEXT-TAX UNTIL TAXREMIT-EOF.
       H300-END. EXIT.

       JOURNAL-NEXT-TAX.
           IF TAXR-ID-I IS NUMERIC AND TAXR-TAX-I IS NUMERIC
               ADD 1 TO WS-TAX-COUNT
               MOVE 'W'        TO WS-ENT-SOURCE
               MOVE TAXR-ID-I  TO WS-ENT-ID
               MOVE TAXR-DVZ-I TO WS-ENT-DVZ
               MOVE TAXR-TAX-I TO WS-ENT-AMOUNT
               PERFORM H400-BOOK-ENTRY
           END-IF.
           READ TAX-REMIT-FILE
               AT END SET TAXREMIT-EOF TO TRUE
           END-READ.
       JOURNAL-NEXT-TAX-END. EXIT.

      *---- A MAPPED ENTRY BOOKS ONE DEBIT AND ONE CREDIT OF THE SAME
      *      AMOUNT - THE MAPPING'S PAIR FOR AN INCREASE, THE PAIR
      *      SWAPPED FOR A DECREASE. AN UNMAPPED ONE BOOKS NOTHING AND
      *      IS LISTED FOR OPS.
       H400-BOOK-ENTRY.
           IF WS-ENT-AMOUNT = 0
               ADD 1 TO WS-ZERO-COUNT
           ELSE
               PERFORM FIND-MAPPING
               IF MAP-NOT-FOUND
                   PERFORM RECORD-UNMAPPED
               ELSE
                   ADD 1 TO WS-MAPPED-COUNT
                   PERFORM FIND-ACCOUNT-BRANCH
                   IF WS-ENT-AMOUNT > 0
                       MOVE WS-MAP-DR-ACCOUNT(WS-MAP-IDX)
                           TO WS-ENT-DR-ACCOUNT
                       MOVE WS-MAP-CR-ACCOUNT(WS-MAP-IDX)
                           TO WS-ENT-CR-ACCOUNT
                       MOVE WS-ENT-AMOUNT TO WS-ENT-ABS-AMOUNT
                   ELSE
                       MOVE WS-MAP-CR-ACCOUNT(WS-MAP-IDX)
                           TO WS-ENT-DR-ACCOUNT
                       MOVE WS-MAP-DR-ACCOUNT(WS-MAP-IDX)
                           TO WS-ENT-CR-ACCOUNT
                       COMPUTE WS-ENT-ABS-AMOUNT = 0 - WS-ENT-AMOUNT
                   END-IF
                   MOVE WS-ENT-DR-ACCOUNT TO WS-LINE-ACCOUNT
                   MOVE 'D'               TO WS-LINE-DRCR
                   PERFORM ADD-JOURNAL-LINE
                   MOVE WS-ENT-CR-ACCOUNT TO WS-LINE-ACCOUNT
                   MOVE 'C'               TO WS-LINE-DRCR
                   PERFORM ADD-JOURNAL-LINE
               END-IF
           END-IF.
       H400-END. EXIT.

      *---- AN EXACT SOURCE/CURRENCY LINE BEATS THE SOURCE'S '***'
      *      DEFAULT LINE.
       FIND-MAPPING.
           MOVE WS-ENT-DVZ TO WS-LOOK-MAP-DVZ.
           PERFORM SEARCH-MAP-TABLE.
           IF MAP-NOT-FOUND
               MOVE '***' TO WS-LOOK-MAP-DVZ
               PERFORM SEARCH-MAP-TABLE
           END-IF.
       FIND-MAPPING-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST SEES THE FLAG, SO IT IS BACKED UP
      *      BY ONE.
       SEARCH-MAP-TABLE.
           SET MAP-NOT-FOUND TO TRUE.
           IF WS-MAP-COUNT > 0
               PERFORM SEARCH-MAP-ENTRY
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR MAP-FOUND
               IF MAP-FOUND
                   SET WS-MAP-IDX DOWN BY 1
               END-IF
           END-IF.
       SEARCH-MAP-TABLE-END. EXIT.

       SEARCH-MAP-ENTRY.
           IF WS-MAP-SOURCE(WS-MAP-IDX) = WS-ENT-SOURCE AND
              WS-MAP-DVZ(WS-MAP-IDX) = WS-LOOK-MAP-DVZ
               SET MAP-FOUND TO TRUE
           END-IF.
       SEARCH-MAP-ENTRY-END. EXIT.

      *---- AN ACCOUNT ON NEITHER UNLOAD (OPENED AND CLOSED THE SAME
      *      DAY) BOOKS TO BRANCH 000 AND IS COUNTED ON THE REPORT.
       FIND-ACCOUNT-BRANCH.
           SET ACB-NOT-FOUND TO TRUE.
           IF WS-ACB-COUNT > 0
               PERFORM SEARCH-ACCOUNT-BRANCH
                   VARYING WS-ACB-IDX FROM 1 BY 1
                   UNTIL WS-ACB-IDX > WS-ACB-COUNT
                      OR ACB-FOUND
               IF ACB-FOUND
                   SET WS-ACB-IDX DOWN BY 1
               END-IF
           END-IF.
           IF ACB-FOUND
               MOVE WS-ACB-BRANCH(WS-ACB-IDX) TO WS-ENT-BRANCH
           ELSE
               ADD 1 TO WS-NOBRANCH-COUNT
               MOVE 0 TO WS-ENT-BRANCH
           END-IF.
       FIND-ACCOUNT-BRANCH-END. EXIT.

       SEARCH-ACCOUNT-BRANCH.
           IF WS-ACB-ID(WS-ACB-IDX) = WS-ENT-ID AND
              WS-ACB-DVZ(WS-ACB-IDX) = WS-ENT-DVZ
               SET ACB-FOUND TO TRUE
           END-IF.
       SEARCH-ACCOUNT-BRANCH-END. EXIT.

      *---- A FULL TABLE WOULD DROP ONE SIDE OF A PAIR AND UNBALANCE
      *      THE LEDGER, SO IT IS FLAGGED AND FAILS THE RUN INSTEAD.
       ADD-JOURNAL-LINE.
           SET GLJ-NOT-FOUND TO TRUE.
           IF WS-GLJ-COUNT > 0
               PERFORM SEARCH-JOURNAL-LINE
                   VARYING WS-GLJ-IDX FROM 1 BY 1
                   UNTIL WS-GLJ-IDX > WS-GLJ-COUNT
                      OR GLJ-FOUND
               IF GLJ-FOUND
                   SET WS-GLJ-IDX DOWN BY 1
               END-IF
           END-IF.
           IF GLJ-NOT-FOUND
               IF WS-GLJ-COUNT < 2000
                   ADD 1 TO WS-GLJ-COUNT
                   SET WS-GLJ-IDX TO WS-GLJ-COUNT
                   MOVE WS-ENT-BRANCH   TO WS-GLJ-BRANCH(WS-GLJ-IDX)
                   MOVE WS-ENT-DVZ      TO WS-GLJ-DVZ(WS-GLJ-IDX)
                   MOVE WS-ENT-SOURCE   TO WS-GLJ-SOURCE(WS-GLJ-IDX)
                   MOVE WS-LINE-ACCOUNT TO WS-GLJ-ACCOUNT(WS-GLJ-IDX)
                   MOVE WS-LINE-DRCR    TO WS-GLJ-DRCR(WS-GLJ-IDX)
                   MOVE 0               TO WS-GLJ-AMOUNT(WS-GLJ-IDX)
                   SET GLJ-FOUND TO TRUE
               ELSE
                   SET GLJ-TABLE-FULL TO TRUE
                   DISPLAY 'WS-JOURNAL-TABLE FULL, LINE DROPPED FOR '
                       WS-LINE-ACCOUNT ' DVZ=' WS-ENT-DVZ
               END-IF
           END-IF.
           IF GLJ-FOUND
               ADD WS-ENT-ABS-AMOUNT TO WS-GLJ-AMOUNT(WS-GLJ-IDX)
           END-IF.
       ADD-JOURNAL-LINE-END. EXIT.

       SEARCH-JOURNAL-LINE.
           IF WS-GLJ-BRANCH(WS-GLJ-IDX)  = WS-ENT-BRANCH   AND
              WS-GLJ-DVZ(WS-GLJ-IDX)     = WS-ENT-DVZ      AND
              WS-GLJ-SOURCE(WS-GLJ-IDX)  = WS-ENT-SOURCE   AND
              WS-GLJ-ACCOUNT(WS-GLJ-IDX) = WS-LINE-ACCOUNT AND
              WS-GLJ-DRCR(WS-GLJ-IDX)    = WS-LINE-DRCR
               SET GLJ-FOUND TO TRUE
           END-IF.
       SEARCH-JOURNAL-LINE-END. EXIT.

       RECORD-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-COUNT.
           SET UNM-NOT-FOUND TO TRUE.
           IF WS-UNM-COUNT > 0
               PERFORM SEARCH-UNMAPPED
                   VARYING WS-UNM-IDX FROM 1 BY 1
                   UNTIL WS-UNM-IDX > WS-UNM-COUNT
                      OR UNM-FOUND
               IF UNM-FOUND
                   SET WS-UNM-IDX DOWN BY 1
               END-IF
           END-IF.
           IF UNM-NOT-FOUND AND WS-UNM-COUNT < 100
               ADD 1 TO WS-UNM-COUNT
               SET WS-UNM-IDX TO WS-UNM-COUNT
               MOVE WS-ENT-SOURCE TO WS-UNM-SOURCE(WS-UNM-IDX)
               MOVE WS-ENT-DVZ    TO WS-UNM-DVZ(WS-UNM-IDX)
               MOVE 0             TO WS-UNM-RECORDS(WS-UNM-IDX)
               MOVE 0             TO WS-UNM-AMOUNT(WS-UNM-IDX)
               SET UNM-FOUND TO TRUE
           END-IF.
           IF UNM-FOUND
               ADD 1             TO WS-UNM-RECORDS(WS-UNM-IDX)
               ADD WS-ENT-AMOUNT TO WS-UNM-AMOUNT(WS-UNM-IDX)
           END-IF.
       RECORD-UNMAPPED-END. EXIT.

       SEARCH-UNMAPPED.
           IF WS-UNM-SOURCE(WS-UNM-IDX) = WS-ENT-SOURCE AND
              WS-UNM-DVZ(WS-UNM-IDX)    = WS-ENT-DVZ
               SET UNM-FOUND TO TRUE
           END-IF.
       SEARCH-UNMAPPED-END. EXIT.

      *---- EACH SUMMARISED LINE IS WRITTEN AND ADDED TO ITS
      *      CURRENCY'S PROOF TOTALS, SO THE PROOF IS OVER WHAT THE
      *      LEDGER ACTUALLY RECEIVES.
       H800-WRITE-JOURNAL.
           PERFORM WRITE-JOURNAL-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GLJ-COUNT.
       H800-END. EXIT.

       WRITE-JOURNAL-LINE.
           SET WS-GLJ-IDX TO WS-SUB.
           MOVE SPACES TO GLJ-REC.
           MOVE WS-TODAY-GREG               TO GLJ-DATE-O.
           MOVE WS-GLJ-BRANCH(WS-GLJ-IDX)   TO GLJ-BRANCH-O.
           MOVE WS-GLJ-DVZ(WS-GLJ-IDX)      TO GLJ-DVZ-O.
           MOVE WS-GLJ-ACCOUNT(WS-GLJ-IDX)  TO GLJ-ACCOUNT-O.
           MOVE WS-GLJ-DRCR(WS-GLJ-IDX)     TO GLJ-DRCR-O.
           MOVE WS-GLJ-AMOUNT(WS-GLJ-IDX)   TO GLJ-AMOUNT-O.
           MOVE WS-GLJ-SOURCE(WS-GLJ-IDX)   TO GLJ-SOURCE-O.
           WRITE GLJ-REC.
           ADD 1 TO WS-JOURNAL-COUNT.
           PERFORM FIND-PROOF-ENTRY.
           IF WS-GLJ-DRCR(WS-GLJ-IDX) = 'D'
               ADD WS-GLJ-AMOUNT(WS-GLJ-IDX)
                   TO WS-PRF-DEBITS(WS-PRF-IDX)
           ELSE
               ADD WS-GLJ-AMOUNT(WS-GLJ-IDX)
                   TO WS-PRF-CREDITS(WS-PRF-IDX)
           END-IF.
       WRITE-JOURNAL-LINE-END. EXIT.

       FIND-PROOF-ENTRY.
           SET PRF-NOT-FOUND TO TRUE.
           IF WS-PRF-COUNT > 0
               PERFORM SEARCH-PROOF-ENTRY
                   VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
                      OR PRF-FOUND
               IF PRF-FOUND
                   SET WS-PRF-IDX DOWN BY 1
               END-IF
           END-IF.
           IF PRF-NOT-FOUND
               ADD 1 TO WS-PRF-COUNT
               SET WS-PRF-IDX TO WS-PRF-COUNT
               MOVE WS-GLJ-DVZ(WS-GLJ-IDX) TO WS-PRF-DVZ(WS-PRF-IDX)
               MOVE 0 TO WS-PRF-DEBITS(WS-PRF-IDX)
               MOVE 0 TO WS-PRF-CREDITS(WS-PRF-IDX)
           END-IF.
       FIND-PROOF-ENTRY-END. EXIT.

       SEARCH-PROOF-ENTRY.
           IF WS-PRF-DVZ(WS-PRF-IDX) = WS-GLJ-DVZ(WS-GLJ-IDX)
               SET PRF-FOUND TO TRUE
           END-IF.
       SEARCH-PROOF-ENTRY-END. EXIT.

      *---- ONE PROOF LINE PER CURRENCY AND ONE LINE PER UNMAPPED
      *      SOURCE/CURRENCY. EITHER KIND OF FAILURE - OR A JOURNAL
      *      TABLE THAT RAN OUT OF ROOM - ENDS THE RUN WITH
      *      RETURN-CODE 8 SO THE LEDGER LOAD DOES NOT TAKE THE FILE.
       H850-PROVE-CURRENCIES.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM WRITE-PROOF-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PRF-COUNT.
           IF WS-UNM-COUNT > 0
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               PERFORM WRITE-UNMAPPED-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-UNM-COUNT
           END-IF.
           IF WS-UNBALANCED-COUNT > 0 OR WS-UNMAPPED-COUNT > 0
              OR GLJ-TABLE-FULL
               DISPLAY 'GLFEED: ' WS-UNBALANCED-COUNT
                   ' CURRENCY(S) OUT OF BALANCE, '
                   WS-UNMAPPED-COUNT ' UNMAPPED RECORD(S)'
               MOVE 8 TO RETURN-CODE
           END-IF.
       H850-END. EXIT.

       WRITE-PROOF-LINE.
           SET WS-PRF-IDX TO WS-SUB.
           MOVE WS-PRF-DVZ(WS-PRF-IDX)     TO PRF-DVZ-O.
           MOVE WS-PRF-DEBITS(WS-PRF-IDX)  TO PRF-DEBITS-O.
           MOVE WS-PRF-CREDITS(WS-PRF-IDX) TO PRF-CREDITS-O.
           IF WS-PRF-DEBITS(WS-PRF-IDX) = WS-PRF-CREDITS(WS-PRF-IDX)
               MOVE 'BALANCED'               TO PRF-TAG-O
           ELSE
               ADD 1 TO WS-UNBALANCED-COUNT
               MOVE '*** OUT OF BALANCE' TO PRF-TAG-O
           END-IF.
           WRITE RPT-REC FROM PROOF-LINE.
       WRITE-PROOF-LINE-END. EXIT.

       WRITE-UNMAPPED-LINE.
           SET WS-UNM-IDX TO WS-SUB.
           MOVE WS-UNM-SOURCE(WS-UNM-IDX)  TO UNM-SOURCE-O.
           MOVE WS-UNM-DVZ(WS-UNM-IDX)     TO UNM-DVZ-O.
           MOVE WS-UNM-RECORDS(WS-UNM-IDX) TO UNM-RECORDS-O.
           MOVE WS-UNM-AMOUNT(WS-UNM-IDX)  TO UNM-AMOUNT-O.
           WRITE RPT-REC FROM UNMAPPED-LINE.
       WRITE-UNMAPPED-LINE-END. EXIT.

       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'AUDIT RECORDS READ'           TO TOT-LABEL-O.
           MOVE WS-AUDIT-COUNT                 TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'WITHHOLDING RECORDS READ'     TO TOT-LABEL-O.
           MOVE WS-TAX-COUNT                   TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ZERO MOVEMENTS SKIPPED'       TO TOT-LABEL-O.
           MOVE WS-ZERO-COUNT                  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ENTRIES BOOKED'               TO TOT-LABEL-O.
           MOVE WS-MAPPED-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ENTRIES UNMAPPED'             TO TOT-LABEL-O.
           MOVE WS-UNMAPPED-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'BOOKED TO BRANCH 000'         TO TOT-LABEL-O.
           MOVE WS-NOBRANCH-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'JOURNAL LINES WRITTEN'        TO TOT-LABEL-O.
           MOVE WS-JOURNAL-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE AUDIT-FILE
           CLOSE TAX-REMIT-FILE
           CLOSE MAP-FILE
           CLOSE BEFORE-FILE
           CLOSE AFTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
