       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- DEPOSIT INSURANCE COVERAGE. THE SCHEME INSURES EACH
      *      DEPOSITOR, NOT EACH ACCOUNT, UP TO ONE LIMIT IN BASE
      *      CURRENCY, AND THE REGULATOR WANTS THE BANK'S OWN FIGURE
      *      OF WHAT IT WOULD HAVE TO PAY OUT. THIS PROGRAM READS THE
      *      END-OF-DAY UNLOAD (UNLDAFT, AS BALSNAP DOES), GIVES EVERY
      *      ACCOUNT/CURRENCY TO ITS OWNERS THROUGH XREFIN, CONVERTS
      *      IT TO BASE CURRENCY AT THE RATEFILE MID RATE AND ADDS IT
      *      UP PER CUSTOMER ACROSS ALL ACCOUNTS AND CURRENCIES. THE
      *      INSURED LIMIT COMES FROM DEPIPARM. IT PRINTS THE COVERAGE
      *      SUMMARY (DEPIRPT: ONE LINE PER CUSTOMER WITH DEPOSITS,
      *      INSURED AND UNINSURED) AND WRITES THE FIXED-FORMAT
      *      SUBMISSION THE REGULATOR TAKES (DEPIRTN: HEADER, ONE
      *      DETAIL PER DEPOSITOR, TRAILER WITH HASH TOTALS), THE WAY
      *      TAXCERT WRITES TAXRTN. THE REFERENCE DATE IS THE
      *      PROCESSING DATE FROM THE OPTIONAL DATECARD.
      *      SCHEME RULES APPLIED:
      *      - ONLY 'P' PRIMARY AND 'J' JOINT HOLDERS OWN A DEPOSIT
      *        (A LINK WITH NO ROLE PREDATES ROLES AND IS A SOLE
      *        OWNER). ATTORNEYS, GUARDIANS AND BENEFICIARIES DO NOT.
      *        A JOINT ACCOUNT IS SPLIT IN EQUAL SHARES BETWEEN ITS
      *        OWNERS; THE ODD UNITS OF THE SPLIT GO TO THE PRIMARY.
      *      - AN OVERDRAWN ACCOUNT, INSIDE ITS IDX-ODLIMIT OR NOT, IS
      *        NOT A DEPOSIT: IT COUNTS AS ZERO AND IS NOT SET OFF
      *        AGAINST THE SAME CUSTOMER'S CREDIT BALANCES, SINCE THE
      *        PAYOUT IS THE GROSS DEPOSIT. THE OVERDRAWN AMOUNT IS
      *        SHOWN ON THE SUMMARY FOR INFORMATION ONLY. A BALANCE
      *        BELOW THE LIMIT IS ALSO LISTED AS AN EXCEPTION.
      *      - AN ESCHEATED ACCOUNT (IDX-STATUS 'E') BELONGS TO THE
      *        STATE, NOT THE CUSTOMER: IT IS LEFT OUT OF COVERAGE
      *        AND LISTED SEPARATELY WITH WHAT IS LEFT ON IT.
      *      AN ACCOUNT NOBODY OWNS, OR IN A CURRENCY WITH NO RATE,
      *      CANNOT BE PLACED WITH A DEPOSITOR: IT IS LISTED AS AN
      *      EXCEPTION, KEPT OFF THE SUBMISSION AND ENDS THE RUN WITH
      *      RETURN-CODE 4 SO THE FIGURE IS CORRECTED BEFORE FILING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFTER-FILE  ASSIGN TO UNLDAFT
                             STATUS ST-AFTER.
           SELECT XREF-FILE  ASSIGN TO XREFIN
                             STATUS ST-XREF.
           SELECT DATA-REC   ASSIGN TO DATAIN
                             STATUS ST-DATA-REC.
           SELECT RATE-FILE  ASSIGN TO RATEFILE
                             STATUS ST-RATE-FILE.
           SELECT PARM-FILE  ASSIGN TO DEPIPARM
                             STATUS ST-PARM.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT RETURN-FILE ASSIGN TO DEPIRTN
                             STATUS ST-RETURN.
           SELECT REPORT-FILE ASSIGN TO DEPIRPT
                             STATUS ST-REPORT.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT IDXUNLD WRITES.
       FD  AFTER-FILE RECORDING MODE F.
         01  AFT-REC.
           05 AFT-ID-I           PIC 9(05).
           05 FILLER             PIC X(01).
           05 AFT-DVZ-I          PIC 9(03).
           05 FILLER             PIC X(01).
           05 AFT-NAME-I         PIC X(15).
           05 AFT-SURNAME-I      PIC X(15).
           05 AFT-ODATE-I        PIC 9(08).
           05 FILLER             PIC X(02).
           05 AFT-LASTACT-I      PIC 9(08).
           05 FILLER             PIC X(02).
           05 AFT-BALANCE-I      PIC S9(15).
           05 FILLER             PIC X(01).
           05 AFT-ODLIMIT-I      PIC 9(15).
           05 FILLER             PIC X(01).
           05 AFT-STATUS-I       PIC X(01).
             88 AFT-ESCHEATED                VALUE 'E'.
           05 FILLER             PIC X(01).
           05 AFT-BRANCH-I       PIC 9(03).
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
      *---- SAME LAYOUT MYDCALC READS THE CUSTOMER MASTER WITH.
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
      *---- SAME RATEFILE STMTGEN, TRNPOST AND FXPOSRPT READ.
       FD  RATE-FILE RECORDING MODE F.
         01  RATE-REC.
           05 RATE-DVZ-I            PIC X(03).
           05 FILLER                PIC X(01).
           05 RATE-VALUE-I          PIC 9(05)V9(06).
      *---- ONE CARD: THE INSURED LIMIT PER DEPOSITOR IN BASE
      *      CURRENCY, THE BASE CURRENCY CODE AND THE BANK CODE THE
      *      REGULATOR KNOWS THE BANK BY. KEPT BY FINANCE AND CHANGED
      *      ONLY WHEN THE SCHEME CHANGES ITS LIMIT.
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           05 PRM-LIMIT-I           PIC 9(15).
           05 FILLER                PIC X(01).
           05 PRM-BASE-DVZ-I        PIC 9(03).
           05 FILLER                PIC X(01).
           05 PRM-BANK-I            PIC X(05).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- REGULATOR SUBMISSION. ONE HEADER, ONE DETAIL PER
      *      DEPOSITOR, ONE TRAILER WITH THE DETAIL COUNT AND THE
      *      HASH TOTALS OF THE THREE AMOUNT COLUMNS. ALL AMOUNTS IN
      *      BASE CURRENCY.
       FD  RETURN-FILE RECORDING MODE F.
         01  RTN-HEADER-REC.
           05 RTH-TYPE-O            PIC X(01).
           05 RTH-REF-DATE-O        PIC 9(08).
           05 RTH-CREATED-O         PIC 9(08).
           05 RTH-BANK-O            PIC X(05).
           05 RTH-BASE-DVZ-O        PIC 9(03).
           05 RTH-LIMIT-O           PIC 9(15).
           05 FILLER                PIC X(60).
         01  RTN-DETAIL-REC.
           05 RTD-TYPE-O            PIC X(01).
           05 RTD-REF-DATE-O        PIC 9(08).
           05 RTD-CUST-O            PIC 9(05).
           05 RTD-SURNAME-O         PIC X(15).
           05 RTD-NAME-O            PIC X(15).
           05 RTD-ACCTS-O           PIC 9(03).
           05 RTD-DEPOSITS-O        PIC 9(15).
           05 RTD-INSURED-O         PIC 9(15).
           05 RTD-UNINSURED-O       PIC 9(15).
           05 FILLER                PIC X(08).
         01  RTN-TRAILER-REC.
           05 RTT-TYPE-O            PIC X(01).
           05 RTT-REF-DATE-O        PIC 9(08).
           05 RTT-COUNT-O           PIC 9(07).
           05 RTT-DEPOSITS-O        PIC 9(17).
           05 RTT-INSURED-O         PIC 9(17).
           05 RTT-UNINSURED-O       PIC 9(17).
           05 FILLER                PIC X(33).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(132).
      *---- ONE OWNER'S SHARE OF ONE ACCOUNT/CURRENCY IN BASE
      *      CURRENCY, SORTED SO EACH CUSTOMER COMES OUT AS ONE GROUP.
       SD  SORT-WORK.
         01  SRT-REC.
           05 SRT-CUST              PIC 9(05).
           05 SRT-ACCT              PIC 9(05).
           05 SRT-DVZ               PIC 9(03).
           05 SRT-BASE              PIC S9(17).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-AFTER          PIC 9(02).
             88 AFTER-EOF                 VALUE 10.
             88 AFTER-OK                  VALUE 00 97.
           05 ST-XREF           PIC 9(02).
             88 XREF-EOF                  VALUE 10.
             88 XREF-OK                   VALUE 00 97.
           05 ST-DATA-REC       PIC 9(02).
             88 DATA-REC-EOF              VALUE 10.
             88 DATA-REC-OK               VALUE 00 97.
           05 ST-RATE-FILE      PIC 9(02).
             88 RATE-FILE-EOF             VALUE 10.
             88 RATE-FILE-OK              VALUE 00 97.
           05 ST-PARM           PIC 9(02).
             88 PARM-OK                   VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-RETURN         PIC 9(02).
             88 RETURN-OK                 VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-CREATED-GREG   PIC 9(08).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-LOOK-ID        PIC 9(05).
           05 WS-LOOK-ACCT      PIC 9(05).
           05 WS-LOOK-DVZ       PIC 9(03).
           05 WS-SORT-EOF-SW    PIC X(01).
             88 SORT-RETURN-EOF           VALUE 'Y'.
             88 SORT-RETURN-MORE          VALUE 'N'.
           05 WS-OVERDRAWN-BY   PIC S9(15) COMP-3.
           05 WS-BASE-BALANCE   PIC S9(17) COMP-3.
           05 WS-SHARE          PIC S9(17) COMP-3.
           05 WS-SHARE-ODD      PIC S9(17) COMP-3.

      *---- THE SCHEME PARAMETERS FROM DEPIPARM.
         01  WS-SCHEME-DATA.
           05 WS-INSURED-LIMIT  PIC 9(15)     VALUE 0.
           05 WS-BASE-DVZ       PIC 9(03)     VALUE 0.
           05 WS-BANK-CODE      PIC X(05)     VALUE SPACES.

      *---- THE OWNERS OF THE ACCOUNT/CURRENCY BEING SHARED OUT, AND
      *      WHICH OF THEM IS THE PRIMARY (THE FIRST OWNER WHEN NONE
      *      IS MARKED 'P').
         01  WS-OWNER-LIST.
           05 WS-OWN-COUNT       PIC 9(03) COMP.
           05 WS-OWN-SUB         PIC 9(03) COMP.
           05 WS-OWN-PRIMARY     PIC 9(03) COMP.
           05 WS-OWN-CUST        PIC 9(05) OCCURS 20 TIMES.

      *---- THE DEPOSITOR BEING ACCUMULATED ON THE OUTPUT SIDE OF THE
      *      SORT, AND THE SUBMISSION'S RUNNING HASH TOTALS.
         01  WS-BREAK-DATA.
           05 WS-CUR-CUST        PIC 9(05).
           05 WS-CUS-NAME        PIC X(15).
           05 WS-CUS-SURNAME     PIC X(15).
           05 WS-CUS-ACCTS       PIC 9(03) COMP.
           05 WS-CUS-DEPOSITS    PIC S9(17) COMP-3.
           05 WS-CUS-OVERDRAWN   PIC S9(17) COMP-3.
           05 WS-CUS-INSURED     PIC S9(17) COMP-3.
           05 WS-CUS-UNINSURED   PIC S9(17) COMP-3.
           05 WS-RTN-DEPOSITS    PIC S9(17) COMP-3 VALUE 0.
           05 WS-RTN-INSURED     PIC S9(17) COMP-3 VALUE 0.
           05 WS-RTN-UNINSURED   PIC S9(17) COMP-3 VALUE 0.
           05 WS-ESCH-BASE       PIC S9(17) COMP-3 VALUE 0.

      *---- OWNING LINKS ONLY. A LINK WITH NO ROLE PREDATES ROLES AND
      *      IS A SOLE OWNER.
         01  WS-XREF-TABLE.
           05 WS-XRF-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-XRF-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-XRF-IDX.
             10 WS-XRF-CUST      PIC 9(05).
             10 WS-XRF-ACCT      PIC 9(05).
             10 WS-XRF-DVZ       PIC 9(03).
             10 WS-XRF-ROLE      PIC X(01).
           05 WS-XRF-FULL-SW     PIC X(01) VALUE 'N'.
             88 XRF-TABLE-FULL            VALUE 'Y'.

         01  WS-CUSTOMER-TABLE.
           05 WS-CST-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-CST-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-CST-IDX.
             10 WS-CST-ID        PIC 9(05).
             10 WS-CST-NAME      PIC X(15).
             10 WS-CST-SURNAME   PIC X(15).
           05 WS-CST-FOUND-SW    PIC X(01).
             88 CST-FOUND                 VALUE 'Y'.
             88 CST-NOT-FOUND             VALUE 'N'.

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

         01  WS-CONTROL-TOTALS.
           05 WS-UNLD-READ-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-UNLD-BAD-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-ESCH-COUNT       PIC 9(07) COMP VALUE 0.
           05 WS-NORATE-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-UNOWNED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-OVERDRAWN-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-PAST-LIMIT-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-JOINT-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-COVERED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-CUST-COUNT       PIC 9(07) COMP VALUE 0.
           05 WS-NO-DEPOSIT-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-OVER-LIMIT-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-NO-NAME-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-RTN-COUNT        PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(34)
                   VALUE 'Deposit Insurance Coverage  As Of '.
           05  HDR-DATE-O     PIC 9(08).
           05  FILLER         PIC X(17) VALUE '  Insured Limit '.
           05  HDR-LIMIT-O    PIC Z(14)9.
           05  FILLER         PIC X(11) VALUE '  Base Dvz '.
           05  HDR-BASE-O     PIC 9(03).
           05  FILLER         PIC X(07) VALUE '  Bank '.
           05  HDR-BANK-O     PIC X(05).
           05  FILLER         PIC X(32) VALUE SPACES.
         01  EXC-HEADER.
           05  FILLER         PIC X(25) VALUE 'Exceptions'.
           05  FILLER         PIC X(09) VALUE 'C.No Dvz '.
           05  FILLER         PIC X(17) VALUE '   Native Balance'.
           05  FILLER         PIC X(16) VALUE '        OD Limit'.
           05  FILLER         PIC X(65) VALUE SPACES.
         01  EXCEPTION-LINE.
           05  EXC-TEXT-O     PIC X(24).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EXC-ACCT-O     PIC 9(05).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EXC-DVZ-O      PIC 9(03).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EXC-BALANCE-O  PIC -(15)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  EXC-ODLIMIT-O  PIC Z(14)9.
           05  FILLER         PIC X(65) VALUE SPACES.
         01  CUS-HEADER.
           05  FILLER         PIC X(06) VALUE 'Cust  '.
           05  FILLER         PIC X(16) VALUE 'Surname'.
           05  FILLER         PIC X(16) VALUE 'Name'.
           05  FILLER         PIC X(05) VALUE 'Accts'.
           05  FILLER         PIC X(18) VALUE '          Deposits'.
           05  FILLER         PIC X(18) VALUE '         Overdrawn'.
           05  FILLER         PIC X(18) VALUE '           Insured'.
           05  FILLER         PIC X(18) VALUE '         Uninsured'.
           05  FILLER         PIC X(17) VALUE SPACES.
         01  CUSTOMER-LINE.
           05  CUS-CUST-O     PIC 9(05).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CUS-SURNAME-O  PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CUS-NAME-O     PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CUS-ACCTS-O    PIC Z(04)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CUS-DEPOSITS-O PIC Z(16)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CUS-OVERDRAWN-O PIC Z(16)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CUS-INSURED-O  PIC Z(16)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CUS-UNINSURED-O PIC Z(16)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CUS-TAG-O      PIC X(14).
           05  FILLER         PIC X(02) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(30).
           05 TOT-VALUE-O         PIC -(17)9.
           05 FILLER              PIC X(84) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H110-READ-SCHEME-PARAMETERS
           PERFORM H150-WRITE-HEADERS
           PERFORM H160-LOAD-OWNERS
           PERFORM H165-LOAD-CUSTOMERS
           PERFORM H170-LOAD-RATE-TABLE
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CUST SRT-ACCT SRT-DVZ
               INPUT PROCEDURE H200-RELEASE-SHARES
               OUTPUT PROCEDURE H500-WRITE-COVERAGE
           IF SORT-RETURN NOT = 0
               DISPLAY 'UNABLE TO SORT DEPOSITS, SORT-RETURN='
                   SORT-RETURN
               MOVE SORT-RETURN TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  AFTER-FILE.
           OPEN INPUT  XREF-FILE.
           OPEN INPUT  DATA-REC.
           OPEN INPUT  RATE-FILE.
           OPEN INPUT  PARM-FILE.
           OPEN OUTPUT RETURN-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           COMPUTE WS-CREATED-GREG =
               FUNCTION NUMVAL (WS-RUN-TIMESTAMP (1:8)).
           IF (NOT AFTER-OK)
           DISPLAY 'UNABLE TO OPEN UNLDAFT: ' ST-AFTER
           MOVE ST-AFTER TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT XREF-OK)
           DISPLAY 'UNABLE TO OPEN XREFIN: ' ST-XREF
           MOVE ST-XREF TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT DATA-REC-OK)
           DISPLAY 'UNABLE TO OPEN DATAIN: ' ST-DATA-REC
           MOVE ST-DATA-REC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RATE-FILE-OK)
           DISPLAY 'UNABLE TO OPEN RATEFILE: ' ST-RATE-FILE
           MOVE ST-RATE-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *---- WITHOUT THE LIMIT THERE IS NOTHING TO INSURE TO, SO
      *      DEPIPARM IS REQUIRED.
           IF (NOT PARM-OK)
           DISPLAY 'UNABLE TO OPEN DEPIPARM: ' ST-PARM
           MOVE ST-PARM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RETURN-OK)
           DISPLAY 'UNABLE TO OPEN DEPIRTN: ' ST-RETURN
           MOVE ST-RETURN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN DEPIRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. THE DATE IS
      *      THE REFERENCE DATE OF THE SUBMISSION, THE DAY WHOSE
      *      CLOSING BALANCES UNLDAFT HOLDS.
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

      *---- A MISSING OR ZERO LIMIT WOULD REPORT EVERY DEPOSIT AS
      *      UNINSURED, SO THE RUN STOPS WITH NOTHING WRITTEN.
       H110-READ-SCHEME-PARAMETERS.
           READ PARM-FILE
               AT END CONTINUE
           END-READ.
           IF PARM-OK AND PRM-LIMIT-I IS NUMERIC AND PRM-LIMIT-I > 0
              AND PRM-BASE-DVZ-I IS NUMERIC
               MOVE PRM-LIMIT-I    TO WS-INSURED-LIMIT
               MOVE PRM-BASE-DVZ-I TO WS-BASE-DVZ
               MOVE PRM-BANK-I     TO WS-BANK-CODE
           ELSE
               DISPLAY 'DEPINS: NO VALID INSURED LIMIT ON DEPIPARM'
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           MOVE WS-TODAY-GREG    TO HDR-DATE-O.
           MOVE WS-INSURED-LIMIT TO HDR-LIMIT-O.
           MOVE WS-BASE-DVZ      TO HDR-BASE-O.
           MOVE WS-BANK-CODE     TO HDR-BANK-O.
           WRITE RPT-REC FROM RPT-HEADER-1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM EXC-HEADER.
       H150-END. EXIT.

       H160-LOAD-OWNERS.
           READ XREF-FILE
               AT END SET XREF-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-LINK UNTIL XREF-EOF.
       H160-END. EXIT.

      *---- ONLY THE OWNING ROLES ARE KEPT - AN ATTORNEY, GUARDIAN OR
      *      BENEFICIARY HAS NO CLAIM OF THEIR OWN ON THE DEPOSIT.
       LOAD-NEXT-LINK.
           IF XRF-CUST-I IS NUMERIC AND XRF-ACCT-I IS NUMERIC
              AND XRF-DVZ-I IS NUMERIC
              AND (XRF-ROLE-I = 'P' OR 'J' OR SPACE OR LOW-VALUE)
               IF WS-XRF-COUNT < 9999
                   ADD 1 TO WS-XRF-COUNT
                   SET WS-XRF-IDX TO WS-XRF-COUNT
                   MOVE XRF-CUST-I TO WS-XRF-CUST(WS-XRF-IDX)
                   MOVE XRF-ACCT-I TO WS-XRF-ACCT(WS-XRF-IDX)
                   MOVE XRF-DVZ-I  TO WS-XRF-DVZ(WS-XRF-IDX)
                   IF XRF-ROLE-I = 'J'
                       MOVE 'J' TO WS-XRF-ROLE(WS-XRF-IDX)
                   ELSE
                       MOVE 'P' TO WS-XRF-ROLE(WS-XRF-IDX)
                   END-IF
               ELSE
                   DISPLAY 'WS-XREF-TABLE FULL, SKIPPING CUST='
                       XRF-CUST-I ' ACCT=' XRF-ACCT-I
                   SET XRF-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           READ XREF-FILE
               AT END SET XREF-EOF TO TRUE
           END-READ.
       LOAD-NEXT-LINK-END. EXIT.

       H165-LOAD-CUSTOMERS.
           READ DATA-REC
               AT END SET DATA-REC-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-CUSTOMER UNTIL DATA-REC-EOF.
       H165-END. EXIT.

       LOAD-NEXT-CUSTOMER.
           IF DATA-BASE-REC AND DATA-ID IS NUMERIC
               IF WS-CST-COUNT < 9999
                   ADD 1 TO WS-CST-COUNT
                   SET WS-CST-IDX TO WS-CST-COUNT
                   COMPUTE WS-CST-ID(WS-CST-IDX) =
                       FUNCTION NUMVAL(DATA-ID)
                   MOVE DATA-NAME    TO WS-CST-NAME(WS-CST-IDX)
                   MOVE DATA-SURNAME TO WS-CST-SURNAME(WS-CST-IDX)
               ELSE
                   DISPLAY 'WS-CUSTOMER-TABLE FULL, SKIPPING ID='
                       DATA-ID
               END-IF
           END-IF.
           READ DATA-REC
               AT END SET DATA-REC-EOF TO TRUE
           END-READ.
       LOAD-NEXT-CUSTOMER-END. EXIT.

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

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED.
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

      *---- EVERY ACCOUNT ON THE UNLOAD IS EITHER SHARED OUT TO ITS
      *      OWNERS OR LISTED AS AN EXCEPTION.
       H200-RELEASE-SHARES.
           READ AFTER-FILE
               AT END SET AFTER-EOF TO TRUE
           END-READ.
           PERFORM RELEASE-NEXT-ACCOUNT UNTIL AFTER-EOF.
       H200-END. EXIT.

       RELEASE-NEXT-ACCOUNT.
           ADD 1 TO WS-UNLD-READ-COUNT.
           IF AFT-ID-I IS NOT NUMERIC OR AFT-DVZ-I IS NOT NUMERIC
              OR AFT-BALANCE-I IS NOT NUMERIC
               ADD 1 TO WS-UNLD-BAD-COUNT
           ELSE
               IF AFT-ESCHEATED
                   PERFORM LIST-ESCHEATED-ACCOUNT
               ELSE
                   PERFORM SHARE-OUT-ACCOUNT
               END-IF
           END-IF.
           READ AFTER-FILE
               AT END SET AFTER-EOF TO TRUE
           END-READ.
       RELEASE-NEXT-ACCOUNT-END. EXIT.

      *---- WHAT IS LEFT ON AN ESCHEATED ACCOUNT IS NOT INSURED. IT IS
      *      LISTED WITH ITS BALANCE AND TOTALLED IN BASE CURRENCY
      *      WHERE THERE IS A RATE FOR IT.
       LIST-ESCHEATED-ACCOUNT.
           ADD 1 TO WS-ESCH-COUNT.
           MOVE 'ESCHEATED - NOT COVERED' TO EXC-TEXT-O.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE AFT-DVZ-I TO WS-LOOK-DVZ.
           PERFORM FIND-RATE.
           IF RATE-FOUND
               COMPUTE WS-BASE-BALANCE ROUNDED =
                   AFT-BALANCE-I * WS-RATE-VALUE(WS-RATE-IDX)
               ADD WS-BASE-BALANCE TO WS-ESCH-BASE
           END-IF.
       LIST-ESCHEATED-ACCOUNT-END. EXIT.

      *---- THE BALANCE IS CONVERTED TO BASE CURRENCY ONCE AND THEN
      *      SPLIT; THE PART THAT DOES NOT DIVIDE EVENLY GOES TO THE
      *      PRIMARY SO THE SHARES ALWAYS ADD BACK TO THE BALANCE.
       SHARE-OUT-ACCOUNT.
           MOVE AFT-DVZ-I TO WS-LOOK-DVZ.
           PERFORM FIND-RATE.
           PERFORM COLLECT-OWNERS.
           IF RATE-NOT-FOUND
               ADD 1 TO WS-NORATE-COUNT
               MOVE 'NO RATE - NOT PLACED' TO EXC-TEXT-O
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF WS-OWN-COUNT = 0
                   ADD 1 TO WS-UNOWNED-COUNT
                   MOVE 'NO OWNER - NOT PLACED' TO EXC-TEXT-O
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM CHECK-OVERDRAWN-ACCOUNT
                   ADD 1 TO WS-COVERED-COUNT
                   IF WS-OWN-COUNT > 1
                       ADD 1 TO WS-JOINT-COUNT
                   END-IF
                   COMPUTE WS-BASE-BALANCE ROUNDED =
                       AFT-BALANCE-I * WS-RATE-VALUE(WS-RATE-IDX)
                   COMPUTE WS-SHARE = WS-BASE-BALANCE / WS-OWN-COUNT
                   COMPUTE WS-SHARE-ODD =
                       WS-BASE-BALANCE - WS-SHARE * WS-OWN-COUNT
                   PERFORM RELEASE-OWNER-SHARE
                       VARYING WS-OWN-SUB FROM 1 BY 1
                       UNTIL WS-OWN-SUB > WS-OWN-COUNT
               END-IF
           END-IF.
       SHARE-OUT-ACCOUNT-END. EXIT.

      *---- AN OVERDRAFT WITHIN THE LIMIT IS NORMAL BUSINESS AND ONLY
      *      COUNTED; ONE BEYOND IT IS LISTED SO CREDIT CAN LOOK AT IT.
      *      EITHER WAY THE ACCOUNT COUNTS AS A ZERO DEPOSIT.
       CHECK-OVERDRAWN-ACCOUNT.
           IF AFT-BALANCE-I < 0
               ADD 1 TO WS-OVERDRAWN-COUNT
               COMPUTE WS-OVERDRAWN-BY = 0 - AFT-BALANCE-I
               IF AFT-ODLIMIT-I IS NOT NUMERIC
                  OR WS-OVERDRAWN-BY > AFT-ODLIMIT-I
                   ADD 1 TO WS-PAST-LIMIT-COUNT
                   MOVE 'OVERDRAWN PAST LIMIT' TO EXC-TEXT-O
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
       CHECK-OVERDRAWN-ACCOUNT-END. EXIT.

      *---- SCANS THE WHOLE LINK TABLE SO EVERY OWNER OF THE ACCOUNT/
      *      CURRENCY IS FOUND, NOT JUST THE FIRST.
       COLLECT-OWNERS.
           MOVE 0 TO WS-OWN-COUNT.
           MOVE 1 TO WS-OWN-PRIMARY.
           MOVE AFT-ID-I TO WS-LOOK-ACCT.
           IF WS-XRF-COUNT > 0
               PERFORM CHECK-OWNER-LINK
                   VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
           END-IF.
       COLLECT-OWNERS-END. EXIT.

       CHECK-OWNER-LINK.
           IF WS-XRF-ACCT(WS-XRF-IDX) = WS-LOOK-ACCT
              AND WS-XRF-DVZ(WS-XRF-IDX) = WS-LOOK-DVZ
               IF WS-OWN-COUNT < 20
                   ADD 1 TO WS-OWN-COUNT
                   MOVE WS-XRF-CUST(WS-XRF-IDX)
                       TO WS-OWN-CUST(WS-OWN-COUNT)
                   IF WS-XRF-ROLE(WS-XRF-IDX) = 'P'
                       MOVE WS-OWN-COUNT TO WS-OWN-PRIMARY
                   END-IF
               ELSE
                   DISPLAY 'WS-OWNER-LIST FULL, SKIPPING CUST='
                       WS-XRF-CUST(WS-XRF-IDX) ' ACCT=' WS-LOOK-ACCT
               END-IF
           END-IF.
       CHECK-OWNER-LINK-END. EXIT.

       RELEASE-OWNER-SHARE.
           MOVE WS-OWN-CUST(WS-OWN-SUB) TO SRT-CUST.
           MOVE AFT-ID-I                TO SRT-ACCT.
           MOVE AFT-DVZ-I               TO SRT-DVZ.
           IF WS-OWN-SUB = WS-OWN-PRIMARY
               COMPUTE SRT-BASE = WS-SHARE + WS-SHARE-ODD
           ELSE
               MOVE WS-SHARE TO SRT-BASE
           END-IF.
           RELEASE SRT-REC.
       RELEASE-OWNER-SHARE-END. EXIT.

       WRITE-EXCEPTION-LINE.
           MOVE AFT-ID-I      TO EXC-ACCT-O.
           MOVE AFT-DVZ-I     TO EXC-DVZ-O.
           MOVE AFT-BALANCE-I TO EXC-BALANCE-O.
           IF AFT-ODLIMIT-I IS NUMERIC
               MOVE AFT-ODLIMIT-I TO EXC-ODLIMIT-O
           ELSE
               MOVE 0 TO EXC-ODLIMIT-O
           END-IF.
           WRITE RPT-REC FROM EXCEPTION-LINE.
       WRITE-EXCEPTION-LINE-END. EXIT.

      *---- ONE SUMMARY LINE PER CUSTOMER WHO OWNS ANYTHING; ONLY A
      *      CUSTOMER WITH A DEPOSIT TO INSURE GOES ON THE SUBMISSION.
       H500-WRITE-COVERAGE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM CUS-HEADER.
           PERFORM WRITE-RETURN-HEADER.
           SET SORT-RETURN-MORE TO TRUE.
           PERFORM RETURN-NEXT-SHARE.
           PERFORM PROCESS-DEPOSITOR UNTIL SORT-RETURN-EOF.
           PERFORM WRITE-RETURN-TRAILER.
       H500-END. EXIT.

       RETURN-NEXT-SHARE.
           RETURN SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
       RETURN-NEXT-SHARE-END. EXIT.

      *---- CREDIT SHARES ADD UP TO THE DEPOSIT; DEBIT SHARES ARE
      *      KEPT APART AND NEVER REDUCE IT. THE INSURED PART IS THE
      *      DEPOSIT UP TO THE LIMIT, THE REST IS UNINSURED.
       PROCESS-DEPOSITOR.
           MOVE SRT-CUST TO WS-CUR-CUST.
           MOVE 0 TO WS-CUS-ACCTS.
           MOVE 0 TO WS-CUS-DEPOSITS.
           MOVE 0 TO WS-CUS-OVERDRAWN.
           PERFORM ADD-DEPOSITOR-SHARE
               UNTIL SORT-RETURN-EOF
                  OR SRT-CUST NOT = WS-CUR-CUST.
           IF WS-CUS-DEPOSITS > WS-INSURED-LIMIT
               MOVE WS-INSURED-LIMIT TO WS-CUS-INSURED
               ADD 1 TO WS-OVER-LIMIT-COUNT
           ELSE
               MOVE WS-CUS-DEPOSITS  TO WS-CUS-INSURED
           END-IF.
           COMPUTE WS-CUS-UNINSURED = WS-CUS-DEPOSITS - WS-CUS-INSURED.
           ADD 1 TO WS-CUST-COUNT.
           MOVE SPACES TO WS-CUS-NAME.
           MOVE SPACES TO WS-CUS-SURNAME.
           MOVE WS-CUR-CUST TO WS-LOOK-ID.
           PERFORM FIND-CUSTOMER.
           IF CST-FOUND
               MOVE WS-CST-NAME(WS-CST-IDX)    TO WS-CUS-NAME
               MOVE WS-CST-SURNAME(WS-CST-IDX) TO WS-CUS-SURNAME
           ELSE
               ADD 1 TO WS-NO-NAME-COUNT
           END-IF.
           PERFORM WRITE-CUSTOMER-LINE.
           IF WS-CUS-DEPOSITS > 0
               PERFORM WRITE-RETURN-DETAIL
           ELSE
               ADD 1 TO WS-NO-DEPOSIT-COUNT
           END-IF.
       PROCESS-DEPOSITOR-END. EXIT.

       ADD-DEPOSITOR-SHARE.
           ADD 1 TO WS-CUS-ACCTS.
           IF SRT-BASE > 0
               ADD SRT-BASE TO WS-CUS-DEPOSITS
           ELSE
               SUBTRACT SRT-BASE FROM WS-CUS-OVERDRAWN
           END-IF.
           PERFORM RETURN-NEXT-SHARE.
       ADD-DEPOSITOR-SHARE-END. EXIT.

       WRITE-CUSTOMER-LINE.
           MOVE WS-CUR-CUST      TO CUS-CUST-O.
           MOVE WS-CUS-SURNAME   TO CUS-SURNAME-O.
           MOVE WS-CUS-NAME      TO CUS-NAME-O.
           MOVE WS-CUS-ACCTS     TO CUS-ACCTS-O.
           MOVE WS-CUS-DEPOSITS  TO CUS-DEPOSITS-O.
           MOVE WS-CUS-OVERDRAWN TO CUS-OVERDRAWN-O.
           MOVE WS-CUS-INSURED   TO CUS-INSURED-O.
           MOVE WS-CUS-UNINSURED TO CUS-UNINSURED-O.
           EVALUATE TRUE
               WHEN CST-NOT-FOUND
                   MOVE 'NOT ON DATAIN'  TO CUS-TAG-O
               WHEN WS-CUS-DEPOSITS = 0
                   MOVE 'NO DEPOSIT'     TO CUS-TAG-O
               WHEN WS-CUS-UNINSURED > 0
                   MOVE 'OVER LIMIT'     TO CUS-TAG-O
               WHEN OTHER
                   MOVE SPACES           TO CUS-TAG-O
           END-EVALUATE.
           WRITE RPT-REC FROM CUSTOMER-LINE.
       WRITE-CUSTOMER-LINE-END. EXIT.

       WRITE-RETURN-HEADER.
           MOVE SPACES           TO RTN-HEADER-REC.
           MOVE 'H'              TO RTH-TYPE-O.
           MOVE WS-TODAY-GREG    TO RTH-REF-DATE-O.
           MOVE WS-CREATED-GREG  TO RTH-CREATED-O.
           MOVE WS-BANK-CODE     TO RTH-BANK-O.
           MOVE WS-BASE-DVZ      TO RTH-BASE-DVZ-O.
           MOVE WS-INSURED-LIMIT TO RTH-LIMIT-O.
           WRITE RTN-HEADER-REC.
       WRITE-RETURN-HEADER-END. EXIT.

       WRITE-RETURN-DETAIL.
           MOVE SPACES           TO RTN-DETAIL-REC.
           MOVE 'D'              TO RTD-TYPE-O.
           MOVE WS-TODAY-GREG    TO RTD-REF-DATE-O.
           MOVE WS-CUR-CUST      TO RTD-CUST-O.
           MOVE WS-CUS-SURNAME   TO RTD-SURNAME-O.
           MOVE WS-CUS-NAME      TO RTD-NAME-O.
           MOVE WS-CUS-ACCTS     TO RTD-ACCTS-O.
           MOVE WS-CUS-DEPOSITS  TO RTD-DEPOSITS-O.
           MOVE WS-CUS-INSURED   TO RTD-INSURED-O.
           MOVE WS-CUS-UNINSURED TO RTD-UNINSURED-O.
           WRITE RTN-DETAIL-REC.
           ADD 1                 TO WS-RTN-COUNT.
           ADD WS-CUS-DEPOSITS   TO WS-RTN-DEPOSITS.
           ADD WS-CUS-INSURED    TO WS-RTN-INSURED.
           ADD WS-CUS-UNINSURED  TO WS-RTN-UNINSURED.
       WRITE-RETURN-DETAIL-END. EXIT.

       WRITE-RETURN-TRAILER.
           MOVE SPACES           TO RTN-TRAILER-REC.
           MOVE 'T'              TO RTT-TYPE-O.
           MOVE WS-TODAY-GREG    TO RTT-REF-DATE-O.
           MOVE WS-RTN-COUNT     TO RTT-COUNT-O.
           MOVE WS-RTN-DEPOSITS  TO RTT-DEPOSITS-O.
           MOVE WS-RTN-INSURED   TO RTT-INSURED-O.
           MOVE WS-RTN-UNINSURED TO RTT-UNINSURED-O.
           WRITE RTN-TRAILER-REC.
       WRITE-RETURN-TRAILER-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-CST-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
       FIND-CUSTOMER.
           SET CST-NOT-FOUND TO TRUE.
           IF WS-CST-COUNT > 0
               PERFORM SEARCH-CUSTOMER
                   VARYING WS-CST-IDX FROM 1 BY 1
                   UNTIL WS-CST-IDX > WS-CST-COUNT
                      OR CST-FOUND
               IF CST-FOUND
                   SET WS-CST-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-CUSTOMER-END. EXIT.

       SEARCH-CUSTOMER.
           IF WS-CST-ID(WS-CST-IDX) = WS-LOOK-ID
               SET CST-FOUND TO TRUE
           END-IF.
       SEARCH-CUSTOMER-END. EXIT.

      *---- AN ACCOUNT THAT COULD NOT BE PLACED WITH A DEPOSITOR, OR
      *      A FULL LINK TABLE, GIVES RETURN-CODE 4 - THE SUBMISSION
      *      IS SHORT AND MUST NOT BE FILED AS IT STANDS.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'UNLOAD RECORDS READ'         TO TOT-LABEL-O.
           MOVE WS-UNLD-READ-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'UNLOAD RECORDS UNUSABLE'     TO TOT-LABEL-O.
           MOVE WS-UNLD-BAD-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS COVERED'            TO TOT-LABEL-O.
           MOVE WS-COVERED-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE '  OF WHICH JOINT'            TO TOT-LABEL-O.
           MOVE WS-JOINT-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE '  OF WHICH OVERDRAWN'        TO TOT-LABEL-O.
           MOVE WS-OVERDRAWN-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE '  OF WHICH PAST OD LIMIT'    TO TOT-LABEL-O.
           MOVE WS-PAST-LIMIT-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS ESCHEATED'          TO TOT-LABEL-O.
           MOVE WS-ESCH-COUNT                 TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS NO OWNER'           TO TOT-LABEL-O.
           MOVE WS-UNOWNED-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS NO RATE'            TO TOT-LABEL-O.
           MOVE WS-NORATE-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CUSTOMERS REPORTED'          TO TOT-LABEL-O.
           MOVE WS-CUST-COUNT                 TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE '  OF WHICH NO DEPOSIT'       TO TOT-LABEL-O.
           MOVE WS-NO-DEPOSIT-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE '  OF WHICH OVER LIMIT'       TO TOT-LABEL-O.
           MOVE WS-OVER-LIMIT-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE '  OF WHICH NOT ON DATAIN'    TO TOT-LABEL-O.
           MOVE WS-NO-NAME-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'RETURN DETAIL RECORDS'       TO TOT-LABEL-O.
           MOVE WS-RTN-COUNT                  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'TOTAL DEPOSITS (BASE)'       TO TOT-LABEL-O.
           MOVE WS-RTN-DEPOSITS               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'TOTAL INSURED (BASE)'        TO TOT-LABEL-O.
           MOVE WS-RTN-INSURED                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'TOTAL UNINSURED (BASE)'      TO TOT-LABEL-O.
           MOVE WS-RTN-UNINSURED              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ESCHEATED BALANCES (BASE)'   TO TOT-LABEL-O.
           MOVE WS-ESCH-BASE                  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           IF WS-UNOWNED-COUNT > 0 OR WS-NORATE-COUNT > 0
              OR XRF-TABLE-FULL
               DISPLAY 'DEPINS: ' WS-UNOWNED-COUNT
                   ' ACCOUNT(S) WITHOUT OWNER, ' WS-NORATE-COUNT
                   ' WITHOUT RATE'
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE AFTER-FILE
           CLOSE XREF-FILE
           CLOSE DATA-REC
           CLOSE RATE-FILE
           CLOSE PARM-FILE
           CLOSE RETURN-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
