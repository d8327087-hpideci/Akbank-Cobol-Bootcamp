       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- YEAR-END WITHHOLDING TAX CERTIFICATES AND ANNUAL RETURN.
      *      VSAMTOQ, INTACCR AND ACCTCLS WRITE A TAXREMIT RECORD FOR
      *      EVERY WITHHOLDING; THE QUARTERLY REMITTANCE IS FILED OFF
      *      THOSE, BUT AT YEAR END CUSTOMERS ASK FOR A STATEMENT OF
      *      WHAT THEY EARNED AND WHAT WAS WITHHELD. THIS PROGRAM
      *      READS THE YEAR'S TAXREMIT FILES (TAXIN, CONCATENATED IN
      *      THE JCL THE WAY GLFEED TAKES THE DAY'S), KEEPS ONLY THE
      *      RECORDS STAMPED IN THE TAX YEAR, AND ROLLS EACH ACCOUNT/
      *      CURRENCY UP TO ITS PRIMARY HOLDER THROUGH XREFIN. IT
      *      PRINTS ONE CERTIFICATE PER CUSTOMER (TAXCERT: NAME AND
      *      ADDRESS BLOCK FROM ADDROUT, GROSS, TAX AND NET PER
      *      CURRENCY) AND WRITES THE FIXED-FORMAT ANNUAL RETURN THE
      *      TAX AUTHORITY TAKES (TAXRTN: HEADER, ONE DETAIL PER
      *      CUSTOMER AND CURRENCY, TRAILER).
      *      BEFORE ANYTHING IS WRITTEN, THE TAX WITHHELD PER CURRENCY
      *      AND QUARTER IS PROVED AGAINST WHAT WAS ACTUALLY REMITTED
      *      (QTRREMIT, ONE LINE PER QUARTER AND CURRENCY FILED, KEPT
      *      BY FINANCE). ANY DIFFERENCE, OR A QUARTER WITH NOTHING
      *      FILED, STOPS THE RUN WITH RETURN-CODE 8 AND NO
      *      CERTIFICATES OR RETURN - THE RECONCILIATION ON TAXCRPT
      *      SHOWS WHERE. THE TAX YEAR COMES FROM THE OPTIONAL
      *      TAXYEAR CARD; NO CARD MEANS THE YEAR BEFORE TODAY, SINCE
      *      THE RUN IS MADE AFTER THE YEAR HAS CLOSED.
      *      WITHHOLDING ON AN ACCOUNT NO CUSTOMER IS PRIMARY ON
      *      CANNOT BE CERTIFIED TO ANYONE: IT STILL GOES ON THE
      *      RETURN UNDER CUSTOMER 00000 SO THE RETURN TOTALS THE
      *      REMITTANCES, IS LISTED ON TAXCRPT, AND ENDS THE RUN WITH
      *      RETURN-CODE 4.
      *2026-10-15 HCP AN ACCOUNT CLOSED DURING THE YEAR HAS NO XREFIN
      *           LINKS LEFT BY YEAR END, SO ITS WITHHOLDING (THE
      *           CLOSING INTEREST INCLUDED) WENT TO CUSTOMER 00000.
      *           THE LINKS ACCTCLS DROPS ARE NOW READ BACK FROM ITS
      *           CLOSED-LINK FILES (XREFCLS, CONCATENATED FOR THE
      *           YEAR LIKE TAXIN) WHEN XREFIN HAS NO PRIMARY HOLDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-REMIT-FILE ASSIGN TO TAXIN
                             STATUS ST-TAXREMIT.
           SELECT QTR-REMIT-FILE ASSIGN TO QTRREMIT
                             STATUS ST-QTR.
           SELECT TAX-YEAR-FILE ASSIGN TO TAXYEAR
                             STATUS ST-TAXYEAR.
           SELECT XREF-FILE  ASSIGN TO XREFIN
                             STATUS ST-XREF.
           SELECT XREF-CLS-FILE ASSIGN TO XREFCLS
                             STATUS ST-XREF-CLS.
           SELECT DATA-REC   ASSIGN TO DATAIN
                             STATUS ST-DATA-REC.
           SELECT ADDR-FILE  ASSIGN TO ADDRIN
                             STATUS ST-ADDR.
           SELECT CERT-FILE  ASSIGN TO TAXCERT
                             STATUS ST-CERT.
           SELECT RETURN-FILE ASSIGN TO TAXRTN
                             STATUS ST-RETURN.
           SELECT REPORT-FILE ASSIGN TO TAXCRPT
                             STATUS ST-REPORT.
           SELECT TAX-SORT-WORK ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
      *---- SAME LAYOUT VSAMTOQ WRITES TAXREMIT FROM.
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
           05 TAXR-TIMESTAMP-I.
             10 TAXR-YEAR-I         PIC 9(04).
             10 TAXR-MONTH-I        PIC 9(02).
             10 FILLER              PIC X(15).
      *---- ONE LINE PER QUARTER AND CURRENCY AS FILED WITH THE TAX
      *      AUTHORITY. MAINTAINED BY FINANCE WHEN EACH QUARTERLY
      *      REMITTANCE GOES IN.
       FD  QTR-REMIT-FILE RECORDING MODE F.
         01  QTR-REC.
           05 QTR-YEAR-I            PIC 9(04).
           05 FILLER                PIC X(01).
           05 QTR-QUARTER-I         PIC 9(01).
           05 FILLER                PIC X(01).
           05 QTR-DVZ-I             PIC 9(03).
           05 FILLER                PIC X(01).
           05 QTR-TAX-I             PIC 9(15).
       FD  TAX-YEAR-FILE RECORDING MODE F.
         01  TAX-YEAR-REC.
           05 TYR-YEAR-I            PIC 9(04).
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
      *---- SAME LAYOUT ACCTCLS WRITES A DROPPED LINK IN: THE LINK,
      *      THEN THE DATE ITS ACCOUNT CLOSED.
       FD  XREF-CLS-FILE RECORDING MODE F.
         01  XREF-CLS-REC.
           05 XCL-CUST-I            PIC X(05).
           05 FILLER                PIC X(01).
           05 XCL-ACCT-I            PIC X(05).
           05 FILLER                PIC X(01).
           05 XCL-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 XCL-ROLE-I            PIC X(01).
           05 FILLER                PIC X(01).
           05 XCL-CLOSED-I          PIC 9(08).
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
      *---- SAME LAYOUT MYDCALC WRITES ADDROUT FROM.
       FD  ADDR-FILE RECORDING MODE F.
         01  ADDR-REC.
           05 ADDR-ID-I             PIC X(04).
           05 ADDR-LINE1-I          PIC X(25).
           05 ADDR-LINE2-I          PIC X(25).
           05 ADDR-POSTAL-I         PIC X(05).
           05 ADDR-CITY-I           PIC X(15).
           05 ADDR-PHONE-I          PIC X(11).
       FD  CERT-FILE RECORDING MODE F.
         01  CERT-REC               PIC X(80).
      *---- ANNUAL RETURN. ONE HEADER, ONE DETAIL PER CUSTOMER AND
      *      CURRENCY, ONE TRAILER WITH THE DETAIL COUNT AND THE
      *      HASH TOTALS OF THE THREE AMOUNT COLUMNS.
       FD  RETURN-FILE RECORDING MODE F.
         01  RTN-HEADER-REC.
           05 RTH-TYPE-O            PIC X(01).
           05 RTH-YEAR-O            PIC 9(04).
           05 RTH-CREATED-O         PIC 9(08).
           05 FILLER                PIC X(87).
         01  RTN-DETAIL-REC.
           05 RTD-TYPE-O            PIC X(01).
           05 RTD-YEAR-O            PIC 9(04).
           05 RTD-CUST-O            PIC 9(05).
           05 RTD-SURNAME-O         PIC X(15).
           05 RTD-NAME-O            PIC X(15).
           05 RTD-DVZ-O             PIC 9(03).
           05 RTD-GROSS-O           PIC 9(15).
           05 RTD-TAX-O             PIC 9(15).
           05 RTD-NET-O             PIC 9(15).
           05 FILLER                PIC X(12).
         01  RTN-TRAILER-REC.
           05 RTT-TYPE-O            PIC X(01).
           05 RTT-YEAR-O            PIC 9(04).
           05 RTT-COUNT-O           PIC 9(07).
           05 RTT-GROSS-O           PIC 9(17).
           05 RTT-TAX-O             PIC 9(17).
           05 RTT-NET-O             PIC 9(17).
           05 FILLER                PIC X(37).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(80).
      *---- ONE WITHHOLDING, TAGGED WITH ITS PRIMARY HOLDER (ZERO
      *      WHEN THE ACCOUNT HAS NONE) SO THE OUTPUT SIDE CAN BREAK
      *      ON CUSTOMER, THEN CURRENCY, THEN ACCOUNT.
       SD  TAX-SORT-WORK.
         01  TSRT-REC.
           05 TSRT-KEY.
             10 TSRT-CUST        PIC 9(05).
             10 TSRT-DVZ         PIC 9(03).
             10 TSRT-ACCT        PIC 9(05).
           05 TSRT-GROSS         PIC 9(15).
           05 TSRT-TAX           PIC 9(15).
           05 TSRT-NET           PIC 9(15).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-TAXREMIT       PIC 9(02).
             88 TAXREMIT-EOF              VALUE 10.
             88 TAXREMIT-OK               VALUE 00 97.
           05 ST-QTR            PIC 9(02).
             88 QTR-EOF                   VALUE 10.
             88 QTR-OK                    VALUE 00 97.
           05 ST-TAXYEAR        PIC 9(02).
             88 TAXYEAR-OK                VALUE 00 97.
           05 ST-XREF           PIC 9(02).
             88 XREF-EOF                  VALUE 10.
             88 XREF-OK                   VALUE 00 97.
           05 ST-XREF-CLS       PIC 9(02).
             88 XREF-CLS-EOF              VALUE 10.
             88 XREF-CLS-OK               VALUE 00 97.
           05 ST-DATA-REC       PIC 9(02).
             88 DATA-REC-EOF              VALUE 10.
             88 DATA-REC-OK               VALUE 00 97.
           05 ST-ADDR           PIC 9(02).
             88 ADDR-EOF                  VALUE 10.
             88 ADDR-OK                   VALUE 00 97.
           05 ST-CERT           PIC 9(02).
             88 CERT-OK                   VALUE 00 97.
           05 ST-RETURN         PIC 9(02).
             88 RETURN-OK                 VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-TAX-YEAR       PIC 9(04).
           05 WS-QTR            PIC 9(01).
           05 WS-LOOK-ID        PIC 9(05).
           05 WS-LOOK-ACCT      PIC 9(05).
           05 WS-LOOK-DVZ       PIC 9(03).
           05 WS-LOOK-MONTH     PIC 9(06).
           05 WS-SORT-EOF-SW    PIC X(01).
             88 SORT-RETURN-EOF           VALUE 'Y'.
             88 SORT-RETURN-MORE          VALUE 'N'.
           05 WS-RECONCILED-SW  PIC X(01).
             88 YEAR-RECONCILED           VALUE 'Y'.
             88 YEAR-NOT-RECONCILED       VALUE 'N'.

      *---- THE GROUP BEING ACCUMULATED ON THE OUTPUT SIDE OF THE
      *      SORT, AND ITS RUNNING AMOUNTS PER ACCOUNT AND CURRENCY.
         01  WS-BREAK-DATA.
           05 WS-CUR-KEY.
             10 WS-CUR-CUST      PIC 9(05).
             10 WS-CUR-DVZ       PIC 9(03).
             10 WS-CUR-ACCT      PIC 9(05).
           05 WS-CERT-NAME       PIC X(15).
           05 WS-CERT-SURNAME    PIC X(15).
           05 WS-ACCT-GROSS      PIC S9(17) COMP-3.
           05 WS-ACCT-TAX        PIC S9(17) COMP-3.
           05 WS-ACCT-NET        PIC S9(17) COMP-3.
           05 WS-DVZ-GROSS       PIC S9(17) COMP-3.
           05 WS-DVZ-TAX         PIC S9(17) COMP-3.
           05 WS-DVZ-NET         PIC S9(17) COMP-3.
           05 WS-RTN-GROSS       PIC S9(17) COMP-3 VALUE 0.
           05 WS-RTN-TAX         PIC S9(17) COMP-3 VALUE 0.
           05 WS-RTN-NET         PIC S9(17) COMP-3 VALUE 0.

      *---- PRIMARY HOLDER OF EVERY ACCOUNT/CURRENCY. A LINK WITH NO
      *      ROLE PREDATES ROLES AND IS A SOLE OWNER.
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

      *---- PRIMARY HOLDER OF EVERY ACCOUNT/CURRENCY CLOSED IN THE
      *      FILES READ, WITH THE YEAR AND MONTH IT CLOSED. ONLY USED
      *      WHEN XREFIN NO LONGER KNOWS THE ACCOUNT.
         01  WS-CLOSED-LINK-TABLE.
           05 WS-XCL-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-XCL-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-XCL-IDX.
             10 WS-XCL-CUST      PIC 9(05).
             10 WS-XCL-ACCT      PIC 9(05).
             10 WS-XCL-DVZ       PIC 9(03).
             10 WS-XCL-MONTH     PIC 9(06).
           05 WS-XCL-FOUND-SW    PIC X(01).
             88 XCL-FOUND                 VALUE 'Y'.
             88 XCL-NOT-FOUND             VALUE 'N'.

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

         01  WS-ADDRESS-TABLE.
           05 WS-ADDR-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-ADDR-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-ADDR-IDX.
             10 WS-ADDR-ID       PIC 9(05).
             10 WS-ADDR-LINE1    PIC X(25).
             10 WS-ADDR-LINE2    PIC X(25).
             10 WS-ADDR-POSTAL   PIC X(05).
             10 WS-ADDR-CITY     PIC X(15).
           05 WS-ADDR-FOUND-SW   PIC X(01).
             88 ADDR-FOUND                VALUE 'Y'.
             88 ADDR-NOT-FOUND            VALUE 'N'.

      *---- TAX WITHHELD (FROM TAXREMIT) AND TAX REMITTED (FROM
      *      QTRREMIT) PER CURRENCY AND QUARTER OF THE TAX YEAR.
         01  WS-RECON-TABLE.
           05 WS-RCN-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-RCN-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-RCN-IDX.
             10 WS-RCN-DVZ       PIC 9(03).
             10 WS-RCN-QUARTER OCCURS 4 TIMES.
               15 WS-RCN-WITHHELD PIC S9(17) COMP-3.
               15 WS-RCN-REMITTED PIC S9(17) COMP-3.
           05 WS-RCN-FOUND-SW    PIC X(01).
             88 RCN-FOUND                 VALUE 'Y'.
             88 RCN-NOT-FOUND             VALUE 'N'.
           05 WS-QTR-FILED-SW    PIC X(01) OCCURS 4 TIMES.
           05 WS-RCN-DIFFERENCE  PIC S9(17) COMP-3.

         01  WS-CONTROL-TOTALS.
           05 WS-TAXR-READ-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-TAXR-OTHER-YEAR  PIC 9(07) COMP VALUE 0.
           05 WS-TAXR-USED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-UNLINKED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-CERT-COUNT       PIC 9(07) COMP VALUE 0.
           05 WS-NO-ADDR-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-RTN-COUNT        PIC 9(07) COMP VALUE 0.
           05 WS-RCN-BAD-COUNT    PIC 9(03) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(34)
                   VALUE 'Withholding Tax Year-End Run  Year'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  HDR-YEAR-O     PIC 9(04).
           05  FILLER         PIC X(06) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Run Date'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  HDR-DATE-O     PIC 9(08).
           05  FILLER         PIC X(18) VALUE SPACES.
         01  RCN-HEADER.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(02) VALUE 'Q '.
           05  FILLER         PIC X(18) VALUE '          Withheld'.
           05  FILLER         PIC X(18) VALUE '          Remitted'.
           05  FILLER         PIC X(18) VALUE '        Difference'.
           05  FILLER         PIC X(20) VALUE SPACES.
         01  RCN-DETAIL.
           05  RCN-DVZ-O      PIC 9(03).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RCN-QTR-O      PIC 9(01).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RCN-WITHHELD-O PIC Z(16)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RCN-REMITTED-O PIC Z(16)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RCN-DIFF-O     PIC -(16)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RCN-FLAG-O     PIC X(12).
           05  FILLER         PIC X(08) VALUE SPACES.
         01  RCN-QUARTER-LINE.
           05  FILLER         PIC X(08) VALUE 'QUARTER '.
           05  RCQ-QTR-O      PIC 9(01).
           05  FILLER         PIC X(30)
                   VALUE ' NOT FILED ON QTRREMIT'.
           05  FILLER         PIC X(41) VALUE SPACES.
         01  UNLINKED-LINE.
           05  FILLER         PIC X(24)
                   VALUE 'NO PRIMARY HOLDER  ACCT '.
           05  UNL-ACCT-O     PIC 9(05).
           05  FILLER         PIC X(05) VALUE ' DVZ '.
           05  UNL-DVZ-O      PIC 9(03).
           05  FILLER         PIC X(05) VALUE ' TAX '.
           05  UNL-TAX-O      PIC Z(16)9.
           05  FILLER         PIC X(21) VALUE SPACES.
         01  NO-ADDRESS-LINE.
           05  FILLER         PIC X(30)
                   VALUE 'NO ADDRESS ON FILE  CUSTOMER '.
           05  NAD-CUST-O     PIC 9(05).
           05  FILLER         PIC X(45) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(30).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(35) VALUE SPACES.

      *---- CERTIFICATE PAGE LINES.
         01  CERT-TITLE-LINE.
           05  FILLER         PIC X(37)
                   VALUE 'Withholding Tax Certificate  Tax Year'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CTL-YEAR-O     PIC 9(04).
           05  FILLER         PIC X(38) VALUE SPACES.
         01  CERT-CUSTOMER-LINE.
           05  FILLER         PIC X(12) VALUE 'Customer No '.
           05  CCL-CUST-O     PIC 9(05).
           05  FILLER         PIC X(63) VALUE SPACES.
         01  ADDRESS-BLOCK-NAME.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  ABN-NAME-O     PIC X(15).
           05  ABN-SURNAME-O  PIC X(15).
           05  FILLER         PIC X(44) VALUE SPACES.
         01  ADDRESS-BLOCK-LINE.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  ABL-TEXT-O     PIC X(25).
           05  FILLER         PIC X(49) VALUE SPACES.
         01  ADDRESS-BLOCK-CITY.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  ABC-POSTAL-O   PIC X(05).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  ABC-CITY-O     PIC X(15).
           05  FILLER         PIC X(53) VALUE SPACES.
         01  CERT-COLUMN-LINE.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(18) VALUE '      Gross Earned'.
           05  FILLER         PIC X(18) VALUE '      Tax Withheld'.
           05  FILLER         PIC X(18) VALUE '          Net Paid'.
           05  FILLER         PIC X(22) VALUE SPACES.
         01  CERT-DETAIL-LINE.
           05  CDL-DVZ-O      PIC 9(03).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CDL-GROSS-O    PIC Z(16)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CDL-TAX-O      PIC Z(16)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  CDL-NET-O      PIC Z(16)9.
           05  FILLER         PIC X(23) VALUE SPACES.
         01  CERT-END-LINE.
           05  FILLER         PIC X(58) VALUE ALL '-'.
           05  FILLER         PIC X(22) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-TAX-YEAR
           PERFORM H150-WRITE-HEADERS
           PERFORM H160-LOAD-LINKS
           PERFORM H162-LOAD-CLOSED-LINKS
           PERFORM H165-LOAD-CUSTOMERS
           PERFORM H170-LOAD-ADDRESSES
           PERFORM H180-LOAD-REMITTANCES
           SORT TAX-SORT-WORK
               ON ASCENDING KEY TSRT-CUST TSRT-DVZ TSRT-ACCT
               INPUT PROCEDURE H200-RELEASE-WITHHOLDINGS
               OUTPUT PROCEDURE H500-WRITE-CERTIFICATES
           IF SORT-RETURN NOT = 0
               DISPLAY 'UNABLE TO SORT WITHHOLDINGS, SORT-RETURN='
                   SORT-RETURN
               MOVE SORT-RETURN TO RETURN-CODE
           END-IF
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  TAX-REMIT-FILE.
           OPEN INPUT  QTR-REMIT-FILE.
           OPEN INPUT  XREF-FILE.
           OPEN INPUT  DATA-REC.
           OPEN OUTPUT CERT-FILE.
           OPEN OUTPUT RETURN-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           COMPUTE WS-TODAY-GREG =
               FUNCTION NUMVAL (WS-RUN-TIMESTAMP (1:8)).
           IF (NOT TAXREMIT-OK)
           DISPLAY 'UNABLE TO OPEN TAXIN: ' ST-TAXREMIT
           MOVE ST-TAXREMIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *---- WITHOUT THE FILINGS THERE IS NOTHING TO PROVE THE
      *      CERTIFICATES AGAINST, SO QTRREMIT IS REQUIRED.
           IF (NOT QTR-OK)
           DISPLAY 'UNABLE TO OPEN QTRREMIT: ' ST-QTR
           MOVE ST-QTR TO RETURN-CODE
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
           IF (NOT CERT-OK)
           DISPLAY 'UNABLE TO OPEN TAXCERT: ' ST-CERT
           MOVE ST-CERT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RETURN-OK)
           DISPLAY 'UNABLE TO OPEN TAXRTN: ' ST-RETURN
           MOVE ST-RETURN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN TAXCRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- TAXYEAR IS OPTIONAL - NO CARD MEANS LAST YEAR, WHICH IS
      *      WHAT A JANUARY RUN WANTS. A CARD LETS A LATE RERUN OR A
      *      CORRECTED PRIOR YEAR BE PRODUCED.
       H105-READ-TAX-YEAR.
           COMPUTE WS-TAX-YEAR = WS-TODAY-GREG / 10000 - 1.
           OPEN INPUT TAX-YEAR-FILE.
           IF TAXYEAR-OK
               READ TAX-YEAR-FILE
                   AT END CONTINUE
               END-READ
               IF TAXYEAR-OK AND TYR-YEAR-I IS NUMERIC
                   AND TYR-YEAR-I > 0
                   MOVE TYR-YEAR-I TO WS-TAX-YEAR
               END-IF
               CLOSE TAX-YEAR-FILE
           END-IF.
       H105-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           MOVE WS-TAX-YEAR   TO HDR-YEAR-O.
           MOVE WS-TODAY-GREG TO HDR-DATE-O.
           WRITE RPT-REC FROM RPT-HEADER-1.
       H150-END. EXIT.

       H160-LOAD-LINKS.
           READ XREF-FILE
               AT END SET XREF-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-LINK UNTIL XREF-EOF.
       H160-END. EXIT.

      *---- ONLY THE PRIMARY HOLDER IS CERTIFIED - A JOINT HOLDER OR
      *      ATTORNEY DOES NOT GET A SECOND CERTIFICATE FOR THE SAME
      *      WITHHOLDING.
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

      *---- XREFCLS IS OPTIONAL, AS ADDROUT IS - A YEAR WITH NO
      *      CLOSURES HAS NOTHING TO ADD, AND WITHOUT THE FILE A
      *      CLOSED ACCOUNT'S WITHHOLDING STILL SHOWS ON TAXCRPT AS
      *      HAVING NO PRIMARY HOLDER. THE DAYS MUST BE CONCATENATED
      *      OLDEST FIRST.
       H162-LOAD-CLOSED-LINKS.
           OPEN INPUT XREF-CLS-FILE.
           IF XREF-CLS-OK
               READ XREF-CLS-FILE
                   AT END SET XREF-CLS-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-CLOSED-LINK UNTIL XREF-CLS-EOF
               CLOSE XREF-CLS-FILE
           END-IF.
       H162-END. EXIT.

       LOAD-NEXT-CLOSED-LINK.
           IF XCL-CUST-I IS NUMERIC AND XCL-ACCT-I IS NUMERIC
              AND XCL-DVZ-I IS NUMERIC AND XCL-CLOSED-I IS NUMERIC
              AND (XCL-ROLE-I = 'P' OR SPACE OR LOW-VALUE)
               IF WS-XCL-COUNT < 9999
                   ADD 1 TO WS-XCL-COUNT
                   SET WS-XCL-IDX TO WS-XCL-COUNT
                   MOVE XCL-CUST-I TO WS-XCL-CUST(WS-XCL-IDX)
                   MOVE XCL-ACCT-I TO WS-XCL-ACCT(WS-XCL-IDX)
                   MOVE XCL-DVZ-I  TO WS-XCL-DVZ(WS-XCL-IDX)
                   MOVE XCL-CLOSED-I(1:6)
                       TO WS-XCL-MONTH(WS-XCL-IDX)
               ELSE
                   DISPLAY 'WS-CLOSED-LINK-TABLE FULL, SKIPPING CUST='
                       XCL-CUST-I ' ACCT=' XCL-ACCT-I
               END-IF
           END-IF.
           READ XREF-CLS-FILE
               AT END SET XREF-CLS-EOF TO TRUE
           END-READ.
       LOAD-NEXT-CLOSED-LINK-END. EXIT.

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

      *---- ADDROUT IS OPTIONAL, AS IN STMTGEN. A CERTIFICATE WITH
      *      NO ADDRESS IS STILL PRINTED AND IS LISTED ON TAXCRPT SO
      *      IT CAN BE HANDED OUT AT THE BRANCH INSTEAD.
       H170-LOAD-ADDRESSES.
           OPEN INPUT ADDR-FILE.
           IF ADDR-OK
               READ ADDR-FILE
                   AT END SET ADDR-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-ADDRESS UNTIL ADDR-EOF
               CLOSE ADDR-FILE
           END-IF.
       H170-END. EXIT.

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
               ELSE
                   DISPLAY 'WS-ADDRESS-TABLE FULL, SKIPPING ID='
                       ADDR-ID-I
               END-IF
           END-IF.
           READ ADDR-FILE
               AT END SET ADDR-EOF TO TRUE
           END-READ.
       LOAD-NEXT-ADDRESS-END. EXIT.

      *---- FILINGS FOR OTHER YEARS ON THE FILE ARE IGNORED. A SECOND
      *      LINE FOR THE SAME QUARTER AND CURRENCY IS A SUPPLEMENTARY
      *      FILING AND ADDS TO THE FIRST.
       H180-LOAD-REMITTANCES.
           MOVE 'N' TO WS-QTR-FILED-SW(1).
           MOVE 'N' TO WS-QTR-FILED-SW(2).
           MOVE 'N' TO WS-QTR-FILED-SW(3).
           MOVE 'N' TO WS-QTR-FILED-SW(4).
           READ QTR-REMIT-FILE
               AT END SET QTR-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-REMITTANCE UNTIL QTR-EOF.
       H180-END. EXIT.

       LOAD-NEXT-REMITTANCE.
           IF QTR-YEAR-I = WS-TAX-YEAR AND QTR-DVZ-I IS NUMERIC
              AND QTR-QUARTER-I > 0 AND QTR-QUARTER-I < 5
              AND QTR-TAX-I IS NUMERIC
               MOVE QTR-QUARTER-I TO WS-QTR
               MOVE 'Y' TO WS-QTR-FILED-SW(WS-QTR)
               MOVE QTR-DVZ-I TO WS-LOOK-DVZ
               PERFORM FIND-RECON-ENTRY
               IF RCN-FOUND
                   ADD QTR-TAX-I TO WS-RCN-REMITTED(WS-RCN-IDX, WS-QTR)
               END-IF
           END-IF.
           READ QTR-REMIT-FILE
               AT END SET QTR-EOF TO TRUE
           END-READ.
       LOAD-NEXT-REMITTANCE-END. EXIT.

      *---- FINDS THE CURRENCY'S RECONCILIATION SLOT, ADDING ONE IF
      *      IT IS NEW. PERFORM...VARYING BUMPS WS-RCN-IDX PAST THE
      *      MATCHING SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A
      *      MATCH THE INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT
      *      THAT ACTUALLY MATCHED.
       FIND-RECON-ENTRY.
           SET RCN-NOT-FOUND TO TRUE.
           IF WS-RCN-COUNT > 0
               PERFORM SEARCH-RECON-ENTRY
                   VARYING WS-RCN-IDX FROM 1 BY 1
                   UNTIL WS-RCN-IDX > WS-RCN-COUNT
                      OR RCN-FOUND
               IF RCN-FOUND
                   SET WS-RCN-IDX DOWN BY 1
               END-IF
           END-IF.
           IF RCN-NOT-FOUND
               IF WS-RCN-COUNT < 50
                   ADD 1 TO WS-RCN-COUNT
                   SET WS-RCN-IDX TO WS-RCN-COUNT
                   MOVE WS-LOOK-DVZ TO WS-RCN-DVZ(WS-RCN-IDX)
                   MOVE 0 TO WS-RCN-WITHHELD(WS-RCN-IDX, 1)
                   MOVE 0 TO WS-RCN-WITHHELD(WS-RCN-IDX, 2)
                   MOVE 0 TO WS-RCN-WITHHELD(WS-RCN-IDX, 3)
                   MOVE 0 TO WS-RCN-WITHHELD(WS-RCN-IDX, 4)
                   MOVE 0 TO WS-RCN-REMITTED(WS-RCN-IDX, 1)
                   MOVE 0 TO WS-RCN-REMITTED(WS-RCN-IDX, 2)
                   MOVE 0 TO WS-RCN-REMITTED(WS-RCN-IDX, 3)
                   MOVE 0 TO WS-RCN-REMITTED(WS-RCN-IDX, 4)
                   SET RCN-FOUND TO TRUE
               ELSE
      *---- A CURRENCY THAT CANNOT BE RECONCILED CANNOT BE
      *      CERTIFIED, SO RUNNING OUT OF SLOTS FAILS THE YEAR.
                   DISPLAY 'WS-RECON-TABLE FULL, SKIPPING DVZ='
                       WS-LOOK-DVZ
                   ADD 1 TO WS-RCN-BAD-COUNT
               END-IF
           END-IF.
       FIND-RECON-ENTRY-END. EXIT.

       SEARCH-RECON-ENTRY.
           IF WS-RCN-DVZ(WS-RCN-IDX) = WS-LOOK-DVZ
               SET RCN-FOUND TO TRUE
           END-IF.
       SEARCH-RECON-ENTRY-END. EXIT.

      *---- EACH WITHHOLDING IN THE TAX YEAR IS COUNTED INTO ITS
      *      QUARTER FOR THE RECONCILIATION AND RELEASED UNDER ITS
      *      PRIMARY HOLDER.
       H200-RELEASE-WITHHOLDINGS.
           READ TAX-REMIT-FILE
               AT END SET TAXREMIT-EOF TO TRUE
           END-READ.
           PERFORM RELEASE-NEXT-WITHHOLDING UNTIL TAXREMIT-EOF.
       H200-END. EXIT.

       RELEASE-NEXT-WITHHOLDING.
           ADD 1 TO WS-TAXR-READ-COUNT.
           IF TAXR-YEAR-I NOT = WS-TAX-YEAR
              OR TAXR-MONTH-I < 1 OR TAXR-MONTH-I > 12
               ADD 1 TO WS-TAXR-OTHER-YEAR
           ELSE
               ADD 1 TO WS-TAXR-USED-COUNT
               COMPUTE WS-QTR = (TAXR-MONTH-I + 2) / 3
               MOVE TAXR-DVZ-I TO WS-LOOK-DVZ
               PERFORM FIND-RECON-ENTRY
               IF RCN-FOUND
                   ADD TAXR-TAX-I
                       TO WS-RCN-WITHHELD(WS-RCN-IDX, WS-QTR)
               END-IF
               MOVE TAXR-ID-I  TO WS-LOOK-ACCT
               PERFORM FIND-PRIMARY-LINK
               IF XRF-FOUND
                   MOVE WS-XRF-CUST(WS-XRF-IDX) TO TSRT-CUST
               ELSE
                   MOVE TAXR-TIMESTAMP-I(1:6) TO WS-LOOK-MONTH
                   PERFORM FIND-CLOSED-LINK
                   IF XCL-FOUND
                       MOVE WS-XCL-CUST(WS-XCL-IDX) TO TSRT-CUST
                   ELSE
                       MOVE 0 TO TSRT-CUST
                   END-IF
               END-IF
               MOVE TAXR-DVZ-I   TO TSRT-DVZ
               MOVE TAXR-ID-I    TO TSRT-ACCT
               MOVE TAXR-GROSS-I TO TSRT-GROSS
               MOVE TAXR-TAX-I   TO TSRT-TAX
               MOVE TAXR-NET-I   TO TSRT-NET
               RELEASE TSRT-REC
           END-IF.
           READ TAX-REMIT-FILE
               AT END SET TAXREMIT-EOF TO TRUE
           END-READ.
       RELEASE-NEXT-WITHHOLDING-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-XRF-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED.
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
           IF WS-XRF-ACCT(WS-XRF-IDX) = WS-LOOK-ACCT
              AND WS-XRF-DVZ(WS-XRF-IDX) = WS-LOOK-DVZ
               SET XRF-FOUND TO TRUE
           END-IF.
       SEARCH-PRIMARY-LINK-END. EXIT.

      *---- THE HOLDER OF A CLOSED ACCOUNT IS THE ONE ON THE FIRST
      *      CLOSURE OF IT NOT BEFORE THE WITHHOLDING'S MONTH - A
      *      LINK DROPPED EARLIER BELONGED TO A CUSTOMER WHO HAD
      *      ALREADY LEFT THE ACCOUNT NUMBER. PERFORM...VARYING BUMPS
      *      WS-XCL-IDX PAST THE MATCHING SLOT BEFORE THE UNTIL TEST
      *      STOPS IT, SO ON A MATCH THE INDEX IS BACKED UP BY ONE.
       FIND-CLOSED-LINK.
           SET XCL-NOT-FOUND TO TRUE.
           IF WS-XCL-COUNT > 0
               PERFORM SEARCH-CLOSED-LINK
                   VARYING WS-XCL-IDX FROM 1 BY 1
                   UNTIL WS-XCL-IDX > WS-XCL-COUNT
                      OR XCL-FOUND
               IF XCL-FOUND
                   SET WS-XCL-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-CLOSED-LINK-END. EXIT.

       SEARCH-CLOSED-LINK.
           IF WS-XCL-ACCT(WS-XCL-IDX) = WS-LOOK-ACCT
              AND WS-XCL-DVZ(WS-XCL-IDX) = WS-LOOK-DVZ
              AND WS-XCL-MONTH(WS-XCL-IDX) NOT < WS-LOOK-MONTH
               SET XCL-FOUND TO TRUE
           END-IF.
       SEARCH-CLOSED-LINK-END. EXIT.

      *---- WITHHELD AGAINST REMITTED FOR EVERY CURRENCY AND QUARTER.
      *      EVERY LINE IS PRINTED SO FINANCE SEES THE FULL PROOF, NOT
      *      JUST THE BREAKS.
       H450-RECONCILE-YEAR.
           SET YEAR-RECONCILED TO TRUE.
           IF WS-RCN-BAD-COUNT > 0
               SET YEAR-NOT-RECONCILED TO TRUE
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RCN-HEADER.
           PERFORM RECONCILE-CURRENCY
               VARYING WS-RCN-IDX FROM 1 BY 1
               UNTIL WS-RCN-IDX > WS-RCN-COUNT.
           PERFORM CHECK-QUARTER-FILED
               VARYING WS-QTR FROM 1 BY 1
               UNTIL WS-QTR > 4.
       H450-END. EXIT.

       RECONCILE-CURRENCY.
           PERFORM RECONCILE-QUARTER
               VARYING WS-QTR FROM 1 BY 1
               UNTIL WS-QTR > 4.
       RECONCILE-CURRENCY-END. EXIT.

       RECONCILE-QUARTER.
           COMPUTE WS-RCN-DIFFERENCE =
               WS-RCN-WITHHELD(WS-RCN-IDX, WS-QTR)
             - WS-RCN-REMITTED(WS-RCN-IDX, WS-QTR).
           MOVE WS-RCN-DVZ(WS-RCN-IDX)  TO RCN-DVZ-O.
           MOVE WS-QTR                  TO RCN-QTR-O.
           MOVE WS-RCN-WITHHELD(WS-RCN-IDX, WS-QTR)
                                        TO RCN-WITHHELD-O.
           MOVE WS-RCN-REMITTED(WS-RCN-IDX, WS-QTR)
                                        TO RCN-REMITTED-O.
           MOVE WS-RCN-DIFFERENCE       TO RCN-DIFF-O.
           IF WS-RCN-DIFFERENCE = 0
               MOVE SPACES TO RCN-FLAG-O
           ELSE
               MOVE 'OUT OF BAL' TO RCN-FLAG-O
               ADD 1 TO WS-RCN-BAD-COUNT
               SET YEAR-NOT-RECONCILED TO TRUE
           END-IF.
           WRITE RPT-REC FROM RCN-DETAIL.
       RECONCILE-QUARTER-END. EXIT.

      *---- A QUARTER WITH NO FILING AT ALL MEANS THE YEAR IS NOT YET
      *      COMPLETE, EVEN IF NOTHING WAS WITHHELD IN IT - FINANCE
      *      FILES A ZERO LINE FOR A NIL QUARTER.
       CHECK-QUARTER-FILED.
           IF WS-QTR-FILED-SW(WS-QTR) NOT = 'Y'
               MOVE WS-QTR TO RCQ-QTR-O
               WRITE RPT-REC FROM RCN-QUARTER-LINE
               ADD 1 TO WS-RCN-BAD-COUNT
               SET YEAR-NOT-RECONCILED TO TRUE
           END-IF.
       CHECK-QUARTER-FILED-END. EXIT.

      *---- THE CERTIFICATES AND THE RETURN ARE ONLY PRODUCED FOR A
      *      YEAR THAT RECONCILES. OTHERWISE THE SORTED RECORDS ARE
      *      LEFT UNREAD AND THE RUN ENDS 8 WITH BOTH FILES EMPTY.
       H500-WRITE-CERTIFICATES.
           PERFORM H450-RECONCILE-YEAR.
           IF YEAR-RECONCILED
               PERFORM WRITE-RETURN-HEADER
               SET SORT-RETURN-MORE TO TRUE
               PERFORM RETURN-NEXT-WITHHOLDING
               PERFORM PROCESS-TAX-CUSTOMER UNTIL SORT-RETURN-EOF
               PERFORM WRITE-RETURN-TRAILER
           ELSE
               DISPLAY 'TAXCERT: TAX YEAR ' WS-TAX-YEAR
                   ' DOES NOT RECONCILE TO QTRREMIT - NOT FINALISED'
               MOVE 8 TO RETURN-CODE
           END-IF.
       H500-END. EXIT.

       RETURN-NEXT-WITHHOLDING.
           RETURN TAX-SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
       RETURN-NEXT-WITHHOLDING-END. EXIT.

      *---- CUSTOMER 00000 COLLECTS THE WITHHOLDINGS WITH NO PRIMARY
      *      HOLDER: THEY GO ON THE RETURN BUT GET NO CERTIFICATE.
       PROCESS-TAX-CUSTOMER.
           MOVE TSRT-CUST TO WS-CUR-CUST.
           MOVE SPACES    TO WS-CERT-NAME.
           MOVE SPACES    TO WS-CERT-SURNAME.
           IF WS-CUR-CUST > 0
               PERFORM START-CERTIFICATE
           END-IF.
           PERFORM PROCESS-TAX-CURRENCY
               UNTIL SORT-RETURN-EOF
                  OR TSRT-CUST NOT = WS-CUR-CUST.
           IF WS-CUR-CUST > 0
               MOVE SPACES TO CERT-REC
               WRITE CERT-REC FROM CERT-END-LINE
           END-IF.
       PROCESS-TAX-CUSTOMER-END. EXIT.

       START-CERTIFICATE.
           ADD 1 TO WS-CERT-COUNT.
           MOVE WS-CUR-CUST TO WS-LOOK-ID.
           PERFORM FIND-CUSTOMER.
           IF CST-FOUND
               MOVE WS-CST-NAME(WS-CST-IDX)    TO WS-CERT-NAME
               MOVE WS-CST-SURNAME(WS-CST-IDX) TO WS-CERT-SURNAME
           END-IF.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-TAX-YEAR TO CTL-YEAR-O.
           WRITE CERT-REC FROM CERT-TITLE-LINE.
           MOVE WS-CUR-CUST TO CCL-CUST-O.
           WRITE CERT-REC FROM CERT-CUSTOMER-LINE.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-CERT-NAME    TO ABN-NAME-O.
           MOVE WS-CERT-SURNAME TO ABN-SURNAME-O.
           WRITE CERT-REC FROM ADDRESS-BLOCK-NAME.
           PERFORM FIND-ADDRESS.
           IF ADDR-FOUND
               MOVE WS-ADDR-LINE1(WS-ADDR-IDX) TO ABL-TEXT-O
               WRITE CERT-REC FROM ADDRESS-BLOCK-LINE
               IF WS-ADDR-LINE2(WS-ADDR-IDX) NOT = SPACES
                   MOVE WS-ADDR-LINE2(WS-ADDR-IDX) TO ABL-TEXT-O
                   WRITE CERT-REC FROM ADDRESS-BLOCK-LINE
               END-IF
               MOVE WS-ADDR-POSTAL(WS-ADDR-IDX) TO ABC-POSTAL-O
               MOVE WS-ADDR-CITY(WS-ADDR-IDX)   TO ABC-CITY-O
               WRITE CERT-REC FROM ADDRESS-BLOCK-CITY
           ELSE
               ADD 1 TO WS-NO-ADDR-COUNT
               MOVE WS-CUR-CUST TO NAD-CUST-O
               WRITE RPT-REC FROM NO-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           WRITE CERT-REC FROM CERT-COLUMN-LINE.
       START-CERTIFICATE-END. EXIT.

       PROCESS-TAX-CURRENCY.
           MOVE TSRT-DVZ TO WS-CUR-DVZ.
           MOVE 0 TO WS-DVZ-GROSS.
           MOVE 0 TO WS-DVZ-TAX.
           MOVE 0 TO WS-DVZ-NET.
           PERFORM PROCESS-TAX-ACCOUNT
               UNTIL SORT-RETURN-EOF
                  OR TSRT-CUST NOT = WS-CUR-CUST
                  OR TSRT-DVZ  NOT = WS-CUR-DVZ.
           IF WS-CUR-CUST > 0
               MOVE WS-CUR-DVZ   TO CDL-DVZ-O
               MOVE WS-DVZ-GROSS TO CDL-GROSS-O
               MOVE WS-DVZ-TAX   TO CDL-TAX-O
               MOVE WS-DVZ-NET   TO CDL-NET-O
               WRITE CERT-REC FROM CERT-DETAIL-LINE
           END-IF.
           PERFORM WRITE-RETURN-DETAIL.
       PROCESS-TAX-CURRENCY-END. EXIT.

       PROCESS-TAX-ACCOUNT.
           MOVE TSRT-ACCT TO WS-CUR-ACCT.
           MOVE 0 TO WS-ACCT-GROSS.
           MOVE 0 TO WS-ACCT-TAX.
           MOVE 0 TO WS-ACCT-NET.
           PERFORM ADD-WITHHOLDING
               UNTIL SORT-RETURN-EOF
                  OR TSRT-KEY NOT = WS-CUR-KEY.
           ADD WS-ACCT-GROSS TO WS-DVZ-GROSS.
           ADD WS-ACCT-TAX   TO WS-DVZ-TAX.
           ADD WS-ACCT-NET   TO WS-DVZ-NET.
           IF WS-CUR-CUST = 0
               ADD 1 TO WS-UNLINKED-COUNT
               MOVE WS-CUR-ACCT TO UNL-ACCT-O
               MOVE WS-CUR-DVZ  TO UNL-DVZ-O
               MOVE WS-ACCT-TAX TO UNL-TAX-O
               WRITE RPT-REC FROM UNLINKED-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       PROCESS-TAX-ACCOUNT-END. EXIT.

       ADD-WITHHOLDING.
           ADD TSRT-GROSS TO WS-ACCT-GROSS.
           ADD TSRT-TAX   TO WS-ACCT-TAX.
           ADD TSRT-NET   TO WS-ACCT-NET.
           PERFORM RETURN-NEXT-WITHHOLDING.
       ADD-WITHHOLDING-END. EXIT.

       WRITE-RETURN-HEADER.
           MOVE SPACES        TO RTN-HEADER-REC.
           MOVE 'H'           TO RTH-TYPE-O.
           MOVE WS-TAX-YEAR   TO RTH-YEAR-O.
           MOVE WS-TODAY-GREG TO RTH-CREATED-O.
           WRITE RTN-HEADER-REC.
       WRITE-RETURN-HEADER-END. EXIT.

       WRITE-RETURN-DETAIL.
           MOVE SPACES          TO RTN-DETAIL-REC.
           MOVE 'D'             TO RTD-TYPE-O.
           MOVE WS-TAX-YEAR     TO RTD-YEAR-O.
           MOVE WS-CUR-CUST     TO RTD-CUST-O.
           MOVE WS-CERT-SURNAME TO RTD-SURNAME-O.
           MOVE WS-CERT-NAME    TO RTD-NAME-O.
           MOVE WS-CUR-DVZ      TO RTD-DVZ-O.
           MOVE WS-DVZ-GROSS    TO RTD-GROSS-O.
           MOVE WS-DVZ-TAX      TO RTD-TAX-O.
           MOVE WS-DVZ-NET      TO RTD-NET-O.
           WRITE RTN-DETAIL-REC.
           ADD 1            TO WS-RTN-COUNT.
           ADD WS-DVZ-GROSS TO WS-RTN-GROSS.
           ADD WS-DVZ-TAX   TO WS-RTN-TAX.
           ADD WS-DVZ-NET   TO WS-RTN-NET.
       WRITE-RETURN-DETAIL-END. EXIT.

       WRITE-RETURN-TRAILER.
           MOVE SPACES        TO RTN-TRAILER-REC.
           MOVE 'T'           TO RTT-TYPE-O.
           MOVE WS-TAX-YEAR   TO RTT-YEAR-O.
           MOVE WS-RTN-COUNT  TO RTT-COUNT-O.
           MOVE WS-RTN-GROSS  TO RTT-GROSS-O.
           MOVE WS-RTN-TAX    TO RTT-TAX-O.
           MOVE WS-RTN-NET    TO RTT-NET-O.
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

       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'TAXREMIT RECORDS READ'     TO TOT-LABEL-O.
           MOVE WS-TAXR-READ-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'OUTSIDE TAX YEAR'          TO TOT-LABEL-O.
           MOVE WS-TAXR-OTHER-YEAR          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'IN TAX YEAR'               TO TOT-LABEL-O.
           MOVE WS-TAXR-USED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'RECONCILIATION BREAKS'     TO TOT-LABEL-O.
           MOVE WS-RCN-BAD-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CERTIFICATES PRINTED'      TO TOT-LABEL-O.
           MOVE WS-CERT-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CERTIFICATES NO ADDRESS'   TO TOT-LABEL-O.
           MOVE WS-NO-ADDR-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS NO PRIMARY HOLDER' TO TOT-LABEL-O.
           MOVE WS-UNLINKED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'RETURN DETAIL RECORDS'     TO TOT-LABEL-O.
           MOVE WS-RTN-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE TAX-REMIT-FILE
           CLOSE QTR-REMIT-FILE
           CLOSE XREF-FILE
           CLOSE DATA-REC
           CLOSE CERT-FILE
           CLOSE RETURN-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
