       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLS.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- ACCOUNT CLOSURE AND FINAL SETTLEMENT. IDXMNT'S 'D' ACTION
      *      JUST DELETES THE IDX-REC, SO WHATEVER BALANCE WAS ON THE
      *      ACCOUNT LEFT THE BOOKS WITH NO PAYOUT, NO CLOSING
      *      INTEREST AND NO WITHHOLDING. THIS PROGRAM IS DRIVEN BY A
      *      CLOSURE REQUEST FILE (CLOSREQ): FOR EACH REQUEST IT
      *      ACCRUES INTEREST FROM THE ACCOUNT'S ACCRHSTI ANCHOR TO
      *      THE CLOSURE DATE AT THE INTRATES BAND, WITHHOLDS TAX AT
      *      THE TAXTAB RATE, PAYS THE NET BALANCE OUT TO A NOMINATED
      *      PAYOUT ACCOUNT OR TO THE CHEQUE-ISSUE EXTRACT (CHQOUT),
      *      PRINTS A FINAL CLOSING STATEMENT, AND ONLY THEN DELETES
      *      THE ACCOUNT AND DROPS ITS XREFIN LINKS. EVERY CHECK IS
      *      MADE BEFORE ANYTHING IS WRITTEN: A CLOSURE THAT CANNOT
      *      SETTLE TO EXACTLY ZERO (OVERDRAWN, ESCHEATED, NO VALID
      *      PAYOUT ACCOUNT...) IS REFUSED WHOLE AND REPORTED, NEVER
      *      HALF-DONE. THE SETTLEMENT POSTS UNDER ITS OWN 'L' AUDIT
      *      SOURCE, FOLLOWED BY A ZERO-BALANCE 'D' RECORD SO
      *      AUDRECON EXPECTS THE ACCOUNT TO BE GONE. XREFIN IS
      *      CYCLED TO XREFOUT THE WAY XREFMNT CYCLES IT.
      *2026-10-15 HCP XREFIN LINKS NOW CARRY THE CUSTOMER'S ROLE ON THE
      *           ACCOUNT. THE ROLE IS CARRIED THROUGH UNCHANGED, AND
      *           A CLOSURE DROPS EVERY LINK ON THE ACCOUNT WHATEVER
      *           ITS ROLE.
      *2026-10-15 HCP A CLOSURE IS NOW REFUSED WHILE THE ACCOUNT IS ON
      *           THE SANCTIONS POSTING BLOCK LIST (POSTBLK), HAS AN
      *           UNEXPIRED AMOUNT UNDER HOLD (HLDMST) OR CARRIES A
      *           LIVE TERM DEPOSIT CONTRACT (TDMST) - PAYING THE
      *           BALANCE OUT WOULD DEFEAT THE BLOCK, FREE THE HELD
      *           MONEY OR LEAVE THE CONTRACT WITH NO ACCOUNT. A
      *           BLOCKED PAYOUT ACCOUNT IS REFUSED THE SAME WAY.
      *2026-10-15 HCP EVERY LINK A CLOSURE DROPS IS ALSO WRITTEN TO THE
      *           DAY'S CLOSED-LINK FILE (XREFCLS) WITH THE CLOSURE
      *           DATE, SO TAXCERT CAN STILL CERTIFY THE YEAR'S
      *           WITHHOLDING ON AN ACCOUNT THAT NO LONGER HAS LINKS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX.
           SELECT CLOSE-FILE ASSIGN TO CLOSREQ
                             STATUS ST-CLOSE.
           SELECT RATE-FILE  ASSIGN TO INTRATES
                             STATUS ST-RATE.
           SELECT ACCR-HIST-IN ASSIGN TO ACCRHSTI
                             STATUS ST-ACCR-IN.
           SELECT TAX-TABLE  ASSIGN TO TAXTAB
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY TAX-DVZ
                             STATUS ST-TAX.
           SELECT TAX-REMIT-FILE ASSIGN TO TAXREMIT
                             STATUS ST-TAXREMIT.
           SELECT AUDIT-FILE ASSIGN TO AUDITOUT
                             STATUS ST-AUDIT.
           SELECT CHEQUE-FILE ASSIGN TO CHQOUT
                             STATUS ST-CHEQUE.
           SELECT STMT-FILE  ASSIGN TO CLOSSTMT
                             STATUS ST-STMT.
           SELECT REPORT-FILE ASSIGN TO CLOSRPT
                             STATUS ST-REPORT.
           SELECT XREF-IN-FILE ASSIGN TO XREFIN
                             STATUS ST-XREF-IN.
           SELECT XREF-OUT-FILE ASSIGN TO XREFOUT
                             STATUS ST-XREF-OUT.
           SELECT XREF-CLS-FILE ASSIGN TO XREFCLS
                             STATUS ST-XREF-CLS.
           SELECT CONTROL-FILE ASSIGN TO CTLPARM
                             STATUS ST-CTLPARM.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT BLOCK-FILE ASSIGN TO POSTBLK
                             STATUS ST-BLOCK.
           SELECT LIEN-FILE  ASSIGN TO HLDMST
                             STATUS ST-LIEN.
           SELECT DEPOSIT-FILE ASSIGN TO TDMST
                             STATUS ST-DEPOSIT.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
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
      *---- ONE CLOSURE PER RECORD: THE ACCOUNT KEY, THE CLOSURE DATE
      *      (GREGORIAN - BLANK OR ZERO MEANS THE PROCESSING DATE),
      *      AND HOW THE NET IS SETTLED: 'A' TO THE PAYOUT ACCOUNT
      *      KEYED AFTER IT, 'C' BY CHEQUE (PAYOUT KEY LEFT BLANK).
       FD  CLOSE-FILE RECORDING MODE F.
         01  CLR-REC.
           05 CLR-ID-I              PIC X(05).
           05 FILLER                PIC X(01).
           05 CLR-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 CLR-DATE-I            PIC X(08).
           05 CLR-DATE-N REDEFINES CLR-DATE-I
                                    PIC 9(08).
           05 FILLER                PIC X(01).
           05 CLR-METHOD-I          PIC X(01).
             88 CLR-PAY-TO-ACCOUNT          VALUE 'A'.
             88 CLR-PAY-BY-CHEQUE           VALUE 'C'.
           05 FILLER                PIC X(01).
           05 CLR-PAY-ID-I          PIC X(05).
           05 FILLER                PIC X(01).
           05 CLR-PAY-DVZ-I         PIC X(03).
      *---- SAME LAYOUT INTACCR READS ITS RATE BANDS FROM.
       FD  RATE-FILE RECORDING MODE F.
         01  RATE-REC.
           05 RATE-DVZ-I            PIC X(03).
           05 FILLER                PIC X(01).
           05 RATE-BAND-LOW-I       PIC 9(15).
           05 FILLER                PIC X(01).
           05 RATE-BAND-HIGH-I      PIC 9(15).
           05 FILLER                PIC X(01).
           05 RATE-VALUE-I          PIC 9(03)V9(06).
      *---- INTACCR'S ACCRUAL ANCHORS, READ ONLY HERE - A CLOSED
      *      ACCOUNT SIMPLY DROPS OUT OF THE NEXT ACCRHSTO BECAUSE
      *      INTACCR NO LONGER FINDS IT ON IDX-FILE.
       FD  ACCR-HIST-IN RECORDING MODE F.
         01  AHIST-IN-REC.
           05 AHIST-ID-I            PIC 9(05).
           05 FILLER                PIC X(01).
           05 AHIST-DVZ-I           PIC 9(03).
           05 FILLER                PIC X(01).
           05 AHIST-DATE-I          PIC 9(08).
      *---- SAME TAXTAB TABLE VSAMTOQ READS: ONE WITHHOLDING RATE
      *      PER CURRENCY, AS A FRACTION.
       FD  TAX-TABLE.
         01  TAX-REC.
           03 TAX-DVZ           PIC S9(03) COMP.
           03 TAX-RATE          PIC S9(01)V9(06) COMP-3.
      *---- SAME LAYOUT VSAMTOQ WRITES TAXREMIT FROM.
       FD  TAX-REMIT-FILE RECORDING MODE F.
         01  TAX-REMIT-REC.
           05 TAXR-ID-O             PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TAXR-DVZ-O            PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TAXR-GROSS-O          PIC 9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TAXR-TAX-O            PIC 9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TAXR-NET-O            PIC 9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TAXR-TIMESTAMP-O      PIC X(21).
      *---- SAME LAYOUT VSAMTOQ WRITES AUDITOUT FROM.
       FD  AUDIT-FILE RECORDING MODE F.
         01  AUDIT-REC.
           05 AUDIT-ID-O            PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-DVZ-O           PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-PRE-BALANCE-O   PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-POST-BALANCE-O  PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-TIMESTAMP-O     PIC X(21).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-SOURCE-O        PIC X(01).
      *---- ONE CHEQUE TO ISSUE PER RECORD, PICKED UP BY THE CHEQUE
      *      PRINTING RUN: PAYEE AS HELD ON THE CLOSED ACCOUNT.
       FD  CHEQUE-FILE RECORDING MODE F.
         01  CHQ-REC.
           05 CHQ-ID-O              PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CHQ-DVZ-O             PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CHQ-NAME-O            PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CHQ-SURNAME-O         PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CHQ-AMOUNT-O          PIC 9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CHQ-DATE-O            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CHQ-BRANCH-O          PIC 9(03).
       FD  STMT-FILE RECORDING MODE F.
         01  STMT-REC               PIC X(80).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-ID-O              PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-DVZ-O             PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-METHOD-O          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-STATUS-O          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-AMOUNT-O          PIC -Z(14)9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-REASON-O          PIC X(30).
      *---- SAME LINK LAYOUT XREFMNT CYCLES.
       FD  XREF-IN-FILE RECORDING MODE F.
         01  XREF-IN-REC.
           05 XRF-CUST-I         PIC X(05).
           05 FILLER             PIC X(01).
           05 XRF-ACCT-I         PIC X(05).
           05 FILLER             PIC X(01).
           05 XRF-DVZ-I          PIC X(03).
           05 FILLER             PIC X(01).
           05 XRF-ROLE-I         PIC X(01).
       FD  XREF-OUT-FILE RECORDING MODE F.
         01  XREF-OUT-REC.
           05 XRF-CUST-O         PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 XRF-ACCT-O         PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 XRF-DVZ-O          PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 XRF-ROLE-O         PIC X(01).
      *---- ONE LINK DROPPED BY A CLOSURE: THE LINK AS IT STOOD, THEN
      *      THE DATE THE ACCOUNT CLOSED. TAXCERT READS THE YEAR'S
      *      FILES TO FIND WHO HELD A CLOSED ACCOUNT.
       FD  XREF-CLS-FILE RECORDING MODE F.
         01  XREF-CLS-REC.
           05 XCL-CUST-O         PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 XCL-ACCT-O         PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 XCL-DVZ-O          PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 XCL-ROLE-O         PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 XCL-CLOSED-O       PIC 9(08).
      *---- SAME PHYSICAL RECORD VSAMTOQ AND DORMTRK READ - ONLY THE
      *      DORMANCY DAYS ARE USED HERE.
       FD  CONTROL-FILE RECORDING MODE F.
         01  CONTROL-REC.
           05 CTL-DORMANCY-DAYS     PIC 9(05).
           05 CTL-ESCHEAT-DAYS      PIC 9(05).
           05 CTL-RUN-MODE          PIC X(01).
      *---- ONE OPTIONAL CARD: THE BUSINESS DATE THIS RUN PROCESSES,
      *      GREGORIAN YYYYMMDD. EVERY STEP OF THE CHAIN READS THE
      *      SAME CARD SO A RERUN OF TUESDAY POSTS AS TUESDAY.
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- SAME LAYOUT SANCSCRN WRITES: ONE BLOCKED ACCOUNT KEY PER
      *      LINE WITH THE SANCTIONS HIT THAT BLOCKS IT.
       FD  BLOCK-FILE RECORDING MODE F.
         01  BLOCK-REC.
           05 BLK-ID-I              PIC X(05).
           05 FILLER                PIC X(01).
           05 BLK-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 BLK-STATUS-I          PIC X(01).
           05 FILLER                PIC X(01).
           05 BLK-TYPE-I            PIC X(01).
           05 FILLER                PIC X(01).
           05 BLK-SUBJ-ID-I         PIC X(05).
           05 FILLER                PIC X(01).
           05 BLK-ENTRY-ID-I        PIC X(10).
           05 FILLER                PIC X(01).
           05 BLK-SINCE-I           PIC 9(08).
      *---- SAME LAYOUT HOLDMNT WRITES: ONE ACTIVE HOLD PER LINE, IN
      *      ACCOUNT KEY ORDER. AN EXPIRY OF ZERO MEANS UNTIL
      *      RELEASED.
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
      *---- SAME LAYOUT TERMDEP WRITES TDMSTO FROM: ONE RECORD PER
      *      LIVE TERM DEPOSIT CONTRACT. ONLY THE DEPOSIT ACCOUNT KEY
      *      IS USED HERE.
       FD  DEPOSIT-FILE RECORDING MODE F.
         01  DEPOSIT-REC.
           05 TDM-REF-I          PIC X(04).
           05 FILLER             PIC X(01).
           05 TDM-ID-I           PIC X(05).
           05 FILLER             PIC X(01).
           05 TDM-DVZ-I          PIC X(03).
           05 FILLER             PIC X(01).
           05 TDM-PRINCIPAL-I    PIC 9(15).
           05 FILLER             PIC X(01).
           05 TDM-RATE-I         PIC 9(03)V9(06).
           05 FILLER             PIC X(01).
           05 TDM-PENALTY-I      PIC 9(03)V9(06).
           05 FILLER             PIC X(01).
           05 TDM-TERM-I         PIC 9(03).
           05 FILLER             PIC X(01).
           05 TDM-START-I        PIC 9(08).
           05 FILLER             PIC X(01).
           05 TDM-MATURITY-I     PIC 9(08).
           05 FILLER             PIC X(01).
           05 TDM-ROLLOVER-I     PIC X(01).
           05 FILLER             PIC X(01).
           05 TDM-PAY-ID-I       PIC X(05).
           05 FILLER             PIC X(01).
           05 TDM-ROLLS-I        PIC 9(03).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX            PIC 9(02).
             88 IDX-SUCCESS              VALUE 00 97.
           05 ST-CLOSE          PIC 9(02).
             88 CLOSE-EOF                VALUE 10.
             88 CLOSE-SUCCESS            VALUE 00 97.
           05 ST-RATE           PIC 9(02).
             88 RATE-EOF                  VALUE 10.
             88 RATE-OK                   VALUE 00 97.
           05 ST-ACCR-IN        PIC 9(02).
             88 ACCR-IN-EOF              VALUE 10.
             88 ACCR-IN-OK               VALUE 00 97.
           05 ST-TAX            PIC 9(02).
             88 TAX-SUCCESS              VALUE 00 97.
           05 ST-TAXREMIT       PIC 9(02).
             88 TAXREMIT-OK              VALUE 00 97.
           05 ST-AUDIT          PIC 9(02).
             88 AUDIT-SUCCESS            VALUE 00 97.
           05 ST-CHEQUE         PIC 9(02).
             88 CHEQUE-SUCCESS           VALUE 00 97.
           05 ST-STMT           PIC 9(02).
             88 STMT-SUCCESS             VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-SUCCESS           VALUE 00 97.
           05 ST-XREF-IN        PIC 9(02).
             88 XREF-IN-EOF              VALUE 10.
             88 XREF-IN-OK               VALUE 00 97.
           05 ST-XREF-OUT       PIC 9(02).
             88 XREF-OUT-OK              VALUE 00 97.
           05 ST-XREF-CLS       PIC 9(02).
             88 XREF-CLS-OK              VALUE 00 97.
           05 ST-CTLPARM        PIC 9(02).
             88 CTLPARM-OK               VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK              VALUE 00 97.
           05 ST-BLOCK          PIC 9(02).
             88 BLOCK-EOF                VALUE 10.
             88 BLOCK-OK                 VALUE 00 97.
           05 ST-LIEN           PIC 9(02).
             88 LIEN-EOF                 VALUE 10.
             88 LIEN-OK                  VALUE 00 97.
           05 ST-DEPOSIT        PIC 9(02).
             88 DEPOSIT-EOF              VALUE 10.
             88 DEPOSIT-OK               VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-INT      PIC 9(07).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-TODAY-JULIAN   PIC 9(07).
           05 WS-LASTACT-INT    PIC 9(07).
           05 WS-ANCHOR-INT     PIC 9(07).
           05 WS-CLOSE-GREG     PIC 9(08).
           05 WS-CLOSE-GREG-X REDEFINES WS-CLOSE-GREG.
              10 WS-CLOSE-YYYY  PIC 9(04).
              10 WS-CLOSE-MM    PIC 9(02).
              10 WS-CLOSE-DD    PIC 9(02).
           05 WS-CLOSE-INT      PIC 9(07).
           05 WS-ACCRUAL-DAYS   PIC S9(07).
           05 WS-PRE-BALANCE    PIC S9(15) COMP-3.
           05 WS-POST-BALANCE   PIC S9(18) COMP-3.
           05 WS-AUDIT-SOURCE   PIC X(01).
           05 WS-VALID-SW       PIC X(01).
             88 TRAN-IS-VALID            VALUE 'Y'.
             88 TRAN-IS-INVALID          VALUE 'N'.
           05 WS-REJECT-REASON  PIC X(30).

      *---- THE ACCOUNT BEING CLOSED IS HELD HERE WHILE THE PAYOUT
      *      ACCOUNT OCCUPIES THE IDX-REC BUFFER - RANDOM ACCESS HAS
      *      ONE RECORD AREA AND THE SETTLEMENT NEEDS BOTH.
         01  WS-CLOSE-REC.
           03 WS-CLOSE-KEY.
              05 WS-CLOSE-ID        PIC S9(05) COMP-3.
              05 WS-CLOSE-DVZ       PIC S9(03) COMP.
           03 WS-CLOSE-NAME         PIC X(15).
           03 WS-CLOSE-SURNAME      PIC X(15).
           03 WS-CLOSE-ODATE        PIC S9(07) COMP-3.
           03 WS-CLOSE-BALANCE      PIC S9(15) COMP-3.
           03 WS-CLOSE-LASTACT      PIC S9(07) COMP-3.
           03 WS-CLOSE-ODLIMIT      PIC S9(15) COMP-3.
           03 WS-CLOSE-STATUS       PIC X(01).
           03 WS-CLOSE-BRANCH       PIC S9(03) COMP.

      *---- THE SETTLEMENT WORKED OUT FOR THE REQUEST IN HAND. THE
      *      SETTLED AMOUNT IS THE BALANCE PLUS THE NET CLOSING
      *      INTEREST; IT IS WHAT LEAVES THE ACCOUNT, SO THE ACCOUNT
      *      ENDS AT EXACTLY ZERO.
         01  WS-SETTLE-DATA.
           05 WS-INTEREST          PIC S9(18) COMP-3.
           05 WS-GROSS-INTEREST    PIC S9(18) COMP-3.
           05 WS-TAX-AMOUNT        PIC S9(18) COMP-3.
           05 WS-TAX-RATE          PIC S9(01)V9(06) COMP-3.
           05 WS-SETTLE-AMOUNT     PIC S9(18) COMP-3.
           05 WS-PAY-PRE-BALANCE   PIC S9(15) COMP-3.
           05 WS-PAY-POST-BALANCE  PIC S9(18) COMP-3.
           05 WS-PAY-ID            PIC 9(05).
           05 WS-PAY-DVZ           PIC 9(03).

      *---- SAME DORMANCY TEST INTACCR APPLIES - AN ACCOUNT THAT
      *      WOULD EARN NOTHING IN THE ACCRUAL RUN EARNS NO CLOSING
      *      INTEREST EITHER.
         01  WS-DORMANCY-DATA.
           05 WS-DORMANCY-THRESHOLD-DAYS   PIC 9(05) COMP VALUE 365.
           05 WS-DORMANT-DAYS              PIC S9(07).
           05 WS-DORMANT-SW                PIC X(01) VALUE 'N'.
             88 ACCOUNT-IS-DORMANT                  VALUE 'Y'.
             88 ACCOUNT-NOT-DORMANT                 VALUE 'N'.

         01  WS-BALANCE-GUARD-DATA.
           05 WS-BALANCE-MAX-LIMIT         PIC S9(15) COMP-3
                                            VALUE 99999999999999.

         01  WS-ACCR-TABLE.
           05 WS-ACCR-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-ACCR-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-ACCR-IDX.
             10 WS-ACCR-ID       PIC 9(05).
             10 WS-ACCR-DVZ      PIC 9(03).
             10 WS-ACCR-DATE     PIC 9(08).
           05 WS-ACCR-FOUND-SW   PIC X(01).
             88 ACCR-FOUND                VALUE 'Y'.
             88 ACCR-NOT-FOUND            VALUE 'N'.

         01  WS-RATE-TABLE.
           05 WS-RATE-COUNT         PIC 9(03) COMP VALUE 0.
           05 WS-RATE-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-RATE-IDX.
             10 WS-RATE-DVZ         PIC 9(03).
             10 WS-RATE-BAND-LOW    PIC 9(15).
             10 WS-RATE-BAND-HIGH   PIC 9(15).
             10 WS-RATE-VALUE       PIC 9(03)V9(06).
           05 WS-RATE-FOUND-SW      PIC X(01).
             88 RATE-FOUND                   VALUE 'Y'.
             88 RATE-NOT-FOUND               VALUE 'N'.

      *---- EVERY LINK ON XREFIN, WITH A LIVE FLAG SO A CLOSURE DROPS
      *      THE ACCOUNT'S LINKS WITHOUT RESHUFFLING THE TABLE.
         01  WS-XREF-TABLE.
           05 WS-XRF-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-XRF-SUB         PIC 9(05) COMP.
           05 WS-XRF-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-XRF-IDX.
             10 WS-XRF-CUST      PIC X(05).
             10 WS-XRF-ACCT      PIC X(05).
             10 WS-XRF-DVZ       PIC X(03).
             10 WS-XRF-ROLE      PIC X(01).
             10 WS-XRF-LIVE-SW   PIC X(01).

      *---- THE ACCOUNT KEYS SANCSCRN HAS UNDER A POSTING BLOCK.
         01  WS-BLOCK-TABLE.
           05 WS-BLK-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-BLK-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-BLK-IDX.
             10 WS-BLK-ID        PIC X(05).
             10 WS-BLK-DVZ       PIC X(03).
           05 WS-BLK-FOUND-SW    PIC X(01).
             88 BLOCK-FOUND               VALUE 'Y'.
             88 BLOCK-NOT-FOUND           VALUE 'N'.
           05 WS-LOOK-BLK-ID     PIC X(05).
           05 WS-LOOK-BLK-DVZ    PIC X(03).

      *---- THE TOTAL HELD PER ACCOUNT KEY, SUMMED OFF HLDMST. A KEY
      *      NOT IN THE TABLE HAS NOTHING HELD.
         01  WS-LIEN-TABLE.
           05 WS-LIEN-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-LIEN-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-LIEN-IDX.
             10 WS-LIEN-ID       PIC 9(05).
             10 WS-LIEN-DVZ      PIC 9(03).
             10 WS-LIEN-HELD     PIC S9(17) COMP-3.
           05 WS-LIEN-FOUND-SW   PIC X(01).
             88 LIEN-FOUND                VALUE 'Y'.
             88 LIEN-NOT-FOUND            VALUE 'N'.
           05 WS-LOOK-LIEN-ID    PIC 9(05).
           05 WS-LOOK-LIEN-DVZ   PIC 9(03).

      *---- THE DEPOSIT ACCOUNT KEY OF EVERY LIVE TERM DEPOSIT.
         01  WS-DEPOSIT-TABLE.
           05 WS-DEP-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-DEP-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-DEP-IDX.
             10 WS-DEP-ID        PIC X(05).
             10 WS-DEP-DVZ       PIC X(03).
           05 WS-DEP-FOUND-SW    PIC X(01).
             88 DEPOSIT-FOUND             VALUE 'Y'.
             88 DEPOSIT-NOT-FOUND         VALUE 'N'.

         01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-CLOSED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-REFUSED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-CHEQUE-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-LINKS-DROPPED   PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(37)
                         VALUE 'Account Closure And Settlement Run'.
           05  FILLER         PIC X(31) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(06) VALUE 'C.No  '.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(02) VALUE 'M '.
           05  FILLER         PIC X(09) VALUE 'Status   '.
           05  FILLER         PIC X(17) VALUE 'Settled Amount   '.
           05  FILLER         PIC X(06) VALUE 'Reason'.
           05  FILLER         PIC X(24) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(26).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(27) VALUE SPACES.

         01  STMT-TITLE-LINE.
           05  FILLER             PIC X(24)
                                  VALUE 'FINAL CLOSING STATEMENT '.
           05  FILLER             PIC X(08) VALUE 'ACCOUNT '.
           05 STT-ID-O            PIC 9(05).
           05  FILLER             PIC X(05) VALUE ' DVZ '.
           05 STT-DVZ-O           PIC 9(03).
           05  FILLER             PIC X(08) VALUE ' BRANCH '.
           05 STT-BRANCH-O        PIC 9(03).
           05  FILLER             PIC X(24) VALUE SPACES.
         01  STMT-NAME-LINE.
           05  FILLER             PIC X(10) VALUE 'CUSTOMER  '.
           05 STN-NAME-O          PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05 STN-SURNAME-O       PIC X(15).
           05  FILLER             PIC X(15) VALUE ' CLOSURE DATE '.
           05 STN-DATE-O          PIC 9(08).
           05  FILLER             PIC X(16) VALUE SPACES.
         01  STMT-AMOUNT-LINE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05 STA-LABEL-O         PIC X(36).
           05 STA-AMOUNT-O        PIC -Z(14)9.
           05  FILLER             PIC X(24) VALUE SPACES.
         01  STMT-PAYOUT-LABEL.
           05  FILLER             PIC X(18)
                                  VALUE 'PAID TO ACCOUNT   '.
           05 STP-ID-O            PIC 9(05).
           05  FILLER             PIC X(01) VALUE '/'.
           05 STP-DVZ-O           PIC 9(03).
           05  FILLER             PIC X(09) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H130-READ-DORMANCY-THRESHOLD
           PERFORM H150-WRITE-HEADERS
           PERFORM H160-LOAD-RATE-TABLE
           PERFORM H170-LOAD-ACCR-HISTORY
           PERFORM H180-LOAD-LINKS
           PERFORM H185-LOAD-POSTING-BLOCKS
           PERFORM H190-LOAD-HOLDS
           PERFORM H195-LOAD-DEPOSITS
           PERFORM H200-READ-NEXT-REQUEST UNTIL CLOSE-EOF
           PERFORM H700-CYCLE-XREF-FILE
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O    IDX-FILE.
           OPEN INPUT  CLOSE-FILE.
           OPEN INPUT  RATE-FILE.
           OPEN INPUT  TAX-TABLE.
           OPEN INPUT  BLOCK-FILE.
           OPEN INPUT  LIEN-FILE.
           OPEN INPUT  DEPOSIT-FILE.
      *---- AUDITOUT AND TAXREMIT ARE SHARED WITH THE OTHER STEPS OF
      *      THE CHAINED JOB STEP - VSAMTOQ CREATES THEM, LATER
      *      WRITERS EXTEND THEM (THE CTLCOUNT CONVENTION) SO NO
      *      EARLIER STEP'S RECORDS ARE LOST.
           OPEN EXTEND TAX-REMIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT CHEQUE-FILE.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT XREF-OUT-FILE.
           OPEN OUTPUT XREF-CLS-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT CLOSE-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CLOSREQ: ' ST-CLOSE
           MOVE ST-CLOSE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RATE-OK)
           DISPLAY 'UNABLE TO OPEN INTRATES: ' ST-RATE
           MOVE ST-RATE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT TAX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TAXTAB: ' ST-TAX
           MOVE ST-TAX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT BLOCK-OK)
           DISPLAY 'UNABLE TO OPEN POSTBLK: ' ST-BLOCK
           MOVE ST-BLOCK TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT LIEN-OK)
           DISPLAY 'UNABLE TO OPEN HLDMST: ' ST-LIEN
           MOVE ST-LIEN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT DEPOSIT-OK)
           DISPLAY 'UNABLE TO OPEN TDMST: ' ST-DEPOSIT
           MOVE ST-DEPOSIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT TAXREMIT-OK)
           DISPLAY 'UNABLE TO OPEN TAXREMIT: ' ST-TAXREMIT
           MOVE ST-TAXREMIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT AUDIT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AUDITOUT: ' ST-AUDIT
           MOVE ST-AUDIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT CHEQUE-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CHQOUT: ' ST-CHEQUE
           MOVE ST-CHEQUE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT STMT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CLOSSTMT: ' ST-STMT
           MOVE ST-STMT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CLOSRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT XREF-OUT-OK)
           DISPLAY 'UNABLE TO OPEN XREFOUT: ' ST-XREF-OUT
           MOVE ST-XREF-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT XREF-CLS-OK)
           DISPLAY 'UNABLE TO OPEN XREFCLS: ' ST-XREF-CLS
           MOVE ST-XREF-CLS TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ CLOSE-FILE.
           IF (NOT CLOSE-SUCCESS) AND (NOT CLOSE-EOF)
           DISPLAY 'UNABLE TO READ CLOSREQ: ' ST-CLOSE
           MOVE ST-CLOSE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL THE WAY CTLPARM IS - NO CARD MEANS
      *      THE WALL-CLOCK DATE IS THE PROCESSING DATE. A CLOSURE
      *      REQUEST WITH NO DATE OF ITS OWN CLOSES ON THIS DAY.
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
               FUNCTION NUMVAL (WS-RUN-TIMESTAMP (1:8))
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-GREG)
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION DAY-OF-INTEGER (WS-TODAY-INT).
       H105-END. EXIT.

      *---- CTLPARM IS OPTIONAL, EXACTLY AS IN VSAMTOQ - NO FILE (OR
      *      A ZERO FIELD) LEAVES THE 365-DAY DEFAULT IN FORCE.
       H130-READ-DORMANCY-THRESHOLD.
           OPEN INPUT CONTROL-FILE.
           IF CTLPARM-OK
               READ CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF CTLPARM-OK AND CTL-DORMANCY-DAYS > 0
                   MOVE CTL-DORMANCY-DAYS TO WS-DORMANCY-THRESHOLD-DAYS
               END-IF
               CLOSE CONTROL-FILE
           END-IF.
       H130-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-1.
           WRITE RPT-REC FROM RPT-HEADER-2.
       H150-END. EXIT.

       H160-LOAD-RATE-TABLE.
           READ RATE-FILE
               AT END SET RATE-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-RATE UNTIL RATE-EOF.
       H160-END. EXIT.

       LOAD-NEXT-RATE.
           IF RATE-DVZ-I IS NUMERIC
               IF WS-RATE-COUNT < 200
                   ADD 1 TO WS-RATE-COUNT
                   SET WS-RATE-IDX TO WS-RATE-COUNT
                   COMPUTE WS-RATE-DVZ(WS-RATE-IDX) =
                       FUNCTION NUMVAL(RATE-DVZ-I)
                   MOVE RATE-BAND-LOW-I
                       TO WS-RATE-BAND-LOW(WS-RATE-IDX)
                   MOVE RATE-BAND-HIGH-I
                       TO WS-RATE-BAND-HIGH(WS-RATE-IDX)
                   MOVE RATE-VALUE-I
                       TO WS-RATE-VALUE(WS-RATE-IDX)
               ELSE
                   DISPLAY 'WS-RATE-TABLE FULL, SKIPPING DVZ='
                       RATE-DVZ-I
               END-IF
           END-IF.
           READ RATE-FILE
               AT END SET RATE-EOF TO TRUE
           END-READ.
       LOAD-NEXT-RATE-END. EXIT.

      *---- ACCRHSTI IS OPTIONAL - WITH NO HISTORY THE ANCHOR FALLS
      *      BACK TO IDX-LASTACT, THE SAME RULE INTACCR USES.
       H170-LOAD-ACCR-HISTORY.
           OPEN INPUT ACCR-HIST-IN.
           IF ACCR-IN-OK
               READ ACCR-HIST-IN
                   AT END SET ACCR-IN-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-ACCR-ENTRY UNTIL ACCR-IN-EOF
               CLOSE ACCR-HIST-IN
           END-IF.
       H170-END. EXIT.

       LOAD-NEXT-ACCR-ENTRY.
           IF AHIST-ID-I IS NUMERIC
               IF WS-ACCR-COUNT < 9999
                   ADD 1 TO WS-ACCR-COUNT
                   SET WS-ACCR-IDX TO WS-ACCR-COUNT
                   MOVE AHIST-ID-I   TO WS-ACCR-ID(WS-ACCR-IDX)
                   MOVE AHIST-DVZ-I  TO WS-ACCR-DVZ(WS-ACCR-IDX)
                   MOVE AHIST-DATE-I TO WS-ACCR-DATE(WS-ACCR-IDX)
               ELSE
                   DISPLAY 'WS-ACCR-TABLE FULL, SKIPPING ID='
                       AHIST-ID-I
               END-IF
           END-IF.
           READ ACCR-HIST-IN
               AT END SET ACCR-IN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-ACCR-ENTRY-END. EXIT.

      *---- XREFIN IS OPTIONAL, AS IN XREFMNT - AN EMPTY FILE SIMPLY
      *      CYCLES TO AN EMPTY XREFOUT.
       H180-LOAD-LINKS.
           OPEN INPUT XREF-IN-FILE.
           IF XREF-IN-OK
               READ XREF-IN-FILE
                   AT END SET XREF-IN-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-LINK UNTIL XREF-IN-EOF
               CLOSE XREF-IN-FILE
           END-IF.
       H180-END. EXIT.

       LOAD-NEXT-LINK.
           IF XRF-CUST-I NOT = SPACES
               IF WS-XRF-COUNT < 9999
                   ADD 1 TO WS-XRF-COUNT
                   SET WS-XRF-IDX TO WS-XRF-COUNT
                   MOVE XRF-CUST-I TO WS-XRF-CUST(WS-XRF-IDX)
                   MOVE XRF-ACCT-I TO WS-XRF-ACCT(WS-XRF-IDX)
                   MOVE XRF-DVZ-I  TO WS-XRF-DVZ(WS-XRF-IDX)
                   MOVE XRF-ROLE-I TO WS-XRF-ROLE(WS-XRF-IDX)
                   MOVE 'Y'        TO WS-XRF-LIVE-SW(WS-XRF-IDX)
               ELSE
                   DISPLAY 'WS-XREF-TABLE FULL, SKIPPING CUST='
                       XRF-CUST-I
               END-IF
           END-IF.
           READ XREF-IN-FILE
               AT END SET XREF-IN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-LINK-END. EXIT.

      *---- POSTBLK IS REQUIRED, AS IN TRNPOST: A MISSING BLOCK LIST
      *      WOULD LET A SANCTIONED ACCOUNT BE PAID OUT AND CLOSED. A
      *      DAY WITH NOTHING BLOCKED STILL HAS THE FILE, EMPTY. A
      *      FULL TABLE STOPS THE RUN FOR THE SAME REASON.
       H185-LOAD-POSTING-BLOCKS.
           READ BLOCK-FILE
               AT END SET BLOCK-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-BLOCK UNTIL BLOCK-EOF.
           CLOSE BLOCK-FILE.
       H185-END. EXIT.

       LOAD-NEXT-BLOCK.
           IF BLK-ID-I IS NUMERIC AND BLK-DVZ-I IS NUMERIC
               IF WS-BLK-COUNT < 9999
                   ADD 1 TO WS-BLK-COUNT
                   SET WS-BLK-IDX TO WS-BLK-COUNT
                   MOVE BLK-ID-I  TO WS-BLK-ID(WS-BLK-IDX)
                   MOVE BLK-DVZ-I TO WS-BLK-DVZ(WS-BLK-IDX)
               ELSE
                   DISPLAY 'WS-BLOCK-TABLE FULL, CLOSURE STOPPED AT ID='
                       BLK-ID-I
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           READ BLOCK-FILE
               AT END SET BLOCK-EOF TO TRUE
           END-READ.
       LOAD-NEXT-BLOCK-END. EXIT.

      *---- HLDMST IS REQUIRED FOR THE SAME REASON POSTBLK IS: A
      *      MISSING HOLD FILE WOULD PAY A GARNISHED BALANCE OUT. A
      *      HOLD PAST ITS EXPIRY DATE NO LONGER COUNTS EVEN IF
      *      HOLDMNT HAS NOT YET RUN TO DROP IT - TRNPOST'S RULE.
       H190-LOAD-HOLDS.
           READ LIEN-FILE
               AT END SET LIEN-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-LIEN UNTIL LIEN-EOF.
           CLOSE LIEN-FILE.
       H190-END. EXIT.

       LOAD-NEXT-LIEN.
           IF LIEN-ID-I IS NUMERIC AND LIEN-DVZ-I IS NUMERIC AND
              LIEN-AMOUNT-I IS NUMERIC AND
              (LIEN-EXPIRY-I = 0 OR LIEN-EXPIRY-I NOT < WS-TODAY-GREG)
               MOVE LIEN-ID-I  TO WS-LOOK-LIEN-ID
               MOVE LIEN-DVZ-I TO WS-LOOK-LIEN-DVZ
               PERFORM FIND-ACCOUNT-HOLD
               IF LIEN-FOUND
                   ADD LIEN-AMOUNT-I TO WS-LIEN-HELD(WS-LIEN-IDX)
               ELSE
                   IF WS-LIEN-COUNT < 9999
                       ADD 1 TO WS-LIEN-COUNT
                       SET WS-LIEN-IDX TO WS-LIEN-COUNT
                       MOVE LIEN-ID-I     TO WS-LIEN-ID(WS-LIEN-IDX)
                       MOVE LIEN-DVZ-I    TO WS-LIEN-DVZ(WS-LIEN-IDX)
                       MOVE LIEN-AMOUNT-I TO WS-LIEN-HELD(WS-LIEN-IDX)
                   ELSE
                       DISPLAY 'WS-LIEN-TABLE FULL, CLOSURE STOPPED AT'
                           ' ID=' LIEN-ID-I
                       MOVE 8 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                   END-IF
               END-IF
           END-IF.
           READ LIEN-FILE
               AT END SET LIEN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-LIEN-END. EXIT.

      *---- TDMST IS REQUIRED TOO: WITHOUT IT A DEPOSIT LEG COULD BE
      *      CLOSED UNDER A LIVE CONTRACT, AND THE NEXT TERMDEP RUN
      *      WOULD FIND NOTHING TO MATURE. AN EMPTY BOOK IS AN EMPTY
      *      FILE. EVERY RECORD ON IT IS A LIVE CONTRACT.
       H195-LOAD-DEPOSITS.
           READ DEPOSIT-FILE
               AT END SET DEPOSIT-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-DEPOSIT UNTIL DEPOSIT-EOF.
           CLOSE DEPOSIT-FILE.
       H195-END. EXIT.

       LOAD-NEXT-DEPOSIT.
           IF TDM-ID-I IS NUMERIC AND TDM-DVZ-I IS NUMERIC
               IF WS-DEP-COUNT < 9999
                   ADD 1 TO WS-DEP-COUNT
                   SET WS-DEP-IDX TO WS-DEP-COUNT
                   MOVE TDM-ID-I  TO WS-DEP-ID(WS-DEP-IDX)
                   MOVE TDM-DVZ-I TO WS-DEP-DVZ(WS-DEP-IDX)
               ELSE
                   DISPLAY 'WS-DEPOSIT-TABLE FULL, CLOSURE STOPPED AT'
                       ' REF=' TDM-REF-I
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           READ DEPOSIT-FILE
               AT END SET DEPOSIT-EOF TO TRUE
           END-READ.
       LOAD-NEXT-DEPOSIT-END. EXIT.

       H200-READ-NEXT-REQUEST.
           ADD 1 TO WS-READ-COUNT.
           PERFORM H300-CLOSE-ACCOUNT.
           READ CLOSE-FILE.
       H200-END. EXIT.

      *---- THE REQUEST IS EDITED, BOTH ACCOUNTS ARE READ AND THE
      *      WHOLE SETTLEMENT IS WORKED OUT BEFORE ANY RECORD IS
      *      WRITTEN. ONLY A CLOSURE THAT PASSES EVERY CHECK REACHES
      *      H500, SO A REFUSED ONE LEAVES NO TRACE BUT ITS REPORT
      *      LINE.
       H300-CLOSE-ACCOUNT.
           MOVE 0 TO WS-SETTLE-AMOUNT.
           PERFORM VALIDATE-REQUEST.
           IF TRAN-IS-VALID
               PERFORM H310-READ-CLOSING-ACCOUNT
           END-IF.
           IF TRAN-IS-VALID
               PERFORM H400-COMPUTE-SETTLEMENT
           END-IF.
           IF TRAN-IS-VALID AND CLR-PAY-TO-ACCOUNT
               PERFORM H420-READ-PAYOUT-ACCOUNT
           END-IF.
           IF TRAN-IS-VALID
               PERFORM H500-POST-SETTLEMENT
           ELSE
               PERFORM WRITE-REFUSED-LINE
           END-IF.
       H300-END. EXIT.

       VALIDATE-REQUEST.
           SET TRAN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CLR-ID-I NOT NUMERIC OR CLR-DVZ-I NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'ACCOUNT KEY NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND
              NOT CLR-PAY-TO-ACCOUNT AND NOT CLR-PAY-BY-CHEQUE
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'INVALID SETTLEMENT METHOD' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND CLR-PAY-TO-ACCOUNT
               IF CLR-PAY-ID-I NOT NUMERIC OR
                  CLR-PAY-DVZ-I NOT NUMERIC
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'PAYOUT KEY NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   IF CLR-PAY-ID-I = CLR-ID-I AND
                      CLR-PAY-DVZ-I = CLR-DVZ-I
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE 'PAYOUT TO CLOSING ACCOUNT'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
      *---- NO CROSS-CURRENCY SETTLEMENT: THE NET IS IN THE CLOSING
      *      ACCOUNT'S CURRENCY AND MUST LAND IN THE SAME ONE.
           IF TRAN-IS-VALID AND CLR-PAY-TO-ACCOUNT AND
              CLR-PAY-DVZ-I NOT = CLR-DVZ-I
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'PAYOUT CURRENCY DIFFERS' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID
               PERFORM VALIDATE-CLOSURE-DATE
           END-IF.
       VALIDATE-REQUEST-END. EXIT.

      *---- A CLOSURE CANNOT BE DATED IN THE FUTURE - INTEREST WOULD
      *      BE PAID FOR DAYS THE MONEY HAS NOT YET SAT THERE.
       VALIDATE-CLOSURE-DATE.
           IF CLR-DATE-I = SPACES OR CLR-DATE-I = ZEROS
               MOVE WS-TODAY-GREG TO WS-CLOSE-GREG
           ELSE
               IF CLR-DATE-I NOT NUMERIC
                   SET TRAN-IS-INVALID TO TRUE
               ELSE
                   MOVE CLR-DATE-N TO WS-CLOSE-GREG
                   IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12 OR
                      WS-CLOSE-DD < 1 OR WS-CLOSE-DD > 31
                       SET TRAN-IS-INVALID TO TRUE
                   END-IF
               END-IF
               IF TRAN-IS-INVALID
                   MOVE 'CLOSURE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-IS-VALID AND WS-CLOSE-GREG > WS-TODAY-GREG
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'CLOSURE DATE IN THE FUTURE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID
               COMPUTE WS-CLOSE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CLOSE-GREG)
           END-IF.
       VALIDATE-CLOSURE-DATE-END. EXIT.

      *---- AN ESCHEATED ACCOUNT'S MONEY HAS ALREADY LEFT THE BANK
      *      FOR THE STATE - THERE IS NOTHING LEFT HERE TO SETTLE.
      *      AN OVERDRAWN ACCOUNT CANNOT SETTLE TO ZERO BY PAYING OUT
      *      AND IS REFUSED UNTIL THE DEBT IS CLEARED. A POSTING
      *      BLOCK, AN UNEXPIRED HOLD OR A LIVE TERM DEPOSIT ON THE
      *      KEY EACH REFUSE THE CLOSURE UNTIL LIFTED, RELEASED OR
      *      MATURED - PAYING OUT WOULD DEFEAT ALL THREE.
       H310-READ-CLOSING-ACCOUNT.
           COMPUTE IDX-ID  = FUNCTION NUMVAL(CLR-ID-I)
           COMPUTE IDX-DVZ = FUNCTION NUMVAL(CLR-DVZ-I).
           READ IDX-FILE
               INVALID KEY
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE IDX-REC TO WS-CLOSE-REC
           END-READ.
           IF TRAN-IS-VALID AND IDX-STATUS = 'E'
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'ACCOUNT ESCHEATED' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND IDX-BALANCE < 0
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'ACCOUNT OVERDRAWN' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID
               MOVE CLR-ID-I  TO WS-LOOK-BLK-ID
               MOVE CLR-DVZ-I TO WS-LOOK-BLK-DVZ
               PERFORM FIND-POSTING-BLOCK
               IF BLOCK-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'ACCOUNT UNDER POSTING BLOCK'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               MOVE CLR-ID-I  TO WS-LOOK-LIEN-ID
               MOVE CLR-DVZ-I TO WS-LOOK-LIEN-DVZ
               PERFORM FIND-ACCOUNT-HOLD
               IF LIEN-FOUND AND WS-LIEN-HELD(WS-LIEN-IDX) > 0
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'AMOUNT UNDER HOLD' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               PERFORM FIND-TERM-DEPOSIT
               IF DEPOSIT-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'LIVE TERM DEPOSIT ON ACCOUNT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       H310-END. EXIT.

       FIND-POSTING-BLOCK.
           SET BLOCK-NOT-FOUND TO TRUE.
           IF WS-BLK-COUNT > 0
               PERFORM SEARCH-POSTING-BLOCK
                   VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
                      OR BLOCK-FOUND
           END-IF.
       FIND-POSTING-BLOCK-END. EXIT.

       SEARCH-POSTING-BLOCK.
           IF WS-BLK-ID(WS-BLK-IDX) = WS-LOOK-BLK-ID AND
              WS-BLK-DVZ(WS-BLK-IDX) = WS-LOOK-BLK-DVZ
               SET BLOCK-FOUND TO TRUE
           END-IF.
       SEARCH-POSTING-BLOCK-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED.
       FIND-ACCOUNT-HOLD.
           SET LIEN-NOT-FOUND TO TRUE.
           IF WS-LIEN-COUNT > 0
               PERFORM SEARCH-ACCOUNT-HOLD
                   VARYING WS-LIEN-IDX FROM 1 BY 1
                   UNTIL WS-LIEN-IDX > WS-LIEN-COUNT
                      OR LIEN-FOUND
               IF LIEN-FOUND
                   SET WS-LIEN-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-ACCOUNT-HOLD-END. EXIT.

       SEARCH-ACCOUNT-HOLD.
           IF WS-LIEN-ID(WS-LIEN-IDX) = WS-LOOK-LIEN-ID AND
              WS-LIEN-DVZ(WS-LIEN-IDX) = WS-LOOK-LIEN-DVZ
               SET LIEN-FOUND TO TRUE
           END-IF.
       SEARCH-ACCOUNT-HOLD-END. EXIT.

       FIND-TERM-DEPOSIT.
           SET DEPOSIT-NOT-FOUND TO TRUE.
           IF WS-DEP-COUNT > 0
               PERFORM SEARCH-TERM-DEPOSIT
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                      OR DEPOSIT-FOUND
           END-IF.
       FIND-TERM-DEPOSIT-END. EXIT.

       SEARCH-TERM-DEPOSIT.
           IF WS-DEP-ID(WS-DEP-IDX)  = CLR-ID-I AND
              WS-DEP-DVZ(WS-DEP-IDX) = CLR-DVZ-I
               SET DEPOSIT-FOUND TO TRUE
           END-IF.
       SEARCH-TERM-DEPOSIT-END. EXIT.

      *---- CLOSING INTEREST IS INTACCR'S ACCRUAL, CUT OFF AT THE
      *      CLOSURE DATE: THE SAME BAND, THE SAME ACTUAL/365 DAY
      *      COUNT FROM THE SAME ANCHOR, AND THE SAME TAXTAB
      *      WITHHOLDING. A DORMANT ACCOUNT, A CURRENCY OR BALANCE
      *      WITH NO BAND, OR AN ANCHOR ON OR AFTER THE CLOSURE DATE
      *      EARNS NOTHING.
       H400-COMPUTE-SETTLEMENT.
           MOVE 0 TO WS-INTEREST.
           MOVE 0 TO WS-GROSS-INTEREST.
           MOVE 0 TO WS-TAX-AMOUNT.
           PERFORM CHECK-DORMANT-ACCOUNT.
           IF ACCOUNT-NOT-DORMANT
               PERFORM FIND-RATE-BAND
               IF RATE-FOUND
                   PERFORM RESOLVE-ACCRUAL-ANCHOR
                   COMPUTE WS-ACCRUAL-DAYS =
                       WS-CLOSE-INT - WS-ANCHOR-INT
                   IF WS-ACCRUAL-DAYS > 0
                       COMPUTE WS-INTEREST ROUNDED =
                           IDX-BALANCE * WS-RATE-VALUE(WS-RATE-IDX)
                           * WS-ACCRUAL-DAYS / 365
                           ON SIZE ERROR
                               SET TRAN-IS-INVALID TO TRUE
                               MOVE 'INTEREST CALC OVERFLOW'
                                   TO WS-REJECT-REASON
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               PERFORM H405-APPLY-WITHHOLDING
               COMPUTE WS-SETTLE-AMOUNT = IDX-BALANCE + WS-INTEREST
               IF WS-SETTLE-AMOUNT > WS-BALANCE-MAX-LIMIT
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'SETTLEMENT ABOVE MAXIMUM' TO WS-REJECT-REASON
               END-IF
           END-IF.
       H400-END. EXIT.

       H405-APPLY-WITHHOLDING.
           MOVE WS-INTEREST TO WS-GROSS-INTEREST.
           MOVE 0 TO WS-TAX-AMOUNT.
           IF WS-GROSS-INTEREST > 0
               MOVE 0 TO WS-TAX-RATE
               MOVE IDX-DVZ TO TAX-DVZ
               READ TAX-TABLE
                   INVALID KEY
                       MOVE 0 TO WS-TAX-RATE
                   NOT INVALID KEY
                       MOVE TAX-RATE TO WS-TAX-RATE
               END-READ
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-GROSS-INTEREST * WS-TAX-RATE
               COMPUTE WS-INTEREST =
                   WS-GROSS-INTEREST - WS-TAX-AMOUNT
           END-IF.
       H405-END. EXIT.

      *---- THE PAYOUT ACCOUNT MUST BE LIVE, NOT UNDER A POSTING
      *      BLOCK (TRNPOST REFUSES A TRANSFER WITH EITHER LEG ON ONE)
      *      AND ABLE TO TAKE THE CREDIT WITHOUT PASSING THE MAXIMUM-
      *      BALANCE GUARD. IT IS LEFT IN THE IDX-REC BUFFER FOR THE
      *      REWRITE IN H500.
       H420-READ-PAYOUT-ACCOUNT.
           MOVE CLR-PAY-ID-I  TO WS-PAY-ID.
           MOVE CLR-PAY-DVZ-I TO WS-PAY-DVZ.
           MOVE WS-PAY-ID  TO IDX-ID.
           MOVE WS-PAY-DVZ TO IDX-DVZ.
           READ IDX-FILE
               INVALID KEY
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'PAYOUT ACCOUNT NOT ON FILE'
                       TO WS-REJECT-REASON
           END-READ.
           IF TRAN-IS-VALID AND IDX-STATUS = 'E'
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'PAYOUT ACCOUNT ESCHEATED' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID
               MOVE CLR-PAY-ID-I  TO WS-LOOK-BLK-ID
               MOVE CLR-PAY-DVZ-I TO WS-LOOK-BLK-DVZ
               PERFORM FIND-POSTING-BLOCK
               IF BLOCK-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'PAYOUT ACCOUNT UNDER BLOCK'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               MOVE IDX-BALANCE TO WS-PAY-PRE-BALANCE
               COMPUTE WS-PAY-POST-BALANCE =
                   IDX-BALANCE + WS-SETTLE-AMOUNT
               IF WS-PAY-POST-BALANCE > WS-BALANCE-MAX-LIMIT
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'PAYOUT ABOVE MAXIMUM' TO WS-REJECT-REASON
               END-IF
           END-IF.
       H420-END. EXIT.

      *---- THE SETTLEMENT, IN THE ORDER THE AUDIT TRAIL MUST CHAIN:
      *      THE CLOSING INTEREST POSTS ('I'), THE SETTLED AMOUNT
      *      LEAVES THE ACCOUNT ('L') AND ARRIVES ON THE PAYOUT
      *      ACCOUNT ('L') OR THE CHEQUE EXTRACT, AND THE NOW-ZERO
      *      ACCOUNT IS DELETED ('D'). THE PAYOUT CREDIT IS CUSTOMER
      *      ACTIVITY ON THE RECEIVING ACCOUNT AND STAMPS ITS
      *      IDX-LASTACT, AS A TRNPOST CREDIT WOULD.
       H500-POST-SETTLEMENT.
           IF CLR-PAY-TO-ACCOUNT
               MOVE WS-PAY-POST-BALANCE TO IDX-BALANCE
               MOVE WS-TODAY-JULIAN     TO IDX-LASTACT
               REWRITE IDX-REC
                   INVALID KEY
                       DISPLAY 'UNABLE TO REWRITE IDXFILE: ' ST-IDX
                       MOVE ST-IDX TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
               END-REWRITE
           END-IF.
           MOVE WS-CLOSE-REC TO IDX-REC.
           DELETE IDX-FILE
               INVALID KEY
                   DISPLAY 'UNABLE TO DELETE IDXFILE: ' ST-IDX
                   MOVE ST-IDX TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-DELETE.
           IF WS-GROSS-INTEREST > 0
               MOVE WS-CLOSE-BALANCE TO WS-PRE-BALANCE
               COMPUTE WS-POST-BALANCE =
                   WS-CLOSE-BALANCE + WS-INTEREST
               MOVE 'I' TO WS-AUDIT-SOURCE
               PERFORM H600-WRITE-AUDIT-RECORD
               PERFORM WRITE-TAX-REMIT-RECORD
           END-IF.
           MOVE WS-SETTLE-AMOUNT TO WS-PRE-BALANCE.
           MOVE 0 TO WS-POST-BALANCE.
           MOVE 'L' TO WS-AUDIT-SOURCE.
           PERFORM H600-WRITE-AUDIT-RECORD.
           IF CLR-PAY-TO-ACCOUNT
               MOVE WS-PAY-ID  TO IDX-ID
               MOVE WS-PAY-DVZ TO IDX-DVZ
               MOVE WS-PAY-PRE-BALANCE  TO WS-PRE-BALANCE
               MOVE WS-PAY-POST-BALANCE TO WS-POST-BALANCE
               PERFORM H600-WRITE-AUDIT-RECORD
               MOVE WS-CLOSE-KEY TO IDX-KEY
           ELSE
               IF WS-SETTLE-AMOUNT > 0
                   PERFORM WRITE-CHEQUE-RECORD
               END-IF
           END-IF.
           MOVE 0 TO WS-PRE-BALANCE.
           MOVE 0 TO WS-POST-BALANCE.
           MOVE 'D' TO WS-AUDIT-SOURCE.
           PERFORM H600-WRITE-AUDIT-RECORD.
           PERFORM H650-WRITE-CLOSING-STATEMENT.
           PERFORM DROP-ACCOUNT-LINKS.
           PERFORM WRITE-CLOSED-LINE.
       H500-END. EXIT.

      *---- SAME BEFORE/AFTER PICTURE H450 IN VSAMTOQ RECORDS. THE
      *      KEY IS WHATEVER ACCOUNT IDX-KEY POINTS AT WHEN CALLED.
       H600-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-REC.
           MOVE IDX-ID            TO AUDIT-ID-O.
           MOVE IDX-DVZ           TO AUDIT-DVZ-O.
           MOVE WS-PRE-BALANCE    TO AUDIT-PRE-BALANCE-O.
           MOVE WS-POST-BALANCE   TO AUDIT-POST-BALANCE-O.
           MOVE WS-RUN-TIMESTAMP  TO AUDIT-TIMESTAMP-O.
           MOVE WS-AUDIT-SOURCE   TO AUDIT-SOURCE-O.
           WRITE AUDIT-REC.
       H600-END. EXIT.

       WRITE-TAX-REMIT-RECORD.
           MOVE SPACES TO TAX-REMIT-REC.
           MOVE WS-CLOSE-ID       TO TAXR-ID-O.
           MOVE WS-CLOSE-DVZ      TO TAXR-DVZ-O.
           MOVE WS-GROSS-INTEREST TO TAXR-GROSS-O.
           MOVE WS-TAX-AMOUNT     TO TAXR-TAX-O.
           MOVE WS-INTEREST       TO TAXR-NET-O.
           MOVE WS-RUN-TIMESTAMP  TO TAXR-TIMESTAMP-O.
           WRITE TAX-REMIT-REC.
       WRITE-TAX-REMIT-RECORD-END. EXIT.

       WRITE-CHEQUE-RECORD.
           ADD 1 TO WS-CHEQUE-COUNT.
           MOVE SPACES TO CHQ-REC.
           MOVE WS-CLOSE-ID       TO CHQ-ID-O.
           MOVE WS-CLOSE-DVZ      TO CHQ-DVZ-O.
           MOVE WS-CLOSE-NAME     TO CHQ-NAME-O.
           MOVE WS-CLOSE-SURNAME  TO CHQ-SURNAME-O.
           MOVE WS-SETTLE-AMOUNT  TO CHQ-AMOUNT-O.
           MOVE WS-CLOSE-GREG     TO CHQ-DATE-O.
           MOVE WS-CLOSE-BRANCH   TO CHQ-BRANCH-O.
           WRITE CHQ-REC.
       WRITE-CHEQUE-RECORD-END. EXIT.

      *---- THE CUSTOMER'S LAST PAGE: WHAT THE ACCOUNT HELD, WHAT IT
      *      EARNED TO THE CLOSURE DATE, WHAT WAS WITHHELD, WHERE THE
      *      MONEY WENT, AND A CLOSING BALANCE OF ZERO.
       H650-WRITE-CLOSING-STATEMENT.
           MOVE WS-CLOSE-ID       TO STT-ID-O.
           MOVE WS-CLOSE-DVZ      TO STT-DVZ-O.
           MOVE WS-CLOSE-BRANCH   TO STT-BRANCH-O.
           WRITE STMT-REC FROM STMT-TITLE-LINE.
           MOVE WS-CLOSE-NAME     TO STN-NAME-O.
           MOVE WS-CLOSE-SURNAME  TO STN-SURNAME-O.
           MOVE WS-CLOSE-GREG     TO STN-DATE-O.
           WRITE STMT-REC FROM STMT-NAME-LINE.
           MOVE 'BALANCE BEFORE CLOSURE'      TO STA-LABEL-O.
           MOVE WS-CLOSE-BALANCE              TO STA-AMOUNT-O.
           WRITE STMT-REC FROM STMT-AMOUNT-LINE.
           MOVE 'CLOSING INTEREST (GROSS)'    TO STA-LABEL-O.
           MOVE WS-GROSS-INTEREST             TO STA-AMOUNT-O.
           WRITE STMT-REC FROM STMT-AMOUNT-LINE.
           MOVE 'WITHHOLDING TAX'             TO STA-LABEL-O.
           COMPUTE STA-AMOUNT-O = 0 - WS-TAX-AMOUNT.
           WRITE STMT-REC FROM STMT-AMOUNT-LINE.
           IF CLR-PAY-TO-ACCOUNT
               MOVE WS-PAY-ID  TO STP-ID-O
               MOVE WS-PAY-DVZ TO STP-DVZ-O
               MOVE STMT-PAYOUT-LABEL TO STA-LABEL-O
           ELSE
               MOVE 'PAID BY CHEQUE'           TO STA-LABEL-O
           END-IF.
           COMPUTE STA-AMOUNT-O = 0 - WS-SETTLE-AMOUNT.
           WRITE STMT-REC FROM STMT-AMOUNT-LINE.
           MOVE 'CLOSING BALANCE'             TO STA-LABEL-O.
           MOVE 0                             TO STA-AMOUNT-O.
           WRITE STMT-REC FROM STMT-AMOUNT-LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC.
       H650-END. EXIT.

      *---- EVERY LINK TO THE CLOSED ACCOUNT LEG GOES, WHICHEVER
      *      CUSTOMER HOLDS IT, AND IS KEPT ON XREFCLS UNDER THE
      *      CLOSURE DATE.
       DROP-ACCOUNT-LINKS.
           PERFORM DROP-ONE-LINK
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT.
       DROP-ACCOUNT-LINKS-END. EXIT.

       DROP-ONE-LINK.
           IF WS-XRF-LIVE-SW(WS-XRF-SUB) = 'Y' AND
              WS-XRF-ACCT(WS-XRF-SUB) = CLR-ID-I AND
              WS-XRF-DVZ(WS-XRF-SUB) = CLR-DVZ-I
               MOVE 'N' TO WS-XRF-LIVE-SW(WS-XRF-SUB)
               ADD 1 TO WS-LINKS-DROPPED
               MOVE SPACES TO XREF-CLS-REC
               MOVE WS-XRF-CUST(WS-XRF-SUB) TO XCL-CUST-O
               MOVE WS-XRF-ACCT(WS-XRF-SUB) TO XCL-ACCT-O
               MOVE WS-XRF-DVZ(WS-XRF-SUB)  TO XCL-DVZ-O
               MOVE WS-XRF-ROLE(WS-XRF-SUB) TO XCL-ROLE-O
               MOVE WS-CLOSE-GREG           TO XCL-CLOSED-O
               WRITE XREF-CLS-REC
           END-IF.
       DROP-ONE-LINK-END. EXIT.

      *---- SAME TEST CHECK-DORMANT-ACCOUNT RUNS IN INTACCR.
       CHECK-DORMANT-ACCOUNT.
           COMPUTE WS-LASTACT-INT =
               FUNCTION INTEGER-OF-DAY(IDX-LASTACT)
           COMPUTE WS-DORMANT-DAYS = WS-TODAY-INT - WS-LASTACT-INT.
           IF WS-DORMANT-DAYS > WS-DORMANCY-THRESHOLD-DAYS
               SET ACCOUNT-IS-DORMANT TO TRUE
           ELSE
               SET ACCOUNT-NOT-DORMANT TO TRUE
           END-IF.
       CHECK-DORMANT-ACCOUNT-END. EXIT.

       RESOLVE-ACCRUAL-ANCHOR.
           PERFORM FIND-ACCR-ENTRY.
           IF ACCR-FOUND
               COMPUTE WS-ANCHOR-INT = FUNCTION INTEGER-OF-DATE
                   (WS-ACCR-DATE(WS-ACCR-IDX))
           ELSE
               MOVE WS-LASTACT-INT TO WS-ANCHOR-INT
           END-IF.
       RESOLVE-ACCRUAL-ANCHOR-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT ACTUALLY
      *      MATCHED.
       FIND-ACCR-ENTRY.
           SET ACCR-NOT-FOUND TO TRUE.
           IF WS-ACCR-COUNT > 0
               PERFORM SEARCH-ACCR-ENTRY
                   VARYING WS-ACCR-IDX FROM 1 BY 1
                   UNTIL WS-ACCR-IDX > WS-ACCR-COUNT
                      OR ACCR-FOUND
               IF ACCR-FOUND
                   SET WS-ACCR-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-ACCR-ENTRY-END. EXIT.

       SEARCH-ACCR-ENTRY.
           IF WS-ACCR-ID(WS-ACCR-IDX) = IDX-ID AND
              WS-ACCR-DVZ(WS-ACCR-IDX) = IDX-DVZ
               SET ACCR-FOUND TO TRUE
           END-IF.
       SEARCH-ACCR-ENTRY-END. EXIT.

       FIND-RATE-BAND.
           SET RATE-NOT-FOUND TO TRUE.
           IF WS-RATE-COUNT > 0
               PERFORM SEARCH-RATE-BAND
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR RATE-FOUND
               IF RATE-FOUND
                   SET WS-RATE-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-RATE-BAND-END. EXIT.

       SEARCH-RATE-BAND.
           IF WS-RATE-DVZ(WS-RATE-IDX) = IDX-DVZ AND
              IDX-BALANCE >= WS-RATE-BAND-LOW(WS-RATE-IDX) AND
              IDX-BALANCE <= WS-RATE-BAND-HIGH(WS-RATE-IDX)
               SET RATE-FOUND TO TRUE
           END-IF.
       SEARCH-RATE-BAND-END. EXIT.

       H700-CYCLE-XREF-FILE.
           PERFORM WRITE-ONE-LINK
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT.
       H700-END. EXIT.

       WRITE-ONE-LINK.
           IF WS-XRF-LIVE-SW(WS-XRF-SUB) = 'Y'
               MOVE SPACES TO XREF-OUT-REC
               MOVE WS-XRF-CUST(WS-XRF-SUB) TO XRF-CUST-O
               MOVE WS-XRF-ACCT(WS-XRF-SUB) TO XRF-ACCT-O
               MOVE WS-XRF-DVZ(WS-XRF-SUB)  TO XRF-DVZ-O
               MOVE WS-XRF-ROLE(WS-XRF-SUB) TO XRF-ROLE-O
               WRITE XREF-OUT-REC
           END-IF.
       WRITE-ONE-LINK-END. EXIT.

       WRITE-CLOSED-LINE.
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE CLR-ID-I         TO RPT-ID-O.
           MOVE CLR-DVZ-I        TO RPT-DVZ-O.
           MOVE CLR-METHOD-I     TO RPT-METHOD-O.
           MOVE 'CLOSED'         TO RPT-STATUS-O.
           MOVE WS-SETTLE-AMOUNT TO RPT-AMOUNT-O.
           WRITE RPT-REC.
       WRITE-CLOSED-LINE-END. EXIT.

       WRITE-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE CLR-ID-I         TO RPT-ID-O.
           MOVE CLR-DVZ-I        TO RPT-DVZ-O.
           MOVE CLR-METHOD-I     TO RPT-METHOD-O.
           MOVE 'REFUSED'        TO RPT-STATUS-O.
           MOVE 0                TO RPT-AMOUNT-O.
           MOVE WS-REJECT-REASON TO RPT-REASON-O.
           WRITE RPT-REC.
       WRITE-REFUSED-LINE-END. EXIT.

      *---- A REFUSED CLOSURE LEAVES A LIVE ACCOUNT THE CUSTOMER HAS
      *      ASKED TO CLOSE, SO THE RUN ENDS WITH RETURN-CODE 4 TO
      *      PUT THE REPORT IN FRONT OF OPS.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'CLOSURE REQUESTS READ'    TO TOT-LABEL-O.
           MOVE WS-READ-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ACCOUNTS CLOSED'          TO TOT-LABEL-O.
           MOVE WS-CLOSED-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CLOSURES REFUSED'         TO TOT-LABEL-O.
           MOVE WS-REFUSED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CHEQUES ISSUED'           TO TOT-LABEL-O.
           MOVE WS-CHEQUE-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'XREF LINKS DROPPED'       TO TOT-LABEL-O.
           MOVE WS-LINKS-DROPPED           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           IF WS-REFUSED-COUNT > 0
               DISPLAY 'ACCTCLS: ' WS-REFUSED-COUNT
                   ' CLOSURE(S) REFUSED - SEE CLOSRPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE
           CLOSE CLOSE-FILE
           CLOSE RATE-FILE
           CLOSE TAX-TABLE
           CLOSE TAX-REMIT-FILE
           CLOSE AUDIT-FILE
           CLOSE CHEQUE-FILE
           CLOSE STMT-FILE
           CLOSE REPORT-FILE
           CLOSE XREF-OUT-FILE
           CLOSE XREF-CLS-FILE.
           GOBACK.
       H999-END. EXIT.
