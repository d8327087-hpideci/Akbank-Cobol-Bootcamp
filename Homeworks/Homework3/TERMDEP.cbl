       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMDEP.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- FIXED-TERM DEPOSIT SUBSYSTEM. EVERY IDXFILE ACCOUNT IS A
      *      DEMAND ACCOUNT; A TERM DEPOSIT IS A CONTRACT LAID OVER A
      *      DEDICATED ACCOUNT LEG THAT HOLDS THE PRINCIPAL: FIXED
      *      RATE, START AND MATURITY DATE, ROLLOVER INSTRUCTION AND
      *      A NOMINATED PAYOUT ACCOUNT IN THE SAME CURRENCY. THE
      *      CONTRACTS CYCLE RUN TO RUN (TDMSTI IN, TDMSTO OUT - THE
      *      DORMTRK HISTORY PATTERN) AND ARE MAINTAINED BY ADD,
      *      CHANGE AND EARLY-WITHDRAWAL TRANSACTIONS ON TDMNT WITH
      *      AN APPLIED/REJECTED REPORT, THE WAY STORDGEN MAINTAINS
      *      ITS STANDING ORDERS. EACH RUN THEN MATURES WHAT IS DUE:
      *      INTEREST FOR THE TERM, WITHHOLDING AT THE TAXTAB RATE
      *      (FILED ON TAXREMIT LIKE INTACCR'S), AND THE PRINCIPAL
      *      ROLLED OVER AT TODAY'S RATE OR PAID OUT. NOTHING HERE
      *      TOUCHES A BALANCE - THE MONEY MOVES AS A COMPLETE
      *      TRNPOST BATCH ON TDTRN SO IT IS GUARDED, AUDITED AND
      *      JOURNALED LIKE ANY OTHER MOVEMENT. TDSCHED LISTS THE
      *      CONTRACTS MATURING OVER THE NEXT 30 DAYS BY CURRENCY.
      *2026-10-15 HCP THE PRINCIPAL IS NOW RING-FENCED ON THE DEPOSIT
      *           LEG FOR THE TERM: A NEW CONTRACT AND EVERY ROLL
      *           PLACE A HOLDMNT HOLD FOR THE PRINCIPAL EXPIRING AT
      *           MATURITY, AND A PAYOUT OR AN EARLY BREAK RELEASES
      *           IT (NEW OUTPUT DD TDHOLD, READ BY HOLDMNT ON HLDTRN).
      *           SETTLEMENT ALSO CHECKS THE PRINCIPAL IS STILL ON THE
      *           DEPOSIT LEG, AND A ROLL STAMPS IDX-LASTACT ON IT SO
      *           A LIVE DEPOSIT IS NEVER TAKEN FOR DORMANT.
      *2026-10-15 HCP THE TDTRN HEADER NOW CARRIES AUDIT SOURCE 'T', SO
      *           THE INTEREST CREDITS POST AS TERM-DEPOSIT INTEREST
      *           INSTEAD OF AS CUSTOMER MOVEMENTS ('M'). THE
      *           PRINCIPAL TRANSFERS STILL POST AS 'M'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX.
           SELECT TAX-TABLE  ASSIGN TO TAXTAB
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY TAX-DVZ
                             STATUS ST-TAX.
           SELECT DEPOSIT-IN-FILE ASSIGN TO TDMSTI
                             STATUS ST-DEPOSIT-IN.
           SELECT DEPOSIT-OUT-FILE ASSIGN TO TDMSTO
                             STATUS ST-DEPOSIT-OUT.
           SELECT MAINT-FILE ASSIGN TO TDMNT
                             STATUS ST-MAINT.
           SELECT TERM-RATE-FILE ASSIGN TO TDRATES
                             STATUS ST-TERM-RATE.
           SELECT TRAN-OUT-FILE ASSIGN TO TDTRN
                             STATUS ST-TRAN-OUT.
           SELECT HOLD-TRAN-FILE ASSIGN TO TDHOLD
                             STATUS ST-HOLD-TRAN.
           SELECT TAX-REMIT-FILE ASSIGN TO TAXREMIT
                             STATUS ST-TAXREMIT.
           SELECT REPORT-FILE ASSIGN TO TDRPT
                             STATUS ST-REPORT.
           SELECT SCHEDULE-FILE ASSIGN TO TDSCHED
                             STATUS ST-SCHEDULE.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
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
      *---- SAME TAXTAB TABLE VSAMTOQ AND INTACCR READ: ONE
      *      WITHHOLDING RATE PER CURRENCY, AS A FRACTION.
       FD  TAX-TABLE.
         01  TAX-REC.
           03 TAX-DVZ           PIC S9(03) COMP.
           03 TAX-RATE          PIC S9(01)V9(06) COMP-3.
      *---- ONE RECORD PER LIVE CONTRACT: A SHORT CONTRACT REF (USED
      *      TO BUILD THE GENERATED TRANSACTION REFS), THE DEPOSIT
      *      ACCOUNT KEY HOLDING THE PRINCIPAL, THE FIXED ANNUAL RATE
      *      AND EARLY-WITHDRAWAL PENALTY AS FRACTIONS (000045000 IS
      *      4.5 PCT, THE INTRATES CONVENTION), THE TERM IN MONTHS,
      *      START AND MATURITY DATES, THE ROLLOVER INSTRUCTION
      *      ('R' ROLL THE PRINCIPAL AND PAY THE INTEREST OUT, 'C'
      *      ROLL PRINCIPAL PLUS INTEREST, 'P' PAY EVERYTHING OUT),
      *      THE PAYOUT ACCOUNT ID (SAME CURRENCY AS THE DEPOSIT) AND
      *      HOW MANY TIMES THE CONTRACT HAS ROLLED. REWRITTEN WHOLE
      *      EACH RUN - TDMSTO BECOMES THE NEXT RUN'S TDMSTI.
       FD  DEPOSIT-IN-FILE RECORDING MODE F.
         01  DEPOSIT-IN-REC.
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
       FD  DEPOSIT-OUT-FILE RECORDING MODE F.
         01  DEPOSIT-OUT-REC.
           05 TDM-REF-O          PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-ID-O           PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-DVZ-O          PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-PRINCIPAL-O    PIC 9(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-RATE-O         PIC 9(03)V9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-PENALTY-O      PIC 9(03)V9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-TERM-O         PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-START-O        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-MATURITY-O     PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-ROLLOVER-O     PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-PAY-ID-O       PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TDM-ROLLS-O        PIC 9(03).
      *---- ACTION CODE PLUS THE CONTRACT TERMS: 'A' OPENS A CONTRACT
      *      (A ZERO RATE TAKES THE TDRATES RATE FOR THE CURRENCY AND
      *      TERM, A ZERO START DATE MEANS TODAY), 'C' CHANGES THE
      *      ROLLOVER INSTRUCTION AND/OR PAYOUT ACCOUNT (BLANK MEANS
      *      UNCHANGED), 'W' BREAKS THE CONTRACT EARLY (ONLY THE REF
      *      IS NEEDED).
       FD  MAINT-FILE RECORDING MODE F.
         01  MNT-REC.
           05 MNT-ACTION-I       PIC X(01).
           05 FILLER             PIC X(01).
           05 MNT-REF-I          PIC X(04).
           05 FILLER             PIC X(01).
           05 MNT-ID-I           PIC X(05).
           05 FILLER             PIC X(01).
           05 MNT-DVZ-I          PIC X(03).
           05 FILLER             PIC X(01).
           05 MNT-PRINCIPAL-I    PIC 9(15).
           05 FILLER             PIC X(01).
           05 MNT-RATE-I         PIC 9(03)V9(06).
           05 FILLER             PIC X(01).
           05 MNT-TERM-I         PIC 9(03).
           05 FILLER             PIC X(01).
           05 MNT-START-I        PIC 9(08).
           05 FILLER             PIC X(01).
           05 MNT-ROLLOVER-I     PIC X(01).
           05 FILLER             PIC X(01).
           05 MNT-PAY-ID-I       PIC X(05).
      *---- THE TERMS ON OFFER TODAY: ONE LINE PER CURRENCY AND TERM
      *      IN MONTHS, WITH THE ANNUAL RATE AND THE EARLY-WITHDRAWAL
      *      PENALTY (RATE POINTS TAKEN OFF), BOTH AS FRACTIONS. A
      *      TERM NOT ON THE FILE IS NOT OFFERED - NEW CONTRACTS ARE
      *      REFUSED AND MATURING ONES ARE PAID OUT INSTEAD OF ROLLED.
       FD  TERM-RATE-FILE RECORDING MODE F.
         01  TERM-RATE-REC.
           05 TDR-DVZ-I          PIC X(03).
           05 FILLER             PIC X(01).
           05 TDR-TERM-I         PIC 9(03).
           05 FILLER             PIC X(01).
           05 TDR-RATE-I         PIC 9(03)V9(06).
           05 FILLER             PIC X(01).
           05 TDR-PENALTY-I      PIC 9(03)V9(06).
      *---- A COMPLETE TRNPOST BATCH IN THE TRNIN RECORD LAYOUT:
      *      HEADER, A TYPE-'D' CREDIT PER INTEREST PAYMENT, A TYPE-
      *      'X' TRANSFER PER PRINCIPAL PAID OUT (DEPOSIT LEG TO
      *      PAYOUT ACCOUNT), TRAILER WITH COUNT AND HASH TOTALS.
       FD  TRAN-OUT-FILE RECORDING MODE F.
         01  TRN-REC.
           05 TRN-REC-TYPE       PIC X(01).
           05 TRN-REF-O          PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TRN-ID-O           PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TRN-DVZ-O          PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TRN-AMOUNT-O       PIC 9(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TRN-DRCR-O         PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TRN-TO-ID-O        PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TRN-TO-DVZ-O       PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 TRN-VALUE-DATE-O   PIC X(08).
         01  TRN-HEADER.
           05 FILLER             PIC X(01).
           05 HDR-BATCH-ID-O     PIC X(08).
           05 HDR-SOURCE-O       PIC X(01).
           05 FILLER             PIC X(50).
         01  TRN-TRAILER.
           05 FILLER             PIC X(01).
           05 TRL-BATCH-ID-O     PIC X(08).
           05 FILLER             PIC X(01).
           05 TRL-COUNT-O        PIC 9(07).
           05 FILLER             PIC X(01).
           05 TRL-DEBIT-O        PIC 9(15).
           05 FILLER             PIC X(01).
           05 TRL-CREDIT-O       PIC 9(15).
           05 FILLER             PIC X(11).
      *---- SAME LAYOUT HOLDMNT READS ITS HLDTRN MAINTENANCE FROM:
      *      'A' PLACES THE PRINCIPAL HOLD, 'R' RELEASES IT. THE HOLD
      *      REF IS 'TERMDEP ' PLUS THE CONTRACT REF, SO THE CONTRACT
      *      ALWAYS KNOWS WHICH HOLD IS ITS OWN.
       FD  HOLD-TRAN-FILE RECORDING MODE F.
         01  HOLD-TRAN-REC.
           05 HTR-ACTION-O       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HTR-ID-O           PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HTR-DVZ-O          PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HTR-REF-O          PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HTR-AMOUNT-O       PIC 9(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HTR-REASON-O       PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HTR-EXPIRY-O       PIC X(08).
      *---- SAME LAYOUT VSAMTOQ AND INTACCR WRITE TAXREMIT FROM, SO
      *      DEPOSIT INTEREST WITHHOLDING FILES WITH THE REST AND
      *      REACHES THE YEAR-END CERTIFICATES.
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
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-ACTION-O       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-REF-O          PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-ID-O           PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-DVZ-O          PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-PRINCIPAL-O    PIC Z(14)9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-NET-O          PIC Z(14)9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-STATUS-O       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 RPT-REASON-O       PIC X(30).
       FD  SCHEDULE-FILE RECORDING MODE F.
         01  SCH-REC.
           05 SCH-DVZ-O          PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 SCH-REF-O          PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 SCH-ID-O           PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 SCH-MATURITY-O     PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 SCH-PRINCIPAL-O    PIC Z(14)9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 SCH-GROSS-O        PIC Z(14)9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 SCH-ROLLOVER-O     PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 SCH-PAY-ID-O       PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 SCH-NOTE-O         PIC X(07).
      *---- ONE OPTIONAL CARD: THE BUSINESS DATE THIS RUN PROCESSES,
      *      GREGORIAN YYYYMMDD. EVERY STEP OF THE CHAIN READS THE
      *      SAME CARD SO A RERUN OF TUESDAY MATURES AS TUESDAY.
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
      *---- ONE CONTRACT INSIDE THE SCHEDULE WINDOW, SORTED BY
      *      CURRENCY THEN MATURITY DATE SO EACH CURRENCY PRINTS AS A
      *      BLOCK WITH ITS OWN TOTAL.
       SD  SORT-WORK.
         01  SRT-REC.
           05 SRT-DVZ               PIC X(03).
           05 SRT-MATURITY          PIC 9(08).
           05 SRT-REF               PIC X(04).
           05 SRT-SUB               PIC 9(05).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX            PIC 9(02).
             88 IDX-SUCCESS              VALUE 00 97.
           05 ST-TAX            PIC 9(02).
             88 TAX-SUCCESS              VALUE 00 97.
           05 ST-DEPOSIT-IN     PIC 9(02).
             88 DEPOSIT-IN-EOF           VALUE 10.
             88 DEPOSIT-IN-OK            VALUE 00 97.
           05 ST-DEPOSIT-OUT    PIC 9(02).
             88 DEPOSIT-OUT-OK           VALUE 00 97.
           05 ST-MAINT          PIC 9(02).
             88 MAINT-EOF                VALUE 10.
             88 MAINT-SUCCESS            VALUE 00 97.
           05 ST-TERM-RATE      PIC 9(02).
             88 TERM-RATE-EOF            VALUE 10.
             88 TERM-RATE-OK             VALUE 00 97.
           05 ST-TRAN-OUT       PIC 9(02).
             88 TRAN-OUT-OK              VALUE 00 97.
           05 ST-HOLD-TRAN      PIC 9(02).
             88 HOLD-TRAN-OK             VALUE 00 97.
           05 ST-TAXREMIT       PIC 9(02).
             88 TAXREMIT-OK              VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-SUCCESS           VALUE 00 97.
           05 ST-SCHEDULE       PIC 9(02).
             88 SCHEDULE-OK              VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK              VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-TODAY-INT      PIC 9(07).
           05 WS-TODAY-JULIAN   PIC 9(07).
           05 WS-HORIZON-INT    PIC 9(07).
           05 WS-VALID-SW       PIC X(01).
             88 TRAN-IS-VALID            VALUE 'Y'.
             88 TRAN-IS-INVALID          VALUE 'N'.
           05 WS-REJECT-REASON  PIC X(30).
           05 WS-FOUND-SW       PIC X(01).
             88 ACCOUNT-FOUND            VALUE 'Y'.
             88 ACCOUNT-NOT-FOUND        VALUE 'N'.
           05 WS-LOOK-ID        PIC X(05).
           05 WS-LOOK-DVZ       PIC X(03).
           05 WS-SORT-EOF-SW    PIC X(01).
             88 SORT-RETURN-EOF          VALUE 'Y'.
             88 SORT-RETURN-MORE         VALUE 'N'.

      *---- DATE ARITHMETIC. A MATURITY DATE IS THE START DATE PLUS
      *      THE TERM IN CALENDAR MONTHS, WITH THE DAY PULLED BACK TO
      *      THE LAST DAY OF A SHORTER MONTH (31 JAN + 1 MONTH IS
      *      28 OR 29 FEB).
         01  WS-DATE-WORK.
           05 WS-CALC-DATE      PIC 9(08).
           05 WS-CALC-DATE-X REDEFINES WS-CALC-DATE.
              10 WS-CALC-YYYY   PIC 9(04).
              10 WS-CALC-MM     PIC 9(02).
              10 WS-CALC-DD     PIC 9(02).
           05 WS-MONTH-COUNT    PIC 9(05) COMP.
           05 WS-YEAR-CARRY     PIC 9(05) COMP.
           05 WS-MONTH-REM      PIC 9(02) COMP.
           05 WS-MONTH-LAST-DD  PIC 9(02).
           05 WS-START-INT      PIC 9(07).
           05 WS-END-INT        PIC 9(07).
           05 WS-TERM-DAYS      PIC 9(05) COMP.
           05 WS-MONTH-DAYS-VALUES PIC X(24)
                             VALUE '312831303130313130313031'.
           05 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
              10 WS-MONTH-DAYS  PIC 9(02) OCCURS 12 TIMES.

      *---- INTEREST WORK AREA, THE SAME SHAPE INTACCR USES: GROSS
      *      FOR THE PERIOD, WITHHOLDING AT THE CURRENCY'S TAXTAB
      *      RATE, NET PAID.
         01  WS-INTEREST-WORK.
           05 WS-APPLIED-RATE      PIC S9(03)V9(06) COMP-3.
           05 WS-GROSS-INTEREST    PIC S9(15) COMP-3.
           05 WS-TAX-RATE          PIC S9(01)V9(06) COMP-3.
           05 WS-TAX-AMOUNT        PIC S9(15) COMP-3.
           05 WS-NET-INTEREST      PIC S9(15) COMP-3.
           05 WS-OVERFLOW-SW       PIC X(01).
             88 INTEREST-OVERFLOW           VALUE 'Y'.
             88 INTEREST-NO-OVERFLOW        VALUE 'N'.
           05 WS-PAYOUT-KIND       PIC X(01).
             88 PAYOUT-AT-MATURITY          VALUE 'M'.
             88 PAYOUT-EARLY                VALUE 'W'.
           05 WS-REF-PREFIX        PIC X(02).
           05 WS-HOLD-ACTION       PIC X(01).
           05 WS-MATURITY-STATUS   PIC X(08).

      *---- EVERY CONTRACT ON FILE, WITH A LIVE FLAG SO A BROKEN OR
      *      PAID-OUT CONTRACT DROPS WITHOUT RESHUFFLING THE TABLE.
         01  WS-DEPOSIT-TABLE.
           05 WS-DEP-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-DEP-SUB         PIC 9(05) COMP.
           05 WS-DEP-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-DEP-IDX.
             10 WS-DEP-REF       PIC X(04).
             10 WS-DEP-ID        PIC X(05).
             10 WS-DEP-DVZ       PIC X(03).
             10 WS-DEP-PRINCIPAL PIC 9(15).
             10 WS-DEP-RATE      PIC 9(03)V9(06).
             10 WS-DEP-PENALTY   PIC 9(03)V9(06).
             10 WS-DEP-TERM      PIC 9(03).
             10 WS-DEP-START     PIC 9(08).
             10 WS-DEP-MATURITY  PIC 9(08).
             10 WS-DEP-ROLLOVER  PIC X(01).
             10 WS-DEP-PAY-ID    PIC X(05).
             10 WS-DEP-ROLLS     PIC 9(03).
             10 WS-DEP-LIVE-SW   PIC X(01).
           05 WS-DEP-FOUND-SW    PIC X(01).
             88 DEPOSIT-FOUND             VALUE 'Y'.
             88 DEPOSIT-NOT-FOUND         VALUE 'N'.
           05 WS-DEP-KEY-SW      PIC X(01).
             88 DEPOSIT-KEY-IN-USE        VALUE 'Y'.
             88 DEPOSIT-KEY-FREE          VALUE 'N'.

      *---- THE TERMS ON OFFER, OFF TDRATES.
         01  WS-TERM-RATE-TABLE.
           05 WS-TDR-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-TDR-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-TDR-IDX.
             10 WS-TDR-DVZ       PIC X(03).
             10 WS-TDR-TERM      PIC 9(03).
             10 WS-TDR-RATE      PIC 9(03)V9(06).
             10 WS-TDR-PENALTY   PIC 9(03)V9(06).
           05 WS-TDR-FOUND-SW    PIC X(01).
             88 TERM-RATE-FOUND           VALUE 'Y'.
             88 TERM-RATE-NOT-FOUND       VALUE 'N'.
           05 WS-LOOK-TDR-DVZ    PIC X(03).
           05 WS-LOOK-TDR-TERM   PIC 9(03).

      *---- INTEREST AND WITHHOLDING PAID PER CURRENCY, SO THE TAX
      *      LINES ON TAXREMIT CAN BE PROVED AGAINST THIS REPORT.
         01  WS-CURRENCY-TOTALS.
           05 WS-CUR-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-CUR-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-CUR-IDX.
             10 WS-CUR-DVZ       PIC X(03).
             10 WS-CUR-GROSS     PIC S9(17) COMP-3.
             10 WS-CUR-TAX       PIC S9(17) COMP-3.
           05 WS-CUR-FOUND-SW    PIC X(01).
             88 CURRENCY-FOUND            VALUE 'Y'.
             88 CURRENCY-NOT-FOUND        VALUE 'N'.

         01  WS-SCHEDULE-BREAK.
           05 WS-SCH-DVZ         PIC X(03) VALUE SPACES.
           05 WS-SCH-DVZ-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-SCH-DVZ-PRINCIPAL PIC S9(17) COMP-3 VALUE 0.
           05 WS-SCH-DVZ-GROSS   PIC S9(17) COMP-3 VALUE 0.
           05 WS-SCH-GROSS       PIC S9(15) COMP-3.

         01  WS-BATCH-DATA.
           05 WS-BATCH-ID        PIC X(08).
           05 WS-GEN-COUNT       PIC 9(07) COMP VALUE 0.
           05 WS-GEN-DEBIT-TOTAL  PIC S9(15) COMP-3 VALUE 0.
           05 WS-GEN-CREDIT-TOTAL PIC S9(15) COMP-3 VALUE 0.

         01  WS-CONTROL-TOTALS.
           05 WS-DEPOSITS-IN-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-MAINT-READ-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-APPLIED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-REJECTED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-WITHDRAWN-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-MATURED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-ROLLED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-PAID-OUT-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-NOT-OFFERED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-SKIPPED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-CARRIED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-SCHEDULED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-HOLDS-PLACED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-HOLDS-RELEASED-COUNT PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(30)
                              VALUE 'Term Deposit Processing'.
           05  FILLER         PIC X(25) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(02) VALUE 'A '.
           05  FILLER         PIC X(05) VALUE 'Ref  '.
           05  FILLER         PIC X(06) VALUE 'C.No  '.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(16) VALUE '      Principal '.
           05  FILLER         PIC X(16) VALUE '   Net Interest '.
           05  FILLER         PIC X(09) VALUE 'Status   '.
           05  FILLER         PIC X(06) VALUE 'Reason'.
           05  FILLER         PIC X(24) VALUE SPACES.
         01  SCH-HEADER-1.
           05  FILLER         PIC X(40)
                 VALUE 'Term Deposits Maturing - Next 30 Days'.
           05  FILLER         PIC X(11) VALUE 'From Date: '.
           05  SCH-HDR-DATE-O PIC 9(08).
           05  FILLER         PIC X(12) VALUE SPACES.
         01  SCH-HEADER-2.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(05) VALUE 'Ref  '.
           05  FILLER         PIC X(06) VALUE 'C.No  '.
           05  FILLER         PIC X(09) VALUE 'Maturity '.
           05  FILLER         PIC X(16) VALUE '      Principal '.
           05  FILLER         PIC X(16) VALUE ' Gross Interest '.
           05  FILLER         PIC X(02) VALUE 'R '.
           05  FILLER         PIC X(06) VALUE 'Pay   '.
           05  FILLER         PIC X(07) VALUE 'Note   '.
         01  SCH-TOTAL-LINE.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'TOTAL '.
           05  SCH-TOT-DVZ-O  PIC X(03).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  SCH-TOT-COUNT-O PIC Z(06)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  SCH-TOT-PRINCIPAL-O PIC Z(16)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  SCH-TOT-GROSS-O PIC Z(14)9.
           05  FILLER         PIC X(16) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(26).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(47) VALUE SPACES.
         01  TOTALS-CUR-DETAIL.
           05 TOT-CUR-LABEL-O     PIC X(22).
           05 TOT-CUR-DVZ-O       PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TOT-CUR-VALUE-O     PIC Z(16)9.
           05 FILLER              PIC X(45) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H150-WRITE-HEADERS
           PERFORM H170-LOAD-TERM-RATES
           PERFORM H160-LOAD-DEPOSITS
           PERFORM H300-WRITE-BATCH-HEADER
           PERFORM H200-APPLY-MAINTENANCE UNTIL MAINT-EOF
           PERFORM H400-MATURE-DUE-DEPOSITS
           PERFORM H500-WRITE-BATCH-TRAILER
           PERFORM H600-CYCLE-DEPOSIT-FILE
           PERFORM H700-WRITE-SCHEDULE
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      *---- TAXREMIT IS SHARED WITH INTACCR AND VSAMTOQ, SO IT IS
      *      EXTENDED, NEVER REPLACED.
       H100-OPEN-FILES.
           OPEN I-O    IDX-FILE.
           OPEN INPUT  TAX-TABLE.
           OPEN INPUT  MAINT-FILE.
           OPEN INPUT  TERM-RATE-FILE.
           OPEN OUTPUT DEPOSIT-OUT-FILE.
           OPEN OUTPUT TRAN-OUT-FILE.
           OPEN OUTPUT HOLD-TRAN-FILE.
           OPEN EXTEND TAX-REMIT-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT SCHEDULE-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT TAX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TAXTAB: ' ST-TAX
           MOVE ST-TAX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT MAINT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDMNT: ' ST-MAINT
           MOVE ST-MAINT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT TERM-RATE-OK)
           DISPLAY 'UNABLE TO OPEN TDRATES: ' ST-TERM-RATE
           MOVE ST-TERM-RATE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT DEPOSIT-OUT-OK)
           DISPLAY 'UNABLE TO OPEN TDMSTO: ' ST-DEPOSIT-OUT
           MOVE ST-DEPOSIT-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT TRAN-OUT-OK)
           DISPLAY 'UNABLE TO OPEN TDTRN: ' ST-TRAN-OUT
           MOVE ST-TRAN-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HOLD-TRAN-OK)
           DISPLAY 'UNABLE TO OPEN TDHOLD: ' ST-HOLD-TRAN
           MOVE ST-HOLD-TRAN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT TAXREMIT-OK)
           DISPLAY 'UNABLE TO OPEN TAXREMIT: ' ST-TAXREMIT
           MOVE ST-TAXREMIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT SCHEDULE-OK)
           DISPLAY 'UNABLE TO OPEN TDSCHED: ' ST-SCHEDULE
           MOVE ST-SCHEDULE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ MAINT-FILE.
           IF (NOT MAINT-SUCCESS) AND (NOT MAINT-EOF)
           DISPLAY 'UNABLE TO READ TDMNT: ' ST-MAINT
           MOVE ST-MAINT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL THE WAY CTLPARM IS ELSEWHERE - NO
      *      CARD MEANS THE WALL-CLOCK DATE IS THE PROCESSING DATE.
      *      WHAT MATURES, THE GENERATED REFS AND THE SCHEDULE
      *      WINDOW ALL RUN OFF THE BUSINESS DAY SET HERE.
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
               FUNCTION DAY-OF-INTEGER (WS-TODAY-INT)
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + 30.
           MOVE SPACES TO WS-BATCH-ID.
           STRING 'TD' DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(3:6) DELIMITED BY SIZE
               INTO WS-BATCH-ID
           END-STRING.
       H105-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-1.
           WRITE RPT-REC FROM RPT-HEADER-2.
           MOVE WS-TODAY-GREG TO SCH-HDR-DATE-O.
           MOVE SPACES TO SCH-REC.
           WRITE SCH-REC FROM SCH-HEADER-1.
           WRITE SCH-REC FROM SCH-HEADER-2.
       H150-END. EXIT.

      *---- TDMSTI IS OPTIONAL - THE FIRST RUN EVER STARTS WITH AN
      *      EMPTY BOOK AND THE DAY'S ADDS BUILD IT.
       H160-LOAD-DEPOSITS.
           OPEN INPUT DEPOSIT-IN-FILE.
           IF DEPOSIT-IN-OK
               READ DEPOSIT-IN-FILE
                   AT END SET DEPOSIT-IN-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-DEPOSIT UNTIL DEPOSIT-IN-EOF
               CLOSE DEPOSIT-IN-FILE
           END-IF.
       H160-END. EXIT.

      *---- A FULL TABLE STOPS THE RUN: TDMSTO IS THE WHOLE BOOK, SO
      *      A CONTRACT LEFT OUT OF THE TABLE WOULD BE LOST FROM IT.
       LOAD-NEXT-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-IN-COUNT.
           IF WS-DEP-COUNT < 9999
               ADD 1 TO WS-DEP-COUNT
               SET WS-DEP-IDX TO WS-DEP-COUNT
               MOVE TDM-REF-I       TO WS-DEP-REF(WS-DEP-IDX)
               MOVE TDM-ID-I        TO WS-DEP-ID(WS-DEP-IDX)
               MOVE TDM-DVZ-I       TO WS-DEP-DVZ(WS-DEP-IDX)
               MOVE TDM-PRINCIPAL-I TO WS-DEP-PRINCIPAL(WS-DEP-IDX)
               MOVE TDM-RATE-I      TO WS-DEP-RATE(WS-DEP-IDX)
               MOVE TDM-PENALTY-I   TO WS-DEP-PENALTY(WS-DEP-IDX)
               MOVE TDM-TERM-I      TO WS-DEP-TERM(WS-DEP-IDX)
               MOVE TDM-START-I     TO WS-DEP-START(WS-DEP-IDX)
               MOVE TDM-MATURITY-I  TO WS-DEP-MATURITY(WS-DEP-IDX)
               MOVE TDM-ROLLOVER-I  TO WS-DEP-ROLLOVER(WS-DEP-IDX)
               MOVE TDM-PAY-ID-I    TO WS-DEP-PAY-ID(WS-DEP-IDX)
               MOVE TDM-ROLLS-I     TO WS-DEP-ROLLS(WS-DEP-IDX)
               MOVE 'Y'             TO WS-DEP-LIVE-SW(WS-DEP-IDX)
           ELSE
               DISPLAY 'WS-DEPOSIT-TABLE FULL, RUN STOPPED AT REF='
                   TDM-REF-I
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ DEPOSIT-IN-FILE
               AT END SET DEPOSIT-IN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-DEPOSIT-END. EXIT.

      *---- TDRATES IS REQUIRED: WITHOUT IT NOTHING COULD BE OPENED
      *      OR ROLLED AT TODAY'S RATE.
       H170-LOAD-TERM-RATES.
           READ TERM-RATE-FILE
               AT END SET TERM-RATE-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-TERM-RATE UNTIL TERM-RATE-EOF.
           CLOSE TERM-RATE-FILE.
       H170-END. EXIT.

       LOAD-NEXT-TERM-RATE.
           IF TDR-DVZ-I IS NUMERIC AND TDR-TERM-I IS NUMERIC AND
              TDR-RATE-I IS NUMERIC AND TDR-PENALTY-I IS NUMERIC AND
              TDR-TERM-I > 0
               IF WS-TDR-COUNT < 500
                   ADD 1 TO WS-TDR-COUNT
                   SET WS-TDR-IDX TO WS-TDR-COUNT
                   MOVE TDR-DVZ-I     TO WS-TDR-DVZ(WS-TDR-IDX)
                   MOVE TDR-TERM-I    TO WS-TDR-TERM(WS-TDR-IDX)
                   MOVE TDR-RATE-I    TO WS-TDR-RATE(WS-TDR-IDX)
                   MOVE TDR-PENALTY-I TO WS-TDR-PENALTY(WS-TDR-IDX)
               ELSE
                   DISPLAY 'WS-TERM-RATE-TABLE FULL, SKIPPING DVZ='
                       TDR-DVZ-I ' TERM=' TDR-TERM-I
               END-IF
           END-IF.
           READ TERM-RATE-FILE
               AT END SET TERM-RATE-EOF TO TRUE
           END-READ.
       LOAD-NEXT-TERM-RATE-END. EXIT.

      *---- SAME EDIT-BEFORE-TOUCH DISCIPLINE IDXMNT APPLIES TO THE
      *      KSDS: A MIS-KEYED CONTRACT IS REJECTED TO THE REPORT
      *      INSTEAD OF PAYING THE WRONG INTEREST FOR MONTHS.
       H200-APPLY-MAINTENANCE.
           ADD 1 TO WS-MAINT-READ-COUNT.
           PERFORM VALIDATE-MAINT-TRAN.
           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECTED-LINE
           ELSE
               EVALUATE MNT-ACTION-I
                   WHEN 'A' PERFORM H210-ADD-DEPOSIT
                   WHEN 'C' PERFORM H220-CHANGE-DEPOSIT
                   WHEN 'W' PERFORM H230-WITHDRAW-DEPOSIT
               END-EVALUATE
           END-IF.
           READ MAINT-FILE.
       H200-END. EXIT.

       VALIDATE-MAINT-TRAN.
           SET TRAN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF MNT-ACTION-I NOT = 'A' AND
              MNT-ACTION-I NOT = 'C' AND
              MNT-ACTION-I NOT = 'W'
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-REF-I = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'CONTRACT REF MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-ACTION-I = 'A'
               PERFORM VALIDATE-ADD-FIELDS
           END-IF.
           IF TRAN-IS-VALID AND MNT-ACTION-I = 'C'
               PERFORM VALIDATE-CHANGE-FIELDS
           END-IF.
       VALIDATE-MAINT-TRAN-END. EXIT.

       VALIDATE-ADD-FIELDS.
           IF MNT-ID-I NOT NUMERIC OR MNT-DVZ-I NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'ACCOUNT KEY NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND
              (MNT-PRINCIPAL-I NOT NUMERIC OR MNT-PRINCIPAL-I = 0)
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'PRINCIPAL INVALID' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-RATE-I NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND
              (MNT-TERM-I NOT NUMERIC OR MNT-TERM-I = 0)
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'TERM INVALID' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-START-I NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'START DATE INVALID' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-START-I > 0
               MOVE MNT-START-I TO WS-CALC-DATE
               IF WS-CALC-YYYY < 1601 OR
                  WS-CALC-MM < 1 OR WS-CALC-MM > 12 OR
                  WS-CALC-DD < 1 OR WS-CALC-DD > 31 OR
                  MNT-START-I > WS-TODAY-GREG
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'START DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               PERFORM VALIDATE-ROLLOVER-CODE
           END-IF.
           IF TRAN-IS-VALID AND
              (MNT-PAY-ID-I NOT NUMERIC OR MNT-PAY-ID-I = MNT-ID-I)
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'PAYOUT ACCOUNT INVALID' TO WS-REJECT-REASON
           END-IF.
       VALIDATE-ADD-FIELDS-END. EXIT.

       VALIDATE-CHANGE-FIELDS.
           IF MNT-ROLLOVER-I = SPACE AND MNT-PAY-ID-I = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND MNT-ROLLOVER-I NOT = SPACE
               PERFORM VALIDATE-ROLLOVER-CODE
           END-IF.
           IF TRAN-IS-VALID AND MNT-PAY-ID-I NOT = SPACES AND
              MNT-PAY-ID-I NOT NUMERIC
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'PAYOUT ACCOUNT INVALID' TO WS-REJECT-REASON
           END-IF.
       VALIDATE-CHANGE-FIELDS-END. EXIT.

       VALIDATE-ROLLOVER-CODE.
           IF MNT-ROLLOVER-I NOT = 'R' AND
              MNT-ROLLOVER-I NOT = 'C' AND
              MNT-ROLLOVER-I NOT = 'P'
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'INVALID ROLLOVER CODE' TO WS-REJECT-REASON
           END-IF.
       VALIDATE-ROLLOVER-CODE-END. EXIT.

      *---- THE PRINCIPAL MUST ALREADY SIT ON THE DEPOSIT ACCOUNT -
      *      OPENING THE CONTRACT MOVES NO MONEY, IT FIXES THE TERMS.
      *      ONE LIVE CONTRACT PER DEPOSIT ACCOUNT KEY, AND NEITHER
      *      ACCOUNT MAY BE ESCHEATED. THE PRINCIPAL IS HELD ON THE
      *      DEPOSIT LEG FROM TODAY UNTIL MATURITY.
       H210-ADD-DEPOSIT.
           PERFORM FIND-DEPOSIT-BY-REF.
           PERFORM FIND-DEPOSIT-BY-KEY.
           MOVE MNT-DVZ-I  TO WS-LOOK-TDR-DVZ.
           MOVE MNT-TERM-I TO WS-LOOK-TDR-TERM.
           PERFORM FIND-TERM-RATE.
           MOVE MNT-ID-I  TO WS-LOOK-ID.
           MOVE MNT-DVZ-I TO WS-LOOK-DVZ.
           PERFORM H460-READ-ACCOUNT.
           EVALUATE TRUE
               WHEN DEPOSIT-FOUND
                   MOVE 'CONTRACT ALREADY ON FILE' TO WS-REJECT-REASON
               WHEN DEPOSIT-KEY-IN-USE
                   MOVE 'ACCOUNT ALREADY ON A DEPOSIT'
                       TO WS-REJECT-REASON
               WHEN TERM-RATE-NOT-FOUND
                   MOVE 'TERM NOT OFFERED' TO WS-REJECT-REASON
               WHEN ACCOUNT-NOT-FOUND
                   MOVE 'DEPOSIT ACCOUNT NOT ON FILE'
                       TO WS-REJECT-REASON
               WHEN IDX-STATUS = 'E'
                   MOVE 'DEPOSIT ACCOUNT ESCHEATED' TO WS-REJECT-REASON
               WHEN IDX-BALANCE < MNT-PRINCIPAL-I
                   MOVE 'PRINCIPAL NOT ON ACCOUNT' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM H215-CHECK-PAYOUT-ACCOUNT
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECTED-LINE
           ELSE
               IF WS-DEP-COUNT < 9999
                   ADD 1 TO WS-DEP-COUNT
                   SET WS-DEP-IDX TO WS-DEP-COUNT
                   PERFORM MOVE-MAINT-TO-ENTRY
                   MOVE 'A' TO WS-HOLD-ACTION
                   PERFORM WRITE-HOLD-TRAN
                   PERFORM WRITE-APPLIED-LINE
               ELSE
                   MOVE 'DEPOSIT TABLE FULL' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-LINE
               END-IF
           END-IF.
       H210-END. EXIT.

       H215-CHECK-PAYOUT-ACCOUNT.
           MOVE MNT-PAY-ID-I TO WS-LOOK-ID.
           MOVE MNT-DVZ-I    TO WS-LOOK-DVZ.
           PERFORM H460-READ-ACCOUNT.
           IF ACCOUNT-NOT-FOUND
               MOVE 'PAYOUT ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               IF IDX-STATUS = 'E'
                   MOVE 'PAYOUT ACCOUNT ESCHEATED' TO WS-REJECT-REASON
               END-IF
           END-IF.
       H215-END. EXIT.

      *---- A ZERO RATE ON THE TRANSACTION TAKES THE OFFERED RATE; A
      *      KEYED RATE IS A NEGOTIATED ONE. THE PENALTY ALWAYS COMES
      *      FROM THE OFFER IN FORCE WHEN THE CONTRACT IS STRUCK.
       MOVE-MAINT-TO-ENTRY.
           MOVE MNT-REF-I       TO WS-DEP-REF(WS-DEP-IDX).
           MOVE MNT-ID-I        TO WS-DEP-ID(WS-DEP-IDX).
           MOVE MNT-DVZ-I       TO WS-DEP-DVZ(WS-DEP-IDX).
           MOVE MNT-PRINCIPAL-I TO WS-DEP-PRINCIPAL(WS-DEP-IDX).
           IF MNT-RATE-I > 0
               MOVE MNT-RATE-I  TO WS-DEP-RATE(WS-DEP-IDX)
           ELSE
               MOVE WS-TDR-RATE(WS-TDR-IDX) TO WS-DEP-RATE(WS-DEP-IDX)
           END-IF.
           MOVE WS-TDR-PENALTY(WS-TDR-IDX)
                                TO WS-DEP-PENALTY(WS-DEP-IDX).
           MOVE MNT-TERM-I      TO WS-DEP-TERM(WS-DEP-IDX).
           IF MNT-START-I > 0
               MOVE MNT-START-I TO WS-DEP-START(WS-DEP-IDX)
           ELSE
               MOVE WS-TODAY-GREG TO WS-DEP-START(WS-DEP-IDX)
           END-IF.
           PERFORM SET-MATURITY-DATE.
           MOVE MNT-ROLLOVER-I  TO WS-DEP-ROLLOVER(WS-DEP-IDX).
           MOVE MNT-PAY-ID-I    TO WS-DEP-PAY-ID(WS-DEP-IDX).
           MOVE 0               TO WS-DEP-ROLLS(WS-DEP-IDX).
           MOVE 'Y'             TO WS-DEP-LIVE-SW(WS-DEP-IDX).
       MOVE-MAINT-TO-ENTRY-END. EXIT.

       H220-CHANGE-DEPOSIT.
           PERFORM FIND-DEPOSIT-BY-REF.
           IF DEPOSIT-NOT-FOUND
               MOVE 'CONTRACT NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               IF MNT-PAY-ID-I NOT = SPACES
                   IF MNT-PAY-ID-I = WS-DEP-ID(WS-DEP-IDX)
                       MOVE 'PAYOUT ACCOUNT INVALID'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE MNT-PAY-ID-I TO WS-LOOK-ID
                       MOVE WS-DEP-DVZ(WS-DEP-IDX) TO WS-LOOK-DVZ
                       PERFORM H460-READ-ACCOUNT
                       IF ACCOUNT-NOT-FOUND
                           MOVE 'PAYOUT ACCOUNT NOT ON FILE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECTED-LINE
           ELSE
               IF MNT-ROLLOVER-I NOT = SPACE
                   MOVE MNT-ROLLOVER-I TO WS-DEP-ROLLOVER(WS-DEP-IDX)
               END-IF
               IF MNT-PAY-ID-I NOT = SPACES
                   MOVE MNT-PAY-ID-I   TO WS-DEP-PAY-ID(WS-DEP-IDX)
               END-IF
               PERFORM WRITE-APPLIED-LINE
           END-IF.
       H220-END. EXIT.

      *---- BREAKING A CONTRACT EARLY PAYS INTEREST FOR THE DAYS IT
      *      RAN, AT THE CONTRACT RATE LESS THE PENALTY (NEVER BELOW
      *      ZERO), THEN RETURNS THE PRINCIPAL TO THE PAYOUT ACCOUNT
      *      AND CLOSES THE CONTRACT.
       H230-WITHDRAW-DEPOSIT.
           PERFORM FIND-DEPOSIT-BY-REF.
           IF DEPOSIT-NOT-FOUND
               MOVE 'CONTRACT NOT ON FILE' TO WS-REJECT-REASON
               PERFORM WRITE-REJECTED-LINE
           ELSE
               SET PAYOUT-EARLY TO TRUE
               COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DEP-START(WS-DEP-IDX))
               MOVE WS-TODAY-INT TO WS-END-INT
               IF WS-DEP-RATE(WS-DEP-IDX) >
                  WS-DEP-PENALTY(WS-DEP-IDX)
                   COMPUTE WS-APPLIED-RATE =
                       WS-DEP-RATE(WS-DEP-IDX) -
                       WS-DEP-PENALTY(WS-DEP-IDX)
               ELSE
                   MOVE 0 TO WS-APPLIED-RATE
               END-IF
               PERFORM H410-CHECK-SETTLEMENT-LEGS
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   PERFORM H420-COMPUTE-INTEREST
                   IF INTEREST-OVERFLOW
                       MOVE 'INTEREST CALC OVERFLOW'
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-LINE
                   ELSE
                       PERFORM H440-PAY-INTEREST-OUT
                       PERFORM H450-PAY-PRINCIPAL-OUT
                       MOVE 'N' TO WS-DEP-LIVE-SW(WS-DEP-IDX)
                       ADD 1 TO WS-WITHDRAWN-COUNT
                       PERFORM WRITE-APPLIED-LINE
                   END-IF
               END-IF
           END-IF.
       H230-END. EXIT.

      *---- PERFORM...VARYING BUMPS WS-DEP-IDX PAST THE MATCHING
      *      SLOT BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE
      *      INDEX IS BACKED UP BY ONE TO POINT AT THE SLOT THAT
      *      ACTUALLY MATCHED. ONLY LIVE ENTRIES MATCH - A CLOSED
      *      CONTRACT REF CAN BE REUSED.
       FIND-DEPOSIT-BY-REF.
           SET DEPOSIT-NOT-FOUND TO TRUE.
           IF WS-DEP-COUNT > 0
               PERFORM SEARCH-DEPOSIT-BY-REF
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                      OR DEPOSIT-FOUND
               IF DEPOSIT-FOUND
                   SET WS-DEP-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-DEPOSIT-BY-REF-END. EXIT.

       SEARCH-DEPOSIT-BY-REF.
           IF WS-DEP-REF(WS-DEP-IDX) = MNT-REF-I AND
              WS-DEP-LIVE-SW(WS-DEP-IDX) = 'Y'
               SET DEPOSIT-FOUND TO TRUE
           END-IF.
       SEARCH-DEPOSIT-BY-REF-END. EXIT.

       FIND-DEPOSIT-BY-KEY.
           SET DEPOSIT-KEY-FREE TO TRUE.
           IF WS-DEP-COUNT > 0
               PERFORM SEARCH-DEPOSIT-BY-KEY
                   VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-COUNT
                      OR DEPOSIT-KEY-IN-USE
           END-IF.
       FIND-DEPOSIT-BY-KEY-END. EXIT.

       SEARCH-DEPOSIT-BY-KEY.
           IF WS-DEP-ID(WS-DEP-SUB)  = MNT-ID-I AND
              WS-DEP-DVZ(WS-DEP-SUB) = MNT-DVZ-I AND
              WS-DEP-LIVE-SW(WS-DEP-SUB) = 'Y'
               SET DEPOSIT-KEY-IN-USE TO TRUE
           END-IF.
       SEARCH-DEPOSIT-BY-KEY-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED.
       FIND-TERM-RATE.
           SET TERM-RATE-NOT-FOUND TO TRUE.
           IF WS-TDR-COUNT > 0
               PERFORM SEARCH-TERM-RATE
                   VARYING WS-TDR-IDX FROM 1 BY 1
                   UNTIL WS-TDR-IDX > WS-TDR-COUNT
                      OR TERM-RATE-FOUND
               IF TERM-RATE-FOUND
                   SET WS-TDR-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-TERM-RATE-END. EXIT.

       SEARCH-TERM-RATE.
           IF WS-TDR-DVZ(WS-TDR-IDX)  = WS-LOOK-TDR-DVZ AND
              WS-TDR-TERM(WS-TDR-IDX) = WS-LOOK-TDR-TERM
               SET TERM-RATE-FOUND TO TRUE
           END-IF.
       SEARCH-TERM-RATE-END. EXIT.

      *---- START PLUS TERM MONTHS, DAY CLAMPED TO THE TARGET MONTH.
      *      FEBRUARY HAS 29 DAYS IN A GREGORIAN LEAP YEAR.
       SET-MATURITY-DATE.
           MOVE WS-DEP-START(WS-DEP-IDX) TO WS-CALC-DATE.
           COMPUTE WS-MONTH-COUNT =
               WS-CALC-MM - 1 + WS-DEP-TERM(WS-DEP-IDX).
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-YEAR-CARRY
               REMAINDER WS-MONTH-REM.
           ADD WS-YEAR-CARRY TO WS-CALC-YYYY.
           COMPUTE WS-CALC-MM = WS-MONTH-REM + 1.
           MOVE WS-MONTH-DAYS(WS-CALC-MM) TO WS-MONTH-LAST-DD.
           IF WS-CALC-MM = 2 AND
              FUNCTION MOD (WS-CALC-YYYY 4) = 0 AND
              (FUNCTION MOD (WS-CALC-YYYY 100) NOT = 0 OR
               FUNCTION MOD (WS-CALC-YYYY 400) = 0)
               MOVE 29 TO WS-MONTH-LAST-DD
           END-IF.
           IF WS-CALC-DD > WS-MONTH-LAST-DD
               MOVE WS-MONTH-LAST-DD TO WS-CALC-DD
           END-IF.
           MOVE WS-CALC-DATE TO WS-DEP-MATURITY(WS-DEP-IDX).
       SET-MATURITY-DATE-END. EXIT.

      *---- THE HEADER NAMES AUDIT SOURCE 'T' SO TRNPOST FILES THE
      *      INTEREST CREDITS AS TERM-DEPOSIT INTEREST, NOT AS A
      *      CUSTOMER MOVEMENT.
       H300-WRITE-BATCH-HEADER.
           MOVE SPACES TO TRN-REC.
           MOVE 'H' TO TRN-HEADER(1:1).
           MOVE WS-BATCH-ID TO HDR-BATCH-ID-O.
           MOVE 'T'         TO HDR-SOURCE-O.
           WRITE TRN-REC.
       H300-END. EXIT.

       H400-MATURE-DUE-DEPOSITS.
           PERFORM MATURE-ONE-DEPOSIT
               VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT.
       H400-END. EXIT.

      *---- A CONTRACT MATURES ON THE FIRST RUN ON OR AFTER ITS
      *      MATURITY DATE, SO A MISSED DAY IS PICKED UP NEXT RUN. ONE
      *      THAT CANNOT SETTLE (AN ACCOUNT GONE OR ESCHEATED) IS
      *      SKIPPED AND REPORTED AND TRIED AGAIN NEXT RUN, TERMS
      *      UNTOUCHED.
       MATURE-ONE-DEPOSIT.
           IF WS-DEP-LIVE-SW(WS-DEP-SUB) = 'Y' AND
              WS-DEP-MATURITY(WS-DEP-SUB) <= WS-TODAY-GREG
               SET WS-DEP-IDX TO WS-DEP-SUB
               SET PAYOUT-AT-MATURITY TO TRUE
               MOVE SPACES TO WS-REJECT-REASON
               MOVE 0 TO WS-NET-INTEREST
               COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DEP-START(WS-DEP-IDX))
               COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DEP-MATURITY(WS-DEP-IDX))
               MOVE WS-DEP-RATE(WS-DEP-IDX) TO WS-APPLIED-RATE
               PERFORM H410-CHECK-SETTLEMENT-LEGS
               IF WS-REJECT-REASON = SPACES
                   PERFORM H420-COMPUTE-INTEREST
                   IF INTEREST-OVERFLOW
                       MOVE 'INTEREST CALC OVERFLOW'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'SKIPPED' TO WS-MATURITY-STATUS
                   PERFORM WRITE-MATURITY-LINE
               ELSE
                   ADD 1 TO WS-MATURED-COUNT
                   PERFORM H430-SETTLE-MATURITY
               END-IF
           END-IF.
       MATURE-ONE-DEPOSIT-END. EXIT.

      *---- BOTH LEGS MUST BE ON FILE AND NOT ESCHEATED BEFORE ANY
      *      MOVEMENT IS GENERATED - TRNPOST WOULD ONLY REJECT IT. THE
      *      DEPOSIT LEG MUST STILL CARRY THE WHOLE PRINCIPAL: THE
      *      HOLD KEEPS CUSTOMER DEBITS OFF IT, BUT A CHARGE OR AN
      *      ADJUSTMENT CAN STILL HAVE TAKEN IT BELOW, AND PAYING OUT
      *      OR ROLLING MONEY THAT IS NOT THERE WOULD OVERDRAW IT.
       H410-CHECK-SETTLEMENT-LEGS.
           MOVE WS-DEP-ID(WS-DEP-IDX)  TO WS-LOOK-ID.
           MOVE WS-DEP-DVZ(WS-DEP-IDX) TO WS-LOOK-DVZ.
           PERFORM H460-READ-ACCOUNT.
           IF ACCOUNT-NOT-FOUND
               MOVE 'DEPOSIT ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               IF IDX-STATUS = 'E'
                   MOVE 'DEPOSIT ACCOUNT ESCHEATED'
                       TO WS-REJECT-REASON
               ELSE
                   IF IDX-BALANCE < WS-DEP-PRINCIPAL(WS-DEP-IDX)
                       MOVE 'PRINCIPAL NOT ON ACCOUNT'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-DEP-PAY-ID(WS-DEP-IDX) TO WS-LOOK-ID
               PERFORM H460-READ-ACCOUNT
               IF ACCOUNT-NOT-FOUND
                   MOVE 'PAYOUT ACCOUNT NOT ON FILE'
                       TO WS-REJECT-REASON
               ELSE
                   IF IDX-STATUS = 'E'
                       MOVE 'PAYOUT ACCOUNT ESCHEATED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       H410-END. EXIT.

      *---- ACTUAL/365 ON THE DAYS BETWEEN START AND MATURITY (OR
      *      TODAY, FOR A BREAK), THEN THE INTACCR WITHHOLDING: THE
      *      CURRENCY'S TAXTAB RATE ON THE GROSS, A CURRENCY WITH NO
      *      TABLE ENTRY WITHHOLDS NOTHING.
       H420-COMPUTE-INTEREST.
           SET INTEREST-NO-OVERFLOW TO TRUE.
           MOVE 0 TO WS-TERM-DAYS.
           IF WS-END-INT > WS-START-INT
               COMPUTE WS-TERM-DAYS = WS-END-INT - WS-START-INT
           END-IF.
           COMPUTE WS-GROSS-INTEREST ROUNDED =
               WS-DEP-PRINCIPAL(WS-DEP-IDX) * WS-APPLIED-RATE
               * WS-TERM-DAYS / 365
               ON SIZE ERROR
                   SET INTEREST-OVERFLOW TO TRUE
           END-COMPUTE.
           MOVE 0 TO WS-TAX-AMOUNT.
           IF INTEREST-NO-OVERFLOW AND WS-GROSS-INTEREST > 0
               MOVE 0 TO WS-TAX-RATE
               COMPUTE TAX-DVZ =
                   FUNCTION NUMVAL(WS-DEP-DVZ(WS-DEP-IDX))
               READ TAX-TABLE
                   INVALID KEY
                       MOVE 0 TO WS-TAX-RATE
                   NOT INVALID KEY
                       MOVE TAX-RATE TO WS-TAX-RATE
               END-READ
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-GROSS-INTEREST * WS-TAX-RATE
           END-IF.
           IF INTEREST-OVERFLOW
               MOVE 0 TO WS-GROSS-INTEREST
           END-IF.
           COMPUTE WS-NET-INTEREST = WS-GROSS-INTEREST - WS-TAX-AMOUNT.
       H420-END. EXIT.

      *---- 'R' ROLLS THE SAME PRINCIPAL AND PAYS THE INTEREST OUT,
      *      'C' CAPITALIZES THE NET INTEREST ONTO THE DEPOSIT LEG
      *      AND ROLLS THE LOT, 'P' PAYS EVERYTHING OUT. A ROLL TAKES
      *      TODAY'S OFFERED RATE AND PENALTY FOR THE SAME CURRENCY
      *      AND TERM; IF THAT TERM IS NO LONGER OFFERED THE CONTRACT
      *      IS PAID OUT INSTEAD AND THE REPORT SAYS SO.
       H430-SETTLE-MATURITY.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-DEP-ROLLOVER(WS-DEP-IDX) NOT = 'P'
               MOVE WS-DEP-DVZ(WS-DEP-IDX)  TO WS-LOOK-TDR-DVZ
               MOVE WS-DEP-TERM(WS-DEP-IDX) TO WS-LOOK-TDR-TERM
               PERFORM FIND-TERM-RATE
               IF TERM-RATE-NOT-FOUND
                   ADD 1 TO WS-NOT-OFFERED-COUNT
                   MOVE 'TERM NOT OFFERED - PAID OUT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-DEP-ROLLOVER(WS-DEP-IDX) = 'P'
               WHEN TERM-RATE-NOT-FOUND
                   PERFORM H440-PAY-INTEREST-OUT
                   PERFORM H450-PAY-PRINCIPAL-OUT
                   MOVE 'N' TO WS-DEP-LIVE-SW(WS-DEP-IDX)
                   ADD 1 TO WS-PAID-OUT-COUNT
                   MOVE 'PAID OUT' TO WS-MATURITY-STATUS
               WHEN WS-DEP-ROLLOVER(WS-DEP-IDX) = 'C'
                   PERFORM H445-CAPITALIZE-INTEREST
                   PERFORM ROLL-DEPOSIT-OVER
                   MOVE 'ROLLED' TO WS-MATURITY-STATUS
               WHEN OTHER
                   PERFORM H440-PAY-INTEREST-OUT
                   PERFORM ROLL-DEPOSIT-OVER
                   MOVE 'ROLLED' TO WS-MATURITY-STATUS
           END-EVALUATE.
           PERFORM WRITE-MATURITY-LINE.
       H430-END. EXIT.

      *---- THE OLD TERM'S HOLD IS RELEASED AND A NEW ONE PLACED FOR
      *      THE NEW PRINCIPAL (CAPITALIZED INTEREST INCLUDED) THROUGH
      *      THE NEW MATURITY DATE.
       ROLL-DEPOSIT-OVER.
           ADD 1 TO WS-ROLLED-COUNT.
           MOVE 'R' TO WS-HOLD-ACTION.
           PERFORM WRITE-HOLD-TRAN.
           MOVE WS-DEP-MATURITY(WS-DEP-IDX) TO WS-DEP-START(WS-DEP-IDX).
           MOVE WS-TDR-RATE(WS-TDR-IDX)     TO WS-DEP-RATE(WS-DEP-IDX).
           MOVE WS-TDR-PENALTY(WS-TDR-IDX)
                                       TO WS-DEP-PENALTY(WS-DEP-IDX).
           PERFORM SET-MATURITY-DATE.
           IF WS-DEP-ROLLS(WS-DEP-IDX) < 999
               ADD 1 TO WS-DEP-ROLLS(WS-DEP-IDX)
           END-IF.
           MOVE 'A' TO WS-HOLD-ACTION.
           PERFORM WRITE-HOLD-TRAN.
           PERFORM STAMP-DEPOSIT-ACTIVITY.
       ROLL-DEPOSIT-OVER-END. EXIT.

      *---- A ROLL IS THE CUSTOMER'S STANDING INSTRUCTION CARRIED OUT,
      *      SO THE DEPOSIT LEG IS STAMPED ACTIVE TODAY. AN 'R' ROLL
      *      MOVES NOTHING ON THE LEG ITSELF, AND WITHOUT THE STAMP
      *      DORMTRK AND ESCHEXEC WOULD TAKE A LIVE DEPOSIT FOR A
      *      DORMANT ACCOUNT. THE BALANCE IS NOT TOUCHED.
       STAMP-DEPOSIT-ACTIVITY.
           MOVE WS-DEP-ID(WS-DEP-IDX)  TO WS-LOOK-ID.
           MOVE WS-DEP-DVZ(WS-DEP-IDX) TO WS-LOOK-DVZ.
           PERFORM H460-READ-ACCOUNT.
           IF ACCOUNT-FOUND
               MOVE WS-TODAY-JULIAN TO IDX-LASTACT
               REWRITE IDX-REC
                   INVALID KEY
                       DISPLAY 'UNABLE TO REWRITE IDXFILE: ' ST-IDX
                       MOVE ST-IDX TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
               END-REWRITE
           END-IF.
       STAMP-DEPOSIT-ACTIVITY-END. EXIT.

      *---- ONE HOLDMNT TRANSACTION FOR THE CONTRACT AT WS-DEP-IDX. AN
      *      'A' HOLDS THE WHOLE PRINCIPAL THROUGH THE MATURITY DATE;
      *      AN 'R' NEEDS ONLY THE ACCOUNT KEY AND THE HOLD REF.
       WRITE-HOLD-TRAN.
           MOVE SPACES TO HOLD-TRAN-REC.
           MOVE WS-HOLD-ACTION         TO HTR-ACTION-O.
           MOVE WS-DEP-ID(WS-DEP-IDX)  TO HTR-ID-O.
           MOVE WS-DEP-DVZ(WS-DEP-IDX) TO HTR-DVZ-O.
           STRING 'TERMDEP ' DELIMITED BY SIZE
                  WS-DEP-REF(WS-DEP-IDX) DELIMITED BY SIZE
               INTO HTR-REF-O
           END-STRING.
           IF WS-HOLD-ACTION = 'A'
               MOVE WS-DEP-PRINCIPAL(WS-DEP-IDX) TO HTR-AMOUNT-O
               MOVE 'TERM DEPOSIT'              TO HTR-REASON-O
               MOVE WS-DEP-MATURITY(WS-DEP-IDX) TO HTR-EXPIRY-O
               ADD 1 TO WS-HOLDS-PLACED-COUNT
           ELSE
               MOVE 0 TO HTR-AMOUNT-O
               ADD 1 TO WS-HOLDS-RELEASED-COUNT
           END-IF.
           WRITE HOLD-TRAN-REC.
       WRITE-HOLD-TRAN-END. EXIT.

      *---- THE NET INTEREST IS CREDITED TO THE PAYOUT ACCOUNT. A
      *      ZERO NET (A PENALTY THAT ATE THE RATE) GENERATES NOTHING.
       H440-PAY-INTEREST-OUT.
           PERFORM H470-RECORD-WITHHOLDING.
           IF WS-NET-INTEREST > 0
               MOVE 'TI' TO WS-REF-PREFIX
               PERFORM BUILD-TRAN-REF
               MOVE WS-DEP-PAY-ID(WS-DEP-IDX) TO TRN-ID-O
               MOVE WS-DEP-DVZ(WS-DEP-IDX)    TO TRN-DVZ-O
               MOVE WS-NET-INTEREST           TO TRN-AMOUNT-O
               MOVE 'C'                       TO TRN-DRCR-O
               PERFORM WRITE-MOVEMENT-RECORD
           END-IF.
       H440-END. EXIT.

      *---- THE NET INTEREST IS CREDITED TO THE DEPOSIT LEG ITSELF
      *      AND BECOMES PART OF THE NEXT TERM'S PRINCIPAL.
       H445-CAPITALIZE-INTEREST.
           PERFORM H470-RECORD-WITHHOLDING.
           IF WS-NET-INTEREST > 0
               MOVE 'TI' TO WS-REF-PREFIX
               PERFORM BUILD-TRAN-REF
               MOVE WS-DEP-ID(WS-DEP-IDX)     TO TRN-ID-O
               MOVE WS-DEP-DVZ(WS-DEP-IDX)    TO TRN-DVZ-O
               MOVE WS-NET-INTEREST           TO TRN-AMOUNT-O
               MOVE 'C'                       TO TRN-DRCR-O
               PERFORM WRITE-MOVEMENT-RECORD
               ADD WS-NET-INTEREST TO WS-DEP-PRINCIPAL(WS-DEP-IDX)
           END-IF.
       H445-END. EXIT.

      *---- THE PRINCIPAL GOES BACK AS ONE TWO-LEG TRANSFER, DEPOSIT
      *      LEG TO PAYOUT ACCOUNT, SO TRNPOST MOVES BOTH SIDES OR
      *      NEITHER. ITS HOLD IS RELEASED WITH IT - HOLDMNT READS
      *      TDHOLD AHEAD OF TRNPOST, SO THE TRANSFER IS NOT STOPPED
      *      BY THE CONTRACT'S OWN HOLD.
       H450-PAY-PRINCIPAL-OUT.
           MOVE 'TP' TO WS-REF-PREFIX.
           PERFORM BUILD-TRAN-REF.
           MOVE 'X'                           TO TRN-REC-TYPE.
           MOVE WS-DEP-ID(WS-DEP-IDX)         TO TRN-ID-O.
           MOVE WS-DEP-DVZ(WS-DEP-IDX)        TO TRN-DVZ-O.
           MOVE WS-DEP-PRINCIPAL(WS-DEP-IDX)  TO TRN-AMOUNT-O.
           MOVE 'D'                           TO TRN-DRCR-O.
           MOVE WS-DEP-PAY-ID(WS-DEP-IDX)     TO TRN-TO-ID-O.
           MOVE WS-DEP-DVZ(WS-DEP-IDX)        TO TRN-TO-DVZ-O.
           MOVE '00000000'                    TO TRN-VALUE-DATE-O.
           WRITE TRN-REC.
           ADD 1 TO WS-GEN-COUNT.
           ADD WS-DEP-PRINCIPAL(WS-DEP-IDX) TO WS-GEN-DEBIT-TOTAL.
           ADD WS-DEP-PRINCIPAL(WS-DEP-IDX) TO WS-GEN-CREDIT-TOTAL.
           MOVE 'R' TO WS-HOLD-ACTION.
           PERFORM WRITE-HOLD-TRAN.
       H450-END. EXIT.

       H460-READ-ACCOUNT.
           COMPUTE IDX-ID  = FUNCTION NUMVAL(WS-LOOK-ID)
           COMPUTE IDX-DVZ = FUNCTION NUMVAL(WS-LOOK-DVZ).
           READ IDX-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.
       H460-END. EXIT.

      *---- EVERY SETTLEMENT WITH A GROSS FILES ITS WITHHOLDING ON
      *      TAXREMIT UNDER THE DEPOSIT ACCOUNT KEY, AND ADDS TO THE
      *      PER-CURRENCY TOTALS PRINTED AT THE END.
       H470-RECORD-WITHHOLDING.
           IF WS-GROSS-INTEREST > 0
               MOVE SPACES TO TAX-REMIT-REC
               MOVE WS-DEP-ID(WS-DEP-IDX)  TO TAXR-ID-O
               MOVE WS-DEP-DVZ(WS-DEP-IDX) TO TAXR-DVZ-O
               MOVE WS-GROSS-INTEREST      TO TAXR-GROSS-O
               MOVE WS-TAX-AMOUNT          TO TAXR-TAX-O
               MOVE WS-NET-INTEREST        TO TAXR-NET-O
               MOVE WS-RUN-TIMESTAMP       TO TAXR-TIMESTAMP-O
               WRITE TAX-REMIT-REC
               PERFORM FIND-CURRENCY-TOTAL
               IF CURRENCY-FOUND
                   ADD WS-GROSS-INTEREST TO WS-CUR-GROSS(WS-CUR-IDX)
                   ADD WS-TAX-AMOUNT     TO WS-CUR-TAX(WS-CUR-IDX)
               END-IF
           END-IF.
       H470-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED. A
      *      NEW CURRENCY TAKES THE NEXT FREE SLOT.
       FIND-CURRENCY-TOTAL.
           SET CURRENCY-NOT-FOUND TO TRUE.
           IF WS-CUR-COUNT > 0
               PERFORM SEARCH-CURRENCY-TOTAL
                   VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
                      OR CURRENCY-FOUND
               IF CURRENCY-FOUND
                   SET WS-CUR-IDX DOWN BY 1
               END-IF
           END-IF.
           IF CURRENCY-NOT-FOUND
               IF WS-CUR-COUNT < 100
                   ADD 1 TO WS-CUR-COUNT
                   SET WS-CUR-IDX TO WS-CUR-COUNT
                   MOVE WS-DEP-DVZ(WS-DEP-IDX) TO WS-CUR-DVZ(WS-CUR-IDX)
                   MOVE 0 TO WS-CUR-GROSS(WS-CUR-IDX)
                   MOVE 0 TO WS-CUR-TAX(WS-CUR-IDX)
                   SET CURRENCY-FOUND TO TRUE
               ELSE
                   DISPLAY 'WS-CURRENCY-TOTALS FULL, SKIPPING DVZ='
                       WS-DEP-DVZ(WS-DEP-IDX)
               END-IF
           END-IF.
       FIND-CURRENCY-TOTAL-END. EXIT.

       SEARCH-CURRENCY-TOTAL.
           IF WS-CUR-DVZ(WS-CUR-IDX) = WS-DEP-DVZ(WS-DEP-IDX)
               SET CURRENCY-FOUND TO TRUE
           END-IF.
       SEARCH-CURRENCY-TOTAL-END. EXIT.

      *---- THE GENERATED REF IS 'TI' (INTEREST) OR 'TP' (PRINCIPAL)
      *      PLUS THE CONTRACT REF PLUS THE BUSINESS DATE (YYMMDD), SO
      *      A RERUN OF THE SAME DAY BUILDS THE SAME REFS AND
      *      TRNPOST'S JOURNAL MAKES IT HARMLESS.
       BUILD-TRAN-REF.
           MOVE SPACES TO TRN-REC.
           MOVE 'D' TO TRN-REC-TYPE.
           MOVE SPACES TO TRN-REF-O.
           STRING WS-REF-PREFIX DELIMITED BY SIZE
                  WS-DEP-REF(WS-DEP-IDX) DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(3:6) DELIMITED BY SIZE
               INTO TRN-REF-O
           END-STRING.
       BUILD-TRAN-REF-END. EXIT.

       WRITE-MOVEMENT-RECORD.
           ADD 1 TO WS-GEN-COUNT.
           MOVE '00000'                   TO TRN-TO-ID-O.
           MOVE '000'                     TO TRN-TO-DVZ-O.
           MOVE '00000000'                TO TRN-VALUE-DATE-O.
           WRITE TRN-REC.
           ADD WS-NET-INTEREST TO WS-GEN-CREDIT-TOTAL.
       WRITE-MOVEMENT-RECORD-END. EXIT.

       WRITE-MATURITY-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE 'M'                          TO RPT-ACTION-O.
           MOVE WS-DEP-REF(WS-DEP-IDX)       TO RPT-REF-O.
           MOVE WS-DEP-ID(WS-DEP-IDX)        TO RPT-ID-O.
           MOVE WS-DEP-DVZ(WS-DEP-IDX)       TO RPT-DVZ-O.
           MOVE WS-DEP-PRINCIPAL(WS-DEP-IDX) TO RPT-PRINCIPAL-O.
           MOVE WS-NET-INTEREST              TO RPT-NET-O.
           MOVE WS-MATURITY-STATUS           TO RPT-STATUS-O.
           MOVE WS-REJECT-REASON             TO RPT-REASON-O.
           WRITE RPT-REC.
       WRITE-MATURITY-LINE-END. EXIT.

       H500-WRITE-BATCH-TRAILER.
           MOVE SPACES TO TRN-REC.
           MOVE 'T' TO TRN-TRAILER(1:1).
           MOVE WS-BATCH-ID        TO TRL-BATCH-ID-O.
           MOVE WS-GEN-COUNT       TO TRL-COUNT-O.
           MOVE WS-GEN-DEBIT-TOTAL TO TRL-DEBIT-O.
           MOVE WS-GEN-CREDIT-TOTAL TO TRL-CREDIT-O.
           WRITE TRN-REC.
       H500-END. EXIT.

      *---- EVERY LIVE CONTRACT GOES BACK OUT, TOUCHED OR NOT -
      *      TDMSTO IS THE WHOLE BOOK FOR TOMORROW.
       H600-CYCLE-DEPOSIT-FILE.
           PERFORM WRITE-ONE-DEPOSIT
               VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT.
       H600-END. EXIT.

       WRITE-ONE-DEPOSIT.
           IF WS-DEP-LIVE-SW(WS-DEP-SUB) = 'Y'
               ADD 1 TO WS-CARRIED-COUNT
               SET WS-DEP-IDX TO WS-DEP-SUB
               MOVE SPACES TO DEPOSIT-OUT-REC
               MOVE WS-DEP-REF(WS-DEP-IDX)       TO TDM-REF-O
               MOVE WS-DEP-ID(WS-DEP-IDX)        TO TDM-ID-O
               MOVE WS-DEP-DVZ(WS-DEP-IDX)       TO TDM-DVZ-O
               MOVE WS-DEP-PRINCIPAL(WS-DEP-IDX) TO TDM-PRINCIPAL-O
               MOVE WS-DEP-RATE(WS-DEP-IDX)      TO TDM-RATE-O
               MOVE WS-DEP-PENALTY(WS-DEP-IDX)   TO TDM-PENALTY-O
               MOVE WS-DEP-TERM(WS-DEP-IDX)      TO TDM-TERM-O
               MOVE WS-DEP-START(WS-DEP-IDX)     TO TDM-START-O
               MOVE WS-DEP-MATURITY(WS-DEP-IDX)  TO TDM-MATURITY-O
               MOVE WS-DEP-ROLLOVER(WS-DEP-IDX)  TO TDM-ROLLOVER-O
               MOVE WS-DEP-PAY-ID(WS-DEP-IDX)    TO TDM-PAY-ID-O
               MOVE WS-DEP-ROLLS(WS-DEP-IDX)     TO TDM-ROLLS-O
               WRITE DEPOSIT-OUT-REC
           END-IF.
       WRITE-ONE-DEPOSIT-END. EXIT.

      *---- THE SCHEDULE TAKES EVERY LIVE CONTRACT MATURING WITHIN
      *      30 DAYS OF THE BUSINESS DATE, AS THE BOOK STANDS AFTER
      *      TODAY'S ROLLS. ONE STILL DUE (SKIPPED TODAY) IS FLAGGED
      *      OVERDUE SO IT IS NOT MISSED.
       H700-WRITE-SCHEDULE.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-DVZ SRT-MATURITY SRT-REF
               INPUT PROCEDURE IS H710-RELEASE-SCHEDULE
               OUTPUT PROCEDURE IS H720-PRINT-SCHEDULE.
           IF SORT-RETURN NOT = 0
               DISPLAY 'UNABLE TO SORT SCHEDULE, SORT-RETURN='
                   SORT-RETURN
               MOVE SORT-RETURN TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H700-END. EXIT.

       H710-RELEASE-SCHEDULE.
           PERFORM RELEASE-ONE-DEPOSIT
               VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT.
       H710-END. EXIT.

       RELEASE-ONE-DEPOSIT.
           IF WS-DEP-LIVE-SW(WS-DEP-SUB) = 'Y'
               COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DEP-MATURITY(WS-DEP-SUB))
               IF WS-END-INT <= WS-HORIZON-INT
                   MOVE WS-DEP-DVZ(WS-DEP-SUB)      TO SRT-DVZ
                   MOVE WS-DEP-MATURITY(WS-DEP-SUB) TO SRT-MATURITY
                   MOVE WS-DEP-REF(WS-DEP-SUB)      TO SRT-REF
                   MOVE WS-DEP-SUB                  TO SRT-SUB
                   RELEASE SRT-REC
               END-IF
           END-IF.
       RELEASE-ONE-DEPOSIT-END. EXIT.

       H720-PRINT-SCHEDULE.
           SET SORT-RETURN-MORE TO TRUE.
           RETURN SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
           PERFORM WRITE-SCHEDULE-LINE UNTIL SORT-RETURN-EOF.
           IF WS-SCH-DVZ NOT = SPACES
               PERFORM WRITE-SCHEDULE-TOTAL
           END-IF.
       H720-END. EXIT.

      *---- THE GROSS SHOWN IS WHAT THE CONTRACT WILL EARN FOR ITS
      *      FULL TERM AT ITS OWN RATE, BEFORE WITHHOLDING.
       WRITE-SCHEDULE-LINE.
           IF SRT-DVZ NOT = WS-SCH-DVZ
               IF WS-SCH-DVZ NOT = SPACES
                   PERFORM WRITE-SCHEDULE-TOTAL
               END-IF
               MOVE SRT-DVZ TO WS-SCH-DVZ
           END-IF.
           SET WS-DEP-IDX TO SRT-SUB.
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
               (WS-DEP-START(WS-DEP-IDX)).
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
               (WS-DEP-MATURITY(WS-DEP-IDX)).
           COMPUTE WS-TERM-DAYS = WS-END-INT - WS-START-INT.
           COMPUTE WS-SCH-GROSS ROUNDED =
               WS-DEP-PRINCIPAL(WS-DEP-IDX) * WS-DEP-RATE(WS-DEP-IDX)
               * WS-TERM-DAYS / 365
               ON SIZE ERROR
                   MOVE 0 TO WS-SCH-GROSS
           END-COMPUTE.
           MOVE SPACES TO SCH-REC.
           MOVE WS-DEP-DVZ(WS-DEP-IDX)       TO SCH-DVZ-O.
           MOVE WS-DEP-REF(WS-DEP-IDX)       TO SCH-REF-O.
           MOVE WS-DEP-ID(WS-DEP-IDX)        TO SCH-ID-O.
           MOVE WS-DEP-MATURITY(WS-DEP-IDX)  TO SCH-MATURITY-O.
           MOVE WS-DEP-PRINCIPAL(WS-DEP-IDX) TO SCH-PRINCIPAL-O.
           MOVE WS-SCH-GROSS                 TO SCH-GROSS-O.
           MOVE WS-DEP-ROLLOVER(WS-DEP-IDX)  TO SCH-ROLLOVER-O.
           MOVE WS-DEP-PAY-ID(WS-DEP-IDX)    TO SCH-PAY-ID-O.
           IF WS-DEP-MATURITY(WS-DEP-IDX) <= WS-TODAY-GREG
               MOVE 'OVERDUE' TO SCH-NOTE-O
           END-IF.
           WRITE SCH-REC.
           ADD 1 TO WS-SCHEDULED-COUNT.
           ADD 1 TO WS-SCH-DVZ-COUNT.
           ADD WS-DEP-PRINCIPAL(WS-DEP-IDX) TO WS-SCH-DVZ-PRINCIPAL.
           ADD WS-SCH-GROSS TO WS-SCH-DVZ-GROSS.
           RETURN SORT-WORK
               AT END SET SORT-RETURN-EOF TO TRUE
           END-RETURN.
       WRITE-SCHEDULE-LINE-END. EXIT.

       WRITE-SCHEDULE-TOTAL.
           MOVE WS-SCH-DVZ            TO SCH-TOT-DVZ-O.
           MOVE WS-SCH-DVZ-COUNT      TO SCH-TOT-COUNT-O.
           MOVE WS-SCH-DVZ-PRINCIPAL  TO SCH-TOT-PRINCIPAL-O.
           MOVE WS-SCH-DVZ-GROSS      TO SCH-TOT-GROSS-O.
           WRITE SCH-REC FROM SCH-TOTAL-LINE.
           MOVE SPACES TO SCH-REC.
           WRITE SCH-REC.
           MOVE 0 TO WS-SCH-DVZ-COUNT.
           MOVE 0 TO WS-SCH-DVZ-PRINCIPAL.
           MOVE 0 TO WS-SCH-DVZ-GROSS.
       WRITE-SCHEDULE-TOTAL-END. EXIT.

       WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE MNT-ACTION-I   TO RPT-ACTION-O.
           MOVE MNT-REF-I      TO RPT-REF-O.
           MOVE WS-DEP-ID(WS-DEP-IDX)        TO RPT-ID-O.
           MOVE WS-DEP-DVZ(WS-DEP-IDX)       TO RPT-DVZ-O.
           MOVE WS-DEP-PRINCIPAL(WS-DEP-IDX) TO RPT-PRINCIPAL-O.
           IF MNT-ACTION-I = 'W'
               MOVE WS-NET-INTEREST TO RPT-NET-O
           END-IF.
           MOVE 'APPLIED'      TO RPT-STATUS-O.
           WRITE RPT-REC.
       WRITE-APPLIED-LINE-END. EXIT.

       WRITE-REJECTED-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE MNT-ACTION-I     TO RPT-ACTION-O.
           MOVE MNT-REF-I        TO RPT-REF-O.
           MOVE MNT-ID-I         TO RPT-ID-O.
           MOVE MNT-DVZ-I        TO RPT-DVZ-O.
           MOVE 'REJECTED'       TO RPT-STATUS-O.
           MOVE WS-REJECT-REASON TO RPT-REASON-O.
           WRITE RPT-REC.
       WRITE-REJECTED-LINE-END. EXIT.

      *---- PRINTS WHAT CAME IN, WHAT MAINTENANCE DID, WHAT MATURED
      *      AND HOW, AND THE INTEREST AND WITHHOLDING PER CURRENCY,
      *      SO THE RUN CAN BE PROVED AGAINST TDTRN AND TAXREMIT.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'CONTRACTS BROUGHT FORWARD' TO TOT-LABEL-O.
           MOVE WS-DEPOSITS-IN-COUNT       TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MAINT TRANSACTIONS READ'  TO TOT-LABEL-O.
           MOVE WS-MAINT-READ-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MAINT APPLIED'            TO TOT-LABEL-O.
           MOVE WS-APPLIED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MAINT REJECTED'           TO TOT-LABEL-O.
           MOVE WS-REJECTED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'WITHDRAWN EARLY'          TO TOT-LABEL-O.
           MOVE WS-WITHDRAWN-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MATURED'                  TO TOT-LABEL-O.
           MOVE WS-MATURED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ROLLED OVER'              TO TOT-LABEL-O.
           MOVE WS-ROLLED-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'PAID OUT'                 TO TOT-LABEL-O.
           MOVE WS-PAID-OUT-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'PAID OUT - TERM WITHDRAWN' TO TOT-LABEL-O.
           MOVE WS-NOT-OFFERED-COUNT       TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MATURITY SKIPPED'         TO TOT-LABEL-O.
           MOVE WS-SKIPPED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MOVEMENTS GENERATED'      TO TOT-LABEL-O.
           MOVE WS-GEN-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'PRINCIPAL HOLDS PLACED'   TO TOT-LABEL-O.
           MOVE WS-HOLDS-PLACED-COUNT      TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'PRINCIPAL HOLDS RELEASED' TO TOT-LABEL-O.
           MOVE WS-HOLDS-RELEASED-COUNT    TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CONTRACTS CARRIED FORWARD' TO TOT-LABEL-O.
           MOVE WS-CARRIED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MATURING IN 30 DAYS'      TO TOT-LABEL-O.
           MOVE WS-SCHEDULED-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           PERFORM WRITE-CURRENCY-TOTALS
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT.
       H900-END. EXIT.

       WRITE-CURRENCY-TOTALS.
           MOVE 'GROSS INTEREST DVZ '      TO TOT-CUR-LABEL-O.
           MOVE WS-CUR-DVZ(WS-CUR-IDX)     TO TOT-CUR-DVZ-O.
           MOVE WS-CUR-GROSS(WS-CUR-IDX)   TO TOT-CUR-VALUE-O.
           WRITE RPT-REC FROM TOTALS-CUR-DETAIL.
           MOVE 'TAX WITHHELD DVZ '        TO TOT-CUR-LABEL-O.
           MOVE WS-CUR-TAX(WS-CUR-IDX)     TO TOT-CUR-VALUE-O.
           WRITE RPT-REC FROM TOTALS-CUR-DETAIL.
       WRITE-CURRENCY-TOTALS-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE
           CLOSE TAX-TABLE
           CLOSE MAINT-FILE
           CLOSE DEPOSIT-OUT-FILE
           CLOSE TRAN-OUT-FILE
           CLOSE HOLD-TRAN-FILE
           CLOSE TAX-REMIT-FILE
           CLOSE REPORT-FILE
           CLOSE SCHEDULE-FILE.
           GOBACK.
       H999-END. EXIT.
