      *           MADE EVERY POSTING DAY UNRECONCILABLE FOR
      *           AUDRECON AND INVISIBLE TO THE TRIAL BALANCE
      *           ATTRIBUTION.
      *2026-10-15 HCP NEW RECORD TYPE 'F': A CROSS-CURRENCY TRANSFER
      *           BETWEEN TWO KEYS OF DIFFERENT IDX-DVZ. THE DEBIT
      *           AMOUNT IS CONVERTED INTO THE CREDIT CURRENCY AT THE
      *           DAY'S RATEFILE MID RATES LESS THE BUY SPREAD ON THE
      *           CURRENCY WE BUY AND PLUS THE SELL SPREAD ON THE ONE
      *           WE SELL (FXSPRD PARAMETER CARDS, PER CURRENCY WITH
      *           A '***' DEFAULT LINE). BOTH LEGS ARE PROVED BEFORE
      *           EITHER POSTS, EXACTLY AS FOR 'X', AND EACH POSTED
      *           DEAL WRITES AN FXDEAL RECORD FOR THE FXPOSRPT
      *           POSITION REPORT. THE TRAILER HASH CARRIES THE DEBIT
      *           AMOUNT IN BOTH TOTALS, THE SAME AS A TRANSFER.
      *2026-10-15 HCP THE JOURNAL RECORD NOW CARRIES WHAT WAS POSTED
      *           UNDER EACH REFERENCE - RECORD TYPE, BOTH ACCOUNT
      *           KEYS, DIRECTION, DEBIT AND CREDIT AMOUNTS - SO THE
      *           MOVEMENT MONITOR CAN SEE EACH POSTING WITH ITS
      *           REFERENCE. EXISTING TRNJRNLI DATASETS MUST BE
      *           PADDED TO THE NEW LENGTH ONCE; A PADDED OLD RECORD
      *           STILL GUARDS ITS REFERENCE AS BEFORE.
      *2026-10-15 HCP ACCOUNTS ON THE SANCTIONS POSTING BLOCK LIST
      *           (POSTBLK, WRITTEN BY SANCSCRN) TAKE NO POSTINGS.
      *           A MOVEMENT ON A BLOCKED KEY, OR A TRANSFER WITH
      *           EITHER LEG ON ONE, IS REJECTED WITH THE BLOCK AS
      *           THE REASON UNTIL COMPLIANCE CLEARS THE HIT.
      *2026-10-15 HCP AMOUNTS UNDER HOLD (HLDMST, WRITTEN BY HOLDMNT)
      *           ARE NO LONGER SPENDABLE. A DEBIT - A MOVEMENT OR
      *           THE DEBIT LEG OF A TRANSFER - MUST NOW FIT INSIDE
      *           THE AVAILABLE BALANCE: BALANCE LESS HOLDS PLUS THE
      *           OVERDRAFT LIMIT. CREDITS ARE NEVER HELD BACK.
      *2026-10-15 HCP NEW RECORD TYPE 'R': A REVERSAL NAMING THE
      *           ORIGINAL REFERENCE. THE ORIGINAL IS LOOKED UP IN THE
      *           JOURNAL AND ITS EXACT OPPOSITE POSTS - BOTH LEGS,
      *           SWAPPED, FOR AN 'X' TRANSFER - UNDER THE SAME GUARDS
      *           AS ANY MOVEMENT. THE JOURNAL RECORD NOW CARRIES A
      *           REVERSED FLAG AND THE LINKED REFERENCE AND DATE, SO
      *           AN ORIGINAL CAN NEVER BE REVERSED TWICE AND STMTMEND
      *           CAN SHOW THE PAIR. THE REPORT PRINTS THE ORIGINAL
      *           AND ITS REVERSAL ON TWO LINKED LINES. EXISTING
      *           TRNJRNLI DATASETS MUST BE PADDED TO THE NEW LENGTH
      *           ONCE.
      *2026-10-15 HCP A WAREHOUSED ITEM WHOSE VALUE DATE FALLS ON A
      *           WEEKEND OR A HOLIDAY ON THE OPS-MAINTAINED HOLIDAY
      *           CALENDAR (HOLCAL) NOW RELEASES ON THE NEXT BUSINESS
      *           DAY INSTEAD OF ON THE LITERAL DATE.
      *2026-10-15 HCP HSTPURGE NOW DROPS JOURNAL REFERENCES OLDER THAN
      *           THE DUPLICATE WINDOW, SO A MOVEMENT OR TRANSFER
      *           VALUE-DATED BEFORE THAT WINDOW IS REJECTED - ITS
      *           REFERENCE MAY HAVE POSTED AND BEEN PURGED SINCE. THE
      *           WINDOW IS THE DUPWINDW LINE ON RETNTAB (NEW REQUIRED
      *           DD), THE SAME LINE HSTPURGE GUARDS THE JOURNAL BY.
      *2026-10-15 HCP THE BATCH HEADER MAY NOW NAME THE AUDIT SOURCE
      *           ITS 'D' MOVEMENTS POST UNDER. 'T' (TERMDEP INTEREST)
      *           IS THE ONLY OVERRIDE; A BLANK OR ANY OTHER CODE
      *           POSTS AS 'M' EXACTLY AS BEFORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS ST-WHSE-OUT.
           SELECT AUDIT-FILE ASSIGN TO AUDITOUT
                             STATUS ST-AUDIT.
           SELECT RATE-FILE  ASSIGN TO RATEFILE
                             STATUS ST-RATE-FILE.
           SELECT FX-SPREAD-FILE ASSIGN TO FXSPRD
                             STATUS ST-FX-SPREAD.
           SELECT FX-DEAL-FILE ASSIGN TO FXDEAL
                             STATUS ST-FX-DEAL.
           SELECT BLOCK-FILE ASSIGN TO POSTBLK
                             STATUS ST-BLOCK.
           SELECT LIEN-FILE  ASSIGN TO HLDMST
                             STATUS ST-LIEN.
           SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
                             STATUS ST-HOLIDAY.
           SELECT RETENTION-FILE ASSIGN TO RETNTAB
                             STATUS ST-RETENTION.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           03 IDX-ODLIMIT       PIC S9(15) COMP-3.
           03 IDX-STATUS        PIC X(01).
           03 IDX-BRANCH        PIC S9(03) COMP.
      *---- SIX RECORD TYPES SHARE THE MOVEMENT FILE, TOLD APART BY
      *      COLUMN 1 THE WAY DATAIN TELLS ITS RECORD TYPES APART:
      *      'H' IS THE BATCH HEADER, 'D' A MOVEMENT, 'X' A TWO-LEG
      *      TRANSFER (THE TO-ACCOUNT KEY IN THE TRAILING FIELDS),
      *      'F' A TWO-LEG FX TRANSFER IN THE SAME SHAPE AS 'X' (THE
      *      AMOUNT IS IN THE DEBIT CURRENCY), 'R' A REVERSAL OF AN
      *      EARLIER POSTING (ITS OWN REFERENCE, THEN THE REFERENCE
      *      IT REVERSES), 'T' THE BATCH TRAILER THE WHOLE FILE IS
      *      PROVED AGAINST BEFORE ANY MOVEMENT POSTS.
       FD  TRAN-FILE RECORDING MODE F.
         01  TRN-REC.
           05 TRN-REC-TYPE       PIC X(01).
             88 TRN-HEADER-REC            VALUE 'H'.
             88 TRN-DETAIL-REC            VALUE 'D'.
             88 TRN-TRANSFER-REC          VALUE 'X'.
             88 TRN-FX-TRANSFER-REC       VALUE 'F'.
             88 TRN-REVERSAL-REC          VALUE 'R'.
             88 TRN-TRAILER-REC           VALUE 'T'.
           05 TRN-REF-I          PIC X(12).
           05 FILLER             PIC X(01).
      *      ZERO OR SPACES MEANS DUE NOW, SO EXISTING SAME-DAY
      *      UPLOADS KEEP WORKING UNCHANGED.
           05 TRN-VALUE-DATE-I   PIC X(08).
      *---- A PROGRAM-GENERATED BATCH MAY NAME THE AUDIT SOURCE ITS
      *      'D' MOVEMENTS ARE FILED UNDER, SO INTEREST TERMDEP PAYS
      *      IS NOT MISTAKEN DOWNSTREAM FOR A CUSTOMER MOVEMENT. A
      *      BRANCH UPLOAD LEAVES IT BLANK.
         01  TRN-HEADER.
           05 FILLER             PIC X(01).
           05 HDR-BATCH-ID-I     PIC X(08).
           05 HDR-SOURCE-I       PIC X(01).
           05 FILLER             PIC X(50).
      *---- A REVERSAL CARRIES NO KEY OR AMOUNT OF ITS OWN - BOTH
      *      COME FROM THE JOURNAL ENTRY OF THE REFERENCE IT NAMES.
         01  TRN-REVERSAL.
           05 FILLER             PIC X(14).
           05 REV-ORIG-REF-I     PIC X(12).
           05 FILLER             PIC X(34).
         01  TRN-TRAILER.
           05 FILLER             PIC X(01).
           05 TRL-BATCH-ID-I     PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AUDIT-SOURCE-O        PIC X(01).
      *---- ONE RECORD PER REFERENCE EVER POSTED, WITH THE BUSINESS
      *      DAY IT POSTED ON AND WHAT IT POSTED: THE RECORD TYPE, THE
      *      DEBIT (OR ONLY) ACCOUNT KEY AND AMOUNT WITH ITS DIRECTION,
      *      AND FOR A TRANSFER THE CREDIT KEY AND THE AMOUNT IT
      *      RECEIVED. A REVERSAL ('R') CARRIES THE REFERENCE AND DATE
      *      OF THE ORIGINAL IT REVERSED IN THE LINK FIELDS; THE
      *      ORIGINAL CARRIES 'Y' IN THE REVERSED FLAG AND THE
      *      REVERSAL'S REFERENCE AND DATE. REWRITTEN WHOLE EACH RUN -
      *      TRNJRNLO BECOMES THE NEXT RUN'S TRNJRNLI, THE SAME CYCLE
      *      DORMTRK KEEPS ITS HISTORY IN.
       FD  JOURNAL-IN RECORDING MODE F.
         01  JRNL-IN-REC.
           05 JRNL-REF-I         PIC X(12).
           05 FILLER             PIC X(01).
           05 JRNL-DATE-I        PIC 9(08).
           05 FILLER             PIC X(84).
       FD  JOURNAL-OUT RECORDING MODE F.
         01  JRNL-OUT-REC.
           05 JRNL-REF-O         PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-DATE-O        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-TYPE-O        PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-ID-O          PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-DVZ-O         PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-DRCR-O        PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-AMOUNT-O      PIC 9(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-TO-ID-O       PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-TO-DVZ-O      PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-TO-AMOUNT-O   PIC 9(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-REVERSED-O    PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-LINK-REF-O    PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 JRNL-LINK-DATE-O   PIC X(08).
           05 FILLER             PIC X(04) VALUE SPACES.
      *---- SAME RATEFILE STMTGEN PRICES STATEMENTS WITH: ONE MID RATE
      *      PER CURRENCY TO THE BASE CURRENCY. THE 'DTE' TAG LINE
      *      HAS A NON-NUMERIC CURRENCY FIELD AND IS SKIPPED.
       FD  RATE-FILE RECORDING MODE F.
         01  RATE-REC.
           05 RATE-DVZ-I            PIC X(03).
           05 FILLER                PIC X(01).
           05 RATE-VALUE-I          PIC 9(05)V9(06).
      *---- TREASURY'S SPREAD CARDS: PER CURRENCY, THE FRACTION TAKEN
      *      OFF THE MID RATE WHEN WE BUY IT AND ADDED WHEN WE SELL IT
      *      (0005000 = HALF A PERCENT). A '***' LINE IS THE DEFAULT
      *      FOR ANY CURRENCY WITHOUT ITS OWN LINE.
       FD  FX-SPREAD-FILE RECORDING MODE F.
         01  FX-SPREAD-REC.
           05 FXS-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 FXS-BUY-SPREAD-I      PIC 9(01)V9(06).
           05 FILLER                PIC X(01).
           05 FXS-SELL-SPREAD-I     PIC 9(01)V9(06).
      *---- ONE RECORD PER POSTED FX DEAL. BOUGHT IS WHAT WE TOOK IN
      *      (THE DEBIT LEG'S CURRENCY), SOLD WHAT WE PAID OUT; THE
      *      BASE AMOUNT AND BOTH HALVES OF THE SPREAD EARNED ARE IN
      *      BASE CURRENCY AT THE DAY'S MID RATES. FXPOSRPT READS IT.
       FD  FX-DEAL-FILE RECORDING MODE F.
         01  FX-DEAL-REC.
           05 DEAL-REF-O            PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-DATE-O           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-FROM-ID-O        PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-BUY-DVZ-O        PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-BOUGHT-O         PIC 9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-BUY-RATE-O       PIC 9(05)V9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-TO-ID-O          PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-SELL-DVZ-O       PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-SOLD-O           PIC 9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-SELL-RATE-O      PIC 9(05)V9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-BASE-AMOUNT-O    PIC 9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-BUY-SPREAD-O     PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-SELL-SPREAD-O    PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DEAL-BRANCH-O         PIC 9(03).
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
      *---- SAME HOLIDAY CALENDAR DAYCTL READS: A 'C' COVERAGE LINE
      *      AND ONE 'H' LINE PER PUBLIC HOLIDAY. WEEKENDS ARE NEVER
      *      BUSINESS DAYS AND ARE NOT LISTED.
       FD  HOLIDAY-FILE RECORDING MODE F.
         01  HOLIDAY-REC.
           05 HOL-TYPE-I            PIC X(01).
           05 FILLER                PIC X(01).
           05 HOL-DATE-I            PIC 9(08).
           05 FILLER                PIC X(01).
           05 HOL-END-I             PIC 9(08).
           05 FILLER                PIC X(01).
           05 HOL-DESC-I            PIC X(30).
      *---- SAME RETENTION TABLE HSTPURGE READS. ONLY THE DUPWINDW
      *      LINE MATTERS HERE: HOW MANY DAYS BACK THE JOURNAL STILL
      *      HOLDS EVERY REFERENCE POSTED.
       FD  RETENTION-FILE RECORDING MODE F.
         01  RET-REC.
           05 RET-FILE-I            PIC X(08).
           05 FILLER                PIC X(01).
           05 RET-PERIOD-I          PIC 9(04).
           05 FILLER                PIC X(01).
           05 RET-UNIT-I            PIC X(01).
           05 FILLER                PIC X(01).
           05 RET-CLOSED-I          PIC X(01).
           05 FILLER                PIC X(01).
           05 RET-ARCHIVE-I         PIC X(01).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
             88 WHSE-OUT-OK              VALUE 00 97.
           05 ST-AUDIT          PIC 9(02).
             88 AUDIT-SUCCESS            VALUE 00 97.
           05 ST-RATE-FILE      PIC 9(02).
             88 RATE-FILE-EOF            VALUE 10.
             88 RATE-FILE-OK             VALUE 00 97.
           05 ST-FX-SPREAD      PIC 9(02).
             88 FX-SPREAD-EOF            VALUE 10.
             88 FX-SPREAD-OK             VALUE 00 97.
           05 ST-FX-DEAL        PIC 9(02).
             88 FX-DEAL-OK               VALUE 00 97.
           05 ST-BLOCK          PIC 9(02).
             88 BLOCK-EOF                VALUE 10.
             88 BLOCK-OK                 VALUE 00 97.
           05 ST-LIEN           PIC 9(02).
             88 LIEN-EOF                 VALUE 10.
             88 LIEN-OK                  VALUE 00 97.
           05 ST-HOLIDAY        PIC 9(02).
             88 HOLIDAY-EOF              VALUE 10.
             88 HOLIDAY-OK               VALUE 00 97.
           05 ST-RETENTION      PIC 9(02).
             88 RETENTION-EOF            VALUE 10.
             88 RETENTION-OK             VALUE 00 97.
           05 WS-PRE-BALANCE    PIC S9(15) COMP-3.
           05 WS-VALID-SW       PIC X(01).
             88 TRAN-IS-VALID            VALUE 'Y'.
           05 WS-FUTURE-SW      PIC X(01).
             88 MOVEMENT-IS-FUTURE       VALUE 'Y'.
             88 MOVEMENT-IS-DUE          VALUE 'N'.
           05 WS-VALUE-GREG     PIC 9(08).
           05 WS-TRAN-AMOUNT    PIC S9(15) COMP-3.
      *---- THE FIRST DAY THE JOURNAL STILL HOLDS IN FULL. UNKNOWN
      *      (NO USABLE DUPWINDW LINE) MEANS HSTPURGE KEEPS THE WHOLE
      *      JOURNAL, SO NO MOVEMENT IS TOO OLD TO CHECK.
           05 WS-DUP-WINDOW-DAYS PIC 9(04) VALUE 0.
           05 WS-DUP-WINDOW-INT PIC 9(07).
           05 WS-DUP-WINDOW-START PIC 9(08) VALUE 0.
           05 WS-DUP-WINDOW-SW  PIC X(01) VALUE 'N'.
             88 DUP-WINDOW-KNOWN         VALUE 'Y'.
             88 DUP-WINDOW-UNKNOWN       VALUE 'N'.
           05 WS-DUP-LINE-SW    PIC X(01) VALUE 'N'.
             88 DUP-LINE-SEEN            VALUE 'Y'.
             88 DUP-LINE-NOT-SEEN        VALUE 'N'.

      *---- BOTH LEGS OF A TRANSFER ARE COMPUTED AND RANGE-CHECKED
      *      INTO THESE FIELDS BEFORE EITHER ACCOUNT IS REWRITTEN,
           05 WS-XFR-TO-POST       PIC S9(16) COMP-3.
           05 WS-XFR-FROM-PRE      PIC S9(15) COMP-3.
           05 WS-XFR-TO-PRE        PIC S9(15) COMP-3.
      *---- WHAT THE CREDIT LEG RECEIVES: THE SAME AMOUNT FOR AN 'X',
      *      THE CONVERTED AMOUNT FOR AN 'F'.
           05 WS-XFR-CREDIT-AMOUNT PIC S9(15) COMP-3.

      *---- THE DAY'S MID RATES AND TREASURY'S SPREADS, LOADED ONCE
      *      BEFORE POSTING STARTS. SAME 50-CURRENCY TABLE STMTGEN
      *      KEEPS.
         01  WS-FX-RATE-TABLE.
           05 WS-RATE-COUNT         PIC 9(03) COMP VALUE 0.
           05 WS-RATE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-RATE-IDX.
             10 WS-RATE-DVZ         PIC 9(03).
             10 WS-RATE-VALUE       PIC 9(05)V9(06).
           05 WS-RATE-FOUND-SW      PIC X(01).
             88 RATE-FOUND                   VALUE 'Y'.
             88 RATE-NOT-FOUND               VALUE 'N'.
           05 WS-LOOK-DVZ           PIC 9(03).
         01  WS-FX-SPREAD-TABLE.
           05 WS-SPRD-COUNT         PIC 9(03) COMP VALUE 0.
           05 WS-SPRD-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-SPRD-IDX.
             10 WS-SPRD-DVZ         PIC 9(03).
             10 WS-SPRD-BUY         PIC 9(01)V9(06).
             10 WS-SPRD-SELL        PIC 9(01)V9(06).
           05 WS-SPRD-FOUND-SW      PIC X(01).
             88 SPRD-FOUND                   VALUE 'Y'.
             88 SPRD-NOT-FOUND               VALUE 'N'.
           05 WS-SPRD-DEFAULT-BUY   PIC 9(01)V9(06) VALUE 0.
           05 WS-SPRD-DEFAULT-SELL  PIC 9(01)V9(06) VALUE 0.

      *---- ONE DEAL PRICED: THE MID RATE OF EACH SIDE, THE CUSTOMER
      *      RATES AFTER SPREAD, AND WHAT THE SPREAD EARNED IN BASE
      *      CURRENCY. THE BASE AMOUNT KEEPS SIX DECIMALS SO THE
      *      CONVERSION ROUNDS ONCE, AT THE CREDIT AMOUNT.
         01  WS-FX-DEAL-DATA.
           05 WS-FX-BUY-MID         PIC 9(05)V9(06).
           05 WS-FX-SELL-MID        PIC 9(05)V9(06).
           05 WS-FX-BUY-RATE        PIC 9(05)V9(06).
           05 WS-FX-SELL-RATE       PIC 9(05)V9(06).
           05 WS-FX-BUY-SPREAD      PIC 9(01)V9(06).
           05 WS-FX-SELL-SPREAD     PIC 9(01)V9(06).
           05 WS-FX-BASE-AMOUNT     PIC S9(17)V9(06) COMP-3.
           05 WS-FX-MID-BASE        PIC S9(17) COMP-3.
           05 WS-FX-SPREAD-TOTAL    PIC S9(17) COMP-3.
           05 WS-FX-BUY-SPREAD-AMT  PIC S9(17) COMP-3.
           05 WS-FX-SELL-SPREAD-AMT PIC S9(17) COMP-3.
           05 WS-FX-DEAL-BRANCH     PIC S9(03) COMP.

      *---- SAME SANE-BALANCE WINDOW VSAMTOQ APPLIES TO THE BONUS, SO
      *      A MOVEMENT CANNOT PUSH AN ACCOUNT WHERE THE BONUS RUN
      *---- THE FLOOR FOR THE ACCOUNT IN HAND: THE BASE MINIMUM LESS
      *      WHATEVER OVERDRAFT THE ACCOUNT IS AUTHORIZED TO RUN.
           05 WS-ACCT-MIN-LIMIT            PIC S9(16) COMP-3.
      *---- WHAT A DEBIT WOULD LEAVE ONCE THE ACCOUNT'S HOLDS ARE
      *      TAKEN OUT - IT MUST STAY ABOVE THE SAME FLOOR.
           05 WS-POST-AVAILABLE            PIC S9(17) COMP-3.
           05 WS-BALANCE-RANGE-SW          PIC X(01) VALUE 'Y'.
             88 BALANCE-IN-RANGE                    VALUE 'Y'.
             88 BALANCE-OUT-OF-RANGE                VALUE 'N'.
      *      BATCH CANNOT OVERFLOW THEM INTO A FALSE MATCH.
         01  WS-BATCH-VERIFY-DATA.
           05 WS-BATCH-ID           PIC X(08).
           05 WS-BATCH-SOURCE       PIC X(01) VALUE 'M'.
           05 WS-POST-SOURCE        PIC X(01) VALUE 'M'.
           05 WS-HDR-SEEN-SW        PIC X(01) VALUE 'N'.
             88 BATCH-HEADER-SEEN            VALUE 'Y'.
           05 WS-TRL-SEEN-SW        PIC X(01) VALUE 'N'.

      *---- EVERY REFERENCE ALREADY POSTED - THE PRIOR JOURNAL PLUS
      *      WHATEVER THIS RUN POSTS - SO A RERUN OR A DOUBLE
      *      SUBMISSION IS CAUGHT BY ONE TABLE LOOKUP. EACH ENTRY IS
      *      THE WHOLE JOURNAL IMAGE, SO A REVERSAL CAN FIND WHAT ITS
      *      ORIGINAL POSTED. THE FIELDS STAY ALPHANUMERIC BECAUSE A
      *      RECORD PADDED FROM THE OLD SHORT LAYOUT HAS SPACES IN
      *      THE DETAIL.
         01  WS-JOURNAL-TABLE.
           05 WS-JRNL-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-JRNL-LOADED     PIC 9(05) COMP VALUE 0.
           05 WS-JRNL-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-JRNL-IDX
                                        WS-JRNL-REV-IDX
                                        WS-JRNL-ORIG-IDX.
             10 WS-JRNL-REF      PIC X(12).
             10 FILLER           PIC X(01).
             10 WS-JRNL-DATE     PIC X(08).
             10 FILLER           PIC X(01).
             10 WS-JRNL-TYPE     PIC X(01).
             10 FILLER           PIC X(01).
             10 WS-JRNL-ID       PIC X(05).
             10 FILLER           PIC X(01).
             10 WS-JRNL-DVZ      PIC X(03).
             10 FILLER           PIC X(01).
             10 WS-JRNL-DRCR     PIC X(01).
             10 FILLER           PIC X(01).
             10 WS-JRNL-AMOUNT   PIC X(15).
             10 FILLER           PIC X(01).
             10 WS-JRNL-TO-ID    PIC X(05).
             10 FILLER           PIC X(01).
             10 WS-JRNL-TO-DVZ   PIC X(03).
             10 FILLER           PIC X(01).
             10 WS-JRNL-TO-AMOUNT PIC X(15).
             10 FILLER           PIC X(01).
             10 WS-JRNL-REVERSED PIC X(01).
             10 FILLER           PIC X(01).
             10 WS-JRNL-LINK-REF PIC X(12).
             10 FILLER           PIC X(01).
             10 WS-JRNL-LINK-DATE PIC X(08).
             10 FILLER           PIC X(04).
           05 WS-JRNL-FOUND-SW   PIC X(01).
             88 JRNL-REF-FOUND            VALUE 'Y'.
             88 JRNL-REF-NOT-FOUND        VALUE 'N'.
           05 WS-LOOK-JRNL-REF   PIC X(12).

      *---- THE REVERSAL IN HAND: THE REFERENCE IT NAMES, SAVED
      *      BEFORE THE TRN-REC FIELDS ARE RESTAGED WITH THE OPPOSITE
      *      OF THE ORIGINAL, AND WHICH SHAPE THAT ORIGINAL HAD.
         01  WS-REVERSAL-DATA.
           05 WS-REV-ORIG-REF    PIC X(12).
           05 WS-REV-SHAPE-SW    PIC X(01).
             88 REVERSING-MOVEMENT        VALUE 'D'.
             88 REVERSING-TRANSFER        VALUE 'X'.

      *---- THE HOLIDAYS OFF HOLCAL AS INTEGER DATES, AND THE DAY
      *      BEING JUDGED: JUDGE-CALENDAR-DAY SAYS WHETHER WS-CAL-INT
      *      IS A BUSINESS DAY.
         01  WS-HOLIDAY-TABLE.
           05 WS-HOL-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-HOL-ENTRY OCCURS 999 TIMES
                             INDEXED BY WS-HOL-IDX.
             10 WS-HOL-INT       PIC 9(07).
           05 WS-HOL-FOUND-SW    PIC X(01).
             88 HOLIDAY-FOUND             VALUE 'Y'.
             88 HOLIDAY-NOT-FOUND         VALUE 'N'.
           05 WS-CAL-INT         PIC 9(07).
           05 WS-CAL-WEEKDAY     PIC 9(01).
           05 WS-CAL-DAY-SW      PIC X(01).
             88 CAL-BUSINESS-DAY          VALUE 'Y'.
             88 CAL-NOT-BUSINESS-DAY      VALUE 'N'.
           05 WS-TODAY-DAY-SW    PIC X(01).
             88 TODAY-IS-BUSINESS-DAY     VALUE 'Y'.
             88 TODAY-NOT-BUSINESS-DAY    VALUE 'N'.

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

      *---- THE DAY'S POSTINGS BROKEN OUT PER BRANCH, ACCUMULATED
      *      OFF THE ACCOUNT RECORD IN HAND AT POSTING TIME.
           05 WS-WHSE-RELEASED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-WHSE-CARRIED-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-WHSE-PARKED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-FX-POSTED-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-BLOCKED-COUNT       PIC 9(07) COMP VALUE 0.
           05 WS-LIEN-REJECT-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-REV-POSTED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-FX-SPREAD-INCOME    PIC S9(17) COMP-3 VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(26)
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H110-LOAD-JOURNAL
           PERFORM H180-LOAD-FX-RATES
           PERFORM H185-LOAD-FX-SPREADS
           PERFORM H190-LOAD-POSTING-BLOCKS
           PERFORM H195-LOAD-HOLDS
           PERFORM H197-LOAD-HOLIDAY-CALENDAR
           PERFORM H198-LOAD-DUP-WINDOW
           PERFORM H150-WRITE-HEADERS
           PERFORM H120-VERIFY-BATCH
           IF BATCH-IN-BALANCE
      *      (THE CTLCOUNT CONVENTION) SO EACH STEP'S AUDIT RECORDS
      *      SURVIVE THE NEXT STEP'S OPEN.
           OPEN EXTEND AUDIT-FILE.
           OPEN INPUT  RATE-FILE.
           OPEN OUTPUT FX-DEAL-FILE.
           OPEN INPUT  BLOCK-FILE.
           OPEN INPUT  LIEN-FILE.
           OPEN INPUT  HOLIDAY-FILE.
           OPEN INPUT  RETENTION-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-AUDIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RATE-FILE-OK)
           DISPLAY 'UNABLE TO OPEN RATEFILE: ' ST-RATE-FILE
           MOVE ST-RATE-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT FX-DEAL-OK)
           DISPLAY 'UNABLE TO OPEN FXDEAL: ' ST-FX-DEAL
           MOVE ST-FX-DEAL TO RETURN-CODE
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
           IF (NOT HOLIDAY-OK)
           DISPLAY 'UNABLE TO OPEN HOLCAL: ' ST-HOLIDAY
           MOVE ST-HOLIDAY TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RETENTION-OK)
           DISPLAY 'UNABLE TO OPEN RETNTAB: ' ST-RETENTION
           MOVE ST-RETENTION TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ TRAN-FILE.
           IF (NOT TRAN-SUCCESS) AND (NOT TRAN-EOF)
           DISPLAY 'UNABLE TO READ TRNIN: ' ST-TRAN
      *      FIRST RUN EVER HAS NO JOURNAL. EVERY PRIOR REFERENCE IS
      *      LOADED FOR THE DUPLICATE CHECK AND CARRIED FORWARD INTO
      *      TRNJRNLO SO THE JOURNAL NEVER FORGETS A POSTED REF.
      *      BEFORE THE CARRY-FORWARD EVERY ORIGINAL NAMED BY A
      *      REVERSAL IS MARKED FROM THE REVERSAL'S OWN RECORD, SO AN
      *      ORIGINAL REVERSED ON THE PRIOR DAY GOES OUT FLAGGED.
      *      TODAY'S POSTINGS ARE STILL WRITTEN THE MOMENT THEY POST,
      *      SO AN ORIGINAL REVERSED TODAY IS FLAGGED IN THE TABLE AT
      *      ONCE AND IN THE FILE ON THE NEXT RUN.
       H110-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-IN.
           IF JRNL-IN-OK
               PERFORM LOAD-NEXT-JOURNAL-REF UNTIL JRNL-IN-EOF
               CLOSE JOURNAL-IN
           END-IF.
           MOVE WS-JRNL-COUNT TO WS-JRNL-LOADED.
           PERFORM MARK-REVERSED-ORIGINAL
               VARYING WS-JRNL-REV-IDX FROM 1 BY 1
               UNTIL WS-JRNL-REV-IDX > WS-JRNL-LOADED.
           PERFORM CARRY-JOURNAL-ENTRY
               VARYING WS-JRNL-IDX FROM 1 BY 1
               UNTIL WS-JRNL-IDX > WS-JRNL-LOADED.
       H110-END. EXIT.

       LOAD-NEXT-JOURNAL-REF.
               IF WS-JRNL-COUNT < 9999
                   ADD 1 TO WS-JRNL-COUNT
                   SET WS-JRNL-IDX TO WS-JRNL-COUNT
                   MOVE JRNL-IN-REC TO WS-JRNL-ENTRY(WS-JRNL-IDX)
               ELSE
                   DISPLAY 'WS-JOURNAL-TABLE FULL, SKIPPING REF='
                       JRNL-REF-I
           END-READ.
       LOAD-NEXT-JOURNAL-REF-END. EXIT.

       MARK-REVERSED-ORIGINAL.
           IF WS-JRNL-TYPE(WS-JRNL-REV-IDX) = 'R' AND
              WS-JRNL-LINK-REF(WS-JRNL-REV-IDX) NOT = SPACES
               MOVE WS-JRNL-LINK-REF(WS-JRNL-REV-IDX)
                   TO WS-LOOK-JRNL-REF
               PERFORM LOCATE-JOURNAL-REF
               IF JRNL-REF-FOUND
                   MOVE 'Y' TO WS-JRNL-REVERSED(WS-JRNL-IDX)
                   MOVE WS-JRNL-REF(WS-JRNL-REV-IDX)
                       TO WS-JRNL-LINK-REF(WS-JRNL-IDX)
                   MOVE WS-JRNL-DATE(WS-JRNL-REV-IDX)
                       TO WS-JRNL-LINK-DATE(WS-JRNL-IDX)
               END-IF
           END-IF.
       MARK-REVERSED-ORIGINAL-END. EXIT.

       CARRY-JOURNAL-ENTRY.
           WRITE JRNL-OUT-REC FROM WS-JRNL-ENTRY(WS-JRNL-IDX).
       CARRY-JOURNAL-ENTRY-END. EXIT.

      *---- ONE RATE PER CURRENCY; A SECOND LINE FOR THE SAME
      *      CURRENCY OVERWRITES, SO A CORRECTED RESEND WINS - THE
      *      STMTGEN RULE. A ZERO OR GARBLED RATE IS NEVER LOADED, SO
      *      A DEAL IN THAT CURRENCY IS REJECTED INSTEAD OF PRICED AT
      *      NOTHING.
       H180-LOAD-FX-RATES.
           READ RATE-FILE
               AT END SET RATE-FILE-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-RATE UNTIL RATE-FILE-EOF.
           CLOSE RATE-FILE.
       H180-END. EXIT.

       LOAD-NEXT-RATE.
           IF RATE-DVZ-I IS NUMERIC AND RATE-VALUE-I IS NUMERIC
              AND RATE-VALUE-I > 0
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
                       DISPLAY 'WS-FX-RATE-TABLE FULL, SKIPPING DVZ='
                           RATE-DVZ-I
                   END-IF
               END-IF
           END-IF.
           READ RATE-FILE
               AT END SET RATE-FILE-EOF TO TRUE
           END-READ.
       LOAD-NEXT-RATE-END. EXIT.

      *---- FXSPRD IS OPTIONAL THE WAY DATECARD IS - NO CARDS MEANS
      *      DEALS PRICE AT MID. A SPREAD OF A WHOLE UNIT OR MORE
      *      WOULD TURN THE BUY RATE NEGATIVE, SO SUCH A LINE IS
      *      SKIPPED AND NAMED ON THE CONSOLE.
       H185-LOAD-FX-SPREADS.
           OPEN INPUT FX-SPREAD-FILE.
           IF FX-SPREAD-OK
               READ FX-SPREAD-FILE
                   AT END SET FX-SPREAD-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-SPREAD UNTIL FX-SPREAD-EOF
               CLOSE FX-SPREAD-FILE
           END-IF.
       H185-END. EXIT.

       LOAD-NEXT-SPREAD.
           IF FXS-BUY-SPREAD-I IS NUMERIC AND
              FXS-SELL-SPREAD-I IS NUMERIC AND
              FXS-BUY-SPREAD-I < 1 AND FXS-SELL-SPREAD-I < 1
               IF FXS-DVZ-I = '***'
                   MOVE FXS-BUY-SPREAD-I  TO WS-SPRD-DEFAULT-BUY
                   MOVE FXS-SELL-SPREAD-I TO WS-SPRD-DEFAULT-SELL
               ELSE
                   IF FXS-DVZ-I IS NUMERIC
                       PERFORM STORE-SPREAD
                   END-IF
               END-IF
           ELSE
               DISPLAY 'FXSPRD LINE NOT USABLE, SKIPPING DVZ='
                   FXS-DVZ-I
           END-IF.
           READ FX-SPREAD-FILE
               AT END SET FX-SPREAD-EOF TO TRUE
           END-READ.
       LOAD-NEXT-SPREAD-END. EXIT.

       STORE-SPREAD.
           COMPUTE WS-LOOK-DVZ = FUNCTION NUMVAL(FXS-DVZ-I).
           PERFORM FIND-SPREAD.
           IF SPRD-NOT-FOUND
               IF WS-SPRD-COUNT < 50
                   ADD 1 TO WS-SPRD-COUNT
                   SET WS-SPRD-IDX TO WS-SPRD-COUNT
                   MOVE WS-LOOK-DVZ TO WS-SPRD-DVZ(WS-SPRD-IDX)
                   SET SPRD-FOUND TO TRUE
               ELSE
                   DISPLAY 'WS-FX-SPREAD-TABLE FULL, SKIPPING DVZ='
                       FXS-DVZ-I
               END-IF
           END-IF.
           IF SPRD-FOUND
               MOVE FXS-BUY-SPREAD-I  TO WS-SPRD-BUY(WS-SPRD-IDX)
               MOVE FXS-SELL-SPREAD-I TO WS-SPRD-SELL(WS-SPRD-IDX)
           END-IF.
       STORE-SPREAD-END. EXIT.

      *---- POSTBLK IS REQUIRED, NOT OPTIONAL: A MISSING BLOCK LIST
      *      WOULD SILENTLY LET A SANCTIONED ACCOUNT POST. A DAY WITH
      *      NOTHING BLOCKED STILL HAS THE FILE, EMPTY. A FULL TABLE
      *      STOPS THE RUN FOR THE SAME REASON.
       H190-LOAD-POSTING-BLOCKS.
           READ BLOCK-FILE
               AT END SET BLOCK-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-BLOCK UNTIL BLOCK-EOF.
           CLOSE BLOCK-FILE.
       H190-END. EXIT.

       LOAD-NEXT-BLOCK.
           IF BLK-ID-I IS NUMERIC AND BLK-DVZ-I IS NUMERIC
               IF WS-BLK-COUNT < 9999
                   ADD 1 TO WS-BLK-COUNT
                   SET WS-BLK-IDX TO WS-BLK-COUNT
                   MOVE BLK-ID-I  TO WS-BLK-ID(WS-BLK-IDX)
                   MOVE BLK-DVZ-I TO WS-BLK-DVZ(WS-BLK-IDX)
               ELSE
                   DISPLAY 'WS-BLOCK-TABLE FULL, POSTING STOPPED AT ID='
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
      *      MISSING HOLD FILE WOULD FREE EVERY GARNISHED BALANCE.
      *      A HOLD PAST ITS EXPIRY DATE NO LONGER COUNTS EVEN IF
      *      HOLDMNT HAS NOT YET RUN TO DROP IT. THE FILE IS IN KEY
      *      ORDER, SO EACH KEY'S HOLDS ADD INTO THE LAST ENTRY.
       H195-LOAD-HOLDS.
           READ LIEN-FILE
               AT END SET LIEN-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-LIEN UNTIL LIEN-EOF.
           CLOSE LIEN-FILE.
       H195-END. EXIT.

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
                       DISPLAY 'WS-LIEN-TABLE FULL, POSTING STOPPED AT'
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

      *---- HOLCAL IS REQUIRED FOR THE SAME REASON: WITHOUT IT A
      *      VALUE DATE ON A HOLIDAY WOULD RELEASE ON THE HOLIDAY. THE
      *      'C' COVERAGE LINE IS PREFLCHK'S CONCERN, NOT POSTING'S.
       H197-LOAD-HOLIDAY-CALENDAR.
           READ HOLIDAY-FILE
               AT END SET HOLIDAY-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-HOLIDAY UNTIL HOLIDAY-EOF.
           CLOSE HOLIDAY-FILE.
           MOVE WS-TODAY-INT TO WS-CAL-INT.
           PERFORM JUDGE-CALENDAR-DAY.
           IF CAL-BUSINESS-DAY
               SET TODAY-IS-BUSINESS-DAY TO TRUE
           ELSE
               SET TODAY-NOT-BUSINESS-DAY TO TRUE
           END-IF.
       H197-END. EXIT.

       LOAD-NEXT-HOLIDAY.
           IF HOL-TYPE-I = 'H' AND HOL-DATE-I IS NUMERIC
               IF WS-HOL-COUNT < 999
                   ADD 1 TO WS-HOL-COUNT
                   SET WS-HOL-IDX TO WS-HOL-COUNT
                   COMPUTE WS-HOL-INT(WS-HOL-IDX) =
                       FUNCTION INTEGER-OF-DATE (HOL-DATE-I)
               ELSE
                   DISPLAY 'WS-HOLIDAY-TABLE FULL, SKIPPING DATE='
                       HOL-DATE-I
               END-IF
           END-IF.
           READ HOLIDAY-FILE
               AT END SET HOLIDAY-EOF TO TRUE
           END-READ.
       LOAD-NEXT-HOLIDAY-END. EXIT.

      *---- RETNTAB IS REQUIRED TOO: WITHOUT IT THIS STEP COULD NOT
      *      KNOW HOW MUCH OF THE JOURNAL HSTPURGE HAS LET GO. THE LINE
      *      IS PICKED THE WAY HSTPURGE PICKS IT - THE FIRST DUPWINDW
      *      LINE THAT PASSES ITS TABLE EDITS - AND USED ONLY IF IT IS
      *      A COUNT OF DAYS ABOVE ZERO, SINCE ANY OTHER LINE LEAVES
      *      THE JOURNAL UNPURGED THERE.
       H198-LOAD-DUP-WINDOW.
           READ RETENTION-FILE
               AT END SET RETENTION-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-RETENTION UNTIL RETENTION-EOF.
           CLOSE RETENTION-FILE.
           IF DUP-WINDOW-KNOWN
               COMPUTE WS-DUP-WINDOW-INT =
                   WS-TODAY-INT - WS-DUP-WINDOW-DAYS
               COMPUTE WS-DUP-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER (WS-DUP-WINDOW-INT)
           END-IF.
       H198-END. EXIT.

       LOAD-NEXT-RETENTION.
           IF DUP-LINE-NOT-SEEN AND RET-FILE-I = 'DUPWINDW' AND
              RET-PERIOD-I IS NUMERIC AND
              (RET-UNIT-I = 'D' OR RET-UNIT-I = 'M') AND
              (RET-CLOSED-I = 'A' OR RET-CLOSED-I = 'G' OR
               RET-CLOSED-I = 'N')
               SET DUP-LINE-SEEN TO TRUE
               IF RET-UNIT-I = 'D' AND RET-PERIOD-I > 0
                   MOVE RET-PERIOD-I TO WS-DUP-WINDOW-DAYS
                   SET DUP-WINDOW-KNOWN TO TRUE
               END-IF
           END-IF.
           READ RETENTION-FILE
               AT END SET RETENTION-EOF TO TRUE
           END-READ.
       LOAD-NEXT-RETENTION-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-1.
               WHEN TRN-HEADER-REC
                   SET BATCH-HEADER-SEEN TO TRUE
                   MOVE HDR-BATCH-ID-I TO WS-BATCH-ID
                   IF HDR-SOURCE-I = 'T'
                       MOVE HDR-SOURCE-I TO WS-BATCH-SOURCE
                   END-IF
               WHEN TRN-TRAILER-REC
                   SET BATCH-TRAILER-SEEN TO TRUE
                   IF TRL-COUNT-I IS NUMERIC AND
      *---- A TRANSFER IS ONE MOVEMENT THAT DEBITS ONE ACCOUNT AND
      *      CREDITS ANOTHER, SO ITS AMOUNT BELONGS IN BOTH HASH
      *      TOTALS - WHICH IS HOW THE BRANCH UPLOAD BUILDS THE
      *      TRAILER. AN FX TRANSFER'S CREDIT IS NOT KNOWN UNTIL IT
      *      IS PRICED, SO ITS DEBIT AMOUNT STANDS IN BOTH TOTALS TOO.
               WHEN TRN-TRANSFER-REC
               WHEN TRN-FX-TRANSFER-REC
                   ADD 1 TO WS-VER-COUNT
                   IF TRN-AMOUNT-I IS NUMERIC
                       ADD TRN-AMOUNT-I TO WS-VER-DEBIT-TOTAL
                       ADD TRN-AMOUNT-I TO WS-VER-CREDIT-TOTAL
                   END-IF
      *---- A REVERSAL'S AMOUNT IS WHATEVER ITS ORIGINAL POSTED, NOT
      *      KNOWN UNTIL THE JOURNAL IS SEARCHED, SO IT COUNTS TOWARD
      *      THE MOVEMENT COUNT ONLY AND STAYS OUT OF THE HASH TOTALS.
               WHEN TRN-REVERSAL-REC
                   ADD 1 TO WS-VER-COUNT
           END-EVALUATE.
           READ TRAN-FILE.
       VERIFY-NEXT-TRAN-END. EXIT.

      *---- ONLY DETAIL AND TRANSFER MOVEMENTS POST - THE HEADER AND
      *      TRAILER DID THEIR WORK IN THE VERIFICATION PASS. A
      *      MOVEMENT DUE IN THE FUTURE IS PARKED, NOT POSTED. A
      *      REVERSAL IS NEVER PARKED - IT POSTS ON THE DAY IT COMES.
      *      ONLY A 'D' MOVEMENT POSTED FROM THE BATCH ITSELF TAKES
      *      THE HEADER'S SOURCE; A TRANSFER, A REVERSAL OR ANYTHING
      *      RELEASED FROM THE WAREHOUSE IS ALWAYS 'M'.
       H200-READ-NEXT-TRAN.
           EVALUATE TRUE
               WHEN TRN-DETAIL-REC
                   IF MOVEMENT-IS-FUTURE
                       PERFORM PARK-TODAYS-MOVEMENT
                   ELSE
                       MOVE WS-BATCH-SOURCE TO WS-POST-SOURCE
                       PERFORM H300-POST-TRAN
                       MOVE 'M' TO WS-POST-SOURCE
                   END-IF
               WHEN TRN-TRANSFER-REC
                   ADD 1 TO WS-READ-COUNT
                   ELSE
                       PERFORM H700-POST-TRANSFER
                   END-IF
               WHEN TRN-FX-TRANSFER-REC
                   ADD 1 TO WS-READ-COUNT
                   PERFORM CHECK-VALUE-DATE
                   IF MOVEMENT-IS-FUTURE
                       PERFORM PARK-TODAYS-MOVEMENT
                   ELSE
                       PERFORM H750-POST-FX-TRANSFER
                   END-IF
               WHEN TRN-REVERSAL-REC
                   ADD 1 TO WS-READ-COUNT
                   PERFORM H800-POST-REVERSAL
           END-EVALUATE.
           READ TRAN-FILE.
       H200-END. EXIT.
      *      THE PROCESSING DATE PARKS A MOVEMENT - A GARBLED VALUE
      *      DATE FLOWS INTO POSTING AND BOUNCES THERE WHERE DATA
      *      ENTRY WILL SEE IT, INSTEAD OF HIDING IN THE WAREHOUSE.
      *      A VALUE DATE THAT IS NOT A BUSINESS DAY MOVES TO THE NEXT
      *      ONE, WHICH ONLY MATTERS WHEN THE RUN ITSELF IS ON A
      *      NON-BUSINESS DAY - ON A BUSINESS DAY EVERY DATE UP TO
      *      TODAY HAS ALREADY ROLLED TO TODAY OR EARLIER.
       CHECK-VALUE-DATE.
           SET MOVEMENT-IS-DUE TO TRUE.
           IF TRN-VALUE-DATE-I IS NUMERIC
               COMPUTE WS-VALUE-GREG = FUNCTION NUMVAL(TRN-VALUE-DATE-I)
               IF WS-VALUE-GREG > WS-TODAY-GREG
                   SET MOVEMENT-IS-FUTURE TO TRUE
               ELSE
                   IF WS-VALUE-GREG > 0 AND TODAY-NOT-BUSINESS-DAY
                       PERFORM ROLL-VALUE-DATE
                   END-IF
               END-IF
           END-IF.
       CHECK-VALUE-DATE-END. EXIT.

       ROLL-VALUE-DATE.
           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE (WS-VALUE-GREG).
           IF WS-CAL-INT > 0
               PERFORM JUDGE-CALENDAR-DAY
               PERFORM STEP-CALENDAR-FORWARD
                   UNTIL CAL-BUSINESS-DAY
               IF WS-CAL-INT > WS-TODAY-INT
                   SET MOVEMENT-IS-FUTURE TO TRUE
               END-IF
           END-IF.
       ROLL-VALUE-DATE-END. EXIT.

      *---- DAY 1 OF THE INTEGER-OF-DATE CALENDAR WAS A MONDAY, SO
      *      THE REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY.
       JUDGE-CALENDAR-DAY.
           SET CAL-BUSINESS-DAY TO TRUE.
           COMPUTE WS-CAL-WEEKDAY = FUNCTION REM (WS-CAL-INT 7).
           IF WS-CAL-WEEKDAY = 6 OR WS-CAL-WEEKDAY = 0
               SET CAL-NOT-BUSINESS-DAY TO TRUE
           ELSE
               PERFORM FIND-HOLIDAY
               IF HOLIDAY-FOUND
                   SET CAL-NOT-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.
       JUDGE-CALENDAR-DAY-END. EXIT.

       FIND-HOLIDAY.
           SET HOLIDAY-NOT-FOUND TO TRUE.
           IF WS-HOL-COUNT > 0
               PERFORM SEARCH-HOLIDAY
                   VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
                      OR HOLIDAY-FOUND
           END-IF.
       FIND-HOLIDAY-END. EXIT.

       SEARCH-HOLIDAY.
           IF WS-HOL-INT(WS-HOL-IDX) = WS-CAL-INT
               SET HOLIDAY-FOUND TO TRUE
           END-IF.
       SEARCH-HOLIDAY-END. EXIT.

       STEP-CALENDAR-FORWARD.
           ADD 1 TO WS-CAL-INT.
           PERFORM JUDGE-CALENDAR-DAY.
       STEP-CALENDAR-FORWARD-END. EXIT.

       PARK-TODAYS-MOVEMENT.
           ADD 1 TO WS-WHSE-PARKED-COUNT.
           WRITE WHSE-OUT-REC FROM TRN-REC.
      *---- WHSEOLD IS OPTIONAL THE WAY SUSPOLD IS IN SUSPDISP - THE
      *      FIRST RUN EVER HAS NO WAREHOUSE. EACH CARRIED ITEM IS
      *      RELEASED INTO NORMAL POSTING WHEN ITS VALUE DATE HAS
      *      COME (AN FX TRANSFER PRICES AT THE RELEASE DAY'S RATES),
      *      OR GOES BACK OUT TO WHSENEW FOR ANOTHER DAY. THE
      *      RELEASE RUNS BEFORE THE DAY'S FILE SO THE TRN-REC AREA
      *      IS FREE TO STAGE EACH WAREHOUSED IMAGE.
       H160-RELEASE-WAREHOUSE.
                       PERFORM H300-POST-TRAN
                   WHEN TRN-TRANSFER-REC
                       PERFORM H700-POST-TRANSFER
                   WHEN TRN-FX-TRANSFER-REC
                       PERFORM H750-POST-FX-TRANSFER
               END-EVALUATE
           END-IF.
           READ WHSE-IN
                   MOVE 'INVALID DIRECTION CODE' TO WS-REJECT-REASON
               END-IF
           END-IF.
           PERFORM CHECK-DUP-WINDOW.
           IF TRAN-IS-VALID
               MOVE TRN-ID-I  TO WS-LOOK-BLK-ID
               MOVE TRN-DVZ-I TO WS-LOOK-BLK-DVZ
               PERFORM FIND-POSTING-BLOCK
               IF BLOCK-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'ACCOUNT ON POSTING BLOCK' TO WS-REJECT-REASON
                   ADD 1 TO WS-BLOCKED-COUNT
               END-IF
           END-IF.
       VALIDATE-TRAN-END. EXIT.

      *---- THE JOURNAL HOLDS EVERY REFERENCE POSTED SINCE THE START
      *      OF THE DUPLICATE WINDOW AND NO FURTHER BACK, SO A
      *      MOVEMENT VALUE-DATED BEFORE IT CANNOT BE PROVED NOT TO
      *      HAVE POSTED ALREADY AND IS REJECTED, NOT RISKED TWICE. AN
      *      UNDATED MOVEMENT IS DUE TODAY AND ALWAYS INSIDE IT. A
      *      REVERSAL NEEDS NO CHECK: ITS ORIGINAL IS OLDER STILL, AND
      *      ONE PURGED FROM THE JOURNAL CANNOT BE FOUND TO REVERSE.
       CHECK-DUP-WINDOW.
           IF TRAN-IS-VALID AND DUP-WINDOW-KNOWN AND
              TRN-VALUE-DATE-I IS NUMERIC
               COMPUTE WS-VALUE-GREG = FUNCTION NUMVAL(TRN-VALUE-DATE-I)
               IF WS-VALUE-GREG > 0 AND
                  WS-VALUE-GREG < WS-DUP-WINDOW-START
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'VALUE DATE BEFORE DUP WINDOW'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       CHECK-DUP-WINDOW-END. EXIT.

       H350-READ-ACCOUNT.
           COMPUTE IDX-ID  = FUNCTION NUMVAL(TRN-ID-I)
           COMPUTE IDX-DVZ = FUNCTION NUMVAL(TRN-DVZ-I).
                   SET BALANCE-IN-RANGE TO TRUE
               END-IF
           END-IF.
           IF BALANCE-IN-RANGE AND WS-POST-BALANCE < IDX-BALANCE
               PERFORM CHECK-AVAILABLE-BALANCE
           END-IF.
       CHECK-BALANCE-RANGE-END. EXIT.

      *---- ONLY A DEBIT IS HELD BACK: IDX-BALANCE IS STILL THE
      *      PRE-POSTING BALANCE HERE, SO A POST-BALANCE BELOW IT IS A
      *      DEBIT. THE HELD AMOUNT COMES OFF BEFORE THE OD FLOOR IS
      *      APPLIED, SO AN OVERDRAFT NEVER FUNDS A HELD AMOUNT.
       CHECK-AVAILABLE-BALANCE.
           MOVE IDX-ID  TO WS-LOOK-LIEN-ID.
           MOVE IDX-DVZ TO WS-LOOK-LIEN-DVZ.
           PERFORM FIND-ACCOUNT-HOLD.
           IF LIEN-FOUND
               COMPUTE WS-POST-AVAILABLE =
                   WS-POST-BALANCE - WS-LIEN-HELD(WS-LIEN-IDX)
               IF WS-POST-AVAILABLE < WS-ACCT-MIN-LIMIT
                   SET BALANCE-OUT-OF-RANGE TO TRUE
                   MOVE 'AMOUNT UNDER HOLD' TO WS-REJECT-REASON
                   ADD 1 TO WS-LIEN-REJECT-COUNT
               END-IF
           END-IF.
       CHECK-AVAILABLE-BALANCE-END. EXIT.

       H450-REWRITE-ACCOUNT.
           REWRITE IDX-REC
               INVALID KEY
           MOVE TRN-DRCR-I     TO WS-TRNBR-DRCR.
           PERFORM ACCUMULATE-BRANCH-TOTAL.
           PERFORM RECORD-JOURNAL-REF.
           IF TRN-REVERSAL-REC
               PERFORM WRITE-REVERSAL-LINES
           ELSE
               PERFORM WRITE-POSTED-LINE
           END-IF.
       H450-END. EXIT.

      *---- SAME BEFORE/AFTER PICTURE H450 IN VSAMTOQ RECORDS, SO A
           MOVE WS-PRE-BALANCE    TO AUDIT-PRE-BALANCE-O.
           MOVE IDX-BALANCE       TO AUDIT-POST-BALANCE-O.
           MOVE WS-RUN-TIMESTAMP  TO AUDIT-TIMESTAMP-O.
           MOVE WS-POST-SOURCE    TO AUDIT-SOURCE-O.
           WRITE AUDIT-REC.
       H460-END. EXIT.

       SEARCH-BRANCH-TOTAL-END. EXIT.

       FIND-JOURNAL-REF.
           MOVE TRN-REF-I TO WS-LOOK-JRNL-REF.
           PERFORM LOCATE-JOURNAL-REF.
       FIND-JOURNAL-REF-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT MATCHED.
       LOCATE-JOURNAL-REF.
           SET JRNL-REF-NOT-FOUND TO TRUE.
           IF WS-JRNL-COUNT > 0
               PERFORM SEARCH-JOURNAL-REF
                   VARYING WS-JRNL-IDX FROM 1 BY 1
                   UNTIL WS-JRNL-IDX > WS-JRNL-COUNT
                      OR JRNL-REF-FOUND
               IF JRNL-REF-FOUND
                   SET WS-JRNL-IDX DOWN BY 1
               END-IF
           END-IF.
       LOCATE-JOURNAL-REF-END. EXIT.

       SEARCH-JOURNAL-REF.
           IF WS-JRNL-REF(WS-JRNL-IDX) = WS-LOOK-JRNL-REF
               SET JRNL-REF-FOUND TO TRUE
           END-IF.
       SEARCH-JOURNAL-REF-END. EXIT.

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

      *---- THE REFERENCE GOES INTO THE TABLE AS WELL AS THE FILE SO
      *      A SECOND COPY OF THE SAME MOVEMENT LATER IN TODAY'S FILE
      *      IS CAUGHT TOO, NOT JUST ONE FROM A PRIOR RUN. A REVERSAL
      *      TAKES THE SHAPE OF WHAT IT REVERSED - ONE LEG OR TWO -
      *      AND MARKS ITS ORIGINAL IN THE TABLE SO A SECOND REVERSAL
      *      OF THE SAME REFERENCE LATER TODAY IS REFUSED.
       RECORD-JOURNAL-REF.
           MOVE SPACES TO JRNL-OUT-REC.
           MOVE TRN-REF-I TO JRNL-REF-O.
           COMPUTE JRNL-DATE-O =
               FUNCTION NUMVAL (WS-RUN-TIMESTAMP (1:8)).
           MOVE TRN-REC-TYPE   TO JRNL-TYPE-O.
           MOVE TRN-ID-I       TO JRNL-ID-O.
           MOVE TRN-DVZ-I      TO JRNL-DVZ-O.
           MOVE TRN-AMOUNT-I   TO JRNL-AMOUNT-O.
           IF TRN-DETAIL-REC OR
              (TRN-REVERSAL-REC AND REVERSING-MOVEMENT)
               MOVE TRN-DRCR-I TO JRNL-DRCR-O
               MOVE 0          TO JRNL-TO-AMOUNT-O
           ELSE
               MOVE 'D'                  TO JRNL-DRCR-O
               MOVE TRN-TO-ID-I          TO JRNL-TO-ID-O
               MOVE TRN-TO-DVZ-I         TO JRNL-TO-DVZ-O
               MOVE WS-XFR-CREDIT-AMOUNT TO JRNL-TO-AMOUNT-O
           END-IF.
           IF TRN-REVERSAL-REC
               MOVE WS-REV-ORIG-REF TO JRNL-LINK-REF-O
               MOVE WS-JRNL-DATE(WS-JRNL-ORIG-IDX)
                   TO JRNL-LINK-DATE-O
               MOVE 'Y'       TO WS-JRNL-REVERSED(WS-JRNL-ORIG-IDX)
               MOVE TRN-REF-I TO WS-JRNL-LINK-REF(WS-JRNL-ORIG-IDX)
               MOVE JRNL-DATE-O
                   TO WS-JRNL-LINK-DATE(WS-JRNL-ORIG-IDX)
           END-IF.
           IF WS-JRNL-COUNT < 9999
               ADD 1 TO WS-JRNL-COUNT
               SET WS-JRNL-IDX TO WS-JRNL-COUNT
               MOVE JRNL-OUT-REC TO WS-JRNL-ENTRY(WS-JRNL-IDX)
           ELSE
               DISPLAY 'WS-JOURNAL-TABLE FULL, REF NOT TRACKED: '
                   TRN-REF-I
           END-IF.
           WRITE JRNL-OUT-REC.
       RECORD-JOURNAL-REF-END. EXIT.

               IF JRNL-REF-FOUND
                   PERFORM WRITE-SKIPPED-LINE
               ELSE
                   MOVE TRN-AMOUNT-I TO WS-XFR-CREDIT-AMOUNT
                   PERFORM H710-CHECK-BOTH-LEGS
                   IF TRAN-IS-VALID
                       PERFORM H720-APPLY-TRANSFER
                       PERFORM RECORD-JOURNAL-REF
                       PERFORM WRITE-TRANSFER-LINE
                   ELSE
                       PERFORM WRITE-REJECTED-LINE
                   END-IF
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'TRANSFER TO SAME ACCOUNT' TO WS-REJECT-REASON
           END-IF.
           PERFORM CHECK-DUP-WINDOW.
           IF TRAN-IS-VALID
               MOVE TRN-ID-I  TO WS-LOOK-BLK-ID
               MOVE TRN-DVZ-I TO WS-LOOK-BLK-DVZ
               PERFORM FIND-POSTING-BLOCK
               IF BLOCK-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'DEBIT ACCOUNT ON POSTING BLOCK'
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-BLOCKED-COUNT
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               MOVE TRN-TO-ID-I  TO WS-LOOK-BLK-ID
               MOVE TRN-TO-DVZ-I TO WS-LOOK-BLK-DVZ
               PERFORM FIND-POSTING-BLOCK
               IF BLOCK-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'CREDIT ACCOUNT ON POSTING BLOCK'
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-BLOCKED-COUNT
               END-IF
           END-IF.
       VALIDATE-TRANSFER-END. EXIT.

      *---- BOTH SIDES ARE READ AND THEIR POST-BALANCES RANGE-CHECKED
                   ELSE
                       MOVE IDX-BALANCE TO WS-XFR-TO-PRE
                       COMPUTE WS-POST-BALANCE =
                           IDX-BALANCE + WS-XFR-CREDIT-AMOUNT
                       PERFORM CHECK-BALANCE-RANGE
                       IF BALANCE-OUT-OF-RANGE
                           SET TRAN-IS-INVALID TO TRUE
           MOVE WS-XFR-FROM-POST TO IDX-BALANCE.
           MOVE WS-TODAY-JULIAN  TO IDX-LASTACT.
           PERFORM H730-REWRITE-TRANSFER-LEG.
           MOVE IDX-BRANCH      TO WS-FX-DEAL-BRANCH.
           MOVE WS-XFR-FROM-PRE TO WS-PRE-BALANCE.
           PERFORM H460-WRITE-AUDIT-RECORD.
           MOVE WS-TRAN-AMOUNT TO WS-TRNBR-AMOUNT.
           PERFORM H730-REWRITE-TRANSFER-LEG.
           MOVE WS-XFR-TO-PRE TO WS-PRE-BALANCE.
           PERFORM H460-WRITE-AUDIT-RECORD.
           MOVE WS-XFR-CREDIT-AMOUNT TO WS-TRNBR-AMOUNT.
           MOVE 'C'                  TO WS-TRNBR-DRCR.
           PERFORM ACCUMULATE-BRANCH-TOTAL.
       H720-END. EXIT.

       H730-REWRITE-TRANSFER-LEG.
           WRITE RPT-REC.
       WRITE-TRANSFER-LINE-END. EXIT.

      *---- AN FX TRANSFER RUNS THROUGH THE SAME TWO-LEG PROOF AND
      *      POSTING AS AN 'X' ONCE IT IS PRICED: THE CREDIT LEG JUST
      *      RECEIVES THE CONVERTED AMOUNT INSTEAD OF THE DEBIT AMOUNT.
      *      A CURRENCY WITH NO RATE TODAY REJECTS THE DEAL WITH
      *      BOTH ACCOUNTS UNTOUCHED.
       H750-POST-FX-TRANSFER.
           PERFORM VALIDATE-TRANSFER.
           IF TRAN-IS-VALID AND TRN-DVZ-I = TRN-TO-DVZ-I
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'FX TRANSFER IN ONE CURRENCY' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECTED-LINE
           ELSE
               PERFORM FIND-JOURNAL-REF
               IF JRNL-REF-FOUND
                   PERFORM WRITE-SKIPPED-LINE
               ELSE
                   PERFORM H760-PRICE-FX-DEAL
                   IF TRAN-IS-VALID
                       PERFORM H710-CHECK-BOTH-LEGS
                   END-IF
                   IF TRAN-IS-VALID
                       PERFORM H720-APPLY-TRANSFER
                       PERFORM RECORD-JOURNAL-REF
                       PERFORM H770-WRITE-FX-DEAL
                       PERFORM WRITE-FX-TRANSFER-LINES
                   ELSE
                       PERFORM WRITE-REJECTED-LINE
                   END-IF
               END-IF
           END-IF.
       H750-END. EXIT.

      *---- WE BUY THE DEBIT CURRENCY FROM THE CUSTOMER AT ITS MID
      *      RATE LESS THE BUY SPREAD AND SELL THEM THE CREDIT
      *      CURRENCY AT ITS MID RATE PLUS THE SELL SPREAD, BOTH
      *      AGAINST THE BASE CURRENCY. WHAT THE SPREAD EARNED IS THE
      *      DEBIT AMOUNT AT MID LESS THE CREDIT AMOUNT AT MID; THE
      *      BUY HALF IS THE BUY SPREAD ON THE DEBIT AT MID AND THE
      *      SELL HALF IS THE REST, SO THE TWO ALWAYS ADD UP.
       H760-PRICE-FX-DEAL.
           MOVE TRN-AMOUNT-I TO WS-TRAN-AMOUNT.
           COMPUTE WS-LOOK-DVZ = FUNCTION NUMVAL(TRN-DVZ-I).
           PERFORM FIND-RATE.
           IF RATE-NOT-FOUND
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'NO RATE FOR DEBIT CURRENCY' TO WS-REJECT-REASON
           ELSE
               MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-FX-BUY-MID
               PERFORM FIND-SPREAD
               IF SPRD-FOUND
                   MOVE WS-SPRD-BUY(WS-SPRD-IDX) TO WS-FX-BUY-SPREAD
               ELSE
                   MOVE WS-SPRD-DEFAULT-BUY      TO WS-FX-BUY-SPREAD
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               COMPUTE WS-LOOK-DVZ = FUNCTION NUMVAL(TRN-TO-DVZ-I)
               PERFORM FIND-RATE
               IF RATE-NOT-FOUND
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'NO RATE FOR CREDIT CURRENCY'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-FX-SELL-MID
                   PERFORM FIND-SPREAD
                   IF SPRD-FOUND
                       MOVE WS-SPRD-SELL(WS-SPRD-IDX)
                           TO WS-FX-SELL-SPREAD
                   ELSE
                       MOVE WS-SPRD-DEFAULT-SELL TO WS-FX-SELL-SPREAD
                   END-IF
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               COMPUTE WS-FX-BUY-RATE ROUNDED =
                   WS-FX-BUY-MID * (1 - WS-FX-BUY-SPREAD)
               COMPUTE WS-FX-SELL-RATE ROUNDED =
                   WS-FX-SELL-MID * (1 + WS-FX-SELL-SPREAD)
                   ON SIZE ERROR
                       MOVE 0 TO WS-FX-SELL-RATE
               END-COMPUTE
               IF WS-FX-BUY-RATE = 0 OR WS-FX-SELL-RATE = 0
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'FX RATE OUT OF RANGE' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-IS-VALID
               PERFORM H765-CONVERT-FX-AMOUNT
           END-IF.
       H760-END. EXIT.

       H765-CONVERT-FX-AMOUNT.
           COMPUTE WS-FX-BASE-AMOUNT ROUNDED =
               WS-TRAN-AMOUNT * WS-FX-BUY-RATE.
           COMPUTE WS-XFR-CREDIT-AMOUNT ROUNDED =
               WS-FX-BASE-AMOUNT / WS-FX-SELL-RATE
               ON SIZE ERROR
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE 'CONVERTED AMOUNT TOO LARGE'
                       TO WS-REJECT-REASON
           END-COMPUTE.
           IF TRAN-IS-VALID AND WS-XFR-CREDIT-AMOUNT = 0
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'CONVERTED AMOUNT IS ZERO' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID
               COMPUTE WS-FX-MID-BASE ROUNDED =
                   WS-TRAN-AMOUNT * WS-FX-BUY-MID
                   ON SIZE ERROR
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE 'FX DEAL TOO LARGE' TO WS-REJECT-REASON
               END-COMPUTE
           END-IF.
           IF TRAN-IS-VALID
               COMPUTE WS-FX-SPREAD-TOTAL ROUNDED =
                   WS-FX-MID-BASE
                   - (WS-XFR-CREDIT-AMOUNT * WS-FX-SELL-MID)
               COMPUTE WS-FX-BUY-SPREAD-AMT ROUNDED =
                   WS-FX-MID-BASE * WS-FX-BUY-SPREAD
               COMPUTE WS-FX-SELL-SPREAD-AMT =
                   WS-FX-SPREAD-TOTAL - WS-FX-BUY-SPREAD-AMT
           END-IF.
       H765-END. EXIT.

       H770-WRITE-FX-DEAL.
           MOVE SPACES TO FX-DEAL-REC.
           MOVE TRN-REF-I             TO DEAL-REF-O.
           MOVE WS-TODAY-GREG         TO DEAL-DATE-O.
           MOVE TRN-ID-I              TO DEAL-FROM-ID-O.
           MOVE TRN-DVZ-I             TO DEAL-BUY-DVZ-O.
           MOVE WS-TRAN-AMOUNT        TO DEAL-BOUGHT-O.
           MOVE WS-FX-BUY-RATE        TO DEAL-BUY-RATE-O.
           MOVE TRN-TO-ID-I           TO DEAL-TO-ID-O.
           MOVE TRN-TO-DVZ-I          TO DEAL-SELL-DVZ-O.
           MOVE WS-XFR-CREDIT-AMOUNT  TO DEAL-SOLD-O.
           MOVE WS-FX-SELL-RATE       TO DEAL-SELL-RATE-O.
           MOVE WS-FX-MID-BASE        TO DEAL-BASE-AMOUNT-O.
           MOVE WS-FX-BUY-SPREAD-AMT  TO DEAL-BUY-SPREAD-O.
           MOVE WS-FX-SELL-SPREAD-AMT TO DEAL-SELL-SPREAD-O.
           MOVE WS-FX-DEAL-BRANCH     TO DEAL-BRANCH-O.
           WRITE FX-DEAL-REC.
           ADD WS-FX-SPREAD-TOTAL TO WS-FX-SPREAD-INCOME.
       H770-END. EXIT.

      *---- THE TWO LEGS ARE IN DIFFERENT CURRENCIES AND AMOUNTS, SO
      *      EACH GETS ITS OWN LINE: THE DEBIT IN ITS CURRENCY NAMING
      *      THE CREDIT KEY, THEN THE CREDIT IN ITS CURRENCY NAMING
      *      THE DEBIT KEY.
       WRITE-FX-TRANSFER-LINES.
           ADD 1 TO WS-FX-POSTED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE TRN-ID-I     TO RPT-ID-O.
           MOVE TRN-DVZ-I    TO RPT-DVZ-O.
           MOVE 'F'          TO RPT-DRCR-O.
           MOVE TRN-AMOUNT-I TO RPT-AMOUNT-O.
           MOVE 'POSTED'     TO RPT-STATUS-O.
           MOVE SPACES TO RPT-REASON-O.
           STRING 'FX TO '       DELIMITED BY SIZE
                  TRN-TO-ID-I    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TRN-TO-DVZ-I   DELIMITED BY SIZE
               INTO RPT-REASON-O
           END-STRING.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE TRN-TO-ID-I          TO RPT-ID-O.
           MOVE TRN-TO-DVZ-I         TO RPT-DVZ-O.
           MOVE 'C'                  TO RPT-DRCR-O.
           MOVE WS-XFR-CREDIT-AMOUNT TO RPT-AMOUNT-O.
           MOVE 'POSTED'             TO RPT-STATUS-O.
           MOVE SPACES TO RPT-REASON-O.
           STRING 'FX FROM '     DELIMITED BY SIZE
                  TRN-ID-I       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TRN-DVZ-I      DELIMITED BY SIZE
               INTO RPT-REASON-O
           END-STRING.
           WRITE RPT-REC.
       WRITE-FX-TRANSFER-LINES-END. EXIT.

       FIND-RATE.
           SET RATE-NOT-FOUND TO TRUE.
           IF WS-RATE-COUNT > 0
               PERFORM SEARCH-RATE
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR RATE-FOUND
      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST SEES THE FLAG, SO IT IS BACKED UP
      *      BY ONE.
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

       FIND-SPREAD.
           SET SPRD-NOT-FOUND TO TRUE.
           IF WS-SPRD-COUNT > 0
               PERFORM SEARCH-SPREAD
                   VARYING WS-SPRD-IDX FROM 1 BY 1
                   UNTIL WS-SPRD-IDX > WS-SPRD-COUNT
                      OR SPRD-FOUND
               IF SPRD-FOUND
                   SET WS-SPRD-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-SPREAD-END. EXIT.

       SEARCH-SPREAD.
           IF WS-SPRD-DVZ(WS-SPRD-IDX) = WS-LOOK-DVZ
               SET SPRD-FOUND TO TRUE
           END-IF.
       SEARCH-SPREAD-END. EXIT.

      *---- A REVERSAL POSTS THE EXACT OPPOSITE OF WHAT ITS ORIGINAL
      *      POSTED, TAKEN FROM THE JOURNAL RATHER THAN KEYED AGAIN:
      *      A MOVEMENT COMES BACK ON THE SAME KEY IN THE OTHER
      *      DIRECTION, A TRANSFER COMES BACK WITH ITS LEGS SWAPPED.
      *      ONCE STAGED INTO THE TRN-REC FIELDS IT IS VALIDATED,
      *      GUARDED AND POSTED BY THE SAME PARAGRAPHS AS THE
      *      ORIGINAL WAS, POSTING BLOCKS AND HOLDS INCLUDED. THE
      *      REVERSAL'S OWN REFERENCE IS DUPLICATE-CHECKED LIKE ANY
      *      OTHER, SO A RERUN DOES NOT REVERSE TWICE EITHER.
       H800-POST-REVERSAL.
           MOVE REV-ORIG-REF-I TO WS-REV-ORIG-REF.
           MOVE SPACES TO TRN-ID-I TRN-DVZ-I TRN-DRCR-I
                          TRN-TO-ID-I TRN-TO-DVZ-I TRN-VALUE-DATE-I.
           MOVE 0      TO TRN-AMOUNT-I.
           PERFORM VALIDATE-REVERSAL.
           IF TRAN-IS-INVALID
               PERFORM WRITE-REJECTED-LINE
           ELSE
               PERFORM FIND-JOURNAL-REF
               IF JRNL-REF-FOUND
                   PERFORM WRITE-SKIPPED-LINE
               ELSE
                   PERFORM H810-FIND-ORIGINAL
                   IF TRAN-IS-VALID
                       PERFORM H820-STAGE-REVERSAL
                   END-IF
                   IF TRAN-IS-VALID
                       IF REVERSING-MOVEMENT
                           PERFORM H830-POST-REVERSED-MOVEMENT
                       ELSE
                           PERFORM H840-POST-REVERSED-TRANSFER
                       END-IF
                   ELSE
                       PERFORM WRITE-REJECTED-LINE
                   END-IF
               END-IF
           END-IF.
       H800-END. EXIT.

       VALIDATE-REVERSAL.
           SET TRAN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-REF-I = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'TRANSACTION REF MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND WS-REV-ORIG-REF = SPACES
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'ORIGINAL REF MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND WS-REV-ORIG-REF = TRN-REF-I
               SET TRAN-IS-INVALID TO TRUE
               MOVE 'REVERSAL NAMES ITSELF' TO WS-REJECT-REASON
           END-IF.
       VALIDATE-REVERSAL-END. EXIT.

      *---- ONLY A PLAIN MOVEMENT OR AN 'X' TRANSFER CAN BE REVERSED
      *      HERE. AN FX DEAL WOULD HAVE TO BE UNWOUND AT ITS ORIGINAL
      *      RATES AND TAKEN BACK OUT OF THE POSITION, SO IT IS
      *      REFUSED AND LEFT TO TREASURY. A JOURNAL RECORD PADDED
      *      FROM THE OLD SHORT LAYOUT GUARDS ITS REFERENCE BUT HAS
      *      NO DETAIL TO REVERSE FROM.
       H810-FIND-ORIGINAL.
           MOVE WS-REV-ORIG-REF TO WS-LOOK-JRNL-REF.
           PERFORM LOCATE-JOURNAL-REF.
           IF JRNL-REF-NOT-FOUND
               SET TRAN-IS-INVALID TO TRUE
               STRING 'NOT IN JOURNAL ' DELIMITED BY SIZE
                      WS-REV-ORIG-REF   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           ELSE
               SET WS-JRNL-ORIG-IDX TO WS-JRNL-IDX
               PERFORM H815-JUDGE-ORIGINAL
           END-IF.
       H810-END. EXIT.

       H815-JUDGE-ORIGINAL.
           MOVE SPACE TO WS-REV-SHAPE-SW.
           EVALUATE TRUE
               WHEN WS-JRNL-REVERSED(WS-JRNL-ORIG-IDX) = 'Y'
                   SET TRAN-IS-INVALID TO TRUE
                   STRING 'ALREADY REVERSED ' DELIMITED BY SIZE
                          WS-REV-ORIG-REF     DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
               WHEN WS-JRNL-TYPE(WS-JRNL-ORIG-IDX) = 'R'
                   SET TRAN-IS-INVALID TO TRUE
                   STRING 'IS A REVERSAL '    DELIMITED BY SIZE
                          WS-REV-ORIG-REF     DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
               WHEN WS-JRNL-TYPE(WS-JRNL-ORIG-IDX) = 'F'
                   SET TRAN-IS-INVALID TO TRUE
                   STRING 'FX NOT REVERSIBLE ' DELIMITED BY SIZE
                          WS-REV-ORIG-REF      DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
               WHEN WS-JRNL-TYPE(WS-JRNL-ORIG-IDX) = 'D' AND
                    WS-JRNL-AMOUNT(WS-JRNL-ORIG-IDX) IS NUMERIC AND
                    (WS-JRNL-DRCR(WS-JRNL-ORIG-IDX) = 'D' OR 'C')
                   SET REVERSING-MOVEMENT TO TRUE
               WHEN WS-JRNL-TYPE(WS-JRNL-ORIG-IDX) = 'X' AND
                    WS-JRNL-AMOUNT(WS-JRNL-ORIG-IDX) IS NUMERIC AND
                    WS-JRNL-TO-AMOUNT(WS-JRNL-ORIG-IDX) IS NUMERIC
                   SET REVERSING-TRANSFER TO TRUE
               WHEN OTHER
                   SET TRAN-IS-INVALID TO TRUE
                   STRING 'NO DETAIL ON '     DELIMITED BY SIZE
                          WS-REV-ORIG-REF     DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
           END-EVALUATE.
       H815-END. EXIT.

      *---- THE OPPOSITE IS STAGED WHERE A KEYED MOVEMENT OR TRANSFER
      *      WOULD HAVE ARRIVED, THEN PUT THROUGH THAT RECORD TYPE'S
      *      OWN VALIDATION - A KEY SINCE PUT UNDER A POSTING BLOCK
      *      REFUSES ITS REVERSAL THE SAME AS ANY POSTING.
       H820-STAGE-REVERSAL.
           IF REVERSING-MOVEMENT
               MOVE WS-JRNL-ID(WS-JRNL-ORIG-IDX)     TO TRN-ID-I
               MOVE WS-JRNL-DVZ(WS-JRNL-ORIG-IDX)    TO TRN-DVZ-I
               MOVE WS-JRNL-AMOUNT(WS-JRNL-ORIG-IDX) TO TRN-AMOUNT-I
               IF WS-JRNL-DRCR(WS-JRNL-ORIG-IDX) = 'D'
                   MOVE 'C' TO TRN-DRCR-I
               ELSE
                   MOVE 'D' TO TRN-DRCR-I
               END-IF
               PERFORM VALIDATE-TRAN
           ELSE
               MOVE WS-JRNL-TO-ID(WS-JRNL-ORIG-IDX)  TO TRN-ID-I
               MOVE WS-JRNL-TO-DVZ(WS-JRNL-ORIG-IDX) TO TRN-DVZ-I
               MOVE WS-JRNL-TO-AMOUNT(WS-JRNL-ORIG-IDX)
                   TO TRN-AMOUNT-I
               MOVE 'D'                              TO TRN-DRCR-I
               MOVE WS-JRNL-ID(WS-JRNL-ORIG-IDX)     TO TRN-TO-ID-I
               MOVE WS-JRNL-DVZ(WS-JRNL-ORIG-IDX)    TO TRN-TO-DVZ-I
               MOVE WS-JRNL-AMOUNT(WS-JRNL-ORIG-IDX)
                   TO WS-XFR-CREDIT-AMOUNT
               PERFORM VALIDATE-TRANSFER
           END-IF.
       H820-END. EXIT.

       H830-POST-REVERSED-MOVEMENT.
           PERFORM H350-READ-ACCOUNT.
           IF ACCOUNT-NOT-FOUND
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               PERFORM WRITE-REJECTED-LINE
           ELSE
               PERFORM H400-APPLY-MOVEMENT
           END-IF.
       H830-END. EXIT.

       H840-POST-REVERSED-TRANSFER.
           PERFORM H710-CHECK-BOTH-LEGS.
           IF TRAN-IS-VALID
               PERFORM H720-APPLY-TRANSFER
               PERFORM RECORD-JOURNAL-REF
               PERFORM WRITE-REVERSAL-LINES
           ELSE
               PERFORM WRITE-REJECTED-LINE
           END-IF.
       H840-END. EXIT.

      *---- THE PAIR PRINTS TOGETHER: FIRST THE ORIGINAL AS IT POSTED,
      *      WITH ITS REFERENCE AND POSTING DATE, THEN THE REVERSAL
      *      JUST POSTED UNDER ITS OWN REFERENCE. A TRANSFER SHOWS ITS
      *      DEBIT KEY AND 'X' IN THE DIRECTION COLUMN ON BOTH LINES.
       WRITE-REVERSAL-LINES.
           ADD 1 TO WS-REV-POSTED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE WS-JRNL-ID(WS-JRNL-ORIG-IDX)     TO RPT-ID-O.
           MOVE WS-JRNL-DVZ(WS-JRNL-ORIG-IDX)    TO RPT-DVZ-O.
           MOVE WS-JRNL-AMOUNT(WS-JRNL-ORIG-IDX) TO RPT-AMOUNT-O.
           IF REVERSING-MOVEMENT
               MOVE WS-JRNL-DRCR(WS-JRNL-ORIG-IDX) TO RPT-DRCR-O
           ELSE
               MOVE 'X'                            TO RPT-DRCR-O
           END-IF.
           MOVE 'ORIGINAL' TO RPT-STATUS-O.
           MOVE SPACES TO RPT-REASON-O.
           STRING 'REF '                         DELIMITED BY SIZE
                  WS-REV-ORIG-REF                DELIMITED BY SPACE
                  ' OF '                         DELIMITED BY SIZE
                  WS-JRNL-DATE(WS-JRNL-ORIG-IDX) DELIMITED BY SIZE
               INTO RPT-REASON-O
           END-STRING.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE TRN-ID-I     TO RPT-ID-O.
           MOVE TRN-DVZ-I    TO RPT-DVZ-O.
           MOVE TRN-AMOUNT-I TO RPT-AMOUNT-O.
           IF REVERSING-MOVEMENT
               MOVE TRN-DRCR-I TO RPT-DRCR-O
           ELSE
               MOVE 'X'        TO RPT-DRCR-O
           END-IF.
           MOVE 'REVERSAL' TO RPT-STATUS-O.
           MOVE SPACES TO RPT-REASON-O.
           STRING 'REF '          DELIMITED BY SIZE
                  TRN-REF-I       DELIMITED BY SPACE
                  ' UNDOES ABOVE' DELIMITED BY SIZE
               INTO RPT-REASON-O
           END-STRING.
           WRITE RPT-REC.
       WRITE-REVERSAL-LINES-END. EXIT.

      *---- PRINTS HOW MANY MOVEMENTS WERE READ, POSTED AND REJECTED
      *      SO THE RUN CAN BE RECONCILED WITHOUT COUNTING REPORT
      *      LINES.
           MOVE 'TRANSFERS POSTED'         TO TOT-LABEL-O.
           MOVE WS-XFR-POSTED-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'FX TRANSFERS POSTED'      TO TOT-LABEL-O.
           MOVE WS-FX-POSTED-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'FX SPREAD INCOME (BASE)'  TO TOT-LABEL-O.
           MOVE WS-FX-SPREAD-INCOME        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'POSTING BLOCK REJECTS'    TO TOT-LABEL-O.
           MOVE WS-BLOCKED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HELD FUNDS REJECTS'       TO TOT-LABEL-O.
           MOVE WS-LIEN-REJECT-COUNT       TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'REVERSALS POSTED'         TO TOT-LABEL-O.
           MOVE WS-REV-POSTED-COUNT        TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'DUPLICATE REFS SKIPPED'   TO TOT-LABEL-O.
           MOVE WS-DUPREF-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           CLOSE HOLD-FILE
           CLOSE JOURNAL-OUT
           CLOSE WHSE-OUT
           CLOSE AUDIT-FILE
           CLOSE FX-DEAL-FILE.
           GOBACK.
       H999-END. EXIT.
