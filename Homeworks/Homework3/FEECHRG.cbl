       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEECHRG.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- MONTHLY SERVICE-CHARGE AND OVERDRAFT-FEE ENGINE. EVERY
      *      OTHER STEP THAT MOVES IDX-BALANCE PAYS THE CUSTOMER -
      *      THE BONUS, THE INTEREST, THE CREDITS - AND AN ACCOUNT
      *      SITTING NEGATIVE INSIDE ITS IDX-ODLIMIT COST THE
      *      CUSTOMER NOTHING. THIS PROGRAM SWEEPS IDX-FILE ONCE A
      *      MONTH AGAINST AN OPS-MAINTAINED FEE SCHEDULE (FEESCHD)
      *      AND CHARGES, PER ACCOUNT: THE MONTHLY MAINTENANCE FEE
      *      FOR ITS CURRENCY, DEBIT INTEREST ON THE OVERDRAWN PART
      *      OF EACH DAY'S BALANCE SINCE THE LAST CHARGE, AND A FLAT
      *      PENALTY WHEN THE ACCOUNT IS BEYOND ITS LIMIT.
      *      THE MAINTENANCE FEE IS WAIVED FOR A BRANCH ON THE
      *      SCHEDULE'S WAIVER LIST OR AN ACCOUNT HOLDING THE
      *      CURRENCY'S MINIMUM BALANCE. DORMANT AND ESCHEATED
      *      ACCOUNTS ARE EXCLUDED EXACTLY AS THE BONUS EXCLUDES
      *      THEM. THE CHARGE POSTS WITH ITS OWN 'F' AUDIT SOURCE SO
      *      AUDRECON, TRIALBAL AND STMTMEND ACCOUNT FOR IT, AND A
      *      CHARGE THAT WOULD TAKE THE ACCOUNT PAST ITS OVERDRAFT
      *      FLOOR IS PARKED IN SUSPENSE FOR SUSPDISP INSTEAD OF
      *      POSTING. SCHEDULED AS A MONTH-END STEP IN STEPSCHD.
      *2026-10-15 HCP DEBIT INTEREST IS NOW WORKED OUT ON THE DAYS THE
      *           ACCOUNT WAS ACTUALLY OVERDRAWN: EVERY NEGATIVE
      *           END-OF-DAY BALANCE IN THE BALSNAP SNAPSHOT HISTORY
      *           (NEW REQUIRED DD SNAPIN) SINCE THE LAST CHARGE,
      *           EACH STANDING UNTIL THE NEXT SNAPSHOT DATE AS IN
      *           MISRPT, INSTEAD OF TODAY'S OVERDRAWN AMOUNT TIMES
      *           EVERY DAY SINCE THE LAST CHARGE.
      *2026-10-15 HCP THE DEBIT INTEREST AND THE OVER-LIMIT PENALTY
      *           ARE NO LONGER HELD BACK BY THE OVERDRAFT-FLOOR
      *           GUARD - THEY ARE THE PRICE OF BEING PAST IT, AND
      *           THE PENALTY COULD NEVER POST ON THE ACCOUNTS IT IS
      *           FOR. ONLY A MAINTENANCE FEE THAT WOULD BREACH THE
      *           FLOOR GOES TO SUSPENSE NOW, THE REST POSTING.
      *2026-10-15 HCP A CHARGE WITH NO MAINTENANCE FEE IN IT POSTS AS
      *           CHARGED - IT NO LONGER WRITES A ZERO SUSPENSE ITEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX.
           SELECT FEE-SCHED-FILE ASSIGN TO FEESCHD
                             STATUS ST-FEESCHD.
           SELECT SNAP-FILE   ASSIGN TO SNAPIN
                             STATUS ST-SNAP.
           SELECT AUDIT-FILE ASSIGN TO AUDITOUT
                             STATUS ST-AUDIT.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
                             STATUS ST-SUSPENSE.
           SELECT REPORT-FILE ASSIGN TO FEERPT
                             STATUS ST-REPORT.
           SELECT FEE-HIST-IN  ASSIGN TO FEEHSTI
                             STATUS ST-FEE-IN.
           SELECT FEE-HIST-OUT ASSIGN TO FEEHSTO
                             STATUS ST-FEE-OUT.
           SELECT CONTROL-FILE ASSIGN TO CTLPARM
                             STATUS ST-CTLPARM.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
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
      *---- TWO KINDS OF LINE, TAGGED IN COLUMN 1. A 'C' LINE IS ONE
      *      CURRENCY'S SCHEDULE: MONTHLY MAINTENANCE FEE, ANNUAL
      *      DEBIT RATE ON THE OVERDRAWN PART AS A FRACTION (185000
      *      IN THE RATE COLUMNS IS 18.5 PCT), OVER-LIMIT PENALTY,
      *      AND THE MINIMUM BALANCE THAT EARNS A MAINTENANCE-FEE
      *      WAIVER (ZERO MEANS NO SUCH WAIVER). A 'W' LINE WAIVES A
      *      BRANCH: SCOPE 'A' WAIVES EVERY CHARGE, ANYTHING ELSE
      *      WAIVES THE MAINTENANCE FEE ONLY.
       FD  FEE-SCHED-FILE RECORDING MODE F.
         01  FEE-REC.
           05 FEE-TYPE-I            PIC X(01).
             88 FEE-CURRENCY-LINE           VALUE 'C'.
             88 FEE-WAIVER-LINE             VALUE 'W'.
           05 FILLER                PIC X(01).
           05 FEE-CURRENCY-DATA.
              10 FEE-DVZ-I          PIC X(03).
              10 FILLER             PIC X(01).
              10 FEE-MAINT-I        PIC 9(15).
              10 FILLER             PIC X(01).
              10 FEE-DEBIT-RATE-I   PIC 9(03)V9(06).
              10 FILLER             PIC X(01).
              10 FEE-OVERLIMIT-I    PIC 9(15).
              10 FILLER             PIC X(01).
              10 FEE-WAIVE-MIN-I    PIC 9(15).
           05 FEE-WAIVER-DATA REDEFINES FEE-CURRENCY-DATA.
              10 FEE-BRANCH-I       PIC X(03).
              10 FILLER             PIC X(01).
              10 FEE-WAIVE-SCOPE-I  PIC X(01).
              10 FILLER             PIC X(56).
      *---- SAME LAYOUT BALSNAP WRITES SNAPHSTO FROM. ONLY THE DATE,
      *      KEY AND END-OF-DAY BALANCE ARE USED HERE.
       FD  SNAP-FILE RECORDING MODE F.
         01  SNAP-REC.
           05 SNP-DATE-I            PIC 9(08).
           05 FILLER                PIC X(01).
           05 SNP-ID-I              PIC 9(05).
           05 FILLER                PIC X(01).
           05 SNP-DVZ-I             PIC 9(03).
           05 FILLER                PIC X(01).
           05 SNP-BRANCH-I          PIC 9(03).
           05 FILLER                PIC X(01).
           05 SNP-BALANCE-I         PIC S9(15).
           05 FILLER                PIC X(01).
           05 SNP-INTEREST-I        PIC S9(15).
           05 FILLER                PIC X(01).
           05 SNP-BONUS-I           PIC S9(15).
           05 FILLER                PIC X(01).
           05 SNP-FEES-I            PIC S9(15).
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
      *---- SAME LAYOUT VSAMTOQ WRITES THE SUSPENSE FILE FROM, SO
      *      SUSPDISP CAN DISPOSE OF A SUSPENDED CHARGE TOO.
       FD  SUSPENSE-FILE RECORDING MODE F.
         01  SUSPENSE-REC.
           05 SUSP-ID-O             PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SUSP-DVZ-O            PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SUSP-PRE-BALANCE-O    PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SUSP-POST-BALANCE-O   PIC S9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SUSP-REASON-O         PIC X(22).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC                PIC X(100).
      *---- ONE RECORD PER ACCOUNT THE RUN HAS JUDGED: THE DATE
      *      (GREGORIAN) IT WAS LAST CHARGED TO. REWRITTEN WHOLE
      *      EACH RUN - FEEHSTO BECOMES THE NEXT RUN'S FEEHSTI, THE
      *      SAME CYCLE INTACCR USES FOR ITS ACCRUAL ANCHOR.
       FD  FEE-HIST-IN RECORDING MODE F.
         01  FHIST-IN-REC.
           05 FHIST-ID-I            PIC 9(05).
           05 FILLER                PIC X(01).
           05 FHIST-DVZ-I           PIC 9(03).
           05 FILLER                PIC X(01).
           05 FHIST-DATE-I          PIC 9(08).
       FD  FEE-HIST-OUT RECORDING MODE F.
         01  FHIST-OUT-REC.
           05 FHIST-ID-O            PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FHIST-DVZ-O           PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FHIST-DATE-O          PIC 9(08).
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

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX            PIC 9(02).
             88 IDX-SUCCESS              VALUE 00 97.
             88 IDX-EOF                   VALUE 10.
           05 ST-FEESCHD        PIC 9(02).
             88 FEESCHD-EOF               VALUE 10.
             88 FEESCHD-OK                VALUE 00 97.
           05 ST-SNAP           PIC 9(02).
             88 SNAP-EOF                  VALUE 10.
             88 SNAP-OK                   VALUE 00 97.
           05 ST-AUDIT          PIC 9(02).
             88 AUDIT-SUCCESS            VALUE 00 97.
           05 ST-SUSPENSE       PIC 9(02).
             88 SUSPENSE-SUCCESS         VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-SUCCESS           VALUE 00 97.
           05 ST-FEE-IN         PIC 9(02).
             88 FEE-IN-EOF               VALUE 10.
             88 FEE-IN-OK                VALUE 00 97.
           05 ST-FEE-OUT        PIC 9(02).
             88 FEE-OUT-OK               VALUE 00 97.
           05 ST-CTLPARM        PIC 9(02).
             88 CTLPARM-OK               VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK              VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-INT      PIC 9(07).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-TODAY-GREG-X REDEFINES WS-TODAY-GREG.
              10 WS-TODAY-YYYYMM PIC 9(06).
              10 WS-TODAY-DD     PIC 9(02).
           05 WS-LASTACT-INT    PIC 9(07).
           05 WS-ANCHOR-INT     PIC 9(07).
           05 WS-ANCHOR-GREG    PIC 9(08).
           05 WS-ANCHOR-GREG-X REDEFINES WS-ANCHOR-GREG.
              10 WS-ANCHOR-YYYYMM PIC 9(06).
              10 WS-ANCHOR-DD    PIC 9(02).
           05 WS-SNAP-INT       PIC 9(07).
           05 WS-SNAP-AGE       PIC S9(07).
           05 WS-PRE-BALANCE    PIC S9(15) COMP-3.
      *---- THE OVERDRAWN AMOUNT TIMES THE DAYS IT STOOD, SUMMED OVER
      *      THE ACCOUNT'S SNAPSHOTS SINCE ITS LAST CHARGE.
           05 WS-OVERDRAWN-AMT-DAYS PIC S9(18) COMP-3.
           05 WS-LOOK-BRANCH    PIC 9(03).

      *---- THE CHARGES WORKED OUT FOR THE ACCOUNT IN HAND. A
      *      MIS-KEYED DEBIT RATE ON A FULL-WIDTH OVERDRAFT CAN
      *      OUTGROW THE FIELD, SO THE COMPUTE CARRIES ON SIZE ERROR
      *      AND AN OVERFLOW GOES TO SUSPENSE, AS IN INTACCR.
         01  WS-CHARGE-DATA.
           05 WS-MAINT-FEE      PIC S9(15) COMP-3.
           05 WS-DEBIT-INT      PIC S9(18) COMP-3.
           05 WS-OVERLIMIT-FEE  PIC S9(15) COMP-3.
           05 WS-TOTAL-FEE      PIC S9(18) COMP-3.
      *---- THE PART OF THE CHARGE THE OVERDRAFT FLOOR DOES NOT HOLD
      *      BACK: DEBIT INTEREST PLUS OVER-LIMIT PENALTY.
           05 WS-EXEMPT-FEE     PIC S9(18) COMP-3.
           05 WS-OVERFLOW-SW    PIC X(01).
             88 CHARGE-OVERFLOW          VALUE 'Y'.
             88 CHARGE-NO-OVERFLOW       VALUE 'N'.
           05 WS-WAIVE-SCOPE-SW PIC X(01).
             88 WAIVE-NOTHING            VALUE 'N'.
             88 WAIVE-MAINTENANCE        VALUE 'M'.
             88 WAIVE-ALL-CHARGES        VALUE 'A'.
           05 WS-RESULT-TEXT    PIC X(20).

      *---- SAME DORMANCY EXCLUSION VSAMTOQ APPLIES TO THE BONUS -
      *      AN ABANDONED ACCOUNT IS NOT CHARGED FOR SITTING THERE.
         01  WS-DORMANCY-DATA.
           05 WS-DORMANCY-THRESHOLD-DAYS   PIC 9(05) COMP VALUE 365.
           05 WS-DORMANT-DAYS              PIC S9(07).
           05 WS-DORMANT-SW                PIC X(01) VALUE 'N'.
             88 ACCOUNT-IS-DORMANT                  VALUE 'Y'.
             88 ACCOUNT-NOT-DORMANT                 VALUE 'N'.

         01  WS-BALANCE-GUARD-DATA.
           05 WS-BALANCE-MIN-LIMIT         PIC S9(15) COMP-3 VALUE 0.
           05 WS-BALANCE-MAX-LIMIT         PIC S9(15) COMP-3
                                            VALUE 99999999999999.
           05 WS-POST-BALANCE              PIC S9(18) COMP-3.
      *---- THE FLOOR FOR THE ACCOUNT IN HAND: THE BASE MINIMUM LESS
      *      WHATEVER OVERDRAFT THE ACCOUNT IS AUTHORIZED TO RUN.
           05 WS-ACCT-MIN-LIMIT            PIC S9(16) COMP-3.
           05 WS-BALANCE-RANGE-SW          PIC X(01) VALUE 'Y'.
             88 BALANCE-IN-RANGE                    VALUE 'Y'.
             88 BALANCE-OUT-OF-RANGE                VALUE 'N'.
           05 WS-SUSPENSE-REASON           PIC X(22).

      *---- THE LAST-CHARGE ANCHOR PER ACCOUNT, CARRIED BETWEEN
      *      RUNS IN FEEHSTI/FEEHSTO. AN ACCOUNT WITH NO ENTRY YET
      *      (FIRST CHARGE EVER) ANCHORS ON IDX-LASTACT.
         01  WS-FHIST-TABLE.
           05 WS-FHIST-COUNT     PIC 9(05) COMP VALUE 0.
           05 WS-FHIST-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-FHIST-IDX.
             10 WS-FHIST-ID      PIC 9(05).
             10 WS-FHIST-DVZ     PIC 9(03).
             10 WS-FHIST-DATE    PIC 9(08).
           05 WS-FHIST-FOUND-SW  PIC X(01).
             88 FHIST-FOUND               VALUE 'Y'.
             88 FHIST-NOT-FOUND           VALUE 'N'.

      *---- THE DISTINCT SNAPSHOT DATES BEFORE TODAY, IN ASCENDING
      *      ORDER, EACH WITH THE CALENDAR DAYS ITS BALANCES STAND FOR
      *      (UNTIL THE NEXT SNAPSHOT DATE, THE LAST ONE UNTIL TODAY).
      *      ONLY DATES INSIDE THE DORMANCY THRESHOLD ARE KEPT - AN
      *      ACCOUNT LAST CHARGED BEFORE THAT IS DORMANT AND NOT
      *      CHARGED.
         01  WS-DATE-TABLE.
           05 WS-DT-COUNT        PIC 9(03) COMP VALUE 0.
           05 WS-DT-SUB          PIC 9(03) COMP.
           05 WS-DT-POS          PIC 9(03) COMP.
           05 WS-DT-ENTRY OCCURS 999 TIMES
                             INDEXED BY WS-DT-IDX.
             10 WS-DT-DATE       PIC 9(08).
             10 WS-DT-INT        PIC 9(07).
             10 WS-DT-WEIGHT     PIC 9(05) COMP.
           05 WS-DT-FOUND-SW     PIC X(01).
             88 DATE-FOUND                VALUE 'Y'.
             88 DATE-NOT-FOUND            VALUE 'N'.

      *---- ONE ENTRY PER OVERDRAWN SNAPSHOT INSIDE THE WINDOW: THE
      *      OVERDRAWN AMOUNT ALREADY WEIGHTED BY ITS DATE'S DAYS.
         01  WS-OVERDRAWN-TABLE.
           05 WS-OVD-COUNT       PIC 9(05) COMP VALUE 0.
           05 WS-OVD-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-OVD-IDX.
             10 WS-OVD-ID        PIC 9(05).
             10 WS-OVD-DVZ       PIC 9(03).
             10 WS-OVD-DATE      PIC 9(08).
             10 WS-OVD-AMT-DAYS  PIC S9(18) COMP-3.

         01  WS-FEE-TABLE.
           05 WS-FEE-COUNT          PIC 9(03) COMP VALUE 0.
           05 WS-FEE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-FEE-IDX.
             10 WS-FEE-DVZ          PIC 9(03).
             10 WS-FEE-MAINT        PIC 9(15).
             10 WS-FEE-DEBIT-RATE   PIC 9(03)V9(06).
             10 WS-FEE-OVERLIMIT    PIC 9(15).
             10 WS-FEE-WAIVE-MIN    PIC 9(15).
           05 WS-FEE-FOUND-SW       PIC X(01).
             88 FEE-FOUND                    VALUE 'Y'.
             88 FEE-NOT-FOUND                VALUE 'N'.

         01  WS-WAIVER-TABLE.
           05 WS-WVR-COUNT          PIC 9(03) COMP VALUE 0.
           05 WS-WVR-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-WVR-IDX.
             10 WS-WVR-BRANCH       PIC 9(03).
             10 WS-WVR-SCOPE        PIC X(01).
           05 WS-WVR-FOUND-SW       PIC X(01).
             88 WVR-FOUND                    VALUE 'Y'.
             88 WVR-NOT-FOUND                VALUE 'N'.

      *---- ONE ENTRY PER CURRENCY ACTUALLY CHARGED THIS RUN, SPLIT
      *      BY KIND OF CHARGE, THE SAME BREAKOUT VSAMTOQ GIVES THE
      *      BONUS DISBURSEMENT.
         01  WS-CURRENCY-TOTALS.
           05 WS-CURR-COUNT        PIC 9(03) COMP VALUE 0.
           05 WS-CURR-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-CURR-IDX.
             10 WS-CURR-DVZ        PIC S9(03) COMP.
             10 WS-CURR-MAINT      PIC S9(15) COMP-3.
             10 WS-CURR-DEBIT-INT  PIC S9(15) COMP-3.
             10 WS-CURR-OVERLIMIT  PIC S9(15) COMP-3.
           05 WS-CURR-FOUND-SW     PIC X(01).
             88 CURR-FOUND                  VALUE 'Y'.
             88 CURR-NOT-FOUND              VALUE 'N'.

         01  WS-CONTROL-TOTALS.
           05 WS-ACCOUNT-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-CHARGED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-WAIVED-COUNT     PIC 9(07) COMP VALUE 0.
           05 WS-NO-CHARGE-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-DORMANT-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-NO-SCHED-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-ALREADY-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-SUSPENSE-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-PARTIAL-COUNT    PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(34)
                              VALUE 'Monthly Service Charge Run'.
           05  FILLER         PIC X(66) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(06) VALUE 'C.No  '.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(04) VALUE 'Br  '.
           05  FILLER         PIC X(16) VALUE 'Maintenance     '.
           05  FILLER         PIC X(16) VALUE 'Debit Interest  '.
           05  FILLER         PIC X(16) VALUE 'Over-Limit      '.
           05  FILLER         PIC X(16) VALUE 'Total Charged   '.
           05  FILLER         PIC X(06) VALUE 'Result'.
           05  FILLER         PIC X(16) VALUE SPACES.
         01  DETAIL-LINE.
           05 DTL-ID-O        PIC 9(05).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-DVZ-O       PIC 9(03).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-BRANCH-O    PIC 9(03).
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-MAINT-O     PIC Z(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-DEBIT-INT-O PIC Z(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-OVERLIM-O   PIC Z(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-TOTAL-O     PIC Z(14)9.
           05  FILLER         PIC X(01) VALUE SPACE.
           05 DTL-RESULT-O    PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(26).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(59) VALUE SPACES.
         01  TOTALS-CURRENCY-DETAIL.
           05  FILLER             PIC X(16) VALUE 'FEES CHARGED DVZ'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05 TOT-CURR-DVZ-O      PIC 9(03).
           05  FILLER             PIC X(07) VALUE ' MAINT '.
           05 TOT-CURR-MAINT-O    PIC Z(14)9.
           05  FILLER             PIC X(07) VALUE ' DEBIT '.
           05 TOT-CURR-DEBIT-O    PIC Z(14)9.
           05  FILLER             PIC X(07) VALUE ' LIMIT '.
           05 TOT-CURR-LIMIT-O    PIC Z(14)9.
           05  FILLER             PIC X(14) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H130-READ-DORMANCY-THRESHOLD
           PERFORM H150-WRITE-HEADERS
           PERFORM H160-LOAD-FEE-SCHEDULE
           PERFORM H170-LOAD-FEE-HISTORY
           PERFORM H180-COLLECT-SNAPSHOT-DATES
           PERFORM H185-WEIGH-SNAPSHOT-DATES
           PERFORM H190-LOAD-OVERDRAWN-DAYS
           PERFORM H200-READ-NEXT-ACCOUNT UNTIL IDX-EOF
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O    IDX-FILE.
           OPEN INPUT  FEE-SCHED-FILE.
      *---- AUDITOUT AND SUSPENSE ARE SHARED WITH THE OTHER STEPS
      *      OF THE CHAINED JOB STEP - VSAMTOQ CREATES THEM, LATER
      *      WRITERS EXTEND THEM (THE CTLCOUNT CONVENTION) SO NO
      *      EARLIER STEP'S RECORDS ARE LOST.
           OPEN EXTEND AUDIT-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT FEE-HIST-OUT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT FEESCHD-OK)
           DISPLAY 'UNABLE TO OPEN FEESCHD: ' ST-FEESCHD
           MOVE ST-FEESCHD TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT AUDIT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AUDITOUT: ' ST-AUDIT
           MOVE ST-AUDIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT SUSPENSE-SUCCESS)
           DISPLAY 'UNABLE TO OPEN SUSPENSE: ' ST-SUSPENSE
           MOVE ST-SUSPENSE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN FEERPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT FEE-OUT-OK)
           DISPLAY 'UNABLE TO OPEN FEEHSTO: ' ST-FEE-OUT
           MOVE ST-FEE-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ IDX-FILE.
           IF (NOT IDX-SUCCESS) AND (NOT IDX-EOF)
           DISPLAY 'UNABLE TO READ IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL THE WAY CTLPARM IS - NO CARD MEANS
      *      THE WALL-CLOCK DATE IS THE PROCESSING DATE. THE DEBIT
      *      INTEREST DAY COUNT, THE DORMANCY CHECK AND THE NEW
      *      ANCHOR DATES ALL RUN OFF THE BUSINESS DAY SET HERE.
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
               FUNCTION INTEGER-OF-DATE (WS-TODAY-GREG).
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

      *---- LINES WITH A TYPE OTHER THAN 'C' OR 'W', OR A NON-NUMERIC
      *      KEY, ARE COMMENTS OR NOISE AND ARE PASSED OVER.
       H160-LOAD-FEE-SCHEDULE.
           READ FEE-SCHED-FILE
               AT END SET FEESCHD-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-FEE-LINE UNTIL FEESCHD-EOF.
       H160-END. EXIT.

       LOAD-NEXT-FEE-LINE.
           EVALUATE TRUE
               WHEN FEE-CURRENCY-LINE AND FEE-DVZ-I IS NUMERIC
                   PERFORM LOAD-FEE-CURRENCY
               WHEN FEE-WAIVER-LINE AND FEE-BRANCH-I IS NUMERIC
                   PERFORM LOAD-FEE-WAIVER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ FEE-SCHED-FILE
               AT END SET FEESCHD-EOF TO TRUE
           END-READ.
       LOAD-NEXT-FEE-LINE-END. EXIT.

       LOAD-FEE-CURRENCY.
           IF WS-FEE-COUNT < 50
               ADD 1 TO WS-FEE-COUNT
               SET WS-FEE-IDX TO WS-FEE-COUNT
               MOVE FEE-DVZ-I        TO WS-FEE-DVZ(WS-FEE-IDX)
               MOVE FEE-MAINT-I      TO WS-FEE-MAINT(WS-FEE-IDX)
               MOVE FEE-DEBIT-RATE-I TO WS-FEE-DEBIT-RATE(WS-FEE-IDX)
               MOVE FEE-OVERLIMIT-I  TO WS-FEE-OVERLIMIT(WS-FEE-IDX)
               MOVE FEE-WAIVE-MIN-I  TO WS-FEE-WAIVE-MIN(WS-FEE-IDX)
           ELSE
               DISPLAY 'WS-FEE-TABLE FULL, SKIPPING DVZ=' FEE-DVZ-I
           END-IF.
       LOAD-FEE-CURRENCY-END. EXIT.

       LOAD-FEE-WAIVER.
           IF WS-WVR-COUNT < 200
               ADD 1 TO WS-WVR-COUNT
               SET WS-WVR-IDX TO WS-WVR-COUNT
               MOVE FEE-BRANCH-I      TO WS-WVR-BRANCH(WS-WVR-IDX)
               MOVE FEE-WAIVE-SCOPE-I TO WS-WVR-SCOPE(WS-WVR-IDX)
           ELSE
               DISPLAY 'WS-WAIVER-TABLE FULL, SKIPPING BRANCH='
                   FEE-BRANCH-I
           END-IF.
       LOAD-FEE-WAIVER-END. EXIT.

      *---- FEEHSTI IS OPTIONAL - THE FIRST CHARGING RUN EVER HAS NO
      *      HISTORY AND EVERY ACCOUNT ANCHORS ON IDX-LASTACT.
       H170-LOAD-FEE-HISTORY.
           OPEN INPUT FEE-HIST-IN.
           IF FEE-IN-OK
               READ FEE-HIST-IN
                   AT END SET FEE-IN-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-FHIST-ENTRY UNTIL FEE-IN-EOF
               CLOSE FEE-HIST-IN
           END-IF.
       H170-END. EXIT.

       LOAD-NEXT-FHIST-ENTRY.
           IF FHIST-ID-I IS NUMERIC
               IF WS-FHIST-COUNT < 9999
                   ADD 1 TO WS-FHIST-COUNT
                   SET WS-FHIST-IDX TO WS-FHIST-COUNT
                   MOVE FHIST-ID-I   TO WS-FHIST-ID(WS-FHIST-IDX)
                   MOVE FHIST-DVZ-I  TO WS-FHIST-DVZ(WS-FHIST-IDX)
                   MOVE FHIST-DATE-I TO WS-FHIST-DATE(WS-FHIST-IDX)
               ELSE
                   DISPLAY 'WS-FHIST-TABLE FULL, SKIPPING ID='
                       FHIST-ID-I
               END-IF
           END-IF.
           READ FEE-HIST-IN
               AT END SET FEE-IN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-FHIST-ENTRY-END. EXIT.

      *---- FIRST PASS OVER THE SNAPSHOT HISTORY: WHICH DATES BEFORE
      *      TODAY HAVE SNAPSHOTS. SNAPIN IS REQUIRED - WITHOUT IT
      *      THERE IS NO RECORD OF THE DAYS AN ACCOUNT SPENT
      *      OVERDRAWN. TODAY'S OWN SNAPSHOT, IF A RERUN FINDS ONE,
      *      IS LEFT OUT: TONIGHT'S BALANCE IS NEXT MONTH'S CHARGE.
       H180-COLLECT-SNAPSHOT-DATES.
           OPEN INPUT SNAP-FILE.
           IF (NOT SNAP-OK)
           DISPLAY 'UNABLE TO OPEN SNAPIN: ' ST-SNAP
           MOVE ST-SNAP TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ SNAP-FILE
               AT END SET SNAP-EOF TO TRUE
           END-READ.
           PERFORM COLLECT-NEXT-DATE UNTIL SNAP-EOF.
           CLOSE SNAP-FILE.
       H180-END. EXIT.

       COLLECT-NEXT-DATE.
           IF SNP-DATE-I IS NUMERIC AND SNP-DATE-I > 0 AND
              SNP-DATE-I < WS-TODAY-GREG
               COMPUTE WS-SNAP-INT =
                   FUNCTION INTEGER-OF-DATE (SNP-DATE-I)
               COMPUTE WS-SNAP-AGE = WS-TODAY-INT - WS-SNAP-INT
               IF WS-SNAP-AGE <= WS-DORMANCY-THRESHOLD-DAYS
                   PERFORM FIND-SNAPSHOT-DATE
                   IF DATE-NOT-FOUND
                       PERFORM INSERT-SNAPSHOT-DATE
                   END-IF
               END-IF
           END-IF.
           READ SNAP-FILE
               AT END SET SNAP-EOF TO TRUE
           END-READ.
       COLLECT-NEXT-DATE-END. EXIT.

      *---- THE TABLE IS KEPT IN DATE ORDER: THE NEW DATE GOES IN
      *      FRONT OF THE FIRST LATER ONE, WHICH SHIFT UP A SLOT.
       INSERT-SNAPSHOT-DATE.
           IF WS-DT-COUNT < 999
               MOVE 1 TO WS-DT-POS
               PERFORM FIND-INSERT-POSITION
                   UNTIL WS-DT-POS > WS-DT-COUNT
                      OR WS-DT-DATE(WS-DT-POS) > SNP-DATE-I
               PERFORM SHIFT-DATE-UP
                   VARYING WS-DT-SUB FROM WS-DT-COUNT BY -1
                   UNTIL WS-DT-SUB < WS-DT-POS
               ADD 1 TO WS-DT-COUNT
               MOVE SNP-DATE-I  TO WS-DT-DATE(WS-DT-POS)
               MOVE WS-SNAP-INT TO WS-DT-INT(WS-DT-POS)
           ELSE
               DISPLAY 'WS-DATE-TABLE FULL, SKIPPING DATE=' SNP-DATE-I
           END-IF.
       INSERT-SNAPSHOT-DATE-END. EXIT.

       FIND-INSERT-POSITION.
           ADD 1 TO WS-DT-POS.
       FIND-INSERT-POSITION-END. EXIT.

       SHIFT-DATE-UP.
           MOVE WS-DT-ENTRY(WS-DT-SUB) TO WS-DT-ENTRY(WS-DT-SUB + 1).
       SHIFT-DATE-UP-END. EXIT.

      *---- EACH DATE'S BALANCES STAND UNTIL THE NEXT SNAPSHOT DATE,
      *      SO A FRIDAY OVERDRAFT IS CHARGED FOR THE WEEKEND TOO; THE
      *      LAST DATE'S STAND UNTIL TODAY.
       H185-WEIGH-SNAPSHOT-DATES.
           PERFORM WEIGH-ONE-DATE
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT.
       H185-END. EXIT.

       WEIGH-ONE-DATE.
           IF WS-DT-SUB < WS-DT-COUNT
               COMPUTE WS-DT-WEIGHT(WS-DT-SUB) =
                   WS-DT-INT(WS-DT-SUB + 1) - WS-DT-INT(WS-DT-SUB)
           ELSE
               COMPUTE WS-DT-WEIGHT(WS-DT-SUB) =
                   WS-TODAY-INT - WS-DT-INT(WS-DT-SUB)
           END-IF.
       WEIGH-ONE-DATE-END. EXIT.

      *---- SECOND PASS: EVERY NEGATIVE END-OF-DAY BALANCE ON A
      *      COLLECTED DATE IS KEPT, WEIGHTED BY ITS DATE'S DAYS. WHICH
      *      OF THEM FALL AFTER THE ACCOUNT'S OWN LAST CHARGE IS
      *      DECIDED WHEN THE ACCOUNT COMES UP.
       H190-LOAD-OVERDRAWN-DAYS.
           OPEN INPUT SNAP-FILE.
           READ SNAP-FILE
               AT END SET SNAP-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-OVERDRAWN-DAY UNTIL SNAP-EOF.
           CLOSE SNAP-FILE.
       H190-END. EXIT.

       LOAD-NEXT-OVERDRAWN-DAY.
           IF SNP-DATE-I IS NUMERIC AND SNP-ID-I IS NUMERIC AND
              SNP-DVZ-I IS NUMERIC AND SNP-BALANCE-I IS NUMERIC
               IF SNP-BALANCE-I < 0
                   PERFORM FIND-SNAPSHOT-DATE
                   IF DATE-FOUND
                       PERFORM ADD-OVERDRAWN-DAY
                   END-IF
               END-IF
           END-IF.
           READ SNAP-FILE
               AT END SET SNAP-EOF TO TRUE
           END-READ.
       LOAD-NEXT-OVERDRAWN-DAY-END. EXIT.

       ADD-OVERDRAWN-DAY.
           IF WS-OVD-COUNT < 9999
               ADD 1 TO WS-OVD-COUNT
               SET WS-OVD-IDX TO WS-OVD-COUNT
               MOVE SNP-ID-I   TO WS-OVD-ID(WS-OVD-IDX)
               MOVE SNP-DVZ-I  TO WS-OVD-DVZ(WS-OVD-IDX)
               MOVE SNP-DATE-I TO WS-OVD-DATE(WS-OVD-IDX)
               COMPUTE WS-OVD-AMT-DAYS(WS-OVD-IDX) =
                   (0 - SNP-BALANCE-I) * WS-DT-WEIGHT(WS-DT-IDX)
           ELSE
               DISPLAY 'WS-OVERDRAWN-TABLE FULL, SKIPPING ID='
                   SNP-ID-I
           END-IF.
       ADD-OVERDRAWN-DAY-END. EXIT.

       H200-READ-NEXT-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           PERFORM H300-CHARGE-ACCOUNT.
           READ IDX-FILE.
       H200-END. EXIT.

      *---- A DORMANT OR ESCHEATED ACCOUNT IS NOT CHARGED, EXACTLY AS
      *      IT EARNS NO BONUS IN VSAMTOQ, AND ITS ANCHOR MOVES TO
      *      TODAY SO A REVIVAL CANNOT BACK-CHARGE THE DORMANT
      *      STRETCH. AN ACCOUNT ALREADY CHARGED IN THIS CALENDAR
      *      MONTH IS LEFT ALONE - A RERUN OF THE MONTH-END STEP
      *      MUST NOT CHARGE THE MAINTENANCE FEE TWICE. A CURRENCY
      *      WITH NO SCHEDULE LINE IS NOT CHARGED AT ALL.
       H300-CHARGE-ACCOUNT.
           PERFORM CHECK-DORMANT-ACCOUNT.
           IF IDX-STATUS = 'E'
               SET ACCOUNT-IS-DORMANT TO TRUE
           END-IF.
           PERFORM RESOLVE-CHARGE-ANCHOR.
           EVALUATE TRUE
               WHEN ACCOUNT-IS-DORMANT
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM ADVANCE-FHIST-ENTRY
               WHEN FHIST-FOUND AND
                    WS-ANCHOR-YYYYMM = WS-TODAY-YYYYMM
                   ADD 1 TO WS-ALREADY-COUNT
                   PERFORM CARRY-FHIST-ENTRY
               WHEN OTHER
                   PERFORM FIND-FEE-SCHEDULE
                   IF FEE-NOT-FOUND
                       ADD 1 TO WS-NO-SCHED-COUNT
                       PERFORM CARRY-FHIST-ENTRY
                   ELSE
                       PERFORM H400-COMPUTE-CHARGES
                   END-IF
           END-EVALUATE.
       H300-END. EXIT.

      *---- SAME TEST CHECK-DORMANT-ACCOUNT RUNS IN VSAMTOQ. A FEE
      *      IS NOT CUSTOMER ACTIVITY, SO IDX-LASTACT IS READ HERE,
      *      NEVER WRITTEN - OTHERWISE CHARGING AN ACCOUNT WOULD KEEP
      *      IT FOREVER CLEAR OF DORMANCY AND ESCHEATMENT.
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

      *---- THE ANCHOR IS THE HISTORY ENTRY FROM THE LAST CHARGE; AN
      *      ACCOUNT SEEN FOR THE FIRST TIME ANCHORS ON ITS LAST
      *      CUSTOMER ACTIVITY, THE SAME RULE INTACCR USES.
       RESOLVE-CHARGE-ANCHOR.
           PERFORM FIND-FHIST-ENTRY.
           IF FHIST-FOUND
               MOVE WS-FHIST-DATE(WS-FHIST-IDX) TO WS-ANCHOR-GREG
               COMPUTE WS-ANCHOR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-ANCHOR-GREG)
           ELSE
               MOVE WS-LASTACT-INT TO WS-ANCHOR-INT
               COMPUTE WS-ANCHOR-GREG =
                   FUNCTION DATE-OF-INTEGER (WS-ANCHOR-INT)
           END-IF.
       RESOLVE-CHARGE-ANCHOR-END. EXIT.

      *---- THE THREE CHARGES ARE WORKED OUT INDEPENDENTLY AND THEN
      *      WAIVED AS THE SCHEDULE SAYS. DEBIT INTEREST IS ACTUAL/
      *      365 ON THE OVERDRAWN PART OF EACH END-OF-DAY BALANCE IN
      *      THE SNAPSHOT HISTORY FROM THE DAY THE ACCOUNT WAS LAST
      *      CHARGED, EACH FOR THE DAYS IT STOOD - AN ACCOUNT THAT
      *      WENT OVERDRAWN YESTERDAY PAYS FOR ONE NIGHT, NOT A MONTH,
      *      AND ONE BACK IN CREDIT TODAY STILL PAYS FOR THE NIGHTS
      *      IT WAS NOT. THE OVER-LIMIT PENALTY APPLIES WHEN THE
      *      BALANCE IS ALREADY BELOW THE ACCOUNT'S OWN OVERDRAFT
      *      FLOOR (A LIMIT LOWERED UNDER AN OVERDRAWN ACCOUNT LEAVES
      *      IT THERE).
       H400-COMPUTE-CHARGES.
           MOVE IDX-BALANCE TO WS-PRE-BALANCE.
           MOVE 0 TO WS-MAINT-FEE.
           MOVE 0 TO WS-DEBIT-INT.
           MOVE 0 TO WS-OVERLIMIT-FEE.
           SET CHARGE-NO-OVERFLOW TO TRUE.
           PERFORM RESOLVE-WAIVER.
           IF NOT WAIVE-ALL-CHARGES
               IF NOT WAIVE-MAINTENANCE
                   MOVE WS-FEE-MAINT(WS-FEE-IDX) TO WS-MAINT-FEE
               END-IF
               PERFORM SUM-OVERDRAWN-DAYS
               IF WS-OVERDRAWN-AMT-DAYS > 0
                   COMPUTE WS-DEBIT-INT ROUNDED =
                       WS-OVERDRAWN-AMT-DAYS
                       * WS-FEE-DEBIT-RATE(WS-FEE-IDX) / 365
                       ON SIZE ERROR
                           SET CHARGE-OVERFLOW TO TRUE
                   END-COMPUTE
               END-IF
               COMPUTE WS-ACCT-MIN-LIMIT =
                   WS-BALANCE-MIN-LIMIT - IDX-ODLIMIT
               IF IDX-BALANCE < WS-ACCT-MIN-LIMIT
                   MOVE WS-FEE-OVERLIMIT(WS-FEE-IDX)
                       TO WS-OVERLIMIT-FEE
               END-IF
           END-IF.
           IF CHARGE-OVERFLOW
               MOVE 0 TO WS-DEBIT-INT
           END-IF.
           COMPUTE WS-TOTAL-FEE =
               WS-MAINT-FEE + WS-DEBIT-INT + WS-OVERLIMIT-FEE.
           EVALUATE TRUE
      *---- AN OVERFLOW ITEM IS SUSPENDED WITH PRE = POST SO ITS
      *      SUSPENDED MOVEMENT IS ZERO - A RELEASE-AS-IS IN SUSPDISP
      *      THEN MOVES NOTHING, INSTEAD OF APPLYING A GARBAGE DELTA.
               WHEN CHARGE-OVERFLOW
                   ADD 1 TO WS-SUSPENSE-COUNT
                   MOVE WS-PRE-BALANCE TO WS-POST-BALANCE
                   MOVE 'FEE CALC OVERFLOW' TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-RECORD
                   MOVE 'SUSPENSE - OVERFLOW' TO WS-RESULT-TEXT
                   PERFORM WRITE-DETAIL-LINE
                   PERFORM WRITE-FHIST-ENTRY-TODAY
               WHEN WS-TOTAL-FEE = 0 AND NOT WAIVE-NOTHING
                   ADD 1 TO WS-WAIVED-COUNT
                   MOVE 'WAIVED' TO WS-RESULT-TEXT
                   PERFORM WRITE-DETAIL-LINE
                   PERFORM WRITE-FHIST-ENTRY-TODAY
               WHEN WS-TOTAL-FEE = 0
                   ADD 1 TO WS-NO-CHARGE-COUNT
                   PERFORM WRITE-FHIST-ENTRY-TODAY
               WHEN OTHER
                   PERFORM H410-GUARD-AND-POST
           END-EVALUATE.
       H400-END. EXIT.

      *---- THE ACCOUNT'S OVERDRAWN SNAPSHOTS FROM ITS ANCHOR DATE ON.
      *      THE ANCHOR DAY'S OWN SNAPSHOT COUNTS: ITS BALANCE STOOD
      *      THE NIGHT AFTER THE LAST CHARGE, WHICH THAT RUN DID NOT
      *      CHARGE FOR. A SUM TOO BIG FOR THE FIELD IS AN OVERFLOW.
       SUM-OVERDRAWN-DAYS.
           MOVE 0 TO WS-OVERDRAWN-AMT-DAYS.
           PERFORM ADD-ACCOUNT-OVERDRAWN-DAY
               VARYING WS-OVD-IDX FROM 1 BY 1
               UNTIL WS-OVD-IDX > WS-OVD-COUNT.
       SUM-OVERDRAWN-DAYS-END. EXIT.

       ADD-ACCOUNT-OVERDRAWN-DAY.
           IF WS-OVD-ID(WS-OVD-IDX) = IDX-ID AND
              WS-OVD-DVZ(WS-OVD-IDX) = IDX-DVZ AND
              WS-OVD-DATE(WS-OVD-IDX) >= WS-ANCHOR-GREG
               ADD WS-OVD-AMT-DAYS(WS-OVD-IDX) TO WS-OVERDRAWN-AMT-DAYS
                   ON SIZE ERROR
                       SET CHARGE-OVERFLOW TO TRUE
               END-ADD
           END-IF.
       ADD-ACCOUNT-OVERDRAWN-DAY-END. EXIT.

      *---- A BRANCH ON THE WAIVER LIST TAKES ITS LISTED SCOPE. AN
      *      ACCOUNT HOLDING AT LEAST THE CURRENCY'S WAIVER MINIMUM
      *      HAS ITS MAINTENANCE FEE WAIVED; THE OVERDRAFT CHARGES
      *      STILL APPLY TO ANY DAYS IT SPENT OVERDRAWN.
       RESOLVE-WAIVER.
           SET WAIVE-NOTHING TO TRUE.
           MOVE IDX-BRANCH TO WS-LOOK-BRANCH.
           PERFORM FIND-BRANCH-WAIVER.
           IF WVR-FOUND
               IF WS-WVR-SCOPE(WS-WVR-IDX) = 'A'
                   SET WAIVE-ALL-CHARGES TO TRUE
               ELSE
                   SET WAIVE-MAINTENANCE TO TRUE
               END-IF
           END-IF.
           IF WAIVE-NOTHING AND
              WS-FEE-WAIVE-MIN(WS-FEE-IDX) > 0 AND
              IDX-BALANCE >= WS-FEE-WAIVE-MIN(WS-FEE-IDX)
               SET WAIVE-MAINTENANCE TO TRUE
           END-IF.
       RESOLVE-WAIVER-END. EXIT.

      *---- THE CHARGE IS A DEBIT, SO THE ONLY GUARD THAT CAN TRIP IS
      *      THE ACCOUNT'S OVERDRAFT FLOOR, AND IT GUARDS THE
      *      MAINTENANCE FEE ONLY. DEBIT INTEREST AND THE OVER-LIMIT
      *      PENALTY ARE CHARGED FOR USING THE OVERDRAFT AND FOR
      *      GOING PAST IT, SO THEY POST EVEN WHERE THEY TAKE THE
      *      ACCOUNT (FURTHER) PAST ITS FLOOR. A MAINTENANCE FEE THAT
      *      WOULD TAKE IT PAST IS NOT POSTED - IT GOES TO SUSPENSE FOR
      *      SUSPDISP, WHERE OPS EITHER RELEASE IT, POST A CORRECTED
      *      AMOUNT OR WRITE IT OFF - AND WHATEVER INTEREST AND
      *      PENALTY CAME WITH IT POST WITHOUT IT. WITH NO MAINTENANCE
      *      FEE IN THE CHARGE (WAIVED OR A ZERO SCHEDULE) NOTHING IS
      *      GUARDED, SO IT POSTS AS CHARGED. THE ANCHOR MOVES TO
      *      TODAY EITHER WAY.
       H410-GUARD-AND-POST.
           COMPUTE WS-EXEMPT-FEE = WS-DEBIT-INT + WS-OVERLIMIT-FEE.
           COMPUTE WS-POST-BALANCE = IDX-BALANCE - WS-TOTAL-FEE.
           PERFORM CHECK-BALANCE-RANGE.
           EVALUATE TRUE
               WHEN BALANCE-IN-RANGE
               WHEN WS-MAINT-FEE = 0
                   ADD 1 TO WS-CHARGED-COUNT
                   PERFORM ACCUMULATE-CURRENCY-TOTAL
                   MOVE WS-POST-BALANCE TO IDX-BALANCE
                   PERFORM H450-REWRITE-ACCOUNT
                   PERFORM H500-WRITE-AUDIT-RECORD
                   MOVE 'POSTED' TO WS-RESULT-TEXT
               WHEN WS-EXEMPT-FEE = 0
                   ADD 1 TO WS-SUSPENSE-COUNT
                   PERFORM WRITE-SUSPENSE-RECORD
                   MOVE 'SUSPENSE - OD FLOOR' TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM H420-POST-EXEMPT-CHARGES
           END-EVALUATE.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM WRITE-FHIST-ENTRY-TODAY.
       H410-END. EXIT.

      *---- INTEREST AND PENALTY POST AND ARE AUDITED ON THEIR OWN;
      *      THE MAINTENANCE FEE IS THEN SUSPENDED AGAINST THE BALANCE
      *      AS POSTED, SO A RELEASE IN SUSPDISP MOVES EXACTLY THE FEE.
      *      THE DETAIL LINE AND CURRENCY TOTALS SHOW WHAT POSTED.
       H420-POST-EXEMPT-CHARGES.
           ADD 1 TO WS-PARTIAL-COUNT.
           COMPUTE WS-POST-BALANCE = IDX-BALANCE - WS-EXEMPT-FEE.
           MOVE WS-POST-BALANCE TO IDX-BALANCE.
           PERFORM H450-REWRITE-ACCOUNT.
           PERFORM H500-WRITE-AUDIT-RECORD.
           COMPUTE WS-POST-BALANCE = IDX-BALANCE - WS-MAINT-FEE.
           PERFORM WRITE-SUSPENSE-RECORD.
           MOVE 0 TO WS-MAINT-FEE.
           MOVE WS-EXEMPT-FEE TO WS-TOTAL-FEE.
           PERFORM ACCUMULATE-CURRENCY-TOTAL.
           MOVE 'POSTED - MAINT SUSP' TO WS-RESULT-TEXT.
       H420-END. EXIT.

       CHECK-BALANCE-RANGE.
           COMPUTE WS-ACCT-MIN-LIMIT =
               WS-BALANCE-MIN-LIMIT - IDX-ODLIMIT.
           IF WS-POST-BALANCE < WS-ACCT-MIN-LIMIT
               SET BALANCE-OUT-OF-RANGE TO TRUE
               MOVE 'FEE BREACHES OD FLOOR' TO WS-SUSPENSE-REASON
           ELSE
               IF WS-POST-BALANCE > WS-BALANCE-MAX-LIMIT
                   SET BALANCE-OUT-OF-RANGE TO TRUE
                   MOVE 'BALANCE ABOVE MAXIMUM' TO WS-SUSPENSE-REASON
               ELSE
                   SET BALANCE-IN-RANGE TO TRUE
               END-IF
           END-IF.
       CHECK-BALANCE-RANGE-END. EXIT.

       H450-REWRITE-ACCOUNT.
           REWRITE IDX-REC
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE IDXFILE: ' ST-IDX
                   MOVE ST-IDX TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
       H450-END. EXIT.

      *---- SAME BEFORE/AFTER PICTURE H450 IN VSAMTOQ RECORDS, UNDER
      *      ITS OWN 'F' SOURCE SO THE RECONCILIATION STEPS CAN TELL
      *      A CHARGE FROM A CUSTOMER DEBIT.
       H500-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-REC.
           MOVE IDX-ID            TO AUDIT-ID-O.
           MOVE IDX-DVZ           TO AUDIT-DVZ-O.
           MOVE WS-PRE-BALANCE    TO AUDIT-PRE-BALANCE-O.
           MOVE IDX-BALANCE       TO AUDIT-POST-BALANCE-O.
           MOVE WS-RUN-TIMESTAMP  TO AUDIT-TIMESTAMP-O.
           MOVE 'F'               TO AUDIT-SOURCE-O.
           WRITE AUDIT-REC.
       H500-END. EXIT.

      *---- THE SUSPENDED MOVEMENT RUNS FROM THE BALANCE AS IT STANDS
      *      ON THE FILE, WHICH IS THE PRE-BALANCE UNLESS INTEREST AND
      *      PENALTY HAVE JUST POSTED AHEAD OF A SUSPENDED FEE.
       WRITE-SUSPENSE-RECORD.
           MOVE SPACES TO SUSPENSE-REC.
           MOVE IDX-ID            TO SUSP-ID-O.
           MOVE IDX-DVZ           TO SUSP-DVZ-O.
           MOVE IDX-BALANCE       TO SUSP-PRE-BALANCE-O.
           MOVE WS-POST-BALANCE   TO SUSP-POST-BALANCE-O.
           MOVE WS-SUSPENSE-REASON TO SUSP-REASON-O.
           WRITE SUSPENSE-REC.
       WRITE-SUSPENSE-RECORD-END. EXIT.

       WRITE-DETAIL-LINE.
           MOVE IDX-ID            TO DTL-ID-O.
           MOVE IDX-DVZ           TO DTL-DVZ-O.
           MOVE IDX-BRANCH        TO DTL-BRANCH-O.
           MOVE WS-MAINT-FEE      TO DTL-MAINT-O.
           MOVE WS-DEBIT-INT      TO DTL-DEBIT-INT-O.
           MOVE WS-OVERLIMIT-FEE  TO DTL-OVERLIM-O.
           MOVE WS-TOTAL-FEE      TO DTL-TOTAL-O.
           MOVE WS-RESULT-TEXT    TO DTL-RESULT-O.
           WRITE RPT-REC FROM DETAIL-LINE.
       WRITE-DETAIL-LINE-END. EXIT.

       CARRY-FHIST-ENTRY.
           IF FHIST-FOUND
               MOVE SPACES TO FHIST-OUT-REC
               MOVE IDX-ID                      TO FHIST-ID-O
               MOVE IDX-DVZ                     TO FHIST-DVZ-O
               MOVE WS-FHIST-DATE(WS-FHIST-IDX) TO FHIST-DATE-O
               WRITE FHIST-OUT-REC
           END-IF.
       CARRY-FHIST-ENTRY-END. EXIT.

      *---- A DORMANT ACCOUNT'S ANCHOR IS MOVED TO TODAY, NOT
      *      FROZEN, FOR THE SAME REASON INTACCR ADVANCES ITS OWN.
       ADVANCE-FHIST-ENTRY.
           IF FHIST-FOUND
               PERFORM WRITE-FHIST-ENTRY-TODAY
           END-IF.
       ADVANCE-FHIST-ENTRY-END. EXIT.

       WRITE-FHIST-ENTRY-TODAY.
           MOVE SPACES TO FHIST-OUT-REC.
           MOVE IDX-ID        TO FHIST-ID-O.
           MOVE IDX-DVZ       TO FHIST-DVZ-O.
           MOVE WS-TODAY-GREG TO FHIST-DATE-O.
           WRITE FHIST-OUT-REC.
       WRITE-FHIST-ENTRY-TODAY-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST STOPS IT, SO ON A MATCH THE INDEX
      *      IS BACKED UP BY ONE TO POINT AT THE SLOT THAT ACTUALLY
      *      MATCHED.
       FIND-FHIST-ENTRY.
           SET FHIST-NOT-FOUND TO TRUE.
           IF WS-FHIST-COUNT > 0
               PERFORM SEARCH-FHIST-ENTRY
                   VARYING WS-FHIST-IDX FROM 1 BY 1
                   UNTIL WS-FHIST-IDX > WS-FHIST-COUNT
                      OR FHIST-FOUND
               IF FHIST-FOUND
                   SET WS-FHIST-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-FHIST-ENTRY-END. EXIT.

       SEARCH-FHIST-ENTRY.
           IF WS-FHIST-ID(WS-FHIST-IDX) = IDX-ID AND
              WS-FHIST-DVZ(WS-FHIST-IDX) = IDX-DVZ
               SET FHIST-FOUND TO TRUE
           END-IF.
       SEARCH-FHIST-ENTRY-END. EXIT.

       FIND-SNAPSHOT-DATE.
           SET DATE-NOT-FOUND TO TRUE.
           IF WS-DT-COUNT > 0
               PERFORM SEARCH-SNAPSHOT-DATE
                   VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                      OR DATE-FOUND
               IF DATE-FOUND
                   SET WS-DT-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-SNAPSHOT-DATE-END. EXIT.

       SEARCH-SNAPSHOT-DATE.
           IF WS-DT-DATE(WS-DT-IDX) = SNP-DATE-I
               SET DATE-FOUND TO TRUE
           END-IF.
       SEARCH-SNAPSHOT-DATE-END. EXIT.

       FIND-FEE-SCHEDULE.
           SET FEE-NOT-FOUND TO TRUE.
           IF WS-FEE-COUNT > 0
               PERFORM SEARCH-FEE-SCHEDULE
                   VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
                      OR FEE-FOUND
               IF FEE-FOUND
                   SET WS-FEE-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-FEE-SCHEDULE-END. EXIT.

       SEARCH-FEE-SCHEDULE.
           IF WS-FEE-DVZ(WS-FEE-IDX) = IDX-DVZ
               SET FEE-FOUND TO TRUE
           END-IF.
       SEARCH-FEE-SCHEDULE-END. EXIT.

       FIND-BRANCH-WAIVER.
           SET WVR-NOT-FOUND TO TRUE.
           IF WS-WVR-COUNT > 0
               PERFORM SEARCH-BRANCH-WAIVER
                   VARYING WS-WVR-IDX FROM 1 BY 1
                   UNTIL WS-WVR-IDX > WS-WVR-COUNT
                      OR WVR-FOUND
               IF WVR-FOUND
                   SET WS-WVR-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-BRANCH-WAIVER-END. EXIT.

       SEARCH-BRANCH-WAIVER.
           IF WS-WVR-BRANCH(WS-WVR-IDX) = WS-LOOK-BRANCH
               SET WVR-FOUND TO TRUE
           END-IF.
       SEARCH-BRANCH-WAIVER-END. EXIT.

       ACCUMULATE-CURRENCY-TOTAL.
           SET CURR-NOT-FOUND TO TRUE.
           IF WS-CURR-COUNT > 0
               PERFORM SEARCH-CURRENCY-TOTAL
                   VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
                      OR CURR-FOUND
               IF CURR-FOUND
                   SET WS-CURR-IDX DOWN BY 1
               END-IF
           END-IF.
           IF CURR-NOT-FOUND
               ADD 1 TO WS-CURR-COUNT
               SET WS-CURR-IDX TO WS-CURR-COUNT
               MOVE IDX-DVZ TO WS-CURR-DVZ(WS-CURR-IDX)
               MOVE 0       TO WS-CURR-MAINT(WS-CURR-IDX)
               MOVE 0       TO WS-CURR-DEBIT-INT(WS-CURR-IDX)
               MOVE 0       TO WS-CURR-OVERLIMIT(WS-CURR-IDX)
           END-IF.
           ADD WS-MAINT-FEE     TO WS-CURR-MAINT(WS-CURR-IDX).
           ADD WS-DEBIT-INT     TO WS-CURR-DEBIT-INT(WS-CURR-IDX).
           ADD WS-OVERLIMIT-FEE TO WS-CURR-OVERLIMIT(WS-CURR-IDX).
       ACCUMULATE-CURRENCY-TOTAL-END. EXIT.

       SEARCH-CURRENCY-TOTAL.
           IF WS-CURR-DVZ(WS-CURR-IDX) = IDX-DVZ
               SET CURR-FOUND TO TRUE
           END-IF.
       SEARCH-CURRENCY-TOTAL-END. EXIT.

      *---- ACCOUNTS READ = CHARGED + WAIVED + NO CHARGE DUE +
      *      DORMANT + NO SCHEDULE + ALREADY CHARGED + SUSPENSE +
      *      POSTED WITH THE MAINTENANCE FEE SUSPENDED, SO THE RUN
      *      PROVES EVERY ACCOUNT WAS JUDGED EXACTLY ONCE.
       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'ACCOUNTS READ'            TO TOT-LABEL-O.
           MOVE WS-ACCOUNT-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CHARGES POSTED'           TO TOT-LABEL-O.
           MOVE WS-CHARGED-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CHARGES WAIVED'           TO TOT-LABEL-O.
           MOVE WS-WAIVED-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'NO CHARGE DUE'            TO TOT-LABEL-O.
           MOVE WS-NO-CHARGE-COUNT         TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'DORMANT - EXCLUDED'       TO TOT-LABEL-O.
           MOVE WS-DORMANT-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'NO FEE SCHEDULE - SKIPPED' TO TOT-LABEL-O.
           MOVE WS-NO-SCHED-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ALREADY CHARGED THIS MONTH' TO TOT-LABEL-O.
           MOVE WS-ALREADY-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'SUSPENSE - NOT POSTED'    TO TOT-LABEL-O.
           MOVE WS-SUSPENSE-COUNT          TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'POSTED - MAINT SUSPENDED' TO TOT-LABEL-O.
           MOVE WS-PARTIAL-COUNT           TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           PERFORM WRITE-TOTAL-CURRENCY
               VARYING WS-CURR-IDX FROM 1 BY 1
               UNTIL WS-CURR-IDX > WS-CURR-COUNT.
       H900-END. EXIT.

       WRITE-TOTAL-CURRENCY.
           MOVE WS-CURR-DVZ(WS-CURR-IDX)       TO TOT-CURR-DVZ-O.
           MOVE WS-CURR-MAINT(WS-CURR-IDX)     TO TOT-CURR-MAINT-O.
           MOVE WS-CURR-DEBIT-INT(WS-CURR-IDX) TO TOT-CURR-DEBIT-O.
           MOVE WS-CURR-OVERLIMIT(WS-CURR-IDX) TO TOT-CURR-LIMIT-O.
           WRITE RPT-REC FROM TOTALS-CURRENCY-DETAIL.
       WRITE-TOTAL-CURRENCY-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE
           CLOSE FEE-SCHED-FILE
           CLOSE AUDIT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE REPORT-FILE
           CLOSE FEE-HIST-OUT.
           GOBACK.
       H999-END. EXIT.
