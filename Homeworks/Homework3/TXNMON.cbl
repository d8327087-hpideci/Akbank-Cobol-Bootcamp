       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNMON.
       AUTHOR HUSNU CAN PIDECI
      *MADE AS A HOMEWORK.
      *---- LARGE-TRANSACTION AND STRUCTURING MONITOR OVER WHAT
      *      TRNPOST POSTS. NOTHING USED TO LOOK AT THE PATTERN OF
      *      MOVEMENTS - TEN DEPOSITS JUST UNDER THE REPORTING
      *      THRESHOLD IN A WEEK WENT UNNOTICED. THIS PROGRAM TAKES
      *      THE DAY'S POSTINGS FROM THE TRNPOST JOURNAL (EACH
      *      TRANSFER SPLIT INTO ITS DEBIT AND CREDIT LEGS), PROVES
      *      THE COUNT AGAINST THE DAY'S 'M' AUDIT RECORDS, AND KEEPS
      *      A ROLLING PER-ACCOUNT MOVEMENT HISTORY THAT CYCLES RUN TO
      *      RUN (MONHSTI IN, MONHSTO OUT - THE DORMTRK PATTERN). EACH
      *      OF TODAY'S MOVEMENTS IS TESTED AGAINST THREE RULES WHOSE
      *      THRESHOLDS COME FROM THE MONPARM PARAMETER FILE, PER
      *      CURRENCY:
      *        L - A SINGLE MOVEMENT AT OR OVER THE REPORTING LIMIT;
      *        S - A CLUSTER OF JUST-BELOW-LIMIT MOVEMENTS IN THE
      *            SAME DIRECTION WITHIN N DAYS (STRUCTURING);
      *        R - MONEY THAT CAME IN AND WENT OUT AGAIN WITHIN A
      *            SHORT WINDOW (RAPID IN AND OUT).
      *      A HIT OPENS A CASE IN THE CASE FILE (MONCASI IN, MONCASO
      *      OUT), OR ADDS A HIT TO THE ACCOUNT'S CASE STILL OPEN FOR
      *      THE SAME RULE. ANALYSTS CLOSE OR REOPEN CASES WITH A
      *      DISPOSITION CODE THROUGH THE MONDISP FILE, APPLIED AT THE
      *      START OF THE RUN, SO STATUS AND DISPOSITION CARRY ACROSS
      *      RUNS. MONRPT IS THE DAILY ALERT REPORT.
      *2026-10-15 HCP TRNJRNL IS READ IN ITS WIDER LAYOUT WITH THE
      *           REVERSAL LINK FIELDS. A REVERSAL OF A TRANSFER IS
      *           TWO LEGS, THE SAME AS THE TRANSFER IT UNDOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE   ASSIGN TO MONPARM
                             STATUS ST-PARM.
           SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
                             STATUS ST-JOURNAL.
           SELECT AUDIT-FILE  ASSIGN TO AUDITIN
                             STATUS ST-AUDIT.
           SELECT HIST-IN-FILE ASSIGN TO MONHSTI
                             STATUS ST-HIST-IN.
           SELECT HIST-OUT-FILE ASSIGN TO MONHSTO
                             STATUS ST-HIST-OUT.
           SELECT CASE-IN-FILE ASSIGN TO MONCASI
                             STATUS ST-CASE-IN.
           SELECT CASE-OUT-FILE ASSIGN TO MONCASO
                             STATUS ST-CASE-OUT.
           SELECT DISP-FILE   ASSIGN TO MONDISP
                             STATUS ST-DISP.
           SELECT PROC-DATE-FILE ASSIGN TO DATECARD
                             STATUS ST-PROCDATE.
           SELECT REPORT-FILE ASSIGN TO MONRPT
                             STATUS ST-REPORT.
       DATA DIVISION.
       FILE SECTION.
      *---- ONE LINE PER CURRENCY, OR '***' FOR EVERY CURRENCY
      *      WITHOUT ITS OWN LINE: THE REPORTING LIMIT; HOW CLOSE
      *      UNDER IT (PERCENT) COUNTS AS JUST BELOW; HOW MANY
      *      JUST-BELOW MOVEMENTS IN HOW MANY DAYS MAKE A CLUSTER;
      *      THE SMALLEST AMOUNT THE IN-AND-OUT RULE LOOKS AT, ITS
      *      WINDOW IN DAYS, AND WHAT PERCENT OF THE MONEY IN MUST GO
      *      OUT AGAIN TO HIT. A ZERO LIMIT TURNS RULES L AND S OFF
      *      FOR THE CURRENCY, A ZERO MINIMUM TURNS OFF RULE R.
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           05 PRM-DVZ-I             PIC X(03).
           05 FILLER                PIC X(01).
           05 PRM-LARGE-AMT-I       PIC 9(15).
           05 FILLER                PIC X(01).
           05 PRM-NEAR-PCT-I        PIC 9(03).
           05 FILLER                PIC X(01).
           05 PRM-CLUSTER-COUNT-I   PIC 9(03).
           05 FILLER                PIC X(01).
           05 PRM-CLUSTER-DAYS-I    PIC 9(03).
           05 FILLER                PIC X(01).
           05 PRM-INOUT-MIN-I       PIC 9(15).
           05 FILLER                PIC X(01).
           05 PRM-INOUT-DAYS-I      PIC 9(03).
           05 FILLER                PIC X(01).
           05 PRM-INOUT-PCT-I       PIC 9(03).
      *---- SAME LAYOUT TRNPOST WRITES TRNJRNLO FROM. ONLY TODAY'S
      *      REFERENCES ARE MOVEMENTS TO MONITOR - THE REST IS THE
      *      DUPLICATE-CHECK MEMORY TRNPOST CARRIES FORWARD.
       FD  JOURNAL-FILE RECORDING MODE F.
         01  JRNL-REC.
           05 JRNL-REF-I         PIC X(12).
           05 FILLER             PIC X(01).
           05 JRNL-DATE-I        PIC 9(08).
           05 FILLER             PIC X(01).
           05 JRNL-TYPE-I        PIC X(01).
           05 FILLER             PIC X(01).
           05 JRNL-ID-I          PIC X(05).
           05 FILLER             PIC X(01).
           05 JRNL-DVZ-I         PIC X(03).
           05 FILLER             PIC X(01).
           05 JRNL-DRCR-I        PIC X(01).
           05 FILLER             PIC X(01).
           05 JRNL-AMOUNT-I      PIC 9(15).
           05 FILLER             PIC X(01).
           05 JRNL-TO-ID-I       PIC X(05).
           05 FILLER             PIC X(01).
           05 JRNL-TO-DVZ-I      PIC X(03).
           05 FILLER             PIC X(01).
           05 JRNL-TO-AMOUNT-I   PIC 9(15).
           05 FILLER             PIC X(28).
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
      *---- ONE RECORD PER POSTED MOVEMENT LEG STILL INSIDE THE
      *      LONGEST RULE WINDOW. REWRITTEN WHOLE EACH RUN - MONHSTO
      *      BECOMES THE NEXT RUN'S MONHSTI.
       FD  HIST-IN-FILE RECORDING MODE F.
         01  HIST-IN-REC.
           05 HIST-ID-I             PIC 9(05).
           05 FILLER                PIC X(01).
           05 HIST-DVZ-I            PIC 9(03).
           05 FILLER                PIC X(01).
           05 HIST-DATE-I           PIC 9(08).
           05 FILLER                PIC X(01).
           05 HIST-DRCR-I           PIC X(01).
           05 FILLER                PIC X(01).
           05 HIST-AMOUNT-I         PIC 9(15).
           05 FILLER                PIC X(01).
           05 HIST-REF-I            PIC X(12).
       FD  HIST-OUT-FILE RECORDING MODE F.
         01  HIST-OUT-REC.
           05 HIST-ID-O             PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIST-DVZ-O            PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIST-DATE-O           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIST-DRCR-O           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIST-AMOUNT-O         PIC 9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HIST-REF-O            PIC X(12).
      *---- ONE RECORD PER CASE EVER OPENED: THE ACCOUNT, THE RULE
      *      THAT FIRED, 'O' OPEN OR 'C' CLOSED, WHEN IT OPENED AND
      *      LAST FIRED, HOW OFTEN, THE LAST AMOUNT AND REFERENCE,
      *      AND THE ANALYST'S DISPOSITION. MONCASO BECOMES THE NEXT
      *      RUN'S MONCASI.
       FD  CASE-IN-FILE RECORDING MODE F.
         01  CASE-IN-REC.
           05 CASE-NO-I             PIC 9(07).
           05 FILLER                PIC X(01).
           05 CASE-ID-I             PIC 9(05).
           05 FILLER                PIC X(01).
           05 CASE-DVZ-I            PIC 9(03).
           05 FILLER                PIC X(01).
           05 CASE-RULE-I           PIC X(01).
           05 FILLER                PIC X(01).
           05 CASE-STATUS-I         PIC X(01).
           05 FILLER                PIC X(01).
           05 CASE-OPENED-I         PIC 9(08).
           05 FILLER                PIC X(01).
           05 CASE-LAST-HIT-I       PIC 9(08).
           05 FILLER                PIC X(01).
           05 CASE-HITS-I           PIC 9(05).
           05 FILLER                PIC X(01).
           05 CASE-AMOUNT-I         PIC 9(15).
           05 FILLER                PIC X(01).
           05 CASE-REF-I            PIC X(12).
           05 FILLER                PIC X(01).
           05 CASE-DISP-I           PIC X(02).
           05 FILLER                PIC X(01).
           05 CASE-ANALYST-I        PIC X(08).
           05 FILLER                PIC X(01).
           05 CASE-CLOSED-I         PIC 9(08).
       FD  CASE-OUT-FILE RECORDING MODE F.
         01  CASE-OUT-REC.
           05 CASE-NO-O             PIC 9(07).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-ID-O             PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-DVZ-O            PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-RULE-O           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-STATUS-O         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-OPENED-O         PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-LAST-HIT-O       PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-HITS-O           PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-AMOUNT-O         PIC 9(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-REF-O            PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-DISP-O           PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-ANALYST-O        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CASE-CLOSED-O         PIC 9(08).
      *---- AN ANALYST'S DECISION ON A CASE: 'C' CLOSES IT, 'O'
      *      REOPENS IT (OR KEEPS IT OPEN UNDER A NEW DISPOSITION),
      *      WITH A TWO-CHARACTER DISPOSITION CODE AND THE ANALYST.
       FD  DISP-FILE RECORDING MODE F.
         01  DISP-REC.
           05 DSP-CASE-NO-I         PIC X(07).
           05 FILLER                PIC X(01).
           05 DSP-ACTION-I          PIC X(01).
           05 FILLER                PIC X(01).
           05 DSP-CODE-I            PIC X(02).
           05 FILLER                PIC X(01).
           05 DSP-ANALYST-I         PIC X(08).
       FD  PROC-DATE-FILE RECORDING MODE F.
         01  PROC-DATE-REC.
           05 PDT-DATE-I            PIC 9(08).
       FD  REPORT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-CASE-O            PIC 9(07).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-ID-O              PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-DVZ-O             PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-RULE-O            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-AMOUNT-O          PIC Z(14)9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-REF-O             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-TAG-O             PIC X(32).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-PARM           PIC 9(02).
             88 PARM-EOF                  VALUE 10.
             88 PARM-OK                   VALUE 00 97.
           05 ST-JOURNAL        PIC 9(02).
             88 JOURNAL-EOF               VALUE 10.
             88 JOURNAL-OK                VALUE 00 97.
           05 ST-AUDIT          PIC 9(02).
             88 AUDIT-EOF                 VALUE 10.
             88 AUDIT-OK                  VALUE 00 97.
           05 ST-HIST-IN        PIC 9(02).
             88 HIST-IN-EOF               VALUE 10.
             88 HIST-IN-OK                VALUE 00 97.
           05 ST-HIST-OUT       PIC 9(02).
             88 HIST-OUT-OK               VALUE 00 97.
           05 ST-CASE-IN        PIC 9(02).
             88 CASE-IN-EOF               VALUE 10.
             88 CASE-IN-OK                VALUE 00 97.
           05 ST-CASE-OUT       PIC 9(02).
             88 CASE-OUT-OK               VALUE 00 97.
           05 ST-DISP           PIC 9(02).
             88 DISP-EOF                  VALUE 10.
             88 DISP-OK                   VALUE 00 97.
           05 ST-PROCDATE       PIC 9(02).
             88 PROCDATE-OK               VALUE 00 97.
           05 ST-REPORT         PIC 9(02).
             88 REPORT-OK                 VALUE 00 97.
           05 WS-RUN-TIMESTAMP  PIC X(21).
           05 WS-TODAY-GREG     PIC 9(08).
           05 WS-TODAY-INT      PIC 9(07).
           05 WS-OLDEST-INT     PIC S9(07).
           05 WS-WINDOW-INT     PIC S9(07).
           05 WS-SUB            PIC 9(05) COMP.
           05 WS-LOOK-DVZ       PIC 9(03).
           05 WS-LOOK-CASE-NO   PIC 9(07).

      *---- THE MOVEMENT LEG IN HAND, FROM THE JOURNAL OR THE
      *      HISTORY, ON ITS WAY INTO THE TABLE.
         01  WS-LEG-DATA.
           05 WS-LEG-ID         PIC 9(05).
           05 WS-LEG-DVZ        PIC 9(03).
           05 WS-LEG-DATE       PIC 9(08).
           05 WS-LEG-DRCR       PIC X(01).
           05 WS-LEG-AMOUNT     PIC 9(15).
           05 WS-LEG-REF        PIC X(12).

      *---- THE RULE BEING TESTED AND WHAT IT SAW.
         01  WS-RULE-DATA.
           05 WS-HIT-RULE       PIC X(01).
           05 WS-NEAR-FLOOR     PIC S9(17) COMP-3.
           05 WS-CLUSTER-HITS   PIC 9(05) COMP.
           05 WS-INFLOW-TOTAL   PIC S9(17) COMP-3.
           05 WS-OUT-TEST       PIC S9(19) COMP-3.
           05 WS-IN-TEST        PIC S9(19) COMP-3.
           05 WS-RETAIN-DAYS    PIC 9(03) COMP VALUE 1.

      *---- THE PARAMETER LINES, PER CURRENCY, WITH THE '***' LINE
      *      HELD APART AS THE DEFAULT.
         01  WS-PARM-TABLE.
           05 WS-PRM-COUNT       PIC 9(03) COMP VALUE 0.
           05 WS-PRM-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-PRM-IDX.
             10 WS-PRM-DVZ           PIC X(03).
             10 WS-PRM-LARGE-AMT     PIC 9(15).
             10 WS-PRM-NEAR-PCT      PIC 9(03).
             10 WS-PRM-CLUSTER-COUNT PIC 9(03).
             10 WS-PRM-CLUSTER-DAYS  PIC 9(03).
             10 WS-PRM-INOUT-MIN     PIC 9(15).
             10 WS-PRM-INOUT-DAYS    PIC 9(03).
             10 WS-PRM-INOUT-PCT     PIC 9(03).
           05 WS-PRM-FOUND-SW    PIC X(01).
             88 PRM-FOUND                 VALUE 'Y'.
             88 PRM-NOT-FOUND             VALUE 'N'.
           05 WS-LOOK-PRM-DVZ    PIC X(03).

      *---- THE ROLLING HISTORY: EVERY LEG STILL INSIDE THE LONGEST
      *      WINDOW, TODAY'S LEGS INCLUDED. THE DAY NUMBER IS KEPT
      *      ALONGSIDE SO THE WINDOW TESTS ARE PLAIN COMPARES.
         01  WS-HISTORY-TABLE.
           05 WS-HIST-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-HIST-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-HIST-IDX WS-SCAN-IDX.
             10 WS-HIST-ID       PIC 9(05).
             10 WS-HIST-DVZ      PIC 9(03).
             10 WS-HIST-DATE     PIC 9(08).
             10 WS-HIST-INT      PIC 9(07).
             10 WS-HIST-DRCR     PIC X(01).
             10 WS-HIST-AMOUNT   PIC 9(15).
             10 WS-HIST-REF      PIC X(12).

      *---- EVERY CASE ON FILE PLUS THOSE OPENED TODAY.
         01  WS-CASE-TABLE.
           05 WS-CASE-COUNT      PIC 9(05) COMP VALUE 0.
           05 WS-CASE-HIGH-NO    PIC 9(07) VALUE 0.
           05 WS-CASE-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-CASE-IDX.
             10 WS-CASE-NO       PIC 9(07).
             10 WS-CASE-ID       PIC 9(05).
             10 WS-CASE-DVZ      PIC 9(03).
             10 WS-CASE-RULE     PIC X(01).
             10 WS-CASE-STATUS   PIC X(01).
               88 CASE-IS-OPEN            VALUE 'O'.
               88 CASE-IS-CLOSED          VALUE 'C'.
             10 WS-CASE-OPENED   PIC 9(08).
             10 WS-CASE-LAST-HIT PIC 9(08).
             10 WS-CASE-HITS     PIC 9(05).
             10 WS-CASE-AMOUNT   PIC 9(15).
             10 WS-CASE-REF      PIC X(12).
             10 WS-CASE-DISP     PIC X(02).
             10 WS-CASE-ANALYST  PIC X(08).
             10 WS-CASE-CLOSED   PIC 9(08).
           05 WS-CASE-FOUND-SW   PIC X(01).
             88 CASE-FOUND                VALUE 'Y'.
             88 CASE-NOT-FOUND            VALUE 'N'.

         01  WS-CONTROL-TOTALS.
           05 WS-JRNL-TODAY-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-LEG-COUNT       PIC 9(07) COMP VALUE 0.
           05 WS-AUDIT-M-COUNT   PIC 9(07) COMP VALUE 0.
           05 WS-HIST-KEPT-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-HIST-AGED-COUNT PIC 9(07) COMP VALUE 0.
           05 WS-NOPARM-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-NEW-CASE-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-REPEAT-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-DISP-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-DISP-BAD-COUNT  PIC 9(07) COMP VALUE 0.
           05 WS-OPEN-COUNT      PIC 9(07) COMP VALUE 0.
           05 WS-CLOSED-COUNT    PIC 9(07) COMP VALUE 0.
           05 WS-DROPPED-COUNT   PIC 9(07) COMP VALUE 0.

         01  RPT-HEADER-1.
           05  FILLER         PIC X(34)
                         VALUE 'Daily Movement Monitoring Alerts  '.
           05  FILLER         PIC X(15) VALUE 'BUSINESS DATE '.
           05 HDR-DATE-O      PIC 9(08).
           05  FILLER         PIC X(43) VALUE SPACES.
         01  RPT-HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Case   '.
           05  FILLER         PIC X(06) VALUE 'C.No  '.
           05  FILLER         PIC X(04) VALUE 'Dvz '.
           05  FILLER         PIC X(21) VALUE 'Rule                 '.
           05  FILLER         PIC X(16) VALUE 'Amount          '.
           05  FILLER         PIC X(13) VALUE 'Reference    '.
           05  FILLER         PIC X(06) VALUE 'Status'.
           05  FILLER         PIC X(26) VALUE SPACES.
         01  RPT-SECTION-LINE.
           05 SEC-TITLE-O         PIC X(40).
           05 FILLER              PIC X(60) VALUE SPACES.
         01  TOTALS-DETAIL.
           05 TOT-LABEL-O         PIC X(30).
           05 TOT-VALUE-O         PIC Z(14)9.
           05 FILLER              PIC X(55) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H105-READ-PROCESSING-DATE
           PERFORM H150-WRITE-HEADERS
           PERFORM H110-LOAD-PARAMETERS
           PERFORM H120-LOAD-CASES
           PERFORM H130-APPLY-DISPOSITIONS
           PERFORM H140-LOAD-HISTORY
           PERFORM H200-LOAD-TODAYS-POSTINGS
           PERFORM H250-PROVE-AGAINST-AUDIT
           PERFORM H300-TEST-TODAYS-LEGS
           PERFORM H800-WRITE-HISTORY
           PERFORM H850-WRITE-CASES
           PERFORM H900-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  PARM-FILE.
           OPEN INPUT  JOURNAL-FILE.
           OPEN INPUT  AUDIT-FILE.
           OPEN OUTPUT HIST-OUT-FILE.
           OPEN OUTPUT CASE-OUT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF (NOT PARM-OK)
           DISPLAY 'UNABLE TO OPEN MONPARM: ' ST-PARM
           MOVE ST-PARM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT JOURNAL-OK)
           DISPLAY 'UNABLE TO OPEN TRNJRNL: ' ST-JOURNAL
           MOVE ST-JOURNAL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT AUDIT-OK)
           DISPLAY 'UNABLE TO OPEN AUDITIN: ' ST-AUDIT
           MOVE ST-AUDIT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HIST-OUT-OK)
           DISPLAY 'UNABLE TO OPEN MONHSTO: ' ST-HIST-OUT
           MOVE ST-HIST-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT CASE-OUT-OK)
           DISPLAY 'UNABLE TO OPEN MONCASO: ' ST-CASE-OUT
           MOVE ST-CASE-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT REPORT-OK)
           DISPLAY 'UNABLE TO OPEN MONRPT: ' ST-REPORT
           MOVE ST-REPORT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *---- DATECARD IS OPTIONAL - NO CARD MEANS TODAY. THE RULE
      *      WINDOWS ARE COUNTED BACK FROM THIS BUSINESS DAY.
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

       H150-WRITE-HEADERS.
           MOVE SPACES TO RPT-REC.
           MOVE WS-TODAY-GREG TO HDR-DATE-O.
           WRITE RPT-REC FROM RPT-HEADER-1.
       H150-END. EXIT.

      *---- THE HISTORY IS KEPT AS LONG AS THE LONGEST WINDOW ANY
      *      CURRENCY'S RULES LOOK BACK OVER.
       H110-LOAD-PARAMETERS.
           READ PARM-FILE
               AT END SET PARM-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-PARAMETER UNTIL PARM-EOF.
           CLOSE PARM-FILE.
           COMPUTE WS-OLDEST-INT = WS-TODAY-INT - WS-RETAIN-DAYS.
       H110-END. EXIT.

       LOAD-NEXT-PARAMETER.
           IF PRM-LARGE-AMT-I IS NUMERIC AND
              PRM-NEAR-PCT-I IS NUMERIC AND
              PRM-CLUSTER-COUNT-I IS NUMERIC AND
              PRM-CLUSTER-DAYS-I IS NUMERIC AND
              PRM-INOUT-MIN-I IS NUMERIC AND
              PRM-INOUT-DAYS-I IS NUMERIC AND
              PRM-INOUT-PCT-I IS NUMERIC
               IF WS-PRM-COUNT < 50
                   ADD 1 TO WS-PRM-COUNT
                   SET WS-PRM-IDX TO WS-PRM-COUNT
                   MOVE PRM-DVZ-I     TO WS-PRM-DVZ(WS-PRM-IDX)
                   MOVE PRM-LARGE-AMT-I
                       TO WS-PRM-LARGE-AMT(WS-PRM-IDX)
                   MOVE PRM-NEAR-PCT-I
                       TO WS-PRM-NEAR-PCT(WS-PRM-IDX)
                   MOVE PRM-CLUSTER-COUNT-I
                       TO WS-PRM-CLUSTER-COUNT(WS-PRM-IDX)
                   MOVE PRM-CLUSTER-DAYS-I
                       TO WS-PRM-CLUSTER-DAYS(WS-PRM-IDX)
                   MOVE PRM-INOUT-MIN-I
                       TO WS-PRM-INOUT-MIN(WS-PRM-IDX)
                   MOVE PRM-INOUT-DAYS-I
                       TO WS-PRM-INOUT-DAYS(WS-PRM-IDX)
                   MOVE PRM-INOUT-PCT-I
                       TO WS-PRM-INOUT-PCT(WS-PRM-IDX)
                   IF PRM-CLUSTER-DAYS-I > WS-RETAIN-DAYS
                       MOVE PRM-CLUSTER-DAYS-I TO WS-RETAIN-DAYS
                   END-IF
                   IF PRM-INOUT-DAYS-I > WS-RETAIN-DAYS
                       MOVE PRM-INOUT-DAYS-I TO WS-RETAIN-DAYS
                   END-IF
               ELSE
                   DISPLAY 'WS-PARM-TABLE FULL, SKIPPING DVZ='
                       PRM-DVZ-I
               END-IF
           ELSE
               DISPLAY 'MONPARM LINE NOT NUMERIC, SKIPPING DVZ='
                   PRM-DVZ-I
           END-IF.
           READ PARM-FILE
               AT END SET PARM-EOF TO TRUE
           END-READ.
       LOAD-NEXT-PARAMETER-END. EXIT.

      *---- MONCASI IS OPTIONAL THE WAY DORMHSTI IS - THE FIRST RUN
      *      EVER HAS NO CASES. CASE NUMBERS CARRY ON FROM THE
      *      HIGHEST ONE ON FILE.
       H120-LOAD-CASES.
           OPEN INPUT CASE-IN-FILE.
           IF CASE-IN-OK
               READ CASE-IN-FILE
                   AT END SET CASE-IN-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-CASE UNTIL CASE-IN-EOF
               CLOSE CASE-IN-FILE
           END-IF.
       H120-END. EXIT.

       LOAD-NEXT-CASE.
           IF CASE-NO-I IS NUMERIC
               IF WS-CASE-COUNT < 9999
                   ADD 1 TO WS-CASE-COUNT
                   SET WS-CASE-IDX TO WS-CASE-COUNT
                   MOVE CASE-NO-I       TO WS-CASE-NO(WS-CASE-IDX)
                   MOVE CASE-ID-I       TO WS-CASE-ID(WS-CASE-IDX)
                   MOVE CASE-DVZ-I      TO WS-CASE-DVZ(WS-CASE-IDX)
                   MOVE CASE-RULE-I     TO WS-CASE-RULE(WS-CASE-IDX)
                   MOVE CASE-STATUS-I   TO WS-CASE-STATUS(WS-CASE-IDX)
                   MOVE CASE-OPENED-I   TO WS-CASE-OPENED(WS-CASE-IDX)
                   MOVE CASE-LAST-HIT-I
                       TO WS-CASE-LAST-HIT(WS-CASE-IDX)
                   MOVE CASE-HITS-I     TO WS-CASE-HITS(WS-CASE-IDX)
                   MOVE CASE-AMOUNT-I   TO WS-CASE-AMOUNT(WS-CASE-IDX)
                   MOVE CASE-REF-I      TO WS-CASE-REF(WS-CASE-IDX)
                   MOVE CASE-DISP-I     TO WS-CASE-DISP(WS-CASE-IDX)
                   MOVE CASE-ANALYST-I
                       TO WS-CASE-ANALYST(WS-CASE-IDX)
                   MOVE CASE-CLOSED-I   TO WS-CASE-CLOSED(WS-CASE-IDX)
                   IF CASE-NO-I > WS-CASE-HIGH-NO
                       MOVE CASE-NO-I TO WS-CASE-HIGH-NO
                   END-IF
               ELSE
                   DISPLAY 'WS-CASE-TABLE FULL, CASE NOT CARRIED: '
                       CASE-NO-I
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.
           READ CASE-IN-FILE
               AT END SET CASE-IN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-CASE-END. EXIT.

      *---- MONDISP IS OPTIONAL - MOST DAYS NOBODY DECIDES ANYTHING.
      *      EVERY DECISION, APPLIED OR NOT, IS PRINTED SO THE
      *      REPORT IS THE RECORD OF WHO DID WHAT TO WHICH CASE.
       H130-APPLY-DISPOSITIONS.
           OPEN INPUT DISP-FILE.
           IF DISP-OK
               MOVE SPACES TO RPT-SECTION-LINE
               MOVE 'ANALYST DISPOSITIONS' TO SEC-TITLE-O
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               WRITE RPT-REC FROM RPT-SECTION-LINE
               READ DISP-FILE
                   AT END SET DISP-EOF TO TRUE
               END-READ
               PERFORM APPLY-NEXT-DISPOSITION UNTIL DISP-EOF
               CLOSE DISP-FILE
           END-IF.
       H130-END. EXIT.

       APPLY-NEXT-DISPOSITION.
           SET CASE-NOT-FOUND TO TRUE.
           IF DSP-CASE-NO-I IS NUMERIC
               MOVE DSP-CASE-NO-I TO WS-LOOK-CASE-NO
               PERFORM FIND-CASE-BY-NUMBER
           END-IF.
           MOVE SPACES TO RPT-REC.
           IF DSP-CASE-NO-I IS NUMERIC
               MOVE DSP-CASE-NO-I TO RPT-CASE-O
           END-IF.
           MOVE DSP-ANALYST-I TO RPT-REF-O.
           EVALUATE TRUE
               WHEN CASE-NOT-FOUND
                   ADD 1 TO WS-DISP-BAD-COUNT
                   MOVE 'REJECTED - CASE NOT ON FILE' TO RPT-TAG-O
               WHEN DSP-ANALYST-I = SPACES
                   ADD 1 TO WS-DISP-BAD-COUNT
                   MOVE 'REJECTED - NO ANALYST' TO RPT-TAG-O
               WHEN DSP-ACTION-I = 'C'
                   ADD 1 TO WS-DISP-COUNT
                   MOVE 'C'           TO WS-CASE-STATUS(WS-CASE-IDX)
                   MOVE DSP-CODE-I    TO WS-CASE-DISP(WS-CASE-IDX)
                   MOVE DSP-ANALYST-I TO WS-CASE-ANALYST(WS-CASE-IDX)
                   MOVE WS-TODAY-GREG TO WS-CASE-CLOSED(WS-CASE-IDX)
                   PERFORM FILL-CASE-COLUMNS
                   STRING 'CLOSED '      DELIMITED BY SIZE
                          DSP-CODE-I     DELIMITED BY SIZE
                       INTO RPT-TAG-O
                   END-STRING
               WHEN DSP-ACTION-I = 'O'
                   ADD 1 TO WS-DISP-COUNT
                   MOVE 'O'           TO WS-CASE-STATUS(WS-CASE-IDX)
                   MOVE DSP-CODE-I    TO WS-CASE-DISP(WS-CASE-IDX)
                   MOVE DSP-ANALYST-I TO WS-CASE-ANALYST(WS-CASE-IDX)
                   MOVE 0             TO WS-CASE-CLOSED(WS-CASE-IDX)
                   PERFORM FILL-CASE-COLUMNS
                   STRING 'OPEN '        DELIMITED BY SIZE
                          DSP-CODE-I     DELIMITED BY SIZE
                       INTO RPT-TAG-O
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-DISP-BAD-COUNT
                   MOVE 'REJECTED - INVALID ACTION' TO RPT-TAG-O
           END-EVALUATE.
           WRITE RPT-REC.
           READ DISP-FILE
               AT END SET DISP-EOF TO TRUE
           END-READ.
       APPLY-NEXT-DISPOSITION-END. EXIT.

      *---- THE ACCOUNT AND RULE COLUMNS OF A REPORT LINE, OFF THE
      *      CASE IN HAND.
       FILL-CASE-COLUMNS.
           MOVE WS-CASE-ID(WS-CASE-IDX)  TO RPT-ID-O.
           MOVE WS-CASE-DVZ(WS-CASE-IDX) TO RPT-DVZ-O.
           EVALUATE WS-CASE-RULE(WS-CASE-IDX)
               WHEN 'L' MOVE 'LARGE MOVEMENT'      TO RPT-RULE-O
               WHEN 'S' MOVE 'STRUCTURING CLUSTER' TO RPT-RULE-O
               WHEN 'R' MOVE 'RAPID IN AND OUT'    TO RPT-RULE-O
               WHEN OTHER MOVE 'UNKNOWN RULE'      TO RPT-RULE-O
           END-EVALUATE.
       FILL-CASE-COLUMNS-END. EXIT.

      *---- MONHSTI IS OPTIONAL - THE FIRST RUN EVER HAS NO HISTORY.
      *      A LEG OLDER THAN THE LONGEST WINDOW AGES OUT HERE. A LEG
      *      DATED TODAY OR LATER IS DROPPED TOO: TODAY'S LEGS ARE
      *      ALWAYS RE-READ FROM THE JOURNAL, SO A RERUN OF THE SAME
      *      DAY NEVER COUNTS A MOVEMENT TWICE.
       H140-LOAD-HISTORY.
           OPEN INPUT HIST-IN-FILE.
           IF HIST-IN-OK
               READ HIST-IN-FILE
                   AT END SET HIST-IN-EOF TO TRUE
               END-READ
               PERFORM LOAD-NEXT-HISTORY UNTIL HIST-IN-EOF
               CLOSE HIST-IN-FILE
           END-IF.
       H140-END. EXIT.

       LOAD-NEXT-HISTORY.
           IF HIST-ID-I IS NUMERIC AND HIST-DATE-I IS NUMERIC
              AND HIST-AMOUNT-I IS NUMERIC
               IF HIST-DATE-I < WS-TODAY-GREG AND
                  FUNCTION INTEGER-OF-DATE(HIST-DATE-I)
                      > WS-OLDEST-INT
                   MOVE HIST-ID-I     TO WS-LEG-ID
                   MOVE HIST-DVZ-I    TO WS-LEG-DVZ
                   MOVE HIST-DATE-I   TO WS-LEG-DATE
                   MOVE HIST-DRCR-I   TO WS-LEG-DRCR
                   MOVE HIST-AMOUNT-I TO WS-LEG-AMOUNT
                   MOVE HIST-REF-I    TO WS-LEG-REF
                   PERFORM ADD-HISTORY-LEG
               ELSE
                   ADD 1 TO WS-HIST-AGED-COUNT
               END-IF
           END-IF.
           READ HIST-IN-FILE
               AT END SET HIST-IN-EOF TO TRUE
           END-READ.
       LOAD-NEXT-HISTORY-END. EXIT.

       ADD-HISTORY-LEG.
           IF WS-HIST-COUNT < 20000
               ADD 1 TO WS-HIST-COUNT
               SET WS-HIST-IDX TO WS-HIST-COUNT
               MOVE WS-LEG-ID     TO WS-HIST-ID(WS-HIST-IDX)
               MOVE WS-LEG-DVZ    TO WS-HIST-DVZ(WS-HIST-IDX)
               MOVE WS-LEG-DATE   TO WS-HIST-DATE(WS-HIST-IDX)
               COMPUTE WS-HIST-INT(WS-HIST-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-LEG-DATE)
               MOVE WS-LEG-DRCR   TO WS-HIST-DRCR(WS-HIST-IDX)
               MOVE WS-LEG-AMOUNT TO WS-HIST-AMOUNT(WS-HIST-IDX)
               MOVE WS-LEG-REF    TO WS-HIST-REF(WS-HIST-IDX)
           ELSE
               DISPLAY 'WS-HISTORY-TABLE FULL, LEG NOT KEPT: '
                   WS-LEG-REF
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.
       ADD-HISTORY-LEG-END. EXIT.

      *---- ONLY REFERENCES POSTED ON THE BUSINESS DAY ARE TODAY'S
      *      MOVEMENTS. A 'D' IS ONE LEG; A TRANSFER ('X' OR 'F') IS
      *      A DEBIT LEG ON THE FROM-KEY AND A CREDIT LEG ON THE
      *      TO-KEY FOR THE AMOUNT IT ACTUALLY RECEIVED. A REVERSAL
      *      ('R') IS ONE LEG OR TWO, WHICHEVER ITS ORIGINAL WAS - A
      *      REVERSED MOVEMENT HAS NO CREDIT KEY. A JOURNAL
      *      RECORD WITH NO POSTING DETAIL (AN OLD PADDED ONE) HAS
      *      NOTHING TO MONITOR.
       H200-LOAD-TODAYS-POSTINGS.
           READ JOURNAL-FILE
               AT END SET JOURNAL-EOF TO TRUE
           END-READ.
           PERFORM LOAD-NEXT-POSTING UNTIL JOURNAL-EOF.
       H200-END. EXIT.

       LOAD-NEXT-POSTING.
           IF JRNL-DATE-I IS NUMERIC AND JRNL-DATE-I = WS-TODAY-GREG
              AND JRNL-ID-I IS NUMERIC AND JRNL-DVZ-I IS NUMERIC
              AND JRNL-AMOUNT-I IS NUMERIC
               ADD 1 TO WS-JRNL-TODAY-COUNT
               MOVE JRNL-ID-I     TO WS-LEG-ID
               MOVE JRNL-DVZ-I    TO WS-LEG-DVZ
               MOVE WS-TODAY-GREG TO WS-LEG-DATE
               MOVE JRNL-DRCR-I   TO WS-LEG-DRCR
               MOVE JRNL-AMOUNT-I TO WS-LEG-AMOUNT
               MOVE JRNL-REF-I    TO WS-LEG-REF
               ADD 1 TO WS-LEG-COUNT
               PERFORM ADD-HISTORY-LEG
               IF (JRNL-TYPE-I = 'X' OR JRNL-TYPE-I = 'F' OR
                   JRNL-TYPE-I = 'R')
                  AND JRNL-TO-ID-I IS NUMERIC
                  AND JRNL-TO-DVZ-I IS NUMERIC
                  AND JRNL-TO-AMOUNT-I IS NUMERIC
                   MOVE JRNL-TO-ID-I     TO WS-LEG-ID
                   MOVE JRNL-TO-DVZ-I    TO WS-LEG-DVZ
                   MOVE 'C'              TO WS-LEG-DRCR
                   MOVE JRNL-TO-AMOUNT-I TO WS-LEG-AMOUNT
                   ADD 1 TO WS-LEG-COUNT
                   PERFORM ADD-HISTORY-LEG
               END-IF
           END-IF.
           READ JOURNAL-FILE
               AT END SET JOURNAL-EOF TO TRUE
           END-READ.
       LOAD-NEXT-POSTING-END. EXIT.

      *---- EVERY LEG TRNPOST POSTS WRITES ONE 'M' AUDIT RECORD, SO
      *      THE TWO COUNTS MUST AGREE - IF THEY DO NOT, THE JOURNAL
      *      HANDED TO THIS STEP IS NOT THE DAY'S AND THE MONITOR HAS
      *      NOT SEEN EVERYTHING. THE ALERTS STILL RUN, BUT THE
      *      REPORT SAYS SO AND RETURN-CODE 4 FLAGS IT.
       H250-PROVE-AGAINST-AUDIT.
           READ AUDIT-FILE
               AT END SET AUDIT-EOF TO TRUE
           END-READ.
           PERFORM COUNT-NEXT-AUDIT UNTIL AUDIT-EOF.
           IF WS-AUDIT-M-COUNT NOT = WS-LEG-COUNT
               MOVE SPACES TO RPT-SECTION-LINE
               MOVE '*** JOURNAL LEGS DO NOT MATCH M AUDIT'
                   TO SEC-TITLE-O
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               WRITE RPT-REC FROM RPT-SECTION-LINE
               DISPLAY 'TXNMON: ' WS-LEG-COUNT ' JOURNAL LEGS, '
                   WS-AUDIT-M-COUNT ' M AUDIT RECORDS'
               MOVE 4 TO RETURN-CODE
           END-IF.
       H250-END. EXIT.

       COUNT-NEXT-AUDIT.
           IF AUD-ID-O IS NUMERIC AND AUD-SOURCE-O = 'M'
               ADD 1 TO WS-AUDIT-M-COUNT
           END-IF.
           READ AUDIT-FILE
               AT END SET AUDIT-EOF TO TRUE
           END-READ.
       COUNT-NEXT-AUDIT-END. EXIT.

      *---- EACH OF TODAY'S LEGS IS PUT THROUGH THE THREE RULES WITH
      *      ITS OWN CURRENCY'S THRESHOLDS.
       H300-TEST-TODAYS-LEGS.
           MOVE SPACES TO RPT-SECTION-LINE.
           MOVE 'ALERTS' TO SEC-TITLE-O.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-SECTION-LINE.
           WRITE RPT-REC FROM RPT-HEADER-2.
           PERFORM TEST-NEXT-LEG
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HIST-COUNT.
       H300-END. EXIT.

       TEST-NEXT-LEG.
           SET WS-HIST-IDX TO WS-SUB.
           IF WS-HIST-DATE(WS-HIST-IDX) = WS-TODAY-GREG
               PERFORM FIND-PARAMETERS
               IF PRM-NOT-FOUND
                   ADD 1 TO WS-NOPARM-COUNT
               ELSE
                   PERFORM H310-TEST-LARGE-MOVEMENT
                   PERFORM H320-TEST-STRUCTURING
                   PERFORM H330-TEST-RAPID-IN-OUT
               END-IF
           END-IF.
       TEST-NEXT-LEG-END. EXIT.

      *---- AN EXACT CURRENCY LINE BEATS THE '***' DEFAULT LINE.
       FIND-PARAMETERS.
           MOVE WS-HIST-DVZ(WS-HIST-IDX) TO WS-LOOK-PRM-DVZ.
           PERFORM SEARCH-PARM-TABLE.
           IF PRM-NOT-FOUND
               MOVE '***' TO WS-LOOK-PRM-DVZ
               PERFORM SEARCH-PARM-TABLE
           END-IF.
       FIND-PARAMETERS-END. EXIT.

      *---- PERFORM...VARYING BUMPS THE INDEX PAST THE MATCHING SLOT
      *      BEFORE THE UNTIL TEST SEES THE FLAG, SO IT IS BACKED UP
      *      BY ONE.
       SEARCH-PARM-TABLE.
           SET PRM-NOT-FOUND TO TRUE.
           IF WS-PRM-COUNT > 0
               PERFORM SEARCH-PARM-ENTRY
                   VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX > WS-PRM-COUNT
                      OR PRM-FOUND
               IF PRM-FOUND
                   SET WS-PRM-IDX DOWN BY 1
               END-IF
           END-IF.
       SEARCH-PARM-TABLE-END. EXIT.

       SEARCH-PARM-ENTRY.
           IF WS-PRM-DVZ(WS-PRM-IDX) = WS-LOOK-PRM-DVZ
               SET PRM-FOUND TO TRUE
           END-IF.
       SEARCH-PARM-ENTRY-END. EXIT.

       H310-TEST-LARGE-MOVEMENT.
           IF WS-PRM-LARGE-AMT(WS-PRM-IDX) > 0 AND
              WS-HIST-AMOUNT(WS-HIST-IDX) >=
                  WS-PRM-LARGE-AMT(WS-PRM-IDX)
               MOVE 'L' TO WS-HIT-RULE
               PERFORM H400-RECORD-HIT
           END-IF.
       H310-END. EXIT.

      *---- A LEG JUST BELOW THE LIMIT FIRES WHEN, COUNTING ITSELF,
      *      ENOUGH JUST-BELOW LEGS IN THE SAME DIRECTION HIT THE SAME
      *      ACCOUNT INSIDE THE CLUSTER WINDOW.
       H320-TEST-STRUCTURING.
           IF WS-PRM-LARGE-AMT(WS-PRM-IDX) > 0 AND
              WS-PRM-CLUSTER-COUNT(WS-PRM-IDX) > 0
               COMPUTE WS-NEAR-FLOOR =
                   WS-PRM-LARGE-AMT(WS-PRM-IDX)
                   * WS-PRM-NEAR-PCT(WS-PRM-IDX) / 100
               IF WS-HIST-AMOUNT(WS-HIST-IDX) >= WS-NEAR-FLOOR AND
                  WS-HIST-AMOUNT(WS-HIST-IDX) <
                      WS-PRM-LARGE-AMT(WS-PRM-IDX)
                   COMPUTE WS-WINDOW-INT = WS-TODAY-INT
                       - WS-PRM-CLUSTER-DAYS(WS-PRM-IDX)
                   MOVE 0 TO WS-CLUSTER-HITS
                   PERFORM COUNT-CLUSTER-LEG
                       VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-HIST-COUNT
                   IF WS-CLUSTER-HITS >=
                      WS-PRM-CLUSTER-COUNT(WS-PRM-IDX)
                       MOVE 'S' TO WS-HIT-RULE
                       PERFORM H400-RECORD-HIT
                   END-IF
               END-IF
           END-IF.
       H320-END. EXIT.

       COUNT-CLUSTER-LEG.
           IF WS-HIST-ID(WS-SCAN-IDX) = WS-HIST-ID(WS-HIST-IDX) AND
              WS-HIST-DVZ(WS-SCAN-IDX) = WS-HIST-DVZ(WS-HIST-IDX) AND
              WS-HIST-DRCR(WS-SCAN-IDX) = WS-HIST-DRCR(WS-HIST-IDX) AND
              WS-HIST-INT(WS-SCAN-IDX) > WS-WINDOW-INT AND
              WS-HIST-AMOUNT(WS-SCAN-IDX) >= WS-NEAR-FLOOR AND
              WS-HIST-AMOUNT(WS-SCAN-IDX) <
                  WS-PRM-LARGE-AMT(WS-PRM-IDX)
               ADD 1 TO WS-CLUSTER-HITS
           END-IF.
       COUNT-CLUSTER-LEG-END. EXIT.

      *---- A DEBIT LEG OF AT LEAST THE MINIMUM FIRES WHEN THE
      *      ACCOUNT TOOK IN AT LEAST THE MINIMUM INSIDE THE WINDOW
      *      AND THIS DEBIT SENDS OUT THE SET PERCENTAGE OF IT.
       H330-TEST-RAPID-IN-OUT.
           IF WS-PRM-INOUT-MIN(WS-PRM-IDX) > 0 AND
              WS-HIST-DRCR(WS-HIST-IDX) = 'D' AND
              WS-HIST-AMOUNT(WS-HIST-IDX) >=
                  WS-PRM-INOUT-MIN(WS-PRM-IDX)
               COMPUTE WS-WINDOW-INT = WS-TODAY-INT
                   - WS-PRM-INOUT-DAYS(WS-PRM-IDX)
               MOVE 0 TO WS-INFLOW-TOTAL
               PERFORM SUM-INFLOW-LEG
                   VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-HIST-COUNT
               COMPUTE WS-OUT-TEST = WS-HIST-AMOUNT(WS-HIST-IDX) * 100
               COMPUTE WS-IN-TEST  =
                   WS-INFLOW-TOTAL * WS-PRM-INOUT-PCT(WS-PRM-IDX)
               IF WS-INFLOW-TOTAL >= WS-PRM-INOUT-MIN(WS-PRM-IDX)
                  AND WS-OUT-TEST >= WS-IN-TEST
                   MOVE 'R' TO WS-HIT-RULE
                   PERFORM H400-RECORD-HIT
               END-IF
           END-IF.
       H330-END. EXIT.

       SUM-INFLOW-LEG.
           IF WS-HIST-ID(WS-SCAN-IDX) = WS-HIST-ID(WS-HIST-IDX) AND
              WS-HIST-DVZ(WS-SCAN-IDX) = WS-HIST-DVZ(WS-HIST-IDX) AND
              WS-HIST-DRCR(WS-SCAN-IDX) = 'C' AND
              WS-HIST-INT(WS-SCAN-IDX) > WS-WINDOW-INT
               ADD WS-HIST-AMOUNT(WS-SCAN-IDX) TO WS-INFLOW-TOTAL
           END-IF.
       SUM-INFLOW-LEG-END. EXIT.

      *---- A HIT ON AN ACCOUNT WITH A CASE STILL OPEN FOR THE SAME
      *      RULE ADDS TO THAT CASE; OTHERWISE A NEW CASE OPENS - A
      *      CLOSED CASE IS NEVER SILENTLY REOPENED BY THE MONITOR.
       H400-RECORD-HIT.
           PERFORM FIND-OPEN-CASE.
           MOVE SPACES TO RPT-REC.
           IF CASE-FOUND
               ADD 1 TO WS-REPEAT-COUNT
               ADD 1 TO WS-CASE-HITS(WS-CASE-IDX)
               MOVE WS-TODAY-GREG TO WS-CASE-LAST-HIT(WS-CASE-IDX)
               MOVE WS-HIST-AMOUNT(WS-HIST-IDX)
                   TO WS-CASE-AMOUNT(WS-CASE-IDX)
               MOVE WS-HIST-REF(WS-HIST-IDX)
                   TO WS-CASE-REF(WS-CASE-IDX)
               MOVE 'REPEAT HIT ON OPEN CASE' TO RPT-TAG-O
           ELSE
               IF WS-CASE-COUNT < 9999
                   ADD 1 TO WS-NEW-CASE-COUNT
                   ADD 1 TO WS-CASE-COUNT
                   ADD 1 TO WS-CASE-HIGH-NO
                   SET WS-CASE-IDX TO WS-CASE-COUNT
                   MOVE WS-CASE-HIGH-NO TO WS-CASE-NO(WS-CASE-IDX)
                   MOVE WS-HIST-ID(WS-HIST-IDX)
                       TO WS-CASE-ID(WS-CASE-IDX)
                   MOVE WS-HIST-DVZ(WS-HIST-IDX)
                       TO WS-CASE-DVZ(WS-CASE-IDX)
                   MOVE WS-HIT-RULE   TO WS-CASE-RULE(WS-CASE-IDX)
                   MOVE 'O'           TO WS-CASE-STATUS(WS-CASE-IDX)
                   MOVE WS-TODAY-GREG TO WS-CASE-OPENED(WS-CASE-IDX)
                   MOVE WS-TODAY-GREG TO WS-CASE-LAST-HIT(WS-CASE-IDX)
                   MOVE 1             TO WS-CASE-HITS(WS-CASE-IDX)
                   MOVE WS-HIST-AMOUNT(WS-HIST-IDX)
                       TO WS-CASE-AMOUNT(WS-CASE-IDX)
                   MOVE WS-HIST-REF(WS-HIST-IDX)
                       TO WS-CASE-REF(WS-CASE-IDX)
                   MOVE SPACES        TO WS-CASE-DISP(WS-CASE-IDX)
                   MOVE SPACES        TO WS-CASE-ANALYST(WS-CASE-IDX)
                   MOVE 0             TO WS-CASE-CLOSED(WS-CASE-IDX)
                   SET CASE-FOUND TO TRUE
                   MOVE 'NEW CASE OPENED' TO RPT-TAG-O
               ELSE
                   DISPLAY 'WS-CASE-TABLE FULL, ALERT NOT CASED: '
                       WS-HIST-REF(WS-HIST-IDX)
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE '*** CASE TABLE FULL' TO RPT-TAG-O
               END-IF
           END-IF.
           IF CASE-FOUND
               MOVE WS-CASE-NO(WS-CASE-IDX) TO RPT-CASE-O
               PERFORM FILL-CASE-COLUMNS
           END-IF.
           MOVE WS-HIST-AMOUNT(WS-HIST-IDX) TO RPT-AMOUNT-O.
           MOVE WS-HIST-REF(WS-HIST-IDX)    TO RPT-REF-O.
           WRITE RPT-REC.
       H400-END. EXIT.

       FIND-OPEN-CASE.
           SET CASE-NOT-FOUND TO TRUE.
           IF WS-CASE-COUNT > 0
               PERFORM SEARCH-OPEN-CASE
                   VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                      OR CASE-FOUND
               IF CASE-FOUND
                   SET WS-CASE-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-OPEN-CASE-END. EXIT.

       SEARCH-OPEN-CASE.
           IF WS-CASE-ID(WS-CASE-IDX) = WS-HIST-ID(WS-HIST-IDX) AND
              WS-CASE-DVZ(WS-CASE-IDX) = WS-HIST-DVZ(WS-HIST-IDX) AND
              WS-CASE-RULE(WS-CASE-IDX) = WS-HIT-RULE AND
              CASE-IS-OPEN(WS-CASE-IDX)
               SET CASE-FOUND TO TRUE
           END-IF.
       SEARCH-OPEN-CASE-END. EXIT.

       FIND-CASE-BY-NUMBER.
           SET CASE-NOT-FOUND TO TRUE.
           IF WS-CASE-COUNT > 0
               PERFORM SEARCH-CASE-NUMBER
                   VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                      OR CASE-FOUND
               IF CASE-FOUND
                   SET WS-CASE-IDX DOWN BY 1
               END-IF
           END-IF.
       FIND-CASE-BY-NUMBER-END. EXIT.

       SEARCH-CASE-NUMBER.
           IF WS-CASE-NO(WS-CASE-IDX) = WS-LOOK-CASE-NO
               SET CASE-FOUND TO TRUE
           END-IF.
       SEARCH-CASE-NUMBER-END. EXIT.

       H800-WRITE-HISTORY.
           PERFORM WRITE-NEXT-HISTORY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HIST-COUNT.
       H800-END. EXIT.

       WRITE-NEXT-HISTORY.
           SET WS-HIST-IDX TO WS-SUB.
           MOVE SPACES TO HIST-OUT-REC.
           MOVE WS-HIST-ID(WS-HIST-IDX)     TO HIST-ID-O.
           MOVE WS-HIST-DVZ(WS-HIST-IDX)    TO HIST-DVZ-O.
           MOVE WS-HIST-DATE(WS-HIST-IDX)   TO HIST-DATE-O.
           MOVE WS-HIST-DRCR(WS-HIST-IDX)   TO HIST-DRCR-O.
           MOVE WS-HIST-AMOUNT(WS-HIST-IDX) TO HIST-AMOUNT-O.
           MOVE WS-HIST-REF(WS-HIST-IDX)    TO HIST-REF-O.
           WRITE HIST-OUT-REC.
           ADD 1 TO WS-HIST-KEPT-COUNT.
       WRITE-NEXT-HISTORY-END. EXIT.

      *---- EVERY CASE GOES FORWARD, OPEN OR CLOSED, SO A CLOSED
      *      CASE'S DISPOSITION STAYS ON RECORD.
       H850-WRITE-CASES.
           PERFORM WRITE-NEXT-CASE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CASE-COUNT.
       H850-END. EXIT.

       WRITE-NEXT-CASE.
           SET WS-CASE-IDX TO WS-SUB.
           MOVE SPACES TO CASE-OUT-REC.
           MOVE WS-CASE-NO(WS-CASE-IDX)       TO CASE-NO-O.
           MOVE WS-CASE-ID(WS-CASE-IDX)       TO CASE-ID-O.
           MOVE WS-CASE-DVZ(WS-CASE-IDX)      TO CASE-DVZ-O.
           MOVE WS-CASE-RULE(WS-CASE-IDX)     TO CASE-RULE-O.
           MOVE WS-CASE-STATUS(WS-CASE-IDX)   TO CASE-STATUS-O.
           MOVE WS-CASE-OPENED(WS-CASE-IDX)   TO CASE-OPENED-O.
           MOVE WS-CASE-LAST-HIT(WS-CASE-IDX) TO CASE-LAST-HIT-O.
           MOVE WS-CASE-HITS(WS-CASE-IDX)     TO CASE-HITS-O.
           MOVE WS-CASE-AMOUNT(WS-CASE-IDX)   TO CASE-AMOUNT-O.
           MOVE WS-CASE-REF(WS-CASE-IDX)      TO CASE-REF-O.
           MOVE WS-CASE-DISP(WS-CASE-IDX)     TO CASE-DISP-O.
           MOVE WS-CASE-ANALYST(WS-CASE-IDX)  TO CASE-ANALYST-O.
           MOVE WS-CASE-CLOSED(WS-CASE-IDX)   TO CASE-CLOSED-O.
           WRITE CASE-OUT-REC.
           IF CASE-IS-OPEN(WS-CASE-IDX)
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.
       WRITE-NEXT-CASE-END. EXIT.

       H900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE 'POSTINGS TODAY (JOURNAL)'     TO TOT-LABEL-O.
           MOVE WS-JRNL-TODAY-COUNT            TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'MOVEMENT LEGS TODAY'          TO TOT-LABEL-O.
           MOVE WS-LEG-COUNT                   TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'M AUDIT RECORDS TODAY'        TO TOT-LABEL-O.
           MOVE WS-AUDIT-M-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'LEGS WITH NO PARAMETERS'      TO TOT-LABEL-O.
           MOVE WS-NOPARM-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'NEW CASES OPENED'             TO TOT-LABEL-O.
           MOVE WS-NEW-CASE-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'REPEAT HITS ON OPEN CASES'    TO TOT-LABEL-O.
           MOVE WS-REPEAT-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'DISPOSITIONS APPLIED'         TO TOT-LABEL-O.
           MOVE WS-DISP-COUNT                  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'DISPOSITIONS REJECTED'        TO TOT-LABEL-O.
           MOVE WS-DISP-BAD-COUNT              TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CASES OPEN'                   TO TOT-LABEL-O.
           MOVE WS-OPEN-COUNT                  TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'CASES CLOSED'                 TO TOT-LABEL-O.
           MOVE WS-CLOSED-COUNT                TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HISTORY LEGS KEPT'            TO TOT-LABEL-O.
           MOVE WS-HIST-KEPT-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'HISTORY LEGS AGED OUT'        TO TOT-LABEL-O.
           MOVE WS-HIST-AGED-COUNT             TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           MOVE 'ENTRIES LOST TO FULL TABLES'  TO TOT-LABEL-O.
           MOVE WS-DROPPED-COUNT               TO TOT-VALUE-O.
           WRITE RPT-REC FROM TOTALS-DETAIL.
           IF WS-DROPPED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE JOURNAL-FILE
           CLOSE AUDIT-FILE
           CLOSE HIST-OUT-FILE
           CLOSE CASE-OUT-FILE
           CLOSE REPORT-FILE.
           GOBACK.
       H999-END. EXIT.
